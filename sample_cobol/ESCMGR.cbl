000100*                             用の未処理一覧・解決トランザクション
000110*                             〔却下確定／訂正再投入〕・理由コード
000120*                             別の週次サマリ）
000125*  2026-10-15  SYSTEMS-GROUP  受注データを担当営業付きの72桁に拡張
000126*  2026-10-15  SYSTEMS-GROUP  受注データを明細の品目コード付きの96桁
000127*                             に拡張
000129*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000132*                             するよう変更（再実行・遅れ処理で
000134*                             処理対象の業務日を使う）
000137*----------------------------------------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  ESCALATION-IN.
000420 01 ESCALATION-REC     PIC X(114).
000430 FD  ESC-MASTER-IO.
000440 01 ESC-MASTER-REC.
000450*  エスカレーション1件（状態O=未処理、R=却下で解決、C=訂正
000490   05 EL-ESC-DATE      PIC 9(08).
000500   05 EL-STATUS        PIC X(01).
000510   05 EL-RES-DATE      PIC 9(08).
000520   05 EL-ORDER-DATA    PIC X(96).
000530 FD  RESOLUTION-IN.
000540 01 RESOLUTION-REC.
000550   05 RS-ORDER-NO      PIC 9(07).
000560   05 RS-ACTION        PIC X(01).
000570   05 RS-ORDER-DATA    PIC X(96).
000580 FD  SUSPENSE-OUT.
000590 01 SUSPENSE-REC.
000600   05 SU-CYCLE         PIC 9(02).
000610   05 SU-RETURN-CD     PIC 9(02).
000620   05 SU-ORDER-DATA    PIC X(96).
000630 FD  WORKLIST-OUT.
000640 01 WORKLIST-REC       PIC X(100).
000650 FD  SUMMARY-OUT.
000850     10 WK-ES-DATE     PIC 9(08).
000860     10 WK-ES-STATUS   PIC X(01).
000870     10 WK-ES-RES-DATE PIC 9(08).
000880     10 WK-ES-DATA     PIC X(96).
000890 01 WK-ESC-WORK.
000900   05 WK-ES-IDX        PIC 9(03).
000910   05 WK-ES-FOUND-IDX  PIC 9(03).
000970   05 FILLER           PIC X(01).
000980   05 WK-EI-RETURN-CD  PIC 9(02).
000990   05 FILLER           PIC X(01).
001000   05 WK-EI-ORDER-DATA PIC X(96).
001010   05 FILLER           PIC X(02).
001020*--- 理由コード別の件数（週次サマリ用）---
001030 01 WK-REASON-TABLE.
001040   05 WK-RC-COUNT      PIC 9(02) VALUE 0.
001550*    解決トランザクションを適用（却下確定、または訂正レコードの
001560*    保留再処理パスへの再投入）し、未処理一覧（経過日数付き）と
001570*    理由コード別の週次サマリを出力してマスタを書き戻す
001580     CALL 'BUSDATE' USING WK-RUN-DATE.
001590     CALL 'DATECHK' USING WK-RUN-DATE WK-DATE-RETURN-CD
001600         WK-RUN-SERIAL.
001610     PERFORM LOAD-ESC-MASTER-PROC.
