000096*                             越す。番号は編集済みレコードの末尾
000098*                             と編集レポートに付けて後続工程まで
000099*                             追跡できるようにする）
000100*  2026-10-15  SYSTEMS-GROUP  担当営業の社員番号を受注に追加し
000101*                             社員マスタで検証（不正は54で落済）。
000102*                             編集済み受注の末尾に付けて後続へ渡す
000103*  2026-10-15  SYSTEMS-GROUP  明細行ごとの品目コードを受注に追加し
000104*                             品目マスタで検証（不正は56で落済）。
000105*                             編集済み受注の末尾に付けて後続へ渡す
000106*  2026-10-15  SYSTEMS-GROUP  見積から変換した受注の見積番号を
000107*                             受注の末尾で受け取り、採番した受注
000108*                             番号との対応をQUOTEORD.DATへ追記
000109*  2026-10-15  SYSTEMS-GROUP  編集済み受注を実行日付きの世代
000110*                             ORDERED.Dyyyymmddにも出力し、
000111*                             GENARCHの台帳へ登録（受注の照会用）
000112*  2026-10-15  SYSTEMS-GROUP  実行統計をRUNCTL.LOGへ追記（受付
000113*                             件数を後続SAMPLE02の読込件数と
000114*                             受け渡し突合(HANDOFF)で照合する）
000115*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000116*                             するよう変更（再実行・遅れ処理で
000117*                             処理対象の業務日を使う）
000118*----------------------------------------------------------------
000119 ENVIRONMENT DIVISION.
000120 INPUT-OUTPUT SECTION.
000130 FILE-CONTROL.
000140     SELECT ORDER-IN ASSIGN TO 'ORDERIN.DAT'
000150         ORGANIZATION IS LINE SEQUENTIAL.
000160     SELECT ORDER-EDITED-OUT ASSIGN TO 'ORDERED.DAT'
000161         ORGANIZATION IS LINE SEQUENTIAL.
000163*    編集済み受注の実行日付きの世代（ORDERED.DATは実行ごとに
000165*    上書きされるため、過去分はGENARCHの台帳と保有世代で管理し、
000166*    受注の照会(ORDINQ)が受付日の確認に使う）
000168     SELECT ORDER-EDITED-GEN ASSIGN USING WK-ORDGEN-FILE-NAME
000170         ORGANIZATION IS LINE SEQUENTIAL.
000180     SELECT EDIT-REPORT-OUT ASSIGN TO 'ORDEDIT.RPT'
000190         ORGANIZATION IS LINE SEQUENTIAL.
000194     SELECT ORDER-NO-CONTROL-IO ASSIGN TO 'ORDNOCTL.DAT'
000195         ORGANIZATION IS LINE SEQUENTIAL
000196         FILE STATUS IS WK-ON-FILE-STATUS.
000197*    担当営業の社員番号の検証用
000198     SELECT EMP-MASTER-IN ASSIGN TO 'EMPMAST.IDX'
000199         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS RANDOM
000201         RECORD KEY IS EM-EMP-ID
000202         FILE STATUS IS WK-EM-FILE-STATUS.
000203*    明細の品目コードの検証用（SAMPLE06と同じ品目マスタ）
000204     SELECT ITEM-MASTER-IN ASSIGN TO 'ITEMMAST.DAT'
000205         ORGANIZATION IS LINE SEQUENTIAL
000206         FILE STATUS IS WK-IM-FILE-STATUS.
000207*    見積から変換した受注の受注番号と見積番号の対応（SAMPLE02が
000209*    見積価格で固定された受注を識別する。実行をまたいで追記する）
000210     SELECT QUOTE-ORDER-OUT ASSIGN TO 'QUOTEORD.DAT'
000211         ORGANIZATION IS LINE SEQUENTIAL
000212         FILE STATUS IS WK-QO-FILE-STATUS.
000213*    実行統計ログ（全バッチ共通の形式で追記する）
000214     SELECT RUN-CONTROL-OUT ASSIGN TO 'RUNCTL.LOG'
000215         ORGANIZATION IS LINE SEQUENTIAL
000216         FILE STATUS IS WK-RC-FILE-STATUS.
000217 DATA DIVISION.
000218 FILE SECTION.
000220 FD  ORDER-IN.
000230 01 ORDER-IN-REC.
000240   05 OI-ORDER-DATE      PIC 9(08).
000300       15 OI-LI-PRICE    PIC 9(07).
000310       15 OI-LI-QTY      PIC 9(03).
000320       15 OI-LI-CAT      PIC X(01).
000321*  担当営業の社員番号（空白・ゼロは担当なし＝歩合の対象外）
000322   05 OI-SALES-EMP       PIC X(05).
000323   05 OI-SALES-EMP-N REDEFINES OI-SALES-EMP PIC 9(05).
000324*  明細行ごとの品目コード（空白は在庫管理の対象外の明細）
000325   05 OI-LI-ITEM-TABLE.
000326     10 OI-LI-ITEM-CD    PIC X(08) OCCURS 3 TIMES.
000327*  変換元の見積番号（QUOTECNVが付ける。空白は見積によらない受注）
000328   05 OI-QUOTE-NO         PIC 9(07).
000330 FD  ORDER-EDITED-OUT.
000332*  編集済み受注（受注本体60桁＋受付時に採番した受注番号7桁＋
000334*  担当営業の社員番号5桁＋明細3行分の品目コード24桁）
000336 01 ORDER-EDITED-REC      PIC X(96).
000338 FD  ORDER-EDITED-GEN.
000340 01 ORDER-EDITED-GEN-REC  PIC X(96).
000350 FD  EDIT-REPORT-OUT.
000360 01 EDIT-REPORT-REC       PIC X(80).
000362 FD  ORDER-NO-CONTROL-IO.
000363 01 ORDER-NO-CONTROL-REC.
000364*  最終採番済みの受注番号（次の受付はこの番号＋1から）
000365   05 ON-LAST-NO          PIC 9(07).
000366 FD  EMP-MASTER-IN.
000367 01 EMP-MASTER-REC.
000368   05 EM-EMP-ID           PIC 9(05).
000369   05 EM-NAME             PIC X(20).
000370   05 EM-AGE              PIC 9(03).
000371   05 EM-SALARY           PIC 9(07).
000372   05 EM-SITE-CD          PIC X(03).
000373   05 EM-DEPT-CD          PIC X(05).
000374   05 FILLER              PIC X(17).
000375 FD  ITEM-MASTER-IN.
000376 01 ITEM-MASTER-REC.
000377   05 IM-ITEM-CD          PIC X(08).
000378   05 IM-ITEM-CAT         PIC X(01).
000379   05 IM-UNIT-PRICE       PIC 9(07).
000380   05 IM-EFF-DATE         PIC 9(08).
000381 FD  QUOTE-ORDER-OUT.
000382 01 QUOTE-ORDER-REC.
000383   05 QO-ORDER-NO         PIC 9(07).
000384   05 QO-QUOTE-NO         PIC 9(07).
000385   05 QO-RUN-DATE         PIC 9(08).
000386 FD  RUN-CONTROL-OUT.
000387 01 RUNCTL-REC            PIC X(61).
000388 WORKING-STORAGE SECTION.
000389 01 WK-FLAGS.
000390   05 WK-EOF-SW      PIC X(01) VALUE 'N'.
000391     88 WK-EOF-ORDER     VALUE 'Y'.
000393   05 WK-ON-FILE-STATUS PIC X(02).
000394   05 WK-EM-FILE-STATUS PIC X(02).
000396   05 WK-IM-FILE-STATUS PIC X(02).
000398   05 WK-QO-FILE-STATUS PIC X(02).
000399   05 WK-RC-FILE-STATUS PIC X(02).
000401   05 WK-IM-EOF-SW   PIC X(01) VALUE 'N'.
000403     88 WK-IM-EOF        VALUE 'Y'.
000404*--- 受注番号の採番ワークと編集済みレコードの組み立て域 ---
000405 01 WK-ORDER-NO-AREA.
000406   05 WK-LAST-NO     PIC 9(07) VALUE 0.
000407 01 WK-EDITED-AREA.
000408   05 WK-ED-ORDER-DATA PIC X(60).
000409   05 WK-ED-ORDER-NO   PIC 9(07).
000410   05 WK-ED-SALES-EMP  PIC X(05).
000411   05 WK-ED-ITEM-TABLE PIC X(24).
000413*--- 品目マスタの品目コード一覧（明細の品目コードの検証用）---
000414 01 WK-ITEM-TABLE.
000416   05 WK-IM-COUNT    PIC 9(03) VALUE 0.
000417   05 WK-IM-ITEM-CD  PIC X(08) OCCURS 500 TIMES.
000418   05 WK-IM-IDX      PIC 9(03).
000420   05 WK-IM-FOUND-IDX PIC 9(03).
000421   05 WK-LI-IDX      PIC 9(02).
000423   05 WK-LI-LIMIT    PIC 9(02).
000424   05 WK-SEARCH-ITEM-CD PIC X(08).
000425 01 WK-EDIT-AREA.
000427   05 WK-DATE-RETURN-CD PIC 9(02).
000428   05 WK-DATE-SERIAL    PIC 9(07).
000430*--- 編集判定（00=受付、50=暦日不正、52=重複疑い、54=担当営業
000435*    の社員番号が不正、56=品目マスタに無い品目コード）---
000440   05 WK-EDIT-CD     PIC 9(02).
000450     88 WK-EDIT-OK       VALUE 00.
000460*--- 受付済み受注のキー一覧（受注日＋顧客＋明細内容が完全一致する
000610   05 WK-READ-COUNT  PIC 9(05) VALUE 0.
000620   05 WK-ACCEPT-COUNT PIC 9(05) VALUE 0.
000630   05 WK-DROP-COUNT  PIC 9(05) VALUE 0.
000631*--- 世代ファイル名とアーカイブ台帳（GENARCH）連携用 ---
000632 01 WK-GEN-AREA.
000633   05 WK-ORDGEN-FILE-NAME.
000634     10 FILLER           PIC X(09) VALUE 'ORDERED.D'.
000635     10 WK-OG-GEN-DATE   PIC 9(08).
000636     10 FILLER           PIC X(03) VALUE SPACES.
000637   05 WK-ARC-FAMILY      PIC X(08).
000638   05 WK-ARC-REC-COUNT   PIC 9(07).
000640 01 WK-RUN-AREA.
000641   05 WK-RUN-DATE    PIC 9(08).
000642   05 WK-START-TIME  PIC 9(08).
000643*--- 実行統計レコード（全バッチ共通の形式。RUNCTL.LOGへ追記する）---
000644 01 WK-RUNCTL-LINE.
000645   05 WK-RC-PGM      PIC X(08) VALUE 'ORDEDIT '.
000646   05 FILLER         PIC X(01) VALUE SPACE.
000647   05 WK-RC-DATE     PIC 9(08).
000648   05 FILLER         PIC X(01) VALUE SPACE.
000649   05 WK-RC-START    PIC 9(08).
000650   05 FILLER         PIC X(01) VALUE SPACE.
000651   05 WK-RC-END      PIC 9(08).
000652   05 FILLER         PIC X(01) VALUE SPACE.
000653   05 WK-RC-READ     PIC 9(06).
000654   05 FILLER         PIC X(01) VALUE SPACE.
000655   05 WK-RC-ACCEPTED PIC 9(06).
000656   05 FILLER         PIC X(01) VALUE SPACE.
000657   05 WK-RC-REJECTED PIC 9(06).
000658   05 FILLER         PIC X(01) VALUE SPACE.
000659   05 WK-RC-STATUS   PIC X(04).
000660*--- 編集レポートの見出し・明細・合計行 ---
000670 01 WK-RPT-HEADER.
000680   05 FILLER         PIC X(25)
000910*    だけをORDERED.DATへ出力する。受付・落済の全件と件数を日次
000920*    編集レポートへ印字する（受付件数が受注バッチのトレーラー
000930*    件数の突合先になる）
000933     CALL 'BUSDATE' USING WK-RUN-DATE.
000936     ACCEPT WK-START-TIME FROM TIME.
000940     MOVE WK-RUN-DATE TO WK-OG-GEN-DATE.
000945     PERFORM LOAD-ORDER-NO-PROC.
000946     PERFORM LOAD-ITEM-MASTER-PROC.
000948     OPEN INPUT EMP-MASTER-IN.
000950     OPEN INPUT ORDER-IN.
000951     OPEN OUTPUT ORDER-EDITED-OUT EDIT-REPORT-OUT.
000953     OPEN OUTPUT ORDER-EDITED-GEN.
000955     OPEN EXTEND QUOTE-ORDER-OUT.
000956     IF WK-QO-FILE-STATUS = '35'
000958         OPEN OUTPUT QUOTE-ORDER-OUT
000960     END-IF.
000970     PERFORM WRITE-REPORT-HEADER-PROC.
000980     PERFORM UNTIL WK-EOF-ORDER
000990         READ ORDER-IN
001040         END-READ
001050     END-PERFORM.
001060     PERFORM WRITE-REPORT-TOTAL-PROC.
001063     CLOSE ORDER-IN ORDER-EDITED-OUT EDIT-REPORT-OUT.
001067     CLOSE EMP-MASTER-IN QUOTE-ORDER-OUT.
001071     CLOSE ORDER-EDITED-GEN.
001072     PERFORM SAVE-ORDER-NO-PROC.
001073*    今回の編集済み受注の世代をGENARCHの台帳へ登録する
001074     MOVE 'ORDERED ' TO WK-ARC-FAMILY.
001076     MOVE WK-ACCEPT-COUNT TO WK-ARC-REC-COUNT.
001077     CALL 'GENARCH' USING WK-ARC-FAMILY WK-ORDGEN-FILE-NAME
001078         WK-RUN-DATE WK-ARC-REC-COUNT.
001080     DISPLAY 'ORDEDIT: READ     = ' WK-READ-COUNT.
001090     DISPLAY 'ORDEDIT: ACCEPTED = ' WK-ACCEPT-COUNT.
001095     DISPLAY 'ORDEDIT: DROPPED  = ' WK-DROP-COUNT.
001100     PERFORM WRITE-RUN-CONTROL-PROC.
001101     GOBACK.
001102 WRITE-RUN-CONTROL-PROC.
001103*    実行統計（開始終了時刻・読込／受付／落済件数・完了状態）を
001104*    RUNCTL.LOGへ追記する（初回実行時のみ新規作成）
001105     OPEN EXTEND RUN-CONTROL-OUT.
001106     IF WK-RC-FILE-STATUS = '35'
001107         OPEN OUTPUT RUN-CONTROL-OUT
001108     END-IF.
001109     MOVE WK-RUN-DATE     TO WK-RC-DATE.
001110     MOVE WK-START-TIME   TO WK-RC-START.
001111     ACCEPT WK-RC-END FROM TIME.
001112     MOVE WK-READ-COUNT   TO WK-RC-READ.
001113     MOVE WK-ACCEPT-COUNT TO WK-RC-ACCEPTED.
001115     MOVE WK-DROP-COUNT   TO WK-RC-REJECTED.
001116     MOVE 'OK  '          TO WK-RC-STATUS.
001117     WRITE RUNCTL-REC FROM WK-RUNCTL-LINE.
001118     CLOSE RUN-CONTROL-OUT.
001120 EDIT-ORDER-PROC.
001130*    1件分の受注を編集検査し、受付／落済をレポートへ印字する
001140     ADD 1 TO WK-READ-COUNT.
001180         PERFORM CHECK-DUPLICATE-PROC
001190     END-IF.
001200     IF WK-EDIT-OK
001202         PERFORM CHECK-SALES-EMP-PROC
001204     END-IF.
001205     IF WK-EDIT-OK
001206         PERFORM CHECK-ITEM-CODE-PROC
001207     END-IF.
001208     IF WK-EDIT-OK
001210         ADD 1 TO WK-ACCEPT-COUNT
001212*        受付した受注に通し番号を採番し、受注本体の末尾に付けて
001214*        出力する（請求書・保留・エスカレーションまで追跡できる）
001216         ADD 1 TO WK-LAST-NO
001218         MOVE ORDER-IN-REC(1:60) TO WK-ED-ORDER-DATA
001219         MOVE WK-LAST-NO   TO WK-ED-ORDER-NO
001220         MOVE OI-SALES-EMP TO WK-ED-SALES-EMP
001221         MOVE OI-LI-ITEM-TABLE TO WK-ED-ITEM-TABLE
001222         WRITE ORDER-EDITED-REC FROM WK-EDITED-AREA
001223         WRITE ORDER-EDITED-GEN-REC FROM WK-EDITED-AREA
001225*        見積から変換した受注は受注番号と見積番号の対応を残す
001227         IF OI-QUOTE-NO IS NUMERIC AND OI-QUOTE-NO NOT = ZERO
001229             MOVE WK-LAST-NO  TO QO-ORDER-NO
001231             MOVE OI-QUOTE-NO TO QO-QUOTE-NO
001232             MOVE WK-RUN-DATE TO QO-RUN-DATE
001234             WRITE QUOTE-ORDER-REC
001236         END-IF
001238         PERFORM STORE-DUP-KEY-PROC
001240     ELSE
001250         ADD 1 TO WK-DROP-COUNT
001260     END-IF.
001290     MOVE WK-LAST-NO TO ON-LAST-NO.
001291     WRITE ORDER-NO-CONTROL-REC.
001292     CLOSE ORDER-NO-CONTROL-IO.
001294 CHECK-ORDER-DATE-PROC.
001297*    受注日が実在する暦日かをDATECHKで検証する(50)
001300     CALL 'DATECHK' USING OI-ORDER-DATE WK-DATE-RETURN-CD
001310         WK-DATE-SERIAL.
001320     IF WK-DATE-RETURN-CD NOT = 00
001330         MOVE 50 TO WK-EDIT-CD
001340     END-IF.
001341 CHECK-SALES-EMP-PROC.
001342*    担当営業の社員番号が入っていれば社員マスタに登録されている
001343*    ことを確認する(54)。空白・ゼロは担当なしとして受け付ける
001344     IF OI-SALES-EMP = SPACES OR OI-SALES-EMP = ZERO
001345         MOVE SPACES TO OI-SALES-EMP
001346     ELSE
001347         IF OI-SALES-EMP IS NOT NUMERIC
001348             MOVE 54 TO WK-EDIT-CD
001349         ELSE
001350             MOVE OI-SALES-EMP-N TO EM-EMP-ID
001351             READ EMP-MASTER-IN
001352                 INVALID KEY
001353                     MOVE 54 TO WK-EDIT-CD
001354             END-READ
001355         END-IF
001356     END-IF.
001357 CHECK-ITEM-CODE-PROC.
001358*    明細行に品目コードが入っていれば品目マスタに登録されている
001359*    ことを確認する(56)。明細行数を超える行の品目コードは空白に
001360*    して後続へ渡す（空白の明細は在庫管理の対象外）
001361     MOVE OI-LINE-COUNT TO WK-LI-LIMIT.
001362     IF WK-LI-LIMIT > 3
001363         MOVE 3 TO WK-LI-LIMIT
001364     END-IF.
001365     PERFORM CHECK-ITEM-LINE-PROC
001366         VARYING WK-LI-IDX FROM 1 BY 1
001367         UNTIL WK-LI-IDX > 3.
001368 CHECK-ITEM-LINE-PROC.
001370     IF WK-LI-IDX > WK-LI-LIMIT
001371         MOVE SPACES TO OI-LI-ITEM-CD(WK-LI-IDX)
001372     ELSE
001373         IF OI-LI-ITEM-CD(WK-LI-IDX) NOT = SPACES
001374             MOVE OI-LI-ITEM-CD(WK-LI-IDX) TO WK-SEARCH-ITEM-CD
001375             MOVE 0 TO WK-IM-FOUND-IDX
001376             PERFORM FIND-ITEM-PROC
001377                 VARYING WK-IM-IDX FROM 1 BY 1
001378                 UNTIL WK-IM-IDX > WK-IM-COUNT
001379                     OR WK-IM-FOUND-IDX NOT = 0
001380             IF WK-IM-FOUND-IDX = 0
001381                 MOVE 56 TO WK-EDIT-CD
001382             END-IF
001383         END-IF
001384     END-IF.
001385 FIND-ITEM-PROC.
001386     IF WK-IM-ITEM-CD(WK-IM-IDX) = WK-SEARCH-ITEM-CD
001387         MOVE WK-IM-IDX TO WK-IM-FOUND-IDX
001388     END-IF.
001390 LOAD-ITEM-MASTER-PROC.
001391*    品目マスタの品目コードを読み込む（同じ品目の適用開始日違いの
001392*    行は1件にまとめる。ファイルが無い場合は品目コード付きの明細
001393*    がすべて56で落ちる）
001394     OPEN INPUT ITEM-MASTER-IN.
001395     IF WK-IM-FILE-STATUS = '35'
001396         SET WK-IM-EOF TO TRUE
001397     ELSE
001398         PERFORM READ-ITEM-MASTER-PROC
001399             UNTIL WK-IM-EOF
001400         CLOSE ITEM-MASTER-IN
001401     END-IF.
001402 READ-ITEM-MASTER-PROC.
001403     READ ITEM-MASTER-IN
001404         AT END
001405             SET WK-IM-EOF TO TRUE
001406         NOT AT END
001407             PERFORM STORE-ITEM-PROC
001408     END-READ.
001410 STORE-ITEM-PROC.
001411     MOVE IM-ITEM-CD TO WK-SEARCH-ITEM-CD.
001412     MOVE 0 TO WK-IM-FOUND-IDX.
001413     PERFORM FIND-ITEM-PROC
001414         VARYING WK-IM-IDX FROM 1 BY 1
001415         UNTIL WK-IM-IDX > WK-IM-COUNT
001416             OR WK-IM-FOUND-IDX NOT = 0.
001417     IF WK-IM-FOUND-IDX = 0 AND WK-IM-COUNT < 500
001418         ADD 1 TO WK-IM-COUNT
001419         MOVE IM-ITEM-CD TO WK-IM-ITEM-CD(WK-IM-COUNT)
001420     END-IF.
001421 CHECK-DUPLICATE-PROC.
001422*    受注日＋顧客＋明細内容が受付済みの受注と完全一致する場合は
001423*    重複疑いとして落とす(52)
001424     MOVE OI-ORDER-DATE TO WK-DK-DATE.
001425     MOVE OI-CUST-CD    TO WK-DK-CUST.
001426     MOVE OI-LINE-COUNT TO WK-DK-COUNT.
001427     MOVE OI-LI-TABLE   TO WK-DK-LINES.
001428     MOVE 0 TO WK-DP-FOUND-IDX.
001430     PERFORM FIND-DUP-KEY-PROC
001440         VARYING WK-DP-IDX FROM 1 BY 1
001450         UNTIL WK-DP-IDX > WK-DP-COUNT
001700         WHEN 52
001710             MOVE 'DROPPED ' TO WK-RD-STATUS
001720             MOVE 'SUSPECTED DUPLICATE ' TO WK-RD-REASON
001722         WHEN 54
001724             MOVE 'DROPPED ' TO WK-RD-STATUS
001726             MOVE 'BAD SALESPERSON     ' TO WK-RD-REASON
001727         WHEN 56
001728             MOVE 'DROPPED ' TO WK-RD-STATUS
001729             MOVE 'UNKNOWN ITEM CODE   ' TO WK-RD-REASON
001730     END-EVALUATE.
001740     WRITE EDIT-REPORT-REC FROM WK-RPT-DETAIL.
001750 WRITE-REPORT-HEADER-PROC.
