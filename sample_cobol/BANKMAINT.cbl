000090*                             銀行・支店・口座番号の形式検査、
000100*                             適用／却下レポート出力。口座変更
000110*                             届の控えと併せて保管する）
000113*  2026-10-15  SYSTEMS-GROUP  社員マスタへの部門コード追加（60バイト
000116*                             化）にレコード定義を追随
000117*  2026-10-15  SYSTEMS-GROUP  トランザクションに申請者・承認者
000118*                             IDを追加。権限表(AUTHCHK)で検査し
000119*                             権限外は却下、レポートにIDを印字
000121*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000123*                             するよう変更（再実行・遅れ処理で
000125*                             処理対象の業務日を使う）
000127*----------------------------------------------------------------
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000340   05 BT-EMP-ID        PIC 9(05).
000350   05 BT-BANK-CD       PIC X(04).
000360   05 BT-BRANCH-CD     PIC X(03).
000362   05 BT-ACCT-NO       PIC X(07).
000365*  申請者・承認者の利用者ID（権限表AUTHTBL.DATで検査する）
000367   05 BT-REQUESTER     PIC X(08).
000370   05 BT-APPROVER      PIC X(08).
000380 FD  BANK-MASTER-IO.
000390 01 BANK-MASTER-REC.
000400   05 BK-EMP-ID        PIC 9(05).
000490   05 EM-AGE           PIC 9(03).
000500   05 EM-SALARY        PIC 9(07).
000510   05 EM-SITE-CD       PIC X(03).
000511   05 EM-DEPT-CD       PIC X(05).
000512   05 FILLER           PIC X(17).
000520 FD  MAINT-REPORT-OUT.
000530 01 MAINT-REPORT-REC   PIC X(100).
000540 WORKING-STORAGE SECTION.
000550 01 WK-FLAGS.
000560   05 WK-BK-FILE-STATUS PIC X(02).
000877     10 FILLER         PIC X(10) VALUE 'BANKMAST  '.
000878     10 FILLER         PIC X(40) VALUE SPACES.
000879   05 WK-LOCK-RETURN-CD PIC 9(02).
000880*--- AUTHCHK呼び出し用ワーク（申請者・承認者の権限検査）---
000882 01 WK-AUTH-AREA.
000884   05 WK-AUTH-MASTER   PIC X(08) VALUE 'BANKMAST'.
000886   05 WK-AUTH-RETURN-CD PIC 9(02).
000888*--- 保守レポートの見出し・明細・合計行 ---
000890 01 WK-RPT-HEADER.
000900   05 FILLER           PIC X(34)
000910       VALUE 'BANK ACCOUNT MAINTENANCE REPORT   '.
001050   05 FILLER           PIC X(02) VALUE SPACES.
001060   05 WK-RD-REASON     PIC 9(02).
001070   05 FILLER           PIC X(02) VALUE SPACES.
001072   05 WK-RD-REASON-TX  PIC X(20).
001074   05 FILLER           PIC X(04) VALUE ' BY '.
001076   05 WK-RD-REQUESTER  PIC X(08).
001078   05 FILLER           PIC X(01) VALUE '/'.
001080   05 WK-RD-APPROVER   PIC X(08).
001090 01 WK-RPT-TOTAL.
001100   05 FILLER           PIC X(10) VALUE 'TOTAL    '.
001110   05 WK-RT-TRANS      PIC ZZZZ9.
001190*    に合格したものだけ口座マスタのテーブルへ適用する。終了時に
001200*    マスタを全件書き戻し、全件の適用／却下を理由コード付きで
001210*    レポートへ印字する（テキストエディタによる直接編集の廃止）
001220     CALL 'BUSDATE' USING WK-RUN-DATE.
001221*    口座マスタの実行間ロックを取得する（給与実行・リターン
001222*    処理の実行中は開始しない）
001223     MOVE 'L' TO WK-LOCK-FUNC.
001900*      10 : 処理区分がA/C/D以外
001910*      12 : 社員番号が数値でないか0
001920*      14 : 社員が社員マスタに無い
001925*      16 : 銀行・支店・口座番号の形式不正（数字以外）
001930*      30〜38 : 申請者・承認者の権限検査で不合格（AUTHCHK参照）
001940     IF BT-ACTION NOT = 'A' AND BT-ACTION NOT = 'C'
001950             AND BT-ACTION NOT = 'D'
001960         MOVE 10 TO WK-REASON-CD
002070                 END-IF
002080             END-IF
002090         END-IF
002091     END-IF.
002092     IF WK-TRANS-OK
002093         PERFORM EDIT-AUTHORITY-PROC
002094     END-IF.
002095 EDIT-AUTHORITY-PROC.
002096*    申請者・承認者が口座マスタのこの処理区分を扱えるかを
002097*    権限表で検査し、不合格ならAUTHCHKの結果コードで却下する
002098     CALL 'AUTHCHK' USING WK-AUTH-MASTER BT-ACTION
002099         BT-REQUESTER BT-APPROVER WK-AUTH-RETURN-CD.
002100     IF WK-AUTH-RETURN-CD NOT = 00
002103         MOVE WK-AUTH-RETURN-CD TO WK-REASON-CD
002106     END-IF.
002110 EDIT-ACCOUNT-FIELDS-PROC.
002120*    追加・変更時のみ口座項目の形式検査を行う（削除は番号のみ）
002130     IF BT-BANK-CD IS NOT NUMERIC
002900     MOVE BT-EMP-ID    TO WK-RD-EMP-ID.
002910     MOVE BT-BANK-CD   TO WK-RD-BANK-CD.
002920     MOVE BT-BRANCH-CD TO WK-RD-BRANCH.
002923     MOVE BT-ACCT-NO   TO WK-RD-ACCT-NO.
002926     MOVE BT-REQUESTER TO WK-RD-REQUESTER.
002930     MOVE BT-APPROVER  TO WK-RD-APPROVER.
002940     MOVE WK-REASON-CD TO WK-RD-REASON.
002950     IF WK-TRANS-OK
002960         MOVE 'APPLIED ' TO WK-RD-STATUS
003160         WHEN 22
003170             MOVE 'NOT ON MASTER       ' TO WK-RD-REASON-TX
003180         WHEN 26
003181             MOVE 'TABLE FULL          ' TO WK-RD-REASON-TX
003182         WHEN 30
003183             MOVE 'NO REQUESTER ID     ' TO WK-RD-REASON-TX
003184         WHEN 32
003185             MOVE 'REQUESTER NOT AUTH  ' TO WK-RD-REASON-TX
003186         WHEN 34
003187             MOVE 'NO APPROVER ID      ' TO WK-RD-REASON-TX
003188         WHEN 36
003189             MOVE 'APPROVER = REQUESTER' TO WK-RD-REASON-TX
003190         WHEN 38
003195             MOVE 'APPROVER NOT AUTH   ' TO WK-RD-REASON-TX
003200         WHEN OTHER
003210             MOVE 'UNKNOWN REASON      ' TO WK-RD-REASON-TX
003220     END-EVALUATE.
