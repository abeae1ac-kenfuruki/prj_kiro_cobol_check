000090*                             検査と、変更前後の値を併記した
000100*                             承認レポート出力。与信管理の承認
000110*                             控えとして保管する）
000113*  2026-10-15  SYSTEMS-GROUP  与信保留中(H)の顧客は状態Aの変更で保留を外さない
000116*                             （保留の解除はCASHAPPが延滞の解消を確認して行う）
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
000290   05 CT-CUST-CD       PIC X(10).
000300   05 CT-NAME          PIC X(20).
000310   05 CT-CREDIT-LIMIT  PIC 9(09).
000312   05 CT-STATUS        PIC X(01).
000315*  申請者・承認者の利用者ID（権限表AUTHTBL.DATで検査する）
000317   05 CT-REQUESTER     PIC X(08).
000320   05 CT-APPROVER      PIC X(08).
000330 FD  CUSTOMER-MASTER-IO.
000340 01 CUSTOMER-MASTER-REC.
000350   05 CM-CUST-CD       PIC X(10).
000747     10 FILLER         PIC X(10) VALUE 'CUSTMAST  '.
000748     10 FILLER         PIC X(40) VALUE SPACES.
000749   05 WK-LOCK-RETURN-CD PIC 9(02).
000750*--- AUTHCHK呼び出し用ワーク（申請者・承認者の権限検査）---
000752 01 WK-AUTH-AREA.
000754   05 WK-AUTH-MASTER   PIC X(08) VALUE 'CUSTMAST'.
000756   05 WK-AUTH-RETURN-CD PIC 9(02).
000758*--- 承認レポートの見出し・明細・合計行 ---
000760 01 WK-RPT-HEADER.
000770   05 FILLER           PIC X(36)
000780       VALUE 'CUSTOMER MASTER MAINTENANCE REPORT  '.
000920   05 FILLER           PIC X(02) VALUE SPACES.
000930   05 WK-RD-STATUS     PIC X(08).
000940   05 FILLER           PIC X(02) VALUE SPACES.
000942   05 WK-RD-REASON-TX  PIC X(20).
000944   05 FILLER           PIC X(04) VALUE ' BY '.
000946   05 WK-RD-REQUESTER  PIC X(08).
000948   05 FILLER           PIC X(01) VALUE '/'.
000950   05 WK-RD-APPROVER   PIC X(08).
000960 01 WK-RPT-TOTAL.
000970   05 FILLER           PIC X(10) VALUE 'TOTAL    '.
000980   05 WK-RT-TRANS      PIC ZZZZ9.
001070*    マスタを全件書き戻し、全件の変更前後の値と適用／却下を
001080*    承認レポートへ印字する（直接編集による証跡なしの変更の
001090*    廃止。受注残高は本プログラムでは変更しない）
001100     CALL 'BUSDATE' USING WK-RUN-DATE.
001101*    顧客マスタの実行間ロックを取得する（受注バッチ・入金消込
001102*    の実行中は開始しない）
001103     MOVE 'L' TO WK-LOCK-FUNC.
001840*      10 : 処理区分がA/C/I以外
001850*      12 : 顧客コードが空白
001860*      14 : 与信限度額が数値でない（追加・変更のみ）
001865*      16 : 状態コードがA/I以外（追加・変更のみ）
001870*      30〜38 : 申請者・承認者の権限検査で不合格（AUTHCHK参照）
001880     IF CT-ACTION NOT = 'A' AND CT-ACTION NOT = 'C'
001890             AND CT-ACTION NOT = 'I'
001900         MOVE 10 TO WK-REASON-CD
001960                 PERFORM EDIT-FIELDS-PROC
001970             END-IF
001980         END-IF
001981     END-IF.
001982     IF WK-TRANS-OK
001983         PERFORM EDIT-AUTHORITY-PROC
001984     END-IF.
001985 EDIT-AUTHORITY-PROC.
001986*    申請者・承認者が顧客マスタのこの処理区分を扱えるかを
001987*    権限表で検査し、不合格ならAUTHCHKの結果コードで却下する
001988     CALL 'AUTHCHK' USING WK-AUTH-MASTER CT-ACTION
001989         CT-REQUESTER CT-APPROVER WK-AUTH-RETURN-CD.
001990     IF WK-AUTH-RETURN-CD NOT = 00
001993         MOVE WK-AUTH-RETURN-CD TO WK-REASON-CD
001996     END-IF.
002000 EDIT-FIELDS-PROC.
002010     IF CT-CREDIT-LIMIT IS NOT NUMERIC
002020         MOVE 14 TO WK-REASON-CD
002360         END-IF
002370     END-IF.
002380 CHANGE-CUSTOMER-PROC.
002383*    変更：未登録なら理由コード22で却下する（受注残高は触らない）
002386*    与信保留中(H)の顧客は状態Aの変更では保留を外さない（保留の
002390*    解除は入金消込(CASHAPP)が延滞の解消を確認して行う）
002400     IF WK-CM-FOUND-IDX = 0
002410         MOVE 22 TO WK-REASON-CD
002420     ELSE
002430         MOVE CT-NAME TO WK-CM-NAME(WK-CM-FOUND-IDX)
002440         MOVE CT-CREDIT-LIMIT TO WK-CM-LIMIT(WK-CM-FOUND-IDX)
002443         IF WK-OLD-STATUS NOT = 'H' OR CT-STATUS NOT = 'A'
002446             MOVE CT-STATUS TO WK-CM-STATUS(WK-CM-FOUND-IDX)
002450         END-IF
002460         ADD 1 TO WK-APPLY-COUNT
002470     END-IF.
002480 INACTIVATE-CUSTOMER-PROC.
002620 WRITE-REPORT-DETAIL-PROC.
002630*    1件分の変更前後の値と適用／却下を印字する
002640     MOVE CT-ACTION  TO WK-RD-ACTION.
002643     MOVE CT-CUST-CD TO WK-RD-CUST-CD.
002646     MOVE CT-REQUESTER TO WK-RD-REQUESTER.
002650     MOVE CT-APPROVER  TO WK-RD-APPROVER.
002660     MOVE WK-OLD-LIMIT  TO WK-RD-OLD-LIMIT.
002670     MOVE WK-OLD-STATUS TO WK-RD-OLD-STATUS.
002680     IF WK-TRANS-OK AND WK-CM-FOUND-IDX NOT = 0
002980         WHEN 22
002990             MOVE 'NOT ON MASTER       ' TO WK-RD-REASON-TX
003000         WHEN 26
003001             MOVE 'TABLE FULL          ' TO WK-RD-REASON-TX
003002         WHEN 30
003003             MOVE 'NO REQUESTER ID     ' TO WK-RD-REASON-TX
003004         WHEN 32
003005             MOVE 'REQUESTER NOT AUTH  ' TO WK-RD-REASON-TX
003006         WHEN 34
003007             MOVE 'NO APPROVER ID      ' TO WK-RD-REASON-TX
003008         WHEN 36
003009             MOVE 'APPROVER = REQUESTER' TO WK-RD-REASON-TX
003010         WHEN 38
003015             MOVE 'APPROVER NOT AUTH   ' TO WK-RD-REASON-TX
003020         WHEN OTHER
003030             MOVE 'UNKNOWN REASON      ' TO WK-RD-REASON-TX
003040     END-EVALUATE.
