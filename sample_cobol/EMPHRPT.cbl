000080*                             時点の社員マスタを復元して印字する
000090*                             照会レポートを新規作成（給与係争の
000100*                             調査用。EMPMAINTの前後イメージを使う）
000102*  2026-10-15  SYSTEMS-GROUP  社員マスタの部門コード追加に伴い、
000105*                             変更履歴の拡張イメージを併せて復元し
000106*                             部門を印字する
000107*  2026-10-15  SYSTEMS-GROUP  指定日時点の状態を作った最後の変更
000108*                             の日付・処理区分・申請者・承認者
000110*                             を印字する
000112*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000114*                             するよう変更（再実行・遅れ処理で
000116*                             処理対象の業務日を使う）
000118*----------------------------------------------------------------
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000270   05 EH-EMP-ID      PIC 9(05).
000280   05 EH-BEFORE-IMAGE PIC X(38).
000290   05 EH-AFTER-IMAGE  PIC X(38).
000292*  マスタ拡張部の前後イメージ（拡張前の履歴ではスペース）
000295   05 EH-BEFORE-EXT   PIC X(22).
000296   05 EH-AFTER-EXT    PIC X(22).
000297*  変更の申請者・承認者（権限検査導入前の履歴ではスペース）
000298   05 EH-REQUESTER    PIC X(08).
000299   05 EH-APPROVER     PIC X(08).
000300 FD  HISTORY-REPORT-OUT.
000310 01 HISTORY-REPORT-REC PIC X(80).
000320 WORKING-STORAGE SECTION.
000520   05 WK-AI-AGE      PIC 9(03).
000530   05 WK-AI-SALARY   PIC 9(07).
000540   05 WK-AI-SITE-CD  PIC X(03).
000543   05 WK-AI-DEPT-CD  PIC X(05).
000546   05 FILLER         PIC X(17).
000550*--- 指定日より後の最初の変更の前イメージ（指定日時点の状態）---
000560 01 WK-NEXT-AREA.
000570   05 WK-NEXT-FOUND-SW PIC X(01).
000580     88 WK-NEXT-FOUND     VALUE 'Y'.
000581   05 WK-NEXT-BEFORE  PIC X(60).
000582*--- 基準日以前の最後の変更（誰の申請・承認で今の状態になったか）---
000583 01 WK-LAST-CHANGE-AREA.
000584   05 WK-LC-FOUND-SW  PIC X(01).
000585     88 WK-LC-FOUND       VALUE 'Y'.
000586   05 WK-LC-DATE      PIC 9(08).
000587   05 WK-LC-ACTION    PIC X(01).
000588   05 WK-LC-REQUESTER PIC X(08).
000590   05 WK-LC-APPROVER  PIC X(08).
000600 01 WK-RUN-AREA.
000610   05 WK-RUN-DATE    PIC 9(08).
000620*--- レポートの見出し・明細行 ---
000780   05 WK-RD-SALARY   PIC ZZZZZZ9.
000790   05 FILLER         PIC X(08) VALUE '  SITE: '.
000800   05 WK-RD-SITE     PIC X(03).
000803   05 FILLER         PIC X(08) VALUE '  DEPT: '.
000806   05 WK-RD-DEPT     PIC X(05).
000810 01 WK-RPT-MESSAGE.
000820   05 FILLER         PIC X(02) VALUE SPACES.
000821   05 WK-RM-TEXT     PIC X(40).
000822 01 WK-RPT-CHANGE.
000823   05 FILLER         PIC X(15) VALUE '  LAST CHANGE: '.
000824   05 WK-RC-DATE     PIC 9(08).
000825   05 FILLER         PIC X(01) VALUE SPACE.
000826   05 WK-RC-ACTION   PIC X(01).
000827   05 FILLER         PIC X(15) VALUE '  REQUESTED BY '.
000828   05 WK-RC-REQUESTER PIC X(08).
000829   05 FILLER         PIC X(14) VALUE '  APPROVED BY '.
000830   05 WK-RC-APPROVER PIC X(08).
000840 PROCEDURE DIVISION.
000850 MAIN-PROC.
000860*    社員番号と基準日を受け取り、変更履歴から指定日時点のマスタ
000880*    後イメージが指定日時点の状態であり、基準日以前に変更が無い
000890*    社員は基準日より後の最初の変更の前イメージから復元する。
000900*    社員番号00000の入力で終了する
000910     CALL 'BUSDATE' USING WK-RUN-DATE.
000920     OPEN OUTPUT HISTORY-REPORT-OUT.
000930     MOVE WK-RUN-DATE TO WK-RH-DATE.
000940     WRITE HISTORY-REPORT-REC FROM WK-RPT-HEADER.
001310*    変更の後イメージと、基準日より後の最初の変更の前イメージを
001320*    追跡する
001330     MOVE 'N' TO WK-EH-EOF-SW WK-NEXT-FOUND-SW.
001335     MOVE 'N' TO WK-ASOF-STATE.
001340     MOVE 'N' TO WK-LC-FOUND-SW.
001350     OPEN INPUT CHANGE-HISTORY-IN.
001360     IF WK-EH-FILE-STATUS = '35'
001370         DISPLAY 'EMPHRPT: NO CHANGE HISTORY ON FILE'
001550*    で状態を更新し（退職は退職済みとする）、基準日より後の変更は
001560*    最初の1件の前イメージだけを保持する
001570     IF EH-EMP-ID = WK-INQ-EMP-ID
001575         IF EH-DATE NOT > WK-INQ-ASOF
001580             PERFORM SAVE-LAST-CHANGE-PROC
001590             IF EH-ACTION = 'D'
001600                 MOVE 'D' TO WK-ASOF-STATE
001610             ELSE
001620                 MOVE 'F' TO WK-ASOF-STATE
001630                 MOVE EH-AFTER-IMAGE TO WK-ASOF-IMAGE
001635                 MOVE EH-AFTER-EXT   TO WK-ASOF-IMAGE(39:22)
001640             END-IF
001650         ELSE
001660             IF NOT WK-NEXT-FOUND
001670                 SET WK-NEXT-FOUND TO TRUE
001680                 MOVE EH-BEFORE-IMAGE TO WK-NEXT-BEFORE
001685                 MOVE EH-BEFORE-EXT   TO WK-NEXT-BEFORE(39:22)
001690             END-IF
001700         END-IF
001701     END-IF.
001702 SAVE-LAST-CHANGE-PROC.
001703*    基準日以前の変更の日付・処理区分・申請者・承認者を控える
001704*    （履歴は発生順のため、最後に控えたものが直近の変更となる）
001705     SET WK-LC-FOUND TO TRUE.
001706     MOVE EH-DATE      TO WK-LC-DATE.
001707     MOVE EH-ACTION    TO WK-LC-ACTION.
001708     MOVE EH-REQUESTER TO WK-LC-REQUESTER.
001710     MOVE EH-APPROVER  TO WK-LC-APPROVER.
001720 RESOLVE-ASOF-STATE-PROC.
001730*    基準日以前に変更が無い場合、基準日より後の最初の変更の
001740*    前イメージが基準日時点の状態となる（前イメージがスペースの
001950             MOVE WK-AI-AGE    TO WK-RD-AGE
001960             MOVE WK-AI-SALARY TO WK-RD-SALARY
001970             MOVE WK-AI-SITE-CD TO WK-RD-SITE
001975             MOVE WK-AI-DEPT-CD TO WK-RD-DEPT
001980             WRITE HISTORY-REPORT-REC FROM WK-RPT-DETAIL
001990             DISPLAY 'EMPHRPT: ' WK-AI-NAME ' SALARY '
002000                 WK-AI-SALARY ' AS OF ' WK-INQ-ASOF
002060             MOVE 'NO CHANGE HISTORY FOR EMPLOYEE' TO WK-RM-TEXT
002070             WRITE HISTORY-REPORT-REC FROM WK-RPT-MESSAGE
002080             DISPLAY 'EMPHRPT: NO HISTORY FOR ' WK-INQ-EMP-ID
002081     END-EVALUATE.
002082     IF WK-LC-FOUND
002083         MOVE WK-LC-DATE      TO WK-RC-DATE
002084         MOVE WK-LC-ACTION    TO WK-RC-ACTION
002085         MOVE WK-LC-REQUESTER TO WK-RC-REQUESTER
002086         MOVE WK-LC-APPROVER  TO WK-RC-APPROVER
002087         WRITE HISTORY-REPORT-REC FROM WK-RPT-CHANGE
002088         DISPLAY 'EMPHRPT: LAST CHANGE ' WK-LC-DATE ' BY '
002089             WK-LC-REQUESTER ' APPROVED BY ' WK-LC-APPROVER
002090     END-IF.
