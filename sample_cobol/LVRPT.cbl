000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LVRPT.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  有給休暇の拠点別残高一覧と、次回付与日
000080*                             までに年5日の取得に届かないおそれの
000082*                             ある社員の例外一覧を新規作成
000085*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000087*                             するよう変更（再実行・遅れ処理で
000090*                             処理対象の業務日を使う）
000100*----------------------------------------------------------------
000110 ENVIRONMENT DIVISION.
000120 INPUT-OUTPUT SECTION.
000130 FILE-CONTROL.
000140*    基準日と例外の対象とする付与日までの月数の指定（無い場合は
000150*    実行日と3か月）
000160     SELECT LVRPT-CONTROL-IN ASSIGN TO 'LVRPT.CTL'
000170         ORGANIZATION IS LINE SEQUENTIAL
000180         FILE STATUS IS WK-CT-FILE-STATUS.
000190     SELECT LEAVE-BAL-IN ASSIGN TO 'LVBAL.DAT'
000200         ORGANIZATION IS LINE SEQUENTIAL
000210         FILE STATUS IS WK-LB-FILE-STATUS.
000220     SELECT EMP-MASTER-IN ASSIGN TO 'EMPMAST.IDX'
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS RANDOM
000250         RECORD KEY IS EM-EMP-ID
000260         FILE STATUS IS WK-EM-FILE-STATUS.
000270     SELECT BALANCE-REPORT-OUT ASSIGN TO 'LVBAL.RPT'
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT RISK-REPORT-OUT ASSIGN TO 'LVRISK.RPT'
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  LVRPT-CONTROL-IN.
000340 01 LVRPT-CONTROL-REC.
000350   05 CT-ASOF-DATE     PIC X(08).
000360   05 CT-RISK-MONTHS   PIC X(02).
000370 FD  LEAVE-BAL-IN.
000380 01 LEAVE-BAL-REC.
000390   05 LB-EMP-ID        PIC 9(05).
000400   05 LB-HIRE-DATE     PIC 9(08).
000410   05 LB-GRANT-DATE    PIC 9(08).
000420   05 LB-NEXT-GRANT    PIC 9(08).
000430   05 LB-GRANT-DAYS    PIC 9(02)V9.
000440   05 LB-CUR-BAL       PIC 9(02)V9.
000450   05 LB-CARRY-BAL     PIC 9(02)V9.
000460   05 LB-TAKEN-YEAR    PIC 9(02)V9.
000470   05 LB-EXPIRED       PIC 9(02)V9.
000480   05 LB-LAST-PERIOD   PIC 9(06).
000490   05 LB-STATUS        PIC X(01).
000500 FD  EMP-MASTER-IN.
000510 01 EMP-MASTER-REC.
000520   05 EM-EMP-ID        PIC 9(05).
000530   05 EM-NAME          PIC X(20).
000540   05 EM-AGE           PIC 9(03).
000550   05 EM-SALARY        PIC 9(07).
000560   05 EM-SITE-CD       PIC X(03).
000570   05 EM-DEPT-CD       PIC X(05).
000580   05 FILLER           PIC X(17).
000590 FD  BALANCE-REPORT-OUT.
000600 01 BALANCE-REPORT-REC PIC X(110).
000610 FD  RISK-REPORT-OUT.
000620 01 RISK-REPORT-REC    PIC X(110).
000630 WORKING-STORAGE SECTION.
000640 01 WK-FLAGS.
000650   05 WK-CT-FILE-STATUS PIC X(02).
000660   05 WK-LB-FILE-STATUS PIC X(02).
000670   05 WK-EM-FILE-STATUS PIC X(02).
000680   05 WK-LB-EOF-SW     PIC X(01) VALUE 'N'.
000690     88 WK-LB-EOF          VALUE 'Y'.
000700   05 WK-SITE-FOUND-SW PIC X(01).
000710     88 WK-SITE-FOUND      VALUE 'Y'.
000720 01 WK-RUN-AREA.
000730   05 WK-RUN-DATE      PIC 9(08).
000740   05 WK-ASOF-DATE     PIC 9(08).
000750   05 WK-ASOF-SERIAL   PIC 9(07).
000760   05 WK-RISK-MONTHS   PIC 9(02) VALUE 3.
000770   05 WK-RISK-LIMIT    PIC 9(08).
000780   05 WK-LAST-PERIOD   PIC 9(06) VALUE 0.
000790   05 WK-MIN-TAKEN     PIC 9(02)V9 VALUE 5.
000800   05 WK-MIN-GRANT     PIC 9(02)V9 VALUE 10.
000810*--- 在籍者の残高テーブル（拠点・氏名は社員マスタから）---
000820 01 WK-BL-TABLE.
000830   05 WK-BL-COUNT      PIC 9(03) VALUE 0.
000840   05 WK-BL-ENTRY OCCURS 500 TIMES.
000850     10 WK-BL-EMP-ID   PIC 9(05).
000860     10 WK-BL-NAME     PIC X(20).
000870     10 WK-BL-SITE-CD  PIC X(03).
000880     10 WK-BL-HIRE     PIC 9(08).
000890     10 WK-BL-GRANT-DATE PIC 9(08).
000900     10 WK-BL-NEXT-GRANT PIC 9(08).
000910     10 WK-BL-GRANT-DAYS PIC 9(02)V9.
000920     10 WK-BL-CARRY    PIC 9(02)V9.
000930     10 WK-BL-CURRENT  PIC 9(02)V9.
000940     10 WK-BL-TAKEN    PIC 9(02)V9.
000950   05 WK-BL-IDX        PIC 9(03).
000960*--- 拠点の順の取り出し（前回の拠点より大きい最小の拠点）---
000970 01 WK-SITE-WORK.
000980   05 WK-PREV-SITE     PIC X(03).
000990   05 WK-CUR-SITE      PIC X(03).
001000   05 WK-SITE-CT       PIC 9(03) VALUE 0.
001010 01 WK-TOTALS.
001020   05 WK-ST-HEADS      PIC 9(05).
001030   05 WK-ST-CARRY      PIC 9(06)V9.
001040   05 WK-ST-CURRENT    PIC 9(06)V9.
001050   05 WK-ST-TAKEN      PIC 9(06)V9.
001060   05 WK-GT-HEADS      PIC 9(05) VALUE 0.
001070   05 WK-GT-CARRY      PIC 9(06)V9 VALUE 0.
001080   05 WK-GT-CURRENT    PIC 9(06)V9 VALUE 0.
001090   05 WK-GT-TAKEN      PIC 9(06)V9 VALUE 0.
001100   05 WK-RISK-CT       PIC 9(05) VALUE 0.
001110 01 WK-RISK-WORK.
001120   05 WK-BALANCE       PIC 9(03)V9.
001130   05 WK-STILL-REQ     PIC 9(02)V9.
001140   05 WK-DAYS-LEFT     PIC S9(05).
001150   05 WK-NEXT-SERIAL   PIC 9(07).
001160*--- 日付計算用ワーク（基準日に月数を加えた例外の対象期限）---
001170 01 WK-DT-RESULT.
001180   05 WK-DT-YEAR       PIC 9(04).
001190   05 WK-DT-MONTH      PIC 9(02).
001200   05 WK-DT-DAY        PIC 9(02).
001210 01 WK-DT-RESULT-N REDEFINES WK-DT-RESULT PIC 9(08).
001220 01 WK-DATE-WORK.
001230   05 WK-DT-TOTAL      PIC 9(06).
001240   05 WK-DT-REM        PIC 9(02).
001250   05 WK-DC-RETURN-CD  PIC 9(02).
001260   05 WK-DC-SERIAL     PIC 9(07).
001270*--- 残高一覧の各行 ---
001280 01 WK-BAL-TITLE.
001290   05 FILLER           PIC X(36)
001300       VALUE 'PAID LEAVE BALANCE BY SITE - AS OF '.
001310   05 WK-BH-ASOF       PIC 9(08).
001320   05 FILLER           PIC X(19) VALUE '  POSTED THROUGH : '.
001330   05 WK-BH-PERIOD     PIC 9(06).
001340 01 WK-BAL-COLUMNS.
001350   05 FILLER           PIC X(40)
001360       VALUE 'EMPNO NAME                 HIRED    GRA'.
001370   05 FILLER           PIC X(40)
001380       VALUE 'NTED  NEXT GRNT GRANT  CARRY CURRENT BAL'.
001390   05 FILLER           PIC X(12) VALUE 'ANCE  TAKEN'.
001400 01 WK-RPT-RULE.
001410   05 FILLER           PIC X(96) VALUE ALL '-'.
001420 01 WK-SITE-HEAD.
001430   05 FILLER           PIC X(07) VALUE 'SITE : '.
001440   05 WK-SH-SITE-CD    PIC X(03).
001450 01 WK-BAL-DETAIL.
001460   05 WK-BD-EMP-ID     PIC 9(05).
001470   05 FILLER           PIC X(01) VALUE SPACE.
001480   05 WK-BD-NAME       PIC X(20).
001490   05 FILLER           PIC X(01) VALUE SPACE.
001500   05 WK-BD-HIRE       PIC 9(08).
001510   05 FILLER           PIC X(01) VALUE SPACE.
001520   05 WK-BD-GRANT-DATE PIC 9(08).
001530   05 FILLER           PIC X(01) VALUE SPACE.
001540   05 WK-BD-NEXT-GRANT PIC 9(08).
001550   05 FILLER           PIC X(01) VALUE SPACE.
001560   05 WK-BD-GRANT-DAYS PIC ZZ9.9.
001570   05 FILLER           PIC X(02) VALUE SPACES.
001580   05 WK-BD-CARRY      PIC ZZ9.9.
001590   05 FILLER           PIC X(03) VALUE SPACES.
001600   05 WK-BD-CURRENT    PIC ZZ9.9.
001610   05 FILLER           PIC X(02) VALUE SPACES.
001620   05 WK-BD-BALANCE    PIC ZZZ9.9.
001630   05 FILLER           PIC X(02) VALUE SPACES.
001640   05 WK-BD-TAKEN      PIC ZZ9.9.
001650 01 WK-BAL-TOTAL.
001660   05 WK-BT-LABEL      PIC X(12).
001670   05 WK-BT-HEADS      PIC ZZZZ9.
001680   05 FILLER           PIC X(09) VALUE ' EMPLOYEE'.
001690   05 FILLER           PIC X(29) VALUE SPACES.
001700   05 WK-BT-CARRY      PIC ZZZZZ9.9.
001710   05 FILLER           PIC X(01) VALUE SPACE.
001720   05 WK-BT-CURRENT    PIC ZZZZZ9.9.
001730   05 FILLER           PIC X(01) VALUE SPACE.
001740   05 WK-BT-BALANCE    PIC ZZZZZ9.9.
001750   05 FILLER           PIC X(01) VALUE SPACE.
001760   05 WK-BT-TAKEN      PIC ZZZZZ9.9.
001770 01 WK-BAL-NONE.
001780   05 FILLER           PIC X(40)
001790       VALUE 'NO EMPLOYEES ON THE LEAVE BALANCE MASTER'.
001800*--- 年5日取得の例外一覧の各行 ---
001810 01 WK-RISK-TITLE.
001820   05 FILLER           PIC X(37)
001830       VALUE 'PAID LEAVE 5-DAY RISK LIST - AS OF '.
001840   05 WK-KH-ASOF       PIC 9(08).
001850   05 FILLER           PIC X(21) VALUE '  GRANT DATE WITHIN '.
001860   05 WK-KH-MONTHS     PIC Z9.
001870   05 FILLER           PIC X(07) VALUE ' MONTHS'.
001880 01 WK-RISK-COLUMNS.
001890   05 FILLER           PIC X(40)
001900       VALUE 'SITE EMPNO NAME                 GRANTED '.
001910   05 FILLER           PIC X(40)
001920       VALUE ' NEXT GRNT DAYS TO  TAKEN  STILL   BALAN'.
001930   05 FILLER           PIC X(12) VALUE 'CE  NOTE'.
001940 01 WK-RISK-DETAIL.
001950   05 WK-KD-SITE-CD    PIC X(03).
001960   05 FILLER           PIC X(02) VALUE SPACES.
001970   05 WK-KD-EMP-ID     PIC 9(05).
001980   05 FILLER           PIC X(01) VALUE SPACE.
001990   05 WK-KD-NAME       PIC X(20).
002000   05 FILLER           PIC X(01) VALUE SPACE.
002010   05 WK-KD-GRANT-DATE PIC 9(08).
002020   05 FILLER           PIC X(01) VALUE SPACE.
002030   05 WK-KD-NEXT-GRANT PIC 9(08).
002040   05 FILLER           PIC X(01) VALUE SPACE.
002050   05 WK-KD-DAYS-LEFT  PIC ----9.
002060   05 FILLER           PIC X(02) VALUE SPACES.
002070   05 WK-KD-TAKEN      PIC ZZ9.9.
002080   05 FILLER           PIC X(02) VALUE SPACES.
002090   05 WK-KD-STILL-REQ  PIC ZZ9.9.
002100   05 FILLER           PIC X(02) VALUE SPACES.
002110   05 WK-KD-BALANCE    PIC ZZZ9.9.
002120   05 FILLER           PIC X(02) VALUE SPACES.
002130   05 WK-KD-NOTE       PIC X(14).
002140 01 WK-RISK-TOTAL.
002150   05 FILLER           PIC X(20) VALUE 'EMPLOYEES AT RISK : '.
002160   05 WK-KT-COUNT      PIC ZZZZ9.
002170 PROCEDURE DIVISION.
002180 MAIN-PROC.
002190*    在籍者の有給残高を拠点コードの順に拠点ごとに印字し、拠点計と
002200*    総計を付ける。同じ順で、付与日数10日以上で今回付与日以降の
002210*    取得が5日に満たず、次回付与日が基準日から指定月数以内に来る
002220*    社員を例外一覧に印字する
002230     CALL 'BUSDATE' USING WK-RUN-DATE.
002240     MOVE WK-RUN-DATE TO WK-ASOF-DATE.
002250     PERFORM LOAD-CONTROL-PROC.
002260     CALL 'DATECHK' USING WK-ASOF-DATE WK-DC-RETURN-CD
002270         WK-ASOF-SERIAL.
002280     PERFORM CALC-RISK-LIMIT-PROC.
002290     OPEN INPUT EMP-MASTER-IN.
002300     PERFORM LOAD-LEAVE-BAL-PROC.
002310     CLOSE EMP-MASTER-IN.
002320     OPEN OUTPUT BALANCE-REPORT-OUT RISK-REPORT-OUT.
002330     MOVE WK-ASOF-DATE   TO WK-BH-ASOF WK-KH-ASOF.
002340     MOVE WK-LAST-PERIOD TO WK-BH-PERIOD.
002350     MOVE WK-RISK-MONTHS TO WK-KH-MONTHS.
002360     WRITE BALANCE-REPORT-REC FROM WK-BAL-TITLE.
002370     WRITE BALANCE-REPORT-REC FROM WK-BAL-COLUMNS.
002380     WRITE BALANCE-REPORT-REC FROM WK-RPT-RULE.
002390     WRITE RISK-REPORT-REC FROM WK-RISK-TITLE.
002400     WRITE RISK-REPORT-REC FROM WK-RISK-COLUMNS.
002410     WRITE RISK-REPORT-REC FROM WK-RPT-RULE.
002420     MOVE LOW-VALUES TO WK-PREV-SITE.
002430     SET WK-SITE-FOUND TO TRUE.
002440     PERFORM PRINT-NEXT-SITE-PROC
002450         UNTIL NOT WK-SITE-FOUND.
002460     IF WK-BL-COUNT = 0
002470         WRITE BALANCE-REPORT-REC FROM WK-BAL-NONE
002480     END-IF.
002490     WRITE BALANCE-REPORT-REC FROM WK-RPT-RULE.
002500     MOVE 'GRAND TOTAL '  TO WK-BT-LABEL.
002510     MOVE WK-GT-HEADS     TO WK-BT-HEADS.
002520     MOVE WK-GT-CARRY     TO WK-BT-CARRY.
002530     MOVE WK-GT-CURRENT   TO WK-BT-CURRENT.
002540     COMPUTE WK-BT-BALANCE = WK-GT-CARRY + WK-GT-CURRENT.
002550     MOVE WK-GT-TAKEN     TO WK-BT-TAKEN.
002560     WRITE BALANCE-REPORT-REC FROM WK-BAL-TOTAL.
002570     WRITE RISK-REPORT-REC FROM WK-RPT-RULE.
002580     MOVE WK-RISK-CT TO WK-KT-COUNT.
002590     WRITE RISK-REPORT-REC FROM WK-RISK-TOTAL.
002600     CLOSE BALANCE-REPORT-OUT RISK-REPORT-OUT.
002610     DISPLAY 'LVRPT: AS OF      = ' WK-ASOF-DATE.
002620     DISPLAY 'LVRPT: SITES      = ' WK-SITE-CT.
002630     DISPLAY 'LVRPT: EMPLOYEES  = ' WK-GT-HEADS.
002640     DISPLAY 'LVRPT: AT RISK    = ' WK-RISK-CT.
002650     GOBACK.
002660 LOAD-CONTROL-PROC.
002670*    LVRPT.CTLに正しい日付・数字の月数があればそれを使う
002680     OPEN INPUT LVRPT-CONTROL-IN.
002690     IF WK-CT-FILE-STATUS = '35'
002700         CONTINUE
002710     ELSE
002720         READ LVRPT-CONTROL-IN
002730             AT END
002740                 CONTINUE
002750             NOT AT END
002760                 PERFORM EDIT-CONTROL-PROC
002770         END-READ
002780         CLOSE LVRPT-CONTROL-IN
002790     END-IF.
002800 EDIT-CONTROL-PROC.
002810     IF CT-ASOF-DATE IS NUMERIC
002820         CALL 'DATECHK' USING CT-ASOF-DATE WK-DC-RETURN-CD
002830             WK-DC-SERIAL
002840         IF WK-DC-RETURN-CD = 00
002850             MOVE CT-ASOF-DATE TO WK-ASOF-DATE
002860         END-IF
002870     END-IF.
002880     IF CT-RISK-MONTHS IS NUMERIC AND CT-RISK-MONTHS NOT = '00'
002890         MOVE CT-RISK-MONTHS TO WK-RISK-MONTHS
002900     END-IF.
002910 CALC-RISK-LIMIT-PROC.
002920*    基準日に指定月数を加えた日（その月に同じ日が無ければ月末）を
002930*    例外の対象とする次回付与日の上限とする
002940     MOVE WK-ASOF-DATE TO WK-DT-RESULT-N.
002950     COMPUTE WK-DT-TOTAL =
002960         WK-DT-YEAR * 12 + WK-DT-MONTH - 1 + WK-RISK-MONTHS.
002970     DIVIDE WK-DT-TOTAL BY 12 GIVING WK-DT-YEAR
002980         REMAINDER WK-DT-REM.
002990     COMPUTE WK-DT-MONTH = WK-DT-REM + 1.
003000     CALL 'DATECHK' USING WK-DT-RESULT-N WK-DC-RETURN-CD
003010         WK-DC-SERIAL.
003020     PERFORM PREVIOUS-DAY-PROC
003030         UNTIL WK-DC-RETURN-CD = 00 OR WK-DT-DAY < 29.
003040     MOVE WK-DT-RESULT-N TO WK-RISK-LIMIT.
003050 PREVIOUS-DAY-PROC.
003060     SUBTRACT 1 FROM WK-DT-DAY.
003070     CALL 'DATECHK' USING WK-DT-RESULT-N WK-DC-RETURN-CD
003080         WK-DC-SERIAL.
003090 LOAD-LEAVE-BAL-PROC.
003100*    LVBAL.DATの在籍者('A')の行を読み込む。社員マスタに無い社員の
003110*    拠点は'???'とする（次の残高更新で退職として締められる）
003120     OPEN INPUT LEAVE-BAL-IN.
003130     IF WK-LB-FILE-STATUS = '35'
003140         SET WK-LB-EOF TO TRUE
003150     ELSE
003160         PERFORM READ-LEAVE-BAL-PROC
003170             UNTIL WK-LB-EOF
003180         CLOSE LEAVE-BAL-IN
003190     END-IF.
003200 READ-LEAVE-BAL-PROC.
003210     READ LEAVE-BAL-IN
003220         AT END
003230             SET WK-LB-EOF TO TRUE
003240         NOT AT END
003250             IF LB-STATUS = 'A'
003260                 PERFORM STORE-BALANCE-PROC
003270             END-IF
003280     END-READ.
003290 STORE-BALANCE-PROC.
003300     IF WK-BL-COUNT < 500
003310         ADD 1 TO WK-BL-COUNT
003320         MOVE LB-EMP-ID     TO WK-BL-EMP-ID(WK-BL-COUNT) EM-EMP-ID
003330         READ EMP-MASTER-IN
003340             INVALID KEY
003350                 MOVE SPACES TO WK-BL-NAME(WK-BL-COUNT)
003360                 MOVE '???'  TO WK-BL-SITE-CD(WK-BL-COUNT)
003370             NOT INVALID KEY
003380                 MOVE EM-NAME    TO WK-BL-NAME(WK-BL-COUNT)
003390                 MOVE EM-SITE-CD TO WK-BL-SITE-CD(WK-BL-COUNT)
003400         END-READ
003410         MOVE LB-HIRE-DATE  TO WK-BL-HIRE(WK-BL-COUNT)
003420         MOVE LB-GRANT-DATE TO WK-BL-GRANT-DATE(WK-BL-COUNT)
003430         MOVE LB-NEXT-GRANT TO WK-BL-NEXT-GRANT(WK-BL-COUNT)
003440         MOVE LB-GRANT-DAYS TO WK-BL-GRANT-DAYS(WK-BL-COUNT)
003450         MOVE LB-CARRY-BAL  TO WK-BL-CARRY(WK-BL-COUNT)
003460         MOVE LB-CUR-BAL    TO WK-BL-CURRENT(WK-BL-COUNT)
003470         MOVE LB-TAKEN-YEAR TO WK-BL-TAKEN(WK-BL-COUNT)
003480         IF LB-LAST-PERIOD > WK-LAST-PERIOD
003490             MOVE LB-LAST-PERIOD TO WK-LAST-PERIOD
003500         END-IF
003510     ELSE
003520         DISPLAY 'LVRPT: TABLE FULL - EMPLOYEE ' LB-EMP-ID
003530             ' NOT LISTED'
003540     END-IF.
003550 PRINT-NEXT-SITE-PROC.
003560*    前回印字した拠点より大きい最小の拠点を探し、その拠点の社員を
003570*    残高一覧（と該当すれば例外一覧）に印字する
003580     MOVE HIGH-VALUES TO WK-CUR-SITE.
003590     MOVE 'N' TO WK-SITE-FOUND-SW.
003600     PERFORM FIND-NEXT-SITE-STEP-PROC
003610         VARYING WK-BL-IDX FROM 1 BY 1
003620         UNTIL WK-BL-IDX > WK-BL-COUNT.
003630     IF WK-SITE-FOUND
003640         ADD 1 TO WK-SITE-CT
003650         MOVE ZERO TO WK-ST-HEADS WK-ST-CARRY WK-ST-CURRENT
003660             WK-ST-TAKEN
003670         MOVE WK-CUR-SITE TO WK-SH-SITE-CD
003680         WRITE BALANCE-REPORT-REC FROM WK-SITE-HEAD
003690         PERFORM PRINT-SITE-EMP-STEP-PROC
003700             VARYING WK-BL-IDX FROM 1 BY 1
003710             UNTIL WK-BL-IDX > WK-BL-COUNT
003720         MOVE 'SITE TOTAL  '  TO WK-BT-LABEL
003730         MOVE WK-ST-HEADS     TO WK-BT-HEADS
003740         MOVE WK-ST-CARRY     TO WK-BT-CARRY
003750         MOVE WK-ST-CURRENT   TO WK-BT-CURRENT
003760         COMPUTE WK-BT-BALANCE = WK-ST-CARRY + WK-ST-CURRENT
003770         MOVE WK-ST-TAKEN     TO WK-BT-TAKEN
003780         WRITE BALANCE-REPORT-REC FROM WK-BAL-TOTAL
003790         MOVE SPACES TO BALANCE-REPORT-REC
003800         WRITE BALANCE-REPORT-REC
003810         MOVE WK-CUR-SITE TO WK-PREV-SITE
003820     END-IF.
003830 FIND-NEXT-SITE-STEP-PROC.
003840     IF WK-BL-SITE-CD(WK-BL-IDX) > WK-PREV-SITE
003850             AND WK-BL-SITE-CD(WK-BL-IDX) < WK-CUR-SITE
003860         MOVE WK-BL-SITE-CD(WK-BL-IDX) TO WK-CUR-SITE
003870         SET WK-SITE-FOUND TO TRUE
003880     END-IF.
003890 PRINT-SITE-EMP-STEP-PROC.
003900     IF WK-BL-SITE-CD(WK-BL-IDX) = WK-CUR-SITE
003910         PERFORM PRINT-BALANCE-LINE-PROC
003920         IF WK-BL-GRANT-DATE(WK-BL-IDX) NOT = 0
003930                 AND WK-BL-GRANT-DAYS(WK-BL-IDX) >= WK-MIN-GRANT
003940                 AND WK-BL-TAKEN(WK-BL-IDX) < WK-MIN-TAKEN
003950                 AND WK-BL-NEXT-GRANT(WK-BL-IDX) <= WK-RISK-LIMIT
003960             PERFORM PRINT-RISK-LINE-PROC
003970         END-IF
003980     END-IF.
003990 PRINT-BALANCE-LINE-PROC.
004000     MOVE WK-BL-EMP-ID(WK-BL-IDX)     TO WK-BD-EMP-ID.
004010     MOVE WK-BL-NAME(WK-BL-IDX)       TO WK-BD-NAME.
004020     MOVE WK-BL-HIRE(WK-BL-IDX)       TO WK-BD-HIRE.
004030     MOVE WK-BL-GRANT-DATE(WK-BL-IDX) TO WK-BD-GRANT-DATE.
004040     MOVE WK-BL-NEXT-GRANT(WK-BL-IDX) TO WK-BD-NEXT-GRANT.
004050     MOVE WK-BL-GRANT-DAYS(WK-BL-IDX) TO WK-BD-GRANT-DAYS.
004060     MOVE WK-BL-CARRY(WK-BL-IDX)      TO WK-BD-CARRY.
004070     MOVE WK-BL-CURRENT(WK-BL-IDX)    TO WK-BD-CURRENT.
004080     COMPUTE WK-BALANCE = WK-BL-CARRY(WK-BL-IDX)
004090         + WK-BL-CURRENT(WK-BL-IDX).
004100     MOVE WK-BALANCE                  TO WK-BD-BALANCE.
004110     MOVE WK-BL-TAKEN(WK-BL-IDX)      TO WK-BD-TAKEN.
004120     WRITE BALANCE-REPORT-REC FROM WK-BAL-DETAIL.
004130     ADD 1 TO WK-ST-HEADS WK-GT-HEADS.
004140     ADD WK-BL-CARRY(WK-BL-IDX)   TO WK-ST-CARRY WK-GT-CARRY.
004150     ADD WK-BL-CURRENT(WK-BL-IDX) TO WK-ST-CURRENT WK-GT-CURRENT.
004160     ADD WK-BL-TAKEN(WK-BL-IDX)   TO WK-ST-TAKEN WK-GT-TAKEN.
004170 PRINT-RISK-LINE-PROC.
004180*    付与日までの日数と、5日に届くまでに取得が必要な日数を示す。
004190*    付与日を過ぎているもの（残高更新が未実行）と、残高が必要日数
004200*    に満たないものは注記を付ける
004210     COMPUTE WK-STILL-REQ = WK-MIN-TAKEN - WK-BL-TAKEN(WK-BL-IDX).
004220     CALL 'DATECHK' USING WK-BL-NEXT-GRANT(WK-BL-IDX)
004230         WK-DC-RETURN-CD WK-NEXT-SERIAL.
004240     COMPUTE WK-DAYS-LEFT = WK-NEXT-SERIAL - WK-ASOF-SERIAL.
004250     MOVE WK-BL-SITE-CD(WK-BL-IDX)    TO WK-KD-SITE-CD.
004260     MOVE WK-BL-EMP-ID(WK-BL-IDX)     TO WK-KD-EMP-ID.
004270     MOVE WK-BL-NAME(WK-BL-IDX)       TO WK-KD-NAME.
004280     MOVE WK-BL-GRANT-DATE(WK-BL-IDX) TO WK-KD-GRANT-DATE.
004290     MOVE WK-BL-NEXT-GRANT(WK-BL-IDX) TO WK-KD-NEXT-GRANT.
004300     MOVE WK-DAYS-LEFT                TO WK-KD-DAYS-LEFT.
004310     MOVE WK-BL-TAKEN(WK-BL-IDX)      TO WK-KD-TAKEN.
004320     MOVE WK-STILL-REQ                TO WK-KD-STILL-REQ.
004330     MOVE WK-BALANCE                  TO WK-KD-BALANCE.
004340     MOVE SPACES TO WK-KD-NOTE.
004350     IF WK-DAYS-LEFT < 0
004360         MOVE 'PAST DUE' TO WK-KD-NOTE
004370     ELSE
004380         IF WK-BALANCE < WK-STILL-REQ
004390             MOVE 'SHORT BALANCE' TO WK-KD-NOTE
004400         END-IF
004410     END-IF.
004420     WRITE RISK-REPORT-REC FROM WK-RISK-DETAIL.
004430     ADD 1 TO WK-RISK-CT.
