000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PAYACCR.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  月末の未払給与の計上を新規作成
000080*                             （月末時点で未支給の期間の経過日数
000090*                             と直近の支給実績から拠点別に未払の
000100*                             総支給と会社負担の社会保険料を見積り、
000110*                             ACCR*の控制合計をPAYCTRL.DATへ追記
000120*                             してGLJRNLで計上・翌月1日付の戻し
000122*                             仕訳を転記させる）
000125*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000127*                             するよう変更（再実行・遅れ処理で
000130*                             処理対象の業務日を使う）
000140*----------------------------------------------------------------
000150 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000170 FILE-CONTROL.
000180*    対象月の指定（任意。YYYYMM。無ければ実行月）
000190     SELECT ACCRUAL-CONTROL-IN ASSIGN TO 'PAYACCR.CTL'
000200         ORGANIZATION IS LINE SEQUENTIAL
000210         FILE STATUS IS WK-CT-FILE-STATUS.
000220*    支給期間カレンダー（PERDGENが生成。O=未支給、C=支給済み）
000230     SELECT PAY-PERIOD-IN ASSIGN TO 'PAYPERD.DAT'
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WK-PP-FILE-STATUS.
000260     SELECT EMP-MASTER-IN ASSIGN TO 'EMPMAST.IDX'
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS SEQUENTIAL
000290         RECORD KEY IS EM-EMP-ID
000300         FILE STATUS IS WK-EM-FILE-STATUS.
000310*    直近の支給実績（社員番号＋支給期間キーで支給済みの期間を
000320*    新しい順に読む）
000330     SELECT PAY-HIST-IN ASSIGN TO 'PAYHIST.IDX'
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS PH-KEY
000370         FILE STATUS IS WK-PH-FILE-STATUS.
000380*    社会保険料の期間・保険種別ごとの合計（会社負担率の算出用）
000390     SELECT SI-CONTRIB-IN ASSIGN TO 'SICONTR.DAT'
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WK-SC-FILE-STATUS.
000420*    給与の控制合計（計上済みの確認に読み、今回分を後ろへ追記する）
000430     SELECT PAYROLL-CONTROL-IO ASSIGN TO 'PAYCTRL.DAT'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WK-PC-FILE-STATUS.
000460     SELECT ACCRUAL-REPORT-OUT ASSIGN TO 'PAYACCR.RPT'
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ACCRUAL-CONTROL-IN.
000510 01 ACCRUAL-CONTROL-REC.
000520   05 AA-MONTH         PIC X(06).
000530   05 AA-MONTH-N REDEFINES AA-MONTH PIC 9(06).
000540 FD  PAY-PERIOD-IN.
000550 01 PAY-PERIOD-REC.
000560   05 PP-PERIOD-ID     PIC 9(06).
000570   05 PP-START-DATE    PIC 9(08).
000580   05 PP-END-DATE      PIC 9(08).
000590   05 PP-STATUS        PIC X(01).
000600 FD  EMP-MASTER-IN.
000610 01 EMP-MASTER-REC.
000620   05 EM-EMP-ID        PIC 9(05).
000630   05 EM-NAME          PIC X(20).
000640   05 EM-AGE           PIC 9(03).
000650   05 EM-SALARY        PIC 9(07).
000660   05 EM-SITE-CD       PIC X(03).
000670   05 EM-DEPT-CD       PIC X(05).
000680   05 EM-PAY-TYPE      PIC X(01).
000690     88 EM-HOURLY-PAID     VALUE 'H'.
000700   05 EM-HOURLY-RATE   PIC 9(05).
000710   05 FILLER           PIC X(11).
000720 FD  PAY-HIST-IN.
000730 01 PAY-HIST-REC.
000740   05 PH-KEY.
000750     10 PH-EMP-ID      PIC 9(05).
000760     10 PH-PERIOD-ID   PIC 9(06).
000770   05 PH-RUN-DATE      PIC 9(08).
000780   05 PH-SALARY        PIC 9(07).
000790   05 PH-TAX           PIC 9(07).
000800   05 PH-BONUS         PIC 9(07).
000810   05 PH-NET           PIC 9(07).
000820 FD  SI-CONTRIB-IN.
000830 01 SI-CONTRIB-REC.
000840   05 SC-PERIOD-ID     PIC 9(06).
000850   05 SC-TYPE          PIC X(04).
000860   05 SC-NAME          PIC X(10).
000870   05 SC-HEADCOUNT     PIC 9(05).
000880   05 SC-EMPE-AMT      PIC 9(09).
000890   05 SC-EMPLR-AMT     PIC 9(09).
000900 FD  PAYROLL-CONTROL-IO.
000910 01 PAYROLL-CONTROL-REC.
000920   05 PC-ACCT-CD       PIC X(10).
000930   05 PC-AMOUNT        PIC 9(09).
000940   05 PC-PERIOD-ID     PIC 9(06).
000950 FD  ACCRUAL-REPORT-OUT.
000960 01 ACCRUAL-REPORT-REC PIC X(100).
000970 WORKING-STORAGE SECTION.
000980 01 WK-FLAGS.
000990   05 WK-CT-FILE-STATUS PIC X(02).
001000   05 WK-PP-FILE-STATUS PIC X(02).
001010   05 WK-EM-FILE-STATUS PIC X(02).
001020   05 WK-PH-FILE-STATUS PIC X(02).
001030   05 WK-SC-FILE-STATUS PIC X(02).
001040   05 WK-PC-FILE-STATUS PIC X(02).
001050   05 WK-PP-EOF-SW     PIC X(01) VALUE 'N'.
001060     88 WK-PP-EOF          VALUE 'Y'.
001070   05 WK-EM-EOF-SW     PIC X(01) VALUE 'N'.
001080     88 WK-EM-EOF          VALUE 'Y'.
001090   05 WK-SC-EOF-SW     PIC X(01) VALUE 'N'.
001100     88 WK-SC-EOF          VALUE 'Y'.
001110   05 WK-PC-EOF-SW     PIC X(01) VALUE 'N'.
001120     88 WK-PC-EOF          VALUE 'Y'.
001130*  対象月の計上が既にPAYCTRL.DATにある（二重計上の防止）
001140   05 WK-ACCRUED-SW    PIC X(01) VALUE 'N'.
001150     88 WK-ALREADY-ACCRUED VALUE 'Y'.
001160*  社員の直近の支給実績が見つかった
001170   05 WK-PH-FOUND-SW   PIC X(01).
001180     88 WK-PH-FOUND        VALUE 'Y'.
001190*--- 対象月と月末日 ---
001200 01 WK-MONTH-AREA.
001210   05 WK-RUN-DATE      PIC 9(08).
001220   05 WK-MONTH         PIC 9(06).
001230   05 WK-MONTH-START   PIC 9(08).
001240   05 WK-MONTH-END     PIC 9(08).
001250   05 WK-MONTH-END-SERIAL PIC 9(07).
001260   05 WK-TRY-DAY       PIC 9(02).
001270   05 WK-DATE-WORK     PIC 9(08).
001280   05 WK-DATE-SERIAL   PIC 9(07).
001290   05 WK-DATE-RETURN-CD PIC 9(02).
001300*--- 支給期間テーブル（PAYPERD.DATの期間ID順。月末時点の未支給
001310*    期間には経過日数と期間の日数を持たせる）---
001320 01 WK-PERIOD-TABLE.
001330   05 WK-PP-COUNT      PIC 9(03) VALUE 0.
001340   05 WK-PP-ENTRY OCCURS 48 TIMES.
001350     10 WK-PP-PERIOD-ID PIC 9(06).
001360     10 WK-PP-START    PIC 9(08).
001370     10 WK-PP-END      PIC 9(08).
001380     10 WK-PP-STATUS   PIC X(01).
001390     10 WK-PP-EARN-DAYS PIC 9(03).
001400     10 WK-PP-DAYS     PIC 9(03).
001410 01 WK-PERIOD-WORK.
001420   05 WK-PP-IDX        PIC 9(03).
001430   05 WK-START-SERIAL  PIC 9(07).
001440   05 WK-END-SERIAL    PIC 9(07).
001450   05 WK-UNPAID-CT     PIC 9(03) VALUE 0.
001460*  未支給期間の経過割合の合計（1期間分の給与に対する倍率）
001470   05 WK-ACCR-FACTOR   PIC 9(02)V9(06) VALUE 0.
001480*  会社負担率の算出に使う直近の支給済み期間
001490   05 WK-BASE-PERIOD   PIC 9(06) VALUE 0.
001500*--- 拠点別の未払計上額 ---
001510 01 WK-SITE-TABLE.
001520   05 WK-ST-COUNT      PIC 9(02) VALUE 0.
001530   05 WK-ST-ENTRY OCCURS 30 TIMES.
001540     10 WK-ST-SITE-CD  PIC X(03).
001550     10 WK-ST-HEAD-CT  PIC 9(05).
001560     10 WK-ST-GROSS    PIC 9(09).
001570     10 WK-ST-EMPLR    PIC 9(09).
001580 01 WK-SITE-WORK.
001590   05 WK-ST-IDX        PIC 9(02).
001600   05 WK-ST-FOUND-IDX  PIC 9(02).
001610   05 WK-SITE-ACCT-CD.
001620     10 WK-SA-PREFIX   PIC X(07).
001630     10 WK-SA-SITE     PIC X(03).
001640*--- 社員別の見積りと会社負担率 ---
001650 01 WK-ACCRUAL-WORK.
001660   05 WK-EMP-RATE      PIC 9(07).
001670   05 WK-EMP-ACCRUAL   PIC 9(09).
001680   05 WK-BASE-GROSS    PIC 9(11) VALUE 0.
001690   05 WK-EMPLR-TOTAL   PIC 9(11) VALUE 0.
001700   05 WK-EMPLR-RATE    PIC 9V9(06) VALUE 0.
001710   05 WK-TOT-GROSS     PIC 9(09) VALUE 0.
001720   05 WK-TOT-EMPLR     PIC 9(09) VALUE 0.
001730   05 WK-TOT-HEAD-CT   PIC 9(05) VALUE 0.
001740 01 WK-COUNTERS.
001750   05 WK-EMP-CT        PIC 9(05) VALUE 0.
001760   05 WK-NO-HIST-CT    PIC 9(05) VALUE 0.
001770   05 WK-SKIP-CT       PIC 9(05) VALUE 0.
001780*--- LOCKMGR呼び出し用ワーク（実行間ロック。控制合計へ追記する
001790*    ため、給与実行中は開始しない）---
001800 01 WK-LOCK-AREA.
001810   05 WK-LOCK-FUNC     PIC X(01).
001820   05 WK-LOCK-PGM      PIC X(08) VALUE 'PAYACCR'.
001830   05 WK-LOCK-FILES.
001840     10 FILLER         PIC X(10) VALUE 'PAYCTRL   '.
001850     10 FILLER         PIC X(40) VALUE SPACES.
001860   05 WK-LOCK-RETURN-CD PIC 9(02).
001870*--- 計上レポートの各行 ---
001880 01 WK-RPT-HEADER.
001890   05 FILLER           PIC X(34)
001900       VALUE 'PAYROLL MONTH-END ACCRUAL         '.
001910   05 FILLER           PIC X(08) VALUE 'PERIOD: '.
001920   05 WK-RH-MONTH      PIC 9(06).
001930   05 FILLER           PIC X(07) VALUE '  RUN: '.
001940   05 WK-RH-RUN-DATE   PIC 9(08).
001950   05 FILLER           PIC X(37) VALUE SPACES.
001960 01 WK-RPT-MONTH-END.
001970   05 FILLER           PIC X(20) VALUE 'MONTH END DATE'.
001980   05 WK-RM-DATE       PIC 9(08).
001990   05 FILLER           PIC X(72) VALUE SPACES.
002000 01 WK-RPT-PERIOD-COLS.
002010   05 FILLER           PIC X(50) VALUE
002020       'UNPAID PERIOD     START       END  DAYS EARNED    '.
002030   05 FILLER           PIC X(50) VALUE SPACES.
002040 01 WK-RPT-PERIOD.
002050   05 FILLER           PIC X(07) VALUE SPACES.
002060   05 WK-RP-PERIOD-ID  PIC 9(06).
002070   05 FILLER           PIC X(02) VALUE SPACES.
002080   05 WK-RP-START      PIC 9(08).
002090   05 FILLER           PIC X(02) VALUE SPACES.
002100   05 WK-RP-END        PIC 9(08).
002110   05 FILLER           PIC X(01) VALUE SPACE.
002120   05 WK-RP-DAYS       PIC ZZZZ9.
002130   05 FILLER           PIC X(01) VALUE SPACE.
002140   05 WK-RP-EARN-DAYS  PIC ZZZZZ9.
002150   05 FILLER           PIC X(54) VALUE SPACES.
002160 01 WK-RPT-SITE-COLS.
002170   05 FILLER           PIC X(50) VALUE
002180       'SITE EMPLOYEES ACCRUED GROSS EMPLOYER COST        '.
002190   05 FILLER           PIC X(50) VALUE
002200       'TOTAL                                             '.
002210 01 WK-RPT-SITE.
002220   05 WK-RS-SITE-CD    PIC X(03).
002230   05 FILLER           PIC X(02) VALUE SPACES.
002240   05 WK-RS-HEAD-CT    PIC ZZZZZZZZ9.
002250   05 FILLER           PIC X(01) VALUE SPACE.
002260   05 WK-RS-GROSS      PIC ZZZZZZZZZZZZ9.
002270   05 FILLER           PIC X(01) VALUE SPACE.
002280   05 WK-RS-EMPLR      PIC ZZZZZZZZZZZZ9.
002290   05 FILLER           PIC X(01) VALUE SPACE.
002300   05 WK-RS-TOTAL      PIC ZZZZZZZZZZZ9.
002310   05 FILLER           PIC X(45) VALUE SPACES.
002320 01 WK-RPT-RATE-LINE.
002330   05 FILLER           PIC X(30)
002340       VALUE 'EMPLOYER COST RATE (PERIOD'.
002350   05 WK-RR-PERIOD     PIC 9(06).
002360   05 FILLER           PIC X(04) VALUE ')  '.
002370   05 WK-RR-RATE       PIC 9.9(06).
002380   05 FILLER           PIC X(52) VALUE SPACES.
002390 01 WK-RPT-FACTOR-LINE.
002400   05 FILLER           PIC X(30) VALUE 'EARNED PERIODS FACTOR'.
002410   05 WK-RF-FACTOR     PIC Z9.9(06).
002420   05 FILLER           PIC X(61) VALUE SPACES.
002430 01 WK-RPT-COUNT-LINE.
002440   05 WK-RL-LABEL      PIC X(30).
002450   05 WK-RL-COUNT      PIC ZZZZZ9.
002460   05 FILLER           PIC X(64) VALUE SPACES.
002470 PROCEDURE DIVISION.
002480 MAIN-PROC.
002490*    月末時点で未支給の支給期間について月末までの経過日数の割合を
002500*    求め、社員ごとに直近の支給実績の給与へ掛けて未払の総支給を
002510*    見積る。会社負担の社会保険料は直近の支給済み期間の会社負担額
002520*    ÷総支給の率で見積り、拠点別に集計する。計上額はACCR*の控制
002530*    合計としてPAYCTRL.DATへ追記し、GLJRNLが対象月の計上と翌月
002540*    1日付の戻し仕訳を転記する
002550     CALL 'BUSDATE' USING WK-RUN-DATE.
002560     PERFORM LOAD-CONTROL-PROC.
002570     IF WK-MONTH = 0
002580         MOVE 8 TO RETURN-CODE
002590         GOBACK
002600     END-IF.
002610*    対象月の計上が控制合計に既にあれば拒否する（GLJRNLの前に
002620*    2回実行すると計上額が倍になる）
002630     PERFORM CHECK-ACCRUED-PROC.
002640     IF WK-ALREADY-ACCRUED
002650         DISPLAY 'PAYACCR: MONTH ' WK-MONTH
002660             ' ALREADY ACCRUED ON PAYCTRL.DAT - RUN REFUSED'
002670         MOVE 8 TO RETURN-CODE
002680         GOBACK
002690     END-IF.
002700     MOVE 'L' TO WK-LOCK-FUNC.
002710     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
002720         WK-LOCK-FILES WK-LOCK-RETURN-CD.
002730     IF WK-LOCK-RETURN-CD NOT = 00
002740         DISPLAY 'PAYACCR: MASTERS LOCKED BY ANOTHER RUN'
002750             ' - RUN REFUSED'
002760         MOVE 8 TO RETURN-CODE
002770         GOBACK
002780     END-IF.
002790     PERFORM LOAD-PERIOD-TABLE-PROC.
002800     IF WK-PP-COUNT = 0
002810         DISPLAY 'PAYACCR: NO PAYPERD.DAT - RUN REFUSED'
002820         PERFORM RELEASE-LOCK-PROC
002830         MOVE 8 TO RETURN-CODE
002840         GOBACK
002850     END-IF.
002860     PERFORM CALC-EARNED-DAYS-PROC
002870         VARYING WK-PP-IDX FROM 1 BY 1
002880         UNTIL WK-PP-IDX > WK-PP-COUNT.
002890     OPEN INPUT PAY-HIST-IN.
002900     OPEN INPUT EMP-MASTER-IN.
002910     IF WK-EM-FILE-STATUS = '35'
002920         DISPLAY 'PAYACCR: NO EMPMAST.IDX - NOTHING ACCRUED'
002930         SET WK-EM-EOF TO TRUE
002940     ELSE
002950         PERFORM READ-EMPLOYEE-PROC
002960             UNTIL WK-EM-EOF
002970         CLOSE EMP-MASTER-IN
002980     END-IF.
002990     IF WK-PH-FILE-STATUS NOT = '35'
003000         CLOSE PAY-HIST-IN
003010     END-IF.
003020     PERFORM LOAD-EMPLOYER-COST-PROC.
003030     PERFORM CALC-EMPLOYER-COST-PROC
003040         VARYING WK-ST-IDX FROM 1 BY 1
003050         UNTIL WK-ST-IDX > WK-ST-COUNT.
003060     PERFORM WRITE-REPORT-PROC.
003070     PERFORM WRITE-CONTROL-PROC.
003080     DISPLAY 'PAYACCR: MONTH          = ' WK-MONTH.
003090     DISPLAY 'PAYACCR: UNPAID PERIODS = ' WK-UNPAID-CT.
003100     DISPLAY 'PAYACCR: EMPLOYEES      = ' WK-EMP-CT.
003110     DISPLAY 'PAYACCR: ACCREXP        = ' WK-TOT-GROSS.
003120     DISPLAY 'PAYACCR: ACCRSIEXP      = ' WK-TOT-EMPLR.
003130     PERFORM RELEASE-LOCK-PROC.
003140     IF WK-SKIP-CT > 0
003150         MOVE 4 TO RETURN-CODE
003160     END-IF.
003170     GOBACK.
003180 RELEASE-LOCK-PROC.
003190*    取得した実行間ロックを解放する
003200     MOVE 'U' TO WK-LOCK-FUNC.
003210     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
003220         WK-LOCK-FILES WK-LOCK-RETURN-CD.
003230 LOAD-CONTROL-PROC.
003240*    対象月を決めて月末日を求める（31日から順にDATECHKで実在する
003250*    暦日に当たるまで日を下げる）。指定が不正な場合は対象月を0と
003260*    して実行を打ち切る
003270     MOVE WK-RUN-DATE(1:6) TO WK-MONTH.
003280     OPEN INPUT ACCRUAL-CONTROL-IN.
003290     IF WK-CT-FILE-STATUS NOT = '35'
003300         READ ACCRUAL-CONTROL-IN
003310             AT END
003320                 CONTINUE
003330             NOT AT END
003340                 IF AA-MONTH IS NUMERIC
003350                     MOVE AA-MONTH-N TO WK-MONTH
003360                 ELSE
003370                     MOVE 0 TO WK-MONTH
003380                 END-IF
003390         END-READ
003400         CLOSE ACCRUAL-CONTROL-IN
003410     END-IF.
003420     IF WK-MONTH NOT = 0
003430         COMPUTE WK-MONTH-START = WK-MONTH * 100 + 1
003440         CALL 'DATECHK' USING WK-MONTH-START WK-DATE-RETURN-CD
003450             WK-DATE-SERIAL
003460         IF WK-DATE-RETURN-CD NOT = 00
003470             MOVE 0 TO WK-MONTH
003480         END-IF
003490     END-IF.
003500     IF WK-MONTH = 0
003510         DISPLAY 'PAYACCR: INVALID MONTH IN PAYACCR.CTL - '
003520             'RUN REFUSED'
003530     ELSE
003540         MOVE 0 TO WK-MONTH-END
003550         PERFORM TRY-MONTH-END-PROC
003560             VARYING WK-TRY-DAY FROM 31 BY -1
003570             UNTIL WK-TRY-DAY < 28
003580                 OR WK-MONTH-END NOT = 0
003590     END-IF.
003600 TRY-MONTH-END-PROC.
003610     COMPUTE WK-DATE-WORK = WK-MONTH * 100 + WK-TRY-DAY.
003620     CALL 'DATECHK' USING WK-DATE-WORK WK-DATE-RETURN-CD
003630         WK-DATE-SERIAL.
003640     IF WK-DATE-RETURN-CD = 00
003650         MOVE WK-DATE-WORK   TO WK-MONTH-END
003660         MOVE WK-DATE-SERIAL TO WK-MONTH-END-SERIAL
003670     END-IF.
003680 CHECK-ACCRUED-PROC.
003690*    PAYCTRL.DATに対象月のACCREXPが既にあるかを確認する（ファイル
003700*    が無い場合は未計上とする）
003710     OPEN INPUT PAYROLL-CONTROL-IO.
003720     IF WK-PC-FILE-STATUS = '35'
003730         SET WK-PC-EOF TO TRUE
003740     ELSE
003750         PERFORM READ-CONTROL-PROC
003760             UNTIL WK-PC-EOF
003770         CLOSE PAYROLL-CONTROL-IO
003780     END-IF.
003790 READ-CONTROL-PROC.
003800     READ PAYROLL-CONTROL-IO
003810         AT END
003820             SET WK-PC-EOF TO TRUE
003830         NOT AT END
003840             IF PC-ACCT-CD = 'ACCREXP' AND PC-PERIOD-ID = WK-MONTH
003850                 SET WK-ALREADY-ACCRUED TO TRUE
003860             END-IF
003870     END-READ.
003880 LOAD-PERIOD-TABLE-PROC.
003890*    支給期間カレンダーを期間ID順のまま読み込む
003900     OPEN INPUT PAY-PERIOD-IN.
003910     IF WK-PP-FILE-STATUS = '35'
003920         SET WK-PP-EOF TO TRUE
003930     ELSE
003940         PERFORM READ-PERIOD-TABLE-PROC
003950             UNTIL WK-PP-EOF
003960         CLOSE PAY-PERIOD-IN
003970     END-IF.
003980 READ-PERIOD-TABLE-PROC.
003990     READ PAY-PERIOD-IN
004000         AT END
004010             SET WK-PP-EOF TO TRUE
004020         NOT AT END
004030             IF WK-PP-COUNT < 48
004040                 ADD 1 TO WK-PP-COUNT
004050                 MOVE PP-PERIOD-ID
004060                     TO WK-PP-PERIOD-ID(WK-PP-COUNT)
004070                 MOVE PP-START-DATE TO WK-PP-START(WK-PP-COUNT)
004080                 MOVE PP-END-DATE   TO WK-PP-END(WK-PP-COUNT)
004090                 MOVE PP-STATUS     TO WK-PP-STATUS(WK-PP-COUNT)
004100                 MOVE 0 TO WK-PP-EARN-DAYS(WK-PP-COUNT)
004110                 MOVE 0 TO WK-PP-DAYS(WK-PP-COUNT)
004120             ELSE
004130                 DISPLAY 'PAYACCR: PERIOD TABLE FULL - '
004140                     PP-PERIOD-ID ' NOT LOADED'
004150             END-IF
004160     END-READ.
004170 CALC-EARNED-DAYS-PROC.
004180*    月末時点で未支給(O)かつ月末までに始まっている期間について、
004190*    開始日から月末（期間の終了日が先ならその日）までの日数と期間の
004200*    日数を求め、経過割合を合計する。支給済み(C)の期間のうち最新
004210*    のものを会社負担率の基準期間とする
004220     IF WK-PP-STATUS(WK-PP-IDX) = 'C'
004230         MOVE WK-PP-PERIOD-ID(WK-PP-IDX) TO WK-BASE-PERIOD
004240     END-IF.
004250     IF WK-PP-STATUS(WK-PP-IDX) = 'O'
004260             AND WK-PP-START(WK-PP-IDX) NOT > WK-MONTH-END
004270         CALL 'DATECHK' USING WK-PP-START(WK-PP-IDX)
004280             WK-DATE-RETURN-CD WK-START-SERIAL
004290         CALL 'DATECHK' USING WK-PP-END(WK-PP-IDX)
004300             WK-DATE-RETURN-CD WK-END-SERIAL
004310         COMPUTE WK-PP-DAYS(WK-PP-IDX) =
004320             WK-END-SERIAL - WK-START-SERIAL + 1
004330         IF WK-PP-END(WK-PP-IDX) > WK-MONTH-END
004340             MOVE WK-MONTH-END-SERIAL TO WK-END-SERIAL
004350         END-IF
004360         COMPUTE WK-PP-EARN-DAYS(WK-PP-IDX) =
004370             WK-END-SERIAL - WK-START-SERIAL + 1
004380         ADD 1 TO WK-UNPAID-CT
004390         COMPUTE WK-ACCR-FACTOR ROUNDED = WK-ACCR-FACTOR
004400             + WK-PP-EARN-DAYS(WK-PP-IDX) / WK-PP-DAYS(WK-PP-IDX)
004410     END-IF.
004420 READ-EMPLOYEE-PROC.
004430     READ EMP-MASTER-IN NEXT RECORD
004440         AT END
004450             SET WK-EM-EOF TO TRUE
004460         NOT AT END
004470             ADD 1 TO WK-EMP-CT
004480             PERFORM ACCRUE-EMPLOYEE-PROC
004490     END-READ.
004500 ACCRUE-EMPLOYEE-PROC.
004510*    直近の支給済み期間の支給実績の給与（時給者はその期間の時間
004520*    給の支給額）を1期間分の給与とし、経過割合を掛けて未払額とする。
004530*    支給実績が無い社員はマスタの月額給与で見積る
004540     MOVE 'N' TO WK-PH-FOUND-SW.
004550     IF WK-PH-FILE-STATUS NOT = '35'
004560         PERFORM FIND-LATEST-PAY-PROC
004570             VARYING WK-PP-IDX FROM WK-PP-COUNT BY -1
004580             UNTIL WK-PP-IDX < 1
004590                 OR WK-PH-FOUND
004600     END-IF.
004610     IF WK-PH-FOUND
004620         MOVE PH-SALARY TO WK-EMP-RATE
004630         IF PH-PERIOD-ID = WK-BASE-PERIOD
004640             ADD PH-SALARY TO WK-BASE-GROSS
004650         END-IF
004660     ELSE
004670         MOVE EM-SALARY TO WK-EMP-RATE
004680         ADD 1 TO WK-NO-HIST-CT
004690     END-IF.
004700     COMPUTE WK-EMP-ACCRUAL ROUNDED =
004710         WK-EMP-RATE * WK-ACCR-FACTOR.
004720     PERFORM FIND-SITE-PROC.
004730     IF WK-ST-FOUND-IDX = 0
004740         ADD 1 TO WK-SKIP-CT
004750         DISPLAY 'PAYACCR: SITE TABLE FULL - EMPLOYEE '
004760             EM-EMP-ID ' NOT ACCRUED'
004770     ELSE
004780         ADD 1 TO WK-ST-HEAD-CT(WK-ST-FOUND-IDX)
004790         ADD WK-EMP-ACCRUAL TO WK-ST-GROSS(WK-ST-FOUND-IDX)
004800         ADD WK-EMP-ACCRUAL TO WK-TOT-GROSS
004810         ADD 1 TO WK-TOT-HEAD-CT
004820     END-IF.
004830 FIND-LATEST-PAY-PROC.
004840*    支給済みの期間を新しい順に社員番号＋期間IDで読む
004850     IF WK-PP-STATUS(WK-PP-IDX) = 'C'
004860         MOVE EM-EMP-ID                  TO PH-EMP-ID
004870         MOVE WK-PP-PERIOD-ID(WK-PP-IDX) TO PH-PERIOD-ID
004880         READ PAY-HIST-IN
004890             INVALID KEY
004900                 CONTINUE
004910             NOT INVALID KEY
004920                 SET WK-PH-FOUND TO TRUE
004930         END-READ
004940     END-IF.
004950 FIND-SITE-PROC.
004960*    拠点別テーブルの添字を返す。未登録の拠点は末尾に追加する
004970*    （表が一杯なら0）
004980     MOVE 0 TO WK-ST-FOUND-IDX.
004990     PERFORM FIND-SITE-STEP-PROC
005000         VARYING WK-ST-IDX FROM 1 BY 1
005010         UNTIL WK-ST-IDX > WK-ST-COUNT
005020             OR WK-ST-FOUND-IDX NOT = 0.
005030     IF WK-ST-FOUND-IDX = 0 AND WK-ST-COUNT < 30
005040         ADD 1 TO WK-ST-COUNT
005050         MOVE WK-ST-COUNT TO WK-ST-FOUND-IDX
005060         MOVE EM-SITE-CD  TO WK-ST-SITE-CD(WK-ST-COUNT)
005070         MOVE 0 TO WK-ST-HEAD-CT(WK-ST-COUNT)
005080         MOVE 0 TO WK-ST-GROSS(WK-ST-COUNT)
005090         MOVE 0 TO WK-ST-EMPLR(WK-ST-COUNT)
005100     END-IF.
005110 FIND-SITE-STEP-PROC.
005120     IF WK-ST-SITE-CD(WK-ST-IDX) = EM-SITE-CD
005130         MOVE WK-ST-IDX TO WK-ST-FOUND-IDX
005140     END-IF.
005150 LOAD-EMPLOYER-COST-PROC.
005160*    基準期間の会社負担の社会保険料を全保険種別で合計し、同じ期間
005170*    の支給実績の総支給に対する率を求める（どちらかが無ければ率0）
005180     OPEN INPUT SI-CONTRIB-IN.
005190     IF WK-SC-FILE-STATUS = '35'
005200         DISPLAY 'PAYACCR: NO SICONTR.DAT - NO EMPLOYER COST'
005210         SET WK-SC-EOF TO TRUE
005220     ELSE
005230         PERFORM READ-SI-CONTRIB-PROC
005240             UNTIL WK-SC-EOF
005250         CLOSE SI-CONTRIB-IN
005260     END-IF.
005270     IF WK-BASE-GROSS > 0
005280         COMPUTE WK-EMPLR-RATE ROUNDED =
005290             WK-EMPLR-TOTAL / WK-BASE-GROSS
005300     END-IF.
005310 READ-SI-CONTRIB-PROC.
005320     READ SI-CONTRIB-IN
005330         AT END
005340             SET WK-SC-EOF TO TRUE
005350         NOT AT END
005360             IF SC-PERIOD-ID = WK-BASE-PERIOD
005370                 ADD SC-EMPLR-AMT TO WK-EMPLR-TOTAL
005380             END-IF
005390     END-READ.
005400 CALC-EMPLOYER-COST-PROC.
005410*    拠点ごとの未払の総支給に会社負担率を掛ける（円未満四捨五入）
005420     COMPUTE WK-ST-EMPLR(WK-ST-IDX) ROUNDED =
005430         WK-ST-GROSS(WK-ST-IDX) * WK-EMPLR-RATE.
005440     ADD WK-ST-EMPLR(WK-ST-IDX) TO WK-TOT-EMPLR.
005450 WRITE-REPORT-PROC.
005460*    計上の根拠（未支給期間の経過日数・会社負担率）と拠点別の
005470*    計上額を印字する
005480     OPEN OUTPUT ACCRUAL-REPORT-OUT.
005490     MOVE WK-MONTH    TO WK-RH-MONTH.
005500     MOVE WK-RUN-DATE TO WK-RH-RUN-DATE.
005510     WRITE ACCRUAL-REPORT-REC FROM WK-RPT-HEADER.
005520     MOVE SPACES TO ACCRUAL-REPORT-REC.
005530     WRITE ACCRUAL-REPORT-REC.
005540     MOVE WK-MONTH-END TO WK-RM-DATE.
005550     WRITE ACCRUAL-REPORT-REC FROM WK-RPT-MONTH-END.
005560     MOVE SPACES TO ACCRUAL-REPORT-REC.
005570     WRITE ACCRUAL-REPORT-REC.
005580     WRITE ACCRUAL-REPORT-REC FROM WK-RPT-PERIOD-COLS.
005590     PERFORM WRITE-PERIOD-LINE-PROC
005600         VARYING WK-PP-IDX FROM 1 BY 1
005610         UNTIL WK-PP-IDX > WK-PP-COUNT.
005620     MOVE WK-ACCR-FACTOR TO WK-RF-FACTOR.
005630     WRITE ACCRUAL-REPORT-REC FROM WK-RPT-FACTOR-LINE.
005640     MOVE WK-BASE-PERIOD TO WK-RR-PERIOD.
005650     MOVE WK-EMPLR-RATE  TO WK-RR-RATE.
005660     WRITE ACCRUAL-REPORT-REC FROM WK-RPT-RATE-LINE.
005670     MOVE SPACES TO ACCRUAL-REPORT-REC.
005680     WRITE ACCRUAL-REPORT-REC.
005690     WRITE ACCRUAL-REPORT-REC FROM WK-RPT-SITE-COLS.
005700     PERFORM WRITE-SITE-LINE-PROC
005710         VARYING WK-ST-IDX FROM 1 BY 1
005720         UNTIL WK-ST-IDX > WK-ST-COUNT.
005730     MOVE SPACES TO ACCRUAL-REPORT-REC.
005740     WRITE ACCRUAL-REPORT-REC.
005750     MOVE 'TT '          TO WK-RS-SITE-CD.
005760     MOVE WK-TOT-HEAD-CT TO WK-RS-HEAD-CT.
005770     MOVE WK-TOT-GROSS   TO WK-RS-GROSS.
005780     MOVE WK-TOT-EMPLR   TO WK-RS-EMPLR.
005790     COMPUTE WK-RS-TOTAL = WK-TOT-GROSS + WK-TOT-EMPLR.
005800     WRITE ACCRUAL-REPORT-REC FROM WK-RPT-SITE.
005810     MOVE SPACES TO ACCRUAL-REPORT-REC.
005820     WRITE ACCRUAL-REPORT-REC.
005830     MOVE 'EMPLOYEES READ'                TO WK-RL-LABEL.
005840     MOVE WK-EMP-CT                       TO WK-RL-COUNT.
005850     WRITE ACCRUAL-REPORT-REC FROM WK-RPT-COUNT-LINE.
005860     MOVE 'ESTIMATED FROM MASTER SALARY'  TO WK-RL-LABEL.
005870     MOVE WK-NO-HIST-CT                   TO WK-RL-COUNT.
005880     WRITE ACCRUAL-REPORT-REC FROM WK-RPT-COUNT-LINE.
005890     IF WK-SKIP-CT > 0
005900         MOVE 'NOT ACCRUED (TABLE FULL)'  TO WK-RL-LABEL
005910         MOVE WK-SKIP-CT                  TO WK-RL-COUNT
005920         WRITE ACCRUAL-REPORT-REC FROM WK-RPT-COUNT-LINE
005930     END-IF.
005940     CLOSE ACCRUAL-REPORT-OUT.
005950 WRITE-PERIOD-LINE-PROC.
005960     IF WK-PP-DAYS(WK-PP-IDX) > 0
005970         MOVE WK-PP-PERIOD-ID(WK-PP-IDX) TO WK-RP-PERIOD-ID
005980         MOVE WK-PP-START(WK-PP-IDX)     TO WK-RP-START
005990         MOVE WK-PP-END(WK-PP-IDX)       TO WK-RP-END
006000         MOVE WK-PP-DAYS(WK-PP-IDX)      TO WK-RP-DAYS
006010         MOVE WK-PP-EARN-DAYS(WK-PP-IDX) TO WK-RP-EARN-DAYS
006020         WRITE ACCRUAL-REPORT-REC FROM WK-RPT-PERIOD
006030     END-IF.
006040 WRITE-SITE-LINE-PROC.
006050     MOVE WK-ST-SITE-CD(WK-ST-IDX) TO WK-RS-SITE-CD.
006060     MOVE WK-ST-HEAD-CT(WK-ST-IDX) TO WK-RS-HEAD-CT.
006070     MOVE WK-ST-GROSS(WK-ST-IDX)   TO WK-RS-GROSS.
006080     MOVE WK-ST-EMPLR(WK-ST-IDX)   TO WK-RS-EMPLR.
006090     COMPUTE WK-RS-TOTAL =
006100         WK-ST-GROSS(WK-ST-IDX) + WK-ST-EMPLR(WK-ST-IDX).
006110     WRITE ACCRUAL-REPORT-REC FROM WK-RPT-SITE.
006120 WRITE-CONTROL-PROC.
006130*    計上額をPAYCTRL.DATへ追記する。ACCREXP/ACCRLIABとACCRSIEXP/
006140*    ACCRSILIABはGLJRNLが計上と戻しの仕訳を立てる。拠点別の内訳
006150*    ACCRUE-＋拠点・ACCRSI-＋拠点は情報のみ。計上額が0でも対象月
006160*    の計上済みの記録としてACCREXP/ACCRLIABは必ず出力する
006170     OPEN EXTEND PAYROLL-CONTROL-IO.
006180     IF WK-PC-FILE-STATUS = '35'
006190         OPEN OUTPUT PAYROLL-CONTROL-IO
006200     END-IF.
006210     MOVE WK-MONTH     TO PC-PERIOD-ID.
006220     MOVE 'ACCREXP'    TO PC-ACCT-CD.
006230     MOVE WK-TOT-GROSS TO PC-AMOUNT.
006240     WRITE PAYROLL-CONTROL-REC.
006250     MOVE 'ACCRLIAB'   TO PC-ACCT-CD.
006260     MOVE WK-TOT-GROSS TO PC-AMOUNT.
006270     WRITE PAYROLL-CONTROL-REC.
006280     IF WK-TOT-EMPLR > 0
006290         MOVE 'ACCRSIEXP'  TO PC-ACCT-CD
006300         MOVE WK-TOT-EMPLR TO PC-AMOUNT
006310         WRITE PAYROLL-CONTROL-REC
006320         MOVE 'ACCRSILIAB' TO PC-ACCT-CD
006330         MOVE WK-TOT-EMPLR TO PC-AMOUNT
006340         WRITE PAYROLL-CONTROL-REC
006350     END-IF.
006360     PERFORM WRITE-SITE-CONTROL-PROC
006370         VARYING WK-ST-IDX FROM 1 BY 1
006380         UNTIL WK-ST-IDX > WK-ST-COUNT.
006390     CLOSE PAYROLL-CONTROL-IO.
006400 WRITE-SITE-CONTROL-PROC.
006410     MOVE WK-ST-SITE-CD(WK-ST-IDX) TO WK-SA-SITE.
006420     MOVE 'ACCRUE-'                TO WK-SA-PREFIX.
006430     MOVE WK-SITE-ACCT-CD          TO PC-ACCT-CD.
006440     MOVE WK-ST-GROSS(WK-ST-IDX)   TO PC-AMOUNT.
006450     WRITE PAYROLL-CONTROL-REC.
006460     MOVE 'ACCRSI-'                TO WK-SA-PREFIX.
006470     MOVE WK-SITE-ACCT-CD          TO PC-ACCT-CD.
006480     MOVE WK-ST-EMPLR(WK-ST-IDX)   TO PC-AMOUNT.
006490     WRITE PAYROLL-CONTROL-REC.
