000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SIGRVW.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  社会保険の定時決定を新規作成（4～6月
000080*                             の給与計算履歴PAYHIST.IDXの報酬月額
000090*                             の平均から等級を決め直し、9月からの
000100*                             標準報酬月額をSIEMP.DATへ登録して
000102*                             等級の変更一覧を印字する）
000105*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000107*                             するよう変更（再実行・遅れ処理で
000110*                             処理対象の業務日を使う）
000112*  2026-10-15  SYSTEMS-GROUP  SIEMP.DATが表に収まらない場合は行を
000114*                             落として書き直さず、実行を拒否する
000120*----------------------------------------------------------------
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160*    対象年の指定（無い場合は実行日の年）
000170     SELECT SIGRVW-CONTROL-IN ASSIGN TO 'SIGRVW.CTL'
000180         ORGANIZATION IS LINE SEQUENTIAL
000190         FILE STATUS IS WK-CT-FILE-STATUS.
000200     SELECT EMPLOYEE-MASTER ASSIGN TO 'EMPMAST.IDX'
000210         ORGANIZATION IS INDEXED
000220         ACCESS MODE IS SEQUENTIAL
000230         RECORD KEY IS EMP-ID
000240         FILE STATUS IS WK-EM-FILE-STATUS.
000250     SELECT PAY-HIST-IN ASSIGN TO 'PAYHIST.IDX'
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS RANDOM
000280         RECORD KEY IS PH-KEY
000290         FILE STATUS IS WK-PH-FILE-STATUS.
000300     SELECT SI-GRADE-IN ASSIGN TO 'SIGRADE.DAT'
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WK-SG-FILE-STATUS.
000330     SELECT SI-EMP-IO ASSIGN TO 'SIEMP.DAT'
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WK-SU-FILE-STATUS.
000360     SELECT REVIEW-REPORT-OUT ASSIGN TO 'SIGRVW.RPT'
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  SIGRVW-CONTROL-IN.
000410 01 SIGRVW-CONTROL-REC.
000420   05 CT-YEAR          PIC X(04).
000430 FD  EMPLOYEE-MASTER.
000440 01 EMPLOYEE-REC.
000450   05 EMP-ID           PIC 9(05).
000460   05 EMP-NAME         PIC X(20).
000470   05 EMP-AGE          PIC 9(03).
000480   05 EMP-SALARY       PIC 9(07).
000490   05 EMP-SITE-CD      PIC X(03).
000500   05 EMP-DEPT-CD      PIC X(05).
000510   05 FILLER           PIC X(17).
000520 FD  PAY-HIST-IN.
000530 01 PAY-HIST-REC.
000540   05 PH-KEY.
000550     10 PH-EMP-ID      PIC 9(05).
000560     10 PH-PERIOD-ID   PIC 9(06).
000570   05 PH-RUN-DATE      PIC 9(08).
000580   05 PH-SALARY        PIC 9(07).
000590   05 PH-TAX           PIC 9(07).
000600   05 PH-BONUS         PIC 9(07).
000610   05 PH-NET           PIC 9(07).
000620 FD  SI-GRADE-IN.
000630 01 SI-GRADE-REC.
000640   05 SG-GRADE         PIC 9(02).
000650   05 SG-LOW           PIC 9(07).
000660   05 SG-HIGH          PIC 9(07).
000670   05 SG-STD-REMUN     PIC 9(07).
000680 FD  SI-EMP-IO.
000690 01 SI-EMP-REC.
000700   05 SU-EMP-ID        PIC 9(05).
000710   05 SU-EFF-DATE      PIC 9(08).
000720   05 SU-GRADE         PIC 9(02).
000730   05 SU-STD-REMUN     PIC 9(07).
000740 FD  REVIEW-REPORT-OUT.
000750 01 REVIEW-REPORT-REC  PIC X(80).
000760 WORKING-STORAGE SECTION.
000770 01 WK-FLAGS.
000780   05 WK-CT-FILE-STATUS PIC X(02).
000790   05 WK-EM-FILE-STATUS PIC X(02).
000800   05 WK-PH-FILE-STATUS PIC X(02).
000810   05 WK-SG-FILE-STATUS PIC X(02).
000820   05 WK-SU-FILE-STATUS PIC X(02).
000830   05 WK-EM-EOF-SW     PIC X(01) VALUE 'N'.
000840     88 WK-EM-EOF          VALUE 'Y'.
000850   05 WK-SG-EOF-SW     PIC X(01) VALUE 'N'.
000860     88 WK-SG-EOF          VALUE 'Y'.
000870   05 WK-SU-EOF-SW     PIC X(01) VALUE 'N'.
000880     88 WK-SU-EOF          VALUE 'Y'.
000890*--- 対象年と新しい標準報酬月額の適用開始日（対象年の9月1日）---
000900 01 WK-RUN-AREA.
000910   05 WK-RUN-DATE      PIC 9(08).
000920   05 WK-YEAR          PIC 9(04).
000930   05 WK-NEW-EFF-DATE  PIC 9(08).
000940   05 WK-REVIEW-CT     PIC 9(05) VALUE 0.
000950   05 WK-UP-CT         PIC 9(05) VALUE 0.
000960   05 WK-DOWN-CT       PIC 9(05) VALUE 0.
000970   05 WK-SKIP-CT       PIC 9(05) VALUE 0.
000980*--- 4～6月の報酬月額の平均 ---
000990 01 WK-AVERAGE-WORK.
001000   05 WK-MONTH         PIC 9(02).
001010   05 WK-MONTH-CT      PIC 9(01).
001020   05 WK-PAY-SUM       PIC 9(09).
001030   05 WK-PAY-AVERAGE   PIC 9(07).
001040*--- 標準報酬月額等級表（SIGRADE.DATから読み込み）---
001050 01 WK-SG-TABLE.
001060   05 WK-SG-COUNT      PIC 9(02) VALUE 0.
001070   05 WK-SG-ENTRY OCCURS 60 TIMES.
001080     10 WK-SG-GRADE    PIC 9(02).
001090     10 WK-SG-LOW      PIC 9(07).
001100     10 WK-SG-HIGH     PIC 9(07).
001110     10 WK-SG-STD      PIC 9(07).
001120 01 WK-SG-WORK.
001130   05 WK-SG-IDX        PIC 9(02).
001140   05 WK-SG-FOUND-IDX  PIC 9(02).
001150*--- 社員別の標準報酬月額（SIEMP.DATの全行を保持して書き直す）---
001160 01 WK-SU-TABLE.
001170   05 WK-SU-COUNT      PIC 9(03) VALUE 0.
001180   05 WK-SU-ENTRY OCCURS 500 TIMES.
001190     10 WK-SU-EMP-ID   PIC 9(05).
001200     10 WK-SU-EFF      PIC 9(08).
001210     10 WK-SU-GRADE    PIC 9(02).
001220     10 WK-SU-STD      PIC 9(07).
001230 01 WK-SU-WORK.
001240   05 WK-SU-IDX        PIC 9(03).
001250*    現在の等級（適用開始日が9月1日より前で最新の行）と、同じ
001260*    適用開始日の登録済み行（再実行時は置き換える）
001270   05 WK-SU-OLD-IDX    PIC 9(03).
001280   05 WK-SU-NEW-IDX    PIC 9(03).
001282*    SIEMP.DATの既存行が表に収まらない（書き直すと行が消える）
001284   05 WK-SU-OVFL-SW    PIC X(01) VALUE 'N'.
001286     88 WK-SU-OVERFLOW     VALUE 'Y'.
001290*--- LOCKMGR呼び出し用ワーク（実行間ロック）---
001300 01 WK-LOCK-AREA.
001310   05 WK-LOCK-FUNC     PIC X(01).
001320   05 WK-LOCK-PGM      PIC X(08) VALUE 'SIGRVW'.
001330   05 WK-LOCK-FILES.
001340     10 FILLER         PIC X(10) VALUE 'SIEMP     '.
001350     10 FILLER         PIC X(10) VALUE SPACES.
001360     10 FILLER         PIC X(10) VALUE SPACES.
001370     10 FILLER         PIC X(10) VALUE SPACES.
001380     10 FILLER         PIC X(10) VALUE SPACES.
001390   05 WK-LOCK-RETURN-CD PIC 9(02).
001400*--- 等級変更一覧の各行 ---
001410 01 WK-RPT-TITLE.
001420   05 FILLER           PIC X(36)
001430       VALUE 'STANDARD REMUNERATION REVIEW  YEAR '.
001440   05 WK-RH-YEAR       PIC 9(04).
001450   05 FILLER           PIC X(12) VALUE '  EFFECTIVE '.
001460   05 WK-RH-EFF-DATE   PIC 9(08).
001470 01 WK-RPT-COLUMNS.
001480   05 FILLER           PIC X(40)
001490       VALUE 'EMPNO NAME                  AVERAGE  OL'.
001500   05 FILLER           PIC X(36)
001510       VALUE 'D GR     OLD STD  NEW GR     NEW STD'.
001520 01 WK-RPT-DETAIL.
001530   05 WK-RD-EMP-ID     PIC 9(05).
001540   05 FILLER           PIC X(01) VALUE SPACE.
001550   05 WK-RD-NAME       PIC X(20).
001560   05 FILLER           PIC X(01) VALUE SPACE.
001570   05 WK-RD-AVERAGE    PIC Z,ZZZ,ZZ9.
001580   05 FILLER           PIC X(04) VALUE SPACES.
001590   05 WK-RD-OLD-GRADE  PIC Z9.
001600   05 FILLER           PIC X(02) VALUE SPACES.
001610   05 WK-RD-OLD-STD    PIC Z,ZZZ,ZZ9.
001620   05 FILLER           PIC X(05) VALUE SPACES.
001630   05 WK-RD-NEW-GRADE  PIC Z9.
001640   05 FILLER           PIC X(02) VALUE SPACES.
001650   05 WK-RD-NEW-STD    PIC Z,ZZZ,ZZ9.
001660   05 FILLER           PIC X(01) VALUE SPACE.
001670   05 WK-RD-CHANGE     PIC X(04).
001680 01 WK-RPT-TOTAL.
001690   05 FILLER           PIC X(10) VALUE 'REVIEWED: '.
001700   05 WK-RT-REVIEW     PIC ZZZZ9.
001710   05 FILLER           PIC X(08) VALUE '   UP : '.
001720   05 WK-RT-UP         PIC ZZZZ9.
001730   05 FILLER           PIC X(08) VALUE '  DOWN: '.
001740   05 WK-RT-DOWN       PIC ZZZZ9.
001750   05 FILLER           PIC X(16) VALUE '  NO HISTORY : '.
001760   05 WK-RT-SKIP       PIC ZZZZ9.
001770 PROCEDURE DIVISION.
001780 MAIN-PROC.
001790*    社員ごとに対象年の4～6月の報酬月額（PAYHIST.IDXの総支給。
001800*    支払の無い月は除く）を平均して等級表に当てはめ、その年の
001810*    9月1日から適用する標準報酬月額をSIEMP.DATへ登録する。
001820*    同じ適用開始日の行が既にあれば置き換える（再実行できる）
001830     CALL 'BUSDATE' USING WK-RUN-DATE.
001840     MOVE WK-RUN-DATE(1:4) TO WK-YEAR.
001850     PERFORM LOAD-CONTROL-PROC.
001860     COMPUTE WK-NEW-EFF-DATE = WK-YEAR * 10000 + 901.
001870     MOVE 'L' TO WK-LOCK-FUNC.
001880     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
001890         WK-LOCK-FILES WK-LOCK-RETURN-CD.
001900     IF WK-LOCK-RETURN-CD NOT = 00
001910         DISPLAY 'SIGRVW: SIEMP.DAT LOCKED BY ANOTHER RUN'
001920             ' - RUN REFUSED'
001930         MOVE 8 TO RETURN-CODE
001940         GOBACK
001950     END-IF.
001960     PERFORM LOAD-GRADE-TABLE-PROC.
001970     IF WK-SG-COUNT = 0
001980         DISPLAY 'SIGRVW: NO GRADES IN SIGRADE.DAT - RUN REFUSED'
001990         PERFORM RELEASE-LOCK-PROC
002000         MOVE 8 TO RETURN-CODE
002010         GOBACK
002020     END-IF.
002030     PERFORM LOAD-SI-EMP-PROC.
002032     IF WK-SU-OVERFLOW
002034         DISPLAY 'SIGRVW: SIEMP.DAT EXCEEDS TABLE SIZE'
002035             ' - RUN REFUSED'
002036         PERFORM RELEASE-LOCK-PROC
002037         MOVE 8 TO RETURN-CODE
002038         GOBACK
002039     END-IF.
002040     OPEN OUTPUT REVIEW-REPORT-OUT.
002050     MOVE WK-YEAR         TO WK-RH-YEAR.
002060     MOVE WK-NEW-EFF-DATE TO WK-RH-EFF-DATE.
002070     WRITE REVIEW-REPORT-REC FROM WK-RPT-TITLE.
002080     WRITE REVIEW-REPORT-REC FROM WK-RPT-COLUMNS.
002090     OPEN INPUT EMPLOYEE-MASTER.
002100     OPEN INPUT PAY-HIST-IN.
002110     PERFORM READ-EMPLOYEE-PROC
002120         UNTIL WK-EM-EOF.
002130     CLOSE EMPLOYEE-MASTER.
002140     CLOSE PAY-HIST-IN.
002150     MOVE WK-REVIEW-CT TO WK-RT-REVIEW.
002160     MOVE WK-UP-CT     TO WK-RT-UP.
002170     MOVE WK-DOWN-CT   TO WK-RT-DOWN.
002180     MOVE WK-SKIP-CT   TO WK-RT-SKIP.
002190     WRITE REVIEW-REPORT-REC FROM WK-RPT-TOTAL.
002200     CLOSE REVIEW-REPORT-OUT.
002210     PERFORM WRITE-SI-EMP-PROC.
002220     DISPLAY 'SIGRVW: EFFECTIVE  = ' WK-NEW-EFF-DATE.
002230     DISPLAY 'SIGRVW: REVIEWED   = ' WK-REVIEW-CT.
002240     DISPLAY 'SIGRVW: GRADE UP   = ' WK-UP-CT.
002250     DISPLAY 'SIGRVW: GRADE DOWN = ' WK-DOWN-CT.
002260     DISPLAY 'SIGRVW: NO HISTORY = ' WK-SKIP-CT.
002270     PERFORM RELEASE-LOCK-PROC.
002280     GOBACK.
002290 RELEASE-LOCK-PROC.
002300*    取得した実行間ロックを解放する
002310     MOVE 'U' TO WK-LOCK-FUNC.
002320     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
002330         WK-LOCK-FILES WK-LOCK-RETURN-CD.
002340 LOAD-CONTROL-PROC.
002350*    SIGRVW.CTLがあり数字4桁の年が書かれていればそれを使う
002360     OPEN INPUT SIGRVW-CONTROL-IN.
002370     IF WK-CT-FILE-STATUS = '35'
002380         CONTINUE
002390     ELSE
002400         READ SIGRVW-CONTROL-IN
002410             AT END
002420                 CONTINUE
002430             NOT AT END
002440                 IF CT-YEAR IS NUMERIC
002450                     MOVE CT-YEAR TO WK-YEAR
002460                 END-IF
002470         END-READ
002480         CLOSE SIGRVW-CONTROL-IN
002490     END-IF.
002500 LOAD-GRADE-TABLE-PROC.
002510     OPEN INPUT SI-GRADE-IN.
002520     IF WK-SG-FILE-STATUS = '35'
002530         SET WK-SG-EOF TO TRUE
002540     ELSE
002550         PERFORM READ-GRADE-PROC
002560             UNTIL WK-SG-EOF
002570         CLOSE SI-GRADE-IN
002580     END-IF.
002590 READ-GRADE-PROC.
002600     READ SI-GRADE-IN
002610         AT END
002620             SET WK-SG-EOF TO TRUE
002630         NOT AT END
002640             IF WK-SG-COUNT < 60
002650                 ADD 1 TO WK-SG-COUNT
002660                 MOVE SG-GRADE     TO WK-SG-GRADE(WK-SG-COUNT)
002670                 MOVE SG-LOW       TO WK-SG-LOW(WK-SG-COUNT)
002680                 MOVE SG-HIGH      TO WK-SG-HIGH(WK-SG-COUNT)
002690                 MOVE SG-STD-REMUN TO WK-SG-STD(WK-SG-COUNT)
002700             END-IF
002710     END-READ.
002720 LOAD-SI-EMP-PROC.
002730*    SIEMP.DATを全件読み込む（無い場合は新規作成となる）
002740     OPEN INPUT SI-EMP-IO.
002750     IF WK-SU-FILE-STATUS = '35'
002760         SET WK-SU-EOF TO TRUE
002770     ELSE
002780         PERFORM READ-SI-EMP-PROC
002790             UNTIL WK-SU-EOF
002800         CLOSE SI-EMP-IO
002810     END-IF.
002820 READ-SI-EMP-PROC.
002830     READ SI-EMP-IO
002840         AT END
002850             SET WK-SU-EOF TO TRUE
002860         NOT AT END
002870             IF WK-SU-COUNT < 500
002880                 ADD 1 TO WK-SU-COUNT
002890                 MOVE SU-EMP-ID    TO WK-SU-EMP-ID(WK-SU-COUNT)
002900                 MOVE SU-EFF-DATE  TO WK-SU-EFF(WK-SU-COUNT)
002910                 MOVE SU-GRADE     TO WK-SU-GRADE(WK-SU-COUNT)
002920                 MOVE SU-STD-REMUN TO WK-SU-STD(WK-SU-COUNT)
002930             ELSE
002940                 SET WK-SU-OVERFLOW TO TRUE
002960             END-IF
002970     END-READ.
002980 READ-EMPLOYEE-PROC.
002990     READ EMPLOYEE-MASTER
003000         AT END
003010             SET WK-EM-EOF TO TRUE
003020         NOT AT END
003030             PERFORM REVIEW-EMPLOYEE-PROC
003040     END-READ.
003050 REVIEW-EMPLOYEE-PROC.
003060*    社員1件分の定時決定。4～6月の支払が1か月も無い社員は対象外
003070*    （現在の等級のまま）とし、一覧に件数だけを残す
003080     MOVE ZERO TO WK-PAY-SUM WK-MONTH-CT.
003090     PERFORM READ-HIST-MONTH-PROC
003100         VARYING WK-MONTH FROM 4 BY 1
003110         UNTIL WK-MONTH > 6.
003120     IF WK-MONTH-CT = 0
003130         ADD 1 TO WK-SKIP-CT
003140     ELSE
003150         COMPUTE WK-PAY-AVERAGE = WK-PAY-SUM / WK-MONTH-CT
003160         PERFORM REGRADE-EMPLOYEE-PROC
003170     END-IF.
003180 READ-HIST-MONTH-PROC.
003190     MOVE EMP-ID TO PH-EMP-ID.
003200     COMPUTE PH-PERIOD-ID = WK-YEAR * 100 + WK-MONTH.
003210     READ PAY-HIST-IN
003220         INVALID KEY
003230             CONTINUE
003240         NOT INVALID KEY
003250             IF PH-SALARY > 0
003260                 ADD PH-SALARY TO WK-PAY-SUM
003270                 ADD 1 TO WK-MONTH-CT
003280             END-IF
003290     END-READ.
003300 REGRADE-EMPLOYEE-PROC.
003310*    平均額を等級表に当てはめ（上限0は最上位の等級）、現在の
003320*    等級と比べて一覧へ印字し、9月1日適用の行を登録する
003330     MOVE 0 TO WK-SG-FOUND-IDX.
003340     PERFORM FIND-GRADE-STEP-PROC
003350         VARYING WK-SG-IDX FROM 1 BY 1
003360         UNTIL WK-SG-IDX > WK-SG-COUNT
003370             OR WK-SG-FOUND-IDX NOT = 0.
003380     IF WK-SG-FOUND-IDX = 0
003390         DISPLAY 'SIGRVW: NO GRADE FOR ' EMP-ID ' AVERAGE '
003400             WK-PAY-AVERAGE
003410         ADD 1 TO WK-SKIP-CT
003420     ELSE
003430         PERFORM FIND-CURRENT-ROW-PROC
003440         PERFORM WRITE-REVIEW-LINE-PROC
003450         PERFORM STORE-NEW-ROW-PROC
003460     END-IF.
003470 FIND-GRADE-STEP-PROC.
003480     IF WK-PAY-AVERAGE >= WK-SG-LOW(WK-SG-IDX)
003490             AND (WK-PAY-AVERAGE < WK-SG-HIGH(WK-SG-IDX)
003500                 OR WK-SG-HIGH(WK-SG-IDX) = 0)
003510         MOVE WK-SG-IDX TO WK-SG-FOUND-IDX
003520     END-IF.
003530 FIND-CURRENT-ROW-PROC.
003540     MOVE 0 TO WK-SU-OLD-IDX WK-SU-NEW-IDX.
003550     PERFORM FIND-CURRENT-STEP-PROC
003560         VARYING WK-SU-IDX FROM 1 BY 1
003570         UNTIL WK-SU-IDX > WK-SU-COUNT.
003580 FIND-CURRENT-STEP-PROC.
003590     IF WK-SU-EMP-ID(WK-SU-IDX) = EMP-ID
003600         IF WK-SU-EFF(WK-SU-IDX) = WK-NEW-EFF-DATE
003610             MOVE WK-SU-IDX TO WK-SU-NEW-IDX
003620         ELSE
003630             IF WK-SU-EFF(WK-SU-IDX) < WK-NEW-EFF-DATE
003640                 PERFORM CHECK-LATEST-ROW-PROC
003650             END-IF
003660         END-IF
003670     END-IF.
003680 CHECK-LATEST-ROW-PROC.
003690     IF WK-SU-OLD-IDX = 0
003700         MOVE WK-SU-IDX TO WK-SU-OLD-IDX
003710     ELSE
003720         IF WK-SU-EFF(WK-SU-IDX) > WK-SU-EFF(WK-SU-OLD-IDX)
003730             MOVE WK-SU-IDX TO WK-SU-OLD-IDX
003740         END-IF
003750     END-IF.
003760 WRITE-REVIEW-LINE-PROC.
003770*    変更区分：UP=上がる、DOWN=下がる、NEW=初回登録、空白=変更なし
003780     MOVE EMP-ID         TO WK-RD-EMP-ID.
003790     MOVE EMP-NAME       TO WK-RD-NAME.
003800     MOVE WK-PAY-AVERAGE TO WK-RD-AVERAGE.
003810     MOVE WK-SG-GRADE(WK-SG-FOUND-IDX) TO WK-RD-NEW-GRADE.
003820     MOVE WK-SG-STD(WK-SG-FOUND-IDX)   TO WK-RD-NEW-STD.
003830     ADD 1 TO WK-REVIEW-CT.
003840     IF WK-SU-OLD-IDX = 0
003850         MOVE ZERO  TO WK-RD-OLD-GRADE WK-RD-OLD-STD
003860         MOVE 'NEW' TO WK-RD-CHANGE
003870     ELSE
003880         MOVE WK-SU-GRADE(WK-SU-OLD-IDX) TO WK-RD-OLD-GRADE
003890         MOVE WK-SU-STD(WK-SU-OLD-IDX)   TO WK-RD-OLD-STD
003900         EVALUATE TRUE
003910             WHEN WK-SG-GRADE(WK-SG-FOUND-IDX) >
003920                     WK-SU-GRADE(WK-SU-OLD-IDX)
003930                 MOVE 'UP'   TO WK-RD-CHANGE
003940                 ADD 1 TO WK-UP-CT
003950             WHEN WK-SG-GRADE(WK-SG-FOUND-IDX) <
003960                     WK-SU-GRADE(WK-SU-OLD-IDX)
003970                 MOVE 'DOWN' TO WK-RD-CHANGE
003980                 ADD 1 TO WK-DOWN-CT
003990             WHEN OTHER
004000                 MOVE SPACES TO WK-RD-CHANGE
004010         END-EVALUATE
004020     END-IF.
004030     WRITE REVIEW-REPORT-REC FROM WK-RPT-DETAIL.
004040 STORE-NEW-ROW-PROC.
004050*    9月1日適用の行を追加する（同日の行があれば置き換える）
004060     IF WK-SU-NEW-IDX = 0
004070         IF WK-SU-COUNT < 500
004080             ADD 1 TO WK-SU-COUNT
004090             MOVE WK-SU-COUNT TO WK-SU-NEW-IDX
004100         ELSE
004110             DISPLAY 'SIGRVW: SIEMP.DAT FULL - EMPLOYEE ' EMP-ID
004120                 ' NOT REGISTERED'
004130         END-IF
004140     END-IF.
004150     IF WK-SU-NEW-IDX NOT = 0
004160         MOVE EMP-ID          TO WK-SU-EMP-ID(WK-SU-NEW-IDX)
004170         MOVE WK-NEW-EFF-DATE TO WK-SU-EFF(WK-SU-NEW-IDX)
004180         MOVE WK-SG-GRADE(WK-SG-FOUND-IDX)
004190             TO WK-SU-GRADE(WK-SU-NEW-IDX)
004200         MOVE WK-SG-STD(WK-SG-FOUND-IDX)
004210             TO WK-SU-STD(WK-SU-NEW-IDX)
004220     END-IF.
004230 WRITE-SI-EMP-PROC.
004240*    SIEMP.DATを全件書き直す
004250     OPEN OUTPUT SI-EMP-IO.
004260     PERFORM WRITE-SI-EMP-ROW-PROC
004270         VARYING WK-SU-IDX FROM 1 BY 1
004280         UNTIL WK-SU-IDX > WK-SU-COUNT.
004290     CLOSE SI-EMP-IO.
004300 WRITE-SI-EMP-ROW-PROC.
004310     MOVE WK-SU-EMP-ID(WK-SU-IDX) TO SU-EMP-ID.
004320     MOVE WK-SU-EFF(WK-SU-IDX)    TO SU-EFF-DATE.
004330     MOVE WK-SU-GRADE(WK-SU-IDX)  TO SU-GRADE.
004340     MOVE WK-SU-STD(WK-SU-IDX)    TO SU-STD-REMUN.
004350     WRITE SI-EMP-REC.
