000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RTRPT.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  住民税の月次納入一覧を新規作成（期間
000080*                             の徴収額を市区町村ごとに集計し、
000090*                             退職で一括徴収の対象となった残額の
000092*                             一覧を付ける）
000095*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000097*                             するよう変更（再実行・遅れ処理で
000100*                             処理対象の業務日を使う）
000110*----------------------------------------------------------------
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150*    対象期間の指定（無い場合はファイル中の最新の期間）
000160     SELECT RTRPT-CONTROL-IN ASSIGN TO 'RTRPT.CTL'
000170         ORGANIZATION IS LINE SEQUENTIAL
000180         FILE STATUS IS WK-CT-FILE-STATUS.
000190     SELECT RES-TAX-COLL-IN ASSIGN TO 'RTCOLL.DAT'
000200         ORGANIZATION IS LINE SEQUENTIAL
000210         FILE STATUS IS WK-RL-FILE-STATUS.
000220     SELECT RES-TAX-IN ASSIGN TO 'RESTAX.DAT'
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WK-RT-FILE-STATUS.
000250     SELECT REMIT-REPORT-OUT ASSIGN TO 'RTREMIT.RPT'
000260         ORGANIZATION IS LINE SEQUENTIAL.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  RTRPT-CONTROL-IN.
000300 01 RTRPT-CONTROL-REC.
000310   05 CT-PERIOD-ID     PIC X(06).
000320 FD  RES-TAX-COLL-IN.
000330 01 RES-TAX-COLL-REC.
000340   05 RL-PERIOD-ID     PIC 9(06).
000350   05 RL-MUNI-CD       PIC X(06).
000360   05 RL-MUNI-NAME     PIC X(12).
000370   05 RL-HEADCOUNT     PIC 9(05).
000380   05 RL-AMOUNT        PIC 9(09).
000390 FD  RES-TAX-IN.
000400 01 RES-TAX-REC.
000410   05 RT-EMP-ID        PIC 9(05).
000420   05 RT-MUNI-CD       PIC X(06).
000430   05 RT-MUNI-NAME     PIC X(12).
000440   05 RT-YEAR          PIC 9(04).
000450   05 RT-AMT           PIC 9(06) OCCURS 12 TIMES.
000460   05 RT-STATUS        PIC X(01).
000470   05 RT-LUMP-FROM     PIC 9(02).
000480   05 RT-LUMP-AMT      PIC 9(07).
000490 FD  REMIT-REPORT-OUT.
000500 01 REMIT-REPORT-REC   PIC X(80).
000510 WORKING-STORAGE SECTION.
000520 01 WK-FLAGS.
000530   05 WK-CT-FILE-STATUS PIC X(02).
000540   05 WK-RL-FILE-STATUS PIC X(02).
000550   05 WK-RT-FILE-STATUS PIC X(02).
000560   05 WK-RL-EOF-SW     PIC X(01) VALUE 'N'.
000570     88 WK-RL-EOF          VALUE 'Y'.
000580   05 WK-RT-EOF-SW     PIC X(01) VALUE 'N'.
000590     88 WK-RT-EOF          VALUE 'Y'.
000600*--- 対象期間と件数 ---
000610 01 WK-RUN-AREA.
000620   05 WK-RUN-DATE      PIC 9(08).
000630   05 WK-PERIOD-ID     PIC 9(06) VALUE 0.
000640   05 WK-LINE-CT       PIC 9(03) VALUE 0.
000650   05 WK-LUMP-CT       PIC 9(05) VALUE 0.
000660*--- 納入額・一括徴収額の合計 ---
000670 01 WK-TOTALS.
000680   05 WK-TOT-HEADS     PIC 9(07) VALUE 0.
000690   05 WK-TOT-AMOUNT    PIC 9(10) VALUE 0.
000700   05 WK-TOT-LUMP      PIC 9(10) VALUE 0.
000710*--- 納入一覧の各行 ---
000720 01 WK-RPT-TITLE.
000730   05 FILLER           PIC X(36)
000740       VALUE 'RESIDENT TAX REMITTANCE      PERIOD '.
000750   05 WK-RH-PERIOD-ID  PIC 9(06).
000760   05 FILLER           PIC X(08) VALUE '  RUN : '.
000770   05 WK-RH-RUN-DATE   PIC 9(08).
000780 01 WK-RPT-COLUMNS.
000790   05 FILLER           PIC X(40)
000800       VALUE 'MUNI   CITY           HEADS      AMOUNT'.
000810 01 WK-RPT-RULE.
000820   05 FILLER           PIC X(60) VALUE ALL '-'.
000830 01 WK-RPT-DETAIL.
000840   05 WK-RD-MUNI-CD    PIC X(06).
000850   05 FILLER           PIC X(01) VALUE SPACE.
000860   05 WK-RD-MUNI-NAME  PIC X(12).
000870   05 FILLER           PIC X(02) VALUE SPACES.
000880   05 WK-RD-HEADS      PIC ZZZZ9.
000890   05 FILLER           PIC X(02) VALUE SPACES.
000900   05 WK-RD-AMOUNT     PIC ZZZ,ZZZ,ZZ9.
000910 01 WK-RPT-TOTAL.
000920   05 FILLER           PIC X(19) VALUE 'TOTAL'.
000930   05 WK-RT-HEADS      PIC ZZZZZZ9.
000940   05 FILLER           PIC X(01) VALUE SPACE.
000950   05 WK-RT-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.
000960 01 WK-RPT-NONE.
000970   05 FILLER           PIC X(40)
000980       VALUE 'NO RESIDENT TAX DEDUCTED FOR PERIOD'.
000990 01 WK-LUMP-TITLE.
001000   05 FILLER           PIC X(40)
001010       VALUE 'LEAVERS - REMAINING MONTHS FOR LUMP-SUM'.
001020 01 WK-LUMP-COLUMNS.
001030   05 FILLER           PIC X(40)
001040       VALUE 'EMPNO MUNI   CITY         YEAR FROM    '.
001050   05 FILLER           PIC X(10) VALUE '    AMOUNT'.
001060 01 WK-LUMP-DETAIL.
001070   05 WK-LD-EMP-ID     PIC 9(05).
001080   05 FILLER           PIC X(01) VALUE SPACE.
001090   05 WK-LD-MUNI-CD    PIC X(06).
001100   05 FILLER           PIC X(01) VALUE SPACE.
001110   05 WK-LD-MUNI-NAME  PIC X(12).
001120   05 FILLER           PIC X(01) VALUE SPACE.
001130   05 WK-LD-YEAR       PIC 9(04).
001140   05 FILLER           PIC X(01) VALUE SPACE.
001150*    一括徴収の開始月（月割額の位置。6月=1、翌年5月=12）
001160   05 WK-LD-FROM       PIC Z9.
001170   05 FILLER           PIC X(04) VALUE SPACES.
001180   05 WK-LD-AMOUNT     PIC ZZZ,ZZZ,ZZ9.
001190 01 WK-LUMP-TOTAL.
001200   05 FILLER           PIC X(37) VALUE 'TOTAL'.
001210   05 WK-LT-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.
001220 PROCEDURE DIVISION.
001230 MAIN-PROC.
001240*    指定期間の住民税の徴収額を市区町村ごとに1行で印字し（各市区
001250*    町村への納入額）、総計を付ける。続けてRESTAX.DATで退職により
001260*    一括徴収の対象となった行('L')を残額付きで一覧にする
001270     CALL 'BUSDATE' USING WK-RUN-DATE.
001280     PERFORM LOAD-CONTROL-PROC.
001290     IF WK-PERIOD-ID = 0
001300         PERFORM FIND-LATEST-PERIOD-PROC
001310     END-IF.
001320     OPEN OUTPUT REMIT-REPORT-OUT.
001330     MOVE WK-PERIOD-ID TO WK-RH-PERIOD-ID.
001340     MOVE WK-RUN-DATE  TO WK-RH-RUN-DATE.
001350     WRITE REMIT-REPORT-REC FROM WK-RPT-TITLE.
001360     WRITE REMIT-REPORT-REC FROM WK-RPT-COLUMNS.
001370     WRITE REMIT-REPORT-REC FROM WK-RPT-RULE.
001380     MOVE 'N' TO WK-RL-EOF-SW.
001390     OPEN INPUT RES-TAX-COLL-IN.
001400     IF WK-RL-FILE-STATUS = '35'
001410         SET WK-RL-EOF TO TRUE
001420     ELSE
001430         PERFORM READ-COLL-PROC
001440             UNTIL WK-RL-EOF
001450         CLOSE RES-TAX-COLL-IN
001460     END-IF.
001470     IF WK-LINE-CT = 0
001480         WRITE REMIT-REPORT-REC FROM WK-RPT-NONE
001490     END-IF.
001500     WRITE REMIT-REPORT-REC FROM WK-RPT-RULE.
001510     MOVE WK-TOT-HEADS  TO WK-RT-HEADS.
001520     MOVE WK-TOT-AMOUNT TO WK-RT-AMOUNT.
001530     WRITE REMIT-REPORT-REC FROM WK-RPT-TOTAL.
001540     MOVE SPACES TO REMIT-REPORT-REC.
001550     WRITE REMIT-REPORT-REC.
001560     WRITE REMIT-REPORT-REC FROM WK-LUMP-TITLE.
001570     WRITE REMIT-REPORT-REC FROM WK-LUMP-COLUMNS.
001580     WRITE REMIT-REPORT-REC FROM WK-RPT-RULE.
001590     OPEN INPUT RES-TAX-IN.
001600     IF WK-RT-FILE-STATUS = '35'
001610         SET WK-RT-EOF TO TRUE
001620     ELSE
001630         PERFORM READ-RES-TAX-PROC
001640             UNTIL WK-RT-EOF
001650         CLOSE RES-TAX-IN
001660     END-IF.
001670     WRITE REMIT-REPORT-REC FROM WK-RPT-RULE.
001680     MOVE WK-TOT-LUMP TO WK-LT-AMOUNT.
001690     WRITE REMIT-REPORT-REC FROM WK-LUMP-TOTAL.
001700     CLOSE REMIT-REPORT-OUT.
001710     DISPLAY 'RTRPT: PERIOD   = ' WK-PERIOD-ID.
001720     DISPLAY 'RTRPT: CITIES   = ' WK-LINE-CT.
001730     DISPLAY 'RTRPT: REMIT    = ' WK-TOT-AMOUNT.
001740     DISPLAY 'RTRPT: LUMP-SUM = ' WK-LUMP-CT.
001750     GOBACK.
001760 LOAD-CONTROL-PROC.
001770*    RTRPT.CTLがあり数字6桁の期間が書かれていればそれを使う
001780     OPEN INPUT RTRPT-CONTROL-IN.
001790     IF WK-CT-FILE-STATUS = '35'
001800         CONTINUE
001810     ELSE
001820         READ RTRPT-CONTROL-IN
001830             AT END
001840                 CONTINUE
001850             NOT AT END
001860                 IF CT-PERIOD-ID IS NUMERIC
001870                     MOVE CT-PERIOD-ID TO WK-PERIOD-ID
001880                 END-IF
001890         END-READ
001900         CLOSE RTRPT-CONTROL-IN
001910     END-IF.
001920 FIND-LATEST-PERIOD-PROC.
001930*    RTCOLL.DATを一度読み、最も新しい期間を対象とする
001940     OPEN INPUT RES-TAX-COLL-IN.
001950     IF WK-RL-FILE-STATUS = '35'
001960         SET WK-RL-EOF TO TRUE
001970     ELSE
001980         PERFORM READ-LATEST-PROC
001990             UNTIL WK-RL-EOF
002000         CLOSE RES-TAX-COLL-IN
002010     END-IF.
002020 READ-LATEST-PROC.
002030     READ RES-TAX-COLL-IN
002040         AT END
002050             SET WK-RL-EOF TO TRUE
002060         NOT AT END
002070             IF RL-PERIOD-ID > WK-PERIOD-ID
002080                 MOVE RL-PERIOD-ID TO WK-PERIOD-ID
002090             END-IF
002100     END-READ.
002110 READ-COLL-PROC.
002120     READ RES-TAX-COLL-IN
002130         AT END
002140             SET WK-RL-EOF TO TRUE
002150         NOT AT END
002160             IF RL-PERIOD-ID = WK-PERIOD-ID
002170                 PERFORM WRITE-MUNI-LINE-PROC
002180             END-IF
002190     END-READ.
002200 WRITE-MUNI-LINE-PROC.
002210     MOVE RL-MUNI-CD    TO WK-RD-MUNI-CD.
002220     MOVE RL-MUNI-NAME  TO WK-RD-MUNI-NAME.
002230     MOVE RL-HEADCOUNT  TO WK-RD-HEADS.
002240     MOVE RL-AMOUNT     TO WK-RD-AMOUNT.
002250     WRITE REMIT-REPORT-REC FROM WK-RPT-DETAIL.
002260     ADD 1 TO WK-LINE-CT.
002270     ADD RL-HEADCOUNT TO WK-TOT-HEADS.
002280     ADD RL-AMOUNT    TO WK-TOT-AMOUNT.
002290 READ-RES-TAX-PROC.
002300     READ RES-TAX-IN
002310         AT END
002320             SET WK-RT-EOF TO TRUE
002330         NOT AT END
002340             IF RT-STATUS = 'L' AND RT-LUMP-AMT > 0
002350                 PERFORM WRITE-LUMP-LINE-PROC
002360             END-IF
002370     END-READ.
002380 WRITE-LUMP-LINE-PROC.
002390     MOVE RT-EMP-ID    TO WK-LD-EMP-ID.
002400     MOVE RT-MUNI-CD   TO WK-LD-MUNI-CD.
002410     MOVE RT-MUNI-NAME TO WK-LD-MUNI-NAME.
002420     MOVE RT-YEAR      TO WK-LD-YEAR.
002430     MOVE RT-LUMP-FROM TO WK-LD-FROM.
002440     MOVE RT-LUMP-AMT  TO WK-LD-AMOUNT.
002450     WRITE REMIT-REPORT-REC FROM WK-LUMP-DETAIL.
002460     ADD 1 TO WK-LUMP-CT.
002470     ADD RT-LUMP-AMT TO WK-TOT-LUMP.
