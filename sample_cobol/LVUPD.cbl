000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LVUPD.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  年次有給休暇の残高マスタ(LVBAL.DAT)の
000080*                             月次更新を新規作成（登録・勤怠から
000090*                             の取得日数の消化・勤続年数に応じた
000092*                             付与・前年分の繰越と時効消滅）
000095*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000097*                             するよう変更（再実行・遅れ処理で
000100*                             処理対象の業務日を使う）
000102*  2026-10-15  SYSTEMS-GROUP  残高マスタが表に収まらない場合は
000104*                             行を捨てずに実行を打ち切る
000106*                             （リターンコード8）
000110*----------------------------------------------------------------
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150*    対象期間の指定（無い場合は実行日を含む支給期間）
000160     SELECT LVUPD-CONTROL-IN ASSIGN TO 'LVUPD.CTL'
000170         ORGANIZATION IS LINE SEQUENTIAL
000180         FILE STATUS IS WK-CT-FILE-STATUS.
000190     SELECT PAY-PERIOD-IN ASSIGN TO 'PAYPERD.DAT'
000200         ORGANIZATION IS LINE SEQUENTIAL
000210         FILE STATUS IS WK-PP-FILE-STATUS.
000220*    残高マスタへの登録（入社日と、移行時の付与日・残日数）
000230     SELECT LEAVE-REG-IN ASSIGN TO 'LVHIRE.DAT'
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WK-LH-FILE-STATUS.
000260     SELECT EMP-MASTER-IN ASSIGN TO 'EMPMAST.IDX'
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS RANDOM
000290         RECORD KEY IS EM-EMP-ID
000300         FILE STATUS IS WK-EM-FILE-STATUS.
000310     SELECT ATTENDANCE-IN ASSIGN TO 'ATTEND.DAT'
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WK-AT-FILE-STATUS.
000340     SELECT LEAVE-BAL-IO ASSIGN TO 'LVBAL.DAT'
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WK-LB-FILE-STATUS.
000370     SELECT UPDATE-REPORT-OUT ASSIGN TO 'LVUPD.RPT'
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  LVUPD-CONTROL-IN.
000420 01 LVUPD-CONTROL-REC.
000430   05 CT-PERIOD-ID     PIC X(06).
000440 FD  PAY-PERIOD-IN.
000450 01 PAY-PERIOD-REC.
000460   05 PP-PERIOD-ID     PIC 9(06).
000470   05 PP-START-DATE    PIC 9(08).
000480   05 PP-END-DATE      PIC 9(08).
000490   05 PP-STATUS        PIC X(01).
000500 FD  LEAVE-REG-IN.
000510 01 LEAVE-REG-REC.
000520*  付与日が空白・ゼロなら新規の入社者（入社6か月後に初回付与）。
000530*  付与日があれば表計算からの移行分として残日数をそのまま登録する
000540   05 LH-EMP-ID        PIC 9(05).
000550   05 LH-HIRE-DATE     PIC 9(08).
000560   05 LH-GRANT-DATE    PIC 9(08).
000570   05 LH-GRANT-DAYS    PIC 9(02)V9.
000580   05 LH-CUR-BAL       PIC 9(02)V9.
000590   05 LH-CARRY-BAL     PIC 9(02)V9.
000600   05 LH-TAKEN-YEAR    PIC 9(02)V9.
000610 FD  EMP-MASTER-IN.
000620 01 EMP-MASTER-REC.
000630   05 EM-EMP-ID        PIC 9(05).
000640   05 EM-NAME          PIC X(20).
000650   05 EM-AGE           PIC 9(03).
000660   05 EM-SALARY        PIC 9(07).
000670   05 EM-SITE-CD       PIC X(03).
000680   05 EM-DEPT-CD       PIC X(05).
000690   05 FILLER           PIC X(17).
000700 FD  ATTENDANCE-IN.
000710 01 ATTENDANCE-REC.
000720   05 AT-EMP-ID        PIC 9(05).
000730   05 AT-PERIOD-ID     PIC 9(06).
000740   05 AT-OT-HOURS      PIC 9(03).
000750   05 AT-RATE-CLASS    PIC X(01).
000760   05 AT-LEAVE-DAYS    PIC 9(02).
000770   05 AT-REG-HOURS     PIC 9(03)V99.
000780   05 AT-PAID-DAYS     PIC 9(02)V9.
000790 FD  LEAVE-BAL-IO.
000800 01 LEAVE-BAL-REC.
000810   05 LB-EMP-ID        PIC 9(05).
000820   05 LB-HIRE-DATE     PIC 9(08).
000830*  現在の付与の付与日（初回付与前はゼロ）と次回の付与日
000840   05 LB-GRANT-DATE    PIC 9(08).
000850   05 LB-NEXT-GRANT    PIC 9(08).
000860*  今回付与日数・今回付与分の残・前回付与分（繰越）の残・今回
000870*  付与日以降の取得日数（年5日の取得義務の判定用）
000880   05 LB-GRANT-DAYS    PIC 9(02)V9.
000890   05 LB-CUR-BAL       PIC 9(02)V9.
000900   05 LB-CARRY-BAL     PIC 9(02)V9.
000910   05 LB-TAKEN-YEAR    PIC 9(02)V9.
000920*  直近の付与で時効消滅した繰越日数
000930   05 LB-EXPIRED       PIC 9(02)V9.
000940*  取得日数を消化済みの最終期間（再実行時の二重消化の防止）
000950   05 LB-LAST-PERIOD   PIC 9(06).
000960*  A=在籍、C=退職（社員マスタから削除済み。以後は付与しない）
000970   05 LB-STATUS        PIC X(01).
000980 FD  UPDATE-REPORT-OUT.
000990 01 UPDATE-REPORT-REC  PIC X(100).
001000 WORKING-STORAGE SECTION.
001010 01 WK-FLAGS.
001020   05 WK-CT-FILE-STATUS PIC X(02).
001030   05 WK-PP-FILE-STATUS PIC X(02).
001040   05 WK-LH-FILE-STATUS PIC X(02).
001050   05 WK-EM-FILE-STATUS PIC X(02).
001060   05 WK-AT-FILE-STATUS PIC X(02).
001070   05 WK-LB-FILE-STATUS PIC X(02).
001080   05 WK-PP-EOF-SW     PIC X(01) VALUE 'N'.
001090     88 WK-PP-EOF          VALUE 'Y'.
001100   05 WK-LH-EOF-SW     PIC X(01) VALUE 'N'.
001110     88 WK-LH-EOF          VALUE 'Y'.
001120   05 WK-AT-EOF-SW     PIC X(01) VALUE 'N'.
001130     88 WK-AT-EOF          VALUE 'Y'.
001140   05 WK-LB-EOF-SW     PIC X(01) VALUE 'N'.
001150     88 WK-LB-EOF          VALUE 'Y'.
001152*  残高マスタがテーブルに収まらない（書き戻すと行が失われるため
001154*  実行を打ち切る）
001156   05 WK-LB-FULL-SW    PIC X(01) VALUE 'N'.
001158     88 WK-LB-FULL         VALUE 'Y'.
001160 01 WK-COUNTERS.
001170   05 WK-REG-CT        PIC 9(05) VALUE 0.
001180   05 WK-RJT-CT        PIC 9(05) VALUE 0.
001190   05 WK-TAKEN-CT      PIC 9(05) VALUE 0.
001200   05 WK-EXC-CT        PIC 9(05) VALUE 0.
001210   05 WK-GRANT-CT      PIC 9(05) VALUE 0.
001220   05 WK-MISSED-CT     PIC 9(05) VALUE 0.
001230   05 WK-CLOSED-CT     PIC 9(05) VALUE 0.
001240 01 WK-RUN-AREA.
001250   05 WK-RUN-DATE      PIC 9(08).
001260   05 WK-PERIOD-ID     PIC 9(06) VALUE 0.
001270   05 WK-PERIOD-END    PIC 9(08) VALUE 0.
001280   05 WK-PERIOD-OK-SW  PIC X(01) VALUE 'Y'.
001290     88 WK-PERIOD-OK       VALUE 'Y'.
001300*--- 支給期間テーブル（PAYPERD.DATから）---
001310 01 WK-PP-TABLE.
001320   05 WK-PP-COUNT      PIC 9(03) VALUE 0.
001330   05 WK-PP-ENTRY OCCURS 200 TIMES.
001340     10 WK-PP-PERIOD-ID PIC 9(06).
001350     10 WK-PP-START    PIC 9(08).
001360     10 WK-PP-END      PIC 9(08).
001370   05 WK-PP-IDX        PIC 9(03).
001380   05 WK-PP-FOUND-IDX  PIC 9(03).
001390*--- 有給残高マスタのインメモリテーブル（更新後に全件書き戻す）---
001400 01 WK-LB-TABLE.
001410   05 WK-LB-COUNT      PIC 9(03) VALUE 0.
001420   05 WK-LB-ENTRY OCCURS 500 TIMES.
001430     10 WK-LB-REC      PIC X(51).
001440   05 WK-LB-IDX        PIC 9(03).
001450   05 WK-LB-FOUND-IDX  PIC 9(03).
001460 01 WK-LB-KEY-VIEW.
001470   05 WK-LV-EMP-ID     PIC 9(05).
001480   05 FILLER           PIC X(46).
001490*--- 勤続月数に応じた付与日数（入社6か月で10日、以後1年ごと）---
001500 01 WK-GRANT-VALUES.
001510   05 FILLER           PIC X(05) VALUE '00610'.
001520   05 FILLER           PIC X(05) VALUE '01811'.
001530   05 FILLER           PIC X(05) VALUE '03012'.
001540   05 FILLER           PIC X(05) VALUE '04214'.
001550   05 FILLER           PIC X(05) VALUE '05416'.
001560   05 FILLER           PIC X(05) VALUE '06618'.
001570   05 FILLER           PIC X(05) VALUE '07820'.
001580 01 WK-GRANT-TABLE REDEFINES WK-GRANT-VALUES.
001590   05 WK-GT-ENTRY OCCURS 7 TIMES.
001600     10 WK-GT-MONTHS   PIC 9(03).
001610     10 WK-GT-DAYS     PIC 9(02).
001620 01 WK-GRANT-WORK.
001630   05 WK-GT-IDX        PIC 9(02).
001640   05 WK-SERVICE-MONTHS PIC 9(04).
001650   05 WK-HIRE-MONTHS   PIC 9(06).
001660   05 WK-NEW-GRANT     PIC 9(02)V9.
001670   05 WK-REMAIN        PIC 9(02)V9.
001680   05 WK-MIN-TAKEN     PIC 9(02)V9 VALUE 5.
001690   05 WK-MIN-GRANT     PIC 9(02)V9 VALUE 10.
001700*--- 日付計算用ワーク（月数の加算と月末への補正）---
001710 01 WK-DT-BASE.
001720   05 WK-DB-YEAR       PIC 9(04).
001730   05 WK-DB-MONTH      PIC 9(02).
001740   05 WK-DB-DAY        PIC 9(02).
001750 01 WK-DT-BASE-N REDEFINES WK-DT-BASE PIC 9(08).
001760 01 WK-DT-RESULT.
001770   05 WK-DT-YEAR       PIC 9(04).
001780   05 WK-DT-MONTH      PIC 9(02).
001790   05 WK-DT-DAY        PIC 9(02).
001800 01 WK-DT-RESULT-N REDEFINES WK-DT-RESULT PIC 9(08).
001810 01 WK-DATE-WORK.
001820   05 WK-DT-MONTHS     PIC 9(04).
001830   05 WK-DT-TOTAL      PIC 9(06).
001840   05 WK-DT-REM        PIC 9(02).
001850   05 WK-DC-RETURN-CD  PIC 9(02).
001860   05 WK-DC-SERIAL     PIC 9(07).
001870 01 WK-EDIT-WORK.
001880   05 WK-REASON        PIC X(16).
001890   05 WK-NAME          PIC X(20).
001900*--- LOCKMGR呼び出し用ワーク（実行間ロック）---
001910 01 WK-LOCK-AREA.
001920   05 WK-LOCK-FUNC     PIC X(01).
001930   05 WK-LOCK-PGM      PIC X(08) VALUE 'LVUPD'.
001940   05 WK-LOCK-FILES.
001950     10 FILLER         PIC X(10) VALUE 'LVBAL     '.
001960     10 FILLER         PIC X(10) VALUE SPACES.
001970     10 FILLER         PIC X(10) VALUE SPACES.
001980     10 FILLER         PIC X(10) VALUE SPACES.
001990     10 FILLER         PIC X(10) VALUE SPACES.
002000   05 WK-LOCK-RETURN-CD PIC 9(02).
002010*--- 更新一覧の各行 ---
002020 01 WK-RPT-TITLE.
002030   05 FILLER           PIC X(35)
002040       VALUE 'PAID LEAVE BALANCE UPDATE - PERIOD '.
002050   05 WK-RH-PERIOD-ID  PIC 9(06).
002060   05 FILLER           PIC X(08) VALUE '  END : '.
002070   05 WK-RH-END        PIC 9(08).
002080   05 FILLER           PIC X(08) VALUE '  RUN : '.
002090   05 WK-RH-RUN-DATE   PIC 9(08).
002100 01 WK-RPT-COLUMNS.
002110   05 FILLER           PIC X(40)
002120       VALUE 'EMPNO NAME                 EVENT        '.
002130   05 FILLER           PIC X(40)
002140       VALUE '     DAYS  CARRY CURRENT  NOTE          '.
002150 01 WK-RPT-RULE.
002160   05 FILLER           PIC X(100) VALUE ALL '-'.
002170 01 WK-RPT-DETAIL.
002180   05 WK-RD-EMP-ID     PIC 9(05).
002190   05 FILLER           PIC X(01) VALUE SPACE.
002200   05 WK-RD-NAME       PIC X(20).
002210   05 FILLER           PIC X(01) VALUE SPACE.
002220   05 WK-RD-EVENT      PIC X(16).
002230   05 FILLER           PIC X(02) VALUE SPACES.
002240   05 WK-RD-DAYS       PIC ZZ9.9.
002250   05 FILLER           PIC X(02) VALUE SPACES.
002260   05 WK-RD-CARRY      PIC ZZ9.9.
002270   05 FILLER           PIC X(03) VALUE SPACES.
002280   05 WK-RD-CURRENT    PIC ZZ9.9.
002290   05 FILLER           PIC X(02) VALUE SPACES.
002300   05 WK-RD-NOTE       PIC X(20).
002310 01 WK-RPT-TOTAL-1.
002320   05 FILLER           PIC X(13) VALUE 'REGISTERED : '.
002330   05 WK-RT-REG        PIC ZZZZ9.
002340   05 FILLER           PIC X(13) VALUE '  REJECTED : '.
002350   05 WK-RT-RJT        PIC ZZZZ9.
002360   05 FILLER           PIC X(10) VALUE '  TAKEN : '.
002370   05 WK-RT-TAKEN      PIC ZZZZ9.
002380   05 FILLER           PIC X(15) VALUE '  EXCEPTIONS : '.
002390   05 WK-RT-EXC        PIC ZZZZ9.
002400 01 WK-RPT-TOTAL-2.
002410   05 FILLER           PIC X(13) VALUE 'GRANTED    : '.
002420   05 WK-RT-GRANT      PIC ZZZZ9.
002430   05 FILLER           PIC X(13) VALUE '  MISSED 5 : '.
002440   05 WK-RT-MISSED     PIC ZZZZ9.
002450   05 FILLER           PIC X(11) VALUE '  CLOSED : '.
002460   05 WK-RT-CLOSED     PIC ZZZZ9.
002470 PROCEDURE DIVISION.
002480 MAIN-PROC.
002490*    対象期間の勤怠の有給取得日数を残高から差し引き（繰越分から
002500*    先に使う）、次回付与日が期間の末日までに来た社員には勤続月数に
002510*    応じた日数を付与する。付与の際は前回付与分の残を時効消滅とし、
002520*    今回付与分の残を繰越とする。付与日までに年5日を取得しなかった
002530*    社員は一覧に例外として印字する
002540     CALL 'BUSDATE' USING WK-RUN-DATE.
002550     MOVE 'L' TO WK-LOCK-FUNC.
002560     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
002570         WK-LOCK-FILES WK-LOCK-RETURN-CD.
002580     IF WK-LOCK-RETURN-CD NOT = 00
002590         DISPLAY 'LVUPD: LVBAL.DAT LOCKED BY ANOTHER RUN'
002600             ' - RUN REFUSED'
002610         MOVE 8 TO RETURN-CODE
002620         GOBACK
002630     END-IF.
002640     PERFORM LOAD-CONTROL-PROC.
002650     PERFORM LOAD-PAY-PERIOD-PROC.
002660     PERFORM RESOLVE-PERIOD-PROC.
002670     IF NOT WK-PERIOD-OK
002680         DISPLAY 'LVUPD: INVALID PERIOD ' WK-PERIOD-ID
002690             ' IN LVUPD.CTL - RUN REFUSED'
002700         PERFORM RELEASE-LOCK-PROC
002710         MOVE 8 TO RETURN-CODE
002720         GOBACK
002730     END-IF.
002740     PERFORM LOAD-LEAVE-BAL-PROC.
002742     IF WK-LB-FULL
002743         DISPLAY 'LVUPD: LVBAL.DAT EXCEEDS TABLE SIZE'
002744             ' - RUN REFUSED'
002745         PERFORM RELEASE-LOCK-PROC
002746         MOVE 8 TO RETURN-CODE
002747         GOBACK
002748     END-IF.
002750     OPEN INPUT EMP-MASTER-IN.
002760     OPEN OUTPUT UPDATE-REPORT-OUT.
002770     MOVE WK-PERIOD-ID  TO WK-RH-PERIOD-ID.
002780     MOVE WK-PERIOD-END TO WK-RH-END.
002790     MOVE WK-RUN-DATE   TO WK-RH-RUN-DATE.
002800     WRITE UPDATE-REPORT-REC FROM WK-RPT-TITLE.
002810     WRITE UPDATE-REPORT-REC FROM WK-RPT-COLUMNS.
002820     WRITE UPDATE-REPORT-REC FROM WK-RPT-RULE.
002830     PERFORM APPLY-REGISTRATIONS-PROC.
002840     PERFORM POST-ATTENDANCE-PROC.
002850     PERFORM GRANT-ENTRY-PROC
002860         VARYING WK-LB-IDX FROM 1 BY 1
002870         UNTIL WK-LB-IDX > WK-LB-COUNT.
002880     WRITE UPDATE-REPORT-REC FROM WK-RPT-RULE.
002890     MOVE WK-REG-CT    TO WK-RT-REG.
002900     MOVE WK-RJT-CT    TO WK-RT-RJT.
002910     MOVE WK-TAKEN-CT  TO WK-RT-TAKEN.
002920     MOVE WK-EXC-CT    TO WK-RT-EXC.
002930     MOVE WK-GRANT-CT  TO WK-RT-GRANT.
002940     MOVE WK-MISSED-CT TO WK-RT-MISSED.
002950     MOVE WK-CLOSED-CT TO WK-RT-CLOSED.
002960     WRITE UPDATE-REPORT-REC FROM WK-RPT-TOTAL-1.
002970     WRITE UPDATE-REPORT-REC FROM WK-RPT-TOTAL-2.
002980     CLOSE EMP-MASTER-IN UPDATE-REPORT-OUT.
002990     PERFORM WRITE-LEAVE-BAL-PROC.
003000     DISPLAY 'LVUPD: PERIOD     = ' WK-PERIOD-ID.
003010     DISPLAY 'LVUPD: REGISTERED = ' WK-REG-CT.
003020     DISPLAY 'LVUPD: REJECTED   = ' WK-RJT-CT.
003030     DISPLAY 'LVUPD: TAKEN      = ' WK-TAKEN-CT.
003040     DISPLAY 'LVUPD: EXCEPTIONS = ' WK-EXC-CT.
003050     DISPLAY 'LVUPD: GRANTED    = ' WK-GRANT-CT.
003060     DISPLAY 'LVUPD: MISSED 5   = ' WK-MISSED-CT.
003070     PERFORM RELEASE-LOCK-PROC.
003080     GOBACK.
003090 RELEASE-LOCK-PROC.
003100*    取得した実行間ロックを解放する
003110     MOVE 'U' TO WK-LOCK-FUNC.
003120     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
003130         WK-LOCK-FILES WK-LOCK-RETURN-CD.
003140 LOAD-CONTROL-PROC.
003150*    LVUPD.CTLがあり数字6桁の期間が書かれていればそれを使う
003160     OPEN INPUT LVUPD-CONTROL-IN.
003170     IF WK-CT-FILE-STATUS = '35'
003180         CONTINUE
003190     ELSE
003200         READ LVUPD-CONTROL-IN
003210             AT END
003220                 CONTINUE
003230             NOT AT END
003240                 IF CT-PERIOD-ID IS NUMERIC
003250                     MOVE CT-PERIOD-ID TO WK-PERIOD-ID
003260                 END-IF
003270         END-READ
003280         CLOSE LVUPD-CONTROL-IN
003290     END-IF.
003300 LOAD-PAY-PERIOD-PROC.
003310*    PAYPERD.DATを全件読み込む（対象期間の末日の決定用）
003320     OPEN INPUT PAY-PERIOD-IN.
003330     IF WK-PP-FILE-STATUS = '35'
003340         SET WK-PP-EOF TO TRUE
003350     ELSE
003360         PERFORM READ-PAY-PERIOD-PROC
003370             UNTIL WK-PP-EOF
003380         CLOSE PAY-PERIOD-IN
003390     END-IF.
003400 READ-PAY-PERIOD-PROC.
003410     READ PAY-PERIOD-IN
003420         AT END
003430             SET WK-PP-EOF TO TRUE
003440         NOT AT END
003450             IF WK-PP-COUNT < 200
003460                 ADD 1 TO WK-PP-COUNT
003470                 MOVE PP-PERIOD-ID
003480                     TO WK-PP-PERIOD-ID(WK-PP-COUNT)
003490                 MOVE PP-START-DATE TO WK-PP-START(WK-PP-COUNT)
003500                 MOVE PP-END-DATE   TO WK-PP-END(WK-PP-COUNT)
003510             END-IF
003520     END-READ.
003530 RESOLVE-PERIOD-PROC.
003540*    期間の指定が無ければ実行日を含む支給期間を対象とする。支給
003550*    期間に登録の無い期間（または実行日）は暦月（YYYYMM）とみなし、
003560*    その月末を期間の末日とする
003570     MOVE 0 TO WK-PP-FOUND-IDX.
003580     IF WK-PERIOD-ID = 0
003590         PERFORM FIND-RUN-PERIOD-STEP-PROC
003600             VARYING WK-PP-IDX FROM 1 BY 1
003610             UNTIL WK-PP-IDX > WK-PP-COUNT
003620                 OR WK-PP-FOUND-IDX NOT = 0
003630         IF WK-PP-FOUND-IDX = 0
003640             MOVE WK-RUN-DATE(1:6) TO WK-PERIOD-ID
003650         END-IF
003660     ELSE
003670         PERFORM FIND-PERIOD-STEP-PROC
003680             VARYING WK-PP-IDX FROM 1 BY 1
003690             UNTIL WK-PP-IDX > WK-PP-COUNT
003700                 OR WK-PP-FOUND-IDX NOT = 0
003710     END-IF.
003720     IF WK-PP-FOUND-IDX NOT = 0
003730         MOVE WK-PP-PERIOD-ID(WK-PP-FOUND-IDX) TO WK-PERIOD-ID
003740         MOVE WK-PP-END(WK-PP-FOUND-IDX) TO WK-PERIOD-END
003750     ELSE
003760         MOVE WK-PERIOD-ID TO WK-DT-RESULT-N(1:6)
003770         IF WK-DT-MONTH < 1 OR WK-DT-MONTH > 12
003780             MOVE 'N' TO WK-PERIOD-OK-SW
003790         ELSE
003800             MOVE 31 TO WK-DT-DAY
003810             PERFORM CLAMP-DAY-PROC
003820             MOVE WK-DT-RESULT-N TO WK-PERIOD-END
003830         END-IF
003840     END-IF.
003850 FIND-RUN-PERIOD-STEP-PROC.
003860     IF WK-RUN-DATE >= WK-PP-START(WK-PP-IDX)
003870             AND WK-RUN-DATE <= WK-PP-END(WK-PP-IDX)
003880         MOVE WK-PP-IDX TO WK-PP-FOUND-IDX
003890     END-IF.
003900 FIND-PERIOD-STEP-PROC.
003910     IF WK-PP-PERIOD-ID(WK-PP-IDX) = WK-PERIOD-ID
003920         MOVE WK-PP-IDX TO WK-PP-FOUND-IDX
003930     END-IF.
003940 LOAD-LEAVE-BAL-PROC.
003950*    LVBAL.DATを全件読み込む（無い場合は新規作成となる）
003960     OPEN INPUT LEAVE-BAL-IO.
003970     IF WK-LB-FILE-STATUS = '35'
003980         SET WK-LB-EOF TO TRUE
003990     ELSE
004000         PERFORM READ-LEAVE-BAL-PROC
004010             UNTIL WK-LB-EOF
004020         CLOSE LEAVE-BAL-IO
004030     END-IF.
004040 READ-LEAVE-BAL-PROC.
004050     READ LEAVE-BAL-IO
004060         AT END
004070             SET WK-LB-EOF TO TRUE
004080         NOT AT END
004090             IF WK-LB-COUNT < 500
004100                 ADD 1 TO WK-LB-COUNT
004110                 MOVE LEAVE-BAL-REC TO WK-LB-REC(WK-LB-COUNT)
004120             ELSE
004130                 SET WK-LB-FULL TO TRUE
004150             END-IF
004160     END-READ.
004170 FIND-LEAVE-BAL-STEP-PROC.
004180     MOVE WK-LB-REC(WK-LB-IDX) TO WK-LB-KEY-VIEW.
004190     IF WK-LV-EMP-ID = EM-EMP-ID
004200         MOVE WK-LB-IDX TO WK-LB-FOUND-IDX
004210     END-IF.
004220 FIND-EMP-ENTRY-PROC.
004230*    EM-EMP-IDの社員の残高マスタの行を探す（無ければ0）
004240     MOVE 0 TO WK-LB-FOUND-IDX.
004250     PERFORM FIND-LEAVE-BAL-STEP-PROC
004260         VARYING WK-LB-IDX FROM 1 BY 1
004270         UNTIL WK-LB-IDX > WK-LB-COUNT
004280             OR WK-LB-FOUND-IDX NOT = 0.
004290 GET-NAME-PROC.
004300*    EM-EMP-IDの社員の氏名を社員マスタから取る（無ければ空白）
004310     MOVE SPACES TO WK-NAME.
004320     READ EMP-MASTER-IN
004330         INVALID KEY
004340             CONTINUE
004350         NOT INVALID KEY
004360             MOVE EM-NAME TO WK-NAME
004370     END-READ.
004380 APPLY-REGISTRATIONS-PROC.
004390     OPEN INPUT LEAVE-REG-IN.
004400     IF WK-LH-FILE-STATUS = '35'
004410         SET WK-LH-EOF TO TRUE
004420     ELSE
004430         PERFORM READ-REGISTRATION-PROC
004440             UNTIL WK-LH-EOF
004450         CLOSE LEAVE-REG-IN
004460     END-IF.
004470 READ-REGISTRATION-PROC.
004480     READ LEAVE-REG-IN
004490         AT END
004500             SET WK-LH-EOF TO TRUE
004510         NOT AT END
004520             PERFORM EDIT-REGISTRATION-PROC
004530     END-READ.
004540 EDIT-REGISTRATION-PROC.
004550*    社員マスタに在籍し残高マスタに未登録の社員のみ登録する。
004560*    移行分は付与日が入社日以降の正しい日付で、残日数が数字である
004570*    こと
004580     MOVE SPACES TO WK-REASON WK-NAME.
004590     MOVE SPACES TO WK-RPT-DETAIL.
004600     MOVE ZERO TO WK-RD-EMP-ID WK-RD-DAYS WK-RD-CARRY
004610         WK-RD-CURRENT.
004620     IF LH-EMP-ID IS NOT NUMERIC OR LH-EMP-ID = ZERO
004630         MOVE 'BAD EMP-ID' TO WK-REASON
004640     ELSE
004650         MOVE LH-EMP-ID TO WK-RD-EMP-ID EM-EMP-ID
004660         READ EMP-MASTER-IN
004670             INVALID KEY
004680                 MOVE 'NO EMPLOYEE' TO WK-REASON
004690             NOT INVALID KEY
004700                 MOVE EM-NAME TO WK-NAME
004710         END-READ
004720     END-IF.
004730     IF WK-REASON = SPACES
004740         PERFORM FIND-EMP-ENTRY-PROC
004750         IF WK-LB-FOUND-IDX NOT = 0
004760             MOVE 'ALREADY ON FILE' TO WK-REASON
004770         END-IF
004780     END-IF.
004790     IF WK-REASON = SPACES
004800         CALL 'DATECHK' USING LH-HIRE-DATE WK-DC-RETURN-CD
004810             WK-DC-SERIAL
004820         IF WK-DC-RETURN-CD NOT = 00
004830             MOVE 'BAD HIRE DATE' TO WK-REASON
004840         END-IF
004850     END-IF.
004860     IF WK-REASON = SPACES
004870         IF LH-GRANT-DATE IS NUMERIC AND LH-GRANT-DATE NOT = ZERO
004880             PERFORM EDIT-OPENING-PROC
004890         END-IF
004900     END-IF.
004910     IF WK-REASON = SPACES
004920         IF WK-LB-COUNT < 500
004930             PERFORM ADD-ENTRY-PROC
004940         ELSE
004950             MOVE 'MASTER FULL' TO WK-REASON
004960         END-IF
004970     END-IF.
004980     IF WK-REASON NOT = SPACES
004990         ADD 1 TO WK-RJT-CT
005000         MOVE 'REJECTED'  TO WK-RD-EVENT
005010         MOVE WK-REASON   TO WK-RD-NOTE
005020     END-IF.
005030     MOVE WK-NAME TO WK-RD-NAME.
005040     WRITE UPDATE-REPORT-REC FROM WK-RPT-DETAIL.
005050 EDIT-OPENING-PROC.
005060     CALL 'DATECHK' USING LH-GRANT-DATE WK-DC-RETURN-CD
005070         WK-DC-SERIAL.
005080     IF WK-DC-RETURN-CD NOT = 00 OR LH-GRANT-DATE < LH-HIRE-DATE
005090         MOVE 'BAD GRANT DATE' TO WK-REASON
005100     ELSE
005110         IF LH-GRANT-DAYS IS NOT NUMERIC
005120                 OR LH-CUR-BAL IS NOT NUMERIC
005130                 OR LH-CARRY-BAL IS NOT NUMERIC
005140                 OR LH-TAKEN-YEAR IS NOT NUMERIC
005150             MOVE 'BAD BALANCE' TO WK-REASON
005160         END-IF
005170     END-IF.
005180 ADD-ENTRY-PROC.
005190*    新規の入社者は入社日の6か月後を初回の付与日とする。移行分は
005200*    登録された付与日の1年後を次回の付与日とする
005210     MOVE SPACES        TO LEAVE-BAL-REC.
005220     MOVE LH-EMP-ID     TO LB-EMP-ID.
005230     MOVE LH-HIRE-DATE  TO LB-HIRE-DATE.
005240     MOVE ZERO TO LB-GRANT-DATE LB-GRANT-DAYS LB-CUR-BAL
005250         LB-CARRY-BAL LB-TAKEN-YEAR LB-EXPIRED LB-LAST-PERIOD.
005260     MOVE 'A'           TO LB-STATUS.
005270     IF LH-GRANT-DATE IS NUMERIC AND LH-GRANT-DATE NOT = ZERO
005280         MOVE LH-GRANT-DATE TO LB-GRANT-DATE WK-DT-BASE-N
005290         MOVE LH-GRANT-DAYS TO LB-GRANT-DAYS
005300         MOVE LH-CUR-BAL    TO LB-CUR-BAL
005310         MOVE LH-CARRY-BAL  TO LB-CARRY-BAL
005320         MOVE LH-TAKEN-YEAR TO LB-TAKEN-YEAR
005330         MOVE 12 TO WK-DT-MONTHS
005340     ELSE
005350         MOVE LH-HIRE-DATE  TO WK-DT-BASE-N
005360         MOVE 6 TO WK-DT-MONTHS
005370     END-IF.
005380     PERFORM ADD-MONTHS-PROC.
005390     MOVE WK-DT-RESULT-N TO LB-NEXT-GRANT.
005400     ADD 1 TO WK-LB-COUNT.
005410     MOVE LEAVE-BAL-REC TO WK-LB-REC(WK-LB-COUNT).
005420     ADD 1 TO WK-REG-CT.
005430     MOVE 'REGISTERED'  TO WK-RD-EVENT.
005440     MOVE LB-GRANT-DAYS TO WK-RD-DAYS.
005450     MOVE LB-CARRY-BAL  TO WK-RD-CARRY.
005460     MOVE LB-CUR-BAL    TO WK-RD-CURRENT.
005470     MOVE 'NEXT GRANT'  TO WK-RD-NOTE.
005480     MOVE LB-NEXT-GRANT TO WK-RD-NOTE(12:8).
005490 POST-ATTENDANCE-PROC.
005500     OPEN INPUT ATTENDANCE-IN.
005510     IF WK-AT-FILE-STATUS = '35'
005520         SET WK-AT-EOF TO TRUE
005530     ELSE
005540         PERFORM READ-ATTENDANCE-PROC
005550             UNTIL WK-AT-EOF
005560         CLOSE ATTENDANCE-IN
005570     END-IF.
005580 READ-ATTENDANCE-PROC.
005590     READ ATTENDANCE-IN
005600         AT END
005610             SET WK-AT-EOF TO TRUE
005620         NOT AT END
005630             IF AT-PERIOD-ID = WK-PERIOD-ID
005640                     AND AT-PAID-DAYS IS NUMERIC
005650                     AND AT-PAID-DAYS > 0
005660                 PERFORM POST-LEAVE-PROC
005670             END-IF
005680     END-READ.
005690 POST-LEAVE-PROC.
005700*    有給取得日数を残高マスタの行へ反映する。この期間を消化済みの
005710*    行（再実行）は反映しない。未登録・退職済みの社員は例外とする
005720     MOVE SPACES TO WK-RPT-DETAIL.
005730     MOVE AT-EMP-ID    TO WK-RD-EMP-ID EM-EMP-ID.
005740     MOVE AT-PAID-DAYS TO WK-RD-DAYS.
005750     MOVE ZERO TO WK-RD-CARRY WK-RD-CURRENT.
005760     PERFORM GET-NAME-PROC.
005770     MOVE WK-NAME TO WK-RD-NAME.
005780     PERFORM FIND-EMP-ENTRY-PROC.
005790     IF WK-LB-FOUND-IDX = 0
005800         MOVE 'NOT REGISTERED' TO WK-RD-EVENT
005810         ADD 1 TO WK-EXC-CT
005820     ELSE
005830         MOVE WK-LB-REC(WK-LB-FOUND-IDX) TO LEAVE-BAL-REC
005840         MOVE LB-CARRY-BAL TO WK-RD-CARRY
005850         MOVE LB-CUR-BAL   TO WK-RD-CURRENT
005860         IF LB-STATUS NOT = 'A'
005870             MOVE 'CLOSED ENTRY' TO WK-RD-EVENT
005880             ADD 1 TO WK-EXC-CT
005890         ELSE
005900             IF LB-LAST-PERIOD >= WK-PERIOD-ID
005910                 MOVE 'ALREADY POSTED' TO WK-RD-EVENT
005920             ELSE
005930                 PERFORM TAKE-LEAVE-PROC
005940                 MOVE LEAVE-BAL-REC TO WK-LB-REC(WK-LB-FOUND-IDX)
005950             END-IF
005960         END-IF
005970     END-IF.
005980     WRITE UPDATE-REPORT-REC FROM WK-RPT-DETAIL.
005990 TAKE-LEAVE-PROC.
006000*    時効の近い繰越分から先に使い、足りない分を今回付与分から使う。
006010*    残高を超えた日数は残高をゼロとして超過分を例外に印字する
006020     MOVE AT-PAID-DAYS TO WK-REMAIN.
006030     ADD AT-PAID-DAYS TO LB-TAKEN-YEAR.
006040     IF WK-REMAIN > LB-CARRY-BAL
006050         SUBTRACT LB-CARRY-BAL FROM WK-REMAIN
006060         MOVE ZERO TO LB-CARRY-BAL
006070     ELSE
006080         SUBTRACT WK-REMAIN FROM LB-CARRY-BAL
006090         MOVE ZERO TO WK-REMAIN
006100     END-IF.
006110     IF WK-REMAIN > LB-CUR-BAL
006120         SUBTRACT LB-CUR-BAL FROM WK-REMAIN
006130         MOVE ZERO TO LB-CUR-BAL
006140     ELSE
006150         SUBTRACT WK-REMAIN FROM LB-CUR-BAL
006160         MOVE ZERO TO WK-REMAIN
006170     END-IF.
006180     MOVE LB-CARRY-BAL TO WK-RD-CARRY.
006190     MOVE LB-CUR-BAL   TO WK-RD-CURRENT.
006200     ADD 1 TO WK-TAKEN-CT.
006210     IF WK-REMAIN > 0
006220         MOVE 'OVERDRAWN'  TO WK-RD-EVENT
006230         MOVE 'EXCESS DAYS'  TO WK-RD-NOTE
006240         MOVE WK-REMAIN    TO WK-RD-DAYS
006250         ADD 1 TO WK-EXC-CT
006260     ELSE
006270         MOVE 'TAKEN'      TO WK-RD-EVENT
006280     END-IF.
006290 GRANT-ENTRY-PROC.
006300*    在籍中の行は期間の末日までに来た付与日をすべて処理し（実行が
006310*    遅れた場合も追い付く）、消化済みの期間を記録する。社員マスタ
006320*    から削除された社員の行は退職として締める
006330     MOVE WK-LB-REC(WK-LB-IDX) TO LEAVE-BAL-REC.
006340     IF LB-STATUS = 'A'
006350         MOVE LB-EMP-ID TO EM-EMP-ID
006360         READ EMP-MASTER-IN
006370             INVALID KEY
006380                 PERFORM CLOSE-ENTRY-PROC
006390             NOT INVALID KEY
006400                 MOVE EM-NAME TO WK-NAME
006410                 PERFORM GRANT-PROC
006420                     UNTIL LB-NEXT-GRANT > WK-PERIOD-END
006430                 IF LB-LAST-PERIOD < WK-PERIOD-ID
006440                     MOVE WK-PERIOD-ID TO LB-LAST-PERIOD
006450                 END-IF
006460         END-READ
006470         MOVE LEAVE-BAL-REC TO WK-LB-REC(WK-LB-IDX)
006480     END-IF.
006490 CLOSE-ENTRY-PROC.
006500     MOVE 'C' TO LB-STATUS.
006510     ADD 1 TO WK-CLOSED-CT.
006520     MOVE SPACES TO WK-NAME.
006530     MOVE 'CLOSED - LEFT' TO WK-RD-EVENT.
006540     MOVE ZERO         TO WK-RD-DAYS.
006550     MOVE SPACES       TO WK-RD-NOTE.
006560     PERFORM WRITE-ENTRY-LINE-PROC.
006570 GRANT-PROC.
006580*    付与日の前日までの1年で取得が5日に満たなければ例外とする（付与
006590*    日数10日以上の社員が対象）。前回付与分の残は時効消滅し、今回
006600*    付与分の残が繰越となる
006610     IF LB-GRANT-DATE NOT = 0
006620             AND LB-GRANT-DAYS >= WK-MIN-GRANT
006630             AND LB-TAKEN-YEAR < WK-MIN-TAKEN
006640         ADD 1 TO WK-MISSED-CT
006650         MOVE 'MISSED 5 DAYS' TO WK-RD-EVENT
006660         MOVE LB-TAKEN-YEAR   TO WK-RD-DAYS
006670         MOVE 'YEAR FROM'     TO WK-RD-NOTE
006680         MOVE LB-GRANT-DATE   TO WK-RD-NOTE(11:8)
006690         PERFORM WRITE-ENTRY-LINE-PROC
006700     END-IF.
006710     MOVE LB-CARRY-BAL TO LB-EXPIRED.
006720     IF LB-EXPIRED > 0
006730         MOVE 'EXPIRED'    TO WK-RD-EVENT
006740         MOVE LB-EXPIRED   TO WK-RD-DAYS
006750         MOVE SPACES       TO WK-RD-NOTE
006760         PERFORM WRITE-ENTRY-LINE-PROC
006770     END-IF.
006780     MOVE LB-CUR-BAL TO LB-CARRY-BAL.
006790     MOVE LB-HIRE-DATE TO WK-DT-BASE-N.
006800     COMPUTE WK-HIRE-MONTHS = WK-DB-YEAR * 12 + WK-DB-MONTH.
006810     MOVE LB-NEXT-GRANT TO WK-DT-BASE-N.
006820     COMPUTE WK-SERVICE-MONTHS =
006830         WK-DB-YEAR * 12 + WK-DB-MONTH - WK-HIRE-MONTHS.
006840     MOVE ZERO TO WK-NEW-GRANT.
006850     PERFORM FIND-GRANT-STEP-PROC
006860         VARYING WK-GT-IDX FROM 1 BY 1
006870         UNTIL WK-GT-IDX > 7.
006880     MOVE WK-NEW-GRANT  TO LB-GRANT-DAYS LB-CUR-BAL.
006890     MOVE ZERO          TO LB-TAKEN-YEAR.
006900     MOVE LB-NEXT-GRANT TO LB-GRANT-DATE.
006910     MOVE 12 TO WK-DT-MONTHS.
006920     PERFORM ADD-MONTHS-PROC.
006930     MOVE WK-DT-RESULT-N TO LB-NEXT-GRANT.
006940     ADD 1 TO WK-GRANT-CT.
006950     MOVE 'GRANTED'     TO WK-RD-EVENT.
006960     MOVE LB-GRANT-DAYS TO WK-RD-DAYS.
006970     MOVE 'NEXT GRANT'  TO WK-RD-NOTE.
006980     MOVE LB-NEXT-GRANT TO WK-RD-NOTE(12:8).
006990     PERFORM WRITE-ENTRY-LINE-PROC.
007000 FIND-GRANT-STEP-PROC.
007010*    勤続月数が段階の月数以上となる最後の段階の日数を付与する
007020     IF WK-SERVICE-MONTHS >= WK-GT-MONTHS(WK-GT-IDX)
007030         MOVE WK-GT-DAYS(WK-GT-IDX) TO WK-NEW-GRANT
007040     END-IF.
007050 WRITE-ENTRY-LINE-PROC.
007060     MOVE LB-EMP-ID    TO WK-RD-EMP-ID.
007070     MOVE WK-NAME      TO WK-RD-NAME.
007080     MOVE LB-CARRY-BAL TO WK-RD-CARRY.
007090     MOVE LB-CUR-BAL   TO WK-RD-CURRENT.
007100     WRITE UPDATE-REPORT-REC FROM WK-RPT-DETAIL.
007110 ADD-MONTHS-PROC.
007120*    WK-DT-BASE-NにWK-DT-MONTHSか月を加えた日付をWK-DT-RESULT-Nに
007130*    返す。加算先の月に同じ日が無ければその月の末日とする
007140     COMPUTE WK-DT-TOTAL =
007150         WK-DB-YEAR * 12 + WK-DB-MONTH - 1 + WK-DT-MONTHS.
007160     DIVIDE WK-DT-TOTAL BY 12 GIVING WK-DT-YEAR
007170         REMAINDER WK-DT-REM.
007180     COMPUTE WK-DT-MONTH = WK-DT-REM + 1.
007190     MOVE WK-DB-DAY TO WK-DT-DAY.
007200     PERFORM CLAMP-DAY-PROC.
007210 CLAMP-DAY-PROC.
007220     CALL 'DATECHK' USING WK-DT-RESULT-N WK-DC-RETURN-CD
007230         WK-DC-SERIAL.
007240     PERFORM PREVIOUS-DAY-PROC
007250         UNTIL WK-DC-RETURN-CD = 00 OR WK-DT-DAY < 29.
007260 PREVIOUS-DAY-PROC.
007270     SUBTRACT 1 FROM WK-DT-DAY.
007280     CALL 'DATECHK' USING WK-DT-RESULT-N WK-DC-RETURN-CD
007290         WK-DC-SERIAL.
007300 WRITE-LEAVE-BAL-PROC.
007310*    LVBAL.DATを全件書き直す
007320     OPEN OUTPUT LEAVE-BAL-IO.
007330     PERFORM WRITE-LEAVE-BAL-ROW-PROC
007340         VARYING WK-LB-IDX FROM 1 BY 1
007350         UNTIL WK-LB-IDX > WK-LB-COUNT.
007360     CLOSE LEAVE-BAL-IO.
007370 WRITE-LEAVE-BAL-ROW-PROC.
007380     WRITE LEAVE-BAL-REC FROM WK-LB-REC(WK-LB-IDX).
