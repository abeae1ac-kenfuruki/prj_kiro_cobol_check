000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RTLOAD.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  住民税の税額決定通知(RTNOTICE.DAT)を
000080*                             社員・市区町村別の月割額マスタ
000090*                             (RESTAX.DAT)へ登録するロードを新規
000100*                             作成（編集検査の結果を一覧に印字）
000102*  2026-10-15  SYSTEMS-GROUP  RESTAX.DATが表に収まらない場合は行
000104*                             を落として書き戻さず、実行を拒否する
000110*----------------------------------------------------------------
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150*    税額決定通知（社員・市区町村・年度ごとに6月～翌年5月の12か月
000160*    分の月割額と年税額）
000170     SELECT NOTICE-IN ASSIGN TO 'RTNOTICE.DAT'
000180         ORGANIZATION IS LINE SEQUENTIAL
000190         FILE STATUS IS WK-RN-FILE-STATUS.
000200     SELECT EMP-MASTER-IN ASSIGN TO 'EMPMAST.IDX'
000210         ORGANIZATION IS INDEXED
000220         ACCESS MODE IS RANDOM
000230         RECORD KEY IS EM-EMP-ID
000240         FILE STATUS IS WK-EM-FILE-STATUS.
000250     SELECT RES-TAX-IO ASSIGN TO 'RESTAX.DAT'
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WK-RT-FILE-STATUS.
000280     SELECT EDIT-REPORT-OUT ASSIGN TO 'RTLOAD.RPT'
000290         ORGANIZATION IS LINE SEQUENTIAL.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  NOTICE-IN.
000330 01 NOTICE-REC.
000340   05 RN-EMP-ID        PIC 9(05).
000350   05 RN-MUNI-CD       PIC X(06).
000360   05 RN-MUNI-NAME     PIC X(12).
000370   05 RN-YEAR          PIC 9(04).
000380   05 RN-ANNUAL        PIC 9(07).
000390   05 RN-AMT           PIC 9(06) OCCURS 12 TIMES.
000400 FD  EMP-MASTER-IN.
000410 01 EMP-MASTER-REC.
000420   05 EM-EMP-ID        PIC 9(05).
000430   05 EM-NAME          PIC X(20).
000440   05 EM-AGE           PIC 9(03).
000450   05 EM-SALARY        PIC 9(07).
000460   05 EM-SITE-CD       PIC X(03).
000470   05 EM-DEPT-CD       PIC X(05).
000480   05 FILLER           PIC X(17).
000490 FD  RES-TAX-IO.
000500 01 RES-TAX-REC.
000510   05 RT-EMP-ID        PIC 9(05).
000520   05 RT-MUNI-CD       PIC X(06).
000530   05 RT-MUNI-NAME     PIC X(12).
000540   05 RT-YEAR          PIC 9(04).
000550   05 RT-AMT           PIC 9(06) OCCURS 12 TIMES.
000560   05 RT-STATUS        PIC X(01).
000570   05 RT-LUMP-FROM     PIC 9(02).
000580   05 RT-LUMP-AMT      PIC 9(07).
000590 FD  EDIT-REPORT-OUT.
000600 01 EDIT-REPORT-REC    PIC X(100).
000610 WORKING-STORAGE SECTION.
000620 01 WK-FLAGS.
000630   05 WK-RN-FILE-STATUS PIC X(02).
000640   05 WK-EM-FILE-STATUS PIC X(02).
000650   05 WK-RT-FILE-STATUS PIC X(02).
000660   05 WK-RN-EOF-SW     PIC X(01) VALUE 'N'.
000670     88 WK-RN-EOF          VALUE 'Y'.
000680   05 WK-RT-EOF-SW     PIC X(01) VALUE 'N'.
000690     88 WK-RT-EOF          VALUE 'Y'.
000692*    RESTAX.DATの既存行が表に収まらない（書き戻すと行が消える）
000694   05 WK-RT-OVFL-SW    PIC X(01) VALUE 'N'.
000696     88 WK-RT-OVERFLOW     VALUE 'Y'.
000700 01 WK-COUNTERS.
000710   05 WK-READ-COUNT    PIC 9(05) VALUE 0.
000720   05 WK-ADD-COUNT     PIC 9(05) VALUE 0.
000730   05 WK-REPL-COUNT    PIC 9(05) VALUE 0.
000740   05 WK-RJT-COUNT     PIC 9(05) VALUE 0.
000750*--- 住民税マスタのインメモリテーブル（登録後に全件書き戻す）---
000760 01 WK-RT-TABLE.
000770   05 WK-RT-COUNT      PIC 9(03) VALUE 0.
000780   05 WK-RT-ENTRY OCCURS 500 TIMES.
000790     10 WK-RT-REC      PIC X(109).
000800*    今回の通知で登録した行（同じ通知の二重登録の検出用）
000810     10 WK-RT-LOADED-SW PIC X(01).
000820 01 WK-RT-WORK.
000830   05 WK-RT-IDX        PIC 9(03).
000840   05 WK-RT-FOUND-IDX  PIC 9(03).
000850   05 WK-MONTH-IDX     PIC 9(02).
000860   05 WK-MONTH-TOTAL   PIC 9(08).
000870   05 WK-BAD-AMT-SW    PIC X(01).
000880   05 WK-REASON        PIC X(14).
000890*--- 比較用に取り出した既存の1行 ---
000900 01 WK-RT-KEY-VIEW.
000910   05 WK-RV-EMP-ID     PIC 9(05).
000920   05 WK-RV-MUNI-CD    PIC X(06).
000930   05 WK-RV-MUNI-NAME  PIC X(12).
000940   05 WK-RV-YEAR       PIC 9(04).
000950   05 FILLER           PIC X(72).
000960   05 WK-RV-STATUS     PIC X(01).
000970   05 FILLER           PIC X(09).
000980*--- LOCKMGR呼び出し用ワーク（実行間ロック）---
000990 01 WK-LOCK-AREA.
001000   05 WK-LOCK-FUNC     PIC X(01).
001010   05 WK-LOCK-PGM      PIC X(08) VALUE 'RTLOAD'.
001020   05 WK-LOCK-FILES.
001030     10 FILLER         PIC X(10) VALUE 'RESTAX    '.
001040     10 FILLER         PIC X(10) VALUE SPACES.
001050     10 FILLER         PIC X(10) VALUE SPACES.
001060     10 FILLER         PIC X(10) VALUE SPACES.
001070     10 FILLER         PIC X(10) VALUE SPACES.
001080   05 WK-LOCK-RETURN-CD PIC 9(02).
001090*--- 編集結果一覧の各行 ---
001100 01 WK-RPT-TITLE.
001110   05 FILLER           PIC X(40)
001120       VALUE 'RESIDENT TAX NOTICE LOAD - EDIT LIST'.
001130 01 WK-RPT-COLUMNS.
001140   05 FILLER           PIC X(40)
001150       VALUE 'EMPNO NAME                 MUNI   CITY '.
001160   05 FILLER           PIC X(40)
001170       VALUE '         YEAR   ANNUAL     JUNE  MONTHLY'.
001180   05 FILLER           PIC X(10) VALUE '  RESULT'.
001190 01 WK-RPT-DETAIL.
001200   05 WK-RD-EMP-ID     PIC X(05).
001210   05 FILLER           PIC X(01) VALUE SPACE.
001220   05 WK-RD-NAME       PIC X(20).
001230   05 FILLER           PIC X(01) VALUE SPACE.
001240   05 WK-RD-MUNI-CD    PIC X(06).
001250   05 FILLER           PIC X(01) VALUE SPACE.
001260   05 WK-RD-MUNI-NAME  PIC X(12).
001270   05 FILLER           PIC X(01) VALUE SPACE.
001280   05 WK-RD-YEAR       PIC X(04).
001290   05 FILLER           PIC X(01) VALUE SPACE.
001300   05 WK-RD-ANNUAL     PIC ZZZZZZ9.
001310   05 FILLER           PIC X(02) VALUE SPACES.
001320   05 WK-RD-JUNE       PIC ZZZZZ9.
001330   05 FILLER           PIC X(03) VALUE SPACES.
001340   05 WK-RD-JULY       PIC ZZZZZ9.
001350   05 FILLER           PIC X(02) VALUE SPACES.
001360   05 WK-RD-RESULT     PIC X(14).
001370 01 WK-RPT-TOTAL.
001380   05 FILLER           PIC X(08) VALUE 'READ  : '.
001390   05 WK-RT-READ       PIC ZZZZ9.
001400   05 FILLER           PIC X(10) VALUE '  ADDED : '.
001410   05 WK-RT-ADD        PIC ZZZZ9.
001420   05 FILLER           PIC X(13) VALUE '  REPLACED : '.
001430   05 WK-RT-REPL       PIC ZZZZ9.
001440   05 FILLER           PIC X(13) VALUE '  REJECTED : '.
001450   05 WK-RT-RJT        PIC ZZZZ9.
001460 PROCEDURE DIVISION.
001470 MAIN-PROC.
001480*    税額決定通知を1件ずつ編集検査し、社員・市区町村・年度が
001490*    同じマスタの行は置き換え、無ければ追加する。検査で却下した
001500*    通知は理由付きで一覧に印字し、マスタへは登録しない
001510     MOVE 'L' TO WK-LOCK-FUNC.
001520     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
001530         WK-LOCK-FILES WK-LOCK-RETURN-CD.
001540     IF WK-LOCK-RETURN-CD NOT = 00
001550         DISPLAY 'RTLOAD: RESTAX.DAT LOCKED BY ANOTHER RUN'
001560             ' - RUN REFUSED'
001570         MOVE 8 TO RETURN-CODE
001580         GOBACK
001590     END-IF.
001600     OPEN INPUT NOTICE-IN.
001610     IF WK-RN-FILE-STATUS = '35'
001620         DISPLAY 'RTLOAD: NO RTNOTICE.DAT - NOTHING LOADED'
001630         PERFORM RELEASE-LOCK-PROC
001640         MOVE 4 TO RETURN-CODE
001650         GOBACK
001660     END-IF.
001670     PERFORM LOAD-RES-TAX-PROC.
001672     IF WK-RT-OVERFLOW
001674         DISPLAY 'RTLOAD: RESTAX.DAT EXCEEDS TABLE SIZE'
001675             ' - RUN REFUSED'
001676         CLOSE NOTICE-IN
001677         PERFORM RELEASE-LOCK-PROC
001678         MOVE 8 TO RETURN-CODE
001679         GOBACK
001682     END-IF.
001686     OPEN INPUT EMP-MASTER-IN.
001690     OPEN OUTPUT EDIT-REPORT-OUT.
001700     WRITE EDIT-REPORT-REC FROM WK-RPT-TITLE.
001710     WRITE EDIT-REPORT-REC FROM WK-RPT-COLUMNS.
001720     PERFORM READ-NOTICE-PROC
001730         UNTIL WK-RN-EOF.
001740     MOVE WK-READ-COUNT TO WK-RT-READ.
001750     MOVE WK-ADD-COUNT  TO WK-RT-ADD.
001760     MOVE WK-REPL-COUNT TO WK-RT-REPL.
001770     MOVE WK-RJT-COUNT  TO WK-RT-RJT.
001780     WRITE EDIT-REPORT-REC FROM WK-RPT-TOTAL.
001790     CLOSE NOTICE-IN EMP-MASTER-IN EDIT-REPORT-OUT.
001800     PERFORM WRITE-RES-TAX-PROC.
001810     DISPLAY 'RTLOAD: READ      = ' WK-READ-COUNT.
001820     DISPLAY 'RTLOAD: ADDED     = ' WK-ADD-COUNT.
001830     DISPLAY 'RTLOAD: REPLACED  = ' WK-REPL-COUNT.
001840     DISPLAY 'RTLOAD: REJECTED  = ' WK-RJT-COUNT.
001850     PERFORM RELEASE-LOCK-PROC.
001860     GOBACK.
001870 RELEASE-LOCK-PROC.
001880*    取得した実行間ロックを解放する
001890     MOVE 'U' TO WK-LOCK-FUNC.
001900     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
001910         WK-LOCK-FILES WK-LOCK-RETURN-CD.
001920 LOAD-RES-TAX-PROC.
001930*    RESTAX.DATを全件読み込む（無い場合は新規作成となる）
001940     OPEN INPUT RES-TAX-IO.
001950     IF WK-RT-FILE-STATUS = '35'
001960         SET WK-RT-EOF TO TRUE
001970     ELSE
001980         PERFORM READ-RES-TAX-PROC
001990             UNTIL WK-RT-EOF
002000         CLOSE RES-TAX-IO
002010     END-IF.
002020 READ-RES-TAX-PROC.
002030     READ RES-TAX-IO
002040         AT END
002050             SET WK-RT-EOF TO TRUE
002060         NOT AT END
002070             IF WK-RT-COUNT < 500
002080                 ADD 1 TO WK-RT-COUNT
002090                 MOVE RES-TAX-REC TO WK-RT-REC(WK-RT-COUNT)
002100                 MOVE 'N' TO WK-RT-LOADED-SW(WK-RT-COUNT)
002110             ELSE
002120                 SET WK-RT-OVERFLOW TO TRUE
002140             END-IF
002150     END-READ.
002160 READ-NOTICE-PROC.
002170     READ NOTICE-IN
002180         AT END
002190             SET WK-RN-EOF TO TRUE
002200         NOT AT END
002210             PERFORM EDIT-NOTICE-PROC
002220     END-READ.
002230 EDIT-NOTICE-PROC.
002240*    通知1件の編集検査。社員番号・市区町村コード（6桁の数字）・
002250*    年度・各月の金額が正しく、12か月の合計が年税額と一致する
002260*    ものだけを登録する
002270     ADD 1 TO WK-READ-COUNT.
002280     MOVE SPACES TO WK-REASON.
002290     MOVE RN-EMP-ID    TO WK-RD-EMP-ID.
002300     MOVE SPACES       TO WK-RD-NAME.
002310     MOVE RN-MUNI-CD   TO WK-RD-MUNI-CD.
002320     MOVE RN-MUNI-NAME TO WK-RD-MUNI-NAME.
002330     MOVE RN-YEAR      TO WK-RD-YEAR.
002340     MOVE ZERO TO WK-RD-ANNUAL WK-RD-JUNE WK-RD-JULY.
002350     IF RN-EMP-ID IS NOT NUMERIC OR RN-EMP-ID = ZERO
002360         MOVE 'BAD EMP-ID' TO WK-REASON
002370     ELSE
002380         MOVE RN-EMP-ID TO EM-EMP-ID
002390         READ EMP-MASTER-IN
002400             INVALID KEY
002410                 MOVE 'NO EMPLOYEE' TO WK-REASON
002420             NOT INVALID KEY
002430                 MOVE EM-NAME TO WK-RD-NAME
002440         END-READ
002450     END-IF.
002460     IF WK-REASON = SPACES
002470         IF RN-MUNI-CD IS NOT NUMERIC
002480             MOVE 'BAD MUNI-CD' TO WK-REASON
002490         END-IF
002500     END-IF.
002510     IF WK-REASON = SPACES
002520         IF RN-YEAR IS NOT NUMERIC OR RN-YEAR < 2000
002530             MOVE 'BAD YEAR' TO WK-REASON
002540         END-IF
002550     END-IF.
002560     IF WK-REASON = SPACES
002570         PERFORM CHECK-AMOUNTS-PROC
002580     END-IF.
002590     IF WK-REASON = SPACES
002600         PERFORM STORE-NOTICE-PROC
002610     END-IF.
002620     IF WK-REASON NOT = SPACES
002630         ADD 1 TO WK-RJT-COUNT
002640         MOVE WK-REASON TO WK-RD-RESULT
002650     END-IF.
002660     WRITE EDIT-REPORT-REC FROM WK-RPT-DETAIL.
002670 CHECK-AMOUNTS-PROC.
002680     MOVE 'N'  TO WK-BAD-AMT-SW.
002690     MOVE ZERO TO WK-MONTH-TOTAL.
002700     PERFORM CHECK-MONTH-PROC
002710         VARYING WK-MONTH-IDX FROM 1 BY 1
002720         UNTIL WK-MONTH-IDX > 12.
002730     IF WK-BAD-AMT-SW = 'Y' OR RN-ANNUAL IS NOT NUMERIC
002740         MOVE 'BAD AMOUNT' TO WK-REASON
002750     ELSE
002760         MOVE RN-ANNUAL TO WK-RD-ANNUAL
002770         MOVE RN-AMT(1) TO WK-RD-JUNE
002780         MOVE RN-AMT(2) TO WK-RD-JULY
002790         IF WK-MONTH-TOTAL NOT = RN-ANNUAL
002800             MOVE 'TOTAL MISMATCH' TO WK-REASON
002810         END-IF
002820     END-IF.
002830 CHECK-MONTH-PROC.
002840     IF RN-AMT(WK-MONTH-IDX) IS NUMERIC
002850         ADD RN-AMT(WK-MONTH-IDX) TO WK-MONTH-TOTAL
002860     ELSE
002870         MOVE 'Y' TO WK-BAD-AMT-SW
002880     END-IF.
002890 STORE-NOTICE-PROC.
002900*    社員・市区町村・年度が同じ行を置き換える。同じ通知ファイル
002910*    内の二重登録と、退職で一括徴収の対象となった行は却下する
002920     MOVE 0 TO WK-RT-FOUND-IDX.
002930     PERFORM FIND-RES-TAX-STEP-PROC
002940         VARYING WK-RT-IDX FROM 1 BY 1
002950         UNTIL WK-RT-IDX > WK-RT-COUNT
002960             OR WK-RT-FOUND-IDX NOT = 0.
002970     IF WK-RT-FOUND-IDX = 0
002980         IF WK-RT-COUNT < 500
002990             ADD 1 TO WK-RT-COUNT
003000             MOVE WK-RT-COUNT TO WK-RT-FOUND-IDX
003010             PERFORM MOVE-NOTICE-ROW-PROC
003020             ADD 1 TO WK-ADD-COUNT
003030             MOVE 'ADDED' TO WK-RD-RESULT
003040         ELSE
003050             MOVE 'MASTER FULL' TO WK-REASON
003060         END-IF
003070     ELSE
003080         MOVE WK-RT-REC(WK-RT-FOUND-IDX) TO WK-RT-KEY-VIEW
003090         IF WK-RT-LOADED-SW(WK-RT-FOUND-IDX) = 'Y'
003100             MOVE 'DUPLICATE' TO WK-REASON
003110         ELSE
003120             IF WK-RV-STATUS = 'L'
003130                 MOVE 'LEAVER FLAGGED' TO WK-REASON
003140             ELSE
003150                 PERFORM MOVE-NOTICE-ROW-PROC
003160                 ADD 1 TO WK-REPL-COUNT
003170                 MOVE 'REPLACED' TO WK-RD-RESULT
003180             END-IF
003190         END-IF
003200     END-IF.
003210 FIND-RES-TAX-STEP-PROC.
003220     MOVE WK-RT-REC(WK-RT-IDX) TO WK-RT-KEY-VIEW.
003230     IF WK-RV-EMP-ID = RN-EMP-ID AND WK-RV-MUNI-CD = RN-MUNI-CD
003240             AND WK-RV-YEAR = RN-YEAR
003250         MOVE WK-RT-IDX TO WK-RT-FOUND-IDX
003260     END-IF.
003270 MOVE-NOTICE-ROW-PROC.
003280     MOVE SPACES       TO RES-TAX-REC.
003290     MOVE RN-EMP-ID    TO RT-EMP-ID.
003300     MOVE RN-MUNI-CD   TO RT-MUNI-CD.
003310     MOVE RN-MUNI-NAME TO RT-MUNI-NAME.
003320     MOVE RN-YEAR      TO RT-YEAR.
003330     PERFORM MOVE-MONTH-PROC
003340         VARYING WK-MONTH-IDX FROM 1 BY 1
003350         UNTIL WK-MONTH-IDX > 12.
003360     MOVE ZERO         TO RT-LUMP-FROM RT-LUMP-AMT.
003370     MOVE RES-TAX-REC  TO WK-RT-REC(WK-RT-FOUND-IDX).
003380     MOVE 'Y' TO WK-RT-LOADED-SW(WK-RT-FOUND-IDX).
003390 MOVE-MONTH-PROC.
003400     MOVE RN-AMT(WK-MONTH-IDX) TO RT-AMT(WK-MONTH-IDX).
003410 WRITE-RES-TAX-PROC.
003420*    RESTAX.DATを全件書き直す
003430     OPEN OUTPUT RES-TAX-IO.
003440     PERFORM WRITE-RES-TAX-ROW-PROC
003450         VARYING WK-RT-IDX FROM 1 BY 1
003460         UNTIL WK-RT-IDX > WK-RT-COUNT.
003470     CLOSE RES-TAX-IO.
003480 WRITE-RES-TAX-ROW-PROC.
003490     WRITE RES-TAX-REC FROM WK-RT-REC(WK-RT-IDX).
