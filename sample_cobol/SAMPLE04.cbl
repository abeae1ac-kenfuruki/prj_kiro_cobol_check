000226     SELECT DEPT-BUDGET-MASTER ASSIGN TO 'DEPTBUD.DAT'
000227         ORGANIZATION IS LINE SEQUENTIAL
000228         FILE STATUS IS WK-BD-FILE-STATUS.
000229*    部門別人件費の実績（SAMPLE01が給与実行ごとに出力する。
000230*    予算との対比に使う）
000231     SELECT LABOR-DIST-IN ASSIGN TO 'LABORDST.DAT'
000232         ORGANIZATION IS LINE SEQUENTIAL
000233         FILE STATUS IS WK-LD-FILE-STATUS.
000236     SELECT DEPT-REPORT-OUT ASSIGN TO 'DEPTRPT.OUT'
000240         ORGANIZATION IS LINE SEQUENTIAL.
000250 DATA DIVISION.
000260 FILE SECTION.
000420 FD  MAINT-REPORT-OUT.
000430 01 MAINT-REPORT-REC  PIC X(60).
000440 FD  DEPT-REPORT-OUT.
000450 01 DEPT-REPORT-REC   PIC X(96).
000460 FD  DEPT-HIER-MASTER.
000470 01 DEPT-HIER-REC.
000480*  部門階層マスタ（部門コード→事業部コード・事業部名）
000515   05 BD-DEPT-KEY    PIC X(05).
000516   05 BD-PERIOD      PIC 9(06).
000517   05 BD-AMOUNT      PIC 9(09).
000518 FD  LABOR-DIST-IN.
000519 01 LABOR-DIST-REC.
000520*  部門別人件費の1件（期間終了日の年月が実行月の行を合算する）
000521   05 LD-PERIOD-ID   PIC 9(06).
000522   05 LD-PERIOD-END  PIC 9(08).
000523   05 LD-DEPT-CD     PIC X(05).
000524   05 LD-HEADCOUNT   PIC 9(05).
000525   05 LD-GROSS       PIC 9(09).
000526   05 LD-BONUS       PIC 9(09).
000527   05 LD-EMPLR-COST  PIC 9(09).
000528 WORKING-STORAGE SECTION.
000530 01 WK-RECORD VALUE SPACES.
000540   05 WK-ID          PIC X(05).
000550   05 WK-NAME        PIC X(20).
001255   05 WK-BD-CURR       PIC 9(09).
001256   05 WK-BD-VAR        PIC S9(09).
001257   05 WK-BD-VARPCT     PIC S9(03)V99.
001258*--- 部門別人件費実績のインメモリテーブル（実行月分を部門別に合算）---
001259 01 WK-LABOR-TABLE.
001260   05 WK-LA-COUNT      PIC 9(03) VALUE 0.
001261   05 WK-LA-ENTRY OCCURS 50 TIMES.
001262     10 WK-LA-KEY      PIC X(05).
001263     10 WK-LA-AMOUNT   PIC 9(09).
001264 01 WK-LABOR-WORK.
001265   05 WK-LD-FILE-STATUS PIC X(02).
001266   05 WK-LA-IDX        PIC 9(03).
001267   05 WK-LA-FOUND-IDX  PIC 9(03).
001268   05 WK-LA-EOF-SW     PIC X(01) VALUE 'N'.
001269     88 WK-LA-EOF          VALUE 'Y'.
001270   05 WK-LA-KEY-WORK   PIC X(05).
001271   05 WK-LA-CURR       PIC 9(09).
001273*--- 事業部別の集計（部門別小計を階層マスタで事業部へ積み上げる）---
001275 01 WK-DIV-SUMMARY-AREA.
001277   05 WK-DV-COUNT      PIC 9(03) VALUE 0.
001280   05 WK-DV-ENTRY OCCURS 20 TIMES.
001290     10 WK-DV-CD       PIC X(05).
001300     10 WK-DV-NAME     PIC X(10).
001530 01 WK-RPT-COLUMNS.
001540   05 FILLER           PIC X(40) VALUE
001550       'DEPT       TOTAL        AVG      PCT    '.
001552   05 FILLER           PIC X(40) VALUE
001554       '   BUDGET     ACTUAL   VARIANCE   VARPCT'.
001560 01 WK-RPT-DETAIL.
001570   05 WK-RD-KEY        PIC X(05).
001580   05 FILLER           PIC X(02) VALUE SPACES.
001600   05 FILLER           PIC X(02) VALUE SPACES.
001610   05 WK-RD-AVG        PIC ZZZZZZ9.
001620   05 FILLER           PIC X(02) VALUE SPACES.
001622   05 WK-RD-PCT        PIC ZZ9.99.
001624   05 FILLER           PIC X(02) VALUE SPACES.
001627   05 WK-RD-BUDGET     PIC ZZZZZZZZ9.
001629   05 FILLER           PIC X(02) VALUE SPACES.
001631   05 WK-RD-ACTUAL     PIC ZZZZZZZZ9.
001634   05 FILLER           PIC X(02) VALUE SPACES.
001635   05 WK-RD-VAR        PIC +ZZZZZZZ9.
001636   05 FILLER           PIC X(02) VALUE SPACES.
001840   05 WK-RG-SUM        PIC ZZZZZZZZ9.
001850   05 FILLER           PIC X(06) VALUE ' AVG: '.
001860   05 WK-RG-AVG        PIC ZZZZZZ9.
001870 01 WK-PRINT-LINE      PIC X(96).
001880*--- 受信したトランザクション（追加／変更／削除）による保守処理用 ---
001890 01 WK-TRAN-WORK.
001900   05 WK-TX-EOF-SW     PIC X(01) VALUE 'N'.
002220     ACCEPT WK-START-TIME FROM TIME.
002230     PERFORM LOAD-TABLE-PROC.
002240     PERFORM LOAD-HIER-MASTER-PROC.
002242     CALL 'BUSDATE' USING WK-RPT-RUN-DATE.
002244     PERFORM LOAD-BUDGET-MASTER-PROC.
002247     PERFORM LOAD-LABOR-DIST-PROC.
002250     PERFORM MAINTAIN-TABLE-PROC.
002260     PERFORM SUMMARY-PROC.
002270     IF WK-ERR
002390     IF WK-RC-FILE-STATUS = '35'
002400         OPEN OUTPUT RUN-CONTROL-OUT
002410     END-IF.
002420     CALL 'BUSDATE' USING WK-RC-DATE.
002430     MOVE WK-START-TIME TO WK-RC-START.
002440     ACCEPT WK-RC-END FROM TIME.
002450     MOVE WK-READ-CT   TO WK-RC-READ.
005083     IF WK-BD-KEY(WK-BD-IDX) = WK-DS-KEY(WK-DS-IDX)
005084         MOVE WK-BD-IDX TO WK-BD-FOUND-IDX
005085     END-IF.
005086 LOAD-LABOR-DIST-PROC.
005087*    LABORDST.DATから期間終了日が実行月の行を読み、総支給・
005088*    賞与・事業主負担の合計を部門別の人件費実績として合算する。
005089*    ファイルが無い場合は実績なし（実績欄0）として続行する
005090     OPEN INPUT LABOR-DIST-IN.
005091     IF WK-LD-FILE-STATUS = '35'
005092         SET WK-LA-EOF TO TRUE
005093         DISPLAY 'SAMPLE04: NO LABOR DISTRIBUTION - '
005094             'ACTUAL COLUMN WILL BE ZERO'
005095     ELSE
005096         PERFORM READ-LABOR-DIST-PROC
005097             UNTIL WK-LA-EOF
005098         CLOSE LABOR-DIST-IN
005099     END-IF.
005100 READ-LABOR-DIST-PROC.
005101     READ LABOR-DIST-IN
005102         AT END
005103             SET WK-LA-EOF TO TRUE
005104         NOT AT END
005105             IF LD-PERIOD-END(1:6) = WK-BD-PERIOD
005106                 PERFORM STORE-LABOR-ENTRY-PROC
005107             END-IF
005108     END-READ.
005109 STORE-LABOR-ENTRY-PROC.
005110*    実行月の実績1件を部門単位に合算する（月2回払いは2期間分）
005111     MOVE LD-DEPT-CD TO WK-LA-KEY-WORK.
005112     PERFORM FIND-LABOR-ENTRY-PROC.
005113     IF WK-LA-FOUND-IDX = 0 AND WK-LA-COUNT < 50
005114         ADD 1 TO WK-LA-COUNT
005115         MOVE WK-LA-COUNT TO WK-LA-FOUND-IDX
005116         MOVE LD-DEPT-CD  TO WK-LA-KEY(WK-LA-FOUND-IDX)
005117         MOVE ZERO        TO WK-LA-AMOUNT(WK-LA-FOUND-IDX)
005118     END-IF.
005119     IF WK-LA-FOUND-IDX NOT = 0
005120         ADD LD-GROSS LD-BONUS LD-EMPLR-COST
005121             TO WK-LA-AMOUNT(WK-LA-FOUND-IDX)
005122     END-IF.
005123 FIND-LABOR-ENTRY-PROC.
005124*    WK-LA-KEY-WORKの部門の実績を検索し、添字をWK-LA-FOUND-IDX
005125*    へ、実績額をWK-LA-CURRへ返す（実績の無い部門は0）
005126     MOVE 0 TO WK-LA-FOUND-IDX.
005127     PERFORM FIND-LABOR-STEP-PROC
005128         VARYING WK-LA-IDX FROM 1 BY 1
005129         UNTIL WK-LA-IDX > WK-LA-COUNT
005130             OR WK-LA-FOUND-IDX NOT = 0.
005131     IF WK-LA-FOUND-IDX = 0
005132         MOVE ZERO TO WK-LA-CURR
005133     ELSE
005134         MOVE WK-LA-AMOUNT(WK-LA-FOUND-IDX) TO WK-LA-CURR
005135     END-IF.
005136 FIND-LABOR-STEP-PROC.
005137     IF WK-LA-KEY(WK-LA-IDX) = WK-LA-KEY-WORK
005138         MOVE WK-LA-IDX TO WK-LA-FOUND-IDX
005139     END-IF.
005140 BUILD-DIVISION-PROC.
005141*    部門別小計1件を階層マスタで事業部に対応付けて積み上げる。
005142*    階層マスタに無い部門はWK-DS-DIV-IDXを0のまま残し、後で
005143*    未登録部門として警告表示する
005144     MOVE 0 TO WK-DH-FOUND-IDX.
005145     PERFORM FIND-HIER-STEP-PROC
005146         VARYING WK-DH-IDX FROM 1 BY 1
005147         UNTIL WK-DH-IDX > WK-DH-COUNT
005148             OR WK-DH-FOUND-IDX NOT = 0.
005149     IF WK-DH-FOUND-IDX = 0
005150         MOVE 0 TO WK-DS-DIV-IDX(WK-DS-IDX)
005160     ELSE
005170         PERFORM FIND-DIVISION-PROC
005900         MOVE 0 TO WK-DS-PCT(WK-DS-IDX)
005910     END-IF.
005920 WRITE-DEPT-LINE-PROC.
005930*    部門コードごとの小計・平均・構成比に予算・人件費実績・予実差
005935*    ・差異率を添えて整形レポートへ印字する（予算超過の部門は明示
005937*    する）
005940     MOVE WK-DS-KEY(WK-DS-IDX)   TO WK-RD-KEY.
005950     MOVE WK-DS-TOTAL(WK-DS-IDX) TO WK-RD-TOTAL.
005960     MOVE WK-DS-AVG(WK-DS-IDX)   TO WK-RD-AVG.
005962     MOVE WK-DS-PCT(WK-DS-IDX)   TO WK-RD-PCT.
005964     PERFORM FIND-BUDGET-PROC.
005966     MOVE WK-BD-CURR TO WK-RD-BUDGET.
005968     MOVE WK-DS-KEY(WK-DS-IDX) TO WK-LA-KEY-WORK.
005970     PERFORM FIND-LABOR-ENTRY-PROC.
005972     MOVE WK-LA-CURR TO WK-RD-ACTUAL.
005974     COMPUTE WK-BD-VAR = WK-DS-TOTAL(WK-DS-IDX) - WK-BD-CURR.
005975     MOVE WK-BD-VAR TO WK-RD-VAR.
005976     IF WK-BD-CURR > 0
