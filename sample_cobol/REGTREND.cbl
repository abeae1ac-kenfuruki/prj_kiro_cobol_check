000070*  2026-09-02  SYSTEMS-GROUP  地域別件数の実行履歴(REGSTAT.DAT)
000080*                             から直近4実行分の件数・構成比・
000090*                             前回比をまとめるトレンドレポートを
000091*                             新規作成（四半期レビュー用）
000092*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000093*                             するよう変更（再実行・遅れ処理で
000095*                             処理対象の業務日を使う）
000096*  2026-10-15  SYSTEMS-GROUP  REGTREND.CTLで組替を指定した場合、
000097*                             過去の実行分も都市マスタの現在の
000098*                             地域割当で集計し直す（都市の地域
000100*                             移動による見かけの増減を除く）
000110*----------------------------------------------------------------
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WK-RS-FILE-STATUS.
000180     SELECT TREND-REPORT-OUT ASSIGN TO 'REGTREND.RPT'
000181         ORGANIZATION IS LINE SEQUENTIAL.
000182*    集計方法の指定（Y=現在の地域割当で組み替える。ファイルが
000183*    無い場合は記録時の地域で集計する）
000184     SELECT TREND-CONTROL-IN ASSIGN TO 'REGTREND.CTL'
000185         ORGANIZATION IS LINE SEQUENTIAL
000186         FILE STATUS IS WK-TC-FILE-STATUS.
000187     SELECT CITY-MASTER ASSIGN TO 'CITYMAST.DAT'
000188         ORGANIZATION IS LINE SEQUENTIAL
000190         FILE STATUS IS WK-CT-FILE-STATUS.
000200 DATA DIVISION.
000210 FILE SECTION.
000220 FD  REGION-STATS-IN.
000230 01 REGION-STATS-REC.
000240   05 RS-RUN-DATE     PIC 9(08).
000250   05 RS-REGION       PIC X(10).
000253   05 RS-TALLY        PIC 9(05).
000256*  都市コード（都市別の記録を始める前の行は空白）
000260   05 RS-CITY-CD      PIC X(04).
000270 FD  TREND-REPORT-OUT.
000271 01 TREND-REPORT-REC  PIC X(80).
000272 FD  TREND-CONTROL-IN.
000273 01 TREND-CONTROL-REC.
000274   05 TC-RESTATE      PIC X(01).
000275 FD  CITY-MASTER.
000276 01 CITY-MASTER-REC.
000277*  都市マスタ（SAMPLE03・CITYMAINTのレイアウトと同期を取ること）
000278   05 CT-CITY-CD      PIC X(04).
000279   05 CT-NAME         PIC X(10).
000280   05 CT-REGION       PIC X(10).
000282   05 CT-EFF-DATE     PIC X(08).
000285   05 CT-EFF-DATE-N REDEFINES CT-EFF-DATE PIC 9(08).
000287   05 CT-STATUS       PIC X(01).
000290 WORKING-STORAGE SECTION.
000300 01 WK-FLAGS.
000310   05 WK-RS-FILE-STATUS PIC X(02).
000311   05 WK-RS-EOF-SW    PIC X(01) VALUE 'N'.
000312     88 WK-RS-EOF         VALUE 'Y'.
000313   05 WK-TC-FILE-STATUS PIC X(02).
000314   05 WK-CT-FILE-STATUS PIC X(02).
000315   05 WK-CT-EOF-SW    PIC X(01) VALUE 'N'.
000316     88 WK-CT-EOF         VALUE 'Y'.
000317   05 WK-RESTATE-SW   PIC X(01) VALUE 'N'.
000318     88 WK-RESTATE        VALUE 'Y'.
000319*--- 組替用の現在の地域割当（都市ごとに実行日時点で有効な行）---
000320 01 WK-CITY-TABLE.
000321   05 WK-CT-COUNT     PIC 9(03) VALUE 0.
000322   05 WK-CT-ENTRY OCCURS 50 TIMES.
000323     10 WK-CT-CITY-CD PIC X(04).
000324     10 WK-CT-REGION  PIC X(10).
000325     10 WK-CT-EFF-DATE PIC 9(08).
000326 01 WK-CITY-WORK.
000327   05 WK-CT-IDX       PIC 9(03).
000328   05 WK-CT-FOUND-IDX PIC 9(03).
000329   05 WK-ROW-EFF-DATE PIC 9(08).
000330   05 WK-FIND-CITY-CD PIC X(04).
000332   05 WK-STAT-REGION  PIC X(10).
000335   05 WK-MOVED-CT     PIC 9(05) VALUE 0.
000337   05 WK-NO-CITY-CT   PIC 9(05) VALUE 0.
000340*--- 実行日の一覧（履歴の追記順＝時系列順で保持する）---
000350 01 WK-DATE-TABLE.
000360   05 WK-DT-COUNT     PIC 9(03) VALUE 0.
000600 01 WK-RPT-HEADER.
000610   05 FILLER          PIC X(26)
000620       VALUE 'REGIONAL TREND REPORT     '.
000621   05 WK-RH-DATE      PIC 9(08).
000622   05 FILLER          PIC X(02) VALUE SPACES.
000624   05 WK-RH-BASIS     PIC X(40) VALUE SPACES.
000625 01 WK-RPT-NOTE.
000627   05 FILLER          PIC X(02) VALUE SPACES.
000628   05 WK-RN-COUNT     PIC ZZZZ9.
000630   05 WK-RN-TEXT      PIC X(50).
000640 01 WK-RPT-REGION-LINE.
000650   05 FILLER          PIC X(08) VALUE 'REGION: '.
000660   05 WK-RR-REGION    PIC X(10).
000780*    実行履歴を全件読み、実行日×地域の件数マトリクスを作る。
000790*    地域ごとに直近WK-TREND-RUNS回分の件数・全体に対する構成比・
000800*    前回比をレポートへ印字する
000801     CALL 'BUSDATE' USING WK-RUN-DATE.
000803*    組替の指定があれば、実行日時点の都市ごとの地域割当を読み込む
000805     PERFORM LOAD-CONTROL-PROC.
000806     IF WK-RESTATE
000808         PERFORM LOAD-CITY-MASTER-PROC
000810     END-IF.
000820     OPEN INPUT REGION-STATS-IN.
000830     IF WK-RS-FILE-STATUS = '35'
000840         DISPLAY 'REGTREND: NO REGION STATISTICS ON FILE'
000890         CLOSE REGION-STATS-IN
000900     END-IF.
000910     PERFORM WRITE-TREND-REPORT-PROC.
000912     DISPLAY 'REGTREND: RUN DATES = ' WK-DT-COUNT.
000915     IF WK-RESTATE
000917         DISPLAY 'REGTREND: ROWS RESTATED = ' WK-MOVED-CT
000920     END-IF.
000921     GOBACK.
000922 LOAD-CONTROL-PROC.
000923*    REGTREND.CTLの組替指定を読む（無い場合は組み替えない）
000924     OPEN INPUT TREND-CONTROL-IN.
000925     IF WK-TC-FILE-STATUS NOT = '35'
000926         READ TREND-CONTROL-IN
000927             AT END
000928                 CONTINUE
000929             NOT AT END
000930                 IF TC-RESTATE = 'Y'
000931                     SET WK-RESTATE TO TRUE
000932                 END-IF
000933         END-READ
000934         CLOSE TREND-CONTROL-IN
000935     END-IF.
000936 LOAD-CITY-MASTER-PROC.
000937*    CITYMAST.DATを読み、都市ごとに適用開始日が実行日以前で最も
000938*    新しい行の地域を現在の割当とする（廃止された都市も廃止時の
000939*    地域で組み替える）
000940     OPEN INPUT CITY-MASTER.
000941     IF WK-CT-FILE-STATUS = '35'
000942         DISPLAY 'REGTREND: CITYMAST.DAT NOT FOUND'
000943             ' - REGIONS AS RECORDED'
000944         MOVE 'N' TO WK-RESTATE-SW
000945     ELSE
000946         PERFORM READ-CITY-MASTER-PROC
000947             UNTIL WK-CT-EOF
000948         CLOSE CITY-MASTER
000949     END-IF.
000950 READ-CITY-MASTER-PROC.
000951     READ CITY-MASTER
000952         AT END
000953             SET WK-CT-EOF TO TRUE
000954         NOT AT END
000955             PERFORM STORE-CITY-ENTRY-PROC
000956     END-READ.
000957 STORE-CITY-ENTRY-PROC.
000958     IF CT-EFF-DATE IS NUMERIC
000959         MOVE CT-EFF-DATE-N TO WK-ROW-EFF-DATE
000960     ELSE
000961         MOVE ZERO TO WK-ROW-EFF-DATE
000962     END-IF.
000963     IF WK-ROW-EFF-DATE NOT > WK-RUN-DATE
000964         MOVE CT-CITY-CD TO WK-FIND-CITY-CD
000965         PERFORM FIND-CITY-PROC
000966         IF WK-CT-FOUND-IDX = 0 AND WK-CT-COUNT < 50
000967             ADD 1 TO WK-CT-COUNT
000968             MOVE WK-CT-COUNT TO WK-CT-FOUND-IDX
000969             MOVE CT-CITY-CD TO WK-CT-CITY-CD(WK-CT-FOUND-IDX)
000970             MOVE ZERO TO WK-CT-EFF-DATE(WK-CT-FOUND-IDX)
000971         END-IF
000972         IF WK-CT-FOUND-IDX NOT = 0
000973             IF WK-ROW-EFF-DATE
000974                     NOT < WK-CT-EFF-DATE(WK-CT-FOUND-IDX)
000975                 MOVE CT-REGION
000976                     TO WK-CT-REGION(WK-CT-FOUND-IDX)
000977                 MOVE WK-ROW-EFF-DATE
000978                     TO WK-CT-EFF-DATE(WK-CT-FOUND-IDX)
000979             END-IF
000980         END-IF
000981     END-IF.
000982 FIND-CITY-PROC.
000983*    WK-FIND-CITY-CDの都市の添字を返す（無ければ0）
000984     MOVE 0 TO WK-CT-FOUND-IDX.
000985     PERFORM FIND-CITY-STEP-PROC
000986         VARYING WK-CT-IDX FROM 1 BY 1
000987         UNTIL WK-CT-IDX > WK-CT-COUNT
000988             OR WK-CT-FOUND-IDX NOT = 0.
000989 FIND-CITY-STEP-PROC.
000990     IF WK-CT-CITY-CD(WK-CT-IDX) = WK-FIND-CITY-CD
000991         MOVE WK-CT-IDX TO WK-CT-FOUND-IDX
000992     END-IF.
000993 READ-STATS-PROC.
000994     READ REGION-STATS-IN
000995         AT END
000996             SET WK-RS-EOF TO TRUE
000997         NOT AT END
000998             PERFORM TALLY-STAT-PROC
001000     END-READ.
001010 TALLY-STAT-PROC.
001011*    履歴1件分を実行日スロットと地域スロットへ積み上げる。
001012*    組替の指定があれば、都市の現在の地域のスロットへ積む
001014*    （都市コードの無い行は記録時の地域のまま）
001015     MOVE RS-REGION TO WK-STAT-REGION.
001017     IF WK-RESTATE
001018         PERFORM RESTATE-REGION-PROC
001020     END-IF.
001030     PERFORM FIND-DATE-SLOT-PROC.
001040     IF WK-DT-FOUND-IDX NOT = 0
001050         PERFORM FIND-REGION-SLOT-PROC
001080                 (WK-RG-FOUND-IDX WK-DT-FOUND-IDX)
001090             ADD RS-TALLY TO WK-DT-TOTAL(WK-DT-FOUND-IDX)
001100         END-IF
001101     END-IF.
001102 RESTATE-REGION-PROC.
001103     IF RS-CITY-CD = SPACES
001104         ADD 1 TO WK-NO-CITY-CT
001105     ELSE
001106         MOVE RS-CITY-CD TO WK-FIND-CITY-CD
001107         PERFORM FIND-CITY-PROC
001108         IF WK-CT-FOUND-IDX NOT = 0
001109             IF WK-CT-REGION(WK-CT-FOUND-IDX) NOT = RS-REGION
001110                 MOVE WK-CT-REGION(WK-CT-FOUND-IDX)
001111                     TO WK-STAT-REGION
001113                 ADD 1 TO WK-MOVED-CT
001115             END-IF
001116         END-IF
001118     END-IF.
001120 FIND-DATE-SLOT-PROC.
001130*    実行日のスロットを返す（無ければ末尾に新設。履歴は追記順
001140*    なので時系列順になる）
001370     IF WK-RG-FOUND-IDX = 0 AND WK-RG-COUNT < 20
001380         ADD 1 TO WK-RG-COUNT
001390         MOVE WK-RG-COUNT TO WK-RG-FOUND-IDX
001400         MOVE WK-STAT-REGION TO WK-RG-REGION(WK-RG-FOUND-IDX)
001410         PERFORM CLEAR-REGION-SLOT-PROC
001420             VARYING WK-DT-IDX FROM 1 BY 1
001430             UNTIL WK-DT-IDX > 40
001450 CLEAR-REGION-SLOT-PROC.
001460     MOVE ZERO TO WK-RG-TALLY(WK-RG-FOUND-IDX WK-DT-IDX).
001470 FIND-REGION-STEP-PROC.
001480     IF WK-RG-REGION(WK-RG-IDX) = WK-STAT-REGION
001490         MOVE WK-RG-IDX TO WK-RG-FOUND-IDX
001500     END-IF.
001510 WRITE-TREND-REPORT-PROC.
001580         MOVE 1 TO WK-DT-START-IDX
001590     END-IF.
001600     OPEN OUTPUT TREND-REPORT-OUT.
001601     MOVE WK-RUN-DATE TO WK-RH-DATE.
001603     IF WK-RESTATE
001605         MOVE 'RESTATED TO CURRENT REGIONS' TO WK-RH-BASIS
001606     ELSE
001608         MOVE 'REGIONS AS RECORDED' TO WK-RH-BASIS
001610     END-IF.
001611     WRITE TREND-REPORT-REC FROM WK-RPT-HEADER.
001612*    組替の場合は、組み替えた行数と都市コードが無く組み替えられ
001613*    なかった行数を見出しの下に注記する
001614     IF WK-RESTATE
001615         MOVE WK-MOVED-CT TO WK-RN-COUNT
001616         MOVE ' HISTORY ROWS MOVED TO CURRENT REGION'
001617             TO WK-RN-TEXT
001618         WRITE TREND-REPORT-REC FROM WK-RPT-NOTE
001619         IF WK-NO-CITY-CT > 0
001620             MOVE WK-NO-CITY-CT TO WK-RN-COUNT
001621             MOVE ' HISTORY ROWS WITHOUT CITY - AS RECORDED'
001623                 TO WK-RN-TEXT
001625             WRITE TREND-REPORT-REC FROM WK-RPT-NOTE
001626         END-IF
001628     END-IF.
001630     PERFORM WRITE-REGION-TREND-PROC
001640         VARYING WK-RG-IDX FROM 1 BY 1
001650         UNTIL WK-RG-IDX > WK-RG-COUNT.
