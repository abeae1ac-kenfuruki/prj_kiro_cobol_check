000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SLSRPT.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  販売実績の履歴（SALESHST.DAT）から
000080*                             月次の販売分析レポートを新規作成
000090*                             （顧客別・税率区分別の当月実績、
000100*                             直近12か月の前月比・前年同月比、
000102*                             与信限度額に対する上位20顧客）
000105*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000107*                             するよう変更（再実行・遅れ処理で
000110*                             処理対象の業務日を使う）
000120*----------------------------------------------------------------
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160*    対象月の指定（任意。YYYYMM。無ければ実行月）
000170     SELECT SLSRPT-CONTROL-IN ASSIGN TO 'SLSRPT.CTL'
000180         ORGANIZATION IS LINE SEQUENTIAL
000190         FILE STATUS IS WK-CT-FILE-STATUS.
000200*    販売実績の履歴（SAMPLE02が請求した明細1行を1行で累積する）
000210     SELECT SALES-HIST-IN ASSIGN TO 'SALESHST.DAT'
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WK-SH-FILE-STATUS.
000240*    顧客マスタ（顧客名・与信限度額・受注残高）
000250     SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST.DAT'
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WK-CM-FILE-STATUS.
000280     SELECT SLSRPT-REPORT-OUT ASSIGN TO 'SLSRPT.RPT'
000290         ORGANIZATION IS LINE SEQUENTIAL.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  SLSRPT-CONTROL-IN.
000330 01 SLSRPT-CONTROL-REC.
000340   05 SC-PERIOD          PIC X(06).
000350   05 SC-PERIOD-N REDEFINES SC-PERIOD PIC 9(06).
000360 FD  SALES-HIST-IN.
000370 01 SALES-HIST-REC.
000380   05 SH-ORDER-NO        PIC 9(07).
000390   05 SH-LINE-NO         PIC 9(01).
000400   05 SH-INV-DATE        PIC 9(08).
000410   05 SH-INV-DATE-X REDEFINES SH-INV-DATE.
000420     10 SH-INV-YEAR      PIC 9(04).
000430     10 SH-INV-MONTH     PIC 9(02).
000440     10 FILLER           PIC 9(02).
000450   05 SH-CUST-CD         PIC X(10).
000460   05 SH-SALES-EMP       PIC X(05).
000470   05 SH-ITEM-CD         PIC X(08).
000480*  税率区分（ST=標準、RD=軽減）
000490   05 SH-RATE-CD         PIC X(02).
000500   05 SH-QTY             PIC 9(03).
000510   05 SH-NET             PIC 9(09).
000520   05 SH-TAX             PIC 9(07).
000530   05 SH-RUN-DATE        PIC 9(08).
000540 FD  CUSTOMER-MASTER.
000550 01 CUSTOMER-MASTER-REC.
000560   05 CM-CUST-CD         PIC X(10).
000570   05 CM-NAME            PIC X(20).
000580   05 CM-CREDIT-LIMIT    PIC 9(09).
000590   05 CM-OPEN-BALANCE    PIC 9(09).
000600   05 CM-STATUS          PIC X(01).
000610 FD  SLSRPT-REPORT-OUT.
000620 01 SLSRPT-REPORT-REC    PIC X(100).
000630 WORKING-STORAGE SECTION.
000640 01 WK-FLAGS.
000650   05 WK-CT-FILE-STATUS PIC X(02).
000660   05 WK-SH-FILE-STATUS PIC X(02).
000670   05 WK-CM-FILE-STATUS PIC X(02).
000680   05 WK-SH-EOF-SW     PIC X(01) VALUE 'N'.
000690     88 WK-SH-EOF          VALUE 'Y'.
000700   05 WK-CM-EOF-SW     PIC X(01) VALUE 'N'.
000710     88 WK-CM-EOF          VALUE 'Y'.
000720*  顧客表が一杯で集計できなかった顧客があった
000730   05 WK-CU-FULL-SW    PIC X(01) VALUE 'N'.
000740     88 WK-CU-FULL         VALUE 'Y'.
000750*--- 対象月（月の通し番号＝年×12＋月－1で月の差を求める）---
000760 01 WK-PERIOD-AREA.
000770   05 WK-RUN-DATE      PIC 9(08).
000780   05 WK-PERIOD        PIC 9(06).
000790   05 WK-PERIOD-X REDEFINES WK-PERIOD.
000800     10 WK-PD-YEAR     PIC 9(04).
000810     10 WK-PD-MONTH    PIC 9(02).
000820   05 WK-PERIOD-START  PIC 9(08).
000830   05 WK-DATE-SERIAL   PIC 9(07).
000840   05 WK-DATE-RETURN-CD PIC 9(02).
000850   05 WK-PERIOD-ORD    PIC 9(06).
000860   05 WK-REC-ORD       PIC 9(06).
000870   05 WK-MONTH-DIFF    PIC S9(06).
000880   05 WK-SLOT-ORD      PIC 9(06).
000890   05 WK-SLOT-YEAR     PIC 9(04).
000900   05 WK-SLOT-MONTH    PIC 9(02).
000910*--- 顧客別の集計表（顧客マスタの順。マスタに無い顧客は末尾へ）---
000920 01 WK-CUST-TABLE.
000930   05 WK-CU-COUNT      PIC 9(03) VALUE 0.
000940   05 WK-CU-ENTRY OCCURS 500 TIMES.
000950     10 WK-CU-CUST-CD  PIC X(10).
000960     10 WK-CU-NAME     PIC X(20).
000970     10 WK-CU-LIMIT    PIC 9(09).
000980     10 WK-CU-BALANCE  PIC 9(09).
000990*    当月の明細数・数量・売上・税額
001000     10 WK-CU-LINES    PIC 9(05).
001010     10 WK-CU-QTY      PIC 9(07).
001020     10 WK-CU-NET      PIC 9(11).
001030     10 WK-CU-TAX      PIC 9(09).
001040*    対象月までの直近12か月の売上（上位20顧客の順位付け用）
001050     10 WK-CU-YEAR-NET PIC 9(11).
001060     10 WK-CU-RANKED-SW PIC X(01).
001070 01 WK-CUST-WORK.
001080   05 WK-CU-IDX        PIC 9(03).
001090   05 WK-CU-FOUND-IDX  PIC 9(03).
001100   05 WK-CU-TOP-IDX    PIC 9(03).
001110   05 WK-SEARCH-CUST-CD PIC X(10).
001120*--- 税率区分別の当月実績（1=標準ST、2=軽減RD）---
001130 01 WK-CAT-TABLE.
001140   05 WK-CA-ENTRY OCCURS 2 TIMES.
001150     10 WK-CA-CODE     PIC X(02).
001160     10 WK-CA-NAME     PIC X(08).
001170     10 WK-CA-LINES    PIC 9(05).
001180     10 WK-CA-QTY      PIC 9(07).
001190     10 WK-CA-NET      PIC 9(11).
001200     10 WK-CA-TAX      PIC 9(09).
001210 01 WK-CAT-WORK.
001220   05 WK-CA-IDX        PIC 9(01).
001230*--- 月別の税率区分別売上（1=対象月、2=前月…24=23か月前。前年
001240*    同月は12か月後ろの枠になる）---
001250 01 WK-MONTH-TABLE.
001260   05 WK-MO-ENTRY OCCURS 24 TIMES.
001270     10 WK-MO-CAT-NET  PIC 9(11) OCCURS 2 TIMES.
001280 01 WK-MONTH-WORK.
001290   05 WK-MO-IDX        PIC 9(02).
001300   05 WK-MO-PREV-IDX   PIC 9(02).
001310   05 WK-MO-YEAR-IDX   PIC 9(02).
001320   05 WK-MO-TOTAL      PIC 9(11).
001330   05 WK-MO-PREV-TOTAL PIC 9(11).
001340   05 WK-MO-YEAR-TOTAL PIC 9(11).
001350*--- 増減率と構成比の計算 ---
001360 01 WK-PCT-WORK.
001370   05 WK-PCT-BASE      PIC 9(11).
001380   05 WK-PCT-VALUE     PIC 9(11).
001390   05 WK-PCT-CHANGE    PIC S9(05)V9.
001400   05 WK-PCT-RATIO     PIC 9(05)V9.
001410   05 WK-PCT-EDIT      PIC -(5)9.9.
001420   05 WK-PCT-TEXT      PIC X(08).
001430*--- 合計と件数 ---
001440 01 WK-TOTALS.
001450   05 WK-TOT-LINES     PIC 9(05) VALUE 0.
001460   05 WK-TOT-QTY       PIC 9(07) VALUE 0.
001470   05 WK-TOT-NET       PIC 9(11) VALUE 0.
001480   05 WK-TOT-TAX       PIC 9(09) VALUE 0.
001490 01 WK-COUNTERS.
001500   05 WK-SH-READ-CT    PIC 9(07) VALUE 0.
001510   05 WK-SH-PERIOD-CT  PIC 9(07) VALUE 0.
001520   05 WK-SH-WINDOW-CT  PIC 9(07) VALUE 0.
001530   05 WK-RANK          PIC 9(02) VALUE 0.
001540*--- 販売分析レポートの各行 ---
001550 01 WK-RPT-HEADER.
001560   05 FILLER           PIC X(34)
001570       VALUE 'MONTHLY SALES ANALYSIS            '.
001580   05 FILLER           PIC X(08) VALUE 'PERIOD: '.
001590   05 WK-RH-PERIOD     PIC 9(06).
001600   05 FILLER           PIC X(07) VALUE '  RUN: '.
001610   05 WK-RH-RUN-DATE   PIC 9(08).
001620   05 FILLER           PIC X(37) VALUE SPACES.
001630 01 WK-RPT-SECTION.
001640   05 WK-RS-TITLE      PIC X(40).
001650   05 WK-RS-PERIOD     PIC 9(06).
001660   05 FILLER           PIC X(54) VALUE SPACES.
001670 01 WK-RPT-CUST-COLUMNS.
001680   05 FILLER           PIC X(50) VALUE
001690       'CUSTOMER   NAME                 LINES       QTY   '.
001700   05 FILLER           PIC X(50) VALUE
001710       ' NET SALES          TAX'.
001720 01 WK-RPT-CUST-DETAIL.
001730   05 WK-RC-CUST-CD    PIC X(10).
001740   05 FILLER           PIC X(01) VALUE SPACE.
001750   05 WK-RC-NAME       PIC X(20).
001760   05 FILLER           PIC X(01) VALUE SPACE.
001770   05 WK-RC-LINES      PIC ZZZZ9.
001780   05 FILLER           PIC X(01) VALUE SPACE.
001790   05 WK-RC-QTY        PIC ZZZZZZZZ9.
001800   05 FILLER           PIC X(01) VALUE SPACE.
001810   05 WK-RC-NET        PIC ZZZZZZZZZZZ9.
001820   05 FILLER           PIC X(01) VALUE SPACE.
001830   05 WK-RC-TAX        PIC ZZZZZZZZZZZ9.
001840   05 FILLER           PIC X(27) VALUE SPACES.
001850 01 WK-RPT-CAT-COLUMNS.
001860   05 FILLER           PIC X(50) VALUE
001870       'RATE CATEGORY   LINES       QTY    NET SALES      '.
001880   05 FILLER           PIC X(50) VALUE
001890       '    TAX   SHARE%'.
001900 01 WK-RPT-CAT-DETAIL.
001910   05 WK-RK-CODE       PIC X(02).
001920   05 FILLER           PIC X(01) VALUE SPACE.
001930   05 WK-RK-NAME       PIC X(08).
001940   05 FILLER           PIC X(01) VALUE SPACE.
001950   05 WK-RK-LINES      PIC ZZZZZZZZ9.
001960   05 FILLER           PIC X(01) VALUE SPACE.
001970   05 WK-RK-QTY        PIC ZZZZZZZZ9.
001980   05 FILLER           PIC X(01) VALUE SPACE.
001990   05 WK-RK-NET        PIC ZZZZZZZZZZZ9.
002000   05 FILLER           PIC X(01) VALUE SPACE.
002010   05 WK-RK-TAX        PIC ZZZZZZZZZZZ9.
002020   05 FILLER           PIC X(01) VALUE SPACE.
002030   05 WK-RK-SHARE      PIC X(08).
002040   05 FILLER           PIC X(34) VALUE SPACES.
002050 01 WK-RPT-MONTH-COLUMNS.
002060   05 FILLER           PIC X(50) VALUE
002070       'MONTH       STANDARD      REDUCED    TOTAL NET  VS'.
002080   05 FILLER           PIC X(50) VALUE
002090       ' PREV%   PRIOR YEAR  VS P-YR%'.
002100 01 WK-RPT-MONTH-DETAIL.
002110   05 WK-RM-YEAR       PIC 9(04).
002120   05 FILLER           PIC X(01) VALUE '/'.
002130   05 WK-RM-MONTH      PIC 9(02).
002140   05 FILLER           PIC X(01) VALUE SPACE.
002150   05 WK-RM-ST-NET     PIC ZZZZZZZZZZZ9.
002160   05 FILLER           PIC X(01) VALUE SPACE.
002170   05 WK-RM-RD-NET     PIC ZZZZZZZZZZZ9.
002180   05 FILLER           PIC X(01) VALUE SPACE.
002190   05 WK-RM-TOTAL      PIC ZZZZZZZZZZZ9.
002200   05 FILLER           PIC X(02) VALUE SPACES.
002210   05 WK-RM-MOM        PIC X(08).
002220   05 FILLER           PIC X(01) VALUE SPACE.
002230   05 WK-RM-PY-NET     PIC ZZZZZZZZZZZ9.
002240   05 FILLER           PIC X(02) VALUE SPACES.
002250   05 WK-RM-YOY        PIC X(08).
002260   05 FILLER           PIC X(21) VALUE SPACES.
002270 01 WK-RPT-TOP-COLUMNS.
002280   05 FILLER           PIC X(50) VALUE
002290       'RANK CUSTOMER   NAME                    12M SALES '.
002300   05 FILLER           PIC X(50) VALUE
002310       'CREDIT LIMIT     BALANCE SLS/LMT%    USED%'.
002320 01 WK-RPT-TOP-DETAIL.
002330   05 WK-RT-RANK       PIC Z9.
002340   05 FILLER           PIC X(03) VALUE SPACES.
002350   05 WK-RT-CUST-CD    PIC X(10).
002360   05 FILLER           PIC X(01) VALUE SPACE.
002370   05 WK-RT-NAME       PIC X(20).
002380   05 FILLER           PIC X(01) VALUE SPACE.
002390   05 WK-RT-YEAR-NET   PIC ZZZZZZZZZZZ9.
002400   05 FILLER           PIC X(01) VALUE SPACE.
002410   05 WK-RT-LIMIT      PIC ZZZZZZZZZZZ9.
002420   05 FILLER           PIC X(01) VALUE SPACE.
002430   05 WK-RT-BALANCE    PIC ZZZZZZZZZZ9.
002440   05 FILLER           PIC X(01) VALUE SPACE.
002450   05 WK-RT-SALES-PCT  PIC X(08).
002460   05 FILLER           PIC X(01) VALUE SPACE.
002470   05 WK-RT-USED-PCT   PIC X(08).
002480   05 FILLER           PIC X(08) VALUE SPACES.
002490 01 WK-RPT-COUNT-LINE.
002500   05 WK-RL-LABEL      PIC X(30).
002510   05 WK-RL-COUNT      PIC ZZZZZZ9.
002520   05 FILLER           PIC X(63) VALUE SPACES.
002530 PROCEDURE DIVISION.
002540 MAIN-PROC.
002550*    販売実績の履歴を対象月で集計し、顧客別・税率区分別の当月実績、
002560*    直近12か月の月別売上と前月比・前年同月比、直近12か月の売上に
002570*    よる上位20顧客と与信限度額に対する比率を印字する
002580     CALL 'BUSDATE' USING WK-RUN-DATE.
002590     PERFORM LOAD-CONTROL-PROC.
002600     IF WK-PERIOD = 0
002610         MOVE 8 TO RETURN-CODE
002620         GOBACK
002630     END-IF.
002640     COMPUTE WK-PERIOD-ORD = WK-PD-YEAR * 12 + WK-PD-MONTH - 1.
002650     INITIALIZE WK-CAT-TABLE WK-MONTH-TABLE.
002660     MOVE 'ST'       TO WK-CA-CODE(1).
002670     MOVE 'STANDARD' TO WK-CA-NAME(1).
002680     MOVE 'RD'       TO WK-CA-CODE(2).
002690     MOVE 'REDUCED'  TO WK-CA-NAME(2).
002700     PERFORM LOAD-CUSTOMER-PROC.
002710     PERFORM LOAD-SALES-HIST-PROC.
002720     OPEN OUTPUT SLSRPT-REPORT-OUT.
002730     MOVE WK-PERIOD   TO WK-RH-PERIOD.
002740     MOVE WK-RUN-DATE TO WK-RH-RUN-DATE.
002750     WRITE SLSRPT-REPORT-REC FROM WK-RPT-HEADER.
002760     PERFORM WRITE-CUSTOMER-SECTION-PROC.
002770     PERFORM WRITE-CATEGORY-SECTION-PROC.
002780     PERFORM WRITE-MONTH-SECTION-PROC.
002790     PERFORM WRITE-TOP-SECTION-PROC.
002800     PERFORM WRITE-COUNT-LINES-PROC.
002810     CLOSE SLSRPT-REPORT-OUT.
002820     DISPLAY 'SLSRPT: PERIOD          = ' WK-PERIOD.
002830     DISPLAY 'SLSRPT: HISTORY ROWS    = ' WK-SH-READ-CT.
002840     DISPLAY 'SLSRPT: PERIOD ROWS     = ' WK-SH-PERIOD-CT.
002850     DISPLAY 'SLSRPT: CUSTOMERS RANKED= ' WK-RANK.
002860     IF WK-CU-FULL
002870         DISPLAY 'SLSRPT: CUSTOMER TABLE FULL - SOME CUSTOMERS '
002880             'NOT ANALYSED'
002890         MOVE 4 TO RETURN-CODE
002900     END-IF.
002910     GOBACK.
002920 LOAD-CONTROL-PROC.
002930*    対象月を決める。指定が不正な場合は対象月を0として実行を
002940*    打ち切る
002950     MOVE WK-RUN-DATE(1:6) TO WK-PERIOD.
002960     OPEN INPUT SLSRPT-CONTROL-IN.
002970     IF WK-CT-FILE-STATUS NOT = '35'
002980         READ SLSRPT-CONTROL-IN
002990             AT END
003000                 CONTINUE
003010             NOT AT END
003020                 IF SC-PERIOD IS NUMERIC
003030                     MOVE SC-PERIOD-N TO WK-PERIOD
003040                 ELSE
003050                     MOVE 0 TO WK-PERIOD
003060                 END-IF
003070         END-READ
003080         CLOSE SLSRPT-CONTROL-IN
003090     END-IF.
003100     IF WK-PERIOD NOT = 0
003110         COMPUTE WK-PERIOD-START = WK-PERIOD * 100 + 1
003120         CALL 'DATECHK' USING WK-PERIOD-START WK-DATE-RETURN-CD
003130             WK-DATE-SERIAL
003140         IF WK-DATE-RETURN-CD NOT = 00
003150             MOVE 0 TO WK-PERIOD
003160         END-IF
003170     END-IF.
003180     IF WK-PERIOD = 0
003190         DISPLAY 'SLSRPT: INVALID PERIOD IN SLSRPT.CTL - '
003200             'RUN REFUSED'
003210     END-IF.
003220 LOAD-CUSTOMER-PROC.
003230*    顧客マスタを全件読み込み、顧客名と与信限度額・受注残高を
003240*    集計表へ展開する（無い場合は履歴の顧客だけで集計する）
003250     OPEN INPUT CUSTOMER-MASTER.
003260     IF WK-CM-FILE-STATUS = '35'
003270         DISPLAY 'SLSRPT: NO CUSTMAST.DAT - NAMES, LIMITS BLANK'
003280         SET WK-CM-EOF TO TRUE
003290     ELSE
003300         PERFORM READ-CUSTOMER-PROC
003310             UNTIL WK-CM-EOF
003320         CLOSE CUSTOMER-MASTER
003330     END-IF.
003340 READ-CUSTOMER-PROC.
003350     READ CUSTOMER-MASTER
003360         AT END
003370             SET WK-CM-EOF TO TRUE
003380         NOT AT END
003390             MOVE CM-CUST-CD TO WK-SEARCH-CUST-CD
003400             PERFORM ADD-CUSTOMER-PROC
003410             IF WK-CU-FOUND-IDX NOT = 0
003420                 MOVE CM-NAME
003430                     TO WK-CU-NAME(WK-CU-FOUND-IDX)
003440                 MOVE CM-CREDIT-LIMIT
003450                     TO WK-CU-LIMIT(WK-CU-FOUND-IDX)
003460                 MOVE CM-OPEN-BALANCE
003470                     TO WK-CU-BALANCE(WK-CU-FOUND-IDX)
003480             END-IF
003490     END-READ.
003500 ADD-CUSTOMER-PROC.
003510*    顧客を集計表から探し、無ければ末尾へ追加する（表が一杯の
003520*    場合は見つからなかったものとして0を返す）
003530     PERFORM FIND-CUSTOMER-PROC.
003540     IF WK-CU-FOUND-IDX = 0
003550         IF WK-CU-COUNT < 500
003560             ADD 1 TO WK-CU-COUNT
003570             MOVE WK-CU-COUNT TO WK-CU-FOUND-IDX
003580             INITIALIZE WK-CU-ENTRY(WK-CU-COUNT)
003590             MOVE WK-SEARCH-CUST-CD TO WK-CU-CUST-CD(WK-CU-COUNT)
003600             MOVE '*NOT ON MASTER*' TO WK-CU-NAME(WK-CU-COUNT)
003610             MOVE 'N' TO WK-CU-RANKED-SW(WK-CU-COUNT)
003620         ELSE
003630             SET WK-CU-FULL TO TRUE
003640         END-IF
003650     END-IF.
003660 FIND-CUSTOMER-PROC.
003670     MOVE 0 TO WK-CU-FOUND-IDX.
003680     PERFORM FIND-CUSTOMER-STEP-PROC
003690         VARYING WK-CU-IDX FROM 1 BY 1
003700         UNTIL WK-CU-IDX > WK-CU-COUNT
003710             OR WK-CU-FOUND-IDX NOT = 0.
003720 FIND-CUSTOMER-STEP-PROC.
003730     IF WK-CU-CUST-CD(WK-CU-IDX) = WK-SEARCH-CUST-CD
003740         MOVE WK-CU-IDX TO WK-CU-FOUND-IDX
003750     END-IF.
003760 LOAD-SALES-HIST-PROC.
003770*    販売実績の履歴を全件読み、対象月までの24か月分を月別・税率
003780*    区分別に、対象月分を顧客別・税率区分別に集計する（無い場合は
003790*    すべて0のレポートになる）
003800     OPEN INPUT SALES-HIST-IN.
003810     IF WK-SH-FILE-STATUS = '35'
003820         DISPLAY 'SLSRPT: NO SALESHST.DAT - NO SALES HISTORY'
003830         SET WK-SH-EOF TO TRUE
003840     ELSE
003850         PERFORM READ-SALES-HIST-PROC
003860             UNTIL WK-SH-EOF
003870         CLOSE SALES-HIST-IN
003880     END-IF.
003890 READ-SALES-HIST-PROC.
003900     READ SALES-HIST-IN
003910         AT END
003920             SET WK-SH-EOF TO TRUE
003930         NOT AT END
003940             ADD 1 TO WK-SH-READ-CT
003950             PERFORM ACCUMULATE-SALES-PROC
003960     END-READ.
003970 ACCUMULATE-SALES-PROC.
003980*    請求日の月と対象月の差を求め、0〜23か月前の行だけを集計する
003990     COMPUTE WK-REC-ORD = SH-INV-YEAR * 12 + SH-INV-MONTH - 1.
004000     COMPUTE WK-MONTH-DIFF = WK-PERIOD-ORD - WK-REC-ORD.
004010     IF SH-RATE-CD = 'RD'
004020         MOVE 2 TO WK-CA-IDX
004030     ELSE
004040         MOVE 1 TO WK-CA-IDX
004050     END-IF.
004060     IF WK-MONTH-DIFF NOT < 0 AND WK-MONTH-DIFF < 24
004070         ADD 1 TO WK-SH-WINDOW-CT
004080         COMPUTE WK-MO-IDX = WK-MONTH-DIFF + 1
004090         ADD SH-NET TO WK-MO-CAT-NET(WK-MO-IDX, WK-CA-IDX)
004100         IF WK-MONTH-DIFF < 12
004110             PERFORM ACCUMULATE-CUSTOMER-PROC
004120         END-IF
004130     END-IF.
004140 ACCUMULATE-CUSTOMER-PROC.
004150*    直近12か月分は顧客の年間売上へ、対象月分は顧客別・税率区分別
004160*    の当月実績へ加える
004170     MOVE SH-CUST-CD TO WK-SEARCH-CUST-CD.
004180     PERFORM ADD-CUSTOMER-PROC.
004190     IF WK-CU-FOUND-IDX NOT = 0
004200         ADD SH-NET TO WK-CU-YEAR-NET(WK-CU-FOUND-IDX)
004210     END-IF.
004220     IF WK-MONTH-DIFF = 0
004230         ADD 1 TO WK-SH-PERIOD-CT
004240         ADD 1      TO WK-CA-LINES(WK-CA-IDX)
004250         ADD SH-QTY TO WK-CA-QTY(WK-CA-IDX)
004260         ADD SH-NET TO WK-CA-NET(WK-CA-IDX)
004270         ADD SH-TAX TO WK-CA-TAX(WK-CA-IDX)
004280         ADD 1      TO WK-TOT-LINES
004290         ADD SH-QTY TO WK-TOT-QTY
004300         ADD SH-NET TO WK-TOT-NET
004310         ADD SH-TAX TO WK-TOT-TAX
004320         IF WK-CU-FOUND-IDX NOT = 0
004330             ADD 1      TO WK-CU-LINES(WK-CU-FOUND-IDX)
004340             ADD SH-QTY TO WK-CU-QTY(WK-CU-FOUND-IDX)
004350             ADD SH-NET TO WK-CU-NET(WK-CU-FOUND-IDX)
004360             ADD SH-TAX TO WK-CU-TAX(WK-CU-FOUND-IDX)
004370         END-IF
004380     END-IF.
004390 WRITE-SECTION-TITLE-PROC.
004400*    区分の見出し（前に空行を1行入れる）
004410     MOVE SPACES TO SLSRPT-REPORT-REC.
004420     WRITE SLSRPT-REPORT-REC.
004430     MOVE WK-PERIOD TO WK-RS-PERIOD.
004440     WRITE SLSRPT-REPORT-REC FROM WK-RPT-SECTION.
004450 WRITE-CUSTOMER-SECTION-PROC.
004460*    顧客別の当月実績（当月の明細がある顧客だけを印字する）
004470     MOVE 'SALES BY CUSTOMER - PERIOD' TO WK-RS-TITLE.
004480     PERFORM WRITE-SECTION-TITLE-PROC.
004490     WRITE SLSRPT-REPORT-REC FROM WK-RPT-CUST-COLUMNS.
004500     PERFORM WRITE-CUSTOMER-LINE-PROC
004510         VARYING WK-CU-IDX FROM 1 BY 1
004520         UNTIL WK-CU-IDX > WK-CU-COUNT.
004530     MOVE 'TOTAL'        TO WK-RC-CUST-CD.
004540     MOVE SPACES         TO WK-RC-NAME.
004550     MOVE WK-TOT-LINES   TO WK-RC-LINES.
004560     MOVE WK-TOT-QTY     TO WK-RC-QTY.
004570     MOVE WK-TOT-NET     TO WK-RC-NET.
004580     MOVE WK-TOT-TAX     TO WK-RC-TAX.
004590     WRITE SLSRPT-REPORT-REC FROM WK-RPT-CUST-DETAIL.
004600 WRITE-CUSTOMER-LINE-PROC.
004610     IF WK-CU-LINES(WK-CU-IDX) > 0
004620         MOVE WK-CU-CUST-CD(WK-CU-IDX) TO WK-RC-CUST-CD
004630         MOVE WK-CU-NAME(WK-CU-IDX)    TO WK-RC-NAME
004640         MOVE WK-CU-LINES(WK-CU-IDX)   TO WK-RC-LINES
004650         MOVE WK-CU-QTY(WK-CU-IDX)     TO WK-RC-QTY
004660         MOVE WK-CU-NET(WK-CU-IDX)     TO WK-RC-NET
004670         MOVE WK-CU-TAX(WK-CU-IDX)     TO WK-RC-TAX
004680         WRITE SLSRPT-REPORT-REC FROM WK-RPT-CUST-DETAIL
004690     END-IF.
004700 WRITE-CATEGORY-SECTION-PROC.
004710*    税率区分（品目区分）別の当月実績と売上の構成比
004720     MOVE 'SALES BY RATE CATEGORY - PERIOD' TO WK-RS-TITLE.
004730     PERFORM WRITE-SECTION-TITLE-PROC.
004740     WRITE SLSRPT-REPORT-REC FROM WK-RPT-CAT-COLUMNS.
004750     PERFORM WRITE-CATEGORY-LINE-PROC
004760         VARYING WK-CA-IDX FROM 1 BY 1
004770         UNTIL WK-CA-IDX > 2.
004780 WRITE-CATEGORY-LINE-PROC.
004790     MOVE WK-CA-CODE(WK-CA-IDX)  TO WK-RK-CODE.
004800     MOVE WK-CA-NAME(WK-CA-IDX)  TO WK-RK-NAME.
004810     MOVE WK-CA-LINES(WK-CA-IDX) TO WK-RK-LINES.
004820     MOVE WK-CA-QTY(WK-CA-IDX)   TO WK-RK-QTY.
004830     MOVE WK-CA-NET(WK-CA-IDX)   TO WK-RK-NET.
004840     MOVE WK-CA-TAX(WK-CA-IDX)   TO WK-RK-TAX.
004850     MOVE WK-CA-NET(WK-CA-IDX)   TO WK-PCT-VALUE.
004860     MOVE WK-TOT-NET             TO WK-PCT-BASE.
004870     PERFORM CALC-RATIO-PROC.
004880     MOVE WK-PCT-TEXT            TO WK-RK-SHARE.
004890     WRITE SLSRPT-REPORT-REC FROM WK-RPT-CAT-DETAIL.
004900 WRITE-MONTH-SECTION-PROC.
004910*    対象月までの直近12か月を古い順に、税率区分別と合計の売上、
004920*    前月比、前年同月の売上と前年同月比を印字する
004930     MOVE 'MONTH-OVER-MONTH, 12 MONTHS TO' TO WK-RS-TITLE.
004940     PERFORM WRITE-SECTION-TITLE-PROC.
004950     WRITE SLSRPT-REPORT-REC FROM WK-RPT-MONTH-COLUMNS.
004960     PERFORM WRITE-MONTH-LINE-PROC
004970         VARYING WK-MO-IDX FROM 12 BY -1
004980         UNTIL WK-MO-IDX < 1.
004990 WRITE-MONTH-LINE-PROC.
005000     COMPUTE WK-SLOT-ORD = WK-PERIOD-ORD - WK-MO-IDX + 1.
005010     DIVIDE WK-SLOT-ORD BY 12 GIVING WK-SLOT-YEAR.
005020     COMPUTE WK-SLOT-MONTH = WK-SLOT-ORD - WK-SLOT-YEAR * 12 + 1.
005030     MOVE WK-SLOT-YEAR  TO WK-RM-YEAR.
005040     MOVE WK-SLOT-MONTH TO WK-RM-MONTH.
005050     COMPUTE WK-MO-PREV-IDX = WK-MO-IDX + 1.
005060     COMPUTE WK-MO-YEAR-IDX = WK-MO-IDX + 12.
005070     COMPUTE WK-MO-TOTAL = WK-MO-CAT-NET(WK-MO-IDX, 1)
005080         + WK-MO-CAT-NET(WK-MO-IDX, 2).
005090     COMPUTE WK-MO-PREV-TOTAL = WK-MO-CAT-NET(WK-MO-PREV-IDX, 1)
005100         + WK-MO-CAT-NET(WK-MO-PREV-IDX, 2).
005110     COMPUTE WK-MO-YEAR-TOTAL = WK-MO-CAT-NET(WK-MO-YEAR-IDX, 1)
005120         + WK-MO-CAT-NET(WK-MO-YEAR-IDX, 2).
005130     MOVE WK-MO-CAT-NET(WK-MO-IDX, 1) TO WK-RM-ST-NET.
005140     MOVE WK-MO-CAT-NET(WK-MO-IDX, 2) TO WK-RM-RD-NET.
005150     MOVE WK-MO-TOTAL      TO WK-RM-TOTAL.
005160     MOVE WK-MO-TOTAL      TO WK-PCT-VALUE.
005170     MOVE WK-MO-PREV-TOTAL TO WK-PCT-BASE.
005180     PERFORM CALC-CHANGE-PROC.
005190     MOVE WK-PCT-TEXT      TO WK-RM-MOM.
005200     MOVE WK-MO-YEAR-TOTAL TO WK-RM-PY-NET.
005210     MOVE WK-MO-YEAR-TOTAL TO WK-PCT-BASE.
005220     PERFORM CALC-CHANGE-PROC.
005230     MOVE WK-PCT-TEXT      TO WK-RM-YOY.
005240     WRITE SLSRPT-REPORT-REC FROM WK-RPT-MONTH-DETAIL.
005250 WRITE-TOP-SECTION-PROC.
005260*    直近12か月の売上の多い順に上位20顧客を選び、与信限度額と
005270*    受注残高、限度額に対する売上・残高の比率を印字する
005280     MOVE 'TOP 20 CUSTOMERS, 12 MONTHS TO' TO WK-RS-TITLE.
005290     PERFORM WRITE-SECTION-TITLE-PROC.
005300     WRITE SLSRPT-REPORT-REC FROM WK-RPT-TOP-COLUMNS.
005310     MOVE 0 TO WK-RANK.
005320     MOVE 1 TO WK-CU-TOP-IDX.
005330     PERFORM RANK-CUSTOMER-PROC
005340         UNTIL WK-RANK NOT < 20 OR WK-CU-TOP-IDX = 0.
005350 RANK-CUSTOMER-PROC.
005360*    未順位の顧客から年間売上が最大の1件を選んで印字する（売上0の
005370*    顧客は順位を付けない）
005380     MOVE 0 TO WK-CU-TOP-IDX.
005390     PERFORM FIND-TOP-STEP-PROC
005400         VARYING WK-CU-IDX FROM 1 BY 1
005410         UNTIL WK-CU-IDX > WK-CU-COUNT.
005420     IF WK-CU-TOP-IDX NOT = 0
005430         ADD 1 TO WK-RANK
005440         MOVE 'Y' TO WK-CU-RANKED-SW(WK-CU-TOP-IDX)
005450         PERFORM WRITE-TOP-LINE-PROC
005460     END-IF.
005470 FIND-TOP-STEP-PROC.
005480     IF WK-CU-RANKED-SW(WK-CU-IDX) NOT = 'Y'
005490             AND WK-CU-YEAR-NET(WK-CU-IDX) > 0
005500         IF WK-CU-TOP-IDX = 0
005510             MOVE WK-CU-IDX TO WK-CU-TOP-IDX
005520         ELSE
005530             IF WK-CU-YEAR-NET(WK-CU-IDX) >
005540                     WK-CU-YEAR-NET(WK-CU-TOP-IDX)
005550                 MOVE WK-CU-IDX TO WK-CU-TOP-IDX
005560             END-IF
005570         END-IF
005580     END-IF.
005590 WRITE-TOP-LINE-PROC.
005600     MOVE WK-RANK                        TO WK-RT-RANK.
005610     MOVE WK-CU-CUST-CD(WK-CU-TOP-IDX)   TO WK-RT-CUST-CD.
005620     MOVE WK-CU-NAME(WK-CU-TOP-IDX)      TO WK-RT-NAME.
005630     MOVE WK-CU-YEAR-NET(WK-CU-TOP-IDX)  TO WK-RT-YEAR-NET.
005640     MOVE WK-CU-LIMIT(WK-CU-TOP-IDX)     TO WK-RT-LIMIT.
005650     MOVE WK-CU-BALANCE(WK-CU-TOP-IDX)   TO WK-RT-BALANCE.
005660     MOVE WK-CU-YEAR-NET(WK-CU-TOP-IDX)  TO WK-PCT-VALUE.
005670     MOVE WK-CU-LIMIT(WK-CU-TOP-IDX)     TO WK-PCT-BASE.
005680     PERFORM CALC-RATIO-PROC.
005690     MOVE WK-PCT-TEXT                    TO WK-RT-SALES-PCT.
005700     MOVE WK-CU-BALANCE(WK-CU-TOP-IDX)   TO WK-PCT-VALUE.
005710     PERFORM CALC-RATIO-PROC.
005720     MOVE WK-PCT-TEXT                    TO WK-RT-USED-PCT.
005730     WRITE SLSRPT-REPORT-REC FROM WK-RPT-TOP-DETAIL.
005740 CALC-RATIO-PROC.
005750*    WK-PCT-VALUEのWK-PCT-BASEに対する百分率（基準が0または桁
005760*    あふれの場合はN/A）
005770     IF WK-PCT-BASE = 0
005780         MOVE '     N/A' TO WK-PCT-TEXT
005790     ELSE
005800         COMPUTE WK-PCT-RATIO ROUNDED =
005810             WK-PCT-VALUE * 100 / WK-PCT-BASE
005820             ON SIZE ERROR
005830                 MOVE '     N/A' TO WK-PCT-TEXT
005840             NOT ON SIZE ERROR
005850                 MOVE WK-PCT-RATIO TO WK-PCT-EDIT
005860                 MOVE WK-PCT-EDIT  TO WK-PCT-TEXT
005870         END-COMPUTE
005880     END-IF.
005890 CALC-CHANGE-PROC.
005900*    WK-PCT-BASEからWK-PCT-VALUEへの増減率（基準が0または桁
005910*    あふれの場合はN/A）
005920     IF WK-PCT-BASE = 0
005930         MOVE '     N/A' TO WK-PCT-TEXT
005940     ELSE
005950         COMPUTE WK-PCT-CHANGE ROUNDED =
005960             (WK-PCT-VALUE - WK-PCT-BASE) * 100 / WK-PCT-BASE
005970             ON SIZE ERROR
005980                 MOVE '     N/A' TO WK-PCT-TEXT
005990             NOT ON SIZE ERROR
006000                 MOVE WK-PCT-CHANGE TO WK-PCT-EDIT
006010                 MOVE WK-PCT-EDIT   TO WK-PCT-TEXT
006020         END-COMPUTE
006030     END-IF.
006040 WRITE-COUNT-LINES-PROC.
006050*    読み込んだ履歴の件数と集計に使った件数
006060     MOVE SPACES TO SLSRPT-REPORT-REC.
006070     WRITE SLSRPT-REPORT-REC.
006080     MOVE 'SALES HISTORY ROWS READ'   TO WK-RL-LABEL.
006090     MOVE WK-SH-READ-CT               TO WK-RL-COUNT.
006100     WRITE SLSRPT-REPORT-REC FROM WK-RPT-COUNT-LINE.
006110     MOVE 'ROWS IN 24-MONTH WINDOW'   TO WK-RL-LABEL.
006120     MOVE WK-SH-WINDOW-CT             TO WK-RL-COUNT.
006130     WRITE SLSRPT-REPORT-REC FROM WK-RPT-COUNT-LINE.
006140     MOVE 'ROWS IN PERIOD'            TO WK-RL-LABEL.
006150     MOVE WK-SH-PERIOD-CT             TO WK-RL-COUNT.
006160     WRITE SLSRPT-REPORT-REC FROM WK-RPT-COUNT-LINE.
006170     IF WK-CU-FULL
006180         MOVE 'CUSTOMER TABLE FULL - SOME CUSTOMERS NOT ANALYSED'
006190             TO SLSRPT-REPORT-REC
006200         WRITE SLSRPT-REPORT-REC
006210     END-IF.
