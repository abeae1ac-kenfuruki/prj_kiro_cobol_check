000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FINSTMT.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  転記履歴(GLHIST.DAT)と勘定科目
000080*                             マスタ(ACCTMAST.DAT)から月次の
000090*                             損益計算書（当月・累計・前年）と
000100*                             貸借対照表（当月末・前年同月末）を
000110*                             作成する財務諸表レポートを新規作成
000120*                             （前年度までの損益は繰越利益剰余金
000122*                             へ締め切って表示する）
000125*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000127*                             するよう変更（再実行・遅れ処理で
000130*                             処理対象の業務日を使う）
000140*----------------------------------------------------------------
000150 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000170 FILE-CONTROL.
000180*    対象月の指定（任意。YYYYMM。無ければ実行月）
000190     SELECT FINSTMT-CONTROL-IN ASSIGN TO 'FINSTMT.CTL'
000200         ORGANIZATION IS LINE SEQUENTIAL
000210         FILE STATUS IS WK-CT-FILE-STATUS.
000220*    勘定科目マスタ（種別と財務諸表の表示行）
000230     SELECT ACCOUNT-MASTER ASSIGN TO 'ACCTMAST.DAT'
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WK-AC-FILE-STATUS.
000260     SELECT GL-HISTORY-IN ASSIGN TO 'GLHIST.DAT'
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WK-GH-FILE-STATUS.
000290     SELECT FINSTMT-REPORT-OUT ASSIGN TO 'FINSTMT.RPT'
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  FINSTMT-CONTROL-IN.
000340 01 FINSTMT-CONTROL-REC.
000350   05 FC-PERIOD          PIC X(06).
000360   05 FC-PERIOD-N REDEFINES FC-PERIOD PIC 9(06).
000370 FD  ACCOUNT-MASTER.
000380 01 ACCOUNT-MASTER-REC.
000390*  勘定科目（種別 A=資産 L=負債 E=純資産 R=収益 X=費用）
000400   05 AC-ACCT-CD       PIC X(10).
000410   05 AC-NAME          PIC X(20).
000420   05 AC-TYPE          PIC X(01).
000430   05 AC-STMT-LINE     PIC 9(03).
000440   05 AC-LINE-NAME     PIC X(20).
000450   05 AC-ACTIVE        PIC X(01).
000460 FD  GL-HISTORY-IN.
000470 01 GL-HISTORY-REC.
000480   05 GH-ACCT-CD       PIC X(10).
000490   05 GH-AMOUNT        PIC 9(09).
000500   05 GH-DR-CR         PIC X(02).
000510   05 GH-SOURCE        PIC X(08).
000520   05 GH-POST-DATE     PIC 9(08).
000530   05 GH-PERIOD-ID     PIC 9(06).
000540 FD  FINSTMT-REPORT-OUT.
000550 01 FINSTMT-REPORT-REC  PIC X(100).
000560 WORKING-STORAGE SECTION.
000570 01 WK-FLAGS.
000580   05 WK-CT-FILE-STATUS PIC X(02).
000590   05 WK-AC-FILE-STATUS PIC X(02).
000600   05 WK-GH-FILE-STATUS PIC X(02).
000610   05 WK-AC-EOF-SW     PIC X(01) VALUE 'N'.
000620     88 WK-AC-EOF          VALUE 'Y'.
000630   05 WK-GH-EOF-SW     PIC X(01) VALUE 'N'.
000640     88 WK-GH-EOF          VALUE 'Y'.
000650*--- 対象月と前年同月、それぞれの年度の開始月（年度は暦年）---
000660 01 WK-PERIOD-AREA.
000670   05 WK-RUN-DATE      PIC 9(08).
000680   05 WK-PERIOD        PIC 9(06).
000690   05 WK-PERIOD-X REDEFINES WK-PERIOD.
000700     10 WK-PD-YEAR     PIC 9(04).
000710     10 WK-PD-MONTH    PIC 9(02).
000720   05 WK-PY-PERIOD     PIC 9(06).
000730   05 WK-YEAR-START    PIC 9(06).
000740   05 WK-PY-YEAR-START PIC 9(06).
000750   05 WK-PERIOD-START  PIC 9(08).
000760   05 WK-DATE-SERIAL   PIC 9(07).
000770   05 WK-DATE-RETURN-CD PIC 9(02).
000780*--- 勘定科目マスタ（口座ごとに表示行の添字を持つ）---
000790 01 WK-CHART-TABLE.
000800   05 WK-CH-COUNT      PIC 9(03) VALUE 0.
000810   05 WK-CH-ENTRY OCCURS 300 TIMES.
000820     10 WK-CH-ACCT-CD  PIC X(10).
000830     10 WK-CH-TYPE     PIC X(01).
000840     10 WK-CH-LINE-IDX PIC 9(03).
000850 01 WK-CHART-WORK.
000860   05 WK-CH-IDX        PIC 9(03).
000870   05 WK-CH-FOUND-IDX  PIC 9(03).
000880*--- 財務諸表の表示行（種別と行番号ごと。金額は各種別の正常残高
000890*    方向を正とする：1=当月 2=累計 3=前年同月 4=前年累計
000900*    5=当月末残高 6=前年同月末残高）---
000910 01 WK-LINE-TABLE.
000920   05 WK-LN-COUNT      PIC 9(03) VALUE 0.
000930   05 WK-LN-ENTRY OCCURS 100 TIMES.
000940     10 WK-LN-TYPE     PIC X(01).
000950     10 WK-LN-NO       PIC 9(03).
000960     10 WK-LN-NAME     PIC X(20).
000970     10 WK-LN-PRINTED-SW PIC X(01).
000980     10 WK-LN-AMT      PIC S9(11) OCCURS 6 TIMES.
000990 01 WK-LINE-WORK.
001000   05 WK-LN-IDX        PIC 9(03).
001010   05 WK-LN-FOUND-IDX  PIC 9(03).
001020   05 WK-LN-NEXT-IDX   PIC 9(03).
001030   05 WK-PRINT-TYPE    PIC X(01).
001040   05 WK-AMT-IDX       PIC 9(01).
001050*--- 科目マスタに無い口座（借方残高を正とする）---
001060 01 WK-UNCLASS-TABLE.
001070   05 WK-UC-COUNT      PIC 9(02) VALUE 0.
001080   05 WK-UC-ENTRY OCCURS 50 TIMES.
001090     10 WK-UC-ACCT-CD  PIC X(10).
001100     10 WK-UC-BAL      PIC S9(11).
001110     10 WK-UC-PY-BAL   PIC S9(11).
001120 01 WK-UNCLASS-WORK.
001130   05 WK-UC-IDX        PIC 9(02).
001140   05 WK-UC-FOUND-IDX  PIC 9(02).
001150*--- 転記1件の符号付き金額 ---
001160 01 WK-POST-WORK.
001170*  借方を正とした金額
001180   05 WK-DR-AMT        PIC S9(11).
001190*  口座種別の正常残高方向を正とした金額
001200   05 WK-NATURAL-AMT   PIC S9(11).
001210*--- 区分ごとの合計と損益・繰越利益剰余金 ---
001220 01 WK-STMT-TOTALS.
001230   05 WK-SEC-AMT       PIC S9(11) OCCURS 6 TIMES.
001240   05 WK-REV-AMT       PIC S9(11) OCCURS 6 TIMES.
001250   05 WK-EXP-AMT       PIC S9(11) OCCURS 6 TIMES.
001260   05 WK-NI-AMT        PIC S9(11) OCCURS 6 TIMES.
001270   05 WK-AST-AMT       PIC S9(11) OCCURS 6 TIMES.
001280   05 WK-LIA-AMT       PIC S9(11) OCCURS 6 TIMES.
001290   05 WK-EQU-AMT       PIC S9(11) OCCURS 6 TIMES.
001300*  前年度以前の損益の締切額（貸方を正。5=当月末 6=前年同月末）
001310   05 WK-RE-CLOSED     PIC S9(11) VALUE 0.
001320   05 WK-PY-RE-CLOSED  PIC S9(11) VALUE 0.
001330   05 WK-UC-TOTAL      PIC S9(11) VALUE 0.
001340   05 WK-UC-PY-TOTAL   PIC S9(11) VALUE 0.
001350   05 WK-BS-DIFF       PIC S9(11).
001360   05 WK-BS-PY-DIFF    PIC S9(11).
001370 01 WK-COUNTERS.
001380   05 WK-GH-READ-CT    PIC 9(07) VALUE 0.
001390   05 WK-GH-USED-CT    PIC 9(07) VALUE 0.
001400   05 WK-GH-UNCLASS-CT PIC 9(07) VALUE 0.
001410*--- 財務諸表レポートの各行 ---
001420 01 WK-RPT-HEADER.
001430   05 FILLER           PIC X(34)
001440       VALUE 'FINANCIAL STATEMENTS              '.
001450   05 FILLER           PIC X(08) VALUE 'PERIOD: '.
001460   05 WK-RH-PERIOD     PIC 9(06).
001470   05 FILLER           PIC X(07) VALUE '  RUN: '.
001480   05 WK-RH-RUN-DATE   PIC 9(08).
001490   05 FILLER           PIC X(37) VALUE SPACES.
001500 01 WK-RPT-SECTION.
001510   05 WK-RS-TITLE      PIC X(40).
001520   05 WK-RS-PERIOD     PIC 9(06).
001530   05 FILLER           PIC X(54) VALUE SPACES.
001540 01 WK-RPT-PL-COLUMNS.
001550   05 FILLER           PIC X(50) VALUE
001560       '                               CURRENT MONTH    YE'.
001570   05 FILLER           PIC X(50) VALUE
001580       'AR-TO-DATE   PY SAME MONTH   PY YEAR-TO-DATE'.
001590 01 WK-RPT-BS-COLUMNS.
001600   05 FILLER           PIC X(50) VALUE
001610       '                                  PERIOD END PY PE'.
001620   05 FILLER           PIC X(50) VALUE
001630       'RIOD END'.
001640 01 WK-RPT-GROUP.
001650   05 WK-RG-TITLE      PIC X(30).
001660   05 FILLER           PIC X(70) VALUE SPACES.
001670 01 WK-RPT-PL-LINE.
001680   05 WK-RP-CAPTION    PIC X(30).
001690   05 FILLER           PIC X(02) VALUE SPACES.
001700   05 WK-RP-MONTH      PIC -(11)9.
001710   05 FILLER           PIC X(04) VALUE SPACES.
001720   05 WK-RP-YTD        PIC -(11)9.
001730   05 FILLER           PIC X(04) VALUE SPACES.
001740   05 WK-RP-PY-MONTH   PIC -(11)9.
001750   05 FILLER           PIC X(06) VALUE SPACES.
001760   05 WK-RP-PY-YTD     PIC -(11)9.
001770   05 FILLER           PIC X(06) VALUE SPACES.
001780 01 WK-RPT-BS-LINE.
001790   05 WK-RB-CAPTION    PIC X(30).
001800   05 FILLER           PIC X(02) VALUE SPACES.
001810   05 WK-RB-BAL        PIC -(11)9.
001820   05 FILLER           PIC X(02) VALUE SPACES.
001830   05 WK-RB-PY-BAL     PIC -(11)9.
001840   05 FILLER           PIC X(42) VALUE SPACES.
001850 01 WK-RPT-COUNT-LINE.
001860   05 WK-RL-LABEL      PIC X(30).
001870   05 WK-RL-COUNT      PIC ZZZZZZ9.
001880   05 FILLER           PIC X(63) VALUE SPACES.
001890 PROCEDURE DIVISION.
001900 MAIN-PROC.
001910*    勘定科目マスタで口座を種別・表示行に分類し、転記履歴を対象月
001920*    と前年同月について集計して損益計算書と貸借対照表を印字する。
001930*    年度は暦年とし、前年度までの収益・費用は繰越利益剰余金へ
001940*    締め切って貸借対照表の純資産に表示する（12月の実行では当年度
001950*    の当期純利益が翌年度の繰越へ振り替わる旨を印字する）
001960     CALL 'BUSDATE' USING WK-RUN-DATE.
001970     PERFORM LOAD-CONTROL-PROC.
001980     IF WK-PERIOD = 0
001990         MOVE 8 TO RETURN-CODE
002000         GOBACK
002010     END-IF.
002020     PERFORM LOAD-ACCOUNT-MASTER-PROC.
002030     IF WK-CH-COUNT = 0
002040         DISPLAY 'FINSTMT: NO ACCOUNTS ON ACCTMAST.DAT - '
002050             'RUN REFUSED'
002060         MOVE 8 TO RETURN-CODE
002070         GOBACK
002080     END-IF.
002090     COMPUTE WK-PY-PERIOD     = WK-PERIOD - 100.
002100     COMPUTE WK-YEAR-START    = WK-PD-YEAR * 100 + 1.
002110     COMPUTE WK-PY-YEAR-START = WK-YEAR-START - 100.
002120     PERFORM LOAD-GL-HISTORY-PROC.
002130     OPEN OUTPUT FINSTMT-REPORT-OUT.
002140     MOVE WK-PERIOD   TO WK-RH-PERIOD.
002150     MOVE WK-RUN-DATE TO WK-RH-RUN-DATE.
002160     WRITE FINSTMT-REPORT-REC FROM WK-RPT-HEADER.
002170     PERFORM WRITE-INCOME-STATEMENT-PROC.
002180     PERFORM WRITE-BALANCE-SHEET-PROC.
002190     PERFORM WRITE-COUNT-LINES-PROC.
002200     CLOSE FINSTMT-REPORT-OUT.
002210     DISPLAY 'FINSTMT: PERIOD          = ' WK-PERIOD.
002220     DISPLAY 'FINSTMT: HISTORY ROWS    = ' WK-GH-READ-CT.
002230     DISPLAY 'FINSTMT: UNCLASSIFIED    = ' WK-GH-UNCLASS-CT.
002240     IF WK-BS-DIFF NOT = 0 OR WK-BS-PY-DIFF NOT = 0
002250         DISPLAY 'FINSTMT: BALANCE SHEET DOES NOT BALANCE - DIFF='
002260             WK-BS-DIFF
002270         MOVE 4 TO RETURN-CODE
002280     END-IF.
002290     IF WK-UC-COUNT > 0
002300         DISPLAY 'FINSTMT: ACCOUNTS NOT ON ACCTMAST.DAT = '
002310             WK-UC-COUNT
002320         MOVE 4 TO RETURN-CODE
002330     END-IF.
002340     GOBACK.
002350 LOAD-CONTROL-PROC.
002360*    対象月を決める。指定が不正な場合は対象月を0として実行を
002370*    打ち切る
002380     MOVE WK-RUN-DATE(1:6) TO WK-PERIOD.
002390     OPEN INPUT FINSTMT-CONTROL-IN.
002400     IF WK-CT-FILE-STATUS NOT = '35'
002410         READ FINSTMT-CONTROL-IN
002420             AT END
002430                 CONTINUE
002440             NOT AT END
002450                 IF FC-PERIOD IS NUMERIC
002460                     MOVE FC-PERIOD-N TO WK-PERIOD
002470                 ELSE
002480                     MOVE 0 TO WK-PERIOD
002490                 END-IF
002500         END-READ
002510         CLOSE FINSTMT-CONTROL-IN
002520     END-IF.
002530     IF WK-PERIOD NOT = 0
002540         COMPUTE WK-PERIOD-START = WK-PERIOD * 100 + 1
002550         CALL 'DATECHK' USING WK-PERIOD-START WK-DATE-RETURN-CD
002560             WK-DATE-SERIAL
002570         IF WK-DATE-RETURN-CD NOT = 00
002580             MOVE 0 TO WK-PERIOD
002590         END-IF
002600     END-IF.
002610     IF WK-PERIOD = 0
002620         DISPLAY 'FINSTMT: INVALID PERIOD IN FINSTMT.CTL - '
002630             'RUN REFUSED'
002640     END-IF.
002650 LOAD-ACCOUNT-MASTER-PROC.
002660*    勘定科目マスタを読み込み、種別・行番号ごとの表示行を作る。
002670*    種別が不正な口座は読み捨て、マスタに無い口座と同じく未分類
002680*    として扱う（有効区分は過去の残高の表示には関係しない）
002690     OPEN INPUT ACCOUNT-MASTER.
002700     IF WK-AC-FILE-STATUS = '35'
002710         DISPLAY 'FINSTMT: NO ACCTMAST.DAT'
002720     ELSE
002730         PERFORM READ-ACCOUNT-MASTER-PROC
002740             UNTIL WK-AC-EOF
002750         CLOSE ACCOUNT-MASTER
002760     END-IF.
002770 READ-ACCOUNT-MASTER-PROC.
002780     READ ACCOUNT-MASTER
002790         AT END
002800             SET WK-AC-EOF TO TRUE
002810         NOT AT END
002820             IF AC-TYPE = 'A' OR AC-TYPE = 'L' OR AC-TYPE = 'E'
002830                     OR AC-TYPE = 'R' OR AC-TYPE = 'X'
002840                 PERFORM STORE-ACCOUNT-PROC
002850             ELSE
002860                 DISPLAY 'FINSTMT: ' AC-ACCT-CD
002870                     ' HAS INVALID TYPE ' AC-TYPE ' - IGNORED'
002880             END-IF
002890     END-READ.
002900 STORE-ACCOUNT-PROC.
002910     IF WK-CH-COUNT < 300
002920         MOVE 0 TO WK-LN-FOUND-IDX
002930         PERFORM FIND-LINE-STEP-PROC
002940             VARYING WK-LN-IDX FROM 1 BY 1
002950             UNTIL WK-LN-IDX > WK-LN-COUNT
002960                 OR WK-LN-FOUND-IDX NOT = 0
002970         IF WK-LN-FOUND-IDX = 0 AND WK-LN-COUNT < 100
002980             ADD 1 TO WK-LN-COUNT
002990             MOVE WK-LN-COUNT  TO WK-LN-FOUND-IDX
003000             INITIALIZE WK-LN-ENTRY(WK-LN-COUNT)
003010             MOVE AC-TYPE      TO WK-LN-TYPE(WK-LN-COUNT)
003020             MOVE AC-STMT-LINE TO WK-LN-NO(WK-LN-COUNT)
003030             MOVE AC-LINE-NAME TO WK-LN-NAME(WK-LN-COUNT)
003040         END-IF
003050         IF WK-LN-FOUND-IDX NOT = 0
003060             ADD 1 TO WK-CH-COUNT
003070             MOVE AC-ACCT-CD   TO WK-CH-ACCT-CD(WK-CH-COUNT)
003080             MOVE AC-TYPE      TO WK-CH-TYPE(WK-CH-COUNT)
003090             MOVE WK-LN-FOUND-IDX TO WK-CH-LINE-IDX(WK-CH-COUNT)
003100         ELSE
003110             DISPLAY 'FINSTMT: STATEMENT LINE TABLE FULL - '
003120                 AC-ACCT-CD ' NOT LOADED'
003130         END-IF
003140     ELSE
003150         DISPLAY 'FINSTMT: CHART TABLE FULL - '
003160             AC-ACCT-CD ' NOT LOADED'
003170     END-IF.
003180 FIND-LINE-STEP-PROC.
003190     IF WK-LN-TYPE(WK-LN-IDX) = AC-TYPE
003200             AND WK-LN-NO(WK-LN-IDX) = AC-STMT-LINE
003210         MOVE WK-LN-IDX TO WK-LN-FOUND-IDX
003220     END-IF.
003230 LOAD-GL-HISTORY-PROC.
003240*    転記履歴を全件読み、対象月・前年同月の集計に加える（無い場合は
003250*    すべて0の財務諸表になる）
003260     OPEN INPUT GL-HISTORY-IN.
003270     IF WK-GH-FILE-STATUS = '35'
003280         DISPLAY 'FINSTMT: NO POSTING HISTORY ON FILE'
003290         SET WK-GH-EOF TO TRUE
003300     ELSE
003310         PERFORM READ-GL-HISTORY-PROC
003320             UNTIL WK-GH-EOF
003330         CLOSE GL-HISTORY-IN
003340     END-IF.
003350 READ-GL-HISTORY-PROC.
003360     READ GL-HISTORY-IN
003370         AT END
003380             SET WK-GH-EOF TO TRUE
003390         NOT AT END
003400             ADD 1 TO WK-GH-READ-CT
003410             PERFORM TALLY-POSTING-PROC
003420     END-READ.
003430 TALLY-POSTING-PROC.
003440*    転記1件を口座の種別に応じて損益（期間別）または残高（対象月
003450*    末・前年同月末までの累計）へ積み上げる。対象月より後の期間の
003460*    転記は使わない
003470     IF GH-DR-CR = 'DR'
003480         MOVE GH-AMOUNT TO WK-DR-AMT
003490     ELSE
003500         COMPUTE WK-DR-AMT = GH-AMOUNT * -1
003510     END-IF.
003520     MOVE 0 TO WK-CH-FOUND-IDX.
003530     PERFORM FIND-CHART-STEP-PROC
003540         VARYING WK-CH-IDX FROM 1 BY 1
003550         UNTIL WK-CH-IDX > WK-CH-COUNT
003560             OR WK-CH-FOUND-IDX NOT = 0.
003570     IF WK-CH-FOUND-IDX = 0
003580         PERFORM TALLY-UNCLASSIFIED-PROC
003590     ELSE
003600         MOVE WK-CH-LINE-IDX(WK-CH-FOUND-IDX) TO WK-LN-IDX
003610         IF WK-CH-TYPE(WK-CH-FOUND-IDX) = 'A'
003620                 OR WK-CH-TYPE(WK-CH-FOUND-IDX) = 'X'
003630             MOVE WK-DR-AMT TO WK-NATURAL-AMT
003640         ELSE
003650             COMPUTE WK-NATURAL-AMT = WK-DR-AMT * -1
003660         END-IF
003670         IF WK-CH-TYPE(WK-CH-FOUND-IDX) = 'R'
003680                 OR WK-CH-TYPE(WK-CH-FOUND-IDX) = 'X'
003690             PERFORM TALLY-PROFIT-LOSS-PROC
003700         ELSE
003710             PERFORM TALLY-BALANCE-PROC
003720         END-IF
003730     END-IF.
003740 FIND-CHART-STEP-PROC.
003750     IF WK-CH-ACCT-CD(WK-CH-IDX) = GH-ACCT-CD
003760         MOVE WK-CH-IDX TO WK-CH-FOUND-IDX
003770     END-IF.
003780 TALLY-PROFIT-LOSS-PROC.
003790*    収益・費用は当月・当年度累計・前年同月・前年度累計へ加え、
003800*    それぞれの年度より前の期間の分は繰越利益剰余金へ締め切る
003810*    （貸方を正とするため借方正の金額の符号を反転する）
003820     IF GH-PERIOD-ID = WK-PERIOD
003830         ADD WK-NATURAL-AMT TO WK-LN-AMT(WK-LN-IDX, 1)
003840     END-IF.
003850     IF GH-PERIOD-ID NOT < WK-YEAR-START
003860             AND GH-PERIOD-ID NOT > WK-PERIOD
003870         ADD WK-NATURAL-AMT TO WK-LN-AMT(WK-LN-IDX, 2)
003880         ADD 1 TO WK-GH-USED-CT
003890     END-IF.
003900     IF GH-PERIOD-ID = WK-PY-PERIOD
003910         ADD WK-NATURAL-AMT TO WK-LN-AMT(WK-LN-IDX, 3)
003920     END-IF.
003930     IF GH-PERIOD-ID NOT < WK-PY-YEAR-START
003940             AND GH-PERIOD-ID NOT > WK-PY-PERIOD
003950         ADD WK-NATURAL-AMT TO WK-LN-AMT(WK-LN-IDX, 4)
003960     END-IF.
003970     IF GH-PERIOD-ID < WK-YEAR-START
003980         SUBTRACT WK-DR-AMT FROM WK-RE-CLOSED
003990         ADD 1 TO WK-GH-USED-CT
004000     END-IF.
004010     IF GH-PERIOD-ID < WK-PY-YEAR-START
004020         SUBTRACT WK-DR-AMT FROM WK-PY-RE-CLOSED
004030     END-IF.
004040 TALLY-BALANCE-PROC.
004050*    資産・負債・純資産は対象月末と前年同月末までの累計残高へ加える
004060     IF GH-PERIOD-ID NOT > WK-PERIOD
004070         ADD WK-NATURAL-AMT TO WK-LN-AMT(WK-LN-IDX, 5)
004080         ADD 1 TO WK-GH-USED-CT
004090     END-IF.
004100     IF GH-PERIOD-ID NOT > WK-PY-PERIOD
004110         ADD WK-NATURAL-AMT TO WK-LN-AMT(WK-LN-IDX, 6)
004120     END-IF.
004130 TALLY-UNCLASSIFIED-PROC.
004140*    科目マスタに無い口座は借方残高のまま別表に集計し、貸借対照表
004150*    の末尾に未分類として示す（貸借の検算にも含める）
004160     IF GH-PERIOD-ID NOT > WK-PERIOD
004170         ADD 1 TO WK-GH-UNCLASS-CT
004180         MOVE 0 TO WK-UC-FOUND-IDX
004190         PERFORM FIND-UNCLASS-STEP-PROC
004200             VARYING WK-UC-IDX FROM 1 BY 1
004210             UNTIL WK-UC-IDX > WK-UC-COUNT
004220                 OR WK-UC-FOUND-IDX NOT = 0
004230         IF WK-UC-FOUND-IDX = 0 AND WK-UC-COUNT < 50
004240             ADD 1 TO WK-UC-COUNT
004250             MOVE WK-UC-COUNT TO WK-UC-FOUND-IDX
004260             MOVE GH-ACCT-CD  TO WK-UC-ACCT-CD(WK-UC-COUNT)
004270             MOVE 0           TO WK-UC-BAL(WK-UC-COUNT)
004280             MOVE 0           TO WK-UC-PY-BAL(WK-UC-COUNT)
004290         END-IF
004300         IF WK-UC-FOUND-IDX NOT = 0
004310             ADD WK-DR-AMT TO WK-UC-BAL(WK-UC-FOUND-IDX)
004320             IF GH-PERIOD-ID NOT > WK-PY-PERIOD
004330                 ADD WK-DR-AMT TO WK-UC-PY-BAL(WK-UC-FOUND-IDX)
004340             END-IF
004350         ELSE
004360             DISPLAY 'FINSTMT: UNCLASSIFIED TABLE FULL - '
004370                 GH-ACCT-CD ' NOT SHOWN'
004380         END-IF
004390         ADD WK-DR-AMT TO WK-UC-TOTAL
004400         IF GH-PERIOD-ID NOT > WK-PY-PERIOD
004410             ADD WK-DR-AMT TO WK-UC-PY-TOTAL
004420         END-IF
004430     END-IF.
004440 FIND-UNCLASS-STEP-PROC.
004450     IF WK-UC-ACCT-CD(WK-UC-IDX) = GH-ACCT-CD
004460         MOVE WK-UC-IDX TO WK-UC-FOUND-IDX
004470     END-IF.
004480 WRITE-SECTION-TITLE-PROC.
004490*    区分の見出し（前に空行を1行入れる）
004500     MOVE SPACES TO FINSTMT-REPORT-REC.
004510     WRITE FINSTMT-REPORT-REC.
004520     MOVE WK-PERIOD TO WK-RS-PERIOD.
004530     WRITE FINSTMT-REPORT-REC FROM WK-RPT-SECTION.
004540 WRITE-INCOME-STATEMENT-PROC.
004550*    損益計算書：収益の各行と合計、費用の各行と合計、当期純利益
004560     MOVE 'INCOME STATEMENT - PERIOD' TO WK-RS-TITLE.
004570     PERFORM WRITE-SECTION-TITLE-PROC.
004580     WRITE FINSTMT-REPORT-REC FROM WK-RPT-PL-COLUMNS.
004590     MOVE 'REVENUE' TO WK-RG-TITLE.
004600     WRITE FINSTMT-REPORT-REC FROM WK-RPT-GROUP.
004610     MOVE 'R' TO WK-PRINT-TYPE.
004620     PERFORM WRITE-TYPE-LINES-PROC.
004630     MOVE '  TOTAL REVENUE' TO WK-RP-CAPTION.
004640     PERFORM SAVE-REVENUE-TOTAL-PROC
004650         VARYING WK-AMT-IDX FROM 1 BY 1
004660         UNTIL WK-AMT-IDX > 6.
004670     PERFORM WRITE-PL-TOTAL-PROC.
004680     MOVE 'EXPENSES' TO WK-RG-TITLE.
004690     WRITE FINSTMT-REPORT-REC FROM WK-RPT-GROUP.
004700     MOVE 'X' TO WK-PRINT-TYPE.
004710     PERFORM WRITE-TYPE-LINES-PROC.
004720     MOVE '  TOTAL EXPENSES' TO WK-RP-CAPTION.
004730     PERFORM SAVE-EXPENSE-TOTAL-PROC
004740         VARYING WK-AMT-IDX FROM 1 BY 1
004750         UNTIL WK-AMT-IDX > 6.
004760     PERFORM WRITE-PL-TOTAL-PROC.
004770     MOVE SPACES TO FINSTMT-REPORT-REC.
004780     WRITE FINSTMT-REPORT-REC.
004790     PERFORM CALC-NET-INCOME-PROC
004800         VARYING WK-AMT-IDX FROM 1 BY 1
004810         UNTIL WK-AMT-IDX > 6.
004820     MOVE 'NET INCOME' TO WK-RP-CAPTION.
004830     MOVE WK-NI-AMT(1) TO WK-RP-MONTH.
004840     MOVE WK-NI-AMT(2) TO WK-RP-YTD.
004850     MOVE WK-NI-AMT(3) TO WK-RP-PY-MONTH.
004860     MOVE WK-NI-AMT(4) TO WK-RP-PY-YTD.
004870     WRITE FINSTMT-REPORT-REC FROM WK-RPT-PL-LINE.
004880 SAVE-REVENUE-TOTAL-PROC.
004890     MOVE WK-SEC-AMT(WK-AMT-IDX) TO WK-REV-AMT(WK-AMT-IDX).
004900 SAVE-EXPENSE-TOTAL-PROC.
004910     MOVE WK-SEC-AMT(WK-AMT-IDX) TO WK-EXP-AMT(WK-AMT-IDX).
004920 CALC-NET-INCOME-PROC.
004930     COMPUTE WK-NI-AMT(WK-AMT-IDX) =
004940         WK-REV-AMT(WK-AMT-IDX) - WK-EXP-AMT(WK-AMT-IDX).
004950 WRITE-PL-TOTAL-PROC.
004960     MOVE WK-SEC-AMT(1) TO WK-RP-MONTH.
004970     MOVE WK-SEC-AMT(2) TO WK-RP-YTD.
004980     MOVE WK-SEC-AMT(3) TO WK-RP-PY-MONTH.
004990     MOVE WK-SEC-AMT(4) TO WK-RP-PY-YTD.
005000     WRITE FINSTMT-REPORT-REC FROM WK-RPT-PL-LINE.
005010 WRITE-TYPE-LINES-PROC.
005020*    指定種別の表示行を行番号の小さい順に印字し、区分合計を求める
005030     INITIALIZE WK-SEC-AMT(1) WK-SEC-AMT(2) WK-SEC-AMT(3)
005040         WK-SEC-AMT(4) WK-SEC-AMT(5) WK-SEC-AMT(6).
005050     MOVE 1 TO WK-LN-NEXT-IDX.
005060     PERFORM WRITE-NEXT-LINE-PROC
005070         UNTIL WK-LN-NEXT-IDX = 0.
005080 WRITE-NEXT-LINE-PROC.
005090     MOVE 0 TO WK-LN-NEXT-IDX.
005100     PERFORM FIND-NEXT-LINE-STEP-PROC
005110         VARYING WK-LN-IDX FROM 1 BY 1
005120         UNTIL WK-LN-IDX > WK-LN-COUNT.
005130     IF WK-LN-NEXT-IDX NOT = 0
005140         MOVE 'Y' TO WK-LN-PRINTED-SW(WK-LN-NEXT-IDX)
005150         PERFORM ADD-SECTION-TOTAL-PROC
005160             VARYING WK-AMT-IDX FROM 1 BY 1
005170             UNTIL WK-AMT-IDX > 6
005180         IF WK-PRINT-TYPE = 'R' OR WK-PRINT-TYPE = 'X'
005190             MOVE SPACES TO WK-RP-CAPTION
005200             MOVE WK-LN-NAME(WK-LN-NEXT-IDX)
005210                 TO WK-RP-CAPTION(3:20)
005220             MOVE WK-LN-AMT(WK-LN-NEXT-IDX, 1) TO WK-RP-MONTH
005230             MOVE WK-LN-AMT(WK-LN-NEXT-IDX, 2) TO WK-RP-YTD
005240             MOVE WK-LN-AMT(WK-LN-NEXT-IDX, 3) TO WK-RP-PY-MONTH
005250             MOVE WK-LN-AMT(WK-LN-NEXT-IDX, 4) TO WK-RP-PY-YTD
005260             WRITE FINSTMT-REPORT-REC FROM WK-RPT-PL-LINE
005270         ELSE
005280             MOVE SPACES TO WK-RB-CAPTION
005290             MOVE WK-LN-NAME(WK-LN-NEXT-IDX)
005300                 TO WK-RB-CAPTION(3:20)
005310             MOVE WK-LN-AMT(WK-LN-NEXT-IDX, 5) TO WK-RB-BAL
005320             MOVE WK-LN-AMT(WK-LN-NEXT-IDX, 6) TO WK-RB-PY-BAL
005330             WRITE FINSTMT-REPORT-REC FROM WK-RPT-BS-LINE
005340         END-IF
005350     END-IF.
005360 FIND-NEXT-LINE-STEP-PROC.
005370     IF WK-LN-TYPE(WK-LN-IDX) = WK-PRINT-TYPE
005380             AND WK-LN-PRINTED-SW(WK-LN-IDX) NOT = 'Y'
005390         IF WK-LN-NEXT-IDX = 0
005400             MOVE WK-LN-IDX TO WK-LN-NEXT-IDX
005410         ELSE
005420             IF WK-LN-NO(WK-LN-IDX) < WK-LN-NO(WK-LN-NEXT-IDX)
005430                 MOVE WK-LN-IDX TO WK-LN-NEXT-IDX
005440             END-IF
005450         END-IF
005460     END-IF.
005470 ADD-SECTION-TOTAL-PROC.
005480     ADD WK-LN-AMT(WK-LN-NEXT-IDX, WK-AMT-IDX)
005490         TO WK-SEC-AMT(WK-AMT-IDX).
005500 WRITE-BALANCE-SHEET-PROC.
005510*    貸借対照表：資産、負債、純資産（科目の各行に繰越利益剰余金と
005520*    当年度の当期純利益を加える）、未分類の口座と貸借の検算
005530     MOVE 'BALANCE SHEET - PERIOD END' TO WK-RS-TITLE.
005540     PERFORM WRITE-SECTION-TITLE-PROC.
005550     WRITE FINSTMT-REPORT-REC FROM WK-RPT-BS-COLUMNS.
005560     MOVE 'ASSETS' TO WK-RG-TITLE.
005570     WRITE FINSTMT-REPORT-REC FROM WK-RPT-GROUP.
005580     MOVE 'A' TO WK-PRINT-TYPE.
005590     PERFORM WRITE-TYPE-LINES-PROC.
005600     MOVE WK-SEC-AMT(5) TO WK-AST-AMT(5).
005610     MOVE WK-SEC-AMT(6) TO WK-AST-AMT(6).
005620     MOVE '  TOTAL ASSETS' TO WK-RB-CAPTION.
005630     PERFORM WRITE-BS-TOTAL-PROC.
005640     MOVE 'LIABILITIES' TO WK-RG-TITLE.
005650     WRITE FINSTMT-REPORT-REC FROM WK-RPT-GROUP.
005660     MOVE 'L' TO WK-PRINT-TYPE.
005670     PERFORM WRITE-TYPE-LINES-PROC.
005680     MOVE WK-SEC-AMT(5) TO WK-LIA-AMT(5).
005690     MOVE WK-SEC-AMT(6) TO WK-LIA-AMT(6).
005700     MOVE '  TOTAL LIABILITIES' TO WK-RB-CAPTION.
005710     PERFORM WRITE-BS-TOTAL-PROC.
005720     MOVE 'EQUITY' TO WK-RG-TITLE.
005730     WRITE FINSTMT-REPORT-REC FROM WK-RPT-GROUP.
005740     MOVE 'E' TO WK-PRINT-TYPE.
005750     PERFORM WRITE-TYPE-LINES-PROC.
005760*    前年度までの損益の締切額と当年度の当期純利益（累計）
005770     MOVE '  RETAINED EARNINGS B/F' TO WK-RB-CAPTION.
005780     MOVE WK-RE-CLOSED    TO WK-RB-BAL.
005790     MOVE WK-PY-RE-CLOSED TO WK-RB-PY-BAL.
005800     WRITE FINSTMT-REPORT-REC FROM WK-RPT-BS-LINE.
005810     MOVE '  CURRENT YEAR EARNINGS' TO WK-RB-CAPTION.
005820     MOVE WK-NI-AMT(2) TO WK-RB-BAL.
005830     MOVE WK-NI-AMT(4) TO WK-RB-PY-BAL.
005840     WRITE FINSTMT-REPORT-REC FROM WK-RPT-BS-LINE.
005850     COMPUTE WK-EQU-AMT(5) =
005860         WK-SEC-AMT(5) + WK-RE-CLOSED + WK-NI-AMT(2).
005870     COMPUTE WK-EQU-AMT(6) =
005880         WK-SEC-AMT(6) + WK-PY-RE-CLOSED + WK-NI-AMT(4).
005890     MOVE WK-EQU-AMT(5) TO WK-SEC-AMT(5).
005900     MOVE WK-EQU-AMT(6) TO WK-SEC-AMT(6).
005910     MOVE '  TOTAL EQUITY' TO WK-RB-CAPTION.
005920     PERFORM WRITE-BS-TOTAL-PROC.
005930     COMPUTE WK-SEC-AMT(5) = WK-LIA-AMT(5) + WK-EQU-AMT(5).
005940     COMPUTE WK-SEC-AMT(6) = WK-LIA-AMT(6) + WK-EQU-AMT(6).
005950     MOVE 'TOTAL LIABILITIES AND EQUITY' TO WK-RB-CAPTION.
005960     PERFORM WRITE-BS-TOTAL-PROC.
005970     IF WK-PD-MONTH = 12
005980         MOVE SPACES TO FINSTMT-REPORT-REC
005990         WRITE FINSTMT-REPORT-REC
006000         MOVE 'YEAR-END CLOSE TO RETAINED' TO WK-RB-CAPTION
006010         MOVE WK-NI-AMT(2) TO WK-RB-BAL
006020         MOVE WK-NI-AMT(4) TO WK-RB-PY-BAL
006030         WRITE FINSTMT-REPORT-REC FROM WK-RPT-BS-LINE
006040     END-IF.
006050     IF WK-UC-COUNT > 0
006060         MOVE 'NOT ON CHART (DEBIT BALANCE)' TO WK-RG-TITLE
006070         WRITE FINSTMT-REPORT-REC FROM WK-RPT-GROUP
006080         PERFORM WRITE-UNCLASS-LINE-PROC
006090             VARYING WK-UC-IDX FROM 1 BY 1
006100             UNTIL WK-UC-IDX > WK-UC-COUNT
006110     END-IF.
006120*    検算：資産＋未分類（借方残高）－（負債＋純資産）
006130     COMPUTE WK-BS-DIFF = WK-AST-AMT(5) + WK-UC-TOTAL
006140         - WK-LIA-AMT(5) - WK-EQU-AMT(5).
006150     COMPUTE WK-BS-PY-DIFF = WK-AST-AMT(6) + WK-UC-PY-TOTAL
006160         - WK-LIA-AMT(6) - WK-EQU-AMT(6).
006170     MOVE SPACES TO FINSTMT-REPORT-REC.
006180     WRITE FINSTMT-REPORT-REC.
006190     MOVE 'BALANCE CHECK DIFFERENCE' TO WK-RB-CAPTION.
006200     MOVE WK-BS-DIFF    TO WK-RB-BAL.
006210     MOVE WK-BS-PY-DIFF TO WK-RB-PY-BAL.
006220     WRITE FINSTMT-REPORT-REC FROM WK-RPT-BS-LINE.
006230 WRITE-BS-TOTAL-PROC.
006240     MOVE WK-SEC-AMT(5) TO WK-RB-BAL.
006250     MOVE WK-SEC-AMT(6) TO WK-RB-PY-BAL.
006260     WRITE FINSTMT-REPORT-REC FROM WK-RPT-BS-LINE.
006270 WRITE-UNCLASS-LINE-PROC.
006280     MOVE SPACES TO WK-RB-CAPTION.
006290     MOVE WK-UC-ACCT-CD(WK-UC-IDX) TO WK-RB-CAPTION(3:10).
006300     MOVE WK-UC-BAL(WK-UC-IDX)    TO WK-RB-BAL.
006310     MOVE WK-UC-PY-BAL(WK-UC-IDX) TO WK-RB-PY-BAL.
006320     WRITE FINSTMT-REPORT-REC FROM WK-RPT-BS-LINE.
006330 WRITE-COUNT-LINES-PROC.
006340*    読み込んだ履歴の件数と集計に使った件数
006350     MOVE SPACES TO FINSTMT-REPORT-REC.
006360     WRITE FINSTMT-REPORT-REC.
006370     MOVE 'POSTING HISTORY ROWS READ' TO WK-RL-LABEL.
006380     MOVE WK-GH-READ-CT               TO WK-RL-COUNT.
006390     WRITE FINSTMT-REPORT-REC FROM WK-RPT-COUNT-LINE.
006400     MOVE 'ROWS USED IN STATEMENTS'   TO WK-RL-LABEL.
006410     MOVE WK-GH-USED-CT               TO WK-RL-COUNT.
006420     WRITE FINSTMT-REPORT-REC FROM WK-RPT-COUNT-LINE.
006430     MOVE 'ROWS ON ACCOUNTS NOT ON CHART' TO WK-RL-LABEL.
006440     MOVE WK-GH-UNCLASS-CT            TO WK-RL-COUNT.
006450     WRITE FINSTMT-REPORT-REC FROM WK-RPT-COUNT-LINE.
