000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    WFMOVE.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  月次の要員異動レポートを新規作成
000080*                             （社員マスタと変更履歴から拠点別・
000090*                             全社の月初・月末人員、採用・退職・
000100*                             拠点間異動・給与変更の件数、平均給与
000110*                             と年間離職率を求め、直近12か月の推移
000120*                             と人事部門向けの抽出ファイルを出力）
000122*  2026-10-15  SYSTEMS-GROUP  集計期間より古い変更履歴は表に
000124*                             載せない。社員表・履歴表があふれた
000126*                             場合はレポートを出さずリターン
000128*                             コード8とする
000130*----------------------------------------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170*    対象月の指定（任意。YYYYMM。無ければ業務日付の前月）
000180     SELECT WFMOVE-CONTROL-IN ASSIGN TO 'WFMOVE.CTL'
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WK-CT-FILE-STATUS.
000210     SELECT EMP-MASTER-IN ASSIGN TO 'EMPMAST.IDX'
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS SEQUENTIAL
000240         RECORD KEY IS EM-EMP-ID
000250         FILE STATUS IS WK-EM-FILE-STATUS.
000260     SELECT CHANGE-HISTORY-IN ASSIGN TO 'EMPHIST.DAT'
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WK-EH-FILE-STATUS.
000290     SELECT WFMOVE-REPORT-OUT ASSIGN TO 'WFMOVE.RPT'
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310*    人事部門の集計ツールへ渡す抽出（月×拠点1件1行の固定長）
000320     SELECT WFMOVE-EXTRACT-OUT ASSIGN TO 'WFMOVE.OUT'
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  WFMOVE-CONTROL-IN.
000370 01 WFMOVE-CONTROL-REC.
000380   05 WC-PERIOD        PIC X(06).
000390   05 WC-PERIOD-N REDEFINES WC-PERIOD PIC 9(06).
000400 FD  EMP-MASTER-IN.
000410 01 EMP-MASTER-REC.
000420   05 EM-EMP-ID        PIC 9(05).
000430   05 EM-NAME          PIC X(20).
000440   05 EM-AGE           PIC 9(03).
000450   05 EM-SALARY        PIC 9(07).
000460   05 EM-SITE-CD       PIC X(03).
000470   05 EM-DEPT-CD       PIC X(05).
000480   05 EM-PAY-TYPE      PIC X(01).
000490   05 EM-HOURLY-RATE   PIC 9(05).
000500   05 FILLER           PIC X(11).
000510 FD  CHANGE-HISTORY-IN.
000520 01 CHANGE-HISTORY-REC.
000530   05 EH-DATE          PIC 9(08).
000540   05 EH-TIME          PIC 9(08).
000550   05 EH-ACTION        PIC X(01).
000560   05 EH-EMP-ID        PIC 9(05).
000570   05 EH-BEFORE-IMAGE  PIC X(38).
000580   05 EH-AFTER-IMAGE   PIC X(38).
000590   05 EH-BEFORE-EXT    PIC X(22).
000600   05 EH-AFTER-EXT     PIC X(22).
000610   05 EH-REQUESTER     PIC X(08).
000620   05 EH-APPROVER      PIC X(08).
000630 FD  WFMOVE-REPORT-OUT.
000640 01 WFMOVE-REPORT-REC  PIC X(100).
000650 FD  WFMOVE-EXTRACT-OUT.
000660 01 WFMOVE-EXTRACT-REC.
000670   05 EX-PERIOD        PIC 9(06).
000680*  拠点コード（全社の行は***）
000690   05 EX-SITE-CD       PIC X(03).
000700   05 EX-START-HEAD    PIC 9(05).
000710   05 EX-JOINERS       PIC 9(05).
000720   05 EX-LEAVERS       PIC 9(05).
000730   05 EX-XFER-IN       PIC 9(05).
000740   05 EX-XFER-OUT      PIC 9(05).
000750   05 EX-SALARY-CHG    PIC 9(05).
000760   05 EX-END-HEAD      PIC 9(05).
000770*  月末の月給者数と平均月額給与（時給者を除く）
000780   05 EX-PAID-HEAD     PIC 9(05).
000790   05 EX-AVG-SALARY    PIC 9(07).
000800*  年間離職率（その月までの12か月の退職者数÷月末人員の平均）
000810   05 EX-LEAVERS-12M   PIC 9(05).
000820   05 EX-AVG-HEAD-12M  PIC 9(05)V9.
000830   05 EX-TURNOVER      PIC 9(03)V9.
000840   05 EX-RUN-DATE      PIC 9(08).
000850 WORKING-STORAGE SECTION.
000860 01 WK-FLAGS.
000870   05 WK-CT-FILE-STATUS PIC X(02).
000880   05 WK-EM-FILE-STATUS PIC X(02).
000890   05 WK-EH-FILE-STATUS PIC X(02).
000900   05 WK-EM-EOF-SW     PIC X(01) VALUE 'N'.
000910     88 WK-EM-EOF          VALUE 'Y'.
000920   05 WK-EH-EOF-SW     PIC X(01) VALUE 'N'.
000930     88 WK-EH-EOF          VALUE 'Y'.
000940*  社員表・履歴表・拠点表が一杯で集計できなかった行があった
000945*  （社員表・履歴表は実行を打ち切り、拠点表は全社の行にだけ
000946*  数える）
000950   05 WK-EP-FULL-SW    PIC X(01) VALUE 'N'.
000960     88 WK-EP-FULL         VALUE 'Y'.
000970   05 WK-HS-FULL-SW    PIC X(01) VALUE 'N'.
000980     88 WK-HS-FULL         VALUE 'Y'.
000990   05 WK-SI-FULL-SW    PIC X(01) VALUE 'N'.
001000     88 WK-SI-FULL         VALUE 'Y'.
001010*--- 対象月（月の通し番号＝年×12＋月－1で月の差を求める）---
001020 01 WK-PERIOD-AREA.
001030   05 WK-RUN-DATE      PIC 9(08).
001040   05 WK-PERIOD        PIC 9(06).
001050   05 WK-PERIOD-X REDEFINES WK-PERIOD.
001060     10 WK-PD-YEAR     PIC 9(04).
001070     10 WK-PD-MONTH    PIC 9(02).
001080   05 WK-PERIOD-START  PIC 9(08).
001090   05 WK-DATE-SERIAL   PIC 9(07).
001100   05 WK-DATE-RETURN-CD PIC 9(02).
001110   05 WK-PERIOD-ORD    PIC 9(06).
001120   05 WK-MONTH-DIFF    PIC S9(06).
001130   05 WK-SLOT-ORD      PIC 9(06).
001140   05 WK-SLOT-YEAR     PIC 9(04).
001150   05 WK-SLOT-MONTH    PIC 9(02).
001160   05 WK-SLOT-PERIOD   PIC 9(06).
001170*    月末の判定日（その月の変更をすべて含むよう日を31とする）
001180   05 WK-SLOT-END-DATE PIC 9(08).
001190*--- 社員表（マスタのキー順。マスタに無い退職者は末尾へ）---
001200 01 WK-EMP-TABLE.
001210   05 WK-EP-COUNT      PIC 9(04) VALUE 0.
001220   05 WK-EP-ENTRY OCCURS 2000 TIMES.
001230     10 WK-EP-EMP-ID   PIC 9(05).
001240*    現在の状態（Y=社員マスタにあり）
001250     10 WK-EP-CUR-SW   PIC X(01).
001260     10 WK-EP-CUR-SITE-IDX PIC 9(02).
001270     10 WK-EP-CUR-SALARY PIC 9(07).
001280     10 WK-EP-CUR-PAY-TYPE PIC X(01).
001290*    月末時点の状態（月ごとに現在の状態から戻して求める）
001300     10 WK-EP-ST-SW    PIC X(01).
001310     10 WK-EP-ST-SITE-IDX PIC 9(02).
001320     10 WK-EP-ST-SALARY PIC 9(07).
001330     10 WK-EP-ST-PAY-TYPE PIC X(01).
001340 01 WK-EMP-WORK.
001350   05 WK-EP-IDX        PIC 9(04).
001360   05 WK-EP-FOUND-IDX  PIC 9(04).
001370   05 WK-SEARCH-EMP-ID PIC 9(05).
001380*--- 変更履歴（EMPHIST.DATの記録順＝適用順）---
001390 01 WK-HIST-TABLE.
001400   05 WK-HS-COUNT      PIC 9(05) VALUE 0.
001410   05 WK-HS-ENTRY OCCURS 5000 TIMES.
001420     10 WK-HS-DATE     PIC 9(08).
001430     10 WK-HS-ORD      PIC 9(06).
001440     10 WK-HS-ACTION   PIC X(01).
001450     10 WK-HS-EP-IDX   PIC 9(04).
001460*    前イメージの有無（採用の前イメージはスペース）と前後の状態
001470     10 WK-HS-BEFORE-SW PIC X(01).
001480     10 WK-HS-BF-SITE-IDX PIC 9(02).
001490     10 WK-HS-BF-SALARY PIC 9(07).
001500     10 WK-HS-BF-PAY-TYPE PIC X(01).
001510     10 WK-HS-AF-SITE-IDX PIC 9(02).
001520*    給与（月給または時間給）が変わった変更
001530     10 WK-HS-SAL-CHG-SW PIC X(01).
001540 01 WK-HIST-WORK.
001550   05 WK-HS-IDX        PIC S9(05).
001560   05 WK-HS-READ-CT    PIC 9(07) VALUE 0.
001570   05 WK-HS-FIRST-DATE PIC 9(08) VALUE 0.
001575   05 WK-HS-ROW-ORD    PIC 9(06).
001580   05 WK-HS-WORK-DATE  PIC 9(08).
001590   05 WK-HS-WORK-DATE-X REDEFINES WK-HS-WORK-DATE.
001600     10 WK-HW-YEAR     PIC 9(04).
001610     10 WK-HW-MONTH    PIC 9(02).
001620     10 FILLER         PIC 9(02).
001630*--- 変更履歴のイメージ（EMP-MASTER-RECの先頭38バイトと拡張部22
001640*    バイトと同じ並び）---
001650 01 WK-BEFORE-IMAGE.
001660   05 WK-BI-EMP-ID     PIC 9(05).
001670   05 WK-BI-NAME       PIC X(20).
001680   05 WK-BI-AGE        PIC 9(03).
001690   05 WK-BI-SALARY     PIC 9(07).
001700   05 WK-BI-SITE-CD    PIC X(03).
001710 01 WK-BEFORE-EXT.
001720   05 WK-BX-DEPT-CD    PIC X(05).
001730   05 WK-BX-PAY-TYPE   PIC X(01).
001740   05 WK-BX-HOURLY-RATE PIC X(05).
001750   05 FILLER           PIC X(11).
001760 01 WK-AFTER-IMAGE.
001770   05 WK-AI-EMP-ID     PIC 9(05).
001780   05 WK-AI-NAME       PIC X(20).
001790   05 WK-AI-AGE        PIC 9(03).
001800   05 WK-AI-SALARY     PIC 9(07).
001810   05 WK-AI-SITE-CD    PIC X(03).
001820 01 WK-AFTER-EXT.
001830   05 WK-AX-DEPT-CD    PIC X(05).
001840   05 WK-AX-PAY-TYPE   PIC X(01).
001850   05 WK-AX-HOURLY-RATE PIC X(05).
001860   05 FILLER           PIC X(11).
001870*--- 拠点表（拠点コード順。51番目の枠は全社の合計に使う）---
001880 01 WK-SITE-TABLE.
001890   05 WK-SI-COUNT      PIC 9(02) VALUE 0.
001900   05 WK-SI-SITE-CD    PIC X(03) OCCURS 50 TIMES.
001910 01 WK-SITE-WORK.
001920   05 WK-SI-IDX        PIC 9(02).
001930   05 WK-SI-FOUND-IDX  PIC 9(02).
001940   05 WK-SI-MOVE-IDX   PIC 9(02).
001950   05 WK-SI-ALL-IDX    PIC 9(02) VALUE 51.
001960   05 WK-SEARCH-SITE-CD PIC X(03).
001970*--- 月別・拠点別の集計（1=対象月、2=前月…24=23か月前。月初人員
001980*    は前月の月末人員、年間離職率は12か月分の枠から求める）---
001990 01 WK-STAT-TABLE.
002000   05 WK-MO-ENTRY OCCURS 24 TIMES.
002010     10 WK-MS-ENTRY OCCURS 51 TIMES.
002020       15 WK-MS-END-HEAD PIC 9(05).
002030       15 WK-MS-PAID-HEAD PIC 9(05).
002040       15 WK-MS-SALARY-SUM PIC 9(11).
002050       15 WK-MS-JOINERS PIC 9(05).
002060       15 WK-MS-LEAVERS PIC 9(05).
002070       15 WK-MS-XFER-IN PIC 9(05).
002080       15 WK-MS-XFER-OUT PIC 9(05).
002090       15 WK-MS-SALARY-CHG PIC 9(05).
002100 01 WK-MONTH-WORK.
002110   05 WK-MO-IDX        PIC 9(02).
002120   05 WK-MO-PREV-IDX   PIC 9(02).
002130   05 WK-MO-SLOT       PIC 9(02).
002140*--- 1か月・1拠点分の印字・抽出用の値 ---
002150 01 WK-LINE-WORK.
002160   05 WK-LN-START-HEAD PIC 9(05).
002170   05 WK-LN-AVG-SALARY PIC 9(07).
002180   05 WK-LN-ACTIVITY   PIC 9(07).
002190*--- 年間離職率の計算 ---
002200 01 WK-TURNOVER-WORK.
002210   05 WK-TO-IDX        PIC 9(02).
002220   05 WK-TO-LAST-IDX   PIC 9(02).
002230   05 WK-TO-LEAVERS    PIC 9(05).
002240   05 WK-TO-HEAD-SUM   PIC 9(07).
002250   05 WK-TO-AVG-HEAD   PIC 9(05)V9.
002260   05 WK-TO-RATE       PIC 9(03)V9.
002270   05 WK-TO-EDIT       PIC ZZZZZ9.9.
002280   05 WK-TO-TEXT       PIC X(08).
002290*--- 件数 ---
002300 01 WK-COUNTERS.
002310   05 WK-EM-READ-CT    PIC 9(07) VALUE 0.
002320   05 WK-EX-WRITE-CT   PIC 9(07) VALUE 0.
002330*--- 要員異動レポートの各行 ---
002340 01 WK-PAGE-RULE.
002350   05 FILLER           PIC X(72) VALUE ALL '='.
002360 01 WK-RPT-HEADER.
002370   05 FILLER           PIC X(34)
002380       VALUE 'WORKFORCE MOVEMENT BY SITE        '.
002390   05 FILLER           PIC X(08) VALUE 'PERIOD: '.
002400   05 WK-RH-PERIOD     PIC 9(06).
002410   05 FILLER           PIC X(07) VALUE '  RUN: '.
002420   05 WK-RH-RUN-DATE   PIC 9(08).
002430   05 FILLER           PIC X(37) VALUE SPACES.
002440 01 WK-RPT-TREND-HEADER.
002450   05 FILLER           PIC X(34)
002460       VALUE 'WORKFORCE TREND (COMPANY, 12 MTHS)'.
002470   05 FILLER           PIC X(08) VALUE 'PERIOD: '.
002480   05 WK-RR-PERIOD     PIC 9(06).
002490   05 FILLER           PIC X(07) VALUE '  RUN: '.
002500   05 WK-RR-RUN-DATE   PIC 9(08).
002510   05 FILLER           PIC X(37) VALUE SPACES.
002520 01 WK-RPT-SITE-COLUMNS.
002530   05 FILLER           PIC X(49) VALUE
002540       'SITE  START  JOIN LEAVE  X-IN X-OUT SALCHG    END'.
002550   05 FILLER           PIC X(51) VALUE
002560       '  AVG SALARY  TURNOVR%'.
002570 01 WK-RPT-SITE-DETAIL.
002580   05 WK-RD-SITE-CD    PIC X(05).
002590   05 WK-RD-START      PIC ZZZZZ9.
002600   05 WK-RD-JOINERS    PIC ZZZZZ9.
002610   05 WK-RD-LEAVERS    PIC ZZZZZ9.
002620   05 WK-RD-XFER-IN    PIC ZZZZZ9.
002630   05 WK-RD-XFER-OUT   PIC ZZZZZ9.
002640   05 WK-RD-SALARY-CHG PIC ZZZZZZ9.
002650   05 WK-RD-END        PIC ZZZZZZ9.
002660   05 FILLER           PIC X(02) VALUE SPACES.
002670   05 WK-RD-AVG-SALARY PIC ZZ,ZZZ,ZZ9.
002680   05 FILLER           PIC X(02) VALUE SPACES.
002690   05 WK-RD-TURNOVER   PIC X(08).
002700   05 FILLER           PIC X(29) VALUE SPACES.
002710 01 WK-RPT-TREND-COLUMNS.
002720   05 FILLER           PIC X(46) VALUE
002730       'MONTH    START  JOIN LEAVE XFERS SALCHG    END'.
002740   05 FILLER           PIC X(54) VALUE
002750       '  AVG SALARY  TURNOVR%'.
002760 01 WK-RPT-TREND-DETAIL.
002770   05 WK-RT-YEAR       PIC 9(04).
002780   05 FILLER           PIC X(01) VALUE '/'.
002790   05 WK-RT-MONTH      PIC 9(02).
002800   05 WK-RT-START      PIC ZZZZZZ9.
002810   05 WK-RT-JOINERS    PIC ZZZZZ9.
002820   05 WK-RT-LEAVERS    PIC ZZZZZ9.
002830   05 WK-RT-XFERS      PIC ZZZZZ9.
002840   05 WK-RT-SALARY-CHG PIC ZZZZZZ9.
002850   05 WK-RT-END        PIC ZZZZZZ9.
002860   05 FILLER           PIC X(02) VALUE SPACES.
002870   05 WK-RT-AVG-SALARY PIC ZZ,ZZZ,ZZ9.
002880   05 FILLER           PIC X(02) VALUE SPACES.
002890   05 WK-RT-TURNOVER   PIC X(08).
002900   05 FILLER           PIC X(32) VALUE SPACES.
002910 01 WK-RPT-NOTE-1.
002920   05 FILLER           PIC X(42) VALUE
002930       'START = HEADCOUNT AT END OF PRIOR MONTH.'.
002940   05 FILLER           PIC X(58) VALUE
002950       'X-IN/X-OUT = INTER-SITE TRANSFERS (COMPANY: TRANSFERS)'.
002960 01 WK-RPT-NOTE-2.
002970   05 FILLER           PIC X(51) VALUE
002980       'AVG SALARY = MONTHLY-PAID EMPLOYEES AT MONTH END.'.
002990   05 FILLER           PIC X(49) VALUE
003000       'TURNOVR% = 12-MONTH LEAVERS / AVG MONTH-END HEAD'.
003010 01 WK-RPT-COUNT-LINE.
003020   05 WK-RL-LABEL      PIC X(30).
003030   05 WK-RL-COUNT      PIC ZZZZZZZ9.
003040   05 FILLER           PIC X(62) VALUE SPACES.
003050 PROCEDURE DIVISION.
003060 MAIN-PROC.
003070*    社員マスタの現在の状態と変更履歴の前イメージから、対象月まで
003080*    の24か月の各月末の在籍者を拠点別に復元し、月ごとの採用・
003090*    退職・拠点間異動・給与変更の件数と併せて、対象月の拠点別・
003100*    全社の集計と直近12か月の全社の推移を印字し、同じ値を月×拠点
003110*    ごとに抽出ファイルへ出力する
003120     CALL 'BUSDATE' USING WK-RUN-DATE.
003130     PERFORM LOAD-CONTROL-PROC.
003140     IF WK-PERIOD = 0
003150         MOVE 8 TO RETURN-CODE
003160         GOBACK
003170     END-IF.
003180     COMPUTE WK-PERIOD-ORD = WK-PD-YEAR * 12 + WK-PD-MONTH - 1.
003190     INITIALIZE WK-STAT-TABLE.
003200     PERFORM LOAD-MASTER-PROC.
003210     PERFORM LOAD-HISTORY-PROC.
003212*    社員表・履歴表に載らなかった行があると月末人員の復元が
003214*    狂うため、レポートも抽出も出さずに打ち切る
003216     IF WK-EP-FULL OR WK-HS-FULL
003217         DISPLAY 'WFMOVE: EMPMAST.IDX OR EMPHIST.DAT EXCEEDS '
003218             'TABLE SIZE - NO REPORT WRITTEN'
003219         MOVE 8 TO RETURN-CODE
003221         GOBACK
003224     END-IF.
003227     PERFORM COUNT-MOVEMENT-PROC
003230         VARYING WK-HS-IDX FROM 1 BY 1
003240         UNTIL WK-HS-IDX > WK-HS-COUNT.
003250     PERFORM COUNT-MONTH-END-PROC
003260         VARYING WK-MO-IDX FROM 1 BY 1
003270         UNTIL WK-MO-IDX > 24.
003280     OPEN OUTPUT WFMOVE-REPORT-OUT.
003290     OPEN OUTPUT WFMOVE-EXTRACT-OUT.
003300     PERFORM WRITE-SITE-PAGE-PROC.
003310     PERFORM WRITE-TREND-PAGE-PROC.
003320     PERFORM WRITE-COUNT-LINES-PROC.
003330     PERFORM WRITE-EXTRACT-MONTH-PROC
003340         VARYING WK-MO-IDX FROM 12 BY -1
003350         UNTIL WK-MO-IDX < 1.
003360     CLOSE WFMOVE-REPORT-OUT.
003370     CLOSE WFMOVE-EXTRACT-OUT.
003380     DISPLAY 'WFMOVE: PERIOD          = ' WK-PERIOD.
003390     DISPLAY 'WFMOVE: MASTER ROWS     = ' WK-EM-READ-CT.
003400     DISPLAY 'WFMOVE: HISTORY ROWS    = ' WK-HS-READ-CT.
003410     DISPLAY 'WFMOVE: EXTRACT ROWS    = ' WK-EX-WRITE-CT.
003420     IF WK-SI-FULL
003430         DISPLAY 'WFMOVE: TABLE FULL - FIGURES INCOMPLETE '
003440             '(SEE WFMOVE.RPT)'
003450         MOVE 4 TO RETURN-CODE
003460     END-IF.
003470     GOBACK.
003480 LOAD-CONTROL-PROC.
003490*    対象月を決める（指定が無ければ業務日付の前月＝締まった直近の
003500*    月）。指定が不正な場合は対象月を0として実行を打ち切る
003510     MOVE WK-RUN-DATE(1:6) TO WK-PERIOD.
003520     IF WK-PD-MONTH = 1
003530         SUBTRACT 1 FROM WK-PD-YEAR
003540         MOVE 12 TO WK-PD-MONTH
003550     ELSE
003560         SUBTRACT 1 FROM WK-PD-MONTH
003570     END-IF.
003580     OPEN INPUT WFMOVE-CONTROL-IN.
003590     IF WK-CT-FILE-STATUS NOT = '35'
003600         READ WFMOVE-CONTROL-IN
003610             AT END
003620                 CONTINUE
003630             NOT AT END
003640                 IF WC-PERIOD IS NUMERIC
003650                     MOVE WC-PERIOD-N TO WK-PERIOD
003660                 ELSE
003670                     MOVE 0 TO WK-PERIOD
003680                 END-IF
003690         END-READ
003700         CLOSE WFMOVE-CONTROL-IN
003710     END-IF.
003720     IF WK-PERIOD NOT = 0
003730         COMPUTE WK-PERIOD-START = WK-PERIOD * 100 + 1
003740         CALL 'DATECHK' USING WK-PERIOD-START WK-DATE-RETURN-CD
003750             WK-DATE-SERIAL
003760         IF WK-DATE-RETURN-CD NOT = 00
003770             MOVE 0 TO WK-PERIOD
003780         END-IF
003790     END-IF.
003800     IF WK-PERIOD = 0
003810         DISPLAY 'WFMOVE: INVALID PERIOD IN WFMOVE.CTL - '
003820             'RUN REFUSED'
003830     END-IF.
003840 LOAD-MASTER-PROC.
003850*    社員マスタを全件読み込み、社員ごとの現在の拠点・給与・
003860*    給与形態を社員表へ展開する
003870     OPEN INPUT EMP-MASTER-IN.
003880     IF WK-EM-FILE-STATUS = '35'
003890         DISPLAY 'WFMOVE: NO EMPMAST.IDX - NO CURRENT EMPLOYEES'
003900         SET WK-EM-EOF TO TRUE
003910     ELSE
003920         PERFORM READ-MASTER-PROC
003930             UNTIL WK-EM-EOF
003940         CLOSE EMP-MASTER-IN
003950     END-IF.
003960 READ-MASTER-PROC.
003970     READ EMP-MASTER-IN NEXT RECORD
003980         AT END
003990             SET WK-EM-EOF TO TRUE
004000         NOT AT END
004010             ADD 1 TO WK-EM-READ-CT
004020             PERFORM STORE-MASTER-PROC
004030     END-READ.
004040 STORE-MASTER-PROC.
004050     IF WK-EP-COUNT < 2000
004060         ADD 1 TO WK-EP-COUNT
004070         MOVE EM-EMP-ID      TO WK-EP-EMP-ID(WK-EP-COUNT)
004080         MOVE 'Y'            TO WK-EP-CUR-SW(WK-EP-COUNT)
004090         MOVE 0              TO WK-EP-CUR-SITE-IDX(WK-EP-COUNT)
004100         MOVE EM-SITE-CD     TO WK-SEARCH-SITE-CD
004110         PERFORM FIND-SITE-PROC
004120         MOVE WK-SI-FOUND-IDX TO WK-EP-CUR-SITE-IDX(WK-EP-COUNT)
004130         MOVE EM-SALARY      TO WK-EP-CUR-SALARY(WK-EP-COUNT)
004140         MOVE EM-PAY-TYPE    TO WK-EP-CUR-PAY-TYPE(WK-EP-COUNT)
004150     ELSE
004160         SET WK-EP-FULL TO TRUE
004170     END-IF.
004180 LOAD-HISTORY-PROC.
004190*    変更履歴を全件読み込む。マスタに無い社員（退職済み）は社員表
004200*    の末尾へ「現在は在籍なし」として加える
004210     OPEN INPUT CHANGE-HISTORY-IN.
004220     IF WK-EH-FILE-STATUS = '35'
004230         DISPLAY 'WFMOVE: NO EMPHIST.DAT - NO MOVEMENTS COUNTED'
004240         SET WK-EH-EOF TO TRUE
004250     ELSE
004260         PERFORM READ-HISTORY-PROC
004270             UNTIL WK-EH-EOF
004280         CLOSE CHANGE-HISTORY-IN
004290     END-IF.
004300 READ-HISTORY-PROC.
004310     READ CHANGE-HISTORY-IN
004320         AT END
004330             SET WK-EH-EOF TO TRUE
004340         NOT AT END
004350             ADD 1 TO WK-HS-READ-CT
004360             IF WK-HS-FIRST-DATE = 0
004370                 MOVE EH-DATE TO WK-HS-FIRST-DATE
004380             END-IF
004382*            24か月の集計期間の最初の月より前の変更は、どの月末の
004384*            復元にも件数にも使わないため表に載せない
004386             MOVE EH-DATE TO WK-HS-WORK-DATE
004388             COMPUTE WK-HS-ROW-ORD =
004389                 WK-HW-YEAR * 12 + WK-HW-MONTH - 1
004390             EVALUATE TRUE
004400                 WHEN WK-HS-ROW-ORD + 23 < WK-PERIOD-ORD
004410                     CONTINUE
004412                 WHEN WK-HS-COUNT < 5000
004414                     PERFORM STORE-HISTORY-PROC
004416                 WHEN OTHER
004420                     SET WK-HS-FULL TO TRUE
004430             END-EVALUATE
004440     END-READ.
004450 STORE-HISTORY-PROC.
004460*    履歴1件分：社員表の位置と、前後イメージの拠点・給与を控える
004470     MOVE EH-EMP-ID TO WK-SEARCH-EMP-ID.
004480     PERFORM FIND-EMPLOYEE-PROC.
004490     IF WK-EP-FOUND-IDX = 0
004500         IF WK-EP-COUNT < 2000
004510             ADD 1 TO WK-EP-COUNT
004520             MOVE EH-EMP-ID TO WK-EP-EMP-ID(WK-EP-COUNT)
004530             MOVE 'N'       TO WK-EP-CUR-SW(WK-EP-COUNT)
004540             MOVE 0         TO WK-EP-CUR-SITE-IDX(WK-EP-COUNT)
004550             MOVE 0         TO WK-EP-CUR-SALARY(WK-EP-COUNT)
004560             MOVE SPACE     TO WK-EP-CUR-PAY-TYPE(WK-EP-COUNT)
004570             MOVE WK-EP-COUNT TO WK-EP-FOUND-IDX
004580         ELSE
004590             SET WK-EP-FULL TO TRUE
004600         END-IF
004610     END-IF.
004620     IF WK-EP-FOUND-IDX NOT = 0
004630         ADD 1 TO WK-HS-COUNT
004640         MOVE EH-DATE         TO WK-HS-DATE(WK-HS-COUNT)
004650         MOVE EH-DATE         TO WK-HS-WORK-DATE
004660         COMPUTE WK-HS-ORD(WK-HS-COUNT) =
004670             WK-HW-YEAR * 12 + WK-HW-MONTH - 1
004680         MOVE EH-ACTION       TO WK-HS-ACTION(WK-HS-COUNT)
004690         MOVE WK-EP-FOUND-IDX TO WK-HS-EP-IDX(WK-HS-COUNT)
004700         MOVE EH-BEFORE-IMAGE TO WK-BEFORE-IMAGE
004710         MOVE EH-BEFORE-EXT   TO WK-BEFORE-EXT
004720         MOVE EH-AFTER-IMAGE  TO WK-AFTER-IMAGE
004730         MOVE EH-AFTER-EXT    TO WK-AFTER-EXT
004740         MOVE 0 TO WK-HS-BF-SITE-IDX(WK-HS-COUNT)
004750         MOVE 0 TO WK-HS-BF-SALARY(WK-HS-COUNT)
004760         MOVE 0 TO WK-HS-AF-SITE-IDX(WK-HS-COUNT)
004770         MOVE SPACE TO WK-HS-BF-PAY-TYPE(WK-HS-COUNT)
004780         MOVE 'N' TO WK-HS-SAL-CHG-SW(WK-HS-COUNT)
004790         IF EH-BEFORE-IMAGE = SPACES
004800             MOVE 'N' TO WK-HS-BEFORE-SW(WK-HS-COUNT)
004810         ELSE
004820             MOVE 'Y' TO WK-HS-BEFORE-SW(WK-HS-COUNT)
004830             MOVE WK-BI-SITE-CD TO WK-SEARCH-SITE-CD
004840             PERFORM FIND-SITE-PROC
004850             MOVE WK-SI-FOUND-IDX
004860                 TO WK-HS-BF-SITE-IDX(WK-HS-COUNT)
004870             MOVE WK-BI-SALARY TO WK-HS-BF-SALARY(WK-HS-COUNT)
004880             MOVE WK-BX-PAY-TYPE
004890                 TO WK-HS-BF-PAY-TYPE(WK-HS-COUNT)
004900         END-IF
004910         IF EH-AFTER-IMAGE NOT = SPACES
004920             MOVE WK-AI-SITE-CD TO WK-SEARCH-SITE-CD
004930             PERFORM FIND-SITE-PROC
004940             MOVE WK-SI-FOUND-IDX
004950                 TO WK-HS-AF-SITE-IDX(WK-HS-COUNT)
004960         END-IF
004970         IF EH-BEFORE-IMAGE NOT = SPACES
004980                 AND EH-AFTER-IMAGE NOT = SPACES
004990             IF WK-BI-SALARY NOT = WK-AI-SALARY
005000                     OR WK-BX-HOURLY-RATE NOT = WK-AX-HOURLY-RATE
005010                 MOVE 'Y' TO WK-HS-SAL-CHG-SW(WK-HS-COUNT)
005020             END-IF
005030         END-IF
005040     END-IF.
005050 FIND-EMPLOYEE-PROC.
005060     MOVE 0 TO WK-EP-FOUND-IDX.
005070     PERFORM FIND-EMPLOYEE-STEP-PROC
005080         VARYING WK-EP-IDX FROM 1 BY 1
005090         UNTIL WK-EP-IDX > WK-EP-COUNT OR WK-EP-FOUND-IDX NOT = 0.
005100 FIND-EMPLOYEE-STEP-PROC.
005110     IF WK-EP-EMP-ID(WK-EP-IDX) = WK-SEARCH-EMP-ID
005120         MOVE WK-EP-IDX TO WK-EP-FOUND-IDX
005130     END-IF.
005140 FIND-SITE-PROC.
005150*    拠点表から拠点コードを探し、無ければコード順の位置へ挿入する
005160*    （拠点表が一杯の場合は0を返し、その拠点は全社の行にだけ
005170*    数える）
005180     MOVE 0 TO WK-SI-FOUND-IDX.
005190     PERFORM FIND-SITE-STEP-PROC
005200         VARYING WK-SI-IDX FROM 1 BY 1
005210         UNTIL WK-SI-IDX > WK-SI-COUNT OR WK-SI-FOUND-IDX NOT = 0.
005220     IF WK-SI-FOUND-IDX = 0
005230         IF WK-SI-COUNT < 50
005240             PERFORM INSERT-SITE-PROC
005250         ELSE
005260             SET WK-SI-FULL TO TRUE
005270         END-IF
005280     END-IF.
005290 FIND-SITE-STEP-PROC.
005300     IF WK-SI-SITE-CD(WK-SI-IDX) = WK-SEARCH-SITE-CD
005310         MOVE WK-SI-IDX TO WK-SI-FOUND-IDX
005320     END-IF.
005330 INSERT-SITE-PROC.
005340*    挿入位置より後ろの拠点を1つずつずらし、社員表・履歴表で控えた
005350*    拠点の位置も合わせて繰り下げる
005360     MOVE 1 TO WK-SI-FOUND-IDX.
005370     PERFORM FIND-INSERT-POS-PROC
005380         VARYING WK-SI-IDX FROM 1 BY 1
005390         UNTIL WK-SI-IDX > WK-SI-COUNT.
005400     PERFORM SHIFT-SITE-PROC
005410         VARYING WK-SI-MOVE-IDX FROM WK-SI-COUNT BY -1
005420         UNTIL WK-SI-MOVE-IDX < WK-SI-FOUND-IDX.
005430     ADD 1 TO WK-SI-COUNT.
005440     MOVE WK-SEARCH-SITE-CD TO WK-SI-SITE-CD(WK-SI-FOUND-IDX).
005450     PERFORM SHIFT-EMPLOYEE-SITE-PROC
005460         VARYING WK-EP-IDX FROM 1 BY 1
005470         UNTIL WK-EP-IDX > WK-EP-COUNT.
005480     PERFORM SHIFT-HISTORY-SITE-PROC
005490         VARYING WK-HS-IDX FROM 1 BY 1
005500         UNTIL WK-HS-IDX > WK-HS-COUNT.
005510 FIND-INSERT-POS-PROC.
005520     IF WK-SI-SITE-CD(WK-SI-IDX) < WK-SEARCH-SITE-CD
005530         COMPUTE WK-SI-FOUND-IDX = WK-SI-IDX + 1
005540     END-IF.
005550 SHIFT-SITE-PROC.
005560     MOVE WK-SI-SITE-CD(WK-SI-MOVE-IDX)
005570         TO WK-SI-SITE-CD(WK-SI-MOVE-IDX + 1).
005580 SHIFT-EMPLOYEE-SITE-PROC.
005590     IF WK-EP-CUR-SITE-IDX(WK-EP-IDX) NOT < WK-SI-FOUND-IDX
005600         ADD 1 TO WK-EP-CUR-SITE-IDX(WK-EP-IDX)
005610     END-IF.
005620 SHIFT-HISTORY-SITE-PROC.
005630     IF WK-HS-BF-SITE-IDX(WK-HS-IDX) NOT < WK-SI-FOUND-IDX
005640         ADD 1 TO WK-HS-BF-SITE-IDX(WK-HS-IDX)
005650     END-IF.
005660     IF WK-HS-AF-SITE-IDX(WK-HS-IDX) NOT < WK-SI-FOUND-IDX
005670         ADD 1 TO WK-HS-AF-SITE-IDX(WK-HS-IDX)
005680     END-IF.
005690 COUNT-MOVEMENT-PROC.
005700*    履歴1件分：対象月までの24か月の内なら、その月の枠へ採用（A、
005710*    後イメージの拠点）・退職（D、前イメージの拠点）・拠点間異動と
005720*    給与変更（C）を数える。全社の行では異動は1件を入・出の両方に
005730*    数える
005740     COMPUTE WK-MONTH-DIFF = WK-PERIOD-ORD - WK-HS-ORD(WK-HS-IDX).
005750     IF WK-MONTH-DIFF NOT < 0 AND WK-MONTH-DIFF < 24
005760         COMPUTE WK-MO-SLOT = WK-MONTH-DIFF + 1
005770         MOVE WK-HS-BF-SITE-IDX(WK-HS-IDX) TO WK-SI-IDX
005780         MOVE WK-HS-AF-SITE-IDX(WK-HS-IDX) TO WK-SI-MOVE-IDX
005790         EVALUATE WK-HS-ACTION(WK-HS-IDX)
005800             WHEN 'A'
005810                 IF WK-SI-MOVE-IDX NOT = 0
005820                     ADD 1 TO WK-MS-JOINERS(WK-MO-SLOT,
005830                         WK-SI-MOVE-IDX)
005840                 END-IF
005850                 ADD 1 TO WK-MS-JOINERS(WK-MO-SLOT, WK-SI-ALL-IDX)
005860             WHEN 'D'
005870                 IF WK-SI-IDX NOT = 0
005880                     ADD 1 TO WK-MS-LEAVERS(WK-MO-SLOT, WK-SI-IDX)
005890                 END-IF
005900                 ADD 1 TO WK-MS-LEAVERS(WK-MO-SLOT, WK-SI-ALL-IDX)
005910             WHEN 'C'
005920                 IF WK-SI-IDX NOT = WK-SI-MOVE-IDX
005930                     IF WK-SI-IDX NOT = 0
005940                         ADD 1 TO WK-MS-XFER-OUT(WK-MO-SLOT,
005950                             WK-SI-IDX)
005960                     END-IF
005970                     IF WK-SI-MOVE-IDX NOT = 0
005980                         ADD 1 TO WK-MS-XFER-IN(WK-MO-SLOT,
005990                             WK-SI-MOVE-IDX)
006000                     END-IF
006010                     ADD 1 TO WK-MS-XFER-OUT(WK-MO-SLOT,
006020                         WK-SI-ALL-IDX)
006030                     ADD 1 TO WK-MS-XFER-IN(WK-MO-SLOT,
006040                         WK-SI-ALL-IDX)
006050                 END-IF
006060                 IF WK-HS-SAL-CHG-SW(WK-HS-IDX) = 'Y'
006070                     IF WK-SI-MOVE-IDX NOT = 0
006080                         ADD 1 TO WK-MS-SALARY-CHG(WK-MO-SLOT,
006090                             WK-SI-MOVE-IDX)
006100                     END-IF
006110                     ADD 1 TO WK-MS-SALARY-CHG(WK-MO-SLOT,
006120                         WK-SI-ALL-IDX)
006130                 END-IF
006140         END-EVALUATE
006150     END-IF.
006160 COUNT-MONTH-END-PROC.
006170*    1か月分：全社員を現在の状態に戻し、月末より後の変更を新しい
006180*    順に前イメージで置き換えて月末時点の状態を求め（最後に置き
006190*    換わるのが月末直後の最初の変更の前イメージ）、在籍者を拠点別
006200*    に数える
006210     COMPUTE WK-SLOT-ORD = WK-PERIOD-ORD - WK-MO-IDX + 1.
006220     DIVIDE WK-SLOT-ORD BY 12 GIVING WK-SLOT-YEAR.
006230     COMPUTE WK-SLOT-MONTH = WK-SLOT-ORD - WK-SLOT-YEAR * 12 + 1.
006240     COMPUTE WK-SLOT-END-DATE =
006250         WK-SLOT-YEAR * 10000 + WK-SLOT-MONTH * 100 + 31.
006260     PERFORM RESET-STATE-PROC
006270         VARYING WK-EP-IDX FROM 1 BY 1
006280         UNTIL WK-EP-IDX > WK-EP-COUNT.
006290     PERFORM ROLL-BACK-STATE-PROC
006300         VARYING WK-HS-IDX FROM WK-HS-COUNT BY -1
006310         UNTIL WK-HS-IDX < 1.
006320     PERFORM TALLY-STATE-PROC
006330         VARYING WK-EP-IDX FROM 1 BY 1
006340         UNTIL WK-EP-IDX > WK-EP-COUNT.
006350 RESET-STATE-PROC.
006360     MOVE WK-EP-CUR-SW(WK-EP-IDX) TO WK-EP-ST-SW(WK-EP-IDX).
006370     MOVE WK-EP-CUR-SITE-IDX(WK-EP-IDX)
006380         TO WK-EP-ST-SITE-IDX(WK-EP-IDX).
006390     MOVE WK-EP-CUR-SALARY(WK-EP-IDX)
006400         TO WK-EP-ST-SALARY(WK-EP-IDX).
006410     MOVE WK-EP-CUR-PAY-TYPE(WK-EP-IDX)
006420         TO WK-EP-ST-PAY-TYPE(WK-EP-IDX).
006430 ROLL-BACK-STATE-PROC.
006440     IF WK-HS-DATE(WK-HS-IDX) > WK-SLOT-END-DATE
006450         MOVE WK-HS-EP-IDX(WK-HS-IDX) TO WK-EP-IDX
006460         MOVE WK-HS-BEFORE-SW(WK-HS-IDX) TO WK-EP-ST-SW(WK-EP-IDX)
006470         MOVE WK-HS-BF-SITE-IDX(WK-HS-IDX)
006480             TO WK-EP-ST-SITE-IDX(WK-EP-IDX)
006490         MOVE WK-HS-BF-SALARY(WK-HS-IDX)
006500             TO WK-EP-ST-SALARY(WK-EP-IDX)
006510         MOVE WK-HS-BF-PAY-TYPE(WK-HS-IDX)
006520             TO WK-EP-ST-PAY-TYPE(WK-EP-IDX)
006530     END-IF.
006540 TALLY-STATE-PROC.
006550*    在籍者1名分：拠点と全社の月末人員に数え、月給者（給与形態Hの
006560*    時給者以外）は平均給与の計算用に人数と給与を累計する
006570     IF WK-EP-ST-SW(WK-EP-IDX) = 'Y'
006580         MOVE WK-EP-ST-SITE-IDX(WK-EP-IDX) TO WK-SI-IDX
006590         IF WK-SI-IDX NOT = 0
006600             ADD 1 TO WK-MS-END-HEAD(WK-MO-IDX, WK-SI-IDX)
006610         END-IF
006620         ADD 1 TO WK-MS-END-HEAD(WK-MO-IDX, WK-SI-ALL-IDX)
006630         IF WK-EP-ST-PAY-TYPE(WK-EP-IDX) NOT = 'H'
006640             IF WK-SI-IDX NOT = 0
006650                 ADD 1 TO WK-MS-PAID-HEAD(WK-MO-IDX, WK-SI-IDX)
006660                 ADD WK-EP-ST-SALARY(WK-EP-IDX)
006670                     TO WK-MS-SALARY-SUM(WK-MO-IDX, WK-SI-IDX)
006680             END-IF
006690             ADD 1 TO WK-MS-PAID-HEAD(WK-MO-IDX, WK-SI-ALL-IDX)
006700             ADD WK-EP-ST-SALARY(WK-EP-IDX)
006710                 TO WK-MS-SALARY-SUM(WK-MO-IDX, WK-SI-ALL-IDX)
006720         END-IF
006730     END-IF.
006740 CALC-LINE-PROC.
006750*    WK-MO-IDXの月・WK-SI-IDXの拠点の月初人員（前月の月末人員）、
006760*    平均給与、件数の合計（印字・抽出の要否の判定用）と年間離職率
006770     COMPUTE WK-MO-PREV-IDX = WK-MO-IDX + 1.
006780     MOVE WK-MS-END-HEAD(WK-MO-PREV-IDX, WK-SI-IDX)
006790         TO WK-LN-START-HEAD.
006800     IF WK-MS-PAID-HEAD(WK-MO-IDX, WK-SI-IDX) = 0
006810         MOVE 0 TO WK-LN-AVG-SALARY
006820     ELSE
006830         COMPUTE WK-LN-AVG-SALARY ROUNDED =
006840             WK-MS-SALARY-SUM(WK-MO-IDX, WK-SI-IDX)
006850             / WK-MS-PAID-HEAD(WK-MO-IDX, WK-SI-IDX)
006860     END-IF.
006870     COMPUTE WK-LN-ACTIVITY = WK-LN-START-HEAD
006880         + WK-MS-END-HEAD(WK-MO-IDX, WK-SI-IDX)
006890         + WK-MS-JOINERS(WK-MO-IDX, WK-SI-IDX)
006900         + WK-MS-LEAVERS(WK-MO-IDX, WK-SI-IDX)
006910         + WK-MS-XFER-IN(WK-MO-IDX, WK-SI-IDX)
006920         + WK-MS-XFER-OUT(WK-MO-IDX, WK-SI-IDX)
006930         + WK-MS-SALARY-CHG(WK-MO-IDX, WK-SI-IDX).
006940     PERFORM CALC-TURNOVER-PROC.
006950 CALC-TURNOVER-PROC.
006960*    年間離職率＝その月までの12か月の退職者数÷12か月の月末人員の
006970*    平均×100（平均人員が0ならN/A）
006980     MOVE 0 TO WK-TO-LEAVERS WK-TO-HEAD-SUM.
006990     COMPUTE WK-TO-LAST-IDX = WK-MO-IDX + 11.
007000     PERFORM ADD-TURNOVER-MONTH-PROC
007010         VARYING WK-TO-IDX FROM WK-MO-IDX BY 1
007020         UNTIL WK-TO-IDX > WK-TO-LAST-IDX.
007030     COMPUTE WK-TO-AVG-HEAD ROUNDED = WK-TO-HEAD-SUM / 12.
007040     IF WK-TO-HEAD-SUM = 0
007050         MOVE 0 TO WK-TO-RATE
007060         MOVE '     N/A' TO WK-TO-TEXT
007070     ELSE
007080         COMPUTE WK-TO-RATE ROUNDED =
007090             WK-TO-LEAVERS * 1200 / WK-TO-HEAD-SUM
007100             ON SIZE ERROR
007110                 MOVE 999.9 TO WK-TO-RATE
007120         END-COMPUTE
007130         MOVE WK-TO-RATE TO WK-TO-EDIT
007140         MOVE WK-TO-EDIT TO WK-TO-TEXT
007150     END-IF.
007160 ADD-TURNOVER-MONTH-PROC.
007170     ADD WK-MS-LEAVERS(WK-TO-IDX, WK-SI-IDX)  TO WK-TO-LEAVERS.
007180     ADD WK-MS-END-HEAD(WK-TO-IDX, WK-SI-IDX) TO WK-TO-HEAD-SUM.
007190 WRITE-SITE-PAGE-PROC.
007200*    対象月の拠点別（動きの無い拠点は省く）と全社の行
007210     MOVE WK-PERIOD   TO WK-RH-PERIOD.
007220     MOVE WK-RUN-DATE TO WK-RH-RUN-DATE.
007230     WRITE WFMOVE-REPORT-REC FROM WK-RPT-HEADER.
007240     MOVE SPACES TO WFMOVE-REPORT-REC.
007250     WRITE WFMOVE-REPORT-REC.
007260     WRITE WFMOVE-REPORT-REC FROM WK-RPT-SITE-COLUMNS.
007270     MOVE 1 TO WK-MO-IDX.
007280     PERFORM WRITE-SITE-LINE-PROC
007290         VARYING WK-SI-IDX FROM 1 BY 1
007300         UNTIL WK-SI-IDX > WK-SI-COUNT.
007310     MOVE WK-SI-ALL-IDX TO WK-SI-IDX.
007320     PERFORM CALC-LINE-PROC.
007330     MOVE 'ALL'       TO WK-RD-SITE-CD.
007340     PERFORM EDIT-SITE-LINE-PROC.
007350     MOVE SPACES TO WFMOVE-REPORT-REC.
007360     WRITE WFMOVE-REPORT-REC.
007370     WRITE WFMOVE-REPORT-REC FROM WK-RPT-SITE-DETAIL.
007380     MOVE SPACES TO WFMOVE-REPORT-REC.
007390     WRITE WFMOVE-REPORT-REC.
007400     WRITE WFMOVE-REPORT-REC FROM WK-RPT-NOTE-1.
007410     WRITE WFMOVE-REPORT-REC FROM WK-RPT-NOTE-2.
007420 WRITE-SITE-LINE-PROC.
007430     PERFORM CALC-LINE-PROC.
007440     IF WK-LN-ACTIVITY > 0 OR WK-TO-LEAVERS > 0
007450         MOVE WK-SI-SITE-CD(WK-SI-IDX) TO WK-RD-SITE-CD
007460         PERFORM EDIT-SITE-LINE-PROC
007470         WRITE WFMOVE-REPORT-REC FROM WK-RPT-SITE-DETAIL
007480     END-IF.
007490 EDIT-SITE-LINE-PROC.
007500     MOVE WK-LN-START-HEAD TO WK-RD-START.
007510     MOVE WK-MS-JOINERS(WK-MO-IDX, WK-SI-IDX)    TO WK-RD-JOINERS.
007520     MOVE WK-MS-LEAVERS(WK-MO-IDX, WK-SI-IDX)    TO WK-RD-LEAVERS.
007530     MOVE WK-MS-XFER-IN(WK-MO-IDX, WK-SI-IDX)    TO WK-RD-XFER-IN.
007540     MOVE WK-MS-XFER-OUT(WK-MO-IDX, WK-SI-IDX)  TO WK-RD-XFER-OUT.
007550     MOVE WK-MS-SALARY-CHG(WK-MO-IDX, WK-SI-IDX)
007560         TO WK-RD-SALARY-CHG.
007570     MOVE WK-MS-END-HEAD(WK-MO-IDX, WK-SI-IDX)   TO WK-RD-END.
007580     MOVE WK-LN-AVG-SALARY TO WK-RD-AVG-SALARY.
007590     MOVE WK-TO-TEXT       TO WK-RD-TURNOVER.
007600 WRITE-TREND-PAGE-PROC.
007610*    2ページ目：対象月までの直近12か月の全社の推移を古い順に
007620*    印字する
007630     WRITE WFMOVE-REPORT-REC FROM WK-PAGE-RULE.
007640     MOVE WK-PERIOD   TO WK-RR-PERIOD.
007650     MOVE WK-RUN-DATE TO WK-RR-RUN-DATE.
007660     WRITE WFMOVE-REPORT-REC FROM WK-RPT-TREND-HEADER.
007670     MOVE SPACES TO WFMOVE-REPORT-REC.
007680     WRITE WFMOVE-REPORT-REC.
007690     WRITE WFMOVE-REPORT-REC FROM WK-RPT-TREND-COLUMNS.
007700     MOVE WK-SI-ALL-IDX TO WK-SI-IDX.
007710     PERFORM WRITE-TREND-LINE-PROC
007720         VARYING WK-MO-IDX FROM 12 BY -1
007730         UNTIL WK-MO-IDX < 1.
007740 WRITE-TREND-LINE-PROC.
007750     COMPUTE WK-SLOT-ORD = WK-PERIOD-ORD - WK-MO-IDX + 1.
007760     DIVIDE WK-SLOT-ORD BY 12 GIVING WK-SLOT-YEAR.
007770     COMPUTE WK-SLOT-MONTH = WK-SLOT-ORD - WK-SLOT-YEAR * 12 + 1.
007780     MOVE WK-SLOT-YEAR  TO WK-RT-YEAR.
007790     MOVE WK-SLOT-MONTH TO WK-RT-MONTH.
007800     PERFORM CALC-LINE-PROC.
007810     MOVE WK-LN-START-HEAD TO WK-RT-START.
007820     MOVE WK-MS-JOINERS(WK-MO-IDX, WK-SI-IDX)    TO WK-RT-JOINERS.
007830     MOVE WK-MS-LEAVERS(WK-MO-IDX, WK-SI-IDX)    TO WK-RT-LEAVERS.
007840     MOVE WK-MS-XFER-IN(WK-MO-IDX, WK-SI-IDX)    TO WK-RT-XFERS.
007850     MOVE WK-MS-SALARY-CHG(WK-MO-IDX, WK-SI-IDX)
007860         TO WK-RT-SALARY-CHG.
007870     MOVE WK-MS-END-HEAD(WK-MO-IDX, WK-SI-IDX)   TO WK-RT-END.
007880     MOVE WK-LN-AVG-SALARY TO WK-RT-AVG-SALARY.
007890     MOVE WK-TO-TEXT       TO WK-RT-TURNOVER.
007900     WRITE WFMOVE-REPORT-REC FROM WK-RPT-TREND-DETAIL.
007910 WRITE-COUNT-LINES-PROC.
007920*    読み込んだ件数と履歴の最古の日付（整理済みの期間は月末人員を
007930*    現在の状態から戻しきれないため、推移を見る際の目安とする）
007940     MOVE SPACES TO WFMOVE-REPORT-REC.
007950     WRITE WFMOVE-REPORT-REC.
007960     MOVE 'EMPLOYEE MASTER ROWS READ'  TO WK-RL-LABEL.
007970     MOVE WK-EM-READ-CT                TO WK-RL-COUNT.
007980     WRITE WFMOVE-REPORT-REC FROM WK-RPT-COUNT-LINE.
007990     MOVE 'CHANGE HISTORY ROWS READ'   TO WK-RL-LABEL.
008000     MOVE WK-HS-READ-CT                TO WK-RL-COUNT.
008010     WRITE WFMOVE-REPORT-REC FROM WK-RPT-COUNT-LINE.
008020     MOVE 'EARLIEST CHANGE ON FILE'    TO WK-RL-LABEL.
008030     MOVE WK-HS-FIRST-DATE             TO WK-RL-COUNT.
008040     WRITE WFMOVE-REPORT-REC FROM WK-RPT-COUNT-LINE.
008050     IF WK-EP-FULL OR WK-HS-FULL OR WK-SI-FULL
008060         MOVE 'TABLE FULL - FIGURES INCOMPLETE'
008070             TO WFMOVE-REPORT-REC
008080         WRITE WFMOVE-REPORT-REC
008090     END-IF.
008100 WRITE-EXTRACT-MONTH-PROC.
008110*    抽出1か月分：動きのあった拠点と全社（拠点***）を1件ずつ
008120*    出力する
008130     COMPUTE WK-SLOT-ORD = WK-PERIOD-ORD - WK-MO-IDX + 1.
008140     DIVIDE WK-SLOT-ORD BY 12 GIVING WK-SLOT-YEAR.
008150     COMPUTE WK-SLOT-MONTH = WK-SLOT-ORD - WK-SLOT-YEAR * 12 + 1.
008160     COMPUTE WK-SLOT-PERIOD = WK-SLOT-YEAR * 100 + WK-SLOT-MONTH.
008170     PERFORM WRITE-EXTRACT-SITE-PROC
008180         VARYING WK-SI-IDX FROM 1 BY 1
008190         UNTIL WK-SI-IDX > WK-SI-COUNT.
008200     MOVE WK-SI-ALL-IDX TO WK-SI-IDX.
008210     PERFORM CALC-LINE-PROC.
008220     MOVE '***' TO EX-SITE-CD.
008230     PERFORM WRITE-EXTRACT-REC-PROC.
008240 WRITE-EXTRACT-SITE-PROC.
008250     PERFORM CALC-LINE-PROC.
008260     IF WK-LN-ACTIVITY > 0 OR WK-TO-LEAVERS > 0
008270         MOVE WK-SI-SITE-CD(WK-SI-IDX) TO EX-SITE-CD
008280         PERFORM WRITE-EXTRACT-REC-PROC
008290     END-IF.
008300 WRITE-EXTRACT-REC-PROC.
008310     MOVE WK-SLOT-PERIOD   TO EX-PERIOD.
008320     MOVE WK-LN-START-HEAD TO EX-START-HEAD.
008330     MOVE WK-MS-JOINERS(WK-MO-IDX, WK-SI-IDX)    TO EX-JOINERS.
008340     MOVE WK-MS-LEAVERS(WK-MO-IDX, WK-SI-IDX)    TO EX-LEAVERS.
008350     MOVE WK-MS-XFER-IN(WK-MO-IDX, WK-SI-IDX)    TO EX-XFER-IN.
008360     MOVE WK-MS-XFER-OUT(WK-MO-IDX, WK-SI-IDX)   TO EX-XFER-OUT.
008370     MOVE WK-MS-SALARY-CHG(WK-MO-IDX, WK-SI-IDX) TO EX-SALARY-CHG.
008380     MOVE WK-MS-END-HEAD(WK-MO-IDX, WK-SI-IDX)   TO EX-END-HEAD.
008390     MOVE WK-MS-PAID-HEAD(WK-MO-IDX, WK-SI-IDX)  TO EX-PAID-HEAD.
008400     MOVE WK-LN-AVG-SALARY TO EX-AVG-SALARY.
008410     MOVE WK-TO-LEAVERS    TO EX-LEAVERS-12M.
008420     MOVE WK-TO-AVG-HEAD   TO EX-AVG-HEAD-12M.
008430     MOVE WK-TO-RATE       TO EX-TURNOVER.
008440     MOVE WK-RUN-DATE      TO EX-RUN-DATE.
008450     WRITE WFMOVE-EXTRACT-REC.
008460     ADD 1 TO WK-EX-WRITE-CT.
