000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    WAGELDG.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  賃金台帳を新規作成（給与計算履歴
000080*                             PAYHIST.IDX・勤怠ATTEND.DAT・明細
000090*                             内訳PAYITEM.DATから社員ごとに1年分
000100*                             を1ページで印字する。社員・拠点・
000110*                             全員の指定ができ、年の途中の退職者
000111*                             も変更履歴から氏名を補って載せる）
000113*  2026-10-15  SYSTEMS-GROUP  変更履歴の申請者・承認者の追加に
000115*                             レコード定義を追随
000116*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000118*                             するよう変更（再実行・遅れ処理で
000119*                             処理対象の業務日を使う）
000120*  2026-10-15  SYSTEMS-GROUP  年初来累計への賞与の源泉累計の項目
000125*                             追加にレコード定義を追随
000130*----------------------------------------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170*    対象年と範囲の指定（無い場合は実行日の年の全員）
000180     SELECT WAGELDG-CONTROL-IN ASSIGN TO 'WAGELDG.CTL'
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WK-CT-FILE-STATUS.
000210     SELECT EMP-MASTER-IN ASSIGN TO 'EMPMAST.IDX'
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS RANDOM
000240         RECORD KEY IS EM-EMP-ID
000250         FILE STATUS IS WK-EM-FILE-STATUS.
000260     SELECT PAY-HIST-IN ASSIGN TO 'PAYHIST.IDX'
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS PH-KEY
000300         FILE STATUS IS WK-PH-FILE-STATUS.
000310     SELECT ATTENDANCE-IN ASSIGN TO 'ATTEND.DAT'
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WK-AT-FILE-STATUS.
000340     SELECT PAY-ITEM-IN ASSIGN TO 'PAYITEM.DAT'
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WK-PI-FILE-STATUS.
000370     SELECT PAY-PERIOD-IN ASSIGN TO 'PAYPERD.DAT'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WK-PP-FILE-STATUS.
000400     SELECT YTD-MASTER-IN ASSIGN TO 'YTDMAST.DAT'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WK-YT-FILE-STATUS.
000430     SELECT CHANGE-HISTORY-IN ASSIGN TO 'EMPHIST.DAT'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WK-EH-FILE-STATUS.
000460     SELECT LEDGER-REPORT-OUT ASSIGN TO 'WAGELDG.RPT'
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  WAGELDG-CONTROL-IN.
000510 01 WAGELDG-CONTROL-REC.
000520   05 CT-YEAR          PIC X(04).
000530*  E=社員1名（CT-KEYに社員番号）、S=拠点（CT-KEYの先頭3桁に
000540*  拠点コード）、スペース・A=全員
000550   05 CT-MODE          PIC X(01).
000560   05 CT-KEY           PIC X(05).
000570 FD  EMP-MASTER-IN.
000580 01 EMP-MASTER-REC.
000590   05 EM-EMP-ID        PIC 9(05).
000600   05 EM-NAME          PIC X(20).
000610   05 EM-AGE           PIC 9(03).
000620   05 EM-SALARY        PIC 9(07).
000630   05 EM-SITE-CD       PIC X(03).
000640   05 EM-DEPT-CD       PIC X(05).
000650   05 FILLER           PIC X(17).
000660 FD  PAY-HIST-IN.
000670 01 PAY-HIST-REC.
000680   05 PH-KEY.
000690     10 PH-EMP-ID      PIC 9(05).
000700     10 PH-PERIOD-ID   PIC 9(06).
000710   05 PH-RUN-DATE      PIC 9(08).
000720   05 PH-SALARY        PIC 9(07).
000730   05 PH-TAX           PIC 9(07).
000740   05 PH-BONUS         PIC 9(07).
000750   05 PH-NET           PIC 9(07).
000760 FD  ATTENDANCE-IN.
000770 01 ATTENDANCE-REC.
000780   05 AT-EMP-ID        PIC 9(05).
000790   05 AT-PERIOD-ID     PIC 9(06).
000800   05 AT-OT-HOURS      PIC 9(03).
000810   05 AT-RATE-CLASS    PIC X(01).
000820   05 AT-LEAVE-DAYS    PIC 9(02).
000822   05 AT-REG-HOURS     PIC 9(03)V99.
000824   05 AT-PAID-DAYS     PIC 9(02)V9.
000830 FD  PAY-ITEM-IN.
000840 01 PAY-ITEM-REC.
000850   05 PI-PERIOD-ID     PIC 9(06).
000860   05 PI-EMP-ID        PIC 9(05).
000870   05 PI-CODE          PIC X(04).
000880   05 PI-NAME          PIC X(10).
000890   05 PI-CLASS         PIC X(01).
000900   05 PI-AMOUNT        PIC 9(07).
000910 FD  PAY-PERIOD-IN.
000920 01 PAY-PERIOD-REC.
000930   05 PP-PERIOD-ID     PIC 9(06).
000940   05 PP-START-DATE    PIC 9(08).
000950   05 PP-END-DATE      PIC 9(08).
000960   05 PP-STATUS        PIC X(01).
000970 FD  YTD-MASTER-IN.
000980 01 YTD-MASTER-REC.
000990   05 YT-EMP-ID        PIC 9(05).
001000   05 YT-YEAR          PIC 9(04).
001010   05 YT-GROSS         PIC 9(09).
001020   05 YT-TAX           PIC 9(09).
001030   05 YT-BONUS         PIC 9(09).
001040   05 YT-NET           PIC 9(09).
001050   05 YT-STATUS        PIC X(01).
001060   05 YT-LEAVE-DATE    PIC 9(08).
001070   05 YT-YE-SW         PIC X(01).
001075   05 YT-YE-TAX        PIC 9(09).
001080   05 YT-BONUS-TAX     PIC 9(09).
001090 FD  CHANGE-HISTORY-IN.
001100 01 CHANGE-HISTORY-REC.
001110   05 EH-DATE          PIC 9(08).
001120   05 EH-TIME          PIC 9(08).
001130   05 EH-ACTION        PIC X(01).
001140   05 EH-EMP-ID        PIC 9(05).
001150   05 EH-BEFORE-IMAGE  PIC X(38).
001160   05 EH-AFTER-IMAGE   PIC X(38).
001170   05 EH-BEFORE-EXT    PIC X(22).
001173   05 EH-AFTER-EXT     PIC X(22).
001176   05 EH-REQUESTER     PIC X(08).
001180   05 EH-APPROVER      PIC X(08).
001190 FD  LEDGER-REPORT-OUT.
001200 01 LEDGER-REPORT-REC  PIC X(80).
001210 WORKING-STORAGE SECTION.
001220 01 WK-FLAGS.
001230   05 WK-CT-FILE-STATUS PIC X(02).
001240   05 WK-EM-FILE-STATUS PIC X(02).
001250   05 WK-PH-FILE-STATUS PIC X(02).
001260   05 WK-AT-FILE-STATUS PIC X(02).
001270   05 WK-PI-FILE-STATUS PIC X(02).
001280   05 WK-PP-FILE-STATUS PIC X(02).
001290   05 WK-YT-FILE-STATUS PIC X(02).
001300   05 WK-EH-FILE-STATUS PIC X(02).
001310   05 WK-PH-EOF-SW     PIC X(01) VALUE 'N'.
001320     88 WK-PH-EOF          VALUE 'Y'.
001330   05 WK-AT-EOF-SW     PIC X(01) VALUE 'N'.
001340     88 WK-AT-EOF          VALUE 'Y'.
001350   05 WK-PI-EOF-SW     PIC X(01) VALUE 'N'.
001360     88 WK-PI-EOF          VALUE 'Y'.
001370   05 WK-PP-EOF-SW     PIC X(01) VALUE 'N'.
001380     88 WK-PP-EOF          VALUE 'Y'.
001390   05 WK-YT-EOF-SW     PIC X(01) VALUE 'N'.
001400     88 WK-YT-EOF          VALUE 'Y'.
001410   05 WK-EH-EOF-SW     PIC X(01) VALUE 'N'.
001420     88 WK-EH-EOF          VALUE 'Y'.
001430*--- 対象年・範囲と件数 ---
001440 01 WK-RUN-AREA.
001450   05 WK-RUN-DATE      PIC 9(08).
001460   05 WK-YEAR          PIC 9(04).
001470   05 WK-SEL-MODE      PIC X(01) VALUE 'A'.
001480     88 WK-SEL-EMPLOYEE    VALUE 'E'.
001490     88 WK-SEL-SITE        VALUE 'S'.
001500   05 WK-SEL-EMP-ID    PIC 9(05) VALUE 0.
001510   05 WK-SEL-SITE-CD   PIC X(03) VALUE SPACES.
001520   05 WK-PH-YEAR       PIC 9(04).
001530   05 WK-PAGE-CT       PIC 9(05) VALUE 0.
001540   05 WK-LEAVER-CT     PIC 9(05) VALUE 0.
001550   05 WK-ITEM-OVER-CT  PIC 9(05) VALUE 0.
001560*--- 処理中の社員（PAYHIST.IDXはキー順に社員ごとに並ぶ）---
001570 01 WK-EMP-AREA.
001580   05 WK-CUR-EMP-ID    PIC 9(05) VALUE 0.
001590   05 WK-CUR-NAME      PIC X(20).
001600   05 WK-CUR-SITE-CD   PIC X(03).
001610   05 WK-CUR-LEAVE-DATE PIC 9(08).
001620*    M=社員マスタから、H=変更履歴の削除前イメージから、N=不明
001630   05 WK-CUR-SOURCE    PIC X(01).
001640   05 WK-CUR-SELECT-SW PIC X(01).
001650     88 WK-CUR-SELECTED    VALUE 'Y'.
001660*--- 変更履歴のイメージ（EMP-MASTER-RECの先頭38バイトと同じ並び）---
001670 01 WK-HIST-IMAGE.
001680   05 WK-HI-EMP-ID     PIC 9(05).
001690   05 WK-HI-NAME       PIC X(20).
001700   05 WK-HI-AGE        PIC 9(03).
001710   05 WK-HI-SALARY     PIC 9(07).
001720   05 WK-HI-SITE-CD    PIC X(03).
001730*--- 社員の月別の支給実績（対象年のPAYHIST.IDXの行）---
001740 01 WK-MN-TABLE.
001750   05 WK-MN-COUNT      PIC 9(02) VALUE 0.
001760   05 WK-MN-ENTRY OCCURS 24 TIMES.
001770     10 WK-MN-PERIOD-ID PIC 9(06).
001780     10 WK-MN-SALARY   PIC 9(07).
001790     10 WK-MN-TAX      PIC 9(07).
001800     10 WK-MN-BONUS    PIC 9(07).
001810     10 WK-MN-NET      PIC 9(07).
001820     10 WK-MN-OT-HOURS PIC 9(03).
001830     10 WK-MN-LEAVE    PIC 9(02).
001840     10 WK-MN-SCHED    PIC 9(02).
001850     10 WK-MN-WORKED   PIC 9(02).
001860 01 WK-MN-WORK.
001870   05 WK-MN-IDX        PIC 9(02).
001880   05 WK-MN-FOUND-IDX  PIC 9(02).
001890*--- 社員の明細内訳（PAYITEM.DATの対象年の行）---
001900 01 WK-IT-TABLE.
001910   05 WK-IT-COUNT      PIC 9(03) VALUE 0.
001920   05 WK-IT-ENTRY OCCURS 300 TIMES.
001930     10 WK-IT-PERIOD-ID PIC 9(06).
001940     10 WK-IT-CODE     PIC X(04).
001950     10 WK-IT-NAME     PIC X(10).
001960     10 WK-IT-CLASS    PIC X(01).
001970     10 WK-IT-AMOUNT   PIC 9(07).
001980 01 WK-IT-WORK.
001990   05 WK-IT-IDX        PIC 9(03).
002000*--- 対象年の給与支給期間（PAYPERD.DATの開始日・終了日）---
002010 01 WK-PP-TABLE.
002020   05 WK-PP-COUNT      PIC 9(02) VALUE 0.
002030   05 WK-PP-ENTRY OCCURS 24 TIMES.
002040     10 WK-PP-PERIOD-ID PIC 9(06).
002050     10 WK-PP-START    PIC 9(08).
002060     10 WK-PP-END      PIC 9(08).
002070 01 WK-PP-WORK.
002080   05 WK-PP-IDX        PIC 9(02).
002090   05 WK-PP-FOUND-IDX  PIC 9(02).
002100   05 WK-PP-YEAR       PIC 9(04).
002110*--- 所定労働日数の計算（BIZDAYで期間内の営業日を数える）---
002120 01 WK-BD-AREA.
002130   05 WK-BD-BASE-DATE  PIC 9(08).
002140   05 WK-BD-DIRECTION  PIC X(01).
002150   05 WK-BD-DATE       PIC 9(08).
002160   05 WK-BD-RETURN-CD  PIC 9(02).
002170   05 WK-BD-START      PIC 9(08).
002180   05 WK-BD-END        PIC 9(08).
002190   05 WK-BD-DAYS       PIC 9(02).
002200*--- 社員ごとの年間合計 ---
002210 01 WK-TOTALS.
002220   05 WK-TOT-SCHED     PIC 9(03).
002230   05 WK-TOT-OT-HOURS  PIC 9(04).
002240   05 WK-TOT-LEAVE     PIC 9(03).
002250   05 WK-TOT-WORKED    PIC 9(03).
002260   05 WK-TOT-SALARY    PIC 9(09).
002270   05 WK-TOT-TAX       PIC 9(09).
002280   05 WK-TOT-BONUS     PIC 9(09).
002290   05 WK-TOT-NET       PIC 9(09).
002300*--- 賃金台帳の各行 ---
002310 01 WK-RPT-TITLE.
002320   05 FILLER           PIC X(22) VALUE 'WAGE LEDGER     YEAR '.
002330   05 WK-RH-YEAR       PIC 9(04).
002340   05 FILLER           PIC X(08) VALUE '  RUN : '.
002350   05 WK-RH-RUN-DATE   PIC 9(08).
002360 01 WK-RPT-EMPLOYEE.
002370   05 FILLER           PIC X(08) VALUE 'EMPNO : '.
002380   05 WK-RE-EMP-ID     PIC 9(05).
002390   05 FILLER           PIC X(02) VALUE SPACES.
002400   05 WK-RE-NAME       PIC X(20).
002410   05 FILLER           PIC X(09) VALUE '  SITE : '.
002420   05 WK-RE-SITE-CD    PIC X(03).
002430 01 WK-RPT-LEAVER.
002440   05 FILLER           PIC X(16) VALUE 'LEFT ON       : '.
002450   05 WK-RL-LEAVE-DATE PIC 9(08).
002460 01 WK-RPT-COLUMNS.
002470   05 FILLER           PIC X(34)
002480       VALUE 'PERIOD SCH   OT  LV WRK     SALARY'.
002490   05 FILLER           PIC X(33)
002500       VALUE '        TAX      BONUS        NET'.
002510 01 WK-RPT-RULE.
002520   05 FILLER           PIC X(72) VALUE ALL '-'.
002530 01 WK-RPT-MONTH.
002540   05 WK-RM-PERIOD-ID  PIC 9(06).
002550   05 FILLER           PIC X(01) VALUE SPACE.
002560   05 WK-RM-SCHED      PIC ZZ9.
002570   05 FILLER           PIC X(01) VALUE SPACE.
002580   05 WK-RM-OT-HOURS   PIC ZZZ9.
002590   05 FILLER           PIC X(01) VALUE SPACE.
002600   05 WK-RM-LEAVE      PIC ZZ9.
002610   05 FILLER           PIC X(01) VALUE SPACE.
002620   05 WK-RM-WORKED     PIC ZZ9.
002630   05 FILLER           PIC X(01) VALUE SPACE.
002640   05 WK-RM-SALARY     PIC ZZ,ZZZ,ZZ9.
002650   05 FILLER           PIC X(01) VALUE SPACE.
002660   05 WK-RM-TAX        PIC ZZ,ZZZ,ZZ9.
002670   05 FILLER           PIC X(01) VALUE SPACE.
002680   05 WK-RM-BONUS      PIC ZZ,ZZZ,ZZ9.
002690   05 FILLER           PIC X(01) VALUE SPACE.
002700   05 WK-RM-NET        PIC ZZ,ZZZ,ZZ9.
002710*    明細内訳（A=支給、D=控除）を月の行の下に字下げして印字する
002720 01 WK-RPT-ITEM.
002730   05 FILLER           PIC X(09) VALUE SPACES.
002740   05 WK-RI-CODE       PIC X(04).
002750   05 FILLER           PIC X(01) VALUE SPACE.
002760   05 WK-RI-NAME       PIC X(10).
002770   05 FILLER           PIC X(01) VALUE SPACE.
002780   05 WK-RI-CLASS      PIC X(01).
002790   05 FILLER           PIC X(01) VALUE SPACE.
002800   05 WK-RI-AMOUNT     PIC ZZ,ZZZ,ZZ9.
002810 01 WK-RPT-TOTAL.
002820   05 FILLER           PIC X(06) VALUE 'TOTAL'.
002830   05 WK-RT-SCHED      PIC ZZZ9.
002840   05 WK-RT-OT-HOURS   PIC ZZZZ9.
002850   05 WK-RT-LEAVE      PIC ZZZ9.
002860   05 WK-RT-WORKED     PIC ZZZ9.
002870   05 WK-RT-SALARY     PIC ZZZ,ZZZ,ZZ9.
002880   05 WK-RT-TAX        PIC ZZZ,ZZZ,ZZ9.
002890   05 WK-RT-BONUS      PIC ZZZ,ZZZ,ZZ9.
002900   05 WK-RT-NET        PIC ZZZ,ZZZ,ZZ9.
002910 01 WK-RPT-NONE.
002920   05 FILLER           PIC X(40)
002930       VALUE 'NO PAY HISTORY FOR THE SELECTION'.
002940 PROCEDURE DIVISION.
002950 MAIN-PROC.
002960*    対象年のPAYHIST.IDXを社員ごとにまとめ、指定範囲の社員につい
002970*    て1ページの賃金台帳（月別の所定労働日数・残業時間・欠勤日数
002980*    ・出勤日数・支給額・源泉税・賞与・差引支給額と明細内訳、年間
002990*    合計）を印字する。社員マスタから削除済みの退職者は変更履歴の
003000*    削除前イメージで氏名・拠点を補う
003010     CALL 'BUSDATE' USING WK-RUN-DATE.
003020     COMPUTE WK-YEAR = WK-RUN-DATE / 10000.
003030     PERFORM LOAD-CONTROL-PROC.
003040     PERFORM LOAD-PERIOD-TABLE-PROC.
003050     OPEN OUTPUT LEDGER-REPORT-OUT.
003060     MOVE WK-YEAR     TO WK-RH-YEAR.
003070     MOVE WK-RUN-DATE TO WK-RH-RUN-DATE.
003080     OPEN INPUT EMP-MASTER-IN.
003090     OPEN INPUT PAY-HIST-IN.
003100     IF WK-PH-FILE-STATUS = '35'
003110         SET WK-PH-EOF TO TRUE
003120     ELSE
003130         PERFORM POSITION-PAY-HIST-PROC
003140         PERFORM READ-PAY-HIST-PROC
003150             UNTIL WK-PH-EOF
003160         IF WK-CUR-EMP-ID NOT = 0
003170             PERFORM FINISH-EMPLOYEE-PROC
003180         END-IF
003190         CLOSE PAY-HIST-IN
003200     END-IF.
003210     IF WK-EM-FILE-STATUS NOT = '35'
003220         CLOSE EMP-MASTER-IN
003230     END-IF.
003240     IF WK-PAGE-CT = 0
003250         WRITE LEDGER-REPORT-REC FROM WK-RPT-TITLE
003260         WRITE LEDGER-REPORT-REC FROM WK-RPT-NONE
003270     END-IF.
003280     CLOSE LEDGER-REPORT-OUT.
003290     DISPLAY 'WAGELDG: YEAR      = ' WK-YEAR.
003300     DISPLAY 'WAGELDG: MODE      = ' WK-SEL-MODE.
003310     DISPLAY 'WAGELDG: EMPLOYEES = ' WK-PAGE-CT.
003320     DISPLAY 'WAGELDG: LEAVERS   = ' WK-LEAVER-CT.
003330     IF WK-ITEM-OVER-CT > 0
003340         DISPLAY 'WAGELDG: ITEM TABLE FULL - ITEMS NOT PRINTED = '
003350             WK-ITEM-OVER-CT
003360     END-IF.
003370     GOBACK.
003380 LOAD-CONTROL-PROC.
003390*    WAGELDG.CTLがあれば対象年（数字4桁）と範囲の指定を使う。
003400*    社員番号が数字でない社員指定・拠点の無い拠点指定は全員とする
003410     OPEN INPUT WAGELDG-CONTROL-IN.
003420     IF WK-CT-FILE-STATUS = '35'
003430         CONTINUE
003440     ELSE
003450         READ WAGELDG-CONTROL-IN
003460             AT END
003470                 CONTINUE
003480             NOT AT END
003490                 PERFORM SET-CONTROL-PROC
003500         END-READ
003510         CLOSE WAGELDG-CONTROL-IN
003520     END-IF.
003530 SET-CONTROL-PROC.
003540     IF CT-YEAR IS NUMERIC
003550         MOVE CT-YEAR TO WK-YEAR
003560     END-IF.
003570     EVALUATE CT-MODE
003580         WHEN 'E'
003590             IF CT-KEY IS NUMERIC
003600                 MOVE 'E'    TO WK-SEL-MODE
003610                 MOVE CT-KEY TO WK-SEL-EMP-ID
003620             END-IF
003630         WHEN 'S'
003640             IF CT-KEY(1:3) NOT = SPACES
003650                 MOVE 'S'         TO WK-SEL-MODE
003660                 MOVE CT-KEY(1:3) TO WK-SEL-SITE-CD
003670             END-IF
003680         WHEN OTHER
003690             CONTINUE
003700     END-EVALUATE.
003710 LOAD-PERIOD-TABLE-PROC.
003720*    対象年の給与支給期間をPAYPERD.DATから読み込む（所定労働日数
003730*    の計算範囲。登録の無い月は暦月の1日から末日とする）
003740     OPEN INPUT PAY-PERIOD-IN.
003750     IF WK-PP-FILE-STATUS = '35'
003760         SET WK-PP-EOF TO TRUE
003770     ELSE
003780         PERFORM READ-PERIOD-PROC
003790             UNTIL WK-PP-EOF
003800         CLOSE PAY-PERIOD-IN
003810     END-IF.
003820 READ-PERIOD-PROC.
003830     READ PAY-PERIOD-IN
003840         AT END
003850             SET WK-PP-EOF TO TRUE
003860         NOT AT END
003870             COMPUTE WK-PP-YEAR = PP-PERIOD-ID / 100
003880             IF WK-PP-YEAR = WK-YEAR AND WK-PP-COUNT < 24
003890                 ADD 1 TO WK-PP-COUNT
003900                 MOVE PP-PERIOD-ID
003910                     TO WK-PP-PERIOD-ID(WK-PP-COUNT)
003920                 MOVE PP-START-DATE TO WK-PP-START(WK-PP-COUNT)
003930                 MOVE PP-END-DATE   TO WK-PP-END(WK-PP-COUNT)
003940             END-IF
003950     END-READ.
003960 POSITION-PAY-HIST-PROC.
003970*    社員指定の場合はその社員の先頭の行へ位置付ける
003980     IF WK-SEL-EMPLOYEE
003990         MOVE WK-SEL-EMP-ID TO PH-EMP-ID
004000         MOVE ZERO          TO PH-PERIOD-ID
004010         START PAY-HIST-IN KEY NOT < PH-KEY
004020             INVALID KEY
004030                 SET WK-PH-EOF TO TRUE
004040         END-START
004050     END-IF.
004060 READ-PAY-HIST-PROC.
004070     READ PAY-HIST-IN NEXT RECORD
004080         AT END
004090             SET WK-PH-EOF TO TRUE
004100         NOT AT END
004110             PERFORM CHECK-PAY-HIST-PROC
004120     END-READ.
004130 CHECK-PAY-HIST-PROC.
004140*    社員番号が変わったところで前の社員の台帳を印字する。社員指定
004150*    では指定社員を過ぎたら読み終える
004160     IF WK-SEL-EMPLOYEE AND PH-EMP-ID > WK-SEL-EMP-ID
004170         SET WK-PH-EOF TO TRUE
004180     ELSE
004190         COMPUTE WK-PH-YEAR = PH-PERIOD-ID / 100
004200         IF WK-PH-YEAR = WK-YEAR
004210             IF PH-EMP-ID NOT = WK-CUR-EMP-ID
004220                 IF WK-CUR-EMP-ID NOT = 0
004230                     PERFORM FINISH-EMPLOYEE-PROC
004240                 END-IF
004250                 MOVE PH-EMP-ID TO WK-CUR-EMP-ID
004260                 MOVE 0         TO WK-MN-COUNT
004270             END-IF
004280             PERFORM ADD-MONTH-PROC
004290         END-IF
004300     END-IF.
004310 ADD-MONTH-PROC.
004320     IF WK-MN-COUNT < 24
004330         ADD 1 TO WK-MN-COUNT
004340         MOVE PH-PERIOD-ID TO WK-MN-PERIOD-ID(WK-MN-COUNT)
004350         MOVE PH-SALARY    TO WK-MN-SALARY(WK-MN-COUNT)
004360         MOVE PH-TAX       TO WK-MN-TAX(WK-MN-COUNT)
004370         MOVE PH-BONUS     TO WK-MN-BONUS(WK-MN-COUNT)
004380         MOVE PH-NET       TO WK-MN-NET(WK-MN-COUNT)
004390         MOVE 0            TO WK-MN-OT-HOURS(WK-MN-COUNT)
004400         MOVE 0            TO WK-MN-LEAVE(WK-MN-COUNT)
004410         MOVE 0            TO WK-MN-SCHED(WK-MN-COUNT)
004420         MOVE 0            TO WK-MN-WORKED(WK-MN-COUNT)
004430     END-IF.
004440 FINISH-EMPLOYEE-PROC.
004450*    社員の氏名・拠点を求めて範囲の指定と照合し、対象なら印字する
004460     PERFORM LOOKUP-EMPLOYEE-PROC.
004470     MOVE 'Y' TO WK-CUR-SELECT-SW.
004480     IF WK-SEL-EMPLOYEE AND WK-CUR-EMP-ID NOT = WK-SEL-EMP-ID
004490         MOVE 'N' TO WK-CUR-SELECT-SW
004500     END-IF.
004510     IF WK-SEL-SITE AND WK-CUR-SITE-CD NOT = WK-SEL-SITE-CD
004520         MOVE 'N' TO WK-CUR-SELECT-SW
004530     END-IF.
004540     IF WK-CUR-SELECTED
004550         PERFORM PRINT-EMPLOYEE-PROC
004560     END-IF.
004570 LOOKUP-EMPLOYEE-PROC.
004580*    在籍者は社員マスタから、マスタに無い退職者は変更履歴の最後の
004590*    削除('D')の前イメージから氏名と拠点を取る
004600     MOVE SPACES TO WK-CUR-NAME WK-CUR-SITE-CD.
004610     MOVE 'N'    TO WK-CUR-SOURCE.
004620     IF WK-EM-FILE-STATUS NOT = '35'
004630         MOVE WK-CUR-EMP-ID TO EM-EMP-ID
004640         READ EMP-MASTER-IN
004650             INVALID KEY
004660                 CONTINUE
004670             NOT INVALID KEY
004680                 MOVE EM-NAME    TO WK-CUR-NAME
004690                 MOVE EM-SITE-CD TO WK-CUR-SITE-CD
004700                 MOVE 'M'        TO WK-CUR-SOURCE
004710         END-READ
004720     END-IF.
004730     IF WK-CUR-SOURCE = 'N'
004740         MOVE 'N' TO WK-EH-EOF-SW
004750         OPEN INPUT CHANGE-HISTORY-IN
004760         IF WK-EH-FILE-STATUS = '35'
004770             SET WK-EH-EOF TO TRUE
004780         ELSE
004790             PERFORM READ-CHANGE-HISTORY-PROC
004800                 UNTIL WK-EH-EOF
004810             CLOSE CHANGE-HISTORY-IN
004820         END-IF
004830     END-IF.
004840 READ-CHANGE-HISTORY-PROC.
004850     READ CHANGE-HISTORY-IN
004860         AT END
004870             SET WK-EH-EOF TO TRUE
004880         NOT AT END
004890             IF EH-EMP-ID = WK-CUR-EMP-ID AND EH-ACTION = 'D'
004900                 MOVE EH-BEFORE-IMAGE TO WK-HIST-IMAGE
004910                 MOVE WK-HI-NAME      TO WK-CUR-NAME
004920                 MOVE WK-HI-SITE-CD   TO WK-CUR-SITE-CD
004930                 MOVE 'H'             TO WK-CUR-SOURCE
004940             END-IF
004950     END-READ.
004960 PRINT-EMPLOYEE-PROC.
004970*    退職日・勤怠・明細内訳を集めてから1ページ分を印字する
004980     PERFORM FIND-LEAVE-DATE-PROC.
004990     PERFORM LOAD-EMP-ATTEND-PROC.
005000     PERFORM LOAD-EMP-ITEM-PROC.
005010     INITIALIZE WK-TOTALS.
005020     MOVE WK-CUR-EMP-ID  TO WK-RE-EMP-ID.
005030     MOVE WK-CUR-NAME    TO WK-RE-NAME.
005040     MOVE WK-CUR-SITE-CD TO WK-RE-SITE-CD.
005050     IF WK-CUR-SOURCE = 'N'
005060         MOVE '*** NOT ON FILE ***' TO WK-RE-NAME
005070     END-IF.
005080     IF WK-PAGE-CT = 0
005090         WRITE LEDGER-REPORT-REC FROM WK-RPT-TITLE
005100     ELSE
005110         WRITE LEDGER-REPORT-REC FROM WK-RPT-TITLE
005120             AFTER ADVANCING PAGE
005130     END-IF.
005140     WRITE LEDGER-REPORT-REC FROM WK-RPT-EMPLOYEE.
005150     IF WK-CUR-LEAVE-DATE NOT = 0
005160         MOVE WK-CUR-LEAVE-DATE TO WK-RL-LEAVE-DATE
005170         WRITE LEDGER-REPORT-REC FROM WK-RPT-LEAVER
005180         ADD 1 TO WK-LEAVER-CT
005190     END-IF.
005200     WRITE LEDGER-REPORT-REC FROM WK-RPT-COLUMNS.
005210     WRITE LEDGER-REPORT-REC FROM WK-RPT-RULE.
005220     PERFORM WRITE-MONTH-PROC
005230         VARYING WK-MN-IDX FROM 1 BY 1
005240         UNTIL WK-MN-IDX > WK-MN-COUNT.
005250     WRITE LEDGER-REPORT-REC FROM WK-RPT-RULE.
005260     MOVE WK-TOT-SCHED    TO WK-RT-SCHED.
005270     MOVE WK-TOT-OT-HOURS TO WK-RT-OT-HOURS.
005280     MOVE WK-TOT-LEAVE    TO WK-RT-LEAVE.
005290     MOVE WK-TOT-WORKED   TO WK-RT-WORKED.
005300     MOVE WK-TOT-SALARY   TO WK-RT-SALARY.
005310     MOVE WK-TOT-TAX      TO WK-RT-TAX.
005320     MOVE WK-TOT-BONUS    TO WK-RT-BONUS.
005330     MOVE WK-TOT-NET      TO WK-RT-NET.
005340     WRITE LEDGER-REPORT-REC FROM WK-RPT-TOTAL.
005350     ADD 1 TO WK-PAGE-CT.
005360 FIND-LEAVE-DATE-PROC.
005370*    対象年の年初来累計が退職精算済み('C')なら退職日を印字する
005380     MOVE 0   TO WK-CUR-LEAVE-DATE.
005390     MOVE 'N' TO WK-YT-EOF-SW.
005400     OPEN INPUT YTD-MASTER-IN.
005410     IF WK-YT-FILE-STATUS = '35'
005420         SET WK-YT-EOF TO TRUE
005430     ELSE
005440         PERFORM READ-YTD-PROC
005450             UNTIL WK-YT-EOF
005460         CLOSE YTD-MASTER-IN
005470     END-IF.
005480 READ-YTD-PROC.
005490     READ YTD-MASTER-IN
005500         AT END
005510             SET WK-YT-EOF TO TRUE
005520         NOT AT END
005530             IF YT-EMP-ID = WK-CUR-EMP-ID AND YT-YEAR = WK-YEAR
005540                 AND YT-STATUS = 'C' AND YT-LEAVE-DATE IS NUMERIC
005550                 MOVE YT-LEAVE-DATE TO WK-CUR-LEAVE-DATE
005560             END-IF
005570     END-READ.
005580 LOAD-EMP-ATTEND-PROC.
005590*    ATTEND.DATの社員の行を期間ごとに合算する（同じ期間に複数行
005600*    あり得る）。台帳に載る期間以外の行は使わない
005610     MOVE 'N' TO WK-AT-EOF-SW.
005620     OPEN INPUT ATTENDANCE-IN.
005630     IF WK-AT-FILE-STATUS = '35'
005640         SET WK-AT-EOF TO TRUE
005650     ELSE
005660         PERFORM READ-ATTEND-PROC
005670             UNTIL WK-AT-EOF
005680         CLOSE ATTENDANCE-IN
005690     END-IF.
005700 READ-ATTEND-PROC.
005710     READ ATTENDANCE-IN
005720         AT END
005730             SET WK-AT-EOF TO TRUE
005740         NOT AT END
005750             IF AT-EMP-ID = WK-CUR-EMP-ID
005760                 PERFORM ADD-ATTEND-PROC
005770             END-IF
005780     END-READ.
005790 ADD-ATTEND-PROC.
005800     MOVE 0 TO WK-MN-FOUND-IDX.
005810     PERFORM FIND-MONTH-STEP-PROC
005820         VARYING WK-MN-IDX FROM 1 BY 1
005830         UNTIL WK-MN-IDX > WK-MN-COUNT
005840             OR WK-MN-FOUND-IDX NOT = 0.
005850     IF WK-MN-FOUND-IDX NOT = 0
005860         ADD AT-OT-HOURS   TO WK-MN-OT-HOURS(WK-MN-FOUND-IDX)
005870         ADD AT-LEAVE-DAYS TO WK-MN-LEAVE(WK-MN-FOUND-IDX)
005880     END-IF.
005890 FIND-MONTH-STEP-PROC.
005900     IF WK-MN-PERIOD-ID(WK-MN-IDX) = AT-PERIOD-ID
005910         MOVE WK-MN-IDX TO WK-MN-FOUND-IDX
005920     END-IF.
005930 LOAD-EMP-ITEM-PROC.
005940*    PAYITEM.DATから社員の対象年の明細内訳を読み込む
005950     MOVE 0   TO WK-IT-COUNT.
005960     MOVE 'N' TO WK-PI-EOF-SW.
005970     OPEN INPUT PAY-ITEM-IN.
005980     IF WK-PI-FILE-STATUS = '35'
005990         SET WK-PI-EOF TO TRUE
006000     ELSE
006010         PERFORM READ-ITEM-PROC
006020             UNTIL WK-PI-EOF
006030         CLOSE PAY-ITEM-IN
006040     END-IF.
006050 READ-ITEM-PROC.
006060     READ PAY-ITEM-IN
006070         AT END
006080             SET WK-PI-EOF TO TRUE
006090         NOT AT END
006100             COMPUTE WK-PH-YEAR = PI-PERIOD-ID / 100
006110             IF PI-EMP-ID = WK-CUR-EMP-ID AND WK-PH-YEAR = WK-YEAR
006120                 PERFORM ADD-ITEM-PROC
006130             END-IF
006140     END-READ.
006150 ADD-ITEM-PROC.
006160     IF WK-IT-COUNT < 300
006170         ADD 1 TO WK-IT-COUNT
006180         MOVE PI-PERIOD-ID TO WK-IT-PERIOD-ID(WK-IT-COUNT)
006190         MOVE PI-CODE      TO WK-IT-CODE(WK-IT-COUNT)
006200         MOVE PI-NAME      TO WK-IT-NAME(WK-IT-COUNT)
006210         MOVE PI-CLASS     TO WK-IT-CLASS(WK-IT-COUNT)
006220         MOVE PI-AMOUNT    TO WK-IT-AMOUNT(WK-IT-COUNT)
006230     ELSE
006240         ADD 1 TO WK-ITEM-OVER-CT
006250     END-IF.
006260 WRITE-MONTH-PROC.
006270*    月の行（出勤日数＝所定労働日数－欠勤日数）と、その期間の明細
006280*    内訳を印字して年間合計へ積み上げる
006290     PERFORM COUNT-SCHED-DAYS-PROC.
006300     MOVE WK-BD-DAYS TO WK-MN-SCHED(WK-MN-IDX).
006310     IF WK-MN-SCHED(WK-MN-IDX) > WK-MN-LEAVE(WK-MN-IDX)
006320         COMPUTE WK-MN-WORKED(WK-MN-IDX) =
006330             WK-MN-SCHED(WK-MN-IDX) - WK-MN-LEAVE(WK-MN-IDX)
006340     ELSE
006350         MOVE 0 TO WK-MN-WORKED(WK-MN-IDX)
006360     END-IF.
006370     MOVE WK-MN-PERIOD-ID(WK-MN-IDX) TO WK-RM-PERIOD-ID.
006380     MOVE WK-MN-SCHED(WK-MN-IDX)     TO WK-RM-SCHED.
006390     MOVE WK-MN-OT-HOURS(WK-MN-IDX)  TO WK-RM-OT-HOURS.
006400     MOVE WK-MN-LEAVE(WK-MN-IDX)     TO WK-RM-LEAVE.
006410     MOVE WK-MN-WORKED(WK-MN-IDX)    TO WK-RM-WORKED.
006420     MOVE WK-MN-SALARY(WK-MN-IDX)    TO WK-RM-SALARY.
006430     MOVE WK-MN-TAX(WK-MN-IDX)       TO WK-RM-TAX.
006440     MOVE WK-MN-BONUS(WK-MN-IDX)     TO WK-RM-BONUS.
006450     MOVE WK-MN-NET(WK-MN-IDX)       TO WK-RM-NET.
006460     WRITE LEDGER-REPORT-REC FROM WK-RPT-MONTH.
006470     PERFORM WRITE-ITEM-STEP-PROC
006480         VARYING WK-IT-IDX FROM 1 BY 1
006490         UNTIL WK-IT-IDX > WK-IT-COUNT.
006500     ADD WK-MN-SCHED(WK-MN-IDX)    TO WK-TOT-SCHED.
006510     ADD WK-MN-OT-HOURS(WK-MN-IDX) TO WK-TOT-OT-HOURS.
006520     ADD WK-MN-LEAVE(WK-MN-IDX)    TO WK-TOT-LEAVE.
006530     ADD WK-MN-WORKED(WK-MN-IDX)   TO WK-TOT-WORKED.
006540     ADD WK-MN-SALARY(WK-MN-IDX)   TO WK-TOT-SALARY.
006550     ADD WK-MN-TAX(WK-MN-IDX)      TO WK-TOT-TAX.
006560     ADD WK-MN-BONUS(WK-MN-IDX)    TO WK-TOT-BONUS.
006570     ADD WK-MN-NET(WK-MN-IDX)      TO WK-TOT-NET.
006580 WRITE-ITEM-STEP-PROC.
006590     IF WK-IT-PERIOD-ID(WK-IT-IDX) = WK-MN-PERIOD-ID(WK-MN-IDX)
006600         MOVE WK-IT-CODE(WK-IT-IDX)   TO WK-RI-CODE
006610         MOVE WK-IT-NAME(WK-IT-IDX)   TO WK-RI-NAME
006620         MOVE WK-IT-CLASS(WK-IT-IDX)  TO WK-RI-CLASS
006630         MOVE WK-IT-AMOUNT(WK-IT-IDX) TO WK-RI-AMOUNT
006640         WRITE LEDGER-REPORT-REC FROM WK-RPT-ITEM
006650     END-IF.
006660 COUNT-SCHED-DAYS-PROC.
006670*    所定労働日数は支給期間（登録が無ければ暦月）の開始日から
006680*    終了日までの営業日数とする（休日はBIZDAYの休日表による）
006690     MOVE 0 TO WK-PP-FOUND-IDX.
006700     PERFORM FIND-PERIOD-STEP-PROC
006710         VARYING WK-PP-IDX FROM 1 BY 1
006720         UNTIL WK-PP-IDX > WK-PP-COUNT
006730             OR WK-PP-FOUND-IDX NOT = 0.
006740     IF WK-PP-FOUND-IDX NOT = 0
006750         MOVE WK-PP-START(WK-PP-FOUND-IDX) TO WK-BD-START
006760         MOVE WK-PP-END(WK-PP-FOUND-IDX)   TO WK-BD-END
006770     ELSE
006780         COMPUTE WK-BD-START =
006790             WK-MN-PERIOD-ID(WK-MN-IDX) * 100 + 1
006800         COMPUTE WK-BD-END =
006810             WK-MN-PERIOD-ID(WK-MN-IDX) * 100 + 31
006820     END-IF.
006830     MOVE 0           TO WK-BD-DAYS.
006840     MOVE WK-BD-START TO WK-BD-BASE-DATE.
006850     MOVE 'F'         TO WK-BD-DIRECTION.
006860     CALL 'BIZDAY' USING WK-BD-BASE-DATE WK-BD-DIRECTION
006870         WK-BD-DATE WK-BD-RETURN-CD.
006880     PERFORM COUNT-BIZ-STEP-PROC
006890         UNTIL WK-BD-RETURN-CD = 90
006900             OR WK-BD-DATE > WK-BD-END.
006910 COUNT-BIZ-STEP-PROC.
006920     ADD 1 TO WK-BD-DAYS.
006930     MOVE WK-BD-DATE TO WK-BD-BASE-DATE.
006940     MOVE 'N'        TO WK-BD-DIRECTION.
006950     CALL 'BIZDAY' USING WK-BD-BASE-DATE WK-BD-DIRECTION
006960         WK-BD-DATE WK-BD-RETURN-CD.
006970 FIND-PERIOD-STEP-PROC.
006980     IF WK-PP-PERIOD-ID(WK-PP-IDX) = WK-MN-PERIOD-ID(WK-MN-IDX)
006990         MOVE WK-PP-IDX TO WK-PP-FOUND-IDX
007000     END-IF.
