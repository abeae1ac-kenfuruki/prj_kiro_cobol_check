000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    COMMCALC.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  販売歩合の計算を新規作成（請求書履歴
000080*                             から担当営業別の割引後売上に歩合率表
000090*                             を適用し、90日超の未回収請求書の歩合
000100*                             を保留・戻入する。支給額をCOMMPAY.DAT
000110*                             へ出力して給与計算の課税支給とし、
000111*                             担当営業別の歩合明細書を印字）
000113*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000115*                             するよう変更（再実行・遅れ処理で
000116*                             処理対象の業務日を使う）
000118*  2026-10-15  SYSTEMS-GROUP  請求履歴のレコード定義に元受注番号
000120*                             （受注残の出荷の元受注番号）を追随
000122*  2026-10-15  SYSTEMS-GROUP  歩合台帳・請求書・未回収の表が
000124*                             あふれた場合は行を捨てずに実行を
000126*                             打ち切る（リターンコード8）。
000127*                             COMMPAY.DATは一時ファイル経由で
000128*                             書き直し件数の上限をなくす
000130*----------------------------------------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170*    対象の支給期間と売上期間の指定（任意。無ければ実行日から決める）
000180     SELECT COMMCALC-CONTROL-IN ASSIGN TO 'COMMCALC.CTL'
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WK-CT-FILE-STATUS.
000210     SELECT PAY-PERIOD-IN ASSIGN TO 'PAYPERD.DAT'
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WK-PP-FILE-STATUS.
000240*    歩合率表（期間売上の上限額と歩合率。上限額の昇順に並べる）
000250     SELECT COMM-RATE-IN ASSIGN TO 'COMMRATE.DAT'
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WK-CR-FILE-STATUS.
000280*    請求書の発行履歴（SAMPLE02が請求書1通を1行で累積する）
000290     SELECT INVOICE-HIST-IN ASSIGN TO 'INVHIST.DAT'
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WK-IH-FILE-STATUS.
000320*    請求書別の未回収残（CASHAPPが入金消込のたびに作り直す）
000330     SELECT OPEN-ITEM-IN ASSIGN TO 'OPENITEM.DAT'
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WK-OP-FILE-STATUS.
000360     SELECT EMP-MASTER-IN ASSIGN TO 'EMPMAST.IDX'
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS EM-EMP-ID
000400         FILE STATUS IS WK-EM-FILE-STATUS.
000410*    歩合台帳（請求書1通を1行。支給・保留・戻入の状態を持つ）
000420     SELECT COMM-LEDGER-IO ASSIGN TO 'COMMLDG.DAT'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WK-CL-FILE-STATUS.
000450*    支給期間別の歩合支給額（SAMPLE01が課税支給として取り込む）
000460     SELECT COMM-PAY-IO ASSIGN TO 'COMMPAY.DAT'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WK-CP-FILE-STATUS.
000482*    COMMPAY.DATの書き直し用の一時ファイル（対象の支給期間以外の
000484*    既存分を退避する）
000486     SELECT COMM-PAY-WORK-IO ASSIGN TO 'COMMCALC.WRK'
000487         ORGANIZATION IS LINE SEQUENTIAL
000488         FILE STATUS IS WK-CW-FILE-STATUS.
000490     SELECT COMM-STMT-OUT ASSIGN TO 'COMMSTMT.RPT'
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  COMMCALC-CONTROL-IN.
000540 01 COMMCALC-CONTROL-REC.
000550   05 CT-PERIOD-ID     PIC X(06).
000560   05 CT-SALES-PERIOD  PIC X(06).
000570 FD  PAY-PERIOD-IN.
000580 01 PAY-PERIOD-REC.
000590   05 PP-PERIOD-ID     PIC 9(06).
000600   05 PP-START-DATE    PIC 9(08).
000610   05 PP-END-DATE      PIC 9(08).
000620   05 PP-STATUS        PIC X(01).
000630 FD  COMM-RATE-IN.
000640 01 COMM-RATE-REC.
000650   05 CR-UPPER         PIC 9(09).
000660*  歩合率（％）
000670   05 CR-RATE          PIC 9(02)V99.
000680 FD  INVOICE-HIST-IN.
000690 01 INVOICE-HIST-REC.
000700   05 IH-ORDER-NO      PIC 9(07).
000710   05 IH-INV-DATE      PIC 9(08).
000720   05 IH-CUST-CD       PIC X(10).
000730   05 IH-SALES-EMP     PIC X(05).
000740   05 IH-SALES-EMP-N REDEFINES IH-SALES-EMP PIC 9(05).
000750   05 IH-SUBTOTAL      PIC 9(09).
000760   05 IH-DISCOUNT      PIC 9(07).
000770   05 IH-NET           PIC 9(09).
000780   05 IH-TAX           PIC 9(07).
000790   05 IH-TOTAL         PIC 9(09).
000795   05 IH-RUN-DATE      PIC 9(08).
000798*  受注残の出荷の場合の元の受注番号（通常の請求書は0）
000800   05 IH-ORIG-ORDER-NO PIC 9(07).
000810 FD  OPEN-ITEM-IN.
000820 01 OPEN-ITEM-REC.
000830   05 OP-ORDER-NO      PIC 9(07).
000840   05 OP-CUST-CD       PIC X(10).
000850   05 OP-INV-DATE      PIC 9(08).
000860   05 OP-NET           PIC 9(09).
000870   05 OP-OPEN-AMT      PIC 9(09).
000880   05 OP-AGE-DAYS      PIC 9(05).
000890   05 OP-RUN-DATE      PIC 9(08).
000900 FD  EMP-MASTER-IN.
000910 01 EMP-MASTER-REC.
000920   05 EM-EMP-ID        PIC 9(05).
000930   05 EM-NAME          PIC X(20).
000940   05 FILLER           PIC X(35).
000950 FD  COMM-LEDGER-IO.
000960 01 COMM-LEDGER-REC.
000970   05 CL-ORDER-NO      PIC 9(07).
000980   05 CL-SALES-EMP     PIC 9(05).
000990   05 CL-CUST-CD       PIC X(10).
001000   05 CL-INV-DATE      PIC 9(08).
001010   05 CL-NET           PIC 9(09).
001020   05 CL-RATE          PIC 9(02)V99.
001030   05 CL-COMM          PIC 9(07).
001040*  状態（P=支給済み、H=未回収のため保留中、B=支給後に未回収と
001050*  なり戻入済み）
001060   05 CL-STATUS        PIC X(01).
001070*  台帳へ登録した支給期間と、最後に状態を変えた支給期間
001080   05 CL-CREATE-PERIOD PIC 9(06).
001090   05 CL-ACT-PERIOD    PIC 9(06).
001100*  状態を変える前の状態と期間（同じ支給期間の再実行で戻すため）
001110   05 CL-PREV-STATUS   PIC X(01).
001120   05 CL-PREV-PERIOD   PIC 9(06).
001130 FD  COMM-PAY-IO.
001140 01 COMM-PAY-REC.
001150   05 CP-EMP-ID        PIC 9(05).
001160   05 CP-PERIOD-ID     PIC 9(06).
001170   05 CP-AMOUNT        PIC 9(07).
001180   05 CP-RUN-DATE      PIC 9(08).
001185 FD  COMM-PAY-WORK-IO.
001186 01 COMM-PAY-WORK-REC  PIC X(26).
001190 FD  COMM-STMT-OUT.
001200 01 COMM-STMT-REC      PIC X(100).
001210 WORKING-STORAGE SECTION.
001220 01 WK-FLAGS.
001230   05 WK-CT-FILE-STATUS PIC X(02).
001240   05 WK-PP-FILE-STATUS PIC X(02).
001250   05 WK-CR-FILE-STATUS PIC X(02).
001260   05 WK-IH-FILE-STATUS PIC X(02).
001270   05 WK-OP-FILE-STATUS PIC X(02).
001280   05 WK-EM-FILE-STATUS PIC X(02).
001290   05 WK-CL-FILE-STATUS PIC X(02).
001300   05 WK-CP-FILE-STATUS PIC X(02).
001305   05 WK-CW-FILE-STATUS PIC X(02).
001310   05 WK-PP-EOF-SW     PIC X(01) VALUE 'N'.
001320     88 WK-PP-EOF          VALUE 'Y'.
001330   05 WK-CR-EOF-SW     PIC X(01) VALUE 'N'.
001340     88 WK-CR-EOF          VALUE 'Y'.
001350   05 WK-IH-EOF-SW     PIC X(01) VALUE 'N'.
001360     88 WK-IH-EOF          VALUE 'Y'.
001370   05 WK-OP-EOF-SW     PIC X(01) VALUE 'N'.
001380     88 WK-OP-EOF          VALUE 'Y'.
001390   05 WK-CL-EOF-SW     PIC X(01) VALUE 'N'.
001400     88 WK-CL-EOF          VALUE 'Y'.
001410   05 WK-CP-EOF-SW     PIC X(01) VALUE 'N'.
001420     88 WK-CP-EOF          VALUE 'Y'.
001425   05 WK-CW-EOF-SW     PIC X(01) VALUE 'N'.
001426     88 WK-CW-EOF          VALUE 'Y'.
001430   05 WK-LATER-SW      PIC X(01) VALUE 'N'.
001440     88 WK-LATER-PERIOD-RUN VALUE 'Y'.
001450   05 WK-NO-OPEN-ITEM-SW PIC X(01) VALUE 'N'.
001460     88 WK-NO-OPEN-ITEM    VALUE 'Y'.
001462*  歩合台帳・請求書・未回収の表に収まらない行があった（台帳を
001464*  書き戻すと行が失われ、歩合の未払・保留漏れとなるため打ち切る）
001466   05 WK-TABLE-FULL-SW  PIC X(01) VALUE 'N'.
001468     88 WK-TABLE-FULL       VALUE 'Y'.
001470 01 WK-RUN-AREA.
001480   05 WK-RUN-DATE      PIC 9(08).
001490*  対象の支給期間（歩合を支払う期間）
001500   05 WK-PERIOD-ID     PIC 9(06) VALUE 0.
001510   05 WK-PERIOD-OK-SW  PIC X(01) VALUE 'Y'.
001520     88 WK-PERIOD-OK       VALUE 'Y'.
001530*  歩合の対象とする売上期間（請求書の発行日で判定する）
001540   05 WK-SALES-PERIOD  PIC 9(06) VALUE 0.
001550   05 WK-SALES-START   PIC 9(08) VALUE 0.
001560   05 WK-SALES-END     PIC 9(08) VALUE 0.
001570*  未回収で保留・戻入とする経過日数
001580   05 WK-OVERDUE-DAYS  PIC 9(03) VALUE 90.
001590*--- 支給期間テーブル（PAYPERD.DATから）---
001600 01 WK-PP-TABLE.
001610   05 WK-PP-COUNT      PIC 9(03) VALUE 0.
001620   05 WK-PP-ENTRY OCCURS 200 TIMES.
001630     10 WK-PP-PERIOD-ID PIC 9(06).
001640     10 WK-PP-START    PIC 9(08).
001650     10 WK-PP-END      PIC 9(08).
001660   05 WK-PP-IDX        PIC 9(03).
001670   05 WK-PP-FOUND-IDX  PIC 9(03).
001680*--- 歩合率表（COMMRATE.DATから）---
001690 01 WK-CR-TABLE.
001700   05 WK-CR-COUNT      PIC 9(02) VALUE 0.
001710   05 WK-CR-ENTRY OCCURS 20 TIMES.
001720     10 WK-CR-UPPER    PIC 9(09).
001730     10 WK-CR-RATE     PIC 9(02)V99.
001740   05 WK-CR-IDX        PIC 9(02).
001750   05 WK-CR-FOUND-IDX  PIC 9(02).
001760*--- 売上期間に発行された請求書（INVHIST.DATから）---
001770 01 WK-IH-TABLE.
001780   05 WK-IH-COUNT      PIC 9(04) VALUE 0.
001790   05 WK-IH-ENTRY OCCURS 3000 TIMES.
001800     10 WK-IH-ORDER-NO PIC 9(07).
001810     10 WK-IH-DATE     PIC 9(08).
001820     10 WK-IH-CUST-CD  PIC X(10).
001830     10 WK-IH-EMP-ID   PIC 9(05).
001840     10 WK-IH-NET      PIC 9(09).
001850   05 WK-IH-IDX        PIC 9(04).
001860*--- 90日超の未回収請求書の受注番号（OPENITEM.DATから）---
001870 01 WK-OD-TABLE.
001880   05 WK-OD-COUNT      PIC 9(04) VALUE 0.
001890   05 WK-OD-ORDER-NO   PIC 9(07) OCCURS 3000 TIMES.
001900   05 WK-OD-IDX        PIC 9(04).
001910   05 WK-OD-FOUND-IDX  PIC 9(04).
001920*--- 歩合台帳のインメモリテーブル（全件書き戻す）---
001930 01 WK-CL-TABLE.
001940   05 WK-CL-COUNT      PIC 9(04) VALUE 0.
001950   05 WK-CL-ENTRY OCCURS 5000 TIMES.
001960     10 WK-CL-DATA.
001970       15 WK-CL-ORDER-NO PIC 9(07).
001980       15 WK-CL-EMP-ID   PIC 9(05).
001990       15 WK-CL-CUST-CD  PIC X(10).
002000       15 WK-CL-INV-DATE PIC 9(08).
002010       15 WK-CL-NET      PIC 9(09).
002020       15 WK-CL-RATE     PIC 9(02)V99.
002030       15 WK-CL-COMM     PIC 9(07).
002040       15 WK-CL-STATUS   PIC X(01).
002050       15 WK-CL-CREATE   PIC 9(06).
002060       15 WK-CL-ACT      PIC 9(06).
002070       15 WK-CL-PREV-STATUS PIC X(01).
002080       15 WK-CL-PREV-PERIOD PIC 9(06).
002090*    今回の処理区分（N=新規支給、H=新規保留、R=保留解除、
002100*    B=戻入、D=戻入を次期へ繰越、空白=対象外）
002110     10 WK-CL-ACTION   PIC X(01).
002120   05 WK-CL-IDX        PIC 9(04).
002130   05 WK-CL-FOUND-IDX  PIC 9(04).
002140*--- 担当営業別の集計 ---
002150 01 WK-SP-TABLE.
002160   05 WK-SP-COUNT      PIC 9(03) VALUE 0.
002170   05 WK-SP-ENTRY OCCURS 500 TIMES.
002180     10 WK-SP-EMP-ID   PIC 9(05).
002190     10 WK-SP-NAME     PIC X(20).
002200*    売上期間の割引後売上と、それに対応する歩合率
002210     10 WK-SP-SALES    PIC 9(11).
002220     10 WK-SP-RATE     PIC 9(02)V99.
002230*    今回支給する歩合（新規支給＋保留解除）、戻入額、新規保留額
002240     10 WK-SP-PAID     PIC 9(09).
002250     10 WK-SP-BACK     PIC 9(09).
002260     10 WK-SP-HELD     PIC 9(09).
002270   05 WK-SP-IDX        PIC 9(03).
002280   05 WK-SP-FOUND-IDX  PIC 9(03).
002290   05 WK-SEARCH-EMP-ID PIC 9(05).
002360 01 WK-CALC-WORK.
002370   05 WK-COMM-AMT      PIC 9(07).
002380   05 WK-PAYABLE       PIC 9(09).
002390   05 WK-ROOM          PIC 9(09).
002400   05 WK-SEARCH-NO     PIC 9(07).
002410*--- 期間の末日計算用 ---
002420 01 WK-DT-RESULT.
002430   05 WK-DT-YEAR       PIC 9(04).
002440   05 WK-DT-MONTH      PIC 9(02).
002450   05 WK-DT-DAY        PIC 9(02).
002460 01 WK-DT-RESULT-N REDEFINES WK-DT-RESULT PIC 9(08).
002470 01 WK-DATE-WORK.
002480   05 WK-DC-RETURN-CD  PIC 9(02).
002490   05 WK-DC-SERIAL     PIC 9(07).
002500 01 WK-COUNTERS.
002510   05 WK-NEW-CT        PIC 9(05) VALUE 0.
002520   05 WK-HELD-CT       PIC 9(05) VALUE 0.
002530   05 WK-RELEASE-CT    PIC 9(05) VALUE 0.
002540   05 WK-BACK-CT       PIC 9(05) VALUE 0.
002550   05 WK-DEFER-CT      PIC 9(05) VALUE 0.
002560   05 WK-NO-EMP-CT     PIC 9(05) VALUE 0.
002570   05 WK-PAY-TOTAL     PIC 9(09) VALUE 0.
002580*--- LOCKMGR呼び出し用ワーク（実行間ロック）---
002590 01 WK-LOCK-AREA.
002600   05 WK-LOCK-FUNC     PIC X(01).
002610   05 WK-LOCK-PGM      PIC X(08) VALUE 'COMMCALC'.
002620   05 WK-LOCK-FILES.
002630     10 FILLER         PIC X(10) VALUE 'COMMLDG   '.
002640     10 FILLER         PIC X(10) VALUE 'COMMPAY   '.
002650     10 FILLER         PIC X(10) VALUE SPACES.
002660     10 FILLER         PIC X(10) VALUE SPACES.
002670     10 FILLER         PIC X(10) VALUE SPACES.
002680   05 WK-LOCK-RETURN-CD PIC 9(02).
002690*--- 歩合明細書の各行 ---
002700 01 WK-STMT-TITLE.
002710   05 FILLER           PIC X(36)
002720       VALUE 'SALES COMMISSION STATEMENT  PERIOD '.
002730   05 WK-SH-PERIOD-ID  PIC 9(06).
002740   05 FILLER           PIC X(09) VALUE '  SALES '.
002750   05 WK-SH-SALES-PERIOD PIC 9(06).
002760   05 FILLER           PIC X(08) VALUE '  RUN : '.
002770   05 WK-SH-RUN-DATE   PIC 9(08).
002780 01 WK-STMT-EMP-LINE.
002790   05 FILLER           PIC X(14) VALUE 'SALESPERSON : '.
002800   05 WK-SE-EMP-ID     PIC 9(05).
002810   05 FILLER           PIC X(01) VALUE SPACE.
002820   05 WK-SE-NAME       PIC X(20).
002830   05 FILLER           PIC X(16) VALUE '  PERIOD SALES :'.
002840   05 WK-SE-SALES      PIC ZZ,ZZZ,ZZZ,ZZ9.
002850   05 FILLER           PIC X(09) VALUE '  RATE : '.
002860   05 WK-SE-RATE       PIC Z9.99.
002870   05 FILLER           PIC X(01) VALUE '%'.
002880 01 WK-STMT-COLUMNS.
002890   05 FILLER           PIC X(40)
002900       VALUE '  ORDER-NO INV-DATE CUSTOMER     NET SAL'.
002910   05 FILLER           PIC X(40)
002920       VALUE 'ES  RATE COMMISSION  ACTION'.
002930 01 WK-STMT-RULE.
002940   05 FILLER           PIC X(100) VALUE ALL '-'.
002950 01 WK-STMT-DETAIL.
002960   05 FILLER           PIC X(02) VALUE SPACES.
002970   05 WK-SD-ORDER-NO   PIC 9(07).
002980   05 FILLER           PIC X(02) VALUE SPACES.
002990   05 WK-SD-INV-DATE   PIC 9(08).
003000   05 FILLER           PIC X(01) VALUE SPACE.
003010   05 WK-SD-CUST-CD    PIC X(10).
003020   05 FILLER           PIC X(01) VALUE SPACE.
003030   05 WK-SD-NET        PIC ZZZ,ZZZ,ZZ9.
003040   05 FILLER           PIC X(01) VALUE SPACE.
003050   05 WK-SD-RATE       PIC Z9.99.
003060   05 FILLER           PIC X(02) VALUE SPACES.
003070   05 WK-SD-COMM       PIC Z,ZZZ,ZZ9.
003080   05 FILLER           PIC X(02) VALUE SPACES.
003090   05 WK-SD-ACTION     PIC X(16).
003100 01 WK-STMT-TOTAL.
003110   05 FILLER           PIC X(14) VALUE '  COMMISSION :'.
003120   05 WK-ST-PAID       PIC ZZZ,ZZZ,ZZ9.
003130   05 FILLER           PIC X(14) VALUE '  HELD BACK : '.
003140   05 WK-ST-BACK       PIC ZZZ,ZZZ,ZZ9.
003150   05 FILLER           PIC X(12) VALUE '  PAYABLE : '.
003160   05 WK-ST-PAYABLE    PIC ZZZ,ZZZ,ZZ9.
003170 01 WK-STMT-GRAND.
003180   05 FILLER           PIC X(24) VALUE 'TOTAL PAYABLE THIS RUN :'.
003190   05 WK-SG-PAYABLE    PIC ZZZ,ZZZ,ZZ9.
003200   05 FILLER           PIC X(17) VALUE '  SALESPERSONS : '.
003210   05 WK-SG-COUNT      PIC ZZ9.
003220 PROCEDURE DIVISION.
003230 MAIN-PROC.
003240*    売上期間に発行された請求書の割引後売上を担当営業別に集計し、
003250*    期間売上に応じた歩合率で請求書ごとの歩合を計算する。発行から
003260*    90日を超えて未回収の請求書は歩合を保留し、回収されれば後の
003270*    支給期間で支払う。支給済みの請求書が90日超の未回収となった
003280*    場合は、その期間の支給額の範囲で歩合を戻入する（足りない分は
003290*    次の支給期間へ繰り越し、支給額をマイナスにはしない）
003300     CALL 'BUSDATE' USING WK-RUN-DATE.
003310     MOVE 'L' TO WK-LOCK-FUNC.
003320     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
003330         WK-LOCK-FILES WK-LOCK-RETURN-CD.
003340     IF WK-LOCK-RETURN-CD NOT = 00
003350         DISPLAY 'COMMCALC: COMMLDG.DAT LOCKED BY ANOTHER RUN'
003360             ' - RUN REFUSED'
003370         MOVE 8 TO RETURN-CODE
003380         GOBACK
003390     END-IF.
003400     PERFORM LOAD-CONTROL-PROC.
003410     PERFORM LOAD-PAY-PERIOD-PROC.
003420     PERFORM RESOLVE-PERIOD-PROC.
003430     IF WK-PERIOD-OK
003440         PERFORM RESOLVE-SALES-PERIOD-PROC
003450     END-IF.
003460     IF NOT WK-PERIOD-OK
003470         DISPLAY 'COMMCALC: INVALID PERIOD ' WK-PERIOD-ID
003480             ' / ' WK-SALES-PERIOD
003490             ' IN COMMCALC.CTL - RUN REFUSED'
003500         PERFORM RELEASE-LOCK-PROC
003510         MOVE 8 TO RETURN-CODE
003520         GOBACK
003530     END-IF.
003540     PERFORM LOAD-COMM-RATE-PROC.
003550     IF WK-CR-COUNT = 0
003560         DISPLAY 'COMMCALC: NO COMMRATE.DAT - RUN REFUSED'
003570         PERFORM RELEASE-LOCK-PROC
003580         MOVE 8 TO RETURN-CODE
003590         GOBACK
003600     END-IF.
003610     PERFORM LOAD-LEDGER-PROC.
003620     IF WK-LATER-PERIOD-RUN
003630         DISPLAY 'COMMCALC: A LATER PERIOD IS ALREADY IN '
003640             'COMMLDG.DAT - RUN REFUSED'
003650         PERFORM RELEASE-LOCK-PROC
003660         MOVE 8 TO RETURN-CODE
003670         GOBACK
003680     END-IF.
003690     PERFORM LOAD-OPEN-ITEM-PROC.
003700     PERFORM LOAD-INVOICE-HIST-PROC.
003710     OPEN INPUT EMP-MASTER-IN.
003720     PERFORM TALLY-SALES-PROC
003730         VARYING WK-IH-IDX FROM 1 BY 1
003740         UNTIL WK-IH-IDX > WK-IH-COUNT.
003750     PERFORM SET-SALES-RATE-PROC
003760         VARYING WK-SP-IDX FROM 1 BY 1
003770         UNTIL WK-SP-IDX > WK-SP-COUNT.
003780     PERFORM REVIEW-LEDGER-PROC
003790         VARYING WK-CL-IDX FROM 1 BY 1
003800         UNTIL WK-CL-IDX > WK-CL-COUNT.
003810     PERFORM ADD-NEW-INVOICE-PROC
003820         VARYING WK-IH-IDX FROM 1 BY 1
003830         UNTIL WK-IH-IDX > WK-IH-COUNT.
003840     PERFORM HOLD-BACK-PROC
003850         VARYING WK-CL-IDX FROM 1 BY 1
003860         UNTIL WK-CL-IDX > WK-CL-COUNT.
003870     CLOSE EMP-MASTER-IN.
003872*    表に収まらなかった行があれば、台帳・支給額・明細書のどれも
003874*    書かずに打ち切る
003876     IF WK-TABLE-FULL
003877         DISPLAY 'COMMCALC: COMMLDG.DAT/INVHIST.DAT/OPENITEM.DAT '
003878             'EXCEEDS TABLE SIZE - RUN REFUSED'
003879         PERFORM RELEASE-LOCK-PROC
003881         MOVE 8 TO RETURN-CODE
003883         GOBACK
003885     END-IF.
003887     PERFORM WRITE-LEDGER-PROC.
003890     PERFORM WRITE-COMM-PAY-PROC.
003900     PERFORM WRITE-STATEMENT-PROC.
003910     DISPLAY 'COMMCALC: PERIOD     = ' WK-PERIOD-ID.
003920     DISPLAY 'COMMCALC: SALES      = ' WK-SALES-PERIOD.
003930     DISPLAY 'COMMCALC: NEW PAID   = ' WK-NEW-CT.
003940     DISPLAY 'COMMCALC: NEW HELD   = ' WK-HELD-CT.
003950     DISPLAY 'COMMCALC: RELEASED   = ' WK-RELEASE-CT.
003960     DISPLAY 'COMMCALC: HELD BACK  = ' WK-BACK-CT.
003970     DISPLAY 'COMMCALC: DEFERRED   = ' WK-DEFER-CT.
003980     DISPLAY 'COMMCALC: PAYABLE    = ' WK-PAY-TOTAL.
003990     PERFORM RELEASE-LOCK-PROC.
004000     GOBACK.
004010 RELEASE-LOCK-PROC.
004020*    取得した実行間ロックを解放する
004030     MOVE 'U' TO WK-LOCK-FUNC.
004040     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
004050         WK-LOCK-FILES WK-LOCK-RETURN-CD.
004060 LOAD-CONTROL-PROC.
004070*    COMMCALC.CTLがあり数字6桁の期間が書かれていればそれを使う
004080*    （1項目目が支給期間、2項目目が売上期間）
004090     OPEN INPUT COMMCALC-CONTROL-IN.
004100     IF WK-CT-FILE-STATUS = '35'
004110         CONTINUE
004120     ELSE
004130         READ COMMCALC-CONTROL-IN
004140             AT END
004150                 CONTINUE
004160             NOT AT END
004170                 IF CT-PERIOD-ID IS NUMERIC
004180                     MOVE CT-PERIOD-ID TO WK-PERIOD-ID
004190                 END-IF
004200                 IF CT-SALES-PERIOD IS NUMERIC
004210                     MOVE CT-SALES-PERIOD TO WK-SALES-PERIOD
004220                 END-IF
004230         END-READ
004240         CLOSE COMMCALC-CONTROL-IN
004250     END-IF.
004260 LOAD-PAY-PERIOD-PROC.
004270*    PAYPERD.DATを全件読み込む（支給期間・売上期間の範囲の決定用）
004280     OPEN INPUT PAY-PERIOD-IN.
004290     IF WK-PP-FILE-STATUS = '35'
004300         SET WK-PP-EOF TO TRUE
004310     ELSE
004320         PERFORM READ-PAY-PERIOD-PROC
004330             UNTIL WK-PP-EOF
004340         CLOSE PAY-PERIOD-IN
004350     END-IF.
004360 READ-PAY-PERIOD-PROC.
004370     READ PAY-PERIOD-IN
004380         AT END
004390             SET WK-PP-EOF TO TRUE
004400         NOT AT END
004410             IF WK-PP-COUNT < 200
004420                 ADD 1 TO WK-PP-COUNT
004430                 MOVE PP-PERIOD-ID
004440                     TO WK-PP-PERIOD-ID(WK-PP-COUNT)
004450                 MOVE PP-START-DATE TO WK-PP-START(WK-PP-COUNT)
004460                 MOVE PP-END-DATE   TO WK-PP-END(WK-PP-COUNT)
004470             END-IF
004480     END-READ.
004490 RESOLVE-PERIOD-PROC.
004500*    支給期間の指定が無ければ実行日を含む支給期間を対象とする。
004510*    支給期間に登録の無い実行日は暦月（YYYYMM）とみなす
004520     MOVE 0 TO WK-PP-FOUND-IDX.
004530     IF WK-PERIOD-ID = 0
004540         PERFORM FIND-RUN-PERIOD-STEP-PROC
004550             VARYING WK-PP-IDX FROM 1 BY 1
004560             UNTIL WK-PP-IDX > WK-PP-COUNT
004570                 OR WK-PP-FOUND-IDX NOT = 0
004580         IF WK-PP-FOUND-IDX = 0
004590             MOVE WK-RUN-DATE(1:6) TO WK-PERIOD-ID
004600         ELSE
004610             MOVE WK-PP-PERIOD-ID(WK-PP-FOUND-IDX) TO WK-PERIOD-ID
004620         END-IF
004630     END-IF.
004640     MOVE WK-PERIOD-ID TO WK-DT-RESULT-N(1:6).
004650     IF WK-DT-MONTH < 1 OR WK-DT-MONTH > 12
004660         MOVE 'N' TO WK-PERIOD-OK-SW
004670     END-IF.
004680 FIND-RUN-PERIOD-STEP-PROC.
004690     IF WK-RUN-DATE >= WK-PP-START(WK-PP-IDX)
004700             AND WK-RUN-DATE <= WK-PP-END(WK-PP-IDX)
004710         MOVE WK-PP-IDX TO WK-PP-FOUND-IDX
004720     END-IF.
004730 RESOLVE-SALES-PERIOD-PROC.
004740*    売上期間の指定が無ければ支給期間の前月とする（月末締め・翌月
004750*    払い）。売上期間が支給期間に登録されていればその開始日〜末日、
004760*    無ければ暦月の1日〜月末を請求書の発行日の範囲とする
004770     IF WK-SALES-PERIOD = 0
004780         MOVE WK-PERIOD-ID TO WK-DT-RESULT-N(1:6)
004790         IF WK-DT-MONTH = 1
004800             SUBTRACT 1 FROM WK-DT-YEAR
004810             MOVE 12 TO WK-DT-MONTH
004820         ELSE
004830             SUBTRACT 1 FROM WK-DT-MONTH
004840         END-IF
004850         MOVE WK-DT-RESULT-N(1:6) TO WK-SALES-PERIOD
004860     END-IF.
004870     MOVE 0 TO WK-PP-FOUND-IDX.
004880     PERFORM FIND-SALES-PERIOD-STEP-PROC
004890         VARYING WK-PP-IDX FROM 1 BY 1
004900         UNTIL WK-PP-IDX > WK-PP-COUNT
004910             OR WK-PP-FOUND-IDX NOT = 0.
004920     IF WK-PP-FOUND-IDX NOT = 0
004930         MOVE WK-PP-START(WK-PP-FOUND-IDX) TO WK-SALES-START
004940         MOVE WK-PP-END(WK-PP-FOUND-IDX)   TO WK-SALES-END
004950     ELSE
004960         MOVE WK-SALES-PERIOD TO WK-DT-RESULT-N(1:6)
004970         IF WK-DT-MONTH < 1 OR WK-DT-MONTH > 12
004980             MOVE 'N' TO WK-PERIOD-OK-SW
004990         ELSE
005000             MOVE 1 TO WK-DT-DAY
005010             MOVE WK-DT-RESULT-N TO WK-SALES-START
005020             MOVE 31 TO WK-DT-DAY
005030             PERFORM CLAMP-DAY-PROC
005040             MOVE WK-DT-RESULT-N TO WK-SALES-END
005050         END-IF
005060     END-IF.
005070 FIND-SALES-PERIOD-STEP-PROC.
005080     IF WK-PP-PERIOD-ID(WK-PP-IDX) = WK-SALES-PERIOD
005090         MOVE WK-PP-IDX TO WK-PP-FOUND-IDX
005100     END-IF.
005110 CLAMP-DAY-PROC.
005120     CALL 'DATECHK' USING WK-DT-RESULT-N WK-DC-RETURN-CD
005130         WK-DC-SERIAL.
005140     PERFORM PREVIOUS-DAY-PROC
005150         UNTIL WK-DC-RETURN-CD = 00 OR WK-DT-DAY < 29.
005160 PREVIOUS-DAY-PROC.
005170     SUBTRACT 1 FROM WK-DT-DAY.
005180     CALL 'DATECHK' USING WK-DT-RESULT-N WK-DC-RETURN-CD
005190         WK-DC-SERIAL.
005200 LOAD-COMM-RATE-PROC.
005210*    COMMRATE.DATを全件読み込む
005220     OPEN INPUT COMM-RATE-IN.
005230     IF WK-CR-FILE-STATUS = '35'
005240         SET WK-CR-EOF TO TRUE
005250     ELSE
005260         PERFORM READ-COMM-RATE-PROC
005270             UNTIL WK-CR-EOF
005280         CLOSE COMM-RATE-IN
005290     END-IF.
005300 READ-COMM-RATE-PROC.
005310     READ COMM-RATE-IN
005320         AT END
005330             SET WK-CR-EOF TO TRUE
005340         NOT AT END
005350             IF WK-CR-COUNT < 20 AND CR-UPPER IS NUMERIC
005360                     AND CR-RATE IS NUMERIC
005370                 ADD 1 TO WK-CR-COUNT
005380                 MOVE CR-UPPER TO WK-CR-UPPER(WK-CR-COUNT)
005390                 MOVE CR-RATE  TO WK-CR-RATE(WK-CR-COUNT)
005400             ELSE
005410                 DISPLAY 'COMMCALC: COMMRATE.DAT ROW ' CR-UPPER
005420                     ' IGNORED'
005430             END-IF
005440     END-READ.
005450 LOAD-LEDGER-PROC.
005460*    COMMLDG.DATを全件読み込む。同じ支給期間の再実行では、その
005470*    期間に登録した行を除き、その期間に変えた状態を元に戻してから
005480*    処理し直す。対象より後の支給期間の処理が済んでいれば実行しない
005490     OPEN INPUT COMM-LEDGER-IO.
005500     IF WK-CL-FILE-STATUS = '35'
005510         SET WK-CL-EOF TO TRUE
005520     ELSE
005530         PERFORM READ-LEDGER-PROC
005540             UNTIL WK-CL-EOF
005550         CLOSE COMM-LEDGER-IO
005560     END-IF.
005570 READ-LEDGER-PROC.
005580     READ COMM-LEDGER-IO
005590         AT END
005600             SET WK-CL-EOF TO TRUE
005610         NOT AT END
005620             PERFORM STORE-LEDGER-PROC
005630     END-READ.
005640 STORE-LEDGER-PROC.
005650     IF CL-ACT-PERIOD > WK-PERIOD-ID
005660         SET WK-LATER-PERIOD-RUN TO TRUE
005670     END-IF.
005680     IF CL-ACT-PERIOD = WK-PERIOD-ID
005690         IF CL-CREATE-PERIOD = WK-PERIOD-ID
005700             CONTINUE
005710         ELSE
005720             MOVE CL-PREV-STATUS TO CL-STATUS
005730             MOVE CL-PREV-PERIOD TO CL-ACT-PERIOD
005740             PERFORM ADD-LEDGER-ROW-PROC
005750         END-IF
005760     ELSE
005770         PERFORM ADD-LEDGER-ROW-PROC
005780     END-IF.
005790 ADD-LEDGER-ROW-PROC.
005800     IF WK-CL-COUNT < 5000
005810         ADD 1 TO WK-CL-COUNT
005820         MOVE COMM-LEDGER-REC TO WK-CL-DATA(WK-CL-COUNT)
005830         MOVE SPACE TO WK-CL-ACTION(WK-CL-COUNT)
005840     ELSE
005850         SET WK-TABLE-FULL TO TRUE
005870     END-IF.
005880 LOAD-OPEN-ITEM-PROC.
005890*    OPENITEM.DATから発行後90日を超えて未回収の請求書を読み込む。
005900*    無い場合は全請求書を回収済みとみなす（入金消込の未実行を警告）
005910     OPEN INPUT OPEN-ITEM-IN.
005920     IF WK-OP-FILE-STATUS = '35'
005930         DISPLAY 'COMMCALC: NO OPENITEM.DAT - NOTHING HELD'
005940         SET WK-NO-OPEN-ITEM TO TRUE
005950         SET WK-OP-EOF TO TRUE
005960     ELSE
005970         PERFORM READ-OPEN-ITEM-PROC
005980             UNTIL WK-OP-EOF
005990         CLOSE OPEN-ITEM-IN
006000     END-IF.
006010 READ-OPEN-ITEM-PROC.
006020     READ OPEN-ITEM-IN
006030         AT END
006040             SET WK-OP-EOF TO TRUE
006050         NOT AT END
006060             IF OP-AGE-DAYS > WK-OVERDUE-DAYS AND OP-OPEN-AMT > 0
006070                 PERFORM STORE-OVERDUE-PROC
006080             END-IF
006090     END-READ.
006100 STORE-OVERDUE-PROC.
006110     IF WK-OD-COUNT < 3000
006120         ADD 1 TO WK-OD-COUNT
006130         MOVE OP-ORDER-NO TO WK-OD-ORDER-NO(WK-OD-COUNT)
006140     ELSE
006150         SET WK-TABLE-FULL TO TRUE
006170     END-IF.
006180 LOAD-INVOICE-HIST-PROC.
006190*    INVHIST.DATから売上期間に発行され担当営業のある請求書を読み込む
006200     OPEN INPUT INVOICE-HIST-IN.
006210     IF WK-IH-FILE-STATUS = '35'
006220         DISPLAY 'COMMCALC: NO INVHIST.DAT - NO NEW INVOICES'
006230         SET WK-IH-EOF TO TRUE
006240     ELSE
006250         PERFORM READ-INVOICE-HIST-PROC
006260             UNTIL WK-IH-EOF
006270         CLOSE INVOICE-HIST-IN
006280     END-IF.
006290 READ-INVOICE-HIST-PROC.
006300     READ INVOICE-HIST-IN
006310         AT END
006320             SET WK-IH-EOF TO TRUE
006330         NOT AT END
006340             IF IH-INV-DATE >= WK-SALES-START
006350                     AND IH-INV-DATE <= WK-SALES-END
006360                     AND IH-SALES-EMP IS NUMERIC
006370                     AND IH-SALES-EMP-N NOT = 0
006380                 PERFORM STORE-INVOICE-PROC
006390             END-IF
006400     END-READ.
006410 STORE-INVOICE-PROC.
006420     IF WK-IH-COUNT < 3000
006430         ADD 1 TO WK-IH-COUNT
006440         MOVE IH-ORDER-NO    TO WK-IH-ORDER-NO(WK-IH-COUNT)
006450         MOVE IH-INV-DATE    TO WK-IH-DATE(WK-IH-COUNT)
006460         MOVE IH-CUST-CD     TO WK-IH-CUST-CD(WK-IH-COUNT)
006470         MOVE IH-SALES-EMP-N TO WK-IH-EMP-ID(WK-IH-COUNT)
006480         MOVE IH-NET         TO WK-IH-NET(WK-IH-COUNT)
006490     ELSE
006500         SET WK-TABLE-FULL TO TRUE
006520     END-IF.
006530 TALLY-SALES-PROC.
006540*    売上期間の請求書を担当営業別に集計する（歩合率の判定用）
006550     MOVE WK-IH-EMP-ID(WK-IH-IDX) TO WK-SEARCH-EMP-ID.
006560     PERFORM FIND-SALESPERSON-PROC.
006570     IF WK-SP-FOUND-IDX NOT = 0
006580         ADD WK-IH-NET(WK-IH-IDX) TO WK-SP-SALES(WK-SP-FOUND-IDX)
006590     END-IF.
006600 SET-SALES-RATE-PROC.
006610*    期間売上が上限額以下となる最初の帯の歩合率を適用する（最後の
006620*    帯の上限を超える売上には最後の帯の歩合率を適用する）
006630     MOVE 0 TO WK-CR-FOUND-IDX.
006640     PERFORM FIND-RATE-STEP-PROC
006650         VARYING WK-CR-IDX FROM 1 BY 1
006660         UNTIL WK-CR-IDX > WK-CR-COUNT
006670             OR WK-CR-FOUND-IDX NOT = 0.
006680     IF WK-CR-FOUND-IDX = 0
006690         MOVE WK-CR-COUNT TO WK-CR-FOUND-IDX
006700     END-IF.
006710     MOVE WK-CR-RATE(WK-CR-FOUND-IDX) TO WK-SP-RATE(WK-SP-IDX).
006720 FIND-RATE-STEP-PROC.
006730     IF WK-SP-SALES(WK-SP-IDX) NOT > WK-CR-UPPER(WK-CR-IDX)
006740         MOVE WK-CR-IDX TO WK-CR-FOUND-IDX
006750     END-IF.
006760 REVIEW-LEDGER-PROC.
006770*    前の支給期間までに登録した請求書の状態を見直す。保留中または
006780*    戻入済みの請求書が回収されていれば歩合を支払い、支給済みの
006790*    請求書が90日超の未回収となっていれば戻入の候補とする
006800     MOVE WK-CL-ORDER-NO(WK-CL-IDX) TO WK-SEARCH-NO.
006810     PERFORM FIND-OVERDUE-PROC.
006820     MOVE WK-CL-EMP-ID(WK-CL-IDX) TO WK-SEARCH-EMP-ID.
006830     EVALUATE TRUE
006840         WHEN WK-CL-STATUS(WK-CL-IDX) = 'H' OR 'B'
006850             IF WK-OD-FOUND-IDX = 0
006860                 PERFORM FIND-SALESPERSON-PROC
006870                 PERFORM SET-LEDGER-STATUS-PROC
006880                 MOVE 'P' TO WK-CL-STATUS(WK-CL-IDX)
006890                 MOVE 'R' TO WK-CL-ACTION(WK-CL-IDX)
006900                 ADD WK-CL-COMM(WK-CL-IDX)
006910                     TO WK-SP-PAID(WK-SP-FOUND-IDX)
006920                 ADD 1 TO WK-RELEASE-CT
006930             END-IF
006940         WHEN WK-CL-STATUS(WK-CL-IDX) = 'P'
006950             IF WK-OD-FOUND-IDX NOT = 0
006960                 PERFORM FIND-SALESPERSON-PROC
006970                 MOVE 'D' TO WK-CL-ACTION(WK-CL-IDX)
006980             END-IF
006990     END-EVALUATE.
007000 SET-LEDGER-STATUS-PROC.
007010*    状態を変える前の状態と期間を控え、今回の支給期間で変えた印とする
007020     MOVE WK-CL-STATUS(WK-CL-IDX) TO WK-CL-PREV-STATUS(WK-CL-IDX).
007030     MOVE WK-CL-ACT(WK-CL-IDX)    TO WK-CL-PREV-PERIOD(WK-CL-IDX).
007040     MOVE WK-PERIOD-ID            TO WK-CL-ACT(WK-CL-IDX).
007050 ADD-NEW-INVOICE-PROC.
007060*    歩合台帳に未登録の請求書を登録する。90日超の未回収であれば
007070*    保留、それ以外は今回の支給期間で支払う
007080     MOVE WK-IH-ORDER-NO(WK-IH-IDX) TO WK-SEARCH-NO.
007090     PERFORM FIND-LEDGER-PROC.
007100     IF WK-CL-FOUND-IDX = 0
007110         IF WK-CL-COUNT < 5000
007120             PERFORM ADD-LEDGER-ENTRY-PROC
007130         ELSE
007140             SET WK-TABLE-FULL TO TRUE
007160         END-IF
007170     END-IF.
007180 ADD-LEDGER-ENTRY-PROC.
007190     MOVE WK-IH-EMP-ID(WK-IH-IDX) TO WK-SEARCH-EMP-ID.
007200     PERFORM FIND-SALESPERSON-PROC.
007210     PERFORM FIND-OVERDUE-PROC.
007220     COMPUTE WK-COMM-AMT = WK-IH-NET(WK-IH-IDX)
007230         * WK-SP-RATE(WK-SP-FOUND-IDX) / 100.
007240     ADD 1 TO WK-CL-COUNT.
007250     MOVE WK-CL-COUNT TO WK-CL-IDX.
007260     MOVE WK-IH-ORDER-NO(WK-IH-IDX) TO WK-CL-ORDER-NO(WK-CL-IDX).
007270     MOVE WK-IH-EMP-ID(WK-IH-IDX)   TO WK-CL-EMP-ID(WK-CL-IDX).
007280     MOVE WK-IH-CUST-CD(WK-IH-IDX)  TO WK-CL-CUST-CD(WK-CL-IDX).
007290     MOVE WK-IH-DATE(WK-IH-IDX)     TO WK-CL-INV-DATE(WK-CL-IDX).
007300     MOVE WK-IH-NET(WK-IH-IDX)      TO WK-CL-NET(WK-CL-IDX).
007310     MOVE WK-SP-RATE(WK-SP-FOUND-IDX) TO WK-CL-RATE(WK-CL-IDX).
007320     MOVE WK-COMM-AMT               TO WK-CL-COMM(WK-CL-IDX).
007330     MOVE WK-PERIOD-ID              TO WK-CL-CREATE(WK-CL-IDX)
007340                                       WK-CL-ACT(WK-CL-IDX).
007350     MOVE SPACE TO WK-CL-PREV-STATUS(WK-CL-IDX).
007360     MOVE 0     TO WK-CL-PREV-PERIOD(WK-CL-IDX).
007370     IF WK-OD-FOUND-IDX = 0
007380         MOVE 'P' TO WK-CL-STATUS(WK-CL-IDX)
007390         MOVE 'N' TO WK-CL-ACTION(WK-CL-IDX)
007400         ADD WK-COMM-AMT TO WK-SP-PAID(WK-SP-FOUND-IDX)
007410         ADD 1 TO WK-NEW-CT
007420     ELSE
007430         MOVE 'H' TO WK-CL-STATUS(WK-CL-IDX)
007440         MOVE 'H' TO WK-CL-ACTION(WK-CL-IDX)
007450         ADD WK-COMM-AMT TO WK-SP-HELD(WK-SP-FOUND-IDX)
007460         ADD 1 TO WK-HELD-CT
007470     END-IF.
007480 HOLD-BACK-PROC.
007490*    戻入の候補は、今回の支給額から既に戻入した額を引いた残りで
007500*    賄える場合だけ戻入する。賄えない場合は次の支給期間へ繰り越す
007510     IF WK-CL-ACTION(WK-CL-IDX) = 'D'
007520         MOVE WK-CL-EMP-ID(WK-CL-IDX) TO WK-SEARCH-EMP-ID
007530         PERFORM FIND-SALESPERSON-PROC
007540         COMPUTE WK-ROOM = WK-SP-PAID(WK-SP-FOUND-IDX)
007550             - WK-SP-BACK(WK-SP-FOUND-IDX)
007560         IF WK-CL-COMM(WK-CL-IDX) NOT > WK-ROOM
007570             PERFORM SET-LEDGER-STATUS-PROC
007580             MOVE 'B' TO WK-CL-STATUS(WK-CL-IDX)
007590             MOVE 'B' TO WK-CL-ACTION(WK-CL-IDX)
007600             ADD WK-CL-COMM(WK-CL-IDX)
007610                 TO WK-SP-BACK(WK-SP-FOUND-IDX)
007620             ADD 1 TO WK-BACK-CT
007630         ELSE
007640             ADD 1 TO WK-DEFER-CT
007650         END-IF
007660     END-IF.
007670 FIND-OVERDUE-PROC.
007680*    WK-SEARCH-NOの請求書が90日超の未回収であれば添字を返す（無ければ0）
007690     MOVE 0 TO WK-OD-FOUND-IDX.
007700     PERFORM FIND-OVERDUE-STEP-PROC
007710         VARYING WK-OD-IDX FROM 1 BY 1
007720         UNTIL WK-OD-IDX > WK-OD-COUNT
007730             OR WK-OD-FOUND-IDX NOT = 0.
007740 FIND-OVERDUE-STEP-PROC.
007750     IF WK-OD-ORDER-NO(WK-OD-IDX) = WK-SEARCH-NO
007760         MOVE WK-OD-IDX TO WK-OD-FOUND-IDX
007770     END-IF.
007780 FIND-LEDGER-PROC.
007790     MOVE 0 TO WK-CL-FOUND-IDX.
007800     PERFORM FIND-LEDGER-STEP-PROC
007810         VARYING WK-CL-IDX FROM 1 BY 1
007820         UNTIL WK-CL-IDX > WK-CL-COUNT
007830             OR WK-CL-FOUND-IDX NOT = 0.
007840 FIND-LEDGER-STEP-PROC.
007850     IF WK-CL-ORDER-NO(WK-CL-IDX) = WK-SEARCH-NO
007860         MOVE WK-CL-IDX TO WK-CL-FOUND-IDX
007870     END-IF.
007880 FIND-SALESPERSON-PROC.
007890*    WK-SEARCH-EMP-IDの担当営業の添字を返す。未登録であれば社員
007900*    マスタから氏名を引いて追加する
007910     MOVE 0 TO WK-SP-FOUND-IDX.
007920     PERFORM FIND-SALESPERSON-STEP-PROC
007930         VARYING WK-SP-IDX FROM 1 BY 1
007940         UNTIL WK-SP-IDX > WK-SP-COUNT
007950             OR WK-SP-FOUND-IDX NOT = 0.
007960     IF WK-SP-FOUND-IDX = 0
007970         PERFORM ADD-SALESPERSON-PROC
007980     END-IF.
007990 FIND-SALESPERSON-STEP-PROC.
008000     IF WK-SP-EMP-ID(WK-SP-IDX) = WK-SEARCH-EMP-ID
008010         MOVE WK-SP-IDX TO WK-SP-FOUND-IDX
008020     END-IF.
008030 ADD-SALESPERSON-PROC.
008040*    表が満杯の場合は歩合を誤って別人に付けないよう実行を中止する
008050*    （台帳・支給額はまだ書いていない）
008060     IF WK-SP-COUNT NOT < 500
008070         DISPLAY 'COMMCALC: SALESPERSON TABLE FULL AT EMPLOYEE '
008080             WK-SEARCH-EMP-ID ' - RUN REFUSED'
008090         CLOSE EMP-MASTER-IN
008100         PERFORM RELEASE-LOCK-PROC
008110         MOVE 8 TO RETURN-CODE
008120         GOBACK
008130     END-IF.
008140     ADD 1 TO WK-SP-COUNT.
008150     MOVE WK-SP-COUNT      TO WK-SP-FOUND-IDX.
008160     MOVE WK-SEARCH-EMP-ID TO WK-SP-EMP-ID(WK-SP-COUNT).
008170     MOVE 0 TO WK-SP-SALES(WK-SP-COUNT) WK-SP-RATE(WK-SP-COUNT)
008180               WK-SP-PAID(WK-SP-COUNT)  WK-SP-BACK(WK-SP-COUNT)
008190               WK-SP-HELD(WK-SP-COUNT).
008200     MOVE WK-SEARCH-EMP-ID TO EM-EMP-ID.
008210     READ EMP-MASTER-IN
008220         INVALID KEY
008230             MOVE 'NOT ON EMPMAST' TO WK-SP-NAME(WK-SP-COUNT)
008240             ADD 1 TO WK-NO-EMP-CT
008250         NOT INVALID KEY
008260             MOVE EM-NAME TO WK-SP-NAME(WK-SP-COUNT)
008270     END-READ.
008280 WRITE-LEDGER-PROC.
008290*    COMMLDG.DATを全件書き直す
008300     OPEN OUTPUT COMM-LEDGER-IO.
008310     PERFORM WRITE-LEDGER-ROW-PROC
008320         VARYING WK-CL-IDX FROM 1 BY 1
008330         UNTIL WK-CL-IDX > WK-CL-COUNT.
008340     CLOSE COMM-LEDGER-IO.
008350 WRITE-LEDGER-ROW-PROC.
008360     WRITE COMM-LEDGER-REC FROM WK-CL-DATA(WK-CL-IDX).
008370 WRITE-COMM-PAY-PROC.
008380*    COMMPAY.DATを対象の支給期間以外の行を残して書き直し、担当営業
008390*    別の支給額（支給−戻入）を追加する。残す行は一時ファイル
008395*    (COMMCALC.WRK)へ退避してから書き戻す
008398     OPEN OUTPUT COMM-PAY-WORK-IO.
008400     OPEN INPUT COMM-PAY-IO.
008410     IF WK-CP-FILE-STATUS = '35'
008420         SET WK-CP-EOF TO TRUE
008430     ELSE
008440         PERFORM READ-COMM-PAY-PROC
008450             UNTIL WK-CP-EOF
008460         CLOSE COMM-PAY-IO
008470     END-IF.
008472     CLOSE COMM-PAY-WORK-IO.
008474     OPEN INPUT COMM-PAY-WORK-IO.
008480     OPEN OUTPUT COMM-PAY-IO.
008490     PERFORM COPY-KEPT-PAY-PROC
008510         UNTIL WK-CW-EOF.
008520     PERFORM WRITE-NEW-PAY-PROC
008530         VARYING WK-SP-IDX FROM 1 BY 1
008540         UNTIL WK-SP-IDX > WK-SP-COUNT.
008550     CLOSE COMM-PAY-IO.
008555     CLOSE COMM-PAY-WORK-IO.
008560 READ-COMM-PAY-PROC.
008570     READ COMM-PAY-IO
008580         AT END
008590             SET WK-CP-EOF TO TRUE
008600         NOT AT END
008610             IF CP-PERIOD-ID NOT = WK-PERIOD-ID
008620                 WRITE COMM-PAY-WORK-REC FROM COMM-PAY-REC
008630             END-IF
008640     END-READ.
008730 COPY-KEPT-PAY-PROC.
008735     READ COMM-PAY-WORK-IO INTO COMM-PAY-REC
008740         AT END
008745             SET WK-CW-EOF TO TRUE
008750         NOT AT END
008755             WRITE COMM-PAY-REC
008756     END-READ.
008758 WRITE-NEW-PAY-PROC.
008760     COMPUTE WK-PAYABLE = WK-SP-PAID(WK-SP-IDX)
008770         - WK-SP-BACK(WK-SP-IDX).
008780     IF WK-PAYABLE > 0
008790         MOVE WK-SP-EMP-ID(WK-SP-IDX) TO CP-EMP-ID
008800         MOVE WK-PERIOD-ID            TO CP-PERIOD-ID
008810         MOVE WK-PAYABLE              TO CP-AMOUNT
008820         MOVE WK-RUN-DATE             TO CP-RUN-DATE
008830         WRITE COMM-PAY-REC
008840         ADD WK-PAYABLE TO WK-PAY-TOTAL
008850     END-IF.
008860 WRITE-STATEMENT-PROC.
008870*    担当営業ごとに、今回の支給期間で扱った請求書と歩合の内訳を
008880*    印字する
008890     OPEN OUTPUT COMM-STMT-OUT.
008900     MOVE WK-PERIOD-ID    TO WK-SH-PERIOD-ID.
008910     MOVE WK-SALES-PERIOD TO WK-SH-SALES-PERIOD.
008920     MOVE WK-RUN-DATE     TO WK-SH-RUN-DATE.
008930     WRITE COMM-STMT-REC FROM WK-STMT-TITLE.
008940     WRITE COMM-STMT-REC FROM WK-STMT-RULE.
008950     PERFORM WRITE-STMT-EMP-PROC
008960         VARYING WK-SP-IDX FROM 1 BY 1
008970         UNTIL WK-SP-IDX > WK-SP-COUNT.
008980     MOVE WK-PAY-TOTAL TO WK-SG-PAYABLE.
008990     MOVE WK-SP-COUNT  TO WK-SG-COUNT.
009000     WRITE COMM-STMT-REC FROM WK-STMT-GRAND.
009010     CLOSE COMM-STMT-OUT.
009020 WRITE-STMT-EMP-PROC.
009030     MOVE WK-SP-EMP-ID(WK-SP-IDX) TO WK-SE-EMP-ID.
009040     MOVE WK-SP-NAME(WK-SP-IDX)   TO WK-SE-NAME.
009050     MOVE WK-SP-SALES(WK-SP-IDX)  TO WK-SE-SALES.
009060     MOVE WK-SP-RATE(WK-SP-IDX)   TO WK-SE-RATE.
009070     WRITE COMM-STMT-REC FROM WK-STMT-EMP-LINE.
009080     WRITE COMM-STMT-REC FROM WK-STMT-COLUMNS.
009090     PERFORM WRITE-STMT-DETAIL-PROC
009100         VARYING WK-CL-IDX FROM 1 BY 1
009110         UNTIL WK-CL-IDX > WK-CL-COUNT.
009120     COMPUTE WK-PAYABLE = WK-SP-PAID(WK-SP-IDX)
009130         - WK-SP-BACK(WK-SP-IDX).
009140     MOVE WK-SP-PAID(WK-SP-IDX) TO WK-ST-PAID.
009150     MOVE WK-SP-BACK(WK-SP-IDX) TO WK-ST-BACK.
009160     MOVE WK-PAYABLE            TO WK-ST-PAYABLE.
009170     WRITE COMM-STMT-REC FROM WK-STMT-TOTAL.
009180     WRITE COMM-STMT-REC FROM WK-STMT-RULE.
009190 WRITE-STMT-DETAIL-PROC.
009200     IF WK-CL-EMP-ID(WK-CL-IDX) = WK-SP-EMP-ID(WK-SP-IDX)
009210             AND WK-CL-ACTION(WK-CL-IDX) NOT = SPACE
009220         MOVE WK-CL-ORDER-NO(WK-CL-IDX) TO WK-SD-ORDER-NO
009230         MOVE WK-CL-INV-DATE(WK-CL-IDX) TO WK-SD-INV-DATE
009240         MOVE WK-CL-CUST-CD(WK-CL-IDX)  TO WK-SD-CUST-CD
009250         MOVE WK-CL-NET(WK-CL-IDX)      TO WK-SD-NET
009260         MOVE WK-CL-RATE(WK-CL-IDX)     TO WK-SD-RATE
009270         MOVE WK-CL-COMM(WK-CL-IDX)     TO WK-SD-COMM
009280         EVALUATE WK-CL-ACTION(WK-CL-IDX)
009290             WHEN 'N'
009300                 MOVE 'PAID'             TO WK-SD-ACTION
009310             WHEN 'H'
009320                 MOVE 'HELD - UNPAID'    TO WK-SD-ACTION
009330             WHEN 'R'
009340                 MOVE 'RELEASED'         TO WK-SD-ACTION
009350             WHEN 'B'
009360                 MOVE 'HELD BACK'        TO WK-SD-ACTION
009370             WHEN OTHER
009380                 MOVE 'BACK NEXT PERIOD' TO WK-SD-ACTION
009390         END-EVALUATE
009400         WRITE COMM-STMT-REC FROM WK-STMT-DETAIL
009410     END-IF.
