000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LEAVEPAY.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  退職者の最終精算を新規作成（退職日
000080*                             までの日割給与と退職手当を支給し、
000090*                             退職手当は退職所得の分離課税で源泉
000100*                             徴収する。控除未回収残高は最終支給
000110*                             から回収し残りは償却、最終振込後に
000120*                             口座を無効(I)とし、精算書を印字して
000130*                             年初来累計を締める）
000132*  2026-10-15  SYSTEMS-GROUP  住民税の残りの月を一括徴収の対象
000134*                             としてRESTAX.DATに記録し、精算書
000136*                             に残額を印字
000137*  2026-10-15  SYSTEMS-GROUP  年初来累計への年末調整の結果（済
000138*                             区分・調整後の年税額）の項目追加に
000139*                             レコード定義を追随
000140*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000142*                             するよう変更（再実行・遅れ処理で
000143*                             処理対象の業務日を使う）
000145*  2026-10-15  SYSTEMS-GROUP  時給者の精算給与を日割でなく時間給
000146*                             ×労働時間＋残業代(ATTEND.DAT)で計算
000147*  2026-10-15  SYSTEMS-GROUP  年初来累計マスタの賞与源泉項目の追加
000148*                             にレコード定義を追随
000150*  2026-10-15  SYSTEMS-GROUP  RESTAX.DATをロック対象に加え、表に
000152*                             収まらない場合は行を落として書き
000154*                             戻さずRC 8で終了する
000156*----------------------------------------------------------------
000158 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000170 FILE-CONTROL.
000180*    精算対象の退職者（社員番号・退職日・勤続年数・退職手当額）
000190     SELECT LEAVER-REQUEST-IN ASSIGN TO 'LEAVERS.DAT'
000200         ORGANIZATION IS LINE SEQUENTIAL
000210         FILE STATUS IS WK-LV-FILE-STATUS.
000220     SELECT EMP-MASTER-IN ASSIGN TO 'EMPMAST.IDX'
000230         ORGANIZATION IS INDEXED
000240         ACCESS MODE IS RANDOM
000250         RECORD KEY IS EM-EMP-ID
000260         FILE STATUS IS WK-EM-FILE-STATUS.
000270     SELECT PAY-PERIOD-IN ASSIGN TO 'PAYPERD.DAT'
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WK-PP-FILE-STATUS.
000300     SELECT PAY-DETAIL-IO ASSIGN TO 'PAYDETL.DAT'
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WK-PD-FILE-STATUS.
000321*    勤怠（時給者の精算給与の基礎となる労働時間・残業時間）
000322     SELECT ATTENDANCE-IN ASSIGN TO 'ATTEND.DAT'
000323         ORGANIZATION IS LINE SEQUENTIAL
000324         FILE STATUS IS WK-AT-FILE-STATUS.
000330*    退職所得の速算表（無い場合は既定の速算表を使う）
000340     SELECT RETIRE-TAX-IN ASSIGN TO 'RETTAX.DAT'
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WK-RX-FILE-STATUS.
000370     SELECT ARREARS-IO ASSIGN TO 'ARREARS.DAT'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WK-AR-FILE-STATUS.
000400     SELECT BANK-MASTER-IO ASSIGN TO 'BANKMAST.DAT'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WK-BK-FILE-STATUS.
000430*    精算振込ファイル（BANKTRF.DATと同じHEADER/DETAIL/TRAILER）
000440     SELECT LEAVER-TRANSFER-OUT ASSIGN TO 'LEAVTRF.DAT'
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460     SELECT PAYROLL-CONTROL-OUT ASSIGN TO 'PAYCTRL.DAT'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WK-PC-FILE-STATUS.
000490     SELECT YTD-MASTER-IO ASSIGN TO 'YTDMAST.DAT'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WK-YT-FILE-STATUS.
000512*    住民税の月割額マスタ（残りの月を一括徴収の対象とする）
000514     SELECT RES-TAX-IO ASSIGN TO 'RESTAX.DAT'
000516         ORGANIZATION IS LINE SEQUENTIAL
000518         FILE STATUS IS WK-RT-FILE-STATUS.
000520     SELECT STATEMENT-OUT ASSIGN TO 'LEAVSTMT.RPT'
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  LEAVER-REQUEST-IN.
000570 01 LEAVER-REQUEST-REC.
000580   05 LV-EMP-ID        PIC 9(05).
000590   05 LV-LEAVE-DATE    PIC 9(08).
000600   05 LV-LEAVE-DATE-R REDEFINES LV-LEAVE-DATE.
000610     10 LV-LEAVE-YYYY  PIC 9(04).
000620     10 LV-LEAVE-MM    PIC 9(02).
000630     10 LV-LEAVE-DD    PIC 9(02).
000640   05 LV-SERVICE-YRS   PIC 9(02).
000650   05 LV-RETIRE-ALLOW  PIC 9(09).
000660 FD  EMP-MASTER-IN.
000670 01 EMP-MASTER-REC.
000680   05 EM-EMP-ID        PIC 9(05).
000690   05 EM-NAME          PIC X(20).
000700   05 EM-AGE           PIC 9(03).
000710   05 EM-SALARY        PIC 9(07).
000720   05 EM-SITE-CD       PIC X(03).
000730   05 EM-DEPT-CD       PIC X(05).
000733   05 EM-PAY-TYPE      PIC X(01).
000736   05 EM-HOURLY-RATE   PIC 9(05).
000740   05 FILLER           PIC X(11).
000750 FD  PAY-PERIOD-IN.
000760 01 PAY-PERIOD-REC.
000770   05 PP-PERIOD-ID     PIC 9(06).
000780   05 PP-START-DATE    PIC 9(08).
000790   05 PP-END-DATE      PIC 9(08).
000800   05 PP-STATUS        PIC X(01).
000810 FD  PAY-DETAIL-IO.
000820 01 PAY-DETAIL-REC.
000830   05 PD-EMP-ID        PIC 9(05).
000840   05 PD-RUN-DATE      PIC 9(08).
000850   05 PD-PERIOD-ID     PIC 9(06).
000860   05 PD-SALARY        PIC 9(07).
000870   05 PD-TAX           PIC 9(07).
000880   05 PD-BONUS         PIC 9(07).
000890   05 PD-NET           PIC 9(07).
000891 FD  ATTENDANCE-IN.
000892 01 ATTENDANCE-REC.
000893   05 AT-EMP-ID        PIC 9(05).
000894   05 AT-PERIOD-ID     PIC 9(06).
000895   05 AT-OT-HOURS      PIC 9(03).
000896   05 AT-RATE-CLASS    PIC X(01).
000897   05 AT-LEAVE-DAYS    PIC 9(02).
000898   05 AT-REG-HOURS     PIC 9(03)V99.
000899   05 AT-PAID-DAYS     PIC 9(02)V9.
000900 FD  RETIRE-TAX-IN.
000910 01 RETIRE-TAX-REC.
000920*  課税退職所得の上限・税率(%)・控除額（速算表の1段）
000930   05 RX-LIMIT         PIC 9(09).
000940   05 RX-RATE          PIC 9(02).
000950   05 RX-DEDUCT        PIC 9(09).
000960 FD  ARREARS-IO.
000970 01 ARREARS-REC.
000980   05 AR-EMP-ID        PIC 9(05).
000990   05 AR-BALANCE       PIC 9(07).
001000 FD  BANK-MASTER-IO.
001010 01 BANK-MASTER-REC.
001020   05 BK-EMP-ID        PIC 9(05).
001030   05 BK-BANK-CD       PIC X(04).
001040   05 BK-BRANCH-CD     PIC X(03).
001050   05 BK-ACCT-NO       PIC X(07).
001060   05 BK-STATUS        PIC X(01).
001070 FD  LEAVER-TRANSFER-OUT.
001080 01 LEAVER-TRANSFER-REC  PIC X(80).
001090 FD  PAYROLL-CONTROL-OUT.
001100 01 PAYROLL-CONTROL-REC.
001110   05 PC-ACCT-CD       PIC X(10).
001120   05 PC-AMOUNT        PIC 9(09).
001130   05 PC-PERIOD-ID     PIC 9(06).
001140 FD  YTD-MASTER-IO.
001150 01 YTD-MASTER-REC.
001160   05 YT-EMP-ID        PIC 9(05).
001170   05 YT-YEAR          PIC 9(04).
001180   05 YT-GROSS         PIC 9(09).
001190   05 YT-TAX           PIC 9(09).
001200   05 YT-BONUS         PIC 9(09).
001210   05 YT-NET           PIC 9(09).
001220   05 YT-STATUS        PIC X(01).
001222   05 YT-LEAVE-DATE    PIC 9(08).
001225   05 YT-YE-SW         PIC X(01).
001226   05 YT-YE-TAX        PIC 9(09).
001228   05 YT-BONUS-TAX     PIC 9(09).
001231 FD  RES-TAX-IO.
001232 01 RES-TAX-REC.
001233   05 RT-EMP-ID        PIC 9(05).
001234   05 RT-MUNI-CD       PIC X(06).
001235   05 RT-MUNI-NAME     PIC X(12).
001236   05 RT-YEAR          PIC 9(04).
001237   05 RT-AMT           PIC 9(06) OCCURS 12 TIMES.
001238   05 RT-STATUS        PIC X(01).
001239   05 RT-LUMP-FROM     PIC 9(02).
001240   05 RT-LUMP-AMT      PIC 9(07).
001245 FD  STATEMENT-OUT.
001250 01 STATEMENT-REC      PIC X(80).
001260 WORKING-STORAGE SECTION.
001270 01 WK-FLAGS.
001280   05 WK-LV-FILE-STATUS PIC X(02).
001290   05 WK-EM-FILE-STATUS PIC X(02).
001300   05 WK-PP-FILE-STATUS PIC X(02).
001310   05 WK-PD-FILE-STATUS PIC X(02).
001320   05 WK-RX-FILE-STATUS PIC X(02).
001330   05 WK-AR-FILE-STATUS PIC X(02).
001340   05 WK-BK-FILE-STATUS PIC X(02).
001350   05 WK-PC-FILE-STATUS PIC X(02).
001360   05 WK-YT-FILE-STATUS PIC X(02).
001365   05 WK-RT-FILE-STATUS PIC X(02).
001366   05 WK-AT-FILE-STATUS PIC X(02).
001370   05 WK-LV-EOF-SW     PIC X(01) VALUE 'N'.
001380     88 WK-LV-EOF          VALUE 'Y'.
001390   05 WK-PP-EOF-SW     PIC X(01) VALUE 'N'.
001400     88 WK-PP-EOF          VALUE 'Y'.
001410   05 WK-PD-EOF-SW     PIC X(01) VALUE 'N'.
001420     88 WK-PD-EOF          VALUE 'Y'.
001430   05 WK-RX-EOF-SW     PIC X(01) VALUE 'N'.
001440     88 WK-RX-EOF          VALUE 'Y'.
001450   05 WK-AR-EOF-SW     PIC X(01) VALUE 'N'.
001460     88 WK-AR-EOF          VALUE 'Y'.
001470   05 WK-BK-EOF-SW     PIC X(01) VALUE 'N'.
001480     88 WK-BK-EOF          VALUE 'Y'.
001490   05 WK-YT-EOF-SW     PIC X(01) VALUE 'N'.
001500     88 WK-YT-EOF          VALUE 'Y'.
001503   05 WK-RT-EOF-SW     PIC X(01) VALUE 'N'.
001506     88 WK-RT-EOF          VALUE 'Y'.
001507*    RESTAX.DATの既存行が表に収まらない（書き戻すと行が消える）
001508   05 WK-RT-OVFL-SW    PIC X(01) VALUE 'N'.
001509     88 WK-RT-OVERFLOW     VALUE 'Y'.
001511   05 WK-AT-EOF-SW     PIC X(01) VALUE 'N'.
001514     88 WK-AT-EOF          VALUE 'Y'.
001517   05 WK-EXIST-SW      PIC X(01).
001520     88 WK-EMP-EXISTS      VALUE 'Y'.
001530   05 WK-ACCEPT-SW     PIC X(01).
001540     88 WK-LEAVER-ACCEPTED VALUE 'Y'.
001550*--- 実行日と精算の控制合計の期間（実行月）---
001560 01 WK-RUN-AREA.
001570   05 WK-RUN-DATE      PIC 9(08).
001580   05 WK-RUN-PERIOD    PIC 9(06).
001590   05 WK-REJECT-CT     PIC 9(05) VALUE 0.
001600*--- 精算対象の退職者テーブル（1件ごとの計算結果を保持し、振込・
001610*    累計・精算書の出力に使う）---
001620 01 WK-LEAVER-TABLE.
001630   05 WK-LV-COUNT      PIC 9(02) VALUE 0.
001640   05 WK-LV-ENTRY OCCURS 50 TIMES.
001650     10 WK-LV-EMP-ID   PIC 9(05).
001660     10 WK-LV-NAME     PIC X(20).
001670     10 WK-LV-AGE      PIC 9(03).
001680     10 WK-LV-SITE     PIC X(03).
001690     10 WK-LV-DEPT     PIC X(05).
001700     10 WK-LV-MONTHLY  PIC 9(07).
001710     10 WK-LV-LEAVE-DATE PIC 9(08).
001720     10 WK-LV-SERVICE  PIC 9(02).
001730*    退職日を含む支給期間と日割の日数
001740     10 WK-LV-PERIOD-ID PIC 9(06).
001750     10 WK-LV-PER-START PIC 9(08).
001760     10 WK-LV-DAYS-WORKED PIC 9(03).
001770     10 WK-LV-DAYS-PERIOD PIC 9(03).
001780*    Y=当該期間の給与は定例の給与計算で支払済み
001790     10 WK-LV-PAID-SW  PIC X(01).
001800     10 WK-LV-SALARY   PIC 9(07).
001810     10 WK-LV-SAL-TAX  PIC 9(07).
001820     10 WK-LV-ALLOW    PIC 9(09).
001830     10 WK-LV-RT-DEDUCT PIC 9(09).
001840     10 WK-LV-RT-TAXABLE PIC 9(09).
001850     10 WK-LV-RT-TAX   PIC 9(09).
001860     10 WK-LV-ARR-RECOV PIC 9(07).
001870     10 WK-LV-ARR-WOFF PIC 9(07).
001880     10 WK-LV-NET      PIC 9(09).
001890     10 WK-LV-BANK-IDX PIC 9(03).
001893*    住民税の残りの月の合計（一括徴収の対象として通知する額）
001896     10 WK-LV-RT-LUMP  PIC 9(07).
001897*    給与形態（H=時給）と時間給、退職日を含む期間の勤怠
001898*    （WK-LV-AT-SW：Y=勤怠あり）
001899     10 WK-LV-PAY-TYPE PIC X(01).
001900       88 WK-LV-HOURLY     VALUE 'H'.
001902     10 WK-LV-HOURLY-RATE PIC 9(05).
001903     10 WK-LV-AT-SW    PIC X(01).
001904     10 WK-LV-REG-HOURS PIC 9(03)V99.
001906     10 WK-LV-OT-HOURS PIC 9(03).
001907     10 WK-LV-OT-CLASS PIC X(01).
001908 01 WK-LEAVER-WORK.
001910   05 WK-LV-IDX        PIC 9(02).
001920   05 WK-LV-FOUND-IDX  PIC 9(02).
001930   05 WK-NET-WORK      PIC S9(10).
001940*--- 支給期間のテーブル（退職日を含む期間の検索用）---
001950 01 WK-PERIOD-TABLE.
001960   05 WK-PP-COUNT      PIC 9(03) VALUE 0.
001970   05 WK-PP-ENTRY OCCURS 200 TIMES.
001980     10 WK-PP-PERIOD-ID PIC 9(06).
001990     10 WK-PP-START    PIC 9(08).
002000     10 WK-PP-END      PIC 9(08).
002010 01 WK-PERIOD-WORK.
002020   05 WK-PP-IDX        PIC 9(03).
002030   05 WK-PP-FOUND-IDX  PIC 9(03).
002031*--- 割増区分表（A=1.25倍、B=1.50倍、C=2.00倍。SAMPLE01と同じ）---
002032 01 WK-OT-RATE-VALUES.
002033   05 FILLER           PIC X(04) VALUE 'A125'.
002034   05 FILLER           PIC X(04) VALUE 'B150'.
002035   05 FILLER           PIC X(04) VALUE 'C200'.
002036 01 WK-OT-RATE-TABLE REDEFINES WK-OT-RATE-VALUES.
002037   05 WK-OT-ENTRY OCCURS 3 TIMES.
002038     10 WK-OT-CLASS    PIC X(01).
002039     10 WK-OT-RATE     PIC 9V99.
002041 01 WK-OT-RATE-WORK.
002042   05 WK-OT-IDX        PIC 9(01).
002044   05 WK-OT-FOUND-IDX  PIC 9(01).
002045   05 WK-HOURS-PAY     PIC 9(07).
002047   05 WK-OT-PAY        PIC 9(07).
002048*--- 日数計算（DATECHKの通日で期間の日数と在籍日数を求める）---
002050 01 WK-DATE-WORK.
002060   05 WK-DC-DATE       PIC 9(08).
002070   05 WK-DC-RETURN-CD  PIC 9(02).
002080   05 WK-DC-SERIAL     PIC 9(07).
002090   05 WK-START-SERIAL  PIC 9(07).
002100   05 WK-END-SERIAL    PIC 9(07).
002110   05 WK-LEAVE-SERIAL  PIC 9(07).
002120   05 WK-NEXT-MONTH    PIC 9(06).
002130*--- 税率表（共通ルーチンTAXLOADから受け取る）---
002140 01 WK-TAX-TABLE.
002150   05 WK-TB-COUNT      PIC 9(02).
002160   05 WK-TB-ENTRY OCCURS 10 TIMES.
002170     10 WK-TB-LIMIT    PIC 9(07).
002180     10 WK-TB-RATE     PIC 9(02).
002190 01 WK-TAX-WORK.
002200   05 WK-TB-IDX        PIC 9(02).
002210   05 WK-TB-FOUND-IDX  PIC 9(02).
002220   05 WK-SENIOR-AGE    PIC 9(03).
002230   05 WK-SENIOR-DEDUCT PIC 9(05).
002240   05 WK-TAX-RETURN-CD PIC 9(02).
002250*--- 退職所得の速算表（課税退職所得の上限・税率・控除額）---
002260 01 WK-RETIRE-TAX-TABLE.
002270   05 WK-RX-COUNT      PIC 9(02) VALUE 0.
002280   05 WK-RX-ENTRY OCCURS 10 TIMES.
002290     10 WK-RX-LIMIT    PIC 9(09).
002300     10 WK-RX-RATE     PIC 9(02).
002310     10 WK-RX-DEDUCT   PIC 9(09).
002320*--- 既定の速算表（RETTAX.DATが無い場合に使う）---
002330 01 WK-RX-DEFAULT-VALUES.
002340   05 FILLER PIC X(20) VALUE '00195000005000000000'.
002350   05 FILLER PIC X(20) VALUE '00330000010000097500'.
002360   05 FILLER PIC X(20) VALUE '00695000020000427500'.
002370   05 FILLER PIC X(20) VALUE '00900000023000636000'.
002380   05 FILLER PIC X(20) VALUE '01800000033001536000'.
002390   05 FILLER PIC X(20) VALUE '04000000040002796000'.
002400   05 FILLER PIC X(20) VALUE '99999999945004796000'.
002410 01 WK-RX-DEFAULT-TABLE REDEFINES WK-RX-DEFAULT-VALUES.
002420   05 WK-RD-ENTRY OCCURS 7 TIMES.
002430     10 WK-RD-LIMIT    PIC 9(09).
002440     10 WK-RD-RATE     PIC 9(02).
002450     10 WK-RD-DEDUCT   PIC 9(09).
002460 01 WK-RETIRE-WORK.
002470   05 WK-RX-IDX        PIC 9(02).
002480   05 WK-RX-FOUND-IDX  PIC 9(02).
002490   05 WK-RT-BASE-TAX   PIC S9(10).
002500*  復興特別所得税を含めた税額の割合（千分率）
002510   05 WK-RT-SURTAX-PM  PIC 9(04) VALUE 1021.
002520*--- 控除未回収残高のテーブル（回収・償却後に全件書き戻す）---
002530 01 WK-ARREARS-TABLE.
002540   05 WK-AR-COUNT      PIC 9(03) VALUE 0.
002550   05 WK-AR-ENTRY OCCURS 200 TIMES.
002560     10 WK-AR-EMP-ID   PIC 9(05).
002570     10 WK-AR-BALANCE  PIC 9(07).
002580 01 WK-ARREARS-WORK.
002590   05 WK-AR-IDX        PIC 9(03).
002600   05 WK-AR-FOUND-IDX  PIC 9(03).
002610*--- 口座マスタのインメモリテーブル（状態を更新して書き戻す）---
002620 01 WK-BANK-TABLE.
002630   05 WK-BK-COUNT      PIC 9(03) VALUE 0.
002640   05 WK-BK-ENTRY OCCURS 100 TIMES.
002650     10 WK-BK-EMP-ID   PIC 9(05).
002660     10 WK-BK-BANK-CD  PIC X(04).
002670     10 WK-BK-BRANCH-CD PIC X(03).
002680     10 WK-BK-ACCT-NO  PIC X(07).
002690     10 WK-BK-STATUS   PIC X(01).
002700 01 WK-BANK-WORK.
002710   05 WK-BK-IDX        PIC 9(03).
002720   05 WK-BK-FOUND-IDX  PIC 9(03).
002730   05 WK-BANK-COUNT    PIC 9(05) VALUE 0.
002740   05 WK-BANK-TOTAL    PIC 9(09) VALUE 0.
002750*--- 精算振込インターフェース（BANKTRF.DATと同じ様式）---
002760 01 WK-BANK-HEADER.
002770   05 FILLER           PIC X(06) VALUE 'HEADER'.
002780   05 WK-BKH-RUN-DATE  PIC 9(08).
002790   05 WK-BKH-PERIOD-ID PIC 9(06).
002800   05 FILLER           PIC X(60) VALUE SPACES.
002810 01 WK-BANK-DETAIL.
002820   05 FILLER           PIC X(06) VALUE 'DETAIL'.
002830   05 WK-BKD-EMP-ID    PIC 9(05).
002840   05 WK-BKD-BANK-CD   PIC X(04).
002850   05 WK-BKD-BRANCH-CD PIC X(03).
002860   05 WK-BKD-ACCT-NO   PIC X(07).
002870   05 WK-BKD-AMOUNT    PIC 9(09).
002880   05 FILLER           PIC X(46) VALUE SPACES.
002890 01 WK-BANK-TRAILER.
002900   05 FILLER           PIC X(07) VALUE 'TRAILER'.
002910   05 WK-BKT-COUNT     PIC 9(05).
002920   05 WK-BKT-TOTAL     PIC 9(09).
002930   05 FILLER           PIC X(59) VALUE SPACES.
002940*--- 全銀協フォーマット振込ファイル(ZENLEAV.DAT)の作成ルーチン
002950*    ZENGINの呼び出し用ワーク（種別11＝給与振込）---
002960 01 WK-ZENGIN-WORK.
002970   05 WK-ZG-FUNC       PIC X(01).
002980   05 WK-ZG-FILE-NAME  PIC X(20) VALUE 'ZENLEAV.DAT'.
002990   05 WK-ZG-RETURN-CD  PIC 9(02).
003000 01 WK-ZENGIN-AREA.
003010   05 WK-ZG-KIND       PIC X(02) VALUE '11'.
003020   05 WK-ZG-PAY-DATE   PIC 9(08).
003030   05 WK-ZG-DIRECTION  PIC X(01) VALUE 'F'.
003040   05 WK-ZG-VALUE-DATE PIC 9(08).
003050   05 WK-ZG-BANK-CD    PIC X(04).
003060   05 WK-ZG-BRANCH-CD  PIC X(03).
003070   05 WK-ZG-ACCT-NO    PIC X(07).
003080   05 WK-ZG-PAYEE-NAME PIC X(30) VALUE SPACES.
003090   05 WK-ZG-CUST-CD    PIC X(10).
003100   05 WK-ZG-AMOUNT     PIC 9(10).
003110   05 WK-ZG-COUNT      PIC 9(06).
003120   05 WK-ZG-TOTAL      PIC 9(12).
003130*--- GL控制合計（精算費用・源泉・回収控除・純支給）---
003140 01 WK-GL-TOTALS.
003150   05 WK-GL-LVEXP      PIC 9(09) VALUE 0.
003160   05 WK-GL-LVTAX      PIC 9(09) VALUE 0.
003170   05 WK-GL-LVDED      PIC 9(09) VALUE 0.
003180   05 WK-GL-LVNET      PIC 9(09) VALUE 0.
003190   05 WK-GL-WRITEOFF   PIC 9(09) VALUE 0.
003200*--- 年初来累計テーブル（精算分を加えて締める）---
003210 01 WK-YTD-TABLE.
003220   05 WK-YT-COUNT      PIC 9(03) VALUE 0.
003230   05 WK-YT-ENTRY OCCURS 100 TIMES.
003240     10 WK-YT-EMP-ID   PIC 9(05).
003250     10 WK-YT-YEAR     PIC 9(04).
003260     10 WK-YT-GROSS    PIC 9(09).
003270     10 WK-YT-TAX      PIC 9(09).
003280     10 WK-YT-BONUS    PIC 9(09).
003290     10 WK-YT-NET      PIC 9(09).
003300     10 WK-YT-STATUS   PIC X(01).
003310     10 WK-YT-LEAVE-DATE PIC 9(08).
003311     10 WK-YT-YE-SW    PIC X(01).
003312     10 WK-YT-YE-TAX   PIC 9(09).
003313     10 WK-YT-BONUS-TAX PIC 9(09).
003320 01 WK-YTD-WORK.
003330   05 WK-YT-IDX        PIC 9(03).
003340   05 WK-YT-FOUND-IDX  PIC 9(03).
003350   05 WK-YT-FIND-ID    PIC 9(05).
003360   05 WK-YT-FIND-YEAR  PIC 9(04).
003361*--- 住民税マスタのテーブル（一括徴収の対象を記録して書き戻す）---
003362 01 WK-RT-TABLE.
003363   05 WK-RT-COUNT      PIC 9(03) VALUE 0.
003364   05 WK-RT-REC        PIC X(109) OCCURS 500 TIMES.
003365 01 WK-RT-WORK.
003366   05 WK-RT-IDX        PIC 9(03).
003367*  退職日を含む支給期間の住民税年度と、一括徴収の開始月の位置
003368*  （6月=1。支給期間の給与が支払済みなら翌月から）
003369   05 WK-RT-YEAR       PIC 9(04).
003370   05 WK-RT-MM         PIC 9(02).
003371   05 WK-RT-FROM       PIC 9(02).
003372   05 WK-RT-MONTH-IDX  PIC 9(02).
003376*--- LOCKMGR呼び出し用ワーク（実行間ロック。給与・賞与の実行中は
003380*    開始しない）---
003390 01 WK-LOCK-AREA.
003400   05 WK-LOCK-FUNC     PIC X(01).
003410   05 WK-LOCK-PGM      PIC X(08) VALUE 'LEAVEPAY'.
003420   05 WK-LOCK-FILES.
003430     10 FILLER         PIC X(10) VALUE 'YTDMAST   '.
003440     10 FILLER         PIC X(10) VALUE 'PAYCTRL   '.
003450     10 FILLER         PIC X(10) VALUE 'BANKMAST  '.
003460     10 FILLER         PIC X(10) VALUE 'ARREARS   '.
003470     10 FILLER         PIC X(10) VALUE 'RESTAX    '.
003480   05 WK-LOCK-RETURN-CD PIC 9(02).
003490*--- 精算書の各行 ---
003500 01 WK-PAGE-RULE.
003510   05 FILLER PIC X(50) VALUE ALL '='.
003520 01 WK-STMT-TITLE.
003530   05 FILLER           PIC X(36)
003540       VALUE 'FINAL SETTLEMENT STATEMENT   RUN : '.
003550   05 WK-SH-RUN-DATE   PIC 9(08).
003560 01 WK-STMT-EMP-LINE.
003570   05 FILLER           PIC X(08) VALUE 'EMPNO : '.
003580   05 WK-SE-EMP-ID     PIC 9(05).
003590   05 FILLER           PIC X(08) VALUE '  NAME: '.
003600   05 WK-SE-NAME       PIC X(20).
003610   05 FILLER           PIC X(08) VALUE '  SITE: '.
003620   05 WK-SE-SITE       PIC X(03).
003630   05 FILLER           PIC X(08) VALUE '  DEPT: '.
003640   05 WK-SE-DEPT       PIC X(05).
003650 01 WK-STMT-LEAVE-LINE.
003660   05 FILLER           PIC X(16) VALUE 'LEAVING DATE  : '.
003670   05 WK-SL-DATE       PIC 9(08).
003680   05 FILLER           PIC X(18) VALUE '  SERVICE YEARS : '.
003690   05 WK-SL-SERVICE    PIC Z9.
003700 01 WK-STMT-PERIOD-LINE.
003710   05 FILLER           PIC X(16) VALUE 'PAY PERIOD    : '.
003720   05 WK-SP-PERIOD-ID  PIC 9(06).
003730   05 FILLER           PIC X(09) VALUE '   DAYS: '.
003740   05 WK-SP-WORKED     PIC ZZ9.
003750   05 FILLER           PIC X(03) VALUE ' / '.
003760   05 WK-SP-DAYS       PIC ZZ9.
003770   05 WK-SP-NOTE       PIC X(24).
003780 01 WK-STMT-AMT-LINE.
003790   05 WK-SA-LABEL      PIC X(16).
003800   05 WK-SA-AMOUNT     PIC ZZZZZZZZ9.
003810 01 WK-STMT-BANK-LINE.
003820   05 FILLER           PIC X(16) VALUE 'PAID TO       : '.
003830   05 WK-SB-BANK-CD    PIC X(04).
003840   05 FILLER           PIC X(01) VALUE '-'.
003850   05 WK-SB-BRANCH-CD  PIC X(03).
003860   05 FILLER           PIC X(01) VALUE '-'.
003870   05 WK-SB-ACCT-NO    PIC X(07).
003880   05 FILLER           PIC X(12) VALUE '  (CLOSED)  '.
003890 01 WK-STMT-TOTAL-LINE.
003900   05 WK-ST-LABEL      PIC X(16).
003910   05 WK-ST-AMOUNT     PIC ZZZZZZZZ9.
003920 PROCEDURE DIVISION.
003930 MAIN-PROC.
003940*    退職者ごとに退職日までの日割給与と退職手当を精算する。
003950*    日割給与は給与と同じ税率表、退職手当は退職所得の分離課税で
003960*    源泉徴収し、控除未回収残高は最終支給から回収して残りを償却
003970*    する。精算振込ファイルを作成して口座を無効(I)とし、精算書を
003980*    印字し、年初来累計を締めて(YT-STATUS='C')YTDSTMTの退職者
003990*    発行へ渡す。控制合計LVEXP/LVTAX/LVDED/LVNETをPAYCTRL.DAT
004000*    へ追記してGLJRNL・GLRECONへ流す
004010     CALL 'BUSDATE' USING WK-RUN-DATE.
004020     MOVE WK-RUN-DATE(1:6) TO WK-RUN-PERIOD.
004030*    更新するファイルの実行間ロックを取得する（給与・賞与の
004040*    実行中は開始しない）
004050     MOVE 'L' TO WK-LOCK-FUNC.
004060     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
004070         WK-LOCK-FILES WK-LOCK-RETURN-CD.
004080     IF WK-LOCK-RETURN-CD NOT = 00
004090         DISPLAY 'LEAVEPAY: MASTERS LOCKED BY ANOTHER RUN'
004100             ' - RUN REFUSED'
004110         MOVE 8 TO RETURN-CODE
004120         GOBACK
004130     END-IF.
004140     PERFORM LOAD-YTD-TABLE-PROC.
004150     PERFORM LOAD-PERIOD-TABLE-PROC.
004160     PERFORM LOAD-LEAVER-PROC.
004170     IF WK-LV-COUNT = 0
004180         DISPLAY 'LEAVEPAY: NO LEAVER TO SETTLE - REJECTED = '
004190             WK-REJECT-CT
004200         PERFORM RELEASE-LOCK-PROC
004210         GOBACK
004220     END-IF.
004230     PERFORM CHECK-PAID-PERIOD-PROC.
004235     PERFORM LOAD-ATTENDANCE-PROC.
004240     PERFORM LOAD-RETIRE-TAX-PROC.
004250     PERFORM LOAD-ARREARS-PROC.
004260     PERFORM LOAD-BANK-TABLE-PROC.
004270     PERFORM SETTLE-LEAVER-PROC
004280         VARYING WK-LV-IDX FROM 1 BY 1
004290         UNTIL WK-LV-IDX > WK-LV-COUNT.
004300     PERFORM WRITE-TRANSFER-PROC.
004310     PERFORM WRITE-BANK-MASTER-PROC.
004320     PERFORM WRITE-PAY-DETAIL-PROC.
004330     PERFORM WRITE-ARREARS-FILE-PROC.
004340     PERFORM CLOSE-YTD-PROC.
004345     PERFORM MARK-RES-TAX-PROC.
004350     PERFORM WRITE-CONTROL-PROC.
004360     PERFORM WRITE-STATEMENT-PROC.
004370     DISPLAY 'LEAVEPAY: LEAVERS   = ' WK-LV-COUNT.
004380     DISPLAY 'LEAVEPAY: REJECTED  = ' WK-REJECT-CT.
004390     DISPLAY 'LEAVEPAY: LVEXP     = ' WK-GL-LVEXP.
004400     DISPLAY 'LEAVEPAY: LVTAX     = ' WK-GL-LVTAX.
004410     DISPLAY 'LEAVEPAY: LVDED     = ' WK-GL-LVDED.
004420     DISPLAY 'LEAVEPAY: LVNET     = ' WK-GL-LVNET.
004430     DISPLAY 'LEAVEPAY: WRITE-OFF = ' WK-GL-WRITEOFF.
004440     DISPLAY 'LEAVEPAY: RUN YTDSTMT WITH L IN YTDSTMT.CTL TO '
004450         'ISSUE THE WITHHOLDING STATEMENTS'.
004460     PERFORM RELEASE-LOCK-PROC.
004462     IF WK-RT-OVERFLOW
004464         MOVE 8 TO RETURN-CODE
004466     END-IF.
004470     GOBACK.
004480 RELEASE-LOCK-PROC.
004490*    取得した実行間ロックを解放する
004500     MOVE 'U' TO WK-LOCK-FUNC.
004510     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
004520         WK-LOCK-FILES WK-LOCK-RETURN-CD.
004530 LOAD-YTD-TABLE-PROC.
004540*    YTDMAST.DATを全件読み込む（締め済みの判定と締め処理に使う）
004550     OPEN INPUT YTD-MASTER-IO.
004560     IF WK-YT-FILE-STATUS = '35'
004570         SET WK-YT-EOF TO TRUE
004580     ELSE
004590         PERFORM READ-YTD-PROC
004600             UNTIL WK-YT-EOF
004610         CLOSE YTD-MASTER-IO
004620     END-IF.
004630 READ-YTD-PROC.
004640     READ YTD-MASTER-IO
004650         AT END
004660             SET WK-YT-EOF TO TRUE
004670         NOT AT END
004680             IF WK-YT-COUNT < 100
004690                 ADD 1 TO WK-YT-COUNT
004700                 MOVE YT-EMP-ID TO WK-YT-EMP-ID(WK-YT-COUNT)
004710                 MOVE YT-YEAR   TO WK-YT-YEAR(WK-YT-COUNT)
004720                 MOVE YT-GROSS  TO WK-YT-GROSS(WK-YT-COUNT)
004730                 MOVE YT-TAX    TO WK-YT-TAX(WK-YT-COUNT)
004740                 MOVE YT-BONUS  TO WK-YT-BONUS(WK-YT-COUNT)
004750                 MOVE YT-NET    TO WK-YT-NET(WK-YT-COUNT)
004760                 MOVE YT-STATUS TO WK-YT-STATUS(WK-YT-COUNT)
004770                 IF YT-LEAVE-DATE IS NUMERIC
004780                     MOVE YT-LEAVE-DATE
004790                         TO WK-YT-LEAVE-DATE(WK-YT-COUNT)
004800                 ELSE
004810                     MOVE ZERO TO WK-YT-LEAVE-DATE(WK-YT-COUNT)
004820                 END-IF
004821                 MOVE YT-YE-SW  TO WK-YT-YE-SW(WK-YT-COUNT)
004822                 IF YT-YE-TAX IS NUMERIC
004823                     MOVE YT-YE-TAX TO WK-YT-YE-TAX(WK-YT-COUNT)
004824                 ELSE
004825                     MOVE ZERO TO WK-YT-YE-TAX(WK-YT-COUNT)
004826                 END-IF
004827                 IF YT-BONUS-TAX IS NUMERIC
004828                     MOVE YT-BONUS-TAX
004829                         TO WK-YT-BONUS-TAX(WK-YT-COUNT)
004831                 ELSE
004833                     MOVE ZERO TO WK-YT-BONUS-TAX(WK-YT-COUNT)
004835                 END-IF
004837             END-IF
004840     END-READ.
004850 FIND-YTD-PROC.
004860*    WK-YT-FIND-ID・WK-YT-FIND-YEARの累計エントリの添字を返す
004870*    （無ければ0）
004880     MOVE 0 TO WK-YT-FOUND-IDX.
004890     PERFORM FIND-YTD-STEP-PROC
004900         VARYING WK-YT-IDX FROM 1 BY 1
004910         UNTIL WK-YT-IDX > WK-YT-COUNT
004920             OR WK-YT-FOUND-IDX NOT = 0.
004930 FIND-YTD-STEP-PROC.
004940     IF WK-YT-EMP-ID(WK-YT-IDX) = WK-YT-FIND-ID
004950             AND WK-YT-YEAR(WK-YT-IDX) = WK-YT-FIND-YEAR
004960         MOVE WK-YT-IDX TO WK-YT-FOUND-IDX
004970     END-IF.
004980 LOAD-PERIOD-TABLE-PROC.
004990*    PAYPERD.DATを全件読み込む（退職日を含む支給期間の検索用）
005000     OPEN INPUT PAY-PERIOD-IN.
005010     IF WK-PP-FILE-STATUS = '35'
005020         SET WK-PP-EOF TO TRUE
005030     ELSE
005040         PERFORM READ-PERIOD-PROC
005050             UNTIL WK-PP-EOF
005060         CLOSE PAY-PERIOD-IN
005070     END-IF.
005080 READ-PERIOD-PROC.
005090     READ PAY-PERIOD-IN
005100         AT END
005110             SET WK-PP-EOF TO TRUE
005120         NOT AT END
005130             IF WK-PP-COUNT < 200
005140                 ADD 1 TO WK-PP-COUNT
005150                 MOVE PP-PERIOD-ID
005160                     TO WK-PP-PERIOD-ID(WK-PP-COUNT)
005170                 MOVE PP-START-DATE TO WK-PP-START(WK-PP-COUNT)
005180                 MOVE PP-END-DATE   TO WK-PP-END(WK-PP-COUNT)
005190             END-IF
005200     END-READ.
005210 LOAD-LEAVER-PROC.
005220*    精算対象の退職者を読み込み、検査を通った者だけをテーブルへ
005230*    取り込む（退職日の誤り・社員マスタに無い・精算済みは拒否）
005240     OPEN INPUT LEAVER-REQUEST-IN.
005250     IF WK-LV-FILE-STATUS = '35'
005260         DISPLAY 'LEAVEPAY: LEAVERS.DAT NOT FOUND'
005270         SET WK-LV-EOF TO TRUE
005280     ELSE
005290         OPEN INPUT EMP-MASTER-IN
005300         PERFORM READ-LEAVER-PROC
005310             UNTIL WK-LV-EOF
005320         CLOSE EMP-MASTER-IN
005330         CLOSE LEAVER-REQUEST-IN
005340     END-IF.
005350 READ-LEAVER-PROC.
005360     READ LEAVER-REQUEST-IN
005370         AT END
005380             SET WK-LV-EOF TO TRUE
005390         NOT AT END
005400             PERFORM EDIT-LEAVER-PROC
005410             IF WK-LEAVER-ACCEPTED
005420                 PERFORM STORE-LEAVER-PROC
005430             ELSE
005440                 ADD 1 TO WK-REJECT-CT
005450             END-IF
005460     END-READ.
005470 EDIT-LEAVER-PROC.
005480*    退職者1件の検査：退職日が暦日として正しいこと、社員マスタに
005490*    あること、当年の累計が締め済みでないこと（二重精算の防止）、
005500*    同じ社員が今回の指示に重複していないこと
005510     MOVE 'Y' TO WK-ACCEPT-SW.
005520     MOVE LV-LEAVE-DATE TO WK-DC-DATE.
005530     CALL 'DATECHK' USING WK-DC-DATE WK-DC-RETURN-CD
005540         WK-DC-SERIAL.
005550     IF WK-DC-RETURN-CD NOT = 00
005560         DISPLAY 'LEAVEPAY: ' LV-EMP-ID ' INVALID LEAVING DATE '
005570             LV-LEAVE-DATE
005580         MOVE 'N' TO WK-ACCEPT-SW
005590     ELSE
005600         PERFORM READ-EMP-MASTER-PROC
005610         IF NOT WK-EMP-EXISTS
005620             DISPLAY 'LEAVEPAY: ' LV-EMP-ID ' NOT ON EMPMAST'
005630             MOVE 'N' TO WK-ACCEPT-SW
005640         END-IF
005650     END-IF.
005660     IF WK-LEAVER-ACCEPTED
005670         MOVE LV-EMP-ID          TO WK-YT-FIND-ID
005680         MOVE LV-LEAVE-YYYY      TO WK-YT-FIND-YEAR
005690         PERFORM FIND-YTD-PROC
005700         IF WK-YT-FOUND-IDX NOT = 0
005710             IF WK-YT-STATUS(WK-YT-FOUND-IDX) = 'C'
005720                 DISPLAY 'LEAVEPAY: ' LV-EMP-ID
005730                     ' ALREADY SETTLED ON '
005740                     WK-YT-LEAVE-DATE(WK-YT-FOUND-IDX)
005750                 MOVE 'N' TO WK-ACCEPT-SW
005760             END-IF
005770         END-IF
005780     END-IF.
005790     IF WK-LEAVER-ACCEPTED
005800         MOVE 0 TO WK-LV-FOUND-IDX
005810         PERFORM FIND-LEAVER-STEP-PROC
005820             VARYING WK-LV-IDX FROM 1 BY 1
005830             UNTIL WK-LV-IDX > WK-LV-COUNT
005840                 OR WK-LV-FOUND-IDX NOT = 0
005850         IF WK-LV-FOUND-IDX NOT = 0
005860             DISPLAY 'LEAVEPAY: ' LV-EMP-ID ' DUPLICATE REQUEST'
005870             MOVE 'N' TO WK-ACCEPT-SW
005880         END-IF
005890     END-IF.
005900     IF WK-LEAVER-ACCEPTED AND WK-LV-COUNT NOT < 50
005910         DISPLAY 'LEAVEPAY: TABLE FULL - ' LV-EMP-ID
005920             ' NOT SETTLED'
005930         MOVE 'N' TO WK-ACCEPT-SW
005940     END-IF.
005950 FIND-LEAVER-STEP-PROC.
005960     IF WK-LV-EMP-ID(WK-LV-IDX) = LV-EMP-ID
005970         MOVE WK-LV-IDX TO WK-LV-FOUND-IDX
005980     END-IF.
005990 READ-EMP-MASTER-PROC.
006000     MOVE 'N' TO WK-EXIST-SW.
006010     MOVE LV-EMP-ID TO EM-EMP-ID.
006020     READ EMP-MASTER-IN
006030         INVALID KEY
006040             CONTINUE
006050         NOT INVALID KEY
006060             SET WK-EMP-EXISTS TO TRUE
006070     END-READ.
006080 STORE-LEAVER-PROC.
006090*    検査済みの退職者をテーブルへ追加し、退職日を含む支給期間と
006100*    日割の日数を求める
006110     ADD 1 TO WK-LV-COUNT.
006120     MOVE WK-DC-SERIAL    TO WK-LEAVE-SERIAL.
006130     MOVE LV-EMP-ID       TO WK-LV-EMP-ID(WK-LV-COUNT).
006140     MOVE EM-NAME         TO WK-LV-NAME(WK-LV-COUNT).
006150     MOVE EM-AGE          TO WK-LV-AGE(WK-LV-COUNT).
006160     MOVE EM-SITE-CD      TO WK-LV-SITE(WK-LV-COUNT).
006170     MOVE EM-DEPT-CD      TO WK-LV-DEPT(WK-LV-COUNT).
006180     MOVE EM-SALARY       TO WK-LV-MONTHLY(WK-LV-COUNT).
006181     MOVE EM-PAY-TYPE     TO WK-LV-PAY-TYPE(WK-LV-COUNT).
006182     IF EM-HOURLY-RATE IS NUMERIC
006183         MOVE EM-HOURLY-RATE TO WK-LV-HOURLY-RATE(WK-LV-COUNT)
006184     ELSE
006185         MOVE ZERO TO WK-LV-HOURLY-RATE(WK-LV-COUNT)
006186     END-IF.
006187     MOVE 'N'             TO WK-LV-AT-SW(WK-LV-COUNT).
006188     MOVE SPACE           TO WK-LV-OT-CLASS(WK-LV-COUNT).
006189     MOVE ZERO TO WK-LV-REG-HOURS(WK-LV-COUNT)
006192                  WK-LV-OT-HOURS(WK-LV-COUNT).
006196     MOVE LV-LEAVE-DATE   TO WK-LV-LEAVE-DATE(WK-LV-COUNT).
006200     MOVE LV-SERVICE-YRS  TO WK-LV-SERVICE(WK-LV-COUNT).
006210     MOVE LV-RETIRE-ALLOW TO WK-LV-ALLOW(WK-LV-COUNT).
006220     MOVE 'N'             TO WK-LV-PAID-SW(WK-LV-COUNT).
006230     MOVE ZERO TO WK-LV-SALARY(WK-LV-COUNT)
006240                  WK-LV-SAL-TAX(WK-LV-COUNT)
006250                  WK-LV-RT-DEDUCT(WK-LV-COUNT)
006260                  WK-LV-RT-TAXABLE(WK-LV-COUNT)
006270                  WK-LV-RT-TAX(WK-LV-COUNT)
006280                  WK-LV-ARR-RECOV(WK-LV-COUNT)
006290                  WK-LV-ARR-WOFF(WK-LV-COUNT)
006300                  WK-LV-NET(WK-LV-COUNT)
006310                  WK-LV-BANK-IDX(WK-LV-COUNT).
006320     PERFORM SET-LEAVE-PERIOD-PROC.
006330 SET-LEAVE-PERIOD-PROC.
006340*    退職日を含む支給期間をPAYPERD.DATから探す。登録の無い場合は
006350*    退職日の暦月を期間（期間ID＝年月）とみなす
006360     MOVE 0 TO WK-PP-FOUND-IDX.
006370     PERFORM FIND-PERIOD-STEP-PROC
006380         VARYING WK-PP-IDX FROM 1 BY 1
006390         UNTIL WK-PP-IDX > WK-PP-COUNT
006400             OR WK-PP-FOUND-IDX NOT = 0.
006410     IF WK-PP-FOUND-IDX NOT = 0
006420         MOVE WK-PP-PERIOD-ID(WK-PP-FOUND-IDX)
006430             TO WK-LV-PERIOD-ID(WK-LV-COUNT)
006440         MOVE WK-PP-START(WK-PP-FOUND-IDX)
006450             TO WK-LV-PER-START(WK-LV-COUNT)
006460         MOVE WK-PP-END(WK-PP-FOUND-IDX) TO WK-DC-DATE
006470         CALL 'DATECHK' USING WK-DC-DATE WK-DC-RETURN-CD
006480             WK-DC-SERIAL
006490         MOVE WK-DC-SERIAL TO WK-END-SERIAL
006500     ELSE
006510         COMPUTE WK-LV-PERIOD-ID(WK-LV-COUNT) =
006520             LV-LEAVE-YYYY * 100 + LV-LEAVE-MM
006530         COMPUTE WK-LV-PER-START(WK-LV-COUNT) =
006540             WK-LV-PERIOD-ID(WK-LV-COUNT) * 100 + 1
006550*        月末＝翌月1日の通日の前日
006560         IF LV-LEAVE-MM = 12
006570             COMPUTE WK-NEXT-MONTH = (LV-LEAVE-YYYY + 1) * 100 + 1
006580         ELSE
006590             COMPUTE WK-NEXT-MONTH =
006600                 WK-LV-PERIOD-ID(WK-LV-COUNT) + 1
006610         END-IF
006620         COMPUTE WK-DC-DATE = WK-NEXT-MONTH * 100 + 1
006630         CALL 'DATECHK' USING WK-DC-DATE WK-DC-RETURN-CD
006640             WK-DC-SERIAL
006650         COMPUTE WK-END-SERIAL = WK-DC-SERIAL - 1
006660     END-IF.
006670     MOVE WK-LV-PER-START(WK-LV-COUNT) TO WK-DC-DATE.
006680     CALL 'DATECHK' USING WK-DC-DATE WK-DC-RETURN-CD
006690         WK-DC-SERIAL.
006700     MOVE WK-DC-SERIAL TO WK-START-SERIAL.
006710     COMPUTE WK-LV-DAYS-PERIOD(WK-LV-COUNT) =
006720         WK-END-SERIAL - WK-START-SERIAL + 1.
006730     COMPUTE WK-LV-DAYS-WORKED(WK-LV-COUNT) =
006740         WK-LEAVE-SERIAL - WK-START-SERIAL + 1.
006750 FIND-PERIOD-STEP-PROC.
006760     IF WK-PP-START(WK-PP-IDX) NOT > LV-LEAVE-DATE
006770             AND WK-PP-END(WK-PP-IDX) NOT < LV-LEAVE-DATE
006780         MOVE WK-PP-IDX TO WK-PP-FOUND-IDX
006790     END-IF.
006800 CHECK-PAID-PERIOD-PROC.
006810*    退職日を含む期間の給与が定例の給与計算(SAMPLE01)で支払済み
006820*    かをPAYDETL.DATで確認する（支払済みなら日割給与は支給しない）
006830     OPEN INPUT PAY-DETAIL-IO.
006840     IF WK-PD-FILE-STATUS = '35'
006850         SET WK-PD-EOF TO TRUE
006860     ELSE
006870         PERFORM READ-PAY-DETAIL-PROC
006880             UNTIL WK-PD-EOF
006890         CLOSE PAY-DETAIL-IO
006900     END-IF.
006910 READ-PAY-DETAIL-PROC.
006920     READ PAY-DETAIL-IO
006930         AT END
006940             SET WK-PD-EOF TO TRUE
006950         NOT AT END
006960             PERFORM MARK-PAID-STEP-PROC
006970                 VARYING WK-LV-IDX FROM 1 BY 1
006980                 UNTIL WK-LV-IDX > WK-LV-COUNT
006990     END-READ.
007000 MARK-PAID-STEP-PROC.
007010     IF WK-LV-EMP-ID(WK-LV-IDX) = PD-EMP-ID
007020             AND WK-LV-PERIOD-ID(WK-LV-IDX) = PD-PERIOD-ID
007030         MOVE 'Y' TO WK-LV-PAID-SW(WK-LV-IDX)
007040     END-IF.
007041 LOAD-ATTENDANCE-PROC.
007042*    時給者の退職日を含む期間の勤怠（所定時間内の労働時間・残業
007043*    時間・割増区分）をATTEND.DATから取る
007044     OPEN INPUT ATTENDANCE-IN.
007045     IF WK-AT-FILE-STATUS = '35'
007046         SET WK-AT-EOF TO TRUE
007047     ELSE
007048         PERFORM READ-ATTENDANCE-PROC
007049             UNTIL WK-AT-EOF
007050         CLOSE ATTENDANCE-IN
007051     END-IF.
007052 READ-ATTENDANCE-PROC.
007053     READ ATTENDANCE-IN
007054         AT END
007055             SET WK-AT-EOF TO TRUE
007056         NOT AT END
007057             PERFORM MARK-ATTENDANCE-STEP-PROC
007058                 VARYING WK-LV-IDX FROM 1 BY 1
007060                 UNTIL WK-LV-IDX > WK-LV-COUNT
007061     END-READ.
007062 MARK-ATTENDANCE-STEP-PROC.
007063     IF WK-LV-EMP-ID(WK-LV-IDX) = AT-EMP-ID
007064             AND WK-LV-PERIOD-ID(WK-LV-IDX) = AT-PERIOD-ID
007065             AND WK-LV-HOURLY(WK-LV-IDX)
007066         MOVE 'Y'           TO WK-LV-AT-SW(WK-LV-IDX)
007067         MOVE AT-OT-HOURS   TO WK-LV-OT-HOURS(WK-LV-IDX)
007068         MOVE AT-RATE-CLASS TO WK-LV-OT-CLASS(WK-LV-IDX)
007070         IF AT-REG-HOURS IS NUMERIC
007071             MOVE AT-REG-HOURS TO WK-LV-REG-HOURS(WK-LV-IDX)
007072         ELSE
007073             MOVE ZERO TO WK-LV-REG-HOURS(WK-LV-IDX)
007074         END-IF
007075     END-IF.
007076 LOAD-RETIRE-TAX-PROC.
007077*    退職所得の速算表を読み込む（RETTAX.DATが無いか空の場合は
007078*    既定の速算表を使う）
007080     OPEN INPUT RETIRE-TAX-IN.
007090     IF WK-RX-FILE-STATUS = '35'
007100         SET WK-RX-EOF TO TRUE
007110     ELSE
007120         PERFORM READ-RETIRE-TAX-PROC
007130             UNTIL WK-RX-EOF
007140         CLOSE RETIRE-TAX-IN
007150     END-IF.
007160     IF WK-RX-COUNT = 0
007170         MOVE 7 TO WK-RX-COUNT
007180         PERFORM SET-RX-DEFAULT-PROC
007190             VARYING WK-RX-IDX FROM 1 BY 1
007200             UNTIL WK-RX-IDX > 7
007210     END-IF.
007220 READ-RETIRE-TAX-PROC.
007230     READ RETIRE-TAX-IN
007240         AT END
007250             SET WK-RX-EOF TO TRUE
007260         NOT AT END
007270             IF WK-RX-COUNT < 10
007280                 ADD 1 TO WK-RX-COUNT
007290                 MOVE RX-LIMIT  TO WK-RX-LIMIT(WK-RX-COUNT)
007300                 MOVE RX-RATE   TO WK-RX-RATE(WK-RX-COUNT)
007310                 MOVE RX-DEDUCT TO WK-RX-DEDUCT(WK-RX-COUNT)
007320             END-IF
007330     END-READ.
007340 SET-RX-DEFAULT-PROC.
007350     MOVE WK-RD-LIMIT(WK-RX-IDX)  TO WK-RX-LIMIT(WK-RX-IDX).
007360     MOVE WK-RD-RATE(WK-RX-IDX)   TO WK-RX-RATE(WK-RX-IDX).
007370     MOVE WK-RD-DEDUCT(WK-RX-IDX) TO WK-RX-DEDUCT(WK-RX-IDX).
007380 LOAD-ARREARS-PROC.
007390*    控除未回収残高(ARREARS.DAT)を全件読み込む
007400     OPEN INPUT ARREARS-IO.
007410     IF WK-AR-FILE-STATUS = '35'
007420         SET WK-AR-EOF TO TRUE
007430     ELSE
007440         PERFORM READ-ARREARS-PROC
007450             UNTIL WK-AR-EOF
007460         CLOSE ARREARS-IO
007470     END-IF.
007480 READ-ARREARS-PROC.
007490     READ ARREARS-IO
007500         AT END
007510             SET WK-AR-EOF TO TRUE
007520         NOT AT END
007530             IF WK-AR-COUNT < 200
007540                 ADD 1 TO WK-AR-COUNT
007550                 MOVE AR-EMP-ID  TO WK-AR-EMP-ID(WK-AR-COUNT)
007560                 MOVE AR-BALANCE TO WK-AR-BALANCE(WK-AR-COUNT)
007570             END-IF
007580     END-READ.
007590 LOAD-BANK-TABLE-PROC.
007600*    BANKMAST.DATを全件読み込む（精算後に状態を更新して書き戻す）
007610     OPEN INPUT BANK-MASTER-IO.
007620     IF WK-BK-FILE-STATUS = '35'
007630         DISPLAY 'LEAVEPAY: BANKMAST.DAT NOT FOUND'
007640         SET WK-BK-EOF TO TRUE
007650     ELSE
007660         PERFORM READ-BANK-PROC
007670             UNTIL WK-BK-EOF
007680         CLOSE BANK-MASTER-IO
007690     END-IF.
007700 READ-BANK-PROC.
007710     READ BANK-MASTER-IO
007720         AT END
007730             SET WK-BK-EOF TO TRUE
007740         NOT AT END
007750             IF WK-BK-COUNT < 100
007760                 ADD 1 TO WK-BK-COUNT
007770                 MOVE BK-EMP-ID TO WK-BK-EMP-ID(WK-BK-COUNT)
007780                 MOVE BK-BANK-CD
007790                     TO WK-BK-BANK-CD(WK-BK-COUNT)
007800                 MOVE BK-BRANCH-CD
007810                     TO WK-BK-BRANCH-CD(WK-BK-COUNT)
007820                 MOVE BK-ACCT-NO
007830                     TO WK-BK-ACCT-NO(WK-BK-COUNT)
007840                 MOVE BK-STATUS TO WK-BK-STATUS(WK-BK-COUNT)
007850             END-IF
007860     END-READ.
007870 SETTLE-LEAVER-PROC.
007880*    退職者1件分の精算：日割給与と源泉、退職所得の源泉、控除
007890*    未回収残高の回収・償却、純支給額
007900     PERFORM CALC-FINAL-SALARY-PROC.
007910     PERFORM CALC-RETIRE-TAX-PROC.
007920     COMPUTE WK-NET-WORK =
007930         WK-LV-SALARY(WK-LV-IDX) - WK-LV-SAL-TAX(WK-LV-IDX)
007940         + WK-LV-ALLOW(WK-LV-IDX) - WK-LV-RT-TAX(WK-LV-IDX).
007950     PERFORM SETTLE-ARREARS-PROC.
007960     IF WK-NET-WORK < 0
007970         MOVE ZERO TO WK-LV-NET(WK-LV-IDX)
007980     ELSE
007990         MOVE WK-NET-WORK TO WK-LV-NET(WK-LV-IDX)
008000     END-IF.
008010     COMPUTE WK-GL-LVEXP = WK-GL-LVEXP
008020         + WK-LV-SALARY(WK-LV-IDX) + WK-LV-ALLOW(WK-LV-IDX).
008030     COMPUTE WK-GL-LVTAX = WK-GL-LVTAX
008040         + WK-LV-SAL-TAX(WK-LV-IDX) + WK-LV-RT-TAX(WK-LV-IDX).
008050     ADD WK-LV-ARR-RECOV(WK-LV-IDX) TO WK-GL-LVDED.
008060     ADD WK-LV-NET(WK-LV-IDX)       TO WK-GL-LVNET.
008070     ADD WK-LV-ARR-WOFF(WK-LV-IDX)  TO WK-GL-WRITEOFF.
008080 CALC-FINAL-SALARY-PROC.
008090*    日割給与＝月額×在籍日数÷期間の暦日数（期間の給与が支払済み
008100*    の場合は0）。時給者は日割せず、時間給×労働時間＋残業代と
008110*    する。税額は給与と同じ税率表（期間開始日時点）で求め、
008115*    高齢者は控除額を差し引く
008120     IF WK-LV-PAID-SW(WK-LV-IDX) = 'Y'
008130         MOVE ZERO TO WK-LV-SALARY(WK-LV-IDX)
008140         MOVE ZERO TO WK-LV-SAL-TAX(WK-LV-IDX)
008150     ELSE
008155         IF WK-LV-HOURLY(WK-LV-IDX)
008157             PERFORM CALC-HOURLY-SALARY-PROC
008159         ELSE
008160             COMPUTE WK-LV-SALARY(WK-LV-IDX) =
008170                 WK-LV-MONTHLY(WK-LV-IDX)
008180                 * WK-LV-DAYS-WORKED(WK-LV-IDX)
008190                 / WK-LV-DAYS-PERIOD(WK-LV-IDX)
008195         END-IF
008200         CALL 'TAXLOAD' USING WK-LV-PER-START(WK-LV-IDX)
008210             WK-TAX-TABLE WK-SENIOR-AGE WK-SENIOR-DEDUCT
008220             WK-TAX-RETURN-CD
008230         MOVE 0 TO WK-TB-FOUND-IDX
008240         PERFORM FIND-BRACKET-STEP-PROC
008250             VARYING WK-TB-IDX FROM 1 BY 1
008260             UNTIL WK-TB-IDX > WK-TB-COUNT
008270                 OR WK-TB-FOUND-IDX NOT = 0
008280         IF WK-TB-FOUND-IDX = 0
008290             MOVE WK-TB-COUNT TO WK-TB-FOUND-IDX
008300         END-IF
008310         COMPUTE WK-LV-SAL-TAX(WK-LV-IDX) ROUNDED =
008320             WK-LV-SALARY(WK-LV-IDX)
008330             * WK-TB-RATE(WK-TB-FOUND-IDX) / 100
008340         IF WK-LV-AGE(WK-LV-IDX) >= WK-SENIOR-AGE
008350             IF WK-LV-SAL-TAX(WK-LV-IDX) > WK-SENIOR-DEDUCT
008360                 SUBTRACT WK-SENIOR-DEDUCT
008370                     FROM WK-LV-SAL-TAX(WK-LV-IDX)
008380             ELSE
008390                 MOVE ZERO TO WK-LV-SAL-TAX(WK-LV-IDX)
008400             END-IF
008410         END-IF
008420     END-IF.
008421 CALC-HOURLY-SALARY-PROC.
008422*    時給者の精算給与＝時間給×所定時間内の労働時間＋残業代（時間
008423*    給×残業時間×割増率）。退職日を含む期間の勤怠が無い時給者は
008424*    0円として警告する
008425     MOVE ZERO TO WK-HOURS-PAY WK-OT-PAY.
008426     IF WK-LV-HOURLY-RATE(WK-LV-IDX) = 0
008427         DISPLAY 'LEAVEPAY: HOURLY RATE MISSING FOR '
008428             WK-LV-EMP-ID(WK-LV-IDX)
008429     END-IF.
008430     IF WK-LV-AT-SW(WK-LV-IDX) = 'Y'
008431         COMPUTE WK-HOURS-PAY ROUNDED =
008432             WK-LV-HOURLY-RATE(WK-LV-IDX)
008433             * WK-LV-REG-HOURS(WK-LV-IDX)
008434         PERFORM CHECK-OT-CLASS-PROC
008435         IF WK-OT-FOUND-IDX NOT = 0
008436             COMPUTE WK-OT-PAY ROUNDED =
008437                 WK-LV-HOURLY-RATE(WK-LV-IDX)
008438                 * WK-LV-OT-HOURS(WK-LV-IDX)
008439                 * WK-OT-RATE(WK-OT-FOUND-IDX)
008440         END-IF
008441     ELSE
008442         DISPLAY 'LEAVEPAY: NO ATTENDANCE FOR HOURLY LEAVER '
008443             WK-LV-EMP-ID(WK-LV-IDX) ' - PAID ZERO'
008444     END-IF.
008445     COMPUTE WK-LV-SALARY(WK-LV-IDX) = WK-HOURS-PAY + WK-OT-PAY.
008446 CHECK-OT-CLASS-PROC.
008447     MOVE 0 TO WK-OT-FOUND-IDX.
008448     PERFORM CHECK-OT-CLASS-STEP-PROC
008449         VARYING WK-OT-IDX FROM 1 BY 1
008450         UNTIL WK-OT-IDX > 3
008451             OR WK-OT-FOUND-IDX NOT = 0.
008452 CHECK-OT-CLASS-STEP-PROC.
008453     IF WK-OT-CLASS(WK-OT-IDX) = WK-LV-OT-CLASS(WK-LV-IDX)
008454         MOVE WK-OT-IDX TO WK-OT-FOUND-IDX
008455     END-IF.
008456 FIND-BRACKET-STEP-PROC.
008457     IF WK-LV-SALARY(WK-LV-IDX) NOT > WK-TB-LIMIT(WK-TB-IDX)
008458         MOVE WK-TB-IDX TO WK-TB-FOUND-IDX
008460     END-IF.
008470 CALC-RETIRE-TAX-PROC.
008480*    退職所得の分離課税：退職所得控除（勤続20年以下は40万円×
008490*    年数・最低80万円、20年超は800万円＋70万円×(年数－20)）を
008500*    差し引いた残額の1/2（千円未満切捨て）を課税退職所得とし、
008510*    速算表の税率と控除額で税額を求める。復興特別所得税を加え
008520*    百円未満を切り捨てる
008530     IF WK-LV-SERVICE(WK-LV-IDX) > 20
008540         COMPUTE WK-LV-RT-DEDUCT(WK-LV-IDX) = 8000000
008550             + 700000 * (WK-LV-SERVICE(WK-LV-IDX) - 20)
008560     ELSE
008570         COMPUTE WK-LV-RT-DEDUCT(WK-LV-IDX) =
008580             400000 * WK-LV-SERVICE(WK-LV-IDX)
008590         IF WK-LV-RT-DEDUCT(WK-LV-IDX) < 800000
008600             MOVE 800000 TO WK-LV-RT-DEDUCT(WK-LV-IDX)
008610         END-IF
008620     END-IF.
008630     IF WK-LV-ALLOW(WK-LV-IDX) > WK-LV-RT-DEDUCT(WK-LV-IDX)
008640         COMPUTE WK-LV-RT-TAXABLE(WK-LV-IDX) =
008650             (WK-LV-ALLOW(WK-LV-IDX) - WK-LV-RT-DEDUCT(WK-LV-IDX))
008660             / 2000
008670         COMPUTE WK-LV-RT-TAXABLE(WK-LV-IDX) =
008680             WK-LV-RT-TAXABLE(WK-LV-IDX) * 1000
008690         MOVE 0 TO WK-RX-FOUND-IDX
008700         PERFORM FIND-RETIRE-BRACKET-PROC
008710             VARYING WK-RX-IDX FROM 1 BY 1
008720             UNTIL WK-RX-IDX > WK-RX-COUNT
008730                 OR WK-RX-FOUND-IDX NOT = 0
008740         IF WK-RX-FOUND-IDX = 0
008750             MOVE WK-RX-COUNT TO WK-RX-FOUND-IDX
008760         END-IF
008770         COMPUTE WK-RT-BASE-TAX =
008780             WK-LV-RT-TAXABLE(WK-LV-IDX)
008790             * WK-RX-RATE(WK-RX-FOUND-IDX) / 100
008800             - WK-RX-DEDUCT(WK-RX-FOUND-IDX)
008810         IF WK-RT-BASE-TAX > 0
008820             COMPUTE WK-LV-RT-TAX(WK-LV-IDX) =
008830                 WK-RT-BASE-TAX * WK-RT-SURTAX-PM / 100000
008840             COMPUTE WK-LV-RT-TAX(WK-LV-IDX) =
008850                 WK-LV-RT-TAX(WK-LV-IDX) * 100
008860         END-IF
008870     END-IF.
008880 FIND-RETIRE-BRACKET-PROC.
008890     IF WK-LV-RT-TAXABLE(WK-LV-IDX) NOT > WK-RX-LIMIT(WK-RX-IDX)
008900         MOVE WK-RX-IDX TO WK-RX-FOUND-IDX
008910     END-IF.
008920 SETTLE-ARREARS-PROC.
008930*    控除未回収残高は最終支給から回収できる分だけ回収し（回収
008940*    上限は適用しない）、回収しきれない残りは以後の給与が無いため
008950*    償却する。精算後の残高は0となり、ARREARS.DATから除かれる
008960     MOVE 0 TO WK-AR-FOUND-IDX.
008970     PERFORM FIND-ARREARS-STEP-PROC
008980         VARYING WK-AR-IDX FROM 1 BY 1
008990         UNTIL WK-AR-IDX > WK-AR-COUNT
009000             OR WK-AR-FOUND-IDX NOT = 0.
009010     IF WK-AR-FOUND-IDX NOT = 0
009020         IF WK-AR-BALANCE(WK-AR-FOUND-IDX) > 0
009030             IF WK-NET-WORK > WK-AR-BALANCE(WK-AR-FOUND-IDX)
009040                 MOVE WK-AR-BALANCE(WK-AR-FOUND-IDX)
009050                     TO WK-LV-ARR-RECOV(WK-LV-IDX)
009060             ELSE
009070                 IF WK-NET-WORK > 0
009080                     MOVE WK-NET-WORK
009090                         TO WK-LV-ARR-RECOV(WK-LV-IDX)
009100                 END-IF
009110             END-IF
009120             SUBTRACT WK-LV-ARR-RECOV(WK-LV-IDX) FROM WK-NET-WORK
009130             COMPUTE WK-LV-ARR-WOFF(WK-LV-IDX) =
009140                 WK-AR-BALANCE(WK-AR-FOUND-IDX)
009150                 - WK-LV-ARR-RECOV(WK-LV-IDX)
009160             MOVE ZERO TO WK-AR-BALANCE(WK-AR-FOUND-IDX)
009170             IF WK-LV-ARR-WOFF(WK-LV-IDX) > 0
009180                 DISPLAY 'LEAVEPAY: ARREARS OF '
009190                     WK-LV-ARR-WOFF(WK-LV-IDX)
009200                     ' WRITTEN OFF FOR ' WK-LV-EMP-ID(WK-LV-IDX)
009210             END-IF
009220         END-IF
009230     END-IF.
009240 FIND-ARREARS-STEP-PROC.
009250     IF WK-AR-EMP-ID(WK-AR-IDX) = WK-LV-EMP-ID(WK-LV-IDX)
009260         MOVE WK-AR-IDX TO WK-AR-FOUND-IDX
009270     END-IF.
009280 WRITE-TRANSFER-PROC.
009290*    精算振込ファイルを作成する（HEADER→退職者別DETAIL→TRAILER。
009300*    全銀協フォーマット(ZENLEAV.DAT)も併せて作成する）
009310     OPEN OUTPUT LEAVER-TRANSFER-OUT.
009320     MOVE WK-RUN-DATE   TO WK-BKH-RUN-DATE.
009330     MOVE WK-RUN-PERIOD TO WK-BKH-PERIOD-ID.
009340     WRITE LEAVER-TRANSFER-REC FROM WK-BANK-HEADER.
009350     PERFORM OPEN-ZENGIN-PROC.
009360     PERFORM WRITE-TRANSFER-DETAIL-PROC
009370         VARYING WK-LV-IDX FROM 1 BY 1
009380         UNTIL WK-LV-IDX > WK-LV-COUNT.
009390     MOVE WK-BANK-COUNT TO WK-BKT-COUNT.
009400     MOVE WK-BANK-TOTAL TO WK-BKT-TOTAL.
009410     WRITE LEAVER-TRANSFER-REC FROM WK-BANK-TRAILER.
009420     CLOSE LEAVER-TRANSFER-OUT.
009430     MOVE WK-BANK-COUNT TO WK-ZG-COUNT.
009440     MOVE WK-BANK-TOTAL TO WK-ZG-TOTAL.
009450     MOVE 'C' TO WK-ZG-FUNC.
009460     CALL 'ZENGIN' USING WK-ZG-FUNC WK-ZG-FILE-NAME
009470         WK-ZENGIN-AREA WK-ZG-RETURN-CD.
009480     IF WK-BANK-TOTAL NOT = WK-GL-LVNET
009490         DISPLAY 'LEAVEPAY: TRANSFER TOTAL DOES NOT TIE TO '
009500             'LVNET'
009510         DISPLAY 'LEAVEPAY: BANK=' WK-BANK-TOTAL
009520             ' LVNET=' WK-GL-LVNET
009530     END-IF.
009540 WRITE-TRANSFER-DETAIL-PROC.
009550*    退職者1件の振込明細。振込後に口座を無効(I)とする（純支給が
009560*    0円でも以後の振込が無いため無効とする）
009570     MOVE 0 TO WK-BK-FOUND-IDX.
009580     PERFORM FIND-BANK-STEP-PROC
009590         VARYING WK-BK-IDX FROM 1 BY 1
009600         UNTIL WK-BK-IDX > WK-BK-COUNT
009610             OR WK-BK-FOUND-IDX NOT = 0.
009620     IF WK-BK-FOUND-IDX = 0
009630         DISPLAY 'LEAVEPAY: NO BANK ACCOUNT FOR '
009640             WK-LV-EMP-ID(WK-LV-IDX)
009650     ELSE
009660         MOVE WK-BK-FOUND-IDX TO WK-LV-BANK-IDX(WK-LV-IDX)
009670         IF WK-BK-STATUS(WK-BK-FOUND-IDX) = 'S'
009680             DISPLAY 'LEAVEPAY: ACCOUNT FLAGGED SUSPECT FOR '
009690                 WK-LV-EMP-ID(WK-LV-IDX)
009700                 ' - VERIFY BANKMAST.DAT'
009710         END-IF
009720         IF WK-LV-NET(WK-LV-IDX) > 0
009730             PERFORM WRITE-DETAIL-LINE-PROC
009740         END-IF
009750         MOVE 'I' TO WK-BK-STATUS(WK-BK-FOUND-IDX)
009760     END-IF.
009770 WRITE-DETAIL-LINE-PROC.
009780     MOVE WK-LV-EMP-ID(WK-LV-IDX) TO WK-BKD-EMP-ID.
009790     MOVE WK-BK-BANK-CD(WK-BK-FOUND-IDX)   TO WK-BKD-BANK-CD.
009800     MOVE WK-BK-BRANCH-CD(WK-BK-FOUND-IDX) TO WK-BKD-BRANCH-CD.
009810     MOVE WK-BK-ACCT-NO(WK-BK-FOUND-IDX)   TO WK-BKD-ACCT-NO.
009820     MOVE WK-LV-NET(WK-LV-IDX) TO WK-BKD-AMOUNT.
009830     WRITE LEAVER-TRANSFER-REC FROM WK-BANK-DETAIL.
009840     ADD 1 TO WK-BANK-COUNT.
009850     ADD WK-LV-NET(WK-LV-IDX) TO WK-BANK-TOTAL.
009860     MOVE WK-BKD-BANK-CD   TO WK-ZG-BANK-CD.
009870     MOVE WK-BKD-BRANCH-CD TO WK-ZG-BRANCH-CD.
009880     MOVE WK-BKD-ACCT-NO   TO WK-ZG-ACCT-NO.
009890     MOVE WK-LV-NAME(WK-LV-IDX) TO WK-ZG-PAYEE-NAME.
009900     MOVE WK-BKD-EMP-ID    TO WK-ZG-CUST-CD.
009910     MOVE WK-BKD-AMOUNT    TO WK-ZG-AMOUNT.
009920     MOVE 'D' TO WK-ZG-FUNC.
009930     CALL 'ZENGIN' USING WK-ZG-FUNC WK-ZG-FILE-NAME
009940         WK-ZENGIN-AREA WK-ZG-RETURN-CD.
009950 FIND-BANK-STEP-PROC.
009960     IF WK-BK-EMP-ID(WK-BK-IDX) = WK-LV-EMP-ID(WK-LV-IDX)
009970         MOVE WK-BK-IDX TO WK-BK-FOUND-IDX
009980     END-IF.
009990 OPEN-ZENGIN-PROC.
010000*    全銀協フォーマットの精算振込ファイルを開く。実行日を支給日
010010*    とし、休日の場合は翌営業日を振込指定日とする（過去日付では
010020*    振り込めないため）。依頼人情報(ZENGIN.CTL)が無い場合は作成
010030*    しない
010040     MOVE WK-RUN-DATE TO WK-ZG-PAY-DATE.
010050     MOVE 'O' TO WK-ZG-FUNC.
010060     CALL 'ZENGIN' USING WK-ZG-FUNC WK-ZG-FILE-NAME
010070         WK-ZENGIN-AREA WK-ZG-RETURN-CD.
010080     EVALUATE WK-ZG-RETURN-CD
010090         WHEN 90
010100             DISPLAY 'LEAVEPAY: ZENGIN.CTL NOT FOUND - '
010110                 'ZENLEAV.DAT NOT WRITTEN'
010120         WHEN 10
010130             DISPLAY 'LEAVEPAY: PAY DATE ' WK-ZG-PAY-DATE
010140                 ' IS NOT A BUSINESS DAY - VALUE DATE '
010150                 WK-ZG-VALUE-DATE
010160         WHEN OTHER
010170             CONTINUE
010180     END-EVALUATE.
010190 WRITE-BANK-MASTER-PROC.
010200*    無効(I)とした口座を含めてBANKMAST.DATへ全件書き戻す
010210     IF WK-BK-COUNT > 0
010220         OPEN OUTPUT BANK-MASTER-IO
010230         PERFORM WRITE-BANK-ENTRY-PROC
010240             VARYING WK-BK-IDX FROM 1 BY 1
010250             UNTIL WK-BK-IDX > WK-BK-COUNT
010260         CLOSE BANK-MASTER-IO
010270     END-IF.
010280 WRITE-BANK-ENTRY-PROC.
010290     MOVE WK-BK-EMP-ID(WK-BK-IDX)    TO BK-EMP-ID.
010300     MOVE WK-BK-BANK-CD(WK-BK-IDX)   TO BK-BANK-CD.
010310     MOVE WK-BK-BRANCH-CD(WK-BK-IDX) TO BK-BRANCH-CD.
010320     MOVE WK-BK-ACCT-NO(WK-BK-IDX)   TO BK-ACCT-NO.
010330     MOVE WK-BK-STATUS(WK-BK-IDX)    TO BK-STATUS.
010340     WRITE BANK-MASTER-REC.
010350 WRITE-PAY-DETAIL-PROC.
010360*    日割給与を支給した退職者の計算結果をPAYDETL.DATへ追記する
010370*    （退職日を含む期間の明細として残し、同じ期間の再精算でも
010380*    支払済みと判定できるようにする）
010390     OPEN EXTEND PAY-DETAIL-IO.
010400     IF WK-PD-FILE-STATUS = '35'
010410         OPEN OUTPUT PAY-DETAIL-IO
010420     END-IF.
010430     PERFORM WRITE-PAY-DETAIL-ENTRY-PROC
010440         VARYING WK-LV-IDX FROM 1 BY 1
010450         UNTIL WK-LV-IDX > WK-LV-COUNT.
010460     CLOSE PAY-DETAIL-IO.
010470 WRITE-PAY-DETAIL-ENTRY-PROC.
010480     IF WK-LV-SALARY(WK-LV-IDX) > 0
010490         MOVE WK-LV-EMP-ID(WK-LV-IDX)    TO PD-EMP-ID
010500         MOVE WK-RUN-DATE                TO PD-RUN-DATE
010510         MOVE WK-LV-PERIOD-ID(WK-LV-IDX) TO PD-PERIOD-ID
010520         MOVE WK-LV-SALARY(WK-LV-IDX)    TO PD-SALARY
010530         MOVE WK-LV-SAL-TAX(WK-LV-IDX)   TO PD-TAX
010540         MOVE ZERO                       TO PD-BONUS
010550         COMPUTE PD-NET =
010560             WK-LV-SALARY(WK-LV-IDX) - WK-LV-SAL-TAX(WK-LV-IDX)
010570         WRITE PAY-DETAIL-REC
010580     END-IF.
010590 WRITE-ARREARS-FILE-PROC.
010600*    残高が残っている社員だけをARREARS.DATへ全件書き戻す（精算
010610*    した退職者の残高は回収・償却により0となり除かれる）
010620     OPEN OUTPUT ARREARS-IO.
010630     PERFORM WRITE-ARREARS-ENTRY-PROC
010640         VARYING WK-AR-IDX FROM 1 BY 1
010650         UNTIL WK-AR-IDX > WK-AR-COUNT.
010660     CLOSE ARREARS-IO.
010670 WRITE-ARREARS-ENTRY-PROC.
010680     IF WK-AR-BALANCE(WK-AR-IDX) > 0
010690         MOVE WK-AR-EMP-ID(WK-AR-IDX)  TO AR-EMP-ID
010700         MOVE WK-AR-BALANCE(WK-AR-IDX) TO AR-BALANCE
010710         WRITE ARREARS-REC
010720     END-IF.
010730 CLOSE-YTD-PROC.
010740*    日割給与を退職年の年初来累計へ加え、状態を締め済み('C')と
010750*    して退職日を記録する（退職手当は分離課税のため累計に含め
010760*    ない）。締めた累計はYTDSTMTが退職者の源泉徴収票として発行
010770*    し、SAMPLE01は以後の給与計算の対象から外す
010780     PERFORM CLOSE-ONE-YTD-PROC
010790         VARYING WK-LV-IDX FROM 1 BY 1
010800         UNTIL WK-LV-IDX > WK-LV-COUNT.
010810     OPEN OUTPUT YTD-MASTER-IO.
010820     PERFORM WRITE-YTD-ENTRY-PROC
010830         VARYING WK-YT-IDX FROM 1 BY 1
010840         UNTIL WK-YT-IDX > WK-YT-COUNT.
010850     CLOSE YTD-MASTER-IO.
010860 CLOSE-ONE-YTD-PROC.
010870     MOVE WK-LV-EMP-ID(WK-LV-IDX) TO WK-YT-FIND-ID.
010880     MOVE WK-LV-LEAVE-DATE(WK-LV-IDX)(1:4) TO WK-YT-FIND-YEAR.
010890     PERFORM FIND-YTD-PROC.
010900     IF WK-YT-FOUND-IDX = 0
010910         IF WK-YT-COUNT < 100
010920             ADD 1 TO WK-YT-COUNT
010930             MOVE WK-YT-COUNT TO WK-YT-FOUND-IDX
010940             MOVE WK-YT-FIND-ID   TO WK-YT-EMP-ID(WK-YT-FOUND-IDX)
010950             MOVE WK-YT-FIND-YEAR TO WK-YT-YEAR(WK-YT-FOUND-IDX)
010960             MOVE ZERO TO WK-YT-GROSS(WK-YT-FOUND-IDX)
010970             MOVE ZERO TO WK-YT-TAX(WK-YT-FOUND-IDX)
010980             MOVE ZERO TO WK-YT-BONUS(WK-YT-FOUND-IDX)
010990             MOVE ZERO TO WK-YT-NET(WK-YT-FOUND-IDX)
010992             MOVE SPACE TO WK-YT-YE-SW(WK-YT-FOUND-IDX)
010994             MOVE ZERO TO WK-YT-YE-TAX(WK-YT-FOUND-IDX)
010996             MOVE ZERO TO WK-YT-BONUS-TAX(WK-YT-FOUND-IDX)
011000         ELSE
011010             DISPLAY 'LEAVEPAY: YTD TABLE FULL - '
011020                 WK-YT-FIND-ID ' NOT CLOSED'
011030         END-IF
011040     END-IF.
011050     IF WK-YT-FOUND-IDX NOT = 0
011060         ADD WK-LV-SALARY(WK-LV-IDX)
011070             TO WK-YT-GROSS(WK-YT-FOUND-IDX)
011080         ADD WK-LV-SAL-TAX(WK-LV-IDX)
011090             TO WK-YT-TAX(WK-YT-FOUND-IDX)
011100         COMPUTE WK-YT-NET(WK-YT-FOUND-IDX) =
011110             WK-YT-NET(WK-YT-FOUND-IDX)
011120             + WK-LV-SALARY(WK-LV-IDX) - WK-LV-SAL-TAX(WK-LV-IDX)
011130         MOVE 'C' TO WK-YT-STATUS(WK-YT-FOUND-IDX)
011140         MOVE WK-LV-LEAVE-DATE(WK-LV-IDX)
011150             TO WK-YT-LEAVE-DATE(WK-YT-FOUND-IDX)
011160     END-IF.
011170 WRITE-YTD-ENTRY-PROC.
011180     MOVE WK-YT-EMP-ID(WK-YT-IDX)     TO YT-EMP-ID.
011190     MOVE WK-YT-YEAR(WK-YT-IDX)       TO YT-YEAR.
011200     MOVE WK-YT-GROSS(WK-YT-IDX)      TO YT-GROSS.
011210     MOVE WK-YT-TAX(WK-YT-IDX)        TO YT-TAX.
011220     MOVE WK-YT-BONUS(WK-YT-IDX)      TO YT-BONUS.
011230     MOVE WK-YT-NET(WK-YT-IDX)        TO YT-NET.
011240     MOVE WK-YT-STATUS(WK-YT-IDX)     TO YT-STATUS.
011250     MOVE WK-YT-LEAVE-DATE(WK-YT-IDX) TO YT-LEAVE-DATE.
011252     MOVE WK-YT-YE-SW(WK-YT-IDX)      TO YT-YE-SW.
011254     MOVE WK-YT-YE-TAX(WK-YT-IDX)     TO YT-YE-TAX.
011256     MOVE WK-YT-BONUS-TAX(WK-YT-IDX)  TO YT-BONUS-TAX.
011260     WRITE YTD-MASTER-REC.
011270 WRITE-CONTROL-PROC.
011280*    精算の控制合計をPAYCTRL.DATへ追記する（GLJRNLが借方LVEXP、
011290*    貸方LVTAX・LVDED・LVNETの仕訳を立て、GLRECONが照合する）。
011300*    期間は精算の実行月とする
011310     OPEN EXTEND PAYROLL-CONTROL-OUT.
011320     IF WK-PC-FILE-STATUS = '35'
011330         OPEN OUTPUT PAYROLL-CONTROL-OUT
011340     END-IF.
011350     MOVE WK-RUN-PERIOD TO PC-PERIOD-ID.
011360     MOVE 'LVEXP'       TO PC-ACCT-CD.
011370     MOVE WK-GL-LVEXP   TO PC-AMOUNT.
011380     WRITE PAYROLL-CONTROL-REC.
011390     MOVE 'LVTAX'       TO PC-ACCT-CD.
011400     MOVE WK-GL-LVTAX   TO PC-AMOUNT.
011410     WRITE PAYROLL-CONTROL-REC.
011420     MOVE 'LVDED'       TO PC-ACCT-CD.
011430     MOVE WK-GL-LVDED   TO PC-AMOUNT.
011440     WRITE PAYROLL-CONTROL-REC.
011450     MOVE 'LVNET'       TO PC-ACCT-CD.
011460     MOVE WK-GL-LVNET   TO PC-AMOUNT.
011470     WRITE PAYROLL-CONTROL-REC.
011480     CLOSE PAYROLL-CONTROL-OUT.
011490 WRITE-STATEMENT-PROC.
011500*    退職者ごとの精算書（1人1ページ）と精算全体の合計ページ
011510     OPEN OUTPUT STATEMENT-OUT.
011520     PERFORM WRITE-STATEMENT-PAGE-PROC
011530         VARYING WK-LV-IDX FROM 1 BY 1
011540         UNTIL WK-LV-IDX > WK-LV-COUNT.
011550     PERFORM WRITE-TOTAL-PAGE-PROC.
011560     CLOSE STATEMENT-OUT.
011570 WRITE-STATEMENT-PAGE-PROC.
011580     WRITE STATEMENT-REC FROM WK-PAGE-RULE.
011590     MOVE WK-RUN-DATE TO WK-SH-RUN-DATE.
011600     WRITE STATEMENT-REC FROM WK-STMT-TITLE.
011610     MOVE SPACES TO STATEMENT-REC.
011620     WRITE STATEMENT-REC.
011630     MOVE WK-LV-EMP-ID(WK-LV-IDX) TO WK-SE-EMP-ID.
011640     MOVE WK-LV-NAME(WK-LV-IDX)   TO WK-SE-NAME.
011650     MOVE WK-LV-SITE(WK-LV-IDX)   TO WK-SE-SITE.
011660     MOVE WK-LV-DEPT(WK-LV-IDX)   TO WK-SE-DEPT.
011670     WRITE STATEMENT-REC FROM WK-STMT-EMP-LINE.
011680     MOVE WK-LV-LEAVE-DATE(WK-LV-IDX) TO WK-SL-DATE.
011690     MOVE WK-LV-SERVICE(WK-LV-IDX)    TO WK-SL-SERVICE.
011700     WRITE STATEMENT-REC FROM WK-STMT-LEAVE-LINE.
011710     MOVE WK-LV-PERIOD-ID(WK-LV-IDX)   TO WK-SP-PERIOD-ID.
011720     MOVE WK-LV-DAYS-WORKED(WK-LV-IDX) TO WK-SP-WORKED.
011730     MOVE WK-LV-DAYS-PERIOD(WK-LV-IDX) TO WK-SP-DAYS.
011740     IF WK-LV-PAID-SW(WK-LV-IDX) = 'Y'
011750         MOVE '  (PAID IN PAYROLL RUN)' TO WK-SP-NOTE
011760     ELSE
011770         MOVE SPACES TO WK-SP-NOTE
011780     END-IF.
011790     WRITE STATEMENT-REC FROM WK-STMT-PERIOD-LINE.
011800     MOVE SPACES TO STATEMENT-REC.
011810     WRITE STATEMENT-REC.
011820     MOVE 'FINAL SALARY  : ' TO WK-SA-LABEL.
011830     MOVE WK-LV-SALARY(WK-LV-IDX) TO WK-SA-AMOUNT.
011840     WRITE STATEMENT-REC FROM WK-STMT-AMT-LINE.
011850     MOVE 'SALARY TAX    : ' TO WK-SA-LABEL.
011860     MOVE WK-LV-SAL-TAX(WK-LV-IDX) TO WK-SA-AMOUNT.
011870     WRITE STATEMENT-REC FROM WK-STMT-AMT-LINE.
011880     MOVE 'RETIRE ALLOW  : ' TO WK-SA-LABEL.
011890     MOVE WK-LV-ALLOW(WK-LV-IDX) TO WK-SA-AMOUNT.
011900     WRITE STATEMENT-REC FROM WK-STMT-AMT-LINE.
011910     MOVE 'RETIRE DEDUCT : ' TO WK-SA-LABEL.
011920     MOVE WK-LV-RT-DEDUCT(WK-LV-IDX) TO WK-SA-AMOUNT.
011930     WRITE STATEMENT-REC FROM WK-STMT-AMT-LINE.
011940     MOVE 'RETIRE TAXABLE: ' TO WK-SA-LABEL.
011950     MOVE WK-LV-RT-TAXABLE(WK-LV-IDX) TO WK-SA-AMOUNT.
011960     WRITE STATEMENT-REC FROM WK-STMT-AMT-LINE.
011970     MOVE 'RETIRE TAX    : ' TO WK-SA-LABEL.
011980     MOVE WK-LV-RT-TAX(WK-LV-IDX) TO WK-SA-AMOUNT.
011990     WRITE STATEMENT-REC FROM WK-STMT-AMT-LINE.
012000     MOVE 'ARREARS RECOV : ' TO WK-SA-LABEL.
012010     MOVE WK-LV-ARR-RECOV(WK-LV-IDX) TO WK-SA-AMOUNT.
012020     WRITE STATEMENT-REC FROM WK-STMT-AMT-LINE.
012030     MOVE 'ARREARS W/OFF : ' TO WK-SA-LABEL.
012040     MOVE WK-LV-ARR-WOFF(WK-LV-IDX) TO WK-SA-AMOUNT.
012050     WRITE STATEMENT-REC FROM WK-STMT-AMT-LINE.
012060     MOVE 'NET PAYMENT   : ' TO WK-SA-LABEL.
012070     MOVE WK-LV-NET(WK-LV-IDX) TO WK-SA-AMOUNT.
012080     WRITE STATEMENT-REC FROM WK-STMT-AMT-LINE.
012090     IF WK-LV-BANK-IDX(WK-LV-IDX) = 0
012100         MOVE 'PAID TO       : ** NO BANK ACCOUNT **'
012110             TO STATEMENT-REC
012120         WRITE STATEMENT-REC
012130     ELSE
012140         MOVE WK-LV-BANK-IDX(WK-LV-IDX) TO WK-BK-IDX
012150         MOVE WK-BK-BANK-CD(WK-BK-IDX)   TO WK-SB-BANK-CD
012160         MOVE WK-BK-BRANCH-CD(WK-BK-IDX) TO WK-SB-BRANCH-CD
012170         MOVE WK-BK-ACCT-NO(WK-BK-IDX)   TO WK-SB-ACCT-NO
012180         WRITE STATEMENT-REC FROM WK-STMT-BANK-LINE
012190     END-IF.
012191*    住民税の残りの月は精算額から控除せず、一括徴収の対象として
012192*    額だけを通知する（納入一覧RTRPTにも載る）
012193     IF WK-LV-RT-LUMP(WK-LV-IDX) > 0
012195         MOVE 'RES TAX DUE   : ' TO WK-SA-LABEL
012196         MOVE WK-LV-RT-LUMP(WK-LV-IDX) TO WK-SA-AMOUNT
012197         WRITE STATEMENT-REC FROM WK-STMT-AMT-LINE
012198     END-IF.
012200     MOVE SPACES TO STATEMENT-REC.
012210     WRITE STATEMENT-REC.
012220 WRITE-TOTAL-PAGE-PROC.
012230*    合計ページ：GLへ流す控制合計と償却額（振込合計との検証用）
012240     WRITE STATEMENT-REC FROM WK-PAGE-RULE.
012250     MOVE 'SETTLEMENT TOTALS' TO STATEMENT-REC.
012260     WRITE STATEMENT-REC.
012270     MOVE SPACES TO STATEMENT-REC.
012280     WRITE STATEMENT-REC.
012290     MOVE 'LVEXP         : ' TO WK-ST-LABEL.
012300     MOVE WK-GL-LVEXP TO WK-ST-AMOUNT.
012310     WRITE STATEMENT-REC FROM WK-STMT-TOTAL-LINE.
012320     MOVE 'LVTAX         : ' TO WK-ST-LABEL.
012330     MOVE WK-GL-LVTAX TO WK-ST-AMOUNT.
012340     WRITE STATEMENT-REC FROM WK-STMT-TOTAL-LINE.
012350     MOVE 'LVDED         : ' TO WK-ST-LABEL.
012360     MOVE WK-GL-LVDED TO WK-ST-AMOUNT.
012370     WRITE STATEMENT-REC FROM WK-STMT-TOTAL-LINE.
012380     MOVE 'LVNET         : ' TO WK-ST-LABEL.
012390     MOVE WK-GL-LVNET TO WK-ST-AMOUNT.
012400     WRITE STATEMENT-REC FROM WK-STMT-TOTAL-LINE.
012410     MOVE 'BANK TRANSFER : ' TO WK-ST-LABEL.
012420     MOVE WK-BANK-TOTAL TO WK-ST-AMOUNT.
012430     WRITE STATEMENT-REC FROM WK-STMT-TOTAL-LINE.
012440     MOVE 'ARREARS W/OFF : ' TO WK-ST-LABEL.
012450     MOVE WK-GL-WRITEOFF TO WK-ST-AMOUNT.
012460     WRITE STATEMENT-REC FROM WK-STMT-TOTAL-LINE.
012470 MARK-RES-TAX-PROC.
012480*    退職者の住民税の行（退職日を含む支給期間の年度分）に、まだ
012490*    給与から控除していない残りの月を一括徴収の対象('L')として
012500*    開始月と残額を記録する。'L'の行はSAMPLE01が控除しない。
012510*    RESTAX.DATが無い場合は何もしない。表に収まらない場合は行を
012515*    落とさないよう記録も書き戻しも行わず、RC 8で終了する
012520     OPEN INPUT RES-TAX-IO.
012530     IF WK-RT-FILE-STATUS = '35'
012540         SET WK-RT-EOF TO TRUE
012550     ELSE
012560         PERFORM READ-RES-TAX-PROC
012570             UNTIL WK-RT-EOF
012580         CLOSE RES-TAX-IO
012582         IF WK-RT-OVERFLOW
012584             DISPLAY 'LEAVEPAY: RESTAX.DAT EXCEEDS TABLE SIZE'
012586                 ' - LUMP-SUM RESIDENT TAX NOT MARKED'
012589         ELSE
012590             PERFORM MARK-ONE-RES-TAX-PROC
012600                 VARYING WK-LV-IDX FROM 1 BY 1
012610                 UNTIL WK-LV-IDX > WK-LV-COUNT
012620             OPEN OUTPUT RES-TAX-IO
012630             PERFORM WRITE-RES-TAX-PROC
012640                 VARYING WK-RT-IDX FROM 1 BY 1
012650                 UNTIL WK-RT-IDX > WK-RT-COUNT
012660             CLOSE RES-TAX-IO
012665         END-IF
012670     END-IF.
012680 READ-RES-TAX-PROC.
012690     READ RES-TAX-IO
012700         AT END
012710             SET WK-RT-EOF TO TRUE
012720         NOT AT END
012730             IF WK-RT-COUNT < 500
012740                 ADD 1 TO WK-RT-COUNT
012750                 MOVE RES-TAX-REC TO WK-RT-REC(WK-RT-COUNT)
012760             ELSE
012770                 SET WK-RT-OVERFLOW TO TRUE
012790             END-IF
012800     END-READ.
012810 MARK-ONE-RES-TAX-PROC.
012820     MOVE ZERO TO WK-LV-RT-LUMP(WK-LV-IDX).
012830     MOVE WK-LV-PERIOD-ID(WK-LV-IDX)(5:2) TO WK-RT-MM.
012840     MOVE WK-LV-PERIOD-ID(WK-LV-IDX)(1:4) TO WK-RT-YEAR.
012850     IF WK-RT-MM >= 6
012860         COMPUTE WK-RT-FROM = WK-RT-MM - 5
012870     ELSE
012880         SUBTRACT 1 FROM WK-RT-YEAR
012890         COMPUTE WK-RT-FROM = WK-RT-MM + 7
012900     END-IF.
012910     IF WK-LV-PAID-SW(WK-LV-IDX) = 'Y'
012920         ADD 1 TO WK-RT-FROM
012930     END-IF.
012940     PERFORM MARK-RES-TAX-ROW-PROC
012950         VARYING WK-RT-IDX FROM 1 BY 1
012960         UNTIL WK-RT-IDX > WK-RT-COUNT.
012970 MARK-RES-TAX-ROW-PROC.
012980     MOVE WK-RT-REC(WK-RT-IDX) TO RES-TAX-REC.
012990     IF RT-EMP-ID = WK-LV-EMP-ID(WK-LV-IDX)
013000             AND RT-YEAR = WK-RT-YEAR AND RT-STATUS NOT = 'L'
013010         MOVE 'L'        TO RT-STATUS
013020         MOVE WK-RT-FROM TO RT-LUMP-FROM
013030         MOVE ZERO       TO RT-LUMP-AMT
013040         PERFORM ADD-LUMP-MONTH-PROC
013050             VARYING WK-RT-MONTH-IDX FROM WK-RT-FROM BY 1
013060             UNTIL WK-RT-MONTH-IDX > 12
013070         ADD RT-LUMP-AMT TO WK-LV-RT-LUMP(WK-LV-IDX)
013080         MOVE RES-TAX-REC TO WK-RT-REC(WK-RT-IDX)
013090     END-IF.
013100 ADD-LUMP-MONTH-PROC.
013110     ADD RT-AMT(WK-RT-MONTH-IDX) TO RT-LUMP-AMT.
013120 WRITE-RES-TAX-PROC.
013130     WRITE RES-TAX-REC FROM WK-RT-REC(WK-RT-IDX).
