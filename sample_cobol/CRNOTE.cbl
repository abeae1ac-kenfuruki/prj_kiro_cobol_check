000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CRNOTE.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  返品・値引の赤伝票（クレジットノート）
000080*                             発行バッチを新規作成（請求済みの受注
000090*                             番号・明細行を指定した依頼を請求書の
000100*                             明細履歴と照合し、採番した赤伝票を
000110*                             元の明細の品目区分の税率で発行する。
000120*                             顧客マスタの受注残高を減らし、返品は
000130*                             在庫へ戻入し、GLJRNL向けの赤伝票
000132*                             バッチと入金消込向けの履歴を出力）
000135*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000137*                             するよう変更（再実行・遅れ処理で
000140*                             処理対象の業務日を使う）
000142*  2026-10-15  SYSTEMS-GROUP  消費税を明細ごとでなく赤伝票1件の
000144*                             税率（標準・軽減）ごとに端数処理
000146*                             し、差額を最終明細で調整
000150*----------------------------------------------------------------
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000190*    赤伝票の依頼（返品または値引。同じ受注番号の依頼が連続する
000200*    行を1枚の赤伝票にまとめる）
000210     SELECT CREDIT-REQUEST-IN ASSIGN TO 'CRREQ.DAT'
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WK-RQ-FILE-STATUS.
000240     SELECT INVOICE-HIST-IN ASSIGN TO 'INVHIST.DAT'
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WK-IH-FILE-STATUS.
000270     SELECT INVOICE-LINE-IN ASSIGN TO 'INVLINE.DAT'
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WK-IL-FILE-STATUS.
000300     SELECT CUSTOMER-MASTER-IO ASSIGN TO 'CUSTMAST.DAT'
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WK-CM-FILE-STATUS.
000330     SELECT STOCK-MASTER-IO ASSIGN TO 'STOCKMST.DAT'
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WK-ST-FILE-STATUS.
000360     SELECT STOCK-MOVE-OUT ASSIGN TO 'STKMOVE.DAT'
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WK-SM-FILE-STATUS.
000390*    赤伝票の発行履歴（1枚を1行で累積する。入金消込(CASHAPP)が
000400*    元の請求書の未回収残から差し引く）
000410     SELECT CREDIT-HIST-IO ASSIGN TO 'CRNHIST.DAT'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WK-CH-FILE-STATUS.
000440*    赤伝票の明細履歴（明細ごとの返品数量と赤伝票の金額を累積
000450*    する。請求数量・請求額を超える赤伝票の検査に使う）
000460     SELECT CREDIT-LINE-IO ASSIGN TO 'CRNLINE.DAT'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WK-CL-FILE-STATUS.
000490*    赤伝票の最終番号
000500     SELECT CREDIT-NO-CONTROL-IO ASSIGN TO 'CRNOCTL.DAT'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WK-CN-FILE-STATUS.
000530*    赤伝票（そのまま印刷・郵送できる体裁）
000540     SELECT CREDIT-NOTE-OUT ASSIGN TO 'CRNOTE.OUT'
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560*    赤伝票バッチ（受注バッチと同じヘッダー／明細／トレーラー形式。
000570*    トレーラーの管理合計をGLJRNLが戻し仕訳に使う）
000580     SELECT CREDIT-BATCH-OUT ASSIGN TO 'CRNBAT.OUT'
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CREDIT-REQUEST-IN.
000630 01 CREDIT-REQUEST-REC.
000640*  依頼番号（返品受付票などの番号。同じ依頼の二重発行を防ぐ）
000650   05 CR-REQ-NO        PIC X(10).
000660   05 CR-ORDER-NO      PIC X(07).
000670   05 CR-ORDER-NO-N REDEFINES CR-ORDER-NO PIC 9(07).
000680   05 CR-LINE-NO       PIC X(01).
000690   05 CR-LINE-NO-N REDEFINES CR-LINE-NO PIC 9(01).
000700*  区分（R=返品、P=値引（単価の引き下げ））
000710   05 CR-TYPE          PIC X(01).
000720   05 CR-QTY           PIC X(03).
000730   05 CR-QTY-N REDEFINES CR-QTY PIC 9(03).
000740*  値引の1個あたりの金額（Pのみ）
000750   05 CR-UNIT-AMT      PIC X(07).
000760   05 CR-UNIT-AMT-N REDEFINES CR-UNIT-AMT PIC 9(07).
000770*  返品を在庫へ戻すか（N=戻さない（破損品等）、それ以外は戻す）
000780   05 CR-RESTOCK       PIC X(01).
000790   05 CR-REASON        PIC X(20).
000800 FD  INVOICE-HIST-IN.
000810 01 INVOICE-HIST-REC.
000820   05 IH-ORDER-NO      PIC 9(07).
000830   05 IH-INV-DATE      PIC 9(08).
000840   05 IH-CUST-CD       PIC X(10).
000850   05 IH-SALES-EMP     PIC X(05).
000860   05 IH-SUBTOTAL      PIC 9(09).
000870   05 IH-DISCOUNT      PIC 9(07).
000880   05 IH-NET           PIC 9(09).
000890   05 IH-TAX           PIC 9(07).
000900   05 IH-TOTAL         PIC 9(09).
000910   05 IH-RUN-DATE      PIC 9(08).
000920   05 IH-ORIG-ORDER-NO PIC 9(07).
000930 FD  INVOICE-LINE-IN.
000940 01 INVOICE-LINE-REC.
000950   05 IL-ORDER-NO      PIC 9(07).
000960   05 IL-LINE-NO       PIC 9(01).
000970   05 IL-CUST-CD       PIC X(10).
000980   05 IL-INV-DATE      PIC 9(08).
000990   05 IL-ITEM-CD       PIC X(08).
001000   05 IL-PRICE         PIC 9(07).
001010   05 IL-QTY           PIC 9(03).
001020   05 IL-CAT           PIC X(01).
001030   05 IL-TAX-RATE      PIC V99.
001040   05 IL-DISC-PCT      PIC 9(02).
001050 FD  CUSTOMER-MASTER-IO.
001060 01 CUSTOMER-MASTER-REC.
001070   05 CM-CUST-CD       PIC X(10).
001080   05 CM-NAME          PIC X(20).
001090   05 CM-CREDIT-LIMIT  PIC 9(09).
001100   05 CM-OPEN-BALANCE  PIC 9(09).
001110   05 CM-STATUS        PIC X(01).
001120 FD  STOCK-MASTER-IO.
001130 01 STOCK-MASTER-REC.
001140   05 ST-ITEM-CD       PIC X(08).
001150   05 ST-ON-HAND       PIC 9(07).
001160   05 ST-ALLOCATED     PIC 9(07).
001170   05 ST-REORDER-PT    PIC 9(07).
001180   05 ST-REORDER-QTY   PIC 9(07).
001190 FD  STOCK-MOVE-OUT.
001200 01 STOCK-MOVE-REC.
001210   05 SM-MOVE-DATE     PIC 9(08).
001220   05 SM-ITEM-CD       PIC X(08).
001230*  受払区分（RC=入荷、CT=棚卸修正、SH=出荷、BS=受注残の出荷、
001240*  RT=返品の戻入）
001250   05 SM-TYPE          PIC X(02).
001260   05 SM-IN-QTY        PIC 9(07).
001270   05 SM-OUT-QTY       PIC 9(07).
001280   05 SM-ON-HAND       PIC 9(07).
001290   05 SM-REF           PIC X(10).
001300   05 SM-ORDER-NO      PIC 9(07).
001310   05 SM-PGM           PIC X(08).
001320 FD  CREDIT-HIST-IO.
001330 01 CREDIT-HIST-REC.
001340   05 CH-CRN-NO        PIC 9(07).
001350*  赤伝票の対象となった請求書の受注番号
001360   05 CH-ORDER-NO      PIC 9(07).
001370   05 CH-CUST-CD       PIC X(10).
001380   05 CH-SALES-EMP     PIC X(05).
001390   05 CH-CRN-DATE      PIC 9(08).
001400   05 CH-INV-DATE      PIC 9(08).
001410   05 CH-AMOUNT        PIC 9(09).
001420   05 CH-DISCOUNT      PIC 9(07).
001430*  割引後・税抜の赤伝票額（受注残高と売掛金の減額）
001440   05 CH-NET           PIC 9(09).
001450   05 CH-TAX           PIC 9(07).
001460   05 CH-TOTAL         PIC 9(09).
001470 FD  CREDIT-LINE-IO.
001480 01 CREDIT-LINE-REC.
001490   05 CL-CRN-NO        PIC 9(07).
001500   05 CL-REQ-NO        PIC X(10).
001510   05 CL-ORDER-NO      PIC 9(07).
001520   05 CL-LINE-NO       PIC 9(01).
001530   05 CL-TYPE          PIC X(01).
001540   05 CL-ITEM-CD       PIC X(08).
001550   05 CL-QTY           PIC 9(03).
001560*  1個あたりの赤伝票額（返品は請求単価、値引は値引額）
001570   05 CL-UNIT-AMT      PIC 9(07).
001580   05 CL-AMOUNT        PIC 9(09).
001590   05 CL-CAT           PIC X(01).
001600   05 CL-TAX-RATE      PIC V99.
001610   05 CL-TAX           PIC 9(07).
001620   05 CL-RESTOCK       PIC X(01).
001630   05 CL-CRN-DATE      PIC 9(08).
001640   05 CL-REASON        PIC X(20).
001650 FD  CREDIT-NO-CONTROL-IO.
001660 01 CREDIT-NO-CONTROL-REC.
001670   05 CN-LAST-NO       PIC 9(07).
001680 FD  CREDIT-NOTE-OUT.
001690 01 CREDIT-NOTE-REC    PIC X(80).
001700 FD  CREDIT-BATCH-OUT.
001710 01 CREDIT-BATCH-REC   PIC X(80).
001720 WORKING-STORAGE SECTION.
001730 01 WK-FLAGS.
001740   05 WK-RQ-FILE-STATUS PIC X(02).
001750   05 WK-IH-FILE-STATUS PIC X(02).
001760   05 WK-IL-FILE-STATUS PIC X(02).
001770   05 WK-CM-FILE-STATUS PIC X(02).
001780   05 WK-ST-FILE-STATUS PIC X(02).
001790   05 WK-SM-FILE-STATUS PIC X(02).
001800   05 WK-CH-FILE-STATUS PIC X(02).
001810   05 WK-CL-FILE-STATUS PIC X(02).
001820   05 WK-CN-FILE-STATUS PIC X(02).
001830   05 WK-RQ-EOF-SW     PIC X(01) VALUE 'N'.
001840     88 WK-RQ-EOF          VALUE 'Y'.
001850   05 WK-IH-EOF-SW     PIC X(01) VALUE 'N'.
001860     88 WK-IH-EOF          VALUE 'Y'.
001870   05 WK-IL-EOF-SW     PIC X(01) VALUE 'N'.
001880     88 WK-IL-EOF          VALUE 'Y'.
001890   05 WK-CM-EOF-SW     PIC X(01) VALUE 'N'.
001900     88 WK-CM-EOF          VALUE 'Y'.
001910   05 WK-ST-EOF-SW     PIC X(01) VALUE 'N'.
001920     88 WK-ST-EOF          VALUE 'Y'.
001930   05 WK-CL-EOF-SW     PIC X(01) VALUE 'N'.
001940     88 WK-CL-EOF          VALUE 'Y'.
001950*  依頼・顧客マスタ・在庫マスタがテーブルに収まらない（書き戻すと
001960*  行が失われるため実行を打ち切る）
001970   05 WK-TABLE-FULL-SW PIC X(01) VALUE 'N'.
001980     88 WK-TABLE-FULL      VALUE 'Y'.
001990 01 WK-RUN-AREA.
002000   05 WK-RUN-DATE      PIC 9(08).
002010   05 WK-LAST-CRN-NO   PIC 9(07) VALUE 0.
002020*--- 赤伝票の依頼（請求書・請求明細・発行済み赤伝票の各履歴から
002030*    照合に必要な項目を集めて持つ）---
002040 01 WK-REQUEST-TABLE.
002050   05 WK-RQ-COUNT      PIC 9(03) VALUE 0.
002060   05 WK-RQ-ENTRY OCCURS 500 TIMES.
002070     10 WK-RQ-REQ-NO   PIC X(10).
002080     10 WK-RQ-ORDER-NO PIC 9(07).
002090     10 WK-RQ-LINE-NO  PIC 9(01).
002100     10 WK-RQ-TYPE     PIC X(01).
002110     10 WK-RQ-QTY      PIC 9(03).
002120     10 WK-RQ-UNIT-AMT PIC 9(07).
002130     10 WK-RQ-RESTOCK  PIC X(01).
002140     10 WK-RQ-REASON   PIC X(20).
002150*    却下理由（空白=発行）
002160     10 WK-RQ-REJECT   PIC X(24).
002170*    請求書履歴から（Y=請求書あり）
002180     10 WK-RQ-INV-SW   PIC X(01).
002190     10 WK-RQ-CUST-CD  PIC X(10).
002200     10 WK-RQ-INV-DATE PIC 9(08).
002210     10 WK-RQ-SALES-EMP PIC X(05).
002220*    請求書の明細履歴から（Y=請求した明細あり）
002230     10 WK-RQ-LINE-SW  PIC X(01).
002240     10 WK-RQ-ITEM-CD  PIC X(08).
002250     10 WK-RQ-PRICE    PIC 9(07).
002260     10 WK-RQ-INV-QTY  PIC 9(03).
002270     10 WK-RQ-CAT      PIC X(01).
002280     10 WK-RQ-TAX-RATE PIC V99.
002290     10 WK-RQ-DISC-PCT PIC 9(02).
002300*    発行済みの赤伝票の返品数量と赤伝票額の累計（Y=同じ依頼が
002310*    発行済み）
002320     10 WK-RQ-PRIOR-QTY PIC 9(05).
002330     10 WK-RQ-PRIOR-AMT PIC 9(09).
002340     10 WK-RQ-DUP-SW   PIC X(01).
002350*    今回の赤伝票額と税額
002360     10 WK-RQ-AMOUNT   PIC 9(09).
002370     10 WK-RQ-TAX      PIC 9(07).
002380     10 WK-RQ-ST-IDX   PIC 9(03).
002390   05 WK-RQ-IDX        PIC 9(03).
002400   05 WK-RQ-LATER-IDX  PIC 9(03).
002410*--- 同じ受注番号の依頼のまとまり（赤伝票1枚分）---
002420 01 WK-GROUP-WORK.
002430   05 WK-GRP-START     PIC 9(03).
002440   05 WK-GRP-END       PIC 9(03).
002450   05 WK-GRP-NEXT      PIC 9(03).
002460   05 WK-GRP-END-SW    PIC X(01).
002470     88 WK-GRP-END-FOUND   VALUE 'Y'.
002480   05 WK-GRP-OK-CT     PIC 9(03).
002490   05 WK-GRP-FIRST-OK  PIC 9(03).
002500   05 WK-LINE-LIMIT-QTY PIC 9(05).
002510   05 WK-LINE-LIMIT-AMT PIC 9(09).
002520*--- 赤伝票1枚分の金額 ---
002530 01 WK-CREDIT-WORK.
002540   05 WK-CN-AMOUNT     PIC 9(09).
002550   05 WK-CN-DISCOUNT   PIC 9(07).
002560   05 WK-CN-NET        PIC 9(09).
002570   05 WK-CN-TAX        PIC 9(07).
002580   05 WK-CN-TOTAL      PIC 9(09).
002581*--- 税率区分別の課税対象額と税額（SAMPLE02の請求書と同じく、税額
002582*    は赤伝票1枚につき税率ごとに1回だけ端数処理する）---
002583 01 WK-TAX-RATE-TABLE.
002584*  1=標準税率(ST)、2=軽減税率(RD)
002585   05 WK-TR-ENTRY OCCURS 2 TIMES.
002586     10 WK-TR-RATE     PIC V99.
002587     10 WK-TR-BASE     PIC 9(09).
002588     10 WK-TR-TAX      PIC 9(07).
002589*    行ごとの税額（明細履歴の参考値）の合計と、端数の差を寄せる
002590*    最後の明細の位置
002591     10 WK-TR-LINE-TAX PIC 9(07).
002593     10 WK-TR-LAST-IDX PIC 9(03).
002594 01 WK-TAX-RATE-WORK.
002595   05 WK-TR-IDX        PIC 9(01).
002597   05 WK-TR-ADJ        PIC S9(07).
002598*--- 顧客マスタのインメモリテーブル（受注残高を減らして書き戻す）---
002600 01 WK-CUST-TABLE.
002610   05 WK-CM-COUNT      PIC 9(03) VALUE 0.
002620   05 WK-CM-ENTRY OCCURS 100 TIMES.
002630     10 WK-CM-CUST-CD  PIC X(10).
002640     10 WK-CM-NAME     PIC X(20).
002650     10 WK-CM-LIMIT    PIC 9(09).
002660     10 WK-CM-BALANCE  PIC 9(09).
002670     10 WK-CM-STATUS   PIC X(01).
002680   05 WK-CM-IDX        PIC 9(03).
002690   05 WK-CM-FOUND-IDX  PIC 9(03).
002700   05 WK-SEARCH-CUST-CD PIC X(10).
002710*--- 在庫マスタのインメモリテーブル（返品を戻入して書き戻す）---
002720 01 WK-STOCK-TABLE.
002730   05 WK-ST-COUNT      PIC 9(03) VALUE 0.
002740   05 WK-ST-ENTRY OCCURS 500 TIMES.
002750     10 WK-ST-ITEM-CD  PIC X(08).
002760     10 WK-ST-ON-HAND  PIC 9(07).
002770     10 WK-ST-ALLOCATED PIC 9(07).
002780     10 WK-ST-REORDER-PT PIC 9(07).
002790     10 WK-ST-REORDER-QTY PIC 9(07).
002800   05 WK-ST-IDX        PIC 9(03).
002810   05 WK-ST-FOUND-IDX  PIC 9(03).
002820   05 WK-SEARCH-ITEM-CD PIC X(08).
002830 01 WK-COUNTERS.
002840   05 WK-READ-CT       PIC 9(05) VALUE 0.
002850   05 WK-ACCEPT-CT     PIC 9(05) VALUE 0.
002860   05 WK-REJECT-CT     PIC 9(05) VALUE 0.
002870   05 WK-CRN-CT        PIC 9(05) VALUE 0.
002880   05 WK-CRN-NET-TOTAL PIC 9(09) VALUE 0.
002890*--- LOCKMGR呼び出し用ワーク（実行間ロック。受注バッチ・入金消込
002900*    と同時に顧客マスタと在庫マスタを更新しない）---
002910 01 WK-LOCK-AREA.
002920   05 WK-LOCK-FUNC     PIC X(01).
002930   05 WK-LOCK-PGM      PIC X(08) VALUE 'CRNOTE'.
002940   05 WK-LOCK-FILES.
002950     10 FILLER         PIC X(10) VALUE 'CUSTMAST  '.
002960     10 FILLER         PIC X(10) VALUE 'STOCKMST  '.
002970     10 FILLER         PIC X(10) VALUE SPACES.
002980     10 FILLER         PIC X(10) VALUE SPACES.
002990     10 FILLER         PIC X(10) VALUE SPACES.
003000   05 WK-LOCK-RETURN-CD PIC 9(02).
003010*--- 赤伝票の各行（請求書と同じ体裁で編集する）---
003020 01 WK-CN-HEADER.
003030   05 FILLER           PIC X(18) VALUE 'CREDIT NOTE  CUST:'.
003040   05 FILLER           PIC X(01) VALUE SPACE.
003050   05 WK-CH-CUST-CD    PIC X(10).
003060   05 FILLER           PIC X(07) VALUE ' DATE: '.
003070   05 WK-CH-DATE       PIC 9(08).
003080   05 FILLER           PIC X(09) VALUE ' CREDIT: '.
003090   05 WK-CH-CRN-NO     PIC 9(07).
003100   05 FILLER           PIC X(20) VALUE SPACES.
003110 01 WK-CN-REF-LINE.
003120   05 FILLER           PIC X(28)
003130       VALUE '  AGAINST INVOICE OF ORDER: '.
003140   05 WK-CF-ORDER-NO   PIC 9(07).
003150   05 FILLER           PIC X(07) VALUE ' DATED '.
003160   05 WK-CF-INV-DATE   PIC 9(08).
003170   05 FILLER           PIC X(08) VALUE ' SALES: '.
003180   05 WK-CF-SALES-EMP  PIC X(05).
003190   05 FILLER           PIC X(17) VALUE SPACES.
003200 01 WK-CN-NAME-LINE.
003210   05 FILLER           PIC X(08) VALUE '  NAME: '.
003220   05 WK-CA-NAME       PIC X(20).
003230   05 FILLER           PIC X(52) VALUE SPACES.
003240 01 WK-CN-ITEM-LINE.
003250   05 FILLER           PIC X(07) VALUE '  LINE '.
003260   05 WK-CI-LINE-NO    PIC 9(01).
003270   05 FILLER           PIC X(02) VALUE ': '.
003280   05 WK-CI-TYPE-NAME  PIC X(10).
003290   05 WK-CI-UNIT-AMT   PIC ZZZZZZ9.
003300   05 FILLER           PIC X(03) VALUE ' X '.
003310   05 WK-CI-QTY        PIC ZZ9.
003320   05 FILLER           PIC X(03) VALUE ' = '.
003330   05 WK-CI-AMOUNT     PIC ZZZZZZZZ9.
003340   05 FILLER           PIC X(02) VALUE SPACES.
003350   05 WK-CI-ITEM-CD    PIC X(08).
003360   05 FILLER           PIC X(06) VALUE '  TAX '.
003370   05 WK-CI-TAX-PCT    PIC Z9.
003380   05 FILLER           PIC X(01) VALUE '%'.
003390   05 FILLER           PIC X(16) VALUE SPACES.
003400 01 WK-CN-REASON-LINE.
003410   05 FILLER           PIC X(18) VALUE '          REASON: '.
003420   05 WK-CR-REASON     PIC X(20).
003430   05 FILLER           PIC X(01) VALUE SPACE.
003440   05 WK-CR-RESTOCK    PIC X(15).
003450   05 FILLER           PIC X(26) VALUE SPACES.
003460 01 WK-CN-AMOUNT-LINE.
003470   05 WK-CA-AMT-LABEL  PIC X(12).
003480   05 WK-CA-AMOUNT     PIC ZZZZZZZZ9.
003490   05 FILLER           PIC X(59) VALUE SPACES.
003500 01 WK-TAX-PCT         PIC 9(02).
003510*--- 赤伝票バッチ（受注バッチ(ORDERBAT.OUT)と同じ形式）---
003520 01 WK-BATCH-HEADER.
003530   05 WK-BH-TAG        PIC X(06) VALUE 'HEADER'.
003540   05 WK-BH-RUN-DATE   PIC 9(08).
003550   05 FILLER           PIC X(66) VALUE SPACES.
003560 01 WK-BATCH-DETAIL.
003570   05 WK-BD-TAG        PIC X(06) VALUE 'DETAIL'.
003580   05 WK-BD-NET        PIC Z(08)9.
003590   05 FILLER           PIC X(06) VALUE ' CRN: '.
003600   05 WK-BD-CRN-NO     PIC 9(07).
003610   05 FILLER           PIC X(52) VALUE SPACES.
003620 01 WK-BATCH-TRAILER.
003630   05 WK-BT-TAG        PIC X(07) VALUE 'TRAILER'.
003640   05 WK-BT-CRN-COUNT  PIC 9(05).
003650   05 WK-BT-CONTROL-TOTAL PIC 9(09).
003660   05 FILLER           PIC X(59) VALUE SPACES.
003670 PROCEDURE DIVISION.
003680 MAIN-PROC.
003690*    赤伝票の依頼を請求書・請求明細・発行済み赤伝票の各履歴と
003700*    照合し、合格した明細を受注番号ごとに1枚の赤伝票にまとめて
003710*    採番・発行する。赤伝票の割引後・税抜の額で顧客の受注残高を
003720*    減らし（受注(SAMPLE02)が積む残高と同じ基準）、返品は在庫へ
003730*    戻入する。仕訳はGLJRNLが赤伝票バッチのトレーラーから立てる
003740     CALL 'BUSDATE' USING WK-RUN-DATE.
003750     MOVE 'L' TO WK-LOCK-FUNC.
003760     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
003770         WK-LOCK-FILES WK-LOCK-RETURN-CD.
003780     IF WK-LOCK-RETURN-CD NOT = 00
003790         DISPLAY 'CRNOTE: MASTERS LOCKED BY ANOTHER RUN'
003800             ' - RUN REFUSED'
003810         MOVE 8 TO RETURN-CODE
003820         GOBACK
003830     END-IF.
003840     PERFORM LOAD-REQUEST-PROC.
003850     PERFORM LOAD-CUSTOMER-PROC.
003860     PERFORM LOAD-STOCK-PROC.
003870     IF WK-TABLE-FULL
003880         DISPLAY 'CRNOTE: CRREQ.DAT, CUSTMAST.DAT OR '
003890             'STOCKMST.DAT EXCEEDS TABLE SIZE - RUN REFUSED'
003900         PERFORM RELEASE-LOCK-PROC
003910         MOVE 8 TO RETURN-CODE
003920         GOBACK
003930     END-IF.
003940     PERFORM LOAD-INVOICE-HIST-PROC.
003950     PERFORM LOAD-INVOICE-LINE-PROC.
003960     PERFORM LOAD-CREDIT-LINE-PROC.
003970     PERFORM LOAD-CRN-NO-PROC.
003980     OPEN OUTPUT CREDIT-NOTE-OUT CREDIT-BATCH-OUT.
003990     OPEN EXTEND CREDIT-HIST-IO.
004000     IF WK-CH-FILE-STATUS = '35'
004010         OPEN OUTPUT CREDIT-HIST-IO
004020     END-IF.
004030     OPEN EXTEND CREDIT-LINE-IO.
004040     IF WK-CL-FILE-STATUS = '35'
004050         OPEN OUTPUT CREDIT-LINE-IO
004060     END-IF.
004070     OPEN EXTEND STOCK-MOVE-OUT.
004080     IF WK-SM-FILE-STATUS = '35'
004090         OPEN OUTPUT STOCK-MOVE-OUT
004100     END-IF.
004110     MOVE WK-RUN-DATE TO WK-BH-RUN-DATE.
004120     WRITE CREDIT-BATCH-REC FROM WK-BATCH-HEADER.
004130     MOVE 1 TO WK-GRP-START.
004140     PERFORM PROCESS-GROUP-PROC
004150         UNTIL WK-GRP-START > WK-RQ-COUNT.
004160     MOVE WK-CRN-CT        TO WK-BT-CRN-COUNT.
004170     MOVE WK-CRN-NET-TOTAL TO WK-BT-CONTROL-TOTAL.
004180     WRITE CREDIT-BATCH-REC FROM WK-BATCH-TRAILER.
004190     CLOSE CREDIT-NOTE-OUT CREDIT-BATCH-OUT CREDIT-HIST-IO
004200           CREDIT-LINE-IO STOCK-MOVE-OUT.
004210     IF WK-CRN-CT > 0
004220         PERFORM SAVE-CRN-NO-PROC
004230         PERFORM REWRITE-CUSTOMER-PROC
004240         PERFORM REWRITE-STOCK-PROC
004250     END-IF.
004260     DISPLAY 'CRNOTE: REQUESTS     = ' WK-READ-CT.
004270     DISPLAY 'CRNOTE: ACCEPTED     = ' WK-ACCEPT-CT.
004280     DISPLAY 'CRNOTE: REJECTED     = ' WK-REJECT-CT.
004290     DISPLAY 'CRNOTE: CREDIT NOTES = ' WK-CRN-CT.
004300     DISPLAY 'CRNOTE: NET CREDITED = ' WK-CRN-NET-TOTAL.
004310     PERFORM RELEASE-LOCK-PROC.
004320     GOBACK.
004330 RELEASE-LOCK-PROC.
004340*    取得した実行間ロックを解放する
004350     MOVE 'U' TO WK-LOCK-FUNC.
004360     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
004370         WK-LOCK-FILES WK-LOCK-RETURN-CD.
004380 LOAD-REQUEST-PROC.
004390*    赤伝票の依頼を全件読み込み、項目の形式を検査する（無い場合は
004400*    発行なし）
004410     OPEN INPUT CREDIT-REQUEST-IN.
004420     IF WK-RQ-FILE-STATUS = '35'
004430         DISPLAY 'CRNOTE: NO CRREQ.DAT - NOTHING TO CREDIT'
004440         SET WK-RQ-EOF TO TRUE
004450     ELSE
004460         PERFORM READ-REQUEST-PROC
004470             UNTIL WK-RQ-EOF
004480         CLOSE CREDIT-REQUEST-IN
004490     END-IF.
004500 READ-REQUEST-PROC.
004510     READ CREDIT-REQUEST-IN
004520         AT END
004530             SET WK-RQ-EOF TO TRUE
004540         NOT AT END
004550             ADD 1 TO WK-READ-CT
004560             IF WK-RQ-COUNT < 500
004570                 ADD 1 TO WK-RQ-COUNT
004580                 PERFORM STORE-REQUEST-PROC
004590             ELSE
004600                 SET WK-TABLE-FULL TO TRUE
004610             END-IF
004620     END-READ.
004630 STORE-REQUEST-PROC.
004640*    依頼1件をテーブルへ載せる。形式の誤りは却下理由に記録し、
004650*    数値項目は数字の場合だけ取り込む
004660     MOVE WK-RQ-COUNT TO WK-RQ-IDX.
004670     MOVE CR-REQ-NO   TO WK-RQ-REQ-NO(WK-RQ-IDX).
004680     MOVE CR-TYPE     TO WK-RQ-TYPE(WK-RQ-IDX).
004690     MOVE CR-RESTOCK  TO WK-RQ-RESTOCK(WK-RQ-IDX).
004700     MOVE CR-REASON   TO WK-RQ-REASON(WK-RQ-IDX).
004710     MOVE 0 TO WK-RQ-ORDER-NO(WK-RQ-IDX) WK-RQ-LINE-NO(WK-RQ-IDX)
004720               WK-RQ-QTY(WK-RQ-IDX) WK-RQ-UNIT-AMT(WK-RQ-IDX).
004730     MOVE SPACES TO WK-RQ-REJECT(WK-RQ-IDX)
004740                    WK-RQ-CUST-CD(WK-RQ-IDX)
004750                    WK-RQ-SALES-EMP(WK-RQ-IDX)
004760                    WK-RQ-ITEM-CD(WK-RQ-IDX) WK-RQ-CAT(WK-RQ-IDX).
004770     MOVE 'N' TO WK-RQ-INV-SW(WK-RQ-IDX) WK-RQ-LINE-SW(WK-RQ-IDX)
004780                 WK-RQ-DUP-SW(WK-RQ-IDX).
004790     MOVE 0 TO WK-RQ-INV-DATE(WK-RQ-IDX) WK-RQ-PRICE(WK-RQ-IDX)
004800               WK-RQ-INV-QTY(WK-RQ-IDX) WK-RQ-TAX-RATE(WK-RQ-IDX)
004810               WK-RQ-DISC-PCT(WK-RQ-IDX)
004820               WK-RQ-PRIOR-QTY(WK-RQ-IDX)
004830               WK-RQ-PRIOR-AMT(WK-RQ-IDX) WK-RQ-AMOUNT(WK-RQ-IDX)
004840               WK-RQ-TAX(WK-RQ-IDX) WK-RQ-ST-IDX(WK-RQ-IDX).
004850     IF CR-ORDER-NO IS NUMERIC
004860         MOVE CR-ORDER-NO-N TO WK-RQ-ORDER-NO(WK-RQ-IDX)
004870     END-IF.
004880     IF CR-LINE-NO IS NUMERIC
004890         MOVE CR-LINE-NO-N TO WK-RQ-LINE-NO(WK-RQ-IDX)
004900     END-IF.
004910     IF CR-QTY IS NUMERIC
004920         MOVE CR-QTY-N TO WK-RQ-QTY(WK-RQ-IDX)
004930     END-IF.
004940     IF CR-UNIT-AMT IS NUMERIC
004950         MOVE CR-UNIT-AMT-N TO WK-RQ-UNIT-AMT(WK-RQ-IDX)
004960     END-IF.
004970     EVALUATE TRUE
004980         WHEN CR-REQ-NO = SPACES
004990             MOVE 'NO REQUEST NUMBER' TO WK-RQ-REJECT(WK-RQ-IDX)
005000         WHEN CR-ORDER-NO IS NOT NUMERIC
005010             MOVE 'BAD ORDER NUMBER' TO WK-RQ-REJECT(WK-RQ-IDX)
005020         WHEN CR-LINE-NO IS NOT NUMERIC
005030                 OR CR-LINE-NO-N < 1 OR CR-LINE-NO-N > 3
005040             MOVE 'BAD LINE NUMBER' TO WK-RQ-REJECT(WK-RQ-IDX)
005050         WHEN CR-TYPE NOT = 'R' AND CR-TYPE NOT = 'P'
005060             MOVE 'BAD CREDIT TYPE' TO WK-RQ-REJECT(WK-RQ-IDX)
005070         WHEN CR-QTY IS NOT NUMERIC OR CR-QTY-N = 0
005080             MOVE 'BAD QUANTITY' TO WK-RQ-REJECT(WK-RQ-IDX)
005090         WHEN CR-TYPE = 'P'
005100                 AND (CR-UNIT-AMT IS NOT NUMERIC
005110                 OR CR-UNIT-AMT-N = 0)
005120             MOVE 'BAD PRICE ADJUSTMENT'
005130                 TO WK-RQ-REJECT(WK-RQ-IDX)
005140     END-EVALUATE.
005150 LOAD-INVOICE-HIST-PROC.
005160*    請求書履歴から依頼の受注番号の請求書（顧客・発行日・担当営業）
005170*    を拾う
005180     OPEN INPUT INVOICE-HIST-IN.
005190     IF WK-IH-FILE-STATUS = '35'
005200         SET WK-IH-EOF TO TRUE
005210     ELSE
005220         PERFORM READ-INVOICE-HIST-PROC
005230             UNTIL WK-IH-EOF
005240         CLOSE INVOICE-HIST-IN
005250     END-IF.
005260 READ-INVOICE-HIST-PROC.
005270     READ INVOICE-HIST-IN
005280         AT END
005290             SET WK-IH-EOF TO TRUE
005300         NOT AT END
005310             PERFORM MATCH-INVOICE-HIST-PROC
005320                 VARYING WK-RQ-IDX FROM 1 BY 1
005330                 UNTIL WK-RQ-IDX > WK-RQ-COUNT
005340     END-READ.
005350 MATCH-INVOICE-HIST-PROC.
005360     IF WK-RQ-ORDER-NO(WK-RQ-IDX) = IH-ORDER-NO
005370         MOVE 'Y'          TO WK-RQ-INV-SW(WK-RQ-IDX)
005380         MOVE IH-CUST-CD   TO WK-RQ-CUST-CD(WK-RQ-IDX)
005390         MOVE IH-INV-DATE  TO WK-RQ-INV-DATE(WK-RQ-IDX)
005400         MOVE IH-SALES-EMP TO WK-RQ-SALES-EMP(WK-RQ-IDX)
005410     END-IF.
005420 LOAD-INVOICE-LINE-PROC.
005430*    請求書の明細履歴から依頼の明細の請求単価・数量・品目区分・
005440*    税率・割引率を拾う
005450     OPEN INPUT INVOICE-LINE-IN.
005460     IF WK-IL-FILE-STATUS = '35'
005470         SET WK-IL-EOF TO TRUE
005480     ELSE
005490         PERFORM READ-INVOICE-LINE-PROC
005500             UNTIL WK-IL-EOF
005510         CLOSE INVOICE-LINE-IN
005520     END-IF.
005530 READ-INVOICE-LINE-PROC.
005540     READ INVOICE-LINE-IN
005550         AT END
005560             SET WK-IL-EOF TO TRUE
005570         NOT AT END
005580             PERFORM MATCH-INVOICE-LINE-PROC
005590                 VARYING WK-RQ-IDX FROM 1 BY 1
005600                 UNTIL WK-RQ-IDX > WK-RQ-COUNT
005610     END-READ.
005620 MATCH-INVOICE-LINE-PROC.
005630     IF WK-RQ-ORDER-NO(WK-RQ-IDX) = IL-ORDER-NO
005640             AND WK-RQ-LINE-NO(WK-RQ-IDX) = IL-LINE-NO
005650         MOVE 'Y'         TO WK-RQ-LINE-SW(WK-RQ-IDX)
005660         MOVE IL-ITEM-CD  TO WK-RQ-ITEM-CD(WK-RQ-IDX)
005670         MOVE IL-PRICE    TO WK-RQ-PRICE(WK-RQ-IDX)
005680         MOVE IL-QTY      TO WK-RQ-INV-QTY(WK-RQ-IDX)
005690         MOVE IL-CAT      TO WK-RQ-CAT(WK-RQ-IDX)
005700         MOVE IL-TAX-RATE TO WK-RQ-TAX-RATE(WK-RQ-IDX)
005710         MOVE IL-DISC-PCT TO WK-RQ-DISC-PCT(WK-RQ-IDX)
005720     END-IF.
005730 LOAD-CREDIT-LINE-PROC.
005740*    発行済み赤伝票の明細履歴から依頼の明細の返品数量と赤伝票額
005750*    を累計し、同じ依頼番号の発行済みを検出する
005760     OPEN INPUT CREDIT-LINE-IO.
005770     IF WK-CL-FILE-STATUS = '35'
005780         SET WK-CL-EOF TO TRUE
005790     ELSE
005800         PERFORM READ-CREDIT-LINE-PROC
005810             UNTIL WK-CL-EOF
005820         CLOSE CREDIT-LINE-IO
005830     END-IF.
005840 READ-CREDIT-LINE-PROC.
005850     READ CREDIT-LINE-IO
005860         AT END
005870             SET WK-CL-EOF TO TRUE
005880         NOT AT END
005890             PERFORM MATCH-CREDIT-LINE-PROC
005900                 VARYING WK-RQ-IDX FROM 1 BY 1
005910                 UNTIL WK-RQ-IDX > WK-RQ-COUNT
005920     END-READ.
005930 MATCH-CREDIT-LINE-PROC.
005940     IF WK-RQ-ORDER-NO(WK-RQ-IDX) = CL-ORDER-NO
005950             AND WK-RQ-LINE-NO(WK-RQ-IDX) = CL-LINE-NO
005960         IF CL-TYPE = 'R'
005970             ADD CL-QTY TO WK-RQ-PRIOR-QTY(WK-RQ-IDX)
005980         END-IF
005990         ADD CL-AMOUNT TO WK-RQ-PRIOR-AMT(WK-RQ-IDX)
006000         IF CL-REQ-NO = WK-RQ-REQ-NO(WK-RQ-IDX)
006010             MOVE 'Y' TO WK-RQ-DUP-SW(WK-RQ-IDX)
006020         END-IF
006030     END-IF.
006040 LOAD-CRN-NO-PROC.
006050*    赤伝票の最終番号を読み込む（無い場合は1番から採番する）
006060     OPEN INPUT CREDIT-NO-CONTROL-IO.
006070     IF WK-CN-FILE-STATUS = '35'
006080         MOVE 0 TO WK-LAST-CRN-NO
006090     ELSE
006100         READ CREDIT-NO-CONTROL-IO
006110             AT END
006120                 MOVE 0 TO WK-LAST-CRN-NO
006130             NOT AT END
006140                 MOVE CN-LAST-NO TO WK-LAST-CRN-NO
006150         END-READ
006160         CLOSE CREDIT-NO-CONTROL-IO
006170     END-IF.
006180 SAVE-CRN-NO-PROC.
006190     OPEN OUTPUT CREDIT-NO-CONTROL-IO.
006200     MOVE WK-LAST-CRN-NO TO CN-LAST-NO.
006210     WRITE CREDIT-NO-CONTROL-REC.
006220     CLOSE CREDIT-NO-CONTROL-IO.
006230 LOAD-CUSTOMER-PROC.
006240     OPEN INPUT CUSTOMER-MASTER-IO.
006250     IF WK-CM-FILE-STATUS = '35'
006260         DISPLAY 'CRNOTE: CUSTMAST.DAT NOT FOUND'
006270         SET WK-CM-EOF TO TRUE
006280     ELSE
006290         PERFORM READ-CUSTOMER-PROC
006300             UNTIL WK-CM-EOF
006310         CLOSE CUSTOMER-MASTER-IO
006320     END-IF.
006330 READ-CUSTOMER-PROC.
006340     READ CUSTOMER-MASTER-IO
006350         AT END
006360             SET WK-CM-EOF TO TRUE
006370         NOT AT END
006380             IF WK-CM-COUNT < 100
006390                 ADD 1 TO WK-CM-COUNT
006400                 MOVE CM-CUST-CD
006410                     TO WK-CM-CUST-CD(WK-CM-COUNT)
006420                 MOVE CM-NAME         TO WK-CM-NAME(WK-CM-COUNT)
006430                 MOVE CM-CREDIT-LIMIT TO WK-CM-LIMIT(WK-CM-COUNT)
006440                 MOVE CM-OPEN-BALANCE
006450                     TO WK-CM-BALANCE(WK-CM-COUNT)
006460                 MOVE CM-STATUS       TO WK-CM-STATUS(WK-CM-COUNT)
006470             ELSE
006480                 SET WK-TABLE-FULL TO TRUE
006490             END-IF
006500     END-READ.
006510 FIND-CUSTOMER-PROC.
006520     MOVE 0 TO WK-CM-FOUND-IDX.
006530     PERFORM FIND-CUSTOMER-STEP-PROC
006540         VARYING WK-CM-IDX FROM 1 BY 1
006550         UNTIL WK-CM-IDX > WK-CM-COUNT
006560             OR WK-CM-FOUND-IDX NOT = 0.
006570 FIND-CUSTOMER-STEP-PROC.
006580     IF WK-CM-CUST-CD(WK-CM-IDX) = WK-SEARCH-CUST-CD
006590         MOVE WK-CM-IDX TO WK-CM-FOUND-IDX
006600     END-IF.
006610 REWRITE-CUSTOMER-PROC.
006620*    受注残高を減らした顧客マスタを全件書き戻す
006630     OPEN OUTPUT CUSTOMER-MASTER-IO.
006640     PERFORM WRITE-CUSTOMER-ENTRY-PROC
006650         VARYING WK-CM-IDX FROM 1 BY 1
006660         UNTIL WK-CM-IDX > WK-CM-COUNT.
006670     CLOSE CUSTOMER-MASTER-IO.
006680 WRITE-CUSTOMER-ENTRY-PROC.
006690     MOVE WK-CM-CUST-CD(WK-CM-IDX) TO CM-CUST-CD.
006700     MOVE WK-CM-NAME(WK-CM-IDX)    TO CM-NAME.
006710     MOVE WK-CM-LIMIT(WK-CM-IDX)   TO CM-CREDIT-LIMIT.
006720     MOVE WK-CM-BALANCE(WK-CM-IDX) TO CM-OPEN-BALANCE.
006730     MOVE WK-CM-STATUS(WK-CM-IDX)  TO CM-STATUS.
006740     WRITE CUSTOMER-MASTER-REC.
006750 LOAD-STOCK-PROC.
006760     OPEN INPUT STOCK-MASTER-IO.
006770     IF WK-ST-FILE-STATUS = '35'
006780         SET WK-ST-EOF TO TRUE
006790     ELSE
006800         PERFORM READ-STOCK-PROC
006810             UNTIL WK-ST-EOF
006820         CLOSE STOCK-MASTER-IO
006830     END-IF.
006840 READ-STOCK-PROC.
006850     READ STOCK-MASTER-IO
006860         AT END
006870             SET WK-ST-EOF TO TRUE
006880         NOT AT END
006890             IF WK-ST-COUNT < 500
006900                 ADD 1 TO WK-ST-COUNT
006910                 MOVE ST-ITEM-CD   TO WK-ST-ITEM-CD(WK-ST-COUNT)
006920                 MOVE ST-ON-HAND   TO WK-ST-ON-HAND(WK-ST-COUNT)
006930                 MOVE ST-ALLOCATED TO WK-ST-ALLOCATED(WK-ST-COUNT)
006940                 MOVE ST-REORDER-PT
006950                     TO WK-ST-REORDER-PT(WK-ST-COUNT)
006960                 MOVE ST-REORDER-QTY
006970                     TO WK-ST-REORDER-QTY(WK-ST-COUNT)
006980             ELSE
006990                 SET WK-TABLE-FULL TO TRUE
007000             END-IF
007010     END-READ.
007020 FIND-STOCK-PROC.
007030*    品目の在庫エントリを探す。無い品目は在庫0で追加する（空きが
007040*    無い場合は0を返す）
007050     MOVE 0 TO WK-ST-FOUND-IDX.
007060     PERFORM FIND-STOCK-STEP-PROC
007070         VARYING WK-ST-IDX FROM 1 BY 1
007080         UNTIL WK-ST-IDX > WK-ST-COUNT
007090             OR WK-ST-FOUND-IDX NOT = 0.
007100     IF WK-ST-FOUND-IDX = 0 AND WK-ST-COUNT < 500
007110         ADD 1 TO WK-ST-COUNT
007120         MOVE WK-ST-COUNT       TO WK-ST-FOUND-IDX
007130         MOVE WK-SEARCH-ITEM-CD TO WK-ST-ITEM-CD(WK-ST-COUNT)
007140         MOVE 0 TO WK-ST-ON-HAND(WK-ST-COUNT)
007150                   WK-ST-ALLOCATED(WK-ST-COUNT)
007160                   WK-ST-REORDER-PT(WK-ST-COUNT)
007170                   WK-ST-REORDER-QTY(WK-ST-COUNT)
007180     END-IF.
007190 FIND-STOCK-STEP-PROC.
007200     IF WK-ST-ITEM-CD(WK-ST-IDX) = WK-SEARCH-ITEM-CD
007210         MOVE WK-ST-IDX TO WK-ST-FOUND-IDX
007220     END-IF.
007230 REWRITE-STOCK-PROC.
007240*    返品を戻入した在庫マスタを全件書き戻す
007250     OPEN OUTPUT STOCK-MASTER-IO.
007260     PERFORM WRITE-STOCK-ENTRY-PROC
007270         VARYING WK-ST-IDX FROM 1 BY 1
007280         UNTIL WK-ST-IDX > WK-ST-COUNT.
007290     CLOSE STOCK-MASTER-IO.
007300 WRITE-STOCK-ENTRY-PROC.
007310     MOVE WK-ST-ITEM-CD(WK-ST-IDX)     TO ST-ITEM-CD.
007320     MOVE WK-ST-ON-HAND(WK-ST-IDX)     TO ST-ON-HAND.
007330     MOVE WK-ST-ALLOCATED(WK-ST-IDX)   TO ST-ALLOCATED.
007340     MOVE WK-ST-REORDER-PT(WK-ST-IDX)  TO ST-REORDER-PT.
007350     MOVE WK-ST-REORDER-QTY(WK-ST-IDX) TO ST-REORDER-QTY.
007360     WRITE STOCK-MASTER-REC.
007370 PROCESS-GROUP-PROC.
007380*    同じ受注番号が連続する依頼を1枚分として検査し、合格した明細
007390*    が1件以上あれば赤伝票を発行する
007400     MOVE WK-GRP-START TO WK-GRP-END.
007410     MOVE 'N' TO WK-GRP-END-SW.
007420     PERFORM EXTEND-GROUP-PROC
007430         UNTIL WK-GRP-END-FOUND.
007440     MOVE 0 TO WK-GRP-OK-CT WK-GRP-FIRST-OK.
007450     MOVE 0 TO WK-CN-AMOUNT WK-CN-TAX.
007455     INITIALIZE WK-TAX-RATE-TABLE.
007460     PERFORM CHECK-REQUEST-PROC
007470         VARYING WK-RQ-IDX FROM WK-GRP-START BY 1
007480         UNTIL WK-RQ-IDX > WK-GRP-END.
007490     IF WK-GRP-OK-CT > 0
007500         PERFORM ISSUE-CREDIT-NOTE-PROC
007510     END-IF.
007520     COMPUTE WK-GRP-START = WK-GRP-END + 1.
007530 EXTEND-GROUP-PROC.
007540     COMPUTE WK-GRP-NEXT = WK-GRP-END + 1.
007550     IF WK-GRP-NEXT > WK-RQ-COUNT
007560         SET WK-GRP-END-FOUND TO TRUE
007570     ELSE
007580         IF WK-RQ-ORDER-NO(WK-GRP-NEXT)
007590                 NOT = WK-RQ-ORDER-NO(WK-GRP-START)
007600             SET WK-GRP-END-FOUND TO TRUE
007610         ELSE
007620             MOVE WK-GRP-NEXT TO WK-GRP-END
007630         END-IF
007640     END-IF.
007650 CHECK-REQUEST-PROC.
007660*    依頼1件を請求書・請求明細と照合する。返品は返品済みを除いた
007670*    請求数量まで、値引は請求単価までとし、いずれも赤伝票額の累計
007680*    が請求額を超えないこと
007690     IF WK-RQ-REJECT(WK-RQ-IDX) = SPACES
007700         PERFORM CHECK-INVOICE-PROC
007710     END-IF.
007720     IF WK-RQ-REJECT(WK-RQ-IDX) = SPACES
007730         PERFORM CHECK-QUANTITY-PROC
007740     END-IF.
007750     IF WK-RQ-REJECT(WK-RQ-IDX) = SPACES
007760         PERFORM ACCEPT-REQUEST-PROC
007770     ELSE
007780         ADD 1 TO WK-REJECT-CT
007790         DISPLAY 'CRNOTE: ' WK-RQ-REQ-NO(WK-RQ-IDX) ' ORDER '
007800             WK-RQ-ORDER-NO(WK-RQ-IDX) ' LINE '
007810             WK-RQ-LINE-NO(WK-RQ-IDX) ' REJECTED - '
007820             WK-RQ-REJECT(WK-RQ-IDX)
007830     END-IF.
007840 CHECK-INVOICE-PROC.
007850*    請求書と請求明細があり、顧客がマスタに登録されていること。
007860*    同じ依頼番号の赤伝票が発行済みでないこと
007870     EVALUATE TRUE
007880         WHEN WK-RQ-DUP-SW(WK-RQ-IDX) = 'Y'
007890             MOVE 'REQUEST ALREADY CREDITED'
007900                 TO WK-RQ-REJECT(WK-RQ-IDX)
007910         WHEN WK-RQ-INV-SW(WK-RQ-IDX) NOT = 'Y'
007920             MOVE 'INVOICE NOT FOUND' TO WK-RQ-REJECT(WK-RQ-IDX)
007930         WHEN WK-RQ-LINE-SW(WK-RQ-IDX) NOT = 'Y'
007940             MOVE 'LINE NOT INVOICED' TO WK-RQ-REJECT(WK-RQ-IDX)
007950         WHEN OTHER
007960             MOVE WK-RQ-CUST-CD(WK-RQ-IDX) TO WK-SEARCH-CUST-CD
007970             PERFORM FIND-CUSTOMER-PROC
007980             IF WK-CM-FOUND-IDX = 0
007990                 MOVE 'UNKNOWN CUSTOMER'
008000                     TO WK-RQ-REJECT(WK-RQ-IDX)
008010             END-IF
008020     END-EVALUATE.
008030 CHECK-QUANTITY-PROC.
008040*    返品済みの数量を除いた請求数量（返品・値引の上限）と、赤伝票
008050*    額の累計の上限（請求額）を検査する
008060     COMPUTE WK-LINE-LIMIT-QTY = WK-RQ-INV-QTY(WK-RQ-IDX)
008070         - WK-RQ-PRIOR-QTY(WK-RQ-IDX).
008080     IF WK-RQ-PRIOR-QTY(WK-RQ-IDX) > WK-RQ-INV-QTY(WK-RQ-IDX)
008090         MOVE 0 TO WK-LINE-LIMIT-QTY
008100     END-IF.
008110     IF WK-RQ-TYPE(WK-RQ-IDX) = 'R'
008120         COMPUTE WK-RQ-AMOUNT(WK-RQ-IDX) =
008130             WK-RQ-PRICE(WK-RQ-IDX) * WK-RQ-QTY(WK-RQ-IDX)
008140         MOVE WK-RQ-PRICE(WK-RQ-IDX) TO WK-RQ-UNIT-AMT(WK-RQ-IDX)
008150     ELSE
008160         COMPUTE WK-RQ-AMOUNT(WK-RQ-IDX) =
008170             WK-RQ-UNIT-AMT(WK-RQ-IDX) * WK-RQ-QTY(WK-RQ-IDX)
008180     END-IF.
008190     COMPUTE WK-LINE-LIMIT-AMT =
008200         WK-RQ-PRICE(WK-RQ-IDX) * WK-RQ-INV-QTY(WK-RQ-IDX).
008210     EVALUATE TRUE
008220         WHEN WK-RQ-QTY(WK-RQ-IDX) > WK-LINE-LIMIT-QTY
008230             MOVE 'EXCEEDS INVOICED QTY'
008240                 TO WK-RQ-REJECT(WK-RQ-IDX)
008250         WHEN WK-RQ-TYPE(WK-RQ-IDX) = 'P'
008260                 AND WK-RQ-UNIT-AMT(WK-RQ-IDX)
008270                     > WK-RQ-PRICE(WK-RQ-IDX)
008280             MOVE 'BAD PRICE ADJUSTMENT'
008290                 TO WK-RQ-REJECT(WK-RQ-IDX)
008300         WHEN WK-RQ-PRIOR-AMT(WK-RQ-IDX) + WK-RQ-AMOUNT(WK-RQ-IDX)
008310                 > WK-LINE-LIMIT-AMT
008320             MOVE 'EXCEEDS INVOICED AMOUNT'
008330                 TO WK-RQ-REJECT(WK-RQ-IDX)
008340     END-EVALUATE.
008350*    戻入する返品は在庫エントリを確保する
008360     IF WK-RQ-REJECT(WK-RQ-IDX) = SPACES
008370             AND WK-RQ-TYPE(WK-RQ-IDX) = 'R'
008380             AND WK-RQ-RESTOCK(WK-RQ-IDX) NOT = 'N'
008390             AND WK-RQ-ITEM-CD(WK-RQ-IDX) NOT = SPACES
008400         MOVE WK-RQ-ITEM-CD(WK-RQ-IDX) TO WK-SEARCH-ITEM-CD
008410         PERFORM FIND-STOCK-PROC
008420         IF WK-ST-FOUND-IDX = 0
008430             MOVE 'STOCK TABLE FULL' TO WK-RQ-REJECT(WK-RQ-IDX)
008440         ELSE
008450             MOVE WK-ST-FOUND-IDX TO WK-RQ-ST-IDX(WK-RQ-IDX)
008460         END-IF
008470     END-IF.
008480 ACCEPT-REQUEST-PROC.
008490*    合格した明細の金額（請求書と同じく割引前・税抜）を元の明細の
008500*    品目区分の税率区分へ積み上げ（税額はCALC-RATE-TAX-PROCで
008505*    税率ごとに求める）、同じ明細の後続の依頼へ今回の返品数量・
008510*    赤伝票額を繰り越す
008520     ADD 1 TO WK-ACCEPT-CT.
008530     ADD 1 TO WK-GRP-OK-CT.
008540     IF WK-GRP-FIRST-OK = 0
008550         MOVE WK-RQ-IDX TO WK-GRP-FIRST-OK
008560     END-IF.
008570     COMPUTE WK-RQ-TAX(WK-RQ-IDX) ROUNDED =
008580         WK-RQ-AMOUNT(WK-RQ-IDX) * WK-RQ-TAX-RATE(WK-RQ-IDX).
008590     ADD WK-RQ-AMOUNT(WK-RQ-IDX) TO WK-CN-AMOUNT.
008592     IF WK-RQ-CAT(WK-RQ-IDX) = 'R'
008594         MOVE 2 TO WK-TR-IDX
008596     ELSE
008598         MOVE 1 TO WK-TR-IDX
008600     END-IF.
008602     MOVE WK-RQ-TAX-RATE(WK-RQ-IDX) TO WK-TR-RATE(WK-TR-IDX).
008604     ADD WK-RQ-AMOUNT(WK-RQ-IDX)    TO WK-TR-BASE(WK-TR-IDX).
008606     ADD WK-RQ-TAX(WK-RQ-IDX)       TO WK-TR-LINE-TAX(WK-TR-IDX).
008608     MOVE WK-RQ-IDX                 TO WK-TR-LAST-IDX(WK-TR-IDX).
008610     PERFORM CARRY-FORWARD-PROC
008620         VARYING WK-RQ-LATER-IDX FROM WK-RQ-IDX BY 1
008630         UNTIL WK-RQ-LATER-IDX > WK-RQ-COUNT.
008640 CARRY-FORWARD-PROC.
008650     IF WK-RQ-LATER-IDX > WK-RQ-IDX
008660             AND WK-RQ-ORDER-NO(WK-RQ-LATER-IDX)
008670                 = WK-RQ-ORDER-NO(WK-RQ-IDX)
008680             AND WK-RQ-LINE-NO(WK-RQ-LATER-IDX)
008690                 = WK-RQ-LINE-NO(WK-RQ-IDX)
008700         IF WK-RQ-TYPE(WK-RQ-IDX) = 'R'
008710             ADD WK-RQ-QTY(WK-RQ-IDX)
008720                 TO WK-RQ-PRIOR-QTY(WK-RQ-LATER-IDX)
008730         END-IF
008740         ADD WK-RQ-AMOUNT(WK-RQ-IDX)
008750             TO WK-RQ-PRIOR-AMT(WK-RQ-LATER-IDX)
008760         IF WK-RQ-REQ-NO(WK-RQ-LATER-IDX)
008770                 = WK-RQ-REQ-NO(WK-RQ-IDX)
008780             MOVE 'Y' TO WK-RQ-DUP-SW(WK-RQ-LATER-IDX)
008790         END-IF
008800     END-IF.
008810 ISSUE-CREDIT-NOTE-PROC.
008820*    赤伝票1枚を採番して発行する。割引は請求書と同じく赤伝票の
008830*    小計に元の受注の数量割引率を掛けて算出し、割引後・税抜の額で
008840*    顧客の受注残高を減らす（残高を超える分は0で止めて警告する）
008850     ADD 1 TO WK-LAST-CRN-NO.
008860     ADD 1 TO WK-CRN-CT.
008865     PERFORM CALC-RATE-TAX-PROC
008866         VARYING WK-TR-IDX FROM 1 BY 1
008867         UNTIL WK-TR-IDX > 2.
008870     MOVE WK-GRP-FIRST-OK TO WK-RQ-IDX.
008880     COMPUTE WK-CN-DISCOUNT ROUNDED =
008890         WK-CN-AMOUNT * WK-RQ-DISC-PCT(WK-RQ-IDX) / 100.
008900     COMPUTE WK-CN-NET   = WK-CN-AMOUNT - WK-CN-DISCOUNT.
008910     COMPUTE WK-CN-TOTAL = WK-CN-NET + WK-CN-TAX.
008920     ADD WK-CN-NET TO WK-CRN-NET-TOTAL.
008930     MOVE WK-RQ-CUST-CD(WK-RQ-IDX) TO WK-SEARCH-CUST-CD.
008940     PERFORM FIND-CUSTOMER-PROC.
008950     MOVE WK-RQ-CUST-CD(WK-RQ-IDX)   TO WK-CH-CUST-CD.
008960     MOVE WK-RUN-DATE                TO WK-CH-DATE.
008970     MOVE WK-LAST-CRN-NO             TO WK-CH-CRN-NO.
008980     WRITE CREDIT-NOTE-REC FROM WK-CN-HEADER.
008990     MOVE WK-RQ-ORDER-NO(WK-RQ-IDX)  TO WK-CF-ORDER-NO.
009000     MOVE WK-RQ-INV-DATE(WK-RQ-IDX)  TO WK-CF-INV-DATE.
009010     MOVE WK-RQ-SALES-EMP(WK-RQ-IDX) TO WK-CF-SALES-EMP.
009020     WRITE CREDIT-NOTE-REC FROM WK-CN-REF-LINE.
009030     MOVE WK-CM-NAME(WK-CM-FOUND-IDX) TO WK-CA-NAME.
009040     WRITE CREDIT-NOTE-REC FROM WK-CN-NAME-LINE.
009050     PERFORM WRITE-CREDIT-LINE-PROC
009060         VARYING WK-RQ-IDX FROM WK-GRP-START BY 1
009070         UNTIL WK-RQ-IDX > WK-GRP-END.
009080     MOVE '  SUBTOTAL: ' TO WK-CA-AMT-LABEL.
009090     MOVE WK-CN-AMOUNT   TO WK-CA-AMOUNT.
009100     WRITE CREDIT-NOTE-REC FROM WK-CN-AMOUNT-LINE.
009110     MOVE '  DISCOUNT: ' TO WK-CA-AMT-LABEL.
009120     MOVE WK-CN-DISCOUNT TO WK-CA-AMOUNT.
009130     WRITE CREDIT-NOTE-REC FROM WK-CN-AMOUNT-LINE.
009140     MOVE '  TAX     : ' TO WK-CA-AMT-LABEL.
009150     MOVE WK-CN-TAX      TO WK-CA-AMOUNT.
009160     WRITE CREDIT-NOTE-REC FROM WK-CN-AMOUNT-LINE.
009170     MOVE '  CREDIT  : ' TO WK-CA-AMT-LABEL.
009180     MOVE WK-CN-TOTAL    TO WK-CA-AMOUNT.
009190     WRITE CREDIT-NOTE-REC FROM WK-CN-AMOUNT-LINE.
009200     MOVE SPACES TO CREDIT-NOTE-REC.
009210     WRITE CREDIT-NOTE-REC.
009220     MOVE WK-GRP-FIRST-OK TO WK-RQ-IDX.
009230     MOVE WK-LAST-CRN-NO             TO CH-CRN-NO.
009240     MOVE WK-RQ-ORDER-NO(WK-RQ-IDX)  TO CH-ORDER-NO.
009250     MOVE WK-RQ-CUST-CD(WK-RQ-IDX)   TO CH-CUST-CD.
009260     MOVE WK-RQ-SALES-EMP(WK-RQ-IDX) TO CH-SALES-EMP.
009270     MOVE WK-RUN-DATE                TO CH-CRN-DATE.
009280     MOVE WK-RQ-INV-DATE(WK-RQ-IDX)  TO CH-INV-DATE.
009290     MOVE WK-CN-AMOUNT               TO CH-AMOUNT.
009300     MOVE WK-CN-DISCOUNT             TO CH-DISCOUNT.
009310     MOVE WK-CN-NET                  TO CH-NET.
009320     MOVE WK-CN-TAX                  TO CH-TAX.
009330     MOVE WK-CN-TOTAL                TO CH-TOTAL.
009340     WRITE CREDIT-HIST-REC.
009350     MOVE WK-CN-NET      TO WK-BD-NET.
009360     MOVE WK-LAST-CRN-NO TO WK-BD-CRN-NO.
009370     WRITE CREDIT-BATCH-REC FROM WK-BATCH-DETAIL.
009380     IF WK-CN-NET > WK-CM-BALANCE(WK-CM-FOUND-IDX)
009390         DISPLAY 'CRNOTE: CREDIT ' WK-LAST-CRN-NO
009400             ' EXCEEDS BALANCE OF ' WK-RQ-CUST-CD(WK-RQ-IDX)
009410             ' - BALANCE SET TO ZERO'
009420         MOVE 0 TO WK-CM-BALANCE(WK-CM-FOUND-IDX)
009430     ELSE
009440         SUBTRACT WK-CN-NET FROM WK-CM-BALANCE(WK-CM-FOUND-IDX)
009450     END-IF.
009451 CALC-RATE-TAX-PROC.
009452*    税率1区分分の課税対象額に税率を掛けて赤伝票1枚につき1回だけ
009453*    端数処理し、赤伝票の税額へ加える（請求書を全部取り消す赤伝票
009454*    は請求書の税額と一致する）。明細の税額との端数の差はその税率
009455*    の最後の明細に寄せ、明細履歴の合計と赤伝票の税額を揃える
009456     IF WK-TR-BASE(WK-TR-IDX) > 0
009457         COMPUTE WK-TR-TAX(WK-TR-IDX) ROUNDED =
009458             WK-TR-BASE(WK-TR-IDX) * WK-TR-RATE(WK-TR-IDX)
009459         ADD WK-TR-TAX(WK-TR-IDX) TO WK-CN-TAX
009460         COMPUTE WK-TR-ADJ = WK-TR-TAX(WK-TR-IDX)
009461             - WK-TR-LINE-TAX(WK-TR-IDX)
009462             + WK-RQ-TAX(WK-TR-LAST-IDX(WK-TR-IDX))
009463         IF WK-TR-ADJ < 0
009464             MOVE 0 TO WK-TR-ADJ
009465         END-IF
009466         MOVE WK-TR-ADJ TO WK-RQ-TAX(WK-TR-LAST-IDX(WK-TR-IDX))
009467     END-IF.
009468 WRITE-CREDIT-LINE-PROC.
009470*    合格した明細1行を赤伝票へ印字し、明細履歴へ記録する。戻入
009480*    する返品は在庫へ加えて受払履歴に返品(RT)として記録する
009490     IF WK-RQ-REJECT(WK-RQ-IDX) = SPACES
009500         MOVE WK-RQ-LINE-NO(WK-RQ-IDX) TO WK-CI-LINE-NO
009510         IF WK-RQ-TYPE(WK-RQ-IDX) = 'R'
009520             MOVE 'RETURN    ' TO WK-CI-TYPE-NAME
009530         ELSE
009540             MOVE 'PRICE ADJ ' TO WK-CI-TYPE-NAME
009550         END-IF
009560         MOVE WK-RQ-UNIT-AMT(WK-RQ-IDX) TO WK-CI-UNIT-AMT
009570         MOVE WK-RQ-QTY(WK-RQ-IDX)      TO WK-CI-QTY
009580         MOVE WK-RQ-AMOUNT(WK-RQ-IDX)   TO WK-CI-AMOUNT
009590         MOVE WK-RQ-ITEM-CD(WK-RQ-IDX)  TO WK-CI-ITEM-CD
009600         COMPUTE WK-TAX-PCT = WK-RQ-TAX-RATE(WK-RQ-IDX) * 100
009610         MOVE WK-TAX-PCT                TO WK-CI-TAX-PCT
009620         WRITE CREDIT-NOTE-REC FROM WK-CN-ITEM-LINE
009630         MOVE SPACES TO WK-CR-RESTOCK
009640         IF WK-RQ-TYPE(WK-RQ-IDX) = 'R'
009650                 AND WK-RQ-RESTOCK(WK-RQ-IDX) = 'N'
009660             MOVE '(NOT RESTOCKED)' TO WK-CR-RESTOCK
009670         END-IF
009680         IF WK-RQ-REASON(WK-RQ-IDX) NOT = SPACES
009690                 OR WK-CR-RESTOCK NOT = SPACES
009700             MOVE WK-RQ-REASON(WK-RQ-IDX) TO WK-CR-REASON
009710             WRITE CREDIT-NOTE-REC FROM WK-CN-REASON-LINE
009720         END-IF
009730         MOVE WK-LAST-CRN-NO             TO CL-CRN-NO
009740         MOVE WK-RQ-REQ-NO(WK-RQ-IDX)    TO CL-REQ-NO
009750         MOVE WK-RQ-ORDER-NO(WK-RQ-IDX)  TO CL-ORDER-NO
009760         MOVE WK-RQ-LINE-NO(WK-RQ-IDX)   TO CL-LINE-NO
009770         MOVE WK-RQ-TYPE(WK-RQ-IDX)      TO CL-TYPE
009780         MOVE WK-RQ-ITEM-CD(WK-RQ-IDX)   TO CL-ITEM-CD
009790         MOVE WK-RQ-QTY(WK-RQ-IDX)       TO CL-QTY
009800         MOVE WK-RQ-UNIT-AMT(WK-RQ-IDX)  TO CL-UNIT-AMT
009810         MOVE WK-RQ-AMOUNT(WK-RQ-IDX)    TO CL-AMOUNT
009820         MOVE WK-RQ-CAT(WK-RQ-IDX)       TO CL-CAT
009830         MOVE WK-RQ-TAX-RATE(WK-RQ-IDX)  TO CL-TAX-RATE
009840         MOVE WK-RQ-TAX(WK-RQ-IDX)       TO CL-TAX
009850         MOVE WK-RQ-RESTOCK(WK-RQ-IDX)   TO CL-RESTOCK
009860         MOVE WK-RUN-DATE                TO CL-CRN-DATE
009870         MOVE WK-RQ-REASON(WK-RQ-IDX)    TO CL-REASON
009880         WRITE CREDIT-LINE-REC
009890         IF WK-RQ-ST-IDX(WK-RQ-IDX) NOT = 0
009900             PERFORM RESTOCK-PROC
009910         END-IF
009920     END-IF.
009930 RESTOCK-PROC.
009940     MOVE WK-RQ-ST-IDX(WK-RQ-IDX) TO WK-ST-IDX.
009950     ADD WK-RQ-QTY(WK-RQ-IDX) TO WK-ST-ON-HAND(WK-ST-IDX).
009960     MOVE WK-RUN-DATE               TO SM-MOVE-DATE.
009970     MOVE WK-ST-ITEM-CD(WK-ST-IDX)  TO SM-ITEM-CD.
009980     MOVE 'RT'                      TO SM-TYPE.
009990     MOVE WK-RQ-QTY(WK-RQ-IDX)      TO SM-IN-QTY.
010000     MOVE 0                         TO SM-OUT-QTY.
010010     MOVE WK-ST-ON-HAND(WK-ST-IDX)  TO SM-ON-HAND.
010020     MOVE WK-RQ-CUST-CD(WK-RQ-IDX)  TO SM-REF.
010030     MOVE WK-RQ-ORDER-NO(WK-RQ-IDX) TO SM-ORDER-NO.
010040     MOVE 'CRNOTE'                  TO SM-PGM.
010050     WRITE STOCK-MOVE-REC.
