000090*                             CUSTMAST.DATを書き戻し、請求書の
000100*                             発行日から顧客別の年齢区分表を
000110*                             印字する。与信管理の督促先の選定用）
000112*  2026-10-15  SYSTEMS-GROUP  請求書履歴(INVHIST.DAT)へ入金充当後の顧客残高を
000114*                             新しい請求書から割り当て、請求書別の未回収残
000116*                             (OPENITEM.DAT)を出力
000117*  2026-10-15  SYSTEMS-GROUP  赤伝票の発行履歴(CRNHIST.DAT)を受注番号別に累計し、
000118*                             元の請求書の年齢区分（税込）と未回収残（税抜）から
000119*                             赤伝票の額を差し引く
000120*  2026-10-15  SYSTEMS-GROUP  充当した入金を入金充当履歴(RCPTHIST.DAT)へ累積
000121*                             （顧客別の月次請求明細書用）
000122*  2026-10-15  SYSTEMS-GROUP  判定日数(CREDHOLD.CTL、既定60日)を
000123*                             超えた未回収の請求書がある顧客を
000124*                             与信保留(状態H)にし、入金で解消
000125*                             すれば解除する。保留・解除を
000126*                             CRHOLD.LOGへ記録し、与信保留日報
000127*                             (CRHOLD.RPT)を出力
000128*  2026-10-15  SYSTEMS-GROUP  入金ファイルPAYMENTSもロック対象に加え、入金照合
000129*                             (DEPMATCH)との同時実行を防止
000130*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000131*                             するよう変更（再実行・遅れ処理で
000132*                             処理対象の業務日を使う）
000133*  2026-10-15  SYSTEMS-GROUP  請求履歴のレコード定義に元受注番号
000134*                             （受注残の出荷の元受注番号）を追随
000135*  2026-10-15  SYSTEMS-GROUP  請求書履歴・赤伝票の表があふれた
000136*                             場合は未回収残の出力と与信保留の
000137*                             判定を行わずリターンコード8とする
000138*----------------------------------------------------------------
000139 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160*    顧客からの入金（顧客コード・入金日・金額を1件1行）
000250         FILE STATUS IS WK-IV-FILE-STATUS.
000260     SELECT AGING-REPORT-OUT ASSIGN TO 'AGING.RPT'
000270         ORGANIZATION IS LINE SEQUENTIAL.
000271*    請求書の発行履歴（SAMPLE02が請求書1通を1行で累積する）
000272     SELECT INVOICE-HIST-IN ASSIGN TO 'INVHIST.DAT'
000273         ORGANIZATION IS LINE SEQUENTIAL
000274         FILE STATUS IS WK-IH-FILE-STATUS.
000275*    請求書別の未回収残（実行ごとに全件作り直す。歩合計算の
000276*    回収遅延判定に使う）
000277     SELECT OPEN-ITEM-OUT ASSIGN TO 'OPENITEM.DAT'
000278         ORGANIZATION IS LINE SEQUENTIAL.
000279*    赤伝票の発行履歴（CRNOTEが赤伝票1枚を1行で累積する。元の
000280*    請求書の年齢区分と未回収残から赤伝票の額を差し引く）
000281     SELECT CREDIT-HIST-IN ASSIGN TO 'CRNHIST.DAT'
000282         ORGANIZATION IS LINE SEQUENTIAL
000284         FILE STATUS IS WK-CH-FILE-STATUS.
000285*    入金の充当履歴（充当した入金を1件1行で累積する。顧客への
000286*    月次請求明細書(CUSTSTMT)の入金欄に使う）
000287     SELECT RECEIPT-HIST-IO ASSIGN TO 'RCPTHIST.DAT'
000289         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WK-RH-FILE-STATUS.
000291*    与信保留の判定日数（任意。無ければ60日。発行日からこの日数を
000292*    超えた未回収の請求書がある顧客を与信保留にする）
000294     SELECT CREDIT-HOLD-CONTROL-IN ASSIGN TO 'CREDHOLD.CTL'
000295         ORGANIZATION IS LINE SEQUENTIAL
000296         FILE STATUS IS WK-HC-FILE-STATUS.
000297*    与信保留・解除の記録（保留と解除を1件1行で累積する）
000298     SELECT CREDIT-HOLD-LOG-IO ASSIGN TO 'CRHOLD.LOG'
000300         ORGANIZATION IS LINE SEQUENTIAL
000301         FILE STATUS IS WK-HL-FILE-STATUS.
000302*    営業窓口向けの与信保留日報（実行ごとに作り直す）
000303     SELECT CREDIT-HOLD-RPT-OUT ASSIGN TO 'CRHOLD.RPT'
000305         ORGANIZATION IS LINE SEQUENTIAL.
000306 DATA DIVISION.
000307 FILE SECTION.
000308 FD  PAYMENTS-IN.
000310 01 PAYMENT-REC.
000320   05 PY-CUST-CD       PIC X(10).
000330   05 PY-DATE          PIC 9(08).
000430 01 INVOICE-REC        PIC X(80).
000440 FD  AGING-REPORT-OUT.
000450 01 AGING-REPORT-REC   PIC X(100).
000451 FD  INVOICE-HIST-IN.
000452 01 INVOICE-HIST-REC.
000453   05 IH-ORDER-NO      PIC 9(07).
000454   05 IH-INV-DATE      PIC 9(08).
000455   05 IH-CUST-CD       PIC X(10).
000456   05 IH-SALES-EMP     PIC X(05).
000457   05 IH-SUBTOTAL      PIC 9(09).
000458   05 IH-DISCOUNT      PIC 9(07).
000459   05 IH-NET           PIC 9(09).
000460   05 IH-TAX           PIC 9(07).
000461   05 IH-TOTAL         PIC 9(09).
000462   05 IH-RUN-DATE      PIC 9(08).
000463*  受注残の出荷の場合の元の受注番号（通常の請求書は0）
000464   05 IH-ORIG-ORDER-NO PIC 9(07).
000465 FD  OPEN-ITEM-OUT.
000466 01 OPEN-ITEM-REC.
000467   05 OP-ORDER-NO      PIC 9(07).
000468   05 OP-CUST-CD       PIC X(10).
000469   05 OP-INV-DATE      PIC 9(08).
000470*  割引後・税抜の請求額と、そのうちの未回収額
000471   05 OP-NET           PIC 9(09).
000472   05 OP-OPEN-AMT      PIC 9(09).
000473*  発行日から消込実行日までの経過日数
000474   05 OP-AGE-DAYS      PIC 9(05).
000475   05 OP-RUN-DATE      PIC 9(08).
000476 FD  CREDIT-HIST-IN.
000477 01 CREDIT-HIST-REC.
000478   05 CH-CRN-NO        PIC 9(07).
000479   05 CH-ORDER-NO      PIC 9(07).
000480   05 CH-CUST-CD       PIC X(10).
000481   05 CH-SALES-EMP     PIC X(05).
000482   05 CH-CRN-DATE      PIC 9(08).
000483   05 CH-INV-DATE      PIC 9(08).
000485   05 CH-AMOUNT        PIC 9(09).
000486   05 CH-DISCOUNT      PIC 9(07).
000487   05 CH-NET           PIC 9(09).
000488   05 CH-TAX           PIC 9(07).
000489   05 CH-TOTAL         PIC 9(09).
000490 FD  RECEIPT-HIST-IO.
000491 01 RECEIPT-HIST-REC.
000492   05 RH-CUST-CD       PIC X(10).
000493   05 RH-PAY-DATE      PIC 9(08).
000494*  顧客残高へ充当した額（過入金は残高までの額）
000496   05 RH-AMOUNT        PIC 9(09).
000497   05 RH-RUN-DATE      PIC 9(08).
000498 FD  CREDIT-HOLD-CONTROL-IN.
000499 01 CREDIT-HOLD-CONTROL-REC.
000500   05 HC-OVERDUE-DAYS  PIC 9(03).
000501 FD  CREDIT-HOLD-LOG-IO.
000502 01 CREDIT-HOLD-LOG-REC.
000503   05 HL-CUST-CD       PIC X(10).
000504*  H=保留、R=解除
000505   05 HL-ACTION        PIC X(01).
000506   05 HL-DATE          PIC 9(08).
000508*  保留のきっかけとなった請求書の受注番号（解除は保留時の請求書）
000509   05 HL-ORDER-NO      PIC 9(07).
000510*  最も古い未回収請求書の経過日数と、判定日数を超えた未回収額
000511   05 HL-AGE-DAYS      PIC 9(05).
000512   05 HL-OVERDUE-AMT   PIC 9(09).
000513   05 HL-HOLD-DAYS     PIC 9(03).
000514 FD  CREDIT-HOLD-RPT-OUT.
000515 01 CREDIT-HOLD-RPT-REC PIC X(100).
000516 WORKING-STORAGE SECTION.
000517 01 WK-FLAGS.
000519   05 WK-PY-FILE-STATUS PIC X(02).
000520   05 WK-CM-FILE-STATUS PIC X(02).
000521   05 WK-IV-FILE-STATUS PIC X(02).
000522   05 WK-IH-FILE-STATUS PIC X(02).
000523   05 WK-CH-FILE-STATUS PIC X(02).
000524   05 WK-RH-FILE-STATUS PIC X(02).
000525   05 WK-HC-FILE-STATUS PIC X(02).
000526   05 WK-HL-FILE-STATUS PIC X(02).
000527   05 WK-PY-EOF-SW     PIC X(01) VALUE 'N'.
000528     88 WK-PY-EOF          VALUE 'Y'.
000530   05 WK-CM-EOF-SW     PIC X(01) VALUE 'N'.
000540     88 WK-CM-EOF          VALUE 'Y'.
000550   05 WK-IV-EOF-SW     PIC X(01) VALUE 'N'.
000560     88 WK-IV-EOF          VALUE 'Y'.
000561   05 WK-IH-EOF-SW     PIC X(01) VALUE 'N'.
000562     88 WK-IH-EOF          VALUE 'Y'.
000563   05 WK-CH-EOF-SW     PIC X(01) VALUE 'N'.
000564     88 WK-CH-EOF          VALUE 'Y'.
000565   05 WK-HL-EOF-SW     PIC X(01) VALUE 'N'.
000566     88 WK-HL-EOF          VALUE 'Y'.
000570*--- 顧客マスタのインメモリテーブル（入金充当後に書き戻す）---
000580 01 WK-CUST-TABLE.
000590   05 WK-CM-COUNT      PIC 9(03) VALUE 0.
000650     10 WK-CM-STATUS   PIC X(01).
000660*    年齢区分別の請求額（1=30日以内、2=31-60、3=61-90、4=91-）
000670     10 WK-CM-BUCKET   PIC 9(09) OCCURS 4 TIMES.
000675*    請求書へ未割当の残高（請求書別未回収残の算出用）
000676     10 WK-CM-REMAIN   PIC 9(09).
000677*    与信保留の判定用：最も古い未回収請求書の経過日数・受注番号と
000678*    判定日数を超えた未回収額の合計
000679     10 WK-CM-OLD-AGE  PIC 9(05).
000680     10 WK-CM-OLD-ORDER PIC 9(07).
000681     10 WK-CM-OVERDUE  PIC 9(09).
000683*    直近の保留記録（保留日と保留のきっかけの請求書）
000684     10 WK-CM-HOLD-DATE PIC 9(08).
000685     10 WK-CM-HOLD-ORDER PIC 9(07).
000686*    当日の判定結果（N=新規保留、R=解除、空白=変更なし）
000687     10 WK-CM-HOLD-ACT PIC X(01).
000688 01 WK-CUST-WORK.
000690   05 WK-CM-IDX        PIC 9(03).
000700   05 WK-CM-FOUND-IDX  PIC 9(03).
000710   05 WK-BUCKET-IDX    PIC 9(01).
000730 01 WK-INV-PARSE.
000740   05 WK-IV-CUST-CD    PIC X(10).
000750   05 WK-IV-DATE       PIC 9(08).
000753   05 WK-IV-DATE-X     PIC X(08).
000756   05 WK-IV-ORDER-X    PIC X(07).
000760   05 WK-IV-ORDER-N REDEFINES WK-IV-ORDER-X PIC 9(07).
000770   05 WK-IV-AMT-X      PIC X(09).
000780   05 WK-IV-AMT-N REDEFINES WK-IV-AMT-X PIC 9(09).
000790   05 WK-IV-HAVE-SW    PIC X(01) VALUE 'N'.
000800     88 WK-IV-HAVE-HEADER  VALUE 'Y'.
000801*--- 請求書履歴のインメモリテーブル（発行順。新しい請求書から
000802*    顧客残高を割り当てるため末尾から逆順に走査する）---
000803 01 WK-IH-TABLE.
000804   05 WK-IH-COUNT      PIC 9(04) VALUE 0.
000805   05 WK-IH-ENTRY OCCURS 9999 TIMES.
000806     10 WK-IH-ORDER-NO PIC 9(07).
000807     10 WK-IH-CUST-CD  PIC X(10).
000808     10 WK-IH-DATE     PIC 9(08).
000809     10 WK-IH-NET      PIC 9(09).
000810 01 WK-IH-WORK.
000811   05 WK-IH-IDX        PIC 9(04).
000812   05 WK-IH-FULL-SW    PIC X(01) VALUE 'N'.
000813     88 WK-IH-FULL         VALUE 'Y'.
000814   05 WK-OPEN-AMT      PIC 9(09).
000815*--- 赤伝票の受注番号別の累計（割引後・税抜の額と税込の額）---
000816 01 WK-CR-TABLE.
000817   05 WK-CR-COUNT      PIC 9(04) VALUE 0.
000818   05 WK-CR-ENTRY OCCURS 2000 TIMES.
000819     10 WK-CR-ORDER-NO PIC 9(07).
000820     10 WK-CR-NET      PIC 9(09).
000821     10 WK-CR-TOTAL    PIC 9(09).
000822 01 WK-CR-WORK.
000823   05 WK-CR-IDX        PIC 9(04).
000824   05 WK-CR-FOUND-IDX  PIC 9(04).
000825   05 WK-CR-SEARCH-NO  PIC 9(07).
000826   05 WK-CR-FULL-SW    PIC X(01) VALUE 'N'.
000827     88 WK-CR-FULL         VALUE 'Y'.
000828*--- 年齢計算用 ---
000829 01 WK-AGE-WORK.
000830   05 WK-RUN-DATE      PIC 9(08).
000840   05 WK-RUN-SERIAL    PIC 9(07).
000850   05 WK-INV-SERIAL    PIC 9(07).
000875   05 WK-LOCK-PGM      PIC X(08) VALUE 'CASHAPP '.
000876   05 WK-LOCK-FILES.
000877     10 FILLER         PIC X(10) VALUE 'CUSTMAST  '.
000878     10 FILLER         PIC X(10) VALUE 'PAYMENTS  '.
000881     10 FILLER         PIC X(30) VALUE SPACES.
000884   05 WK-LOCK-RETURN-CD PIC 9(02).
000887 01 WK-COUNTERS.
000890   05 WK-PAY-COUNT     PIC 9(05) VALUE 0.
000900   05 WK-PAY-TOTAL     PIC 9(09) VALUE 0.
000910   05 WK-UNMATCH-CT    PIC 9(05) VALUE 0.
000920   05 WK-INV-COUNT     PIC 9(05) VALUE 0.
000921   05 WK-OPEN-ITEM-CT  PIC 9(05) VALUE 0.
000922   05 WK-ON-HOLD-CT    PIC 9(05) VALUE 0.
000923   05 WK-NEW-HOLD-CT   PIC 9(05) VALUE 0.
000924   05 WK-RELEASE-CT    PIC 9(05) VALUE 0.
000925*--- 与信保留の判定日数（CREDHOLD.CTLで変更できる）---
000926 01 WK-HOLD-WORK.
000928   05 WK-HOLD-DAYS     PIC 9(03) VALUE 60.
000930*--- 年齢表の見出し・明細行 ---
000940 01 WK-RPT-HEADER.
000950   05 FILLER           PIC X(32)
001080   05 FILLER           PIC X(02) VALUE SPACES.
001090   05 WK-RD-B2         PIC ZZZZZZZZ9.
001100   05 FILLER           PIC X(02) VALUE SPACES.
001101   05 WK-RD-B3         PIC ZZZZZZZZ9.
001102   05 FILLER           PIC X(02) VALUE SPACES.
001103   05 WK-RD-B4         PIC ZZZZZZZZ9.
001104*--- 与信保留日報の見出し・明細・合計行 ---
001105 01 WK-HOLD-HEADER.
001106   05 FILLER           PIC X(32)
001107       VALUE 'DAILY CREDIT HOLD REPORT        '.
001108   05 WK-HH-DATE       PIC 9(08).
001109   05 FILLER           PIC X(17) VALUE '  OVERDUE DAYS > '.
001110   05 WK-HH-DAYS       PIC ZZ9.
001111 01 WK-HOLD-COLUMNS.
001112   05 FILLER           PIC X(42) VALUE
001113       'CUSTOMER   NAME                 ACTION    '.
001114   05 FILLER           PIC X(45) VALUE
001115       'HOLD DATE INVOICE   AGE    OVERDUE    BALANCE'.
001116 01 WK-HOLD-DETAIL.
001117   05 WK-HD-CUST-CD    PIC X(10).
001118   05 FILLER           PIC X(01) VALUE SPACE.
001119   05 WK-HD-NAME       PIC X(20).
001120   05 FILLER           PIC X(01) VALUE SPACE.
001121   05 WK-HD-ACTION     PIC X(08).
001122   05 FILLER           PIC X(02) VALUE SPACES.
001123   05 WK-HD-HOLD-DATE  PIC 9(08).
001124   05 FILLER           PIC X(02) VALUE SPACES.
001125   05 WK-HD-ORDER-NO   PIC 9(07).
001126   05 FILLER           PIC X(01) VALUE SPACE.
001127   05 WK-HD-AGE        PIC ZZZZ9.
001128   05 FILLER           PIC X(02) VALUE SPACES.
001129   05 WK-HD-OVERDUE    PIC ZZZZZZZZ9.
001130   05 FILLER           PIC X(02) VALUE SPACES.
001131   05 WK-HD-BALANCE    PIC ZZZZZZZZ9.
001132 01 WK-HOLD-TOTAL.
001133   05 FILLER           PIC X(10) VALUE 'ON HOLD = '.
001134   05 WK-HT-ON-HOLD    PIC ZZZZ9.
001135   05 FILLER           PIC X(15) VALUE '  NEW HOLDS = '.
001136   05 WK-HT-NEW-HOLD   PIC ZZZZ9.
001137   05 FILLER           PIC X(14) VALUE '  RELEASED = '.
001138   05 WK-HT-RELEASE    PIC ZZZZ9.
001140 PROCEDURE DIVISION.
001150 MAIN-PROC.
001160*    入金ファイルを顧客残高へ充当してマスタを書き戻し、請求書
001170*    ファイルの発行日・請求合計から顧客別の年齢区分表を印字する
001180*    （受注(SAMPLE02)が残高を積み、当プログラムが入金で減らす
001190*    ことで与信チェック(コード44)の残高が実態に追随する）
001200     CALL 'BUSDATE' USING WK-RUN-DATE.
001210     CALL 'DATECHK' USING WK-RUN-DATE WK-DATE-RETURN-CD
001220         WK-RUN-SERIAL.
001221*    顧客マスタの実行間ロックを取得する（受注バッチ(SAMPLE02)
001230         GOBACK
001231     END-IF.
001232     PERFORM LOAD-CUST-MASTER-PROC.
001234     PERFORM LOAD-HOLD-CONTROL-PROC.
001236     PERFORM LOAD-HOLD-LOG-PROC.
001238     PERFORM APPLY-PAYMENTS-PROC.
001240     PERFORM LOAD-CREDIT-HIST-PROC.
001242     PERFORM TALLY-INVOICES-PROC.
001244     PERFORM BUILD-OPEN-ITEMS-PROC.
001247*    請求書履歴か赤伝票の表があふれた場合は未回収残が不正確な
001249*    ため、与信保留の判定と保留日報は前回のままとする
001252     IF NOT WK-IH-FULL AND NOT WK-CR-FULL
001253         PERFORM EVALUATE-CREDIT-HOLD-PROC
001255         PERFORM WRITE-HOLD-REPORT-PROC
001256     END-IF.
001260     PERFORM WRITE-AGING-REPORT-PROC.
001270     PERFORM REWRITE-CUST-MASTER-PROC.
001280     DISPLAY 'CASHAPP: PAYMENTS  = ' WK-PAY-COUNT.
001290     DISPLAY 'CASHAPP: APPLIED   = ' WK-PAY-TOTAL.
001300     DISPLAY 'CASHAPP: UNMATCHED = ' WK-UNMATCH-CT.
001302     DISPLAY 'CASHAPP: INVOICES  = ' WK-INV-COUNT.
001304     DISPLAY 'CASHAPP: OPEN ITEMS= ' WK-OPEN-ITEM-CT.
001306     DISPLAY 'CASHAPP: ON HOLD   = ' WK-ON-HOLD-CT.
001308     DISPLAY 'CASHAPP: NEW HOLDS = ' WK-NEW-HOLD-CT.
001311     DISPLAY 'CASHAPP: RELEASED  = ' WK-RELEASE-CT.
001312     MOVE 'U' TO WK-LOCK-FUNC.
001314     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
001316         WK-LOCK-FILES WK-LOCK-RETURN-CD.
001317     IF WK-IH-FULL OR WK-CR-FULL
001318         MOVE 8 TO RETURN-CODE
001319     END-IF.
001320     GOBACK.
001330 LOAD-CUST-MASTER-PROC.
001340*    CUSTMAST.DATを全件読み込み、年齢区分を0で初期化する
001550         MOVE CM-NAME         TO WK-CM-NAME(WK-CM-COUNT)
001560         MOVE CM-CREDIT-LIMIT TO WK-CM-LIMIT(WK-CM-COUNT)
001570         MOVE CM-OPEN-BALANCE TO WK-CM-BALANCE(WK-CM-COUNT)
001571         MOVE CM-STATUS       TO WK-CM-STATUS(WK-CM-COUNT)
001572         MOVE ZERO  TO WK-CM-OLD-AGE(WK-CM-COUNT)
001574                       WK-CM-OLD-ORDER(WK-CM-COUNT)
001575                       WK-CM-OVERDUE(WK-CM-COUNT)
001577                       WK-CM-HOLD-DATE(WK-CM-COUNT)
001578                       WK-CM-HOLD-ORDER(WK-CM-COUNT)
001580         MOVE SPACE TO WK-CM-HOLD-ACT(WK-CM-COUNT)
001590         PERFORM CLEAR-BUCKET-PROC
001600             VARYING WK-BUCKET-IDX FROM 1 BY 1
001610             UNTIL WK-BUCKET-IDX > 4
001690     IF WK-PY-FILE-STATUS = '35'
001700         DISPLAY 'CASHAPP: NO PAYMENTS FILE - AGING ONLY'
001710         SET WK-PY-EOF TO TRUE
001712     ELSE
001714         OPEN EXTEND RECEIPT-HIST-IO
001716         IF WK-RH-FILE-STATUS = '35'
001718             OPEN OUTPUT RECEIPT-HIST-IO
001720         END-IF
001730         PERFORM READ-PAYMENT-PROC
001740             UNTIL WK-PY-EOF
001750         CLOSE PAYMENTS-IN RECEIPT-HIST-IO
001760     END-IF.
001770 READ-PAYMENT-PROC.
001780     READ PAYMENTS-IN
001960         IF PY-AMOUNT > WK-CM-BALANCE(WK-CM-FOUND-IDX)
001970             DISPLAY 'CASHAPP: OVERPAYMENT BY ' PY-CUST-CD
001980                 ' - BALANCE SET TO ZERO'
001985             MOVE WK-CM-BALANCE(WK-CM-FOUND-IDX) TO RH-AMOUNT
001990             MOVE ZERO TO WK-CM-BALANCE(WK-CM-FOUND-IDX)
001995         ELSE
002000             MOVE PY-AMOUNT TO RH-AMOUNT
002010             SUBTRACT PY-AMOUNT
002020                 FROM WK-CM-BALANCE(WK-CM-FOUND-IDX)
002022         END-IF
002024         MOVE PY-CUST-CD  TO RH-CUST-CD
002026         MOVE PY-DATE     TO RH-PAY-DATE
002028         MOVE WK-RUN-DATE TO RH-RUN-DATE
002030         WRITE RECEIPT-HIST-REC
002040     END-IF.
002050 FIND-CUSTOMER-PROC.
002060*    WK-IV-CUST-CDと一致する顧客エントリの添字を返す（無ければ0）
002380*    （行の桁位置はSAMPLE02の請求書編集行と同期を取ること）
002390     IF INVOICE-REC(1:14) = 'INVOICE  CUST:'
002400         MOVE INVOICE-REC(16:10) TO WK-IV-CUST-CD
002405         MOVE INVOICE-REC(33:8)  TO WK-IV-DATE-X
002410         MOVE INVOICE-REC(49:7)  TO WK-IV-ORDER-X
002420         SET WK-IV-HAVE-HEADER TO TRUE
002430     ELSE
002440         IF INVOICE-REC(1:12) = '  TOTAL   : '
002490     END-IF.
002500 TALLY-ONE-INVOICE-PROC.
002510*    請求書1通分：発行日からの経過日数で年齢区分を決め、請求
002515*    合計を顧客の当該区分へ積み上げる。赤伝票が発行された請求書
002520*    は赤伝票の税込の額を差し引いて積み上げる
002530     ADD 1 TO WK-INV-COUNT.
002540     MOVE INVOICE-REC(13:9) TO WK-IV-AMT-X.
002550     INSPECT WK-IV-AMT-X REPLACING LEADING ' ' BY '0'.
002590         IF WK-IV-DATE-X IS NOT NUMERIC
002600             DISPLAY 'CASHAPP: BAD INVOICE DATE SKIPPED'
002610         ELSE
002611             MOVE WK-IV-DATE-X TO WK-IV-DATE
002612             IF WK-IV-ORDER-X IS NUMERIC
002613                 MOVE WK-IV-ORDER-N TO WK-CR-SEARCH-NO
002615                 PERFORM FIND-CREDIT-PROC
002616                 IF WK-CR-FOUND-IDX NOT = 0
002617                     PERFORM DEDUCT-CREDIT-TOTAL-PROC
002618                 END-IF
002620             END-IF
002630             PERFORM SET-AGE-BUCKET-PROC
002640             PERFORM FIND-CUSTOMER-PROC
002650             IF WK-CM-FOUND-IDX NOT = 0
002820     EVALUATE TRUE
002830         WHEN WK-AGE-DAYS NOT > 30
002840             MOVE 1 TO WK-BUCKET-IDX
002841         WHEN WK-AGE-DAYS NOT > 60
002842             MOVE 2 TO WK-BUCKET-IDX
002843         WHEN WK-AGE-DAYS NOT > 90
002844             MOVE 3 TO WK-BUCKET-IDX
002845         WHEN OTHER
002846             MOVE 4 TO WK-BUCKET-IDX
002847     END-EVALUATE.
002848 DEDUCT-CREDIT-TOTAL-PROC.
002849     IF WK-CR-TOTAL(WK-CR-FOUND-IDX) > WK-IV-AMT-N
002850         MOVE 0 TO WK-IV-AMT-N
002852     ELSE
002853         SUBTRACT WK-CR-TOTAL(WK-CR-FOUND-IDX) FROM WK-IV-AMT-N
002854     END-IF.
002855 LOAD-CREDIT-HIST-PROC.
002856*    赤伝票の発行履歴を受注番号別に累計する（無い場合は赤伝票
002857*    なしとして扱う）
002858     OPEN INPUT CREDIT-HIST-IN.
002859     IF WK-CH-FILE-STATUS = '35'
002860         SET WK-CH-EOF TO TRUE
002861     ELSE
002862         PERFORM READ-CREDIT-HIST-PROC
002864             UNTIL WK-CH-EOF
002865         CLOSE CREDIT-HIST-IN
002866     END-IF.
002867     IF WK-CR-FULL
002868         DISPLAY 'CASHAPP: CREDIT NOTE TABLE FULL - OPEN ITEMS '
002869             'AND CREDIT HOLDS NOT UPDATED'
002870     END-IF.
002871 READ-CREDIT-HIST-PROC.
002872     READ CREDIT-HIST-IN
002873         AT END
002874             SET WK-CH-EOF TO TRUE
002875         NOT AT END
002876             PERFORM STORE-CREDIT-HIST-PROC
002877     END-READ.
002878 STORE-CREDIT-HIST-PROC.
002879     MOVE CH-ORDER-NO TO WK-CR-SEARCH-NO.
002880     PERFORM FIND-CREDIT-PROC.
002881     IF WK-CR-FOUND-IDX = 0
002882         IF WK-CR-COUNT < 2000
002883             ADD 1 TO WK-CR-COUNT
002884             MOVE WK-CR-COUNT TO WK-CR-FOUND-IDX
002885             MOVE CH-ORDER-NO TO WK-CR-ORDER-NO(WK-CR-COUNT)
002886             MOVE 0 TO WK-CR-NET(WK-CR-COUNT)
002887                       WK-CR-TOTAL(WK-CR-COUNT)
002888         ELSE
002889             SET WK-CR-FULL TO TRUE
002890         END-IF
002891     END-IF.
002892     IF WK-CR-FOUND-IDX NOT = 0
002893         ADD CH-NET   TO WK-CR-NET(WK-CR-FOUND-IDX)
002894         ADD CH-TOTAL TO WK-CR-TOTAL(WK-CR-FOUND-IDX)
002895     END-IF.
002896 FIND-CREDIT-PROC.
002897*    WK-CR-SEARCH-NOと一致する赤伝票累計の添字を返す（無ければ0）
002898     MOVE 0 TO WK-CR-FOUND-IDX.
002899     PERFORM FIND-CREDIT-STEP-PROC
002900         VARYING WK-CR-IDX FROM 1 BY 1
002901         UNTIL WK-CR-IDX > WK-CR-COUNT
002902             OR WK-CR-FOUND-IDX NOT = 0.
002903 FIND-CREDIT-STEP-PROC.
002904     IF WK-CR-ORDER-NO(WK-CR-IDX) = WK-CR-SEARCH-NO
002905         MOVE WK-CR-IDX TO WK-CR-FOUND-IDX
002906     END-IF.
002907 BUILD-OPEN-ITEMS-PROC.
002908*    入金充当後の顧客残高を請求書履歴の新しい請求書から順に
002909*    割り当て、割り当たった額を請求書別の未回収残とする（入金は
002910*    古い請求書から消し込まれたものとみなす。残高はSAMPLE02が
002911*    割引後・税抜で積むため請求額も税抜で割り当てる）
002912     PERFORM SET-CUST-REMAIN-PROC
002913         VARYING WK-CM-IDX FROM 1 BY 1
002914         UNTIL WK-CM-IDX > WK-CM-COUNT.
002915     OPEN INPUT INVOICE-HIST-IN.
002916     IF WK-IH-FILE-STATUS = '35'
002917         DISPLAY 'CASHAPP: NO INVOICE HISTORY - NO OPEN ITEMS'
002918         SET WK-IH-EOF TO TRUE
002919     ELSE
002920         PERFORM READ-INVOICE-HIST-PROC
002921             UNTIL WK-IH-EOF
002922         CLOSE INVOICE-HIST-IN
002923     END-IF.
002924*    表があふれた場合は一部の請求書だけの未回収残を出さない
002925*    （前回のOPENITEM.DATを残す）
002926     IF WK-IH-FULL
002927         DISPLAY 'CASHAPP: INVOICE HISTORY TABLE FULL - OPEN '
002928             'ITEMS AND CREDIT HOLDS NOT UPDATED'
002929     END-IF.
002930     IF NOT WK-IH-FULL AND NOT WK-CR-FULL
002931         OPEN OUTPUT OPEN-ITEM-OUT
002932         PERFORM ALLOCATE-OPEN-ITEM-PROC
002933             VARYING WK-IH-IDX FROM WK-IH-COUNT BY -1
002934             UNTIL WK-IH-IDX < 1
002935         CLOSE OPEN-ITEM-OUT
002936     END-IF.
002937 SET-CUST-REMAIN-PROC.
002938     MOVE WK-CM-BALANCE(WK-CM-IDX) TO WK-CM-REMAIN(WK-CM-IDX).
002939 READ-INVOICE-HIST-PROC.
002940     READ INVOICE-HIST-IN
002941         AT END
002942             SET WK-IH-EOF TO TRUE
002943         NOT AT END
002944             IF WK-IH-COUNT < 9999
002945                 ADD 1 TO WK-IH-COUNT
002946                 MOVE IH-ORDER-NO TO WK-IH-ORDER-NO(WK-IH-COUNT)
002947                 MOVE IH-CUST-CD  TO WK-IH-CUST-CD(WK-IH-COUNT)
002948                 MOVE IH-INV-DATE TO WK-IH-DATE(WK-IH-COUNT)
002949                 MOVE IH-NET      TO WK-IH-NET(WK-IH-COUNT)
002950                 PERFORM DEDUCT-CREDIT-NET-PROC
002951             ELSE
002952                 SET WK-IH-FULL TO TRUE
002953             END-IF
002954     END-READ.
002955 DEDUCT-CREDIT-NET-PROC.
002956*    赤伝票が発行された請求書は赤伝票の割引後・税抜の額を請求額
002957*    から差し引いて割り当てる（顧客残高はCRNOTEが同じ額を減らす）
002958     MOVE IH-ORDER-NO TO WK-CR-SEARCH-NO.
002959     PERFORM FIND-CREDIT-PROC.
002960     IF WK-CR-FOUND-IDX NOT = 0
002961         IF WK-CR-NET(WK-CR-FOUND-IDX) > WK-IH-NET(WK-IH-COUNT)
002962             MOVE 0 TO WK-IH-NET(WK-IH-COUNT)
002963         ELSE
002964             SUBTRACT WK-CR-NET(WK-CR-FOUND-IDX)
002965                 FROM WK-IH-NET(WK-IH-COUNT)
002966         END-IF
002967     END-IF.
002968 ALLOCATE-OPEN-ITEM-PROC.
002969*    請求書1通分：顧客の未割当残高から請求額を上限に割り当てる。
002970*    割り当てが残った請求書だけを未回収残として出力する
002971     MOVE WK-IH-CUST-CD(WK-IH-IDX) TO WK-IV-CUST-CD.
002972     PERFORM FIND-CUSTOMER-PROC.
002973     IF WK-CM-FOUND-IDX NOT = 0
002974         IF WK-IH-NET(WK-IH-IDX) > WK-CM-REMAIN(WK-CM-FOUND-IDX)
002975             MOVE WK-CM-REMAIN(WK-CM-FOUND-IDX) TO WK-OPEN-AMT
002976         ELSE
002977             MOVE WK-IH-NET(WK-IH-IDX) TO WK-OPEN-AMT
002978         END-IF
002979         SUBTRACT WK-OPEN-AMT FROM WK-CM-REMAIN(WK-CM-FOUND-IDX)
002980         IF WK-OPEN-AMT > 0
002981             PERFORM WRITE-OPEN-ITEM-PROC
002982         END-IF
002983     END-IF.
002984 WRITE-OPEN-ITEM-PROC.
002986     MOVE WK-IH-DATE(WK-IH-IDX) TO WK-IV-DATE.
002987     PERFORM SET-AGE-BUCKET-PROC.
002988     MOVE WK-IH-ORDER-NO(WK-IH-IDX) TO OP-ORDER-NO.
002989     MOVE WK-IH-CUST-CD(WK-IH-IDX)  TO OP-CUST-CD.
002990     MOVE WK-IH-DATE(WK-IH-IDX)     TO OP-INV-DATE.
002991     MOVE WK-IH-NET(WK-IH-IDX)      TO OP-NET.
002992     MOVE WK-OPEN-AMT               TO OP-OPEN-AMT.
002993     MOVE WK-AGE-DAYS               TO OP-AGE-DAYS.
002994     MOVE WK-RUN-DATE               TO OP-RUN-DATE.
002995     WRITE OPEN-ITEM-REC.
002996     ADD 1 TO WK-OPEN-ITEM-CT.
002997     PERFORM NOTE-OVERDUE-ITEM-PROC.
002998 NOTE-OVERDUE-ITEM-PROC.
002999*    与信保留の判定用に、顧客の最も古い未回収請求書と判定日数を
003000*    超えた未回収額を控える
003001     IF WK-CM-OLD-ORDER(WK-CM-FOUND-IDX) = 0
003002             OR WK-AGE-DAYS > WK-CM-OLD-AGE(WK-CM-FOUND-IDX)
003003         MOVE WK-AGE-DAYS TO WK-CM-OLD-AGE(WK-CM-FOUND-IDX)
003004         MOVE WK-IH-ORDER-NO(WK-IH-IDX)
003005             TO WK-CM-OLD-ORDER(WK-CM-FOUND-IDX)
003006     END-IF.
003007     IF WK-AGE-DAYS > WK-HOLD-DAYS
003008         ADD WK-OPEN-AMT TO WK-CM-OVERDUE(WK-CM-FOUND-IDX)
003009     END-IF.
003010 LOAD-HOLD-CONTROL-PROC.
003011*    CREDHOLD.CTLがあり数字3桁の日数が書かれていればそれを判定
003012*    日数に使う（無ければ60日）
003013     OPEN INPUT CREDIT-HOLD-CONTROL-IN.
003014     IF WK-HC-FILE-STATUS = '35'
003015         CONTINUE
003016     ELSE
003017         READ CREDIT-HOLD-CONTROL-IN
003018             AT END
003019                 CONTINUE
003020             NOT AT END
003021                 IF HC-OVERDUE-DAYS IS NUMERIC
003023                     MOVE HC-OVERDUE-DAYS TO WK-HOLD-DAYS
003024                 END-IF
003025         END-READ
003026         CLOSE CREDIT-HOLD-CONTROL-IN
003027     END-IF.
003028 LOAD-HOLD-LOG-PROC.
003029*    与信保留の記録を読み、顧客ごとに直近の保留日と保留のきっかけ
003030*    の請求書を控える（解除の記録と保留日報に使う）
003031     OPEN INPUT CREDIT-HOLD-LOG-IO.
003032     IF WK-HL-FILE-STATUS = '35'
003033         SET WK-HL-EOF TO TRUE
003034     ELSE
003035         PERFORM READ-HOLD-LOG-PROC
003036             UNTIL WK-HL-EOF
003037         CLOSE CREDIT-HOLD-LOG-IO
003038     END-IF.
003039 READ-HOLD-LOG-PROC.
003040     READ CREDIT-HOLD-LOG-IO
003041         AT END
003042             SET WK-HL-EOF TO TRUE
003043         NOT AT END
003044             IF HL-ACTION = 'H'
003045                 MOVE HL-CUST-CD TO WK-IV-CUST-CD
003046                 PERFORM FIND-CUSTOMER-PROC
003047                 IF WK-CM-FOUND-IDX NOT = 0
003048                     MOVE HL-DATE
003049                         TO WK-CM-HOLD-DATE(WK-CM-FOUND-IDX)
003050                     MOVE HL-ORDER-NO
003051                         TO WK-CM-HOLD-ORDER(WK-CM-FOUND-IDX)
003052                 END-IF
003053             END-IF
003054     END-READ.
003055 EVALUATE-CREDIT-HOLD-PROC.
003056*    未回収残の経過日数から顧客ごとに与信保留を判定し、保留・解除
003057*    を顧客マスタの状態(H=与信保留)と保留記録へ反映する。
003058*    無効顧客(I)は対象外（受注バッチ(SAMPLE02)は保留顧客の受注を
003060*    コード46で保留ファイルへ回す）
003061     OPEN EXTEND CREDIT-HOLD-LOG-IO.
003062     IF WK-HL-FILE-STATUS = '35'
003063         OPEN OUTPUT CREDIT-HOLD-LOG-IO
003064     END-IF.
003065     PERFORM EVALUATE-ONE-HOLD-PROC
003066         VARYING WK-CM-IDX FROM 1 BY 1
003067         UNTIL WK-CM-IDX > WK-CM-COUNT.
003068     CLOSE CREDIT-HOLD-LOG-IO.
003069 EVALUATE-ONE-HOLD-PROC.
003070*    顧客1件分：判定日数を超えた請求書があれば保留にし、保留中の
003071*    顧客は入金で判定日数を超える請求書が無くなれば解除する
003072     EVALUATE TRUE
003073         WHEN WK-CM-STATUS(WK-CM-IDX) = 'A'
003074                 AND WK-CM-OLD-AGE(WK-CM-IDX) > WK-HOLD-DAYS
003075             MOVE 'H' TO WK-CM-STATUS(WK-CM-IDX)
003076             MOVE 'N' TO WK-CM-HOLD-ACT(WK-CM-IDX)
003077             MOVE WK-RUN-DATE TO WK-CM-HOLD-DATE(WK-CM-IDX)
003078             MOVE WK-CM-OLD-ORDER(WK-CM-IDX)
003079                 TO WK-CM-HOLD-ORDER(WK-CM-IDX)
003080             MOVE 'H' TO HL-ACTION
003081             PERFORM WRITE-HOLD-LOG-PROC
003082             ADD 1 TO WK-NEW-HOLD-CT
003083             DISPLAY 'CASHAPP: CREDIT HOLD PLACED - '
003084                 WK-CM-CUST-CD(WK-CM-IDX)
003085         WHEN WK-CM-STATUS(WK-CM-IDX) = 'H'
003086                 AND WK-CM-OLD-AGE(WK-CM-IDX) NOT > WK-HOLD-DAYS
003087             MOVE 'A' TO WK-CM-STATUS(WK-CM-IDX)
003088             MOVE 'R' TO WK-CM-HOLD-ACT(WK-CM-IDX)
003089             MOVE 'R' TO HL-ACTION
003090             PERFORM WRITE-HOLD-LOG-PROC
003091             ADD 1 TO WK-RELEASE-CT
003092             DISPLAY 'CASHAPP: CREDIT HOLD RELEASED - '
003093                 WK-CM-CUST-CD(WK-CM-IDX)
003094     END-EVALUATE.
003095     IF WK-CM-STATUS(WK-CM-IDX) = 'H'
003097         ADD 1 TO WK-ON-HOLD-CT
003098     END-IF.
003099 WRITE-HOLD-LOG-PROC.
003100     MOVE WK-CM-CUST-CD(WK-CM-IDX)    TO HL-CUST-CD.
003101     MOVE WK-RUN-DATE                 TO HL-DATE.
003102     MOVE WK-CM-HOLD-ORDER(WK-CM-IDX) TO HL-ORDER-NO.
003103     MOVE WK-CM-OLD-AGE(WK-CM-IDX)    TO HL-AGE-DAYS.
003104     MOVE WK-CM-OVERDUE(WK-CM-IDX)    TO HL-OVERDUE-AMT.
003105     MOVE WK-HOLD-DAYS                TO HL-HOLD-DAYS.
003106     WRITE CREDIT-HOLD-LOG-REC.
003107 WRITE-HOLD-REPORT-PROC.
003108*    保留中の顧客（当日の新規保留を含む）と当日解除した顧客を
003109*    1行ずつ印字する
003110     OPEN OUTPUT CREDIT-HOLD-RPT-OUT.
003111     MOVE WK-RUN-DATE  TO WK-HH-DATE.
003112     MOVE WK-HOLD-DAYS TO WK-HH-DAYS.
003113     WRITE CREDIT-HOLD-RPT-REC FROM WK-HOLD-HEADER.
003114     WRITE CREDIT-HOLD-RPT-REC FROM WK-HOLD-COLUMNS.
003115     PERFORM WRITE-HOLD-LINE-PROC
003116         VARYING WK-CM-IDX FROM 1 BY 1
003117         UNTIL WK-CM-IDX > WK-CM-COUNT.
003118     MOVE WK-ON-HOLD-CT  TO WK-HT-ON-HOLD.
003119     MOVE WK-NEW-HOLD-CT TO WK-HT-NEW-HOLD.
003120     MOVE WK-RELEASE-CT  TO WK-HT-RELEASE.
003121     WRITE CREDIT-HOLD-RPT-REC FROM WK-HOLD-TOTAL.
003122     CLOSE CREDIT-HOLD-RPT-OUT.
003123 WRITE-HOLD-LINE-PROC.
003124     IF WK-CM-STATUS(WK-CM-IDX) = 'H'
003125             OR WK-CM-HOLD-ACT(WK-CM-IDX) = 'R'
003126         EVALUATE WK-CM-HOLD-ACT(WK-CM-IDX)
003127             WHEN 'N'
003128                 MOVE 'NEW HOLD' TO WK-HD-ACTION
003129             WHEN 'R'
003130                 MOVE 'RELEASED' TO WK-HD-ACTION
003131             WHEN OTHER
003132                 MOVE 'ON HOLD ' TO WK-HD-ACTION
003134         END-EVALUATE
003135         MOVE WK-CM-CUST-CD(WK-CM-IDX)    TO WK-HD-CUST-CD
003136         MOVE WK-CM-NAME(WK-CM-IDX)       TO WK-HD-NAME
003137         MOVE WK-CM-HOLD-DATE(WK-CM-IDX)  TO WK-HD-HOLD-DATE
003138         MOVE WK-CM-HOLD-ORDER(WK-CM-IDX) TO WK-HD-ORDER-NO
003139         MOVE WK-CM-OLD-AGE(WK-CM-IDX)    TO WK-HD-AGE
003140         MOVE WK-CM-OVERDUE(WK-CM-IDX)    TO WK-HD-OVERDUE
003141         MOVE WK-CM-BALANCE(WK-CM-IDX)    TO WK-HD-BALANCE
003142         WRITE CREDIT-HOLD-RPT-REC FROM WK-HOLD-DETAIL
003143     END-IF.
003144 WRITE-AGING-REPORT-PROC.
003145*    顧客別の残高と年齢区分を1行ずつ印字する
003146     OPEN OUTPUT AGING-REPORT-OUT.
003147     MOVE WK-RUN-DATE TO WK-RH-DATE.
003148     WRITE AGING-REPORT-REC FROM WK-RPT-HEADER.
003149     WRITE AGING-REPORT-REC FROM WK-RPT-COLUMNS.
003150     PERFORM WRITE-AGING-LINE-PROC
003151         VARYING WK-CM-IDX FROM 1 BY 1
003152         UNTIL WK-CM-IDX > WK-CM-COUNT.
003153     CLOSE AGING-REPORT-OUT.
003154 WRITE-AGING-LINE-PROC.
003155     MOVE WK-CM-CUST-CD(WK-CM-IDX) TO WK-RD-CUST-CD.
003156     MOVE WK-CM-BALANCE(WK-CM-IDX) TO WK-RD-BALANCE.
003157     MOVE WK-CM-BUCKET(WK-CM-IDX 1) TO WK-RD-B1.
003158     MOVE WK-CM-BUCKET(WK-CM-IDX 2) TO WK-RD-B2.
003159     MOVE WK-CM-BUCKET(WK-CM-IDX 3) TO WK-RD-B3.
003160     MOVE WK-CM-BUCKET(WK-CM-IDX 4) TO WK-RD-B4.
003161     WRITE AGING-REPORT-REC FROM WK-RPT-DETAIL.
003162 REWRITE-CUST-MASTER-PROC.
003163*    入金充当後の顧客マスタを全件書き戻す
003164     OPEN OUTPUT CUSTOMER-MASTER-IO.
003165     PERFORM WRITE-CUST-ENTRY-PROC
003166         VARYING WK-CM-IDX FROM 1 BY 1
003167         UNTIL WK-CM-IDX > WK-CM-COUNT.
003168     CLOSE CUSTOMER-MASTER-IO.
003170 WRITE-CUST-ENTRY-PROC.
003180     MOVE WK-CM-CUST-CD(WK-CM-IDX) TO CM-CUST-CD.
003190     MOVE WK-CM-NAME(WK-CM-IDX)    TO CM-NAME.
