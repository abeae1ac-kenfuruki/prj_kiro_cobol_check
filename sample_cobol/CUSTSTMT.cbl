000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CUSTSTMT.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  顧客向けの月次請求明細書と段階別の
000080*                             督促状の発行バッチを新規作成（残高の
000090*                             ある顧客に月初残高・当月の請求・入金・
000100*                             赤伝票・月末残高と年齢区分を印字し、
000110*                             31-60日・61-90日・91日以上の未回収が
000120*                             ある顧客に督促状・催告書・最終催告書を
000130*                             発行する。督促履歴で同じ月に同じ段階の
000132*                             督促を重ねて送らない）
000135*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000137*                             するよう変更（再実行・遅れ処理で
000140*                             処理対象の業務日を使う）
000150*----------------------------------------------------------------
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000190*    対象月の指定（任意。YYYYMM。無ければ実行月）
000200     SELECT STMT-CONTROL-IN ASSIGN TO 'CUSTSTMT.CTL'
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WK-CT-FILE-STATUS.
000230     SELECT CUSTOMER-MASTER-IN ASSIGN TO 'CUSTMAST.DAT'
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WK-CM-FILE-STATUS.
000260     SELECT INVOICE-HIST-IN ASSIGN TO 'INVHIST.DAT'
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WK-IH-FILE-STATUS.
000290     SELECT RECEIPT-HIST-IN ASSIGN TO 'RCPTHIST.DAT'
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WK-RH-FILE-STATUS.
000320     SELECT CREDIT-HIST-IN ASSIGN TO 'CRNHIST.DAT'
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WK-CH-FILE-STATUS.
000350*    請求書別の未回収残（CASHAPPが作成。年齢区分と督促の判定元）
000360     SELECT OPEN-ITEM-IN ASSIGN TO 'OPENITEM.DAT'
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WK-OP-FILE-STATUS.
000390*    督促の履歴（発行した督促状を1通1行で累積する）
000400     SELECT DUNNING-HIST-IO ASSIGN TO 'DUNHIST.DAT'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WK-DH-FILE-STATUS.
000430*    請求明細書と督促状（そのまま印刷・郵送できる体裁）
000440     SELECT STATEMENT-OUT ASSIGN TO 'CUSTSTMT.OUT'
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460     SELECT DUNNING-LETTER-OUT ASSIGN TO 'DUNNING.OUT'
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  STMT-CONTROL-IN.
000510 01 STMT-CONTROL-REC.
000520   05 SC-PERIOD        PIC X(06).
000530   05 SC-PERIOD-N REDEFINES SC-PERIOD PIC 9(06).
000540 FD  CUSTOMER-MASTER-IN.
000550 01 CUSTOMER-MASTER-REC.
000560   05 CM-CUST-CD       PIC X(10).
000570   05 CM-NAME          PIC X(20).
000580   05 CM-CREDIT-LIMIT  PIC 9(09).
000590   05 CM-OPEN-BALANCE  PIC 9(09).
000600   05 CM-STATUS        PIC X(01).
000610 FD  INVOICE-HIST-IN.
000620 01 INVOICE-HIST-REC.
000630   05 IH-ORDER-NO      PIC 9(07).
000640   05 IH-INV-DATE      PIC 9(08).
000650   05 IH-CUST-CD       PIC X(10).
000660   05 IH-SALES-EMP     PIC X(05).
000670   05 IH-SUBTOTAL      PIC 9(09).
000680   05 IH-DISCOUNT      PIC 9(07).
000690   05 IH-NET           PIC 9(09).
000700   05 IH-TAX           PIC 9(07).
000710   05 IH-TOTAL         PIC 9(09).
000720   05 IH-RUN-DATE      PIC 9(08).
000730   05 IH-ORIG-ORDER-NO PIC 9(07).
000740 FD  RECEIPT-HIST-IN.
000750 01 RECEIPT-HIST-REC.
000760   05 RH-CUST-CD       PIC X(10).
000770   05 RH-PAY-DATE      PIC 9(08).
000780   05 RH-AMOUNT        PIC 9(09).
000790   05 RH-RUN-DATE      PIC 9(08).
000800 FD  CREDIT-HIST-IN.
000810 01 CREDIT-HIST-REC.
000820   05 CH-CRN-NO        PIC 9(07).
000830   05 CH-ORDER-NO      PIC 9(07).
000840   05 CH-CUST-CD       PIC X(10).
000850   05 CH-SALES-EMP     PIC X(05).
000860   05 CH-CRN-DATE      PIC 9(08).
000870   05 CH-INV-DATE      PIC 9(08).
000880   05 CH-AMOUNT        PIC 9(09).
000890   05 CH-DISCOUNT      PIC 9(07).
000900   05 CH-NET           PIC 9(09).
000910   05 CH-TAX           PIC 9(07).
000920   05 CH-TOTAL         PIC 9(09).
000930 FD  OPEN-ITEM-IN.
000940 01 OPEN-ITEM-REC.
000950   05 OP-ORDER-NO      PIC 9(07).
000960   05 OP-CUST-CD       PIC X(10).
000970   05 OP-INV-DATE      PIC 9(08).
000980   05 OP-NET           PIC 9(09).
000990   05 OP-OPEN-AMT      PIC 9(09).
001000   05 OP-AGE-DAYS      PIC 9(05).
001010   05 OP-RUN-DATE      PIC 9(08).
001020 FD  DUNNING-HIST-IO.
001030 01 DUNNING-HIST-REC.
001040   05 DH-CUST-CD       PIC X(10).
001050*  督促の対象月（YYYYMM。同じ月に同じ段階は1回だけ）
001060   05 DH-CYCLE         PIC 9(06).
001070*  段階（1=督促状、2=催告書、3=最終催告書）
001080   05 DH-STAGE         PIC 9(01).
001090   05 DH-LETTER-DATE   PIC 9(08).
001100   05 DH-OVERDUE       PIC 9(09).
001110 FD  STATEMENT-OUT.
001120 01 STATEMENT-REC      PIC X(80).
001130 FD  DUNNING-LETTER-OUT.
001140 01 DUNNING-LETTER-REC PIC X(80).
001150 WORKING-STORAGE SECTION.
001160 01 WK-FLAGS.
001170   05 WK-CT-FILE-STATUS PIC X(02).
001180   05 WK-CM-FILE-STATUS PIC X(02).
001190   05 WK-IH-FILE-STATUS PIC X(02).
001200   05 WK-RH-FILE-STATUS PIC X(02).
001210   05 WK-CH-FILE-STATUS PIC X(02).
001220   05 WK-OP-FILE-STATUS PIC X(02).
001230   05 WK-DH-FILE-STATUS PIC X(02).
001240   05 WK-CM-EOF-SW     PIC X(01) VALUE 'N'.
001250     88 WK-CM-EOF          VALUE 'Y'.
001260   05 WK-IH-EOF-SW     PIC X(01) VALUE 'N'.
001270     88 WK-IH-EOF          VALUE 'Y'.
001280   05 WK-RH-EOF-SW     PIC X(01) VALUE 'N'.
001290     88 WK-RH-EOF          VALUE 'Y'.
001300   05 WK-CH-EOF-SW     PIC X(01) VALUE 'N'.
001310     88 WK-CH-EOF          VALUE 'Y'.
001320   05 WK-OP-EOF-SW     PIC X(01) VALUE 'N'.
001330     88 WK-OP-EOF          VALUE 'Y'.
001340   05 WK-DH-EOF-SW     PIC X(01) VALUE 'N'.
001350     88 WK-DH-EOF          VALUE 'Y'.
001360   05 WK-TX-FULL-SW    PIC X(01) VALUE 'N'.
001370     88 WK-TX-FULL         VALUE 'Y'.
001380   05 WK-END-FOUND-SW  PIC X(01).
001390     88 WK-END-FOUND       VALUE 'Y'.
001400*--- 対象月と年齢計算の基準日 ---
001410 01 WK-PERIOD-AREA.
001420   05 WK-RUN-DATE      PIC 9(08).
001430   05 WK-PERIOD        PIC 9(06).
001440   05 WK-PERIOD-START  PIC 9(08).
001450   05 WK-PERIOD-END    PIC 9(08).
001460   05 WK-TRY-DATE      PIC 9(08).
001470   05 WK-TRY-DD        PIC 9(02).
001480*  年齢計算の基準日（月末。実行日が月末より前なら実行日）
001490   05 WK-AS-OF-DATE    PIC 9(08).
001500   05 WK-AS-OF-SERIAL  PIC 9(07).
001510   05 WK-INV-SERIAL    PIC 9(07).
001520   05 WK-DATE-RETURN-CD PIC 9(02).
001530   05 WK-AGE-DAYS      PIC 9(05).
001540   05 WK-BUCKET-IDX    PIC 9(01).
001550*--- 顧客別の集計（月末残高は現在の残高から対象月より後の取引を
001560*    戻して求め、月初残高は月末残高から当月の取引を戻して求める）---
001570 01 WK-CUST-TABLE.
001580   05 WK-CM-COUNT      PIC 9(03) VALUE 0.
001590   05 WK-CM-ENTRY OCCURS 100 TIMES.
001600     10 WK-CM-CUST-CD  PIC X(10).
001610     10 WK-CM-NAME     PIC X(20).
001620     10 WK-CM-BALANCE  PIC 9(09).
001630*    対象月より後の請求から入金・赤伝票を引いた額
001640     10 WK-CM-AFTER    PIC S9(10).
001650*    当月の請求・入金・赤伝票
001660     10 WK-CM-INVOICED PIC 9(10).
001670     10 WK-CM-PAID     PIC 9(10).
001680     10 WK-CM-CREDITED PIC 9(10).
001690     10 WK-CM-OPENING  PIC S9(10).
001700     10 WK-CM-CLOSING  PIC S9(10).
001710*    年齢区分別の未回収残（1=30日以内、2=31-60、3=61-90、4=91-）
001720     10 WK-CM-BUCKET   PIC 9(09) OCCURS 4 TIMES.
001730*    当月に発行済みの督促の段階（Y=発行済み）
001740     10 WK-CM-DUNNED   PIC X(01) OCCURS 3 TIMES.
001750   05 WK-CM-IDX        PIC 9(03).
001760   05 WK-CM-FOUND-IDX  PIC 9(03).
001770   05 WK-CM-SCAN-IDX   PIC 9(03).
001780   05 WK-SEARCH-CUST-CD PIC X(10).
001790*--- 当月の取引（請求・入金・赤伝票）---
001800 01 WK-TXN-TABLE.
001810   05 WK-TX-COUNT      PIC 9(04) VALUE 0.
001820   05 WK-TX-ENTRY OCCURS 5000 TIMES.
001830     10 WK-TX-CUST-IDX PIC 9(03).
001840     10 WK-TX-DATE     PIC 9(08).
001850*    区分（I=請求、P=入金、C=赤伝票）
001860     10 WK-TX-TYPE     PIC X(01).
001870     10 WK-TX-REF      PIC 9(07).
001880     10 WK-TX-AMOUNT   PIC 9(09).
001890     10 WK-TX-DONE     PIC X(01).
001900   05 WK-TX-IDX        PIC 9(04).
001910   05 WK-TX-NEXT-IDX   PIC 9(04).
001920   05 WK-TX-LEFT-CT    PIC 9(04).
001930*--- 取引の記録用ワーク ---
001940 01 WK-TXN-WORK.
001950   05 WK-TW-CUST-CD    PIC X(10).
001960   05 WK-TW-DATE       PIC 9(08).
001970   05 WK-TW-TYPE       PIC X(01).
001980   05 WK-TW-REF        PIC 9(07).
001990   05 WK-TW-AMOUNT     PIC 9(09).
002000   05 WK-RUNNING-BAL   PIC S9(10).
002010*--- 督促の判定用 ---
002020 01 WK-DUN-WORK.
002030   05 WK-DUN-STAGE     PIC 9(01).
002040   05 WK-OVERDUE       PIC 9(10).
002050   05 WK-TEXT-IDX      PIC 9(01).
002060 01 WK-COUNTERS.
002070   05 WK-STMT-CT       PIC 9(05) VALUE 0.
002080   05 WK-LETTER-CT     PIC 9(05) VALUE 0.
002090   05 WK-SKIP-DUN-CT   PIC 9(05) VALUE 0.
002100*--- 請求明細書の各行 ---
002110 01 WK-ST-HEADER.
002120   05 FILLER           PIC X(17) VALUE 'STATEMENT  CUST: '.
002130   05 WK-SH-CUST-CD    PIC X(10).
002140   05 FILLER           PIC X(09) VALUE ' PERIOD: '.
002150   05 WK-SH-PERIOD     PIC 9(06).
002160   05 FILLER           PIC X(08) VALUE ' AS OF: '.
002170   05 WK-SH-AS-OF      PIC 9(08).
002180   05 FILLER           PIC X(22) VALUE SPACES.
002190 01 WK-ST-NAME-LINE.
002200   05 FILLER           PIC X(08) VALUE '  NAME: '.
002210   05 WK-SN-NAME       PIC X(20).
002220   05 FILLER           PIC X(52) VALUE SPACES.
002230 01 WK-ST-BALANCE-LINE.
002240   05 WK-SB-LABEL      PIC X(20).
002250   05 WK-SB-AMOUNT     PIC -(9)9.
002260   05 FILLER           PIC X(50) VALUE SPACES.
002270 01 WK-ST-COLUMNS.
002280   05 FILLER           PIC X(53) VALUE
002290       '  DATE      TYPE      REF-NO       AMOUNT     BALANCE'.
002300   05 FILLER           PIC X(27) VALUE SPACES.
002310 01 WK-ST-TXN-LINE.
002320   05 FILLER           PIC X(02) VALUE SPACES.
002330   05 WK-SD-DATE       PIC 9(08).
002340   05 FILLER           PIC X(02) VALUE SPACES.
002350   05 WK-SD-TYPE-NAME  PIC X(08).
002360   05 FILLER           PIC X(02) VALUE SPACES.
002370   05 WK-SD-REF        PIC X(07).
002380   05 FILLER           PIC X(02) VALUE SPACES.
002390   05 WK-SD-AMOUNT     PIC -(9)9.
002400   05 FILLER           PIC X(02) VALUE SPACES.
002410   05 WK-SD-BALANCE    PIC -(9)9.
002420   05 FILLER           PIC X(27) VALUE SPACES.
002430 01 WK-ST-AGING-COLUMNS.
002440   05 FILLER           PIC X(54) VALUE
002450       '  AGING       CURRENT      31-60      61-90        91+'.
002460   05 FILLER           PIC X(26) VALUE SPACES.
002470 01 WK-ST-AGING-LINE.
002480   05 FILLER           PIC X(10) VALUE SPACES.
002490   05 WK-SA-BUCKET-GRP OCCURS 4 TIMES.
002500     10 FILLER         PIC X(02).
002510     10 WK-SA-BUCKET   PIC ZZZZZZZZ9.
002520   05 FILLER           PIC X(26) VALUE SPACES.
002530*--- 督促状の各行 ---
002540 01 WK-DL-HEADER.
002550   05 FILLER           PIC X(22) VALUE 'DUNNING LETTER  CUST: '.
002560   05 WK-LH-CUST-CD    PIC X(10).
002570   05 FILLER           PIC X(07) VALUE ' DATE: '.
002580   05 WK-LH-DATE       PIC 9(08).
002590   05 FILLER           PIC X(08) VALUE ' STAGE: '.
002600   05 WK-LH-STAGE      PIC 9(01).
002610   05 FILLER           PIC X(01) VALUE SPACE.
002620   05 WK-LH-STAGE-NAME PIC X(12).
002630   05 FILLER           PIC X(11) VALUE SPACES.
002640 01 WK-DL-NAME-LINE.
002650   05 FILLER           PIC X(08) VALUE '  NAME: '.
002660   05 WK-DN-NAME       PIC X(20).
002670   05 FILLER           PIC X(52) VALUE SPACES.
002680 01 WK-DL-TEXT-LINE.
002690   05 FILLER           PIC X(02) VALUE SPACES.
002700   05 WK-DT-TEXT       PIC X(70).
002710   05 FILLER           PIC X(08) VALUE SPACES.
002720*--- 督促状の文面（段階ごとに2行。1=督促状、2=催告書、
002730*    3=最終催告書）---
002740 01 WK-DUN-TEXT-VALUES.
002750   05 FILLER           PIC X(60) VALUE
002760       'OUR RECORDS SHOW THE AMOUNT BELOW IS PAST DUE.'.
002770   05 FILLER           PIC X(60) VALUE
002780       'PLEASE ARRANGE PAYMENT AT YOUR EARLIEST CONVENIENCE.'.
002790   05 FILLER           PIC X(60) VALUE
002800       'PART OF THE AMOUNT BELOW IS OVER 60 DAYS OVERDUE.'.
002810   05 FILLER           PIC X(60) VALUE
002820       'PAYMENT IS REQUIRED WITHIN 14 DAYS OF THIS NOTICE.'.
002830   05 FILLER           PIC X(60) VALUE
002840       'FINAL DEMAND: AMOUNTS BELOW ARE OVER 90 DAYS OVERDUE.'.
002850   05 FILLER           PIC X(60) VALUE
002860       'UNLESS PAID WITHIN 7 DAYS FURTHER ORDERS MAY BE REFUSED.'.
002870 01 WK-DUN-TEXT-TABLE REDEFINES WK-DUN-TEXT-VALUES.
002880   05 WK-DUN-TEXT      PIC X(60) OCCURS 6 TIMES.
002890 01 WK-DL-AMOUNT-LINE.
002900   05 WK-DA-LABEL      PIC X(20).
002910   05 WK-DA-AMOUNT     PIC ZZZZZZZZ9.
002920   05 FILLER           PIC X(51) VALUE SPACES.
002930 PROCEDURE DIVISION.
002940 MAIN-PROC.
002950*    残高のある顧客ごとに対象月の請求明細書を印字し、年齢区分で
002960*    31日以上の未回収がある顧客には最も古い区分に応じた段階の
002970*    督促状を発行する（同じ月に同じ段階を発行済みなら送らない）
002980     CALL 'BUSDATE' USING WK-RUN-DATE.
002990     PERFORM LOAD-CONTROL-PROC.
003000     IF WK-PERIOD = 0
003010         MOVE 8 TO RETURN-CODE
003020         GOBACK
003030     END-IF.
003040     PERFORM LOAD-CUSTOMER-PROC.
003050     PERFORM LOAD-INVOICE-HIST-PROC.
003060     PERFORM LOAD-RECEIPT-HIST-PROC.
003070     PERFORM LOAD-CREDIT-HIST-PROC.
003080     IF WK-TX-FULL
003090         DISPLAY 'CUSTSTMT: TRANSACTION TABLE FULL - STATEMENTS '
003100             'INCOMPLETE'
003110     END-IF.
003120     PERFORM LOAD-OPEN-ITEM-PROC.
003130     PERFORM LOAD-DUNNING-HIST-PROC.
003140     OPEN OUTPUT STATEMENT-OUT DUNNING-LETTER-OUT.
003150     OPEN EXTEND DUNNING-HIST-IO.
003160     IF WK-DH-FILE-STATUS = '35'
003170         OPEN OUTPUT DUNNING-HIST-IO
003180     END-IF.
003190     PERFORM PROCESS-CUSTOMER-PROC
003200         VARYING WK-CM-IDX FROM 1 BY 1
003210         UNTIL WK-CM-IDX > WK-CM-COUNT.
003220     CLOSE STATEMENT-OUT DUNNING-LETTER-OUT DUNNING-HIST-IO.
003230     DISPLAY 'CUSTSTMT: PERIOD          = ' WK-PERIOD.
003240     DISPLAY 'CUSTSTMT: STATEMENTS      = ' WK-STMT-CT.
003250     DISPLAY 'CUSTSTMT: DUNNING LETTERS = ' WK-LETTER-CT.
003260     DISPLAY 'CUSTSTMT: ALREADY DUNNED  = ' WK-SKIP-DUN-CT.
003270     GOBACK.
003280 LOAD-CONTROL-PROC.
003290*    対象月を決め、月初日・月末日と年齢計算の基準日を求める。指定
003300*    が不正な場合は対象月を0として実行を打ち切る
003310     MOVE WK-RUN-DATE(1:6) TO WK-PERIOD.
003320     OPEN INPUT STMT-CONTROL-IN.
003330     IF WK-CT-FILE-STATUS NOT = '35'
003340         READ STMT-CONTROL-IN
003350             AT END
003360                 CONTINUE
003370             NOT AT END
003380                 IF SC-PERIOD IS NUMERIC
003390                     MOVE SC-PERIOD-N TO WK-PERIOD
003400                 ELSE
003410                     MOVE 0 TO WK-PERIOD
003420                 END-IF
003430         END-READ
003440         CLOSE STMT-CONTROL-IN
003450     END-IF.
003460     IF WK-PERIOD NOT = 0
003470         COMPUTE WK-PERIOD-START = WK-PERIOD * 100 + 1
003480         CALL 'DATECHK' USING WK-PERIOD-START WK-DATE-RETURN-CD
003490             WK-AS-OF-SERIAL
003500         IF WK-DATE-RETURN-CD NOT = 00
003510             MOVE 0 TO WK-PERIOD
003520         END-IF
003530     END-IF.
003540     IF WK-PERIOD = 0
003550         DISPLAY 'CUSTSTMT: INVALID PERIOD IN CUSTSTMT.CTL - '
003560             'RUN REFUSED'
003570     ELSE
003580         MOVE 'N' TO WK-END-FOUND-SW
003590         PERFORM FIND-PERIOD-END-PROC
003600             VARYING WK-TRY-DD FROM 31 BY -1
003610             UNTIL WK-TRY-DD < 28 OR WK-END-FOUND
003620         IF WK-RUN-DATE < WK-PERIOD-END
003630             MOVE WK-RUN-DATE TO WK-AS-OF-DATE
003640         ELSE
003650             MOVE WK-PERIOD-END TO WK-AS-OF-DATE
003660         END-IF
003670         CALL 'DATECHK' USING WK-AS-OF-DATE WK-DATE-RETURN-CD
003680             WK-AS-OF-SERIAL
003690     END-IF.
003700 FIND-PERIOD-END-PROC.
003710*    月末日：31日から遡って最初に暦日として正しい日
003720     COMPUTE WK-TRY-DATE = WK-PERIOD * 100 + WK-TRY-DD.
003730     CALL 'DATECHK' USING WK-TRY-DATE WK-DATE-RETURN-CD
003740         WK-INV-SERIAL.
003750     IF WK-DATE-RETURN-CD = 00
003760         MOVE WK-TRY-DATE TO WK-PERIOD-END
003770         SET WK-END-FOUND TO TRUE
003780     END-IF.
003790 LOAD-CUSTOMER-PROC.
003800     OPEN INPUT CUSTOMER-MASTER-IN.
003810     IF WK-CM-FILE-STATUS = '35'
003820         DISPLAY 'CUSTSTMT: CUSTMAST.DAT NOT FOUND'
003830         SET WK-CM-EOF TO TRUE
003840     ELSE
003850         PERFORM READ-CUSTOMER-PROC
003860             UNTIL WK-CM-EOF
003870         CLOSE CUSTOMER-MASTER-IN
003880     END-IF.
003890 READ-CUSTOMER-PROC.
003900     READ CUSTOMER-MASTER-IN
003910         AT END
003920             SET WK-CM-EOF TO TRUE
003930         NOT AT END
003940             IF WK-CM-COUNT < 100
003950                 ADD 1 TO WK-CM-COUNT
003960                 PERFORM STORE-CUSTOMER-PROC
003970             END-IF
003980     END-READ.
003990 STORE-CUSTOMER-PROC.
004000     MOVE CM-CUST-CD      TO WK-CM-CUST-CD(WK-CM-COUNT).
004010     MOVE CM-NAME         TO WK-CM-NAME(WK-CM-COUNT).
004020     MOVE CM-OPEN-BALANCE TO WK-CM-BALANCE(WK-CM-COUNT).
004030     MOVE 0 TO WK-CM-AFTER(WK-CM-COUNT)
004040               WK-CM-INVOICED(WK-CM-COUNT)
004050               WK-CM-PAID(WK-CM-COUNT)
004060               WK-CM-CREDITED(WK-CM-COUNT)
004070               WK-CM-BUCKET(WK-CM-COUNT 1)
004080               WK-CM-BUCKET(WK-CM-COUNT 2)
004090               WK-CM-BUCKET(WK-CM-COUNT 3)
004100               WK-CM-BUCKET(WK-CM-COUNT 4).
004110     MOVE 'N' TO WK-CM-DUNNED(WK-CM-COUNT 1)
004120                 WK-CM-DUNNED(WK-CM-COUNT 2)
004130                 WK-CM-DUNNED(WK-CM-COUNT 3).
004140 FIND-CUSTOMER-PROC.
004150     MOVE 0 TO WK-CM-FOUND-IDX.
004160     PERFORM FIND-CUSTOMER-STEP-PROC
004170         VARYING WK-CM-SCAN-IDX FROM 1 BY 1
004180         UNTIL WK-CM-SCAN-IDX > WK-CM-COUNT
004190             OR WK-CM-FOUND-IDX NOT = 0.
004200 FIND-CUSTOMER-STEP-PROC.
004210     IF WK-CM-CUST-CD(WK-CM-SCAN-IDX) = WK-SEARCH-CUST-CD
004220         MOVE WK-CM-SCAN-IDX TO WK-CM-FOUND-IDX
004230     END-IF.
004240 LOAD-INVOICE-HIST-PROC.
004250*    請求書履歴（割引後・税抜の請求額。顧客残高と同じ基準）
004260     OPEN INPUT INVOICE-HIST-IN.
004270     IF WK-IH-FILE-STATUS = '35'
004280         SET WK-IH-EOF TO TRUE
004290     ELSE
004300         PERFORM READ-INVOICE-HIST-PROC
004310             UNTIL WK-IH-EOF
004320         CLOSE INVOICE-HIST-IN
004330     END-IF.
004340 READ-INVOICE-HIST-PROC.
004350     READ INVOICE-HIST-IN
004360         AT END
004370             SET WK-IH-EOF TO TRUE
004380         NOT AT END
004390             MOVE IH-CUST-CD  TO WK-TW-CUST-CD
004400             MOVE IH-INV-DATE TO WK-TW-DATE
004410             MOVE 'I'         TO WK-TW-TYPE
004420             MOVE IH-ORDER-NO TO WK-TW-REF
004430             MOVE IH-NET      TO WK-TW-AMOUNT
004440             PERFORM RECORD-TXN-PROC
004450     END-READ.
004460 LOAD-RECEIPT-HIST-PROC.
004470*    入金充当履歴（CASHAPPが残高へ充当した額）
004480     OPEN INPUT RECEIPT-HIST-IN.
004490     IF WK-RH-FILE-STATUS = '35'
004500         SET WK-RH-EOF TO TRUE
004510     ELSE
004520         PERFORM READ-RECEIPT-HIST-PROC
004530             UNTIL WK-RH-EOF
004540         CLOSE RECEIPT-HIST-IN
004550     END-IF.
004560 READ-RECEIPT-HIST-PROC.
004570     READ RECEIPT-HIST-IN
004580         AT END
004590             SET WK-RH-EOF TO TRUE
004600         NOT AT END
004610             MOVE RH-CUST-CD  TO WK-TW-CUST-CD
004620             MOVE RH-PAY-DATE TO WK-TW-DATE
004630             MOVE 'P'         TO WK-TW-TYPE
004640             MOVE 0           TO WK-TW-REF
004650             MOVE RH-AMOUNT   TO WK-TW-AMOUNT
004660             PERFORM RECORD-TXN-PROC
004670     END-READ.
004680 LOAD-CREDIT-HIST-PROC.
004690*    赤伝票の発行履歴（割引後・税抜の赤伝票額）
004700     OPEN INPUT CREDIT-HIST-IN.
004710     IF WK-CH-FILE-STATUS = '35'
004720         SET WK-CH-EOF TO TRUE
004730     ELSE
004740         PERFORM READ-CREDIT-HIST-PROC
004750             UNTIL WK-CH-EOF
004760         CLOSE CREDIT-HIST-IN
004770     END-IF.
004780 READ-CREDIT-HIST-PROC.
004790     READ CREDIT-HIST-IN
004800         AT END
004810             SET WK-CH-EOF TO TRUE
004820         NOT AT END
004830             MOVE CH-CUST-CD  TO WK-TW-CUST-CD
004840             MOVE CH-CRN-DATE TO WK-TW-DATE
004850             MOVE 'C'         TO WK-TW-TYPE
004860             MOVE CH-CRN-NO   TO WK-TW-REF
004870             MOVE CH-NET      TO WK-TW-AMOUNT
004880             PERFORM RECORD-TXN-PROC
004890     END-READ.
004900 RECORD-TXN-PROC.
004910*    取引1件を日付で振り分ける。対象月の取引は明細書の明細として
004920*    控えて当月分へ集計し、対象月より後の取引は月末残高の算出用に
004930*    集計する（対象月より前の取引は月初残高に含まれるため使わない）
004940     MOVE WK-TW-CUST-CD TO WK-SEARCH-CUST-CD.
004950     PERFORM FIND-CUSTOMER-PROC.
004960     IF WK-CM-FOUND-IDX NOT = 0
004970         IF WK-TW-DATE > WK-PERIOD-END
004980             PERFORM ADD-AFTER-PERIOD-PROC
004990         ELSE
005000             IF WK-TW-DATE NOT < WK-PERIOD-START
005010                 PERFORM ADD-PERIOD-TXN-PROC
005020             END-IF
005030         END-IF
005040     END-IF.
005050 ADD-AFTER-PERIOD-PROC.
005060     IF WK-TW-TYPE = 'I'
005070         ADD WK-TW-AMOUNT TO WK-CM-AFTER(WK-CM-FOUND-IDX)
005080     ELSE
005090         SUBTRACT WK-TW-AMOUNT FROM WK-CM-AFTER(WK-CM-FOUND-IDX)
005100     END-IF.
005110 ADD-PERIOD-TXN-PROC.
005120     EVALUATE WK-TW-TYPE
005130         WHEN 'I'
005140             ADD WK-TW-AMOUNT TO WK-CM-INVOICED(WK-CM-FOUND-IDX)
005150         WHEN 'P'
005160             ADD WK-TW-AMOUNT TO WK-CM-PAID(WK-CM-FOUND-IDX)
005170         WHEN OTHER
005180             ADD WK-TW-AMOUNT TO WK-CM-CREDITED(WK-CM-FOUND-IDX)
005190     END-EVALUATE.
005200     IF WK-TX-COUNT < 5000
005210         ADD 1 TO WK-TX-COUNT
005220         MOVE WK-CM-FOUND-IDX TO WK-TX-CUST-IDX(WK-TX-COUNT)
005230         MOVE WK-TW-DATE      TO WK-TX-DATE(WK-TX-COUNT)
005240         MOVE WK-TW-TYPE      TO WK-TX-TYPE(WK-TX-COUNT)
005250         MOVE WK-TW-REF       TO WK-TX-REF(WK-TX-COUNT)
005260         MOVE WK-TW-AMOUNT    TO WK-TX-AMOUNT(WK-TX-COUNT)
005270         MOVE 'N'             TO WK-TX-DONE(WK-TX-COUNT)
005280     ELSE
005290         SET WK-TX-FULL TO TRUE
005300     END-IF.
005310 LOAD-OPEN-ITEM-PROC.
005320*    請求書別の未回収残を基準日からの経過日数で年齢区分へ積み上げる
005330*    （区分の境界はCASHAPPの年齢表と同じ）
005340     OPEN INPUT OPEN-ITEM-IN.
005350     IF WK-OP-FILE-STATUS = '35'
005360         DISPLAY 'CUSTSTMT: NO OPENITEM.DAT - AGING EMPTY, '
005370             'NO DUNNING'
005380         SET WK-OP-EOF TO TRUE
005390     ELSE
005400         PERFORM READ-OPEN-ITEM-PROC
005410             UNTIL WK-OP-EOF
005420         CLOSE OPEN-ITEM-IN
005430     END-IF.
005440 READ-OPEN-ITEM-PROC.
005450     READ OPEN-ITEM-IN
005460         AT END
005470             SET WK-OP-EOF TO TRUE
005480         NOT AT END
005490             MOVE OP-CUST-CD TO WK-SEARCH-CUST-CD
005500             PERFORM FIND-CUSTOMER-PROC
005510             IF WK-CM-FOUND-IDX NOT = 0
005520                 PERFORM SET-AGE-BUCKET-PROC
005530                 ADD OP-OPEN-AMT TO WK-CM-BUCKET
005540                     (WK-CM-FOUND-IDX WK-BUCKET-IDX)
005550             END-IF
005560     END-READ.
005570 SET-AGE-BUCKET-PROC.
005580     CALL 'DATECHK' USING OP-INV-DATE WK-DATE-RETURN-CD
005590         WK-INV-SERIAL.
005600     IF WK-DATE-RETURN-CD = 00
005610             AND WK-AS-OF-SERIAL >= WK-INV-SERIAL
005620         COMPUTE WK-AGE-DAYS = WK-AS-OF-SERIAL - WK-INV-SERIAL
005630     ELSE
005640         MOVE ZERO TO WK-AGE-DAYS
005650     END-IF.
005660     EVALUATE TRUE
005670         WHEN WK-AGE-DAYS NOT > 30
005680             MOVE 1 TO WK-BUCKET-IDX
005690         WHEN WK-AGE-DAYS NOT > 60
005700             MOVE 2 TO WK-BUCKET-IDX
005710         WHEN WK-AGE-DAYS NOT > 90
005720             MOVE 3 TO WK-BUCKET-IDX
005730         WHEN OTHER
005740             MOVE 4 TO WK-BUCKET-IDX
005750     END-EVALUATE.
005760 LOAD-DUNNING-HIST-PROC.
005770*    対象月に発行済みの督促の段階を顧客ごとに控える
005780     OPEN INPUT DUNNING-HIST-IO.
005790     IF WK-DH-FILE-STATUS = '35'
005800         SET WK-DH-EOF TO TRUE
005810     ELSE
005820         PERFORM READ-DUNNING-HIST-PROC
005830             UNTIL WK-DH-EOF
005840         CLOSE DUNNING-HIST-IO
005850     END-IF.
005860 READ-DUNNING-HIST-PROC.
005870     READ DUNNING-HIST-IO
005880         AT END
005890             SET WK-DH-EOF TO TRUE
005900         NOT AT END
005910             IF DH-CYCLE = WK-PERIOD
005920                     AND DH-STAGE >= 1 AND DH-STAGE <= 3
005930                 MOVE DH-CUST-CD TO WK-SEARCH-CUST-CD
005940                 PERFORM FIND-CUSTOMER-PROC
005950                 IF WK-CM-FOUND-IDX NOT = 0
005960                     MOVE 'Y'
005970                         TO WK-CM-DUNNED(WK-CM-FOUND-IDX DH-STAGE)
005980                 END-IF
005990             END-IF
006000     END-READ.
006010 PROCESS-CUSTOMER-PROC.
006020*    顧客1件分：月末・月初の残高を求め、残高があれば明細書を印字し、
006030*    督促の段階を判定する
006040     COMPUTE WK-CM-CLOSING(WK-CM-IDX) =
006050         WK-CM-BALANCE(WK-CM-IDX) - WK-CM-AFTER(WK-CM-IDX).
006060     COMPUTE WK-CM-OPENING(WK-CM-IDX) =
006070         WK-CM-CLOSING(WK-CM-IDX) - WK-CM-INVOICED(WK-CM-IDX)
006080         + WK-CM-PAID(WK-CM-IDX) + WK-CM-CREDITED(WK-CM-IDX).
006090     IF WK-CM-CLOSING(WK-CM-IDX) NOT = 0
006100         PERFORM WRITE-STATEMENT-PROC
006110     END-IF.
006120     PERFORM CHECK-DUNNING-PROC.
006130 WRITE-STATEMENT-PROC.
006140*    請求明細書1通：月初残高、当月の取引を日付順に残高付きで、
006150*    月末残高、年齢区分の順に印字する
006160     ADD 1 TO WK-STMT-CT.
006170     MOVE WK-CM-CUST-CD(WK-CM-IDX) TO WK-SH-CUST-CD.
006180     MOVE WK-PERIOD                TO WK-SH-PERIOD.
006190     MOVE WK-AS-OF-DATE            TO WK-SH-AS-OF.
006200     WRITE STATEMENT-REC FROM WK-ST-HEADER.
006210     MOVE WK-CM-NAME(WK-CM-IDX) TO WK-SN-NAME.
006220     WRITE STATEMENT-REC FROM WK-ST-NAME-LINE.
006230     MOVE '  OPENING BALANCE : '   TO WK-SB-LABEL.
006240     MOVE WK-CM-OPENING(WK-CM-IDX) TO WK-SB-AMOUNT.
006250     WRITE STATEMENT-REC FROM WK-ST-BALANCE-LINE.
006260     WRITE STATEMENT-REC FROM WK-ST-COLUMNS.
006270     MOVE WK-CM-OPENING(WK-CM-IDX) TO WK-RUNNING-BAL.
006280     MOVE 0 TO WK-TX-LEFT-CT.
006290     PERFORM COUNT-CUSTOMER-TXN-PROC
006300         VARYING WK-TX-IDX FROM 1 BY 1
006310         UNTIL WK-TX-IDX > WK-TX-COUNT.
006320     PERFORM WRITE-NEXT-TXN-PROC
006330         UNTIL WK-TX-LEFT-CT = 0.
006340     MOVE '  CLOSING BALANCE : '   TO WK-SB-LABEL.
006350     MOVE WK-CM-CLOSING(WK-CM-IDX) TO WK-SB-AMOUNT.
006360     WRITE STATEMENT-REC FROM WK-ST-BALANCE-LINE.
006370     WRITE STATEMENT-REC FROM WK-ST-AGING-COLUMNS.
006380     PERFORM MOVE-AGING-BUCKET-PROC
006390         VARYING WK-BUCKET-IDX FROM 1 BY 1
006400         UNTIL WK-BUCKET-IDX > 4.
006410     WRITE STATEMENT-REC FROM WK-ST-AGING-LINE.
006420     MOVE SPACES TO STATEMENT-REC.
006430     WRITE STATEMENT-REC.
006440 COUNT-CUSTOMER-TXN-PROC.
006450     IF WK-TX-CUST-IDX(WK-TX-IDX) = WK-CM-IDX
006460         ADD 1 TO WK-TX-LEFT-CT
006470     END-IF.
006480 WRITE-NEXT-TXN-PROC.
006490*    未印字の当該顧客の取引のうち日付が最も早いもの（同日は読込順）
006500*    を1行印字する
006510     MOVE 0 TO WK-TX-NEXT-IDX.
006520     PERFORM FIND-NEXT-TXN-PROC
006530         VARYING WK-TX-IDX FROM 1 BY 1
006540         UNTIL WK-TX-IDX > WK-TX-COUNT.
006550     MOVE WK-TX-NEXT-IDX TO WK-TX-IDX.
006560     MOVE 'Y' TO WK-TX-DONE(WK-TX-IDX).
006570     SUBTRACT 1 FROM WK-TX-LEFT-CT.
006580     MOVE WK-TX-DATE(WK-TX-IDX) TO WK-SD-DATE.
006590     IF WK-TX-TYPE(WK-TX-IDX) = 'P'
006600         MOVE SPACES TO WK-SD-REF
006610     ELSE
006620         MOVE WK-TX-REF(WK-TX-IDX) TO WK-SD-REF
006630     END-IF.
006640     EVALUATE WK-TX-TYPE(WK-TX-IDX)
006650         WHEN 'I'
006660             MOVE 'INVOICE ' TO WK-SD-TYPE-NAME
006670             ADD WK-TX-AMOUNT(WK-TX-IDX) TO WK-RUNNING-BAL
006680             MOVE WK-TX-AMOUNT(WK-TX-IDX) TO WK-SD-AMOUNT
006690         WHEN 'P'
006700             MOVE 'PAYMENT ' TO WK-SD-TYPE-NAME
006710             SUBTRACT WK-TX-AMOUNT(WK-TX-IDX) FROM WK-RUNNING-BAL
006720             COMPUTE WK-SD-AMOUNT = 0 - WK-TX-AMOUNT(WK-TX-IDX)
006730         WHEN OTHER
006740             MOVE 'CREDIT  ' TO WK-SD-TYPE-NAME
006750             SUBTRACT WK-TX-AMOUNT(WK-TX-IDX) FROM WK-RUNNING-BAL
006760             COMPUTE WK-SD-AMOUNT = 0 - WK-TX-AMOUNT(WK-TX-IDX)
006770     END-EVALUATE.
006780     MOVE WK-RUNNING-BAL TO WK-SD-BALANCE.
006790     WRITE STATEMENT-REC FROM WK-ST-TXN-LINE.
006800 FIND-NEXT-TXN-PROC.
006810     IF WK-TX-CUST-IDX(WK-TX-IDX) = WK-CM-IDX
006820             AND WK-TX-DONE(WK-TX-IDX) = 'N'
006830         IF WK-TX-NEXT-IDX = 0
006840             MOVE WK-TX-IDX TO WK-TX-NEXT-IDX
006850         ELSE
006860             IF WK-TX-DATE(WK-TX-IDX) < WK-TX-DATE(WK-TX-NEXT-IDX)
006870                 MOVE WK-TX-IDX TO WK-TX-NEXT-IDX
006880             END-IF
006890         END-IF
006900     END-IF.
006910 MOVE-AGING-BUCKET-PROC.
006920     MOVE SPACES TO WK-SA-BUCKET-GRP(WK-BUCKET-IDX).
006930     MOVE WK-CM-BUCKET(WK-CM-IDX WK-BUCKET-IDX)
006940         TO WK-SA-BUCKET(WK-BUCKET-IDX).
006950 CHECK-DUNNING-PROC.
006960*    最も古い未回収の区分で段階を決める（31-60日=1 督促状、61-90日
006970*    =2 催告書、91日以上=3 最終催告書）。当月に同じ段階を発行済みの
006980*    顧客には送らない
006990     EVALUATE TRUE
007000         WHEN WK-CM-BUCKET(WK-CM-IDX 4) > 0
007010             MOVE 3 TO WK-DUN-STAGE
007020         WHEN WK-CM-BUCKET(WK-CM-IDX 3) > 0
007030             MOVE 2 TO WK-DUN-STAGE
007040         WHEN WK-CM-BUCKET(WK-CM-IDX 2) > 0
007050             MOVE 1 TO WK-DUN-STAGE
007060         WHEN OTHER
007070             MOVE 0 TO WK-DUN-STAGE
007080     END-EVALUATE.
007090     IF WK-DUN-STAGE > 0
007100         IF WK-CM-DUNNED(WK-CM-IDX WK-DUN-STAGE) = 'Y'
007110             ADD 1 TO WK-SKIP-DUN-CT
007120         ELSE
007130             PERFORM WRITE-DUNNING-LETTER-PROC
007140         END-IF
007150     END-IF.
007160 WRITE-DUNNING-LETTER-PROC.
007170*    督促状1通を印字し、督促履歴へ記録する
007180     ADD 1 TO WK-LETTER-CT.
007190     COMPUTE WK-OVERDUE = WK-CM-BUCKET(WK-CM-IDX 2)
007200         + WK-CM-BUCKET(WK-CM-IDX 3) + WK-CM-BUCKET(WK-CM-IDX 4).
007210     MOVE WK-CM-CUST-CD(WK-CM-IDX) TO WK-LH-CUST-CD.
007220     MOVE WK-RUN-DATE              TO WK-LH-DATE.
007230     MOVE WK-DUN-STAGE             TO WK-LH-STAGE.
007240     EVALUATE WK-DUN-STAGE
007250         WHEN 1
007260             MOVE 'REMINDER'     TO WK-LH-STAGE-NAME
007270         WHEN 2
007280             MOVE 'FIRM NOTICE'  TO WK-LH-STAGE-NAME
007290         WHEN OTHER
007300             MOVE 'FINAL DEMAND' TO WK-LH-STAGE-NAME
007310     END-EVALUATE.
007320     WRITE DUNNING-LETTER-REC FROM WK-DL-HEADER.
007330     MOVE WK-CM-NAME(WK-CM-IDX) TO WK-DN-NAME.
007340     WRITE DUNNING-LETTER-REC FROM WK-DL-NAME-LINE.
007350     COMPUTE WK-TEXT-IDX = WK-DUN-STAGE * 2 - 1.
007360     MOVE WK-DUN-TEXT(WK-TEXT-IDX) TO WK-DT-TEXT.
007370     WRITE DUNNING-LETTER-REC FROM WK-DL-TEXT-LINE.
007380     ADD 1 TO WK-TEXT-IDX.
007390     MOVE WK-DUN-TEXT(WK-TEXT-IDX) TO WK-DT-TEXT.
007400     WRITE DUNNING-LETTER-REC FROM WK-DL-TEXT-LINE.
007410     MOVE '  31-60 DAYS    : '       TO WK-DA-LABEL.
007420     MOVE WK-CM-BUCKET(WK-CM-IDX 2) TO WK-DA-AMOUNT.
007430     WRITE DUNNING-LETTER-REC FROM WK-DL-AMOUNT-LINE.
007440     MOVE '  61-90 DAYS    : '       TO WK-DA-LABEL.
007450     MOVE WK-CM-BUCKET(WK-CM-IDX 3) TO WK-DA-AMOUNT.
007460     WRITE DUNNING-LETTER-REC FROM WK-DL-AMOUNT-LINE.
007470     MOVE '  OVER 90 DAYS  : '       TO WK-DA-LABEL.
007480     MOVE WK-CM-BUCKET(WK-CM-IDX 4) TO WK-DA-AMOUNT.
007490     WRITE DUNNING-LETTER-REC FROM WK-DL-AMOUNT-LINE.
007500     MOVE '  TOTAL OVERDUE : '       TO WK-DA-LABEL.
007510     MOVE WK-OVERDUE                 TO WK-DA-AMOUNT.
007520     WRITE DUNNING-LETTER-REC FROM WK-DL-AMOUNT-LINE.
007530     MOVE SPACES TO DUNNING-LETTER-REC.
007540     WRITE DUNNING-LETTER-REC.
007550     MOVE WK-CM-CUST-CD(WK-CM-IDX) TO DH-CUST-CD.
007560     MOVE WK-PERIOD                TO DH-CYCLE.
007570     MOVE WK-DUN-STAGE             TO DH-STAGE.
007580     MOVE WK-RUN-DATE              TO DH-LETTER-DATE.
007590     MOVE WK-OVERDUE               TO DH-OVERDUE.
007600     WRITE DUNNING-HIST-REC.
