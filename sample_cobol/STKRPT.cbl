000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STKRPT.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  在庫の日次受払表と発注提案リストを
000080*                             新規作成（受払履歴から指定日の入荷・
000090*                             出荷・棚卸修正を品目別に印字し、在庫
000100*                             マスタと受注残から発注点を割り込んだ
000110*                             品目の発注提案数量を購買向けに印字）
000113*  2026-10-15  SYSTEMS-GROUP  赤伝票(CRNOTE)の返品の戻入(RT)を受払表に
000114*                             RETURNとして印字
000115*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000116*                             するよう変更（再実行・遅れ処理で
000118*                             処理対象の業務日を使う）
000120*----------------------------------------------------------------
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160*    対象日の指定（任意。無ければ実行日）
000170     SELECT STKRPT-CONTROL-IN ASSIGN TO 'STKRPT.CTL'
000180         ORGANIZATION IS LINE SEQUENTIAL
000190         FILE STATUS IS WK-CT-FILE-STATUS.
000200     SELECT STOCK-MASTER-IN ASSIGN TO 'STOCKMST.DAT'
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WK-ST-FILE-STATUS.
000230     SELECT BACKORDER-IN ASSIGN TO 'BACKORD.DAT'
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WK-BO-FILE-STATUS.
000260     SELECT STOCK-MOVE-IN ASSIGN TO 'STKMOVE.DAT'
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WK-SM-FILE-STATUS.
000290     SELECT MOVEMENT-RPT-OUT ASSIGN TO 'STKMOVE.RPT'
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310     SELECT REORDER-RPT-OUT ASSIGN TO 'REORDER.RPT'
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  STKRPT-CONTROL-IN.
000360 01 STKRPT-CONTROL-REC.
000370   05 CT-REPORT-DATE   PIC X(08).
000380   05 CT-REPORT-DATE-N REDEFINES CT-REPORT-DATE PIC 9(08).
000390 FD  STOCK-MASTER-IN.
000400 01 STOCK-MASTER-REC.
000410   05 ST-ITEM-CD       PIC X(08).
000420   05 ST-ON-HAND       PIC 9(07).
000430   05 ST-ALLOCATED     PIC 9(07).
000440   05 ST-REORDER-PT    PIC 9(07).
000450   05 ST-REORDER-QTY   PIC 9(07).
000460 FD  BACKORDER-IN.
000470 01 BACKORDER-REC.
000480   05 BO-ORDER-NO      PIC 9(07).
000490   05 BO-LINE-NO       PIC 9(01).
000500   05 BO-ORDER-DATE    PIC 9(08).
000510   05 BO-CUST-CD       PIC X(10).
000520   05 BO-SALES-EMP     PIC X(05).
000530   05 BO-ITEM-CD       PIC X(08).
000540   05 BO-PRICE         PIC 9(07).
000550   05 BO-CAT           PIC X(01).
000560   05 BO-HDR-PRICE     PIC 9(07).
000570   05 BO-DISC-PCT      PIC 9(02).
000580   05 BO-QTY           PIC 9(03).
000590   05 BO-ALLOC-QTY     PIC 9(03).
000600   05 BO-STATUS        PIC X(01).
000610   05 BO-CREATE-DATE   PIC 9(08).
000620   05 BO-RELEASE-DATE  PIC 9(08).
000630   05 BO-SHIP-ORDER-NO PIC 9(07).
000640 FD  STOCK-MOVE-IN.
000650 01 STOCK-MOVE-REC.
000660   05 SM-MOVE-DATE     PIC 9(08).
000670   05 SM-ITEM-CD       PIC X(08).
000680   05 SM-TYPE          PIC X(02).
000690   05 SM-IN-QTY        PIC 9(07).
000700   05 SM-OUT-QTY       PIC 9(07).
000710   05 SM-ON-HAND       PIC 9(07).
000720   05 SM-REF           PIC X(10).
000730   05 SM-ORDER-NO      PIC 9(07).
000740   05 SM-PGM           PIC X(08).
000750 FD  MOVEMENT-RPT-OUT.
000760 01 MOVEMENT-RPT-REC   PIC X(100).
000770 FD  REORDER-RPT-OUT.
000780 01 REORDER-RPT-REC    PIC X(100).
000790 WORKING-STORAGE SECTION.
000800 01 WK-FLAGS.
000810   05 WK-CT-FILE-STATUS PIC X(02).
000820   05 WK-ST-FILE-STATUS PIC X(02).
000830   05 WK-BO-FILE-STATUS PIC X(02).
000840   05 WK-SM-FILE-STATUS PIC X(02).
000850   05 WK-ST-EOF-SW     PIC X(01) VALUE 'N'.
000860     88 WK-ST-EOF          VALUE 'Y'.
000870   05 WK-BO-EOF-SW     PIC X(01) VALUE 'N'.
000880     88 WK-BO-EOF          VALUE 'Y'.
000890   05 WK-SM-EOF-SW     PIC X(01) VALUE 'N'.
000900     88 WK-SM-EOF          VALUE 'Y'.
000910 01 WK-RUN-AREA.
000920   05 WK-RUN-DATE      PIC 9(08).
000930*  受払表の対象日
000940   05 WK-REPORT-DATE   PIC 9(08).
000950   05 WK-DC-RETURN-CD  PIC 9(02).
000960   05 WK-DC-SERIAL     PIC 9(07).
000970*--- 在庫マスタ（品目別の受注残の未引当数量を加えて持つ）---
000980 01 WK-STOCK-TABLE.
000990   05 WK-ST-COUNT      PIC 9(03) VALUE 0.
001000   05 WK-ST-ENTRY OCCURS 500 TIMES.
001010     10 WK-ST-ITEM-CD  PIC X(08).
001020     10 WK-ST-ON-HAND  PIC 9(07).
001030     10 WK-ST-ALLOCATED PIC 9(07).
001040     10 WK-ST-REORDER-PT PIC 9(07).
001050     10 WK-ST-REORDER-QTY PIC 9(07).
001060     10 WK-ST-BO-OPEN  PIC 9(07).
001070   05 WK-ST-IDX        PIC 9(03).
001080   05 WK-ST-FOUND-IDX  PIC 9(03).
001090   05 WK-SEARCH-ITEM-CD PIC X(08).
001100*--- 対象日の受払（STKMOVE.DATの記録順＝発生順）---
001110 01 WK-MOVE-TABLE.
001120   05 WK-MV-COUNT      PIC 9(04) VALUE 0.
001130   05 WK-MV-ENTRY OCCURS 5000 TIMES.
001140     10 WK-MV-ITEM-CD  PIC X(08).
001150     10 WK-MV-TYPE     PIC X(02).
001160     10 WK-MV-IN-QTY   PIC 9(07).
001170     10 WK-MV-OUT-QTY  PIC 9(07).
001180     10 WK-MV-ON-HAND  PIC 9(07).
001190     10 WK-MV-REF      PIC X(10).
001200     10 WK-MV-ORDER-NO PIC 9(07).
001210   05 WK-MV-IDX        PIC 9(04).
001220   05 WK-MV-FULL-SW    PIC X(01) VALUE 'N'.
001230     88 WK-MV-FULL         VALUE 'Y'.
001240 01 WK-ITEM-WORK.
001250*  品目ごとの受払の件数・入庫計・出庫計・前日残・当日残
001260   05 WK-IT-MOVE-CT    PIC 9(04).
001270   05 WK-IT-IN-QTY     PIC 9(09).
001280   05 WK-IT-OUT-QTY    PIC 9(09).
001290   05 WK-IT-OPENING    PIC 9(09).
001300   05 WK-IT-CLOSING    PIC 9(09).
001310*  発注提案（手持ち－引当－受注残の未引当＝見込み在庫）
001320   05 WK-POSITION      PIC S9(09).
001330   05 WK-SUGGEST-QTY   PIC S9(09).
001340 01 WK-COUNTERS.
001350   05 WK-ITEM-MOVED-CT PIC 9(05) VALUE 0.
001360   05 WK-TOTAL-IN      PIC 9(09) VALUE 0.
001370   05 WK-TOTAL-OUT     PIC 9(09) VALUE 0.
001380   05 WK-SUGGEST-CT    PIC 9(05) VALUE 0.
001390*--- 日次受払表の各行 ---
001400 01 WK-MR-TITLE.
001410   05 FILLER           PIC X(30)
001420       VALUE 'DAILY STOCK MOVEMENT REPORT  '.
001430   05 WK-MT-DATE       PIC 9(08).
001440   05 FILLER           PIC X(08) VALUE '  RUN : '.
001450   05 WK-MT-RUN-DATE   PIC 9(08).
001460 01 WK-MR-ITEM-LINE.
001470   05 FILLER           PIC X(06) VALUE 'ITEM: '.
001480   05 WK-MI-ITEM-CD    PIC X(08).
001490   05 FILLER           PIC X(12) VALUE '   OPENING: '.
001500   05 WK-MI-OPENING    PIC ZZ,ZZZ,ZZ9.
001510 01 WK-MR-COLUMNS.
001520   05 FILLER           PIC X(36)
001530       VALUE '  TYPE          REFERENCE ORDER-NO  '.
001540   05 FILLER           PIC X(32)
001550       VALUE '        IN        OUT    ON-HAND'.
001560 01 WK-MR-DETAIL.
001570   05 FILLER           PIC X(02) VALUE SPACES.
001580   05 WK-MD-TYPE-NAME  PIC X(13).
001590   05 FILLER           PIC X(01) VALUE SPACE.
001600   05 WK-MD-REF        PIC X(10).
001610   05 FILLER           PIC X(01) VALUE SPACE.
001620   05 WK-MD-ORDER-NO   PIC ZZZZZZZ.
001630   05 FILLER           PIC X(02) VALUE SPACES.
001640   05 WK-MD-IN-QTY     PIC ZZ,ZZZ,ZZ9.
001650   05 FILLER           PIC X(01) VALUE SPACE.
001660   05 WK-MD-OUT-QTY    PIC ZZ,ZZZ,ZZ9.
001670   05 FILLER           PIC X(01) VALUE SPACE.
001680   05 WK-MD-ON-HAND    PIC ZZ,ZZZ,ZZ9.
001690 01 WK-MR-ITEM-TOTAL.
001700   05 FILLER           PIC X(36)
001710       VALUE '  ITEM TOTAL                        '.
001720   05 WK-MS-IN-QTY     PIC ZZ,ZZZ,ZZ9.
001730   05 FILLER           PIC X(01) VALUE SPACE.
001740   05 WK-MS-OUT-QTY    PIC ZZ,ZZZ,ZZ9.
001750   05 FILLER           PIC X(01) VALUE SPACE.
001760   05 WK-MS-CLOSING    PIC ZZ,ZZZ,ZZ9.
001770 01 WK-MR-GRAND.
001780   05 FILLER           PIC X(15) VALUE 'ITEMS MOVED : '.
001790   05 WK-MG-ITEMS      PIC ZZZZ9.
001800   05 FILLER           PIC X(12) VALUE '  TOTAL IN :'.
001810   05 WK-MG-IN         PIC ZZZ,ZZZ,ZZ9.
001820   05 FILLER           PIC X(13) VALUE '  TOTAL OUT :'.
001830   05 WK-MG-OUT        PIC ZZZ,ZZZ,ZZ9.
001840*--- 発注提案リストの各行 ---
001850 01 WK-RR-TITLE.
001860   05 FILLER           PIC X(30)
001870       VALUE 'REORDER SUGGESTION LIST      '.
001880   05 WK-RT-RUN-DATE   PIC 9(08).
001890 01 WK-RR-COLUMNS.
001900   05 FILLER           PIC X(41)
001910       VALUE 'ITEM        ON-HAND  ALLOCATED  BACKORDER'.
001920   05 FILLER           PIC X(48)
001930       VALUE '     POSITION REORDER-PT REORDER-QTY   SUGGESTED'.
001940 01 WK-RR-DETAIL.
001950   05 WK-RD-ITEM-CD    PIC X(08).
001960   05 FILLER           PIC X(01) VALUE SPACE.
001970   05 WK-RD-ON-HAND    PIC ZZ,ZZZ,ZZ9.
001980   05 FILLER           PIC X(01) VALUE SPACE.
001990   05 WK-RD-ALLOCATED  PIC ZZ,ZZZ,ZZ9.
002000   05 FILLER           PIC X(01) VALUE SPACE.
002010   05 WK-RD-BO-OPEN    PIC ZZ,ZZZ,ZZ9.
002020   05 FILLER           PIC X(01) VALUE SPACE.
002030   05 WK-RD-POSITION   PIC -ZZZ,ZZZ,ZZ9.
002040   05 FILLER           PIC X(01) VALUE SPACE.
002050   05 WK-RD-REORDER-PT PIC ZZ,ZZZ,ZZ9.
002060   05 FILLER           PIC X(02) VALUE SPACES.
002070   05 WK-RD-REORDER-QTY PIC ZZ,ZZZ,ZZ9.
002080   05 FILLER           PIC X(01) VALUE SPACE.
002090   05 WK-RD-SUGGEST    PIC ZZZ,ZZZ,ZZ9.
002100 01 WK-RR-TOTAL.
002110   05 FILLER           PIC X(20) VALUE 'ITEMS TO REORDER : '.
002120   05 WK-RS-COUNT      PIC ZZZZ9.
002130 PROCEDURE DIVISION.
002140 MAIN-PROC.
002150*    対象日（STKRPT.CTL、無ければ実行日）の受払を品目別に印字する
002160*    日次受払表と、見込み在庫（手持ち－引当－受注残の未引当）が
002170*    発注点以下になった品目に発注点＋発注量まで戻す数量を提案する
002180*    発注提案リストを出力する（どちらも参照のみで更新はしない）
002190     CALL 'BUSDATE' USING WK-RUN-DATE.
002200     MOVE WK-RUN-DATE TO WK-REPORT-DATE.
002210     PERFORM LOAD-CONTROL-PROC.
002220     CALL 'DATECHK' USING WK-REPORT-DATE WK-DC-RETURN-CD
002230         WK-DC-SERIAL.
002240     IF WK-DC-RETURN-CD NOT = 00
002250         DISPLAY 'STKRPT: INVALID REPORT DATE ' WK-REPORT-DATE
002260             ' IN STKRPT.CTL - RUN REFUSED'
002270         MOVE 8 TO RETURN-CODE
002280         GOBACK
002290     END-IF.
002300     PERFORM LOAD-STOCK-PROC.
002310     PERFORM LOAD-BACKORDER-PROC.
002320     PERFORM LOAD-MOVEMENT-PROC.
002330     IF WK-MV-FULL
002340         DISPLAY 'STKRPT: MORE THAN 5000 MOVEMENTS ON '
002350             WK-REPORT-DATE ' - REPORT TRUNCATED'
002360     END-IF.
002370     OPEN OUTPUT MOVEMENT-RPT-OUT REORDER-RPT-OUT.
002380     PERFORM WRITE-MOVEMENT-RPT-PROC.
002390     PERFORM WRITE-REORDER-RPT-PROC.
002400     CLOSE MOVEMENT-RPT-OUT REORDER-RPT-OUT.
002410     DISPLAY 'STKRPT: REPORT DATE  = ' WK-REPORT-DATE.
002420     DISPLAY 'STKRPT: MOVEMENTS    = ' WK-MV-COUNT.
002430     DISPLAY 'STKRPT: ITEMS MOVED  = ' WK-ITEM-MOVED-CT.
002440     DISPLAY 'STKRPT: TO REORDER   = ' WK-SUGGEST-CT.
002450     GOBACK.
002460 LOAD-CONTROL-PROC.
002470*    STKRPT.CTLがあり数字8桁の日付が書かれていればそれを対象日と
002480*    する（過去日の受払表の再印字用）
002490     OPEN INPUT STKRPT-CONTROL-IN.
002500     IF WK-CT-FILE-STATUS = '35'
002510         CONTINUE
002520     ELSE
002530         READ STKRPT-CONTROL-IN
002540             AT END
002550                 CONTINUE
002560             NOT AT END
002570                 IF CT-REPORT-DATE IS NUMERIC
002580                     MOVE CT-REPORT-DATE-N TO WK-REPORT-DATE
002590                 END-IF
002600         END-READ
002610         CLOSE STKRPT-CONTROL-IN
002620     END-IF.
002630 LOAD-STOCK-PROC.
002640     OPEN INPUT STOCK-MASTER-IN.
002650     IF WK-ST-FILE-STATUS = '35'
002660         SET WK-ST-EOF TO TRUE
002670     ELSE
002680         PERFORM READ-STOCK-PROC
002690             UNTIL WK-ST-EOF
002700         CLOSE STOCK-MASTER-IN
002710     END-IF.
002720 READ-STOCK-PROC.
002730     READ STOCK-MASTER-IN
002740         AT END
002750             SET WK-ST-EOF TO TRUE
002760         NOT AT END
002770             IF WK-ST-COUNT < 500
002780                 ADD 1 TO WK-ST-COUNT
002790                 MOVE ST-ITEM-CD TO WK-ST-ITEM-CD(WK-ST-COUNT)
002800                 MOVE ST-ON-HAND TO WK-ST-ON-HAND(WK-ST-COUNT)
002810                 MOVE ST-ALLOCATED
002820                     TO WK-ST-ALLOCATED(WK-ST-COUNT)
002830                 MOVE ST-REORDER-PT
002840                     TO WK-ST-REORDER-PT(WK-ST-COUNT)
002850                 MOVE ST-REORDER-QTY
002860                     TO WK-ST-REORDER-QTY(WK-ST-COUNT)
002870                 MOVE 0 TO WK-ST-BO-OPEN(WK-ST-COUNT)
002880             END-IF
002890     END-READ.
002900 LOAD-BACKORDER-PROC.
002910*    未出荷の受注残の未引当数量（受注残数量－引当済み数量）を品目別
002920*    に積み上げる
002930     OPEN INPUT BACKORDER-IN.
002940     IF WK-BO-FILE-STATUS = '35'
002950         SET WK-BO-EOF TO TRUE
002960     ELSE
002970         PERFORM READ-BACKORDER-PROC
002980             UNTIL WK-BO-EOF
002990         CLOSE BACKORDER-IN
003000     END-IF.
003010 READ-BACKORDER-PROC.
003020     READ BACKORDER-IN
003030         AT END
003040             SET WK-BO-EOF TO TRUE
003050         NOT AT END
003060             IF BO-STATUS = 'O'
003070                 MOVE BO-ITEM-CD TO WK-SEARCH-ITEM-CD
003080                 PERFORM FIND-STOCK-PROC
003090                 IF WK-ST-FOUND-IDX NOT = 0
003100                     COMPUTE WK-ST-BO-OPEN(WK-ST-FOUND-IDX) =
003110                         WK-ST-BO-OPEN(WK-ST-FOUND-IDX)
003120                         + BO-QTY - BO-ALLOC-QTY
003130                 END-IF
003140             END-IF
003150     END-READ.
003160 FIND-STOCK-PROC.
003170     MOVE 0 TO WK-ST-FOUND-IDX.
003180     PERFORM FIND-STOCK-STEP-PROC
003190         VARYING WK-ST-IDX FROM 1 BY 1
003200         UNTIL WK-ST-IDX > WK-ST-COUNT
003210             OR WK-ST-FOUND-IDX NOT = 0.
003220 FIND-STOCK-STEP-PROC.
003230     IF WK-ST-ITEM-CD(WK-ST-IDX) = WK-SEARCH-ITEM-CD
003240         MOVE WK-ST-IDX TO WK-ST-FOUND-IDX
003250     END-IF.
003260 LOAD-MOVEMENT-PROC.
003270*    受払履歴から対象日の受払だけを読み込む
003280     OPEN INPUT STOCK-MOVE-IN.
003290     IF WK-SM-FILE-STATUS = '35'
003300         SET WK-SM-EOF TO TRUE
003310     ELSE
003320         PERFORM READ-MOVEMENT-PROC
003330             UNTIL WK-SM-EOF
003340         CLOSE STOCK-MOVE-IN
003350     END-IF.
003360 READ-MOVEMENT-PROC.
003370     READ STOCK-MOVE-IN
003380         AT END
003390             SET WK-SM-EOF TO TRUE
003400         NOT AT END
003410             IF SM-MOVE-DATE = WK-REPORT-DATE
003420                 PERFORM STORE-MOVEMENT-PROC
003430             END-IF
003440     END-READ.
003450 STORE-MOVEMENT-PROC.
003460     IF WK-MV-COUNT < 5000
003470         ADD 1 TO WK-MV-COUNT
003480         MOVE SM-ITEM-CD  TO WK-MV-ITEM-CD(WK-MV-COUNT)
003490         MOVE SM-TYPE     TO WK-MV-TYPE(WK-MV-COUNT)
003500         MOVE SM-IN-QTY   TO WK-MV-IN-QTY(WK-MV-COUNT)
003510         MOVE SM-OUT-QTY  TO WK-MV-OUT-QTY(WK-MV-COUNT)
003520         MOVE SM-ON-HAND  TO WK-MV-ON-HAND(WK-MV-COUNT)
003530         MOVE SM-REF      TO WK-MV-REF(WK-MV-COUNT)
003540         MOVE SM-ORDER-NO TO WK-MV-ORDER-NO(WK-MV-COUNT)
003550     ELSE
003560         SET WK-MV-FULL TO TRUE
003570     END-IF.
003580 WRITE-MOVEMENT-RPT-PROC.
003590*    在庫マスタの品目順に、対象日に受払のあった品目だけを印字する
003600     MOVE WK-REPORT-DATE TO WK-MT-DATE.
003610     MOVE WK-RUN-DATE    TO WK-MT-RUN-DATE.
003620     WRITE MOVEMENT-RPT-REC FROM WK-MR-TITLE.
003630     PERFORM WRITE-MOVEMENT-ITEM-PROC
003640         VARYING WK-ST-IDX FROM 1 BY 1
003650         UNTIL WK-ST-IDX > WK-ST-COUNT.
003660     MOVE SPACES TO MOVEMENT-RPT-REC.
003670     WRITE MOVEMENT-RPT-REC.
003680     MOVE WK-ITEM-MOVED-CT TO WK-MG-ITEMS.
003690     MOVE WK-TOTAL-IN      TO WK-MG-IN.
003700     MOVE WK-TOTAL-OUT     TO WK-MG-OUT.
003710     WRITE MOVEMENT-RPT-REC FROM WK-MR-GRAND.
003720 WRITE-MOVEMENT-ITEM-PROC.
003730*    品目1件分の受払明細と品目計を印字する。前日残は最初の受払の
003740*    受払後在庫から逆算する
003750     MOVE 0 TO WK-IT-MOVE-CT WK-IT-IN-QTY WK-IT-OUT-QTY.
003760     PERFORM COUNT-ITEM-MOVE-PROC
003770         VARYING WK-MV-IDX FROM 1 BY 1
003780         UNTIL WK-MV-IDX > WK-MV-COUNT.
003790     IF WK-IT-MOVE-CT > 0
003800         ADD 1 TO WK-ITEM-MOVED-CT
003810         MOVE SPACES TO MOVEMENT-RPT-REC
003820         WRITE MOVEMENT-RPT-REC
003830         MOVE WK-ST-ITEM-CD(WK-ST-IDX) TO WK-MI-ITEM-CD
003840         MOVE WK-IT-OPENING TO WK-MI-OPENING
003850         WRITE MOVEMENT-RPT-REC FROM WK-MR-ITEM-LINE
003860         WRITE MOVEMENT-RPT-REC FROM WK-MR-COLUMNS
003870         PERFORM WRITE-MOVEMENT-DETAIL-PROC
003880             VARYING WK-MV-IDX FROM 1 BY 1
003890             UNTIL WK-MV-IDX > WK-MV-COUNT
003900         MOVE WK-IT-IN-QTY  TO WK-MS-IN-QTY
003910         MOVE WK-IT-OUT-QTY TO WK-MS-OUT-QTY
003920         MOVE WK-IT-CLOSING TO WK-MS-CLOSING
003930         WRITE MOVEMENT-RPT-REC FROM WK-MR-ITEM-TOTAL
003940         ADD WK-IT-IN-QTY  TO WK-TOTAL-IN
003950         ADD WK-IT-OUT-QTY TO WK-TOTAL-OUT
003960     END-IF.
003970 COUNT-ITEM-MOVE-PROC.
003980     IF WK-MV-ITEM-CD(WK-MV-IDX) = WK-ST-ITEM-CD(WK-ST-IDX)
003990         ADD 1 TO WK-IT-MOVE-CT
004000         IF WK-IT-MOVE-CT = 1
004010             COMPUTE WK-IT-OPENING = WK-MV-ON-HAND(WK-MV-IDX)
004020                 - WK-MV-IN-QTY(WK-MV-IDX)
004030                 + WK-MV-OUT-QTY(WK-MV-IDX)
004040         END-IF
004050         ADD WK-MV-IN-QTY(WK-MV-IDX)  TO WK-IT-IN-QTY
004060         ADD WK-MV-OUT-QTY(WK-MV-IDX) TO WK-IT-OUT-QTY
004070         MOVE WK-MV-ON-HAND(WK-MV-IDX) TO WK-IT-CLOSING
004080     END-IF.
004090 WRITE-MOVEMENT-DETAIL-PROC.
004100     IF WK-MV-ITEM-CD(WK-MV-IDX) = WK-ST-ITEM-CD(WK-ST-IDX)
004110         EVALUATE WK-MV-TYPE(WK-MV-IDX)
004120             WHEN 'RC'
004130                 MOVE 'RECEIPT'       TO WK-MD-TYPE-NAME
004140             WHEN 'CT'
004150                 MOVE 'STOCK COUNT'   TO WK-MD-TYPE-NAME
004160             WHEN 'SH'
004170                 MOVE 'SHIPMENT'      TO WK-MD-TYPE-NAME
004180             WHEN 'BS'
004190                 MOVE 'BACKORDER SHP' TO WK-MD-TYPE-NAME
004200             WHEN 'RT'
004210                 MOVE 'RETURN'        TO WK-MD-TYPE-NAME
004220             WHEN OTHER
004230                 MOVE WK-MV-TYPE(WK-MV-IDX) TO WK-MD-TYPE-NAME
004240         END-EVALUATE
004250         MOVE WK-MV-REF(WK-MV-IDX)      TO WK-MD-REF
004260         MOVE WK-MV-ORDER-NO(WK-MV-IDX) TO WK-MD-ORDER-NO
004270         MOVE WK-MV-IN-QTY(WK-MV-IDX)   TO WK-MD-IN-QTY
004280         MOVE WK-MV-OUT-QTY(WK-MV-IDX)  TO WK-MD-OUT-QTY
004290         MOVE WK-MV-ON-HAND(WK-MV-IDX)  TO WK-MD-ON-HAND
004300         WRITE MOVEMENT-RPT-REC FROM WK-MR-DETAIL
004310     END-IF.
004320 WRITE-REORDER-RPT-PROC.
004330*    見込み在庫が発注点以下の品目（発注点0の品目は見込み在庫が
004340*    マイナス＝受注残を賄えない場合だけ）を発注提案として印字する
004350     MOVE WK-RUN-DATE TO WK-RT-RUN-DATE.
004360     WRITE REORDER-RPT-REC FROM WK-RR-TITLE.
004370     MOVE SPACES TO REORDER-RPT-REC.
004380     WRITE REORDER-RPT-REC.
004390     WRITE REORDER-RPT-REC FROM WK-RR-COLUMNS.
004400     PERFORM WRITE-REORDER-ITEM-PROC
004410         VARYING WK-ST-IDX FROM 1 BY 1
004420         UNTIL WK-ST-IDX > WK-ST-COUNT.
004430     MOVE SPACES TO REORDER-RPT-REC.
004440     WRITE REORDER-RPT-REC.
004450     MOVE WK-SUGGEST-CT TO WK-RS-COUNT.
004460     WRITE REORDER-RPT-REC FROM WK-RR-TOTAL.
004470 WRITE-REORDER-ITEM-PROC.
004480     COMPUTE WK-POSITION = WK-ST-ON-HAND(WK-ST-IDX)
004490         - WK-ST-ALLOCATED(WK-ST-IDX) - WK-ST-BO-OPEN(WK-ST-IDX).
004500     IF WK-POSITION < 0
004510             OR (WK-ST-REORDER-PT(WK-ST-IDX) > 0
004520             AND WK-POSITION NOT > WK-ST-REORDER-PT(WK-ST-IDX))
004530         COMPUTE WK-SUGGEST-QTY = WK-ST-REORDER-PT(WK-ST-IDX)
004540             + WK-ST-REORDER-QTY(WK-ST-IDX) - WK-POSITION
004550         ADD 1 TO WK-SUGGEST-CT
004560         MOVE WK-ST-ITEM-CD(WK-ST-IDX)     TO WK-RD-ITEM-CD
004570         MOVE WK-ST-ON-HAND(WK-ST-IDX)     TO WK-RD-ON-HAND
004580         MOVE WK-ST-ALLOCATED(WK-ST-IDX)   TO WK-RD-ALLOCATED
004590         MOVE WK-ST-BO-OPEN(WK-ST-IDX)     TO WK-RD-BO-OPEN
004600         MOVE WK-POSITION                  TO WK-RD-POSITION
004610         MOVE WK-ST-REORDER-PT(WK-ST-IDX)  TO WK-RD-REORDER-PT
004620         MOVE WK-ST-REORDER-QTY(WK-ST-IDX) TO WK-RD-REORDER-QTY
004630         MOVE WK-SUGGEST-QTY               TO WK-RD-SUGGEST
004640         WRITE REORDER-RPT-REC FROM WK-RR-DETAIL
004650     END-IF.
