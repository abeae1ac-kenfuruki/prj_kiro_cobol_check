000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    STKRCV.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  在庫マスタの入荷計上を新規作成（入荷・
000080*                             棚卸修正・発注点の設定の各トランザク
000090*                             ションを在庫マスタへ反映し、入荷と
000100*                             棚卸修正を受払履歴へ記録する。同じ
000110*                             納品書の二重計上を防止し、計上結果を
000112*                             入荷計上リストへ印字）
000115*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000117*                             するよう変更（再実行・遅れ処理で
000120*                             処理対象の業務日を使う）
000130*----------------------------------------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170*    入荷等のトランザクション（R=入荷、C=棚卸による在庫数の修正、
000180*    S=発注点・発注量の設定）
000190     SELECT GOODS-RCV-IN ASSIGN TO 'GOODSRCV.DAT'
000200         ORGANIZATION IS LINE SEQUENTIAL
000210         FILE STATUS IS WK-GR-FILE-STATUS.
000220*    品目コードの検証用（SAMPLE06と同じ品目マスタ）
000230     SELECT ITEM-MASTER-IN ASSIGN TO 'ITEMMAST.DAT'
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WK-IM-FILE-STATUS.
000260     SELECT STOCK-MASTER-IO ASSIGN TO 'STOCKMST.DAT'
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WK-ST-FILE-STATUS.
000290*    在庫の受払履歴（SAMPLE02の出荷と共用。入荷済みの納品書番号の
000300*    確認にも使う）
000310     SELECT STOCK-MOVE-IO ASSIGN TO 'STKMOVE.DAT'
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WK-SM-FILE-STATUS.
000340     SELECT POSTING-RPT-OUT ASSIGN TO 'STKRCV.RPT'
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  GOODS-RCV-IN.
000390 01 GOODS-RCV-REC.
000400   05 GR-TXN-TYPE      PIC X(01).
000410   05 GR-ITEM-CD       PIC X(08).
000420*  数量（R=入荷数量、C=棚卸で数えた在庫数、S=発注点）
000430   05 GR-QTY           PIC X(07).
000440   05 GR-QTY-N REDEFINES GR-QTY PIC 9(07).
000450*  1回の発注量（Sのみ）
000460   05 GR-REORDER-QTY   PIC X(07).
000470   05 GR-REORDER-QTY-N REDEFINES GR-REORDER-QTY PIC 9(07).
000480*  納品書番号（Rは必須。Cは棚卸表の番号）
000490   05 GR-SLIP-NO       PIC X(10).
000500 FD  ITEM-MASTER-IN.
000510 01 ITEM-MASTER-REC.
000520   05 IM-ITEM-CD       PIC X(08).
000530   05 IM-ITEM-CAT      PIC X(01).
000540   05 IM-UNIT-PRICE    PIC 9(07).
000550   05 IM-EFF-DATE      PIC 9(08).
000560 FD  STOCK-MASTER-IO.
000570 01 STOCK-MASTER-REC.
000580   05 ST-ITEM-CD       PIC X(08).
000590   05 ST-ON-HAND       PIC 9(07).
000600   05 ST-ALLOCATED     PIC 9(07).
000610   05 ST-REORDER-PT    PIC 9(07).
000620   05 ST-REORDER-QTY   PIC 9(07).
000630 FD  STOCK-MOVE-IO.
000640 01 STOCK-MOVE-REC.
000650   05 SM-MOVE-DATE     PIC 9(08).
000660   05 SM-ITEM-CD       PIC X(08).
000665*  受払区分（RC=入荷、CT=棚卸修正、SH=出荷、BS=受注残の出荷、
000670*  RT=返品の戻入）
000680   05 SM-TYPE          PIC X(02).
000690   05 SM-IN-QTY        PIC 9(07).
000700   05 SM-OUT-QTY       PIC 9(07).
000710   05 SM-ON-HAND       PIC 9(07).
000720   05 SM-REF           PIC X(10).
000730   05 SM-ORDER-NO      PIC 9(07).
000740   05 SM-PGM           PIC X(08).
000750 FD  POSTING-RPT-OUT.
000760 01 POSTING-RPT-REC    PIC X(100).
000770 WORKING-STORAGE SECTION.
000780 01 WK-FLAGS.
000790   05 WK-GR-FILE-STATUS PIC X(02).
000800   05 WK-IM-FILE-STATUS PIC X(02).
000810   05 WK-ST-FILE-STATUS PIC X(02).
000820   05 WK-SM-FILE-STATUS PIC X(02).
000830   05 WK-GR-EOF-SW     PIC X(01) VALUE 'N'.
000840     88 WK-GR-EOF          VALUE 'Y'.
000850   05 WK-IM-EOF-SW     PIC X(01) VALUE 'N'.
000860     88 WK-IM-EOF          VALUE 'Y'.
000870   05 WK-ST-EOF-SW     PIC X(01) VALUE 'N'.
000880     88 WK-ST-EOF          VALUE 'Y'.
000890   05 WK-SM-EOF-SW     PIC X(01) VALUE 'N'.
000900     88 WK-SM-EOF          VALUE 'Y'.
000910*  在庫マスタまたは入荷済み納品書がテーブルに収まらない
000920   05 WK-TABLE-FULL-SW PIC X(01) VALUE 'N'.
000930     88 WK-TABLE-FULL      VALUE 'Y'.
000940 01 WK-RUN-AREA.
000950   05 WK-RUN-DATE      PIC 9(08).
000960*--- 品目マスタの品目コード一覧 ---
000970 01 WK-ITEM-TABLE.
000980   05 WK-IM-COUNT      PIC 9(03) VALUE 0.
000990   05 WK-IM-ITEM-CD    PIC X(08) OCCURS 500 TIMES.
001000   05 WK-IM-IDX        PIC 9(03).
001010   05 WK-IM-FOUND-IDX  PIC 9(03).
001020*--- 在庫マスタのインメモリテーブル（全件書き戻す）---
001030 01 WK-STOCK-TABLE.
001040   05 WK-ST-COUNT      PIC 9(03) VALUE 0.
001050   05 WK-ST-ENTRY OCCURS 500 TIMES.
001060     10 WK-ST-ITEM-CD  PIC X(08).
001070     10 WK-ST-ON-HAND  PIC 9(07).
001080     10 WK-ST-ALLOCATED PIC 9(07).
001090     10 WK-ST-REORDER-PT PIC 9(07).
001100     10 WK-ST-REORDER-QTY PIC 9(07).
001110   05 WK-ST-IDX        PIC 9(03).
001120   05 WK-ST-FOUND-IDX  PIC 9(03).
001130*--- 入荷計上済みの品目＋納品書番号（二重計上の防止）---
001140 01 WK-SLIP-TABLE.
001150   05 WK-SL-COUNT      PIC 9(04) VALUE 0.
001160   05 WK-SL-KEY        PIC X(18) OCCURS 5000 TIMES.
001170   05 WK-SL-IDX        PIC 9(04).
001180   05 WK-SL-FOUND-IDX  PIC 9(04).
001190 01 WK-SEARCH-AREA.
001200   05 WK-SEARCH-ITEM-CD PIC X(08).
001210   05 WK-SEARCH-KEY.
001220     10 WK-SK-ITEM-CD  PIC X(08).
001230     10 WK-SK-SLIP-NO  PIC X(10).
001240 01 WK-POST-WORK.
001250*  検査結果（空白=計上、それ以外は却下理由）
001260   05 WK-REJECT-REASON PIC X(22).
001270   05 WK-DIFF-QTY      PIC 9(07).
001280 01 WK-COUNTERS.
001290   05 WK-READ-CT       PIC 9(05) VALUE 0.
001300   05 WK-POST-CT       PIC 9(05) VALUE 0.
001310   05 WK-REJECT-CT     PIC 9(05) VALUE 0.
001320   05 WK-RCV-QTY-TOTAL PIC 9(09) VALUE 0.
001330*--- LOCKMGR呼び出し用ワーク（実行間ロック。SAMPLE02の出荷と
001340*    同時に在庫マスタを更新しない）---
001350 01 WK-LOCK-AREA.
001360   05 WK-LOCK-FUNC     PIC X(01).
001370   05 WK-LOCK-PGM      PIC X(08) VALUE 'STKRCV'.
001380   05 WK-LOCK-FILES.
001390     10 FILLER         PIC X(10) VALUE 'STOCKMST  '.
001400     10 FILLER         PIC X(10) VALUE SPACES.
001410     10 FILLER         PIC X(10) VALUE SPACES.
001420     10 FILLER         PIC X(10) VALUE SPACES.
001430     10 FILLER         PIC X(10) VALUE SPACES.
001440   05 WK-LOCK-RETURN-CD PIC 9(02).
001450*--- 入荷計上リストの各行 ---
001460 01 WK-RPT-TITLE.
001470   05 FILLER           PIC X(30)
001480       VALUE 'GOODS RECEIVED POSTING LIST  '.
001490   05 WK-RH-RUN-DATE   PIC 9(08).
001500 01 WK-RPT-COLUMNS.
001510   05 FILLER           PIC X(40)
001520       VALUE 'T ITEM         QUANTITY SLIP-NO    RESUL'.
001530   05 FILLER           PIC X(40)
001540       VALUE 'T                    ON-HAND'.
001550 01 WK-RPT-DETAIL.
001560   05 WK-RD-TYPE       PIC X(01).
001570   05 FILLER           PIC X(01) VALUE SPACE.
001580   05 WK-RD-ITEM-CD    PIC X(08).
001590   05 FILLER           PIC X(01) VALUE SPACE.
001600   05 WK-RD-QTY        PIC X(11).
001610   05 FILLER           PIC X(01) VALUE SPACE.
001620   05 WK-RD-SLIP-NO    PIC X(10).
001630   05 FILLER           PIC X(01) VALUE SPACE.
001640   05 WK-RD-RESULT     PIC X(22).
001650   05 FILLER           PIC X(01) VALUE SPACE.
001660   05 WK-RD-ON-HAND    PIC ZZ,ZZZ,ZZ9.
001670 01 WK-RPT-QTY-EDIT    PIC ZZ,ZZZ,ZZ9.
001680 01 WK-RPT-TOTAL.
001690   05 FILLER           PIC X(06) VALUE 'READ  '.
001700   05 WK-RT-READ       PIC ZZZZ9.
001710   05 FILLER           PIC X(10) VALUE '  POSTED  '.
001720   05 WK-RT-POST       PIC ZZZZ9.
001730   05 FILLER           PIC X(12) VALUE '  REJECTED  '.
001740   05 WK-RT-REJECT     PIC ZZZZ9.
001750   05 FILLER           PIC X(18) VALUE '  RECEIVED QTY    '.
001760   05 WK-RT-RCV-QTY    PIC ZZZ,ZZZ,ZZ9.
001770 PROCEDURE DIVISION.
001780 MAIN-PROC.
001790*    入荷・棚卸修正・発注点の設定を在庫マスタへ反映する。入荷は
001800*    手持ち在庫数に加え、SAMPLE02の次の実行で受注残へ引き当てて
001810*    出荷される。同じ品目・納品書番号の入荷が受払履歴に既にある
001820*    場合は二重計上として却下する（再実行しても在庫は増えない）
001830     CALL 'BUSDATE' USING WK-RUN-DATE.
001840     MOVE 'L' TO WK-LOCK-FUNC.
001850     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
001860         WK-LOCK-FILES WK-LOCK-RETURN-CD.
001870     IF WK-LOCK-RETURN-CD NOT = 00
001880         DISPLAY 'STKRCV: STOCKMST.DAT LOCKED BY ANOTHER RUN'
001890             ' - RUN REFUSED'
001900         MOVE 8 TO RETURN-CODE
001910         GOBACK
001920     END-IF.
001930     PERFORM LOAD-ITEM-MASTER-PROC.
001940     PERFORM LOAD-STOCK-PROC.
001950     PERFORM LOAD-POSTED-SLIP-PROC.
001960     IF WK-TABLE-FULL
001970         DISPLAY 'STKRCV: STOCKMST.DAT OR STKMOVE.DAT EXCEEDS '
001980             'TABLE SIZE - RUN REFUSED'
001990         PERFORM RELEASE-LOCK-PROC
002000         MOVE 8 TO RETURN-CODE
002010         GOBACK
002020     END-IF.
002030     OPEN EXTEND STOCK-MOVE-IO.
002040     IF WK-SM-FILE-STATUS = '35'
002050         OPEN OUTPUT STOCK-MOVE-IO
002060     END-IF.
002070     OPEN OUTPUT POSTING-RPT-OUT.
002080     PERFORM WRITE-RPT-HEADER-PROC.
002090     OPEN INPUT GOODS-RCV-IN.
002100     IF WK-GR-FILE-STATUS = '35'
002110         DISPLAY 'STKRCV: NO GOODSRCV.DAT - NOTHING TO POST'
002120     ELSE
002130         PERFORM READ-GOODS-RCV-PROC
002140             UNTIL WK-GR-EOF
002150         CLOSE GOODS-RCV-IN
002160     END-IF.
002170     PERFORM WRITE-RPT-TOTAL-PROC.
002180     CLOSE STOCK-MOVE-IO POSTING-RPT-OUT.
002190     PERFORM REWRITE-STOCK-PROC.
002200     DISPLAY 'STKRCV: READ     = ' WK-READ-CT.
002210     DISPLAY 'STKRCV: POSTED   = ' WK-POST-CT.
002220     DISPLAY 'STKRCV: REJECTED = ' WK-REJECT-CT.
002230     PERFORM RELEASE-LOCK-PROC.
002240     GOBACK.
002250 RELEASE-LOCK-PROC.
002260*    取得した実行間ロックを解放する
002270     MOVE 'U' TO WK-LOCK-FUNC.
002280     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
002290         WK-LOCK-FILES WK-LOCK-RETURN-CD.
002300 LOAD-ITEM-MASTER-PROC.
002310*    品目マスタの品目コードを読み込む（適用開始日違いの行は1件に
002320*    まとめる）
002330     OPEN INPUT ITEM-MASTER-IN.
002340     IF WK-IM-FILE-STATUS = '35'
002350         SET WK-IM-EOF TO TRUE
002360     ELSE
002370         PERFORM READ-ITEM-MASTER-PROC
002380             UNTIL WK-IM-EOF
002390         CLOSE ITEM-MASTER-IN
002400     END-IF.
002410 READ-ITEM-MASTER-PROC.
002420     READ ITEM-MASTER-IN
002430         AT END
002440             SET WK-IM-EOF TO TRUE
002450         NOT AT END
002460             MOVE IM-ITEM-CD TO WK-SEARCH-ITEM-CD
002470             PERFORM FIND-ITEM-PROC
002480             IF WK-IM-FOUND-IDX = 0 AND WK-IM-COUNT < 500
002490                 ADD 1 TO WK-IM-COUNT
002500                 MOVE IM-ITEM-CD TO WK-IM-ITEM-CD(WK-IM-COUNT)
002510             END-IF
002520     END-READ.
002530 FIND-ITEM-PROC.
002540     MOVE 0 TO WK-IM-FOUND-IDX.
002550     PERFORM FIND-ITEM-STEP-PROC
002560         VARYING WK-IM-IDX FROM 1 BY 1
002570         UNTIL WK-IM-IDX > WK-IM-COUNT
002580             OR WK-IM-FOUND-IDX NOT = 0.
002590 FIND-ITEM-STEP-PROC.
002600     IF WK-IM-ITEM-CD(WK-IM-IDX) = WK-SEARCH-ITEM-CD
002610         MOVE WK-IM-IDX TO WK-IM-FOUND-IDX
002620     END-IF.
002630 LOAD-STOCK-PROC.
002640*    在庫マスタを全件読み込む（無い場合は空の在庫マスタから始める）
002650     OPEN INPUT STOCK-MASTER-IO.
002660     IF WK-ST-FILE-STATUS = '35'
002670         SET WK-ST-EOF TO TRUE
002680     ELSE
002690         PERFORM READ-STOCK-PROC
002700             UNTIL WK-ST-EOF
002710         CLOSE STOCK-MASTER-IO
002720     END-IF.
002730 READ-STOCK-PROC.
002740     READ STOCK-MASTER-IO
002750         AT END
002760             SET WK-ST-EOF TO TRUE
002770         NOT AT END
002780             PERFORM STORE-STOCK-PROC
002790     END-READ.
002800 STORE-STOCK-PROC.
002810     IF WK-ST-COUNT < 500
002820         ADD 1 TO WK-ST-COUNT
002830         MOVE ST-ITEM-CD     TO WK-ST-ITEM-CD(WK-ST-COUNT)
002840         MOVE ST-ON-HAND     TO WK-ST-ON-HAND(WK-ST-COUNT)
002850         MOVE ST-ALLOCATED   TO WK-ST-ALLOCATED(WK-ST-COUNT)
002860         MOVE ST-REORDER-PT  TO WK-ST-REORDER-PT(WK-ST-COUNT)
002870         MOVE ST-REORDER-QTY TO WK-ST-REORDER-QTY(WK-ST-COUNT)
002880     ELSE
002890         SET WK-TABLE-FULL TO TRUE
002900     END-IF.
002910 LOAD-POSTED-SLIP-PROC.
002920*    受払履歴から入荷計上済みの品目＋納品書番号を読み込む
002930     OPEN INPUT STOCK-MOVE-IO.
002940     IF WK-SM-FILE-STATUS = '35'
002950         SET WK-SM-EOF TO TRUE
002960     ELSE
002970         PERFORM READ-STOCK-MOVE-PROC
002980             UNTIL WK-SM-EOF
002990         CLOSE STOCK-MOVE-IO
003000     END-IF.
003010 READ-STOCK-MOVE-PROC.
003020     READ STOCK-MOVE-IO
003030         AT END
003040             SET WK-SM-EOF TO TRUE
003050         NOT AT END
003060             IF SM-TYPE = 'RC'
003070                 MOVE SM-ITEM-CD TO WK-SK-ITEM-CD
003080                 MOVE SM-REF     TO WK-SK-SLIP-NO
003090                 PERFORM STORE-SLIP-PROC
003100             END-IF
003110     END-READ.
003120 STORE-SLIP-PROC.
003130     IF WK-SL-COUNT < 5000
003140         ADD 1 TO WK-SL-COUNT
003150         MOVE WK-SEARCH-KEY TO WK-SL-KEY(WK-SL-COUNT)
003160     ELSE
003170         SET WK-TABLE-FULL TO TRUE
003180     END-IF.
003190 READ-GOODS-RCV-PROC.
003200     READ GOODS-RCV-IN
003210         AT END
003220             SET WK-GR-EOF TO TRUE
003230         NOT AT END
003240             ADD 1 TO WK-READ-CT
003250             PERFORM POST-TXN-PROC
003260     END-READ.
003270 POST-TXN-PROC.
003280*    トランザクション1件を検査し、合格分を在庫マスタへ反映して
003290*    入荷計上リストへ印字する
003300     MOVE SPACES TO WK-REJECT-REASON.
003310     PERFORM CHECK-TXN-PROC.
003320     IF WK-REJECT-REASON = SPACES
003330         MOVE GR-ITEM-CD TO WK-SEARCH-ITEM-CD
003340         PERFORM FIND-STOCK-PROC
003350         IF WK-ST-FOUND-IDX = 0
003360             MOVE 'STOCK TABLE FULL' TO WK-REJECT-REASON
003370         END-IF
003380     END-IF.
003390     IF WK-REJECT-REASON = SPACES
003400         EVALUATE GR-TXN-TYPE
003410             WHEN 'R'
003420                 PERFORM POST-RECEIPT-PROC
003430             WHEN 'C'
003440                 PERFORM POST-COUNT-PROC
003450             WHEN 'S'
003460                 PERFORM POST-SETTING-PROC
003470         END-EVALUATE
003480         ADD 1 TO WK-POST-CT
003490     ELSE
003500         ADD 1 TO WK-REJECT-CT
003510         DISPLAY 'STKRCV: ' GR-TXN-TYPE ' ' GR-ITEM-CD ' '
003520             GR-SLIP-NO ' REJECTED - ' WK-REJECT-REASON
003530     END-IF.
003540     PERFORM WRITE-RPT-DETAIL-PROC.
003550 CHECK-TXN-PROC.
003560*    区分・品目コード・数量・納品書番号を検査する
003570     IF GR-TXN-TYPE NOT = 'R' AND GR-TXN-TYPE NOT = 'C'
003580             AND GR-TXN-TYPE NOT = 'S'
003590         MOVE 'BAD TRANSACTION TYPE' TO WK-REJECT-REASON
003600     ELSE
003610         MOVE GR-ITEM-CD TO WK-SEARCH-ITEM-CD
003620         PERFORM FIND-ITEM-PROC
003630         IF WK-IM-FOUND-IDX = 0
003640             MOVE 'UNKNOWN ITEM CODE' TO WK-REJECT-REASON
003650         ELSE
003660             IF GR-QTY IS NOT NUMERIC
003670                 MOVE 'BAD QUANTITY' TO WK-REJECT-REASON
003680             END-IF
003690         END-IF
003700     END-IF.
003710     IF WK-REJECT-REASON = SPACES AND GR-TXN-TYPE = 'R'
003720         PERFORM CHECK-RECEIPT-PROC
003730     END-IF.
003740     IF WK-REJECT-REASON = SPACES AND GR-TXN-TYPE = 'S'
003750         IF GR-REORDER-QTY IS NOT NUMERIC
003760             MOVE 'BAD REORDER QUANTITY' TO WK-REJECT-REASON
003770         END-IF
003780     END-IF.
003790 CHECK-RECEIPT-PROC.
003800*    入荷は数量が1以上で納品書番号があり、同じ品目・納品書番号が
003810*    計上済みでないこと
003820     IF GR-QTY-N = 0
003830         MOVE 'BAD QUANTITY' TO WK-REJECT-REASON
003840     ELSE
003850         IF GR-SLIP-NO = SPACES
003860             MOVE 'NO SLIP NUMBER' TO WK-REJECT-REASON
003870         ELSE
003880             MOVE GR-ITEM-CD TO WK-SK-ITEM-CD
003890             MOVE GR-SLIP-NO TO WK-SK-SLIP-NO
003900             MOVE 0 TO WK-SL-FOUND-IDX
003910             PERFORM FIND-SLIP-PROC
003920                 VARYING WK-SL-IDX FROM 1 BY 1
003930                 UNTIL WK-SL-IDX > WK-SL-COUNT
003940                     OR WK-SL-FOUND-IDX NOT = 0
003950             IF WK-SL-FOUND-IDX NOT = 0
003960                 MOVE 'SLIP ALREADY POSTED' TO WK-REJECT-REASON
003970             END-IF
003980         END-IF
003990     END-IF.
004000 FIND-SLIP-PROC.
004010     IF WK-SL-KEY(WK-SL-IDX) = WK-SEARCH-KEY
004020         MOVE WK-SL-IDX TO WK-SL-FOUND-IDX
004030     END-IF.
004040 FIND-STOCK-PROC.
004050*    在庫テーブルの添字を返す。在庫マスタに無い品目は在庫0で追加
004060*    する（テーブルが満杯の場合は0）
004070     MOVE 0 TO WK-ST-FOUND-IDX.
004080     PERFORM FIND-STOCK-STEP-PROC
004090         VARYING WK-ST-IDX FROM 1 BY 1
004100         UNTIL WK-ST-IDX > WK-ST-COUNT
004110             OR WK-ST-FOUND-IDX NOT = 0.
004120     IF WK-ST-FOUND-IDX = 0 AND WK-ST-COUNT < 500
004130         ADD 1 TO WK-ST-COUNT
004140         MOVE WK-SEARCH-ITEM-CD TO WK-ST-ITEM-CD(WK-ST-COUNT)
004150         MOVE 0 TO WK-ST-ON-HAND(WK-ST-COUNT)
004160                   WK-ST-ALLOCATED(WK-ST-COUNT)
004170                   WK-ST-REORDER-PT(WK-ST-COUNT)
004180                   WK-ST-REORDER-QTY(WK-ST-COUNT)
004190         MOVE WK-ST-COUNT TO WK-ST-FOUND-IDX
004200     END-IF.
004210 FIND-STOCK-STEP-PROC.
004220     IF WK-ST-ITEM-CD(WK-ST-IDX) = WK-SEARCH-ITEM-CD
004230         MOVE WK-ST-IDX TO WK-ST-FOUND-IDX
004240     END-IF.
004250 POST-RECEIPT-PROC.
004260*    入荷数量を手持ち在庫数に加え、受払履歴へ記録する
004270     ADD GR-QTY-N TO WK-ST-ON-HAND(WK-ST-FOUND-IDX).
004280     ADD GR-QTY-N TO WK-RCV-QTY-TOTAL.
004290     MOVE GR-QTY-N TO SM-IN-QTY.
004300     MOVE 0        TO SM-OUT-QTY.
004310     MOVE 'RC'     TO SM-TYPE.
004320     PERFORM WRITE-STOCK-MOVE-PROC.
004330     MOVE GR-ITEM-CD TO WK-SK-ITEM-CD.
004340     MOVE GR-SLIP-NO TO WK-SK-SLIP-NO.
004350     PERFORM STORE-SLIP-PROC.
004360 POST-COUNT-PROC.
004370*    棚卸で数えた在庫数を手持ち在庫数とし、差を受払履歴へ記録する。
004380*    引当数が新しい在庫数を超える場合は在庫数まで下げる（受注残側の
004390*    引当済み数量はSAMPLE02の次の実行で合わせる）
004400     IF GR-QTY-N NOT = WK-ST-ON-HAND(WK-ST-FOUND-IDX)
004410         IF GR-QTY-N > WK-ST-ON-HAND(WK-ST-FOUND-IDX)
004420             COMPUTE WK-DIFF-QTY =
004430                 GR-QTY-N - WK-ST-ON-HAND(WK-ST-FOUND-IDX)
004440             MOVE WK-DIFF-QTY TO SM-IN-QTY
004450             MOVE 0           TO SM-OUT-QTY
004460         ELSE
004470             COMPUTE WK-DIFF-QTY =
004480                 WK-ST-ON-HAND(WK-ST-FOUND-IDX) - GR-QTY-N
004490             MOVE 0           TO SM-IN-QTY
004500             MOVE WK-DIFF-QTY TO SM-OUT-QTY
004510         END-IF
004520         MOVE GR-QTY-N TO WK-ST-ON-HAND(WK-ST-FOUND-IDX)
004530         MOVE 'CT'     TO SM-TYPE
004540         PERFORM WRITE-STOCK-MOVE-PROC
004550     END-IF.
004560     IF WK-ST-ALLOCATED(WK-ST-FOUND-IDX) > GR-QTY-N
004570         DISPLAY 'STKRCV: ALLOCATED QTY REDUCED TO COUNT - '
004580             GR-ITEM-CD
004590         MOVE GR-QTY-N TO WK-ST-ALLOCATED(WK-ST-FOUND-IDX)
004600     END-IF.
004610 POST-SETTING-PROC.
004620*    発注点と1回の発注量を設定する（受払は発生しない）
004630     MOVE GR-QTY-N TO WK-ST-REORDER-PT(WK-ST-FOUND-IDX).
004640     MOVE GR-REORDER-QTY-N TO WK-ST-REORDER-QTY(WK-ST-FOUND-IDX).
004650 WRITE-STOCK-MOVE-PROC.
004660     MOVE WK-RUN-DATE TO SM-MOVE-DATE.
004670     MOVE GR-ITEM-CD  TO SM-ITEM-CD.
004680     MOVE WK-ST-ON-HAND(WK-ST-FOUND-IDX) TO SM-ON-HAND.
004690     MOVE GR-SLIP-NO  TO SM-REF.
004700     MOVE 0           TO SM-ORDER-NO.
004710     MOVE 'STKRCV'    TO SM-PGM.
004720     WRITE STOCK-MOVE-REC.
004730 REWRITE-STOCK-PROC.
004740*    在庫マスタを全件書き戻す
004750     IF WK-ST-COUNT > 0
004760         OPEN OUTPUT STOCK-MASTER-IO
004770         PERFORM WRITE-STOCK-ENTRY-PROC
004780             VARYING WK-ST-IDX FROM 1 BY 1
004790             UNTIL WK-ST-IDX > WK-ST-COUNT
004800         CLOSE STOCK-MASTER-IO
004810     END-IF.
004820 WRITE-STOCK-ENTRY-PROC.
004830     MOVE WK-ST-ITEM-CD(WK-ST-IDX)     TO ST-ITEM-CD.
004840     MOVE WK-ST-ON-HAND(WK-ST-IDX)     TO ST-ON-HAND.
004850     MOVE WK-ST-ALLOCATED(WK-ST-IDX)   TO ST-ALLOCATED.
004860     MOVE WK-ST-REORDER-PT(WK-ST-IDX)  TO ST-REORDER-PT.
004870     MOVE WK-ST-REORDER-QTY(WK-ST-IDX) TO ST-REORDER-QTY.
004880     WRITE STOCK-MASTER-REC.
004890 WRITE-RPT-HEADER-PROC.
004900     MOVE WK-RUN-DATE TO WK-RH-RUN-DATE.
004910     WRITE POSTING-RPT-REC FROM WK-RPT-TITLE.
004920     MOVE SPACES TO POSTING-RPT-REC.
004930     WRITE POSTING-RPT-REC.
004940     WRITE POSTING-RPT-REC FROM WK-RPT-COLUMNS.
004950 WRITE-RPT-DETAIL-PROC.
004960*    トランザクション1件の計上結果を印字する（却下は理由を印字し、
004970*    手持ち在庫数は0とする）
004980     MOVE GR-TXN-TYPE TO WK-RD-TYPE.
004990     MOVE GR-ITEM-CD  TO WK-RD-ITEM-CD.
005000     IF GR-QTY IS NUMERIC
005010         MOVE GR-QTY-N TO WK-RPT-QTY-EDIT
005020         MOVE WK-RPT-QTY-EDIT TO WK-RD-QTY
005030     ELSE
005040         MOVE GR-QTY TO WK-RD-QTY
005050     END-IF.
005060     MOVE GR-SLIP-NO  TO WK-RD-SLIP-NO.
005070     IF WK-REJECT-REASON = SPACES
005080         MOVE 'POSTED' TO WK-RD-RESULT
005090         MOVE WK-ST-ON-HAND(WK-ST-FOUND-IDX) TO WK-RD-ON-HAND
005100     ELSE
005110         MOVE WK-REJECT-REASON TO WK-RD-RESULT
005120         MOVE 0 TO WK-RD-ON-HAND
005130     END-IF.
005140     WRITE POSTING-RPT-REC FROM WK-RPT-DETAIL.
005150 WRITE-RPT-TOTAL-PROC.
005160     MOVE SPACES TO POSTING-RPT-REC.
005170     WRITE POSTING-RPT-REC.
005180     MOVE WK-READ-CT       TO WK-RT-READ.
005190     MOVE WK-POST-CT       TO WK-RT-POST.
005200     MOVE WK-REJECT-CT     TO WK-RT-REJECT.
005210     MOVE WK-RCV-QTY-TOTAL TO WK-RT-RCV-QTY.
005220     WRITE POSTING-RPT-REC FROM WK-RPT-TOTAL.
