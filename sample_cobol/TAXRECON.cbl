000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TAXRECON.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  請求書の税率区分別の課税対象額・税額
000080*                             （INVTAX.DAT）を月単位に集計し、
000090*                             SAMPLE06の消費税申告サマリ
000100*                             （TAXSUMM.RPT）と税率区分ごとに突合して
000101*                             差異を印字する月次チェックを新規作成
000103*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000105*                             するよう変更（再実行・遅れ処理で
000106*                             処理対象の業務日を使う）
000108*  2026-10-15  SYSTEMS-GROUP  突合レポートの明細行をレコード長
000110*                             (100桁)に収め、見出しを揃える
000120*----------------------------------------------------------------
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160*    対象月の指定（任意。YYYYMM。無ければ実行月）
000170     SELECT TAXRECON-CONTROL-IN ASSIGN TO 'TAXRECON.CTL'
000180         ORGANIZATION IS LINE SEQUENTIAL
000190         FILE STATUS IS WK-CT-FILE-STATUS.
000200*    請求書の税率区分別の内訳履歴（SAMPLE02が請求書1通の税率ごと
000210*    に1行で累積する）
000220     SELECT INVOICE-TAX-IN ASSIGN TO 'INVTAX.DAT'
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WK-IT-FILE-STATUS.
000250*    消費税申告サマリ（SAMPLE06が税率区分ごとの課税標準・税額を
000260*    出力する）
000270     SELECT TAX-SUMMARY-IN ASSIGN TO 'TAXSUMM.RPT'
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WK-TS-FILE-STATUS.
000300     SELECT TAXRECON-REPORT-OUT ASSIGN TO 'TAXRECON.RPT'
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  TAXRECON-CONTROL-IN.
000350 01 TAXRECON-CONTROL-REC.
000360   05 TC-PERIOD        PIC X(06).
000370   05 TC-PERIOD-N REDEFINES TC-PERIOD PIC 9(06).
000380 FD  INVOICE-TAX-IN.
000390 01 INVOICE-TAX-REC.
000400   05 IT-ORDER-NO      PIC 9(07).
000410   05 IT-INV-DATE      PIC 9(08).
000420   05 IT-INV-DATE-X REDEFINES IT-INV-DATE.
000430     10 IT-INV-YYYYMM  PIC 9(06).
000440     10 FILLER         PIC 9(02).
000450   05 IT-CUST-CD       PIC X(10).
000460   05 IT-RATE-CD       PIC X(02).
000470   05 IT-TAX-RATE      PIC V99.
000480   05 IT-BASE          PIC 9(09).
000490   05 IT-TAX           PIC 9(07).
000500   05 IT-RUN-DATE      PIC 9(08).
000510 FD  TAX-SUMMARY-IN.
000520 01 TAX-SUMMARY-REC.
000530*  税率区分（TTは合計行）と課税標準・税額（編集済みの数字）
000540   05 TS-CODE          PIC X(02).
000550   05 TS-BASE-LABEL    PIC X(08).
000560   05 TS-BASE          PIC ZZZZZZZZZZ9.
000570   05 TS-TAX-LABEL     PIC X(08).
000580   05 TS-TAX           PIC ZZZZZZZZZZ9.
000590   05 FILLER           PIC X(20).
000600 FD  TAXRECON-REPORT-OUT.
000610 01 TAXRECON-REPORT-REC PIC X(100).
000620 WORKING-STORAGE SECTION.
000630 01 WK-FLAGS.
000640   05 WK-CT-FILE-STATUS PIC X(02).
000650   05 WK-IT-FILE-STATUS PIC X(02).
000660   05 WK-TS-FILE-STATUS PIC X(02).
000670   05 WK-IT-EOF-SW     PIC X(01) VALUE 'N'.
000680     88 WK-IT-EOF          VALUE 'Y'.
000690   05 WK-TS-EOF-SW     PIC X(01) VALUE 'N'.
000700     88 WK-TS-EOF          VALUE 'Y'.
000710*  申告サマリが見つかった（無ければ突合できない）
000720   05 WK-TS-FOUND-SW   PIC X(01) VALUE 'N'.
000730     88 WK-TS-FOUND        VALUE 'Y'.
000740*--- 対象月 ---
000750 01 WK-PERIOD-AREA.
000760   05 WK-RUN-DATE      PIC 9(08).
000770   05 WK-PERIOD        PIC 9(06).
000780   05 WK-PERIOD-START  PIC 9(08).
000790   05 WK-DATE-SERIAL   PIC 9(07).
000800   05 WK-DATE-RETURN-CD PIC 9(02).
000810*--- 税率区分別の突合表（請求書側と申告側）---
000820 01 WK-RATE-TABLE.
000830   05 WK-RC-COUNT      PIC 9(02) VALUE 0.
000840   05 WK-RC-ENTRY OCCURS 10 TIMES.
000850     10 WK-RC-CODE     PIC X(02).
000860     10 WK-RC-INV-CT   PIC 9(05).
000870     10 WK-RC-INV-BASE PIC 9(11).
000880     10 WK-RC-INV-TAX  PIC 9(11).
000890     10 WK-RC-FIL-SW   PIC X(01).
000900     10 WK-RC-FIL-BASE PIC 9(11).
000910     10 WK-RC-FIL-TAX  PIC 9(11).
000920   05 WK-RC-IDX        PIC 9(02).
000930   05 WK-RC-FOUND-IDX  PIC 9(02).
000940   05 WK-SEARCH-CODE   PIC X(02).
000950*--- 差異の計算と合計 ---
000960 01 WK-DIFF-WORK.
000970   05 WK-BASE-DIFF     PIC S9(11).
000980   05 WK-TAX-DIFF      PIC S9(11).
000990   05 WK-TOT-INV-BASE  PIC 9(11) VALUE 0.
001000   05 WK-TOT-INV-TAX   PIC 9(11) VALUE 0.
001010   05 WK-TOT-FIL-BASE  PIC 9(11) VALUE 0.
001020   05 WK-TOT-FIL-TAX   PIC 9(11) VALUE 0.
001030 01 WK-COUNTERS.
001040   05 WK-IT-READ-CT    PIC 9(06) VALUE 0.
001050   05 WK-IT-USED-CT    PIC 9(06) VALUE 0.
001060   05 WK-MATCH-CT      PIC 9(02) VALUE 0.
001070   05 WK-DIFF-CT       PIC 9(02) VALUE 0.
001080   05 WK-SKIP-CT       PIC 9(05) VALUE 0.
001090*--- 突合レポートの各行 ---
001100 01 WK-RPT-HEADER.
001110   05 FILLER           PIC X(34)
001120       VALUE 'INVOICE TAX VS FILING SUMMARY     '.
001130   05 FILLER           PIC X(08) VALUE 'PERIOD: '.
001140   05 WK-RH-PERIOD     PIC 9(06).
001150   05 FILLER           PIC X(07) VALUE '  RUN: '.
001160   05 WK-RH-RUN-DATE   PIC 9(08).
001170   05 FILLER           PIC X(37) VALUE SPACES.
001180 01 WK-RPT-COLUMNS.
001190   05 FILLER           PIC X(38) VALUE
001200       'RT  INVOICES INVOICE BASE  INVOICE TAX'.
001210   05 FILLER           PIC X(38) VALUE
001220       '  FILING BASE   FILING TAX   BASE DIFF'.
001222   05 FILLER           PIC X(24) VALUE
001224       '   TAX DIFF RESULT      '.
001230 01 WK-RPT-DETAIL.
001240   05 WK-RD-CODE       PIC X(02).
001250   05 FILLER           PIC X(01) VALUE SPACE.
001260   05 WK-RD-INV-CT     PIC ZZZZZZZZ9.
001270   05 FILLER           PIC X(01) VALUE SPACE.
001280   05 WK-RD-INV-BASE   PIC ZZZZZZZZZZZ9.
001290   05 FILLER           PIC X(01) VALUE SPACE.
001300   05 WK-RD-INV-TAX    PIC ZZZZZZZZZZZ9.
001310   05 FILLER           PIC X(01) VALUE SPACE.
001320   05 WK-RD-FIL-BASE   PIC ZZZZZZZZZZZ9.
001330   05 FILLER           PIC X(01) VALUE SPACE.
001340   05 WK-RD-FIL-TAX    PIC ZZZZZZZZZZZ9.
001350   05 FILLER           PIC X(01) VALUE SPACE.
001360   05 WK-RD-BASE-DIFF  PIC -(10)9.
001370   05 FILLER           PIC X(01) VALUE SPACE.
001380   05 WK-RD-TAX-DIFF   PIC -(9)9.
001390   05 FILLER           PIC X(01) VALUE SPACE.
001400   05 WK-RD-RESULT     PIC X(12).
001410 01 WK-RPT-COUNT-LINE.
001420   05 WK-RL-LABEL      PIC X(30).
001430   05 WK-RL-COUNT      PIC ZZZZZ9.
001440   05 FILLER           PIC X(64) VALUE SPACES.
001450 PROCEDURE DIVISION.
001460 MAIN-PROC.
001470*    対象月に発行した請求書の税率区分別の課税対象額・税額を集計し、
001480*    消費税申告サマリの税率区分ごとの課税標準・税額と突合する。
001490*    どちらか一方にしか無い税率区分も差異として印字し、差異が
001500*    あればRETURN-CODEに4を立てる
001510     CALL 'BUSDATE' USING WK-RUN-DATE.
001520     PERFORM LOAD-CONTROL-PROC.
001530     IF WK-PERIOD = 0
001540         MOVE 8 TO RETURN-CODE
001550         GOBACK
001560     END-IF.
001570     PERFORM LOAD-INVOICE-TAX-PROC.
001580     PERFORM LOAD-TAX-SUMMARY-PROC.
001590     OPEN OUTPUT TAXRECON-REPORT-OUT.
001600     MOVE WK-PERIOD   TO WK-RH-PERIOD.
001610     MOVE WK-RUN-DATE TO WK-RH-RUN-DATE.
001620     WRITE TAXRECON-REPORT-REC FROM WK-RPT-HEADER.
001630     MOVE SPACES TO TAXRECON-REPORT-REC.
001640     WRITE TAXRECON-REPORT-REC.
001650     IF NOT WK-TS-FOUND
001660         MOVE 'NO TAXSUMM.RPT - FILING FIGURES TAKEN AS ZERO'
001670             TO TAXRECON-REPORT-REC
001680         WRITE TAXRECON-REPORT-REC
001690         MOVE SPACES TO TAXRECON-REPORT-REC
001700         WRITE TAXRECON-REPORT-REC
001710     END-IF.
001720     WRITE TAXRECON-REPORT-REC FROM WK-RPT-COLUMNS.
001730     PERFORM WRITE-RATE-LINE-PROC
001740         VARYING WK-RC-IDX FROM 1 BY 1
001750         UNTIL WK-RC-IDX > WK-RC-COUNT.
001760     PERFORM WRITE-TOTAL-LINE-PROC.
001770     PERFORM WRITE-COUNT-LINES-PROC.
001780     CLOSE TAXRECON-REPORT-OUT.
001790     DISPLAY 'TAXRECON: PERIOD          = ' WK-PERIOD.
001800     DISPLAY 'TAXRECON: INVOICE ROWS    = ' WK-IT-USED-CT.
001810     DISPLAY 'TAXRECON: RATES MATCHED   = ' WK-MATCH-CT.
001820     DISPLAY 'TAXRECON: RATES DIFFERENT = ' WK-DIFF-CT.
001830     IF WK-DIFF-CT > 0
001840         MOVE 4 TO RETURN-CODE
001850     END-IF.
001860     GOBACK.
001870 LOAD-CONTROL-PROC.
001880*    対象月を決める。指定が不正な場合は対象月を0として実行を
001890*    打ち切る
001900     MOVE WK-RUN-DATE(1:6) TO WK-PERIOD.
001910     OPEN INPUT TAXRECON-CONTROL-IN.
001920     IF WK-CT-FILE-STATUS NOT = '35'
001930         READ TAXRECON-CONTROL-IN
001940             AT END
001950                 CONTINUE
001960             NOT AT END
001970                 IF TC-PERIOD IS NUMERIC
001980                     MOVE TC-PERIOD-N TO WK-PERIOD
001990                 ELSE
002000                     MOVE 0 TO WK-PERIOD
002010                 END-IF
002020         END-READ
002030         CLOSE TAXRECON-CONTROL-IN
002040     END-IF.
002050     IF WK-PERIOD NOT = 0
002060         COMPUTE WK-PERIOD-START = WK-PERIOD * 100 + 1
002070         CALL 'DATECHK' USING WK-PERIOD-START WK-DATE-RETURN-CD
002080             WK-DATE-SERIAL
002090         IF WK-DATE-RETURN-CD NOT = 00
002100             MOVE 0 TO WK-PERIOD
002110         END-IF
002120     END-IF.
002130     IF WK-PERIOD = 0
002140         DISPLAY 'TAXRECON: INVALID PERIOD IN TAXRECON.CTL - '
002150             'RUN REFUSED'
002160     END-IF.
002170 LOAD-INVOICE-TAX-PROC.
002180*    請求書の税率区分別の内訳履歴のうち、請求日が対象月の行を
002190*    税率区分ごとに合計する（無い場合は請求書側0）
002200     OPEN INPUT INVOICE-TAX-IN.
002210     IF WK-IT-FILE-STATUS = '35'
002220         DISPLAY 'TAXRECON: NO INVTAX.DAT - NO INVOICE TAX'
002230         SET WK-IT-EOF TO TRUE
002240     ELSE
002250         PERFORM READ-INVOICE-TAX-PROC
002260             UNTIL WK-IT-EOF
002270         CLOSE INVOICE-TAX-IN
002280     END-IF.
002290 READ-INVOICE-TAX-PROC.
002300     READ INVOICE-TAX-IN
002310         AT END
002320             SET WK-IT-EOF TO TRUE
002330         NOT AT END
002340             ADD 1 TO WK-IT-READ-CT
002350             IF IT-INV-YYYYMM = WK-PERIOD
002360                 MOVE IT-RATE-CD TO WK-SEARCH-CODE
002370                 PERFORM FIND-RATE-PROC
002380                 IF WK-RC-FOUND-IDX = 0
002390                     ADD 1 TO WK-SKIP-CT
002400                 ELSE
002410                     ADD 1 TO WK-IT-USED-CT
002420                     ADD 1 TO WK-RC-INV-CT(WK-RC-FOUND-IDX)
002430                     ADD IT-BASE
002440                         TO WK-RC-INV-BASE(WK-RC-FOUND-IDX)
002450                     ADD IT-TAX
002460                         TO WK-RC-INV-TAX(WK-RC-FOUND-IDX)
002470                 END-IF
002480             END-IF
002490     END-READ.
002500 LOAD-TAX-SUMMARY-PROC.
002510*    申告サマリの税率区分の行（課税標準の見出しがある行。合計行TT
002520*    は除く）を読み込む
002530     OPEN INPUT TAX-SUMMARY-IN.
002540     IF WK-TS-FILE-STATUS = '35'
002550         DISPLAY 'TAXRECON: NO TAXSUMM.RPT - FILING TAKEN AS ZERO'
002560         SET WK-TS-EOF TO TRUE
002570     ELSE
002580         SET WK-TS-FOUND TO TRUE
002590         PERFORM READ-TAX-SUMMARY-PROC
002600             UNTIL WK-TS-EOF
002610         CLOSE TAX-SUMMARY-IN
002620     END-IF.
002630 READ-TAX-SUMMARY-PROC.
002640     READ TAX-SUMMARY-IN
002650         AT END
002660             SET WK-TS-EOF TO TRUE
002670         NOT AT END
002680             IF TS-BASE-LABEL = '  BASE: ' AND TS-CODE NOT = 'TT'
002690                 MOVE TS-CODE TO WK-SEARCH-CODE
002700                 PERFORM FIND-RATE-PROC
002710                 IF WK-RC-FOUND-IDX = 0
002720                     ADD 1 TO WK-SKIP-CT
002730                 ELSE
002740                     MOVE 'Y' TO WK-RC-FIL-SW(WK-RC-FOUND-IDX)
002750                     MOVE TS-BASE
002760                         TO WK-RC-FIL-BASE(WK-RC-FOUND-IDX)
002770                     MOVE TS-TAX
002780                         TO WK-RC-FIL-TAX(WK-RC-FOUND-IDX)
002790                 END-IF
002800             END-IF
002810     END-READ.
002820 FIND-RATE-PROC.
002830*    税率区分の突合表の添字を返す。未登録の区分は末尾に追加する
002840*    （表が一杯なら0）
002850     MOVE 0 TO WK-RC-FOUND-IDX.
002860     PERFORM FIND-RATE-STEP-PROC
002870         VARYING WK-RC-IDX FROM 1 BY 1
002880         UNTIL WK-RC-IDX > WK-RC-COUNT
002890             OR WK-RC-FOUND-IDX NOT = 0.
002900     IF WK-RC-FOUND-IDX = 0 AND WK-RC-COUNT < 10
002910         ADD 1 TO WK-RC-COUNT
002920         MOVE WK-RC-COUNT    TO WK-RC-FOUND-IDX
002930         MOVE WK-SEARCH-CODE TO WK-RC-CODE(WK-RC-COUNT)
002940         MOVE 0   TO WK-RC-INV-CT(WK-RC-COUNT)
002950         MOVE 0   TO WK-RC-INV-BASE(WK-RC-COUNT)
002960         MOVE 0   TO WK-RC-INV-TAX(WK-RC-COUNT)
002970         MOVE 'N' TO WK-RC-FIL-SW(WK-RC-COUNT)
002980         MOVE 0   TO WK-RC-FIL-BASE(WK-RC-COUNT)
002990         MOVE 0   TO WK-RC-FIL-TAX(WK-RC-COUNT)
003000     END-IF.
003010 FIND-RATE-STEP-PROC.
003020     IF WK-RC-CODE(WK-RC-IDX) = WK-SEARCH-CODE
003030         MOVE WK-RC-IDX TO WK-RC-FOUND-IDX
003040     END-IF.
003050 WRITE-RATE-LINE-PROC.
003060*    税率区分1件分の請求書側・申告側の金額と差異（申告側−請求書
003070*    側）を印字する
003080     MOVE WK-RC-CODE(WK-RC-IDX)     TO WK-RD-CODE.
003090     MOVE WK-RC-INV-CT(WK-RC-IDX)   TO WK-RD-INV-CT.
003100     MOVE WK-RC-INV-BASE(WK-RC-IDX) TO WK-RD-INV-BASE.
003110     MOVE WK-RC-INV-TAX(WK-RC-IDX)  TO WK-RD-INV-TAX.
003120     MOVE WK-RC-FIL-BASE(WK-RC-IDX) TO WK-RD-FIL-BASE.
003130     MOVE WK-RC-FIL-TAX(WK-RC-IDX)  TO WK-RD-FIL-TAX.
003140     COMPUTE WK-BASE-DIFF =
003150         WK-RC-FIL-BASE(WK-RC-IDX) - WK-RC-INV-BASE(WK-RC-IDX).
003160     COMPUTE WK-TAX-DIFF =
003170         WK-RC-FIL-TAX(WK-RC-IDX) - WK-RC-INV-TAX(WK-RC-IDX).
003180     MOVE WK-BASE-DIFF TO WK-RD-BASE-DIFF.
003190     MOVE WK-TAX-DIFF  TO WK-RD-TAX-DIFF.
003200     EVALUATE TRUE
003210         WHEN WK-RC-FIL-SW(WK-RC-IDX) = 'N'
003220             MOVE 'INVOICE ONLY' TO WK-RD-RESULT
003230             ADD 1 TO WK-DIFF-CT
003240         WHEN WK-RC-INV-CT(WK-RC-IDX) = 0
003250                 AND (WK-RC-FIL-BASE(WK-RC-IDX) NOT = 0
003260                  OR WK-RC-FIL-TAX(WK-RC-IDX) NOT = 0)
003270             MOVE 'FILING ONLY'  TO WK-RD-RESULT
003280             ADD 1 TO WK-DIFF-CT
003290         WHEN WK-BASE-DIFF NOT = 0 OR WK-TAX-DIFF NOT = 0
003300             MOVE 'DIFFERENT'    TO WK-RD-RESULT
003310             ADD 1 TO WK-DIFF-CT
003320         WHEN OTHER
003330             MOVE 'MATCHED'      TO WK-RD-RESULT
003340             ADD 1 TO WK-MATCH-CT
003350     END-EVALUATE.
003360     WRITE TAXRECON-REPORT-REC FROM WK-RPT-DETAIL.
003370     ADD WK-RC-INV-BASE(WK-RC-IDX) TO WK-TOT-INV-BASE.
003380     ADD WK-RC-INV-TAX(WK-RC-IDX)  TO WK-TOT-INV-TAX.
003390     ADD WK-RC-FIL-BASE(WK-RC-IDX) TO WK-TOT-FIL-BASE.
003400     ADD WK-RC-FIL-TAX(WK-RC-IDX)  TO WK-TOT-FIL-TAX.
003410 WRITE-TOTAL-LINE-PROC.
003420*    全税率区分の合計行
003430     MOVE 'TT'            TO WK-RD-CODE.
003440     MOVE WK-IT-USED-CT   TO WK-RD-INV-CT.
003450     MOVE WK-TOT-INV-BASE TO WK-RD-INV-BASE.
003460     MOVE WK-TOT-INV-TAX  TO WK-RD-INV-TAX.
003470     MOVE WK-TOT-FIL-BASE TO WK-RD-FIL-BASE.
003480     MOVE WK-TOT-FIL-TAX  TO WK-RD-FIL-TAX.
003490     COMPUTE WK-BASE-DIFF = WK-TOT-FIL-BASE - WK-TOT-INV-BASE.
003500     COMPUTE WK-TAX-DIFF  = WK-TOT-FIL-TAX  - WK-TOT-INV-TAX.
003510     MOVE WK-BASE-DIFF TO WK-RD-BASE-DIFF.
003520     MOVE WK-TAX-DIFF  TO WK-RD-TAX-DIFF.
003530     IF WK-BASE-DIFF = 0 AND WK-TAX-DIFF = 0
003540         MOVE 'MATCHED'   TO WK-RD-RESULT
003550     ELSE
003560         MOVE 'DIFFERENT' TO WK-RD-RESULT
003570     END-IF.
003580     MOVE SPACES TO TAXRECON-REPORT-REC.
003590     WRITE TAXRECON-REPORT-REC.
003600     WRITE TAXRECON-REPORT-REC FROM WK-RPT-DETAIL.
003610 WRITE-COUNT-LINES-PROC.
003620     MOVE SPACES TO TAXRECON-REPORT-REC.
003630     WRITE TAXRECON-REPORT-REC.
003640     MOVE 'RATES MATCHED'         TO WK-RL-LABEL.
003650     MOVE WK-MATCH-CT             TO WK-RL-COUNT.
003660     WRITE TAXRECON-REPORT-REC FROM WK-RPT-COUNT-LINE.
003670     MOVE 'RATES WITH DIFFERENCES' TO WK-RL-LABEL.
003680     MOVE WK-DIFF-CT              TO WK-RL-COUNT.
003690     WRITE TAXRECON-REPORT-REC FROM WK-RPT-COUNT-LINE.
003700     IF WK-SKIP-CT > 0
003710         MOVE 'ROWS NOT CHECKED (TABLE FULL)' TO WK-RL-LABEL
003720         MOVE WK-SKIP-CT          TO WK-RL-COUNT
003730         WRITE TAXRECON-REPORT-REC FROM WK-RPT-COUNT-LINE
003740     END-IF.
