000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    QUOTECNV.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  見積の受注変換バッチを新規作成（顧客
000080*                             が受諾した見積番号から受注ファイル
000090*                             (ORDERIN.DAT)へ見積単価で固定した受注
000100*                             を追記する。期限切れ・変換済み・未登録
000110*                             の見積は却下し、見積履歴の状態を更新
000112*                             して顧客別の見積成約率を出力する）
000115*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000117*                             するよう変更（再実行・遅れ処理で
000120*                             処理対象の業務日を使う）
000130*----------------------------------------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170*    顧客が受諾した見積（見積番号と担当営業の社員番号）
000180     SELECT QUOTE-ACCEPT-IN ASSIGN TO 'QUOTEACC.DAT'
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WK-QA-FILE-STATUS.
000210*    見積履歴（SAMPLE06が追記し、この変換で状態を書き換える）
000220     SELECT QUOTE-HIST-IO ASSIGN TO 'QUOTEHST.DAT'
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WK-QH-FILE-STATUS.
000250*    受注ファイル（受注編集(ORDEDIT)の入力。当日分へ追記する）
000260     SELECT ORDER-OUT ASSIGN TO 'ORDERIN.DAT'
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WK-OR-FILE-STATUS.
000290*    変換結果と顧客別の見積成約率
000300     SELECT CONVERT-REPORT-OUT ASSIGN TO 'QUOTECNV.RPT'
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  QUOTE-ACCEPT-IN.
000350 01 QUOTE-ACCEPT-REC.
000360   05 QA-QUOTE-NO      PIC 9(07).
000370*  担当営業の社員番号（空白は担当なし。ORDEDITが社員マスタで検証）
000380   05 QA-SALES-EMP     PIC X(05).
000390 FD  QUOTE-HIST-IO.
000400 01 QUOTE-HIST-REC.
000410*  見積履歴の1レコード（SAMPLE06の作成中の見積と同期させること）
000420   05 QH-QUOTE-NO      PIC 9(07).
000430   05 QH-QUOTE-DATE    PIC 9(08).
000440   05 QH-VALID-UNTIL   PIC 9(08).
000450   05 QH-CUST-CD       PIC X(10).
000460   05 QH-CURRENCY-CD   PIC X(03).
000470   05 QH-FX-RATE       PIC 9(03)V9999.
000480   05 QH-FX-DATE       PIC 9(08).
000490   05 QH-LINE-COUNT    PIC 9(02).
000500   05 QH-LINE OCCURS 3 TIMES.
000510     10 QH-ITEM-CD     PIC X(08).
000520     10 QH-ITEM-CAT    PIC X(01).
000530     10 QH-UNIT-PRICE  PIC 9(07).
000540     10 QH-QTY         PIC 9(03).
000550     10 QH-TAX-RATE    PIC V99.
000560   05 QH-SUBTOTAL      PIC 9(09).
000570   05 QH-TAX-TOTAL     PIC 9(07).
000580   05 QH-TOTAL         PIC 9(09).
000590*  状態（O=提示中、C=受注へ変換済み、E=期限切れ）と状態の変更日
000600   05 QH-STATUS        PIC X(01).
000610     88 QH-OPEN            VALUE 'O'.
000620     88 QH-CONVERTED       VALUE 'C'.
000630     88 QH-EXPIRED         VALUE 'E'.
000640   05 QH-STATUS-DATE   PIC 9(08).
000650   05 QH-REQ-REF       PIC X(06).
000660 FD  ORDER-OUT.
000670 01 ORDER-REC.
000680*  受注ファイルの1レコード（ORDEDITの受注入力と同じ並び）
000690   05 OR-ORDER-DATE    PIC 9(08).
000700   05 OR-CUST-CD       PIC X(10).
000710   05 OR-PRICE         PIC 9(07).
000720   05 OR-LINE-COUNT    PIC 9(02).
000730   05 OR-LI-ENTRY OCCURS 3 TIMES.
000740     10 OR-LI-PRICE    PIC 9(07).
000750     10 OR-LI-QTY      PIC 9(03).
000760     10 OR-LI-CAT      PIC X(01).
000770   05 OR-SALES-EMP     PIC X(05).
000780   05 OR-LI-ITEM-CD    PIC X(08) OCCURS 3 TIMES.
000790   05 OR-QUOTE-NO      PIC 9(07).
000800 FD  CONVERT-REPORT-OUT.
000810 01 CONVERT-REPORT-REC PIC X(80).
000820 WORKING-STORAGE SECTION.
000830 01 WK-FLAGS.
000840   05 WK-QA-FILE-STATUS PIC X(02).
000850   05 WK-QH-FILE-STATUS PIC X(02).
000860   05 WK-OR-FILE-STATUS PIC X(02).
000870   05 WK-QA-EOF-SW     PIC X(01) VALUE 'N'.
000880     88 WK-QA-EOF          VALUE 'Y'.
000890   05 WK-QH-EOF-SW     PIC X(01) VALUE 'N'.
000900     88 WK-QH-EOF          VALUE 'Y'.
000910*  見積履歴がテーブルに収まらない（書き戻すと見積が失われるため
000920*  実行を打ち切る）
000930   05 WK-TABLE-FULL-SW PIC X(01) VALUE 'N'.
000940     88 WK-TABLE-FULL      VALUE 'Y'.
000950 01 WK-RUN-AREA.
000960   05 WK-RUN-DATE      PIC 9(08).
000970*  受注1件の金額の上限（受注の本体価格の桁数。SUBPGM01と同じ）
000980   05 WK-MAX-ORDER-AMT PIC 9(07) VALUE 9999999.
000990*--- 見積履歴のテーブル（見積番号と履歴レコードの写し）---
001000 01 WK-QH-TABLE.
001010   05 WK-QH-COUNT      PIC 9(04) VALUE 0.
001020   05 WK-QH-ENTRY OCCURS 2000 TIMES.
001030     10 WK-QH-QUOTE-NO PIC 9(07).
001040     10 WK-QH-DATA     PIC X(156).
001050 01 WK-QH-WORK.
001060   05 WK-QH-IDX        PIC 9(04).
001070   05 WK-QH-FOUND-IDX  PIC 9(04).
001080   05 WK-LI-IDX        PIC 9(02).
001090*--- 顧客別の見積成約率の集計 ---
001100 01 WK-CUST-RATE-TABLE.
001110   05 WK-CR-COUNT      PIC 9(03) VALUE 0.
001120   05 WK-CR-ENTRY OCCURS 500 TIMES.
001130     10 WK-CR-CUST-CD  PIC X(10).
001140     10 WK-CR-ISSUED   PIC 9(05).
001150     10 WK-CR-CONVERTED PIC 9(05).
001160     10 WK-CR-EXPIRED  PIC 9(05).
001170     10 WK-CR-OPEN     PIC 9(05).
001180 01 WK-CUST-RATE-WORK.
001190   05 WK-CR-IDX        PIC 9(03).
001200   05 WK-CR-FOUND-IDX  PIC 9(03).
001210   05 WK-CR-PCT        PIC 9(03)V9.
001220   05 WK-TOT-ISSUED    PIC 9(05) VALUE 0.
001230   05 WK-TOT-CONVERTED PIC 9(05) VALUE 0.
001240   05 WK-TOT-EXPIRED   PIC 9(05) VALUE 0.
001250   05 WK-TOT-OPEN      PIC 9(05) VALUE 0.
001260*--- 件数 ---
001270 01 WK-COUNTERS.
001280   05 WK-ACCEPT-READ-CT PIC 9(05) VALUE 0.
001290   05 WK-CONVERT-CT    PIC 9(05) VALUE 0.
001300   05 WK-REJECT-CT     PIC 9(05) VALUE 0.
001310   05 WK-EXPIRE-CT     PIC 9(05) VALUE 0.
001320   05 WK-REASON        PIC X(20).
001330*--- LOCKMGR呼び出し用ワーク（実行間ロック）---
001340 01 WK-LOCK-AREA.
001350   05 WK-LOCK-FUNC     PIC X(01).
001360   05 WK-LOCK-PGM      PIC X(08) VALUE 'QUOTECNV'.
001370   05 WK-LOCK-FILES.
001380     10 FILLER         PIC X(10) VALUE 'QUOTEHST  '.
001390     10 FILLER         PIC X(40) VALUE SPACES.
001400   05 WK-LOCK-RETURN-CD PIC 9(02).
001410*--- レポートの見出し・明細・合計行 ---
001420 01 WK-RPT-HEADER.
001430   05 FILLER           PIC X(40)
001440       VALUE 'QUOTE CONVERSION REPORT                 '.
001450   05 WK-RH-DATE       PIC 9(08).
001460 01 WK-RPT-RESULT-COLUMNS.
001470   05 FILLER           PIC X(42) VALUE
001480       'RESULT     QUOTE   CUSTOMER   VALID UNTIL '.
001490   05 FILLER           PIC X(26) VALUE
001500       '     TOTAL  NOTE'.
001510 01 WK-RPT-RESULT-LINE.
001520   05 WK-RL-RESULT     PIC X(10).
001530   05 FILLER           PIC X(01) VALUE SPACE.
001540   05 WK-RL-QUOTE-NO   PIC 9(07).
001550   05 FILLER           PIC X(01) VALUE SPACE.
001560   05 WK-RL-CUST-CD    PIC X(10).
001570   05 FILLER           PIC X(01) VALUE SPACE.
001580   05 WK-RL-VALID      PIC X(08).
001590   05 FILLER           PIC X(04) VALUE SPACES.
001600   05 WK-RL-TOTAL      PIC ZZZZZZZZZZ.
001610   05 FILLER           PIC X(02) VALUE SPACES.
001620   05 WK-RL-NOTE       PIC X(20).
001630 01 WK-RPT-COUNT-LINE.
001640   05 WK-CL-LABEL      PIC X(20).
001650   05 WK-CL-COUNT      PIC ZZZZ9.
001660 01 WK-RPT-RATE-TITLE.
001670   05 FILLER           PIC X(40)
001680       VALUE 'QUOTE CONVERSION RATE BY CUSTOMER       '.
001690 01 WK-RPT-RATE-COLUMNS.
001700   05 FILLER           PIC X(42) VALUE
001710       'CUSTOMER    ISSUED CONVERTED EXPIRED   OPE'.
001720   05 FILLER           PIC X(10) VALUE
001730       'N   RATE%'.
001740 01 WK-RPT-RATE-LINE.
001750   05 WK-RR-CUST-CD    PIC X(10).
001760   05 FILLER           PIC X(01) VALUE SPACE.
001770   05 WK-RR-ISSUED     PIC ZZZZZZ9.
001780   05 FILLER           PIC X(01) VALUE SPACE.
001790   05 WK-RR-CONVERTED  PIC ZZZZZZZZ9.
001800   05 FILLER           PIC X(01) VALUE SPACE.
001810   05 WK-RR-EXPIRED    PIC ZZZZZZ9.
001820   05 FILLER           PIC X(01) VALUE SPACE.
001830   05 WK-RR-OPEN       PIC ZZZZ9.
001840   05 FILLER           PIC X(01) VALUE SPACE.
001850   05 WK-RR-PCT        PIC ZZ9.9.
001860 PROCEDURE DIVISION.
001870 MAIN-PROC.
001880*    見積履歴を読み込んで有効期限を過ぎた提示中の見積を期限切れに
001890*    し、顧客が受諾した見積を受注ファイルへ追記する。受注の単価は
001900*    見積単価そのもので、ORDEDITが受注番号と見積番号の対応を残し
001910*    SAMPLE02が数量割引を重ねないことで見積の金額で請求される。
001920*    最後に見積履歴を書き戻し、顧客別の見積成約率を出力する
001930     CALL 'BUSDATE' USING WK-RUN-DATE.
001940     MOVE 'L' TO WK-LOCK-FUNC.
001950     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
001960         WK-LOCK-FILES WK-LOCK-RETURN-CD.
001970     IF WK-LOCK-RETURN-CD NOT = 00
001980         DISPLAY 'QUOTECNV: QUOTE HISTORY LOCKED BY ANOTHER RUN'
001990             ' - RUN REFUSED'
002000         MOVE 8 TO RETURN-CODE
002010         GOBACK
002020     END-IF.
002030     PERFORM LOAD-QUOTE-HIST-PROC.
002040     IF WK-TABLE-FULL
002050         DISPLAY 'QUOTECNV: QUOTEHST.DAT EXCEEDS TABLE SIZE'
002060             ' - RUN REFUSED'
002070         PERFORM RELEASE-LOCK-PROC
002080         MOVE 8 TO RETURN-CODE
002090         GOBACK
002100     END-IF.
002110     PERFORM EXPIRE-QUOTE-PROC
002120         VARYING WK-QH-IDX FROM 1 BY 1
002130         UNTIL WK-QH-IDX > WK-QH-COUNT.
002140     OPEN OUTPUT CONVERT-REPORT-OUT.
002150     MOVE WK-RUN-DATE TO WK-RH-DATE.
002160     WRITE CONVERT-REPORT-REC FROM WK-RPT-HEADER.
002170     MOVE SPACES TO CONVERT-REPORT-REC.
002180     WRITE CONVERT-REPORT-REC.
002190     WRITE CONVERT-REPORT-REC FROM WK-RPT-RESULT-COLUMNS.
002200     PERFORM CONVERT-ACCEPTED-PROC.
002210     PERFORM WRITE-COUNTS-PROC.
002220     PERFORM REWRITE-QUOTE-HIST-PROC.
002230     PERFORM WRITE-RATE-REPORT-PROC.
002240     CLOSE CONVERT-REPORT-OUT.
002250     DISPLAY 'QUOTECNV: ACCEPTED READ = ' WK-ACCEPT-READ-CT.
002260     DISPLAY 'QUOTECNV: CONVERTED     = ' WK-CONVERT-CT.
002270     DISPLAY 'QUOTECNV: REJECTED      = ' WK-REJECT-CT.
002280     DISPLAY 'QUOTECNV: EXPIRED TODAY = ' WK-EXPIRE-CT.
002290     PERFORM RELEASE-LOCK-PROC.
002300     IF WK-REJECT-CT > 0
002310         MOVE 4 TO RETURN-CODE
002320     END-IF.
002330     GOBACK.
002340 RELEASE-LOCK-PROC.
002350*    取得した実行間ロックを解放する
002360     MOVE 'U' TO WK-LOCK-FUNC.
002370     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
002380         WK-LOCK-FILES WK-LOCK-RETURN-CD.
002390 LOAD-QUOTE-HIST-PROC.
002400*    見積履歴を全件読み込む（無い場合は見積なしとして続行する）
002410     OPEN INPUT QUOTE-HIST-IO.
002420     IF WK-QH-FILE-STATUS = '35'
002430         DISPLAY 'QUOTECNV: NO QUOTEHST.DAT - NO QUOTES ISSUED'
002440         SET WK-QH-EOF TO TRUE
002450     ELSE
002460         PERFORM READ-QUOTE-HIST-PROC
002470             UNTIL WK-QH-EOF
002480         CLOSE QUOTE-HIST-IO
002490     END-IF.
002500 READ-QUOTE-HIST-PROC.
002510     READ QUOTE-HIST-IO
002520         AT END
002530             SET WK-QH-EOF TO TRUE
002540         NOT AT END
002550             IF WK-QH-COUNT < 2000
002560                 ADD 1 TO WK-QH-COUNT
002570                 MOVE QH-QUOTE-NO
002580                     TO WK-QH-QUOTE-NO(WK-QH-COUNT)
002590                 MOVE QUOTE-HIST-REC TO WK-QH-DATA(WK-QH-COUNT)
002600             ELSE
002610                 SET WK-TABLE-FULL TO TRUE
002620             END-IF
002630     END-READ.
002640 EXPIRE-QUOTE-PROC.
002650*    有効期限（当日まで有効）を過ぎた提示中の見積を期限切れにする
002660     MOVE WK-QH-DATA(WK-QH-IDX) TO QUOTE-HIST-REC.
002670     IF QH-OPEN AND QH-VALID-UNTIL < WK-RUN-DATE
002680         MOVE 'E' TO QH-STATUS
002690         MOVE WK-RUN-DATE TO QH-STATUS-DATE
002700         MOVE QUOTE-HIST-REC TO WK-QH-DATA(WK-QH-IDX)
002710         ADD 1 TO WK-EXPIRE-CT
002720     END-IF.
002730 CONVERT-ACCEPTED-PROC.
002740*    受諾された見積を1件ずつ変換する（ファイルが無い日は変換なし）
002750     OPEN INPUT QUOTE-ACCEPT-IN.
002760     IF WK-QA-FILE-STATUS = '35'
002770         DISPLAY 'QUOTECNV: NO QUOTEACC.DAT - NO CONVERSIONS'
002780     ELSE
002790         OPEN EXTEND ORDER-OUT
002800         IF WK-OR-FILE-STATUS = '35'
002810             OPEN OUTPUT ORDER-OUT
002820         END-IF
002830         PERFORM READ-QUOTE-ACCEPT-PROC
002840             UNTIL WK-QA-EOF
002850         CLOSE QUOTE-ACCEPT-IN ORDER-OUT
002860     END-IF.
002870 READ-QUOTE-ACCEPT-PROC.
002880     READ QUOTE-ACCEPT-IN
002890         AT END
002900             SET WK-QA-EOF TO TRUE
002910         NOT AT END
002920             ADD 1 TO WK-ACCEPT-READ-CT
002930             PERFORM CONVERT-ONE-QUOTE-PROC
002940     END-READ.
002950 CONVERT-ONE-QUOTE-PROC.
002960*    見積を受注へ変換できるか判定する。未登録・変換済み・期限切れ
002970*    の見積と、金額が受注の上限を超える見積は却下する
002980     MOVE SPACES TO WK-REASON.
002990     MOVE 0 TO WK-QH-FOUND-IDX.
003000     IF QA-QUOTE-NO IS NUMERIC
003010         PERFORM FIND-QUOTE-PROC
003020             VARYING WK-QH-IDX FROM 1 BY 1
003030             UNTIL WK-QH-IDX > WK-QH-COUNT
003040                 OR WK-QH-FOUND-IDX NOT = 0
003050     END-IF.
003060     IF WK-QH-FOUND-IDX = 0
003070         MOVE 'UNKNOWN QUOTE' TO WK-REASON
003080     ELSE
003090         MOVE WK-QH-DATA(WK-QH-FOUND-IDX) TO QUOTE-HIST-REC
003100         EVALUATE TRUE
003110             WHEN QH-CONVERTED
003120                 MOVE 'ALREADY CONVERTED' TO WK-REASON
003130             WHEN QH-EXPIRED
003140                 MOVE 'QUOTE EXPIRED' TO WK-REASON
003150             WHEN NOT QH-OPEN
003160                 MOVE 'INVALID STATUS' TO WK-REASON
003170             WHEN QH-SUBTOTAL > WK-MAX-ORDER-AMT
003180                 MOVE 'OVER ORDER LIMIT' TO WK-REASON
003190             WHEN OTHER
003200                 CONTINUE
003210         END-EVALUATE
003220     END-IF.
003230     IF WK-REASON = SPACES
003240         PERFORM WRITE-ORDER-PROC
003250         MOVE 'C' TO QH-STATUS
003260         MOVE WK-RUN-DATE TO QH-STATUS-DATE
003270         MOVE QUOTE-HIST-REC TO WK-QH-DATA(WK-QH-FOUND-IDX)
003280         ADD 1 TO WK-CONVERT-CT
003290         MOVE 'CONVERTED' TO WK-RL-RESULT
003300         MOVE 'ORDER WRITTEN' TO WK-RL-NOTE
003310     ELSE
003320         ADD 1 TO WK-REJECT-CT
003330         MOVE 'REJECTED' TO WK-RL-RESULT
003340         MOVE WK-REASON TO WK-RL-NOTE
003350     END-IF.
003360     PERFORM WRITE-RESULT-LINE-PROC.
003370 FIND-QUOTE-PROC.
003380     IF WK-QH-QUOTE-NO(WK-QH-IDX) = QA-QUOTE-NO
003390         MOVE WK-QH-IDX TO WK-QH-FOUND-IDX
003400     END-IF.
003410 WRITE-ORDER-PROC.
003420*    見積の明細を受注の明細へ写す。単価は見積単価（割引後の固定
003430*    価格）、受注日は変換日とし、見積番号を受注の末尾に付ける
003440     MOVE SPACES TO ORDER-REC.
003450     MOVE WK-RUN-DATE   TO OR-ORDER-DATE.
003460     MOVE QH-CUST-CD    TO OR-CUST-CD.
003470     MOVE QH-SUBTOTAL   TO OR-PRICE.
003480     MOVE QH-LINE-COUNT TO OR-LINE-COUNT.
003490     PERFORM MOVE-ORDER-LINE-PROC
003500         VARYING WK-LI-IDX FROM 1 BY 1
003510         UNTIL WK-LI-IDX > 3.
003520     MOVE QA-SALES-EMP  TO OR-SALES-EMP.
003530     MOVE QH-QUOTE-NO   TO OR-QUOTE-NO.
003540     WRITE ORDER-REC.
003550 MOVE-ORDER-LINE-PROC.
003560*    見積の明細が無い行は単価・数量0、区分と品目コードは空白とする
003570     IF WK-LI-IDX > QH-LINE-COUNT
003580         MOVE ZERO TO OR-LI-PRICE(WK-LI-IDX)
003590         MOVE ZERO TO OR-LI-QTY(WK-LI-IDX)
003600     ELSE
003610         MOVE QH-UNIT-PRICE(WK-LI-IDX) TO OR-LI-PRICE(WK-LI-IDX)
003620         MOVE QH-QTY(WK-LI-IDX)        TO OR-LI-QTY(WK-LI-IDX)
003630         MOVE QH-ITEM-CAT(WK-LI-IDX)   TO OR-LI-CAT(WK-LI-IDX)
003640         MOVE QH-ITEM-CD(WK-LI-IDX)    TO OR-LI-ITEM-CD(WK-LI-IDX)
003650     END-IF.
003660 WRITE-RESULT-LINE-PROC.
003670*    受諾1件の結果行（見積が未登録の場合は見積番号だけを印字する）
003680     MOVE QA-QUOTE-NO TO WK-RL-QUOTE-NO.
003690     IF WK-QH-FOUND-IDX = 0
003700         MOVE SPACES TO WK-RL-CUST-CD WK-RL-VALID
003710         MOVE ZERO   TO WK-RL-TOTAL
003720     ELSE
003730         MOVE QH-CUST-CD     TO WK-RL-CUST-CD
003740         MOVE QH-VALID-UNTIL TO WK-RL-VALID
003750         MOVE QH-TOTAL       TO WK-RL-TOTAL
003760     END-IF.
003770     WRITE CONVERT-REPORT-REC FROM WK-RPT-RESULT-LINE.
003780 WRITE-COUNTS-PROC.
003790     MOVE SPACES TO CONVERT-REPORT-REC.
003800     WRITE CONVERT-REPORT-REC.
003810     MOVE 'ACCEPTED QUOTES READ' TO WK-CL-LABEL.
003820     MOVE WK-ACCEPT-READ-CT      TO WK-CL-COUNT.
003830     WRITE CONVERT-REPORT-REC FROM WK-RPT-COUNT-LINE.
003840     MOVE 'CONVERTED TO ORDERS'  TO WK-CL-LABEL.
003850     MOVE WK-CONVERT-CT          TO WK-CL-COUNT.
003860     WRITE CONVERT-REPORT-REC FROM WK-RPT-COUNT-LINE.
003870     MOVE 'REJECTED'             TO WK-CL-LABEL.
003880     MOVE WK-REJECT-CT           TO WK-CL-COUNT.
003890     WRITE CONVERT-REPORT-REC FROM WK-RPT-COUNT-LINE.
003900     MOVE 'EXPIRED TODAY'        TO WK-CL-LABEL.
003910     MOVE WK-EXPIRE-CT           TO WK-CL-COUNT.
003920     WRITE CONVERT-REPORT-REC FROM WK-RPT-COUNT-LINE.
003930 REWRITE-QUOTE-HIST-PROC.
003940*    状態を更新した見積履歴を全件書き戻す
003950     OPEN OUTPUT QUOTE-HIST-IO.
003960     PERFORM WRITE-QUOTE-HIST-PROC
003970         VARYING WK-QH-IDX FROM 1 BY 1
003980         UNTIL WK-QH-IDX > WK-QH-COUNT.
003990     CLOSE QUOTE-HIST-IO.
004000 WRITE-QUOTE-HIST-PROC.
004010     MOVE WK-QH-DATA(WK-QH-IDX) TO QUOTE-HIST-REC.
004020     WRITE QUOTE-HIST-REC.
004030 WRITE-RATE-REPORT-PROC.
004040*    見積履歴の全件を顧客別に集計し、提示件数に対する受注変換
004050*    件数の割合（見積成約率）を出力する
004060     PERFORM ACCUMULATE-RATE-PROC
004070         VARYING WK-QH-IDX FROM 1 BY 1
004080         UNTIL WK-QH-IDX > WK-QH-COUNT.
004090     MOVE SPACES TO CONVERT-REPORT-REC.
004100     WRITE CONVERT-REPORT-REC.
004110     WRITE CONVERT-REPORT-REC FROM WK-RPT-RATE-TITLE.
004120     WRITE CONVERT-REPORT-REC FROM WK-RPT-RATE-COLUMNS.
004130     PERFORM WRITE-RATE-LINE-PROC
004140         VARYING WK-CR-IDX FROM 1 BY 1
004150         UNTIL WK-CR-IDX > WK-CR-COUNT.
004160     MOVE 'TOTAL'          TO WK-RR-CUST-CD.
004170     MOVE WK-TOT-ISSUED    TO WK-RR-ISSUED.
004180     MOVE WK-TOT-CONVERTED TO WK-RR-CONVERTED.
004190     MOVE WK-TOT-EXPIRED   TO WK-RR-EXPIRED.
004200     MOVE WK-TOT-OPEN      TO WK-RR-OPEN.
004210     IF WK-TOT-ISSUED = 0
004220         MOVE ZERO TO WK-CR-PCT
004230     ELSE
004240         COMPUTE WK-CR-PCT ROUNDED =
004250             WK-TOT-CONVERTED * 100 / WK-TOT-ISSUED
004260     END-IF.
004270     MOVE WK-CR-PCT TO WK-RR-PCT.
004280     WRITE CONVERT-REPORT-REC FROM WK-RPT-RATE-LINE.
004290 ACCUMULATE-RATE-PROC.
004300     MOVE WK-QH-DATA(WK-QH-IDX) TO QUOTE-HIST-REC.
004310     MOVE 0 TO WK-CR-FOUND-IDX.
004320     PERFORM FIND-CUST-RATE-PROC
004330         VARYING WK-CR-IDX FROM 1 BY 1
004340         UNTIL WK-CR-IDX > WK-CR-COUNT
004350             OR WK-CR-FOUND-IDX NOT = 0.
004360     IF WK-CR-FOUND-IDX = 0 AND WK-CR-COUNT < 500
004370         ADD 1 TO WK-CR-COUNT
004380         MOVE WK-CR-COUNT TO WK-CR-FOUND-IDX
004390         MOVE QH-CUST-CD TO WK-CR-CUST-CD(WK-CR-FOUND-IDX)
004400         MOVE ZERO TO WK-CR-ISSUED(WK-CR-FOUND-IDX)
004410         MOVE ZERO TO WK-CR-CONVERTED(WK-CR-FOUND-IDX)
004420         MOVE ZERO TO WK-CR-EXPIRED(WK-CR-FOUND-IDX)
004430         MOVE ZERO TO WK-CR-OPEN(WK-CR-FOUND-IDX)
004440     END-IF.
004450     IF WK-CR-FOUND-IDX NOT = 0
004460         ADD 1 TO WK-CR-ISSUED(WK-CR-FOUND-IDX)
004470         EVALUATE TRUE
004480             WHEN QH-CONVERTED
004490                 ADD 1 TO WK-CR-CONVERTED(WK-CR-FOUND-IDX)
004500             WHEN QH-EXPIRED
004510                 ADD 1 TO WK-CR-EXPIRED(WK-CR-FOUND-IDX)
004520             WHEN OTHER
004530                 ADD 1 TO WK-CR-OPEN(WK-CR-FOUND-IDX)
004540         END-EVALUATE
004550     END-IF.
004560 FIND-CUST-RATE-PROC.
004570     IF WK-CR-CUST-CD(WK-CR-IDX) = QH-CUST-CD
004580         MOVE WK-CR-IDX TO WK-CR-FOUND-IDX
004590     END-IF.
004600 WRITE-RATE-LINE-PROC.
004610     MOVE WK-CR-CUST-CD(WK-CR-IDX)   TO WK-RR-CUST-CD.
004620     MOVE WK-CR-ISSUED(WK-CR-IDX)    TO WK-RR-ISSUED.
004630     MOVE WK-CR-CONVERTED(WK-CR-IDX) TO WK-RR-CONVERTED.
004640     MOVE WK-CR-EXPIRED(WK-CR-IDX)   TO WK-RR-EXPIRED.
004650     MOVE WK-CR-OPEN(WK-CR-IDX)      TO WK-RR-OPEN.
004660     COMPUTE WK-CR-PCT ROUNDED = WK-CR-CONVERTED(WK-CR-IDX)
004670         * 100 / WK-CR-ISSUED(WK-CR-IDX).
004680     MOVE WK-CR-PCT TO WK-RR-PCT.
004690     WRITE CONVERT-REPORT-REC FROM WK-RPT-RATE-LINE.
004700     ADD WK-CR-ISSUED(WK-CR-IDX)    TO WK-TOT-ISSUED.
004710     ADD WK-CR-CONVERTED(WK-CR-IDX) TO WK-TOT-CONVERTED.
004720     ADD WK-CR-EXPIRED(WK-CR-IDX)   TO WK-TOT-EXPIRED.
004730     ADD WK-CR-OPEN(WK-CR-IDX)      TO WK-TOT-OPEN.
