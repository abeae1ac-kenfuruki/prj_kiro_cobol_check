000319*    違いを点検する）
000320     SELECT PRICE-VAR-OUT ASSIGN TO 'PRICEVAR.RPT'
000321         ORGANIZATION IS LINE SEQUENTIAL.
000322*    見積依頼（顧客別の品目・数量。同じ依頼番号の連続する行を
000323*    1通の見積にまとめる。ファイルが無い日は見積を作成しない）
000325     SELECT QUOTE-REQ-IN ASSIGN TO 'QUOTEREQ.DAT'
000326         ORGANIZATION IS LINE SEQUENTIAL
000327         FILE STATUS IS WK-QR-FILE-STATUS.
000329*    見積書（顧客へ提示する印字イメージ）
000330     SELECT QUOTE-OUT ASSIGN TO 'QUOTE.OUT'
000332         ORGANIZATION IS LINE SEQUENTIAL.
000333*    見積履歴（見積番号ごとに提示時点の単価・税率・為替レートと
000334*    状態を保持する。受注への変換はQUOTECNVが行う）
000336     SELECT QUOTE-HIST-OUT ASSIGN TO 'QUOTEHST.DAT'
000337         ORGANIZATION IS LINE SEQUENTIAL
000338         FILE STATUS IS WK-QH-FILE-STATUS.
000340*    見積番号の最終番号管理（実行をまたいで採番を持ち越す）
000341     SELECT QUOTE-CONTROL-IO ASSIGN TO 'QUOTECTL.DAT'
000343         ORGANIZATION IS LINE SEQUENTIAL
000344         FILE STATUS IS WK-QC-FILE-STATUS.
000345 DATA DIVISION.
000347 FILE SECTION.
000348 FD  RATE-MASTER.
000350 01 RATE-MASTER-REC.
000360   05 RM-CODE            PIC X(02).
000370   05 RM-RATE            PIC V99.
000640*  日次の為替レートフィード（通貨別のレートとレート日付）
000650   05 FX-CURR-CD          PIC X(03).
000660   05 FX-RATE             PIC 9(03)V9999.
000661   05 FX-RATE-DATE        PIC 9(08).
000662 FD  QUOTE-REQ-IN.
000663 01 QUOTE-REQ-REC.
000664*  見積依頼の1行（依頼番号・顧客・品目・数量・通貨・有効日数。
000665*  通貨と有効日数は依頼の先頭行の値を使う。空白は既定通貨／30日）
000666   05 QR-REQ-REF          PIC X(06).
000667   05 QR-CUST-CD          PIC X(10).
000668   05 QR-ITEM-CD          PIC X(08).
000669   05 QR-QTY              PIC 9(03).
000670   05 QR-CURRENCY-CD      PIC X(03).
000671   05 QR-VALID-DAYS       PIC 9(03).
000672 FD  QUOTE-OUT.
000673 01 QUOTE-REC             PIC X(80).
000674 FD  QUOTE-HIST-OUT.
000675 01 QUOTE-HIST-REC        PIC X(156).
000676 FD  QUOTE-CONTROL-IO.
000677 01 QUOTE-CONTROL-REC.
000678*  最終採番済みの見積番号（次の見積はこの番号＋1から）
000679   05 QC-LAST-NO          PIC 9(07).
000680 WORKING-STORAGE SECTION.
000690*--- 世代ファイル名とアーカイブ台帳（GENARCH）連携用 ---
000700 01 WK-GEN-AREA.
002086     88 WK-IM-EOF           VALUE 'Y'.
002087   05 WK-IM-AVAIL-SW    PIC X(01) VALUE 'N'.
002088     88 WK-IM-AVAILABLE     VALUE 'Y'.
002089*  品目マスタの検索キー（価格計算トランザクションと見積依頼で共用）
002091   05 WK-SEARCH-ITEM-CD PIC X(08).
002092*--- 移行期間の価格差異行 ---
002094 01 WK-PRICE-VAR-LINE.
002095   05 FILLER            PIC X(06) VALUE 'ITEM: '.
002097   05 WK-PV-ITEM-CD     PIC X(08).
002099   05 FILLER            PIC X(08) VALUE ' KEYED: '.
002100   05 WK-PV-KEYED       PIC ZZZZZZ9.
002102   05 FILLER            PIC X(09) VALUE ' MASTER: '.
002103   05 WK-PV-MASTER      PIC ZZZZZZ9.
002105*--- 計算ワーク ---
002106 01 WK-CALC.
002108   05 WK-PRICE          PIC 9(07).
002110   05 WK-ITEM-CAT       PIC X(01).
002120     88 WK-CAT-STANDARD     VALUE 'S'.
002130     88 WK-CAT-REDUCED      VALUE 'R'.
002320     10 WK-CURR-RATE   PIC 9(03)V9999.
002330     10 WK-CURR-DATE   PIC 9(08).
002340 01 WK-CURRENCY-WORK.
002341   05 WK-CURR-IDX        PIC 9(02).
002342   05 WK-CURR-FOUND-IDX  PIC 9(02).
002343   05 WK-CONV-RATE       PIC 9(03)V9999.
002344   05 WK-CONV-RATE-DATE  PIC 9(08).
002345   05 WK-TOTAL-CONVERTED PIC 9(09)V9999.
002346   05 WK-CURR-FOUND-SW   PIC X(01) VALUE 'N'.
002347     88 WK-CURR-FOUND        VALUE 'Y'.
002348   05 WK-FX-EOF-SW       PIC X(01) VALUE 'N'.
002349     88 WK-FX-EOF            VALUE 'Y'.
002350   05 WK-FX-SERIAL       PIC 9(07).
002351   05 WK-FX-AGE          PIC 9(05).
002352   05 WK-FX-MAX-AGE      PIC 9(03) VALUE 7.
002353*--- 見積依頼のまとめと見積番号の採番 ---
002354 01 WK-QUOTE-WORK.
002355   05 WK-QR-FILE-STATUS PIC X(02).
002356   05 WK-QH-FILE-STATUS PIC X(02).
002357   05 WK-QC-FILE-STATUS PIC X(02).
002358   05 WK-QR-EOF-SW      PIC X(01) VALUE 'N'.
002359     88 WK-QR-EOF           VALUE 'Y'.
002360   05 WK-QT-OPEN-SW     PIC X(01) VALUE 'N'.
002361     88 WK-QT-OPEN          VALUE 'Y'.
002362   05 WK-QT-ERROR-SW    PIC X(01) VALUE 'N'.
002363     88 WK-QT-ERROR         VALUE 'Y'.
002364   05 WK-QT-REASON      PIC X(20).
002365   05 WK-QT-LAST-NO     PIC 9(07) VALUE 0.
002366   05 WK-QT-ISSUED-CT   PIC 9(05) VALUE 0.
002367   05 WK-QT-REJECT-CT   PIC 9(05) VALUE 0.
002368   05 WK-QT-DEFAULT-DAYS PIC 9(03) VALUE 30.
002369   05 WK-QT-DAYS-LEFT   PIC 9(03).
002370   05 WK-QT-LI-IDX      PIC 9(02).
002371   05 WK-QT-TR-IDX      PIC 9(02).
002372   05 WK-QT-UNIT-DISC   PIC 9(07).
002373   05 WK-QT-LINE-AMT    PIC 9(09).
002374   05 WK-QT-PCT         PIC 9(02).
002375   05 WK-QT-CONVERTED   PIC 9(11)V9999.
002376*  有効期限の計算用（実行日から1日ずつ進める）
002377   05 WK-QT-STEP-DATE   PIC 9(08).
002378   05 WK-QT-STEP-PARTS REDEFINES WK-QT-STEP-DATE.
002379     10 WK-QT-STEP-YYYY PIC 9(04).
002380     10 WK-QT-STEP-MM   PIC 9(02).
002381     10 WK-QT-STEP-DD   PIC 9(02).
002382   05 WK-QT-STEP-SERIAL PIC 9(07).
002383*--- 作成中の見積（見積履歴QUOTEHST.DATの1レコードと同じ並び。
002384*    QUOTECNVの見積履歴レコードと同期させること）---
002385 01 WK-QUOTE-AREA.
002386   05 WK-QT-QUOTE-NO    PIC 9(07).
002387   05 WK-QT-QUOTE-DATE  PIC 9(08).
002388   05 WK-QT-VALID-UNTIL PIC 9(08).
002389   05 WK-QT-CUST-CD     PIC X(10).
002390   05 WK-QT-CURRENCY-CD PIC X(03).
002391   05 WK-QT-FX-RATE     PIC 9(03)V9999.
002392   05 WK-QT-FX-DATE     PIC 9(08).
002393   05 WK-QT-LINE-COUNT  PIC 9(02).
002394   05 WK-QT-LINE OCCURS 3 TIMES.
002395     10 WK-QT-ITEM-CD   PIC X(08).
002396     10 WK-QT-ITEM-CAT  PIC X(01).
002397     10 WK-QT-UNIT-PRICE PIC 9(07).
002398     10 WK-QT-QTY       PIC 9(03).
002399     10 WK-QT-TAX-RATE  PIC V99.
002400   05 WK-QT-SUBTOTAL    PIC 9(09).
002401   05 WK-QT-TAX-TOTAL   PIC 9(07).
002402   05 WK-QT-TOTAL       PIC 9(09).
002403*  状態（O=提示中、C=受注へ変換済み、E=期限切れ）と状態の変更日
002404   05 WK-QT-STATUS      PIC X(01).
002405   05 WK-QT-STATUS-DATE PIC 9(08).
002406   05 WK-QT-REQ-REF     PIC X(06).
002407*--- 見積の税率区分別の課税対象額と税額（税率ごとに1回だけ端数処理）---
002408 01 WK-QT-RATE-TABLE.
002409   05 WK-QR-ENTRY OCCURS 2 TIMES.
002410     10 WK-QR-RATE      PIC V99.
002411     10 WK-QR-BASE      PIC 9(09).
002412     10 WK-QR-TAX       PIC 9(07).
002413*--- 見積書の行 ---
002414 01 WK-QUOTE-HEAD-LINE.
002415   05 FILLER            PIC X(11) VALUE 'QUOTATION: '.
002416   05 WK-QHL-QUOTE-NO   PIC 9(07).
002417   05 FILLER            PIC X(08) VALUE '  DATE: '.
002418   05 WK-QHL-DATE       PIC 9(08).
002419   05 FILLER            PIC X(15) VALUE '  VALID UNTIL: '.
002420   05 WK-QHL-VALID      PIC 9(08).
002421 01 WK-QUOTE-CUST-LINE.
002422   05 FILLER            PIC X(10) VALUE 'CUSTOMER: '.
002423   05 WK-QCL-CUST-CD    PIC X(10).
002424   05 FILLER            PIC X(07) VALUE '  REF: '.
002425   05 WK-QCL-REF        PIC X(06).
002426 01 WK-QUOTE-ITEM-LINE.
002427   05 FILLER            PIC X(02) VALUE SPACES.
002428   05 WK-QIL-ITEM-CD    PIC X(08).
002429   05 FILLER            PIC X(01) VALUE SPACE.
002430   05 WK-QIL-CAT        PIC X(01).
002431   05 FILLER            PIC X(01) VALUE SPACE.
002432   05 WK-QIL-QTY        PIC ZZ9.
002433   05 FILLER            PIC X(03) VALUE ' X '.
002434   05 WK-QIL-UNIT       PIC ZZZZZZ9.
002435   05 FILLER            PIC X(03) VALUE ' = '.
002436   05 WK-QIL-AMT        PIC ZZZZZZZZ9.
002437   05 FILLER            PIC X(06) VALUE '  TAX '.
002438   05 WK-QIL-PCT        PIC Z9.
002439   05 FILLER            PIC X(01) VALUE '%'.
002440 01 WK-QUOTE-RATE-LINE.
002441   05 FILLER            PIC X(10) VALUE '  TAXABLE '.
002442   05 WK-QRL-PCT        PIC Z9.
002443   05 FILLER            PIC X(03) VALUE '%: '.
002444   05 WK-QRL-BASE       PIC ZZZZZZZZ9.
002445   05 FILLER            PIC X(07) VALUE '  TAX: '.
002446   05 WK-QRL-TAX        PIC ZZZZZZ9.
002447 01 WK-QUOTE-TOTAL-LINE.
002448   05 FILLER            PIC X(09) VALUE '  TOTAL: '.
002449   05 WK-QTL-TOTAL      PIC ZZZZZZZZ9.
002450   05 FILLER            PIC X(02) VALUE SPACES.
002451   05 WK-QTL-CURRENCY   PIC X(03).
002452   05 FILLER            PIC X(01) VALUE SPACE.
002453   05 WK-QTL-CONVERTED  PIC ZZZZZZZZZZ9.9999.
002454   05 FILLER            PIC X(07) VALUE ' RATE: '.
002455   05 WK-QTL-RATE       PIC ZZ9.9999.
002456   05 FILLER            PIC X(04) VALUE ' AS '.
002457   05 WK-QTL-RATE-DATE  PIC 9(08).
002458*--- LOCKMGR呼び出し用ワーク（見積履歴の実行間ロック）---
002459 01 WK-LOCK-AREA.
002460   05 WK-LOCK-FUNC      PIC X(01).
002461   05 WK-LOCK-PGM       PIC X(08) VALUE 'SAMPLE06'.
002463   05 WK-LOCK-FILES.
002465     10 FILLER          PIC X(10) VALUE 'QUOTEHST  '.
002466     10 FILLER          PIC X(40) VALUE SPACES.
002468   05 WK-LOCK-RETURN-CD PIC 9(02).
002470*--- 変更証跡（CHANGE-AUDIT-OUTへ書き出す項目）---
002480 01 WK-AUDIT-WORK.
002490   05 WK-AUD-DATE   PIC 9(08).
002690*    (PRICETRN.DAT)を1件ずつ品目区分に応じた税率・割引率・通貨
002700*    換算で計算して、品目別の計算結果とバッチ合計を出力する。
002710*    マスタ由来のレート項目を上書きする場合はCHANGE-AUDIT-OUTへ
002713*    証跡を残す運用とする
002716*    見積依頼(QUOTEREQ.DAT)がある日は、同じマスタ・レートで番号
002720*    付きの見積書を作成し見積履歴へ残す
002730     ACCEPT WK-START-TIME FROM TIME.
002740     CALL 'BUSDATE' USING WK-RUN-DATE.
002750     CALL 'DATECHK' USING WK-RUN-DATE WK-DATE-RETURN-CD
002760         WK-RUN-SERIAL.
002770     MOVE WK-RUN-DATE TO WK-AU-GEN-DATE.
002880         UNTIL WK-PT-EOF.
002890     PERFORM WRITE-PRICED-TOTAL-PROC.
002900     CLOSE PRICING-TRANS-IN PRICED-OUT PRICE-VAR-OUT.
002905     PERFORM WRITE-TAX-SUMMARY-PROC.
002910     PERFORM ISSUE-QUOTES-PROC.
002920     CLOSE CHANGE-AUDIT-OUT.
002930*    今回のレート変更証跡の世代をGENARCHの台帳へ登録する
002940     MOVE 'RATEAUD ' TO WK-ARC-FAMILY.
003094*    使い、計算には使わない）。マスタに無い品目は却下する。
003100*    通貨コードが未指定の場合はCURRSEL.DATの既定通貨を適用し、
003105*    税率が引けない品目は却下する
003107     IF WK-IM-AVAILABLE
003109         MOVE PT-ITEM-CD TO WK-SEARCH-ITEM-CD
003111         PERFORM FIND-ITEM-PROC
003112         IF WK-IM-FOUND-IDX = 0
003113             ADD 1 TO WK-REJECT-CT
003240         PERFORM CALC-PRICING-PROC
003250     END-IF.
003252 FIND-ITEM-PROC.
003253*    WK-SEARCH-ITEM-CDと一致する品目マスタの添字を返す（無ければ0）
003254     MOVE 0 TO WK-IM-FOUND-IDX.
003255     PERFORM FIND-ITEM-STEP-PROC
003256         VARYING WK-IM-IDX FROM 1 BY 1
003257         UNTIL WK-IM-IDX > WK-IM-COUNT
003258             OR WK-IM-FOUND-IDX NOT = 0.
003259 FIND-ITEM-STEP-PROC.
003260     IF WK-IM-ITEM-CD(WK-IM-IDX) = WK-SEARCH-ITEM-CD
003261         MOVE WK-IM-IDX TO WK-IM-FOUND-IDX
003262     END-IF.
003263 CHECK-KEYED-PRICE-PROC.
003270         MOVE WK-IM-PRICE(WK-IM-FOUND-IDX) TO WK-PV-MASTER
003271         WRITE PRICE-VAR-REC FROM WK-PRICE-VAR-LINE
003272     END-IF.
003274 CALC-PRICING-PROC.
003277*    税額・割引額・合計と通貨換算を計算し、計算結果行を出力する
003280     COMPUTE WK-TAX-AMT = WK-PRICE * WK-TAX-RATE.
003290     MOVE WK-TAX-RATE TO WK-TAX-RATE-USED.
003300     MOVE WK-RT-SEARCH-CODE TO WK-TAX-CAT-USED.
003730         MOVE WK-TAX-CAT-USED TO WK-TS-CODE(WK-TS-FOUND-IDX)
003740         MOVE ZERO TO WK-TS-BASE(WK-TS-FOUND-IDX)
003750         MOVE ZERO TO WK-TS-TAX(WK-TS-FOUND-IDX)
003751     END-IF.
003752     IF WK-TS-FOUND-IDX NOT = 0
003753         ADD WK-PRICE   TO WK-TS-BASE(WK-TS-FOUND-IDX)
003754         ADD WK-TAX-AMT TO WK-TS-TAX(WK-TS-FOUND-IDX)
003755     END-IF.
003756 FIND-TAXSUM-STEP-PROC.
003757     IF WK-TS-CODE(WK-TS-IDX) = WK-TAX-CAT-USED
003758         MOVE WK-TS-IDX TO WK-TS-FOUND-IDX
003759     END-IF.
003760 WRITE-TAX-SUMMARY-PROC.
003761*    区分別の課税標準・税額と総計を申告サマリへ出力する
003762     OPEN OUTPUT TAX-SUMMARY-OUT.
003763     MOVE 'CONSUMPTION TAX FILING SUMMARY' TO TAX-SUMMARY-REC.
003764     WRITE TAX-SUMMARY-REC.
003765     PERFORM WRITE-TAXSUM-LINE-PROC
003766         VARYING WK-TS-IDX FROM 1 BY 1
003767         UNTIL WK-TS-IDX > WK-TS-COUNT.
003768     MOVE 'TT' TO WK-TSL-CODE.
003769     MOVE WK-TS-TOT-BASE TO WK-TSL-BASE.
003770     MOVE WK-TS-TOT-TAX  TO WK-TSL-TAX.
003771     WRITE TAX-SUMMARY-REC FROM WK-TAXSUM-LINE.
003772     CLOSE TAX-SUMMARY-OUT.
003773 WRITE-TAXSUM-LINE-PROC.
003774     MOVE WK-TS-CODE(WK-TS-IDX) TO WK-TSL-CODE.
003775     MOVE WK-TS-BASE(WK-TS-IDX) TO WK-TSL-BASE.
003776     MOVE WK-TS-TAX(WK-TS-IDX)  TO WK-TSL-TAX.
003777     ADD WK-TS-BASE(WK-TS-IDX) TO WK-TS-TOT-BASE.
003778     ADD WK-TS-TAX(WK-TS-IDX)  TO WK-TS-TOT-TAX.
003779     WRITE TAX-SUMMARY-REC FROM WK-TAXSUM-LINE.
003780 ISSUE-QUOTES-PROC.
003781*    見積依頼(QUOTEREQ.DAT)がある日だけ見積を作成する。同じ依頼
003782*    番号の連続する行を1通の見積にまとめ、実行日時点の品目マスタ
003783*    単価・割引率・税率・為替レートで計算して見積書(QUOTE.OUT)と
003784*    見積履歴(QUOTEHST.DAT)へ出力する。見積履歴は受注への変換
003785*    (QUOTECNV)が書き換えるため、実行間ロックを取ってから追記する
003786     OPEN INPUT QUOTE-REQ-IN.
003787     IF WK-QR-FILE-STATUS = '35'
003788         CONTINUE
003789     ELSE
003790         MOVE 'L' TO WK-LOCK-FUNC
003791         CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
003792             WK-LOCK-FILES WK-LOCK-RETURN-CD
003793         IF WK-LOCK-RETURN-CD NOT = 00
003794             DISPLAY 'SAMPLE06: QUOTE HISTORY LOCKED BY ANOTHER'
003795                 ' RUN - QUOTES NOT ISSUED'
003796             CLOSE QUOTE-REQ-IN
003797         ELSE
003798             PERFORM LOAD-QUOTE-NO-PROC
003799             OPEN OUTPUT QUOTE-OUT
003800             OPEN EXTEND QUOTE-HIST-OUT
003801             IF WK-QH-FILE-STATUS = '35'
003802                 OPEN OUTPUT QUOTE-HIST-OUT
003803             END-IF
003804             PERFORM READ-QUOTE-REQ-PROC
003805                 UNTIL WK-QR-EOF
003806             IF WK-QT-OPEN
003807                 PERFORM FINISH-QUOTE-PROC
003808             END-IF
003809             CLOSE QUOTE-REQ-IN QUOTE-OUT QUOTE-HIST-OUT
003810             PERFORM SAVE-QUOTE-NO-PROC
003811             MOVE 'U' TO WK-LOCK-FUNC
003812             CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
003813                 WK-LOCK-FILES WK-LOCK-RETURN-CD
003814             DISPLAY 'SAMPLE06: QUOTES ISSUED   = '
003815                 WK-QT-ISSUED-CT
003816             DISPLAY 'SAMPLE06: QUOTES REJECTED = '
003817                 WK-QT-REJECT-CT
003818         END-IF
003819     END-IF.
003820 LOAD-QUOTE-NO-PROC.
003821*    最終採番済みの見積番号を読み込む（ファイルが無い場合は
003822*    0から＝初回は1番から採番する）
003823     OPEN INPUT QUOTE-CONTROL-IO.
003824     IF WK-QC-FILE-STATUS = '35'
003825         MOVE 0 TO WK-QT-LAST-NO
003826     ELSE
003827         READ QUOTE-CONTROL-IO
003828             AT END
003829                 MOVE 0 TO WK-QT-LAST-NO
003830             NOT AT END
003831                 MOVE QC-LAST-NO TO WK-QT-LAST-NO
003832         END-READ
003833         CLOSE QUOTE-CONTROL-IO
003834     END-IF.
003835 SAVE-QUOTE-NO-PROC.
003836*    今回の最終番号を書き戻す（次回はこの続きから採番する）
003837     OPEN OUTPUT QUOTE-CONTROL-IO.
003838     MOVE WK-QT-LAST-NO TO QC-LAST-NO.
003839     WRITE QUOTE-CONTROL-REC.
003840     CLOSE QUOTE-CONTROL-IO.
003841 READ-QUOTE-REQ-PROC.
003842     READ QUOTE-REQ-IN
003843         AT END
003844             SET WK-QR-EOF TO TRUE
003845         NOT AT END
003846             PERFORM QUOTE-REQ-LINE-PROC
003847     END-READ.
003848 QUOTE-REQ-LINE-PROC.
003849*    依頼番号が変わったら作成中の見積を締めて、新しい見積を始める
003850     IF WK-QT-OPEN AND QR-REQ-REF NOT = WK-QT-REQ-REF
003851         PERFORM FINISH-QUOTE-PROC
003852     END-IF.
003853     IF NOT WK-QT-OPEN
003854         PERFORM START-QUOTE-PROC
003855     END-IF.
003856     IF NOT WK-QT-ERROR
003857         PERFORM ADD-QUOTE-LINE-PROC
003858     END-IF.
003859 START-QUOTE-PROC.
003860*    依頼の先頭行から顧客・通貨・有効期限を決める。有効期限は
003861*    実行日から有効日数（未指定は30日）だけ進めた日とする
003862     INITIALIZE WK-QUOTE-AREA WK-QT-RATE-TABLE.
003863     SET WK-QT-OPEN TO TRUE.
003864     MOVE 'N' TO WK-QT-ERROR-SW.
003865     MOVE SPACES TO WK-QT-REASON.
003866     MOVE QR-REQ-REF  TO WK-QT-REQ-REF.
003867     MOVE QR-CUST-CD  TO WK-QT-CUST-CD.
003868     MOVE WK-RUN-DATE TO WK-QT-QUOTE-DATE.
003869     IF QR-CURRENCY-CD = SPACES
003870         MOVE WK-DEFAULT-CURRENCY TO WK-QT-CURRENCY-CD
003871     ELSE
003872         MOVE QR-CURRENCY-CD TO WK-QT-CURRENCY-CD
003873     END-IF.
003874     IF QR-VALID-DAYS IS NUMERIC AND QR-VALID-DAYS > 0
003875         MOVE QR-VALID-DAYS TO WK-QT-DAYS-LEFT
003876     ELSE
003877         MOVE WK-QT-DEFAULT-DAYS TO WK-QT-DAYS-LEFT
003878     END-IF.
003879     MOVE WK-RUN-DATE TO WK-QT-STEP-DATE.
003880     PERFORM ADVANCE-VALID-DATE-PROC
003881         UNTIL WK-QT-DAYS-LEFT = 0.
003882     MOVE WK-QT-STEP-DATE TO WK-QT-VALID-UNTIL.
003883     IF QR-CUST-CD = SPACES
003884         MOVE 'NO CUSTOMER' TO WK-QT-REASON
003885         SET WK-QT-ERROR TO TRUE
003886     END-IF.
003887 ADVANCE-VALID-DATE-PROC.
003888*    日付を1日進める（暦日として不正になれば翌月1日へ、13月に
003889*    なれば翌年1月1日へ繰り上げる）
003890     ADD 1 TO WK-QT-STEP-DD.
003891     CALL 'DATECHK' USING WK-QT-STEP-DATE WK-DATE-RETURN-CD
003892         WK-QT-STEP-SERIAL.
003893     IF WK-DATE-RETURN-CD NOT = 00
003894         MOVE 1 TO WK-QT-STEP-DD
003895         ADD 1 TO WK-QT-STEP-MM
003896         IF WK-QT-STEP-MM > 12
003897             MOVE 1 TO WK-QT-STEP-MM
003898             ADD 1 TO WK-QT-STEP-YYYY
003899         END-IF
003900     END-IF.
003901     SUBTRACT 1 FROM WK-QT-DAYS-LEFT.
003902 ADD-QUOTE-LINE-PROC.
003903*    明細1行分を見積へ加える。見積単価は品目マスタの単価から
003904*    割引率(DC)分を差し引いた単価とし、品目区分の税率を添える。
003905*    品目が引けない・数量不正・税率未登録の行があれば見積全体を
003906*    却下する（一部の明細だけの見積は提示しない）
003907     MOVE QR-ITEM-CD TO WK-SEARCH-ITEM-CD.
003908     MOVE 0 TO WK-IM-FOUND-IDX.
003909     IF WK-IM-AVAILABLE
003910         PERFORM FIND-ITEM-PROC
003911     END-IF.
003912     EVALUATE TRUE
003913         WHEN WK-QT-LINE-COUNT NOT < 3
003914             MOVE 'MORE THAN 3 LINES' TO WK-QT-REASON
003915             SET WK-QT-ERROR TO TRUE
003916         WHEN WK-IM-FOUND-IDX = 0
003917             MOVE 'UNKNOWN ITEM' TO WK-QT-REASON
003918             SET WK-QT-ERROR TO TRUE
003919         WHEN QR-QTY IS NOT NUMERIC OR QR-QTY = 0
003920             MOVE 'INVALID QUANTITY' TO WK-QT-REASON
003921             SET WK-QT-ERROR TO TRUE
003922         WHEN OTHER
003923             MOVE WK-IM-ITEM-CAT(WK-IM-FOUND-IDX) TO WK-ITEM-CAT
003924             PERFORM TAX-RATE-LOOKUP-PROC
003925             IF NOT WK-RT-FOUND
003926                 MOVE 'NO TAX RATE' TO WK-QT-REASON
003927                 SET WK-QT-ERROR TO TRUE
003928             ELSE
003929                 PERFORM STORE-QUOTE-LINE-PROC
003930             END-IF
003931     END-EVALUATE.
003932 STORE-QUOTE-LINE-PROC.
003933     MOVE ZERO TO WK-DISC-RATE.
003934     PERFORM DISC-RATE-LOOKUP-PROC.
003935     COMPUTE WK-QT-UNIT-DISC =
003936         WK-IM-PRICE(WK-IM-FOUND-IDX) * WK-DISC-RATE.
003937     ADD 1 TO WK-QT-LINE-COUNT.
003938     MOVE WK-QT-LINE-COUNT TO WK-QT-LI-IDX.
003939     MOVE QR-ITEM-CD  TO WK-QT-ITEM-CD(WK-QT-LI-IDX).
003940     MOVE WK-ITEM-CAT TO WK-QT-ITEM-CAT(WK-QT-LI-IDX).
003941     COMPUTE WK-QT-UNIT-PRICE(WK-QT-LI-IDX) =
003942         WK-IM-PRICE(WK-IM-FOUND-IDX) - WK-QT-UNIT-DISC.
003943     MOVE QR-QTY      TO WK-QT-QTY(WK-QT-LI-IDX).
003944     MOVE WK-TAX-RATE TO WK-QT-TAX-RATE(WK-QT-LI-IDX).
003945 FINISH-QUOTE-PROC.
003946*    依頼1件分の見積を締める。見積通貨の為替レートが無い場合も
003947*    却下する（SAMPLE06の価格計算と同じく換算せずに提示しない）
003948     MOVE 'N' TO WK-QT-OPEN-SW.
003949     IF NOT WK-QT-ERROR
003950         MOVE WK-QT-CURRENCY-CD TO WK-CURRENCY-CD
003951         PERFORM CURRENCY-LOOKUP-PROC
003952         IF NOT WK-CURR-FOUND
003953             MOVE 'NO FX RATE' TO WK-QT-REASON
003954             SET WK-QT-ERROR TO TRUE
003955         END-IF
003956     END-IF.
003957     IF WK-QT-ERROR
003958         ADD 1 TO WK-QT-REJECT-CT
003959         DISPLAY 'SAMPLE06: QUOTE REQUEST ' WK-QT-REQ-REF
003960             ' REJECTED - ' WK-QT-REASON
003961     ELSE
003962         PERFORM ISSUE-ONE-QUOTE-PROC
003963     END-IF.
003964 ISSUE-ONE-QUOTE-PROC.
003965*    見積番号を採番し、税率区分ごとに課税対象額を積み上げて税額を
003966*    1回だけ端数処理する（請求書(SAMPLE02)と同じ計算）。提示時点の
003967*    為替レートとレート日付を見積に固定して残す
003968     ADD 1 TO WK-QT-LAST-NO.
003969     MOVE WK-QT-LAST-NO     TO WK-QT-QUOTE-NO.
003970     MOVE WK-CONV-RATE      TO WK-QT-FX-RATE.
003971     MOVE WK-CONV-RATE-DATE TO WK-QT-FX-DATE.
003972     PERFORM ACCUMULATE-QUOTE-LINE-PROC
003973         VARYING WK-QT-LI-IDX FROM 1 BY 1
003974         UNTIL WK-QT-LI-IDX > WK-QT-LINE-COUNT.
003975     PERFORM CALC-QUOTE-TAX-PROC
003976         VARYING WK-QT-TR-IDX FROM 1 BY 1
003977         UNTIL WK-QT-TR-IDX > 2.
003978     COMPUTE WK-QT-TOTAL = WK-QT-SUBTOTAL + WK-QT-TAX-TOTAL.
003979     COMPUTE WK-QT-CONVERTED ROUNDED =
003980         WK-QT-TOTAL * WK-QT-FX-RATE.
003981     MOVE 'O' TO WK-QT-STATUS.
003982     MOVE WK-RUN-DATE TO WK-QT-STATUS-DATE.
003983     PERFORM WRITE-QUOTE-PROC.
003984     WRITE QUOTE-HIST-REC FROM WK-QUOTE-AREA.
003985     ADD 1 TO WK-QT-ISSUED-CT.
003986 ACCUMULATE-QUOTE-LINE-PROC.
003987     COMPUTE WK-QT-LINE-AMT = WK-QT-UNIT-PRICE(WK-QT-LI-IDX)
003988         * WK-QT-QTY(WK-QT-LI-IDX).
003989     ADD WK-QT-LINE-AMT TO WK-QT-SUBTOTAL.
003990     IF WK-QT-ITEM-CAT(WK-QT-LI-IDX) = 'R'
003991         MOVE 2 TO WK-QT-TR-IDX
003992     ELSE
003993         MOVE 1 TO WK-QT-TR-IDX
003994     END-IF.
003995     MOVE WK-QT-TAX-RATE(WK-QT-LI-IDX)
003996         TO WK-QR-RATE(WK-QT-TR-IDX).
003997     ADD WK-QT-LINE-AMT TO WK-QR-BASE(WK-QT-TR-IDX).
003998 CALC-QUOTE-TAX-PROC.
003999     COMPUTE WK-QR-TAX(WK-QT-TR-IDX) ROUNDED =
004000         WK-QR-BASE(WK-QT-TR-IDX) * WK-QR-RATE(WK-QT-TR-IDX).
004001     ADD WK-QR-TAX(WK-QT-TR-IDX) TO WK-QT-TAX-TOTAL.
004002 WRITE-QUOTE-PROC.
004003*    見積書1通分（見出し・顧客・明細・税率別の税額・合計と換算額）
004004     MOVE WK-QT-QUOTE-NO    TO WK-QHL-QUOTE-NO.
004005     MOVE WK-QT-QUOTE-DATE  TO WK-QHL-DATE.
004006     MOVE WK-QT-VALID-UNTIL TO WK-QHL-VALID.
004007     WRITE QUOTE-REC FROM WK-QUOTE-HEAD-LINE.
004008     MOVE WK-QT-CUST-CD TO WK-QCL-CUST-CD.
004009     MOVE WK-QT-REQ-REF TO WK-QCL-REF.
004010     WRITE QUOTE-REC FROM WK-QUOTE-CUST-LINE.
004011     PERFORM WRITE-QUOTE-ITEM-PROC
004012         VARYING WK-QT-LI-IDX FROM 1 BY 1
004013         UNTIL WK-QT-LI-IDX > WK-QT-LINE-COUNT.
004014     PERFORM WRITE-QUOTE-RATE-PROC
004015         VARYING WK-QT-TR-IDX FROM 1 BY 1
004016         UNTIL WK-QT-TR-IDX > 2.
004017     MOVE WK-QT-TOTAL       TO WK-QTL-TOTAL.
004018     MOVE WK-QT-CURRENCY-CD TO WK-QTL-CURRENCY.
004019     MOVE WK-QT-CONVERTED   TO WK-QTL-CONVERTED.
004020     MOVE WK-QT-FX-RATE     TO WK-QTL-RATE.
004021     MOVE WK-QT-FX-DATE     TO WK-QTL-RATE-DATE.
004022     WRITE QUOTE-REC FROM WK-QUOTE-TOTAL-LINE.
004023     MOVE SPACES TO QUOTE-REC.
004024     WRITE QUOTE-REC.
004025 WRITE-QUOTE-ITEM-PROC.
004026     MOVE WK-QT-ITEM-CD(WK-QT-LI-IDX)    TO WK-QIL-ITEM-CD.
004027     MOVE WK-QT-ITEM-CAT(WK-QT-LI-IDX)   TO WK-QIL-CAT.
004028     MOVE WK-QT-QTY(WK-QT-LI-IDX)        TO WK-QIL-QTY.
004029     MOVE WK-QT-UNIT-PRICE(WK-QT-LI-IDX) TO WK-QIL-UNIT.
004030     COMPUTE WK-QIL-AMT = WK-QT-UNIT-PRICE(WK-QT-LI-IDX)
004031         * WK-QT-QTY(WK-QT-LI-IDX).
004032     COMPUTE WK-QT-PCT = WK-QT-TAX-RATE(WK-QT-LI-IDX) * 100.
004033     MOVE WK-QT-PCT TO WK-QIL-PCT.
004034     WRITE QUOTE-REC FROM WK-QUOTE-ITEM-LINE.
004035 WRITE-QUOTE-RATE-PROC.
004036*    明細のある税率区分だけを印字する
004037     IF WK-QR-BASE(WK-QT-TR-IDX) > 0
004038         COMPUTE WK-QT-PCT = WK-QR-RATE(WK-QT-TR-IDX) * 100
004039         MOVE WK-QT-PCT                TO WK-QRL-PCT
004040         MOVE WK-QR-BASE(WK-QT-TR-IDX) TO WK-QRL-BASE
004042         MOVE WK-QR-TAX(WK-QT-TR-IDX)  TO WK-QRL-TAX
004045         WRITE QUOTE-REC FROM WK-QUOTE-RATE-LINE
004047     END-IF.
004050 WRITE-PRICED-TOTAL-PROC.
004060*    件数・合計額・換算後合計額をバッチ合計行として出力する
004070     MOVE WK-ACCEPT-CT  TO WK-PT-COUNT-ED.
004150     IF WK-RC-FILE-STATUS = '35'
004160         OPEN OUTPUT RUN-CONTROL-OUT
004170     END-IF.
004180     CALL 'BUSDATE' USING WK-RC-DATE.
004190     MOVE WK-START-TIME TO WK-RC-START.
004200     ACCEPT WK-RC-END FROM TIME.
004210     MOVE WK-READ-CT   TO WK-RC-READ.
004355         MOVE WK-IM-IDX TO WK-IM-FOUND-IDX
004356     END-IF.
004360 LOAD-FX-RATE-PROC.
004361*    日次為替フィード(FXRATE.DAT)を全件読み込み通貨別テーブルへ
004363*    展開する。レート日付が許容経過日数より古い通貨は運用へ
004365*    大きく警告する（誤った日付のレートでの換算を防ぐ）
004366     OPEN INPUT FX-RATE-IN.
004368     PERFORM READ-FX-RATE-PROC
004370         UNTIL WK-FX-EOF.
004380     CLOSE FX-RATE-IN.
004390 READ-FX-RATE-PROC.
