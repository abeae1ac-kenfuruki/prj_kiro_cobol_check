000185*                             ORDRECV/SALESREVを給与口座と同じ
000186*                             許容差・差異・繰越の扱いで突合し、
000187*                             請求書合計との突合も併記する）
000188*  2026-10-15  SYSTEMS-GROUP  控制合計テーブルを100口座へ拡張（部門
000189*                             別の給与費用口座PAYDP＋部門の照合用）
000190*  2026-10-15  SYSTEMS-GROUP  赤伝票バッチ(CRNBAT.OUT)のトレーラー管理合計を
000191*                             SALESRET/RECVRETの控制エントリとして照合に追加
000192*  2026-10-15  SYSTEMS-GROUP  仮受金バッチ(UNAPBAT.OUT)の管理合計
000193*                             をBANKDEP/RECVPAID/UNAPPCASHの控制
000194*                             エントリとして照合に追加
000195*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000196*                             するよう変更（再実行・遅れ処理で
000197*                             処理対象の業務日を使う）
000198*----------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000347     SELECT INVOICE-IN ASSIGN TO 'INVOICE.OUT'
000348         ORGANIZATION IS LINE SEQUENTIAL
000349         FILE STATUS IS WK-IV-FILE-STATUS.
000350*    赤伝票バッチ（トレーラーの管理合計が赤伝票の仕訳の照合先）
000351     SELECT CREDIT-BATCH-IN ASSIGN TO 'CRNBAT.OUT'
000352         ORGANIZATION IS LINE SEQUENTIAL
000353         FILE STATUS IS WK-CB-FILE-STATUS.
000354*    仮受金バッチ（トレーラーとCLEARED行の管理合計が未照合入金の
000355*    仕訳の照合先）
000356     SELECT UNAPPLIED-BATCH-IN ASSIGN TO 'UNAPBAT.OUT'
000357         ORGANIZATION IS LINE SEQUENTIAL
000358         FILE STATUS IS WK-UB-FILE-STATUS.
000359 DATA DIVISION.
000360 FILE SECTION.
000370 FD  PAYROLL-CONTROL-IN.
000380 01 PAYROLL-CONTROL-REC.
000542 FD  ORDER-BATCH-IN.
000544 01 ORDER-BATCH-REC     PIC X(80).
000546 FD  INVOICE-IN.
000547 01 INVOICE-REC         PIC X(80).
000548 FD  CREDIT-BATCH-IN.
000550 01 CREDIT-BATCH-REC    PIC X(80).
000552 FD  UNAPPLIED-BATCH-IN.
000555 01 UNAPPLIED-BATCH-REC PIC X(80).
000557 FD  SUSPENSE-IO.
000560 01 SUSPENSE-REC.
000570*  未解消差異の繰越レコード（初出日を保持し、経過日数で
000580*  エスカレーションする）
000640*--- SAMPLE01の給与控制合計をGL照合用に保持するテーブル ---
000650 01 WK-PAYROLL-TOTALS.
000660   05 WK-PC-COUNT      PIC 9(03) VALUE 0.
000670   05 WK-PC-ENTRY OCCURS 100 TIMES.
000680     10 WK-PC-ACCT-CD  PIC X(10).
000690     10 WK-PC-AMOUNT   PIC 9(09).
000700 01 WK-FLAGS.
000710   05 WK-PC-EOF-SW     PIC X(01) VALUE 'N'.
000720     88 WK-PC-EOF          VALUE 'Y'.
000721   05 WK-GP-EOF-SW     PIC X(01) VALUE 'N'.
000722     88 WK-GP-EOF          VALUE 'Y'.
000723   05 WK-OB-FILE-STATUS PIC X(02).
000724   05 WK-IV-FILE-STATUS PIC X(02).
000726   05 WK-OB-EOF-SW     PIC X(01) VALUE 'N'.
000727     88 WK-OB-EOF          VALUE 'Y'.
000728   05 WK-IV-EOF-SW     PIC X(01) VALUE 'N'.
000729     88 WK-IV-EOF          VALUE 'Y'.
000730   05 WK-TRAILER-SW    PIC X(01) VALUE 'N'.
000732     88 WK-TRAILER-FOUND   VALUE 'Y'.
000733   05 WK-CB-FILE-STATUS PIC X(02).
000734   05 WK-CB-EOF-SW     PIC X(01) VALUE 'N'.
000735     88 WK-CB-EOF          VALUE 'Y'.
000736   05 WK-CB-TRAILER-SW PIC X(01) VALUE 'N'.
000738     88 WK-CB-TRAILER-FOUND VALUE 'Y'.
000739   05 WK-UB-FILE-STATUS PIC X(02).
000740   05 WK-UB-EOF-SW     PIC X(01) VALUE 'N'.
000741     88 WK-UB-EOF          VALUE 'Y'.
000742*--- 受注側の照合先（バッチトレーラーの管理合計と請求書合計）---
000744 01 WK-ORDER-SIDE.
000745   05 WK-ORDER-TOTAL   PIC 9(09) VALUE 0.
000746   05 WK-INVOICE-TOTAL PIC 9(11) VALUE 0.
000747   05 WK-IV-AMT-X      PIC X(09).
000748   05 WK-IV-AMT-N REDEFINES WK-IV-AMT-X PIC 9(09).
000750*  赤伝票バッチトレーラーの管理合計
000751   05 WK-CREDIT-TOTAL  PIC 9(09) VALUE 0.
000752*  仮受金バッチの当日の未照合入金と顧客指定分の管理合計
000753   05 WK-UNAPP-NEW-TOTAL PIC 9(09) VALUE 0.
000755   05 WK-UNAPP-CLR-TOTAL PIC 9(09) VALUE 0.
000756*--- 受注バッチトレーラーの解析用（GLJRNLと同じ形式）---
000757 01 WK-OB-TRAILER-IMAGE.
000758   05 WK-OT-TAG        PIC X(07).
000767   05 WK-OC-TRAILER    PIC ZZZZZZZZ9.
000768   05 FILLER           PIC X(02) VALUE SPACES.
000769   05 WK-OC-STATUS     PIC X(24).
000771 01 WK-FIND-AREA.
000774   05 WK-PC-IDX        PIC 9(03).
000777   05 WK-PC-FOUND-IDX  PIC 9(03).
000780   05 WK-PC-FOUND-SW   PIC X(01) VALUE 'N'.
000790     88 WK-PC-FOUND-THIS  VALUE 'Y'.
000800 01 WK-COUNTERS.
001550 MAIN-PROC.
001560*    SAMPLE01の給与控制合計をテーブルへロードし、GL転記データを
001570*    1件ずつ読んで口座コード別に照合、結果をレポートへ出力する
001580     CALL 'BUSDATE' USING WK-RUN-DATE.
001590     CALL 'DATECHK' USING WK-RUN-DATE WK-DATE-RETURN-CD
001600         WK-RUN-SERIAL.
001610     PERFORM LOAD-TOLERANCE-PROC.
001620     PERFORM LOAD-SUSPENSE-PROC.
001630     PERFORM LOAD-PAYROLL-CONTROL-PROC.
001631     PERFORM LOAD-ORDER-SIDE-PROC.
001632     PERFORM LOAD-CREDIT-SIDE-PROC.
001636     PERFORM LOAD-UNAPPLIED-SIDE-PROC.
001640     OPEN INPUT GL-POSTING-IN.
001650     OPEN OUTPUT RECON-REPORT-OUT.
001660     PERFORM WRITE-REPORT-HEADER-PROC.
002580     IF WK-PC-FOUND-IDX NOT = 0
002590         ADD PC-AMOUNT TO WK-PC-AMOUNT(WK-PC-FOUND-IDX)
002600     ELSE
002610         IF WK-PC-COUNT < 100
002620             ADD 1 TO WK-PC-COUNT
002630             MOVE PC-ACCT-CD TO WK-PC-ACCT-CD(WK-PC-COUNT)
002640             MOVE PC-AMOUNT  TO WK-PC-AMOUNT(WK-PC-COUNT)
002784                 END-IF
002785             END-IF
002786     END-READ.
002787 LOAD-CREDIT-SIDE-PROC.
002788*    赤伝票バッチトレーラーの管理合計をSALESRET/RECVRETの控制
002789*    エントリとして控制テーブルへ載せる（赤伝票の仕訳も受注側と
002790*    同じ経路で照合する）。ファイルが無い場合は照合なしで続行する
002791     OPEN INPUT CREDIT-BATCH-IN.
002792     IF WK-CB-FILE-STATUS = '35'
002793         SET WK-CB-EOF TO TRUE
002794     ELSE
002795         PERFORM READ-CREDIT-BATCH-PROC
002796             UNTIL WK-CB-EOF
002797         CLOSE CREDIT-BATCH-IN
002798     END-IF.
002799     IF WK-CB-TRAILER-FOUND AND WK-CREDIT-TOTAL > 0
002800         MOVE 'SALESRET' TO PC-ACCT-CD
002801         MOVE WK-CREDIT-TOTAL TO PC-AMOUNT
002802         PERFORM STORE-CONTROL-ENTRY-PROC
002803         MOVE 'RECVRET'  TO PC-ACCT-CD
002804         MOVE WK-CREDIT-TOTAL TO PC-AMOUNT
002805         PERFORM STORE-CONTROL-ENTRY-PROC
002806     END-IF.
002807 READ-CREDIT-BATCH-PROC.
002808     READ CREDIT-BATCH-IN
002809         AT END
002810             SET WK-CB-EOF TO TRUE
002811         NOT AT END
002812             MOVE CREDIT-BATCH-REC TO WK-OB-TRAILER-IMAGE
002813             IF WK-OT-TAG = 'TRAILER'
002814                 SET WK-CB-TRAILER-FOUND TO TRUE
002815                 MOVE WK-OT-TOTAL TO WK-CREDIT-TOTAL
002816             END-IF
002817     END-READ.
002818 LOAD-UNAPPLIED-SIDE-PROC.
002819*    仮受金バッチの管理合計をGLJRNLと同じ組み立てでBANKDEP（当日の
002821*    未照合入金）・RECVPAID（顧客指定分）・UNAPPCASH（差額の絶対値）
002822*    の控制エントリとして載せる。ファイルが無い場合は照合なし
002823     OPEN INPUT UNAPPLIED-BATCH-IN.
002824     IF WK-UB-FILE-STATUS = '35'
002825         SET WK-UB-EOF TO TRUE
002826     ELSE
002827         PERFORM READ-UNAPPLIED-BATCH-PROC
002828             UNTIL WK-UB-EOF
002829         CLOSE UNAPPLIED-BATCH-IN
002830     END-IF.
002831     IF WK-UNAPP-NEW-TOTAL > 0
002832         MOVE 'BANKDEP'  TO PC-ACCT-CD
002833         MOVE WK-UNAPP-NEW-TOTAL TO PC-AMOUNT
002834         PERFORM STORE-CONTROL-ENTRY-PROC
002835     END-IF.
002836     IF WK-UNAPP-CLR-TOTAL > 0
002837         MOVE 'RECVPAID' TO PC-ACCT-CD
002838         MOVE WK-UNAPP-CLR-TOTAL TO PC-AMOUNT
002839         PERFORM STORE-CONTROL-ENTRY-PROC
002840     END-IF.
002841     IF WK-UNAPP-NEW-TOTAL NOT = WK-UNAPP-CLR-TOTAL
002842         MOVE 'UNAPPCASH' TO PC-ACCT-CD
002843         IF WK-UNAPP-NEW-TOTAL > WK-UNAPP-CLR-TOTAL
002844             COMPUTE PC-AMOUNT =
002845                 WK-UNAPP-NEW-TOTAL - WK-UNAPP-CLR-TOTAL
002846         ELSE
002847             COMPUTE PC-AMOUNT =
002848                 WK-UNAPP-CLR-TOTAL - WK-UNAPP-NEW-TOTAL
002849         END-IF
002850         PERFORM STORE-CONTROL-ENTRY-PROC
002851     END-IF.
002852 READ-UNAPPLIED-BATCH-PROC.
002853     READ UNAPPLIED-BATCH-IN
002854         AT END
002856             SET WK-UB-EOF TO TRUE
002857         NOT AT END
002858             MOVE UNAPPLIED-BATCH-REC TO WK-OB-TRAILER-IMAGE
002859             EVALUATE WK-OT-TAG
002860                 WHEN 'TRAILER'
002861                     MOVE WK-OT-TOTAL TO WK-UNAPP-NEW-TOTAL
002862                 WHEN 'CLEARED'
002863                     MOVE WK-OT-TOTAL TO WK-UNAPP-CLR-TOTAL
002864             END-EVALUATE
002865     END-READ.
002866 WRITE-ORDER-CHECK-PROC.
002867*    請求書合計とトレーラー管理合計の突合結果を1行印字する
002868     IF WK-TRAILER-FOUND
002869         MOVE WK-INVOICE-TOTAL TO WK-OC-INVOICE
002870         MOVE WK-ORDER-TOTAL   TO WK-OC-TRAILER
002871         IF WK-INVOICE-TOTAL = WK-ORDER-TOTAL
002872             MOVE 'MATCHED'    TO WK-OC-STATUS
002873         ELSE
002874             MOVE 'DISCREPANT' TO WK-OC-STATUS
002875         END-IF
002876         WRITE RECON-REPORT-REC FROM WK-ORDER-CHECK-LINE
002877     END-IF.
002878 MATCH-POSTING-PROC.
002879*    受注側の仕訳（ORDRECV/SALESREV）も受注バッチトレーラーの
002880*    管理合計を照合先として控制テーブルに載せてあるため、給与側
002881*    と同じ経路（許容差・差異・繰越）で口座コード照合する
002882     PERFORM MATCH-PAYROLL-POSTING-PROC.
002883 MATCH-PAYROLL-POSTING-PROC.
002884*    GL転記1件について同じ口座コードの給与控制合計を検索し、
002885*    一致すれば差異の有無を判定、無ければ未照合として記録する
002886     PERFORM FIND-PAYROLL-TOTAL-PROC.
002887     IF WK-PC-FOUND-THIS
002888         COMPUTE WK-VARIANCE =
002890             WK-PC-AMOUNT(WK-PC-FOUND-IDX) - GP-AMOUNT
002900         PERFORM FIND-TOLERANCE-PROC
002910         MOVE WK-VARIANCE TO WK-ABS-VARIANCE
