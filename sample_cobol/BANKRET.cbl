000100*                             を再発行ファイルへ出力、該当口座を
000110*                             要確認(S)へ更新、NETPAY突合への
000120*                             影響をレポートする）
000122*  2026-10-15  SYSTEMS-GROUP  再発行分の全銀協フォーマット振込
000124*                             ファイル(ZENREIS.DAT)を併せて作成
000126*                             （振込指定日は実行日以降の最初の
000127*                             営業日）
000128*  2026-10-15  SYSTEMS-GROUP  実行統計をRUNCTL.LOGへ追記（結果の
000129*                             読込件数を振込トレーラー件数と受け
000130*                             渡し突合(HANDOFF)で照合する）
000132*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000133*                             するよう変更（再実行・遅れ処理で
000134*                             処理対象の業務日を使う）
000136*  2026-10-15  SYSTEMS-GROUP  全銀協ファイルの受取人名を社員マスタ
000137*                             の氏名から設定
000138*----------------------------------------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000260     SELECT REISSUE-OUT ASSIGN TO 'BANKREIS.DAT'
000270         ORGANIZATION IS LINE SEQUENTIAL.
000280     SELECT RETURN-REPORT-OUT ASSIGN TO 'BANKRET.RPT'
000282         ORGANIZATION IS LINE SEQUENTIAL.
000284*    実行統計ログ（全バッチ共通の形式で追記する）
000286     SELECT RUN-CONTROL-OUT ASSIGN TO 'RUNCTL.LOG'
000288         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WK-RC-FILE-STATUS.
000291     SELECT EMP-MASTER-IN ASSIGN TO 'EMPMAST.IDX'
000292         ORGANIZATION IS INDEXED
000293         ACCESS MODE IS RANDOM
000294         RECORD KEY IS EM-EMP-ID
000295         FILE STATUS IS WK-EM-FILE-STATUS.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  BANK-RETURN-IN.
000540   05 RI-AMOUNT        PIC 9(09).
000550   05 RI-REASON        PIC X(20).
000560 FD  RETURN-REPORT-OUT.
000563 01 RETURN-REPORT-REC  PIC X(80).
000566 FD  RUN-CONTROL-OUT.
000570 01 RUNCTL-REC         PIC X(61).
000571 FD  EMP-MASTER-IN.
000572 01 EMP-MASTER-REC.
000573   05 EM-EMP-ID        PIC 9(05).
000574   05 EM-NAME          PIC X(20).
000575   05 EM-AGE           PIC 9(03).
000576   05 EM-SALARY        PIC 9(07).
000577   05 EM-SITE-CD       PIC X(03).
000579   05 EM-DEPT-CD       PIC X(05).
000581   05 EM-PAY-TYPE      PIC X(01).
000583   05 EM-HOURLY-RATE   PIC 9(05).
000585   05 FILLER           PIC X(11).
000587 WORKING-STORAGE SECTION.
000590 01 WK-FLAGS.
000600   05 WK-BR-EOF-SW     PIC X(01) VALUE 'N'.
000610     88 WK-BR-EOF          VALUE 'Y'.
000620   05 WK-BT-EOF-SW     PIC X(01) VALUE 'N'.
000630     88 WK-BT-EOF          VALUE 'Y'.
000640   05 WK-BK-EOF-SW     PIC X(01) VALUE 'N'.
000643     88 WK-BK-EOF          VALUE 'Y'.
000646   05 WK-RC-FILE-STATUS PIC X(02).
000650   05 WK-EM-FILE-STATUS PIC X(02).
000660*--- 提出済み振込明細のインメモリテーブル（BANKTRF.DATから）---
000670 01 WK-DETAIL-TABLE.
000680   05 WK-DT-COUNT      PIC 9(03) VALUE 0.
001100   05 WK-TRF-COUNT     PIC 9(05) VALUE 0.
001110   05 WK-TRF-TOTAL     PIC 9(09) VALUE 0.
001120   05 WK-SETTLED-TOTAL PIC 9(09).
001121 01 WK-RUN-AREA.
001122   05 WK-RUN-DATE      PIC 9(08).
001123   05 WK-START-TIME    PIC 9(08).
001124*--- 実行統計レコード（全バッチ共通の形式。RUNCTL.LOGへ追記する）---
001125 01 WK-RUNCTL-LINE.
001126   05 WK-RC-PGM        PIC X(08) VALUE 'BANKRET '.
001127   05 FILLER           PIC X(01) VALUE SPACE.
001128   05 WK-RC-DATE       PIC 9(08).
001129   05 FILLER           PIC X(01) VALUE SPACE.
001130   05 WK-RC-START      PIC 9(08).
001131   05 FILLER           PIC X(01) VALUE SPACE.
001132   05 WK-RC-END        PIC 9(08).
001133   05 FILLER           PIC X(01) VALUE SPACE.
001134   05 WK-RC-READ       PIC 9(06).
001135   05 FILLER           PIC X(01) VALUE SPACE.
001136   05 WK-RC-ACCEPTED   PIC 9(06).
001137   05 FILLER           PIC X(01) VALUE SPACE.
001138   05 WK-RC-REJECTED   PIC 9(06).
001139   05 FILLER           PIC X(01) VALUE SPACE.
001140   05 WK-RC-STATUS     PIC X(04).
001141*--- 全銀協フォーマット振込ファイル(ZENREIS.DAT)の作成ルーチン
001142*    ZENGINの呼び出し用ワーク（再発行は過去日へ戻せないため、
001143*    実行日が休日なら翌営業日を振込指定日とする）---
001144 01 WK-ZENGIN-WORK.
001145   05 WK-ZG-FUNC       PIC X(01).
001146   05 WK-ZG-FILE-NAME  PIC X(20) VALUE 'ZENREIS.DAT'.
001147   05 WK-ZG-RETURN-CD  PIC 9(02).
001148 01 WK-ZENGIN-AREA.
001149   05 WK-ZG-KIND       PIC X(02) VALUE '11'.
001150   05 WK-ZG-PAY-DATE   PIC 9(08).
001151   05 WK-ZG-DIRECTION  PIC X(01) VALUE 'F'.
001152   05 WK-ZG-VALUE-DATE PIC 9(08).
001153   05 WK-ZG-BANK-CD    PIC X(04).
001154   05 WK-ZG-BRANCH-CD  PIC X(03).
001155   05 WK-ZG-ACCT-NO    PIC X(07).
001156   05 WK-ZG-PAYEE-NAME PIC X(30) VALUE SPACES.
001157   05 WK-ZG-CUST-CD    PIC X(10).
001158   05 WK-ZG-AMOUNT     PIC 9(10).
001159   05 WK-ZG-COUNT      PIC 9(06).
001160   05 WK-ZG-TOTAL      PIC 9(12).
001161*--- LOCKMGR呼び出し用ワーク（実行間ロック）---
001163 01 WK-LOCK-AREA.
001165   05 WK-LOCK-FUNC     PIC X(01).
001166   05 WK-LOCK-PGM      PIC X(08) VALUE 'BANKRET '.
001168   05 WK-LOCK-FILES.
001170     10 FILLER         PIC X(10) VALUE 'BANKMAST  '.
001171     10 FILLER         PIC X(40) VALUE SPACES.
001173   05 WK-LOCK-RETURN-CD PIC 9(02).
001175*--- レポートの見出し・明細・集計行 ---
001176 01 WK-RPT-HEADER.
001178   05 FILLER           PIC X(30)
001180       VALUE 'BANK RETURN PROCESSING REPORT '.
001190   05 WK-RH-DATE       PIC 9(08).
001200 01 WK-RPT-DETAIL.
001370*    一致した不能分は再発行ファイルへ出力し、口座マスタの当該
001380*    口座を要確認(S)へ更新する。最後に提出トレーラーとの突合
001390*    （NETPAY=BANK=の検算への影響）をレポートへ出力する
001395     CALL 'BUSDATE' USING WK-RUN-DATE.
001400     ACCEPT WK-START-TIME FROM TIME.
001401*    口座マスタの実行間ロックを取得する（保守バッチ等の実行中
001402*    は開始しない）
001403     MOVE 'L' TO WK-LOCK-FUNC.
001430     OPEN INPUT BANK-RETURN-IN.
001440     OPEN OUTPUT REISSUE-OUT RETURN-REPORT-OUT.
001450     PERFORM WRITE-REPORT-HEADER-PROC.
001452     PERFORM OPEN-ZENGIN-PROC.
001453*    全銀協ファイルの受取人名は社員マスタの氏名を使う
001454     OPEN INPUT EMP-MASTER-IN.
001455     IF WK-EM-FILE-STATUS = '35'
001456         DISPLAY 'BANKRET: EMPMAST.IDX NOT FOUND - PAYEE NAME '
001457             'LEFT BLANK'
001458     END-IF.
001460     PERFORM UNTIL WK-BR-EOF
001470         READ BANK-RETURN-IN
001480             AT END
001520         END-READ
001530     END-PERFORM.
001540     PERFORM WRITE-TIEOUT-SECTION-PROC.
001542     CLOSE BANK-RETURN-IN REISSUE-OUT RETURN-REPORT-OUT.
001545     IF WK-EM-FILE-STATUS NOT = '35'
001547         CLOSE EMP-MASTER-IN
001550     END-IF.
001552     MOVE WK-FAIL-CT    TO WK-ZG-COUNT.
001554     MOVE WK-FAIL-TOTAL TO WK-ZG-TOTAL.
001556     MOVE 'C' TO WK-ZG-FUNC.
001558     CALL 'ZENGIN' USING WK-ZG-FUNC WK-ZG-FILE-NAME
001559         WK-ZENGIN-AREA WK-ZG-RETURN-CD.
001560     PERFORM REWRITE-BANK-MASTER-PROC.
001570     DISPLAY 'BANKRET: RETURNS   = ' WK-RETURN-CT.
001580     DISPLAY 'BANKRET: FAILED    = ' WK-FAIL-CT.
001585     DISPLAY 'BANKRET: UNMATCHED = ' WK-UNMATCH-CT.
001590     PERFORM WRITE-RUN-CONTROL-PROC.
001592     MOVE 'U' TO WK-LOCK-FUNC.
001594     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
001596         WK-LOCK-FILES WK-LOCK-RETURN-CD.
001597     GOBACK.
001598 WRITE-RUN-CONTROL-PROC.
001599*    実行統計（開始終了時刻・結果の読込件数・入金済み件数・不能と
001600*    未突合の件数・完了状態）をRUNCTL.LOGへ追記する（初回実行時
001601*    のみ新規作成）
001602     OPEN EXTEND RUN-CONTROL-OUT.
001603     IF WK-RC-FILE-STATUS = '35'
001604         OPEN OUTPUT RUN-CONTROL-OUT
001605     END-IF.
001607     MOVE WK-RUN-DATE   TO WK-RC-DATE.
001608     MOVE WK-START-TIME TO WK-RC-START.
001609     ACCEPT WK-RC-END FROM TIME.
001610     MOVE WK-RETURN-CT  TO WK-RC-READ.
001611     COMPUTE WK-RC-ACCEPTED =
001612         WK-RETURN-CT - WK-FAIL-CT - WK-UNMATCH-CT.
001614     COMPUTE WK-RC-REJECTED = WK-FAIL-CT + WK-UNMATCH-CT.
001615     MOVE 'OK  '        TO WK-RC-STATUS.
001616     WRITE RUNCTL-REC FROM WK-RUNCTL-LINE.
001617     CLOSE RUN-CONTROL-OUT.
001618 LOAD-TRANSFER-DETAIL-PROC.
001620*    提出済みBANKTRF.DATのDETAILレコードをテーブルへ展開し、
001630*    TRAILERの件数・合計を突合用に保持する
001640     OPEN INPUT BANK-TRANSFER-IN.
002110         MOVE BK-ACCT-NO   TO WK-BK-ACCT-NO(WK-BK-COUNT)
002120         MOVE BK-STATUS    TO WK-BK-STATUS(WK-BK-COUNT)
002130     END-IF.
002131 OPEN-ZENGIN-PROC.
002132*    再発行分の全銀協フォーマット振込ファイルを開く（依頼人情報
002133*    ZENGIN.CTLが無い場合は作成しない）
002134     MOVE WK-RUN-DATE TO WK-ZG-PAY-DATE.
002135     MOVE 'O' TO WK-ZG-FUNC.
002136     CALL 'ZENGIN' USING WK-ZG-FUNC WK-ZG-FILE-NAME
002137         WK-ZENGIN-AREA WK-ZG-RETURN-CD.
002138     IF WK-ZG-RETURN-CD = 90
002139         DISPLAY 'BANKRET: ZENGIN.CTL NOT FOUND - '
002140             'ZENREIS.DAT NOT WRITTEN'
002141     END-IF.
002142 WRITE-REPORT-HEADER-PROC.
002143     MOVE WK-RUN-DATE TO WK-RH-DATE.
002144     WRITE RETURN-REPORT-REC FROM WK-RPT-HEADER.
002146     MOVE SPACES TO RETURN-REPORT-REC.
002147     WRITE RETURN-REPORT-REC.
002148 PROCESS-RETURN-PROC.
002150*    結果1件分：入金済み(00)は件数のみ数える。不能分は提出明細と
002160*    社員番号・金額で突合し、一致すれば再発行と口座の要確認化、
002170*    一致しなければ未突合としてレポートに残す
002540     MOVE WK-DT-AMOUNT(WK-DT-FOUND-IDX)    TO RI-AMOUNT.
002550     MOVE BR-REASON                        TO RI-REASON.
002560     WRITE REISSUE-REC.
002561     MOVE RI-BANK-CD   TO WK-ZG-BANK-CD.
002562     MOVE RI-BRANCH-CD TO WK-ZG-BRANCH-CD.
002563     MOVE RI-ACCT-NO   TO WK-ZG-ACCT-NO.
002564     MOVE RI-EMP-ID    TO WK-ZG-CUST-CD.
002565     MOVE RI-AMOUNT    TO WK-ZG-AMOUNT.
002566     PERFORM LOOKUP-PAYEE-NAME-PROC.
002567     MOVE 'D' TO WK-ZG-FUNC.
002568     CALL 'ZENGIN' USING WK-ZG-FUNC WK-ZG-FILE-NAME
002569         WK-ZENGIN-AREA WK-ZG-RETURN-CD.
002570     PERFORM FLAG-SUSPECT-ACCOUNT-PROC.
002580     MOVE BR-EMP-ID TO WK-RD-EMP-ID.
002590     MOVE BR-AMOUNT TO WK-RD-AMOUNT.
002600     MOVE 'FAILED    ' TO WK-RD-STATUS.
002610     MOVE BR-REASON TO WK-RD-REASON.
002611     WRITE RETURN-REPORT-REC FROM WK-RPT-DETAIL.
002612 LOOKUP-PAYEE-NAME-PROC.
002613*    社員マスタから受取人名（氏名）を取る。マスタに無い社員は空白
002614*    のまま出力して警告する
002615     MOVE SPACES TO WK-ZG-PAYEE-NAME.
002616     IF WK-EM-FILE-STATUS NOT = '35'
002617         MOVE RI-EMP-ID TO EM-EMP-ID
002618         READ EMP-MASTER-IN
002619             INVALID KEY
002620                 DISPLAY 'BANKRET: NOT IN EMPMAST.IDX '
002621                     RI-EMP-ID ' - PAYEE NAME LEFT BLANK'
002623             NOT INVALID KEY
002625                 MOVE EM-NAME TO WK-ZG-PAYEE-NAME
002626         END-READ
002628     END-IF.
002630 FLAG-SUSPECT-ACCOUNT-PROC.
002640*    当該社員の口座マスタエントリを要確認(S)へ更新する
002650     MOVE 0 TO WK-BK-FOUND-IDX.
