000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MSTPURGE.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  累積型マスタの整理ユーティリティを
000080*                             新規作成（PURGRULE.DATの保存日数・
000090*                             状態・期間締めの条件を満たすレコード
000100*                             を日付付きの退避ファイルへ移して
000110*                             ARCHIDX.DATへ登録し、現行ファイルを
000120*                             書き直す。未決の案件から参照される
000122*                             レコードは整理しない）
000125*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000127*                             するよう変更（再実行・遅れ処理で
000130*                             処理対象の業務日を使う）
000132*  2026-10-15  SYSTEMS-GROUP  総勘定元帳の繰越行を勘定科目・期間
000134*                             別に借方・貸方で出力するよう変更
000136*                             （整理した期間を最新の期間へ集約
000138*                             しない）
000140*----------------------------------------------------------------
000150 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000170 FILE-CONTROL.
000180*    ファイルごとの整理条件（1ファイル1行）
000190     SELECT PURGE-RULE-IN ASSIGN TO 'PURGRULE.DAT'
000200         ORGANIZATION IS LINE SEQUENTIAL
000210         FILE STATUS IS WK-PR-FILE-STATUS.
000220*    整理対象の累積ファイル
000230     SELECT ESC-MASTER-IO ASSIGN TO 'ESCMAST.DAT'
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WK-EL-FILE-STATUS.
000260     SELECT CHANGE-HISTORY-IO ASSIGN TO 'EMPHIST.DAT'
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WK-EH-FILE-STATUS.
000290     SELECT GL-HISTORY-IO ASSIGN TO 'GLHIST.DAT'
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WK-GH-FILE-STATUS.
000320     SELECT PAY-HIST-IO ASSIGN TO 'PAYHIST.IDX'
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS PH-KEY
000360         FILE STATUS IS WK-PH-FILE-STATUS.
000370     SELECT SUSPENSE-IN ASSIGN TO 'GLSUSP.DAT'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WK-GS-FILE-STATUS.
000400*    未決の案件（再処理待ちの受注・未締め期間の遡及調整要求）と
000410*    期間締めの状態
000420     SELECT ORDER-SUSPENSE-IN ASSIGN TO 'ORDSUSP.DAT'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WK-SU-FILE-STATUS.
000450     SELECT ADJ-REQUEST-IN ASSIGN TO 'ADJREQ.DAT'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WK-AJ-FILE-STATUS.
000480     SELECT PERIOD-CLOSE-IN ASSIGN TO 'PERDCLS.DAT'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WK-CL-FILE-STATUS.
000510*    退避ファイル（ファイル系列＋.A＋実行日。同日の再実行は追記）
000520     SELECT ARCHIVE-OUT ASSIGN USING WK-ARC-FILE-NAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WK-AO-FILE-STATUS.
000550*    アーカイブ台帳（GENARCHと共用。退避ファイルを系列ごとに登録）
000560     SELECT ARCHIVE-INDEX-IO ASSIGN TO 'ARCHIDX.DAT'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WK-AX-FILE-STATUS.
000590*    残すレコードの一時ファイル（現行ファイルの書き直し元）
000600     SELECT PURGE-WORK-IO ASSIGN TO 'MSTPURGE.WRK'
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WK-WK-FILE-STATUS.
000630     SELECT PURGE-REPORT-OUT ASSIGN TO 'MSTPURGE.RPT'
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PURGE-RULE-IN.
000680 01 PURGE-RULE-REC.
000690*  整理条件1件（ファイル系列・保存日数・期間締めの要否Y/N・
000700*  整理してよい状態コードの並び〔空白は既定値〕）。保存日数を
000710*  超えて経過したレコードが整理の候補となる
000720   05 PR-FILE-ID       PIC X(08).
000730   05 PR-RETAIN-DAYS   PIC 9(05).
000740   05 PR-CLOSED-SW     PIC X(01).
000750   05 PR-STATUS-LIST   PIC X(04).
000760 FD  ESC-MASTER-IO.
000770 01 ESC-MASTER-REC.
000780*  エスカレーション1件（ESCMGRのレイアウトと同期を取ること）
000790   05 EL-ORDER-NO      PIC 9(07).
000800   05 EL-REASON-CD     PIC 9(02).
000810   05 EL-ESC-DATE      PIC 9(08).
000820   05 EL-STATUS        PIC X(01).
000830   05 EL-RES-DATE      PIC 9(08).
000840   05 EL-ORDER-DATA    PIC X(96).
000850 FD  CHANGE-HISTORY-IO.
000860 01 CHANGE-HISTORY-REC.
000870*  社員マスタの変更履歴1件（EMPMAINTのレイアウトと同期を取ること）
000880   05 EH-DATE          PIC 9(08).
000890   05 EH-TIME          PIC 9(08).
000900   05 EH-ACTION        PIC X(01).
000910   05 EH-EMP-ID        PIC 9(05).
000920   05 EH-BEFORE-IMAGE  PIC X(38).
000930   05 EH-AFTER-IMAGE   PIC X(38).
000940   05 EH-BEFORE-EXT    PIC X(22).
000950   05 EH-AFTER-EXT     PIC X(22).
000960   05 EH-REQUESTER     PIC X(08).
000970   05 EH-APPROVER      PIC X(08).
000980 FD  GL-HISTORY-IO.
000990 01 GL-HISTORY-REC.
001000*  転記履歴1件（GLJRNLのレイアウトと同期を取ること）
001010   05 GH-ACCT-CD       PIC X(10).
001020   05 GH-AMOUNT        PIC 9(09).
001030   05 GH-DR-CR         PIC X(02).
001040   05 GH-SOURCE        PIC X(08).
001050   05 GH-POST-DATE     PIC 9(08).
001060   05 GH-PERIOD-ID     PIC 9(06).
001070 FD  PAY-HIST-IO.
001080 01 PAY-HIST-REC.
001090*  給与計算履歴1件（社員番号＋支給期間がキー）
001100   05 PH-KEY.
001110     10 PH-EMP-ID      PIC 9(05).
001120     10 PH-PERIOD-ID   PIC 9(06).
001130   05 PH-RUN-DATE      PIC 9(08).
001140   05 PH-SALARY        PIC 9(07).
001150   05 PH-TAX           PIC 9(07).
001160   05 PH-BONUS         PIC 9(07).
001170   05 PH-NET           PIC 9(07).
001180 FD  SUSPENSE-IN.
001190 01 SUSPENSE-REC.
001200*  GLRECONの未解消差異の繰越1件（解消済みはGLRECONが外す）
001210   05 GS-ACCT-CD       PIC X(10).
001220   05 GS-PC-AMOUNT     PIC 9(09).
001230   05 GS-GP-AMOUNT     PIC 9(09).
001240   05 GS-FIRST-SEEN    PIC 9(08).
001250 FD  ORDER-SUSPENSE-IN.
001260 01 ORDER-SUSPENSE-REC.
001270   05 SU-CYCLE         PIC 9(02).
001280   05 SU-RETURN-CD     PIC 9(02).
001290   05 SU-ORDER-DATA.
001300     10 FILLER         PIC X(60).
001310     10 SU-ORDER-NO    PIC 9(07).
001320     10 FILLER         PIC X(29).
001330 FD  ADJ-REQUEST-IN.
001340 01 ADJ-REQUEST-REC.
001350   05 AJ-EMP-ID        PIC 9(05).
001360   05 AJ-NEW-SALARY    PIC 9(07).
001370   05 AJ-PERIOD-ID     PIC 9(06).
001380 FD  PERIOD-CLOSE-IN.
001390 01 PERIOD-CLOSE-REC.
001400*  期間締め管理の1件（PERDCLSのレイアウトと同期を取ること）
001410   05 CL-PERIOD-ID     PIC 9(06).
001420   05 CL-STATUS        PIC X(01).
001430   05 CL-CLOSED-DATE   PIC 9(08).
001440   05 CL-CLOSED-TIME   PIC 9(08).
001450 FD  ARCHIVE-OUT.
001460 01 ARCHIVE-REC        PIC X(160).
001470 FD  ARCHIVE-INDEX-IO.
001480 01 ARCHIVE-INDEX-REC.
001490   05 AX-FAMILY        PIC X(08).
001500   05 AX-FILE-NAME     PIC X(20).
001510   05 AX-RUN-DATE      PIC 9(08).
001520   05 AX-REC-COUNT     PIC 9(07).
001530 FD  PURGE-WORK-IO.
001540 01 PURGE-WORK-REC     PIC X(160).
001550 FD  PURGE-REPORT-OUT.
001560 01 PURGE-REPORT-REC   PIC X(100).
001570 WORKING-STORAGE SECTION.
001580 01 WK-FLAGS.
001590   05 WK-PR-FILE-STATUS PIC X(02).
001600   05 WK-EL-FILE-STATUS PIC X(02).
001610   05 WK-EH-FILE-STATUS PIC X(02).
001620   05 WK-GH-FILE-STATUS PIC X(02).
001630   05 WK-PH-FILE-STATUS PIC X(02).
001640   05 WK-GS-FILE-STATUS PIC X(02).
001650   05 WK-SU-FILE-STATUS PIC X(02).
001660   05 WK-AJ-FILE-STATUS PIC X(02).
001670   05 WK-CL-FILE-STATUS PIC X(02).
001680   05 WK-AO-FILE-STATUS PIC X(02).
001690   05 WK-AX-FILE-STATUS PIC X(02).
001700   05 WK-WK-FILE-STATUS PIC X(02).
001710   05 WK-EOF-SW        PIC X(01).
001720     88 WK-EOF             VALUE 'Y'.
001730   05 WK-ARC-OPEN-SW   PIC X(01).
001740     88 WK-ARC-OPEN        VALUE 'Y'.
001750   05 WK-AX-CHANGED-SW PIC X(01) VALUE 'N'.
001760     88 WK-AX-CHANGED      VALUE 'Y'.
001770*--- 整理条件のテーブル ---
001780 01 WK-RULE-TABLE.
001790   05 WK-PR-COUNT      PIC 9(02) VALUE 0.
001800   05 WK-PR-ENTRY OCCURS 10 TIMES.
001810     10 WK-PR-FILE-ID  PIC X(08).
001820     10 WK-PR-RETAIN   PIC 9(05).
001830     10 WK-PR-CLOSED   PIC X(01).
001840     10 WK-PR-STATUSES PIC X(04).
001850 01 WK-RULE-WORK.
001860   05 WK-PR-IDX        PIC 9(02).
001870   05 WK-PR-FOUND-IDX  PIC 9(02).
001880*--- 処理中のファイルの整理条件と件数 ---
001890 01 WK-CUR-FILE-AREA.
001900   05 WK-CUR-FILE-ID   PIC X(08).
001910   05 WK-CUR-RETAIN    PIC 9(05).
001920   05 WK-CUR-CLOSED-SW PIC X(01).
001930     88 WK-CUR-NEEDS-CLOSE VALUE 'Y'.
001940   05 WK-CUR-STATUSES  PIC X(04).
001950   05 WK-FC-BEFORE     PIC 9(07).
001960   05 WK-FC-ARCHIVED   PIC 9(07).
001970   05 WK-FC-REFUSED    PIC 9(07).
001980   05 WK-FC-AFTER      PIC 9(07).
001990*--- 1レコードの判定結果（E=整理候補、R=未決の案件から参照）---
002000 01 WK-JUDGE-AREA.
002010   05 WK-REC-DATE      PIC 9(08).
002020   05 WK-REC-SERIAL    PIC 9(07).
002030   05 WK-REC-PERIOD    PIC 9(06).
002040   05 WK-AGE-DAYS      PIC S9(07).
002050   05 WK-ELIGIBLE-SW   PIC X(01).
002060     88 WK-ELIGIBLE        VALUE 'Y'.
002070   05 WK-REFERENCED-SW PIC X(01).
002080     88 WK-REFERENCED      VALUE 'Y'.
002090   05 WK-CLOSED-SW     PIC X(01).
002100     88 WK-PERIOD-CLOSED   VALUE 'Y'.
002110   05 WK-REFUSE-REASON PIC X(20).
002120*--- 日付検証（DATECHK）と実行日 ---
002130 01 WK-RUN-AREA.
002140   05 WK-RUN-DATE      PIC 9(08).
002150   05 WK-RUN-SERIAL    PIC 9(07).
002160   05 WK-DATE-RETURN-CD PIC 9(02).
002170*--- 締め済み期間のテーブル（PERDCLS.DATから読み込み）---
002180 01 WK-CLOSE-TABLE.
002190   05 WK-CL-COUNT      PIC 9(03) VALUE 0.
002200   05 WK-CL-PERIOD-ID  PIC 9(06) OCCURS 48 TIMES.
002210   05 WK-CL-IDX        PIC 9(03).
002220*--- 再処理待ちの受注番号（ORDSUSP.DATから読み込み）---
002230 01 WK-PENDING-ORDER-TABLE.
002240   05 WK-SU-COUNT      PIC 9(03) VALUE 0.
002250   05 WK-SU-ORDER-NO   PIC 9(07) OCCURS 500 TIMES.
002260   05 WK-SU-IDX        PIC 9(03).
002270*--- 未解消差異のある口座（GLSUSP.DATから読み込み）---
002280 01 WK-OPEN-ACCT-TABLE.
002290   05 WK-GS-COUNT      PIC 9(03) VALUE 0.
002300   05 WK-GS-ACCT-CD    PIC X(10) OCCURS 50 TIMES.
002310   05 WK-GS-IDX        PIC 9(03).
002320*--- 遡及調整要求（ADJREQ.DATから読み込み。未締め期間分が未決）---
002330 01 WK-ADJ-TABLE.
002340   05 WK-AJ-COUNT      PIC 9(03) VALUE 0.
002350   05 WK-AJ-ENTRY OCCURS 500 TIMES.
002360     10 WK-AJ-EMP-ID   PIC 9(05).
002370     10 WK-AJ-PERIOD-ID PIC 9(06).
002380   05 WK-AJ-IDX        PIC 9(03).
002390*--- 社員ごとの最新の変更履歴の位置（その社員の現在の状態を示す
002400*    ため整理しない）---
002410 01 WK-LATEST-TABLE.
002420   05 WK-LT-COUNT      PIC 9(03) VALUE 0.
002430   05 WK-LT-ENTRY OCCURS 500 TIMES.
002440     10 WK-LT-EMP-ID   PIC 9(05).
002450     10 WK-LT-SEQ      PIC 9(07).
002460   05 WK-LT-IDX        PIC 9(03).
002470   05 WK-LT-FOUND-IDX  PIC 9(03).
002480   05 WK-LT-OVFL-SW    PIC X(01).
002490     88 WK-LT-OVERFLOW     VALUE 'Y'.
002500   05 WK-EH-SEQ        PIC 9(07).
002510*--- 転記履歴の整理分の口座・期間別の借方・貸方合計（発生源
002520*    BALFWDとして残す。FINSTMTの累計残高・前年・繰越利益剰余金と
002522*    GLTRIALの期間合計を変えないため）---
002530 01 WK-BALFWD-TABLE.
002540   05 WK-BF-COUNT      PIC 9(04) VALUE 0.
002550   05 WK-BF-ENTRY OCCURS 1000 TIMES.
002560     10 WK-BF-ACCT-CD  PIC X(10).
002565     10 WK-BF-PERIOD-ID PIC 9(06).
002570     10 WK-BF-DR       PIC 9(11).
002575     10 WK-BF-CR       PIC 9(11).
002580   05 WK-BF-IDX        PIC 9(04).
002590   05 WK-BF-FOUND-IDX  PIC 9(04).
002610*--- アーカイブ台帳のインメモリテーブル ---
002620 01 WK-INDEX-TABLE.
002630   05 WK-AX-COUNT      PIC 9(03) VALUE 0.
002640   05 WK-AX-ENTRY OCCURS 100 TIMES.
002650     10 WK-AX-FAMILY   PIC X(08).
002660     10 WK-AX-NAME     PIC X(20).
002670     10 WK-AX-DATE     PIC 9(08).
002680     10 WK-AX-RECS     PIC 9(07).
002690 01 WK-INDEX-WORK.
002700   05 WK-AX-IDX        PIC 9(03).
002710   05 WK-AX-FOUND-IDX  PIC 9(03).
002720   05 WK-ARC-FILE-NAME PIC X(20).
002730*--- LOCKMGR呼び出し用ワーク（実行間ロック）---
002740 01 WK-LOCK-AREA.
002750   05 WK-LOCK-FUNC     PIC X(01).
002760   05 WK-LOCK-PGM      PIC X(08) VALUE 'MSTPURGE'.
002770   05 WK-LOCK-FILES.
002780     10 FILLER         PIC X(10) VALUE 'ESCMAST   '.
002790     10 FILLER         PIC X(10) VALUE 'EMPHIST   '.
002800     10 FILLER         PIC X(10) VALUE 'GLHIST    '.
002810     10 FILLER         PIC X(10) VALUE 'PAYHIST   '.
002820     10 FILLER         PIC X(10) VALUE 'GLSUSP    '.
002830   05 WK-LOCK-RETURN-CD PIC 9(02).
002840 01 WK-COUNTERS.
002850   05 WK-TOT-ARCHIVED  PIC 9(07) VALUE 0.
002860   05 WK-TOT-REFUSED   PIC 9(07) VALUE 0.
002870*--- 整理レポートの見出し・明細・合計行 ---
002880 01 WK-RPT-HEADER.
002890   05 FILLER           PIC X(30)
002900       VALUE 'MASTER FILE PURGE REPORT      '.
002910   05 WK-RH-DATE       PIC 9(08).
002920 01 WK-RPT-COLUMNS.
002930   05 FILLER           PIC X(40)
002940       VALUE 'FILE     RETAIN   BEFORE ARCHIVED  REFUS'.
002950   05 FILLER           PIC X(40)
002960       VALUE 'ED    AFTER  ARCHIVE FILE               '.
002970 01 WK-RPT-FILE-LINE.
002980   05 WK-RF-FILE       PIC X(08).
002990   05 FILLER           PIC X(02) VALUE SPACES.
003000   05 WK-RF-RETAIN     PIC ZZZZ9.
003010   05 FILLER           PIC X(02) VALUE SPACES.
003020   05 WK-RF-BEFORE     PIC ZZZZZZ9.
003030   05 FILLER           PIC X(02) VALUE SPACES.
003040   05 WK-RF-ARCHIVED   PIC ZZZZZZ9.
003050   05 FILLER           PIC X(02) VALUE SPACES.
003060   05 WK-RF-REFUSED    PIC ZZZZZZ9.
003070   05 FILLER           PIC X(02) VALUE SPACES.
003080   05 WK-RF-AFTER      PIC ZZZZZZ9.
003090   05 FILLER           PIC X(02) VALUE SPACES.
003100   05 WK-RF-ARC-NAME   PIC X(20).
003110   05 FILLER           PIC X(02) VALUE SPACES.
003120   05 WK-RF-NOTE       PIC X(20) VALUE SPACES.
003130 01 WK-RPT-REFUSED-LINE.
003140   05 FILLER           PIC X(10) VALUE '  REFUSED '.
003150   05 WK-RR-FILE       PIC X(08).
003160   05 FILLER           PIC X(02) VALUE SPACES.
003170   05 WK-RR-KEY-1      PIC X(10).
003180   05 FILLER           PIC X(01) VALUE SPACE.
003190   05 WK-RR-KEY-2      PIC X(08).
003200   05 FILLER           PIC X(02) VALUE SPACES.
003210   05 WK-RR-REASON     PIC X(20).
003220 01 WK-RPT-TOTAL.
003230   05 FILLER           PIC X(16) VALUE 'TOTAL  ARCHIVED '.
003240   05 WK-RT-ARCHIVED   PIC ZZZZZZ9.
003250   05 FILLER           PIC X(11) VALUE '  REFUSED  '.
003260   05 WK-RT-REFUSED    PIC ZZZZZZ9.
003270 PROCEDURE DIVISION.
003280 MAIN-PROC.
003290*    累積型のファイル（エスカレーション・社員変更履歴・転記履歴・
003300*    給与計算履歴・GL未解消差異）を順に読み、PURGRULE.DATの条件を
003310*    満たすレコードを日付付きの退避ファイルへ移して現行ファイルを
003320*    書き直す。未決の案件から参照されるレコードは整理を拒否して
003330*    レポートに印字する。整理条件の無いファイルは触らない
003340     CALL 'BUSDATE' USING WK-RUN-DATE.
003350     CALL 'DATECHK' USING WK-RUN-DATE WK-DATE-RETURN-CD
003360         WK-RUN-SERIAL.
003370     MOVE 'L' TO WK-LOCK-FUNC.
003380     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
003390         WK-LOCK-FILES WK-LOCK-RETURN-CD.
003400     IF WK-LOCK-RETURN-CD NOT = 00
003410         DISPLAY 'MSTPURGE: FILES LOCKED BY ANOTHER RUN'
003420             ' - RUN REFUSED'
003430         MOVE 8 TO RETURN-CODE
003440         GOBACK
003450     END-IF.
003460     PERFORM LOAD-RULE-TABLE-PROC.
003470     PERFORM LOAD-CLOSED-PERIOD-PROC.
003480     PERFORM LOAD-PENDING-ORDER-PROC.
003490     PERFORM LOAD-OPEN-ACCOUNT-PROC.
003500     PERFORM LOAD-ADJ-REQUEST-PROC.
003510     PERFORM LOAD-ARCHIVE-INDEX-PROC.
003520     OPEN OUTPUT PURGE-REPORT-OUT.
003530     MOVE WK-RUN-DATE TO WK-RH-DATE.
003540     WRITE PURGE-REPORT-REC FROM WK-RPT-HEADER.
003550     MOVE SPACES TO PURGE-REPORT-REC.
003560     WRITE PURGE-REPORT-REC.
003570     WRITE PURGE-REPORT-REC FROM WK-RPT-COLUMNS.
003580     PERFORM PURGE-ESC-MASTER-PROC.
003590     PERFORM PURGE-CHANGE-HISTORY-PROC.
003600     PERFORM PURGE-GL-HISTORY-PROC.
003610     PERFORM PURGE-PAY-HISTORY-PROC.
003620     PERFORM CHECK-SUSPENSE-PROC.
003630     IF WK-AX-CHANGED
003640         PERFORM REWRITE-ARCHIVE-INDEX-PROC
003650     END-IF.
003660     MOVE SPACES TO PURGE-REPORT-REC.
003670     WRITE PURGE-REPORT-REC.
003680     MOVE WK-TOT-ARCHIVED TO WK-RT-ARCHIVED.
003690     MOVE WK-TOT-REFUSED  TO WK-RT-REFUSED.
003700     WRITE PURGE-REPORT-REC FROM WK-RPT-TOTAL.
003710     CLOSE PURGE-REPORT-OUT.
003720     DISPLAY 'MSTPURGE: ARCHIVED = ' WK-TOT-ARCHIVED.
003730     DISPLAY 'MSTPURGE: REFUSED  = ' WK-TOT-REFUSED.
003740     MOVE 'U' TO WK-LOCK-FUNC.
003750     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
003760         WK-LOCK-FILES WK-LOCK-RETURN-CD.
003770     GOBACK.
003780 LOAD-RULE-TABLE-PROC.
003790*    PURGRULE.DATを読み込む（無い場合は何も整理しない）
003800     MOVE 'N' TO WK-EOF-SW.
003810     OPEN INPUT PURGE-RULE-IN.
003820     IF WK-PR-FILE-STATUS = '35'
003830         DISPLAY 'MSTPURGE: PURGRULE.DAT NOT FOUND'
003840             ' - NOTHING PURGED'
003850     ELSE
003860         PERFORM READ-RULE-PROC
003870             UNTIL WK-EOF
003880         CLOSE PURGE-RULE-IN
003890     END-IF.
003900 READ-RULE-PROC.
003910     READ PURGE-RULE-IN
003920         AT END
003930             SET WK-EOF TO TRUE
003940         NOT AT END
003950             PERFORM STORE-RULE-PROC
003960     END-READ.
003970 STORE-RULE-PROC.
003980*    保存日数が数字でない条件は無視する（誤った条件で整理しない）
003990     IF PR-RETAIN-DAYS IS NOT NUMERIC
004000         DISPLAY 'MSTPURGE: INVALID RETENTION FOR ' PR-FILE-ID
004010             ' - RULE IGNORED'
004020     ELSE
004030         IF WK-PR-COUNT < 10
004040             ADD 1 TO WK-PR-COUNT
004050             MOVE PR-FILE-ID     TO WK-PR-FILE-ID(WK-PR-COUNT)
004060             MOVE PR-RETAIN-DAYS TO WK-PR-RETAIN(WK-PR-COUNT)
004070             MOVE PR-CLOSED-SW   TO WK-PR-CLOSED(WK-PR-COUNT)
004080             MOVE PR-STATUS-LIST TO WK-PR-STATUSES(WK-PR-COUNT)
004090         END-IF
004100     END-IF.
004110 LOAD-CLOSED-PERIOD-PROC.
004120*    PERDCLS.DATの締め済み期間を読み込む
004130     MOVE 'N' TO WK-EOF-SW.
004140     OPEN INPUT PERIOD-CLOSE-IN.
004150     IF WK-CL-FILE-STATUS = '35'
004160         SET WK-EOF TO TRUE
004170     ELSE
004180         PERFORM READ-CLOSED-PERIOD-PROC
004190             UNTIL WK-EOF
004200         CLOSE PERIOD-CLOSE-IN
004210     END-IF.
004220 READ-CLOSED-PERIOD-PROC.
004230     READ PERIOD-CLOSE-IN
004240         AT END
004250             SET WK-EOF TO TRUE
004260         NOT AT END
004270             IF CL-STATUS = 'C' AND WK-CL-COUNT < 48
004280                 ADD 1 TO WK-CL-COUNT
004290                 MOVE CL-PERIOD-ID TO WK-CL-PERIOD-ID(WK-CL-COUNT)
004300             END-IF
004310     END-READ.
004320 LOAD-PENDING-ORDER-PROC.
004330*    ORDSUSP.DATの再処理待ちの受注番号を読み込む（訂正再投入した
004340*    エスカレーションは再処理が済むまで整理しない）
004350     MOVE 'N' TO WK-EOF-SW.
004360     OPEN INPUT ORDER-SUSPENSE-IN.
004370     IF WK-SU-FILE-STATUS = '35'
004380         SET WK-EOF TO TRUE
004390     ELSE
004400         PERFORM READ-PENDING-ORDER-PROC
004410             UNTIL WK-EOF
004420         CLOSE ORDER-SUSPENSE-IN
004430     END-IF.
004440 READ-PENDING-ORDER-PROC.
004450     READ ORDER-SUSPENSE-IN
004460         AT END
004470             SET WK-EOF TO TRUE
004480         NOT AT END
004490             IF WK-SU-COUNT < 500
004500                 ADD 1 TO WK-SU-COUNT
004510                 MOVE SU-ORDER-NO TO WK-SU-ORDER-NO(WK-SU-COUNT)
004520             END-IF
004530     END-READ.
004540 LOAD-OPEN-ACCOUNT-PROC.
004550*    GLSUSP.DATの未解消差異の口座を読み込む（調査中の口座の転記
004560*    履歴は整理しない）
004570     MOVE 'N' TO WK-EOF-SW.
004580     OPEN INPUT SUSPENSE-IN.
004590     IF WK-GS-FILE-STATUS = '35'
004600         SET WK-EOF TO TRUE
004610     ELSE
004620         PERFORM READ-OPEN-ACCOUNT-PROC
004630             UNTIL WK-EOF
004640         CLOSE SUSPENSE-IN
004650     END-IF.
004660 READ-OPEN-ACCOUNT-PROC.
004670     READ SUSPENSE-IN
004680         AT END
004690             SET WK-EOF TO TRUE
004700         NOT AT END
004710             IF WK-GS-COUNT < 50
004720                 ADD 1 TO WK-GS-COUNT
004730                 MOVE GS-ACCT-CD TO WK-GS-ACCT-CD(WK-GS-COUNT)
004740             END-IF
004750     END-READ.
004760 LOAD-ADJ-REQUEST-PROC.
004770*    ADJREQ.DATの遡及調整要求を読み込む（未締め期間の要求が残る
004780*    社員・期間の給与計算履歴は整理しない）
004790     MOVE 'N' TO WK-EOF-SW.
004800     OPEN INPUT ADJ-REQUEST-IN.
004810     IF WK-AJ-FILE-STATUS = '35'
004820         SET WK-EOF TO TRUE
004830     ELSE
004840         PERFORM READ-ADJ-REQUEST-PROC
004850             UNTIL WK-EOF
004860         CLOSE ADJ-REQUEST-IN
004870     END-IF.
004880 READ-ADJ-REQUEST-PROC.
004890     READ ADJ-REQUEST-IN
004900         AT END
004910             SET WK-EOF TO TRUE
004920         NOT AT END
004930             IF WK-AJ-COUNT < 500
004940                 ADD 1 TO WK-AJ-COUNT
004950                 MOVE AJ-EMP-ID    TO WK-AJ-EMP-ID(WK-AJ-COUNT)
004960                 MOVE AJ-PERIOD-ID TO WK-AJ-PERIOD-ID(WK-AJ-COUNT)
004970             END-IF
004980     END-READ.
004990 LOAD-ARCHIVE-INDEX-PROC.
005000*    ARCHIDX.DATを全件読み込む（初回はファイル無しとして空扱い）
005010     MOVE 'N' TO WK-EOF-SW.
005020     OPEN INPUT ARCHIVE-INDEX-IO.
005030     IF WK-AX-FILE-STATUS = '35'
005040         SET WK-EOF TO TRUE
005050     ELSE
005060         PERFORM READ-ARCHIVE-INDEX-PROC
005070             UNTIL WK-EOF
005080         CLOSE ARCHIVE-INDEX-IO
005090     END-IF.
005100 READ-ARCHIVE-INDEX-PROC.
005110     READ ARCHIVE-INDEX-IO
005120         AT END
005130             SET WK-EOF TO TRUE
005140         NOT AT END
005150             IF WK-AX-COUNT < 100
005160                 ADD 1 TO WK-AX-COUNT
005170                 MOVE AX-FAMILY    TO WK-AX-FAMILY(WK-AX-COUNT)
005180                 MOVE AX-FILE-NAME TO WK-AX-NAME(WK-AX-COUNT)
005190                 MOVE AX-RUN-DATE  TO WK-AX-DATE(WK-AX-COUNT)
005200                 MOVE AX-REC-COUNT TO WK-AX-RECS(WK-AX-COUNT)
005210             END-IF
005220     END-READ.
005230 BEGIN-FILE-PROC.
005240*    WK-CUR-FILE-IDの整理条件を探し、件数と退避ファイル名を準備する
005250     MOVE 0 TO WK-FC-BEFORE WK-FC-ARCHIVED WK-FC-REFUSED
005260         WK-FC-AFTER.
005270     MOVE 'N' TO WK-ARC-OPEN-SW.
005280     MOVE 0 TO WK-PR-FOUND-IDX.
005290     PERFORM FIND-RULE-STEP-PROC
005300         VARYING WK-PR-IDX FROM 1 BY 1
005310         UNTIL WK-PR-IDX > WK-PR-COUNT
005320             OR WK-PR-FOUND-IDX NOT = 0.
005330     IF WK-PR-FOUND-IDX NOT = 0
005340         MOVE WK-PR-RETAIN(WK-PR-FOUND-IDX)   TO WK-CUR-RETAIN
005350         MOVE WK-PR-CLOSED(WK-PR-FOUND-IDX)   TO WK-CUR-CLOSED-SW
005360         MOVE WK-PR-STATUSES(WK-PR-FOUND-IDX) TO WK-CUR-STATUSES
005370     END-IF.
005380     MOVE SPACES TO WK-ARC-FILE-NAME.
005390     STRING WK-CUR-FILE-ID DELIMITED BY SPACE
005400         '.A'             DELIMITED BY SIZE
005410         WK-RUN-DATE      DELIMITED BY SIZE
005420         INTO WK-ARC-FILE-NAME.
005430 FIND-RULE-STEP-PROC.
005440     IF WK-PR-FILE-ID(WK-PR-IDX) = WK-CUR-FILE-ID
005450         MOVE WK-PR-IDX TO WK-PR-FOUND-IDX
005460     END-IF.
005470 CHECK-AGE-PROC.
005480*    WK-REC-DATEが保存日数を超えて経過していれば整理候補とする
005490*    （日付が不正なレコードは候補にしない）
005500     MOVE 'N' TO WK-ELIGIBLE-SW.
005510     CALL 'DATECHK' USING WK-REC-DATE WK-DATE-RETURN-CD
005520         WK-REC-SERIAL.
005530     IF WK-DATE-RETURN-CD = 00
005540         COMPUTE WK-AGE-DAYS = WK-RUN-SERIAL - WK-REC-SERIAL
005550         IF WK-AGE-DAYS > WK-CUR-RETAIN
005560             SET WK-ELIGIBLE TO TRUE
005570         END-IF
005580     END-IF.
005590 CHECK-CLOSED-PROC.
005600*    整理条件が期間締めを求める場合、WK-REC-PERIODがPERDCLS.DATで
005610*    締め済みでなければ候補から外す
005620     IF WK-CUR-NEEDS-CLOSE AND WK-ELIGIBLE
005630         PERFORM FIND-CLOSED-PERIOD-PROC
005640         IF NOT WK-PERIOD-CLOSED
005650             MOVE 'N' TO WK-ELIGIBLE-SW
005660         END-IF
005670     END-IF.
005680 FIND-CLOSED-PERIOD-PROC.
005690     MOVE 'N' TO WK-CLOSED-SW.
005700     PERFORM FIND-CLOSED-STEP-PROC
005710         VARYING WK-CL-IDX FROM 1 BY 1
005720         UNTIL WK-CL-IDX > WK-CL-COUNT
005730             OR WK-PERIOD-CLOSED.
005740 FIND-CLOSED-STEP-PROC.
005750     IF WK-CL-PERIOD-ID(WK-CL-IDX) = WK-REC-PERIOD
005760         SET WK-PERIOD-CLOSED TO TRUE
005770     END-IF.
005780 OPEN-ARCHIVE-PROC.
005790*    退避ファイルを開く（同日の再実行は追記。初回のみ新規作成）
005800     OPEN EXTEND ARCHIVE-OUT.
005810     IF WK-AO-FILE-STATUS = '35'
005820         OPEN OUTPUT ARCHIVE-OUT
005830     END-IF.
005840     SET WK-ARC-OPEN TO TRUE.
005850 END-FILE-PROC.
005860*    退避ファイルを閉じて台帳へ登録し、ファイル別の件数行を印字する
005870     IF WK-ARC-OPEN
005880         CLOSE ARCHIVE-OUT
005890         PERFORM REGISTER-ARCHIVE-PROC
005900     END-IF.
005910     ADD WK-FC-ARCHIVED TO WK-TOT-ARCHIVED.
005920     ADD WK-FC-REFUSED  TO WK-TOT-REFUSED.
005930     MOVE WK-CUR-FILE-ID TO WK-RF-FILE.
005940     MOVE WK-CUR-RETAIN  TO WK-RF-RETAIN.
005950     MOVE WK-FC-BEFORE   TO WK-RF-BEFORE.
005960     MOVE WK-FC-ARCHIVED TO WK-RF-ARCHIVED.
005970     MOVE WK-FC-REFUSED  TO WK-RF-REFUSED.
005980     MOVE WK-FC-AFTER    TO WK-RF-AFTER.
005990     IF WK-FC-ARCHIVED > 0
006000         MOVE WK-ARC-FILE-NAME TO WK-RF-ARC-NAME
006010     ELSE
006020         MOVE SPACES TO WK-RF-ARC-NAME
006030     END-IF.
006040     WRITE PURGE-REPORT-REC FROM WK-RPT-FILE-LINE.
006050 WRITE-NO-RULE-LINE-PROC.
006060*    整理条件の無いファイルは件数を数えずに対象外として印字する
006070     MOVE WK-CUR-FILE-ID TO WK-RF-FILE.
006080     MOVE 0 TO WK-RF-RETAIN WK-RF-BEFORE WK-RF-ARCHIVED
006090         WK-RF-REFUSED WK-RF-AFTER.
006100     MOVE SPACES TO WK-RF-ARC-NAME.
006110     MOVE 'NO RULE - NOT PURGED' TO WK-RF-NOTE.
006120     WRITE PURGE-REPORT-REC FROM WK-RPT-FILE-LINE.
006130     MOVE SPACES TO WK-RF-NOTE.
006140 REGISTER-ARCHIVE-PROC.
006150*    退避ファイルをアーカイブ台帳へ登録する（同名の登録があれば
006160*    件数を加算）。GENARCHの保有世代数による削除の対象にはしない
006170     MOVE 0 TO WK-AX-FOUND-IDX.
006180     PERFORM FIND-ARCHIVE-STEP-PROC
006190         VARYING WK-AX-IDX FROM 1 BY 1
006200         UNTIL WK-AX-IDX > WK-AX-COUNT
006210             OR WK-AX-FOUND-IDX NOT = 0.
006220     IF WK-AX-FOUND-IDX NOT = 0
006230         ADD WK-FC-ARCHIVED TO WK-AX-RECS(WK-AX-FOUND-IDX)
006240         SET WK-AX-CHANGED TO TRUE
006250     ELSE
006260         IF WK-AX-COUNT < 100
006270             ADD 1 TO WK-AX-COUNT
006280             MOVE WK-CUR-FILE-ID   TO WK-AX-FAMILY(WK-AX-COUNT)
006290             MOVE WK-ARC-FILE-NAME TO WK-AX-NAME(WK-AX-COUNT)
006300             MOVE WK-RUN-DATE      TO WK-AX-DATE(WK-AX-COUNT)
006310             MOVE WK-FC-ARCHIVED   TO WK-AX-RECS(WK-AX-COUNT)
006320             SET WK-AX-CHANGED TO TRUE
006330         ELSE
006340             DISPLAY 'MSTPURGE: ARCHIDX.DAT FULL - '
006350                 WK-ARC-FILE-NAME ' NOT REGISTERED'
006360         END-IF
006370     END-IF.
006380 FIND-ARCHIVE-STEP-PROC.
006390     IF WK-AX-NAME(WK-AX-IDX) = WK-ARC-FILE-NAME
006400         MOVE WK-AX-IDX TO WK-AX-FOUND-IDX
006410     END-IF.
006420 WRITE-REFUSED-LINE-PROC.
006430*    未決の案件から参照される整理候補を拒否としてレポートに印字する
006440     ADD 1 TO WK-FC-REFUSED.
006450     MOVE WK-CUR-FILE-ID   TO WK-RR-FILE.
006460     MOVE WK-REFUSE-REASON TO WK-RR-REASON.
006470     WRITE PURGE-REPORT-REC FROM WK-RPT-REFUSED-LINE.
006480 COPY-BACK-PROC.
006490*    残したレコードの一時ファイルを開き直し、現行ファイルの書き直し
006500*    に備える（呼び出し元が現行ファイルを出力で開いて1件ずつ移す）
006510     CLOSE PURGE-WORK-IO.
006520     OPEN INPUT PURGE-WORK-IO.
006530     MOVE 'N' TO WK-EOF-SW.
006540 PURGE-ESC-MASTER-PROC.
006550*    エスカレーション：解決済み（既定は状態R・C）で、解決日から保存
006560*    日数を超えたものを整理する。未処理(O)は対象外。訂正再投入した
006570*    受注がORDSUSP.DATで再処理待ちの間は拒否する
006580     MOVE 'ESCMAST ' TO WK-CUR-FILE-ID.
006590     PERFORM BEGIN-FILE-PROC.
006600     IF WK-PR-FOUND-IDX = 0
006610         PERFORM WRITE-NO-RULE-LINE-PROC
006620     ELSE
006630         IF WK-CUR-STATUSES = SPACES
006640             MOVE 'RC' TO WK-CUR-STATUSES
006650         END-IF
006660         MOVE 'N' TO WK-EOF-SW
006670         OPEN INPUT ESC-MASTER-IO
006680         IF WK-EL-FILE-STATUS = '35'
006690             SET WK-EOF TO TRUE
006700         ELSE
006710             OPEN OUTPUT PURGE-WORK-IO
006720             PERFORM READ-ESC-MASTER-PROC
006730                 UNTIL WK-EOF
006740             CLOSE ESC-MASTER-IO
006750             IF WK-FC-ARCHIVED > 0
006760                 PERFORM COPY-BACK-PROC
006770                 OPEN OUTPUT ESC-MASTER-IO
006780                 PERFORM COPY-ESC-MASTER-PROC
006790                     UNTIL WK-EOF
006800                 CLOSE ESC-MASTER-IO
006810             END-IF
006820             CLOSE PURGE-WORK-IO
006830         END-IF
006840         PERFORM END-FILE-PROC
006850     END-IF.
006860 READ-ESC-MASTER-PROC.
006870     READ ESC-MASTER-IO
006880         AT END
006890             SET WK-EOF TO TRUE
006900         NOT AT END
006910             ADD 1 TO WK-FC-BEFORE
006920             PERFORM JUDGE-ESC-MASTER-PROC
006930     END-READ.
006940 JUDGE-ESC-MASTER-PROC.
006950     MOVE 'N' TO WK-ELIGIBLE-SW WK-REFERENCED-SW.
006960     IF EL-STATUS NOT = 'O' AND EL-STATUS NOT = SPACE
006970         IF WK-CUR-STATUSES(1:1) = EL-STATUS
006980                 OR WK-CUR-STATUSES(2:1) = EL-STATUS
006990                 OR WK-CUR-STATUSES(3:1) = EL-STATUS
007000                 OR WK-CUR-STATUSES(4:1) = EL-STATUS
007010             MOVE EL-RES-DATE TO WK-REC-DATE
007020             PERFORM CHECK-AGE-PROC
007030         END-IF
007040     END-IF.
007050     IF WK-ELIGIBLE
007060         PERFORM FIND-PENDING-ORDER-STEP-PROC
007070             VARYING WK-SU-IDX FROM 1 BY 1
007080             UNTIL WK-SU-IDX > WK-SU-COUNT
007090                 OR WK-REFERENCED
007100     END-IF.
007110     IF WK-ELIGIBLE AND NOT WK-REFERENCED
007120         IF NOT WK-ARC-OPEN
007130             PERFORM OPEN-ARCHIVE-PROC
007140         END-IF
007150         WRITE ARCHIVE-REC FROM ESC-MASTER-REC
007160         ADD 1 TO WK-FC-ARCHIVED
007170     ELSE
007180         IF WK-ELIGIBLE
007190             MOVE EL-ORDER-NO TO WK-RR-KEY-1
007200             MOVE EL-STATUS   TO WK-RR-KEY-2
007210             MOVE 'PENDING REPROCESS' TO WK-REFUSE-REASON
007220             PERFORM WRITE-REFUSED-LINE-PROC
007230         END-IF
007240         WRITE PURGE-WORK-REC FROM ESC-MASTER-REC
007250         ADD 1 TO WK-FC-AFTER
007260     END-IF.
007270 FIND-PENDING-ORDER-STEP-PROC.
007280     IF WK-SU-ORDER-NO(WK-SU-IDX) = EL-ORDER-NO
007290         SET WK-REFERENCED TO TRUE
007300     END-IF.
007310 COPY-ESC-MASTER-PROC.
007320     READ PURGE-WORK-IO INTO ESC-MASTER-REC
007330         AT END
007340             SET WK-EOF TO TRUE
007350         NOT AT END
007360             WRITE ESC-MASTER-REC
007370     END-READ.
007380 PURGE-CHANGE-HISTORY-PROC.
007390*    社員の変更履歴：変更日から保存日数を超えたものを整理する。
007400*    社員ごとの最新の1件は現在の状態を示すため残す（EMPHRPTの
007410*    時点復元がこの1件から始まる）
007420     MOVE 'EMPHIST ' TO WK-CUR-FILE-ID.
007430     PERFORM BEGIN-FILE-PROC.
007440     IF WK-PR-FOUND-IDX = 0
007450         PERFORM WRITE-NO-RULE-LINE-PROC
007460     ELSE
007470         PERFORM LOAD-LATEST-HISTORY-PROC
007480         MOVE 'N' TO WK-EOF-SW
007490         MOVE 0   TO WK-EH-SEQ
007500         OPEN INPUT CHANGE-HISTORY-IO
007510         IF WK-EH-FILE-STATUS = '35'
007520             SET WK-EOF TO TRUE
007530         ELSE
007540             OPEN OUTPUT PURGE-WORK-IO
007550             PERFORM READ-CHANGE-HISTORY-PROC
007560                 UNTIL WK-EOF
007570             CLOSE CHANGE-HISTORY-IO
007580             IF WK-FC-ARCHIVED > 0
007590                 PERFORM COPY-BACK-PROC
007600                 OPEN OUTPUT CHANGE-HISTORY-IO
007610                 PERFORM COPY-CHANGE-HISTORY-PROC
007620                     UNTIL WK-EOF
007630                 CLOSE CHANGE-HISTORY-IO
007640             END-IF
007650             CLOSE PURGE-WORK-IO
007660         END-IF
007670         PERFORM END-FILE-PROC
007680     END-IF.
007690 LOAD-LATEST-HISTORY-PROC.
007700*    変更履歴を一度読み、社員ごとの最新の1件の位置を控える。社員
007710*    数がテーブルを超えた場合は、どれが最新か確かめられないため
007720*    変更履歴の整理を全て拒否する
007730     MOVE 0   TO WK-LT-COUNT WK-EH-SEQ.
007740     MOVE 'N' TO WK-LT-OVFL-SW WK-EOF-SW.
007750     OPEN INPUT CHANGE-HISTORY-IO.
007760     IF WK-EH-FILE-STATUS = '35'
007770         SET WK-EOF TO TRUE
007780     ELSE
007790         PERFORM READ-LATEST-HISTORY-PROC
007800             UNTIL WK-EOF
007810         CLOSE CHANGE-HISTORY-IO
007820     END-IF.
007830     IF WK-LT-OVERFLOW
007840         DISPLAY 'MSTPURGE: EMPHIST EMPLOYEE TABLE FULL'
007850             ' - EMPHIST NOT PURGED'
007860     END-IF.
007870 READ-LATEST-HISTORY-PROC.
007880     READ CHANGE-HISTORY-IO
007890         AT END
007900             SET WK-EOF TO TRUE
007910         NOT AT END
007920             ADD 1 TO WK-EH-SEQ
007930             PERFORM FIND-LATEST-ENTRY-PROC
007940             IF WK-LT-FOUND-IDX NOT = 0
007950                 MOVE WK-EH-SEQ TO WK-LT-SEQ(WK-LT-FOUND-IDX)
007960             ELSE
007970                 IF WK-LT-COUNT < 500
007980                     ADD 1 TO WK-LT-COUNT
007990                     MOVE EH-EMP-ID TO WK-LT-EMP-ID(WK-LT-COUNT)
008000                     MOVE WK-EH-SEQ TO WK-LT-SEQ(WK-LT-COUNT)
008010                 ELSE
008020                     SET WK-LT-OVERFLOW TO TRUE
008030                 END-IF
008040             END-IF
008050     END-READ.
008060 FIND-LATEST-ENTRY-PROC.
008070     MOVE 0 TO WK-LT-FOUND-IDX.
008080     PERFORM FIND-LATEST-STEP-PROC
008090         VARYING WK-LT-IDX FROM 1 BY 1
008100         UNTIL WK-LT-IDX > WK-LT-COUNT
008110             OR WK-LT-FOUND-IDX NOT = 0.
008120 FIND-LATEST-STEP-PROC.
008130     IF WK-LT-EMP-ID(WK-LT-IDX) = EH-EMP-ID
008140         MOVE WK-LT-IDX TO WK-LT-FOUND-IDX
008150     END-IF.
008160 READ-CHANGE-HISTORY-PROC.
008170     READ CHANGE-HISTORY-IO
008180         AT END
008190             SET WK-EOF TO TRUE
008200         NOT AT END
008210             ADD 1 TO WK-FC-BEFORE
008220             ADD 1 TO WK-EH-SEQ
008230             PERFORM JUDGE-CHANGE-HISTORY-PROC
008240     END-READ.
008250 JUDGE-CHANGE-HISTORY-PROC.
008260     MOVE 'N' TO WK-REFERENCED-SW.
008270     MOVE EH-DATE TO WK-REC-DATE.
008280     PERFORM CHECK-AGE-PROC.
008290     IF WK-ELIGIBLE
008300         IF WK-LT-OVERFLOW
008310             SET WK-REFERENCED TO TRUE
008320             MOVE 'EMPLOYEE TABLE FULL' TO WK-REFUSE-REASON
008330         ELSE
008340             PERFORM FIND-LATEST-ENTRY-PROC
008350             IF WK-LT-FOUND-IDX NOT = 0
008360                 IF WK-LT-SEQ(WK-LT-FOUND-IDX) = WK-EH-SEQ
008370                     SET WK-REFERENCED TO TRUE
008380                     MOVE 'LATEST FOR EMPLOYEE'
008390                         TO WK-REFUSE-REASON
008400                 END-IF
008410             END-IF
008420         END-IF
008430     END-IF.
008440     IF WK-ELIGIBLE AND NOT WK-REFERENCED
008450         IF NOT WK-ARC-OPEN
008460             PERFORM OPEN-ARCHIVE-PROC
008470         END-IF
008480         WRITE ARCHIVE-REC FROM CHANGE-HISTORY-REC
008490         ADD 1 TO WK-FC-ARCHIVED
008500     ELSE
008510         IF WK-ELIGIBLE
008520             MOVE EH-EMP-ID TO WK-RR-KEY-1
008530             MOVE EH-DATE   TO WK-RR-KEY-2
008540             PERFORM WRITE-REFUSED-LINE-PROC
008550         END-IF
008560         WRITE PURGE-WORK-REC FROM CHANGE-HISTORY-REC
008570         ADD 1 TO WK-FC-AFTER
008580     END-IF.
008590 COPY-CHANGE-HISTORY-PROC.
008600     READ PURGE-WORK-IO INTO CHANGE-HISTORY-REC
008610         AT END
008620             SET WK-EOF TO TRUE
008630         NOT AT END
008640             WRITE CHANGE-HISTORY-REC
008650     END-READ.
008660 PURGE-GL-HISTORY-PROC.
008670*    転記履歴：転記日から保存日数を超え、条件により対象期間が締め
008680*    済みのものを整理する。未解消差異(GLSUSP.DAT)のある口座は拒否
008690*    する。整理した分は口座・期間ごとの借方・貸方の合計を発生源
008700*    BALFWDの各1件として現行ファイルに残し、期間別の合計・累計残高
008705*    ・繰越利益剰余金を変えない
008710     MOVE 'GLHIST  ' TO WK-CUR-FILE-ID.
008720     PERFORM BEGIN-FILE-PROC.
008730     IF WK-PR-FOUND-IDX = 0
008740         PERFORM WRITE-NO-RULE-LINE-PROC
008750     ELSE
008760         MOVE 0   TO WK-BF-COUNT
008770         MOVE 'N' TO WK-EOF-SW
008780         OPEN INPUT GL-HISTORY-IO
008790         IF WK-GH-FILE-STATUS = '35'
008800             SET WK-EOF TO TRUE
008810         ELSE
008820             OPEN OUTPUT PURGE-WORK-IO
008830             PERFORM READ-GL-HISTORY-PROC
008840                 UNTIL WK-EOF
008850             CLOSE GL-HISTORY-IO
008860             IF WK-FC-ARCHIVED > 0
008870                 PERFORM WRITE-BALFWD-PROC
008880                     VARYING WK-BF-IDX FROM 1 BY 1
008890                     UNTIL WK-BF-IDX > WK-BF-COUNT
008900                 PERFORM COPY-BACK-PROC
008910                 OPEN OUTPUT GL-HISTORY-IO
008920                 PERFORM COPY-GL-HISTORY-PROC
008930                     UNTIL WK-EOF
008940                 CLOSE GL-HISTORY-IO
008950             END-IF
008960             CLOSE PURGE-WORK-IO
008970         END-IF
008980         PERFORM END-FILE-PROC
008990     END-IF.
009000 READ-GL-HISTORY-PROC.
009010     READ GL-HISTORY-IO
009020         AT END
009030             SET WK-EOF TO TRUE
009040         NOT AT END
009050             ADD 1 TO WK-FC-BEFORE
009060             PERFORM JUDGE-GL-HISTORY-PROC
009070     END-READ.
009080 JUDGE-GL-HISTORY-PROC.
009090     MOVE 'N' TO WK-REFERENCED-SW.
009100     MOVE GH-POST-DATE TO WK-REC-DATE.
009110     MOVE GH-PERIOD-ID TO WK-REC-PERIOD.
009120     PERFORM CHECK-AGE-PROC.
009130     PERFORM CHECK-CLOSED-PROC.
009140     IF WK-ELIGIBLE
009150         PERFORM FIND-OPEN-ACCOUNT-STEP-PROC
009160             VARYING WK-GS-IDX FROM 1 BY 1
009170             UNTIL WK-GS-IDX > WK-GS-COUNT
009180                 OR WK-REFERENCED
009190         IF NOT WK-REFERENCED
009200             PERFORM FIND-BALFWD-ENTRY-PROC
009210             IF WK-BF-FOUND-IDX = 0
009220                 SET WK-REFERENCED TO TRUE
009230                 MOVE 'BALFWD TABLE FULL' TO WK-REFUSE-REASON
009240             END-IF
009250         END-IF
009260     END-IF.
009270     IF WK-ELIGIBLE AND NOT WK-REFERENCED
009280         IF NOT WK-ARC-OPEN
009290             PERFORM OPEN-ARCHIVE-PROC
009300         END-IF
009310         WRITE ARCHIVE-REC FROM GL-HISTORY-REC
009320         ADD 1 TO WK-FC-ARCHIVED
009330         PERFORM ACCUMULATE-BALFWD-PROC
009340     ELSE
009350         IF WK-ELIGIBLE
009360             MOVE GH-ACCT-CD   TO WK-RR-KEY-1
009370             MOVE GH-PERIOD-ID TO WK-RR-KEY-2
009380             PERFORM WRITE-REFUSED-LINE-PROC
009390         END-IF
009400         WRITE PURGE-WORK-REC FROM GL-HISTORY-REC
009410         ADD 1 TO WK-FC-AFTER
009420     END-IF.
009430 FIND-OPEN-ACCOUNT-STEP-PROC.
009440     IF WK-GS-ACCT-CD(WK-GS-IDX) = GH-ACCT-CD
009450         SET WK-REFERENCED TO TRUE
009460         MOVE 'OPEN DISCREPANCY' TO WK-REFUSE-REASON
009470     END-IF.
009480 FIND-BALFWD-ENTRY-PROC.
009490*    口座・期間の繰越の行を探し、無ければ追加する（溢れたら0を
009495*    返す）
009500     MOVE 0 TO WK-BF-FOUND-IDX.
009510     PERFORM FIND-BALFWD-STEP-PROC
009520         VARYING WK-BF-IDX FROM 1 BY 1
009530         UNTIL WK-BF-IDX > WK-BF-COUNT
009540             OR WK-BF-FOUND-IDX NOT = 0.
009550     IF WK-BF-FOUND-IDX = 0 AND WK-BF-COUNT < 1000
009560         ADD 1 TO WK-BF-COUNT
009570         MOVE GH-ACCT-CD   TO WK-BF-ACCT-CD(WK-BF-COUNT)
009575         MOVE GH-PERIOD-ID TO WK-BF-PERIOD-ID(WK-BF-COUNT)
009580         MOVE 0 TO WK-BF-DR(WK-BF-COUNT) WK-BF-CR(WK-BF-COUNT)
009590         MOVE WK-BF-COUNT TO WK-BF-FOUND-IDX
009600     END-IF.
009610 FIND-BALFWD-STEP-PROC.
009620     IF WK-BF-ACCT-CD(WK-BF-IDX) = GH-ACCT-CD
009625             AND WK-BF-PERIOD-ID(WK-BF-IDX) = GH-PERIOD-ID
009630         MOVE WK-BF-IDX TO WK-BF-FOUND-IDX
009640     END-IF.
009650 ACCUMULATE-BALFWD-PROC.
009660*    口座・期間ごとに借方と貸方を別々に積み上げる（整理した期間の
009670*    借方・貸方の合計をそのまま残すため）
009680     IF GH-DR-CR = 'DR'
009690         ADD GH-AMOUNT TO WK-BF-DR(WK-BF-FOUND-IDX)
009700     ELSE
009710         ADD GH-AMOUNT TO WK-BF-CR(WK-BF-FOUND-IDX)
009720     END-IF.
009760 WRITE-BALFWD-PROC.
009770*    口座・期間ごとの借方・貸方の合計をそれぞれ1件の転記履歴として
009775*    残す（合計0の側は出さない）。転記日は実行日、期間は元の期間
009780     MOVE WK-BF-ACCT-CD(WK-BF-IDX)   TO GH-ACCT-CD.
009785     MOVE 'BALFWD  '                 TO GH-SOURCE.
009790     MOVE WK-RUN-DATE                TO GH-POST-DATE.
009795     MOVE WK-BF-PERIOD-ID(WK-BF-IDX) TO GH-PERIOD-ID.
009800     IF WK-BF-DR(WK-BF-IDX) NOT = 0
009810         MOVE WK-BF-DR(WK-BF-IDX) TO GH-AMOUNT
009820         MOVE 'DR' TO GH-DR-CR
009830         WRITE PURGE-WORK-REC FROM GL-HISTORY-REC
009840         ADD 1 TO WK-FC-AFTER
009850     END-IF.
009860     IF WK-BF-CR(WK-BF-IDX) NOT = 0
009870         MOVE WK-BF-CR(WK-BF-IDX) TO GH-AMOUNT
009880         MOVE 'CR' TO GH-DR-CR
009890         WRITE PURGE-WORK-REC FROM GL-HISTORY-REC
009900         ADD 1 TO WK-FC-AFTER
009910     END-IF.
009930 COPY-GL-HISTORY-PROC.
009940     READ PURGE-WORK-IO INTO GL-HISTORY-REC
009950         AT END
009960             SET WK-EOF TO TRUE
009970         NOT AT END
009980             WRITE GL-HISTORY-REC
009990     END-READ.
010000 PURGE-PAY-HISTORY-PROC.
010010*    給与計算履歴：計算日から保存日数を超え、条件により支給期間が
010020*    締め済みのものを退避して索引マスタから削除する。未締め期間の
010030*    遡及調整要求(ADJREQ.DAT)が残る社員・期間は拒否する
010040     MOVE 'PAYHIST ' TO WK-CUR-FILE-ID.
010050     PERFORM BEGIN-FILE-PROC.
010060     IF WK-PR-FOUND-IDX = 0
010070         PERFORM WRITE-NO-RULE-LINE-PROC
010080     ELSE
010090         MOVE 'N' TO WK-EOF-SW
010100         OPEN I-O PAY-HIST-IO
010110         IF WK-PH-FILE-STATUS = '35'
010120             SET WK-EOF TO TRUE
010130         ELSE
010140             PERFORM READ-PAY-HISTORY-PROC
010150                 UNTIL WK-EOF
010160             CLOSE PAY-HIST-IO
010170         END-IF
010180         PERFORM END-FILE-PROC
010190     END-IF.
010200 READ-PAY-HISTORY-PROC.
010210     READ PAY-HIST-IO NEXT RECORD
010220         AT END
010230             SET WK-EOF TO TRUE
010240         NOT AT END
010250             ADD 1 TO WK-FC-BEFORE
010260             PERFORM JUDGE-PAY-HISTORY-PROC
010270     END-READ.
010280 JUDGE-PAY-HISTORY-PROC.
010290     MOVE 'N' TO WK-REFERENCED-SW.
010300     MOVE PH-RUN-DATE  TO WK-REC-DATE.
010310     MOVE PH-PERIOD-ID TO WK-REC-PERIOD.
010320     PERFORM CHECK-AGE-PROC.
010330     PERFORM CHECK-CLOSED-PROC.
010340     IF WK-ELIGIBLE
010350         PERFORM FIND-ADJ-REQUEST-STEP-PROC
010360             VARYING WK-AJ-IDX FROM 1 BY 1
010370             UNTIL WK-AJ-IDX > WK-AJ-COUNT
010380                 OR WK-REFERENCED
010390     END-IF.
010400     IF WK-ELIGIBLE AND NOT WK-REFERENCED
010410         IF NOT WK-ARC-OPEN
010420             PERFORM OPEN-ARCHIVE-PROC
010430         END-IF
010440         WRITE ARCHIVE-REC FROM PAY-HIST-REC
010450         DELETE PAY-HIST-IO RECORD
010460             INVALID KEY
010470                 DISPLAY 'MSTPURGE: PAYHIST DELETE FAILED - '
010480                     PH-KEY
010490         END-DELETE
010500         ADD 1 TO WK-FC-ARCHIVED
010510     ELSE
010520         IF WK-ELIGIBLE
010530             MOVE PH-EMP-ID    TO WK-RR-KEY-1
010540             MOVE PH-PERIOD-ID TO WK-RR-KEY-2
010550             MOVE 'PENDING ADJUSTMENT' TO WK-REFUSE-REASON
010560             PERFORM WRITE-REFUSED-LINE-PROC
010570         END-IF
010580         ADD 1 TO WK-FC-AFTER
010590     END-IF.
010600 FIND-ADJ-REQUEST-STEP-PROC.
010610*    同じ社員・期間の要求があり、その期間が未締めなら未決とする
010620     IF WK-AJ-EMP-ID(WK-AJ-IDX) = PH-EMP-ID
010630             AND WK-AJ-PERIOD-ID(WK-AJ-IDX) = PH-PERIOD-ID
010640         PERFORM FIND-CLOSED-PERIOD-PROC
010650         IF NOT WK-PERIOD-CLOSED
010660             SET WK-REFERENCED TO TRUE
010670         END-IF
010680     END-IF.
010690 CHECK-SUSPENSE-PROC.
010700*    GL未解消差異：GLRECONが解消済みの差異を書き戻しで外すため、
010710*    残っている繰越は全て未決の案件であり整理しない。保存日数を
010720*    超えて残っている差異を拒否として印字し、調査を促す
010730     MOVE 'GLSUSP  ' TO WK-CUR-FILE-ID.
010740     PERFORM BEGIN-FILE-PROC.
010750     IF WK-PR-FOUND-IDX = 0
010760         PERFORM WRITE-NO-RULE-LINE-PROC
010770     ELSE
010780         MOVE 'N' TO WK-EOF-SW
010790         OPEN INPUT SUSPENSE-IN
010800         IF WK-GS-FILE-STATUS = '35'
010810             SET WK-EOF TO TRUE
010820         ELSE
010830             PERFORM READ-SUSPENSE-PROC
010840                 UNTIL WK-EOF
010850             CLOSE SUSPENSE-IN
010860         END-IF
010870         PERFORM END-FILE-PROC
010880     END-IF.
010890 READ-SUSPENSE-PROC.
010900     READ SUSPENSE-IN
010910         AT END
010920             SET WK-EOF TO TRUE
010930         NOT AT END
010940             ADD 1 TO WK-FC-BEFORE
010950             ADD 1 TO WK-FC-AFTER
010960             MOVE GS-FIRST-SEEN TO WK-REC-DATE
010970             PERFORM CHECK-AGE-PROC
010980             IF WK-ELIGIBLE
010990                 MOVE GS-ACCT-CD    TO WK-RR-KEY-1
011000                 MOVE GS-FIRST-SEEN TO WK-RR-KEY-2
011010                 MOVE 'OPEN DISCREPANCY' TO WK-REFUSE-REASON
011020                 PERFORM WRITE-REFUSED-LINE-PROC
011030             END-IF
011040     END-READ.
011050 REWRITE-ARCHIVE-INDEX-PROC.
011060*    更新後の台帳をARCHIDX.DATへ全件書き戻す
011070     OPEN OUTPUT ARCHIVE-INDEX-IO.
011080     PERFORM WRITE-INDEX-ENTRY-PROC
011090         VARYING WK-AX-IDX FROM 1 BY 1
011100         UNTIL WK-AX-IDX > WK-AX-COUNT.
011110     CLOSE ARCHIVE-INDEX-IO.
011120 WRITE-INDEX-ENTRY-PROC.
011130     MOVE WK-AX-FAMILY(WK-AX-IDX) TO AX-FAMILY.
011140     MOVE WK-AX-NAME(WK-AX-IDX)   TO AX-FILE-NAME.
011150     MOVE WK-AX-DATE(WK-AX-IDX)   TO AX-RUN-DATE.
011160     MOVE WK-AX-RECS(WK-AX-IDX)   TO AX-REC-COUNT.
011170     WRITE ARCHIVE-INDEX-REC.
