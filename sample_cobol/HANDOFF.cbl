000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HANDOFF.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  工程間の受け渡し突合ルーチンを新規
000080*                             作成（HANDRULE.DATの規則で前工程の
000090*                             出力件数・金額と後工程の入力件数・
000100*                             金額を照合し、許容差を超えたら結果
000110*                             コード08を返してNIGHTBATの失敗処理
000112*                             で後続ステップを止める）
000115*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000117*                             するよう変更（再実行・遅れ処理で
000120*                             処理対象の業務日を使う）
000130*----------------------------------------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170*    受け渡し突合の規則（1規則1行。前工程と後工程の計数の対と
000180*    許容差、突合するタイミングのステップ名）
000190     SELECT HANDOFF-RULE-IN ASSIGN TO 'HANDRULE.DAT'
000200         ORGANIZATION IS LINE SEQUENTIAL
000210         FILE STATUS IS WK-HR-FILE-STATUS.
000220     SELECT RUN-CONTROL-IN ASSIGN TO 'RUNCTL.LOG'
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WK-RC-FILE-STATUS.
000250     SELECT PAYROLL-CONTROL-IN ASSIGN TO 'PAYCTRL.DAT'
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WK-PC-FILE-STATUS.
000280*    トレーラー付きの受け渡しファイル（BANKTRF.DAT・ORDERBAT.OUT
000290*    など。規則で指定したファイル名を開く）
000300     SELECT TRAILER-FILE-IN ASSIGN USING WK-TF-FILE-NAME
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WK-TF-FILE-STATUS.
000330*    突合結果（呼び出しのたびに追記する）
000340     SELECT HANDOFF-REPORT-OUT ASSIGN TO 'HANDOFF.RPT'
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WK-HP-FILE-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  HANDOFF-RULE-IN.
000400 01 HANDOFF-RULE-REC.
000410*  規則1件。計数の取得元: R=RUNCTL.LOG（名前はプログラム名、項目
000420*  はREAD/ACCEPTED/REJECTED）、P=PAYCTRL.DAT（名前は勘定コード、
000430*  項目はAMOUNT）、T=トレーラー付きファイル（名前はファイル名、
000440*  項目はCOUNT/TOTAL）。許容差は差の絶対値の上限
000450   05 HR-RULE-ID       PIC X(08).
000460   05 HR-CHECK-STEP    PIC X(10).
000470   05 HR-PROD-SRC      PIC X(01).
000480   05 HR-PROD-NAME     PIC X(12).
000490   05 HR-PROD-ITEM     PIC X(08).
000500   05 HR-CONS-SRC      PIC X(01).
000510   05 HR-CONS-NAME     PIC X(12).
000520   05 HR-CONS-ITEM     PIC X(08).
000530   05 HR-TOLERANCE     PIC 9(09).
000540 FD  RUN-CONTROL-IN.
000550 01 RUN-CONTROL-REC.
000560   05 RC-PGM           PIC X(08).
000570   05 FILLER           PIC X(01).
000580   05 RC-DATE          PIC 9(08).
000590   05 FILLER           PIC X(01).
000600   05 RC-START         PIC 9(08).
000610   05 FILLER           PIC X(01).
000620   05 RC-END           PIC 9(08).
000630   05 FILLER           PIC X(01).
000640   05 RC-READ          PIC 9(06).
000650   05 FILLER           PIC X(01).
000660   05 RC-ACCEPTED      PIC 9(06).
000670   05 FILLER           PIC X(01).
000680   05 RC-REJECTED      PIC 9(06).
000690   05 FILLER           PIC X(01).
000700   05 RC-STATUS        PIC X(04).
000710 FD  PAYROLL-CONTROL-IN.
000720 01 PAYROLL-CONTROL-REC.
000730   05 PC-ACCT-CD       PIC X(10).
000740   05 PC-AMOUNT        PIC 9(09).
000750   05 PC-PERIOD-ID     PIC 9(06).
000760 FD  TRAILER-FILE-IN.
000770 01 TRAILER-FILE-REC   PIC X(80).
000780 FD  HANDOFF-REPORT-OUT.
000790 01 HANDOFF-REPORT-REC PIC X(120).
000800 WORKING-STORAGE SECTION.
000810 01 WK-FLAGS.
000820   05 WK-HR-FILE-STATUS PIC X(02).
000830   05 WK-HR-EOF-SW     PIC X(01).
000840     88 WK-HR-EOF          VALUE 'Y'.
000850   05 WK-RC-FILE-STATUS PIC X(02).
000860   05 WK-RC-EOF-SW     PIC X(01).
000870     88 WK-RC-EOF          VALUE 'Y'.
000880   05 WK-PC-FILE-STATUS PIC X(02).
000890   05 WK-PC-EOF-SW     PIC X(01).
000900     88 WK-PC-EOF          VALUE 'Y'.
000910   05 WK-TF-FILE-STATUS PIC X(02).
000920   05 WK-TF-EOF-SW     PIC X(01).
000930     88 WK-TF-EOF          VALUE 'Y'.
000940   05 WK-HP-FILE-STATUS PIC X(02).
000950*--- 今回のステップで突合する規則のテーブル ---
000960 01 WK-RULE-TABLE.
000970   05 WK-RL-COUNT      PIC 9(02) VALUE 0.
000980   05 WK-RL-ENTRY OCCURS 30 TIMES.
000990     10 WK-RL-RULE-ID  PIC X(08).
001000     10 WK-RL-PROD-SRC PIC X(01).
001010     10 WK-RL-PROD-NAME PIC X(12).
001020     10 WK-RL-PROD-ITEM PIC X(08).
001030     10 WK-RL-CONS-SRC PIC X(01).
001040     10 WK-RL-CONS-NAME PIC X(12).
001050     10 WK-RL-CONS-ITEM PIC X(08).
001060     10 WK-RL-TOLERANCE PIC 9(09).
001070 01 WK-RULE-WORK.
001080   05 WK-RL-IDX        PIC 9(02).
001090   05 WK-RL-SKIP-CT    PIC 9(03) VALUE 0.
001100   05 WK-PROD-VALUE    PIC 9(11).
001110   05 WK-PROD-FOUND-SW PIC X(01).
001120     88 WK-PROD-FOUND      VALUE 'Y'.
001130   05 WK-CONS-VALUE    PIC 9(11).
001140   05 WK-CONS-FOUND-SW PIC X(01).
001150     88 WK-CONS-FOUND      VALUE 'Y'.
001160   05 WK-DIFF          PIC 9(11).
001170   05 WK-BREAK-CT      PIC 9(02) VALUE 0.
001180*--- 計数1件の取得ワーク（取得元・名前・項目から値を求める）---
001190 01 WK-MEASURE-WORK.
001200   05 WK-MS-SRC        PIC X(01).
001210   05 WK-MS-NAME       PIC X(12).
001220   05 WK-MS-ITEM       PIC X(08).
001230   05 WK-MS-VALUE      PIC 9(11).
001240   05 WK-MS-FOUND-SW   PIC X(01).
001250     88 WK-MS-FOUND        VALUE 'Y'.
001260   05 WK-TF-FILE-NAME  PIC X(20).
001270*--- RUNCTL.LOGの当該プログラムの最新の実行統計 ---
001280 01 WK-RUNCTL-HIT.
001290   05 WK-RH-HIT-SW     PIC X(01).
001300     88 WK-RH-HIT          VALUE 'Y'.
001310   05 WK-RH-READ       PIC 9(06).
001320   05 WK-RH-ACCEPTED   PIC 9(06).
001330   05 WK-RH-REJECTED   PIC 9(06).
001340*--- 受け渡しファイルのトレーラー解析用（受注バッチ・振込共通）---
001350 01 WK-TRAILER-IMAGE.
001360   05 WK-TI-TAG        PIC X(07).
001370   05 WK-TI-COUNT      PIC 9(05).
001380   05 WK-TI-TOTAL      PIC 9(09).
001390   05 FILLER           PIC X(59).
001400 01 WK-TRAILER-HIT.
001410   05 WK-TH-HIT-SW     PIC X(01).
001420     88 WK-TH-HIT          VALUE 'Y'.
001430   05 WK-TH-COUNT      PIC 9(05).
001440   05 WK-TH-TOTAL      PIC 9(09).
001450 01 WK-RUN-AREA.
001460   05 WK-RUN-DATE      PIC 9(08).
001470   05 WK-RUN-TIME      PIC 9(08).
001480*--- 突合レポートの見出し・明細・集計行 ---
001490 01 WK-RPT-HEADER.
001500   05 FILLER           PIC X(34)
001510       VALUE 'HANDOFF RECONCILIATION            '.
001520   05 FILLER           PIC X(06) VALUE 'STEP: '.
001530   05 WK-RH-STEP       PIC X(10).
001540   05 FILLER           PIC X(07) VALUE '  RUN: '.
001550   05 WK-RH-RUN-DATE   PIC 9(08).
001560   05 FILLER           PIC X(01) VALUE SPACE.
001570   05 WK-RH-RUN-TIME   PIC 9(08).
001580   05 FILLER           PIC X(46) VALUE SPACES.
001590 01 WK-RPT-COLS.
001600   05 FILLER           PIC X(50) VALUE
001610       'RULE      PRODUCER                   VALUE  CONSUM'.
001620   05 FILLER           PIC X(50) VALUE
001630       'ER                   VALUE         DIFF TOLERANCE '.
001640   05 FILLER           PIC X(20) VALUE
001650       ' STATUS             '.
001660 01 WK-RPT-DETAIL.
001670   05 WK-RD-RULE-ID    PIC X(08).
001680   05 FILLER           PIC X(02) VALUE SPACES.
001690   05 WK-RD-PROD-NAME  PIC X(12).
001700   05 FILLER           PIC X(01) VALUE SPACE.
001710   05 WK-RD-PROD-ITEM  PIC X(08).
001720   05 WK-RD-PROD-VALUE PIC ZZZZZZZZZZ9.
001730   05 FILLER           PIC X(02) VALUE SPACES.
001740   05 WK-RD-CONS-NAME  PIC X(12).
001750   05 FILLER           PIC X(01) VALUE SPACE.
001760   05 WK-RD-CONS-ITEM  PIC X(08).
001770   05 WK-RD-CONS-VALUE PIC ZZZZZZZZZZ9.
001780   05 FILLER           PIC X(02) VALUE SPACES.
001790   05 WK-RD-DIFF       PIC ZZZZZZZZZZ9.
001800   05 FILLER           PIC X(01) VALUE SPACE.
001810   05 WK-RD-TOLERANCE  PIC ZZZZZZZZ9.
001820   05 FILLER           PIC X(02) VALUE SPACES.
001830   05 WK-RD-STATUS     PIC X(07).
001840   05 FILLER           PIC X(12) VALUE SPACES.
001850 01 WK-RPT-TOTAL.
001860   05 FILLER           PIC X(15) VALUE 'RULES CHECKED: '.
001870   05 WK-RT-RULES      PIC ZZ9.
001880   05 FILLER           PIC X(10) VALUE '  BREAKS: '.
001890   05 WK-RT-BREAKS     PIC ZZ9.
001900   05 FILLER           PIC X(89) VALUE SPACES.
001910 LINKAGE SECTION.
001920 01 LK-STEP-NAME       PIC X(10).
001930 01 LK-RETURN-CD       PIC 9(02).
001940 PROCEDURE DIVISION USING LK-STEP-NAME LK-RETURN-CD.
001950 MAIN-PROC.
001960*    完了したステップ名を受け取り、そのステップで突合する規則
001970*    （HANDRULE.DATの突合ステップが一致するもの）について前工程と
001980*    後工程の計数を取得して照合する。差が許容差を超えた規則、
001990*    または計数が取得できない規則（前工程が出力していない等）は
002000*    受け渡し不一致とし、結果コード08を返す。呼び出し元はこれを
002010*    ステップの失敗として扱い、後続のステップを止める。規則が
002020*    無いステップは何もせず00を返す
002030     MOVE 00 TO LK-RETURN-CD.
002040     CALL 'BUSDATE' USING WK-RUN-DATE.
002050     ACCEPT WK-RUN-TIME FROM TIME.
002060     PERFORM LOAD-RULES-PROC.
002070     IF WK-RL-COUNT = 0
002080         GOBACK
002090     END-IF.
002100     PERFORM OPEN-REPORT-PROC.
002110     MOVE 0 TO WK-BREAK-CT.
002120     PERFORM CHECK-RULE-PROC
002130         VARYING WK-RL-IDX FROM 1 BY 1
002140         UNTIL WK-RL-IDX > WK-RL-COUNT.
002150     MOVE WK-RL-COUNT TO WK-RT-RULES.
002160     MOVE WK-BREAK-CT TO WK-RT-BREAKS.
002170     WRITE HANDOFF-REPORT-REC FROM WK-RPT-TOTAL.
002180     MOVE SPACES TO HANDOFF-REPORT-REC.
002190     WRITE HANDOFF-REPORT-REC.
002200     CLOSE HANDOFF-REPORT-OUT.
002210     IF WK-BREAK-CT > 0
002220         DISPLAY 'HANDOFF: ' WK-BREAK-CT
002230             ' HANDOFF BREAK(S) AFTER ' LK-STEP-NAME
002240             ' - SEE HANDOFF.RPT'
002250         MOVE 08 TO LK-RETURN-CD
002260     END-IF.
002270     GOBACK.
002280 LOAD-RULES-PROC.
002290*    HANDRULE.DATから今回のステップで突合する規則を読み込む。
002300*    ファイルが無い場合は規則0件（突合なし）とする
002310     MOVE 0   TO WK-RL-COUNT.
002320     MOVE 0   TO WK-RL-SKIP-CT.
002330     MOVE 'N' TO WK-HR-EOF-SW.
002340     OPEN INPUT HANDOFF-RULE-IN.
002350     IF WK-HR-FILE-STATUS = '35'
002360         SET WK-HR-EOF TO TRUE
002370     ELSE
002380         PERFORM READ-RULE-PROC
002390             UNTIL WK-HR-EOF
002400         CLOSE HANDOFF-RULE-IN
002410     END-IF.
002420     IF WK-RL-SKIP-CT > 0
002430         DISPLAY 'HANDOFF: RULE TABLE FULL - ' WK-RL-SKIP-CT
002440             ' RULE(S) FOR ' LK-STEP-NAME ' NOT CHECKED'
002450     END-IF.
002460 READ-RULE-PROC.
002470     READ HANDOFF-RULE-IN
002480         AT END
002490             SET WK-HR-EOF TO TRUE
002500         NOT AT END
002510             IF HR-CHECK-STEP = LK-STEP-NAME
002520                 PERFORM STORE-RULE-PROC
002530             END-IF
002540     END-READ.
002550 STORE-RULE-PROC.
002560     IF WK-RL-COUNT < 30
002570         ADD 1 TO WK-RL-COUNT
002580         MOVE HR-RULE-ID   TO WK-RL-RULE-ID(WK-RL-COUNT)
002590         MOVE HR-PROD-SRC  TO WK-RL-PROD-SRC(WK-RL-COUNT)
002600         MOVE HR-PROD-NAME TO WK-RL-PROD-NAME(WK-RL-COUNT)
002610         MOVE HR-PROD-ITEM TO WK-RL-PROD-ITEM(WK-RL-COUNT)
002620         MOVE HR-CONS-SRC  TO WK-RL-CONS-SRC(WK-RL-COUNT)
002630         MOVE HR-CONS-NAME TO WK-RL-CONS-NAME(WK-RL-COUNT)
002640         MOVE HR-CONS-ITEM TO WK-RL-CONS-ITEM(WK-RL-COUNT)
002650         IF HR-TOLERANCE IS NUMERIC
002660             MOVE HR-TOLERANCE TO WK-RL-TOLERANCE(WK-RL-COUNT)
002670         ELSE
002680             MOVE 0 TO WK-RL-TOLERANCE(WK-RL-COUNT)
002690         END-IF
002700     ELSE
002710         ADD 1 TO WK-RL-SKIP-CT
002720     END-IF.
002730 OPEN-REPORT-PROC.
002740*    突合レポートを追記で開き、ステップごとの見出しを印字する
002750*    （初回のみ新規作成）
002760     OPEN EXTEND HANDOFF-REPORT-OUT.
002770     IF WK-HP-FILE-STATUS = '35'
002780         OPEN OUTPUT HANDOFF-REPORT-OUT
002790     END-IF.
002800     MOVE LK-STEP-NAME TO WK-RH-STEP.
002810     MOVE WK-RUN-DATE  TO WK-RH-RUN-DATE.
002820     MOVE WK-RUN-TIME  TO WK-RH-RUN-TIME.
002830     WRITE HANDOFF-REPORT-REC FROM WK-RPT-HEADER.
002840     WRITE HANDOFF-REPORT-REC FROM WK-RPT-COLS.
002850 CHECK-RULE-PROC.
002860*    規則1件分：前工程と後工程の計数を取得し、差の絶対値を許容差
002870*    と比べる。どちらかが取得できない場合はNO DATAとして不一致に
002880*    数える
002890     MOVE WK-RL-PROD-SRC(WK-RL-IDX)  TO WK-MS-SRC.
002900     MOVE WK-RL-PROD-NAME(WK-RL-IDX) TO WK-MS-NAME.
002910     MOVE WK-RL-PROD-ITEM(WK-RL-IDX) TO WK-MS-ITEM.
002920     PERFORM GET-MEASURE-PROC.
002930     MOVE WK-MS-VALUE    TO WK-PROD-VALUE.
002940     MOVE WK-MS-FOUND-SW TO WK-PROD-FOUND-SW.
002950     MOVE WK-RL-CONS-SRC(WK-RL-IDX)  TO WK-MS-SRC.
002960     MOVE WK-RL-CONS-NAME(WK-RL-IDX) TO WK-MS-NAME.
002970     MOVE WK-RL-CONS-ITEM(WK-RL-IDX) TO WK-MS-ITEM.
002980     PERFORM GET-MEASURE-PROC.
002990     MOVE WK-MS-VALUE    TO WK-CONS-VALUE.
003000     MOVE WK-MS-FOUND-SW TO WK-CONS-FOUND-SW.
003010     IF WK-PROD-VALUE < WK-CONS-VALUE
003020         COMPUTE WK-DIFF = WK-CONS-VALUE - WK-PROD-VALUE
003030     ELSE
003040         COMPUTE WK-DIFF = WK-PROD-VALUE - WK-CONS-VALUE
003050     END-IF.
003060     MOVE WK-RL-RULE-ID(WK-RL-IDX)   TO WK-RD-RULE-ID.
003070     MOVE WK-RL-PROD-NAME(WK-RL-IDX) TO WK-RD-PROD-NAME.
003080     MOVE WK-RL-PROD-ITEM(WK-RL-IDX) TO WK-RD-PROD-ITEM.
003090     MOVE WK-PROD-VALUE              TO WK-RD-PROD-VALUE.
003100     MOVE WK-RL-CONS-NAME(WK-RL-IDX) TO WK-RD-CONS-NAME.
003110     MOVE WK-RL-CONS-ITEM(WK-RL-IDX) TO WK-RD-CONS-ITEM.
003120     MOVE WK-CONS-VALUE              TO WK-RD-CONS-VALUE.
003130     MOVE WK-DIFF                    TO WK-RD-DIFF.
003140     MOVE WK-RL-TOLERANCE(WK-RL-IDX) TO WK-RD-TOLERANCE.
003150     IF NOT WK-PROD-FOUND OR NOT WK-CONS-FOUND
003160         MOVE 'NO DATA' TO WK-RD-STATUS
003170         ADD 1 TO WK-BREAK-CT
003180         DISPLAY 'HANDOFF: NO DATA  ' WK-RL-RULE-ID(WK-RL-IDX)
003190             ' AFTER ' LK-STEP-NAME
003200     ELSE
003210         IF WK-DIFF > WK-RL-TOLERANCE(WK-RL-IDX)
003220             MOVE 'BREAK  ' TO WK-RD-STATUS
003230             ADD 1 TO WK-BREAK-CT
003240             DISPLAY 'HANDOFF: BREAK    ' WK-RL-RULE-ID(WK-RL-IDX)
003250                 ' PRODUCER=' WK-PROD-VALUE
003260                 ' CONSUMER=' WK-CONS-VALUE
003270         ELSE
003280             MOVE 'OK     ' TO WK-RD-STATUS
003290         END-IF
003300     END-IF.
003310     WRITE HANDOFF-REPORT-REC FROM WK-RPT-DETAIL.
003320 GET-MEASURE-PROC.
003330*    取得元に応じて計数1件を求める（取得元が不正な場合は取得
003340*    できなかったものとする）
003350     MOVE 0   TO WK-MS-VALUE.
003360     MOVE 'N' TO WK-MS-FOUND-SW.
003370     EVALUATE WK-MS-SRC
003380         WHEN 'R'
003390             PERFORM GET-RUNCTL-MEASURE-PROC
003400         WHEN 'P'
003410             PERFORM GET-PAYCTRL-MEASURE-PROC
003420         WHEN 'T'
003430             PERFORM GET-TRAILER-MEASURE-PROC
003440         WHEN OTHER
003450             CONTINUE
003460     END-EVALUATE.
003470 GET-RUNCTL-MEASURE-PROC.
003480*    RUNCTL.LOGから当該プログラムの最新（最後に追記された）の実行
003490*    統計を探し、指定の件数を返す（日付をまたいだ夜間でも直前の
003500*    実行を対象にするため、日付では絞らない）
003510     MOVE 'N' TO WK-RH-HIT-SW.
003520     MOVE 'N' TO WK-RC-EOF-SW.
003530     OPEN INPUT RUN-CONTROL-IN.
003540     IF WK-RC-FILE-STATUS = '35'
003550         SET WK-RC-EOF TO TRUE
003560     ELSE
003570         PERFORM READ-RUNCTL-PROC
003580             UNTIL WK-RC-EOF
003590         CLOSE RUN-CONTROL-IN
003600     END-IF.
003610     IF WK-RH-HIT
003620         EVALUATE WK-MS-ITEM
003630             WHEN 'READ    '
003640                 MOVE WK-RH-READ     TO WK-MS-VALUE
003650                 SET WK-MS-FOUND TO TRUE
003660             WHEN 'ACCEPTED'
003670                 MOVE WK-RH-ACCEPTED TO WK-MS-VALUE
003680                 SET WK-MS-FOUND TO TRUE
003690             WHEN 'REJECTED'
003700                 MOVE WK-RH-REJECTED TO WK-MS-VALUE
003710                 SET WK-MS-FOUND TO TRUE
003720             WHEN OTHER
003730                 CONTINUE
003740         END-EVALUATE
003750     END-IF.
003760 READ-RUNCTL-PROC.
003770     READ RUN-CONTROL-IN
003780         AT END
003790             SET WK-RC-EOF TO TRUE
003800         NOT AT END
003810             IF RC-PGM = WK-MS-NAME(1:8)
003820                     AND RC-READ IS NUMERIC
003830                     AND RC-ACCEPTED IS NUMERIC
003840                     AND RC-REJECTED IS NUMERIC
003850                 SET WK-RH-HIT TO TRUE
003860                 MOVE RC-READ     TO WK-RH-READ
003870                 MOVE RC-ACCEPTED TO WK-RH-ACCEPTED
003880                 MOVE RC-REJECTED TO WK-RH-REJECTED
003890             END-IF
003900     END-READ.
003910 GET-PAYCTRL-MEASURE-PROC.
003920*    PAYCTRL.DATから指定の勘定コードの金額を合計する（該当行が
003930*    1件も無ければ取得できなかったものとする）
003940     MOVE 'N' TO WK-PC-EOF-SW.
003950     OPEN INPUT PAYROLL-CONTROL-IN.
003960     IF WK-PC-FILE-STATUS = '35'
003970         SET WK-PC-EOF TO TRUE
003980     ELSE
003990         PERFORM READ-PAYCTRL-PROC
004000             UNTIL WK-PC-EOF
004010         CLOSE PAYROLL-CONTROL-IN
004020     END-IF.
004030 READ-PAYCTRL-PROC.
004040     READ PAYROLL-CONTROL-IN
004050         AT END
004060             SET WK-PC-EOF TO TRUE
004070         NOT AT END
004080             IF PC-ACCT-CD = WK-MS-NAME(1:10)
004090                     AND PC-AMOUNT IS NUMERIC
004100                 ADD PC-AMOUNT TO WK-MS-VALUE
004110                 SET WK-MS-FOUND TO TRUE
004120             END-IF
004130     END-READ.
004140 GET-TRAILER-MEASURE-PROC.
004150*    指定ファイルの最後のTRAILERレコードから件数または合計額を
004160*    返す（ファイルもトレーラーも無ければ取得できなかったものと
004170*    する）
004180     MOVE WK-MS-NAME TO WK-TF-FILE-NAME.
004190     MOVE 'N' TO WK-TH-HIT-SW.
004200     MOVE 'N' TO WK-TF-EOF-SW.
004210     OPEN INPUT TRAILER-FILE-IN.
004220     IF WK-TF-FILE-STATUS = '35'
004230         SET WK-TF-EOF TO TRUE
004240     ELSE
004250         PERFORM READ-TRAILER-FILE-PROC
004260             UNTIL WK-TF-EOF
004270         CLOSE TRAILER-FILE-IN
004280     END-IF.
004290     IF WK-TH-HIT
004300         EVALUATE WK-MS-ITEM
004310             WHEN 'COUNT   '
004320                 MOVE WK-TH-COUNT TO WK-MS-VALUE
004330                 SET WK-MS-FOUND TO TRUE
004340             WHEN 'TOTAL   '
004350                 MOVE WK-TH-TOTAL TO WK-MS-VALUE
004360                 SET WK-MS-FOUND TO TRUE
004370             WHEN OTHER
004380                 CONTINUE
004390         END-EVALUATE
004400     END-IF.
004410 READ-TRAILER-FILE-PROC.
004420     READ TRAILER-FILE-IN
004430         AT END
004440             SET WK-TF-EOF TO TRUE
004450         NOT AT END
004460             MOVE TRAILER-FILE-REC TO WK-TRAILER-IMAGE
004470             IF WK-TI-TAG = 'TRAILER'
004480                     AND WK-TI-COUNT IS NUMERIC
004490                     AND WK-TI-TOTAL IS NUMERIC
004500                 SET WK-TH-HIT TO TRUE
004510                 MOVE WK-TI-COUNT TO WK-TH-COUNT
004520                 MOVE WK-TI-TOTAL TO WK-TH-TOTAL
004530             END-IF
004540     END-READ.
