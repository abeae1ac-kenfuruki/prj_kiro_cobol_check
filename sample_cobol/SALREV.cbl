000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SALREV.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  定期昇給の一括改定を新規作成（改定
000080*                             基準SALRULE.DATから社員ごとの新給与
000090*                             を求め、EMPMAINT用の変更トランザク
000100*                             ションと承認用の改定一覧を出力する。
000110*                             支給済みの期間にはPAYADJ用の遡及
000120*                             調整要求を併せて登録する）
000122*  2026-10-15  SYSTEMS-GROUP  時給者（給与形態H）を改定の対象外とし、
000124*                             変更トランザクションに給与形態と時間給
000125*                             を現行値のまま引き継ぐ
000126*  2026-10-15  SYSTEMS-GROUP  変更トランザクションに申請者
000128*                             （SALREV）と承認者（SIGNON.DATの
000130*                             サインオン利用者）を付与する
000132*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000134*                             するよう変更（再実行・遅れ処理で
000136*                             処理対象の業務日を使う）
000138*----------------------------------------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170*    改定基準（拠点・給与の範囲・率または定額・端数単位・適用期間）
000180     SELECT SAL-RULE-IN ASSIGN TO 'SALRULE.DAT'
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WK-SR-FILE-STATUS.
000210     SELECT EMP-MASTER-IN ASSIGN TO 'EMPMAST.IDX'
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS SEQUENTIAL
000240         RECORD KEY IS EM-EMP-ID
000250         FILE STATUS IS WK-EM-FILE-STATUS.
000260*    支給済みの判定（社員番号＋支給期間キーで適用期間以降を読む）
000270     SELECT PAY-HIST-IN ASSIGN TO 'PAYHIST.IDX'
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS PH-KEY
000310         FILE STATUS IS WK-PH-FILE-STATUS.
000320*    EMPMAINTへ渡す変更トランザクション（手入力分の後ろへ追記）
000330     SELECT EMP-TRANS-OUT ASSIGN TO 'EMPTRAN.DAT'
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WK-ET-FILE-STATUS.
000360*    PAYADJへ渡す遡及調整要求（登録済みの要求は二重に積まない）
000370     SELECT ADJ-REQUEST-IO ASSIGN TO 'ADJREQ.DAT'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WK-AJ-FILE-STATUS.
000400     SELECT REVISION-REPORT-OUT ASSIGN TO 'SALREV.RPT'
000402         ORGANIZATION IS LINE SEQUENTIAL.
000404*    サインオン利用者（変更トランザクションの承認者として付与する）
000406     SELECT SIGNON-IN ASSIGN TO 'SIGNON.DAT'
000408         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WK-SO-FILE-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  SAL-RULE-IN.
000450 01 SAL-RULE-REC.
000460*  拠点コード（スペースは全拠点）と現行給与の範囲。上から順に
000470*  照合し、最初に該当した基準を使う
000480   05 SR-SITE-CD       PIC X(03).
000490   05 SR-BAND-LOW      PIC 9(07).
000500   05 SR-BAND-HIGH     PIC 9(07).
000510*  P=率（SR-PCT%）、F=定額（SR-AMOUNT円）
000520   05 SR-METHOD        PIC X(01).
000530   05 SR-PCT           PIC 9(02)V99.
000540   05 SR-AMOUNT        PIC 9(07).
000550*  昇給額の端数単位（この単位未満を切り上げる。0は端数処理なし）
000560   05 SR-ROUND-UNIT    PIC 9(05).
000570   05 SR-EFF-PERIOD    PIC 9(06).
000580 FD  EMP-MASTER-IN.
000590 01 EMP-MASTER-REC.
000600   05 EM-EMP-ID        PIC 9(05).
000610   05 EM-NAME          PIC X(20).
000620   05 EM-AGE           PIC 9(03).
000630   05 EM-SALARY        PIC 9(07).
000640   05 EM-SITE-CD       PIC X(03).
000650   05 EM-DEPT-CD       PIC X(05).
000652   05 EM-PAY-TYPE      PIC X(01).
000654     88 EM-HOURLY-PAID     VALUE 'H'.
000656   05 EM-HOURLY-RATE   PIC 9(05).
000660   05 FILLER           PIC X(11).
000670 FD  PAY-HIST-IN.
000680 01 PAY-HIST-REC.
000690   05 PH-KEY.
000700     10 PH-EMP-ID      PIC 9(05).
000710     10 PH-PERIOD-ID   PIC 9(06).
000720   05 PH-RUN-DATE      PIC 9(08).
000730   05 PH-SALARY        PIC 9(07).
000740   05 PH-TAX           PIC 9(07).
000750   05 PH-BONUS         PIC 9(07).
000760   05 PH-NET           PIC 9(07).
000770 FD  EMP-TRANS-OUT.
000780 01 EMP-TRANS-REC.
000790*  EMPMAINTのトランザクションと同じ並び（変更Cは全項目を置き換え
000800*  るため、給与以外は現行のマスタの値をそのまま渡す）
000810   05 ET-ACTION        PIC X(01).
000820   05 ET-EMP-ID        PIC 9(05).
000830   05 ET-NAME          PIC X(20).
000840   05 ET-AGE           PIC 9(03).
000850   05 ET-SALARY        PIC 9(07).
000860   05 ET-SITE-CD       PIC X(03).
000870   05 ET-DEPT-CD       PIC X(05).
000872   05 ET-PAY-TYPE      PIC X(01).
000873   05 ET-HOURLY-RATE   PIC 9(05).
000874   05 ET-REQUESTER     PIC X(08).
000877   05 ET-APPROVER      PIC X(08).
000880 FD  ADJ-REQUEST-IO.
000890 01 ADJ-REQUEST-REC.
000900   05 AJ-EMP-ID        PIC 9(05).
000910   05 AJ-NEW-SALARY    PIC 9(07).
000920   05 AJ-PERIOD-ID     PIC 9(06).
000930 FD  REVISION-REPORT-OUT.
000932 01 REVISION-REPORT-REC PIC X(100).
000935 FD  SIGNON-IN.
000937 01 SIGNON-REC.
000940   05 SO-USER-ID       PIC X(08).
000950 WORKING-STORAGE SECTION.
000960 01 WK-FLAGS.
000970   05 WK-SR-FILE-STATUS PIC X(02).
000980   05 WK-EM-FILE-STATUS PIC X(02).
000990   05 WK-PH-FILE-STATUS PIC X(02).
001000   05 WK-ET-FILE-STATUS PIC X(02).
001005   05 WK-AJ-FILE-STATUS PIC X(02).
001010   05 WK-SO-FILE-STATUS PIC X(02).
001020   05 WK-SR-EOF-SW     PIC X(01) VALUE 'N'.
001030     88 WK-SR-EOF          VALUE 'Y'.
001040   05 WK-EM-EOF-SW     PIC X(01) VALUE 'N'.
001050     88 WK-EM-EOF          VALUE 'Y'.
001060   05 WK-PH-EOF-SW     PIC X(01) VALUE 'N'.
001070     88 WK-PH-EOF          VALUE 'Y'.
001080   05 WK-AJ-EOF-SW     PIC X(01) VALUE 'N'.
001090     88 WK-AJ-EOF          VALUE 'Y'.
001100*--- 実行日と件数・合計 ---
001110 01 WK-RUN-AREA.
001120   05 WK-RUN-DATE      PIC 9(08).
001130   05 WK-RULE-LINE     PIC 9(03) VALUE 0.
001140   05 WK-RULE-RJCT-CT  PIC 9(03) VALUE 0.
001150   05 WK-EMP-CT        PIC 9(05) VALUE 0.
001160   05 WK-REVISE-CT     PIC 9(05) VALUE 0.
001170   05 WK-SKIP-CT       PIC 9(05) VALUE 0.
001180   05 WK-RETRO-CT      PIC 9(05) VALUE 0.
001190   05 WK-TOT-OLD       PIC 9(10) VALUE 0.
001200   05 WK-TOT-NEW       PIC 9(10) VALUE 0.
001210   05 WK-TOT-DIFF      PIC 9(10) VALUE 0.
001220*--- 改定基準テーブル（SALRULE.DATの受付済みの行）---
001230 01 WK-SR-TABLE.
001240   05 WK-SR-COUNT      PIC 9(02) VALUE 0.
001250   05 WK-SR-ENTRY OCCURS 50 TIMES.
001260     10 WK-SR-LINE     PIC 9(03).
001270     10 WK-SR-SITE-CD  PIC X(03).
001280     10 WK-SR-LOW      PIC 9(07).
001290     10 WK-SR-HIGH     PIC 9(07).
001300     10 WK-SR-METHOD   PIC X(01).
001310     10 WK-SR-PCT      PIC 9(02)V99.
001320     10 WK-SR-AMOUNT   PIC 9(07).
001330     10 WK-SR-UNIT     PIC 9(05).
001340     10 WK-SR-EFF      PIC 9(06).
001350 01 WK-SR-WORK.
001360   05 WK-SR-IDX        PIC 9(02).
001370   05 WK-SR-FOUND-IDX  PIC 9(02).
001380*--- 登録済みの遡及調整要求（ADJREQ.DATの社員番号＋期間）---
001390 01 WK-AJ-TABLE.
001400   05 WK-AJ-COUNT      PIC 9(04) VALUE 0.
001410   05 WK-AJ-ENTRY OCCURS 2000 TIMES.
001420     10 WK-AJ-EMP-ID   PIC 9(05).
001430     10 WK-AJ-PERIOD-ID PIC 9(06).
001440 01 WK-AJ-WORK.
001450   05 WK-AJ-IDX        PIC 9(04).
001460   05 WK-AJ-FOUND-SW   PIC X(01).
001470     88 WK-AJ-FOUND        VALUE 'Y'.
001480*--- 社員ごとの改定計算 ---
001490 01 WK-REVISE-WORK.
001500   05 WK-RAISE         PIC 9(07).
001510   05 WK-UNITS         PIC 9(07).
001520   05 WK-NEW-SALARY    PIC 9(08).
001530*    EMPMAINTの給与バンド検査と同じ上限（超えるものは変更を作らない）
001540   05 WK-SALARY-HIGH   PIC 9(07) VALUE 9500000.
001550   05 WK-EMP-RETRO-CT  PIC 9(02).
001560   05 WK-EMP-QUEUED-CT PIC 9(02).
001570*--- LOCKMGR呼び出し用ワーク（実行間ロック）---
001580 01 WK-LOCK-AREA.
001590   05 WK-LOCK-FUNC     PIC X(01).
001600   05 WK-LOCK-PGM      PIC X(08) VALUE 'SALREV'.
001610   05 WK-LOCK-FILES.
001620     10 FILLER         PIC X(10) VALUE 'EMPTRAN   '.
001630     10 FILLER         PIC X(10) VALUE 'ADJREQ    '.
001640     10 FILLER         PIC X(10) VALUE SPACES.
001650     10 FILLER         PIC X(10) VALUE SPACES.
001660     10 FILLER         PIC X(10) VALUE SPACES.
001661   05 WK-LOCK-RETURN-CD PIC 9(02).
001663*--- 変更トランザクションに付与する申請者（本プログラム）と承認者
001665*    （サインオン利用者。EMPMAINTが権限表で検査する）---
001666 01 WK-SIGNON-AREA.
001668   05 WK-FEED-REQUESTER PIC X(08) VALUE 'SALREV  '.
001670   05 WK-SIGNON-USER   PIC X(08) VALUE SPACES.
001680*--- 改定一覧の各行 ---
001690 01 WK-RPT-TITLE.
001700   05 FILLER           PIC X(40)
001710       VALUE 'SALARY REVISION - PRE-APPROVAL LISTING '.
001720   05 FILLER           PIC X(06) VALUE 'RUN : '.
001730   05 WK-RH-RUN-DATE   PIC 9(08).
001740 01 WK-RPT-COLUMNS.
001750   05 FILLER           PIC X(40)
001760       VALUE 'EMPNO NAME                 SITE  RULE EF'.
001770   05 FILLER           PIC X(40)
001780       VALUE 'F-PD  OLD SALARY  NEW SALARY     DIFF  '.
001790   05 FILLER           PIC X(06) VALUE 'RETRO '.
001800 01 WK-RPT-RULE.
001810   05 FILLER           PIC X(96) VALUE ALL '-'.
001820 01 WK-RPT-DETAIL.
001830   05 WK-RD-EMP-ID     PIC 9(05).
001840   05 FILLER           PIC X(01) VALUE SPACE.
001850   05 WK-RD-NAME       PIC X(20).
001860   05 FILLER           PIC X(01) VALUE SPACE.
001870   05 WK-RD-SITE-CD    PIC X(03).
001880   05 FILLER           PIC X(02) VALUE SPACES.
001890   05 WK-RD-RULE       PIC ZZZ9.
001900   05 FILLER           PIC X(01) VALUE SPACE.
001910   05 WK-RD-EFF        PIC 9(06).
001920   05 FILLER           PIC X(01) VALUE SPACE.
001930   05 WK-RD-OLD        PIC Z,ZZZ,ZZ9.
001940   05 FILLER           PIC X(02) VALUE SPACES.
001950   05 WK-RD-NEW        PIC ZZ,ZZZ,ZZ9.
001960   05 FILLER           PIC X(01) VALUE SPACE.
001970   05 WK-RD-DIFF       PIC ZZZZ,ZZ9.
001980   05 FILLER           PIC X(02) VALUE SPACES.
001990*    遡及調整要求を登録した支給済み期間の数と状態
002000   05 WK-RD-RETRO      PIC Z9.
002010   05 FILLER           PIC X(01) VALUE SPACE.
002020   05 WK-RD-STATUS     PIC X(18).
002030 01 WK-RPT-RULE-RJCT.
002040   05 FILLER           PIC X(24) VALUE 'RULE REJECTED - LINE   '.
002050   05 WK-RR-LINE       PIC ZZ9.
002060 01 WK-RPT-TOTAL.
002070   05 FILLER           PIC X(10) VALUE 'TOTAL'.
002080   05 WK-RT-REVISE     PIC ZZZZ9.
002090   05 FILLER           PIC X(16) VALUE ' EMPLOYEES      '.
002100   05 FILLER           PIC X(13) VALUE SPACES.
002110   05 WK-RT-OLD        PIC ZZZ,ZZZ,ZZ9.
002120   05 FILLER           PIC X(01) VALUE SPACE.
002130   05 WK-RT-NEW        PIC ZZZ,ZZZ,ZZ9.
002140   05 FILLER           PIC X(01) VALUE SPACE.
002150   05 WK-RT-DIFF       PIC ZZ,ZZZ,ZZ9.
002160 01 WK-RPT-COUNTS.
002170   05 FILLER           PIC X(18) VALUE 'SKIPPED (BAND)  : '.
002180   05 WK-RC-SKIP       PIC ZZZZ9.
002190   05 FILLER           PIC X(21) VALUE '   RETRO REQUESTS  : '.
002200   05 WK-RC-RETRO      PIC ZZZZ9.
002210 PROCEDURE DIVISION.
002220 MAIN-PROC.
002230*    改定基準を読み込み、社員マスタの全員について拠点と現行給与で
002240*    最初に該当する基準の昇給額（率または定額、端数単位で切上げ）
002250*    を求める。新給与が給与バンドに収まる社員についてEMPMAINTの
002260*    変更トランザクションを追記し、適用期間以降に支給済みの期間が
002270*    あれば期間ごとにPAYADJの遡及調整要求を追記する。全員の現行
002280*    給与・新給与・差額を承認用の一覧に印字する
002290     CALL 'BUSDATE' USING WK-RUN-DATE.
002300     MOVE 'L' TO WK-LOCK-FUNC.
002310     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
002320         WK-LOCK-FILES WK-LOCK-RETURN-CD.
002330     IF WK-LOCK-RETURN-CD NOT = 00
002340         DISPLAY 'SALREV: EMPTRAN/ADJREQ LOCKED BY ANOTHER RUN'
002350             ' - RUN REFUSED'
002360         MOVE 8 TO RETURN-CODE
002370         GOBACK
002380     END-IF.
002390     OPEN OUTPUT REVISION-REPORT-OUT.
002400     MOVE WK-RUN-DATE TO WK-RH-RUN-DATE.
002410     WRITE REVISION-REPORT-REC FROM WK-RPT-TITLE.
002420     PERFORM LOAD-RULE-TABLE-PROC.
002430     IF WK-SR-COUNT = 0
002440         DISPLAY 'SALREV: NO VALID REVISION RULE - RUN REFUSED'
002450         CLOSE REVISION-REPORT-OUT
002460         PERFORM RELEASE-LOCK-PROC
002470         MOVE 8 TO RETURN-CODE
002480         GOBACK
002490     END-IF.
002495     PERFORM LOAD-ADJ-REQUEST-PROC.
002500     PERFORM LOAD-SIGNON-PROC.
002510     WRITE REVISION-REPORT-REC FROM WK-RPT-COLUMNS.
002520     WRITE REVISION-REPORT-REC FROM WK-RPT-RULE.
002530     PERFORM OPEN-OUTPUT-FILES-PROC.
002540     OPEN INPUT PAY-HIST-IN.
002550     OPEN INPUT EMP-MASTER-IN.
002560     IF WK-EM-FILE-STATUS = '35'
002570         SET WK-EM-EOF TO TRUE
002580     ELSE
002590         PERFORM READ-EMPLOYEE-PROC
002600             UNTIL WK-EM-EOF
002610         CLOSE EMP-MASTER-IN
002620     END-IF.
002630     IF WK-PH-FILE-STATUS NOT = '35'
002640         CLOSE PAY-HIST-IN
002650     END-IF.
002660     CLOSE EMP-TRANS-OUT.
002670     CLOSE ADJ-REQUEST-IO.
002680     WRITE REVISION-REPORT-REC FROM WK-RPT-RULE.
002690     MOVE WK-REVISE-CT TO WK-RT-REVISE.
002700     MOVE WK-TOT-OLD   TO WK-RT-OLD.
002710     MOVE WK-TOT-NEW   TO WK-RT-NEW.
002720     MOVE WK-TOT-DIFF  TO WK-RT-DIFF.
002730     WRITE REVISION-REPORT-REC FROM WK-RPT-TOTAL.
002740     MOVE WK-SKIP-CT   TO WK-RC-SKIP.
002750     MOVE WK-RETRO-CT  TO WK-RC-RETRO.
002760     WRITE REVISION-REPORT-REC FROM WK-RPT-COUNTS.
002770     CLOSE REVISION-REPORT-OUT.
002780     DISPLAY 'SALREV: RULES      = ' WK-SR-COUNT.
002790     DISPLAY 'SALREV: RULES RJCT = ' WK-RULE-RJCT-CT.
002800     DISPLAY 'SALREV: EMPLOYEES  = ' WK-EMP-CT.
002810     DISPLAY 'SALREV: REVISED    = ' WK-REVISE-CT.
002820     DISPLAY 'SALREV: SKIPPED    = ' WK-SKIP-CT.
002830     DISPLAY 'SALREV: RETRO REQ  = ' WK-RETRO-CT.
002840     PERFORM RELEASE-LOCK-PROC.
002850     GOBACK.
002860 RELEASE-LOCK-PROC.
002870*    取得した実行間ロックを解放する
002880     MOVE 'U' TO WK-LOCK-FUNC.
002890     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
002900         WK-LOCK-FILES WK-LOCK-RETURN-CD.
002910 LOAD-RULE-TABLE-PROC.
002920*    改定基準を読み込む。拠点以外の項目が数字でない行、範囲の逆転、
002930*    P/F以外の方式、月の範囲外の適用期間は却下して一覧に印字する
002940     OPEN INPUT SAL-RULE-IN.
002950     IF WK-SR-FILE-STATUS = '35'
002960         SET WK-SR-EOF TO TRUE
002970     ELSE
002980         PERFORM READ-RULE-PROC
002990             UNTIL WK-SR-EOF
003000         CLOSE SAL-RULE-IN
003010     END-IF.
003020 READ-RULE-PROC.
003030     READ SAL-RULE-IN
003040         AT END
003050             SET WK-SR-EOF TO TRUE
003060         NOT AT END
003070             ADD 1 TO WK-RULE-LINE
003080             PERFORM EDIT-RULE-PROC
003090     END-READ.
003100 EDIT-RULE-PROC.
003110     IF SR-BAND-LOW IS NUMERIC AND SR-BAND-HIGH IS NUMERIC
003120             AND SR-PCT IS NUMERIC AND SR-AMOUNT IS NUMERIC
003130             AND SR-ROUND-UNIT IS NUMERIC
003140             AND SR-EFF-PERIOD IS NUMERIC
003150             AND SR-BAND-LOW NOT > SR-BAND-HIGH
003160             AND (SR-METHOD = 'P' OR SR-METHOD = 'F')
003170             AND SR-EFF-PERIOD(5:2) >= '01'
003180             AND SR-EFF-PERIOD(5:2) <= '12'
003190             AND WK-SR-COUNT < 50
003200         ADD 1 TO WK-SR-COUNT
003210         MOVE WK-RULE-LINE  TO WK-SR-LINE(WK-SR-COUNT)
003220         MOVE SR-SITE-CD    TO WK-SR-SITE-CD(WK-SR-COUNT)
003230         MOVE SR-BAND-LOW   TO WK-SR-LOW(WK-SR-COUNT)
003240         MOVE SR-BAND-HIGH  TO WK-SR-HIGH(WK-SR-COUNT)
003250         MOVE SR-METHOD     TO WK-SR-METHOD(WK-SR-COUNT)
003260         MOVE SR-PCT        TO WK-SR-PCT(WK-SR-COUNT)
003270         MOVE SR-AMOUNT     TO WK-SR-AMOUNT(WK-SR-COUNT)
003280         MOVE SR-ROUND-UNIT TO WK-SR-UNIT(WK-SR-COUNT)
003290         MOVE SR-EFF-PERIOD TO WK-SR-EFF(WK-SR-COUNT)
003300     ELSE
003310         ADD 1 TO WK-RULE-RJCT-CT
003320         MOVE WK-RULE-LINE TO WK-RR-LINE
003330         WRITE REVISION-REPORT-REC FROM WK-RPT-RULE-RJCT
003331     END-IF.
003332 LOAD-SIGNON-PROC.
003333*    サインオン利用者をSIGNON.DATから読み込む。無い場合は承認者
003334*    空白のまま出力し、EMPMAINTで承認者なしとして却下される
003335     OPEN INPUT SIGNON-IN.
003336     IF WK-SO-FILE-STATUS = '35'
003337         DISPLAY 'SALREV: SIGNON.DAT NOT FOUND - NO APPROVER'
003338     ELSE
003339         READ SIGNON-IN
003340             AT END
003341                 CONTINUE
003342             NOT AT END
003344                 MOVE SO-USER-ID TO WK-SIGNON-USER
003345         END-READ
003347         CLOSE SIGNON-IN
003348     END-IF.
003350 LOAD-ADJ-REQUEST-PROC.
003360*    ADJREQ.DATに登録済みの要求（社員番号＋期間）を読み込む。再実行
003370*    で同じ遡及調整を二重に積まないための照合用
003380     OPEN INPUT ADJ-REQUEST-IO.
003390     IF WK-AJ-FILE-STATUS = '35'
003400         SET WK-AJ-EOF TO TRUE
003410     ELSE
003420         PERFORM READ-ADJ-REQUEST-PROC
003430             UNTIL WK-AJ-EOF
003440         CLOSE ADJ-REQUEST-IO
003450     END-IF.
003460 READ-ADJ-REQUEST-PROC.
003470     READ ADJ-REQUEST-IO
003480         AT END
003490             SET WK-AJ-EOF TO TRUE
003500         NOT AT END
003510             IF WK-AJ-COUNT < 2000
003520                 ADD 1 TO WK-AJ-COUNT
003530                 MOVE AJ-EMP-ID    TO WK-AJ-EMP-ID(WK-AJ-COUNT)
003540                 MOVE AJ-PERIOD-ID TO WK-AJ-PERIOD-ID(WK-AJ-COUNT)
003550             END-IF
003560     END-READ.
003570 OPEN-OUTPUT-FILES-PROC.
003580*    変更トランザクションと遡及調整要求は既存の行の後ろへ追記する。
003590*    ファイルが無い場合はOPEN EXTENDがstatus 35を返すので新規作成する
003600     OPEN EXTEND EMP-TRANS-OUT.
003610     IF WK-ET-FILE-STATUS = '35'
003620         OPEN OUTPUT EMP-TRANS-OUT
003630     END-IF.
003640     OPEN EXTEND ADJ-REQUEST-IO.
003650     IF WK-AJ-FILE-STATUS = '35'
003660         OPEN OUTPUT ADJ-REQUEST-IO
003670     END-IF.
003680 READ-EMPLOYEE-PROC.
003690     READ EMP-MASTER-IN NEXT RECORD
003700         AT END
003710             SET WK-EM-EOF TO TRUE
003720         NOT AT END
003730             ADD 1 TO WK-EMP-CT
003740             PERFORM REVISE-EMPLOYEE-PROC
003750     END-READ.
003760 REVISE-EMPLOYEE-PROC.
003770*    拠点（基準がスペースなら全拠点）と現行給与の範囲で最初に該当
003780*    する基準を探す。該当なしの社員は改定対象外で一覧にも載せない
003782*    時給者は月額給与で支給しないため改定の対象外とする
003790     MOVE 0 TO WK-SR-FOUND-IDX.
003792     IF NOT EM-HOURLY-PAID
003800         PERFORM FIND-RULE-STEP-PROC
003810             VARYING WK-SR-IDX FROM 1 BY 1
003820             UNTIL WK-SR-IDX > WK-SR-COUNT
003830                 OR WK-SR-FOUND-IDX NOT = 0
003835     END-IF.
003840     IF WK-SR-FOUND-IDX NOT = 0
003850         PERFORM CALC-NEW-SALARY-PROC
003860         MOVE EM-EMP-ID   TO WK-RD-EMP-ID
003870         MOVE EM-NAME     TO WK-RD-NAME
003880         MOVE EM-SITE-CD  TO WK-RD-SITE-CD
003890         MOVE WK-SR-LINE(WK-SR-FOUND-IDX) TO WK-RD-RULE
003900         MOVE WK-SR-EFF(WK-SR-FOUND-IDX)  TO WK-RD-EFF
003910         MOVE EM-SALARY   TO WK-RD-OLD
003920         MOVE WK-NEW-SALARY TO WK-RD-NEW
003930         MOVE WK-RAISE    TO WK-RD-DIFF
003940         MOVE 0           TO WK-EMP-RETRO-CT WK-EMP-QUEUED-CT
003950         IF WK-NEW-SALARY > WK-SALARY-HIGH
003960             MOVE 'OVER SALARY BAND'  TO WK-RD-STATUS
003970             ADD 1 TO WK-SKIP-CT
003980         ELSE
003990             PERFORM WRITE-EMP-TRANS-PROC
004000             PERFORM QUEUE-RETRO-PROC
004010             MOVE SPACES TO WK-RD-STATUS
004020             IF WK-EMP-QUEUED-CT > 0
004030                 MOVE 'RETRO ON FILE'      TO WK-RD-STATUS
004040             END-IF
004050             ADD 1 TO WK-REVISE-CT
004060             ADD EM-SALARY     TO WK-TOT-OLD
004070             ADD WK-NEW-SALARY TO WK-TOT-NEW
004080             ADD WK-RAISE      TO WK-TOT-DIFF
004090         END-IF
004100         MOVE WK-EMP-RETRO-CT TO WK-RD-RETRO
004110         WRITE REVISION-REPORT-REC FROM WK-RPT-DETAIL
004120     END-IF.
004130 FIND-RULE-STEP-PROC.
004140     IF (WK-SR-SITE-CD(WK-SR-IDX) = SPACES
004150             OR WK-SR-SITE-CD(WK-SR-IDX) = EM-SITE-CD)
004160             AND EM-SALARY NOT < WK-SR-LOW(WK-SR-IDX)
004170             AND EM-SALARY NOT > WK-SR-HIGH(WK-SR-IDX)
004180         MOVE WK-SR-IDX TO WK-SR-FOUND-IDX
004190     END-IF.
004200 CALC-NEW-SALARY-PROC.
004210*    昇給額＝率なら現行給与×率（円未満四捨五入）、定額ならその額。
004220*    端数単位があれば単位未満を切り上げる
004230     IF WK-SR-METHOD(WK-SR-FOUND-IDX) = 'P'
004240         COMPUTE WK-RAISE ROUNDED =
004250             EM-SALARY * WK-SR-PCT(WK-SR-FOUND-IDX) / 100
004260     ELSE
004270         MOVE WK-SR-AMOUNT(WK-SR-FOUND-IDX) TO WK-RAISE
004280     END-IF.
004290     IF WK-SR-UNIT(WK-SR-FOUND-IDX) > 1
004300         COMPUTE WK-UNITS =
004310             (WK-RAISE + WK-SR-UNIT(WK-SR-FOUND-IDX) - 1)
004320                 / WK-SR-UNIT(WK-SR-FOUND-IDX)
004330         COMPUTE WK-RAISE = WK-UNITS * WK-SR-UNIT(WK-SR-FOUND-IDX)
004340     END-IF.
004350     COMPUTE WK-NEW-SALARY = EM-SALARY + WK-RAISE.
004360 WRITE-EMP-TRANS-PROC.
004370*    変更(C)トランザクションを作る（給与以外は現行値のまま）
004380     MOVE 'C'           TO ET-ACTION.
004390     MOVE EM-EMP-ID     TO ET-EMP-ID.
004400     MOVE EM-NAME       TO ET-NAME.
004410     MOVE EM-AGE        TO ET-AGE.
004420     MOVE WK-NEW-SALARY TO ET-SALARY.
004430     MOVE EM-SITE-CD    TO ET-SITE-CD.
004440     MOVE EM-DEPT-CD    TO ET-DEPT-CD.
004442     MOVE EM-PAY-TYPE   TO ET-PAY-TYPE.
004443     MOVE EM-HOURLY-RATE TO ET-HOURLY-RATE.
004444     MOVE WK-FEED-REQUESTER TO ET-REQUESTER.
004447     MOVE WK-SIGNON-USER TO ET-APPROVER.
004450     WRITE EMP-TRANS-REC.
004460 QUEUE-RETRO-PROC.
004470*    適用期間以降にPAYHIST.IDXへ記録済み（支給済み）の期間ごとに
004480*    新給与での遡及調整要求を積む。締め済み期間の拒否はPAYADJが行う
004490     IF WK-PH-FILE-STATUS NOT = '35'
004500         MOVE 'N'       TO WK-PH-EOF-SW
004510         MOVE EM-EMP-ID TO PH-EMP-ID
004520         MOVE WK-SR-EFF(WK-SR-FOUND-IDX) TO PH-PERIOD-ID
004530         START PAY-HIST-IN KEY NOT < PH-KEY
004540             INVALID KEY
004550                 SET WK-PH-EOF TO TRUE
004560         END-START
004570         PERFORM READ-PAID-PERIOD-PROC
004580             UNTIL WK-PH-EOF
004590     END-IF.
004600 READ-PAID-PERIOD-PROC.
004610     READ PAY-HIST-IN NEXT RECORD
004620         AT END
004630             SET WK-PH-EOF TO TRUE
004640         NOT AT END
004650             IF PH-EMP-ID NOT = EM-EMP-ID
004660                 SET WK-PH-EOF TO TRUE
004670             ELSE
004680                 PERFORM WRITE-ADJ-REQUEST-PROC
004690             END-IF
004700     END-READ.
004710 WRITE-ADJ-REQUEST-PROC.
004720     MOVE 'N' TO WK-AJ-FOUND-SW.
004730     PERFORM FIND-ADJ-STEP-PROC
004740         VARYING WK-AJ-IDX FROM 1 BY 1
004750         UNTIL WK-AJ-IDX > WK-AJ-COUNT OR WK-AJ-FOUND.
004760     IF WK-AJ-FOUND
004770         ADD 1 TO WK-EMP-QUEUED-CT
004780     ELSE
004790         MOVE EM-EMP-ID     TO AJ-EMP-ID
004800         MOVE WK-NEW-SALARY TO AJ-NEW-SALARY
004810         MOVE PH-PERIOD-ID  TO AJ-PERIOD-ID
004820         WRITE ADJ-REQUEST-REC
004830         ADD 1 TO WK-EMP-RETRO-CT
004840         ADD 1 TO WK-RETRO-CT
004850     END-IF.
004860 FIND-ADJ-STEP-PROC.
004870     IF WK-AJ-EMP-ID(WK-AJ-IDX) = EM-EMP-ID
004880             AND WK-AJ-PERIOD-ID(WK-AJ-IDX) = PH-PERIOD-ID
004890         SET WK-AJ-FOUND TO TRUE
004900     END-IF.
