000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SNAPMGR.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  マスタの更新前退避と復元のルーチンを
000080*                             新規作成（NIGHTBATが実行中のステップ
000090*                             を登録し、そのステップがLOCKMGRで
000100*                             ロックしたファイルの更新前の写しを
000110*                             取る。失敗または中断したステップの
000120*                             マスタを写しから復元し、結果を
000130*                             ROLLBACK.RPTへ記録する）
000140*----------------------------------------------------------------
000150 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000170 FILE-CONTROL.
000180*    実行中のステップ（NIGHTBATがステップの呼び出し前に作成し、
000190*    終了後に削除する。残っていればステップが中断している）
000200     SELECT ARMED-STEP-IO ASSIGN TO 'SNAPARM.DAT'
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WK-SA-FILE-STATUS.
000230*    更新前の写しの台帳（ステップ・ファイルごとに1件）
000240     SELECT SNAP-REGISTER-IO ASSIGN TO 'SNAPREG.DAT'
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WK-SR-FILE-STATUS.
000270*    ロック名と実ファイル名の対応
000280*    （無いロック名は「ロック名.DAT」）
000290     SELECT SNAP-FILE-MAP-IN ASSIGN TO 'SNAPFILE.DAT'
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WK-SF-FILE-STATUS.
000320*    復元の記録（復元のたびに追記する）
000330     SELECT ROLLBACK-REPORT-OUT ASSIGN TO 'ROLLBACK.RPT'
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WK-RB-FILE-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  ARMED-STEP-IO.
000390 01 ARMED-STEP-REC.
000400   05 SA-STEP          PIC X(08).
000410   05 SA-DATE          PIC 9(08).
000420   05 SA-TIME          PIC 9(08).
000430 FD  SNAP-REGISTER-IO.
000440 01 SNAP-REGISTER-REC.
000450*  写し1件（ステップ・ロックしたプログラム・ロック名・実ファイル
000460*  名・写しのファイル名・取得日時・状態）。状態: S=写しあり、
000470*  N=ステップ開始時にファイル無し、R=復元済み、F=復元失敗
000480   05 SR-STEP          PIC X(08).
000490   05 SR-PROGRAM       PIC X(08).
000500   05 SR-LOCK-NAME     PIC X(10).
000510   05 SR-FILE-NAME     PIC X(20).
000520   05 SR-SNAP-NAME     PIC X(20).
000530   05 SR-DATE          PIC 9(08).
000540   05 SR-TIME          PIC 9(08).
000550   05 SR-STATUS        PIC X(01).
000560 FD  SNAP-FILE-MAP-IN.
000570 01 SNAP-FILE-MAP-REC.
000580   05 SF-LOCK-NAME     PIC X(10).
000590   05 SF-FILE-NAME     PIC X(20).
000600 FD  ROLLBACK-REPORT-OUT.
000610 01 ROLLBACK-REPORT-REC PIC X(100).
000620 WORKING-STORAGE SECTION.
000630 01 WK-FLAGS.
000640   05 WK-SA-FILE-STATUS PIC X(02).
000650   05 WK-SR-FILE-STATUS PIC X(02).
000660   05 WK-SF-FILE-STATUS PIC X(02).
000670   05 WK-RB-FILE-STATUS PIC X(02).
000680   05 WK-EOF-SW        PIC X(01).
000690     88 WK-EOF             VALUE 'Y'.
000700   05 WK-ARMED-SW      PIC X(01).
000710     88 WK-ARMED           VALUE 'Y'.
000720   05 WK-MAP-LOADED-SW PIC X(01) VALUE 'N'.
000730     88 WK-MAP-LOADED      VALUE 'Y'.
000740*--- ロック名と実ファイル名の対応表（初回呼び出し時に読み込む）---
000750 01 WK-MAP-TABLE.
000760   05 WK-SF-COUNT      PIC 9(02) VALUE 0.
000770   05 WK-SF-ENTRY OCCURS 50 TIMES.
000780     10 WK-SF-LOCK-NAME PIC X(10).
000790     10 WK-SF-FILE-NAME PIC X(20).
000800   05 WK-SF-IDX        PIC 9(02).
000810   05 WK-SF-FOUND-IDX  PIC 9(02).
000820*--- 写しの台帳のインメモリテーブル（全件読み込み、更新して
000830*    書き戻す）---
000840 01 WK-REGISTER-TABLE.
000850   05 WK-SR-COUNT      PIC 9(03) VALUE 0.
000860   05 WK-SR-ENTRY OCCURS 100 TIMES.
000870     10 WK-SR-STEP     PIC X(08).
000880     10 WK-SR-PROGRAM  PIC X(08).
000890     10 WK-SR-LOCK-NAME PIC X(10).
000900     10 WK-SR-FILE-NAME PIC X(20).
000910     10 WK-SR-SNAP-NAME PIC X(20).
000920     10 WK-SR-DATE     PIC 9(08).
000930     10 WK-SR-TIME     PIC 9(08).
000940     10 WK-SR-STATUS   PIC X(01).
000950 01 WK-REGISTER-WORK.
000960   05 WK-SR-IDX        PIC 9(03).
000970   05 WK-SR-OUT-IDX    PIC 9(03).
000980   05 WK-SR-FOUND-IDX  PIC 9(03).
000990   05 WK-ARMED-STEP    PIC X(08).
001000   05 WK-RESTORE-CT    PIC 9(03).
001010   05 WK-FAIL-CT       PIC 9(03).
001020*--- ロックされたファイル名の並び（5×10桁のトークン）---
001030 01 WK-REQ-FILES.
001040   05 WK-RQ-TOKEN      PIC X(10) OCCURS 5 TIMES.
001050 01 WK-TOKEN-WORK.
001060   05 WK-TK-IDX        PIC 9(01).
001070   05 WK-LIVE-NAME     PIC X(20).
001080   05 WK-SNAP-NAME     PIC X(20).
001090*--- ファイル操作ルーチンの引数と結果 ---
001100 01 WK-FILE-OP-AREA.
001110   05 WK-FILE-DETAILS  PIC X(16).
001120   05 WK-FILE-OP-RC    PIC S9(09) COMP-5.
001130 01 WK-RUN-AREA.
001140   05 WK-RUN-DATE      PIC 9(08).
001150   05 WK-RUN-TIME      PIC 9(08).
001160*--- 復元レポートの見出し・明細 ---
001170 01 WK-RPT-HEADER.
001180   05 FILLER           PIC X(17) VALUE 'ROLLBACK OF STEP '.
001190   05 WK-RH-STEP       PIC X(08).
001200   05 FILLER           PIC X(04) VALUE ' ON '.
001210   05 WK-RH-DATE       PIC 9(08).
001220   05 FILLER           PIC X(01) VALUE SPACE.
001230   05 WK-RH-TIME       PIC 9(08).
001240   05 FILLER           PIC X(04) VALUE ' BY '.
001250   05 WK-RH-REQUESTER  PIC X(08).
001260 01 WK-RPT-DETAIL.
001270   05 FILLER           PIC X(02) VALUE SPACES.
001280   05 WK-RD-PROGRAM    PIC X(08).
001290   05 FILLER           PIC X(02) VALUE SPACES.
001300   05 WK-RD-LOCK-NAME  PIC X(10).
001310   05 FILLER           PIC X(02) VALUE SPACES.
001320   05 WK-RD-FILE-NAME  PIC X(20).
001330   05 FILLER           PIC X(02) VALUE SPACES.
001340   05 WK-RD-SNAP-NAME  PIC X(20).
001350   05 FILLER           PIC X(02) VALUE SPACES.
001360   05 WK-RD-RESULT     PIC X(20).
001370 01 WK-RPT-NOTHING.
001380   05 FILLER           PIC X(30)
001390       VALUE '  NO BEFORE-IMAGES REGISTERED'.
001400 LINKAGE SECTION.
001410*  機能（A=ステップ登録、S=写しの取得〔LOCKMGRから〕、D=写しの
001420*  破棄、R=復元、C=中断したステップの確認）
001430 01 LK-FUNCTION        PIC X(01).
001440*  ステップ名（Sの場合はロックしたプログラム名。Cの場合は中断した
001450*  ステップ名を返す）
001460 01 LK-STEP            PIC X(08).
001470*  ロックしたファイル名の並び（5×10桁。Rの場合は先頭8桁に復元を
001480*  指示したプログラム名を入れる）
001490 01 LK-FILES           PIC X(50).
001500 01 LK-RETURN-CD       PIC 9(02).
001510 PROCEDURE DIVISION USING LK-FUNCTION LK-STEP LK-FILES
001520     LK-RETURN-CD.
001530 MAIN-PROC.
001540*    マスタの更新前の写しの取得・破棄・復元を行い、
001550*    結果コードを返す
001560*      00 : 正常
001570*      04 : 対象なし（ステップ未登録・写し無し）
001580*      20 : 写しの取得または復元に失敗したファイルがある
001590     MOVE 00 TO LK-RETURN-CD.
001600     ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
001610     ACCEPT WK-RUN-TIME FROM TIME.
001620     PERFORM LOAD-ARMED-STEP-PROC.
001630     EVALUATE LK-FUNCTION
001640         WHEN 'A'
001650             PERFORM ARM-STEP-PROC
001660         WHEN 'S'
001670             PERFORM TAKE-SNAPSHOT-PROC
001680         WHEN 'D'
001690             PERFORM DISCARD-STEP-PROC
001700         WHEN 'R'
001710             PERFORM RESTORE-STEP-PROC
001720         WHEN 'C'
001730             IF WK-ARMED
001740                 MOVE WK-ARMED-STEP TO LK-STEP
001750             ELSE
001760                 MOVE 04 TO LK-RETURN-CD
001770             END-IF
001780         WHEN OTHER
001790             MOVE 04 TO LK-RETURN-CD
001800     END-EVALUATE.
001810     GOBACK.
001820 LOAD-ARMED-STEP-PROC.
001830*    SNAPARM.DATの有無で、ステップが実行中（または中断）かを
001840*    判定する
001850     MOVE 'N' TO WK-ARMED-SW.
001860     MOVE SPACES TO WK-ARMED-STEP.
001870     OPEN INPUT ARMED-STEP-IO.
001880     IF WK-SA-FILE-STATUS = '35'
001890         CONTINUE
001900     ELSE
001910         READ ARMED-STEP-IO
001920             AT END
001930                 CONTINUE
001940             NOT AT END
001950                 SET WK-ARMED TO TRUE
001960                 MOVE SA-STEP TO WK-ARMED-STEP
001970         END-READ
001980         CLOSE ARMED-STEP-IO
001990     END-IF.
002000 LOAD-REGISTER-PROC.
002010*    SNAPREG.DATを全件読み込む（初回はファイル無しとして空扱い）
002020     MOVE 0   TO WK-SR-COUNT.
002030     MOVE 'N' TO WK-EOF-SW.
002040     OPEN INPUT SNAP-REGISTER-IO.
002050     IF WK-SR-FILE-STATUS = '35'
002060         SET WK-EOF TO TRUE
002070     ELSE
002080         PERFORM READ-REGISTER-PROC
002090             UNTIL WK-EOF
002100         CLOSE SNAP-REGISTER-IO
002110     END-IF.
002120 READ-REGISTER-PROC.
002130     READ SNAP-REGISTER-IO
002140         AT END
002150             SET WK-EOF TO TRUE
002160         NOT AT END
002170             IF WK-SR-COUNT < 100
002180                 ADD 1 TO WK-SR-COUNT
002190                 MOVE SR-STEP      TO WK-SR-STEP(WK-SR-COUNT)
002200                 MOVE SR-PROGRAM   TO WK-SR-PROGRAM(WK-SR-COUNT)
002210                 MOVE SR-LOCK-NAME TO WK-SR-LOCK-NAME(WK-SR-COUNT)
002220                 MOVE SR-FILE-NAME TO WK-SR-FILE-NAME(WK-SR-COUNT)
002230                 MOVE SR-SNAP-NAME TO WK-SR-SNAP-NAME(WK-SR-COUNT)
002240                 MOVE SR-DATE      TO WK-SR-DATE(WK-SR-COUNT)
002250                 MOVE SR-TIME      TO WK-SR-TIME(WK-SR-COUNT)
002260                 MOVE SR-STATUS    TO WK-SR-STATUS(WK-SR-COUNT)
002270             END-IF
002280     END-READ.
002290 REWRITE-REGISTER-PROC.
002300*    写しの台帳をSNAPREG.DATへ全件書き戻す
002310     OPEN OUTPUT SNAP-REGISTER-IO.
002320     PERFORM WRITE-REGISTER-ENTRY-PROC
002330         VARYING WK-SR-IDX FROM 1 BY 1
002340         UNTIL WK-SR-IDX > WK-SR-COUNT.
002350     CLOSE SNAP-REGISTER-IO.
002360 WRITE-REGISTER-ENTRY-PROC.
002370     MOVE WK-SR-STEP(WK-SR-IDX)      TO SR-STEP.
002380     MOVE WK-SR-PROGRAM(WK-SR-IDX)   TO SR-PROGRAM.
002390     MOVE WK-SR-LOCK-NAME(WK-SR-IDX) TO SR-LOCK-NAME.
002400     MOVE WK-SR-FILE-NAME(WK-SR-IDX) TO SR-FILE-NAME.
002410     MOVE WK-SR-SNAP-NAME(WK-SR-IDX) TO SR-SNAP-NAME.
002420     MOVE WK-SR-DATE(WK-SR-IDX)      TO SR-DATE.
002430     MOVE WK-SR-TIME(WK-SR-IDX)      TO SR-TIME.
002440     MOVE WK-SR-STATUS(WK-SR-IDX)    TO SR-STATUS.
002450     WRITE SNAP-REGISTER-REC.
002460 ARM-STEP-PROC.
002470*    ステップを実行中として登録する。同じステップの前回の写しは
002480*    今回の写しで置き換えるため、台帳から外して写しを削除する
002490     PERFORM LOAD-REGISTER-PROC.
002500     PERFORM DROP-STEP-ENTRIES-PROC.
002510     PERFORM REWRITE-REGISTER-PROC.
002520     MOVE LK-STEP     TO SA-STEP.
002530     MOVE WK-RUN-DATE TO SA-DATE.
002540     MOVE WK-RUN-TIME TO SA-TIME.
002550     OPEN OUTPUT ARMED-STEP-IO.
002560     WRITE ARMED-STEP-REC.
002570     CLOSE ARMED-STEP-IO.
002580 DISCARD-STEP-PROC.
002590*    正常終了したステップの写しを削除して台帳から外し、実行中の
002600*    登録を解除する
002610     PERFORM LOAD-REGISTER-PROC.
002620     PERFORM DROP-STEP-ENTRIES-PROC.
002630     PERFORM REWRITE-REGISTER-PROC.
002640     PERFORM DISARM-STEP-PROC.
002650 DROP-STEP-ENTRIES-PROC.
002660*    LK-STEPの台帳の行を外し、残りを前詰めにする
002670     MOVE 0 TO WK-SR-OUT-IDX.
002680     PERFORM DROP-STEP-ENTRY-STEP-PROC
002690         VARYING WK-SR-IDX FROM 1 BY 1
002700         UNTIL WK-SR-IDX > WK-SR-COUNT.
002710     MOVE WK-SR-OUT-IDX TO WK-SR-COUNT.
002720 DROP-STEP-ENTRY-STEP-PROC.
002730     IF WK-SR-STEP(WK-SR-IDX) = LK-STEP
002740         IF WK-SR-STATUS(WK-SR-IDX) NOT = 'N'
002750             MOVE WK-SR-SNAP-NAME(WK-SR-IDX) TO WK-SNAP-NAME
002760             CALL 'CBL_DELETE_FILE' USING WK-SNAP-NAME
002770                 RETURNING WK-FILE-OP-RC
002780         END-IF
002790     ELSE
002800         ADD 1 TO WK-SR-OUT-IDX
002810         MOVE WK-SR-ENTRY(WK-SR-IDX)
002820             TO WK-SR-ENTRY(WK-SR-OUT-IDX)
002830     END-IF.
002840 DISARM-STEP-PROC.
002850*    実行中の登録を解除する（LK-STEPが登録中のステップの場合だけ）
002860     IF WK-ARMED AND WK-ARMED-STEP = LK-STEP
002870         MOVE 'SNAPARM.DAT' TO WK-SNAP-NAME
002880         CALL 'CBL_DELETE_FILE' USING WK-SNAP-NAME
002890             RETURNING WK-FILE-OP-RC
002900         MOVE 'N' TO WK-ARMED-SW
002910     END-IF.
002920 TAKE-SNAPSHOT-PROC.
002930*    LOCKMGRがロックを認める直前に呼ばれる。ステップが実行中の
002940*    場合だけ、ロックされたファイルそれぞれの写しを取る。同じ
002950*    ステップの中で既に写しを取ったファイルは取り直さない（最初の
002960*    写しが更新前の状態）
002970     IF NOT WK-ARMED
002980         MOVE 04 TO LK-RETURN-CD
002990     ELSE
003000         IF NOT WK-MAP-LOADED
003010             PERFORM LOAD-FILE-MAP-PROC
003020         END-IF
003030         PERFORM LOAD-REGISTER-PROC
003040         MOVE LK-FILES TO WK-REQ-FILES
003050         PERFORM SNAPSHOT-TOKEN-PROC
003060             VARYING WK-TK-IDX FROM 1 BY 1
003070             UNTIL WK-TK-IDX > 5
003080         PERFORM REWRITE-REGISTER-PROC
003090     END-IF.
003100 SNAPSHOT-TOKEN-PROC.
003110     IF WK-RQ-TOKEN(WK-TK-IDX) NOT = SPACES
003120         MOVE 0 TO WK-SR-FOUND-IDX
003130         PERFORM FIND-ENTRY-STEP-PROC
003140             VARYING WK-SR-IDX FROM 1 BY 1
003150             UNTIL WK-SR-IDX > WK-SR-COUNT
003160                 OR WK-SR-FOUND-IDX NOT = 0
003170         IF WK-SR-FOUND-IDX = 0
003180             PERFORM SNAPSHOT-ONE-FILE-PROC
003190         END-IF
003200     END-IF.
003210 FIND-ENTRY-STEP-PROC.
003220     IF WK-SR-STEP(WK-SR-IDX) = WK-ARMED-STEP
003230             AND WK-SR-LOCK-NAME(WK-SR-IDX)
003240                 = WK-RQ-TOKEN(WK-TK-IDX)
003250         MOVE WK-SR-IDX TO WK-SR-FOUND-IDX
003260     END-IF.
003270 SNAPSHOT-ONE-FILE-PROC.
003280*    実ファイル名を求めて写し（ロック名.ステップ名）へ複写し、台帳
003290*    へ登録する。ステップ開始時にファイルが無い場合は、復元時に
003300*    ステップが作ったファイルを削除するため状態Nで登録する
003310     IF WK-SR-COUNT NOT < 100
003320         DISPLAY 'SNAPMGR: SNAPSHOT REGISTER FULL - '
003330             WK-RQ-TOKEN(WK-TK-IDX) ' NOT SAVED'
003340         MOVE 20 TO LK-RETURN-CD
003350     ELSE
003360         PERFORM RESOLVE-FILE-NAME-PROC
003370         MOVE SPACES TO WK-SNAP-NAME
003380         STRING WK-RQ-TOKEN(WK-TK-IDX) DELIMITED BY SPACE
003390             '.'                     DELIMITED BY SIZE
003400             WK-ARMED-STEP           DELIMITED BY SPACE
003410             INTO WK-SNAP-NAME
003420         ADD 1 TO WK-SR-COUNT
003430         MOVE WK-ARMED-STEP TO WK-SR-STEP(WK-SR-COUNT)
003440         MOVE LK-STEP       TO WK-SR-PROGRAM(WK-SR-COUNT)
003450         MOVE WK-RQ-TOKEN(WK-TK-IDX)
003460             TO WK-SR-LOCK-NAME(WK-SR-COUNT)
003470         MOVE WK-LIVE-NAME  TO WK-SR-FILE-NAME(WK-SR-COUNT)
003480         MOVE WK-SNAP-NAME  TO WK-SR-SNAP-NAME(WK-SR-COUNT)
003490         MOVE WK-RUN-DATE   TO WK-SR-DATE(WK-SR-COUNT)
003500         MOVE WK-RUN-TIME   TO WK-SR-TIME(WK-SR-COUNT)
003510         CALL 'CBL_CHECK_FILE_EXIST' USING WK-LIVE-NAME
003520             WK-FILE-DETAILS
003530             RETURNING WK-FILE-OP-RC
003540         IF WK-FILE-OP-RC NOT = 0
003550             MOVE 'N' TO WK-SR-STATUS(WK-SR-COUNT)
003560         ELSE
003570             CALL 'CBL_COPY_FILE' USING WK-LIVE-NAME WK-SNAP-NAME
003580                 RETURNING WK-FILE-OP-RC
003590             IF WK-FILE-OP-RC = 0
003600                 MOVE 'S' TO WK-SR-STATUS(WK-SR-COUNT)
003610             ELSE
003620                 DISPLAY 'SNAPMGR: BEFORE-IMAGE OF ' WK-LIVE-NAME
003630                     ' FAILED'
003640                 SUBTRACT 1 FROM WK-SR-COUNT
003650                 MOVE 20 TO LK-RETURN-CD
003660             END-IF
003670         END-IF
003680     END-IF.
003690 RESOLVE-FILE-NAME-PROC.
003700*    ロック名から実ファイル名を求める（対応表に無ければ
003710*    「ロック名.DAT」とする）
003720     MOVE 0 TO WK-SF-FOUND-IDX.
003730     PERFORM FIND-FILE-MAP-STEP-PROC
003740         VARYING WK-SF-IDX FROM 1 BY 1
003750         UNTIL WK-SF-IDX > WK-SF-COUNT
003760             OR WK-SF-FOUND-IDX NOT = 0.
003770     IF WK-SF-FOUND-IDX NOT = 0
003780         MOVE WK-SF-FILE-NAME(WK-SF-FOUND-IDX) TO WK-LIVE-NAME
003790     ELSE
003800         MOVE SPACES TO WK-LIVE-NAME
003810         STRING WK-RQ-TOKEN(WK-TK-IDX) DELIMITED BY SPACE
003820             '.DAT'                  DELIMITED BY SIZE
003830             INTO WK-LIVE-NAME
003840     END-IF.
003850 FIND-FILE-MAP-STEP-PROC.
003860     IF WK-SF-LOCK-NAME(WK-SF-IDX) = WK-RQ-TOKEN(WK-TK-IDX)
003870         MOVE WK-SF-IDX TO WK-SF-FOUND-IDX
003880     END-IF.
003890 LOAD-FILE-MAP-PROC.
003900*    SNAPFILE.DATを読み込む（初回呼び出し時のみ。無ければ全て
003910*    「ロック名.DAT」とする）
003920     SET WK-MAP-LOADED TO TRUE.
003930     MOVE 'N' TO WK-EOF-SW.
003940     OPEN INPUT SNAP-FILE-MAP-IN.
003950     IF WK-SF-FILE-STATUS = '35'
003960         SET WK-EOF TO TRUE
003970     ELSE
003980         PERFORM READ-FILE-MAP-PROC
003990             UNTIL WK-EOF
004000         CLOSE SNAP-FILE-MAP-IN
004010     END-IF.
004020 READ-FILE-MAP-PROC.
004030     READ SNAP-FILE-MAP-IN
004040         AT END
004050             SET WK-EOF TO TRUE
004060         NOT AT END
004070             IF WK-SF-COUNT < 50
004080                 ADD 1 TO WK-SF-COUNT
004090                 MOVE SF-LOCK-NAME TO WK-SF-LOCK-NAME(WK-SF-COUNT)
004100                 MOVE SF-FILE-NAME TO WK-SF-FILE-NAME(WK-SF-COUNT)
004110             END-IF
004120     END-READ.
004130 RESTORE-STEP-PROC.
004140*    LK-STEPの写しから各ファイルを復元する。写しの無いファイル
004150*    （ステップ開始時に無かったもの）はステップが作ったファイルを
004160*    削除する。結果をROLLBACK.RPTへ追記し、実行中の登録を解除して
004170*    ステップを最初から再実行できる状態に戻す。写しは次にその
004180*    ステップが正常終了するまで残す（手動での再復元に使う）
004190     PERFORM LOAD-REGISTER-PROC.
004200     MOVE 0 TO WK-RESTORE-CT WK-FAIL-CT.
004210     OPEN EXTEND ROLLBACK-REPORT-OUT.
004220     IF WK-RB-FILE-STATUS = '35'
004230         OPEN OUTPUT ROLLBACK-REPORT-OUT
004240     END-IF.
004250     MOVE LK-STEP     TO WK-RH-STEP.
004260     MOVE WK-RUN-DATE TO WK-RH-DATE.
004270     MOVE WK-RUN-TIME TO WK-RH-TIME.
004280     MOVE LK-FILES(1:8) TO WK-RH-REQUESTER.
004290     WRITE ROLLBACK-REPORT-REC FROM WK-RPT-HEADER.
004300     PERFORM RESTORE-ENTRY-PROC
004310         VARYING WK-SR-IDX FROM 1 BY 1
004320         UNTIL WK-SR-IDX > WK-SR-COUNT.
004330     IF WK-RESTORE-CT = 0
004340         WRITE ROLLBACK-REPORT-REC FROM WK-RPT-NOTHING
004350         MOVE 04 TO LK-RETURN-CD
004360     END-IF.
004370     IF WK-FAIL-CT > 0
004380         MOVE 20 TO LK-RETURN-CD
004390     END-IF.
004400     CLOSE ROLLBACK-REPORT-OUT.
004410     PERFORM REWRITE-REGISTER-PROC.
004420     PERFORM DISARM-STEP-PROC.
004430 RESTORE-ENTRY-PROC.
004440     IF WK-SR-STEP(WK-SR-IDX) = LK-STEP
004450         ADD 1 TO WK-RESTORE-CT
004460         MOVE WK-SR-FILE-NAME(WK-SR-IDX) TO WK-LIVE-NAME
004470         MOVE WK-SR-SNAP-NAME(WK-SR-IDX) TO WK-SNAP-NAME
004480         IF WK-SR-STATUS(WK-SR-IDX) = 'N'
004490             CALL 'CBL_DELETE_FILE' USING WK-LIVE-NAME
004500                 RETURNING WK-FILE-OP-RC
004510             MOVE 'REMOVED (NEW FILE)' TO WK-RD-RESULT
004520             MOVE SPACES TO WK-SNAP-NAME
004530         ELSE
004540             CALL 'CBL_COPY_FILE' USING WK-SNAP-NAME WK-LIVE-NAME
004550                 RETURNING WK-FILE-OP-RC
004560             IF WK-FILE-OP-RC = 0
004570                 MOVE 'R' TO WK-SR-STATUS(WK-SR-IDX)
004580                 MOVE 'RESTORED' TO WK-RD-RESULT
004590             ELSE
004600                 MOVE 'F' TO WK-SR-STATUS(WK-SR-IDX)
004610                 MOVE 'RESTORE FAILED' TO WK-RD-RESULT
004620                 ADD 1 TO WK-FAIL-CT
004630                 DISPLAY 'SNAPMGR: RESTORE OF ' WK-LIVE-NAME
004640                     ' FAILED'
004650             END-IF
004660         END-IF
004670         MOVE WK-SR-PROGRAM(WK-SR-IDX)   TO WK-RD-PROGRAM
004680         MOVE WK-SR-LOCK-NAME(WK-SR-IDX) TO WK-RD-LOCK-NAME
004690         MOVE WK-LIVE-NAME               TO WK-RD-FILE-NAME
004700         MOVE WK-SNAP-NAME               TO WK-RD-SNAP-NAME
004710         WRITE ROLLBACK-REPORT-REC FROM WK-RPT-DETAIL
004720     END-IF.
