000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SNAPUTIL.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  更新前の写しの運用ユーティリティを
000080*                             新規作成（保持中の写しの一覧表示と、
000090*                             指定したステップのマスタの手動復元。
000100*                             復元対象はSNAPRST.CTLで指定する）
000110*----------------------------------------------------------------
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT SNAP-REGISTER-IN ASSIGN TO 'SNAPREG.DAT'
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WK-SR-FILE-STATUS.
000180*    復元指示（ステップ名1件1行。ファイルが無い場合は一覧表示
000190*    のみ）
000200     SELECT RESTORE-CONTROL-IN ASSIGN TO 'SNAPRST.CTL'
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WK-RC-FILE-STATUS.
000230 DATA DIVISION.
000240 FILE SECTION.
000250 FD  SNAP-REGISTER-IN.
000260 01 SNAP-REGISTER-REC.
000270   05 SR-STEP          PIC X(08).
000280   05 SR-PROGRAM       PIC X(08).
000290   05 SR-LOCK-NAME     PIC X(10).
000300   05 SR-FILE-NAME     PIC X(20).
000310   05 SR-SNAP-NAME     PIC X(20).
000320   05 SR-DATE          PIC 9(08).
000330   05 SR-TIME          PIC 9(08).
000340   05 SR-STATUS        PIC X(01).
000350 FD  RESTORE-CONTROL-IN.
000360 01 RESTORE-CONTROL-REC.
000370   05 RC-STEP          PIC X(08).
000380 WORKING-STORAGE SECTION.
000390 01 WK-FLAGS.
000400   05 WK-SR-FILE-STATUS PIC X(02).
000410   05 WK-RC-FILE-STATUS PIC X(02).
000420   05 WK-SR-EOF-SW     PIC X(01) VALUE 'N'.
000430     88 WK-SR-EOF          VALUE 'Y'.
000440   05 WK-RC-EOF-SW     PIC X(01) VALUE 'N'.
000450     88 WK-RC-EOF          VALUE 'Y'.
000460*--- 写しの台帳 ---
000470 01 WK-REGISTER-TABLE.
000480   05 WK-SR-COUNT      PIC 9(03) VALUE 0.
000490   05 WK-SR-ENTRY OCCURS 100 TIMES.
000500     10 WK-SR-STEP     PIC X(08).
000510     10 WK-SR-PROGRAM  PIC X(08).
000520     10 WK-SR-LOCK-NAME PIC X(10).
000530     10 WK-SR-FILE-NAME PIC X(20).
000540     10 WK-SR-SNAP-NAME PIC X(20).
000550     10 WK-SR-DATE     PIC 9(08).
000560     10 WK-SR-TIME     PIC 9(08).
000570     10 WK-SR-STATUS   PIC X(01).
000580 01 WK-REGISTER-WORK.
000590   05 WK-SR-IDX        PIC 9(03).
000600   05 WK-RESTORE-CT    PIC 9(02) VALUE 0.
000610*--- 復元中のロック（LOCKMGR）。復元するファイルのロック名を並べ、
000620*    実行中のバッチと重なる場合は復元しない ---
000630 01 WK-LOCK-AREA.
000640   05 WK-LOCK-FUNC     PIC X(01).
000650   05 WK-LOCK-PGM      PIC X(08) VALUE 'SNAPUTIL'.
000660   05 WK-LOCK-FILES.
000670     10 WK-LOCK-TOKEN  PIC X(10) OCCURS 5 TIMES.
000680   05 WK-LOCK-RC       PIC 9(02).
000690   05 WK-TK-COUNT      PIC 9(01).
000700*--- 復元（SNAPMGR）の呼び出し用ワーク ---
000710 01 WK-SNAPSHOT-AREA.
000720   05 WK-SNAP-FUNCTION PIC X(01) VALUE 'R'.
000730   05 WK-SNAP-STEP     PIC X(08).
000740   05 WK-SNAP-FILES    PIC X(50) VALUE 'SNAPUTIL'.
000750   05 WK-SNAP-RETURN-CD PIC 9(02).
000760 PROCEDURE DIVISION.
000770 MAIN-PROC.
000780*    保持中の写しを一覧表示し、復元指示(SNAPRST.CTL)があれば指定
000790*    されたステップのマスタを写しから復元する。自動復元に失敗した
000800*    場合や、正常終了扱いのステップを取り消す場合に使う
000810     PERFORM LOAD-REGISTER-PROC.
000820     IF WK-SR-COUNT = 0
000830         DISPLAY 'SNAPUTIL: NO BEFORE-IMAGES HELD'
000840     ELSE
000850         PERFORM LIST-SNAPSHOT-PROC
000860             VARYING WK-SR-IDX FROM 1 BY 1
000870             UNTIL WK-SR-IDX > WK-SR-COUNT
000880     END-IF.
000890     PERFORM PROCESS-RESTORE-PROC.
000900     IF WK-RESTORE-CT > 0
000910         DISPLAY 'SNAPUTIL: STEPS RESTORED = ' WK-RESTORE-CT
000920     END-IF.
000930     GOBACK.
000940 LOAD-REGISTER-PROC.
000950     MOVE 0   TO WK-SR-COUNT.
000960     MOVE 'N' TO WK-SR-EOF-SW.
000970     OPEN INPUT SNAP-REGISTER-IN.
000980     IF WK-SR-FILE-STATUS = '35'
000990         SET WK-SR-EOF TO TRUE
001000     ELSE
001010         PERFORM READ-REGISTER-PROC
001020             UNTIL WK-SR-EOF
001030         CLOSE SNAP-REGISTER-IN
001040     END-IF.
001050 READ-REGISTER-PROC.
001060     READ SNAP-REGISTER-IN
001070         AT END
001080             SET WK-SR-EOF TO TRUE
001090         NOT AT END
001100             IF WK-SR-COUNT < 100
001110                 ADD 1 TO WK-SR-COUNT
001120                 MOVE SR-STEP      TO WK-SR-STEP(WK-SR-COUNT)
001130                 MOVE SR-PROGRAM   TO WK-SR-PROGRAM(WK-SR-COUNT)
001140                 MOVE SR-LOCK-NAME TO WK-SR-LOCK-NAME(WK-SR-COUNT)
001150                 MOVE SR-FILE-NAME TO WK-SR-FILE-NAME(WK-SR-COUNT)
001160                 MOVE SR-SNAP-NAME TO WK-SR-SNAP-NAME(WK-SR-COUNT)
001170                 MOVE SR-DATE      TO WK-SR-DATE(WK-SR-COUNT)
001180                 MOVE SR-TIME      TO WK-SR-TIME(WK-SR-COUNT)
001190                 MOVE SR-STATUS    TO WK-SR-STATUS(WK-SR-COUNT)
001200             END-IF
001210     END-READ.
001220 LIST-SNAPSHOT-PROC.
001230     DISPLAY 'SNAPUTIL: ' WK-SR-STEP(WK-SR-IDX)
001240         ' ' WK-SR-LOCK-NAME(WK-SR-IDX)
001250         ' ' WK-SR-FILE-NAME(WK-SR-IDX)
001260         ' ' WK-SR-SNAP-NAME(WK-SR-IDX)
001270         ' ' WK-SR-DATE(WK-SR-IDX)
001280         ' ' WK-SR-TIME(WK-SR-IDX)
001290         ' STATUS ' WK-SR-STATUS(WK-SR-IDX).
001300 PROCESS-RESTORE-PROC.
001310*    復元指示を1件ずつ読み、指定されたステップを復元する
001320     OPEN INPUT RESTORE-CONTROL-IN.
001330     IF WK-RC-FILE-STATUS = '35'
001340         SET WK-RC-EOF TO TRUE
001350     ELSE
001360         PERFORM READ-RESTORE-PROC
001370             UNTIL WK-RC-EOF
001380         CLOSE RESTORE-CONTROL-IN
001390     END-IF.
001400 READ-RESTORE-PROC.
001410     READ RESTORE-CONTROL-IN
001420         AT END
001430             SET WK-RC-EOF TO TRUE
001440         NOT AT END
001450             IF RC-STEP NOT = SPACES
001460                 PERFORM RESTORE-ONE-PROC
001470             END-IF
001480     END-READ.
001490 RESTORE-ONE-PROC.
001500*    指示1件分：ステップの写しのロック名でロックを取り（実行中の
001510*    バッチと重なる場合は拒否）、SNAPMGRで復元してロックを外す
001520     MOVE SPACES TO WK-LOCK-FILES.
001530     MOVE 0 TO WK-TK-COUNT.
001540     PERFORM COLLECT-TOKEN-PROC
001550         VARYING WK-SR-IDX FROM 1 BY 1
001560         UNTIL WK-SR-IDX > WK-SR-COUNT.
001570     IF WK-TK-COUNT = 0
001580         DISPLAY 'SNAPUTIL: NO BEFORE-IMAGES FOR ' RC-STEP
001590     ELSE
001600         MOVE 'L' TO WK-LOCK-FUNC
001610         CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
001620             WK-LOCK-FILES WK-LOCK-RC
001630         IF WK-LOCK-RC = 10
001640             DISPLAY 'SNAPUTIL: FILES OF ' RC-STEP
001650                 ' ARE LOCKED - NOT RESTORED (SEE LOCKUTIL)'
001660         ELSE
001670             MOVE RC-STEP TO WK-SNAP-STEP
001680             CALL 'SNAPMGR' USING WK-SNAP-FUNCTION WK-SNAP-STEP
001690                 WK-SNAP-FILES WK-SNAP-RETURN-CD
001700             IF WK-SNAP-RETURN-CD = 00
001710                 ADD 1 TO WK-RESTORE-CT
001720                 DISPLAY 'SNAPUTIL: RESTORED ' RC-STEP
001730                     ' - SEE ROLLBACK.RPT'
001740             ELSE
001750                 DISPLAY 'SNAPUTIL: RESTORE OF ' RC-STEP
001760                     ' INCOMPLETE - SEE ROLLBACK.RPT'
001770             END-IF
001780             MOVE 'U' TO WK-LOCK-FUNC
001790             CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
001800                 WK-LOCK-FILES WK-LOCK-RC
001810         END-IF
001820     END-IF.
001830 COLLECT-TOKEN-PROC.
001840*    ステップの写しのロック名を最大5件まで並べる
001850     IF WK-SR-STEP(WK-SR-IDX) = RC-STEP
001860             AND WK-TK-COUNT < 5
001870         ADD 1 TO WK-TK-COUNT
001880         MOVE WK-SR-LOCK-NAME(WK-SR-IDX)
001890             TO WK-LOCK-TOKEN(WK-TK-COUNT)
001900     END-IF.
