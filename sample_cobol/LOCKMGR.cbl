000090*                             名の重なるロックが保持されている間は
000100*                             後から来たバッチの開始を拒否する。
000110*                             異常終了で残ったロックはLOCKUTILで
000111*                             解除する）
000113*  2026-10-15  SYSTEMS-GROUP  ロックを認める前にSNAPMGRで対象
000115*                             ファイルの更新前の写しを取るよう
000116*                             変更（NIGHTBATのステップ失敗時に
000118*                             写しから復元する。写しが取れない
000120*                             場合はロックを拒否する）
000130*----------------------------------------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000550   05 WK-RQ-TOKEN      PIC X(10) OCCURS 5 TIMES.
000560 01 WK-RUN-AREA.
000570   05 WK-RUN-DATE      PIC 9(08).
000572   05 WK-RUN-TIME      PIC 9(08).
000574*--- 更新前の写しの取得（SNAPMGR）---
000576 01 WK-SNAP-AREA.
000578   05 WK-SNAP-FUNCTION PIC X(01) VALUE 'S'.
000580   05 WK-SNAP-RETURN-CD PIC 9(02).
000590 LINKAGE SECTION.
000600 01 LK-FUNCTION        PIC X(01).
000610 01 LK-PROGRAM         PIC X(08).
001130     IF WK-CONFLICT
001140         MOVE 10 TO LK-RETURN-CD
001150     ELSE
001151         IF WK-LK-COUNT < 20
001152*            NIGHTBATのステップ実行中であれば、更新が始まる前に
001153*            対象ファイルの写しを取る（実行中でなければ何も
001154*            しない）
001155             CALL 'SNAPMGR' USING WK-SNAP-FUNCTION LK-PROGRAM
001156                 LK-FILES WK-SNAP-RETURN-CD
001157             IF WK-SNAP-RETURN-CD = 20
001158                 MOVE 10 TO LK-RETURN-CD
001159                 DISPLAY 'LOCKMGR: BEFORE-IMAGE NOT TAKEN FOR '
001160                     LK-PROGRAM ' - LOCK REFUSED'
001165             ELSE
001170                 ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD
001180                 ACCEPT WK-RUN-TIME FROM TIME
001190                 ADD 1 TO WK-LK-COUNT
001200                 MOVE LK-PROGRAM TO WK-LK-PROGRAM(WK-LK-COUNT)
001210                 MOVE LK-FILES   TO WK-LK-FILES(WK-LK-COUNT)
001220                 MOVE WK-RUN-DATE TO WK-LK-DATE(WK-LK-COUNT)
001230                 MOVE WK-RUN-TIME TO WK-LK-TIME(WK-LK-COUNT)
001240                 MOVE 'A'         TO WK-LK-STATUS(WK-LK-COUNT)
001245                 PERFORM REWRITE-LOCK-FILE-PROC
001250             END-IF
001260         ELSE
001270             MOVE 10 TO LK-RETURN-CD
001280             DISPLAY 'LOCKMGR: LOCK TABLE FULL'
