000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AUTHCHK.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  保守トランザクションの権限検査
000080*                             ルーチンを新規作成（権限表AUTHTBL.DAT
000090*                             で申請者・承認者が対象マスタ・処理
000100*                             区分を扱えるかを検査し、承認者と
000110*                             申請者の同一人物を拒否する）
000120*----------------------------------------------------------------
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160*    権限表（利用者ごとに扱えるマスタ・処理区分・役割を並べる）
000170     SELECT AUTH-TABLE-IN ASSIGN TO 'AUTHTBL.DAT'
000180         ORGANIZATION IS LINE SEQUENTIAL
000190         FILE STATUS IS WK-AT-FILE-STATUS.
000200 DATA DIVISION.
000210 FILE SECTION.
000220 FD  AUTH-TABLE-IN.
000230 01 AUTH-TABLE-REC.
000240*  権限1件（利用者ID・マスタ名・処理区分〔*は全区分〕・役割
000250*  R=申請／A=承認）。同じ利用者に複数行を登録できる
000260   05 AT-USER-ID       PIC X(08).
000270   05 AT-MASTER        PIC X(08).
000280   05 AT-ACTION        PIC X(01).
000290   05 AT-ROLE          PIC X(01).
000300 WORKING-STORAGE SECTION.
000310 01 WK-FLAGS.
000320   05 WK-AT-FILE-STATUS PIC X(02).
000330   05 WK-AT-EOF-SW     PIC X(01) VALUE 'N'.
000340     88 WK-AT-EOF          VALUE 'Y'.
000350   05 WK-AT-LOADED-SW  PIC X(01) VALUE 'N'.
000360     88 WK-AT-LOADED       VALUE 'Y'.
000370   05 WK-GRANT-SW      PIC X(01).
000380     88 WK-GRANTED         VALUE 'Y'.
000390*--- 権限表のインメモリテーブル（初回呼び出し時に読み込み、
000400*    以降の呼び出しでは読み直さない）---
000410 01 WK-AUTH-TABLE.
000420   05 WK-AT-COUNT      PIC 9(03) VALUE 0.
000430   05 WK-AT-ENTRY OCCURS 200 TIMES.
000440     10 WK-AT-USER     PIC X(08).
000450     10 WK-AT-MASTER   PIC X(08).
000460     10 WK-AT-ACTION   PIC X(01).
000470     10 WK-AT-ROLE     PIC X(01).
000480 01 WK-AUTH-WORK.
000490   05 WK-AT-IDX        PIC 9(03).
000500   05 WK-CHECK-USER    PIC X(08).
000510   05 WK-CHECK-ROLE    PIC X(01).
000520 LINKAGE SECTION.
000530 01 LK-MASTER          PIC X(08).
000540 01 LK-ACTION          PIC X(01).
000550 01 LK-REQUESTER       PIC X(08).
000560 01 LK-APPROVER        PIC X(08).
000570 01 LK-RETURN-CD       PIC 9(02).
000580 PROCEDURE DIVISION USING LK-MASTER LK-ACTION
000590     LK-REQUESTER LK-APPROVER LK-RETURN-CD.
000600 MAIN-PROC.
000610*    保守トランザクション1件の申請者・承認者を権限表で検査し、
000620*    結果コードを返す（呼び出し元はそのまま却下理由コードに使う）
000630*      00 : 正常（申請・承認とも権限あり）
000640*      30 : 申請者IDが無い
000650*      32 : 申請者にこのマスタ・処理区分の申請権限が無い
000660*      34 : 承認者IDが無い
000670*      36 : 承認者が申請者と同一
000680*      38 : 承認者にこのマスタ・処理区分の承認権限が無い
000690*    権限表が無い場合は誰にも権限が無いものとして扱う
000700     IF NOT WK-AT-LOADED
000710         PERFORM LOAD-AUTH-TABLE-PROC
000720     END-IF.
000730     MOVE 00 TO LK-RETURN-CD.
000740     IF LK-REQUESTER = SPACES
000750         MOVE 30 TO LK-RETURN-CD
000760     ELSE
000770         MOVE LK-REQUESTER TO WK-CHECK-USER
000780         MOVE 'R'          TO WK-CHECK-ROLE
000790         PERFORM CHECK-GRANT-PROC
000800         IF NOT WK-GRANTED
000810             MOVE 32 TO LK-RETURN-CD
000820         END-IF
000830     END-IF.
000840     IF LK-RETURN-CD = 00
000850         PERFORM CHECK-APPROVER-PROC
000860     END-IF.
000870     GOBACK.
000880 CHECK-APPROVER-PROC.
000890*    承認者の有無・申請者との同一・承認権限を順に検査する
000900     IF LK-APPROVER = SPACES
000910         MOVE 34 TO LK-RETURN-CD
000920     ELSE
000930         IF LK-APPROVER = LK-REQUESTER
000940             MOVE 36 TO LK-RETURN-CD
000950         ELSE
000960             MOVE LK-APPROVER TO WK-CHECK-USER
000970             MOVE 'A'         TO WK-CHECK-ROLE
000980             PERFORM CHECK-GRANT-PROC
000990             IF NOT WK-GRANTED
001000                 MOVE 38 TO LK-RETURN-CD
001010             END-IF
001020         END-IF
001030     END-IF.
001040 CHECK-GRANT-PROC.
001050*    WK-CHECK-USERにWK-CHECK-ROLEの役割で対象マスタ・処理区分の
001060*    権限が登録されているかを探す
001070     MOVE 'N' TO WK-GRANT-SW.
001080     PERFORM FIND-GRANT-PROC
001090         VARYING WK-AT-IDX FROM 1 BY 1
001100         UNTIL WK-AT-IDX > WK-AT-COUNT
001110             OR WK-GRANTED.
001120 FIND-GRANT-PROC.
001130     IF WK-AT-USER(WK-AT-IDX) = WK-CHECK-USER
001140             AND WK-AT-MASTER(WK-AT-IDX) = LK-MASTER
001150             AND WK-AT-ROLE(WK-AT-IDX) = WK-CHECK-ROLE
001160             AND (WK-AT-ACTION(WK-AT-IDX) = LK-ACTION
001170                  OR WK-AT-ACTION(WK-AT-IDX) = '*')
001180         SET WK-GRANTED TO TRUE
001190     END-IF.
001200 LOAD-AUTH-TABLE-PROC.
001210*    AUTHTBL.DATを全件読み込む（初回呼び出し時のみ）
001220     SET WK-AT-LOADED TO TRUE.
001230     MOVE 0   TO WK-AT-COUNT.
001240     MOVE 'N' TO WK-AT-EOF-SW.
001250     OPEN INPUT AUTH-TABLE-IN.
001260     IF WK-AT-FILE-STATUS = '35'
001270         DISPLAY 'AUTHCHK: AUTHTBL.DAT NOT FOUND - ALL REJECTED'
001280     ELSE
001290         PERFORM READ-AUTH-TABLE-PROC
001300             UNTIL WK-AT-EOF
001310         CLOSE AUTH-TABLE-IN
001320     END-IF.
001330 READ-AUTH-TABLE-PROC.
001340     READ AUTH-TABLE-IN
001350         AT END
001360             SET WK-AT-EOF TO TRUE
001370         NOT AT END
001380             PERFORM STORE-AUTH-ENTRY-PROC
001390     END-READ.
001400 STORE-AUTH-ENTRY-PROC.
001410     IF AT-USER-ID NOT = SPACES
001420         IF WK-AT-COUNT < 200
001430             ADD 1 TO WK-AT-COUNT
001440             MOVE AT-USER-ID TO WK-AT-USER(WK-AT-COUNT)
001450             MOVE AT-MASTER  TO WK-AT-MASTER(WK-AT-COUNT)
001460             MOVE AT-ACTION  TO WK-AT-ACTION(WK-AT-COUNT)
001470             MOVE AT-ROLE    TO WK-AT-ROLE(WK-AT-COUNT)
001480         ELSE
001490             DISPLAY 'AUTHCHK: AUTH TABLE FULL - SKIPPED '
001500                 AT-USER-ID
001510         END-IF
001520     END-IF.
