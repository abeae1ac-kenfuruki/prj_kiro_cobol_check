000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EXPCLM.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  経費精算の申請チェックを新規作成
000080*                             （社員・承認者・費目別の上限額の
000090*                             チェック、承認分をEXPAPPR.DATへ追加
000092*                             し、承認・却下の一覧を印字）
000095*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000097*                             するよう変更（再実行・遅れ処理で
000100*                             処理対象の業務日を使う）
000110*----------------------------------------------------------------
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150*    経費の申請（社員・日付・費目・金額・承認者）
000160     SELECT CLAIM-IN ASSIGN TO 'EXPCLAIM.DAT'
000170         ORGANIZATION IS LINE SEQUENTIAL
000180         FILE STATUS IS WK-XC-FILE-STATUS.
000190*    費目と1件あたりの上限額
000200     SELECT CATEGORY-IN ASSIGN TO 'EXPCAT.DAT'
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WK-XT-FILE-STATUS.
000230     SELECT EMP-MASTER-IN ASSIGN TO 'EMPMAST.IDX'
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS RANDOM
000260         RECORD KEY IS EM-EMP-ID
000270         FILE STATUS IS WK-EM-FILE-STATUS.
000280*    承認済みの申請（SAMPLE01が次回の給与で支払う）
000290     SELECT APPROVED-IO ASSIGN TO 'EXPAPPR.DAT'
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WK-XA-FILE-STATUS.
000320     SELECT CLAIM-REPORT-OUT ASSIGN TO 'EXPCLM.RPT'
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  CLAIM-IN.
000370 01 CLAIM-REC.
000380   05 XC-CLAIM-NO      PIC X(08).
000390   05 XC-EMP-ID        PIC 9(05).
000400   05 XC-CLAIM-DATE    PIC 9(08).
000410   05 XC-CAT-CD        PIC X(04).
000420   05 XC-AMOUNT        PIC 9(07).
000430   05 XC-APPROVER      PIC 9(05).
000440   05 XC-MEMO          PIC X(20).
000450 FD  CATEGORY-IN.
000460 01 CATEGORY-REC.
000470   05 XT-CAT-CD        PIC X(04).
000480   05 XT-CAT-NAME      PIC X(16).
000490   05 XT-LIMIT         PIC 9(07).
000500 FD  EMP-MASTER-IN.
000510 01 EMP-MASTER-REC.
000520   05 EM-EMP-ID        PIC 9(05).
000530   05 EM-NAME          PIC X(20).
000540   05 EM-AGE           PIC 9(03).
000550   05 EM-SALARY        PIC 9(07).
000560   05 EM-SITE-CD       PIC X(03).
000570   05 EM-DEPT-CD       PIC X(05).
000580   05 FILLER           PIC X(17).
000590 FD  APPROVED-IO.
000600 01 APPROVED-REC.
000610   05 XA-CLAIM-NO      PIC X(08).
000620   05 XA-EMP-ID        PIC 9(05).
000630   05 XA-CLAIM-DATE    PIC 9(08).
000640   05 XA-CAT-CD        PIC X(04).
000650   05 XA-AMOUNT        PIC 9(07).
000660   05 XA-APPROVER      PIC 9(05).
000670*  承認（このチェックを通過）した実行日
000680   05 XA-APPR-DATE     PIC 9(08).
000690 FD  CLAIM-REPORT-OUT.
000700 01 CLAIM-REPORT-REC   PIC X(100).
000710 WORKING-STORAGE SECTION.
000720 01 WK-FLAGS.
000730   05 WK-XC-FILE-STATUS PIC X(02).
000740   05 WK-XT-FILE-STATUS PIC X(02).
000750   05 WK-EM-FILE-STATUS PIC X(02).
000760   05 WK-XA-FILE-STATUS PIC X(02).
000770   05 WK-XC-EOF-SW     PIC X(01) VALUE 'N'.
000780     88 WK-XC-EOF          VALUE 'Y'.
000790   05 WK-XT-EOF-SW     PIC X(01) VALUE 'N'.
000800     88 WK-XT-EOF          VALUE 'Y'.
000810   05 WK-XA-EOF-SW     PIC X(01) VALUE 'N'.
000820     88 WK-XA-EOF          VALUE 'Y'.
000830 01 WK-COUNTERS.
000840   05 WK-READ-CT       PIC 9(05) VALUE 0.
000850   05 WK-APPR-CT       PIC 9(05) VALUE 0.
000860   05 WK-RJT-CT        PIC 9(05) VALUE 0.
000870   05 WK-APPR-AMOUNT   PIC 9(09) VALUE 0.
000880 01 WK-RUN-AREA.
000890   05 WK-RUN-DATE      PIC 9(08).
000900*--- 費目テーブル（EXPCAT.DATから）---
000910 01 WK-XT-TABLE.
000920   05 WK-XT-COUNT      PIC 9(02) VALUE 0.
000930   05 WK-XT-ENTRY OCCURS 50 TIMES.
000940     10 WK-XT-CAT-CD   PIC X(04).
000950     10 WK-XT-CAT-NAME PIC X(16).
000960     10 WK-XT-LIMIT    PIC 9(07).
000970   05 WK-XT-IDX        PIC 9(02).
000980   05 WK-XT-FOUND-IDX  PIC 9(02).
000990*--- 承認済みの申請番号（二重申請のチェック用）---
001000 01 WK-XA-TABLE.
001010   05 WK-XA-COUNT      PIC 9(04) VALUE 0.
001020   05 WK-XA-ENTRY OCCURS 3000 TIMES.
001030     10 WK-XA-CLAIM-NO PIC X(08).
001040   05 WK-XA-IDX        PIC 9(04).
001050   05 WK-XA-FOUND-IDX  PIC 9(04).
001060 01 WK-EDIT-WORK.
001070   05 WK-REASON        PIC X(16).
001080   05 WK-NAME          PIC X(20).
001090   05 WK-DC-RETURN-CD  PIC 9(02).
001100   05 WK-DC-SERIAL     PIC 9(07).
001110*--- LOCKMGR呼び出し用ワーク（実行間ロック）---
001120 01 WK-LOCK-AREA.
001130   05 WK-LOCK-FUNC     PIC X(01).
001140   05 WK-LOCK-PGM      PIC X(08) VALUE 'EXPCLM'.
001150   05 WK-LOCK-FILES.
001160     10 FILLER         PIC X(10) VALUE 'EXPAPPR   '.
001170     10 FILLER         PIC X(10) VALUE SPACES.
001180     10 FILLER         PIC X(10) VALUE SPACES.
001190     10 FILLER         PIC X(10) VALUE SPACES.
001200     10 FILLER         PIC X(10) VALUE SPACES.
001210   05 WK-LOCK-RETURN-CD PIC 9(02).
001220*--- 承認・却下一覧の各行 ---
001230 01 WK-RPT-TITLE.
001240   05 FILLER           PIC X(40)
001250       VALUE 'EXPENSE CLAIM APPROVAL LIST  RUN : '.
001260   05 WK-RH-RUN-DATE   PIC 9(08).
001270 01 WK-RPT-COLUMNS.
001280   05 FILLER           PIC X(40)
001290       VALUE 'CLAIM-NO EMPNO NAME                 DATE'.
001300   05 FILLER           PIC X(40)
001310       VALUE '     CAT    AMOUNT APPRV RESULT   REASON'.
001320 01 WK-RPT-RULE.
001330   05 FILLER           PIC X(100) VALUE ALL '-'.
001340 01 WK-RPT-DETAIL.
001350   05 WK-RD-CLAIM-NO   PIC X(08).
001360   05 FILLER           PIC X(01) VALUE SPACE.
001370   05 WK-RD-EMP-ID     PIC X(05).
001380   05 FILLER           PIC X(01) VALUE SPACE.
001390   05 WK-RD-NAME       PIC X(20).
001400   05 FILLER           PIC X(01) VALUE SPACE.
001410   05 WK-RD-DATE       PIC X(08).
001420   05 FILLER           PIC X(01) VALUE SPACE.
001430   05 WK-RD-CAT-CD     PIC X(04).
001440   05 FILLER           PIC X(01) VALUE SPACE.
001450   05 WK-RD-AMOUNT     PIC Z,ZZZ,ZZ9.
001460   05 FILLER           PIC X(01) VALUE SPACE.
001470   05 WK-RD-APPROVER   PIC X(05).
001480   05 FILLER           PIC X(01) VALUE SPACE.
001490   05 WK-RD-RESULT     PIC X(08).
001500   05 FILLER           PIC X(01) VALUE SPACE.
001510   05 WK-RD-REASON     PIC X(16).
001520 01 WK-RPT-TOTAL.
001530   05 FILLER           PIC X(11) VALUE 'APPROVED : '.
001540   05 WK-RT-APPR       PIC ZZZZ9.
001550   05 FILLER           PIC X(11) VALUE '  AMOUNT : '.
001560   05 WK-RT-AMOUNT     PIC ZZZ,ZZZ,ZZ9.
001570   05 FILLER           PIC X(13) VALUE '  REJECTED : '.
001580   05 WK-RT-RJT        PIC ZZZZ9.
001590 PROCEDURE DIVISION.
001600 MAIN-PROC.
001610*    経費の申請を1件ずつチェックし、承認分はEXPAPPR.DATに追加す
001620*    る（次回の給与計算で非課税の立替精算として支払われる）。却下
001630*    分は理由を一覧に印字するだけで、修正後に同じ申請番号で再申請
001640*    できる
001650     CALL 'BUSDATE' USING WK-RUN-DATE.
001660     MOVE 'L' TO WK-LOCK-FUNC.
001670     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
001680         WK-LOCK-FILES WK-LOCK-RETURN-CD.
001690     IF WK-LOCK-RETURN-CD NOT = 00
001700         DISPLAY 'EXPCLM: EXPAPPR.DAT LOCKED BY ANOTHER RUN'
001710             ' - RUN REFUSED'
001720         MOVE 8 TO RETURN-CODE
001730         GOBACK
001740     END-IF.
001750     PERFORM LOAD-CATEGORY-PROC.
001760     IF WK-XT-COUNT = 0
001770         DISPLAY 'EXPCLM: NO EXPCAT.DAT - RUN REFUSED'
001780         PERFORM RELEASE-LOCK-PROC
001790         MOVE 8 TO RETURN-CODE
001800         GOBACK
001810     END-IF.
001820     PERFORM LOAD-APPROVED-PROC.
001830     OPEN INPUT EMP-MASTER-IN.
001840     OPEN OUTPUT CLAIM-REPORT-OUT.
001850     MOVE WK-RUN-DATE TO WK-RH-RUN-DATE.
001860     WRITE CLAIM-REPORT-REC FROM WK-RPT-TITLE.
001870     WRITE CLAIM-REPORT-REC FROM WK-RPT-COLUMNS.
001880     WRITE CLAIM-REPORT-REC FROM WK-RPT-RULE.
001890     OPEN INPUT CLAIM-IN.
001900     IF WK-XC-FILE-STATUS = '35'
001910         DISPLAY 'EXPCLM: NO EXPCLAIM.DAT - NOTHING TO CHECK'
001920         SET WK-XC-EOF TO TRUE
001930     ELSE
001940         OPEN EXTEND APPROVED-IO
001950         IF WK-XA-FILE-STATUS = '35'
001960             OPEN OUTPUT APPROVED-IO
001970         END-IF
001980         PERFORM READ-CLAIM-PROC
001990             UNTIL WK-XC-EOF
002000         CLOSE CLAIM-IN APPROVED-IO
002010     END-IF.
002020     WRITE CLAIM-REPORT-REC FROM WK-RPT-RULE.
002030     MOVE WK-APPR-CT     TO WK-RT-APPR.
002040     MOVE WK-APPR-AMOUNT TO WK-RT-AMOUNT.
002050     MOVE WK-RJT-CT      TO WK-RT-RJT.
002060     WRITE CLAIM-REPORT-REC FROM WK-RPT-TOTAL.
002070     CLOSE EMP-MASTER-IN CLAIM-REPORT-OUT.
002080     DISPLAY 'EXPCLM: CLAIMS     = ' WK-READ-CT.
002090     DISPLAY 'EXPCLM: APPROVED   = ' WK-APPR-CT.
002100     DISPLAY 'EXPCLM: REJECTED   = ' WK-RJT-CT.
002110     DISPLAY 'EXPCLM: AMOUNT     = ' WK-APPR-AMOUNT.
002120     PERFORM RELEASE-LOCK-PROC.
002130     GOBACK.
002140 RELEASE-LOCK-PROC.
002150*    取得した実行間ロックを解放する
002160     MOVE 'U' TO WK-LOCK-FUNC.
002170     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
002180         WK-LOCK-FILES WK-LOCK-RETURN-CD.
002190 LOAD-CATEGORY-PROC.
002200*    EXPCAT.DATを全件読み込む
002210     OPEN INPUT CATEGORY-IN.
002220     IF WK-XT-FILE-STATUS = '35'
002230         SET WK-XT-EOF TO TRUE
002240     ELSE
002250         PERFORM READ-CATEGORY-PROC
002260             UNTIL WK-XT-EOF
002270         CLOSE CATEGORY-IN
002280     END-IF.
002290 READ-CATEGORY-PROC.
002300     READ CATEGORY-IN
002310         AT END
002320             SET WK-XT-EOF TO TRUE
002330         NOT AT END
002340             IF WK-XT-COUNT < 50 AND XT-LIMIT IS NUMERIC
002350                 ADD 1 TO WK-XT-COUNT
002360                 MOVE XT-CAT-CD   TO WK-XT-CAT-CD(WK-XT-COUNT)
002370                 MOVE XT-CAT-NAME TO WK-XT-CAT-NAME(WK-XT-COUNT)
002380                 MOVE XT-LIMIT    TO WK-XT-LIMIT(WK-XT-COUNT)
002390             ELSE
002400                 DISPLAY 'EXPCLM: EXPCAT.DAT ROW ' XT-CAT-CD
002410                     ' IGNORED'
002420             END-IF
002430     END-READ.
002440 LOAD-APPROVED-PROC.
002450*    既に承認済みの申請番号を読み込む（無い場合は初回の実行）
002460     OPEN INPUT APPROVED-IO.
002470     IF WK-XA-FILE-STATUS = '35'
002480         SET WK-XA-EOF TO TRUE
002490     ELSE
002500         PERFORM READ-APPROVED-PROC
002510             UNTIL WK-XA-EOF
002520         CLOSE APPROVED-IO
002530     END-IF.
002540 READ-APPROVED-PROC.
002550     READ APPROVED-IO
002560         AT END
002570             SET WK-XA-EOF TO TRUE
002580         NOT AT END
002590             PERFORM STORE-CLAIM-NO-PROC
002600     END-READ.
002610 STORE-CLAIM-NO-PROC.
002620     IF WK-XA-COUNT < 3000
002630         ADD 1 TO WK-XA-COUNT
002640         MOVE XA-CLAIM-NO TO WK-XA-CLAIM-NO(WK-XA-COUNT)
002650     ELSE
002660         DISPLAY 'EXPCLM: CLAIM TABLE FULL - ' XA-CLAIM-NO
002670             ' NOT CHECKED FOR DUPLICATES'
002680     END-IF.
002690 READ-CLAIM-PROC.
002700     READ CLAIM-IN
002710         AT END
002720             SET WK-XC-EOF TO TRUE
002730         NOT AT END
002740             ADD 1 TO WK-READ-CT
002750             PERFORM EDIT-CLAIM-PROC
002760     END-READ.
002770 EDIT-CLAIM-PROC.
002780*    申請番号の重複、社員、日付、費目と上限額、承認者の順にチェッ
002790*    クし、最初に見つかった理由で却下する
002800     MOVE SPACES        TO WK-REASON WK-NAME.
002810     MOVE XC-CLAIM-NO   TO WK-RD-CLAIM-NO.
002820     MOVE XC-EMP-ID     TO WK-RD-EMP-ID.
002830     MOVE XC-CLAIM-DATE TO WK-RD-DATE.
002840     MOVE XC-CAT-CD     TO WK-RD-CAT-CD.
002850     MOVE XC-APPROVER   TO WK-RD-APPROVER.
002860     MOVE 0             TO WK-RD-AMOUNT.
002870     IF XC-AMOUNT IS NUMERIC
002880         MOVE XC-AMOUNT TO WK-RD-AMOUNT
002890     END-IF.
002900     IF XC-CLAIM-NO = SPACES
002910         MOVE 'NO CLAIM NUMBER' TO WK-REASON
002920     ELSE
002930         PERFORM FIND-CLAIM-NO-PROC
002940         IF WK-XA-FOUND-IDX NOT = 0
002950             MOVE 'DUPLICATE CLAIM' TO WK-REASON
002960         END-IF
002970     END-IF.
002980     IF WK-REASON = SPACES
002990         IF XC-EMP-ID IS NOT NUMERIC
003000             MOVE 'BAD EMP-ID' TO WK-REASON
003010         ELSE
003020             MOVE XC-EMP-ID TO EM-EMP-ID
003030             READ EMP-MASTER-IN
003040                 INVALID KEY
003050                     MOVE 'NO EMPLOYEE' TO WK-REASON
003060                 NOT INVALID KEY
003070                     MOVE EM-NAME TO WK-NAME
003080             END-READ
003090         END-IF
003100     END-IF.
003110     IF WK-REASON = SPACES
003120         CALL 'DATECHK' USING XC-CLAIM-DATE WK-DC-RETURN-CD
003130             WK-DC-SERIAL
003140         IF WK-DC-RETURN-CD NOT = 00
003150             MOVE 'BAD DATE' TO WK-REASON
003160         ELSE
003170             IF XC-CLAIM-DATE > WK-RUN-DATE
003180                 MOVE 'FUTURE DATE' TO WK-REASON
003190             END-IF
003200         END-IF
003210     END-IF.
003220     IF WK-REASON = SPACES
003230         PERFORM FIND-CATEGORY-PROC
003240         IF WK-XT-FOUND-IDX = 0
003250             MOVE 'BAD CATEGORY' TO WK-REASON
003260         END-IF
003270     END-IF.
003280     IF WK-REASON = SPACES
003290         IF XC-AMOUNT IS NOT NUMERIC OR XC-AMOUNT = 0
003300             MOVE 'BAD AMOUNT' TO WK-REASON
003310         ELSE
003320             IF XC-AMOUNT > WK-XT-LIMIT(WK-XT-FOUND-IDX)
003330                 MOVE 'OVER LIMIT' TO WK-REASON
003340             END-IF
003350         END-IF
003360     END-IF.
003370     IF WK-REASON = SPACES
003380         PERFORM EDIT-APPROVER-PROC
003390     END-IF.
003400     IF WK-REASON = SPACES
003410         PERFORM APPROVE-CLAIM-PROC
003420     ELSE
003430         ADD 1 TO WK-RJT-CT
003440         MOVE 'REJECTED' TO WK-RD-RESULT
003450     END-IF.
003460     MOVE WK-NAME   TO WK-RD-NAME.
003470     MOVE WK-REASON TO WK-RD-REASON.
003480     WRITE CLAIM-REPORT-REC FROM WK-RPT-DETAIL.
003490 EDIT-APPROVER-PROC.
003500*    承認者は社員マスタに登録された本人以外の社員であること
003510     IF XC-APPROVER IS NOT NUMERIC
003520         MOVE 'BAD APPROVER' TO WK-REASON
003530     ELSE
003540         IF XC-APPROVER = XC-EMP-ID
003550             MOVE 'SELF APPROVED' TO WK-REASON
003560         ELSE
003570             MOVE XC-APPROVER TO EM-EMP-ID
003580             READ EMP-MASTER-IN
003590                 INVALID KEY
003600                     MOVE 'NO APPROVER' TO WK-REASON
003610             END-READ
003620         END-IF
003630     END-IF.
003640 APPROVE-CLAIM-PROC.
003650     MOVE XC-CLAIM-NO   TO XA-CLAIM-NO.
003660     MOVE XC-EMP-ID     TO XA-EMP-ID.
003670     MOVE XC-CLAIM-DATE TO XA-CLAIM-DATE.
003680     MOVE XC-CAT-CD     TO XA-CAT-CD.
003690     MOVE XC-AMOUNT     TO XA-AMOUNT.
003700     MOVE XC-APPROVER   TO XA-APPROVER.
003710     MOVE WK-RUN-DATE   TO XA-APPR-DATE.
003720     WRITE APPROVED-REC.
003730     PERFORM STORE-CLAIM-NO-PROC.
003740     ADD 1 TO WK-APPR-CT.
003750     ADD XC-AMOUNT TO WK-APPR-AMOUNT.
003760     MOVE 'APPROVED' TO WK-RD-RESULT.
003770 FIND-CLAIM-NO-PROC.
003780     MOVE 0 TO WK-XA-FOUND-IDX.
003790     PERFORM FIND-CLAIM-NO-STEP-PROC
003800         VARYING WK-XA-IDX FROM 1 BY 1
003810         UNTIL WK-XA-IDX > WK-XA-COUNT
003820             OR WK-XA-FOUND-IDX NOT = 0.
003830 FIND-CLAIM-NO-STEP-PROC.
003840     IF WK-XA-CLAIM-NO(WK-XA-IDX) = XC-CLAIM-NO
003850         MOVE WK-XA-IDX TO WK-XA-FOUND-IDX
003860     END-IF.
003870 FIND-CATEGORY-PROC.
003880     MOVE 0 TO WK-XT-FOUND-IDX.
003890     PERFORM FIND-CATEGORY-STEP-PROC
003900         VARYING WK-XT-IDX FROM 1 BY 1
003910         UNTIL WK-XT-IDX > WK-XT-COUNT
003920             OR WK-XT-FOUND-IDX NOT = 0.
003930 FIND-CATEGORY-STEP-PROC.
003940     IF WK-XT-CAT-CD(WK-XT-IDX) = XC-CAT-CD
003950         MOVE WK-XT-IDX TO WK-XT-FOUND-IDX
003960     END-IF.
