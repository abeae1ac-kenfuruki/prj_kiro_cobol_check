000090*                             確認して締め管理ファイルへ記録し、
000100*                             監督者による再開封トランザクション
000110*                             と監査ログを併設する）
000113*  2026-10-15  SYSTEMS-GROUP  赤伝票の口座SALESRET/RECVRETの繰越差異を給与の
000114*                             締め判定から除外
000115*  2026-10-15  SYSTEMS-GROUP  仮受金の口座BANKDEP/RECVPAID/
000117*                             UNAPPCASHの繰越差異を給与の締め判定
000118*                             から除外
000119*  2026-10-15  SYSTEMS-GROUP  期間内に月末を含む支給期間は、その月
000120*                             の未払給与の計上(GLHIST.DATの発生源
000122*                             ACCRUAL)が転記済みでなければ締めを
000123*                             拒否する
000124*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000126*                             するよう変更（再実行・遅れ処理で
000127*                             処理対象の業務日を使う）
000128*----------------------------------------------------------------
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000280*    締め・再開封の監査ログ（全指示を日時・監督者付きで追記）
000290     SELECT CLOSE-AUDIT-OUT ASSIGN TO 'PERDAUD.LOG'
000300         ORGANIZATION IS LINE SEQUENTIAL
000302         FILE STATUS IS WK-AU-FILE-STATUS.
000304*    転記履歴（月末の未払給与の計上が転記済みかの確認用）
000306     SELECT GL-HISTORY-IN ASSIGN TO 'GLHIST.DAT'
000308         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WK-GH-FILE-STATUS.
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  CLOSE-REQUEST-IN.
000560   05 PP-END-DATE      PIC 9(08).
000570   05 PP-STATUS        PIC X(01).
000580 FD  CLOSE-AUDIT-OUT.
000581 01 CLOSE-AUDIT-REC    PIC X(60).
000582 FD  GL-HISTORY-IN.
000583 01 GL-HISTORY-REC.
000584   05 GH-ACCT-CD       PIC X(10).
000585   05 GH-AMOUNT        PIC 9(09).
000586   05 GH-DR-CR         PIC X(02).
000587   05 GH-SOURCE        PIC X(08).
000588   05 GH-POST-DATE     PIC 9(08).
000590   05 GH-PERIOD-ID     PIC 9(06).
000600 WORKING-STORAGE SECTION.
000610 01 WK-FLAGS.
000620   05 WK-CL-FILE-STATUS PIC X(02).
000700   05 WK-GS-EOF-SW     PIC X(01) VALUE 'N'.
000710     88 WK-GS-EOF          VALUE 'Y'.
000720   05 WK-PP-EOF-SW     PIC X(01) VALUE 'N'.
000722     88 WK-PP-EOF          VALUE 'Y'.
000725   05 WK-GH-FILE-STATUS PIC X(02).
000727   05 WK-GH-EOF-SW     PIC X(01) VALUE 'N'.
000730     88 WK-GH-EOF          VALUE 'Y'.
000740*--- 締め管理のインメモリテーブル ---
000750 01 WK-CLOSE-TABLE.
000760   05 WK-CL-COUNT      PIC 9(03) VALUE 0.
000880   05 WK-PP-COUNT      PIC 9(03) VALUE 0.
000890   05 WK-PP-ENTRY OCCURS 24 TIMES.
000900     10 WK-PP-PERIOD-ID PIC 9(06).
000901     10 WK-PP-STATUS    PIC X(01).
000902     10 WK-PP-START     PIC 9(08).
000904     10 WK-PP-END       PIC 9(08).
000905*    期間内の月末の月（無ければ0）と、その月の未払給与の計上が
000907*    転記済みか（Y=転記済み、または確認不要）
000908     10 WK-PP-ACCR-MONTH PIC 9(06).
000910     10 WK-PP-ACCR-SW   PIC X(01).
000920 01 WK-PERIOD-WORK.
000930   05 WK-PP-IDX        PIC 9(03).
000931   05 WK-PP-FOUND-IDX  PIC 9(03).
000933*--- 期間内の月末の判定用 ---
000935 01 WK-ACCRUAL-WORK.
000936   05 WK-DATE-WORK     PIC 9(08).
000938   05 WK-DATE-SERIAL   PIC 9(07).
000940   05 WK-DATE-RETURN-CD PIC 9(02).
000950*--- GLRECONの未解消差異（給与口座分のみ数える。受注側の口座
000955*    ORDRECV/SALESREV、赤伝票の口座SALESRET/RECVRET、仮受金の
000960*    口座BANKDEP/RECVPAID/UNAPPCASHは期間締めの判定対象外）---
000970 01 WK-SUSP-WORK.
000980   05 WK-SUSP-CT       PIC 9(03) VALUE 0.
000990 01 WK-COUNTERS.
001220*    （給与口座の繰越）が0件であることを確認してから締め管理
001230*    ファイルへ記録する。再開封は監督者IDの入った指示のみ受け
001240*    付ける。全指示を監査ログへ日時付きで追記する
001250     CALL 'BUSDATE' USING WK-RUN-DATE.
001260     PERFORM LOAD-CLOSE-TABLE-PROC.
001265     PERFORM LOAD-PERIOD-TABLE-PROC.
001270     PERFORM LOAD-ACCRUAL-POSTED-PROC.
001280     PERFORM COUNT-SUSPENSE-PROC.
001290     PERFORM OPEN-AUDIT-PROC.
001300     OPEN INPUT CLOSE-REQUEST-IN.
001880     IF WK-PP-COUNT < 24
001890         ADD 1 TO WK-PP-COUNT
001900         MOVE PP-PERIOD-ID TO WK-PP-PERIOD-ID(WK-PP-COUNT)
001902         MOVE PP-STATUS    TO WK-PP-STATUS(WK-PP-COUNT)
001905         MOVE PP-START-DATE TO WK-PP-START(WK-PP-COUNT)
001907         MOVE PP-END-DATE  TO WK-PP-END(WK-PP-COUNT)
001910         PERFORM SET-ACCRUAL-MONTH-PROC
001920     END-IF.
001930 COUNT-SUSPENSE-PROC.
001940*    GLRECONの繰越差異(GLSUSP.DAT)のうち給与口座分を数える。
001943*    受注側の口座(ORDRECV/SALESREV)と赤伝票の口座(SALESRET/
001946*    RECVRET)、仮受金の口座(BANKDEP/RECVPAID/UNAPPCASH)は
001950*    給与の締め判定に含めない。
001960*    ファイルが無い場合は差異なしとする
001970     OPEN INPUT SUSPENSE-IN.
001980     IF WK-GS-FILE-STATUS = '35'
002070         AT END
002080             SET WK-GS-EOF TO TRUE
002090         NOT AT END
002091             IF GS-ACCT-CD NOT = 'ORDRECV'
002092                     AND GS-ACCT-CD NOT = 'SALESREV'
002093                     AND GS-ACCT-CD NOT = 'SALESRET'
002094                     AND GS-ACCT-CD NOT = 'RECVRET'
002095                     AND GS-ACCT-CD NOT = 'BANKDEP'
002096                     AND GS-ACCT-CD NOT = 'RECVPAID'
002097                     AND GS-ACCT-CD NOT = 'UNAPPCASH'
002098                 ADD 1 TO WK-SUSP-CT
002099             END-IF
002100     END-READ.
002101 SET-ACCRUAL-MONTH-PROC.
002102*    期間内に月末を含む場合はその月を控える（開始月と終了月が
002103*    異なれば開始月、終了日が月末なら終了月）。月の途中で終わる
002104*    期間は未払給与の計上を確認しない
002105     MOVE 0   TO WK-PP-ACCR-MONTH(WK-PP-COUNT).
002106     MOVE 'Y' TO WK-PP-ACCR-SW(WK-PP-COUNT).
002107     IF PP-START-DATE(1:6) NOT = PP-END-DATE(1:6)
002108         MOVE PP-START-DATE(1:6)
002109             TO WK-PP-ACCR-MONTH(WK-PP-COUNT)
002110     ELSE
002111         COMPUTE WK-DATE-WORK = PP-END-DATE + 1
002112         CALL 'DATECHK' USING WK-DATE-WORK WK-DATE-RETURN-CD
002113             WK-DATE-SERIAL
002114         IF WK-DATE-RETURN-CD NOT = 00
002115             MOVE PP-END-DATE(1:6)
002116                 TO WK-PP-ACCR-MONTH(WK-PP-COUNT)
002117         END-IF
002118     END-IF.
002119     IF WK-PP-ACCR-MONTH(WK-PP-COUNT) NOT = 0
002120         MOVE 'N' TO WK-PP-ACCR-SW(WK-PP-COUNT)
002121     END-IF.
002122 LOAD-ACCRUAL-POSTED-PROC.
002123*    転記履歴の未払給与の計上(発生源ACCRUAL)の期間（計上月）と
002124*    一致する支給期間を転記済みとする（ファイルが無い場合は全て
002125*    未転記）
002126     OPEN INPUT GL-HISTORY-IN.
002127     IF WK-GH-FILE-STATUS = '35'
002128         SET WK-GH-EOF TO TRUE
002129     ELSE
002130         PERFORM READ-GL-HISTORY-PROC
002131             UNTIL WK-GH-EOF
002132         CLOSE GL-HISTORY-IN
002133     END-IF.
002134 READ-GL-HISTORY-PROC.
002135     READ GL-HISTORY-IN
002136         AT END
002137             SET WK-GH-EOF TO TRUE
002138         NOT AT END
002139             IF GH-SOURCE = 'ACCRUAL '
002140                 PERFORM MARK-ACCRUAL-STEP-PROC
002141                     VARYING WK-PP-IDX FROM 1 BY 1
002142                     UNTIL WK-PP-IDX > WK-PP-COUNT
002143             END-IF
002144     END-READ.
002145 MARK-ACCRUAL-STEP-PROC.
002146     IF WK-PP-ACCR-MONTH(WK-PP-IDX) = GH-PERIOD-ID
002147         MOVE 'Y' TO WK-PP-ACCR-SW(WK-PP-IDX)
002148     END-IF.
002150 OPEN-AUDIT-PROC.
002160*    監査ログは追記する（初回実行時のみ新規作成）
002170     OPEN EXTEND CLOSE-AUDIT-OUT.
002320             PERFORM WRITE-AUDIT-PROC-REJECT
002330     END-EVALUATE.
002340 CLOSE-PERIOD-PROC.
002350*    締め：対象期間が実在し、未解消差異が0件で、期間内の月末の
002355*    未払給与の計上が転記済みで、未締めの場合のみ締め管理テーブル
002360*    へ記録する
002370     MOVE 0 TO WK-PP-FOUND-IDX.
002380     PERFORM FIND-PERIOD-STEP-PROC
002390         VARYING WK-PP-IDX FROM 1 BY 1
002530             DISPLAY 'PERDCLS: CLEAR GLSUSP.DAT VIA GLRECON '
002540                 'BEFORE CLOSING'
002550             PERFORM WRITE-AUDIT-PROC-REJECT
002551         ELSE
002552             IF WK-PP-ACCR-SW(WK-PP-FOUND-IDX) NOT = 'Y'
002553                 ADD 1 TO WK-RJCT-COUNT
002554                 DISPLAY 'PERDCLS: ACCRUAL FOR MONTH '
002555                     WK-PP-ACCR-MONTH(WK-PP-FOUND-IDX)
002556                     ' NOT POSTED - CLOSE REFUSED'
002557                 DISPLAY 'PERDCLS: RUN PAYACCR AND GLJRNL '
002558                     'BEFORE CLOSING'
002559                 PERFORM WRITE-AUDIT-PROC-REJECT
002560             ELSE
002570                 IF WK-CL-FOUND-IDX NOT = 0
002580                     ADD 1 TO WK-RJCT-COUNT
002590                     DISPLAY 'PERDCLS: PERIOD ' CR-PERIOD-ID
002600                         ' ALREADY CLOSED'
002610                     PERFORM WRITE-AUDIT-PROC-REJECT
002620                 ELSE
002630                     PERFORM RECORD-CLOSE-PROC
002635                 END-IF
002640             END-IF
002650         END-IF
002660     END-IF.
