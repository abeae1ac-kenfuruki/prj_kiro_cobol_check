000098*                             （給与照会・過去時点の復元用）
000099*  2026-09-02  SYSTEMS-GROUP  実行間ロック(LOCKMGR)の取得・解放を
000100*                             追加（給与実行中のマスタ更新の防止）
000101*  2026-10-15  SYSTEMS-GROUP  部門コード(ET-DEPT-CD)の保守を追加
000102*                             （部門マスタ・部門階層の両方に登録済み
000104*                             の部門のみ受付。変更時の空白は現行値
000106*                             を保持。変更履歴に拡張イメージを追記）
000107*  2026-10-15  SYSTEMS-GROUP  給与形態（月給・時給）と時間給の登録・
000108*                             変更と内容検査を追加。採用時に氏名・
000109*                             年齢・給与が消える不具合を修正
000110*  2026-10-15  SYSTEMS-GROUP  トランザクションに申請者・承認者
000111*                             IDを追加。権限表(AUTHCHK)で検査し
000112*                             権限外は却下。レポートと変更履歴
000113*                             に申請者・承認者を記録する
000114*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000115*                             するよう変更（再実行・遅れ処理で
000116*                             処理対象の業務日を使う）
000117*  2026-10-15  SYSTEMS-GROUP  給与形態が空白の変更はマスタの現行
000119*                             の給与形態で検査する（時給者の拠点・
000121*                             部門の変更が給与バンドで却下されない
000123*                             よう修正）
000124*----------------------------------------------------------------
000126 ENVIRONMENT DIVISION.
000128 INPUT-OUTPUT SECTION.
000130 FILE-CONTROL.
000140     SELECT EMP-TRANS-IN ASSIGN TO 'EMPTRAN.DAT'
000150         ORGANIZATION IS LINE SEQUENTIAL.
000224     SELECT CHANGE-HISTORY-OUT ASSIGN TO 'EMPHIST.DAT'
000226         ORGANIZATION IS LINE SEQUENTIAL
000228         FILE STATUS IS WK-EH-FILE-STATUS.
000229*    部門コードの検査用（部門マスタと部門階層の両方に登録済みか）
000230     SELECT DEPT-MASTER-IN ASSIGN TO 'DEPTMAST.DAT'
000231         ORGANIZATION IS LINE SEQUENTIAL
000232         FILE STATUS IS WK-DM-FILE-STATUS.
000233     SELECT DEPT-HIER-IN ASSIGN TO 'DEPTHIER.DAT'
000234         ORGANIZATION IS LINE SEQUENTIAL
000235         FILE STATUS IS WK-DH-FILE-STATUS.
000237 DATA DIVISION.
000240 FILE SECTION.
000250 FD  EMP-TRANS-IN.
000260 01 EMP-TRANS-REC.
000300   05 ET-AGE         PIC 9(03).
000310   05 ET-SALARY      PIC 9(07).
000315   05 ET-SITE-CD     PIC X(03).
000316   05 ET-DEPT-CD     PIC X(05).
000317*  給与形態（H=時給、M・空白=月給）と時給者の時間給。変更(C)で
000318*  給与形態が空白なら現行の給与形態・時間給を保持する
000319   05 ET-PAY-TYPE    PIC X(01).
000321   05 ET-HOURLY-RATE PIC 9(05).
000323*  申請者・承認者の利用者ID（権限表AUTHTBL.DATで検査する）
000324   05 ET-REQUESTER   PIC X(08).
000326   05 ET-APPROVER    PIC X(08).
000328 FD  EMP-MASTER-IO.
000330 01 EMP-MASTER-REC.
000340   05 EM-EMP-ID      PIC 9(05).
000350   05 EM-NAME        PIC X(20).
000360   05 EM-AGE         PIC 9(03).
000370   05 EM-SALARY      PIC 9(07).
000375   05 EM-SITE-CD     PIC X(03).
000376   05 EM-DEPT-CD     PIC X(05).
000377   05 EM-PAY-TYPE    PIC X(01).
000378   05 EM-HOURLY-RATE PIC 9(05).
000379   05 FILLER         PIC X(11).
000380 FD  EDIT-REPORT-OUT.
000390 01 EDIT-REPORT-REC   PIC X(100).
000392 FD  CHANGE-HISTORY-OUT.
000393 01 CHANGE-HISTORY-REC.
000394*  変更履歴の1件（適用日時・処理区分・社員番号と、適用前後の
000400   05 EH-EMP-ID      PIC 9(05).
000401   05 EH-BEFORE-IMAGE PIC X(38).
000402   05 EH-AFTER-IMAGE  PIC X(38).
000403*  マスタ拡張部（部門コード以降の22バイト）の前後イメージ。拡張前
000404*  の履歴はこの部分が無く、読み込み時はスペースとなる
000405   05 EH-BEFORE-EXT   PIC X(22).
000406   05 EH-AFTER-EXT    PIC X(22).
000407*  変更の申請者・承認者（権限検査導入前の履歴はスペース）
000408   05 EH-REQUESTER    PIC X(08).
000409   05 EH-APPROVER     PIC X(08).
000410 FD  DEPT-MASTER-IN.
000411 01 DEPT-MASTER-REC.
000412   05 DM-KEY         PIC X(05).
000413   05 DM-VAL         PIC 9(05).
000414 FD  DEPT-HIER-IN.
000415 01 DEPT-HIER-REC.
000416   05 DH-DEPT-KEY    PIC X(05).
000417   05 DH-DIV-CD      PIC X(05).
000418   05 DH-DIV-NAME    PIC X(10).
000419 WORKING-STORAGE SECTION.
000420 01 WK-FLAGS.
000421   05 WK-EM-FILE-STATUS PIC X(02).
000422   05 WK-EH-FILE-STATUS PIC X(02).
000423   05 WK-DM-FILE-STATUS PIC X(02).
000424   05 WK-DH-FILE-STATUS PIC X(02).
000425   05 WK-DEPT-EOF-SW PIC X(01).
000426     88 WK-DEPT-EOF      VALUE 'Y'.
000430   05 WK-EOF-SW      PIC X(01) VALUE 'N'.
000440     88 WK-EOF-TRANS     VALUE 'Y'.
000450   05 WK-EXIST-SW    PIC X(01).
000480 01 WK-EDIT-AREA.
000490   05 WK-REASON-CD   PIC 9(02).
000500     88 WK-TRANS-OK      VALUE 00.
000501*    検査に使う給与形態（給与形態が空白の変更はマスタの現行値）
000502   05 WK-EDIT-PAY-TYPE PIC X(01).
000510*--- 妥当性検査の許容範囲（年齢・給与バンド）---
000520 01 WK-EDIT-LIMITS.
000530   05 WK-AGE-LOW     PIC 9(03) VALUE 15.
000540   05 WK-AGE-HIGH    PIC 9(03) VALUE 99.
000550   05 WK-SALARY-LOW  PIC 9(07) VALUE 0100000.
000560   05 WK-SALARY-HIGH PIC 9(07) VALUE 9500000.
000561*    時給者の時間給の許容範囲
000562   05 WK-RATE-LOW    PIC 9(05) VALUE 00500.
000563   05 WK-RATE-HIGH   PIC 9(05) VALUE 20000.
000570 01 WK-COUNTERS.
000580   05 WK-TRANS-COUNT PIC 9(05) VALUE 0.
000590   05 WK-APPLY-COUNT PIC 9(05) VALUE 0.
000750   05 FILLER         PIC X(02) VALUE SPACES.
000760   05 WK-RD-REASON   PIC 9(02).
000770   05 FILLER         PIC X(02) VALUE SPACES.
000772   05 WK-RD-REASON-TX PIC X(20).
000774   05 FILLER         PIC X(04) VALUE ' BY '.
000776   05 WK-RD-REQUESTER PIC X(08).
000778   05 FILLER         PIC X(01) VALUE '/'.
000780   05 WK-RD-APPROVER PIC X(08).
000790 01 WK-RPT-TOTAL.
000800   05 FILLER         PIC X(10) VALUE 'TOTAL    '.
000810   05 WK-RT-TRANS    PIC ZZZZ9.
000840   05 FILLER         PIC X(10) VALUE '  REJECTED'.
000850   05 WK-RT-RJCT     PIC ZZZZ9.
000860 01 WK-RUN-AREA.
000861   05 WK-RUN-DATE    PIC 9(08).
000862   05 WK-RUN-TIME    PIC 9(08).
000864*--- LOCKMGR呼び出し用ワーク（実行間ロック）---
000865 01 WK-LOCK-AREA.
000867   05 WK-LOCK-FUNC   PIC X(01).
000868   05 WK-LOCK-PGM    PIC X(08) VALUE 'EMPMAINT'.
000870   05 WK-LOCK-FILES.
000871     10 FILLER       PIC X(10) VALUE 'EMPMAST   '.
000873     10 FILLER       PIC X(10) VALUE 'EMPHIST   '.
000874     10 FILLER       PIC X(30) VALUE SPACES.
000876   05 WK-LOCK-RETURN-CD PIC 9(02).
000877*--- AUTHCHK呼び出し用ワーク（申請者・承認者の権限検査）---
000879 01 WK-AUTH-AREA.
000880   05 WK-AUTH-MASTER PIC X(08) VALUE 'EMPMAST '.
000882   05 WK-AUTH-RETURN-CD PIC 9(02).
000884*--- 変更履歴用の適用前後イメージの退避域 ---
000885 01 WK-IMAGE-AREA.
000886   05 WK-BEFORE-IMAGE PIC X(60).
000887   05 WK-AFTER-IMAGE  PIC X(60).
000888*--- 部門コード検査用テーブル（部門マスタ・部門階層から読み込み）---
000889 01 WK-DEPT-CHECK-AREA.
000890   05 WK-DM-COUNT    PIC 9(03) VALUE 0.
000891   05 WK-DM-KEY      PIC X(05) OCCURS 50 TIMES.
000892   05 WK-DH-COUNT    PIC 9(03) VALUE 0.
000893   05 WK-DH-KEY      PIC X(05) OCCURS 50 TIMES.
000894   05 WK-DEPT-IDX    PIC 9(03).
000895   05 WK-DM-FOUND-SW PIC X(01).
000896     88 WK-DM-FOUND      VALUE 'Y'.
000897   05 WK-DH-FOUND-SW PIC X(01).
000898     88 WK-DH-FOUND      VALUE 'Y'.
000901 PROCEDURE DIVISION.
000904 MAIN-PROC.
000907*    保守トランザクション(EMPTRAN.DAT)を1件ずつ読み、編集検査に
000910*    合格したものだけ社員マスタへ適用する。全件を適用／却下の別と
000920*    理由コード付きで編集レポートへ印字し、人事部門の承認資料とする
000930     CALL 'BUSDATE' USING WK-RUN-DATE.
000931*    社員マスタの実行間ロックを取得する（給与実行中は開始しない）
000932     MOVE 'L' TO WK-LOCK-FUNC.
000933     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
000938         MOVE 8 TO RETURN-CODE
000939         GOBACK
000940     END-IF.
000941     PERFORM LOAD-DEPT-TABLES-PROC.
000945     OPEN INPUT EMP-TRANS-IN.
000950     OPEN I-O   EMP-MASTER-IO.
000960     OPEN OUTPUT EDIT-REPORT-OUT.
000962     PERFORM OPEN-CHANGE-HISTORY-PROC.
001320*      12 : 社員番号が数値でないか0
001330*      14 : 年齢が数値でないか許容範囲外
001340*      16 : 給与が数値でないかバンド外
001345*      18 : 部門コードが部門マスタ・部門階層に未登録
001346*      24 : 給与形態がH/M/空白以外
001347*      26 : 時給者の時間給が数値でないか許容範囲外
001348*      30〜38 : 申請者・承認者の権限検査で不合格（AUTHCHK参照）
001350     IF ET-ACTION NOT = 'A' AND ET-ACTION NOT = 'C'
001360             AND ET-ACTION NOT = 'D'
001370         MOVE 10 TO WK-REASON-CD
001430                 PERFORM EDIT-FIELDS-PROC
001440             END-IF
001450         END-IF
001451     END-IF.
001452     IF WK-TRANS-OK
001453         PERFORM EDIT-AUTHORITY-PROC
001454     END-IF.
001455 EDIT-AUTHORITY-PROC.
001456*    申請者・承認者が社員マスタのこの処理区分を扱えるかを
001457*    権限表で検査し、不合格ならAUTHCHKの結果コードで却下する
001458     CALL 'AUTHCHK' USING WK-AUTH-MASTER ET-ACTION
001459         ET-REQUESTER ET-APPROVER WK-AUTH-RETURN-CD.
001460     IF WK-AUTH-RETURN-CD NOT = 00
001463         MOVE WK-AUTH-RETURN-CD TO WK-REASON-CD
001466     END-IF.
001470 EDIT-FIELDS-PROC.
001480*    採用・変更時のみ年齢と給与の内容検査を行う（退職は番号のみ）
001490     IF ET-AGE IS NOT NUMERIC
001500             OR ET-AGE < WK-AGE-LOW OR ET-AGE > WK-AGE-HIGH
001510         MOVE 14 TO WK-REASON-CD
001520     ELSE
001521         PERFORM EDIT-PAY-TYPE-PROC
001522         IF WK-TRANS-OK AND ET-DEPT-CD NOT = SPACES
001524             PERFORM EDIT-DEPT-PROC
001525         END-IF
001526     END-IF.
001528 EDIT-PAY-TYPE-PROC.
001529*    給与形態はH・M・空白のみ。月給者は月額給与のバンド検査、
001530*    時給者は時間給の範囲検査を行う（時給者の月額給与は数値で
001532*    あればよい）。給与形態が空白の変更は現行の給与形態を保持
001533*    するため、マスタの給与形態で検査する（時給者なら時間給は
001534*    変わらないので月額給与の数値検査のみ）
001536     MOVE ET-PAY-TYPE TO WK-EDIT-PAY-TYPE.
001537     IF ET-ACTION = 'C' AND ET-PAY-TYPE = SPACE
001538         PERFORM READ-MASTER-PROC
001540         IF WK-MASTER-EXISTS
001541             MOVE EM-PAY-TYPE TO WK-EDIT-PAY-TYPE
001542         END-IF
001544     END-IF.
001545     EVALUATE WK-EDIT-PAY-TYPE
001547         WHEN 'H'
001549             IF ET-PAY-TYPE = 'H'
001550                 AND (ET-HOURLY-RATE IS NOT NUMERIC
001551                     OR ET-HOURLY-RATE < WK-RATE-LOW
001552                     OR ET-HOURLY-RATE > WK-RATE-HIGH)
001554                 MOVE 26 TO WK-REASON-CD
001556             ELSE
001557                 IF ET-SALARY IS NOT NUMERIC
001559                     MOVE 16 TO WK-REASON-CD
001561                 END-IF
001562             END-IF
001564         WHEN 'M'
001566         WHEN SPACE
001568             IF ET-SALARY IS NOT NUMERIC
001569                     OR ET-SALARY < WK-SALARY-LOW
001571                     OR ET-SALARY > WK-SALARY-HIGH
001573                 MOVE 16 TO WK-REASON-CD
001575             END-IF
001576         WHEN OTHER
001578             MOVE 24 TO WK-REASON-CD
001580     END-EVALUATE.
001582 EDIT-DEPT-PROC.
001583*    部門コードは部門マスタと部門階層の両方に登録済みであること
001584*    （階層に無い部門は事業部集計から漏れるため受け付けない）
001585     MOVE 'N' TO WK-DM-FOUND-SW WK-DH-FOUND-SW.
001586     PERFORM FIND-DM-STEP-PROC
001587         VARYING WK-DEPT-IDX FROM 1 BY 1
001588         UNTIL WK-DEPT-IDX > WK-DM-COUNT OR WK-DM-FOUND.
001589     PERFORM FIND-DH-STEP-PROC
001590         VARYING WK-DEPT-IDX FROM 1 BY 1
001591         UNTIL WK-DEPT-IDX > WK-DH-COUNT OR WK-DH-FOUND.
001592     IF NOT WK-DM-FOUND OR NOT WK-DH-FOUND
001593         MOVE 18 TO WK-REASON-CD
001594     END-IF.
001595 FIND-DM-STEP-PROC.
001596     IF WK-DM-KEY(WK-DEPT-IDX) = ET-DEPT-CD
001597         SET WK-DM-FOUND TO TRUE
001598     END-IF.
001599 FIND-DH-STEP-PROC.
001600     IF WK-DH-KEY(WK-DEPT-IDX) = ET-DEPT-CD
001601         SET WK-DH-FOUND TO TRUE
001602     END-IF.
001603 ADD-EMPLOYEE-PROC.
001604*    採用：同じ社員番号が既に登録済みなら理由コード20で却下する
001605     MOVE SPACES     TO EMP-MASTER-REC.
001610     MOVE ET-EMP-ID  TO EM-EMP-ID.
001620     MOVE ET-NAME    TO EM-NAME.
001630     MOVE ET-AGE     TO EM-AGE.
001640     MOVE ET-SALARY  TO EM-SALARY.
001645     MOVE ET-SITE-CD TO EM-SITE-CD.
001646     MOVE ET-DEPT-CD TO EM-DEPT-CD.
001647     PERFORM MOVE-PAY-TYPE-PROC.
001650     WRITE EMP-MASTER-REC
001660         INVALID KEY
001670             MOVE 20 TO WK-REASON-CD
001760         MOVE ET-AGE    TO EM-AGE
001770         MOVE ET-SALARY TO EM-SALARY
001775         MOVE ET-SITE-CD TO EM-SITE-CD
001776*        部門コードが空白の変更は現行の部門を保持する
001777         IF ET-DEPT-CD NOT = SPACES
001778             MOVE ET-DEPT-CD TO EM-DEPT-CD
001779         END-IF
001780*        給与形態が空白の変更は現行の給与形態・時間給を保持する
001782         IF ET-PAY-TYPE NOT = SPACE
001784             PERFORM MOVE-PAY-TYPE-PROC
001786         END-IF
001788         REWRITE EMP-MASTER-REC
001790         ADD 1 TO WK-APPLY-COUNT
001792         MOVE EMP-MASTER-REC TO WK-AFTER-IMAGE
001794         PERFORM WRITE-CHANGE-HISTORY-PROC
001800     ELSE
001810         MOVE 22 TO WK-REASON-CD
001820     END-IF.
001821 MOVE-PAY-TYPE-PROC.
001822*    給与形態と時間給をマスタへ移す。月給者の時間給は0とする
001823     MOVE ET-PAY-TYPE TO EM-PAY-TYPE.
001824     IF ET-PAY-TYPE = 'H'
001825         MOVE ET-HOURLY-RATE TO EM-HOURLY-RATE
001826     ELSE
001827         MOVE ZERO TO EM-HOURLY-RATE
001828     END-IF.
001830 DELETE-EMPLOYEE-PROC.
001840*    退職：社員番号がマスタに無ければ理由コード22で却下する
001850     PERFORM READ-MASTER-PROC.
001924     MOVE WK-RUN-TIME     TO EH-TIME.
001925     MOVE ET-ACTION       TO EH-ACTION.
001926     MOVE ET-EMP-ID       TO EH-EMP-ID.
001927     MOVE WK-BEFORE-IMAGE(1:38)  TO EH-BEFORE-IMAGE.
001928     MOVE WK-AFTER-IMAGE(1:38)   TO EH-AFTER-IMAGE.
001929     MOVE WK-BEFORE-IMAGE(39:22) TO EH-BEFORE-EXT.
001930     MOVE WK-AFTER-IMAGE(39:22)  TO EH-AFTER-EXT.
001931     MOVE ET-REQUESTER    TO EH-REQUESTER.
001932     MOVE ET-APPROVER     TO EH-APPROVER.
001933     WRITE CHANGE-HISTORY-REC.
001934 READ-MASTER-PROC.
001935*    社員番号キーでマスタを直接読み、存在の有無をWK-EXIST-SWへ返す
001940     MOVE 'N' TO WK-EXIST-SW.
001950     MOVE ET-EMP-ID TO EM-EMP-ID.
001960     READ EMP-MASTER-IO
002080*    1件分の適用／却下結果を理由コード・理由文言付きで印字する
002090     MOVE ET-ACTION TO WK-RD-ACTION.
002100     MOVE ET-EMP-ID TO WK-RD-EMP-ID.
002103     MOVE ET-NAME   TO WK-RD-NAME.
002106     MOVE ET-REQUESTER TO WK-RD-REQUESTER.
002110     MOVE ET-APPROVER  TO WK-RD-APPROVER.
002120     MOVE WK-REASON-CD TO WK-RD-REASON.
002130     IF WK-TRANS-OK
002140         MOVE 'APPLIED ' TO WK-RD-STATUS
002330             MOVE 'ALREADY ON MASTER   ' TO WK-RD-REASON-TX
002340         WHEN 22
002350             MOVE 'NOT ON MASTER       ' TO WK-RD-REASON-TX
002352         WHEN 18
002354             MOVE 'UNKNOWN DEPARTMENT  ' TO WK-RD-REASON-TX
002356         WHEN 24
002357             MOVE 'INVALID PAY TYPE    ' TO WK-RD-REASON-TX
002358         WHEN 26
002359             MOVE 'HOURLY RATE INVALID ' TO WK-RD-REASON-TX
002360         WHEN 30
002362             MOVE 'NO REQUESTER ID     ' TO WK-RD-REASON-TX
002363         WHEN 32
002365             MOVE 'REQUESTER NOT AUTH  ' TO WK-RD-REASON-TX
002367         WHEN 34
002368             MOVE 'NO APPROVER ID      ' TO WK-RD-REASON-TX
002370         WHEN 36
002371             MOVE 'APPROVER = REQUESTER' TO WK-RD-REASON-TX
002373         WHEN 38
002375             MOVE 'APPROVER NOT AUTH   ' TO WK-RD-REASON-TX
002376         WHEN OTHER
002378             MOVE 'UNKNOWN REASON      ' TO WK-RD-REASON-TX
002380     END-EVALUATE.
002390 WRITE-REPORT-TOTAL-PROC.
002400     MOVE SPACES TO EDIT-REPORT-REC.
002430     MOVE WK-APPLY-COUNT TO WK-RT-APPLY.
002440     MOVE WK-RJCT-COUNT  TO WK-RT-RJCT.
002450     WRITE EDIT-REPORT-REC FROM WK-RPT-TOTAL.
002460 LOAD-DEPT-TABLES-PROC.
002470*    部門マスタと部門階層の部門コードをテーブルへ読み込む。
002480*    ファイルが無い場合は空のテーブルとし、部門付きの採用・変更は
002490*    理由コード18で却下される
002500     MOVE 'N' TO WK-DEPT-EOF-SW.
002510     OPEN INPUT DEPT-MASTER-IN.
002520     IF WK-DM-FILE-STATUS = '35'
002530         SET WK-DEPT-EOF TO TRUE
002540     ELSE
002550         PERFORM READ-DEPT-MASTER-PROC
002560             UNTIL WK-DEPT-EOF
002570         CLOSE DEPT-MASTER-IN
002580     END-IF.
002590     MOVE 'N' TO WK-DEPT-EOF-SW.
002600     OPEN INPUT DEPT-HIER-IN.
002610     IF WK-DH-FILE-STATUS = '35'
002620         SET WK-DEPT-EOF TO TRUE
002630     ELSE
002640         PERFORM READ-DEPT-HIER-PROC
002650             UNTIL WK-DEPT-EOF
002660         CLOSE DEPT-HIER-IN
002670     END-IF.
002680 READ-DEPT-MASTER-PROC.
002690     READ DEPT-MASTER-IN
002700         AT END
002710             SET WK-DEPT-EOF TO TRUE
002720         NOT AT END
002730             IF WK-DM-COUNT < 50
002740                 ADD 1 TO WK-DM-COUNT
002750                 MOVE DM-KEY TO WK-DM-KEY(WK-DM-COUNT)
002760             END-IF
002770     END-READ.
002780 READ-DEPT-HIER-PROC.
002790     READ DEPT-HIER-IN
002800         AT END
002810             SET WK-DEPT-EOF TO TRUE
002820         NOT AT END
002830             IF WK-DH-COUNT < 50
002840                 ADD 1 TO WK-DH-COUNT
002850                 MOVE DH-DEPT-KEY TO WK-DH-KEY(WK-DH-COUNT)
002860             END-IF
002870     END-READ.
