000090*                             保守バッチを新規作成（区分・方式・
000100*                             率・適用開始日・社員存在の検査と
000110*                             適用／却下の監査レポート出力）
000113*  2026-10-15  SYSTEMS-GROUP  社員マスタへの部門コード追加（60バイト
000116*                             化）にレコード定義を追随
000117*  2026-10-15  SYSTEMS-GROUP  トランザクションに申請者・承認者
000118*                             IDを追加。権限表(AUTHCHK)で検査し
000119*                             権限外は却下、レポートにIDを印字
000121*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000123*                             するよう変更（再実行・遅れ処理で
000125*                             処理対象の業務日を使う）
000127*----------------------------------------------------------------
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000440   05 DT-AMOUNT        PIC 9(07).
000450   05 DT-PCT           PIC 9(02)V99.
000460   05 DT-APPLY-SW      PIC X(01).
000462   05 DT-EMP-ID        PIC 9(05).
000465*  申請者・承認者の利用者ID（権限表AUTHTBL.DATで検査する）
000467   05 DT-REQUESTER     PIC X(08).
000470   05 DT-APPROVER      PIC X(08).
000480 FD  DEDUCTION-MASTER-IO.
000490 01 DEDUCTION-MASTER-REC.
000500   05 DD-CODE          PIC X(04).
000660   05 EM-AGE           PIC 9(03).
000670   05 EM-SALARY        PIC 9(07).
000680   05 EM-SITE-CD       PIC X(03).
000681   05 EM-DEPT-CD       PIC X(05).
000682   05 FILLER           PIC X(17).
000690 FD  MAINT-REPORT-OUT.
000700 01 MAINT-REPORT-REC   PIC X(100).
000710 WORKING-STORAGE SECTION.
000720 01 WK-FLAGS.
000730   05 WK-DD-FILE-STATUS PIC X(02).
001228     10 FILLER         PIC X(10) VALUE 'DEDXREF   '.
001229     10 FILLER         PIC X(30) VALUE SPACES.
001230   05 WK-LOCK-RETURN-CD PIC 9(02).
001231*--- AUTHCHK呼び出し用ワーク（申請者・承認者の権限検査。
001232*    マスタ名は対象区分Mで控除マスタ、Xで対照表）---
001234 01 WK-AUTH-AREA.
001235   05 WK-AUTH-MASTER   PIC X(08).
001237   05 WK-AUTH-RETURN-CD PIC 9(02).
001238*--- 保守レポートの見出し・明細・合計行 ---
001240 01 WK-RPT-HEADER.
001250   05 FILLER           PIC X(36)
001260       VALUE 'DEDUCTION MASTER MAINTENANCE REPORT '.
001400   05 FILLER           PIC X(02) VALUE SPACES.
001410   05 WK-RD-REASON     PIC 9(02).
001420   05 FILLER           PIC X(02) VALUE SPACES.
001422   05 WK-RD-REASON-TX  PIC X(20).
001424   05 FILLER           PIC X(04) VALUE ' BY '.
001426   05 WK-RD-REQUESTER  PIC X(08).
001428   05 FILLER           PIC X(01) VALUE '/'.
001430   05 WK-RD-APPROVER   PIC X(08).
001440 01 WK-RPT-TOTAL.
001450   05 FILLER           PIC X(10) VALUE 'TOTAL    '.
001460   05 WK-RT-TRANS      PIC ZZZZ9.
001540*    合格したものだけマスタ・対照表のテーブルへ適用する。終了時
001550*    に両ファイルを全件書き戻し、全件の適用／却下を理由コード
001560*    付きで監査レポートへ印字する（手作業編集の置き換え）
001570     CALL 'BUSDATE' USING WK-RUN-DATE.
001571*    控除・手当マスタと対照表の実行間ロックを取得する（給与
001572*    実行中は開始しない）
001573     MOVE 'L' TO WK-LOCK-FUNC.
002520*      14 : 区分がD/A以外、または方式がF/P以外（マスタ行のみ）
002530*      16 : 率・額が方式と矛盾（P:率0、F:額0）（マスタ行のみ）
002540*      18 : 適用開始日が実在しない暦日（マスタ行のみ）
002545*      20 : 社員番号が不正またはマスタに無い（対照表行のみ）
002550*      30〜38 : 申請者・承認者の権限検査で不合格（AUTHCHK参照）
002560     IF (DT-FILE-CD NOT = 'M' AND DT-FILE-CD NOT = 'X')
002570             OR (DT-ACTION NOT = 'A' AND DT-ACTION NOT = 'C'
002580             AND DT-ACTION NOT = 'D')
002670                 PERFORM EDIT-XREF-FIELDS-PROC
002680             END-IF
002690         END-IF
002691     END-IF.
002692     IF WK-TRANS-OK
002693         PERFORM EDIT-AUTHORITY-PROC
002694     END-IF.
002695 EDIT-AUTHORITY-PROC.
002696*    申請者・承認者が対象ファイル（控除マスタ／対照表）のこの
002697*    処理区分を扱えるかを権限表で検査し、不合格ならAUTHCHKの
002698*    結果コードで却下する
002699     IF DT-FILE-CD = 'M'
002700         MOVE 'DEDMAST ' TO WK-AUTH-MASTER
002701     ELSE
002702         MOVE 'DEDXREF ' TO WK-AUTH-MASTER
002703     END-IF.
002704     CALL 'AUTHCHK' USING WK-AUTH-MASTER DT-ACTION
002705         DT-REQUESTER DT-APPROVER WK-AUTH-RETURN-CD.
002706     IF WK-AUTH-RETURN-CD NOT = 00
002707         MOVE WK-AUTH-RETURN-CD TO WK-REASON-CD
002708     END-IF.
002710 EDIT-MASTER-FIELDS-PROC.
002720*    マスタ行の内容検査（削除はコードと適用開始日のみ）
002730     IF DT-ACTION = 'D'
004640     MOVE DT-ACTION   TO WK-RD-ACTION.
004650     MOVE DT-CODE     TO WK-RD-CODE.
004660     MOVE DT-EFF-DATE TO WK-RD-EFF.
004663     MOVE DT-EMP-ID   TO WK-RD-EMP-ID.
004666     MOVE DT-REQUESTER TO WK-RD-REQUESTER.
004670     MOVE DT-APPROVER  TO WK-RD-APPROVER.
004680     MOVE WK-REASON-CD TO WK-RD-REASON.
004690     IF WK-TRANS-OK
004700         MOVE 'APPLIED ' TO WK-RD-STATUS
004940         WHEN 24
004950             MOVE 'NOT ON FILE         ' TO WK-RD-REASON-TX
004960         WHEN 26
004961             MOVE 'TABLE FULL          ' TO WK-RD-REASON-TX
004962         WHEN 30
004963             MOVE 'NO REQUESTER ID     ' TO WK-RD-REASON-TX
004964         WHEN 32
004965             MOVE 'REQUESTER NOT AUTH  ' TO WK-RD-REASON-TX
004966         WHEN 34
004967             MOVE 'NO APPROVER ID      ' TO WK-RD-REASON-TX
004968         WHEN 36
004969             MOVE 'APPROVER = REQUESTER' TO WK-RD-REASON-TX
004970         WHEN 38
004975             MOVE 'APPROVER NOT AUTH   ' TO WK-RD-REASON-TX
004980         WHEN OTHER
004990             MOVE 'UNKNOWN REASON      ' TO WK-RD-REASON-TX
005000     END-EVALUATE.
