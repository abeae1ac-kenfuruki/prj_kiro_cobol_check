000104*                             手当の一覧を併記）。要求ファイル
000106*                             (INQREQ.DAT)が置かれている場合は
000108*                             バッチモードでEMPINQ.RPTへ出力する
000109*  2026-10-15  SYSTEMS-GROUP  社員マスタへの部門コード追加（60バイト
000110*                             化）にレコード定義を追随
000111*  2026-10-15  SYSTEMS-GROUP  年初来累計への退職締め（状態・退職日）
000112*                             の項目追加にレコード定義を追随
000113*  2026-10-15  SYSTEMS-GROUP  年初来累計への年末調整の結果（済
000114*                             区分・調整後の年税額）の項目追加に
000115*                             レコード定義を追随
000116*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000117*                             するよう変更（再実行・遅れ処理で
000118*                             処理対象の業務日を使う）
000120*  2026-10-15  SYSTEMS-GROUP  年初来累計への賞与の源泉累計の項目
000122*                             追加にレコード定義を追随
000125*----------------------------------------------------------------
000127 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT EMP-MASTER-IN ASSIGN TO 'EMPMAST.IDX'
000530   05 EM-AGE         PIC 9(03).
000540   05 EM-SALARY      PIC 9(07).
000550   05 EM-SITE-CD     PIC X(03).
000551   05 EM-DEPT-CD     PIC X(05).
000552   05 FILLER         PIC X(17).
000560 FD  PAY-HIST-IN.
000570 01 PAY-HIST-REC.
000580*  給与計算履歴の索引マスタの1件（PAYHLOADのレイアウトと同期）
000720   05 YT-TAX         PIC 9(09).
000730   05 YT-BONUS       PIC 9(09).
000740   05 YT-NET         PIC 9(09).
000743   05 YT-STATUS      PIC X(01).
000746   05 YT-LEAVE-DATE  PIC 9(08).
000747   05 YT-YE-SW       PIC X(01).
000748   05 YT-YE-TAX      PIC 9(09).
000749   05 YT-BONUS-TAX   PIC 9(09).
000750 FD  BANK-MASTER-IN.
000760 01 BANK-MASTER-REC.
000770   05 BK-EMP-ID      PIC 9(05).
002360*    ファイルの社員番号を順に処理してEMPINQ.RPTへ出力し（夜間
002370*    スケジュール用）、無い場合は従来どおり対話で照会する。
002380*    社員番号00000の入力で終了する
002390     CALL 'BUSDATE' USING WK-RUN-DATE.
002400     MOVE WK-RUN-DATE(1:4) TO WK-RUN-YEAR.
002410     OPEN INPUT EMP-MASTER-IN.
002420     PERFORM LOAD-YTD-TABLE-PROC.
