000070*  2026-08-22  SYSTEMS-GROUP  実行統計ログ(RUNCTL.LOG)の月次
000080*                             運用レポートを新規作成（プログラム
000090*                             別の実行回数・処理量・失敗件数と
000092*                             当月の未稼働日の一覧）
000095*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000097*                             するよう変更（再実行・遅れ処理で
000100*                             処理対象の業務日を使う）
000110*----------------------------------------------------------------
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
001020*    実行統計ログを全件読み、プログラム別の実行回数・処理量・
001030*    失敗件数を集計する。併せて当月の暦日ごとに1件も実行記録が
001040*    無い日（夜間バッチが動かなかった日）を洗い出す
001050     CALL 'BUSDATE' USING WK-RUN-DATE.
001060     MOVE WK-RUN-DATE(1:6) TO WK-RUN-YM.
001065     MOVE WK-RUN-DATE(7:2) TO WK-RUN-DD.
001070     PERFORM INIT-DAY-TABLE-PROC
