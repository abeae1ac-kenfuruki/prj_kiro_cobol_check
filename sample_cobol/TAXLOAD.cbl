000100*                             へ一本化。基準日時点で効力のある
000110*                             適用開始日セットを選択し、置き換え
000120*                             はSAMPLE06のレート証跡と同様に
000122*                             TAXAUD.LOGへ記録する）
000125*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000127*                             するよう変更（再実行・遅れ処理で
000130*                             処理対象の業務日を使う）
000140*----------------------------------------------------------------
000150 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
001830     IF WK-AU-FILE-STATUS = '35'
001840         OPEN OUTPUT TAX-AUDIT-OUT
001850     END-IF.
001860     CALL 'BUSDATE' USING WK-RUN-DATE.
001870     ACCEPT WK-RUN-TIME FROM TIME.
001880     MOVE WK-RUN-DATE     TO WK-AL-DATE.
001890     MOVE WK-RUN-TIME     TO WK-AL-TIME.
