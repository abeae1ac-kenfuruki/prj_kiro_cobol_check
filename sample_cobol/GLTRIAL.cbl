000060* MODIFICATION HISTORY
000070*  2026-09-02  SYSTEMS-GROUP  転記履歴(GLHIST.DAT)から期間・
000080*                             口座別の借方・貸方合計を集計する
000082*                             試算表レポートを新規作成
000085*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000087*                             するよう変更（再実行・遅れ処理で
000090*                             処理対象の業務日を使う）
000100*----------------------------------------------------------------
000110 ENVIRONMENT DIVISION.
000120 INPUT-OUTPUT SECTION.
000760*    転記履歴を全件読み、期間・口座別に借方・貸方を集計して
000770*    試算表を印字する。最終行で借方と貸方の総合計が一致すること
000780*    を確認できる（不一致なら履歴の破損を疑う）
000790     CALL 'BUSDATE' USING WK-RUN-DATE.
000800     OPEN INPUT GL-HISTORY-IN.
000810     IF WK-GH-FILE-STATUS = '35'
000820         DISPLAY 'GLTRIAL: NO POSTING HISTORY ON FILE'
