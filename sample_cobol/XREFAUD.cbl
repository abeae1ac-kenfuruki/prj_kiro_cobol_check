000100*                             DEPTHIER対DEPTMASTの孤児を週次で
000110*                             洗い出す。JOBSCHED.DATへ登録して
000120*                             夜間に実行する）
000123*  2026-10-15  SYSTEMS-GROUP  社員マスタへの部門コード追加（60バイト
000124*                             化）にレコード定義を追随
000125*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000126*                             するよう変更（再実行・遅れ処理で
000128*                             処理対象の業務日を使う）
000130*----------------------------------------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000450   05 EM-AGE           PIC 9(03).
000460   05 EM-SALARY        PIC 9(07).
000470   05 EM-SITE-CD       PIC X(03).
000471   05 EM-DEPT-CD       PIC X(05).
000472   05 FILLER           PIC X(17).
000480 FD  DED-XREF-IN.
000490 01 DED-XREF-REC.
000500   05 DX-EMP-ID        PIC 9(05).
001440*    マスタ間の参照を突き合わせ、参照先の無い孤児レコードを
001450*    ファイル名・キー・理由付きで一覧する。給与実行日ではなく
001460*    週次の保守日にマスタを掃除するための監査レポート
001470     CALL 'BUSDATE' USING WK-RUN-DATE.
001480     OPEN INPUT EMP-MASTER-IN.
001490     OPEN OUTPUT AUDIT-REPORT-OUT.
001500     MOVE WK-RUN-DATE TO WK-RH-DATE.
