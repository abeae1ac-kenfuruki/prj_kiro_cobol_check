000100*                             して突合し、指示があれば訂正済みの
000110*                             マスタを書き戻す。四半期と年末の
000120*                             YTDRPT前に実行する）
000123*  2026-10-15  SYSTEMS-GROUP  年初来累計への退職締め（状態・退職日）
000126*                             の項目追加にレコード定義を追随
000127*  2026-10-15  SYSTEMS-GROUP  年末調整の結果（済区分・調整後の
000128*                             年税額）の項目追加にレコード定義を
000129*                             追随。再構築時は締め状態・退職日と
000130*                             ともにマスタの値を引き継ぐよう変更
000132*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000133*                             するよう変更（再実行・遅れ処理で
000134*                             処理対象の業務日を使う）
000135*  2026-10-15  SYSTEMS-GROUP  賞与の源泉累計の項目追加にレコード
000136*                             定義を追随し、再構築時はマスタの値
000137*                             を引き継ぐ
000138*----------------------------------------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000460   05 YT-TAX           PIC 9(09).
000470   05 YT-BONUS         PIC 9(09).
000480   05 YT-NET           PIC 9(09).
000483   05 YT-STATUS        PIC X(01).
000486   05 YT-LEAVE-DATE    PIC 9(08).
000487   05 YT-YE-SW         PIC X(01).
000488   05 YT-YE-TAX        PIC 9(09).
000489   05 YT-BONUS-TAX     PIC 9(09).
000490 FD  VERIFY-CONTROL-IN.
000500 01 VERIFY-CONTROL-REC.
000510   05 VC-REBUILD-SW    PIC X(01).
000764*    決済(BONUSPAY)が支払時に繰り越すため、履歴のPD-BONUSの
000766*    合計〔計算額〕で上書きすると未払い分が累計に乗ってしまう）
000768     10 WK-CA-MBONUS   PIC 9(09).
000769*    マスタ側の締め状態・退職日・年末調整の結果（履歴からは再計算
000770*    できないため、再構築時はマスタの値を引き継ぐ）
000771     10 WK-CA-MSTATUS  PIC X(01).
000772     10 WK-CA-MLEAVE-DATE PIC 9(08).
000773     10 WK-CA-MYE-SW   PIC X(01).
000774     10 WK-CA-MYE-TAX  PIC 9(09).
000775*    マスタ側の賞与の源泉累計（賞与と同じくマスタの値を引き継ぐ）
000776     10 WK-CA-MBONUS-TAX PIC 9(09).
000777 01 WK-CALC-WORK.
000780   05 WK-CA-IDX        PIC 9(03).
000790   05 WK-CA-FOUND-IDX  PIC 9(03).
000800   05 WK-PD-YEAR       PIC 9(04).
001190*    給与計算履歴から社員・年度別の累計を再計算し、マスタの
001200*    YT-GROSS/TAX/BONUS/NETと突合して全差異を印字する。実行指示
001210*    がR（再構築）の場合は再計算した累計でマスタを書き戻す
001220     CALL 'BUSDATE' USING WK-RUN-DATE.
001222*    年初来累計の実行間ロックを取得する（給与実行中の検証・
001224*    再構築は正しい結果にならないため開始しない）
001225     MOVE 'L' TO WK-LOCK-FUNC.
002080             MOVE ZERO TO WK-CA-NET(WK-CA-FOUND-IDX)
002090             MOVE 'N'  TO WK-CA-MATCHED(WK-CA-FOUND-IDX)
002092             MOVE ZERO TO WK-CA-MBONUS(WK-CA-FOUND-IDX)
002093             MOVE SPACE TO WK-CA-MSTATUS(WK-CA-FOUND-IDX)
002094             MOVE ZERO TO WK-CA-MLEAVE-DATE(WK-CA-FOUND-IDX)
002095             MOVE SPACE TO WK-CA-MYE-SW(WK-CA-FOUND-IDX)
002096             MOVE ZERO TO WK-CA-MYE-TAX(WK-CA-FOUND-IDX)
002098             MOVE ZERO TO WK-CA-MBONUS-TAX(WK-CA-FOUND-IDX)
002100         ELSE
002110             DISPLAY 'YTDVERF: CALC TABLE FULL - '
002120                 PD-EMP-ID ' NOT TALLIED'
002530         MOVE 'Y' TO WK-CA-MATCHED(WK-CA-FOUND-IDX)
002532*        マスタ側の賞与累計を控える（再構築時はこの値を引き継ぐ）
002534         MOVE YT-BONUS TO WK-CA-MBONUS(WK-CA-FOUND-IDX)
002535         MOVE YT-STATUS TO WK-CA-MSTATUS(WK-CA-FOUND-IDX)
002536         IF YT-LEAVE-DATE IS NUMERIC
002537             MOVE YT-LEAVE-DATE
002538                 TO WK-CA-MLEAVE-DATE(WK-CA-FOUND-IDX)
002539         END-IF
002540         MOVE YT-YE-SW TO WK-CA-MYE-SW(WK-CA-FOUND-IDX)
002541         IF YT-YE-TAX IS NUMERIC
002542             MOVE YT-YE-TAX TO WK-CA-MYE-TAX(WK-CA-FOUND-IDX)
002543         END-IF
002544         IF YT-BONUS-TAX IS NUMERIC
002545             MOVE YT-BONUS-TAX
002546                 TO WK-CA-MBONUS-TAX(WK-CA-FOUND-IDX)
002547         END-IF
002548         PERFORM COMPARE-FIELDS-PROC
002550     END-IF.
002560 FIND-MASTER-CALC-STEP-PROC.
002570     IF WK-CA-EMP-ID(WK-CA-IDX) = YT-EMP-ID
003150*    未払い分が累計に乗り、決済時の繰り越しと二重計上になる）
003155     MOVE WK-CA-MBONUS(WK-CA-IDX) TO YT-BONUS.
003160     MOVE WK-CA-NET(WK-CA-IDX)    TO YT-NET.
003162     MOVE WK-CA-MSTATUS(WK-CA-IDX) TO YT-STATUS.
003164     MOVE WK-CA-MLEAVE-DATE(WK-CA-IDX) TO YT-LEAVE-DATE.
003166     MOVE WK-CA-MYE-SW(WK-CA-IDX) TO YT-YE-SW.
003168     MOVE WK-CA-MYE-TAX(WK-CA-IDX) TO YT-YE-TAX.
003169     MOVE WK-CA-MBONUS-TAX(WK-CA-IDX) TO YT-BONUS-TAX.
003170     WRITE YTD-MASTER-REC.
