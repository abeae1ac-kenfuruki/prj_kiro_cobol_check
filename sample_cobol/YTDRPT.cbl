000060* MODIFICATION HISTORY
000070*  2026-08-22  SYSTEMS-GROUP  社員別の年間給与累計サマリ（源泉
000080*                             徴収票作成用）の年末レポートを新規作成
000083*  2026-10-15  SYSTEMS-GROUP  社員マスタへの部門コード追加（60バイト
000086*                             化）にレコード定義を追随
000087*  2026-10-15  SYSTEMS-GROUP  年初来累計への退職締め（状態・退職日）
000088*                             の項目追加にレコード定義を追随
000089*  2026-10-15  SYSTEMS-GROUP  年初来累計への年末調整の結果（済
000090*                             区分・調整後の年税額）の項目追加に
000091*                             レコード定義を追随
000092*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000094*                             するよう変更（再実行・遅れ処理で
000095*                             処理対象の業務日を使う）
000096*  2026-10-15  SYSTEMS-GROUP  年初来累計への賞与の源泉累計の項目
000097*                             追加にレコード定義を追随
000098*----------------------------------------------------------------
000100 ENVIRONMENT DIVISION.
000110 INPUT-OUTPUT SECTION.
000120 FILE-CONTROL.
000290   05 YT-TAX         PIC 9(09).
000300   05 YT-BONUS       PIC 9(09).
000310   05 YT-NET         PIC 9(09).
000313   05 YT-STATUS      PIC X(01).
000316   05 YT-LEAVE-DATE  PIC 9(08).
000317   05 YT-YE-SW       PIC X(01).
000318   05 YT-YE-TAX      PIC 9(09).
000319   05 YT-BONUS-TAX   PIC 9(09).
000320 FD  EMP-MASTER-IN.
000330 01 EMP-MASTER-REC.
000340   05 EM-EMP-ID      PIC 9(05).
000360   05 EM-AGE         PIC 9(03).
000370   05 EM-SALARY      PIC 9(07).
000375   05 EM-SITE-CD     PIC X(03).
000376   05 EM-DEPT-CD     PIC X(05).
000377   05 FILLER         PIC X(17).
000380 FD  YTD-SUMMARY-OUT.
000390 01 YTD-SUMMARY-REC   PIC X(100).
000400 WORKING-STORAGE SECTION.
000880 MAIN-PROC.
000890*    年初来累計マスタを全件読み、社員名を索引マスタから補記して
000900*    社員別の年間サマリ（支給総額・税額・賞与・純支給）を印字する
000910     CALL 'BUSDATE' USING WK-RUN-DATE.
000920     OPEN INPUT YTD-MASTER-IN.
000930     OPEN INPUT EMP-MASTER-IN.
000940     OPEN OUTPUT YTD-SUMMARY-OUT.
