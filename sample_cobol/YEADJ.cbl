000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    YEADJ.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  年末調整の見込計算を新規作成（扶養
000080*                             控除等の申告(YEDECL.DAT)を編集検査
000090*                             して所得控除の合計と住宅借入金等
000100*                             特別控除をYEADJ.DATへ登録し、11月
000110*                             までの累計と12月の見込から年税額と
000120*                             還付・追加徴収の見込を一覧に印字。
000121*                             12月のSAMPLE01が実績で確定・精算）
000123*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000125*                             するよう変更（再実行・遅れ処理で
000126*                             処理対象の業務日を使う）
000128*  2026-10-15  SYSTEMS-GROUP  時給者の12月の支給見込を時間給×直近
000130*                             の勤怠の労働時間＋残業代で計算
000132*  2026-10-15  SYSTEMS-GROUP  再実行時は再計算した社員の行だけを
000133*                             置き換え、年末調整済みで受け付け
000134*                             なかった社員の登録を残す
000136*  2026-10-15  SYSTEMS-GROUP  年間の支給・源泉徴収額に支払済みの
000137*                             賞与とその源泉を含める
000140*----------------------------------------------------------------
000150 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000170 FILE-CONTROL.
000180*    実行指示（対象年。ファイルが無いか空欄なら実行日の年）
000190     SELECT YEADJ-CONTROL-IN ASSIGN TO 'YEADJ.CTL'
000200         ORGANIZATION IS LINE SEQUENTIAL
000210         FILE STATUS IS WK-YC-FILE-STATUS.
000220*    扶養控除等・保険料控除・住宅借入金等特別控除の申告（社員・
000230*    年ごとに1件）
000240     SELECT DECLARATION-IN ASSIGN TO 'YEDECL.DAT'
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WK-YD-FILE-STATUS.
000270     SELECT EMP-MASTER-IN ASSIGN TO 'EMPMAST.IDX'
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS RANDOM
000300         RECORD KEY IS EM-EMP-ID
000310         FILE STATUS IS WK-EM-FILE-STATUS.
000320     SELECT YTD-MASTER-IN ASSIGN TO 'YTDMAST.DAT'
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WK-YT-FILE-STATUS.
000341*    勤怠（時給者の12月の支給見込の基礎となる直近の労働時間）
000342     SELECT ATTENDANCE-IN ASSIGN TO 'ATTEND.DAT'
000343         ORGANIZATION IS LINE SEQUENTIAL
000344         FILE STATUS IS WK-AT-FILE-STATUS.
000350*    年末調整の所得控除マスタ（12月のSAMPLE01が読み込む）
000360     SELECT YE-ADJ-IO ASSIGN TO 'YEADJ.DAT'
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WK-YA-FILE-STATUS.
000390     SELECT WORKSHEET-OUT ASSIGN TO 'YEADJ.RPT'
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  YEADJ-CONTROL-IN.
000440 01 YEADJ-CONTROL-REC.
000450   05 YC-YEAR          PIC X(04).
000460 FD  DECLARATION-IN.
000470 01 DECLARATION-REC.
000480   05 YD-EMP-ID        PIC 9(05).
000490   05 YD-YEAR          PIC 9(04).
000500*  扶養親族の数（控除対象の配偶者を含む）
000510   05 YD-DEPENDENTS    PIC 9(02).
000520*  生命保険料控除の申告額（上限を超える分は控除しない）
000530   05 YD-LIFE-INS      PIC 9(07).
000540*  社会保険料控除（給与から控除した分と本人が支払った分の合計）
000550   05 YD-SOC-INS       PIC 9(07).
000560*  住宅借入金等特別控除（年税額から差し引く額）
000570   05 YD-HOUSING-CREDIT PIC 9(07).
000580 FD  EMP-MASTER-IN.
000590 01 EMP-MASTER-REC.
000600   05 EM-EMP-ID        PIC 9(05).
000610   05 EM-NAME          PIC X(20).
000620   05 EM-AGE           PIC 9(03).
000630   05 EM-SALARY        PIC 9(07).
000640   05 EM-SITE-CD       PIC X(03).
000650   05 EM-DEPT-CD       PIC X(05).
000652   05 EM-PAY-TYPE      PIC X(01).
000655     88 EM-HOURLY-PAID     VALUE 'H'.
000657   05 EM-HOURLY-RATE   PIC 9(05).
000660   05 FILLER           PIC X(11).
000661 FD  ATTENDANCE-IN.
000662 01 ATTENDANCE-REC.
000663   05 AT-EMP-ID        PIC 9(05).
000664   05 AT-PERIOD-ID     PIC 9(06).
000665   05 AT-OT-HOURS      PIC 9(03).
000666   05 AT-RATE-CLASS    PIC X(01).
000667   05 AT-LEAVE-DAYS    PIC 9(02).
000668   05 AT-REG-HOURS     PIC 9(03)V99.
000669   05 AT-PAID-DAYS     PIC 9(02)V9.
000670 FD  YTD-MASTER-IN.
000680 01 YTD-MASTER-REC.
000690   05 YT-EMP-ID        PIC 9(05).
000700   05 YT-YEAR          PIC 9(04).
000710   05 YT-GROSS         PIC 9(09).
000720   05 YT-TAX           PIC 9(09).
000730   05 YT-BONUS         PIC 9(09).
000740   05 YT-NET           PIC 9(09).
000750   05 YT-STATUS        PIC X(01).
000760   05 YT-LEAVE-DATE    PIC 9(08).
000770   05 YT-YE-SW         PIC X(01).
000775   05 YT-YE-TAX        PIC 9(09).
000780   05 YT-BONUS-TAX     PIC 9(09).
000790 FD  YE-ADJ-IO.
000800 01 YE-ADJ-REC.
000810   05 YA-EMP-ID        PIC 9(05).
000820   05 YA-YEAR          PIC 9(04).
000830   05 YA-DEPENDENTS    PIC 9(02).
000840   05 YA-DEDUCT-TOTAL  PIC 9(09).
000850   05 YA-HOUSING-CREDIT PIC 9(07).
000860   05 YA-EST-GROSS     PIC 9(09).
000870   05 YA-EST-TAX       PIC 9(09).
000880   05 YA-EST-WITHHELD  PIC 9(09).
000890 FD  WORKSHEET-OUT.
000900 01 WORKSHEET-REC      PIC X(120).
000910 WORKING-STORAGE SECTION.
000920 01 WK-FLAGS.
000930   05 WK-YC-FILE-STATUS PIC X(02).
000940   05 WK-YD-FILE-STATUS PIC X(02).
000950   05 WK-EM-FILE-STATUS PIC X(02).
000960   05 WK-YT-FILE-STATUS PIC X(02).
000970   05 WK-YA-FILE-STATUS PIC X(02).
000975   05 WK-AT-FILE-STATUS PIC X(02).
000980   05 WK-YD-EOF-SW     PIC X(01) VALUE 'N'.
000990     88 WK-YD-EOF          VALUE 'Y'.
001000   05 WK-YT-EOF-SW     PIC X(01) VALUE 'N'.
001010     88 WK-YT-EOF          VALUE 'Y'.
001020   05 WK-YA-EOF-SW     PIC X(01) VALUE 'N'.
001030     88 WK-YA-EOF          VALUE 'Y'.
001033   05 WK-AT-EOF-SW     PIC X(01) VALUE 'N'.
001036     88 WK-AT-EOF          VALUE 'Y'.
001040 01 WK-COUNTERS.
001050   05 WK-READ-COUNT    PIC 9(05) VALUE 0.
001060   05 WK-ACCEPT-COUNT  PIC 9(05) VALUE 0.
001070   05 WK-RJT-COUNT     PIC 9(05) VALUE 0.
001080   05 WK-TOT-REFUND    PIC 9(11) VALUE 0.
001090   05 WK-TOT-COLLECT   PIC 9(11) VALUE 0.
001100 01 WK-RUN-AREA.
001110   05 WK-RUN-DATE      PIC 9(08).
001120   05 WK-TARGET-YEAR   PIC 9(04).
001130   05 WK-CUTOFF-DATE   PIC 9(08).
001140*--- 所得控除の額（基礎控除・扶養控除1人当たり・生命保険料控除の
001150*    上限）---
001160 01 WK-DEDUCT-RULES.
001170   05 WK-BASIC-DEDUCT  PIC 9(07) VALUE 480000.
001180   05 WK-DEPEND-DEDUCT PIC 9(07) VALUE 380000.
001190   05 WK-LIFE-INS-MAX  PIC 9(07) VALUE 120000.
001200*--- 税率表（TAXLOADが12月1日時点で効力のあるセットを返す）---
001210 01 WK-TAX-TABLE.
001220   05 WK-TB-COUNT      PIC 9(02) VALUE 0.
001230   05 WK-TB-ENTRY OCCURS 10 TIMES.
001240     10 WK-TB-LIMIT    PIC 9(07).
001250     10 WK-TB-RATE     PIC 9(02).
001260 01 WK-TAX-WORK.
001270   05 WK-TB-IDX        PIC 9(02).
001280   05 WK-TB-FOUND-IDX  PIC 9(02).
001290   05 WK-SENIOR-AGE    PIC 9(03).
001300   05 WK-SENIOR-DEDUCT PIC 9(05).
001310   05 WK-TAX-RETURN-CD PIC 9(02).
001320*--- 当年の年初来累計（11月までの支給・賞与と各源泉徴収額）---
001330 01 WK-YTD-TABLE.
001340   05 WK-YT-COUNT      PIC 9(03) VALUE 0.
001350   05 WK-YT-ENTRY OCCURS 200 TIMES.
001360     10 WK-YT-EMP-ID   PIC 9(05).
001370     10 WK-YT-GROSS    PIC 9(09).
001380     10 WK-YT-TAX      PIC 9(09).
001382     10 WK-YT-BONUS    PIC 9(09).
001384     10 WK-YT-BONUS-TAX PIC 9(09).
001390     10 WK-YT-STATUS   PIC X(01).
001400     10 WK-YT-YE-SW    PIC X(01).
001410 01 WK-YTD-WORK.
001420   05 WK-YT-IDX        PIC 9(03).
001430   05 WK-YT-FOUND-IDX  PIC 9(03).
001431*--- 時給者の直近の勤怠（社員ごとに最も新しい期間の1件）---
001432 01 WK-ATTEND-TABLE.
001433   05 WK-AT-COUNT      PIC 9(03) VALUE 0.
001434   05 WK-AT-ENTRY OCCURS 200 TIMES.
001435     10 WK-AT-EMP-ID   PIC 9(05).
001436     10 WK-AT-PERIOD-ID PIC 9(06).
001437     10 WK-AT-REG-HOURS PIC 9(03)V99.
001438     10 WK-AT-OT-HOURS PIC 9(03).
001439     10 WK-AT-CLASS    PIC X(01).
001440 01 WK-ATTEND-WORK.
001441   05 WK-AT-IDX        PIC 9(03).
001442   05 WK-AT-FOUND-IDX  PIC 9(03).
001443*--- 割増区分表（A=1.25倍、B=1.50倍、C=2.00倍。SAMPLE01と同じ）---
001444 01 WK-OT-RATE-VALUES.
001445   05 FILLER           PIC X(04) VALUE 'A125'.
001446   05 FILLER           PIC X(04) VALUE 'B150'.
001447   05 FILLER           PIC X(04) VALUE 'C200'.
001448 01 WK-OT-RATE-TABLE REDEFINES WK-OT-RATE-VALUES.
001449   05 WK-OT-ENTRY OCCURS 3 TIMES.
001450     10 WK-OT-CLASS    PIC X(01).
001451     10 WK-OT-RATE     PIC 9V99.
001452 01 WK-OT-RATE-WORK.
001453   05 WK-OT-IDX        PIC 9(01).
001454   05 WK-OT-FOUND-IDX  PIC 9(01).
001455   05 WK-OT-PAY        PIC 9(07).
001456*    時給者の12月の勤怠が無い場合の所定労働時間（月160時間）
001457   05 WK-STD-HOURS     PIC 9(03)V99 VALUE 160.
001458*--- 年末調整マスタ（対象年以外の行は書き戻しまで保持する）---
001459 01 WK-YA-KEEP-TABLE.
001460   05 WK-YK-COUNT      PIC 9(03) VALUE 0.
001470   05 WK-YK-REC        PIC X(54) OCCURS 500 TIMES.
001472*--- 対象年の登録済みの行（今回計算し直さなかった社員の分は
001474*    そのまま書き戻す）---
001476 01 WK-YA-OLD-TABLE.
001477   05 WK-YO-COUNT      PIC 9(03) VALUE 0.
001478   05 WK-YO-REC        PIC X(54) OCCURS 200 TIMES.
001480 01 WK-YA-NEW-TABLE.
001490   05 WK-YN-COUNT      PIC 9(03) VALUE 0.
001500   05 WK-YN-REC        PIC X(54) OCCURS 200 TIMES.
001510 01 WK-YA-WORK.
001520   05 WK-YK-IDX        PIC 9(03).
001522   05 WK-YO-IDX        PIC 9(03).
001524   05 WK-YA-OVFL-SW    PIC X(01) VALUE 'N'.
001526     88 WK-YA-OVERFLOW     VALUE 'Y'.
001530   05 WK-YN-IDX        PIC 9(03).
001540   05 WK-YN-FOUND-IDX  PIC 9(03).
001550   05 WK-REASON        PIC X(14).
001560*--- 社員1件分の見込計算 ---
001570 01 WK-CALC-AREA.
001580   05 WK-LIFE-INS-DED  PIC 9(07).
001590   05 WK-DEDUCT-TOTAL  PIC 9(09).
001600   05 WK-DEC-TAX       PIC 9(07).
001601*    12月の支給見込（月給者は月額、時給者は時間給×労働時間
001603*    ＋残業代）
001605   05 WK-DEC-GROSS     PIC 9(07).
001610   05 WK-EST-GROSS     PIC 9(09).
001620   05 WK-EST-WITHHELD  PIC 9(09).
001630   05 WK-TAXABLE       PIC 9(09).
001640   05 WK-EST-TAX       PIC 9(09).
001650   05 WK-EST-DIFF      PIC 9(09).
001660*--- 比較用に取り出した登録済みの1行 ---
001670 01 WK-YA-KEY-VIEW.
001680   05 WK-YV-EMP-ID     PIC 9(05).
001690   05 FILLER           PIC X(49).
001700*--- 見込計算一覧の各行 ---
001710 01 WK-RPT-TITLE.
001720   05 FILLER           PIC X(36)
001730       VALUE 'YEAR-END ADJUSTMENT WORKSHEET YEAR '.
001740   05 WK-RT-YEAR       PIC 9(04).
001750 01 WK-RPT-COLUMNS.
001760   05 FILLER           PIC X(40)
001770       VALUE 'EMPNO NAME                 DP DEDUCTIONS'.
001780   05 FILLER           PIC X(40)
001790       VALUE '  CREDIT EST-GROSS   TAXABLE  ANNUAL-TX'.
001800   05 FILLER           PIC X(40)
001810       VALUE ' WITHHELD REFUND/COLL  RESULT'.
001820 01 WK-RPT-DETAIL.
001830   05 WK-RD-EMP-ID     PIC X(05).
001840   05 FILLER           PIC X(01) VALUE SPACE.
001850   05 WK-RD-NAME       PIC X(20).
001860   05 FILLER           PIC X(01) VALUE SPACE.
001870   05 WK-RD-DEPEND     PIC Z9.
001880   05 FILLER           PIC X(01) VALUE SPACE.
001890   05 WK-RD-DEDUCT     PIC ZZZZZZZZ9.
001900   05 FILLER           PIC X(01) VALUE SPACE.
001910   05 WK-RD-CREDIT     PIC ZZZZZZ9.
001920   05 FILLER           PIC X(01) VALUE SPACE.
001930   05 WK-RD-GROSS      PIC ZZZZZZZZ9.
001940   05 FILLER           PIC X(01) VALUE SPACE.
001950   05 WK-RD-TAXABLE    PIC ZZZZZZZZ9.
001960   05 FILLER           PIC X(01) VALUE SPACE.
001970   05 WK-RD-TAX        PIC ZZZZZZZZ9.
001980   05 FILLER           PIC X(01) VALUE SPACE.
001990   05 WK-RD-WITHHELD   PIC ZZZZZZZZ9.
002000   05 FILLER           PIC X(01) VALUE SPACE.
002010   05 WK-RD-DIFF       PIC ZZZZZZZZ9.
002020   05 WK-RD-DIFF-CLASS PIC X(02).
002030   05 FILLER           PIC X(01) VALUE SPACE.
002040   05 WK-RD-RESULT     PIC X(14).
002050 01 WK-RPT-TOTAL.
002060   05 FILLER           PIC X(08) VALUE 'READ  : '.
002070   05 WK-RT-READ       PIC ZZZZ9.
002080   05 FILLER           PIC X(13) VALUE '  ACCEPTED : '.
002090   05 WK-RT-ACCEPT     PIC ZZZZ9.
002100   05 FILLER           PIC X(13) VALUE '  REJECTED : '.
002110   05 WK-RT-RJT        PIC ZZZZ9.
002120 01 WK-RPT-AMOUNTS.
002130   05 FILLER           PIC X(18) VALUE 'EST REFUND TOTAL: '.
002140   05 WK-RT-REFUND     PIC ZZZZZZZZZZ9.
002150   05 FILLER           PIC X(19) VALUE '  EST COLLECTION : '.
002160   05 WK-RT-COLLECT    PIC ZZZZZZZZZZ9.
002170*--- LOCKMGR呼び出し用ワーク（実行間ロック）---
002180 01 WK-LOCK-AREA.
002190   05 WK-LOCK-FUNC     PIC X(01).
002200   05 WK-LOCK-PGM      PIC X(08) VALUE 'YEADJ'.
002210   05 WK-LOCK-FILES.
002220     10 FILLER         PIC X(10) VALUE 'YEADJ     '.
002230     10 FILLER         PIC X(10) VALUE SPACES.
002240     10 FILLER         PIC X(10) VALUE SPACES.
002250     10 FILLER         PIC X(10) VALUE SPACES.
002260     10 FILLER         PIC X(10) VALUE SPACES.
002270   05 WK-LOCK-RETURN-CD PIC 9(02).
002280 PROCEDURE DIVISION.
002290 MAIN-PROC.
002300*    対象年の申告を1件ずつ編集検査し、所得控除の合計を求めて
002310*    YEADJ.DATへ登録する。11月までの年初来累計に12月の見込（社員
002320*    マスタの月額と毎月と同じ源泉徴収の算式）を加えて年税額と
002330*    還付・追加徴収の見込を一覧に印字する。確定と精算は12月の
002340*    SAMPLE01が実績の支給・源泉徴収額で行う。対象年の登録は今回の
002350*    申告で計算し直した社員の分だけを置き換え、それ以外の社員
002355*    （調整済み等で不合格とした社員を含む）の登録は残す
002360     MOVE 'L' TO WK-LOCK-FUNC.
002370     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
002380         WK-LOCK-FILES WK-LOCK-RETURN-CD.
002390     IF WK-LOCK-RETURN-CD NOT = 00
002400         DISPLAY 'YEADJ: YEADJ.DAT LOCKED BY ANOTHER RUN'
002410             ' - RUN REFUSED'
002420         MOVE 8 TO RETURN-CODE
002430         GOBACK
002440     END-IF.
002450     CALL 'BUSDATE' USING WK-RUN-DATE.
002460     PERFORM LOAD-CONTROL-PROC.
002470     OPEN INPUT DECLARATION-IN.
002480     IF WK-YD-FILE-STATUS = '35'
002490         DISPLAY 'YEADJ: NO YEDECL.DAT - NOTHING LOADED'
002500         PERFORM RELEASE-LOCK-PROC
002510         MOVE 4 TO RETURN-CODE
002520         GOBACK
002530     END-IF.
002540     COMPUTE WK-CUTOFF-DATE = WK-TARGET-YEAR * 10000 + 1201.
002550     CALL 'TAXLOAD' USING WK-CUTOFF-DATE WK-TAX-TABLE
002560         WK-SENIOR-AGE WK-SENIOR-DEDUCT WK-TAX-RETURN-CD.
002570     PERFORM LOAD-YTD-PROC.
002575     PERFORM LOAD-ATTENDANCE-PROC.
002580     PERFORM LOAD-YEAR-END-PROC.
002581*    保持用のテーブルに収まらない場合は、書き戻すと登録が失われる
002582*    ため実行を中止する
002583     IF WK-YA-OVERFLOW
002584         DISPLAY 'YEADJ: YEADJ.DAT EXCEEDS TABLE SIZE - RUN '
002585             'STOPPED, NOTHING UPDATED'
002586         CLOSE DECLARATION-IN
002587         PERFORM RELEASE-LOCK-PROC
002588         MOVE 8 TO RETURN-CODE
002589         GOBACK
002592     END-IF.
002596     OPEN INPUT EMP-MASTER-IN.
002600     OPEN OUTPUT WORKSHEET-OUT.
002610     MOVE WK-TARGET-YEAR TO WK-RT-YEAR.
002620     WRITE WORKSHEET-REC FROM WK-RPT-TITLE.
002630     WRITE WORKSHEET-REC FROM WK-RPT-COLUMNS.
002640     PERFORM READ-DECLARATION-PROC
002650         UNTIL WK-YD-EOF.
002660     MOVE WK-READ-COUNT   TO WK-RT-READ.
002670     MOVE WK-ACCEPT-COUNT TO WK-RT-ACCEPT.
002680     MOVE WK-RJT-COUNT    TO WK-RT-RJT.
002690     WRITE WORKSHEET-REC FROM WK-RPT-TOTAL.
002700     MOVE WK-TOT-REFUND   TO WK-RT-REFUND.
002710     MOVE WK-TOT-COLLECT  TO WK-RT-COLLECT.
002720     WRITE WORKSHEET-REC FROM WK-RPT-AMOUNTS.
002730     CLOSE DECLARATION-IN EMP-MASTER-IN WORKSHEET-OUT.
002740     PERFORM WRITE-YEAR-END-PROC.
002750     DISPLAY 'YEADJ: YEAR      = ' WK-TARGET-YEAR.
002760     DISPLAY 'YEADJ: READ      = ' WK-READ-COUNT.
002770     DISPLAY 'YEADJ: ACCEPTED  = ' WK-ACCEPT-COUNT.
002780     DISPLAY 'YEADJ: REJECTED  = ' WK-RJT-COUNT.
002790     PERFORM RELEASE-LOCK-PROC.
002800     GOBACK.
002810 RELEASE-LOCK-PROC.
002820*    取得した実行間ロックを解放する
002830     MOVE 'U' TO WK-LOCK-FUNC.
002840     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
002850         WK-LOCK-FILES WK-LOCK-RETURN-CD.
002860 LOAD-CONTROL-PROC.
002870*    対象年を実行指示から取る（無いか数字でなければ実行日の年）
002880     MOVE WK-RUN-DATE(1:4) TO WK-TARGET-YEAR.
002890     OPEN INPUT YEADJ-CONTROL-IN.
002900     IF WK-YC-FILE-STATUS = '35'
002910         CONTINUE
002920     ELSE
002930         READ YEADJ-CONTROL-IN
002940             AT END
002950                 CONTINUE
002960             NOT AT END
002970                 IF YC-YEAR IS NUMERIC
002980                     MOVE YC-YEAR TO WK-TARGET-YEAR
002990                 END-IF
003000         END-READ
003010         CLOSE YEADJ-CONTROL-IN
003020     END-IF.
003030 LOAD-YTD-PROC.
003040*    対象年の年初来累計を読み込む（締め状態と年末調整の済区分も）
003050     OPEN INPUT YTD-MASTER-IN.
003060     IF WK-YT-FILE-STATUS = '35'
003070         SET WK-YT-EOF TO TRUE
003080     ELSE
003090         PERFORM READ-YTD-PROC
003100             UNTIL WK-YT-EOF
003110         CLOSE YTD-MASTER-IN
003120     END-IF.
003130 READ-YTD-PROC.
003140     READ YTD-MASTER-IN
003150         AT END
003160             SET WK-YT-EOF TO TRUE
003170         NOT AT END
003180             IF YT-YEAR = WK-TARGET-YEAR
003190                 PERFORM STORE-YTD-PROC
003200             END-IF
003210     END-READ.
003220 STORE-YTD-PROC.
003230     IF WK-YT-COUNT < 200
003240         ADD 1 TO WK-YT-COUNT
003250         MOVE YT-EMP-ID TO WK-YT-EMP-ID(WK-YT-COUNT)
003260         MOVE YT-GROSS  TO WK-YT-GROSS(WK-YT-COUNT)
003270         MOVE YT-TAX    TO WK-YT-TAX(WK-YT-COUNT)
003272         MOVE YT-BONUS  TO WK-YT-BONUS(WK-YT-COUNT)
003274         IF YT-BONUS-TAX IS NUMERIC
003276             MOVE YT-BONUS-TAX TO WK-YT-BONUS-TAX(WK-YT-COUNT)
003277         ELSE
003278             MOVE ZERO TO WK-YT-BONUS-TAX(WK-YT-COUNT)
003279         END-IF
003280         MOVE YT-STATUS TO WK-YT-STATUS(WK-YT-COUNT)
003290         MOVE YT-YE-SW  TO WK-YT-YE-SW(WK-YT-COUNT)
003300     ELSE
003310         DISPLAY 'YEADJ: YTD TABLE FULL - EMPLOYEE '
003320             YT-EMP-ID ' TREATED AS NO YTD'
003330     END-IF.
003331 LOAD-ATTENDANCE-PROC.
003332*    勤怠を読み込み、社員ごとに最も新しい期間の労働時間・残業
003333*    時間・割増区分を残す（時給者の12月の見込に使う）
003334     OPEN INPUT ATTENDANCE-IN.
003335     IF WK-AT-FILE-STATUS = '35'
003336         SET WK-AT-EOF TO TRUE
003337     ELSE
003338         PERFORM READ-ATTENDANCE-PROC
003339             UNTIL WK-AT-EOF
003340         CLOSE ATTENDANCE-IN
003341     END-IF.
003342 READ-ATTENDANCE-PROC.
003343     READ ATTENDANCE-IN
003344         AT END
003345             SET WK-AT-EOF TO TRUE
003347         NOT AT END
003348             PERFORM STORE-ATTENDANCE-PROC
003349     END-READ.
003350 STORE-ATTENDANCE-PROC.
003351     MOVE 0 TO WK-AT-FOUND-IDX.
003352     PERFORM FIND-ATTENDANCE-STEP-PROC
003353         VARYING WK-AT-IDX FROM 1 BY 1
003355         UNTIL WK-AT-IDX > WK-AT-COUNT
003356             OR WK-AT-FOUND-IDX NOT = 0.
003357     IF WK-AT-FOUND-IDX = 0
003358         IF WK-AT-COUNT < 200
003359             ADD 1 TO WK-AT-COUNT
003360             MOVE WK-AT-COUNT TO WK-AT-FOUND-IDX
003362             MOVE AT-EMP-ID   TO WK-AT-EMP-ID(WK-AT-FOUND-IDX)
003363             MOVE ZERO        TO WK-AT-PERIOD-ID(WK-AT-FOUND-IDX)
003364         ELSE
003365             DISPLAY 'YEADJ: ATTENDANCE TABLE FULL - EMPLOYEE '
003366                 AT-EMP-ID ' IGNORED'
003367         END-IF
003368     END-IF.
003370     IF WK-AT-FOUND-IDX NOT = 0
003371         IF AT-PERIOD-ID NOT < WK-AT-PERIOD-ID(WK-AT-FOUND-IDX)
003372             MOVE AT-PERIOD-ID
003373                 TO WK-AT-PERIOD-ID(WK-AT-FOUND-IDX)
003374             MOVE AT-OT-HOURS
003375                 TO WK-AT-OT-HOURS(WK-AT-FOUND-IDX)
003376             MOVE AT-RATE-CLASS
003378                 TO WK-AT-CLASS(WK-AT-FOUND-IDX)
003379             IF AT-REG-HOURS IS NUMERIC
003380                 MOVE AT-REG-HOURS
003381                     TO WK-AT-REG-HOURS(WK-AT-FOUND-IDX)
003382             ELSE
003383                 MOVE ZERO TO WK-AT-REG-HOURS(WK-AT-FOUND-IDX)
003385             END-IF
003386         END-IF
003387     END-IF.
003388 FIND-ATTENDANCE-STEP-PROC.
003389     IF WK-AT-EMP-ID(WK-AT-IDX) = AT-EMP-ID
003390         MOVE WK-AT-IDX TO WK-AT-FOUND-IDX
003391     END-IF.
003392 LOAD-YEAR-END-PROC.
003393*    YEADJ.DATの行を書き戻し用に保持する（対象年以外の行と、対象年
003394*    の登録済みの行を別々に持つ）
003395     OPEN INPUT YE-ADJ-IO.
003396     IF WK-YA-FILE-STATUS = '35'
003397         SET WK-YA-EOF TO TRUE
003398     ELSE
003400         PERFORM READ-YEAR-END-PROC
003410             UNTIL WK-YA-EOF
003420         CLOSE YE-ADJ-IO
003430     END-IF.
003440 READ-YEAR-END-PROC.
003450     READ YE-ADJ-IO
003460         AT END
003470             SET WK-YA-EOF TO TRUE
003480         NOT AT END
003490             IF YA-YEAR NOT = WK-TARGET-YEAR
003500                 IF WK-YK-COUNT < 500
003510                     ADD 1 TO WK-YK-COUNT
003520                     MOVE YE-ADJ-REC TO WK-YK-REC(WK-YK-COUNT)
003530                 ELSE
003540                     SET WK-YA-OVERFLOW TO TRUE
003560                 END-IF
003562             ELSE
003564                 IF WK-YO-COUNT < 200
003566                     ADD 1 TO WK-YO-COUNT
003567                     MOVE YE-ADJ-REC TO WK-YO-REC(WK-YO-COUNT)
003568                 ELSE
003569                     SET WK-YA-OVERFLOW TO TRUE
003572                 END-IF
003576             END-IF
003580     END-READ.
003590 READ-DECLARATION-PROC.
003600     READ DECLARATION-IN
003610         AT END
003620             SET WK-YD-EOF TO TRUE
003630         NOT AT END
003640             IF YD-YEAR = WK-TARGET-YEAR
003650                 PERFORM EDIT-DECLARATION-PROC
003660             END-IF
003670     END-READ.
003680 EDIT-DECLARATION-PROC.
003690*    申告1件の編集検査。社員がマスタにあり、各金額が数字で、同じ
003700*    社員の申告が重複せず、退職精算で締めた社員・年末調整を済ませた
003710*    社員でないものだけを登録する
003720     ADD 1 TO WK-READ-COUNT.
003730     MOVE SPACES TO WK-REASON.
003740     MOVE SPACES TO WK-RD-RESULT WK-RD-DIFF-CLASS.
003750     MOVE YD-EMP-ID TO WK-RD-EMP-ID.
003760     MOVE SPACES    TO WK-RD-NAME.
003770     MOVE ZERO TO WK-RD-DEPEND WK-RD-DEDUCT WK-RD-CREDIT
003780         WK-RD-GROSS WK-RD-TAXABLE WK-RD-TAX WK-RD-WITHHELD
003790         WK-RD-DIFF.
003800     IF YD-EMP-ID IS NOT NUMERIC OR YD-EMP-ID = ZERO
003810         MOVE 'BAD EMP-ID' TO WK-REASON
003820     ELSE
003830         MOVE YD-EMP-ID TO EM-EMP-ID
003840         READ EMP-MASTER-IN
003850             INVALID KEY
003860                 MOVE 'NO EMPLOYEE' TO WK-REASON
003870             NOT INVALID KEY
003880                 MOVE EM-NAME TO WK-RD-NAME
003890         END-READ
003900     END-IF.
003910     IF WK-REASON = SPACES
003920         IF YD-DEPENDENTS IS NOT NUMERIC
003930                 OR YD-LIFE-INS IS NOT NUMERIC
003940                 OR YD-SOC-INS IS NOT NUMERIC
003950                 OR YD-HOUSING-CREDIT IS NOT NUMERIC
003960             MOVE 'BAD AMOUNT' TO WK-REASON
003970         END-IF
003980     END-IF.
003990     IF WK-REASON = SPACES
004000         PERFORM CHECK-DUPLICATE-PROC
004010     END-IF.
004020     IF WK-REASON = SPACES
004030         PERFORM CHECK-YTD-STATUS-PROC
004040     END-IF.
004050     IF WK-REASON = SPACES
004060         PERFORM CALC-ESTIMATE-PROC
004070         PERFORM STORE-DECLARATION-PROC
004080     END-IF.
004090     IF WK-REASON NOT = SPACES
004100         ADD 1 TO WK-RJT-COUNT
004110         MOVE WK-REASON TO WK-RD-RESULT
004120     END-IF.
004130     WRITE WORKSHEET-REC FROM WK-RPT-DETAIL.
004140 CHECK-DUPLICATE-PROC.
004150     MOVE 0 TO WK-YN-FOUND-IDX.
004160     PERFORM FIND-NEW-STEP-PROC
004170         VARYING WK-YN-IDX FROM 1 BY 1
004180         UNTIL WK-YN-IDX > WK-YN-COUNT
004190             OR WK-YN-FOUND-IDX NOT = 0.
004200     IF WK-YN-FOUND-IDX NOT = 0
004210         MOVE 'DUPLICATE' TO WK-REASON
004220     END-IF.
004230 FIND-NEW-STEP-PROC.
004240     MOVE WK-YN-REC(WK-YN-IDX) TO WK-YA-KEY-VIEW.
004250     IF WK-YV-EMP-ID = YD-EMP-ID
004260         MOVE WK-YN-IDX TO WK-YN-FOUND-IDX
004270     END-IF.
004280 CHECK-YTD-STATUS-PROC.
004290*    退職精算で締めた社員は12月の給与を支払わないため調整しない。
004300*    12月の給与で調整を済ませた社員は登録を置き換えない
004310     MOVE 0 TO WK-YT-FOUND-IDX.
004320     PERFORM FIND-YTD-STEP-PROC
004330         VARYING WK-YT-IDX FROM 1 BY 1
004340         UNTIL WK-YT-IDX > WK-YT-COUNT
004350             OR WK-YT-FOUND-IDX NOT = 0.
004360     IF WK-YT-FOUND-IDX NOT = 0
004370         IF WK-YT-STATUS(WK-YT-FOUND-IDX) = 'C'
004380             MOVE 'LEAVER SETTLED' TO WK-REASON
004390         ELSE
004400             IF WK-YT-YE-SW(WK-YT-FOUND-IDX) = 'Y'
004410                 MOVE 'ADJUSTED' TO WK-REASON
004420             END-IF
004430         END-IF
004440     END-IF.
004450 FIND-YTD-STEP-PROC.
004460     IF WK-YT-EMP-ID(WK-YT-IDX) = YD-EMP-ID
004470         MOVE WK-YT-IDX TO WK-YT-FOUND-IDX
004480     END-IF.
004490 CALC-ESTIMATE-PROC.
004500*    所得控除の合計（基礎控除＋扶養控除＋生命保険料控除（上限
004510*    まで）＋社会保険料控除）と、11月までの累計（支払済みの
004515*    賞与とその源泉を含む）に12月の見込を加えた年間の支給・
004520*    源泉徴収額から年税額の見込を求める
004530     MOVE YD-LIFE-INS TO WK-LIFE-INS-DED.
004540     IF WK-LIFE-INS-DED > WK-LIFE-INS-MAX
004550         MOVE WK-LIFE-INS-MAX TO WK-LIFE-INS-DED
004560     END-IF.
004570     COMPUTE WK-DEDUCT-TOTAL = WK-BASIC-DEDUCT
004580         + WK-DEPEND-DEDUCT * YD-DEPENDENTS
004590         + WK-LIFE-INS-DED + YD-SOC-INS.
004595     PERFORM CALC-DEC-GROSS-PROC.
004600     PERFORM CALC-DEC-TAX-PROC.
004610     MOVE WK-DEC-GROSS TO WK-EST-GROSS.
004620     MOVE WK-DEC-TAX TO WK-EST-WITHHELD.
004630     IF WK-YT-FOUND-IDX NOT = 0
004640         ADD WK-YT-GROSS(WK-YT-FOUND-IDX) TO WK-EST-GROSS
004650         ADD WK-YT-TAX(WK-YT-FOUND-IDX)   TO WK-EST-WITHHELD
004652         ADD WK-YT-BONUS(WK-YT-FOUND-IDX) TO WK-EST-GROSS
004654         ADD WK-YT-BONUS-TAX(WK-YT-FOUND-IDX)
004656             TO WK-EST-WITHHELD
004660     END-IF.
004670     CALL 'YETAX' USING WK-EST-GROSS WK-DEDUCT-TOTAL
004680         YD-HOUSING-CREDIT EM-AGE WK-TAX-TABLE WK-SENIOR-AGE
004690         WK-SENIOR-DEDUCT WK-TAXABLE WK-EST-TAX.
004700     IF WK-EST-TAX < WK-EST-WITHHELD
004710         COMPUTE WK-EST-DIFF = WK-EST-WITHHELD - WK-EST-TAX
004720         MOVE 'RF' TO WK-RD-DIFF-CLASS
004730         ADD WK-EST-DIFF TO WK-TOT-REFUND
004740     ELSE
004750         COMPUTE WK-EST-DIFF = WK-EST-TAX - WK-EST-WITHHELD
004760         MOVE 'CL' TO WK-RD-DIFF-CLASS
004770         ADD WK-EST-DIFF TO WK-TOT-COLLECT
004780     END-IF.
004790     MOVE YD-DEPENDENTS     TO WK-RD-DEPEND.
004800     MOVE WK-DEDUCT-TOTAL   TO WK-RD-DEDUCT.
004810     MOVE YD-HOUSING-CREDIT TO WK-RD-CREDIT.
004820     MOVE WK-EST-GROSS      TO WK-RD-GROSS.
004830     MOVE WK-TAXABLE        TO WK-RD-TAXABLE.
004840     MOVE WK-EST-TAX        TO WK-RD-TAX.
004850     MOVE WK-EST-WITHHELD   TO WK-RD-WITHHELD.
004860     MOVE WK-EST-DIFF       TO WK-RD-DIFF.
004861 CALC-DEC-GROSS-PROC.
004862*    12月の支給見込：月給者は社員マスタの月額。時給者は時間給×
004863*    直近の勤怠の労働時間＋残業代（時間給×残業時間×割増率）とし、
004864*    勤怠の無い時給者は所定労働時間（月160時間）で見込む
004865     IF NOT EM-HOURLY-PAID
004866         MOVE EM-SALARY TO WK-DEC-GROSS
004867     ELSE
004868         IF EM-HOURLY-RATE IS NOT NUMERIC OR EM-HOURLY-RATE = 0
004869             DISPLAY 'YEADJ: HOURLY RATE MISSING FOR ' EM-EMP-ID
004870             MOVE ZERO TO WK-DEC-GROSS
004871         ELSE
004872             PERFORM CALC-HOURLY-GROSS-PROC
004873         END-IF
004874     END-IF.
004875 CALC-HOURLY-GROSS-PROC.
004877     MOVE 0 TO WK-AT-FOUND-IDX.
004878     PERFORM FIND-EMP-ATTEND-STEP-PROC
004879         VARYING WK-AT-IDX FROM 1 BY 1
004880         UNTIL WK-AT-IDX > WK-AT-COUNT
004881             OR WK-AT-FOUND-IDX NOT = 0.
004882     MOVE ZERO TO WK-OT-PAY.
004883     IF WK-AT-FOUND-IDX = 0
004884         COMPUTE WK-DEC-GROSS ROUNDED =
004886             EM-HOURLY-RATE * WK-STD-HOURS
004887     ELSE
004888         COMPUTE WK-DEC-GROSS ROUNDED =
004889             EM-HOURLY-RATE * WK-AT-REG-HOURS(WK-AT-FOUND-IDX)
004890         MOVE 0 TO WK-OT-FOUND-IDX
004891         PERFORM CHECK-OT-CLASS-STEP-PROC
004892             VARYING WK-OT-IDX FROM 1 BY 1
004894             UNTIL WK-OT-IDX > 3
004895                 OR WK-OT-FOUND-IDX NOT = 0
004896         IF WK-OT-FOUND-IDX NOT = 0
004897             COMPUTE WK-OT-PAY ROUNDED =
004898                 EM-HOURLY-RATE
004899                 * WK-AT-OT-HOURS(WK-AT-FOUND-IDX)
004900                 * WK-OT-RATE(WK-OT-FOUND-IDX)
004901         END-IF
004903         ADD WK-OT-PAY TO WK-DEC-GROSS
004904     END-IF.
004905 FIND-EMP-ATTEND-STEP-PROC.
004906     IF WK-AT-EMP-ID(WK-AT-IDX) = EM-EMP-ID
004907         MOVE WK-AT-IDX TO WK-AT-FOUND-IDX
004908     END-IF.
004909 CHECK-OT-CLASS-STEP-PROC.
004910     IF WK-OT-CLASS(WK-OT-IDX) = WK-AT-CLASS(WK-AT-FOUND-IDX)
004912         MOVE WK-OT-IDX TO WK-OT-FOUND-IDX
004913     END-IF.
004914 CALC-DEC-TAX-PROC.
004915*    12月の源泉徴収額の見込：12月の支給見込に毎月の給与計算と
004916*    同じ段階の税率を掛け、高齢者控除を差し引く
004917     MOVE 0 TO WK-TB-FOUND-IDX.
004918     PERFORM FIND-BRACKET-STEP-PROC
004920         VARYING WK-TB-IDX FROM 1 BY 1
004930         UNTIL WK-TB-IDX > WK-TB-COUNT
004940             OR WK-TB-FOUND-IDX NOT = 0.
004950     IF WK-TB-FOUND-IDX = 0
004960         MOVE WK-TB-COUNT TO WK-TB-FOUND-IDX
004970     END-IF.
004980     MOVE ZERO TO WK-DEC-TAX.
004990     IF WK-TB-FOUND-IDX NOT = 0
005000         COMPUTE WK-DEC-TAX ROUNDED =
005010             WK-DEC-GROSS * WK-TB-RATE(WK-TB-FOUND-IDX) / 100
005020     END-IF.
005030     IF EM-AGE >= WK-SENIOR-AGE
005040         IF WK-DEC-TAX > WK-SENIOR-DEDUCT
005050             SUBTRACT WK-SENIOR-DEDUCT FROM WK-DEC-TAX
005060         ELSE
005070             MOVE ZERO TO WK-DEC-TAX
005080         END-IF
005090     END-IF.
005100 FIND-BRACKET-STEP-PROC.
005110     IF WK-DEC-GROSS NOT > WK-TB-LIMIT(WK-TB-IDX)
005120         MOVE WK-TB-IDX TO WK-TB-FOUND-IDX
005130     END-IF.
005140 STORE-DECLARATION-PROC.
005150     IF WK-YN-COUNT < 200
005160         ADD 1 TO WK-YN-COUNT
005170         MOVE YD-EMP-ID         TO YA-EMP-ID
005180         MOVE WK-TARGET-YEAR    TO YA-YEAR
005190         MOVE YD-DEPENDENTS     TO YA-DEPENDENTS
005200         MOVE WK-DEDUCT-TOTAL   TO YA-DEDUCT-TOTAL
005210         MOVE YD-HOUSING-CREDIT TO YA-HOUSING-CREDIT
005220         MOVE WK-EST-GROSS      TO YA-EST-GROSS
005230         MOVE WK-EST-TAX        TO YA-EST-TAX
005240         MOVE WK-EST-WITHHELD   TO YA-EST-WITHHELD
005250         MOVE YE-ADJ-REC TO WK-YN-REC(WK-YN-COUNT)
005260         ADD 1 TO WK-ACCEPT-COUNT
005270         MOVE 'ACCEPTED' TO WK-RD-RESULT
005280     ELSE
005290         MOVE 'TABLE FULL' TO WK-REASON
005300     END-IF.
005310 WRITE-YEAR-END-PROC.
005320*    YEADJ.DATを対象年以外の保持分、今回の登録分、対象年の登録済み
005325*    の行のうち今回計算し直さなかった社員の分で書き直す
005330     OPEN OUTPUT YE-ADJ-IO.
005340     PERFORM WRITE-KEEP-ROW-PROC
005350         VARYING WK-YK-IDX FROM 1 BY 1
005360         UNTIL WK-YK-IDX > WK-YK-COUNT.
005370     PERFORM WRITE-NEW-ROW-PROC
005380         VARYING WK-YN-IDX FROM 1 BY 1
005390         UNTIL WK-YN-IDX > WK-YN-COUNT.
005395     PERFORM WRITE-OLD-ROW-PROC
005396         VARYING WK-YO-IDX FROM 1 BY 1
005397         UNTIL WK-YO-IDX > WK-YO-COUNT.
005400     CLOSE YE-ADJ-IO.
005410 WRITE-KEEP-ROW-PROC.
005420     WRITE YE-ADJ-REC FROM WK-YK-REC(WK-YK-IDX).
005430 WRITE-NEW-ROW-PROC.
005440     WRITE YE-ADJ-REC FROM WK-YN-REC(WK-YN-IDX).
005450 WRITE-OLD-ROW-PROC.
005460*    締め済み・調整済み等で不合格とした社員や今回申告の無かった
005470*    社員の登録は置き換えずに残す
005480     MOVE WK-YO-REC(WK-YO-IDX) TO WK-YA-KEY-VIEW.
005490     MOVE 0 TO WK-YN-FOUND-IDX.
005500     PERFORM FIND-RECALC-STEP-PROC
005510         VARYING WK-YN-IDX FROM 1 BY 1
005520         UNTIL WK-YN-IDX > WK-YN-COUNT
005530             OR WK-YN-FOUND-IDX NOT = 0.
005540     IF WK-YN-FOUND-IDX = 0
005550         WRITE YE-ADJ-REC FROM WK-YO-REC(WK-YO-IDX)
005560     END-IF.
005570 FIND-RECALC-STEP-PROC.
005580     IF WK-YN-REC(WK-YN-IDX)(1:5) = WK-YV-EMP-ID
005590         MOVE WK-YN-IDX TO WK-YN-FOUND-IDX
005600     END-IF.
