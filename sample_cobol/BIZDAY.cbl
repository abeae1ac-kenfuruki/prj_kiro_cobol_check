000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BIZDAY.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  営業日判定の共通ルーチンを新規作成
000080*                             （稼働カレンダーRUNCAL.DATの休日と
000090*                             土日を除いた営業日へ、基準日を前倒し
000100*                             または後ろ倒しして返す。振込指定日
000110*                             の算出に使う）
000120*----------------------------------------------------------------
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160*    稼働カレンダー（NIGHTBATと同じ休日ファイル。1行1休日）
000170     SELECT CALENDAR-FILE ASSIGN TO 'RUNCAL.DAT'
000180         ORGANIZATION IS LINE SEQUENTIAL
000190         FILE STATUS IS WK-CAL-FILE-STATUS.
000200 DATA DIVISION.
000210 FILE SECTION.
000220 FD  CALENDAR-FILE.
000230 01 CALENDAR-REC.
000240   05 CAL-HOLIDAY-DATE  PIC 9(08).
000250 WORKING-STORAGE SECTION.
000260 01 WK-FLAGS.
000270   05 WK-CAL-FILE-STATUS PIC X(02).
000280   05 WK-CAL-EOF-SW     PIC X(01) VALUE 'N'.
000290     88 WK-CAL-EOF          VALUE 'Y'.
000300   05 WK-CAL-LOADED-SW  PIC X(01) VALUE 'N'.
000310     88 WK-CAL-LOADED       VALUE 'Y'.
000320   05 WK-HOLIDAY-SW     PIC X(01) VALUE 'N'.
000330     88 WK-HOLIDAY          VALUE 'Y'.
000340*--- 稼働カレンダーの休日テーブル（初回呼び出し時に読み込む）---
000350 01 WK-HOLIDAY-TABLE.
000360   05 WK-HOL-COUNT      PIC 9(03) VALUE 0.
000370   05 WK-HOL-DATE       PIC 9(08) OCCURS 100 TIMES.
000380   05 WK-HOL-IDX        PIC 9(03).
000390*--- 日付の繰り上げ・繰り下げ用ワーク ---
000400 01 WK-DATE-WORK.
000410   05 WK-CUR-DATE       PIC 9(08).
000420   05 WK-CUR-DATE-R REDEFINES WK-CUR-DATE.
000430     10 WK-CUR-YEAR     PIC 9(04).
000440     10 WK-CUR-MONTH    PIC 9(02).
000450     10 WK-CUR-DAY      PIC 9(02).
000460   05 WK-DIM            PIC 9(02).
000470   05 WK-QUOT           PIC 9(04).
000480   05 WK-REM4           PIC 9(04).
000490   05 WK-REM100         PIC 9(04).
000500   05 WK-REM400         PIC 9(04).
000510   05 WK-LEAP-SW        PIC X(01).
000520     88 WK-LEAP-YEAR        VALUE 'Y'.
000530*  曜日（1=月曜〜7=日曜。ACCEPT FROM DAY-OF-WEEKと同じ体系）
000540   05 WK-DAY-OF-WEEK    PIC 9(01).
000550     88 WK-WEEKEND          VALUE 6 7.
000560   05 WK-STEP-CT        PIC 9(03).
000570*--- DATECHK呼び出し用ワーク（経過日数シリアルから曜日を求める。
000580*    シリアル1＝1900-01-01は月曜日）---
000590 01 WK-DATECHK-AREA.
000600   05 WK-DC-RETURN-CD   PIC 9(02).
000610   05 WK-DC-SERIAL      PIC 9(07).
000620   05 WK-DC-QUOT        PIC 9(07).
000630   05 WK-DC-REM         PIC 9(01).
000640*--- 月別日数 ---
000650 01 WK-MONTH-VALUES.
000660   05 FILLER  PIC X(24) VALUE '312831303130313130313031'.
000670 01 WK-MONTH-TABLE REDEFINES WK-MONTH-VALUES.
000680   05 WK-MT-DAYS        PIC 9(02) OCCURS 12 TIMES.
000690 LINKAGE SECTION.
000700 01 LK-BASE-DATE       PIC 9(08).
000710*  方向（B=当日か直前の営業日、F=当日か直後の営業日、
000720*        P=前営業日〔当日を含まない〕、N=翌営業日〔当日を
000730*        含まない〕）
000740 01 LK-DIRECTION       PIC X(01).
000750 01 LK-BIZ-DATE        PIC 9(08).
000760 01 LK-RETURN-CD       PIC 9(02).
000770 PROCEDURE DIVISION USING LK-BASE-DATE LK-DIRECTION
000780     LK-BIZ-DATE LK-RETURN-CD.
000790 MAIN-PROC.
000800*    基準日を方向に従って営業日（土日と稼働カレンダーの休日を
000810*    除く日）へ寄せて返し、結果コードを返す
000820*      00 : 基準日がそのまま営業日
000830*      10 : 基準日を営業日へ移動した
000840*      90 : 基準日が暦日として不正（LK-BIZ-DATEは基準日のまま）
000850     IF NOT WK-CAL-LOADED
000860         PERFORM LOAD-CALENDAR-PROC
000870     END-IF.
000880     MOVE 00 TO LK-RETURN-CD.
000890     MOVE LK-BASE-DATE TO LK-BIZ-DATE.
000900     CALL 'DATECHK' USING LK-BASE-DATE WK-DC-RETURN-CD
000910         WK-DC-SERIAL.
000920     IF WK-DC-RETURN-CD NOT = 00
000930         MOVE 90 TO LK-RETURN-CD
000940     ELSE
000950         MOVE LK-BASE-DATE TO WK-CUR-DATE
000960         DIVIDE WK-DC-SERIAL BY 7 GIVING WK-DC-QUOT
000970             REMAINDER WK-DC-REM
000980         IF WK-DC-REM = 0
000990             MOVE 7 TO WK-DAY-OF-WEEK
001000         ELSE
001010             MOVE WK-DC-REM TO WK-DAY-OF-WEEK
001020         END-IF
001030         PERFORM SHIFT-DATE-PROC
001040         MOVE WK-CUR-DATE TO LK-BIZ-DATE
001050         IF LK-BIZ-DATE NOT = LK-BASE-DATE
001060             MOVE 10 TO LK-RETURN-CD
001070         END-IF
001080     END-IF.
001090     GOBACK.
001100 SHIFT-DATE-PROC.
001110*    P/Nは基準日の翌日（前日）から判定を始める。その後、営業日に
001120*    当たるまで1日ずつ移動する（連休の上限として60日で打ち切る）
001130     EVALUATE LK-DIRECTION
001140         WHEN 'P'
001150             PERFORM PREV-DAY-PROC
001160         WHEN 'N'
001170             PERFORM NEXT-DAY-PROC
001180         WHEN OTHER
001190             CONTINUE
001200     END-EVALUATE.
001210     PERFORM CHECK-HOLIDAY-PROC.
001220     MOVE 0 TO WK-STEP-CT.
001230     PERFORM SHIFT-ONE-DAY-PROC
001240         UNTIL (NOT WK-WEEKEND AND NOT WK-HOLIDAY)
001250             OR WK-STEP-CT > 60.
001260 SHIFT-ONE-DAY-PROC.
001270     ADD 1 TO WK-STEP-CT.
001280     IF LK-DIRECTION = 'F' OR LK-DIRECTION = 'N'
001290         PERFORM NEXT-DAY-PROC
001300     ELSE
001310         PERFORM PREV-DAY-PROC
001320     END-IF.
001330     PERFORM CHECK-HOLIDAY-PROC.
001340 PREV-DAY-PROC.
001350*    1日前へ戻す（月初・年初の繰り下がりと曜日の更新を含む）
001360     IF WK-CUR-DAY > 1
001370         SUBTRACT 1 FROM WK-CUR-DAY
001380     ELSE
001390         IF WK-CUR-MONTH > 1
001400             SUBTRACT 1 FROM WK-CUR-MONTH
001410         ELSE
001420             SUBTRACT 1 FROM WK-CUR-YEAR
001430             MOVE 12 TO WK-CUR-MONTH
001440         END-IF
001450         PERFORM SET-MONTH-DAYS-PROC
001460         MOVE WK-DIM TO WK-CUR-DAY
001470     END-IF.
001480     IF WK-DAY-OF-WEEK = 1
001490         MOVE 7 TO WK-DAY-OF-WEEK
001500     ELSE
001510         SUBTRACT 1 FROM WK-DAY-OF-WEEK
001520     END-IF.
001530 NEXT-DAY-PROC.
001540*    1日先へ進める（月末・年末の繰り上がりと曜日の更新を含む）
001550     PERFORM SET-MONTH-DAYS-PROC.
001560     IF WK-CUR-DAY < WK-DIM
001570         ADD 1 TO WK-CUR-DAY
001580     ELSE
001590         MOVE 1 TO WK-CUR-DAY
001600         IF WK-CUR-MONTH < 12
001610             ADD 1 TO WK-CUR-MONTH
001620         ELSE
001630             ADD 1 TO WK-CUR-YEAR
001640             MOVE 1 TO WK-CUR-MONTH
001650         END-IF
001660     END-IF.
001670     IF WK-DAY-OF-WEEK = 7
001680         MOVE 1 TO WK-DAY-OF-WEEK
001690     ELSE
001700         ADD 1 TO WK-DAY-OF-WEEK
001710     END-IF.
001720 SET-MONTH-DAYS-PROC.
001730*    当月の日数を求める（閏年の2月は29日）
001740     MOVE WK-MT-DAYS(WK-CUR-MONTH) TO WK-DIM.
001750     IF WK-CUR-MONTH = 2
001760         MOVE 'N' TO WK-LEAP-SW
001770         DIVIDE WK-CUR-YEAR BY 4 GIVING WK-QUOT
001780             REMAINDER WK-REM4
001790         DIVIDE WK-CUR-YEAR BY 100 GIVING WK-QUOT
001800             REMAINDER WK-REM100
001810         DIVIDE WK-CUR-YEAR BY 400 GIVING WK-QUOT
001820             REMAINDER WK-REM400
001830         IF WK-REM4 = 0 AND (WK-REM100 NOT = 0 OR WK-REM400 = 0)
001840             MOVE 29 TO WK-DIM
001850         END-IF
001860     END-IF.
001870 CHECK-HOLIDAY-PROC.
001880*    作業中の日付が稼働カレンダーの休日に該当するかを判定する
001890     MOVE 'N' TO WK-HOLIDAY-SW.
001900     PERFORM CHECK-HOLIDAY-STEP-PROC
001910         VARYING WK-HOL-IDX FROM 1 BY 1
001920         UNTIL WK-HOL-IDX > WK-HOL-COUNT
001930             OR WK-HOLIDAY.
001940 CHECK-HOLIDAY-STEP-PROC.
001950     IF WK-HOL-DATE(WK-HOL-IDX) = WK-CUR-DATE
001960         SET WK-HOLIDAY TO TRUE
001970     END-IF.
001980 LOAD-CALENDAR-PROC.
001990*    稼働カレンダー(RUNCAL.DAT)の休日をテーブルへ読み込む
002000*    （初回呼び出し時のみ。ファイルが無い場合は土日だけを休日と
002010*    して扱う）
002020     SET WK-CAL-LOADED TO TRUE.
002030     OPEN INPUT CALENDAR-FILE.
002040     IF WK-CAL-FILE-STATUS = '35'
002050         SET WK-CAL-EOF TO TRUE
002060     ELSE
002070         PERFORM READ-CALENDAR-PROC
002080             UNTIL WK-CAL-EOF
002090         CLOSE CALENDAR-FILE
002100     END-IF.
002110 READ-CALENDAR-PROC.
002120     READ CALENDAR-FILE
002130         AT END
002140             SET WK-CAL-EOF TO TRUE
002150         NOT AT END
002160             IF WK-HOL-COUNT < 100
002170                 ADD 1 TO WK-HOL-COUNT
002180                 MOVE CAL-HOLIDAY-DATE
002190                     TO WK-HOL-DATE(WK-HOL-COUNT)
002200             END-IF
002210     END-READ.
