000110*                             BONEXP/BONTAX/BONNETの控制合計を
000120*                             PAYCTRL.DATへ追記してGL連携へ流し、
000130*                             支払額を年初来賞与へ繰り越す）
000132*  2026-10-15  SYSTEMS-GROUP  全銀協フォーマットの賞与振込ファイル
000134*                             (ZENBON.DAT)を併せて作成。振込指定日
000136*                             は支給日(BONUSPAY.CTLの8桁目以降。
000138*                             無ければ実行日)を前営業日へ前倒し
000139*  2026-10-15  SYSTEMS-GROUP  年初来累計の退職締め（状態・
000140*                             退職日）の項目を追加して引き継ぐ。
000141*                             退職精算で無効(I)とした口座へは
000142*                             振り込まず、締め済みの社員へ賞与を
000143*                             加えた場合は源泉徴収票の再発行を促す
000144*  2026-10-15  SYSTEMS-GROUP  年初来累計への年末調整の結果（済
000145*                             区分・調整後の年税額）の項目追加に
000146*                             レコード定義を追随
000147*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000149*                             するよう変更（再実行・遅れ処理で
000151*                             処理対象の業務日を使う）
000153*  2026-10-15  SYSTEMS-GROUP  全銀協ファイルの受取人名を社員マスタ
000154*                             の氏名から設定
000155*  2026-10-15  SYSTEMS-GROUP  賞与の源泉をYT-BONUS-TAXへ累計し
000156*                             年末調整の徴収済み税額に含める
000157*----------------------------------------------------------------
000158 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000170 FILE-CONTROL.
000180*    決済対象の支給期間（1件目に期間IDを置く。7桁目に'R'を
000182*    置いた場合のみ決済済み期間の再実行を認める。8桁目から
000184*    支給日を置くと全銀協ファイルの振込指定日の基準にする）
000190     SELECT BONUS-CONTROL-IN ASSIGN TO 'BONUSPAY.CTL'
000200         ORGANIZATION IS LINE SEQUENTIAL
000210         FILE STATUS IS WK-BC-FILE-STATUS.
000370     SELECT YTD-MASTER-IO ASSIGN TO 'YTDMAST.DAT'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WK-YT-FILE-STATUS.
000391     SELECT EMP-MASTER-IN ASSIGN TO 'EMPMAST.IDX'
000392         ORGANIZATION IS INDEXED
000393         ACCESS MODE IS RANDOM
000394         RECORD KEY IS EM-EMP-ID
000395         FILE STATUS IS WK-EM-FILE-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  BONUS-CONTROL-IN.
000430 01 BONUS-CONTROL-REC.
000440   05 BP-PERIOD-ID     PIC 9(06).
000442   05 BP-OVERRIDE-SW   PIC X(01).
000443   05 BP-PAY-DATE      PIC X(08).
000444 FD  SETTLED-CONTROL-IO.
000445 01 SETTLED-CONTROL-REC.
000446   05 BS-PERIOD-ID     PIC 9(06).
000790   05 YT-TAX           PIC 9(09).
000800   05 YT-BONUS         PIC 9(09).
000810   05 YT-NET           PIC 9(09).
000813   05 YT-STATUS        PIC X(01).
000814   05 YT-LEAVE-DATE    PIC 9(08).
000815   05 YT-YE-SW         PIC X(01).
000816   05 YT-YE-TAX        PIC 9(09).
000818   05 YT-BONUS-TAX     PIC 9(09).
000819 FD  EMP-MASTER-IN.
000820 01 EMP-MASTER-REC.
000822   05 EM-EMP-ID        PIC 9(05).
000823   05 EM-NAME          PIC X(20).
000825   05 EM-AGE           PIC 9(03).
000827   05 EM-SALARY        PIC 9(07).
000828   05 EM-SITE-CD       PIC X(03).
000830   05 EM-DEPT-CD       PIC X(05).
000831   05 EM-PAY-TYPE      PIC X(01).
000833   05 EM-HOURLY-RATE   PIC 9(05).
000835   05 FILLER           PIC X(11).
000836 WORKING-STORAGE SECTION.
000838 01 WK-FLAGS.
000840   05 WK-BC-FILE-STATUS PIC X(02).
000842   05 WK-BS-FILE-STATUS PIC X(02).
000844   05 WK-BS-EOF-SW     PIC X(01) VALUE 'N'.
000870   05 WK-BK-FILE-STATUS PIC X(02).
000880   05 WK-PC-FILE-STATUS PIC X(02).
000890   05 WK-YT-FILE-STATUS PIC X(02).
000891   05 WK-EM-FILE-STATUS PIC X(02).
000900   05 WK-PD-EOF-SW     PIC X(01) VALUE 'N'.
000910     88 WK-PD-EOF          VALUE 'Y'.
000920   05 WK-PP-EOF-SW     PIC X(01) VALUE 'N'.
001000   05 WK-PERIOD-ID     PIC 9(06) VALUE 0.
001010   05 WK-CUTOFF-DATE   PIC 9(08).
001020   05 WK-RUN-DATE      PIC 9(08).
001025   05 WK-PAY-DATE      PIC 9(08) VALUE 0.
001030   05 WK-RUN-YEAR      PIC 9(04).
001040*--- 社員別の賞与集計（対象期間のPD-BONUSの合計と源泉・手取）---
001050 01 WK-BONUS-TABLE.
001560   05 WK-BKT-COUNT     PIC 9(05).
001570   05 WK-BKT-TOTAL     PIC 9(09).
001580   05 FILLER           PIC X(59) VALUE SPACES.
001582*--- 全銀協フォーマット振込ファイル(ZENBON.DAT)の作成ルーチン
001583*    ZENGINの呼び出し用ワーク（種別12＝賞与振込）---
001584 01 WK-ZENGIN-WORK.
001585   05 WK-ZG-FUNC       PIC X(01).
001586   05 WK-ZG-FILE-NAME  PIC X(20) VALUE 'ZENBON.DAT'.
001587   05 WK-ZG-RETURN-CD  PIC 9(02).
001588 01 WK-ZENGIN-AREA.
001589   05 WK-ZG-KIND       PIC X(02) VALUE '12'.
001590   05 WK-ZG-PAY-DATE   PIC 9(08).
001591   05 WK-ZG-DIRECTION  PIC X(01) VALUE 'B'.
001592   05 WK-ZG-VALUE-DATE PIC 9(08).
001593   05 WK-ZG-BANK-CD    PIC X(04).
001594   05 WK-ZG-BRANCH-CD  PIC X(03).
001595   05 WK-ZG-ACCT-NO    PIC X(07).
001596   05 WK-ZG-PAYEE-NAME PIC X(30) VALUE SPACES.
001597   05 WK-ZG-CUST-CD    PIC X(10).
001598   05 WK-ZG-AMOUNT     PIC 9(10).
001599   05 WK-ZG-COUNT      PIC 9(06).
001600   05 WK-ZG-TOTAL      PIC 9(12).
001603*--- GL控制合計（賞与費用・賞与源泉・賞与純支給）---
001606 01 WK-GL-TOTALS.
001610   05 WK-GL-BONEXP     PIC 9(09) VALUE 0.
001620   05 WK-GL-BONTAX     PIC 9(09) VALUE 0.
001630   05 WK-GL-BONNET     PIC 9(09) VALUE 0.
001640*--- 年初来累計テーブル（賞与をYT-BONUS、源泉をYT-BONUS-TAXへ）---
001650 01 WK-YTD-TABLE.
001660   05 WK-YT-COUNT      PIC 9(03) VALUE 0.
001670   05 WK-YT-ENTRY OCCURS 100 TIMES.
001710     10 WK-YT-TAX      PIC 9(09).
001720     10 WK-YT-BONUS    PIC 9(09).
001730     10 WK-YT-NET      PIC 9(09).
001733     10 WK-YT-STATUS   PIC X(01).
001736     10 WK-YT-LEAVE-DATE PIC 9(08).
001737     10 WK-YT-YE-SW    PIC X(01).
001738     10 WK-YT-YE-TAX   PIC 9(09).
001739     10 WK-YT-BONUS-TAX PIC 9(09).
001740 01 WK-YTD-WORK.
001750   05 WK-YT-IDX        PIC 9(03).
001760   05 WK-YT-FOUND-IDX  PIC 9(03).
001800*    集計し、税率表で源泉徴収して賞与振込ファイルを作る。
001810*    控制合計BONEXP/BONTAX/BONNETをPAYCTRL.DATへ追記して
001820*    GLJRNL・GLRECONへ流し、支払った賞与をYT-BONUSへ繰り越す
001830     CALL 'BUSDATE' USING WK-RUN-DATE.
001840     MOVE WK-RUN-DATE(1:4) TO WK-RUN-YEAR.
001850     PERFORM LOAD-CONTROL-PROC.
001860     IF WK-PERIOD-ID = 0
002200             NOT AT END
002210                 MOVE BP-PERIOD-ID   TO WK-PERIOD-ID
002215                 MOVE BP-OVERRIDE-SW TO WK-OVERRIDE-SW
002217                 IF BP-PAY-DATE IS NUMERIC
002218                     MOVE BP-PAY-DATE TO WK-PAY-DATE
002219                 END-IF
002220         END-READ
002230         CLOSE BONUS-CONTROL-IN
002240     END-IF.
003420     MOVE WK-RUN-DATE  TO WK-BKH-RUN-DATE.
003430     MOVE WK-PERIOD-ID TO WK-BKH-PERIOD-ID.
003440     WRITE BONUS-TRANSFER-REC FROM WK-BANK-HEADER.
003442     PERFORM OPEN-ZENGIN-PROC.
003443*    全銀協ファイルの受取人名は社員マスタの氏名を使う
003444     OPEN INPUT EMP-MASTER-IN.
003445     IF WK-EM-FILE-STATUS = '35'
003446         DISPLAY 'BONUSPAY: EMPMAST.IDX NOT FOUND - PAYEE NAME '
003447             'LEFT BLANK'
003448     END-IF.
003450     PERFORM WRITE-TRANSFER-DETAIL-PROC
003460         VARYING WK-BN-IDX FROM 1 BY 1
003470         UNTIL WK-BN-IDX > WK-BN-COUNT.
003472     IF WK-EM-FILE-STATUS NOT = '35'
003474         CLOSE EMP-MASTER-IN
003476     END-IF.
003480     MOVE WK-BANK-COUNT TO WK-BKT-COUNT.
003490     MOVE WK-BANK-TOTAL TO WK-BKT-TOTAL.
003500     WRITE BONUS-TRANSFER-REC FROM WK-BANK-TRAILER.
003510     CLOSE BONUS-TRANSFER-OUT.
003512     MOVE WK-BANK-COUNT TO WK-ZG-COUNT.
003514     MOVE WK-BANK-TOTAL TO WK-ZG-TOTAL.
003516     MOVE 'C' TO WK-ZG-FUNC.
003518     CALL 'ZENGIN' USING WK-ZG-FUNC WK-ZG-FILE-NAME
003519         WK-ZENGIN-AREA WK-ZG-RETURN-CD.
003520     IF WK-BANK-TOTAL NOT = WK-GL-BONNET
003530         DISPLAY 'BONUSPAY: TRANSFER TOTAL DOES NOT TIE TO '
003540             'BONNET'
003610         VARYING WK-BK-IDX FROM 1 BY 1
003620         UNTIL WK-BK-IDX > WK-BK-COUNT
003630             OR WK-BK-FOUND-IDX NOT = 0.
003631*    退職精算の最終振込後に無効(I)とした口座へは振り込まない
003632     IF WK-BK-FOUND-IDX NOT = 0
003633         IF WK-BK-STATUS(WK-BK-FOUND-IDX) = 'I'
003634             DISPLAY 'BONUSPAY: ACCOUNT INACTIVE FOR '
003635                 WK-BN-EMP-ID(WK-BN-IDX)
003636             MOVE 0 TO WK-BK-FOUND-IDX
003637         END-IF
003638     END-IF.
003640     IF WK-BK-FOUND-IDX = 0
003650         DISPLAY 'BONUSPAY: NO BANK ACCOUNT FOR '
003660             WK-BN-EMP-ID(WK-BN-IDX)
003790             TO WK-BKD-ACCT-NO
003800         MOVE WK-BN-NET(WK-BN-IDX) TO WK-BKD-AMOUNT
003810         WRITE BONUS-TRANSFER-REC FROM WK-BANK-DETAIL
003811         ADD 1 TO WK-BANK-COUNT
003812         ADD WK-BN-NET(WK-BN-IDX) TO WK-BANK-TOTAL
003813         MOVE WK-BKD-BANK-CD   TO WK-ZG-BANK-CD
003814         MOVE WK-BKD-BRANCH-CD TO WK-ZG-BRANCH-CD
003816         MOVE WK-BKD-ACCT-NO   TO WK-ZG-ACCT-NO
003817         MOVE WK-BKD-EMP-ID    TO WK-ZG-CUST-CD
003818         MOVE WK-BKD-AMOUNT    TO WK-ZG-AMOUNT
003819         PERFORM LOOKUP-PAYEE-NAME-PROC
003821         MOVE 'D' TO WK-ZG-FUNC
003822         CALL 'ZENGIN' USING WK-ZG-FUNC WK-ZG-FILE-NAME
003823             WK-ZENGIN-AREA WK-ZG-RETURN-CD
003824     END-IF.
003826 LOOKUP-PAYEE-NAME-PROC.
003827*    社員マスタから受取人名（氏名）を取る。マスタに無い社員は空白
003828*    のまま出力して警告する
003829     MOVE SPACES TO WK-ZG-PAYEE-NAME.
003830     IF WK-EM-FILE-STATUS NOT = '35'
003832         MOVE WK-BKD-EMP-ID TO EM-EMP-ID
003833         READ EMP-MASTER-IN
003834             INVALID KEY
003835                 DISPLAY 'BONUSPAY: NOT IN EMPMAST.IDX '
003837                     WK-BKD-EMP-ID ' - PAYEE NAME LEFT BLANK'
003838             NOT INVALID KEY
003839                 MOVE EM-NAME TO WK-ZG-PAYEE-NAME
003840         END-READ
003842     END-IF.
003843 OPEN-ZENGIN-PROC.
003844*    全銀協フォーマットの賞与振込ファイルを開く。支給日（指示に
003845*    無ければ実行日）を前営業日へ前倒しした日を振込指定日とする。
003846*    依頼人情報(ZENGIN.CTL)が無い場合は作成しない
003847     IF WK-PAY-DATE = 0
003848         MOVE WK-RUN-DATE TO WK-ZG-PAY-DATE
003849     ELSE
003850         MOVE WK-PAY-DATE TO WK-ZG-PAY-DATE
003851     END-IF.
003852     MOVE 'O' TO WK-ZG-FUNC.
003853     CALL 'ZENGIN' USING WK-ZG-FUNC WK-ZG-FILE-NAME
003854         WK-ZENGIN-AREA WK-ZG-RETURN-CD.
003855     EVALUATE WK-ZG-RETURN-CD
003856         WHEN 90
003857             DISPLAY 'BONUSPAY: ZENGIN.CTL NOT FOUND - '
003858                 'ZENBON.DAT NOT WRITTEN'
003859         WHEN 10
003860             DISPLAY 'BONUSPAY: PAY DATE ' WK-ZG-PAY-DATE
003861                 ' IS NOT A BUSINESS DAY - VALUE DATE '
003862                 WK-ZG-VALUE-DATE
003863         WHEN OTHER
003864             CONTINUE
003865     END-EVALUATE.
003866 FIND-BANK-STEP-PROC.
003868     IF WK-BK-EMP-ID(WK-BK-IDX) = WK-BN-EMP-ID(WK-BN-IDX)
003870         MOVE WK-BK-IDX TO WK-BK-FOUND-IDX
003880     END-IF.
003890 WRITE-CONTROL-PROC.
004050     WRITE PAYROLL-CONTROL-REC.
004060     CLOSE PAYROLL-CONTROL-OUT.
004070 ROLL-YTD-BONUS-PROC.
004080*    支払った賞与（総額）を当年のYT-BONUSへ、賞与の源泉を
004085*    YT-BONUS-TAXへ繰り越して全件書き戻す（計算時ではなく
004090*    支払時に累計へ乗せる）
004100     PERFORM LOAD-YTD-TABLE-PROC.
004110     PERFORM ROLL-ONE-BONUS-PROC
004120         VARYING WK-BN-IDX FROM 1 BY 1
004380                 MOVE YT-TAX    TO WK-YT-TAX(WK-YT-COUNT)
004390                 MOVE YT-BONUS  TO WK-YT-BONUS(WK-YT-COUNT)
004400                 MOVE YT-NET    TO WK-YT-NET(WK-YT-COUNT)
004402                 MOVE YT-STATUS TO WK-YT-STATUS(WK-YT-COUNT)
004405                 MOVE YT-LEAVE-DATE
004407                     TO WK-YT-LEAVE-DATE(WK-YT-COUNT)
004408                 MOVE YT-YE-SW  TO WK-YT-YE-SW(WK-YT-COUNT)
004409                 IF YT-YE-TAX IS NUMERIC
004410                     MOVE YT-YE-TAX TO WK-YT-YE-TAX(WK-YT-COUNT)
004411                 ELSE
004412                     MOVE ZERO TO WK-YT-YE-TAX(WK-YT-COUNT)
004413                 END-IF
004414                 IF YT-BONUS-TAX IS NUMERIC
004415                     MOVE YT-BONUS-TAX
004416                         TO WK-YT-BONUS-TAX(WK-YT-COUNT)
004417                 ELSE
004418                     MOVE ZERO TO WK-YT-BONUS-TAX(WK-YT-COUNT)
004419                 END-IF
004422             END-IF
004426     END-READ.
004430 ROLL-ONE-BONUS-PROC.
004440*    社員1件分の賞与を当年の累計エントリへ加える（エントリが
004450*    無い社員は新設する）
004590             MOVE ZERO TO WK-YT-TAX(WK-YT-FOUND-IDX)
004600             MOVE ZERO TO WK-YT-BONUS(WK-YT-FOUND-IDX)
004610             MOVE ZERO TO WK-YT-NET(WK-YT-FOUND-IDX)
004613             MOVE SPACE TO WK-YT-STATUS(WK-YT-FOUND-IDX)
004616             MOVE ZERO TO WK-YT-LEAVE-DATE(WK-YT-FOUND-IDX)
004617             MOVE SPACE TO WK-YT-YE-SW(WK-YT-FOUND-IDX)
004618             MOVE ZERO TO WK-YT-YE-TAX(WK-YT-FOUND-IDX)
004619             MOVE ZERO TO WK-YT-BONUS-TAX(WK-YT-FOUND-IDX)
004620         END-IF
004630     END-IF.
004640     IF WK-YT-FOUND-IDX NOT = 0
004650         ADD WK-BN-GROSS(WK-BN-IDX)
004651             TO WK-YT-BONUS(WK-YT-FOUND-IDX)
004653*        賞与から差し引いた源泉も徴収済み税額として累計へ乗せる
004655*        （YT-TAXは給与明細と照合するため別項目に持つ）
004657         ADD WK-BN-TAX(WK-BN-IDX)
004659             TO WK-YT-BONUS-TAX(WK-YT-FOUND-IDX)
004661*        退職精算で締めた累計へ加えた場合は、発行済みの源泉
004662*        徴収票(YTDSTMT)の再発行が必要になるため警告する
004664         IF WK-YT-STATUS(WK-YT-FOUND-IDX) = 'C'
004665             DISPLAY 'BONUSPAY: ' WK-BN-EMP-ID(WK-BN-IDX)
004667                 ' SETTLED AS LEAVER - REISSUE YTDSTMT'
004668         END-IF
004670     END-IF.
004680 FIND-YTD-STEP-PROC.
004690     IF WK-YT-EMP-ID(WK-YT-IDX) = WK-BN-EMP-ID(WK-BN-IDX)
004770     MOVE WK-YT-TAX(WK-YT-IDX)    TO YT-TAX.
004780     MOVE WK-YT-BONUS(WK-YT-IDX)  TO YT-BONUS.
004790     MOVE WK-YT-NET(WK-YT-IDX)    TO YT-NET.
004793     MOVE WK-YT-STATUS(WK-YT-IDX) TO YT-STATUS.
004796     MOVE WK-YT-LEAVE-DATE(WK-YT-IDX) TO YT-LEAVE-DATE.
004797     MOVE WK-YT-YE-SW(WK-YT-IDX)  TO YT-YE-SW.
004798     MOVE WK-YT-YE-TAX(WK-YT-IDX) TO YT-YE-TAX.
004799     MOVE WK-YT-BONUS-TAX(WK-YT-IDX) TO YT-BONUS-TAX.
004800     WRITE YTD-MASTER-REC.
