000090*                             新規作成（1人1ページ、拠点別に
000100*                             まとめて出力し、拠点別の枚数を
000110*                             管理ページで検証できるようにする）
000113*  2026-10-15  SYSTEMS-GROUP  社員マスタへの部門コード追加（60バイト
000116*                             化）にレコード定義を追随
000117*  2026-10-15  SYSTEMS-GROUP  退職者の源泉徴収票の即時発行を追加
000118*                             （発行指示YTDSTMT.CTLの'L'で退職精算
000119*                             により締めた累計だけをYTDLEAV.RPTへ
000120*                             出力。様式に退職日を記載）
000121*  2026-10-15  SYSTEMS-GROUP  年末調整の結果を様式に追加（毎月の
000122*                             源泉徴収額の合計に並べて調整後の
000123*                             年税額と還付・追加徴収額を記載）
000124*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000125*                             するよう変更（再実行・遅れ処理で
000126*                             処理対象の業務日を使う）
000127*  2026-10-15  SYSTEMS-GROUP  賞与の源泉累計を様式に追加し、還付・
000128*                             追加徴収額の計算に含める
000129*----------------------------------------------------------------
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000210         ACCESS MODE IS RANDOM
000220         RECORD KEY IS EM-EMP-ID
000230         FILE STATUS IS WK-EM-FILE-STATUS.
000231*    発行指示（1桁目が'L'のとき退職者の源泉徴収票だけを
000232*    YTDLEAV.RPTへ発行する。2桁目から社員番号を置くと当該
000234*    退職者1名分に限る。ファイルが無ければ年間の全件発行）
000235     SELECT STMT-CONTROL-IN ASSIGN TO 'YTDSTMT.CTL'
000237         ORGANIZATION IS LINE SEQUENTIAL
000238         FILE STATUS IS WK-SC-FILE-STATUS.
000240     SELECT STATEMENT-OUT ASSIGN USING WK-STMT-FILE-NAME
000250         ORGANIZATION IS LINE SEQUENTIAL.
000260 DATA DIVISION.
000270 FILE SECTION.
000330   05 YT-TAX           PIC 9(09).
000340   05 YT-BONUS         PIC 9(09).
000350   05 YT-NET           PIC 9(09).
000353   05 YT-STATUS        PIC X(01).
000356   05 YT-LEAVE-DATE    PIC 9(08).
000357   05 YT-YE-SW         PIC X(01).
000358   05 YT-YE-TAX        PIC 9(09).
000359   05 YT-BONUS-TAX     PIC 9(09).
000360 FD  EMP-MASTER-IN.
000370 01 EMP-MASTER-REC.
000380   05 EM-EMP-ID        PIC 9(05).
000400   05 EM-AGE           PIC 9(03).
000410   05 EM-SALARY        PIC 9(07).
000420   05 EM-SITE-CD       PIC X(03).
000421   05 EM-DEPT-CD       PIC X(05).
000422   05 FILLER           PIC X(17).
000423 FD  STMT-CONTROL-IN.
000425 01 STMT-CONTROL-REC.
000426   05 SC-MODE          PIC X(01).
000428   05 SC-EMP-ID        PIC X(05).
000430 FD  STATEMENT-OUT.
000440 01 STATEMENT-REC      PIC X(80).
000450 WORKING-STORAGE SECTION.
000460 01 WK-FLAGS.
000470   05 WK-YT-FILE-STATUS PIC X(02).
000480   05 WK-EM-FILE-STATUS PIC X(02).
000482   05 WK-SC-FILE-STATUS PIC X(02).
000485   05 WK-MODE-SW       PIC X(01) VALUE SPACE.
000487     88 WK-LEAVER-RUN      VALUE 'L'.
000490   05 WK-YT-EOF-SW     PIC X(01) VALUE 'N'.
000500     88 WK-YT-EOF          VALUE 'Y'.
000510   05 WK-EXIST-SW      PIC X(01).
000630     10 WK-ST-TAX      PIC 9(09).
000640     10 WK-ST-BONUS    PIC 9(09).
000650     10 WK-ST-NET      PIC 9(09).
000655     10 WK-ST-LEAVE-DATE PIC 9(08).
000656     10 WK-ST-YE-SW    PIC X(01).
000657     10 WK-ST-YE-TAX   PIC 9(09).
000658     10 WK-ST-BONUS-TAX PIC 9(09).
000660 01 WK-STMT-WORK.
000670   05 WK-ST-IDX        PIC 9(03).
000675   05 WK-ST-YE-DIFF    PIC 9(09).
000677   05 WK-ST-WITHHELD   PIC 9(09).
000680*--- 拠点別の枚数（管理ページ用）---
000690 01 WK-SITE-TABLE.
000700   05 WK-SS-COUNT      PIC 9(02) VALUE 0.
000790   05 WK-STMT-CT       PIC 9(05) VALUE 0.
000800 01 WK-RUN-AREA.
000810   05 WK-RUN-DATE      PIC 9(08).
000813   05 WK-STMT-FILE-NAME PIC X(12) VALUE 'YTDSTMT.RPT'.
000816   05 WK-SEL-EMP-ID    PIC 9(05) VALUE 0.
000820*--- 様式の各行 ---
000830 01 WK-PAGE-RULE.
000840   05 FILLER PIC X(50) VALUE ALL '='.
000960 01 WK-FORM-AMT-LINE.
000970   05 WK-FA-LABEL      PIC X(16).
000980   05 WK-FA-AMOUNT     PIC ZZZZZZZZ9.
000982 01 WK-FORM-LEAVE-LINE.
000985   05 FILLER           PIC X(16) VALUE 'LEAVING DATE  : '.
000987   05 WK-FL-DATE       PIC 9(08).
000990*--- 管理ページの行 ---
001000 01 WK-CTRL-TITLE.
001010   05 FILLER           PIC X(30)
001150*    作業テーブルへ集める。拠点ごとにまとめて1人1ページの様式を
001160*    出力し、最後に拠点別の枚数の管理ページを付ける（郵送前に
001170*    枚数の欠落が無いことを検証できる）
001180     CALL 'BUSDATE' USING WK-RUN-DATE.
001185     PERFORM LOAD-STMT-CONTROL-PROC.
001190     OPEN INPUT YTD-MASTER-IN.
001200     OPEN INPUT EMP-MASTER-IN.
001210     PERFORM UNTIL WK-YT-EOF
001230             AT END
001240                 SET WK-YT-EOF TO TRUE
001250             NOT AT END
001260                 PERFORM SELECT-STATEMENT-PROC
001270         END-READ
001280     END-PERFORM.
001290     CLOSE YTD-MASTER-IN EMP-MASTER-IN.
001350     CLOSE STATEMENT-OUT.
001360     DISPLAY 'YTDSTMT: STATEMENTS = ' WK-STMT-CT.
001370     GOBACK.
001371 LOAD-STMT-CONTROL-PROC.
001372*    発行指示を読み込む。退職者発行では退職精算(LEAVEPAY)で
001373*    締めた累計だけを対象とし、年間の発行物を上書きしない
001374*    よう別ファイル(YTDLEAV.RPT)へ出力する
001375     OPEN INPUT STMT-CONTROL-IN.
001376     IF WK-SC-FILE-STATUS = '35'
001377         CONTINUE
001378     ELSE
001379         READ STMT-CONTROL-IN
001380             AT END
001381                 CONTINUE
001382             NOT AT END
001383                 MOVE SC-MODE TO WK-MODE-SW
001384                 IF SC-EMP-ID IS NUMERIC
001385                     MOVE SC-EMP-ID TO WK-SEL-EMP-ID
001386                 END-IF
001387         END-READ
001388         CLOSE STMT-CONTROL-IN
001389     END-IF.
001390     IF WK-LEAVER-RUN
001391         MOVE 'YTDLEAV.RPT' TO WK-STMT-FILE-NAME
001392     END-IF.
001393 SELECT-STATEMENT-PROC.
001394*    退職者発行では締め済み('C')の累計（社員番号の指定が
001395*    あれば当該社員のみ）だけを作業テーブルへ追加する
001396     IF WK-LEAVER-RUN
001397         IF YT-STATUS = 'C'
001398                 AND (WK-SEL-EMP-ID = 0
001399                     OR WK-SEL-EMP-ID = YT-EMP-ID)
001400             PERFORM STORE-STATEMENT-PROC
001401         END-IF
001402     ELSE
001403         PERFORM STORE-STATEMENT-PROC
001404     END-IF.
001405 STORE-STATEMENT-PROC.
001407*    累計1件分に社員名・拠点を補記して作業テーブルへ追加する。
001408*    マスタに無い社員（退職者）は拠点'***'として末尾の束に回す
001410     IF WK-ST-COUNT < 200
001420         ADD 1 TO WK-ST-COUNT
001430         MOVE YT-EMP-ID TO WK-ST-EMP-ID(WK-ST-COUNT)
001460         MOVE YT-TAX    TO WK-ST-TAX(WK-ST-COUNT)
001470         MOVE YT-BONUS  TO WK-ST-BONUS(WK-ST-COUNT)
001480         MOVE YT-NET    TO WK-ST-NET(WK-ST-COUNT)
001481         IF YT-STATUS = 'C' AND YT-LEAVE-DATE IS NUMERIC
001483             MOVE YT-LEAVE-DATE TO WK-ST-LEAVE-DATE(WK-ST-COUNT)
001485         ELSE
001486             MOVE ZERO TO WK-ST-LEAVE-DATE(WK-ST-COUNT)
001488         END-IF
001489         MOVE YT-YE-SW TO WK-ST-YE-SW(WK-ST-COUNT)
001490         IF YT-YE-SW = 'Y' AND YT-YE-TAX IS NUMERIC
001491             MOVE YT-YE-TAX TO WK-ST-YE-TAX(WK-ST-COUNT)
001492         ELSE
001493             MOVE SPACE TO WK-ST-YE-SW(WK-ST-COUNT)
001494             MOVE ZERO TO WK-ST-YE-TAX(WK-ST-COUNT)
001495         END-IF
001496         IF YT-BONUS-TAX IS NUMERIC
001498             MOVE YT-BONUS-TAX TO WK-ST-BONUS-TAX(WK-ST-COUNT)
001500         ELSE
001502             MOVE ZERO TO WK-ST-BONUS-TAX(WK-ST-COUNT)
001504         END-IF
001506         PERFORM READ-EMP-MASTER-PROC
001508         IF WK-EMP-EXISTS
001510             MOVE EM-NAME    TO WK-ST-NAME(WK-ST-COUNT)
001520             MOVE EM-SITE-CD TO WK-ST-SITE(WK-ST-COUNT)
001530         ELSE
002120     MOVE WK-ST-NAME(WK-ST-IDX)   TO WK-FE-NAME.
002130     MOVE WK-ST-SITE(WK-ST-IDX)   TO WK-FE-SITE.
002140     WRITE STATEMENT-REC FROM WK-FORM-EMP-LINE.
002141*    年の途中の退職者は退職日を記載する
002143     IF WK-ST-LEAVE-DATE(WK-ST-IDX) NOT = 0
002145         MOVE WK-ST-LEAVE-DATE(WK-ST-IDX) TO WK-FL-DATE
002146         WRITE STATEMENT-REC FROM WK-FORM-LEAVE-LINE
002148     END-IF.
002150     MOVE SPACES TO STATEMENT-REC.
002160     WRITE STATEMENT-REC.
002170     MOVE 'GROSS PAY     : ' TO WK-FA-LABEL.
002190     WRITE STATEMENT-REC FROM WK-FORM-AMT-LINE.
002200     MOVE 'TAX WITHHELD  : ' TO WK-FA-LABEL.
002210     MOVE WK-ST-TAX(WK-ST-IDX) TO WK-FA-AMOUNT.
002213     WRITE STATEMENT-REC FROM WK-FORM-AMT-LINE.
002216*    年末調整を済ませた社員は、毎月の源泉徴収額の合計と並べて
002219*    調整後の年税額と還付・追加徴収の額を記載する（還付・追加
002222*    徴収は賞与の源泉を含めた徴収済み税額との差）
002223     IF WK-ST-YE-SW(WK-ST-IDX) = 'Y'
002224         PERFORM WRITE-YEAR-END-LINES-PROC
002225     END-IF.
002230     MOVE 'BONUS         : ' TO WK-FA-LABEL.
002240     MOVE WK-ST-BONUS(WK-ST-IDX) TO WK-FA-AMOUNT.
002250     WRITE STATEMENT-REC FROM WK-FORM-AMT-LINE.
002252     MOVE 'BONUS TAX     : ' TO WK-FA-LABEL.
002254     MOVE WK-ST-BONUS-TAX(WK-ST-IDX) TO WK-FA-AMOUNT.
002256     WRITE STATEMENT-REC FROM WK-FORM-AMT-LINE.
002260     MOVE 'NET PAY       : ' TO WK-FA-LABEL.
002270     MOVE WK-ST-NET(WK-ST-IDX) TO WK-FA-AMOUNT.
002280     WRITE STATEMENT-REC FROM WK-FORM-AMT-LINE.
002290     MOVE SPACES TO STATEMENT-REC.
002292     WRITE STATEMENT-REC.
002294 WRITE-YEAR-END-LINES-PROC.
002296     MOVE 'ADJUSTED TAX  : ' TO WK-FA-LABEL.
002298     MOVE WK-ST-YE-TAX(WK-ST-IDX) TO WK-FA-AMOUNT.
002300     WRITE STATEMENT-REC FROM WK-FORM-AMT-LINE.
002302     COMPUTE WK-ST-WITHHELD =
002304         WK-ST-TAX(WK-ST-IDX) + WK-ST-BONUS-TAX(WK-ST-IDX).
002306     IF WK-ST-YE-TAX(WK-ST-IDX) < WK-ST-WITHHELD
002307         COMPUTE WK-ST-YE-DIFF =
002308             WK-ST-WITHHELD - WK-ST-YE-TAX(WK-ST-IDX)
002309         MOVE 'YE REFUND     : ' TO WK-FA-LABEL
002310     ELSE
002311         COMPUTE WK-ST-YE-DIFF =
002312             WK-ST-YE-TAX(WK-ST-IDX) - WK-ST-WITHHELD
002313         MOVE 'YE COLLECTED  : ' TO WK-FA-LABEL
002314     END-IF.
002315     MOVE WK-ST-YE-DIFF TO WK-FA-AMOUNT.
002316     WRITE STATEMENT-REC FROM WK-FORM-AMT-LINE.
002317 WRITE-CONTROL-PAGE-PROC.
002320*    管理ページ：拠点別の枚数と総枚数（郵送前の検証用）
002330     WRITE STATEMENT-REC FROM WK-PAGE-RULE.
002340     MOVE WK-RUN-DATE TO WK-CT-DATE.
