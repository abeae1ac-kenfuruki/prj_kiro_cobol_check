000300 01 REJECT-REC        PIC X(106).
000310 FD CITY-MASTER.
000320 01 CITY-MASTER-REC.
000323*  都市マスタ（都市コード・正式名称・地域・適用開始日・状態）。
000326*  同じ都市の行のうち適用開始日が実行日以前で最も新しい行を使う。
000330*  状態R=廃止。適用開始日が空白の行は最初から有効
000340   05 CT-CITY-CD      PIC X(04).
000350   05 CT-NAME         PIC X(10).
000352   05 CT-REGION       PIC X(10).
000355   05 CT-EFF-DATE     PIC X(08).
000357   05 CT-EFF-DATE-N REDEFINES CT-EFF-DATE PIC 9(08).
000360   05 CT-STATUS       PIC X(01).
000370 FD GEO-REPORT-OUT.
000380 01 GEO-REPORT-REC    PIC X(40).
000381 FD REGION-STATS-OUT.
000382 01 REGION-STATS-REC.
000383*  実行1回の地域・都市別件数1件（実行日・地域・件数・都市
000384*  コード。都市コードはREGTRENDが現在の地域へ組み替える際に使う）
000385   05 RS-RUN-DATE     PIC 9(08).
000386   05 RS-REGION       PIC X(10).
000387   05 RS-TALLY        PIC 9(05).
000388   05 RS-CITY-CD      PIC X(04).
000390 WORKING-STORAGE SECTION.
000400 01 WK-STRING-AREA.
000410   05 WK-LAST-NAME   PIC X(10).
000700   05 WK-CT-ENTRY OCCURS 50 TIMES.
000710     10 WK-CT-CITY-CD PIC X(04).
000720     10 WK-CT-NAME    PIC X(10).
000722     10 WK-CT-REGION  PIC X(10).
000725     10 WK-CT-EFF-DATE PIC 9(08).
000727     10 WK-CT-STATUS  PIC X(01).
000730     10 WK-CT-TALLY   PIC 9(05).
000740 01 WK-CITY-MASTER-WORK.
000750   05 WK-CT-IDX      PIC 9(03).
000760   05 WK-CT-FOUND-IDX PIC 9(03).
000765   05 WK-BAD-CITY    PIC X(10).
000770   05 WK-ROW-EFF-DATE PIC 9(08).
000780*--- 地域別の出現件数（四半期の地域分布レポート用）---
000790 01 WK-REGION-TABLE.
000800   05 WK-RG-COUNT    PIC 9(03) VALUE 0.
001400*    夜間バッチ(NIGHTBAT)からCALLされるためGOBACKで呼び出し元へ返す
001410     GOBACK.
001420 LOAD-CITY-MASTER-PROC.
001423*    CITYMAST.DATを全件読み込みWK-CT-ENTRYテーブルへ展開する
001426*    （実行日の業務日付時点で有効な割当を都市ごとに1件にまとめる）
001430     CALL 'BUSDATE' USING WK-DATE-TODAY.
001440     OPEN INPUT CITY-MASTER.
001450     PERFORM READ-CITY-MASTER-PROC
001460         UNTIL WK-CT-EOF.
001530             PERFORM STORE-CITY-ENTRY-PROC
001540     END-READ.
001550 STORE-CITY-ENTRY-PROC.
001551*    読み込んだ都市マスタ1件をWK-CT-ENTRYへ反映する。適用開始日が
001552*    実行日より後の行（予定の割当）は読み飛ばし、登録済みの都市
001553*    は適用開始日が同じか新しい行で置き換える（未登録なら末尾へ
001554*    追加する）
001555     IF CT-EFF-DATE IS NUMERIC
001556         MOVE CT-EFF-DATE-N TO WK-ROW-EFF-DATE
001557     ELSE
001558         MOVE ZERO TO WK-ROW-EFF-DATE
001559     END-IF.
001560     IF WK-ROW-EFF-DATE NOT > WK-DATE-TODAY
001561         MOVE 0 TO WK-CT-FOUND-IDX
001562         PERFORM FIND-CITY-CODE-STEP-PROC
001563             VARYING WK-CT-IDX FROM 1 BY 1
001565             UNTIL WK-CT-IDX > WK-CT-COUNT
001566                 OR WK-CT-FOUND-IDX NOT = 0
001567         IF WK-CT-FOUND-IDX = 0 AND WK-CT-COUNT < 50
001568             ADD 1 TO WK-CT-COUNT
001570             MOVE WK-CT-COUNT TO WK-CT-FOUND-IDX
001571             MOVE ZERO TO WK-CT-EFF-DATE(WK-CT-FOUND-IDX)
001572         END-IF
001573         IF WK-CT-FOUND-IDX NOT = 0
001575             IF WK-ROW-EFF-DATE
001576                     NOT < WK-CT-EFF-DATE(WK-CT-FOUND-IDX)
001577                 PERFORM SET-CITY-ENTRY-PROC
001578             END-IF
001580         END-IF
001581     END-IF.
001582 FIND-CITY-CODE-STEP-PROC.
001584     IF WK-CT-CITY-CD(WK-CT-IDX) = CT-CITY-CD
001585         MOVE WK-CT-IDX TO WK-CT-FOUND-IDX
001587     END-IF.
001588 SET-CITY-ENTRY-PROC.
001590     MOVE CT-CITY-CD TO WK-CT-CITY-CD(WK-CT-FOUND-IDX).
001600     MOVE CT-NAME    TO WK-CT-NAME(WK-CT-FOUND-IDX).
001602     MOVE CT-REGION  TO WK-CT-REGION(WK-CT-FOUND-IDX).
001605     MOVE WK-ROW-EFF-DATE TO WK-CT-EFF-DATE(WK-CT-FOUND-IDX).
001607     MOVE CT-STATUS  TO WK-CT-STATUS(WK-CT-FOUND-IDX).
001610     MOVE ZERO       TO WK-CT-TALLY(WK-CT-FOUND-IDX).
001630 OPEN-ROSTER-PROC.
001640*    ROSTER-OUTは実行ごとに追記し、過去分の履歴を残す。初回実行で
001650*    ファイルが存在しない場合はOPEN EXTENDがstatus 35を返すので
002510         VARYING WK-CT-IDX FROM 1 BY 1
002520         UNTIL WK-CT-IDX > WK-CT-COUNT
002530             OR WK-CT-FOUND-IDX NOT = 0.
002535 FIND-CITY-STEP-PROC.
002540*    廃止(R)された都市は未登録として扱う
002545     IF WK-CT-NAME(WK-CT-IDX) = WK-CITY(WK-CITY-IDX)
002550             AND WK-CT-STATUS(WK-CT-IDX) NOT = 'R'
002560         MOVE WK-CT-IDX TO WK-CT-FOUND-IDX
002570     END-IF.
002580 TALLY-REGION-PROC.
002590*    都市の属する地域の出現件数を積み上げる（地域分布レポート用）
002600     PERFORM FIND-CITY-PROC.
002605     IF WK-CT-FOUND-IDX NOT = 0
002610         ADD 1 TO WK-CT-TALLY(WK-CT-FOUND-IDX)
002620         PERFORM ACCUMULATE-REGION-PROC
002630     END-IF.
002640 ACCUMULATE-REGION-PROC.
002940     MOVE WK-RG-REGION(WK-RG-IDX) TO WK-GL-REGION.
002950     MOVE WK-RG-TALLY(WK-RG-IDX)  TO WK-GL-TALLY.
002960     WRITE GEO-REPORT-REC FROM WK-GEO-LINE.
002961 APPEND-REGION-STATS-PROC.
002962*    今回の地域別件数を実行日付きで実行履歴へ追記する（初回の
002963*    実行時のみ新規作成。トレンドレポートREGTRENDが読む）。
002964*    都市ごとに1件ずつ、その日の割当の地域で記録する
002965     CALL 'BUSDATE' USING WK-DATE-TODAY.
002966     OPEN EXTEND REGION-STATS-OUT.
002967     IF WK-RS-FILE-STATUS = '35'
002968         OPEN OUTPUT REGION-STATS-OUT
002969     END-IF.
002970     PERFORM WRITE-REGION-STAT-PROC
002971         VARYING WK-CT-IDX FROM 1 BY 1
002972         UNTIL WK-CT-IDX > WK-CT-COUNT.
002973     CLOSE REGION-STATS-OUT.
002974 WRITE-REGION-STAT-PROC.
002975     IF WK-CT-TALLY(WK-CT-IDX) > 0
002977         MOVE WK-DATE-TODAY           TO RS-RUN-DATE
002978         MOVE WK-CT-REGION(WK-CT-IDX) TO RS-REGION
002980         MOVE WK-CT-TALLY(WK-CT-IDX)  TO RS-TALLY
002982         MOVE WK-CT-CITY-CD(WK-CT-IDX) TO RS-CITY-CD
002983         WRITE REGION-STATS-REC
002985     END-IF.
002986 CLEAR-CITY-PROC.
002988*    UNSTRING前にWK-CITYテーブルの1件をクリアする
002990     MOVE SPACES TO WK-CITY(WK-CITY-IDX).
003000 DISPLAY-CITY-PROC.
003010*    WK-CITYテーブルの1件を表示する
003080 RECORD-RUN-CONTROL-PROC.
003090*    実行日・開始終了時刻・読込／受付／却下件数・完了状態を
003100*    RUN-CONTROL-OUTへ追記し、監査時に稼働実績を検証できるようにする
003110     CALL 'BUSDATE' USING WK-DATE-TODAY.
003120*    取得した日付が実在する暦日であることをDATECHKで検証してから
003130*    使用する（稼働記録に不正な日付が混入すると後続の検証が壊れる）
003140     CALL 'DATECHK' USING WK-DATE-TODAY WK-DATE-RETURN-CD
