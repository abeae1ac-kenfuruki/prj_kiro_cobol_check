000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CITYMAINT.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  都市マスタ(CITYMAST.DAT)の保守
000080*                             バッチを新規作成（都市の追加・変更・
000090*                             廃止。地域の割当は適用開始日付きの
000100*                             行を追加して持ち、過去の割当を
000110*                             残す。変更前後を併記した保守
000120*                             レポートを出力する）
000122*  2026-10-15  SYSTEMS-GROUP  都市マスタが表に収まらない場合は
000124*                             書き戻さずに実行を打ち切る
000126*                             （リターンコード8）
000130*----------------------------------------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170*    保守トランザクション（A=追加／C=変更／R=廃止）
000180     SELECT CITY-TRANS-IN ASSIGN TO 'CITYTRAN.DAT'
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WK-CX-FILE-STATUS.
000210     SELECT CITY-MASTER-IO ASSIGN TO 'CITYMAST.DAT'
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WK-CT-FILE-STATUS.
000240     SELECT MAINT-REPORT-OUT ASSIGN TO 'CITYMNT.RPT'
000250         ORGANIZATION IS LINE SEQUENTIAL.
000260 DATA DIVISION.
000270 FILE SECTION.
000280 FD  CITY-TRANS-IN.
000290 01 CITY-TRANS-REC.
000300*  都市コード・正式名称・地域・適用開始日（0または空白は実行日。
000310*  変更で名称・地域が空白の項目は現在の値を引き継ぐ）
000320   05 CX-ACTION        PIC X(01).
000330   05 CX-CITY-CD       PIC X(04).
000340   05 CX-NAME          PIC X(10).
000350   05 CX-REGION        PIC X(10).
000360   05 CX-EFF-DATE      PIC X(08).
000370   05 CX-EFF-DATE-N REDEFINES CX-EFF-DATE PIC 9(08).
000380*  申請者・承認者の利用者ID（権限表AUTHTBL.DATで検査する）
000390   05 CX-REQUESTER     PIC X(08).
000400   05 CX-APPROVER      PIC X(08).
000410 FD  CITY-MASTER-IO.
000420 01 CITY-MASTER-REC.
000430*  都市マスタ（都市コード・正式名称・地域・適用開始日・状態）。
000440*  1行が1つの割当で、同じ都市の行のうち適用開始日が処理日以前で
000450*  最も新しい行がその日の割当になる。状態R=廃止（その日以降は
000460*  無効な都市）。適用開始日が空白の旧形式の行は最初から有効
000470   05 CT-CITY-CD       PIC X(04).
000480   05 CT-NAME          PIC X(10).
000490   05 CT-REGION        PIC X(10).
000500   05 CT-EFF-DATE      PIC X(08).
000510   05 CT-EFF-DATE-N REDEFINES CT-EFF-DATE PIC 9(08).
000520   05 CT-STATUS        PIC X(01).
000530 FD  MAINT-REPORT-OUT.
000540 01 MAINT-REPORT-REC   PIC X(132).
000550 WORKING-STORAGE SECTION.
000560 01 WK-FLAGS.
000570   05 WK-CX-FILE-STATUS PIC X(02).
000580   05 WK-CT-FILE-STATUS PIC X(02).
000590   05 WK-CX-EOF-SW     PIC X(01) VALUE 'N'.
000600     88 WK-CX-EOF          VALUE 'Y'.
000610   05 WK-CT-EOF-SW     PIC X(01) VALUE 'N'.
000620     88 WK-CT-EOF          VALUE 'Y'.
000622*  都市マスタがテーブルに収まらない（書き戻すと行が失われるため
000624*  実行を打ち切る）
000626   05 WK-CT-FULL-SW    PIC X(01) VALUE 'N'.
000628     88 WK-CT-FULL         VALUE 'Y'.
000630*--- 編集結果の理由コード（00のとき適用、それ以外は却下）---
000640 01 WK-EDIT-AREA.
000650   05 WK-REASON-CD     PIC 9(02).
000660     88 WK-TRANS-OK        VALUE 00.
000670   05 WK-EFF-DATE      PIC 9(08).
000680   05 WK-NEW-NAME      PIC X(10).
000690   05 WK-NEW-REGION    PIC X(10).
000700*--- 都市マスタのインメモリテーブル（割当の行を全件。保守適用後
000710*    に全件書き戻す）---
000720 01 WK-CITY-TABLE.
000730   05 WK-CT-COUNT      PIC 9(03) VALUE 0.
000740   05 WK-CT-ENTRY OCCURS 200 TIMES.
000750     10 WK-CT-CITY-CD  PIC X(04).
000760     10 WK-CT-NAME     PIC X(10).
000770     10 WK-CT-REGION   PIC X(10).
000780     10 WK-CT-EFF-DATE PIC 9(08).
000790     10 WK-CT-STATUS   PIC X(01).
000800 01 WK-CITY-WORK.
000810   05 WK-CT-IDX        PIC 9(03).
000820   05 WK-CT-FOUND-IDX  PIC 9(03).
000830   05 WK-CT-IDX2       PIC 9(03).
000840   05 WK-NAME-CLASH-SW PIC X(01).
000850     88 WK-NAME-CLASH      VALUE 'Y'.
000860   05 WK-LATEST-SW     PIC X(01).
000870     88 WK-LATEST          VALUE 'Y'.
000880*--- 現在の割当（都市の最新の行。保守レポートに変更前として
000890*    併記）---
000900 01 WK-OLD-AREA.
000910   05 WK-OLD-NAME      PIC X(10).
000920   05 WK-OLD-REGION    PIC X(10).
000930   05 WK-OLD-EFF-DATE  PIC 9(08).
000940   05 WK-OLD-STATUS    PIC X(01).
000950 01 WK-COUNTERS.
000960   05 WK-TRANS-COUNT   PIC 9(05) VALUE 0.
000970   05 WK-APPLY-COUNT   PIC 9(05) VALUE 0.
000980   05 WK-RJCT-COUNT    PIC 9(05) VALUE 0.
000990 01 WK-RUN-AREA.
001000   05 WK-RUN-DATE      PIC 9(08).
001010*--- DATECHK呼び出し用ワーク（適用開始日の検査）---
001020 01 WK-DATE-AREA.
001030   05 WK-DATE-RETURN-CD PIC 9(02).
001040   05 WK-DATE-SERIAL   PIC 9(07).
001050*--- LOCKMGR呼び出し用ワーク（実行間ロック）---
001060 01 WK-LOCK-AREA.
001070   05 WK-LOCK-FUNC     PIC X(01).
001080   05 WK-LOCK-PGM      PIC X(08) VALUE 'CITYMNT '.
001090   05 WK-LOCK-FILES.
001100     10 FILLER         PIC X(10) VALUE 'CITYMAST  '.
001110     10 FILLER         PIC X(40) VALUE SPACES.
001120   05 WK-LOCK-RETURN-CD PIC 9(02).
001130*--- AUTHCHK呼び出し用ワーク（申請者・承認者の権限検査）---
001140 01 WK-AUTH-AREA.
001150   05 WK-AUTH-MASTER   PIC X(08) VALUE 'CITYMAST'.
001160   05 WK-AUTH-RETURN-CD PIC 9(02).
001170*--- 保守レポートの見出し・明細・合計行 ---
001180 01 WK-RPT-HEADER.
001190   05 FILLER           PIC X(32)
001200       VALUE 'CITY MASTER MAINTENANCE REPORT  '.
001210   05 WK-RH-DATE       PIC 9(08).
001220 01 WK-RPT-DETAIL.
001230   05 WK-RD-ACTION     PIC X(01).
001240   05 FILLER           PIC X(02) VALUE SPACES.
001250   05 WK-RD-CITY-CD    PIC X(04).
001260   05 FILLER           PIC X(02) VALUE SPACES.
001270   05 WK-RD-EFF-DATE   PIC 9(08).
001280   05 FILLER           PIC X(06) VALUE ' OLD: '.
001290   05 WK-RD-OLD-NAME   PIC X(10).
001300   05 FILLER           PIC X(01) VALUE '/'.
001310   05 WK-RD-OLD-REGION PIC X(10).
001320   05 FILLER           PIC X(06) VALUE ' NEW: '.
001330   05 WK-RD-NEW-NAME   PIC X(10).
001340   05 FILLER           PIC X(01) VALUE '/'.
001350   05 WK-RD-NEW-REGION PIC X(10).
001360   05 FILLER           PIC X(02) VALUE SPACES.
001370   05 WK-RD-STATUS     PIC X(08).
001380   05 FILLER           PIC X(02) VALUE SPACES.
001390   05 WK-RD-REASON-TX  PIC X(20).
001400   05 FILLER           PIC X(04) VALUE ' BY '.
001410   05 WK-RD-REQUESTER  PIC X(08).
001420   05 FILLER           PIC X(01) VALUE '/'.
001430   05 WK-RD-APPROVER   PIC X(08).
001440 01 WK-RPT-TOTAL.
001450   05 FILLER           PIC X(10) VALUE 'TOTAL    '.
001460   05 WK-RT-TRANS      PIC ZZZZ9.
001470   05 FILLER           PIC X(10) VALUE '  APPLIED '.
001480   05 WK-RT-APPLY      PIC ZZZZ9.
001490   05 FILLER           PIC X(10) VALUE '  REJECTED'.
001500   05 WK-RT-RJCT       PIC ZZZZ9.
001510 PROCEDURE DIVISION.
001520 MAIN-PROC.
001530*    保守トランザクション(CITYTRAN.DAT)を1件ずつ読み、編集検査
001540*    に合格したものだけ割当の行をテーブルへ追加する。既存の行は
001550*    書き換えないため、過去の日付の割当はそのまま残る。終了時に
001560*    マスタを全件書き戻し、全件の変更前後と適用／却下を保守
001570*    レポートへ印字する
001580     CALL 'BUSDATE' USING WK-RUN-DATE.
001590*    都市マスタの実行間ロックを取得する
001600     MOVE 'L' TO WK-LOCK-FUNC.
001610     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
001620         WK-LOCK-FILES WK-LOCK-RETURN-CD.
001630     IF WK-LOCK-RETURN-CD NOT = 00
001640         DISPLAY 'CITYMAINT: MASTERS LOCKED BY ANOTHER RUN'
001650             ' - RUN REFUSED'
001660         MOVE 8 TO RETURN-CODE
001670         GOBACK
001680     END-IF.
001690     PERFORM LOAD-CITY-MASTER-PROC.
001692     IF WK-CT-FULL
001693         DISPLAY 'CITYMAINT: CITYMAST.DAT EXCEEDS TABLE SIZE'
001694             ' - RUN REFUSED'
001695         MOVE 'U' TO WK-LOCK-FUNC
001696         CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
001697             WK-LOCK-FILES WK-LOCK-RETURN-CD
001698         MOVE 8 TO RETURN-CODE
001699         GOBACK
001702     END-IF.
001706     OPEN INPUT CITY-TRANS-IN.
001710     IF WK-CX-FILE-STATUS = '35'
001720         DISPLAY 'CITYMAINT: CITYTRAN.DAT NOT FOUND'
001730         SET WK-CX-EOF TO TRUE
001740     END-IF.
001750     OPEN OUTPUT MAINT-REPORT-OUT.
001760     PERFORM WRITE-REPORT-HEADER-PROC.
001770     PERFORM READ-TRANSACTION-PROC
001780         UNTIL WK-CX-EOF.
001790     PERFORM WRITE-REPORT-TOTAL-PROC.
001800     IF WK-CX-FILE-STATUS NOT = '35'
001810         CLOSE CITY-TRANS-IN
001820     END-IF.
001830     CLOSE MAINT-REPORT-OUT.
001840     PERFORM REWRITE-CITY-MASTER-PROC.
001850     DISPLAY 'CITYMAINT: TRANS    = ' WK-TRANS-COUNT.
001860     DISPLAY 'CITYMAINT: APPLIED  = ' WK-APPLY-COUNT.
001870     DISPLAY 'CITYMAINT: REJECTED = ' WK-RJCT-COUNT.
001880     MOVE 'U' TO WK-LOCK-FUNC.
001890     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
001900         WK-LOCK-FILES WK-LOCK-RETURN-CD.
001910     GOBACK.
001920 LOAD-CITY-MASTER-PROC.
001930*    CITYMAST.DATを全件読み込む（無い場合は空から始める）
001940     OPEN INPUT CITY-MASTER-IO.
001950     IF WK-CT-FILE-STATUS = '35'
001960         SET WK-CT-EOF TO TRUE
001970     ELSE
001980         PERFORM READ-CITY-MASTER-PROC
001990             UNTIL WK-CT-EOF
002000         CLOSE CITY-MASTER-IO
002010     END-IF.
002020 READ-CITY-MASTER-PROC.
002030     READ CITY-MASTER-IO
002040         AT END
002050             SET WK-CT-EOF TO TRUE
002060         NOT AT END
002070             IF WK-CT-COUNT < 200
002080                 ADD 1 TO WK-CT-COUNT
002090                 MOVE CT-CITY-CD TO WK-CT-CITY-CD(WK-CT-COUNT)
002100                 MOVE CT-NAME    TO WK-CT-NAME(WK-CT-COUNT)
002110                 MOVE CT-REGION  TO WK-CT-REGION(WK-CT-COUNT)
002120                 IF CT-EFF-DATE IS NUMERIC
002130                     MOVE CT-EFF-DATE-N
002140                         TO WK-CT-EFF-DATE(WK-CT-COUNT)
002150                 ELSE
002160                     MOVE ZERO TO WK-CT-EFF-DATE(WK-CT-COUNT)
002170                 END-IF
002180                 MOVE CT-STATUS  TO WK-CT-STATUS(WK-CT-COUNT)
002185             ELSE
002187                 SET WK-CT-FULL TO TRUE
002190             END-IF
002200     END-READ.
002210 READ-TRANSACTION-PROC.
002220     READ CITY-TRANS-IN
002230         AT END
002240             SET WK-CX-EOF TO TRUE
002250         NOT AT END
002260             PERFORM APPLY-TRANSACTION-PROC
002270     END-READ.
002280 APPLY-TRANSACTION-PROC.
002290*    1件分のトランザクションを編集検査し、合格なら処理区分に
002300*    応じて追加(A)／変更(C)／廃止(R)の割当の行を追加する
002310     ADD 1 TO WK-TRANS-COUNT.
002320     MOVE 00 TO WK-REASON-CD.
002330     MOVE SPACES TO WK-OLD-NAME WK-OLD-REGION WK-OLD-STATUS.
002340     MOVE ZERO   TO WK-OLD-EFF-DATE.
002350     MOVE SPACES TO WK-NEW-NAME WK-NEW-REGION.
002360     PERFORM EDIT-TRANSACTION-PROC.
002370     IF WK-TRANS-OK
002380         PERFORM FIND-LATEST-ROW-PROC
002390         IF WK-CT-FOUND-IDX NOT = 0
002400             MOVE WK-CT-NAME(WK-CT-FOUND-IDX)   TO WK-OLD-NAME
002410             MOVE WK-CT-REGION(WK-CT-FOUND-IDX) TO WK-OLD-REGION
002420             MOVE WK-CT-EFF-DATE(WK-CT-FOUND-IDX)
002430                 TO WK-OLD-EFF-DATE
002440             MOVE WK-CT-STATUS(WK-CT-FOUND-IDX) TO WK-OLD-STATUS
002450         END-IF
002460         EVALUATE CX-ACTION
002470             WHEN 'A'
002480                 PERFORM ADD-CITY-PROC
002490             WHEN 'C'
002500                 PERFORM CHANGE-CITY-PROC
002510             WHEN 'R'
002520                 PERFORM RETIRE-CITY-PROC
002530         END-EVALUATE
002540     END-IF.
002550     PERFORM WRITE-REPORT-DETAIL-PROC.
002560 EDIT-TRANSACTION-PROC.
002570*    フィールド単位の妥当性検査。理由コード：
002580*      10 : 処理区分がA/C/R以外
002590*      12 : 都市コードが空白
002600*      14 : 適用開始日が暦日として不正
002610*      16 : 名称・地域が空白（追加は両方必須、変更はどちらか
002620*           一方が必要）
002630*      30〜38 : 申請者・承認者の権限検査で不合格（AUTHCHK参照）
002640     IF CX-ACTION NOT = 'A' AND CX-ACTION NOT = 'C'
002650             AND CX-ACTION NOT = 'R'
002660         MOVE 10 TO WK-REASON-CD
002670     ELSE
002680         IF CX-CITY-CD = SPACES
002690             MOVE 12 TO WK-REASON-CD
002700         ELSE
002710             PERFORM EDIT-EFF-DATE-PROC
002720         END-IF
002730     END-IF.
002740     IF WK-TRANS-OK
002750         PERFORM EDIT-FIELDS-PROC
002760     END-IF.
002770     IF WK-TRANS-OK
002780         PERFORM EDIT-AUTHORITY-PROC
002790     END-IF.
002800 EDIT-EFF-DATE-PROC.
002810*    適用開始日が無い場合は実行日（業務日付）から適用する
002820     IF CX-EFF-DATE = SPACES OR CX-EFF-DATE = ZEROS
002830         MOVE WK-RUN-DATE TO WK-EFF-DATE
002840     ELSE
002850         IF CX-EFF-DATE IS NOT NUMERIC
002860             MOVE 14 TO WK-REASON-CD
002870         ELSE
002880             MOVE CX-EFF-DATE-N TO WK-EFF-DATE
002890             CALL 'DATECHK' USING WK-EFF-DATE WK-DATE-RETURN-CD
002900                 WK-DATE-SERIAL
002910             IF WK-DATE-RETURN-CD NOT = 00
002920                 MOVE 14 TO WK-REASON-CD
002930             END-IF
002940         END-IF
002950     END-IF.
002960 EDIT-FIELDS-PROC.
002970     EVALUATE CX-ACTION
002980         WHEN 'A'
002990             IF CX-NAME = SPACES OR CX-REGION = SPACES
003000                 MOVE 16 TO WK-REASON-CD
003010             END-IF
003020         WHEN 'C'
003030             IF CX-NAME = SPACES AND CX-REGION = SPACES
003040                 MOVE 16 TO WK-REASON-CD
003050             END-IF
003060     END-EVALUATE.
003070 EDIT-AUTHORITY-PROC.
003080*    申請者・承認者が都市マスタのこの処理区分を扱えるかを
003090*    権限表で検査し、不合格ならAUTHCHKの結果コードで却下する
003100     CALL 'AUTHCHK' USING WK-AUTH-MASTER CX-ACTION
003110         CX-REQUESTER CX-APPROVER WK-AUTH-RETURN-CD.
003120     IF WK-AUTH-RETURN-CD NOT = 00
003130         MOVE WK-AUTH-RETURN-CD TO WK-REASON-CD
003140     END-IF.
003150 FIND-LATEST-ROW-PROC.
003160*    都市コードが一致する行のうち適用開始日が最も新しい行の添字を
003170*    返す（無ければ0）。同じ日付の行は後から追加した行を採る
003180     MOVE 0 TO WK-CT-FOUND-IDX.
003190     PERFORM FIND-LATEST-STEP-PROC
003200         VARYING WK-CT-IDX FROM 1 BY 1
003210         UNTIL WK-CT-IDX > WK-CT-COUNT.
003220 FIND-LATEST-STEP-PROC.
003230     IF WK-CT-CITY-CD(WK-CT-IDX) = CX-CITY-CD
003240         IF WK-CT-FOUND-IDX = 0
003250             MOVE WK-CT-IDX TO WK-CT-FOUND-IDX
003260         ELSE
003270             IF WK-CT-EFF-DATE(WK-CT-IDX)
003280                     NOT < WK-CT-EFF-DATE(WK-CT-FOUND-IDX)
003290                 MOVE WK-CT-IDX TO WK-CT-FOUND-IDX
003300             END-IF
003310         END-IF
003320     END-IF.
003330 CHECK-NAME-CLASH-PROC.
003340*    WK-NEW-NAMEが他の都市の最新の行（廃止以外）で使われていないか
003350*    を調べる（SAMPLE03は名称で都市を照合するため重複を許さない）
003360     MOVE 'N' TO WK-NAME-CLASH-SW.
003370     PERFORM CHECK-NAME-STEP-PROC
003380         VARYING WK-CT-IDX FROM 1 BY 1
003390         UNTIL WK-CT-IDX > WK-CT-COUNT
003400             OR WK-NAME-CLASH.
003410 CHECK-NAME-STEP-PROC.
003420*    名称が一致した行が、その都市の最新の行である場合だけ重複と
003430*    する（改称前の古い行の名称は使われていない）
003440     IF WK-CT-CITY-CD(WK-CT-IDX) NOT = CX-CITY-CD
003450             AND WK-CT-NAME(WK-CT-IDX) = WK-NEW-NAME
003460             AND WK-CT-STATUS(WK-CT-IDX) NOT = 'R'
003470         MOVE 'Y' TO WK-LATEST-SW
003480         PERFORM CHECK-LATER-ROW-PROC
003490             VARYING WK-CT-IDX2 FROM 1 BY 1
003500             UNTIL WK-CT-IDX2 > WK-CT-COUNT
003510                 OR NOT WK-LATEST
003520         IF WK-LATEST
003530             SET WK-NAME-CLASH TO TRUE
003540         END-IF
003550     END-IF.
003560 CHECK-LATER-ROW-PROC.
003570     IF WK-CT-CITY-CD(WK-CT-IDX2) = WK-CT-CITY-CD(WK-CT-IDX)
003580             AND WK-CT-IDX2 NOT = WK-CT-IDX
003590         IF WK-CT-EFF-DATE(WK-CT-IDX2) > WK-CT-EFF-DATE(WK-CT-IDX)
003600             MOVE 'N' TO WK-LATEST-SW
003610         END-IF
003620         IF WK-CT-EFF-DATE(WK-CT-IDX2) = WK-CT-EFF-DATE(WK-CT-IDX)
003630                 AND WK-CT-IDX2 > WK-CT-IDX
003640             MOVE 'N' TO WK-LATEST-SW
003650         END-IF
003660     END-IF.
003670 ADD-CITY-PROC.
003680*    追加：登録済みなら理由コード20、名称が他の都市と重複する
003690*    場合は理由コード18で却下する
003700     MOVE CX-NAME   TO WK-NEW-NAME.
003710     MOVE CX-REGION TO WK-NEW-REGION.
003720     IF WK-CT-FOUND-IDX NOT = 0
003730         MOVE 20 TO WK-REASON-CD
003740     ELSE
003750         PERFORM CHECK-NAME-CLASH-PROC
003760         IF WK-NAME-CLASH
003770             MOVE 18 TO WK-REASON-CD
003780         ELSE
003790             MOVE 'A' TO WK-OLD-STATUS
003800             PERFORM APPEND-ROW-PROC
003810         END-IF
003820     END-IF.
003830 CHANGE-CITY-PROC.
003840*    変更：名称・地域の空白の項目は現在の値を引き継ぎ、適用開始日
003850*    からの新しい割当の行を追加する。未登録（22）・廃止済み
003860*    （24）・適用開始日が現在の割当以前（28）・名称の重複
003870*    （18）は却下する
003880     IF WK-CT-FOUND-IDX = 0
003890         MOVE 22 TO WK-REASON-CD
003900     ELSE
003910         MOVE WK-OLD-NAME   TO WK-NEW-NAME
003920         MOVE WK-OLD-REGION TO WK-NEW-REGION
003930         IF CX-NAME NOT = SPACES
003940             MOVE CX-NAME TO WK-NEW-NAME
003950         END-IF
003960         IF CX-REGION NOT = SPACES
003970             MOVE CX-REGION TO WK-NEW-REGION
003980         END-IF
003990         PERFORM CHECK-CURRENT-ROW-PROC
004000         IF WK-TRANS-OK
004010             PERFORM CHECK-NAME-CLASH-PROC
004020             IF WK-NAME-CLASH
004030                 MOVE 18 TO WK-REASON-CD
004040             ELSE
004050                 PERFORM APPEND-ROW-PROC
004060             END-IF
004070         END-IF
004080     END-IF.
004090 RETIRE-CITY-PROC.
004100*    廃止：現在の名称・地域のまま状態Rの行を追加する（廃止日以降は
004110*    SAMPLE03で未登録の都市として却下され、過去の集計の地域は
004120*    残る）。却下条件は変更と同じ
004130     IF WK-CT-FOUND-IDX = 0
004140         MOVE 22 TO WK-REASON-CD
004150     ELSE
004160         MOVE WK-OLD-NAME   TO WK-NEW-NAME
004170         MOVE WK-OLD-REGION TO WK-NEW-REGION
004180         PERFORM CHECK-CURRENT-ROW-PROC
004190         IF WK-TRANS-OK
004200             PERFORM APPEND-ROW-PROC
004210         END-IF
004220     END-IF.
004230 CHECK-CURRENT-ROW-PROC.
004240*    現在の割当が廃止済みでないこと、適用開始日が現在の割当より
004250*    後であることを検査する（過去の割当は書き換えない）
004260     IF WK-OLD-STATUS = 'R'
004270         MOVE 24 TO WK-REASON-CD
004280     ELSE
004290         IF WK-EFF-DATE NOT > WK-OLD-EFF-DATE
004300             MOVE 28 TO WK-REASON-CD
004310         END-IF
004320     END-IF.
004330 APPEND-ROW-PROC.
004340*    適用開始日からの割当の行をテーブルの末尾へ追加する
004350     IF WK-CT-COUNT < 200
004360         ADD 1 TO WK-CT-COUNT
004370         MOVE CX-CITY-CD    TO WK-CT-CITY-CD(WK-CT-COUNT)
004380         MOVE WK-NEW-NAME   TO WK-CT-NAME(WK-CT-COUNT)
004390         MOVE WK-NEW-REGION TO WK-CT-REGION(WK-CT-COUNT)
004400         MOVE WK-EFF-DATE   TO WK-CT-EFF-DATE(WK-CT-COUNT)
004410         IF CX-ACTION = 'R'
004420             MOVE 'R' TO WK-CT-STATUS(WK-CT-COUNT)
004430         ELSE
004440             MOVE 'A' TO WK-CT-STATUS(WK-CT-COUNT)
004450         END-IF
004460         ADD 1 TO WK-APPLY-COUNT
004470     ELSE
004480         MOVE 26 TO WK-REASON-CD
004490     END-IF.
004500 WRITE-REPORT-HEADER-PROC.
004510     MOVE WK-RUN-DATE TO WK-RH-DATE.
004520     WRITE MAINT-REPORT-REC FROM WK-RPT-HEADER.
004530     MOVE SPACES TO MAINT-REPORT-REC.
004540     WRITE MAINT-REPORT-REC.
004550 WRITE-REPORT-DETAIL-PROC.
004560*    1件分の変更前後の名称・地域と適用／却下を印字する
004570     MOVE CX-ACTION     TO WK-RD-ACTION.
004580     MOVE CX-CITY-CD    TO WK-RD-CITY-CD.
004590     MOVE CX-REQUESTER  TO WK-RD-REQUESTER.
004600     MOVE CX-APPROVER   TO WK-RD-APPROVER.
004610     MOVE WK-OLD-NAME   TO WK-RD-OLD-NAME.
004620     MOVE WK-OLD-REGION TO WK-RD-OLD-REGION.
004630     IF WK-TRANS-OK
004640         MOVE WK-EFF-DATE   TO WK-RD-EFF-DATE
004650         MOVE WK-NEW-NAME   TO WK-RD-NEW-NAME
004660         MOVE WK-NEW-REGION TO WK-RD-NEW-REGION
004670         MOVE 'APPLIED ' TO WK-RD-STATUS
004680         MOVE SPACES     TO WK-RD-REASON-TX
004690         IF CX-ACTION = 'R'
004700             MOVE 'RETIRED' TO WK-RD-REASON-TX
004710         END-IF
004720     ELSE
004730         IF CX-EFF-DATE IS NUMERIC
004740             MOVE CX-EFF-DATE-N TO WK-RD-EFF-DATE
004750         ELSE
004760             MOVE ZERO TO WK-RD-EFF-DATE
004770         END-IF
004780         MOVE WK-OLD-NAME   TO WK-RD-NEW-NAME
004790         MOVE WK-OLD-REGION TO WK-RD-NEW-REGION
004800         ADD 1 TO WK-RJCT-COUNT
004810         MOVE 'REJECTED' TO WK-RD-STATUS
004820         PERFORM SET-REASON-TEXT-PROC
004830     END-IF.
004840     WRITE MAINT-REPORT-REC FROM WK-RPT-DETAIL.
004850 SET-REASON-TEXT-PROC.
004860     EVALUATE WK-REASON-CD
004870         WHEN 10
004880             MOVE 'INVALID ACTION      ' TO WK-RD-REASON-TX
004890         WHEN 12
004900             MOVE 'BLANK CITY CODE     ' TO WK-RD-REASON-TX
004910         WHEN 14
004920             MOVE 'INVALID EFF DATE    ' TO WK-RD-REASON-TX
004930         WHEN 16
004940             MOVE 'NAME/REGION MISSING ' TO WK-RD-REASON-TX
004950         WHEN 18
004960             MOVE 'NAME USED BY OTHER  ' TO WK-RD-REASON-TX
004970         WHEN 20
004980             MOVE 'ALREADY ON MASTER   ' TO WK-RD-REASON-TX
004990         WHEN 22
005000             MOVE 'NOT ON MASTER       ' TO WK-RD-REASON-TX
005010         WHEN 24
005020             MOVE 'CITY RETIRED        ' TO WK-RD-REASON-TX
005030         WHEN 26
005040             MOVE 'TABLE FULL          ' TO WK-RD-REASON-TX
005050         WHEN 28
005060             MOVE 'EFF DATE NOT AFTER  ' TO WK-RD-REASON-TX
005070         WHEN 30
005080             MOVE 'NO REQUESTER ID     ' TO WK-RD-REASON-TX
005090         WHEN 32
005100             MOVE 'REQUESTER NOT AUTH  ' TO WK-RD-REASON-TX
005110         WHEN 34
005120             MOVE 'NO APPROVER ID      ' TO WK-RD-REASON-TX
005130         WHEN 36
005140             MOVE 'APPROVER = REQUESTER' TO WK-RD-REASON-TX
005150         WHEN 38
005160             MOVE 'APPROVER NOT AUTH   ' TO WK-RD-REASON-TX
005170         WHEN OTHER
005180             MOVE 'UNKNOWN REASON      ' TO WK-RD-REASON-TX
005190     END-EVALUATE.
005200 WRITE-REPORT-TOTAL-PROC.
005210     MOVE SPACES TO MAINT-REPORT-REC.
005220     WRITE MAINT-REPORT-REC.
005230     MOVE WK-TRANS-COUNT TO WK-RT-TRANS.
005240     MOVE WK-APPLY-COUNT TO WK-RT-APPLY.
005250     MOVE WK-RJCT-COUNT  TO WK-RT-RJCT.
005260     WRITE MAINT-REPORT-REC FROM WK-RPT-TOTAL.
005270 REWRITE-CITY-MASTER-PROC.
005280*    保守適用後のテーブルをCITYMAST.DATへ全件書き戻す
005290     OPEN OUTPUT CITY-MASTER-IO.
005300     PERFORM WRITE-CITY-ENTRY-PROC
005310         VARYING WK-CT-IDX FROM 1 BY 1
005320         UNTIL WK-CT-IDX > WK-CT-COUNT.
005330     CLOSE CITY-MASTER-IO.
005340 WRITE-CITY-ENTRY-PROC.
005350     MOVE WK-CT-CITY-CD(WK-CT-IDX)  TO CT-CITY-CD.
005360     MOVE WK-CT-NAME(WK-CT-IDX)     TO CT-NAME.
005370     MOVE WK-CT-REGION(WK-CT-IDX)   TO CT-REGION.
005380     MOVE WK-CT-EFF-DATE(WK-CT-IDX) TO CT-EFF-DATE-N.
005390     MOVE WK-CT-STATUS(WK-CT-IDX)   TO CT-STATUS.
005400     WRITE CITY-MASTER-REC.
