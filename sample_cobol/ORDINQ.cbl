000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ORDINQ.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  受注番号または顧客コードによる受注の
000080*                             経過照会プログラムを新規作成（受付日・
000090*                             保留サイクルと結果コード・エスカレー
000100*                             ションと処置・請求額・入金状況を表示。
000110*                             ARCHIDX.DATに登録された過去の世代も
000120*                             照会対象とする）
000130*----------------------------------------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170*    アーカイブ台帳（GENARCHが管理。系列ごとの過去の世代を引く）
000180     SELECT ARCHIVE-INDEX-IN ASSIGN TO 'ARCHIDX.DAT'
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WK-AX-FILE-STATUS.
000210*    編集済み受注（ORDEDITの世代ORDERED.Dyyyymmddまたは当日分の
000220*    ORDERED.DAT。世代の実行日を受付日とする）
000230     SELECT ORDER-EDITED-IN ASSIGN USING WK-OD-FILE-NAME
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WK-OD-FILE-STATUS.
000260*    保留・エスカレーションの履歴（SAMPLE02が追記する）
000270     SELECT SUSPENSE-LOG-IN ASSIGN USING WK-SL-FILE-NAME
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WK-SL-FILE-STATUS.
000300*    再処理待ちの保留（現在の保留サイクル）
000310     SELECT ORDER-SUSPENSE-IN ASSIGN TO 'ORDSUSP.DAT'
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WK-SU-FILE-STATUS.
000340*    エスカレーションのマスタ（ESCMGRが状態と処置日を更新する）
000350     SELECT ESC-MASTER-IN ASSIGN USING WK-EL-FILE-NAME
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WK-EL-FILE-STATUS.
000380*    請求書の発行履歴（SAMPLE02が追記する）
000390     SELECT INVOICE-HIST-IN ASSIGN USING WK-IH-FILE-NAME
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WK-IH-FILE-STATUS.
000420*    請求書別の未回収残（CASHAPPが入金消込の実行ごとに作り直す）
000430     SELECT OPEN-ITEM-IN ASSIGN TO 'OPENITEM.DAT'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WK-OP-FILE-STATUS.
000460*    バッチ照会の要求ファイル（受注番号または顧客コードを1件1行。
000470*    置かれている場合は対話入力の代わりにこのファイルを読み、経過
000480*    をレポートへ出力する。夜間スケジュールからの実行用）
000490     SELECT INQ-REQUEST-IN ASSIGN TO 'ORDINQRQ.DAT'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WK-RQ-FILE-STATUS.
000520     SELECT INQUIRY-REPORT-OUT ASSIGN TO 'ORDINQ.RPT'
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ARCHIVE-INDEX-IN.
000570 01 ARCHIVE-INDEX-REC.
000580   05 AX-FAMILY          PIC X(08).
000590   05 AX-FILE-NAME       PIC X(20).
000600   05 AX-RUN-DATE        PIC 9(08).
000610   05 AX-REC-COUNT       PIC 9(07).
000620 FD  ORDER-EDITED-IN.
000630 01 ORDER-EDITED-REC.
000640*  編集済み受注（受注本体60桁＋受注番号＋担当営業＋品目コード）
000650   05 OD-ORDER-DATE      PIC 9(08).
000660   05 OD-CUST-CD         PIC X(10).
000670   05 OD-PRICE           PIC 9(07).
000680   05 OD-LINE-COUNT      PIC 9(02).
000690   05 OD-LINES           PIC X(33).
000700   05 OD-ORDER-NO        PIC 9(07).
000710   05 OD-SALES-EMP       PIC X(05).
000720   05 OD-ITEM-TABLE      PIC X(24).
000730 FD  SUSPENSE-LOG-IN.
000740 01 SUSPENSE-LOG-REC.
000750   05 SL-RUN-DATE        PIC 9(08).
000760   05 SL-ORDER-NO        PIC 9(07).
000770   05 SL-CUST-CD         PIC X(10).
000780*  区分（S=保留へ戻した、E=エスカレーションへ回した）
000790   05 SL-ACTION          PIC X(01).
000800   05 SL-CYCLE           PIC 9(02).
000810   05 SL-RETURN-CD       PIC 9(02).
000820 FD  ORDER-SUSPENSE-IN.
000830 01 ORDER-SUSPENSE-REC.
000840   05 SU-CYCLE           PIC 9(02).
000850   05 SU-RETURN-CD       PIC 9(02).
000860   05 SU-ORDER-DATA.
000870     10 FILLER           PIC X(08).
000880     10 SU-CUST-CD       PIC X(10).
000890     10 FILLER           PIC X(42).
000900     10 SU-ORDER-NO      PIC 9(07).
000910     10 FILLER           PIC X(29).
000920 FD  ESC-MASTER-IN.
000930 01 ESC-MASTER-REC.
000940*  エスカレーション1件（状態O=未処理、R=却下で解決、C=訂正
000950*  再投入で解決）
000960   05 EL-ORDER-NO        PIC 9(07).
000970   05 EL-REASON-CD       PIC 9(02).
000980   05 EL-ESC-DATE        PIC 9(08).
000990   05 EL-STATUS          PIC X(01).
001000   05 EL-RES-DATE        PIC 9(08).
001010   05 EL-ORDER-DATA.
001020     10 FILLER           PIC X(08).
001030     10 EL-CUST-CD       PIC X(10).
001040     10 FILLER           PIC X(78).
001050 FD  INVOICE-HIST-IN.
001060 01 INVOICE-HIST-REC.
001070   05 IH-ORDER-NO        PIC 9(07).
001080   05 IH-INV-DATE        PIC 9(08).
001090   05 IH-CUST-CD         PIC X(10).
001100   05 IH-SALES-EMP       PIC X(05).
001110   05 IH-SUBTOTAL        PIC 9(09).
001120   05 IH-DISCOUNT        PIC 9(07).
001130   05 IH-NET             PIC 9(09).
001140   05 IH-TAX             PIC 9(07).
001150   05 IH-TOTAL           PIC 9(09).
001160   05 IH-RUN-DATE        PIC 9(08).
001170*  受注残の出荷の場合の元の受注番号（通常の請求書は0）
001180   05 IH-ORIG-ORDER-NO   PIC 9(07).
001190 FD  OPEN-ITEM-IN.
001200 01 OPEN-ITEM-REC.
001210   05 OP-ORDER-NO        PIC 9(07).
001220   05 OP-CUST-CD         PIC X(10).
001230   05 OP-INV-DATE        PIC 9(08).
001240   05 OP-NET             PIC 9(09).
001250   05 OP-OPEN-AMT        PIC 9(09).
001260   05 OP-AGE-DAYS        PIC 9(05).
001270   05 OP-RUN-DATE        PIC 9(08).
001280 FD  INQ-REQUEST-IN.
001290 01 INQ-REQUEST-REC.
001300*  照会キー（数字7桁は受注番号、それ以外は顧客コード）
001310   05 RQ-INQ-KEY         PIC X(10).
001320 FD  INQUIRY-REPORT-OUT.
001330 01 INQUIRY-REPORT-REC   PIC X(80).
001340 WORKING-STORAGE SECTION.
001350 01 WK-FLAGS.
001360   05 WK-AX-FILE-STATUS PIC X(02).
001370   05 WK-OD-FILE-STATUS PIC X(02).
001380   05 WK-SL-FILE-STATUS PIC X(02).
001390   05 WK-SU-FILE-STATUS PIC X(02).
001400   05 WK-EL-FILE-STATUS PIC X(02).
001410   05 WK-IH-FILE-STATUS PIC X(02).
001420   05 WK-OP-FILE-STATUS PIC X(02).
001430   05 WK-RQ-FILE-STATUS PIC X(02).
001440   05 WK-END-SW      PIC X(01) VALUE 'N'.
001450     88 WK-END-INQUIRY   VALUE 'Y'.
001460   05 WK-AX-EOF-SW   PIC X(01) VALUE 'N'.
001470     88 WK-AX-EOF        VALUE 'Y'.
001480   05 WK-OD-EOF-SW   PIC X(01).
001490     88 WK-OD-EOF        VALUE 'Y'.
001500   05 WK-SL-EOF-SW   PIC X(01).
001510     88 WK-SL-EOF        VALUE 'Y'.
001520   05 WK-SU-EOF-SW   PIC X(01).
001530     88 WK-SU-EOF        VALUE 'Y'.
001540   05 WK-EL-EOF-SW   PIC X(01).
001550     88 WK-EL-EOF        VALUE 'Y'.
001560   05 WK-IH-EOF-SW   PIC X(01).
001570     88 WK-IH-EOF        VALUE 'Y'.
001580   05 WK-OP-EOF-SW   PIC X(01).
001590     88 WK-OP-EOF        VALUE 'Y'.
001600   05 WK-RQ-EOF-SW   PIC X(01) VALUE 'N'.
001610     88 WK-RQ-EOF        VALUE 'Y'.
001620*--- 実行モード（ORDINQRQ.DATが置かれていればバッチモード）---
001630   05 WK-BATCH-SW    PIC X(01) VALUE 'N'.
001640     88 WK-BATCH-MODE    VALUE 'Y'.
001650*--- 走査の目的（T=受注1件の経過を出力、C=顧客の受注番号を収集）---
001660   05 WK-SCAN-SW     PIC X(01) VALUE 'T'.
001670     88 WK-SCAN-TRAIL    VALUE 'T'.
001680     88 WK-SCAN-COLLECT  VALUE 'C'.
001690   05 WK-OD-FOUND-SW PIC X(01).
001700     88 WK-OD-FOUND      VALUE 'Y'.
001710   05 WK-OP-LOADED-SW PIC X(01).
001720     88 WK-OP-LOADED     VALUE 'Y'.
001730   05 WK-OT-FULL-SW  PIC X(01).
001740     88 WK-OT-FULL       VALUE 'Y'.
001750   05 WK-IV-FULL-SW  PIC X(01).
001760     88 WK-IV-FULL       VALUE 'Y'.
001770 01 WK-INQUIRY-AREA.
001780   05 WK-INQ-INPUT   PIC X(10).
001790   05 WK-INQ-ORDER-NO PIC 9(07).
001800   05 WK-INQ-CUST-CD PIC X(10).
001810*--- 受注1件の経過で見つかった件数（0件の区分は「なし」を出す）---
001820 01 WK-HIT-AREA.
001830   05 WK-HIT-COUNT   PIC 9(05).
001840   05 WK-ORDER-HIT-CT PIC 9(05).
001850*--- 照会対象の世代ファイル名（台帳の世代、無ければ当日分）---
001860 01 WK-FILE-NAME-AREA.
001870   05 WK-OD-FILE-NAME PIC X(20).
001880   05 WK-SL-FILE-NAME PIC X(20).
001890   05 WK-EL-FILE-NAME PIC X(20).
001900   05 WK-IH-FILE-NAME PIC X(20).
001910*  編集済み受注の世代の実行日（0は当日分のORDERED.DAT）
001920   05 WK-OD-GEN-DATE PIC 9(08).
001930*--- アーカイブ台帳のインメモリテーブル ---
001940 01 WK-ARCHIVE-TABLE.
001950   05 WK-AX-COUNT    PIC 9(03) VALUE 0.
001960   05 WK-AX-ENTRY OCCURS 100 TIMES.
001970     10 WK-AX-FAMILY PIC X(08).
001980     10 WK-AX-NAME   PIC X(20).
001990     10 WK-AX-DATE   PIC 9(08).
002000 01 WK-ARCHIVE-WORK.
002010   05 WK-AX-IDX      PIC 9(03).
002020*--- 顧客照会で収集した受注番号（昇順に保持する）---
002030 01 WK-ORDER-TABLE.
002040   05 WK-OT-COUNT    PIC 9(03) VALUE 0.
002050   05 WK-OT-ORDER-NO PIC 9(07) OCCURS 500 TIMES.
002060 01 WK-ORDER-WORK.
002070   05 WK-OT-IDX      PIC 9(03).
002080   05 WK-OT-POS      PIC 9(03).
002090   05 WK-OT-FOUND-IDX PIC 9(03).
002100   05 WK-OT-SHIFT-IDX PIC 9(03).
002110   05 WK-ADD-ORDER-NO PIC 9(07).
002120*--- 受注1件の請求書（受注残の出荷分を含む）と入金状況 ---
002130 01 WK-INVOICE-TABLE.
002140   05 WK-IV-COUNT    PIC 9(02) VALUE 0.
002150   05 WK-IV-ENTRY OCCURS 20 TIMES.
002160     10 WK-IV-ORDER-NO PIC 9(07).
002170     10 WK-IV-DATE   PIC 9(08).
002180     10 WK-IV-SUBTOTAL PIC 9(09).
002190     10 WK-IV-DISCOUNT PIC 9(07).
002200     10 WK-IV-NET    PIC 9(09).
002210     10 WK-IV-TAX    PIC 9(07).
002220     10 WK-IV-TOTAL  PIC 9(09).
002230     10 WK-IV-RUN-DATE PIC 9(08).
002240*    区分（N=通常の請求書、B=受注残の出荷分）
002250     10 WK-IV-KIND   PIC X(01).
002260*    入金状況（O=未回収残あり、P=回収済み）
002270     10 WK-IV-PAY-ST PIC X(01).
002280     10 WK-IV-OPEN-AMT PIC 9(09).
002290     10 WK-IV-AGE-DAYS PIC 9(05).
002300 01 WK-INVOICE-WORK.
002310   05 WK-IV-IDX      PIC 9(02).
002320   05 WK-IV-FOUND-IDX PIC 9(02).
002330*  未回収残の作成日（CASHAPPの消込実行日）
002340   05 WK-OP-RUN-DATE PIC 9(08).
002350*--- 経過の出力行（対話モードは画面表示、バッチモードはレポート
002360*    へ書き出す）---
002370 01 WK-OUT-LINE      PIC X(80).
002380 01 WK-PR-ORDER-LINE.
002390   05 FILLER         PIC X(10) VALUE 'ORDER   : '.
002400   05 WK-PR-ORDER-NO PIC 9(07).
002410 01 WK-PR-CUST-LINE.
002420   05 FILLER         PIC X(10) VALUE 'CUSTOMER: '.
002430   05 WK-PR-CUST-CD  PIC X(10).
002440   05 FILLER         PIC X(10) VALUE '  ORDERS: '.
002450   05 WK-PR-ORDER-CT PIC ZZ9.
002460 01 WK-PR-ACCEPT-LINE.
002470   05 FILLER         PIC X(10) VALUE 'ACCEPTED: '.
002480   05 WK-PR-AC-DATE  PIC X(08).
002490   05 FILLER         PIC X(12) VALUE ' ORDER DATE '.
002500   05 WK-PR-AC-ORD-DATE PIC 9(08).
002510   05 FILLER         PIC X(06) VALUE ' CUST '.
002520   05 WK-PR-AC-CUST  PIC X(10).
002530   05 FILLER         PIC X(05) VALUE ' AMT '.
002540   05 WK-PR-AC-PRICE PIC ZZZZZZ9.
002550   05 FILLER         PIC X(05) VALUE ' EMP '.
002560   05 WK-PR-AC-EMP   PIC X(05).
002570 01 WK-PR-SUSP-LINE.
002580   05 FILLER         PIC X(10) VALUE 'SUSPENSE: '.
002590   05 WK-PR-SL-DATE  PIC X(08).
002600   05 FILLER         PIC X(07) VALUE ' CYCLE '.
002610   05 WK-PR-SL-CYCLE PIC 9(02).
002620   05 FILLER         PIC X(04) VALUE ' RC '.
002630   05 WK-PR-SL-RC    PIC 9(02).
002640   05 FILLER         PIC X(01) VALUE SPACE.
002650   05 WK-PR-SL-ACTION PIC X(20).
002660 01 WK-PR-ESC-LINE.
002670   05 FILLER         PIC X(10) VALUE 'ESCALATE: '.
002680   05 WK-PR-EL-DATE  PIC 9(08).
002690   05 FILLER         PIC X(04) VALUE ' RC '.
002700   05 WK-PR-EL-RC    PIC 9(02).
002710   05 FILLER         PIC X(01) VALUE SPACE.
002720   05 WK-PR-EL-STATUS PIC X(20).
002730   05 FILLER         PIC X(01) VALUE SPACE.
002740   05 WK-PR-EL-RES-DATE PIC X(08).
002750 01 WK-PR-INV-LINE.
002760   05 WK-PR-IV-LABEL PIC X(10).
002770   05 WK-PR-IV-ORDER-NO PIC 9(07).
002780   05 FILLER         PIC X(01) VALUE SPACE.
002790   05 WK-PR-IV-DATE  PIC 9(08).
002800   05 FILLER         PIC X(06) VALUE ' SUBT '.
002810   05 WK-PR-IV-SUBTOTAL PIC ZZZZZZZZ9.
002820   05 FILLER         PIC X(06) VALUE ' DISC '.
002830   05 WK-PR-IV-DISCOUNT PIC ZZZZZZ9.
002840   05 FILLER         PIC X(05) VALUE ' NET '.
002850   05 WK-PR-IV-NET   PIC ZZZZZZZZ9.
002860 01 WK-PR-INV-LINE2.
002870   05 FILLER         PIC X(14) VALUE '          TAX '.
002880   05 WK-PR-IV-TAX   PIC ZZZZZZ9.
002890   05 FILLER         PIC X(07) VALUE ' TOTAL '.
002900   05 WK-PR-IV-TOTAL PIC ZZZZZZZZ9.
002910   05 FILLER         PIC X(11) VALUE '  PAYMENT: '.
002920   05 WK-PR-IV-PAY   PIC X(30).
002930 01 WK-PR-PAY-OPEN.
002940   05 FILLER         PIC X(05) VALUE 'OPEN '.
002950   05 WK-PR-PO-AMT   PIC ZZZZZZZZ9.
002960   05 FILLER         PIC X(05) VALUE ' AGE '.
002970   05 WK-PR-PO-DAYS  PIC ZZZZ9.
002980   05 FILLER         PIC X(05) VALUE ' DAYS'.
002990 01 WK-PR-PAY-PAID.
003000   05 FILLER         PIC X(17) VALUE 'PAID (OPEN ITEMS '.
003010   05 WK-PR-PP-DATE  PIC 9(08).
003020   05 FILLER         PIC X(01) VALUE ')'.
003030 PROCEDURE DIVISION.
003040 MAIN-PROC.
003050*    受注1件の受付から入金までの経過を照会する。受注番号（数字
003060*    7桁）を入力すると受付日・保留サイクルごとの結果コード・エス
003070*    カレーションと処置・請求額・入金状況を表示し、顧客コードを
003080*    入力するとその顧客の受注すべての経過を受注番号順に表示する。
003090*    ORDINQRQ.DATが置かれている場合は要求ファイルのキーを順に処理
003100*    してORDINQ.RPTへ出力し（夜間スケジュール用）、無い場合は対話
003110*    で照会する。空白の入力で終了する
003120     PERFORM LOAD-ARCHIVE-INDEX-PROC.
003130     OPEN INPUT INQ-REQUEST-IN.
003140     IF WK-RQ-FILE-STATUS = '35'
003150         PERFORM INQUIRY-PROC
003160             UNTIL WK-END-INQUIRY
003170     ELSE
003180         SET WK-BATCH-MODE TO TRUE
003190         OPEN OUTPUT INQUIRY-REPORT-OUT
003200         PERFORM READ-REQUEST-PROC
003210             UNTIL WK-RQ-EOF
003220         CLOSE INQ-REQUEST-IN INQUIRY-REPORT-OUT
003230     END-IF.
003240     GOBACK.
003250 READ-REQUEST-PROC.
003260*    要求ファイルの照会キー1件を読み、経過を出力する
003270     READ INQ-REQUEST-IN
003280         AT END
003290             SET WK-RQ-EOF TO TRUE
003300         NOT AT END
003310             MOVE RQ-INQ-KEY TO WK-INQ-INPUT
003320             IF WK-INQ-INPUT NOT = SPACES
003330                 PERFORM DISPATCH-INQUIRY-PROC
003340                 MOVE SPACES TO WK-OUT-LINE
003350                 PERFORM EMIT-LINE-PROC
003360             END-IF
003370     END-READ.
003380 INQUIRY-PROC.
003390     DISPLAY 'ORDINQ: ENTER ORDER NUMBER OR CUSTOMER CODE '
003400         '(SPACE=END)'.
003410     ACCEPT WK-INQ-INPUT.
003420     IF WK-INQ-INPUT = SPACES
003430         SET WK-END-INQUIRY TO TRUE
003440     ELSE
003450         PERFORM DISPATCH-INQUIRY-PROC
003460     END-IF.
003470 DISPATCH-INQUIRY-PROC.
003480*    数字7桁（後ろは空白）は受注番号、それ以外は顧客コードとして
003490*    照会する
003500     IF WK-INQ-INPUT(1:7) IS NUMERIC
003510             AND WK-INQ-INPUT(8:3) = SPACES
003520         MOVE WK-INQ-INPUT(1:7) TO WK-INQ-ORDER-NO
003530         PERFORM SHOW-ORDER-PROC
003540     ELSE
003550         MOVE WK-INQ-INPUT TO WK-INQ-CUST-CD
003560         PERFORM SHOW-CUSTOMER-PROC
003570     END-IF.
003580 EMIT-LINE-PROC.
003590*    経過1行を出力する（対話モードは画面、バッチモードはレポート
003600*    へ）
003610     IF WK-BATCH-MODE
003620         WRITE INQUIRY-REPORT-REC FROM WK-OUT-LINE
003630     ELSE
003640         DISPLAY WK-OUT-LINE
003650     END-IF.
003660 SHOW-CUSTOMER-PROC.
003670*    顧客の受注番号を編集済み受注・保留の履歴と再処理待ち・エスカ
003680*    レーション・請求書履歴から収集し、受注番号順に経過を出力する
003690*    （受付前に落ちた受注は受注番号が無いため対象外）
003700     MOVE 0   TO WK-OT-COUNT.
003710     MOVE 'N' TO WK-OT-FULL-SW.
003720     SET WK-SCAN-COLLECT TO TRUE.
003730     PERFORM COLLECT-ORDERED-PROC.
003740     PERFORM SCAN-SUSPENSE-LOG-PROC.
003750     PERFORM SCAN-PENDING-SUSPENSE-PROC.
003760     PERFORM SCAN-ESC-MASTER-PROC.
003770     PERFORM SCAN-INVOICE-HIST-PROC.
003780     SET WK-SCAN-TRAIL TO TRUE.
003790     IF WK-OT-COUNT = 0
003800         MOVE SPACES TO WK-OUT-LINE
003810         STRING 'ORDINQ: NO ORDERS FOUND FOR CUSTOMER - '
003820             DELIMITED BY SIZE
003830             WK-INQ-CUST-CD DELIMITED BY SIZE
003840             INTO WK-OUT-LINE
003850         PERFORM EMIT-LINE-PROC
003860     ELSE
003870         MOVE WK-INQ-CUST-CD TO WK-PR-CUST-CD
003880         MOVE WK-OT-COUNT    TO WK-PR-ORDER-CT
003890         MOVE WK-PR-CUST-LINE TO WK-OUT-LINE
003900         PERFORM EMIT-LINE-PROC
003910         IF WK-OT-FULL
003920             MOVE 'ORDINQ: MORE THAN 500 ORDERS - LIST TRUNCATED'
003930                 TO WK-OUT-LINE
003940             PERFORM EMIT-LINE-PROC
003950         END-IF
003960         PERFORM SHOW-CUST-ORDER-STEP-PROC
003970             VARYING WK-OT-IDX FROM 1 BY 1
003980             UNTIL WK-OT-IDX > WK-OT-COUNT
003990     END-IF.
004000 SHOW-CUST-ORDER-STEP-PROC.
004010     MOVE WK-OT-ORDER-NO(WK-OT-IDX) TO WK-INQ-ORDER-NO.
004020     MOVE SPACES TO WK-OUT-LINE.
004030     PERFORM EMIT-LINE-PROC.
004040     PERFORM SHOW-ORDER-PROC.
004050 ADD-ORDER-PROC.
004060*    収集した受注番号を昇順の位置へ挿入する（既にあれば何もしない）
004070     IF WK-ADD-ORDER-NO NOT = ZERO
004080         MOVE 0 TO WK-OT-FOUND-IDX
004090         MOVE 0 TO WK-OT-POS
004100         PERFORM FIND-ORDER-POS-STEP-PROC
004110             VARYING WK-OT-IDX FROM 1 BY 1
004120             UNTIL WK-OT-IDX > WK-OT-COUNT
004130                 OR WK-OT-FOUND-IDX NOT = 0
004140                 OR WK-OT-POS NOT = 0
004150         IF WK-OT-FOUND-IDX = 0
004160             PERFORM INSERT-ORDER-PROC
004170         END-IF
004180     END-IF.
004190 FIND-ORDER-POS-STEP-PROC.
004200     IF WK-OT-ORDER-NO(WK-OT-IDX) = WK-ADD-ORDER-NO
004210         MOVE WK-OT-IDX TO WK-OT-FOUND-IDX
004220     ELSE
004230         IF WK-OT-ORDER-NO(WK-OT-IDX) > WK-ADD-ORDER-NO
004240             MOVE WK-OT-IDX TO WK-OT-POS
004250         END-IF
004260     END-IF.
004270 INSERT-ORDER-PROC.
004280*    挿入位置より後ろを1つずつ後ろへずらしてから格納する（表が
004290*    一杯の場合は打ち切りを表示する）
004300     IF WK-OT-COUNT < 500
004310         IF WK-OT-POS = 0
004320             ADD 1 TO WK-OT-COUNT
004330             MOVE WK-OT-COUNT TO WK-OT-POS
004340         ELSE
004350             PERFORM SHIFT-ORDER-STEP-PROC
004360                 VARYING WK-OT-SHIFT-IDX FROM WK-OT-COUNT BY -1
004370                 UNTIL WK-OT-SHIFT-IDX < WK-OT-POS
004380             ADD 1 TO WK-OT-COUNT
004390         END-IF
004400         MOVE WK-ADD-ORDER-NO TO WK-OT-ORDER-NO(WK-OT-POS)
004410     ELSE
004420         SET WK-OT-FULL TO TRUE
004430     END-IF.
004440 SHIFT-ORDER-STEP-PROC.
004450     MOVE WK-OT-ORDER-NO(WK-OT-SHIFT-IDX)
004460         TO WK-OT-ORDER-NO(WK-OT-SHIFT-IDX + 1).
004470 SHOW-ORDER-PROC.
004480*    受注1件の経過：受付・保留サイクル・エスカレーション・請求書と
004490*    入金状況の順。どの履歴にも無い受注番号はその旨を出す
004500     MOVE 0 TO WK-ORDER-HIT-CT.
004510     MOVE WK-INQ-ORDER-NO TO WK-PR-ORDER-NO.
004520     MOVE WK-PR-ORDER-LINE TO WK-OUT-LINE.
004530     PERFORM EMIT-LINE-PROC.
004540     PERFORM EMIT-ACCEPTED-PROC.
004550     PERFORM EMIT-SUSPENSE-PROC.
004560     PERFORM EMIT-ESCALATION-PROC.
004570     PERFORM EMIT-INVOICE-PROC.
004580     IF WK-ORDER-HIT-CT = 0
004590         MOVE SPACES TO WK-OUT-LINE
004600         STRING 'ORDINQ: ORDER NOT FOUND - '
004610             DELIMITED BY SIZE
004620             WK-INQ-ORDER-NO DELIMITED BY SIZE
004630             INTO WK-OUT-LINE
004640         PERFORM EMIT-LINE-PROC
004650     END-IF.
004660 EMIT-ACCEPTED-PROC.
004670*    台帳に登録された編集済み受注の世代を古い順に探し、見つかった
004680*    世代の実行日を受付日とする。どの世代にも無ければ当日分の
004690*    ORDERED.DATを探す（受付日はCURRENTと表示する）
004700     MOVE 'N' TO WK-OD-FOUND-SW.
004710     PERFORM SCAN-ORDERED-GEN-STEP-PROC
004720         VARYING WK-AX-IDX FROM 1 BY 1
004730         UNTIL WK-AX-IDX > WK-AX-COUNT
004740             OR WK-OD-FOUND.
004750     IF NOT WK-OD-FOUND
004760         MOVE 'ORDERED.DAT' TO WK-OD-FILE-NAME
004770         MOVE 0 TO WK-OD-GEN-DATE
004780         PERFORM SCAN-ORDERED-FILE-PROC
004790     END-IF.
004800     IF NOT WK-OD-FOUND
004810         MOVE 'ACCEPTED: NOT FOUND IN EDITED ORDERS'
004820             TO WK-OUT-LINE
004830         PERFORM EMIT-LINE-PROC
004840     END-IF.
004850 COLLECT-ORDERED-PROC.
004860*    顧客照会：編集済み受注の全世代と当日分から受注番号を集める
004870     MOVE 'N' TO WK-OD-FOUND-SW.
004880     PERFORM SCAN-ORDERED-GEN-STEP-PROC
004890         VARYING WK-AX-IDX FROM 1 BY 1
004900         UNTIL WK-AX-IDX > WK-AX-COUNT.
004910     MOVE 'ORDERED.DAT' TO WK-OD-FILE-NAME.
004920     MOVE 0 TO WK-OD-GEN-DATE.
004930     PERFORM SCAN-ORDERED-FILE-PROC.
004940 SCAN-ORDERED-GEN-STEP-PROC.
004950     IF WK-AX-FAMILY(WK-AX-IDX) = 'ORDERED '
004960         MOVE WK-AX-NAME(WK-AX-IDX) TO WK-OD-FILE-NAME
004970         MOVE WK-AX-DATE(WK-AX-IDX) TO WK-OD-GEN-DATE
004980         PERFORM SCAN-ORDERED-FILE-PROC
004990     END-IF.
005000 SCAN-ORDERED-FILE-PROC.
005010*    世代ファイル1本を読む（保有世代を超えて削除済みの世代は飛ばす）
005020     MOVE 'N' TO WK-OD-EOF-SW.
005030     OPEN INPUT ORDER-EDITED-IN.
005040     IF WK-OD-FILE-STATUS = '35'
005050         SET WK-OD-EOF TO TRUE
005060     ELSE
005070         PERFORM READ-ORDERED-PROC
005080             UNTIL WK-OD-EOF
005090         CLOSE ORDER-EDITED-IN
005100     END-IF.
005110 READ-ORDERED-PROC.
005120     READ ORDER-EDITED-IN
005130         AT END
005140             SET WK-OD-EOF TO TRUE
005150         NOT AT END
005160             PERFORM CHECK-ORDERED-PROC
005170     END-READ.
005180 CHECK-ORDERED-PROC.
005190     IF WK-SCAN-COLLECT
005200         IF OD-CUST-CD = WK-INQ-CUST-CD
005210             MOVE OD-ORDER-NO TO WK-ADD-ORDER-NO
005220             PERFORM ADD-ORDER-PROC
005230         END-IF
005240     ELSE
005250         IF OD-ORDER-NO = WK-INQ-ORDER-NO
005260             SET WK-OD-FOUND TO TRUE
005270             SET WK-OD-EOF TO TRUE
005280             PERFORM EMIT-ACCEPTED-LINE-PROC
005290         END-IF
005300     END-IF.
005310 EMIT-ACCEPTED-LINE-PROC.
005320     ADD 1 TO WK-ORDER-HIT-CT.
005330     IF WK-OD-GEN-DATE = 0
005340         MOVE 'CURRENT' TO WK-PR-AC-DATE
005350     ELSE
005360         MOVE WK-OD-GEN-DATE TO WK-PR-AC-DATE
005370     END-IF.
005380     MOVE OD-ORDER-DATE TO WK-PR-AC-ORD-DATE.
005390     MOVE OD-CUST-CD    TO WK-PR-AC-CUST.
005400     MOVE OD-PRICE      TO WK-PR-AC-PRICE.
005410     MOVE OD-SALES-EMP  TO WK-PR-AC-EMP.
005420     MOVE WK-PR-ACCEPT-LINE TO WK-OUT-LINE.
005430     PERFORM EMIT-LINE-PROC.
005440 EMIT-SUSPENSE-PROC.
005450*    保留の履歴から保留サイクルごとの結果コードを古い順に出し、
005460*    続けて再処理待ちの保留を出す
005470     MOVE 0 TO WK-HIT-COUNT.
005480     PERFORM SCAN-SUSPENSE-LOG-PROC.
005490     PERFORM SCAN-PENDING-SUSPENSE-PROC.
005500     IF WK-HIT-COUNT = 0
005510         MOVE 'SUSPENSE: NONE' TO WK-OUT-LINE
005520         PERFORM EMIT-LINE-PROC
005530     END-IF.
005540 SCAN-SUSPENSE-LOG-PROC.
005550*    台帳に登録された保留の履歴の世代を読み、当日分へ続ける
005560     PERFORM SCAN-SUSPENSE-GEN-STEP-PROC
005570         VARYING WK-AX-IDX FROM 1 BY 1
005580         UNTIL WK-AX-IDX > WK-AX-COUNT.
005590     MOVE 'SUSPLOG.DAT' TO WK-SL-FILE-NAME.
005600     PERFORM SCAN-SUSPENSE-FILE-PROC.
005610 SCAN-SUSPENSE-GEN-STEP-PROC.
005620     IF WK-AX-FAMILY(WK-AX-IDX) = 'SUSPLOG '
005630         MOVE WK-AX-NAME(WK-AX-IDX) TO WK-SL-FILE-NAME
005640         PERFORM SCAN-SUSPENSE-FILE-PROC
005650     END-IF.
005660 SCAN-SUSPENSE-FILE-PROC.
005670     MOVE 'N' TO WK-SL-EOF-SW.
005680     OPEN INPUT SUSPENSE-LOG-IN.
005690     IF WK-SL-FILE-STATUS = '35'
005700         SET WK-SL-EOF TO TRUE
005710     ELSE
005720         PERFORM READ-SUSPENSE-LOG-PROC
005730             UNTIL WK-SL-EOF
005740         CLOSE SUSPENSE-LOG-IN
005750     END-IF.
005760 READ-SUSPENSE-LOG-PROC.
005770     READ SUSPENSE-LOG-IN
005780         AT END
005790             SET WK-SL-EOF TO TRUE
005800         NOT AT END
005810             PERFORM CHECK-SUSPENSE-LOG-PROC
005820     END-READ.
005830 CHECK-SUSPENSE-LOG-PROC.
005840     IF WK-SCAN-COLLECT
005850         IF SL-CUST-CD = WK-INQ-CUST-CD
005860             MOVE SL-ORDER-NO TO WK-ADD-ORDER-NO
005870             PERFORM ADD-ORDER-PROC
005880         END-IF
005890     ELSE
005900         IF SL-ORDER-NO = WK-INQ-ORDER-NO
005910             ADD 1 TO WK-HIT-COUNT
005920             ADD 1 TO WK-ORDER-HIT-CT
005930             MOVE SL-RUN-DATE  TO WK-PR-SL-DATE
005940             MOVE SL-CYCLE     TO WK-PR-SL-CYCLE
005950             MOVE SL-RETURN-CD TO WK-PR-SL-RC
005960             IF SL-ACTION = 'E'
005970                 MOVE 'ESCALATED' TO WK-PR-SL-ACTION
005980             ELSE
005990                 MOVE 'SUSPENDED' TO WK-PR-SL-ACTION
006000             END-IF
006010             MOVE WK-PR-SUSP-LINE TO WK-OUT-LINE
006020             PERFORM EMIT-LINE-PROC
006030         END-IF
006040     END-IF.
006050 SCAN-PENDING-SUSPENSE-PROC.
006060*    再処理待ちの保留（ORDSUSP.DAT）を読む
006070     MOVE 'N' TO WK-SU-EOF-SW.
006080     OPEN INPUT ORDER-SUSPENSE-IN.
006090     IF WK-SU-FILE-STATUS = '35'
006100         SET WK-SU-EOF TO TRUE
006110     ELSE
006120         PERFORM READ-PENDING-SUSPENSE-PROC
006130             UNTIL WK-SU-EOF
006140         CLOSE ORDER-SUSPENSE-IN
006150     END-IF.
006160 READ-PENDING-SUSPENSE-PROC.
006170     READ ORDER-SUSPENSE-IN
006180         AT END
006190             SET WK-SU-EOF TO TRUE
006200         NOT AT END
006210             PERFORM CHECK-PENDING-SUSPENSE-PROC
006220     END-READ.
006230 CHECK-PENDING-SUSPENSE-PROC.
006240     IF WK-SCAN-COLLECT
006250         IF SU-CUST-CD = WK-INQ-CUST-CD AND SU-ORDER-NO IS NUMERIC
006260             MOVE SU-ORDER-NO TO WK-ADD-ORDER-NO
006270             PERFORM ADD-ORDER-PROC
006280         END-IF
006290     ELSE
006300         IF SU-ORDER-NO = WK-INQ-ORDER-NO
006310             ADD 1 TO WK-HIT-COUNT
006320             ADD 1 TO WK-ORDER-HIT-CT
006330             MOVE 'PENDING'    TO WK-PR-SL-DATE
006340             MOVE SU-CYCLE     TO WK-PR-SL-CYCLE
006350             MOVE SU-RETURN-CD TO WK-PR-SL-RC
006360             MOVE 'AWAITING REPROCESS' TO WK-PR-SL-ACTION
006370             MOVE WK-PR-SUSP-LINE TO WK-OUT-LINE
006380             PERFORM EMIT-LINE-PROC
006390         END-IF
006400     END-IF.
006410 EMIT-ESCALATION-PROC.
006420*    エスカレーションのマスタから受注のエスカレーションと処置
006430*    （却下または訂正再投入と処置日、未処理）を出す
006440     MOVE 0 TO WK-HIT-COUNT.
006450     PERFORM SCAN-ESC-MASTER-PROC.
006460     IF WK-HIT-COUNT = 0
006470         MOVE 'ESCALATE: NONE' TO WK-OUT-LINE
006480         PERFORM EMIT-LINE-PROC
006490     END-IF.
006500 SCAN-ESC-MASTER-PROC.
006510     PERFORM SCAN-ESC-GEN-STEP-PROC
006520         VARYING WK-AX-IDX FROM 1 BY 1
006530         UNTIL WK-AX-IDX > WK-AX-COUNT.
006540     MOVE 'ESCMAST.DAT' TO WK-EL-FILE-NAME.
006550     PERFORM SCAN-ESC-FILE-PROC.
006560 SCAN-ESC-GEN-STEP-PROC.
006570     IF WK-AX-FAMILY(WK-AX-IDX) = 'ESCMAST '
006580         MOVE WK-AX-NAME(WK-AX-IDX) TO WK-EL-FILE-NAME
006590         PERFORM SCAN-ESC-FILE-PROC
006600     END-IF.
006610 SCAN-ESC-FILE-PROC.
006620     MOVE 'N' TO WK-EL-EOF-SW.
006630     OPEN INPUT ESC-MASTER-IN.
006640     IF WK-EL-FILE-STATUS = '35'
006650         SET WK-EL-EOF TO TRUE
006660     ELSE
006670         PERFORM READ-ESC-MASTER-PROC
006680             UNTIL WK-EL-EOF
006690         CLOSE ESC-MASTER-IN
006700     END-IF.
006710 READ-ESC-MASTER-PROC.
006720     READ ESC-MASTER-IN
006730         AT END
006740             SET WK-EL-EOF TO TRUE
006750         NOT AT END
006760             PERFORM CHECK-ESC-MASTER-PROC
006770     END-READ.
006780 CHECK-ESC-MASTER-PROC.
006790     IF WK-SCAN-COLLECT
006800         IF EL-CUST-CD = WK-INQ-CUST-CD
006810             MOVE EL-ORDER-NO TO WK-ADD-ORDER-NO
006820             PERFORM ADD-ORDER-PROC
006830         END-IF
006840     ELSE
006850         IF EL-ORDER-NO = WK-INQ-ORDER-NO
006860             ADD 1 TO WK-HIT-COUNT
006870             ADD 1 TO WK-ORDER-HIT-CT
006880             PERFORM EMIT-ESC-LINE-PROC
006890         END-IF
006900     END-IF.
006910 EMIT-ESC-LINE-PROC.
006920     MOVE EL-ESC-DATE  TO WK-PR-EL-DATE.
006930     MOVE EL-REASON-CD TO WK-PR-EL-RC.
006940     MOVE SPACES       TO WK-PR-EL-RES-DATE.
006950     EVALUATE EL-STATUS
006960         WHEN 'O'
006970             MOVE 'OPEN'                TO WK-PR-EL-STATUS
006980         WHEN 'R'
006990             MOVE 'RESOLVED - REJECTED' TO WK-PR-EL-STATUS
007000             MOVE EL-RES-DATE           TO WK-PR-EL-RES-DATE
007010         WHEN 'C'
007020             MOVE 'RESOLVED - RESUBMIT' TO WK-PR-EL-STATUS
007030             MOVE EL-RES-DATE           TO WK-PR-EL-RES-DATE
007040         WHEN OTHER
007050             MOVE 'UNKNOWN STATUS'      TO WK-PR-EL-STATUS
007060     END-EVALUATE.
007070     MOVE WK-PR-ESC-LINE TO WK-OUT-LINE.
007080     PERFORM EMIT-LINE-PROC.
007090 EMIT-INVOICE-PROC.
007100*    請求書履歴から受注の請求書（受注残の出荷分を含む）を集め、
007110*    未回収残（OPENITEM.DAT）と突き合わせて入金状況を付けて出す。
007120*    未回収残に無い請求書は消込済みとする（未回収残の作成より後に
007130*    発行した請求書は消込前として扱う）
007140     MOVE 0   TO WK-IV-COUNT.
007150     MOVE 'N' TO WK-IV-FULL-SW.
007160     PERFORM SCAN-INVOICE-HIST-PROC.
007170     IF WK-IV-COUNT = 0
007180         MOVE 'INVOICE : NOT INVOICED' TO WK-OUT-LINE
007190         PERFORM EMIT-LINE-PROC
007200     ELSE
007210         PERFORM MATCH-OPEN-ITEM-PROC
007220         PERFORM EMIT-INVOICE-STEP-PROC
007230             VARYING WK-IV-IDX FROM 1 BY 1
007240             UNTIL WK-IV-IDX > WK-IV-COUNT
007250         IF WK-IV-FULL
007260             MOVE 'INVOICE : OVER 20 INVOICES - LIST TRUNCATED'
007270                 TO WK-OUT-LINE
007280             PERFORM EMIT-LINE-PROC
007290         END-IF
007300     END-IF.
007310 SCAN-INVOICE-HIST-PROC.
007320     PERFORM SCAN-INVOICE-GEN-STEP-PROC
007330         VARYING WK-AX-IDX FROM 1 BY 1
007340         UNTIL WK-AX-IDX > WK-AX-COUNT.
007350     MOVE 'INVHIST.DAT' TO WK-IH-FILE-NAME.
007360     PERFORM SCAN-INVOICE-FILE-PROC.
007370 SCAN-INVOICE-GEN-STEP-PROC.
007380     IF WK-AX-FAMILY(WK-AX-IDX) = 'INVHIST '
007390         MOVE WK-AX-NAME(WK-AX-IDX) TO WK-IH-FILE-NAME
007400         PERFORM SCAN-INVOICE-FILE-PROC
007410     END-IF.
007420 SCAN-INVOICE-FILE-PROC.
007430     MOVE 'N' TO WK-IH-EOF-SW.
007440     OPEN INPUT INVOICE-HIST-IN.
007450     IF WK-IH-FILE-STATUS = '35'
007460         SET WK-IH-EOF TO TRUE
007470     ELSE
007480         PERFORM READ-INVOICE-HIST-PROC
007490             UNTIL WK-IH-EOF
007500         CLOSE INVOICE-HIST-IN
007510     END-IF.
007520 READ-INVOICE-HIST-PROC.
007530     READ INVOICE-HIST-IN
007540         AT END
007550             SET WK-IH-EOF TO TRUE
007560         NOT AT END
007570             IF IH-ORIG-ORDER-NO IS NOT NUMERIC
007580                 MOVE ZERO TO IH-ORIG-ORDER-NO
007590             END-IF
007600             PERFORM CHECK-INVOICE-HIST-PROC
007610     END-READ.
007620 CHECK-INVOICE-HIST-PROC.
007630*    受注残の出荷分は元の受注番号の経過として扱う
007640     IF WK-SCAN-COLLECT
007650         IF IH-CUST-CD = WK-INQ-CUST-CD
007660             IF IH-ORIG-ORDER-NO NOT = ZERO
007670                 MOVE IH-ORIG-ORDER-NO TO WK-ADD-ORDER-NO
007680             ELSE
007690                 MOVE IH-ORDER-NO TO WK-ADD-ORDER-NO
007700             END-IF
007710             PERFORM ADD-ORDER-PROC
007720         END-IF
007730     ELSE
007740         IF IH-ORDER-NO = WK-INQ-ORDER-NO
007750                 OR IH-ORIG-ORDER-NO = WK-INQ-ORDER-NO
007760             PERFORM STORE-INVOICE-PROC
007770         END-IF
007780     END-IF.
007790 STORE-INVOICE-PROC.
007800     ADD 1 TO WK-ORDER-HIT-CT.
007810     IF WK-IV-COUNT < 20
007820         ADD 1 TO WK-IV-COUNT
007830         MOVE IH-ORDER-NO  TO WK-IV-ORDER-NO(WK-IV-COUNT)
007840         MOVE IH-INV-DATE  TO WK-IV-DATE(WK-IV-COUNT)
007850         MOVE IH-SUBTOTAL  TO WK-IV-SUBTOTAL(WK-IV-COUNT)
007860         MOVE IH-DISCOUNT  TO WK-IV-DISCOUNT(WK-IV-COUNT)
007870         MOVE IH-NET       TO WK-IV-NET(WK-IV-COUNT)
007880         MOVE IH-TAX       TO WK-IV-TAX(WK-IV-COUNT)
007890         MOVE IH-TOTAL     TO WK-IV-TOTAL(WK-IV-COUNT)
007900         MOVE IH-RUN-DATE  TO WK-IV-RUN-DATE(WK-IV-COUNT)
007910         IF IH-ORIG-ORDER-NO = WK-INQ-ORDER-NO
007920             MOVE 'B' TO WK-IV-KIND(WK-IV-COUNT)
007930         ELSE
007940             MOVE 'N' TO WK-IV-KIND(WK-IV-COUNT)
007950         END-IF
007960         MOVE 'P'          TO WK-IV-PAY-ST(WK-IV-COUNT)
007970         MOVE 0            TO WK-IV-OPEN-AMT(WK-IV-COUNT)
007980         MOVE 0            TO WK-IV-AGE-DAYS(WK-IV-COUNT)
007990     ELSE
008000         SET WK-IV-FULL TO TRUE
008010     END-IF.
008020 MATCH-OPEN-ITEM-PROC.
008030*    未回収残を全件読み、集めた請求書と受注番号で突き合わせる
008040*    （OPENITEM.DATが無い場合は入金消込が未実行として扱う）
008050     MOVE 'N' TO WK-OP-EOF-SW WK-OP-LOADED-SW.
008060     MOVE 0   TO WK-OP-RUN-DATE.
008070     OPEN INPUT OPEN-ITEM-IN.
008080     IF WK-OP-FILE-STATUS = '35'
008090         SET WK-OP-EOF TO TRUE
008100     ELSE
008110         SET WK-OP-LOADED TO TRUE
008120         PERFORM READ-OPEN-ITEM-PROC
008130             UNTIL WK-OP-EOF
008140         CLOSE OPEN-ITEM-IN
008150     END-IF.
008160 READ-OPEN-ITEM-PROC.
008170     READ OPEN-ITEM-IN
008180         AT END
008190             SET WK-OP-EOF TO TRUE
008200         NOT AT END
008210             MOVE OP-RUN-DATE TO WK-OP-RUN-DATE
008220             PERFORM FIND-INVOICE-PROC
008230             IF WK-IV-FOUND-IDX NOT = 0
008240                 PERFORM MARK-OPEN-ITEM-PROC
008250             END-IF
008260     END-READ.
008270 MARK-OPEN-ITEM-PROC.
008280     MOVE 'O'         TO WK-IV-PAY-ST(WK-IV-FOUND-IDX).
008290     MOVE OP-OPEN-AMT TO WK-IV-OPEN-AMT(WK-IV-FOUND-IDX).
008300     MOVE OP-AGE-DAYS TO WK-IV-AGE-DAYS(WK-IV-FOUND-IDX).
008310 FIND-INVOICE-PROC.
008320     MOVE 0 TO WK-IV-FOUND-IDX.
008330     PERFORM FIND-INVOICE-STEP-PROC
008340         VARYING WK-IV-IDX FROM 1 BY 1
008350         UNTIL WK-IV-IDX > WK-IV-COUNT
008360             OR WK-IV-FOUND-IDX NOT = 0.
008370 FIND-INVOICE-STEP-PROC.
008380     IF WK-IV-ORDER-NO(WK-IV-IDX) = OP-ORDER-NO
008390         MOVE WK-IV-IDX TO WK-IV-FOUND-IDX
008400     END-IF.
008410 EMIT-INVOICE-STEP-PROC.
008420*    請求書1通分の請求額と入金状況を2行で出す
008430     IF WK-IV-KIND(WK-IV-IDX) = 'B'
008440         MOVE 'BO SHIP : '   TO WK-PR-IV-LABEL
008450     ELSE
008460         MOVE 'INVOICE : '   TO WK-PR-IV-LABEL
008470     END-IF.
008480     MOVE WK-IV-ORDER-NO(WK-IV-IDX) TO WK-PR-IV-ORDER-NO.
008490     MOVE WK-IV-DATE(WK-IV-IDX)     TO WK-PR-IV-DATE.
008500     MOVE WK-IV-SUBTOTAL(WK-IV-IDX) TO WK-PR-IV-SUBTOTAL.
008510     MOVE WK-IV-DISCOUNT(WK-IV-IDX) TO WK-PR-IV-DISCOUNT.
008520     MOVE WK-IV-NET(WK-IV-IDX)      TO WK-PR-IV-NET.
008530     MOVE WK-PR-INV-LINE TO WK-OUT-LINE.
008540     PERFORM EMIT-LINE-PROC.
008550     MOVE WK-IV-TAX(WK-IV-IDX)      TO WK-PR-IV-TAX.
008560     MOVE WK-IV-TOTAL(WK-IV-IDX)    TO WK-PR-IV-TOTAL.
008570     IF NOT WK-OP-LOADED
008580             OR WK-IV-RUN-DATE(WK-IV-IDX) > WK-OP-RUN-DATE
008590         MOVE 'NOT YET APPLIED' TO WK-PR-IV-PAY
008600     ELSE
008610         IF WK-IV-PAY-ST(WK-IV-IDX) = 'O'
008620             MOVE WK-IV-OPEN-AMT(WK-IV-IDX) TO WK-PR-PO-AMT
008630             MOVE WK-IV-AGE-DAYS(WK-IV-IDX) TO WK-PR-PO-DAYS
008640             MOVE WK-PR-PAY-OPEN TO WK-PR-IV-PAY
008650         ELSE
008660             MOVE WK-OP-RUN-DATE TO WK-PR-PP-DATE
008670             MOVE WK-PR-PAY-PAID TO WK-PR-IV-PAY
008680         END-IF
008690     END-IF.
008700     MOVE WK-PR-INV-LINE2 TO WK-OUT-LINE.
008710     PERFORM EMIT-LINE-PROC.
008720 LOAD-ARCHIVE-INDEX-PROC.
008730*    ARCHIDX.DATを全件読み込む（無い場合は当日分だけを照会する）
008740     OPEN INPUT ARCHIVE-INDEX-IN.
008750     IF WK-AX-FILE-STATUS = '35'
008760         SET WK-AX-EOF TO TRUE
008770     ELSE
008780         PERFORM READ-ARCHIVE-INDEX-PROC
008790             UNTIL WK-AX-EOF
008800         CLOSE ARCHIVE-INDEX-IN
008810     END-IF.
008820 READ-ARCHIVE-INDEX-PROC.
008830     READ ARCHIVE-INDEX-IN
008840         AT END
008850             SET WK-AX-EOF TO TRUE
008860         NOT AT END
008870             PERFORM STORE-ARCHIVE-ENTRY-PROC
008880     END-READ.
008890 STORE-ARCHIVE-ENTRY-PROC.
008900     IF WK-AX-COUNT < 100
008910         ADD 1 TO WK-AX-COUNT
008920         MOVE AX-FAMILY    TO WK-AX-FAMILY(WK-AX-COUNT)
008930         MOVE AX-FILE-NAME TO WK-AX-NAME(WK-AX-COUNT)
008940         MOVE AX-RUN-DATE  TO WK-AX-DATE(WK-AX-COUNT)
008950     END-IF.
