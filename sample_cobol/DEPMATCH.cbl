000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DEPMATCH.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  銀行の入金明細の取り込みと入金照合
000080*                             バッチを新規作成（振込人名の別名表で
000090*                             顧客を、振込依頼人の通信欄の受注番号
000100*                             または金額の一致で未回収の請求書を
000110*                             特定し、照合できた入金を入金ファイル
000120*                             (PAYMENTS.DAT)へ出力する。照合できない
000130*                             入金は未照合入金として担当者が顧客を
000140*                             指定するまで繰り越し、GLJRNL向けに
000142*                             仮受金のバッチを出力）
000145*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000147*                             するよう変更（再実行・遅れ処理で
000150*                             処理対象の業務日を使う）
000160*----------------------------------------------------------------
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200*    銀行の入金明細（入金1件を1行。銀行の整理番号・入金日・金額・
000210*    振込人名・振込依頼人の通信欄）
000220     SELECT BANK-DEPOSIT-IN ASSIGN TO 'BANKDEP.DAT'
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WK-BD-FILE-STATUS.
000250*    振込人名の別名表（銀行の振込人名と顧客コードの対応）
000260     SELECT PAYER-ALIAS-IN ASSIGN TO 'PAYALIAS.DAT'
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WK-PA-FILE-STATUS.
000290     SELECT CUSTOMER-MASTER-IN ASSIGN TO 'CUSTMAST.DAT'
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WK-CM-FILE-STATUS.
000320*    請求書別の未回収残（入金消込(CASHAPP)が実行ごとに作り直す）
000330     SELECT OPEN-ITEM-IN ASSIGN TO 'OPENITEM.DAT'
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WK-OI-FILE-STATUS.
000360*    未照合入金（担当者が顧客を指定するまで実行ごとに繰り越す）
000370     SELECT UNAPPLIED-IO ASSIGN TO 'UNAPPLD.DAT'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WK-UC-FILE-STATUS.
000400*    未照合入金への顧客の指定（担当者が作業リストを見て置く）
000410     SELECT ASSIGNMENT-IN ASSIGN TO 'UNAPASGN.DAT'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WK-UA-FILE-STATUS.
000440*    入金ファイル（入金消込(CASHAPP)の入力。実行ごとに作り直す）
000450     SELECT PAYMENTS-OUT ASSIGN TO 'PAYMENTS.DAT'
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470*    入金照合の結果と未照合入金の作業リスト
000480     SELECT WORKLIST-OUT ASSIGN TO 'UNAPPLD.RPT'
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500*    仮受金バッチ（受注バッチと同じヘッダー／明細／トレーラー形式。
000510*    トレーラーに当日の未照合入金、CLEARED行に顧客を指定して仮受
000520*    から外した入金の管理合計を載せ、GLJRNLが仕訳に使う）
000530     SELECT UNAPPLIED-BATCH-OUT ASSIGN TO 'UNAPBAT.OUT'
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  BANK-DEPOSIT-IN.
000580 01 BANK-DEPOSIT-REC.
000590   05 BD-DEP-REF       PIC X(10).
000600   05 BD-DEP-DATE      PIC 9(08).
000610   05 BD-AMOUNT        PIC 9(09).
000620   05 BD-PAYER-NAME    PIC X(30).
000630*  振込依頼人の通信欄（受注番号7桁が書かれていれば請求書を特定する）
000640   05 BD-REMIT-TEXT    PIC X(40).
000650 FD  PAYER-ALIAS-IN.
000660 01 PAYER-ALIAS-REC.
000670   05 PA-PAYER-NAME    PIC X(30).
000680   05 PA-CUST-CD       PIC X(10).
000690 FD  CUSTOMER-MASTER-IN.
000700 01 CUSTOMER-MASTER-REC.
000710   05 CM-CUST-CD       PIC X(10).
000720   05 CM-NAME          PIC X(20).
000730   05 CM-CREDIT-LIMIT  PIC 9(09).
000740   05 CM-OPEN-BALANCE  PIC 9(09).
000750   05 CM-STATUS        PIC X(01).
000760 FD  OPEN-ITEM-IN.
000770 01 OPEN-ITEM-REC.
000780   05 OP-ORDER-NO      PIC 9(07).
000790   05 OP-CUST-CD       PIC X(10).
000800   05 OP-INV-DATE      PIC 9(08).
000810   05 OP-NET           PIC 9(09).
000820   05 OP-OPEN-AMT      PIC 9(09).
000830   05 OP-AGE-DAYS      PIC 9(05).
000840   05 OP-RUN-DATE      PIC 9(08).
000850 FD  UNAPPLIED-IO.
000860 01 UNAPPLIED-REC.
000870   05 UC-DEP-REF       PIC X(10).
000880   05 UC-DEP-DATE      PIC 9(08).
000890   05 UC-AMOUNT        PIC 9(09).
000900   05 UC-PAYER-NAME    PIC X(30).
000910   05 UC-REMIT-TEXT    PIC X(40).
000920*  未照合の理由（10=振込人不明、20=該当する請求書なし）
000930   05 UC-REASON-CD     PIC 9(02).
000940*  未照合入金として最初に計上した実行日
000950   05 UC-FIRST-RUN     PIC 9(08).
000960 FD  ASSIGNMENT-IN.
000970 01 ASSIGNMENT-REC.
000980   05 UA-DEP-REF       PIC X(10).
000990   05 UA-CUST-CD       PIC X(10).
001000 FD  PAYMENTS-OUT.
001010 01 PAYMENT-REC.
001020   05 PY-CUST-CD       PIC X(10).
001030   05 PY-DATE          PIC 9(08).
001040   05 PY-AMOUNT        PIC 9(09).
001050 FD  WORKLIST-OUT.
001060 01 WORKLIST-REC       PIC X(132).
001070 FD  UNAPPLIED-BATCH-OUT.
001080 01 UNAPPLIED-BATCH-REC PIC X(80).
001090 WORKING-STORAGE SECTION.
001100 01 WK-FLAGS.
001110   05 WK-BD-FILE-STATUS PIC X(02).
001120   05 WK-PA-FILE-STATUS PIC X(02).
001130   05 WK-CM-FILE-STATUS PIC X(02).
001140   05 WK-OI-FILE-STATUS PIC X(02).
001150   05 WK-UC-FILE-STATUS PIC X(02).
001160   05 WK-UA-FILE-STATUS PIC X(02).
001170   05 WK-BD-EOF-SW     PIC X(01) VALUE 'N'.
001180     88 WK-BD-EOF          VALUE 'Y'.
001190   05 WK-PA-EOF-SW     PIC X(01) VALUE 'N'.
001200     88 WK-PA-EOF          VALUE 'Y'.
001210   05 WK-CM-EOF-SW     PIC X(01) VALUE 'N'.
001220     88 WK-CM-EOF          VALUE 'Y'.
001230   05 WK-OI-EOF-SW     PIC X(01) VALUE 'N'.
001240     88 WK-OI-EOF          VALUE 'Y'.
001250   05 WK-UC-EOF-SW     PIC X(01) VALUE 'N'.
001260     88 WK-UC-EOF          VALUE 'Y'.
001270   05 WK-UA-EOF-SW     PIC X(01) VALUE 'N'.
001280     88 WK-UA-EOF          VALUE 'Y'.
001290*  別名表・顧客マスタ・未回収残・未照合入金がテーブルに収まらない
001300*  （未照合入金を書き戻すと行が失われるため実行を打ち切る）
001310   05 WK-TABLE-FULL-SW PIC X(01) VALUE 'N'.
001320     88 WK-TABLE-FULL      VALUE 'Y'.
001330 01 WK-RUN-AREA.
001340   05 WK-RUN-DATE      PIC 9(08).
001350   05 WK-RUN-SERIAL    PIC 9(07).
001360   05 WK-DEP-DATE      PIC 9(08).
001370   05 WK-DEP-SERIAL    PIC 9(07).
001380   05 WK-DATE-RETURN-CD PIC 9(02).
001390   05 WK-AGE-DAYS      PIC 9(05).
001400*--- 振込人名の別名表 ---
001410 01 WK-ALIAS-TABLE.
001420   05 WK-PA-COUNT      PIC 9(03) VALUE 0.
001430   05 WK-PA-ENTRY OCCURS 500 TIMES.
001440     10 WK-PA-PAYER-NAME PIC X(30).
001450     10 WK-PA-CUST-CD  PIC X(10).
001460 01 WK-ALIAS-WORK.
001470   05 WK-PA-IDX        PIC 9(03).
001480   05 WK-PA-FOUND-IDX  PIC 9(03).
001490*--- 顧客マスタ（顧客コードの存在確認用）---
001500 01 WK-CUST-TABLE.
001510   05 WK-CM-COUNT      PIC 9(03) VALUE 0.
001520   05 WK-CM-ENTRY OCCURS 100 TIMES.
001530     10 WK-CM-CUST-CD  PIC X(10).
001540 01 WK-CUST-WORK.
001550   05 WK-CM-IDX        PIC 9(03).
001560   05 WK-CM-FOUND-IDX  PIC 9(03).
001570   05 WK-SEARCH-CUST-CD PIC X(10).
001580*--- 請求書別の未回収残（同じ請求書に2件の入金を当てないよう
001590*    照合済みの印を付ける）---
001600 01 WK-OPEN-ITEM-TABLE.
001610   05 WK-OI-COUNT      PIC 9(04) VALUE 0.
001620   05 WK-OI-ENTRY OCCURS 2000 TIMES.
001630     10 WK-OI-ORDER-NO PIC 9(07).
001640     10 WK-OI-CUST-CD  PIC X(10).
001650     10 WK-OI-OPEN-AMT PIC 9(09).
001660     10 WK-OI-AGE-DAYS PIC 9(05).
001670     10 WK-OI-USED-SW  PIC X(01).
001680 01 WK-OPEN-ITEM-WORK.
001690   05 WK-OI-IDX        PIC 9(04).
001700   05 WK-OI-FOUND-IDX  PIC 9(04).
001710*--- 未照合入金のテーブル（前回までの繰越に当日分を追加し、顧客
001720*    を指定した入金は状態Aとして書き戻しから外す）---
001730 01 WK-UNAPPLIED-TABLE.
001740   05 WK-UC-COUNT      PIC 9(03) VALUE 0.
001750   05 WK-UC-ENTRY OCCURS 500 TIMES.
001760     10 WK-UC-DEP-REF  PIC X(10).
001770     10 WK-UC-DEP-DATE PIC 9(08).
001780     10 WK-UC-AMOUNT   PIC 9(09).
001790     10 WK-UC-PAYER-NAME PIC X(30).
001800     10 WK-UC-REMIT-TEXT PIC X(40).
001810     10 WK-UC-REASON-CD PIC 9(02).
001820     10 WK-UC-FIRST-RUN PIC 9(08).
001830*    O=未照合のまま、A=顧客を指定済み
001840     10 WK-UC-STATUS   PIC X(01).
001850 01 WK-UNAPPLIED-WORK.
001860   05 WK-UC-IDX        PIC 9(03).
001870   05 WK-UC-FOUND-IDX  PIC 9(03).
001880*--- 入金1件の照合 ---
001890 01 WK-MATCH-WORK.
001900   05 WK-MATCH-CUST-CD PIC X(10).
001910   05 WK-REMIT-POS     PIC 9(02).
001920   05 WK-REMIT-ORDER-X PIC X(07).
001930   05 WK-REMIT-ORDER-N REDEFINES WK-REMIT-ORDER-X PIC 9(07).
001940   05 WK-BEST-AGE      PIC 9(05).
001950   05 WK-REASON-CD     PIC 9(02).
001960*--- 件数と管理合計 ---
001970 01 WK-COUNTERS.
001980   05 WK-DEP-CT        PIC 9(05) VALUE 0.
001990   05 WK-DUP-CT        PIC 9(05) VALUE 0.
002000   05 WK-MATCH-CT      PIC 9(05) VALUE 0.
002010   05 WK-MATCH-TOTAL   PIC 9(09) VALUE 0.
002020   05 WK-NEW-UC-CT     PIC 9(05) VALUE 0.
002030   05 WK-NEW-UC-TOTAL  PIC 9(09) VALUE 0.
002040   05 WK-ASSIGN-CT     PIC 9(05) VALUE 0.
002050   05 WK-ASSIGN-TOTAL  PIC 9(09) VALUE 0.
002060   05 WK-ASSIGN-REJ-CT PIC 9(05) VALUE 0.
002070   05 WK-OPEN-UC-CT    PIC 9(05) VALUE 0.
002080   05 WK-OPEN-UC-TOTAL PIC 9(09) VALUE 0.
002090*--- LOCKMGR呼び出し用ワーク（実行間ロック）---
002100 01 WK-LOCK-AREA.
002110   05 WK-LOCK-FUNC     PIC X(01).
002120   05 WK-LOCK-PGM      PIC X(08) VALUE 'DEPMATCH'.
002130   05 WK-LOCK-FILES.
002140     10 FILLER         PIC X(10) VALUE 'PAYMENTS  '.
002150     10 FILLER         PIC X(10) VALUE 'UNAPPLD   '.
002160     10 FILLER         PIC X(30) VALUE SPACES.
002170   05 WK-LOCK-RETURN-CD PIC 9(02).
002180*--- 作業リストの見出し・明細・合計行 ---
002190 01 WK-WL-HEADER.
002200   05 FILLER           PIC X(40)
002210       VALUE 'DEPOSIT MATCHING AND UNAPPLIED CASH     '.
002220   05 WK-WH-DATE       PIC 9(08).
002230 01 WK-WL-RESULT-TITLE.
002240   05 FILLER           PIC X(40)
002250       VALUE 'TODAY''S DEPOSITS AND ASSIGNMENTS        '.
002260 01 WK-WL-RESULT-COLUMNS.
002270   05 FILLER           PIC X(42) VALUE
002280       'RESULT     DEP REF    DEP DATE     AMOUNT '.
002290   05 FILLER           PIC X(38) VALUE
002300       'CUSTOMER   ORDER   NOTE'.
002310 01 WK-WL-RESULT-LINE.
002320   05 WK-RL-RESULT     PIC X(10).
002330   05 FILLER           PIC X(01) VALUE SPACE.
002340   05 WK-RL-DEP-REF    PIC X(10).
002350   05 FILLER           PIC X(01) VALUE SPACE.
002360   05 WK-RL-DEP-DATE   PIC 9(08).
002370   05 FILLER           PIC X(01) VALUE SPACE.
002380   05 WK-RL-AMOUNT     PIC ZZZZZZZZ9.
002390   05 FILLER           PIC X(02) VALUE SPACES.
002400   05 WK-RL-CUST-CD    PIC X(10).
002410   05 FILLER           PIC X(01) VALUE SPACE.
002420   05 WK-RL-ORDER-NO   PIC X(07).
002430   05 FILLER           PIC X(01) VALUE SPACE.
002440   05 WK-RL-NOTE       PIC X(20).
002450 01 WK-WL-OPEN-TITLE.
002460   05 FILLER           PIC X(40)
002470       VALUE 'UNAPPLIED CASH WORK LIST                '.
002480 01 WK-WL-OPEN-COLUMNS.
002490   05 FILLER           PIC X(42) VALUE
002500       'DEP REF    DEP DATE     AMOUNT   AGE REASO'.
002510   05 FILLER           PIC X(50) VALUE
002520       'N               PAYER NAME                     REM'.
002530   05 FILLER           PIC X(08) VALUE 'ITTANCE'.
002540 01 WK-WL-OPEN-LINE.
002550   05 WK-OL-DEP-REF    PIC X(10).
002560   05 FILLER           PIC X(01) VALUE SPACE.
002570   05 WK-OL-DEP-DATE   PIC 9(08).
002580   05 FILLER           PIC X(01) VALUE SPACE.
002590   05 WK-OL-AMOUNT     PIC ZZZZZZZZ9.
002600   05 FILLER           PIC X(01) VALUE SPACE.
002610   05 WK-OL-AGE        PIC ZZZZ9.
002620   05 FILLER           PIC X(01) VALUE SPACE.
002630   05 WK-OL-REASON     PIC X(20).
002640   05 FILLER           PIC X(01) VALUE SPACE.
002650   05 WK-OL-PAYER-NAME PIC X(30).
002660   05 FILLER           PIC X(01) VALUE SPACE.
002670   05 WK-OL-REMIT-TEXT PIC X(40).
002680 01 WK-WL-TOTAL-LINE.
002690   05 WK-TL-LABEL      PIC X(20).
002700   05 WK-TL-COUNT      PIC ZZZZ9.
002710   05 FILLER           PIC X(02) VALUE SPACES.
002720   05 WK-TL-AMOUNT     PIC ZZZZZZZZ9.
002730*--- 仮受金バッチ（受注バッチ(ORDERBAT.OUT)と同じ形式）---
002740 01 WK-BATCH-HEADER.
002750   05 WK-BH-TAG        PIC X(06) VALUE 'HEADER'.
002760   05 WK-BH-RUN-DATE   PIC 9(08).
002770   05 FILLER           PIC X(66) VALUE SPACES.
002780 01 WK-BATCH-DETAIL.
002790   05 WK-BD-TAG        PIC X(06) VALUE 'DETAIL'.
002800   05 WK-BD-AMOUNT     PIC Z(08)9.
002810   05 FILLER           PIC X(06) VALUE ' REF: '.
002820   05 WK-BD-DEP-REF    PIC X(10).
002830   05 FILLER           PIC X(49) VALUE SPACES.
002840 01 WK-BATCH-TRAILER.
002850   05 WK-BT-TAG        PIC X(07) VALUE 'TRAILER'.
002860   05 WK-BT-COUNT      PIC 9(05).
002870   05 WK-BT-CONTROL-TOTAL PIC 9(09).
002880   05 FILLER           PIC X(59) VALUE SPACES.
002890 PROCEDURE DIVISION.
002900 MAIN-PROC.
002910*    前回までの未照合入金に担当者の顧客指定を当てて入金ファイルへ
002920*    回し、続けて当日の銀行の入金明細を別名表と未回収残で照合する。
002930*    照合できた入金は入金ファイルへ、できない入金は未照合入金へ
002940*    積み、作業リストと仮受金バッチを出力する
002950     CALL 'BUSDATE' USING WK-RUN-DATE.
002960     CALL 'DATECHK' USING WK-RUN-DATE WK-DATE-RETURN-CD
002970         WK-RUN-SERIAL.
002980     MOVE 'L' TO WK-LOCK-FUNC.
002990     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
003000         WK-LOCK-FILES WK-LOCK-RETURN-CD.
003010     IF WK-LOCK-RETURN-CD NOT = 00
003020         DISPLAY 'DEPMATCH: FILES LOCKED BY ANOTHER RUN'
003030             ' - RUN REFUSED'
003040         MOVE 8 TO RETURN-CODE
003050         GOBACK
003060     END-IF.
003070     PERFORM LOAD-ALIAS-PROC.
003080     PERFORM LOAD-CUSTOMER-PROC.
003090     PERFORM LOAD-OPEN-ITEM-PROC.
003100     PERFORM LOAD-UNAPPLIED-PROC.
003110     IF WK-TABLE-FULL
003120         DISPLAY 'DEPMATCH: PAYALIAS.DAT, CUSTMAST.DAT, '
003130             'OPENITEM.DAT OR UNAPPLD.DAT EXCEEDS TABLE SIZE'
003140         DISPLAY 'DEPMATCH: RUN REFUSED'
003150         PERFORM RELEASE-LOCK-PROC
003160         MOVE 8 TO RETURN-CODE
003170         GOBACK
003180     END-IF.
003190     OPEN OUTPUT PAYMENTS-OUT WORKLIST-OUT UNAPPLIED-BATCH-OUT.
003200     MOVE WK-RUN-DATE TO WK-WH-DATE WK-BH-RUN-DATE.
003210     WRITE WORKLIST-REC FROM WK-WL-HEADER.
003220     MOVE SPACES TO WORKLIST-REC.
003230     WRITE WORKLIST-REC.
003240     WRITE WORKLIST-REC FROM WK-WL-RESULT-TITLE.
003250     WRITE WORKLIST-REC FROM WK-WL-RESULT-COLUMNS.
003260     WRITE UNAPPLIED-BATCH-REC FROM WK-BATCH-HEADER.
003270     PERFORM APPLY-ASSIGNMENTS-PROC.
003280     PERFORM MATCH-DEPOSITS-PROC.
003290     PERFORM WRITE-OPEN-LIST-PROC.
003300     PERFORM WRITE-TOTALS-PROC.
003310     MOVE WK-NEW-UC-CT    TO WK-BT-COUNT.
003320     MOVE WK-NEW-UC-TOTAL TO WK-BT-CONTROL-TOTAL.
003330     WRITE UNAPPLIED-BATCH-REC FROM WK-BATCH-TRAILER.
003340     MOVE 'CLEARED'       TO WK-BT-TAG.
003350     MOVE WK-ASSIGN-CT    TO WK-BT-COUNT.
003360     MOVE WK-ASSIGN-TOTAL TO WK-BT-CONTROL-TOTAL.
003370     WRITE UNAPPLIED-BATCH-REC FROM WK-BATCH-TRAILER.
003380     CLOSE PAYMENTS-OUT WORKLIST-OUT UNAPPLIED-BATCH-OUT.
003390     PERFORM REWRITE-UNAPPLIED-PROC.
003400     DISPLAY 'DEPMATCH: DEPOSITS   = ' WK-DEP-CT.
003410     DISPLAY 'DEPMATCH: DUPLICATES = ' WK-DUP-CT.
003420     DISPLAY 'DEPMATCH: MATCHED    = ' WK-MATCH-CT
003430         ' AMOUNT ' WK-MATCH-TOTAL.
003440     DISPLAY 'DEPMATCH: UNAPPLIED  = ' WK-NEW-UC-CT
003450         ' AMOUNT ' WK-NEW-UC-TOTAL.
003460     DISPLAY 'DEPMATCH: ASSIGNED   = ' WK-ASSIGN-CT
003470         ' AMOUNT ' WK-ASSIGN-TOTAL.
003480     DISPLAY 'DEPMATCH: STILL OPEN = ' WK-OPEN-UC-CT
003490         ' AMOUNT ' WK-OPEN-UC-TOTAL.
003500     PERFORM RELEASE-LOCK-PROC.
003510     GOBACK.
003520 RELEASE-LOCK-PROC.
003530*    取得した実行間ロックを解放する
003540     MOVE 'U' TO WK-LOCK-FUNC.
003550     CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
003560         WK-LOCK-FILES WK-LOCK-RETURN-CD.
003570 LOAD-ALIAS-PROC.
003580*    振込人名の別名表を読み込む（無い場合は全件を振込人不明とし、
003590*    通信欄の受注番号だけで照合する）
003600     OPEN INPUT PAYER-ALIAS-IN.
003610     IF WK-PA-FILE-STATUS = '35'
003620         DISPLAY 'DEPMATCH: NO PAYALIAS.DAT - ORDER NUMBER ONLY'
003630         SET WK-PA-EOF TO TRUE
003640     ELSE
003650         PERFORM READ-ALIAS-PROC
003660             UNTIL WK-PA-EOF
003670         CLOSE PAYER-ALIAS-IN
003680     END-IF.
003690 READ-ALIAS-PROC.
003700     READ PAYER-ALIAS-IN
003710         AT END
003720             SET WK-PA-EOF TO TRUE
003730         NOT AT END
003740             IF WK-PA-COUNT < 500
003750                 ADD 1 TO WK-PA-COUNT
003760                 MOVE PA-PAYER-NAME
003770                     TO WK-PA-PAYER-NAME(WK-PA-COUNT)
003780                 MOVE PA-CUST-CD TO WK-PA-CUST-CD(WK-PA-COUNT)
003790             ELSE
003800                 SET WK-TABLE-FULL TO TRUE
003810             END-IF
003820     END-READ.
003830 FIND-ALIAS-PROC.
003840*    BD-PAYER-NAMEと一致する別名の添字を返す（無ければ0）
003850     MOVE 0 TO WK-PA-FOUND-IDX.
003860     PERFORM FIND-ALIAS-STEP-PROC
003870         VARYING WK-PA-IDX FROM 1 BY 1
003880         UNTIL WK-PA-IDX > WK-PA-COUNT
003890             OR WK-PA-FOUND-IDX NOT = 0.
003900 FIND-ALIAS-STEP-PROC.
003910     IF WK-PA-PAYER-NAME(WK-PA-IDX) = BD-PAYER-NAME
003920         MOVE WK-PA-IDX TO WK-PA-FOUND-IDX
003930     END-IF.
003940 LOAD-CUSTOMER-PROC.
003950     OPEN INPUT CUSTOMER-MASTER-IN.
003960     IF WK-CM-FILE-STATUS = '35'
003970         DISPLAY 'DEPMATCH: CUSTMAST.DAT NOT FOUND'
003980         SET WK-CM-EOF TO TRUE
003990     ELSE
004000         PERFORM READ-CUSTOMER-PROC
004010             UNTIL WK-CM-EOF
004020         CLOSE CUSTOMER-MASTER-IN
004030     END-IF.
004040 READ-CUSTOMER-PROC.
004050     READ CUSTOMER-MASTER-IN
004060         AT END
004070             SET WK-CM-EOF TO TRUE
004080         NOT AT END
004090             IF WK-CM-COUNT < 100
004100                 ADD 1 TO WK-CM-COUNT
004110                 MOVE CM-CUST-CD TO WK-CM-CUST-CD(WK-CM-COUNT)
004120             ELSE
004130                 SET WK-TABLE-FULL TO TRUE
004140             END-IF
004150     END-READ.
004160 FIND-CUSTOMER-PROC.
004170*    WK-SEARCH-CUST-CDと一致する顧客の添字を返す（無ければ0）
004180     MOVE 0 TO WK-CM-FOUND-IDX.
004190     PERFORM FIND-CUSTOMER-STEP-PROC
004200         VARYING WK-CM-IDX FROM 1 BY 1
004210         UNTIL WK-CM-IDX > WK-CM-COUNT
004220             OR WK-CM-FOUND-IDX NOT = 0.
004230 FIND-CUSTOMER-STEP-PROC.
004240     IF WK-CM-CUST-CD(WK-CM-IDX) = WK-SEARCH-CUST-CD
004250         MOVE WK-CM-IDX TO WK-CM-FOUND-IDX
004260     END-IF.
004270 LOAD-OPEN-ITEM-PROC.
004280*    請求書別の未回収残を読み込む（無い場合は請求書との照合なし）
004290     OPEN INPUT OPEN-ITEM-IN.
004300     IF WK-OI-FILE-STATUS = '35'
004310         DISPLAY 'DEPMATCH: NO OPENITEM.DAT - NO INVOICE MATCHING'
004320         SET WK-OI-EOF TO TRUE
004330     ELSE
004340         PERFORM READ-OPEN-ITEM-PROC
004350             UNTIL WK-OI-EOF
004360         CLOSE OPEN-ITEM-IN
004370     END-IF.
004380 READ-OPEN-ITEM-PROC.
004390     READ OPEN-ITEM-IN
004400         AT END
004410             SET WK-OI-EOF TO TRUE
004420         NOT AT END
004430             IF WK-OI-COUNT < 2000
004440                 ADD 1 TO WK-OI-COUNT
004450                 MOVE OP-ORDER-NO TO WK-OI-ORDER-NO(WK-OI-COUNT)
004460                 MOVE OP-CUST-CD  TO WK-OI-CUST-CD(WK-OI-COUNT)
004470                 MOVE OP-OPEN-AMT TO WK-OI-OPEN-AMT(WK-OI-COUNT)
004480                 MOVE OP-AGE-DAYS TO WK-OI-AGE-DAYS(WK-OI-COUNT)
004490                 MOVE 'N'         TO WK-OI-USED-SW(WK-OI-COUNT)
004500             ELSE
004510                 SET WK-TABLE-FULL TO TRUE
004520             END-IF
004530     END-READ.
004540 LOAD-UNAPPLIED-PROC.
004550*    前回までの未照合入金を読み込む（初回は空）
004560     OPEN INPUT UNAPPLIED-IO.
004570     IF WK-UC-FILE-STATUS = '35'
004580         SET WK-UC-EOF TO TRUE
004590     ELSE
004600         PERFORM READ-UNAPPLIED-PROC
004610             UNTIL WK-UC-EOF
004620         CLOSE UNAPPLIED-IO
004630     END-IF.
004640 READ-UNAPPLIED-PROC.
004650     READ UNAPPLIED-IO
004660         AT END
004670             SET WK-UC-EOF TO TRUE
004680         NOT AT END
004690             IF WK-UC-COUNT < 500
004700                 ADD 1 TO WK-UC-COUNT
004710                 MOVE UC-DEP-REF    TO WK-UC-DEP-REF(WK-UC-COUNT)
004720                 MOVE UC-DEP-DATE   TO WK-UC-DEP-DATE(WK-UC-COUNT)
004730                 MOVE UC-AMOUNT     TO WK-UC-AMOUNT(WK-UC-COUNT)
004740                 MOVE UC-PAYER-NAME
004750                     TO WK-UC-PAYER-NAME(WK-UC-COUNT)
004760                 MOVE UC-REMIT-TEXT
004770                     TO WK-UC-REMIT-TEXT(WK-UC-COUNT)
004780                 MOVE UC-REASON-CD
004790                     TO WK-UC-REASON-CD(WK-UC-COUNT)
004800                 MOVE UC-FIRST-RUN
004810                     TO WK-UC-FIRST-RUN(WK-UC-COUNT)
004820                 MOVE 'O'           TO WK-UC-STATUS(WK-UC-COUNT)
004830             ELSE
004840                 SET WK-TABLE-FULL TO TRUE
004850             END-IF
004860     END-READ.
004870 FIND-UNAPPLIED-PROC.
004880*    銀行の整理番号(WK-RL-DEP-REF)と一致する未照合入金の添字を
004890*    返す（無ければ0）
004900     MOVE 0 TO WK-UC-FOUND-IDX.
004910     PERFORM FIND-UNAPPLIED-STEP-PROC
004920         VARYING WK-UC-IDX FROM 1 BY 1
004930         UNTIL WK-UC-IDX > WK-UC-COUNT
004940             OR WK-UC-FOUND-IDX NOT = 0.
004950 FIND-UNAPPLIED-STEP-PROC.
004960     IF WK-UC-DEP-REF(WK-UC-IDX) = WK-RL-DEP-REF
004970         MOVE WK-UC-IDX TO WK-UC-FOUND-IDX
004980     END-IF.
004990 APPLY-ASSIGNMENTS-PROC.
005000*    担当者が未照合入金に指定した顧客を当て、入金ファイルへ回す
005010*    （指定が無い日は何もしない）
005020     OPEN INPUT ASSIGNMENT-IN.
005030     IF WK-UA-FILE-STATUS = '35'
005040         SET WK-UA-EOF TO TRUE
005050     ELSE
005060         PERFORM READ-ASSIGNMENT-PROC
005070             UNTIL WK-UA-EOF
005080         CLOSE ASSIGNMENT-IN
005090     END-IF.
005100 READ-ASSIGNMENT-PROC.
005110     READ ASSIGNMENT-IN
005120         AT END
005130             SET WK-UA-EOF TO TRUE
005140         NOT AT END
005150             PERFORM APPLY-ONE-ASSIGNMENT-PROC
005160     END-READ.
005170 APPLY-ONE-ASSIGNMENT-PROC.
005180*    指定1件分：繰越中の未照合入金と顧客マスタを確認し、どちらも
005190*    あれば入金ファイルへ書いて仮受から外す
005200     MOVE UA-DEP-REF TO WK-RL-DEP-REF.
005210     MOVE UA-CUST-CD TO WK-RL-CUST-CD WK-SEARCH-CUST-CD.
005220     MOVE SPACES     TO WK-RL-ORDER-NO.
005230     PERFORM FIND-UNAPPLIED-PROC.
005240     PERFORM FIND-CUSTOMER-PROC.
005250     EVALUATE TRUE
005260         WHEN WK-UC-FOUND-IDX = 0
005270             MOVE 0 TO WK-RL-DEP-DATE
005280             MOVE 0 TO WK-RL-AMOUNT
005290             MOVE 'NO SUCH UNAPPLIED'  TO WK-RL-NOTE
005300             PERFORM REJECT-ASSIGNMENT-PROC
005310         WHEN WK-UC-STATUS(WK-UC-FOUND-IDX) NOT = 'O'
005320             PERFORM SET-ASSIGNED-DEPOSIT-PROC
005330             MOVE 'ALREADY ASSIGNED'   TO WK-RL-NOTE
005340             PERFORM REJECT-ASSIGNMENT-PROC
005350         WHEN WK-CM-FOUND-IDX = 0
005360             PERFORM SET-ASSIGNED-DEPOSIT-PROC
005370             MOVE 'UNKNOWN CUSTOMER'   TO WK-RL-NOTE
005380             PERFORM REJECT-ASSIGNMENT-PROC
005390         WHEN OTHER
005400             MOVE 'A' TO WK-UC-STATUS(WK-UC-FOUND-IDX)
005410             PERFORM SET-ASSIGNED-DEPOSIT-PROC
005420             MOVE UA-CUST-CD     TO PY-CUST-CD
005430             WRITE PAYMENT-REC
005440             ADD 1 TO WK-ASSIGN-CT
005450             ADD PY-AMOUNT TO WK-ASSIGN-TOTAL
005460             MOVE 'ASSIGNED'     TO WK-RL-RESULT
005470             MOVE 'BY CLERK'     TO WK-RL-NOTE
005480             WRITE WORKLIST-REC FROM WK-WL-RESULT-LINE
005490     END-EVALUATE.
005500 SET-ASSIGNED-DEPOSIT-PROC.
005510*    指定された未照合入金の入金日・金額を印字行と入金ファイルの
005520*    レコードへ移す
005530     MOVE WK-UC-DEP-DATE(WK-UC-FOUND-IDX)
005540         TO WK-RL-DEP-DATE PY-DATE.
005550     MOVE WK-UC-AMOUNT(WK-UC-FOUND-IDX)
005560         TO WK-RL-AMOUNT PY-AMOUNT.
005570 REJECT-ASSIGNMENT-PROC.
005580     ADD 1 TO WK-ASSIGN-REJ-CT.
005590     MOVE 'REJECTED' TO WK-RL-RESULT.
005600     WRITE WORKLIST-REC FROM WK-WL-RESULT-LINE.
005610 MATCH-DEPOSITS-PROC.
005620*    銀行の入金明細を1件ずつ照合する（無い場合は繰越分のみ）
005630     OPEN INPUT BANK-DEPOSIT-IN.
005640     IF WK-BD-FILE-STATUS = '35'
005650         DISPLAY 'DEPMATCH: NO BANKDEP.DAT - NO NEW DEPOSITS'
005660         SET WK-BD-EOF TO TRUE
005670     ELSE
005680         PERFORM READ-DEPOSIT-PROC
005690             UNTIL WK-BD-EOF
005700         CLOSE BANK-DEPOSIT-IN
005710     END-IF.
005720 READ-DEPOSIT-PROC.
005730     READ BANK-DEPOSIT-IN
005740         AT END
005750             SET WK-BD-EOF TO TRUE
005760         NOT AT END
005770             PERFORM MATCH-ONE-DEPOSIT-PROC
005780     END-READ.
005790 MATCH-ONE-DEPOSIT-PROC.
005800*    入金1件分：別名表で顧客を決め、通信欄の受注番号、無ければ
005810*    顧客の未回収残との金額の一致で請求書を特定する。通信欄の
005820*    受注番号で請求書が決まれば振込人不明でもその請求書の顧客と
005830*    する。顧客と請求書の両方が決まった入金だけを入金ファイルへ
005840*    書き、それ以外は未照合入金へ積む
005850     ADD 1 TO WK-DEP-CT.
005860     MOVE BD-DEP-REF  TO WK-RL-DEP-REF.
005870     MOVE BD-DEP-DATE TO WK-RL-DEP-DATE.
005880     MOVE BD-AMOUNT   TO WK-RL-AMOUNT.
005890     MOVE SPACES      TO WK-RL-ORDER-NO.
005900     PERFORM FIND-UNAPPLIED-PROC.
005910     IF WK-UC-FOUND-IDX NOT = 0
005920         ADD 1 TO WK-DUP-CT
005930         MOVE 'DUPLICATE' TO WK-RL-RESULT
005940         MOVE SPACES      TO WK-RL-CUST-CD
005950         MOVE 'ALREADY UNAPPLIED' TO WK-RL-NOTE
005960         WRITE WORKLIST-REC FROM WK-WL-RESULT-LINE
005970     ELSE
005980         PERFORM IDENTIFY-PAYER-PROC
005990         PERFORM FIND-REMIT-ORDER-PROC
006000         IF WK-OI-FOUND-IDX = 0 AND WK-MATCH-CUST-CD NOT = SPACES
006010             PERFORM FIND-AMOUNT-MATCH-PROC
006020         END-IF
006030         IF WK-OI-FOUND-IDX NOT = 0
006040             PERFORM ACCEPT-DEPOSIT-PROC
006050         ELSE
006060             IF WK-MATCH-CUST-CD = SPACES
006070                 MOVE 10 TO WK-REASON-CD
006080             ELSE
006090                 MOVE 20 TO WK-REASON-CD
006100             END-IF
006110             PERFORM ADD-UNAPPLIED-PROC
006120         END-IF
006130     END-IF.
006140 IDENTIFY-PAYER-PROC.
006150*    振込人名を別名表で顧客コードに置き換える（別名表の顧客が
006160*    顧客マスタに無い場合は振込人不明とする）
006170     MOVE SPACES TO WK-MATCH-CUST-CD.
006180     PERFORM FIND-ALIAS-PROC.
006190     IF WK-PA-FOUND-IDX NOT = 0
006200         MOVE WK-PA-CUST-CD(WK-PA-FOUND-IDX) TO WK-SEARCH-CUST-CD
006210         PERFORM FIND-CUSTOMER-PROC
006220         IF WK-CM-FOUND-IDX NOT = 0
006230             MOVE WK-SEARCH-CUST-CD TO WK-MATCH-CUST-CD
006240         END-IF
006250     END-IF.
006260 FIND-REMIT-ORDER-PROC.
006270*    通信欄を先頭から7桁ずつずらして見て、未照合の未回収残の
006280*    受注番号と一致する数字7桁を探す（顧客が決まっている場合は
006290*    その顧客の請求書に限る）
006300     MOVE 0 TO WK-OI-FOUND-IDX.
006310     PERFORM SCAN-REMIT-STEP-PROC
006320         VARYING WK-REMIT-POS FROM 1 BY 1
006330         UNTIL WK-REMIT-POS > 34
006340             OR WK-OI-FOUND-IDX NOT = 0.
006350     IF WK-OI-FOUND-IDX NOT = 0
006360         MOVE WK-OI-CUST-CD(WK-OI-FOUND-IDX) TO WK-MATCH-CUST-CD
006370     END-IF.
006380 SCAN-REMIT-STEP-PROC.
006390     MOVE BD-REMIT-TEXT(WK-REMIT-POS:7) TO WK-REMIT-ORDER-X.
006400     IF WK-REMIT-ORDER-X IS NUMERIC
006410         PERFORM FIND-ORDER-STEP-PROC
006420             VARYING WK-OI-IDX FROM 1 BY 1
006430             UNTIL WK-OI-IDX > WK-OI-COUNT
006440                 OR WK-OI-FOUND-IDX NOT = 0
006450     END-IF.
006460 FIND-ORDER-STEP-PROC.
006470     IF WK-OI-ORDER-NO(WK-OI-IDX) = WK-REMIT-ORDER-N
006480             AND WK-OI-USED-SW(WK-OI-IDX) = 'N'
006490             AND (WK-MATCH-CUST-CD = SPACES
006500              OR WK-OI-CUST-CD(WK-OI-IDX) = WK-MATCH-CUST-CD)
006510         MOVE WK-OI-IDX TO WK-OI-FOUND-IDX
006520     END-IF.
006530 FIND-AMOUNT-MATCH-PROC.
006540*    顧客の未照合の未回収残のうち入金額と同額のものを探す（複数
006550*    あれば最も古い請求書に当てる）
006560     MOVE 0 TO WK-OI-FOUND-IDX WK-BEST-AGE.
006570     PERFORM FIND-AMOUNT-STEP-PROC
006580         VARYING WK-OI-IDX FROM 1 BY 1
006590         UNTIL WK-OI-IDX > WK-OI-COUNT.
006600 FIND-AMOUNT-STEP-PROC.
006610     IF WK-OI-CUST-CD(WK-OI-IDX) = WK-MATCH-CUST-CD
006620             AND WK-OI-OPEN-AMT(WK-OI-IDX) = BD-AMOUNT
006630             AND WK-OI-USED-SW(WK-OI-IDX) = 'N'
006640         IF WK-OI-FOUND-IDX = 0
006650                 OR WK-OI-AGE-DAYS(WK-OI-IDX) > WK-BEST-AGE
006660             MOVE WK-OI-IDX TO WK-OI-FOUND-IDX
006670             MOVE WK-OI-AGE-DAYS(WK-OI-IDX) TO WK-BEST-AGE
006680         END-IF
006690     END-IF.
006700 ACCEPT-DEPOSIT-PROC.
006710*    照合できた入金を入金ファイルへ書き、請求書に照合済みの印を
006720*    付ける
006730     MOVE 'Y' TO WK-OI-USED-SW(WK-OI-FOUND-IDX).
006740     MOVE WK-MATCH-CUST-CD TO PY-CUST-CD.
006750     MOVE BD-DEP-DATE      TO PY-DATE.
006760     MOVE BD-AMOUNT        TO PY-AMOUNT.
006770     WRITE PAYMENT-REC.
006780     ADD 1 TO WK-MATCH-CT.
006790     ADD BD-AMOUNT TO WK-MATCH-TOTAL.
006800     MOVE 'MATCHED'        TO WK-RL-RESULT.
006810     MOVE WK-MATCH-CUST-CD TO WK-RL-CUST-CD.
006820     MOVE WK-OI-ORDER-NO(WK-OI-FOUND-IDX) TO WK-REMIT-ORDER-N.
006830     MOVE WK-REMIT-ORDER-X TO WK-RL-ORDER-NO.
006840     IF WK-PA-FOUND-IDX = 0
006850         MOVE 'BY ORDER NO ONLY' TO WK-RL-NOTE
006860     ELSE
006870         MOVE SPACES TO WK-RL-NOTE
006880     END-IF.
006890     WRITE WORKLIST-REC FROM WK-WL-RESULT-LINE.
006900 ADD-UNAPPLIED-PROC.
006910*    照合できない入金を未照合入金へ積み、仮受金バッチの明細に書く
006920     IF WK-UC-COUNT < 500
006930         ADD 1 TO WK-UC-COUNT
006940         MOVE BD-DEP-REF    TO WK-UC-DEP-REF(WK-UC-COUNT)
006950         MOVE BD-DEP-DATE   TO WK-UC-DEP-DATE(WK-UC-COUNT)
006960         MOVE BD-AMOUNT     TO WK-UC-AMOUNT(WK-UC-COUNT)
006970         MOVE BD-PAYER-NAME TO WK-UC-PAYER-NAME(WK-UC-COUNT)
006980         MOVE BD-REMIT-TEXT TO WK-UC-REMIT-TEXT(WK-UC-COUNT)
006990         MOVE WK-REASON-CD  TO WK-UC-REASON-CD(WK-UC-COUNT)
007000         MOVE WK-RUN-DATE   TO WK-UC-FIRST-RUN(WK-UC-COUNT)
007010         MOVE 'O'           TO WK-UC-STATUS(WK-UC-COUNT)
007020         ADD 1 TO WK-NEW-UC-CT
007030         ADD BD-AMOUNT TO WK-NEW-UC-TOTAL
007040         MOVE BD-AMOUNT  TO WK-BD-AMOUNT
007050         MOVE BD-DEP-REF TO WK-BD-DEP-REF
007060         WRITE UNAPPLIED-BATCH-REC FROM WK-BATCH-DETAIL
007070         MOVE 'UNAPPLIED'      TO WK-RL-RESULT
007080         MOVE WK-MATCH-CUST-CD TO WK-RL-CUST-CD
007090         PERFORM SET-REASON-TEXT-PROC
007100         MOVE WK-OL-REASON     TO WK-RL-NOTE
007110     ELSE
007120         DISPLAY 'DEPMATCH: UNAPPLIED TABLE FULL - DEPOSIT '
007130             BD-DEP-REF ' NOT CARRIED'
007140         MOVE 'NOT HELD'       TO WK-RL-RESULT
007150         MOVE SPACES           TO WK-RL-CUST-CD
007160         MOVE 'TABLE FULL'     TO WK-RL-NOTE
007170     END-IF.
007180     WRITE WORKLIST-REC FROM WK-WL-RESULT-LINE.
007190 SET-REASON-TEXT-PROC.
007200     EVALUATE WK-REASON-CD
007210         WHEN 10
007220             MOVE 'UNKNOWN PAYER'       TO WK-OL-REASON
007230         WHEN 20
007240             MOVE 'NO MATCHING INVOICE' TO WK-OL-REASON
007250         WHEN OTHER
007260             MOVE SPACES                TO WK-OL-REASON
007270     END-EVALUATE.
007280 WRITE-OPEN-LIST-PROC.
007290*    顧客が未指定のまま残っている未照合入金を作業リストに並べる
007300*    （経過日数は入金日から数える）
007310     MOVE SPACES TO WORKLIST-REC.
007320     WRITE WORKLIST-REC.
007330     WRITE WORKLIST-REC FROM WK-WL-OPEN-TITLE.
007340     WRITE WORKLIST-REC FROM WK-WL-OPEN-COLUMNS.
007350     PERFORM WRITE-OPEN-LINE-PROC
007360         VARYING WK-UC-IDX FROM 1 BY 1
007370         UNTIL WK-UC-IDX > WK-UC-COUNT.
007380 WRITE-OPEN-LINE-PROC.
007390     IF WK-UC-STATUS(WK-UC-IDX) = 'O'
007400         ADD 1 TO WK-OPEN-UC-CT
007410         ADD WK-UC-AMOUNT(WK-UC-IDX) TO WK-OPEN-UC-TOTAL
007420         MOVE WK-UC-DEP-DATE(WK-UC-IDX) TO WK-DEP-DATE
007430         CALL 'DATECHK' USING WK-DEP-DATE WK-DATE-RETURN-CD
007440             WK-DEP-SERIAL
007450         IF WK-DATE-RETURN-CD = 00
007460                 AND WK-RUN-SERIAL >= WK-DEP-SERIAL
007470             COMPUTE WK-AGE-DAYS = WK-RUN-SERIAL - WK-DEP-SERIAL
007480         ELSE
007490             MOVE ZERO TO WK-AGE-DAYS
007500         END-IF
007510         MOVE WK-UC-REASON-CD(WK-UC-IDX) TO WK-REASON-CD
007520         PERFORM SET-REASON-TEXT-PROC
007530         MOVE WK-UC-DEP-REF(WK-UC-IDX)    TO WK-OL-DEP-REF
007540         MOVE WK-UC-DEP-DATE(WK-UC-IDX)   TO WK-OL-DEP-DATE
007550         MOVE WK-UC-AMOUNT(WK-UC-IDX)     TO WK-OL-AMOUNT
007560         MOVE WK-AGE-DAYS                 TO WK-OL-AGE
007570         MOVE WK-UC-PAYER-NAME(WK-UC-IDX) TO WK-OL-PAYER-NAME
007580         MOVE WK-UC-REMIT-TEXT(WK-UC-IDX) TO WK-OL-REMIT-TEXT
007590         WRITE WORKLIST-REC FROM WK-WL-OPEN-LINE
007600     END-IF.
007610 WRITE-TOTALS-PROC.
007620     MOVE SPACES TO WORKLIST-REC.
007630     WRITE WORKLIST-REC.
007640     MOVE 'DEPOSITS MATCHED   ' TO WK-TL-LABEL.
007650     MOVE WK-MATCH-CT           TO WK-TL-COUNT.
007660     MOVE WK-MATCH-TOTAL        TO WK-TL-AMOUNT.
007670     WRITE WORKLIST-REC FROM WK-WL-TOTAL-LINE.
007680     MOVE 'NEW UNAPPLIED      ' TO WK-TL-LABEL.
007690     MOVE WK-NEW-UC-CT          TO WK-TL-COUNT.
007700     MOVE WK-NEW-UC-TOTAL       TO WK-TL-AMOUNT.
007710     WRITE WORKLIST-REC FROM WK-WL-TOTAL-LINE.
007720     MOVE 'ASSIGNED BY CLERK  ' TO WK-TL-LABEL.
007730     MOVE WK-ASSIGN-CT          TO WK-TL-COUNT.
007740     MOVE WK-ASSIGN-TOTAL       TO WK-TL-AMOUNT.
007750     WRITE WORKLIST-REC FROM WK-WL-TOTAL-LINE.
007760     MOVE 'UNAPPLIED BALANCE  ' TO WK-TL-LABEL.
007770     MOVE WK-OPEN-UC-CT         TO WK-TL-COUNT.
007780     MOVE WK-OPEN-UC-TOTAL      TO WK-TL-AMOUNT.
007790     WRITE WORKLIST-REC FROM WK-WL-TOTAL-LINE.
007800 REWRITE-UNAPPLIED-PROC.
007810*    顧客が未指定の未照合入金だけを書き戻して翌日へ繰り越す
007820     OPEN OUTPUT UNAPPLIED-IO.
007830     PERFORM WRITE-UNAPPLIED-ENTRY-PROC
007840         VARYING WK-UC-IDX FROM 1 BY 1
007850         UNTIL WK-UC-IDX > WK-UC-COUNT.
007860     CLOSE UNAPPLIED-IO.
007870 WRITE-UNAPPLIED-ENTRY-PROC.
007880     IF WK-UC-STATUS(WK-UC-IDX) = 'O'
007890         MOVE WK-UC-DEP-REF(WK-UC-IDX)    TO UC-DEP-REF
007900         MOVE WK-UC-DEP-DATE(WK-UC-IDX)   TO UC-DEP-DATE
007910         MOVE WK-UC-AMOUNT(WK-UC-IDX)     TO UC-AMOUNT
007920         MOVE WK-UC-PAYER-NAME(WK-UC-IDX) TO UC-PAYER-NAME
007930         MOVE WK-UC-REMIT-TEXT(WK-UC-IDX) TO UC-REMIT-TEXT
007940         MOVE WK-UC-REASON-CD(WK-UC-IDX)  TO UC-REASON-CD
007950         MOVE WK-UC-FIRST-RUN(WK-UC-IDX)  TO UC-FIRST-RUN
007960         WRITE UNAPPLIED-REC
007970     END-IF.
