000124*                             へ書いてから今回分を転記するよう
000125*                             変更（誤転記と訂正が残高に両方残る
000126*                             事故の防止）
000127*  2026-10-15  SYSTEMS-GROUP  給与費用をPAYEXP一括から部門別の
000128*                             費用口座(PAYDP＋部門)での計上へ変更
000129*                             （部門別内訳の合計がPAYEXPと一致
000130*                             しない場合は従来どおり一括計上）
000131*  2026-10-15  SYSTEMS-GROUP  退職者精算(LEAVEPAY)の控制合計
000132*                             LVEXP/LVTAX/LVDED/LVNETの仕訳を
000133*                             発生源LEAVERとして追加
000134*  2026-10-15  SYSTEMS-GROUP  社会保険料の会社負担SIEXP/SILIAB
000135*                             を給与本体の仕訳に追加
000136*  2026-10-15  SYSTEMS-GROUP  年末調整の還付YEREFUND（借方）・
000137*                             追加徴収YECOLLECT（貸方）を給与本体
000138*                             の仕訳に追加（DEDPAYの差額から除く）
000139*  2026-10-15  SYSTEMS-GROUP  経費精算の費目別の支払EXPRM＋費目
000140*                             を給与本体の借方に追加（DEDPAYの
000141*                             差額から除く）
000142*  2026-10-15  SYSTEMS-GROUP  赤伝票バッチ(CRNBAT.OUT)のトレーラーから売上戻り
000143*                             SALESRET（借方）・売掛金の減額RECVRET（貸方）の
000144*                             仕訳を発生源CREDITSとして追加
000145*  2026-10-15  SYSTEMS-GROUP  仮受金バッチ(UNAPBAT.OUT)から未照合
000146*                             入金の借方BANKDEP、顧客指定分の貸方
000147*                             RECVPAID、差額の仮受金UNAPPCASHの
000148*                             仕訳を発生源UNAPPLDとして追加
000149*  2026-10-15  SYSTEMS-GROUP  勘定科目マスタ(ACCTMAST.DAT)に無い
000150*                             口座・無効口座への仕訳を仮勘定
000151*                             SUSPENSEへ振り替え、元の口座を
000152*                             GLSUSP.DATへ未解消差異として記録
000153*  2026-10-15  SYSTEMS-GROUP  月末の未払給与(PAYACCR)の控制合計
000155*                             ACCR*の計上仕訳を発生源ACCRUALとし
000156*                             て追加し、翌月1日を転記日とする戻し
000157*                             仕訳(ACCRREV)を同時に履歴へ転記する
000159*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000160*                             するよう変更（再実行・遅れ処理で
000161*                             処理対象の業務日を使う）
000162*  2026-10-15  SYSTEMS-GROUP  仕訳テーブルを100件に拡張し、
000163*                             あふれた場合はバッチ全体の転記を
000164*                             拒否する（リターンコード8）
000165*----------------------------------------------------------------
000166 ENVIRONMENT DIVISION.
000167 INPUT-OUTPUT SECTION.
000168 FILE-CONTROL.
000169     SELECT PAYROLL-CONTROL-IN ASSIGN TO 'PAYCTRL.DAT'
000170         ORGANIZATION IS LINE SEQUENTIAL.
000180     SELECT ORDER-BATCH-IN ASSIGN TO 'ORDERBAT.OUT'
000181         ORGANIZATION IS LINE SEQUENTIAL.
000182*    赤伝票バッチ（CRNOTEが出力。受注バッチと同じトレーラー形式。
000183*    赤伝票を発行しない日は無い）
000184     SELECT CREDIT-BATCH-IN ASSIGN TO 'CRNBAT.OUT'
000185         ORGANIZATION IS LINE SEQUENTIAL
000186         FILE STATUS IS WK-CB-FILE-STATUS.
000187*    仮受金バッチ（DEPMATCHが出力。トレーラーに当日の未照合入金、
000188*    CLEARED行に顧客を指定して仮受から外した入金の管理合計）
000189     SELECT UNAPPLIED-BATCH-IN ASSIGN TO 'UNAPBAT.OUT'
000190         ORGANIZATION IS LINE SEQUENTIAL
000195         FILE STATUS IS WK-UB-FILE-STATUS.
000200     SELECT GL-POSTING-OUT ASSIGN TO 'GLPOST.DAT'
000210         ORGANIZATION IS LINE SEQUENTIAL.
000212*    転記履歴（実行のたびに累積する元帳。転記日・期間付き）
000218     SELECT JRNL-CONTROL-IN ASSIGN TO 'GLJRNL.CTL'
000219         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WK-GJ-FILE-STATUS.
000221*    勘定科目マスタ（口座の種別・財務諸表の表示行・有効区分。
000223*    無い場合は口座の検査を行わない）
000224     SELECT ACCOUNT-MASTER ASSIGN TO 'ACCTMAST.DAT'
000226         ORGANIZATION IS LINE SEQUENTIAL
000227         FILE STATUS IS WK-AC-FILE-STATUS.
000229*    未解消差異の繰越（GLRECONと共用。科目マスタで拒否した仕訳の
000230*    元の口座を追記する）
000232     SELECT GL-SUSPENSE-OUT ASSIGN TO 'GLSUSP.DAT'
000233         ORGANIZATION IS LINE SEQUENTIAL
000235         FILE STATUS IS WK-GS-FILE-STATUS.
000236 DATA DIVISION.
000238 FILE SECTION.
000240 FD  PAYROLL-CONTROL-IN.
000250 01 PAYROLL-CONTROL-REC.
000260   05 PC-ACCT-CD       PIC X(10).
000270   05 PC-AMOUNT        PIC 9(09).
000280   05 PC-PERIOD-ID     PIC 9(06).
000290 FD  ORDER-BATCH-IN.
000292 01 ORDER-BATCH-REC     PIC X(80).
000294 FD  CREDIT-BATCH-IN.
000296 01 CREDIT-BATCH-REC    PIC X(80).
000298 FD  UNAPPLIED-BATCH-IN.
000300 01 UNAPPLIED-BATCH-REC PIC X(80).
000310 FD  GL-POSTING-OUT.
000320 01 GL-POSTING-REC.
000330   05 GP-ACCT-CD       PIC X(10).
000340   05 GP-AMOUNT        PIC 9(09).
000341   05 GP-DR-CR         PIC X(02).
000342   05 GP-SOURCE        PIC X(08).
000343 FD  GL-HISTORY-IO.
000344 01 GL-HISTORY-REC.
000345*  転記履歴の1件（仕訳の全項目に転記日と対象期間を刻印する。
000346*  試算表(GLTRIAL)と二重転記検査がこの履歴を読む）
000347   05 GH-ACCT-CD       PIC X(10).
000349   05 GH-AMOUNT        PIC 9(09).
000350   05 GH-DR-CR         PIC X(02).
000351   05 GH-SOURCE        PIC X(08).
000352   05 GH-POST-DATE     PIC 9(08).
000353   05 GH-PERIOD-ID     PIC 9(06).
000354 FD  JRNL-CONTROL-IN.
000355 01 JRNL-CONTROL-REC.
000357   05 GJ-REVERSAL-SW   PIC X(01).
000358 FD  ACCOUNT-MASTER.
000359 01 ACCOUNT-MASTER-REC.
000360*  勘定科目（種別 A=資産 L=負債 E=純資産 R=収益 X=費用）
000361   05 AC-ACCT-CD       PIC X(10).
000362   05 AC-NAME          PIC X(20).
000363   05 AC-TYPE          PIC X(01).
000364   05 AC-STMT-LINE     PIC 9(03).
000366   05 AC-LINE-NAME     PIC X(20).
000367   05 AC-ACTIVE        PIC X(01).
000368 FD  GL-SUSPENSE-OUT.
000369 01 GL-SUSPENSE-REC.
000370   05 GS-ACCT-CD       PIC X(10).
000371   05 GS-PC-AMOUNT     PIC 9(09).
000372   05 GS-GP-AMOUNT     PIC 9(09).
000374   05 GS-FIRST-SEEN    PIC 9(08).
000375 WORKING-STORAGE SECTION.
000380 01 WK-FLAGS.
000381   05 WK-PC-EOF-SW     PIC X(01) VALUE 'N'.
000382     88 WK-PC-EOF          VALUE 'Y'.
000383   05 WK-GH-FILE-STATUS PIC X(02).
000385   05 WK-GJ-FILE-STATUS PIC X(02).
000386   05 WK-GH-EOF-SW     PIC X(01) VALUE 'N'.
000387     88 WK-GH-EOF          VALUE 'Y'.
000388   05 WK-AC-FILE-STATUS PIC X(02).
000390   05 WK-GS-FILE-STATUS PIC X(02).
000391   05 WK-AC-EOF-SW     PIC X(01) VALUE 'N'.
000392     88 WK-AC-EOF          VALUE 'Y'.
000393   05 WK-CHART-SW      PIC X(01) VALUE 'N'.
000395     88 WK-CHART-LOADED    VALUE 'Y'.
000396   05 WK-REVERSAL-SW   PIC X(01) VALUE 'N'.
000397     88 WK-REVERSAL-RUN    VALUE 'R'.
000398   05 WK-DUP-POST-SW   PIC X(01) VALUE 'N'.
000400     88 WK-DUP-POSTED      VALUE 'Y'.
000401   05 WK-ROW-MATCH-SW  PIC X(01).
000402     88 WK-ROW-MATCH       VALUE 'Y'.
000403   05 WK-OB-EOF-SW     PIC X(01) VALUE 'N'.
000405     88 WK-OB-EOF          VALUE 'Y'.
000406   05 WK-TRAILER-SW    PIC X(01) VALUE 'N'.
000407     88 WK-TRAILER-FOUND   VALUE 'Y'.
000408   05 WK-CB-FILE-STATUS PIC X(02).
000410   05 WK-CB-EOF-SW     PIC X(01) VALUE 'N'.
000411     88 WK-CB-EOF          VALUE 'Y'.
000412   05 WK-UB-FILE-STATUS PIC X(02).
000413   05 WK-UB-EOF-SW     PIC X(01) VALUE 'N'.
000415     88 WK-UB-EOF          VALUE 'Y'.
000416*--- 取消用の戻し仕訳テーブル（今回と同じ発生源・期間の転記済み
000417*    行を控え、貸借を逆にして履歴へ追記する。全行を逆仕訳する
000418*    ことで当該発生源・期間の累積残高が一旦0に戻り、続けて書く
000436*  賞与決済の期間（BONUSPAYは給与本体と別の期間を決済できる
000437*  ため、給与側の期間とは別に捕捉する）
000438   05 WK-BON-PERIOD    PIC 9(06) VALUE 0.
000439*  退職者精算の期間（LEAVEPAYは精算の実行月を期間とする）
000440   05 WK-LV-PERIOD     PIC 9(06) VALUE 0.
000441*  未払給与の計上月（PAYACCRの対象月）と、戻し仕訳の期間（翌月）
000442*  ・転記日（翌月1日）
000444   05 WK-ACC-PERIOD    PIC 9(06) VALUE 0.
000445   05 WK-ACC-REV-PERIOD PIC 9(06).
000447   05 WK-ACC-REV-DATE  PIC 9(08).
000448   05 WK-ORD-PERIOD    PIC 9(06).
000450*--- 給与控制合計の集約（本体と遡及調整の増減）---
000460 01 WK-PAYROLL-TOTALS.
000470   05 WK-PAYEXP        PIC 9(09) VALUE 0.
000494   05 WK-BONEXP        PIC 9(09) VALUE 0.
000496   05 WK-BONTAX        PIC 9(09) VALUE 0.
000498   05 WK-BONNET        PIC 9(09) VALUE 0.
000499*--- 退職者精算(LEAVEPAY)の控制合計 ---
000500   05 WK-LVEXP         PIC 9(09) VALUE 0.
000501   05 WK-LVTAX         PIC 9(09) VALUE 0.
000502   05 WK-LVDED         PIC 9(09) VALUE 0.
000503   05 WK-LVNET         PIC 9(09) VALUE 0.
000504*--- 社会保険料の会社負担（給与本体の期間で計上する）---
000505   05 WK-SIEXP         PIC 9(09) VALUE 0.
000506   05 WK-SILIAB        PIC 9(09) VALUE 0.
000507*--- 年末調整の還付・追加徴収（12月の給与本体で精算する）---
000508   05 WK-YEREFUND      PIC 9(09) VALUE 0.
000509   05 WK-YECOLLECT     PIC 9(09) VALUE 0.
000510*--- 月末の未払給与(PAYACCR)の控制合計 ---
000511   05 WK-ACCREXP       PIC 9(09) VALUE 0.
000512   05 WK-ACCRLIAB      PIC 9(09) VALUE 0.
000514   05 WK-ACCRSIEXP     PIC 9(09) VALUE 0.
000515   05 WK-ACCRSILIAB    PIC 9(09) VALUE 0.
000516*--- 遡及調整の増額・減額（PAYCTRL.DATと同じ口座体系のまま方向別
000518*    に保持し、照合(GLRECON)が直接突き合わせられる仕訳を立てる）---
000519   05 WK-ADJ-PAY-INC   PIC 9(09) VALUE 0.
000520   05 WK-ADJ-PAY-DEC   PIC 9(09) VALUE 0.
000522   05 WK-ADJ-TAX-INC   PIC 9(09) VALUE 0.
000523   05 WK-ADJ-TAX-DEC   PIC 9(09) VALUE 0.
000524   05 WK-ADJ-NET-INC   PIC 9(09) VALUE 0.
000526   05 WK-ADJ-NET-DEC   PIC 9(09) VALUE 0.
000527   05 WK-ADJ-DED-INC   PIC 9(09) VALUE 0.
000528   05 WK-ADJ-DED-DEC   PIC 9(09) VALUE 0.
000530   05 WK-DED-RESIDUAL  PIC S9(09).
000531*--- 部門別の給与費用内訳（PAYCTRL.DATのPAYDP＋部門コード）---
000533 01 WK-DEPT-EXP-TABLE.
000535   05 WK-DX-COUNT      PIC 9(02) VALUE 0.
000537   05 WK-DX-TOTAL      PIC 9(11) VALUE 0.
000539   05 WK-DX-ENTRY OCCURS 30 TIMES.
000540     10 WK-DX-ACCT-CD  PIC X(10).
000542     10 WK-DX-AMOUNT   PIC 9(09).
000544 01 WK-DEPT-EXP-WORK.
000546   05 WK-DX-IDX        PIC 9(02).
000548   05 WK-DX-FOUND-IDX  PIC 9(02).
000549*--- 費目別の経費精算の支払（PAYCTRL.DATのEXPRM＋費目コード）---
000550 01 WK-EXP-CAT-TABLE.
000551   05 WK-EC-COUNT      PIC 9(02) VALUE 0.
000552   05 WK-EC-TOTAL      PIC 9(11) VALUE 0.
000553   05 WK-EC-ENTRY OCCURS 10 TIMES.
000554     10 WK-EC-ACCT-CD  PIC X(10).
000555     10 WK-EC-AMOUNT   PIC 9(09).
000556 01 WK-EXP-CAT-WORK.
000557   05 WK-EC-IDX        PIC 9(02).
000558   05 WK-EC-FOUND-IDX  PIC 9(02).
000559*--- 受注バッチトレーラーの解析用 ---
000560 01 WK-TRAILER-IMAGE.
000570   05 WK-TI-TAG        PIC X(07).
000580   05 WK-TI-COUNT      PIC 9(05).
000590   05 WK-TI-TOTAL      PIC 9(09).
000600   05 FILLER           PIC X(59).
000602 01 WK-ORDER-TOTAL     PIC 9(09) VALUE 0.
000605 01 WK-CREDIT-TOTAL    PIC 9(09) VALUE 0.
000607 01 WK-UNAPP-NEW-TOTAL PIC 9(09) VALUE 0.
000610 01 WK-UNAPP-CLR-TOTAL PIC 9(09) VALUE 0.
000620*--- 生成した仕訳のテーブル（貸借一致を確認してから書き出す）---
000630 01 WK-JOURNAL-TABLE.
000640   05 WK-JR-COUNT      PIC 9(03) VALUE 0.
000650   05 WK-JR-ENTRY OCCURS 100 TIMES.
000660     10 WK-JR-ACCT-CD  PIC X(10).
000670     10 WK-JR-AMOUNT   PIC 9(09).
000680     10 WK-JR-DR-CR    PIC X(02).
000690     10 WK-JR-SOURCE   PIC X(08).
000691     10 WK-JR-PERIOD   PIC 9(06).
000692*    科目マスタで拒否し仮勘定へ振り替えた場合の元の口座
000694     10 WK-JR-REJECT-ACCT PIC X(10).
000696*    転記日（戻し仕訳は翌月1日、それ以外は実行日）
000698     10 WK-JR-POST-DATE PIC 9(08).
000700 01 WK-JOURNAL-WORK.
000710   05 WK-JR-IDX        PIC 9(03).
000715   05 WK-JR-OVFL-SW    PIC X(01) VALUE 'N'.
000716     88 WK-JR-OVERFLOW           VALUE 'Y'.
000720   05 WK-DR-TOTAL      PIC 9(11) VALUE 0.
000730   05 WK-CR-TOTAL      PIC 9(11) VALUE 0.
000740   05 WK-ENTRY-ACCT    PIC X(10).
000750   05 WK-ENTRY-AMT     PIC 9(09).
000760   05 WK-ENTRY-DR-CR   PIC X(02).
000770   05 WK-ENTRY-SOURCE  PIC X(08).
000771   05 WK-ENTRY-PERIOD  PIC 9(06).
000772   05 WK-ENTRY-POST-DATE PIC 9(08).
000773   05 WK-SIGNED-AMT    PIC S9(09).
000774*--- 勘定科目マスタ（口座コードと有効区分）---
000775 01 WK-CHART-TABLE.
000776   05 WK-AC-COUNT      PIC 9(03) VALUE 0.
000777   05 WK-AC-ENTRY OCCURS 300 TIMES.
000778     10 WK-AC-ACCT-CD  PIC X(10).
000779     10 WK-AC-ACTIVE   PIC X(01).
000780 01 WK-CHART-WORK.
000782   05 WK-AC-IDX        PIC 9(03).
000784   05 WK-AC-FOUND-IDX  PIC 9(03).
000786   05 WK-SUSPENSE-ACCT PIC X(10) VALUE 'SUSPENSE'.
000788   05 WK-REJECT-COUNT  PIC 9(03) VALUE 0.
000790 PROCEDURE DIVISION.
000800 MAIN-PROC.
000810*    給与控制合計と受注バッチトレーラーから複式仕訳を組み立て、
000820*    借方合計と貸方合計が一致した場合のみGLPOST.DATへ書き出す。
000830*    不一致の場合はバッチ全体の書き込みを拒否する（手入力起因の
000840*    照合差異を仕組みで排除する）
000842     CALL 'BUSDATE' USING WK-RUN-DATE.
000843     MOVE WK-RUN-DATE(1:6) TO WK-ORD-PERIOD.
000844     MOVE WK-RUN-DATE      TO WK-ENTRY-POST-DATE.
000845     PERFORM LOAD-REVERSAL-FLAG-PROC.
000846     PERFORM LOAD-ACCOUNT-MASTER-PROC.
000850     PERFORM LOAD-PAYROLL-CONTROL-PROC.
000853     PERFORM LOAD-ORDER-TRAILER-PROC.
000856     PERFORM LOAD-CREDIT-TRAILER-PROC.
000860     PERFORM LOAD-UNAPPLIED-TRAILER-PROC.
000870     PERFORM BUILD-PAYROLL-JOURNAL-PROC.
000880     PERFORM BUILD-ADJUST-JOURNAL-PROC.
000885     PERFORM BUILD-BONUS-JOURNAL-PROC.
000886     PERFORM BUILD-LEAVER-JOURNAL-PROC.
000887     PERFORM BUILD-ACCRUAL-JOURNAL-PROC.
000888     PERFORM BUILD-ORDER-JOURNAL-PROC.
000889     PERFORM BUILD-CREDIT-JOURNAL-PROC.
000890     PERFORM BUILD-UNAPPLIED-JOURNAL-PROC.
000891*    仕訳テーブルに収まらない仕訳があった場合は、一部だけの
000892*    転記にならないようバッチ全体の書き込みを拒否する
000893     IF WK-JR-OVERFLOW
000894         DISPLAY 'GLJRNL: JOURNAL TABLE FULL - BATCH REFUSED'
000895         MOVE 8 TO RETURN-CODE
000896         GOBACK
000897     END-IF.
000898     PERFORM CHECK-ACCOUNT-PROC
000899         VARYING WK-JR-IDX FROM 1 BY 1
000900         UNTIL WK-JR-IDX > WK-JR-COUNT.
000901     IF WK-DR-TOTAL = WK-CR-TOTAL
000902         PERFORM CHECK-DOUBLE-POST-PROC
000904         IF WK-DUP-POSTED AND NOT WK-REVERSAL-RUN
000906             DISPLAY 'GLJRNL: PERIOD ALREADY POSTED - '
000917             END-IF
000918             PERFORM WRITE-JOURNAL-PROC
000919             PERFORM WRITE-HISTORY-PROC
000920             IF WK-REJECT-COUNT > 0
000922                 PERFORM WRITE-GL-SUSPENSE-PROC
000924             END-IF
000926             DISPLAY 'GLJRNL: POSTED ' WK-JR-COUNT ' ENTRIES'
000928         END-IF
000930     ELSE
000940         DISPLAY 'GLJRNL: OUT OF BALANCE - BATCH REFUSED'
000950         DISPLAY 'GLJRNL: DR=' WK-DR-TOTAL ' CR=' WK-CR-TOTAL
000984         END-READ
000985         CLOSE JRNL-CONTROL-IN
000986     END-IF.
000988 LOAD-PAYROLL-CONTROL-PROC.
000990*    PAYCTRL.DATから本体のPAYEXP/TAXLIAB/NETPAYと遡及調整の
001000*    ADJ*-INC/DECを集約する（拠点別の内訳口座は情報のみのため
001010*    仕訳対象としない。部門別の費用内訳PAYDP＋部門は費用計上
001015*    に使う）
001020     OPEN INPUT PAYROLL-CONTROL-IN.
001030     PERFORM UNTIL WK-PC-EOF
001040         READ PAYROLL-CONTROL-IN
001134             OR PC-ACCT-CD = 'BONNET'
001135         MOVE PC-PERIOD-ID TO WK-BON-PERIOD
001136     END-IF.
001137     IF PC-ACCT-CD = 'LVEXP' OR PC-ACCT-CD = 'LVTAX'
001138             OR PC-ACCT-CD = 'LVDED' OR PC-ACCT-CD = 'LVNET'
001139         MOVE PC-PERIOD-ID TO WK-LV-PERIOD
001140     END-IF.
001141     IF PC-ACCT-CD = 'ACCREXP' OR PC-ACCT-CD = 'ACCRLIAB'
001142             OR PC-ACCT-CD = 'ACCRSIEXP'
001143             OR PC-ACCT-CD = 'ACCRSILIAB'
001145         MOVE PC-PERIOD-ID TO WK-ACC-PERIOD
001146     END-IF.
001147     EVALUATE PC-ACCT-CD
001148         WHEN 'PAYEXP'
001150             ADD PC-AMOUNT TO WK-PAYEXP
001160         WHEN 'TAXLIAB'
001170             ADD PC-AMOUNT TO WK-TAXLIAB
001195             ADD PC-AMOUNT TO WK-BONTAX
001196         WHEN 'BONNET'
001197             ADD PC-AMOUNT TO WK-BONNET
001198         WHEN 'LVEXP'
001199             ADD PC-AMOUNT TO WK-LVEXP
001200         WHEN 'LVTAX'
001201             ADD PC-AMOUNT TO WK-LVTAX
001202         WHEN 'LVDED'
001203             ADD PC-AMOUNT TO WK-LVDED
001204         WHEN 'LVNET'
001205             ADD PC-AMOUNT TO WK-LVNET
001206         WHEN 'SIEXP'
001207             ADD PC-AMOUNT TO WK-SIEXP
001208         WHEN 'SILIAB'
001209             ADD PC-AMOUNT TO WK-SILIAB
001210         WHEN 'YEREFUND'
001211             ADD PC-AMOUNT TO WK-YEREFUND
001212         WHEN 'YECOLLECT'
001213             ADD PC-AMOUNT TO WK-YECOLLECT
001214         WHEN 'ACCREXP'
001215             ADD PC-AMOUNT TO WK-ACCREXP
001217         WHEN 'ACCRLIAB'
001218             ADD PC-AMOUNT TO WK-ACCRLIAB
001220         WHEN 'ACCRSIEXP'
001221             ADD PC-AMOUNT TO WK-ACCRSIEXP
001222         WHEN 'ACCRSILIAB'
001224             ADD PC-AMOUNT TO WK-ACCRSILIAB
001225         WHEN 'ADJPAY-INC'
001227             ADD PC-AMOUNT TO WK-ADJ-PAY-INC
001228         WHEN 'ADJPAY-DEC'
001230             ADD PC-AMOUNT TO WK-ADJ-PAY-DEC
001240         WHEN 'ADJTAX-INC'
001250             ADD PC-AMOUNT TO WK-ADJ-TAX-INC
001316         WHEN 'ADJDED-DEC'
001318             ADD PC-AMOUNT TO WK-ADJ-DED-DEC
001320         WHEN OTHER
001330             IF PC-ACCT-CD(1:5) = 'PAYDP'
001333                 PERFORM STORE-DEPT-EXPENSE-PROC
001336             END-IF
001337             IF PC-ACCT-CD(1:5) = 'EXPRM'
001338                 PERFORM STORE-EXP-CAT-PROC
001339             END-IF
001340     END-EVALUATE.
001341 STORE-DEPT-EXPENSE-PROC.
001342*    部門別の費用内訳を口座コード単位に合算して保持する
001343     MOVE 0 TO WK-DX-FOUND-IDX.
001344     PERFORM FIND-DEPT-EXPENSE-PROC
001345         VARYING WK-DX-IDX FROM 1 BY 1
001346         UNTIL WK-DX-IDX > WK-DX-COUNT
001347             OR WK-DX-FOUND-IDX NOT = 0.
001348     IF WK-DX-FOUND-IDX = 0 AND WK-DX-COUNT < 30
001349         ADD 1 TO WK-DX-COUNT
001350         MOVE WK-DX-COUNT TO WK-DX-FOUND-IDX
001351         MOVE PC-ACCT-CD  TO WK-DX-ACCT-CD(WK-DX-FOUND-IDX)
001352         MOVE 0           TO WK-DX-AMOUNT(WK-DX-FOUND-IDX)
001353     END-IF.
001354     IF WK-DX-FOUND-IDX NOT = 0
001355         ADD PC-AMOUNT TO WK-DX-AMOUNT(WK-DX-FOUND-IDX)
001356         ADD PC-AMOUNT TO WK-DX-TOTAL
001357     END-IF.
001358 FIND-DEPT-EXPENSE-PROC.
001359     IF WK-DX-ACCT-CD(WK-DX-IDX) = PC-ACCT-CD
001360         MOVE WK-DX-IDX TO WK-DX-FOUND-IDX
001361     END-IF.
001362 STORE-EXP-CAT-PROC.
001363*    経費精算の支払を費目の口座コード単位に合算して保持する。
001364*    表に入らない費目は合計にも含めず、差額はDEDPAYで吸収される
001365     MOVE 0 TO WK-EC-FOUND-IDX.
001366     PERFORM FIND-EXP-CAT-PROC
001367         VARYING WK-EC-IDX FROM 1 BY 1
001368         UNTIL WK-EC-IDX > WK-EC-COUNT
001369             OR WK-EC-FOUND-IDX NOT = 0.
001370     IF WK-EC-FOUND-IDX = 0 AND WK-EC-COUNT < 10
001371         ADD 1 TO WK-EC-COUNT
001372         MOVE WK-EC-COUNT TO WK-EC-FOUND-IDX
001373         MOVE PC-ACCT-CD  TO WK-EC-ACCT-CD(WK-EC-FOUND-IDX)
001374         MOVE 0           TO WK-EC-AMOUNT(WK-EC-FOUND-IDX)
001375     END-IF.
001376     IF WK-EC-FOUND-IDX NOT = 0
001377         ADD PC-AMOUNT TO WK-EC-AMOUNT(WK-EC-FOUND-IDX)
001378         ADD PC-AMOUNT TO WK-EC-TOTAL
001379     ELSE
001380         DISPLAY 'GLJRNL: EXPENSE CATEGORY TABLE FULL - '
001381             PC-ACCT-CD ' POSTED TO DEDPAY'
001382     END-IF.
001383 FIND-EXP-CAT-PROC.
001384     IF WK-EC-ACCT-CD(WK-EC-IDX) = PC-ACCT-CD
001385         MOVE WK-EC-IDX TO WK-EC-FOUND-IDX
001386     END-IF.
001388 LOAD-ORDER-TRAILER-PROC.
001390*    ORDERBAT.OUTのトレーラーレコードから受注コントロールトータル
001393*    を取り出す
001395     OPEN INPUT ORDER-BATCH-IN.
001397     PERFORM UNTIL WK-OB-EOF
001400         READ ORDER-BATCH-IN
001410             AT END
001420                 SET WK-OB-EOF TO TRUE
001500     END-IF.
001510 CHECK-TRAILER-PROC.
001520     MOVE ORDER-BATCH-REC TO WK-TRAILER-IMAGE.
001521     IF WK-TI-TAG = 'TRAILER'
001522         SET WK-TRAILER-FOUND TO TRUE
001523         MOVE WK-TI-TOTAL TO WK-ORDER-TOTAL
001524     END-IF.
001525 LOAD-CREDIT-TRAILER-PROC.
001526*    CRNBAT.OUTのトレーラーレコードから赤伝票の管理合計（割引後・
001527*    税抜）を取り出す（無い場合は赤伝票の仕訳なし）
001528     OPEN INPUT CREDIT-BATCH-IN.
001529     IF WK-CB-FILE-STATUS = '35'
001530         SET WK-CB-EOF TO TRUE
001531     ELSE
001532         PERFORM READ-CREDIT-BATCH-PROC
001533             UNTIL WK-CB-EOF
001534         CLOSE CREDIT-BATCH-IN
001535     END-IF.
001536 READ-CREDIT-BATCH-PROC.
001537     READ CREDIT-BATCH-IN
001538         AT END
001539             SET WK-CB-EOF TO TRUE
001540         NOT AT END
001541             MOVE CREDIT-BATCH-REC TO WK-TRAILER-IMAGE
001542             IF WK-TI-TAG = 'TRAILER'
001543                 MOVE WK-TI-TOTAL TO WK-CREDIT-TOTAL
001544             END-IF
001545     END-READ.
001546 LOAD-UNAPPLIED-TRAILER-PROC.
001547*    UNAPBAT.OUTのトレーラー（当日の未照合入金）とCLEARED行（顧客
001548*    を指定した入金）の管理合計を取り出す（無い場合は仕訳なし）
001549     OPEN INPUT UNAPPLIED-BATCH-IN.
001550     IF WK-UB-FILE-STATUS = '35'
001551         SET WK-UB-EOF TO TRUE
001552     ELSE
001553         PERFORM READ-UNAPPLIED-BATCH-PROC
001554             UNTIL WK-UB-EOF
001555         CLOSE UNAPPLIED-BATCH-IN
001556     END-IF.
001557 READ-UNAPPLIED-BATCH-PROC.
001558     READ UNAPPLIED-BATCH-IN
001559         AT END
001560             SET WK-UB-EOF TO TRUE
001561         NOT AT END
001562             MOVE UNAPPLIED-BATCH-REC TO WK-TRAILER-IMAGE
001563             EVALUATE WK-TI-TAG
001564                 WHEN 'TRAILER'
001565                     MOVE WK-TI-TOTAL TO WK-UNAPP-NEW-TOTAL
001566                 WHEN 'CLEARED'
001567                     MOVE WK-TI-TOTAL TO WK-UNAPP-CLR-TOTAL
001568             END-EVALUATE
001569     END-READ.
001570 BUILD-PAYROLL-JOURNAL-PROC.
001580*    給与本体の仕訳：借方PAYEXP、貸方TAXLIAB・NETPAY。控除・手当の
001590*    差額は控除預り金(DEDPAY)を相手口座として貸借を一致させる。
001591*    費用は部門別の内訳(PAYDP＋部門)があり合計がPAYEXPと一致する
001592*    場合は部門別に借方計上し、無いか不一致なら一括で計上する。
001593*    社会保険料の会社負担は借方SIEXP・貸方SILIABで未払計上する。
001594*    年末調整の還付は借方YEREFUND、追加徴収は貸方YECOLLECTとし
001596*    （源泉税預り金の精算）、DEDPAYの差額からは除く。経費精算の
001597*    支払は費目別(EXPRM＋費目)に借方計上し、同じく差額から除く
001598     MOVE WK-PAY-PERIOD TO WK-ENTRY-PERIOD.
001600     IF WK-PAYEXP > 0
001601         MOVE 'DR'      TO WK-ENTRY-DR-CR
001602         MOVE 'PAYROLL' TO WK-ENTRY-SOURCE
001603         IF WK-DX-COUNT > 0 AND WK-DX-TOTAL = WK-PAYEXP
001604             PERFORM ADD-DEPT-EXPENSE-PROC
001605                 VARYING WK-DX-IDX FROM 1 BY 1
001606                 UNTIL WK-DX-IDX > WK-DX-COUNT
001607         ELSE
001608             IF WK-DX-COUNT > 0
001609                 DISPLAY 'GLJRNL: DEPT EXPENSE ' WK-DX-TOTAL
001610                     ' NOT EQUAL PAYEXP ' WK-PAYEXP
001611                     ' - POSTED AS ONE AMOUNT'
001612             END-IF
001616             MOVE 'PAYEXP'  TO WK-ENTRY-ACCT
001620             MOVE WK-PAYEXP TO WK-ENTRY-AMT
001650             PERFORM ADD-JOURNAL-ENTRY-PROC
001655         END-IF
001660     END-IF.
001670     IF WK-TAXLIAB > 0
001680         MOVE 'TAXLIAB'  TO WK-ENTRY-ACCT
001790         PERFORM ADD-JOURNAL-ENTRY-PROC
001800     END-IF.
001810     COMPUTE WK-DED-RESIDUAL =
001820         WK-PAYEXP - WK-TAXLIAB - WK-NETPAY
001821         + WK-YEREFUND - WK-YECOLLECT + WK-EC-TOTAL.
001822     MOVE 'DEDPAY'  TO WK-ENTRY-ACCT.
001823     MOVE 'PAYROLL' TO WK-ENTRY-SOURCE.
001824     MOVE WK-DED-RESIDUAL TO WK-SIGNED-AMT.
001825     PERFORM ADD-RESIDUAL-ENTRY-PROC.
001826     IF WK-SIEXP > 0
001827         MOVE 'SIEXP'   TO WK-ENTRY-ACCT
001828         MOVE WK-SIEXP  TO WK-ENTRY-AMT
001829         MOVE 'DR'      TO WK-ENTRY-DR-CR
001830         MOVE 'PAYROLL' TO WK-ENTRY-SOURCE
001831         PERFORM ADD-JOURNAL-ENTRY-PROC
001832     END-IF.
001834     IF WK-SILIAB > 0
001835         MOVE 'SILIAB'  TO WK-ENTRY-ACCT
001836         MOVE WK-SILIAB TO WK-ENTRY-AMT
001837         MOVE 'CR'      TO WK-ENTRY-DR-CR
001838         MOVE 'PAYROLL' TO WK-ENTRY-SOURCE
001839         PERFORM ADD-JOURNAL-ENTRY-PROC
001840     END-IF.
001841     IF WK-YEREFUND > 0
001842         MOVE 'YEREFUND'  TO WK-ENTRY-ACCT
001843         MOVE WK-YEREFUND TO WK-ENTRY-AMT
001844         MOVE 'DR'        TO WK-ENTRY-DR-CR
001845         MOVE 'PAYROLL'   TO WK-ENTRY-SOURCE
001846         PERFORM ADD-JOURNAL-ENTRY-PROC
001848     END-IF.
001849     IF WK-YECOLLECT > 0
001850         MOVE 'YECOLLECT'  TO WK-ENTRY-ACCT
001851         MOVE WK-YECOLLECT TO WK-ENTRY-AMT
001852         MOVE 'CR'         TO WK-ENTRY-DR-CR
001853         MOVE 'PAYROLL'    TO WK-ENTRY-SOURCE
001854         PERFORM ADD-JOURNAL-ENTRY-PROC
001855     END-IF.
001856     MOVE 'PAYROLL' TO WK-ENTRY-SOURCE.
001857     PERFORM ADD-EXP-CAT-PROC
001858         VARYING WK-EC-IDX FROM 1 BY 1
001859         UNTIL WK-EC-IDX > WK-EC-COUNT.
001861 ADD-DEPT-EXPENSE-PROC.
001862*    部門1件分の給与費用を借方に立てる（0円の部門は立てない）
001863     IF WK-DX-AMOUNT(WK-DX-IDX) > 0
001864         MOVE WK-DX-ACCT-CD(WK-DX-IDX) TO WK-ENTRY-ACCT
001865         MOVE WK-DX-AMOUNT(WK-DX-IDX)  TO WK-ENTRY-AMT
001866         MOVE 'DR'                     TO WK-ENTRY-DR-CR
001867         PERFORM ADD-JOURNAL-ENTRY-PROC
001868     END-IF.
001869 ADD-EXP-CAT-PROC.
001870*    費目1件分の経費精算の支払を借方に立てる（0円の費目は立てない）
001871     IF WK-EC-AMOUNT(WK-EC-IDX) > 0
001872         MOVE WK-EC-ACCT-CD(WK-EC-IDX) TO WK-ENTRY-ACCT
001873         MOVE WK-EC-AMOUNT(WK-EC-IDX)  TO WK-ENTRY-AMT
001875         MOVE 'DR'                     TO WK-ENTRY-DR-CR
001876         PERFORM ADD-JOURNAL-ENTRY-PROC
001877     END-IF.
001878 BUILD-ADJUST-JOURNAL-PROC.
001880*    遡及調整の仕訳：増額は本体と同じ側、減額は反対側に立てる。
001882*    口座コードはPAYCTRL.DATの調整エントリと同じ体系を使い、
001884*    GLRECONが訂正仕訳をそのまま照合できるようにする
002035         MOVE 'CR'      TO WK-ENTRY-DR-CR
002036         PERFORM ADD-JOURNAL-ENTRY-PROC
002037     END-IF.
002038 BUILD-LEAVER-JOURNAL-PROC.
002039*    退職者精算(LEAVEPAY)の仕訳：借方LVEXP（日割給与＋退職手当）、
002040*    貸方LVTAX（源泉）・LVDED（控除未回収残高の回収）・LVNET
002041*    （純支給）。期間は精算の控制レコードから捕捉した実行月
002042     MOVE 'LEAVER  ' TO WK-ENTRY-SOURCE.
002043     MOVE WK-LV-PERIOD TO WK-ENTRY-PERIOD.
002044     IF WK-LVEXP > 0
002045         MOVE 'LVEXP'   TO WK-ENTRY-ACCT
002046         MOVE WK-LVEXP  TO WK-ENTRY-AMT
002047         MOVE 'DR'      TO WK-ENTRY-DR-CR
002048         PERFORM ADD-JOURNAL-ENTRY-PROC
002049     END-IF.
002050     IF WK-LVTAX > 0
002051         MOVE 'LVTAX'   TO WK-ENTRY-ACCT
002052         MOVE WK-LVTAX  TO WK-ENTRY-AMT
002053         MOVE 'CR'      TO WK-ENTRY-DR-CR
002054         PERFORM ADD-JOURNAL-ENTRY-PROC
002055     END-IF.
002056     IF WK-LVDED > 0
002057         MOVE 'LVDED'   TO WK-ENTRY-ACCT
002058         MOVE WK-LVDED  TO WK-ENTRY-AMT
002059         MOVE 'CR'      TO WK-ENTRY-DR-CR
002060         PERFORM ADD-JOURNAL-ENTRY-PROC
002061     END-IF.
002062     IF WK-LVNET > 0
002063         MOVE 'LVNET'   TO WK-ENTRY-ACCT
002064         MOVE WK-LVNET  TO WK-ENTRY-AMT
002065         MOVE 'CR'      TO WK-ENTRY-DR-CR
002066         PERFORM ADD-JOURNAL-ENTRY-PROC
002067     END-IF.
002068 BUILD-ACCRUAL-JOURNAL-PROC.
002069*    月末の未払給与(PAYACCR)の仕訳：借方ACCREXP（未払の総支給）・
002070*    ACCRSIEXP（会社負担の社会保険料）、貸方ACCRLIAB・ACCRSILIAB。
002071*    期間は計上月。同じ額の貸借逆の戻し仕訳を発生源ACCRREV、期間
002072*    を翌月、転記日を翌月1日として同時に立てる（翌月の支給で計上
002073*    される費用と相殺する）。ACCREXP/ACCRLIABは0円でも計上済みの
002074*    記録として転記する（PERDCLSが締めの前提として確認する）
002075     IF WK-ACC-PERIOD NOT = 0
002076         MOVE 'ACCRUAL ' TO WK-ENTRY-SOURCE
002077         MOVE WK-ACC-PERIOD TO WK-ENTRY-PERIOD
002078         PERFORM ADD-ACCRUAL-ENTRIES-PROC
002079*        12月の翌月は翌年の1月（YYYY12＋89＝(YYYY+1)01）
002080         IF WK-ACC-PERIOD(5:2) = '12'
002081             COMPUTE WK-ACC-REV-PERIOD = WK-ACC-PERIOD + 89
002082         ELSE
002083             COMPUTE WK-ACC-REV-PERIOD = WK-ACC-PERIOD + 1
002084         END-IF
002085         COMPUTE WK-ACC-REV-DATE = WK-ACC-REV-PERIOD * 100 + 1
002086         MOVE 'ACCRREV ' TO WK-ENTRY-SOURCE
002087         MOVE WK-ACC-REV-PERIOD TO WK-ENTRY-PERIOD
002088         MOVE WK-ACC-REV-DATE   TO WK-ENTRY-POST-DATE
002089         PERFORM ADD-ACCRUAL-ENTRIES-PROC
002090         MOVE WK-RUN-DATE TO WK-ENTRY-POST-DATE
002092     END-IF.
002093 ADD-ACCRUAL-ENTRIES-PROC.
002094*    計上（ACCRUAL）は費用を借方、戻し（ACCRREV）は貸借を逆にする
002095     MOVE 'ACCREXP'  TO WK-ENTRY-ACCT.
002096     MOVE WK-ACCREXP TO WK-ENTRY-AMT.
002097     PERFORM SET-ACCRUAL-SIDE-DR-PROC.
002098     PERFORM ADD-JOURNAL-ENTRY-PROC.
002099     MOVE 'ACCRLIAB'  TO WK-ENTRY-ACCT.
002100     MOVE WK-ACCRLIAB TO WK-ENTRY-AMT.
002101     PERFORM SET-ACCRUAL-SIDE-CR-PROC.
002102     PERFORM ADD-JOURNAL-ENTRY-PROC.
002103     IF WK-ACCRSIEXP > 0
002104         MOVE 'ACCRSIEXP'  TO WK-ENTRY-ACCT
002105         MOVE WK-ACCRSIEXP TO WK-ENTRY-AMT
002106         PERFORM SET-ACCRUAL-SIDE-DR-PROC
002107         PERFORM ADD-JOURNAL-ENTRY-PROC
002108     END-IF.
002109     IF WK-ACCRSILIAB > 0
002110         MOVE 'ACCRSILIAB'  TO WK-ENTRY-ACCT
002111         MOVE WK-ACCRSILIAB TO WK-ENTRY-AMT
002112         PERFORM SET-ACCRUAL-SIDE-CR-PROC
002113         PERFORM ADD-JOURNAL-ENTRY-PROC
002114     END-IF.
002116 SET-ACCRUAL-SIDE-DR-PROC.
002117     IF WK-ENTRY-SOURCE = 'ACCRREV '
002118         MOVE 'CR' TO WK-ENTRY-DR-CR
002119     ELSE
002120         MOVE 'DR' TO WK-ENTRY-DR-CR
002121     END-IF.
002122 SET-ACCRUAL-SIDE-CR-PROC.
002123     IF WK-ENTRY-SOURCE = 'ACCRREV '
002124         MOVE 'DR' TO WK-ENTRY-DR-CR
002125     ELSE
002126         MOVE 'CR' TO WK-ENTRY-DR-CR
002127     END-IF.
002128 BUILD-ORDER-JOURNAL-PROC.
002129*    受注の仕訳：借方売掛金(ORDRECV)、貸方売上(SALESREV)
002130     MOVE WK-ORD-PERIOD TO WK-ENTRY-PERIOD.
002131     IF WK-ORDER-TOTAL > 0
002132         MOVE 'ORDRECV'  TO WK-ENTRY-ACCT
002133         MOVE WK-ORDER-TOTAL TO WK-ENTRY-AMT
002134         MOVE 'DR'       TO WK-ENTRY-DR-CR
002135         MOVE 'ORDERS'   TO WK-ENTRY-SOURCE
002136         PERFORM ADD-JOURNAL-ENTRY-PROC
002137         MOVE 'SALESREV' TO WK-ENTRY-ACCT
002138         MOVE WK-ORDER-TOTAL TO WK-ENTRY-AMT
002140         MOVE 'CR'       TO WK-ENTRY-DR-CR
002150         MOVE 'ORDERS'   TO WK-ENTRY-SOURCE
002160         PERFORM ADD-JOURNAL-ENTRY-PROC
002161     END-IF.
002162 BUILD-CREDIT-JOURNAL-PROC.
002163*    赤伝票の仕訳：借方売上戻り(SALESRET)、貸方売掛金の減額
002164*    (RECVRET)。受注の仕訳と同じく割引後・税抜の額で、実行月を
002165*    期間とする
002166     MOVE WK-ORD-PERIOD TO WK-ENTRY-PERIOD.
002167     IF WK-CREDIT-TOTAL > 0
002168         MOVE 'SALESRET' TO WK-ENTRY-ACCT
002169         MOVE WK-CREDIT-TOTAL TO WK-ENTRY-AMT
002170         MOVE 'DR'       TO WK-ENTRY-DR-CR
002178         MOVE 'CREDITS'  TO WK-ENTRY-SOURCE
002186         PERFORM ADD-JOURNAL-ENTRY-PROC
002194         MOVE 'RECVRET'  TO WK-ENTRY-ACCT
002202         MOVE WK-CREDIT-TOTAL TO WK-ENTRY-AMT
002210         MOVE 'CR'       TO WK-ENTRY-DR-CR
002219         MOVE 'CREDITS'  TO WK-ENTRY-SOURCE
002227         PERFORM ADD-JOURNAL-ENTRY-PROC
002235     END-IF.
002243 BUILD-UNAPPLIED-JOURNAL-PROC.
002251*    未照合入金の仕訳：当日の未照合入金は借方預金(BANKDEP)、担当者
002260*    が顧客を指定して仮受から外した入金は貸方売掛金の回収(RECVPAID)
002268*    とし、差額を仮受金(UNAPPCASH)の増減（増は貸方、減は借方）として
002276*    1行で立てる（照合(GLRECON)が口座単位に突き合わせられるよう
002284*    仮受金は1行にまとめる）。実行月を期間とする
002292     MOVE WK-ORD-PERIOD TO WK-ENTRY-PERIOD.
002300     MOVE 'UNAPPLD'     TO WK-ENTRY-SOURCE.
002309     IF WK-UNAPP-NEW-TOTAL > 0
002317         MOVE 'BANKDEP'   TO WK-ENTRY-ACCT
002325         MOVE WK-UNAPP-NEW-TOTAL TO WK-ENTRY-AMT
002333         MOVE 'DR'        TO WK-ENTRY-DR-CR
002341         PERFORM ADD-JOURNAL-ENTRY-PROC
002350     END-IF.
002358     IF WK-UNAPP-CLR-TOTAL > 0
002366         MOVE 'RECVPAID'  TO WK-ENTRY-ACCT
002374         MOVE WK-UNAPP-CLR-TOTAL TO WK-ENTRY-AMT
002382         MOVE 'CR'        TO WK-ENTRY-DR-CR
002390         PERFORM ADD-JOURNAL-ENTRY-PROC
002399     END-IF.
002407     MOVE 'UNAPPCASH' TO WK-ENTRY-ACCT.
002415     COMPUTE WK-SIGNED-AMT =
002423         WK-UNAPP-NEW-TOTAL - WK-UNAPP-CLR-TOTAL.
002431     PERFORM ADD-RESIDUAL-ENTRY-PROC.
002440 ADD-RESIDUAL-ENTRY-PROC.
002450*    差額の相手口座：正なら貸方、負なら借方に絶対値で立てる
002460     IF WK-SIGNED-AMT > 0
002560     END-IF.
002570 ADD-JOURNAL-ENTRY-PROC.
002580*    仕訳1件をテーブルへ追加し、貸借の合計を積み上げる
002590     IF WK-JR-COUNT < 100
002600         ADD 1 TO WK-JR-COUNT
002610         MOVE WK-ENTRY-ACCT   TO WK-JR-ACCT-CD(WK-JR-COUNT)
002620         MOVE WK-ENTRY-AMT    TO WK-JR-AMOUNT(WK-JR-COUNT)
002630         MOVE WK-ENTRY-DR-CR  TO WK-JR-DR-CR(WK-JR-COUNT)
002640         MOVE WK-ENTRY-SOURCE TO WK-JR-SOURCE(WK-JR-COUNT)
002641         MOVE WK-ENTRY-PERIOD TO WK-JR-PERIOD(WK-JR-COUNT)
002642         MOVE WK-ENTRY-POST-DATE
002646             TO WK-JR-POST-DATE(WK-JR-COUNT)
002650         IF WK-ENTRY-DR-CR = 'DR'
002660             ADD WK-ENTRY-AMT TO WK-DR-TOTAL
002670         ELSE
002680             ADD WK-ENTRY-AMT TO WK-CR-TOTAL
002690         END-IF
002695     ELSE
002697         SET WK-JR-OVERFLOW TO TRUE
002700     END-IF.
002702 CHECK-DOUBLE-POST-PROC.
002703*    転記履歴(GLHIST.DAT)に今回の仕訳と同じ発生源・同一期間の
002802     MOVE WK-JR-AMOUNT(WK-JR-IDX)  TO GH-AMOUNT.
002803     MOVE WK-JR-DR-CR(WK-JR-IDX)   TO GH-DR-CR.
002804     MOVE WK-JR-SOURCE(WK-JR-IDX)  TO GH-SOURCE.
002805     MOVE WK-JR-POST-DATE(WK-JR-IDX) TO GH-POST-DATE.
002806     MOVE WK-JR-PERIOD(WK-JR-IDX)  TO GH-PERIOD-ID.
002807     WRITE GL-HISTORY-REC.
002808 WRITE-JOURNAL-PROC.
002818     MOVE WK-JR-DR-CR(WK-JR-IDX)   TO GP-DR-CR.
002819     MOVE WK-JR-SOURCE(WK-JR-IDX)  TO GP-SOURCE.
002820     WRITE GL-POSTING-REC.
002830 LOAD-ACCOUNT-MASTER-PROC.
002840*    勘定科目マスタを読み込む。ファイルが無い場合は従来どおり
002850*    口座の検査を行わずに転記する
002860     OPEN INPUT ACCOUNT-MASTER.
002870     IF WK-AC-FILE-STATUS = '35'
002880         DISPLAY 'GLJRNL: NO ACCTMAST.DAT - ACCOUNTS NOT CHECKED'
002890     ELSE
002900         SET WK-CHART-LOADED TO TRUE
002910         PERFORM READ-ACCOUNT-MASTER-PROC
002920             UNTIL WK-AC-EOF
002930         CLOSE ACCOUNT-MASTER
002940     END-IF.
002950 READ-ACCOUNT-MASTER-PROC.
002960     READ ACCOUNT-MASTER
002970         AT END
002980             SET WK-AC-EOF TO TRUE
002990         NOT AT END
003000             IF WK-AC-COUNT < 300
003010                 ADD 1 TO WK-AC-COUNT
003020                 MOVE AC-ACCT-CD TO WK-AC-ACCT-CD(WK-AC-COUNT)
003030                 MOVE AC-ACTIVE  TO WK-AC-ACTIVE(WK-AC-COUNT)
003040             ELSE
003050                 DISPLAY 'GLJRNL: CHART TABLE FULL - '
003060                     AC-ACCT-CD ' NOT LOADED'
003070             END-IF
003080     END-READ.
003090 CHECK-ACCOUNT-PROC.
003100*    仕訳1件の口座を勘定科目マスタで検査する。マスタに無い口座と
003110*    無効(AC-ACTIVE='N')の口座への仕訳は仮勘定SUSPENSEへ振り
003120*    替え、元の口座を控えてGLSUSP.DATへ記録する（金額と貸借は
003130*    そのままなのでバッチの貸借一致は崩れない）
003140     MOVE SPACES TO WK-JR-REJECT-ACCT(WK-JR-IDX).
003150     IF WK-CHART-LOADED
003160         MOVE 0 TO WK-AC-FOUND-IDX
003170         PERFORM FIND-ACCOUNT-STEP-PROC
003180             VARYING WK-AC-IDX FROM 1 BY 1
003190             UNTIL WK-AC-IDX > WK-AC-COUNT
003200                 OR WK-AC-FOUND-IDX NOT = 0
003210         IF WK-AC-FOUND-IDX = 0
003220             PERFORM REJECT-ACCOUNT-PROC
003230         ELSE
003240             IF WK-AC-ACTIVE(WK-AC-FOUND-IDX) = 'N'
003250                 PERFORM REJECT-ACCOUNT-PROC
003260             END-IF
003270         END-IF
003280     END-IF.
003290 FIND-ACCOUNT-STEP-PROC.
003300     IF WK-AC-ACCT-CD(WK-AC-IDX) = WK-JR-ACCT-CD(WK-JR-IDX)
003310         MOVE WK-AC-IDX TO WK-AC-FOUND-IDX
003320     END-IF.
003330 REJECT-ACCOUNT-PROC.
003340     DISPLAY 'GLJRNL: ACCOUNT ' WK-JR-ACCT-CD(WK-JR-IDX)
003350         ' UNKNOWN OR INACTIVE - POSTED TO ' WK-SUSPENSE-ACCT.
003360     MOVE WK-JR-ACCT-CD(WK-JR-IDX)
003370         TO WK-JR-REJECT-ACCT(WK-JR-IDX).
003380     MOVE WK-SUSPENSE-ACCT         TO WK-JR-ACCT-CD(WK-JR-IDX).
003390     ADD 1 TO WK-REJECT-COUNT.
003400 WRITE-GL-SUSPENSE-PROC.
003410*    仮勘定へ振り替えた仕訳の元の口座を未解消差異として追記する
003420*    （控制側の金額に対し元の口座への転記は0。GLRECONが初出日
003430*    ごと繰り越し、科目を整備して再転記するまで残る）
003440     OPEN EXTEND GL-SUSPENSE-OUT.
003450     IF WK-GS-FILE-STATUS = '35'
003460         OPEN OUTPUT GL-SUSPENSE-OUT
003470     END-IF.
003480     PERFORM WRITE-GL-SUSPENSE-ROW-PROC
003490         VARYING WK-JR-IDX FROM 1 BY 1
003500         UNTIL WK-JR-IDX > WK-JR-COUNT.
003510     CLOSE GL-SUSPENSE-OUT.
003520     DISPLAY 'GLJRNL: REJECTED ' WK-REJECT-COUNT
003530         ' ENTRIES TO GLSUSP.DAT'.
003540 WRITE-GL-SUSPENSE-ROW-PROC.
003550     IF WK-JR-REJECT-ACCT(WK-JR-IDX) NOT = SPACES
003560         MOVE WK-JR-REJECT-ACCT(WK-JR-IDX) TO GS-ACCT-CD
003570         MOVE WK-JR-AMOUNT(WK-JR-IDX)      TO GS-PC-AMOUNT
003580         MOVE ZERO                         TO GS-GP-AMOUNT
003590         MOVE WK-RUN-DATE                  TO GS-FIRST-SEEN
003600         WRITE GL-SUSPENSE-REC
003610     END-IF.
