000171     SELECT PAY-DETAIL-OUT ASSIGN TO 'PAYDETL.DAT'
000172         ORGANIZATION IS LINE SEQUENTIAL
000173         FILE STATUS IS WK-PD-FILE-STATUS.
000174*    給与明細の内訳行（控除・勤怠・年末調整等）を社員・期間別に
000175*    残す明細履歴（賃金台帳WAGELDGが控除内訳の印字に使う）
000176     SELECT PAY-ITEM-OUT ASSIGN TO 'PAYITEM.DAT'
000177         ORGANIZATION IS LINE SEQUENTIAL
000178         FILE STATUS IS WK-PI-FILE-STATUS.
000202*    給与計算履歴の索引マスタ（EMPINQ・PAYADJがキーで直接読む。
000204*    逐次履歴PAYDETL.DATと並行して保守し、作り直しはPAYHLOAD）
000205     SELECT PAY-HIST-IO ASSIGN TO 'PAYHIST.IDX'
000459*    社員別・拠点別の差）
000460     SELECT SIM-DELTA-OUT ASSIGN TO 'SIMDELTA.RPT'
000461         ORGANIZATION IS LINE SEQUENTIAL.
000462*    部門別人件費配賦（期間・部門別の総支給・賞与・事業主負担。
000464*    同一期間の再実行では当該期間分を置き換える）
000465     SELECT LABOR-DIST-IO ASSIGN TO 'LABORDST.DAT'
000467         ORGANIZATION IS LINE SEQUENTIAL
000468         FILE STATUS IS WK-LD-FILE-STATUS.
000469*    社会保険（標準報酬月額等級表・保険種別ごとの料率・社員別の
000470*    標準報酬月額）と期間別の保険料納付額
000471     SELECT SI-GRADE-IN ASSIGN TO 'SIGRADE.DAT'
000472         ORGANIZATION IS LINE SEQUENTIAL
000473         FILE STATUS IS WK-SG-FILE-STATUS.
000474     SELECT SI-RATE-IN ASSIGN TO 'SIRATE.DAT'
000475         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS WK-SR-FILE-STATUS.
000477     SELECT SI-EMP-IN ASSIGN TO 'SIEMP.DAT'
000478         ORGANIZATION IS LINE SEQUENTIAL
000479         FILE STATUS IS WK-SU-FILE-STATUS.
000480     SELECT SI-CONTRIB-IO ASSIGN TO 'SICONTR.DAT'
000481         ORGANIZATION IS LINE SEQUENTIAL
000482         FILE STATUS IS WK-SC-FILE-STATUS.
000483*    住民税の特別徴収（社員・市区町村別の月割額マスタと期間・
000484*    市区町村別の徴収額）
000485     SELECT RES-TAX-IN ASSIGN TO 'RESTAX.DAT'
000486         ORGANIZATION IS LINE SEQUENTIAL
000487         FILE STATUS IS WK-RT-FILE-STATUS.
000488     SELECT RES-TAX-COLL-IO ASSIGN TO 'RTCOLL.DAT'
000489         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WK-RL-FILE-STATUS.
000491*    期間別の履歴ファイルの書き直し用の一時ファイル（今回の期間
000492*    以外の既存分を退避する）
000493     SELECT HIST-WORK-IO ASSIGN TO 'SAMPLE01.WRK'
000495         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS IS WK-HW-FILE-STATUS.
000497*    年末調整の見込計算(YEADJ)が作る社員別の所得控除の合計と
000498*    住宅借入金等特別控除（12月の期間だけ読み込み、年税額を確定
000500*    させて還付・追加徴収を給与明細の内訳行として精算する）
000501     SELECT YE-ADJ-IN ASSIGN TO 'YEADJ.DAT'
000502         ORGANIZATION IS LINE SEQUENTIAL
000503         FILE STATUS IS WK-YA-FILE-STATUS.
000505*    経費精算の承認済み申請（EXPCLMが追加する）と支払済みの記録
000506*    （非課税の立替精算として手当に含め、給与振込で支払う）
000507     SELECT EXP-APPR-IN ASSIGN TO 'EXPAPPR.DAT'
000508         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WK-XA-FILE-STATUS.
000511     SELECT EXP-PAID-IO ASSIGN TO 'EXPPAID.DAT'
000512         ORGANIZATION IS LINE SEQUENTIAL
000513         FILE STATUS IS WK-XP-FILE-STATUS.
000515*    支給期間別の販売歩合（COMMCALCが作る。課税の支給として本体
000516*    給与に含める）
000517     SELECT COMM-PAY-IN ASSIGN TO 'COMMPAY.DAT'
000518         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WK-CQ-FILE-STATUS.
000521 DATA DIVISION.
000522 FILE SECTION.
000523 FD  EMPLOYEE-MASTER.
000525 01 EMPLOYEE-REC.
000526   05 EMP-ID         PIC 9(05).
000527   05 EMP-NAME       PIC X(20).
000528   05 EMP-AGE        PIC 9(03).
000530   05 EMP-SALARY     PIC 9(07).
000540   05 EMP-SITE-CD    PIC X(03).
000541   05 EMP-DEPT-CD    PIC X(05).
000542*  給与形態（H=時給、それ以外は月給）と時間給（時給者のみ）
000543   05 EMP-PAY-TYPE   PIC X(01).
000544   05 EMP-HOURLY-RATE PIC 9(05).
000545   05 FILLER         PIC X(11).
000550 FD  PAYSLIP-OUT.
000553 01 PAYSLIP-REC       PIC X(166).
000557 FD  SIM-MODE-IN.
000558 01 SIM-MODE-REC.
000559   05 SM-SIM-SW       PIC X(01).
000560 FD  SIM-DELTA-OUT.
000561 01 SIM-DELTA-REC     PIC X(105).
000562 FD  SITE-PAYSLIP-OUT.
000564 01 SITE-PAYSLIP-REC  PIC X(166).
000566 FD  MANIFEST-OUT.
000570 FD  BONUS-RATE-MASTER.
000580 01 BONUS-RATE-REC.
000590   05 BR-AGE-LOW      PIC 9(03).
000593   05 BR-AGE-HIGH     PIC 9(03).
000597   05 BR-RATE         PIC 9(03)V99.
000601 FD  ARREARS-IO.
000602 01 ARREARS-REC.
000603*  控除未回収残高の1件（社員番号と残高）
000612 FD  ATTENDANCE-IN.
000613 01 ATTENDANCE-REC.
000614*  勤怠1件（社員番号・対象期間・残業時間・割増区分A/B/C・
000615*  無給休暇日数・所定時間内の労働時間（時給者の支給の基礎。
000616*  項目追加前の行はスペースで0時間として扱う）・有給休暇の
000617*  取得日数（有給残高の更新LVUPDが使う。給与計算では使わない））
000618   05 AT-EMP-ID       PIC 9(05).
000619   05 AT-PERIOD-ID    PIC 9(06).
000620   05 AT-OT-HOURS     PIC 9(03).
000621   05 AT-RATE-CLASS   PIC X(01).
000622   05 AT-LEAVE-DAYS   PIC 9(02).
000623   05 AT-REG-HOURS    PIC 9(03)V99.
000624   05 AT-PAID-DAYS    PIC 9(02)V9.
000625 FD  PAYROLL-CONTROL-OUT.
000630 01 PAYROLL-CONTROL-REC.
000640*  GL照合用の給与計算控制合計（GLRECONが読み込む）
000650   05 PC-ACCT-CD       PIC X(10).
000740   05 PD-SALARY        PIC 9(07).
000750   05 PD-TAX           PIC 9(07).
000760   05 PD-BONUS         PIC 9(07).
000761   05 PD-NET           PIC 9(07).
000762 FD  PAY-ITEM-OUT.
000763 01 PAY-ITEM-REC.
000764   05 PI-PERIOD-ID     PIC 9(06).
000766   05 PI-EMP-ID        PIC 9(05).
000767   05 PI-CODE          PIC X(04).
000768   05 PI-NAME          PIC X(10).
000769   05 PI-CLASS         PIC X(01).
000771   05 PI-AMOUNT        PIC 9(07).
000772 FD  PAY-HIST-IO.
000773 01 PAY-HIST-REC.
000774*  給与計算履歴の索引マスタの1件（PAYHLOADのレイアウトと同期）
000840   05 YT-TAX           PIC 9(09).
000850   05 YT-BONUS         PIC 9(09).
000860   05 YT-NET           PIC 9(09).
000863   05 YT-STATUS        PIC X(01).
000866   05 YT-LEAVE-DATE    PIC 9(08).
000867   05 YT-YE-SW         PIC X(01).
000868   05 YT-YE-TAX        PIC 9(09).
000869   05 YT-BONUS-TAX     PIC 9(09).
000870 FD  DEDUCTION-MASTER.
000880 01 DEDUCTION-MASTER-REC.
000890*  控除・手当マスタ（区分D=控除/A=手当、方式F=定額/P=給与比率）
001390   05 CK-PAYCTRL-CT    PIC 9(07).
001400*  拠点別小計テーブルのイメージ（WK-SITE-TABLEをそのまま退避）
001410   05 CK-SITE-AREA     PIC X(442).
001413*  部門別人件費テーブルのイメージ（WK-DEPT-COST-TABLEを退避）
001416   05 CK-DEPT-AREA     PIC X(1112).
001417*  社会保険の会社負担累計と保険種別ごとの累計テーブルのイメージ
001418   05 CK-GL-SI-EMPLR   PIC 9(09).
001419   05 CK-SC-AREA       PIC X(230).
001420*  住民税の市区町村別累計テーブルのイメージ
001421   05 CK-RM-AREA       PIC X(1602).
001422*  年末調整の還付・追加徴収の累計
001423   05 CK-GL-YE-REFUND  PIC 9(09).
001424   05 CK-GL-YE-COLLECT PIC 9(09).
001425*  給与形態別（月給・時給）の人数・総支給・純支給のイメージ
001426   05 CK-PT-AREA       PIC X(76).
001427*  経費精算の支払累計と費目別累計テーブルのイメージ
001428   05 CK-GL-EXPENSE    PIC 9(09).
001429   05 CK-XM-AREA       PIC X(132).
001432 FD  RUN-CONTROL-OUT.
001436 01 RUNCTL-REC          PIC X(61).
001440 FD  PAYROLL-CONTROL-ARC.
001442 01 PAYROLL-CONTROL-ARC-REC PIC X(25).
001444 FD  LABOR-DIST-IO.
001446 01 LABOR-DIST-REC.
001448   05 LD-PERIOD-ID     PIC 9(06).
001450*  期間の終了日（月単位の集計は終了日の年月で行う）
001452   05 LD-PERIOD-END    PIC 9(08).
001454   05 LD-DEPT-CD       PIC X(05).
001455   05 LD-HEADCOUNT     PIC 9(05).
001456   05 LD-GROSS         PIC 9(09).
001457   05 LD-BONUS         PIC 9(09).
001458   05 LD-EMPLR-COST    PIC 9(09).
001459 FD  SI-GRADE-IN.
001460 01 SI-GRADE-REC.
001461*  標準報酬月額の等級1件（報酬月額がSG-LOW以上SG-HIGH未満なら
001462*  この等級。等級の昇順に並べること）
001463   05 SG-GRADE         PIC 9(02).
001464   05 SG-LOW           PIC 9(07).
001465   05 SG-HIGH          PIC 9(07).
001466   05 SG-STD-REMUN     PIC 9(07).
001467 FD  SI-RATE-IN.
001468 01 SI-RATE-REC.
001469*  保険種別ごとの料率（HLTH=健康保険、CARE=介護保険、PENS=厚生
001470*  年金、EMPL=雇用保険等）。算定基礎S=標準報酬月額（SR-MAX-STD
001471*  を上限とする。0は上限なし）、G=当月の総支給。料率は％で
001472*  本人・会社の負担分を別に持ち、対象年齢の範囲の社員にだけ
001473*  適用する。同一種別の複数行から、計算対象期間の開始日時点で
001474*  効力のある行を選択する
001475   05 SR-TYPE          PIC X(04).
001476   05 SR-NAME          PIC X(10).
001477   05 SR-EFF-DATE      PIC 9(08).
001478   05 SR-BASIS         PIC X(01).
001479   05 SR-EMPE-RATE     PIC 9(02)V9(03).
001480   05 SR-EMPLR-RATE    PIC 9(02)V9(03).
001481   05 SR-MAX-STD       PIC 9(07).
001482   05 SR-AGE-LOW       PIC 9(03).
001483   05 SR-AGE-HIGH      PIC 9(03).
001484 FD  SI-EMP-IN.
001485 01 SI-EMP-REC.
001486*  社員別の標準報酬月額（定時決定SIGRVWが適用開始日付きで追加
001487*  する。期間開始日時点で効力のある最新の行を使う）
001488   05 SU-EMP-ID        PIC 9(05).
001489   05 SU-EFF-DATE      PIC 9(08).
001490   05 SU-GRADE         PIC 9(02).
001491   05 SU-STD-REMUN     PIC 9(07).
001492 FD  SI-CONTRIB-IO.
001493 01 SI-CONTRIB-REC.
001494*  期間・保険種別ごとの保険料（本人負担・会社負担。納付一覧
001495*  SIRPTが読み込む）
001496   05 SC-PERIOD-ID     PIC 9(06).
001497   05 SC-TYPE          PIC X(04).
001498   05 SC-NAME          PIC X(10).
001499   05 SC-HEADCOUNT     PIC 9(05).
001500   05 SC-EMPE-AMT      PIC 9(09).
001501   05 SC-EMPLR-AMT     PIC 9(09).
001502 FD  RES-TAX-IN.
001503 01 RES-TAX-REC.
001504*  住民税の年度別・社員別・市区町村別の月割額（RTLOADが税額
001505*  決定通知から登録する。RT-AMTの1番目が6月、12番目が翌年5月。
001506*  RT-STATUS='L'は退職により残りの月が一括徴収の対象となった行
001507*  で、以後の給与からは控除しない）
001508   05 RT-EMP-ID        PIC 9(05).
001509   05 RT-MUNI-CD       PIC X(06).
001510   05 RT-MUNI-NAME     PIC X(12).
001511   05 RT-YEAR          PIC 9(04).
001512   05 RT-AMT           PIC 9(06) OCCURS 12 TIMES.
001513   05 RT-STATUS        PIC X(01).
001514   05 RT-LUMP-FROM     PIC 9(02).
001515   05 RT-LUMP-AMT      PIC 9(07).
001516 FD  RES-TAX-COLL-IO.
001517 01 RES-TAX-COLL-REC.
001518*  期間・市区町村ごとの住民税の徴収額（納入一覧RTRPTが読み込む）
001519   05 RL-PERIOD-ID     PIC 9(06).
001520   05 RL-MUNI-CD       PIC X(06).
001521   05 RL-MUNI-NAME     PIC X(12).
001522   05 RL-HEADCOUNT     PIC 9(05).
001523   05 RL-AMOUNT        PIC 9(09).
001524 FD  HIST-WORK-IO.
001525 01 HIST-WORK-REC      PIC X(51).
001526 FD  YE-ADJ-IN.
001527 01 YE-ADJ-REC.
001528   05 YA-EMP-ID        PIC 9(05).
001529   05 YA-YEAR          PIC 9(04).
001530   05 YA-DEPENDENTS    PIC 9(02).
001531   05 YA-DEDUCT-TOTAL  PIC 9(09).
001532   05 YA-HOUSING-CREDIT PIC 9(07).
001533   05 YA-EST-GROSS     PIC 9(09).
001534   05 YA-EST-TAX       PIC 9(09).
001535   05 YA-EST-WITHHELD  PIC 9(09).
001536 FD  EXP-APPR-IN.
001537 01 EXP-APPR-REC.
001538   05 XA-CLAIM-NO      PIC X(08).
001539   05 XA-EMP-ID        PIC 9(05).
001540   05 XA-CLAIM-DATE    PIC 9(08).
001541   05 XA-CAT-CD        PIC X(04).
001542   05 XA-AMOUNT        PIC 9(07).
001543   05 XA-APPROVER      PIC 9(05).
001544   05 XA-APPR-DATE     PIC 9(08).
001545 FD  EXP-PAID-IO.
001546 01 EXP-PAID-REC.
001547*  支払済みの申請（支払った期間を持ち、再開・再実行で同じ期間の
001548*  支払は二重計上にならないよう対象に戻す）
001549   05 XP-CLAIM-NO      PIC X(08).
001550   05 XP-EMP-ID        PIC 9(05).
001551   05 XP-CAT-CD        PIC X(04).
001552   05 XP-AMOUNT        PIC 9(07).
001553   05 XP-PERIOD-ID     PIC 9(06).
001554   05 XP-PAY-DATE      PIC 9(08).
001555 FD  COMM-PAY-IN.
001556 01 COMM-PAY-REC.
001557   05 CQ-EMP-ID        PIC 9(05).
001558   05 CQ-PERIOD-ID     PIC 9(06).
001559   05 CQ-AMOUNT        PIC 9(07).
001560   05 CQ-RUN-DATE      PIC 9(08).
001561 WORKING-STORAGE SECTION.
001562*--- 世代ファイル名とアーカイブ台帳（GENARCH）連携用 ---
001563 01 WK-GEN-AREA.
001564   05 WK-PAYSLIP-FILE-NAME.
001565     10 FILLER           PIC X(09) VALUE 'PAYSLIP.D'.
001566     10 WK-PS-GEN-DATE   PIC 9(08).
001567     10 FILLER           PIC X(03) VALUE SPACES.
001568   05 WK-PAYCTRL-ARC-NAME.
001569     10 FILLER           PIC X(09) VALUE 'PAYCTRL.D'.
001570     10 WK-PC-GEN-DATE   PIC 9(08).
001571     10 FILLER           PIC X(03) VALUE SPACES.
001572*  拠点別給与明細の世代ファイル名（拠点コードを名前に含める）
001574   05 WK-SITE-PAYSLIP-NAME.
001575     10 FILLER           PIC X(08) VALUE 'PAYSLIP.'.
001576     10 WK-SP-SITE       PIC X(03).
001577     10 FILLER           PIC X(02) VALUE '.D'.
001578     10 WK-SP-GEN-DATE   PIC 9(08).
001580     10 FILLER           PIC X(03) VALUE SPACES.
001581*  実行モードで切り替えるファイル名（本番は固定名、シミュレー
001582*  ションは.SIM側を使う）
001583   05 WK-BONUS-FILE-NAME   PIC X(20) VALUE 'BONUSRATE.DAT'.
001585   05 WK-DEDMAST-FILE-NAME PIC X(20) VALUE 'DEDMAST.DAT'.
001586   05 WK-PAYCTRL-FILE-NAME PIC X(20) VALUE 'PAYCTRL.DAT'.
001587   05 WK-ARC-FAMILY      PIC X(08).
001588   05 WK-ARC-REC-COUNT   PIC 9(07).
001590   05 WK-PAYSLIP-REC-CT  PIC 9(07) VALUE 0.
001600   05 WK-PAYCTRL-REC-CT  PIC 9(07) VALUE 0.
001610 01 WK-AREA.
001640   05 WK-RUN-YEAR    PIC 9(04).
001650   05 WK-PERIOD-ID   PIC 9(06).
001660   05 WK-SITE-CD     PIC X(03).
001663*  社員の部門コード（未設定の社員は'UNASG'に集計する）
001666   05 WK-DEPT-CD     PIC X(05).
001670   05 WK-NAME        PIC X(20).
001680   05 WK-AGE         PIC 9(03).
001690   05 WK-SALARY      PIC 9(07).
001860*  控除預り金の差額（支給−税−純支給。GLJRNLのDEDPAY仕訳と突合）
001870   05 WK-GL-DED-RESID PIC S9(09).
001880   05 WK-GL-DED-ABS  PIC 9(09).
001883*  社会保険の会社負担（SIEXP/SILIABとしてGLJRNLが計上する）
001886   05 WK-GL-SI-EMPLR PIC 9(09) VALUE 0.
001887*  年末調整の還付・追加徴収（YEREFUND/YECOLLECTとしてGLJRNLが
001888*  源泉税預り金の精算に計上する）
001889   05 WK-GL-YE-REFUND PIC 9(09) VALUE 0.
001890   05 WK-GL-YE-COLLECT PIC 9(09) VALUE 0.
001891*  経費精算の支払（非課税の手当。費目別のEXPRMとしてGLJRNLが
001892*  費用に計上する）
001893   05 WK-GL-EXPENSE  PIC 9(09) VALUE 0.
001896*--- 実行統計レコード（全バッチ共通の形式。RUNCTL.LOGへ追記する）---
001900 01 WK-RUNCTL-LINE.
001910   05 WK-RC-PGM      PIC X(08) VALUE 'SAMPLE01'.
001920   05 FILLER         PIC X(01) VALUE SPACE.
002070   05 WK-START-TIME  PIC 9(08).
002080   05 WK-READ-CT     PIC 9(06) VALUE 0.
002090   05 WK-REJECT-CT   PIC 9(06) VALUE 0.
002095   05 WK-LEAVER-CT   PIC 9(06) VALUE 0.
002100   05 WK-RUN-STATUS  PIC X(04) VALUE 'OK  '.
002110*--- 拠点別の小計（部門全体の累計と並んでPAYCTRL.DATへ出力）---
002120 01 WK-SITE-TABLE.
002186*    直近の本番実行の純支給の拠点小計（シミュレーションの
002188*    拠点別差分にのみ使う。本番実行では0のまま）
002190     10 WK-SS-LRNET    PIC 9(09).
002191 01 WK-SITE-WORK.
002192   05 WK-SS-IDX      PIC 9(02).
002193   05 WK-SS-FOUND-IDX PIC 9(02).
002194*--- 部門別の人件費（LABORDST.DATとPAYCTRL.DATの部門別費用へ出力）---
002195 01 WK-DEPT-COST-TABLE.
002196   05 WK-DC-COUNT    PIC 9(02) VALUE 0.
002197   05 WK-DC-ENTRY OCCURS 30 TIMES.
002198     10 WK-DC-DEPT     PIC X(05).
002199     10 WK-DC-EMP-CT   PIC 9(05).
002200     10 WK-DC-GROSS    PIC 9(09).
002201     10 WK-DC-BONUS    PIC 9(09).
002202     10 WK-DC-EMPLR-COST PIC 9(09).
002203 01 WK-DEPT-WORK.
002205   05 WK-DC-IDX      PIC 9(02).
002206   05 WK-DC-FOUND-IDX PIC 9(02).
002207   05 WK-DEPT-ACCT-CD.
002208     10 WK-DA-PREFIX   PIC X(05) VALUE 'PAYDP'.
002209     10 WK-DA-DEPT     PIC X(05).
002214 01 WK-LD-WORK.
002216   05 WK-LD-FILE-STATUS PIC X(02).
002217   05 WK-LD-EOF-SW   PIC X(01).
002218     88 WK-LD-EOF        VALUE 'Y'.
002222   05 WK-SITE-ACCT-CD.
002223     10 WK-SA-PREFIX   PIC X(07).
002224     10 WK-SA-SITE     PIC X(03).
002225*--- 直近の本番実行の計算結果（PAYDETL.DATの社員別最終レコード。
002226*    シミュレーションの差分計算にのみ読み込む）---
002227 01 WK-LAST-REAL-TABLE.
002256   05 WK-SI-LAST-NET   PIC ZZZZZZZZ9.
002257   05 FILLER           PIC X(07) VALUE ' DIFF: '.
002258   05 WK-SI-DIFF       PIC +ZZZZZZZ9.
002259 01 WK-SIM-TYPE-LINE.
002261   05 FILLER           PIC X(06) VALUE 'TYPE: '.
002263   05 WK-ST-NAME       PIC X(07).
002265   05 FILLER           PIC X(07) VALUE ' EMPS: '.
002267   05 WK-ST-EMP-CT     PIC ZZZZ9.
002268   05 FILLER           PIC X(08) VALUE ' GROSS: '.
002270   05 WK-ST-GROSS      PIC ZZZZZZZZZZ9.
002272   05 FILLER           PIC X(10) VALUE ' SIM NET: '.
002274   05 WK-ST-SIM-NET    PIC ZZZZZZZZZZ9.
002276   05 FILLER           PIC X(11) VALUE ' LAST NET: '.
002278   05 WK-ST-LAST-NET   PIC ZZZZZZZZZZ9.
002279   05 FILLER           PIC X(07) VALUE ' DIFF: '.
002281   05 WK-ST-DIFF       PIC +ZZZZZZZZZ9.
002283*--- 配付マニフェストの見出し・明細行 ---
002285 01 WK-MANIF-HEADER.
002287   05 FILLER           PIC X(30)
002288       VALUE 'PAYSLIP DISTRIBUTION MANIFEST '.
002290   05 WK-MH-DATE       PIC 9(08).
002292   05 FILLER           PIC X(09) VALUE '  PERIOD '.
002294   05 WK-MH-PERIOD-ID  PIC 9(06).
002296 01 WK-MANIF-DETAIL.
002298   05 WK-MF-SITE       PIC X(03).
002299   05 FILLER           PIC X(02) VALUE SPACES.
002301   05 WK-MF-FILE-NAME  PIC X(21).
002303   05 FILLER           PIC X(07) VALUE ' EMPS: '.
002305   05 WK-MF-EMP-CT     PIC ZZZZ9.
002307   05 FILLER           PIC X(08) VALUE '  NET: '.
002308   05 WK-MF-NET        PIC ZZZZZZZZ9.
002310 01 WK-MANIF-TYPE-LINE.
002312   05 WK-MT-NAME       PIC X(07).
002314   05 FILLER           PIC X(19) VALUE SPACES.
002316   05 FILLER           PIC X(07) VALUE ' EMPS: '.
002318   05 WK-MT-EMP-CT     PIC ZZZZ9.
002319   05 FILLER           PIC X(08) VALUE '  NET: '.
002321   05 WK-MT-NET        PIC ZZZZZZZZZZ9.
002323   05 FILLER           PIC X(09) VALUE '  GROSS: '.
002325   05 WK-MT-GROSS      PIC ZZZZZZZZZZ9.
002327 01 WK-FLAGS.
002329   05 WK-EOF-SW      PIC X(01) VALUE 'N'.
002330     88 WK-EOF-MASTER    VALUE 'Y'.
002332   05 WK-PD-FILE-STATUS PIC X(02).
002334   05 WK-PI-FILE-STATUS PIC X(02).
002336   05 WK-SP-FILE-STATUS PIC X(02).
002338   05 WK-PH-FILE-STATUS PIC X(02).
002339   05 WK-BR-FILE-STATUS PIC X(02).
002341   05 WK-DM-FILE-STATUS PIC X(02).
002343   05 WK-SM-FILE-STATUS PIC X(02).
002345*  実行モード（空白=本番、S=シミュレーション。試算モードでは
002347*  YTDMAST・PAYPERD・BANKTRF・PAYCTRL.DAT・チェックポイントの
002349*  いずれにも書かない）
002350   05 WK-SIM-SW        PIC X(01) VALUE SPACE.
002352     88 WK-SIM-RUN         VALUE 'S'.
002354   05 WK-YT-FILE-STATUS PIC X(02).
002356   05 WK-CK-FILE-STATUS PIC X(02).
002358   05 WK-RC-FILE-STATUS PIC X(02).
002359   05 WK-RESTART-SW  PIC X(01) VALUE 'N'.
002361     88 WK-RESTART-RUN   VALUE 'Y'.
002363   05 WK-CK-LAST-EMP-ID PIC 9(05).
002365   05 WK-CK-GEN-DATE PIC 9(08).
002367   05 WK-YT-EOF-SW   PIC X(01) VALUE 'N'.
002369     88 WK-YT-EOF        VALUE 'Y'.
002370   05 WK-SETTLED-SW  PIC X(01) VALUE 'N'.
002372     88 WK-LEAVER-SETTLED VALUE 'Y'.
002374*--- LOCKMGR呼び出し用ワーク（実行間ロック。更新するマスタの
002376*    ファイル名を申告し、重なるバッチの同時実行を防ぐ）---
002378 01 WK-LOCK-AREA.
002379   05 WK-LOCK-FUNC     PIC X(01).
002381   05 WK-LOCK-PGM      PIC X(08) VALUE 'SAMPLE01'.
002383   05 WK-LOCK-FILES.
002385     10 FILLER         PIC X(10) VALUE 'EMPMAST   '.
002387     10 FILLER         PIC X(10) VALUE 'YTDMAST   '.
002389     10 FILLER         PIC X(10) VALUE 'PAYPERD   '.
002390     10 FILLER         PIC X(10) VALUE 'PAYCTRL   '.
002392     10 FILLER         PIC X(10) VALUE 'PAYHIST   '.
002394   05 WK-LOCK-RETURN-CD PIC 9(02).
002396*--- FLDGUARD呼び出し用ワーク（未初期化フィールドの実行時検査）---
002398 01 WK-GUARD-AREA.
002400   05 WK-GUARD-NAME      PIC X(20).
002410   05 WK-GUARD-VALUE     PIC X(20).
002420   05 WK-GUARD-RETURN-CD PIC 9(02).
002540     10 WK-TB-RATE     PIC 9(02).
002550 01 WK-TAX-WORK.
002560   05 WK-TB-IDX        PIC 9(02).
002561   05 WK-SENIOR-AGE    PIC 9(03).
002563   05 WK-SENIOR-DEDUCT PIC 9(05).
002564   05 WK-TAX-RETURN-CD PIC 9(02).
002566*--- 税額の丸め誤差検査用（COMPUTE ROUNDEDの精度確認）---
002567   05 WK-TAX-EXACT     PIC 9(07)V99.
002569   05 WK-TAX-VARIANCE  PIC S9(03)V99.
002571*--- 控除未回収残高のテーブル（ARREARS.DATから読み込み、回収・
002572*    新規発生を反映して書き戻す）---
002573 01 WK-ARREARS-TABLE.
002597   05 WK-AP-RECOVERED  PIC ZZZZZZ9.
002598   05 FILLER           PIC X(10) VALUE ' BALANCE: '.
002599   05 WK-AP-BALANCE    PIC ZZZZZZ9.
002600*--- 勤怠テーブル（ATTEND.DATの対象期間の行。残業代と無給控除を
002601*    社員ごとに本体給与へ反映する）---
002602 01 WK-ATT-TABLE.
002603   05 WK-AT-COUNT      PIC 9(03) VALUE 0.
002604   05 WK-AT-ENTRY OCCURS 100 TIMES.
002605     10 WK-AT-EMP-ID   PIC 9(05).
002606     10 WK-AT-OT-HOURS PIC 9(03).
002607     10 WK-AT-CLASS    PIC X(01).
002608     10 WK-AT-LEAVE    PIC 9(02).
002609     10 WK-AT-REG-HOURS PIC 9(03)V99.
002610*    当該社員の計算で使用済みか（未使用の行は社員不明として警告）
002611     10 WK-AT-USED-SW  PIC X(01).
002612 01 WK-ATT-WORK.
002619*  社員1件分の残業代・無給控除（明細行の印字にも使う）
002620   05 WK-OT-PAY        PIC 9(07).
002621   05 WK-LEAVE-DED     PIC 9(07).
002622*  時給者の所定時間内の支給額（時間給×労働時間）
002623   05 WK-HOURS-PAY     PIC 9(07).
002624*--- 給与形態別の人数・総支給・純支給（配付マニフェストと試算の
002625*    差分レポートに月給・時給を分けて印字する。1=月給、2=時給）---
002626 01 WK-PAY-TYPE-TABLE VALUE ZEROS.
002628   05 WK-PT-ENTRY OCCURS 2 TIMES.
002629     10 WK-PT-EMP-CT   PIC 9(05).
002630     10 WK-PT-GROSS    PIC 9(11).
002631     10 WK-PT-NET      PIC 9(11).
002632*    直近の本番実行の純支給（シミュレーションの差分にのみ使う）
002634     10 WK-PT-LRNET    PIC 9(11).
002635 01 WK-PT-NAME-VALUES.
002636   05 FILLER           PIC X(07) VALUE 'MONTHLY'.
002637   05 FILLER           PIC X(07) VALUE 'HOURLY '.
002638 01 WK-PT-NAME-TABLE REDEFINES WK-PT-NAME-VALUES.
002640   05 WK-PT-NAME       PIC X(07) OCCURS 2 TIMES.
002641 01 WK-PAY-TYPE-WORK.
002642   05 WK-PAY-TYPE      PIC X(01).
002643     88 WK-HOURLY-PAID     VALUE 'H'.
002644   05 WK-HOURLY-RATE   PIC 9(05).
002646   05 WK-PT-IDX        PIC 9(01).
002647*--- 割増区分表（A=1.25倍、B=1.50倍、C=2.00倍。残業単価は
002648*    月額給与÷160時間とする）---
002649 01 WK-OT-RATE-VALUES.
002650   05 FILLER           PIC X(04) VALUE 'A125'.
002652   05 FILLER           PIC X(04) VALUE 'B150'.
002653   05 FILLER           PIC X(04) VALUE 'C200'.
002654 01 WK-OT-RATE-TABLE REDEFINES WK-OT-RATE-VALUES.
002655   05 WK-OT-ENTRY OCCURS 3 TIMES.
002656     10 WK-OT-CLASS    PIC X(01).
002658     10 WK-OT-RATE     PIC 9V99.
002659 01 WK-OT-RATE-WORK.
002660   05 WK-OT-IDX        PIC 9(01).
002661   05 WK-OT-FOUND-IDX  PIC 9(01).
002662   05 WK-AT-CLASS-WORK PIC X(01).
002664*--- 年齢帯別ボーナス率マスタ（BONUS-RATE-MASTERから読み込み）---
002665 01 WK-BONUS-TABLE.
002666   05 WK-BR-COUNT      PIC 9(03) VALUE 0.
002667   05 WK-BR-ENTRY OCCURS 20 TIMES.
002668     10 WK-BR-AGE-LOW  PIC 9(03).
002670     10 WK-BR-AGE-HIGH PIC 9(03).
002680     10 WK-BR-RATE     PIC 9(03)V99.
002690 01 WK-BONUS-WORK.
002920   05 WK-CL-FOUND-IDX  PIC 9(03).
002921   05 WK-CL-EOF-SW     PIC X(01) VALUE 'N'.
002922     88 WK-CL-EOF          VALUE 'Y'.
002926*--- 振込先口座マスタのインメモリテーブル（BANKMAST.DATから読み込み）---
002930 01 WK-BANK-TABLE.
002940   05 WK-BK-COUNT      PIC 9(03) VALUE 0.
002950   05 WK-BK-ENTRY OCCURS 100 TIMES.
003230   05 WK-BKT-COUNT     PIC 9(05).
003240   05 WK-BKT-TOTAL     PIC 9(09).
003250   05 FILLER           PIC X(59) VALUE SPACES.
003252*--- 全銀協フォーマット振込ファイル(ZENTRF.DAT)の作成ルーチン
003253*    ZENGINの呼び出し用ワーク（BANKTRF.DATと同じ明細を銀行の
003254*    アップロード様式で出力する。振込指定日は対象期間の末日を
003255*    支給日とし、休日なら前営業日へ前倒しする）---
003256 01 WK-ZENGIN-WORK.
003257   05 WK-ZG-FUNC       PIC X(01).
003258   05 WK-ZG-FILE-NAME  PIC X(20) VALUE 'ZENTRF.DAT'.
003259   05 WK-ZG-RETURN-CD  PIC 9(02).
003260 01 WK-ZENGIN-AREA.
003261   05 WK-ZG-KIND       PIC X(02) VALUE '11'.
003262   05 WK-ZG-PAY-DATE   PIC 9(08).
003263   05 WK-ZG-DIRECTION  PIC X(01) VALUE 'B'.
003264   05 WK-ZG-VALUE-DATE PIC 9(08).
003265   05 WK-ZG-BANK-CD    PIC X(04).
003266   05 WK-ZG-BRANCH-CD  PIC X(03).
003267   05 WK-ZG-ACCT-NO    PIC X(07).
003268   05 WK-ZG-PAYEE-NAME PIC X(30).
003269   05 WK-ZG-CUST-CD    PIC X(10).
003270   05 WK-ZG-AMOUNT     PIC 9(10).
003271   05 WK-ZG-COUNT      PIC 9(06).
003272   05 WK-ZG-TOTAL      PIC 9(12).
003274*--- 控除・手当マスタのインメモリテーブル（DEDMAST.DATから読み込み、
003277*    適用区分が'Y'の行だけを保持する）---
003280 01 WK-DED-TABLE.
003290   05 WK-DD-COUNT      PIC 9(03) VALUE 0.
003300   05 WK-DD-ENTRY OCCURS 20 TIMES.
003550   05 WK-DX-FOUND-IDX  PIC 9(03).
003560   05 WK-DD-CALC-TABLE.
003570     10 WK-DD-CALC-AMT PIC 9(07) OCCURS 20 TIMES.
003572*--- 標準報酬月額等級表（SIGRADE.DATから読み込み）---
003573 01 WK-SG-TABLE.
003574   05 WK-SG-COUNT      PIC 9(02) VALUE 0.
003575   05 WK-SG-ENTRY OCCURS 60 TIMES.
003576     10 WK-SG-GRADE    PIC 9(02).
003577     10 WK-SG-LOW      PIC 9(07).
003578     10 WK-SG-HIGH     PIC 9(07).
003579     10 WK-SG-STD      PIC 9(07).
003580 01 WK-SG-WORK.
003581   05 WK-SG-FILE-STATUS PIC X(02).
003582   05 WK-SG-EOF-SW     PIC X(01) VALUE 'N'.
003583     88 WK-SG-EOF          VALUE 'Y'.
003584   05 WK-SG-IDX        PIC 9(02).
003585   05 WK-SG-FOUND-IDX  PIC 9(02).
003586*--- 保険種別ごとの料率（SIRATE.DATから計算対象期間の開始日時点で
003587*    効力のある行を種別ごとに1行保持し、社員1件分の負担額も
003588*    持つ）---
003589 01 WK-SR-TABLE.
003590   05 WK-SR-COUNT      PIC 9(02) VALUE 0.
003591   05 WK-SR-ENTRY OCCURS 10 TIMES.
003592     10 WK-SR-TYPE     PIC X(04).
003593     10 WK-SR-NAME     PIC X(10).
003594     10 WK-SR-EFF      PIC 9(08).
003595     10 WK-SR-BASIS    PIC X(01).
003596     10 WK-SR-EMPE-RATE PIC 9(02)V9(03).
003597     10 WK-SR-EMPLR-RATE PIC 9(02)V9(03).
003598     10 WK-SR-MAX-STD  PIC 9(07).
003599     10 WK-SR-AGE-LOW  PIC 9(03).
003600     10 WK-SR-AGE-HIGH PIC 9(03).
003601     10 WK-SR-EMPE-AMT PIC 9(07).
003602     10 WK-SR-EMPLR-AMT PIC 9(07).
003603 01 WK-SR-WORK.
003604   05 WK-SR-FILE-STATUS PIC X(02).
003605   05 WK-SR-EOF-SW     PIC X(01) VALUE 'N'.
003606     88 WK-SR-EOF          VALUE 'Y'.
003607   05 WK-SR-IDX        PIC 9(02).
003608   05 WK-SR-FOUND-IDX  PIC 9(02).
003609   05 WK-SR-EFF-WORK   PIC 9(08).
003610*  社員1件分の標準報酬月額・算定基礎額・本人負担の端数計算用
003612   05 WK-SR-STD-REMUN  PIC 9(07).
003613   05 WK-SR-BASE       PIC 9(07).
003614   05 WK-SR-EXACT      PIC 9(07)V9(05).
003615   05 WK-SR-EMPE-TOTAL PIC 9(07).
003616   05 WK-SR-EMPLR-TOTAL PIC 9(07).
003617*--- 社員別の標準報酬月額（SIEMP.DATから社員ごとに期間開始日時点
003618*    で効力のある最新の行を保持）---
003619 01 WK-SU-TABLE.
003620   05 WK-SU-COUNT      PIC 9(03) VALUE 0.
003621   05 WK-SU-ENTRY OCCURS 200 TIMES.
003622     10 WK-SU-EMP-ID   PIC 9(05).
003623     10 WK-SU-EFF      PIC 9(08).
003624     10 WK-SU-GRADE    PIC 9(02).
003625     10 WK-SU-STD      PIC 9(07).
003626 01 WK-SU-WORK.
003627   05 WK-SU-FILE-STATUS PIC X(02).
003628   05 WK-SU-EOF-SW     PIC X(01) VALUE 'N'.
003629     88 WK-SU-EOF          VALUE 'Y'.
003630   05 WK-SU-IDX        PIC 9(03).
003631   05 WK-SU-FOUND-IDX  PIC 9(03).
003632   05 WK-SU-EFF-WORK   PIC 9(08).
003633*--- 期間の保険種別ごとの累計（WK-SR-ENTRYと同じ添字。SICONTR.DAT
003634*    へ出力し、チェックポイントへも退避する）---
003635 01 WK-SC-TOTAL-TABLE.
003636   05 WK-SC-ENTRY OCCURS 10 TIMES.
003637     10 WK-SC-HEAD-CT  PIC 9(05).
003638     10 WK-SC-EMPE     PIC 9(09).
003639     10 WK-SC-EMPLR    PIC 9(09).
003644 01 WK-SC-WORK.
003646   05 WK-SC-FILE-STATUS PIC X(02).
003647   05 WK-SC-EOF-SW     PIC X(01).
003648     88 WK-SC-EOF          VALUE 'Y'.
003652*--- 住民税の今月分（RESTAX.DATから計算対象期間の年度の行を読み、
003654*    その月の月割額を社員・市区町村ごとに保持する）---
003655 01 WK-RT-TABLE.
003656   05 WK-RT-COUNT      PIC 9(03) VALUE 0.
003657   05 WK-RT-ENTRY OCCURS 300 TIMES.
003658     10 WK-RT-EMP-ID   PIC 9(05).
003659     10 WK-RT-MUNI-CD  PIC X(06).
003660     10 WK-RT-MUNI-NAME PIC X(12).
003661     10 WK-RT-AMOUNT   PIC 9(06).
003662 01 WK-RT-WORK.
003663   05 WK-RT-FILE-STATUS PIC X(02).
003664   05 WK-RT-EOF-SW     PIC X(01) VALUE 'N'.
003665     88 WK-RT-EOF          VALUE 'Y'.
003666   05 WK-RT-IDX        PIC 9(03).
003667*  計算対象期間の住民税年度（6月～翌年5月）と月の位置（6月=1）
003668   05 WK-RT-YEAR       PIC 9(04).
003669   05 WK-RT-MONTH-IDX  PIC 9(02).
003670   05 WK-RT-MM         PIC 9(02).
003671   05 WK-RT-EMP-TOTAL  PIC 9(07).
003672*--- 期間の市区町村別の住民税累計（RTCOLL.DATへ出力し、チェック
003673*    ポイントへも退避する）---
003674 01 WK-RM-TABLE.
003675   05 WK-RM-COUNT      PIC 9(02).
003676   05 WK-RM-ENTRY OCCURS 50 TIMES.
003677     10 WK-RM-MUNI-CD  PIC X(06).
003678     10 WK-RM-MUNI-NAME PIC X(12).
003679     10 WK-RM-HEAD-CT  PIC 9(05).
003680     10 WK-RM-AMOUNT   PIC 9(09).
003681 01 WK-RM-WORK.
003682   05 WK-RM-IDX        PIC 9(02).
003683   05 WK-RM-FOUND-IDX  PIC 9(02).
003684 01 WK-RL-WORK.
003685   05 WK-RL-FILE-STATUS PIC X(02).
003687   05 WK-RL-EOF-SW     PIC X(01).
003688     88 WK-RL-EOF          VALUE 'Y'.
003689*--- 期間別の履歴ファイル（LABORDST・SICONTR・RTCOLL）の書き直し
003691*    に使う一時ファイルの状態 ---
003692 01 WK-HW-WORK.
003693   05 WK-HW-FILE-STATUS PIC X(02).
003695   05 WK-HW-EOF-SW     PIC X(01).
003696     88 WK-HW-EOF          VALUE 'Y'.
003697*--- 年末調整の所得控除（12月の期間にYEADJ.DATの当年の行を読む）---
003698 01 WK-YA-TABLE.
003699   05 WK-YA-COUNT      PIC 9(03) VALUE 0.
003700   05 WK-YA-ENTRY OCCURS 200 TIMES.
003701     10 WK-YA-EMP-ID   PIC 9(05).
003702     10 WK-YA-DEDUCT-TOTAL PIC 9(09).
003703     10 WK-YA-HOUSING-CREDIT PIC 9(07).
003704 01 WK-YA-WORK.
003705   05 WK-YA-FILE-STATUS PIC X(02).
003706   05 WK-YA-EOF-SW     PIC X(01) VALUE 'N'.
003707     88 WK-YA-EOF          VALUE 'Y'.
003708   05 WK-YA-IDX        PIC 9(03).
003709   05 WK-YA-FOUND-IDX  PIC 9(03).
003710   05 WK-YA-YEAR       PIC 9(04).
003711*  社員1件分の年末調整（年間の支給・源泉徴収額と確定した年税額）
003712   05 WK-YE-SW         PIC X(01).
003713     88 WK-YE-DONE         VALUE 'Y'.
003714   05 WK-YE-GROSS      PIC 9(09).
003715   05 WK-YE-WITHHELD   PIC 9(09).
003716   05 WK-YE-TAXABLE    PIC 9(09).
003717   05 WK-YE-ANNUAL-TAX PIC 9(09).
003718   05 WK-YE-AMOUNT     PIC 9(09).
003719   05 WK-YE-CLASS      PIC X(01).
003720*--- 経費精算の支払対象（EXPAPPR.DATのうち未払か今回の期間で
003721*    支払済みの申請）---
003722 01 WK-XA-TABLE.
003723   05 WK-XA-COUNT      PIC 9(03) VALUE 0.
003724   05 WK-XA-ENTRY OCCURS 500 TIMES.
003725     10 WK-XA-CLAIM-NO PIC X(08).
003726     10 WK-XA-EMP-ID   PIC 9(05).
003727     10 WK-XA-CAT-CD   PIC X(04).
003728     10 WK-XA-AMOUNT   PIC 9(07).
003729*--- 支払済みの申請番号と支払った期間（EXPPAID.DATから）---
003730 01 WK-XP-TABLE.
003731   05 WK-XP-COUNT      PIC 9(04) VALUE 0.
003732   05 WK-XP-ENTRY OCCURS 3000 TIMES.
003733     10 WK-XP-CLAIM-NO PIC X(08).
003734     10 WK-XP-PERIOD-ID PIC 9(06).
003735*--- 期間の費目別の経費精算累計（PAYCTRLのEXPRM＋費目へ出力し、
003736*    チェックポイントへも退避する）---
003737 01 WK-XM-TABLE.
003738   05 WK-XM-COUNT      PIC 9(02) VALUE 0.
003739   05 WK-XM-ENTRY OCCURS 10 TIMES.
003740     10 WK-XM-CAT-CD   PIC X(04).
003741     10 WK-XM-AMOUNT   PIC 9(09).
003742 01 WK-XA-WORK.
003743   05 WK-XA-FILE-STATUS PIC X(02).
003744   05 WK-XA-EOF-SW     PIC X(01) VALUE 'N'.
003745     88 WK-XA-EOF          VALUE 'Y'.
003746   05 WK-XP-FILE-STATUS PIC X(02).
003747   05 WK-XP-EOF-SW     PIC X(01) VALUE 'N'.
003748     88 WK-XP-EOF          VALUE 'Y'.
003749*    支払済みの記録が表に収まらない（未ロードの申請を再度払う）
003750   05 WK-XP-OVFL-SW    PIC X(01) VALUE 'N'.
003751     88 WK-XP-OVERFLOW     VALUE 'Y'.
003752   05 WK-XA-IDX        PIC 9(03).
003753   05 WK-XP-IDX        PIC 9(04).
003754   05 WK-XP-FOUND-IDX  PIC 9(04).
003755   05 WK-XM-IDX        PIC 9(02).
003756   05 WK-XM-FOUND-IDX  PIC 9(02).
003757*  社員1件分の経費精算の合計
003758   05 WK-XA-EMP-TOTAL  PIC 9(07).
003759   05 WK-EXP-ACCT-CD.
003760     10 WK-EA-PREFIX   PIC X(05) VALUE 'EXPRM'.
003761     10 WK-EA-CAT-CD   PIC X(04).
003762     10 FILLER         PIC X(01) VALUE SPACE.
003763*--- 今回の支給期間の販売歩合（COMMPAY.DATから）---
003764 01 WK-CQ-TABLE.
003765   05 WK-CQ-COUNT      PIC 9(03) VALUE 0.
003766   05 WK-CQ-ENTRY OCCURS 500 TIMES.
003767     10 WK-CQ-EMP-ID   PIC 9(05).
003768     10 WK-CQ-AMOUNT   PIC 9(07).
003769 01 WK-CQ-WORK.
003770   05 WK-CQ-FILE-STATUS PIC X(02).
003771   05 WK-CQ-EOF-SW     PIC X(01) VALUE 'N'.
003772     88 WK-CQ-EOF          VALUE 'Y'.
003773   05 WK-CQ-IDX        PIC 9(03).
003774*  社員1件分の販売歩合
003775   05 WK-COMM-PAY      PIC 9(07).
003776*--- 控除・手当の明細行（給与明細の社員行の下に1件1行で印字）---
003777 01 WK-DED-ITEM-LINE.
003778   05 FILLER           PIC X(08) VALUE '  ITEM: '.
003779   05 WK-DI-CODE       PIC X(04).
003780   05 FILLER           PIC X(01) VALUE SPACE.
003781   05 WK-DI-NAME       PIC X(10).
003782   05 FILLER           PIC X(01) VALUE SPACE.
003783   05 WK-DI-CLASS      PIC X(01).
003784   05 FILLER           PIC X(01) VALUE SPACE.
003785   05 WK-DI-AMOUNT     PIC ZZZZZZ9.
003786*--- 社員別の年初来累計テーブル（YTDMAST.DATから読み込み、計算後に
003787*    全件を書き戻す）---
003788 01 WK-YTD-TABLE.
003789   05 WK-YT-COUNT      PIC 9(03) VALUE 0.
003790   05 WK-YT-ENTRY OCCURS 100 TIMES.
003791     10 WK-YT-EMP-ID   PIC 9(05).
003792     10 WK-YT-YEAR     PIC 9(04).
003793     10 WK-YT-GROSS    PIC 9(09).
003794     10 WK-YT-TAX      PIC 9(09).
003795     10 WK-YT-BONUS    PIC 9(09).
003796     10 WK-YT-NET      PIC 9(09).
003797*    退職精算(LEAVEPAY)で締めた累計は状態'C'と退職日を持つ
003798     10 WK-YT-STATUS   PIC X(01).
003799     10 WK-YT-LEAVE-DATE PIC 9(08).
003800     10 WK-YT-YE-SW    PIC X(01).
003801     10 WK-YT-YE-TAX   PIC 9(09).
003802*    賞与決済(BONUSPAY)が賞与から差し引いた源泉の累計
003803     10 WK-YT-BONUS-TAX PIC 9(09).
003804 01 WK-YTD-WORK.
003807   05 WK-YT-IDX        PIC 9(03).
003810   05 WK-YT-FOUND-IDX  PIC 9(03).
003820 01 WK-PAYSLIP-LINE.
003830   05 WK-PS-LABEL-PRD    PIC X(08) VALUE 'PERIOD: '.
004060 MAIN-PROC.
004070*    実行日が属する給与支給期間を確認してから部門全体の給与計算を
004080*    行う。期間が実行済み(C)の場合は二重支給防止のため実行を拒否する
004090     CALL 'BUSDATE' USING WK-RUN-DATE.
004100     ACCEPT WK-START-TIME FROM TIME.
004101     MOVE WK-RUN-DATE(1:4) TO WK-RUN-YEAR.
004103     PERFORM LOAD-SIM-MODE-PROC.
004105*    更新するマスタの実行間ロックを取得する。重なるロックが
004107*    保持されている間（EMPMAINT等の実行中）は開始しない。
004109*    シミュレーションはマスタへ書かないためロックを取らない
004111     IF NOT WK-SIM-RUN
004113         MOVE 'L' TO WK-LOCK-FUNC
004114         CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
004115             WK-LOCK-FILES WK-LOCK-RETURN-CD
004122             MOVE 8 TO RETURN-CODE
004123             GOBACK
004124         END-IF
004125     END-IF.
004127     PERFORM LOAD-PERIOD-CLOSE-PROC.
004128     PERFORM LOAD-PAY-PERIOD-PROC.
004129*    支払済みの経費精算を読み切れない場合は二重払いになるため、
004130*    支給額を計算する前に実行を拒否する
004131     IF WK-PERIOD-OK
004132         PERFORM LOAD-EXPENSE-PROC
004133         IF WK-XP-OVERFLOW
004134             DISPLAY 'SAMPLE01: EXPPAID.DAT EXCEEDS TABLE SIZE'
004135                 ' - RUN REFUSED'
004136             MOVE 'N' TO WK-PERIOD-OK-SW
004137         END-IF
004138     END-IF.
004139     IF WK-PERIOD-OK
004140         PERFORM PAYROLL-RUN-PROC
004150     ELSE
004160         MOVE 'REFU' TO WK-RUN-STATUS
004172     IF WK-SIM-RUN AND WK-RUN-STATUS = 'OK  '
004174         MOVE 'SIM ' TO WK-RUN-STATUS
004176     END-IF.
004177     PERFORM WRITE-RUN-CONTROL-PROC.
004178*    正常終了：取得したロックを解放する（異常終了時は残った
004179*    ロックをLOCKUTILで解除してから再実行する）
004180     IF NOT WK-SIM-RUN
004181         MOVE 'U' TO WK-LOCK-FUNC
004182         CALL 'LOCKMGR' USING WK-LOCK-FUNC WK-LOCK-PGM
004184             WK-LOCK-FILES WK-LOCK-RETURN-CD
004185     END-IF.
004186     IF WK-XP-OVERFLOW
004187*        夜間バッチ(NIGHTBAT)へステップ失敗を返す
004188         MOVE 8 TO RETURN-CODE
004189     END-IF.
004192     GOBACK.
004193 LOAD-SIM-MODE-PROC.
004194*    実行モードをSIMMODE.DATから読み込む（1件目の1桁目が'S'の
004209                 'FILES WILL BE UPDATED'
004210         END-IF
004211     END-IF.
004214 PAYROLL-RUN-PROC.
004217*    部門全体の給与計算: EMPLOYEE-MASTERを1件ずつ読み
004220*    終端まで繰り返しCALC-PROCを実行する
004225     PERFORM LOAD-TAX-TABLE-PROC.
004230     PERFORM LOAD-BONUS-TABLE-PROC.
004240     PERFORM LOAD-DEDUCTION-TABLE-PROC.
004242     PERFORM LOAD-SOCIAL-INS-PROC.
004243     PERFORM LOAD-RES-TAX-PROC.
004244     PERFORM LOAD-YEAR-END-PROC.
004246     PERFORM LOAD-COMMISSION-PROC.
004247     PERFORM LOAD-ATTENDANCE-PROC.
004248     PERFORM LOAD-ARREARS-PROC.
004250     PERFORM LOAD-BANK-TABLE-PROC.
004260     PERFORM LOAD-YTD-TABLE-PROC.
004262*    シミュレーションではチェックポイントを読まず、直近の本番
004410             OPEN EXTEND PAYSLIP-OUT
004420             PERFORM OPEN-PAY-DETAIL-PROC
004430             OPEN EXTEND BANK-TRANSFER-OUT
004432             MOVE 'E' TO WK-ZG-FUNC
004440         ELSE
004450             OPEN OUTPUT PAYSLIP-OUT
004460             PERFORM OPEN-PAY-DETAIL-PROC
004470             OPEN OUTPUT BANK-TRANSFER-OUT
004480             PERFORM WRITE-BANK-HEADER-PROC
004482             MOVE 'O' TO WK-ZG-FUNC
004490         END-IF
004491         PERFORM OPEN-ZENGIN-PROC
004492         PERFORM OPEN-PAY-HIST-PROC
004494     END-IF.
004500     PERFORM UNTIL WK-EOF-MASTER
004590     CLOSE EMPLOYEE-MASTER.
004600     CLOSE PAYSLIP-OUT.
004602*    シミュレーションは試算出力（明細・控制合計・差分レポート）
004603*    だけを閉じて終わる。本番のみ振込・累計・世代登録・期間
004604*    締め・チェックポイント破棄を行う
004605     IF WK-SIM-RUN
004606         PERFORM WRITE-SIM-SITE-DELTA-PROC
004607             VARYING WK-SS-IDX FROM 1 BY 1
004608             UNTIL WK-SS-IDX > WK-SS-COUNT
004609         PERFORM WRITE-SIM-TYPE-DELTA-PROC
004610             VARYING WK-PT-IDX FROM 1 BY 1
004611             UNTIL WK-PT-IDX > 2
004612         CLOSE SIM-DELTA-OUT
004613         PERFORM WRITE-PAYROLL-CONTROL-PROC
004614     ELSE
004615         CLOSE PAY-DETAIL-OUT
004616         CLOSE PAY-ITEM-OUT
004617         CLOSE EXP-PAID-IO
004618         CLOSE PAY-HIST-IO
004620         PERFORM WRITE-BANK-TRAILER-PROC
004630         CLOSE BANK-TRANSFER-OUT
004632         PERFORM CLOSE-ZENGIN-PROC
004640         PERFORM WRITE-YTD-MASTER-PROC
004645         PERFORM WRITE-MANIFEST-PROC
004650         PERFORM WRITE-PAYROLL-CONTROL-PROC
004655         PERFORM WRITE-LABOR-DIST-PROC
004657         PERFORM WRITE-SI-CONTRIB-PROC
004658         PERFORM WRITE-RES-TAX-COLL-PROC
004660         PERFORM REGISTER-GENERATIONS-PROC
004670         PERFORM CLOSE-PAY-PERIOD-PROC
004678         PERFORM CLEAR-PAYROLL-CKPT-PROC
004690     DISPLAY WK-TOTAL.
004700     DISPLAY WK-COUNTER.
004710     DISPLAY 'SAMPLE01: BYPASSED = ' WK-REJECT-CT.
004715     DISPLAY 'SAMPLE01: LEAVERS  = ' WK-LEAVER-CT.
004720 PROCESS-EMPLOYEE-PROC.
004730*    再開実行ではチェックポイントの最終社員番号以前の社員（処理済み）
004740*    を読み飛ばし、それ以降の社員だけを計算する
004750     IF WK-RESTART-RUN AND EMP-ID NOT > WK-CK-LAST-EMP-ID
004760         CONTINUE
004770     ELSE
004771*        退職精算で当年の累計を締めた社員は最終給与を精算済み
004772*        のため計算しない（マスタから削除されるまでの二重払い
004773*        の防止）
004774         PERFORM CHECK-LEAVER-PROC
004775         IF WK-LEAVER-SETTLED
004776             DISPLAY 'SAMPLE01: ' EMP-ID
004777                 ' SETTLED AS LEAVER - NOT PAID'
004778             ADD 1 TO WK-LEAVER-CT
004779         ELSE
004780             PERFORM CALC-PROC
004785         END-IF
004790     END-IF.
004791 CHECK-LEAVER-PROC.
004792*    当該社員・当年の累計エントリが締め済み('C')かを判定する
004793     MOVE 'N' TO WK-SETTLED-SW.
004794     MOVE EMP-ID TO WK-EMP-ID.
004795     MOVE 0 TO WK-YT-FOUND-IDX.
004796     PERFORM FIND-YTD-ENTRY-PROC
004797         VARYING WK-YT-IDX FROM 1 BY 1
004798         UNTIL WK-YT-IDX > WK-YT-COUNT
004799             OR WK-YT-FOUND-IDX NOT = 0.
004800     IF WK-YT-FOUND-IDX NOT = 0
004801         IF WK-YT-STATUS(WK-YT-FOUND-IDX) = 'C'
004802             SET WK-LEAVER-SETTLED TO TRUE
004803         END-IF
004804     END-IF.
004807 WRITE-RUN-CONTROL-PROC.
004810*    実行統計（開始終了時刻・読込／受付／却下件数・完了状態）を
004820*    RUNCTL.LOGへ追記する（初回実行時のみ新規作成）
004830     OPEN EXTEND RUN-CONTROL-OUT.
005322             = WK-PP-PERIOD-ID(WK-PP-FOUND-IDX)
005323         MOVE WK-CL-IDX TO WK-CL-FOUND-IDX
005324     END-IF.
005325 STORE-PERIOD-ENTRY-PROC.
005327     IF WK-PP-COUNT < 24
005328         ADD 1 TO WK-PP-COUNT
005330         MOVE PP-PERIOD-ID  TO WK-PP-PERIOD-ID(WK-PP-COUNT)
005340         MOVE PP-START-DATE TO WK-PP-START(WK-PP-COUNT)
005350         MOVE PP-END-DATE   TO WK-PP-END(WK-PP-COUNT)
005620     OPEN EXTEND PAY-DETAIL-OUT.
005630     IF WK-PD-FILE-STATUS = '35'
005640         OPEN OUTPUT PAY-DETAIL-OUT
005641     END-IF.
005642*    給与明細の内訳履歴PAYITEM.DATも同じく追記で開く
005643     OPEN EXTEND PAY-ITEM-OUT.
005644     IF WK-PI-FILE-STATUS = '35'
005645         OPEN OUTPUT PAY-ITEM-OUT
005646     END-IF.
005647*    経費精算の支払済み記録EXPPAID.DATも同じく追記で開く
005648     OPEN EXTEND EXP-PAID-IO.
005649     IF WK-XP-FILE-STATUS = '35'
005650         OPEN OUTPUT EXP-PAID-IO
005651     END-IF.
005652 OPEN-PAY-HIST-PROC.
005653*    給与計算履歴の索引マスタをI-Oで開く。初回でファイルが無い
005654*    場合は空のマスタを作ってから開き直す
005658         CLOSE PAY-HIST-IO
005659         OPEN I-O PAY-HIST-IO
005660     END-IF.
005665 WRITE-PAYROLL-CONTROL-PROC.
005670*    部門全体の給与・税額・純支給の累計をGL照合用に1件ずつ出力する
005680*    （固定名のPAYCTRL.DATと、実行日付きの世代の両方へ書く）
005690     OPEN OUTPUT PAYROLL-CONTROL-OUT.
005700     IF NOT WK-SIM-RUN
005705         OPEN OUTPUT PAYROLL-CONTROL-ARC
005710     END-IF.
005715     MOVE WK-PERIOD-ID TO PC-PERIOD-ID.
005720     MOVE 'PAYEXP'   TO PC-ACCT-CD.
005730     MOVE WK-GL-SALARY TO PC-AMOUNT.
005740     PERFORM WRITE-CONTROL-REC-PROC.
005800     PERFORM WRITE-CONTROL-REC-PROC.
005810*    控除・手当の差額を控除預り金(DEDPAY)として出力する
005820*    （GLJRNLが立てる貸借一致用のDEDPAY仕訳の照合先。0なら出力
005830*    しない。マイナス（手当超過）の場合も絶対値で突合する）。
005835*    年末調整の還付・追加徴収は源泉税の精算のため差額から除く。
005836*    経費精算の支払も費目別の費用(EXPRM)に計上するため除く
005840     COMPUTE WK-GL-DED-RESID =
005850         WK-GL-SALARY - WK-GL-TAX - WK-GL-NET
005855         + WK-GL-YE-REFUND - WK-GL-YE-COLLECT
005856         + WK-GL-EXPENSE.
005860     MOVE WK-GL-DED-RESID TO WK-GL-DED-ABS.
005870     IF WK-GL-DED-RESID < 0
005880         COMPUTE WK-GL-DED-ABS = WK-GL-DED-RESID * -1
005920         MOVE WK-GL-DED-ABS TO PC-AMOUNT
005930         PERFORM WRITE-CONTROL-REC-PROC
005940     END-IF.
005941*    社会保険料の会社負担（費用SIEXPと未払SILIABの照合先。本人
005942*    負担分は控除としてDEDPAYに含まれる）
005943     IF WK-GL-SI-EMPLR > 0
005944         MOVE 'SIEXP'        TO PC-ACCT-CD
005945         MOVE WK-GL-SI-EMPLR TO PC-AMOUNT
005946         PERFORM WRITE-CONTROL-REC-PROC
005947         MOVE 'SILIAB'       TO PC-ACCT-CD
005948         MOVE WK-GL-SI-EMPLR TO PC-AMOUNT
005949         PERFORM WRITE-CONTROL-REC-PROC
005950     END-IF.
005951*    年末調整の還付（借方YEREFUND）と追加徴収（貸方YECOLLECT）
005952     IF WK-GL-YE-REFUND > 0
005953         MOVE 'YEREFUND'      TO PC-ACCT-CD
005954         MOVE WK-GL-YE-REFUND TO PC-AMOUNT
005955         PERFORM WRITE-CONTROL-REC-PROC
005956     END-IF.
005957     IF WK-GL-YE-COLLECT > 0
005958         MOVE 'YECOLLECT'      TO PC-ACCT-CD
005959         MOVE WK-GL-YE-COLLECT TO PC-AMOUNT
005960         PERFORM WRITE-CONTROL-REC-PROC
005961     END-IF.
005962*    経費精算の費目別の支払（借方EXPRM＋費目。純支給に含まれる）
005963     PERFORM WRITE-EXP-CONTROL-PROC
005964         VARYING WK-XM-IDX FROM 1 BY 1
005965         UNTIL WK-XM-IDX > WK-XM-COUNT.
005966     PERFORM WRITE-SITE-CONTROL-PROC
005968         VARYING WK-SS-IDX FROM 1 BY 1
005970         UNTIL WK-SS-IDX > WK-SS-COUNT.
005971*    部門別の費用内訳（PAYDP＋部門コード。合計はPAYEXPと一致し、
005973*    GLJRNLはPAYEXPに代えてこの内訳で費用を計上する）
005975     PERFORM WRITE-DEPT-CONTROL-PROC
005976         VARYING WK-DC-IDX FROM 1 BY 1
005978         UNTIL WK-DC-IDX > WK-DC-COUNT.
005980     CLOSE PAYROLL-CONTROL-OUT.
005990     IF NOT WK-SIM-RUN
005992         CLOSE PAYROLL-CONTROL-ARC
006120     MOVE 'NETPAY-' TO WK-SA-PREFIX.
006130     MOVE WK-SITE-ACCT-CD TO PC-ACCT-CD.
006140     MOVE WK-SS-NET(WK-SS-IDX) TO PC-AMOUNT.
006141     PERFORM WRITE-CONTROL-REC-PROC.
006142 WRITE-DEPT-CONTROL-PROC.
006143*    部門1件分の総支給を部門別の費用口座コードで出力する
006144     MOVE WK-DC-DEPT(WK-DC-IDX)  TO WK-DA-DEPT.
006145     MOVE WK-DEPT-ACCT-CD        TO PC-ACCT-CD.
006146     MOVE WK-DC-GROSS(WK-DC-IDX) TO PC-AMOUNT.
006147     PERFORM WRITE-CONTROL-REC-PROC.
006148 WRITE-LABOR-DIST-PROC.
006149*    部門別人件費を期間付きでLABORDST.DATへ出力する。既存分は
006150*    今回の期間以外を一時ファイル(SAMPLE01.WRK)へ退避してから
006151*    書き直す（同一期間の再実行で二重に計上しない）。ファイルが
006152*    無い場合は新規作成する
006153     MOVE 'N' TO WK-LD-EOF-SW.
006154     OPEN OUTPUT HIST-WORK-IO.
006156     OPEN INPUT LABOR-DIST-IO.
006157     IF WK-LD-FILE-STATUS = '35'
006158         SET WK-LD-EOF TO TRUE
006159     ELSE
006160         PERFORM READ-LABOR-DIST-PROC
006161             UNTIL WK-LD-EOF
006162         CLOSE LABOR-DIST-IO
006164     END-IF.
006165     CLOSE HIST-WORK-IO.
006166     OPEN INPUT HIST-WORK-IO.
006167     MOVE 'N' TO WK-HW-EOF-SW.
006168     OPEN OUTPUT LABOR-DIST-IO.
006169     PERFORM COPY-LABOR-KEEP-PROC
006170         UNTIL WK-HW-EOF.
006172     PERFORM WRITE-LABOR-DEPT-PROC
006173         VARYING WK-DC-IDX FROM 1 BY 1
006174         UNTIL WK-DC-IDX > WK-DC-COUNT.
006175     CLOSE LABOR-DIST-IO.
006176     CLOSE HIST-WORK-IO.
006177 READ-LABOR-DIST-PROC.
006178     READ LABOR-DIST-IO
006180         AT END
006181             SET WK-LD-EOF TO TRUE
006182         NOT AT END
006183             IF LD-PERIOD-ID NOT = WK-PERIOD-ID
006184                 WRITE HIST-WORK-REC FROM LABOR-DIST-REC
006185             END-IF
006186     END-READ.
006188 COPY-LABOR-KEEP-PROC.
006189     READ HIST-WORK-IO INTO LABOR-DIST-REC
006190         AT END
006191             SET WK-HW-EOF TO TRUE
006192         NOT AT END
006193             WRITE LABOR-DIST-REC
006194     END-READ.
006196 WRITE-LABOR-DEPT-PROC.
006197     MOVE WK-PERIOD-ID                TO LD-PERIOD-ID.
006198     MOVE WK-PP-END(WK-PP-FOUND-IDX)  TO LD-PERIOD-END.
006199     MOVE WK-DC-DEPT(WK-DC-IDX)       TO LD-DEPT-CD.
006200     MOVE WK-DC-EMP-CT(WK-DC-IDX)     TO LD-HEADCOUNT.
006202     MOVE WK-DC-GROSS(WK-DC-IDX)      TO LD-GROSS.
006203     MOVE WK-DC-BONUS(WK-DC-IDX)      TO LD-BONUS.
006204     MOVE WK-DC-EMPLR-COST(WK-DC-IDX) TO LD-EMPLR-COST.
006206     WRITE LABOR-DIST-REC.
006207 WRITE-CONTROL-REC-PROC.
006209*    控制レコード1件を世代ファイルへ複写してから固定名へ書く
006210*    （試算では世代を残さない）
006211     IF NOT WK-SIM-RUN
006213         WRITE PAYROLL-CONTROL-ARC-REC FROM PAYROLL-CONTROL-REC
006214     END-IF.
006215     WRITE PAYROLL-CONTROL-REC.
006217     ADD 1 TO WK-PAYCTRL-REC-CT.
006218 REGISTER-GENERATIONS-PROC.
006220*    今回の世代（給与明細・控制合計）をGENARCHの台帳へ登録する。
006230*    保有世代数を超えた最古の世代はGENARCHが削除する
006240     MOVE 'PAYSLIP ' TO WK-ARC-FAMILY.
006250     MOVE WK-PAYSLIP-REC-CT TO WK-ARC-REC-COUNT.
006251     CALL 'GENARCH' USING WK-ARC-FAMILY WK-PAYSLIP-FILE-NAME
006253         WK-RUN-DATE WK-ARC-REC-COUNT.
006255     MOVE 'PAYCTRL ' TO WK-ARC-FAMILY.
006256     MOVE WK-PAYCTRL-REC-CT TO WK-ARC-REC-COUNT.
006258     CALL 'GENARCH' USING WK-ARC-FAMILY WK-PAYCTRL-ARC-NAME
006260         WK-RUN-DATE WK-ARC-REC-COUNT.
006262 WRITE-MANIFEST-PROC.
006264*    拠点別の配付束ファイル名・社員数・純支給小計を配付
006266*    マニフェストへ出力する。拠点の担当者は受け取った束の件数と
006272     MOVE WK-PS-GEN-DATE TO WK-MH-DATE.
006274     MOVE WK-PERIOD-ID   TO WK-MH-PERIOD-ID.
006276     WRITE MANIFEST-REC FROM WK-MANIF-HEADER.
006277     MOVE SPACES TO MANIFEST-REC.
006278     WRITE MANIFEST-REC.
006279     PERFORM WRITE-MANIFEST-LINE-PROC
006280         VARYING WK-SS-IDX FROM 1 BY 1
006281         UNTIL WK-SS-IDX > WK-SS-COUNT.
006282*    月給者・時給者の別に人数と純支給・総支給の合計を付ける
006283     MOVE SPACES TO MANIFEST-REC.
006284     WRITE MANIFEST-REC.
006285     PERFORM WRITE-MANIFEST-TYPE-PROC
006286         VARYING WK-PT-IDX FROM 1 BY 1
006287         UNTIL WK-PT-IDX > 2.
006288     CLOSE MANIFEST-OUT.
006290 WRITE-MANIFEST-LINE-PROC.
006292*    拠点1件分のマニフェスト行を出力する
006300     MOVE WK-SS-EMP-CT(WK-SS-IDX) TO WK-MF-EMP-CT.
006302     MOVE WK-SS-NET(WK-SS-IDX)    TO WK-MF-NET.
006304     WRITE MANIFEST-REC FROM WK-MANIF-DETAIL.
006305 WRITE-MANIFEST-TYPE-PROC.
006306*    給与形態1件分のマニフェスト行を出力する
006307     MOVE WK-PT-NAME(WK-PT-IDX)   TO WK-MT-NAME.
006308     MOVE WK-PT-EMP-CT(WK-PT-IDX) TO WK-MT-EMP-CT.
006309     MOVE WK-PT-NET(WK-PT-IDX)    TO WK-MT-NET.
006310     MOVE WK-PT-GROSS(WK-PT-IDX)  TO WK-MT-GROSS.
006311     WRITE MANIFEST-REC FROM WK-MANIF-TYPE-LINE.
006320 ACCUMULATE-SITE-PROC.
006330*    社員の拠点コードに対応する拠点別小計へ積み上げる。
006340*    未登録の拠点は小計エントリを新設する
006510         ADD WK-NET-SALARY TO WK-SS-NET(WK-SS-FOUND-IDX)
006512         ADD 1             TO WK-SS-EMP-CT(WK-SS-FOUND-IDX)
006520     END-IF.
006521 ACCUMULATE-PAY-TYPE-PROC.
006522*    給与形態別（1=月給、2=時給）の人数・総支給・純支給を積む
006523     IF WK-HOURLY-PAID
006524         MOVE 2 TO WK-PT-IDX
006525     ELSE
006526         MOVE 1 TO WK-PT-IDX
006527     END-IF.
006528     ADD 1             TO WK-PT-EMP-CT(WK-PT-IDX).
006531     ADD WK-SALARY     TO WK-PT-GROSS(WK-PT-IDX).
006534     ADD WK-NET-SALARY TO WK-PT-NET(WK-PT-IDX).
006537 FIND-SITE-ENTRY-PROC.
006540     IF WK-SS-SITE(WK-SS-IDX) = WK-SITE-CD
006550         MOVE WK-SS-IDX TO WK-SS-FOUND-IDX
006552     END-IF.
006554 ACCUMULATE-DEPT-PROC.
006557*    社員の部門コードに対応する部門別人件費へ総支給・賞与を積み
006559*    上げる（会社負担の社会保険料は事業主負担額として積む）。
006561*    未登録の部門は小計エントリを新設する
006564     MOVE 0 TO WK-DC-FOUND-IDX.
006565     PERFORM FIND-DEPT-ENTRY-PROC
006566         VARYING WK-DC-IDX FROM 1 BY 1
006567         UNTIL WK-DC-IDX > WK-DC-COUNT
006568             OR WK-DC-FOUND-IDX NOT = 0.
006569     IF WK-DC-FOUND-IDX = 0 AND WK-DC-COUNT < 30
006570         ADD 1 TO WK-DC-COUNT
006571         MOVE WK-DC-COUNT TO WK-DC-FOUND-IDX
006572         MOVE WK-DEPT-CD TO WK-DC-DEPT(WK-DC-FOUND-IDX)
006573         MOVE ZERO TO WK-DC-EMP-CT(WK-DC-FOUND-IDX)
006574         MOVE ZERO TO WK-DC-GROSS(WK-DC-FOUND-IDX)
006575         MOVE ZERO TO WK-DC-BONUS(WK-DC-FOUND-IDX)
006576         MOVE ZERO TO WK-DC-EMPLR-COST(WK-DC-FOUND-IDX)
006577     END-IF.
006578     IF WK-DC-FOUND-IDX NOT = 0
006579         ADD 1         TO WK-DC-EMP-CT(WK-DC-FOUND-IDX)
006580         ADD WK-SALARY TO WK-DC-GROSS(WK-DC-FOUND-IDX)
006581         ADD WK-BONUS  TO WK-DC-BONUS(WK-DC-FOUND-IDX)
006582         ADD WK-SR-EMPLR-TOTAL
006583             TO WK-DC-EMPLR-COST(WK-DC-FOUND-IDX)
006584     ELSE
006585         DISPLAY 'SAMPLE01: DEPT TABLE FULL - ' WK-DEPT-CD
006587             ' NOT DISTRIBUTED'
006588     END-IF.
006590 FIND-DEPT-ENTRY-PROC.
006591     IF WK-DC-DEPT(WK-DC-IDX) = WK-DEPT-CD
006592         MOVE WK-DC-IDX TO WK-DC-FOUND-IDX
006594     END-IF.
006595 CALC-PROC.
006597*    1件分の給与計算（社員ごとにWK-NAME/WK-AGE/WK-SALARYを設定）
006598     MOVE EMP-ID TO WK-EMP-ID.
006600     MOVE EMP-SITE-CD TO WK-SITE-CD.
006602     MOVE EMP-DEPT-CD TO WK-DEPT-CD.
006604     IF WK-DEPT-CD = SPACES
006606         MOVE 'UNASG' TO WK-DEPT-CD
006608     END-IF.
006610     MOVE EMP-NAME TO WK-NAME.
006620     MOVE EMP-AGE TO WK-AGE.
006621*    給与形態。時給者は時間給×勤怠の労働時間で本体給与を求める
006622*    （月額のEMP-SALARYは使わない）
006623     MOVE EMP-PAY-TYPE TO WK-PAY-TYPE.
006624     IF EMP-HOURLY-RATE IS NUMERIC
006625         MOVE EMP-HOURLY-RATE TO WK-HOURLY-RATE
006626     ELSE
006627         MOVE ZERO TO WK-HOURLY-RATE
006628     END-IF.
006629     IF WK-HOURLY-PAID AND WK-HOURLY-RATE = 0
006631         DISPLAY 'SAMPLE01: HOURLY RATE MISSING FOR ' EMP-ID
006633             ' - CHECK EMPMAST'
006635     END-IF.
006637     MOVE EMP-SALARY TO WK-SALARY.
006640     DISPLAY WK-SALARY.
006650*    WK-SALARYの生バイトをそのままWK-GUARD-VALUEへ転記する。桁数を
006660*    変える数値MOVEは空白バイトを0扱いにしてしまい未初期化の検出が
006770         PERFORM CALC-BODY-PROC
006780     END-IF.
006790 CALC-BODY-PROC.
006791*    編集検査を通過した社員1件分の給与計算本体。残業代・無給
006793*    控除を税額計算の前に本体給与へ反映する（勤怠反映後の給与が
006795*    PAYDETL・年初来累計・拠点小計・GL控制合計へそのまま流れる）
006797*    時給者は所定時間内の労働時間と残業時間から本体給与を作る
006799     IF WK-HOURLY-PAID
006801         PERFORM APPLY-HOURLY-ATT-PROC
006803     ELSE
006805         PERFORM APPLY-ATTENDANCE-PROC
006807     END-IF.
006808*    販売歩合は課税の支給として本体給与に加える
006809     PERFORM APPLY-COMMISSION-PROC.
006810     PERFORM TAX-LOOKUP-PROC.
006820     DISPLAY WK-TAX.
006830     PERFORM APPLY-DEDUCTION-PROC.
006835     PERFORM APPLY-SOCIAL-INS-PROC.
006837     PERFORM APPLY-RES-TAX-PROC.
006838*    12月の期間は年末調整の還付・追加徴収を手当・控除に含める
006839     PERFORM APPLY-YEAR-END-PROC.
006841*    承認済みの経費精算を非課税の手当として手取りに含める
006844     PERFORM APPLY-EXPENSE-PROC.
006847*    手取りは符号付きで計算し、控除の設定誤り等でマイナスになった
006850*    場合は警告のうえ0円に丸める（符号なし項目への転記で誤った
006860*    正の金額が振込・GLへ流れるのを防ぐ）
006870     COMPUTE WK-NET-WORK = WK-SALARY - WK-TAX
006980     ADD WK-TAX        TO WK-GL-TAX.
006990     ADD WK-NET-SALARY TO WK-GL-NET.
007000     PERFORM ACCUMULATE-SITE-PROC.
007001     PERFORM ACCUMULATE-PAY-TYPE-PROC.
007002*    シミュレーションは社員別の差分行を出し、履歴・振込・累計・
007004*    チェックポイントには書かない
007006     IF WK-SIM-RUN
007008         PERFORM WRITE-SIM-DELTA-PROC
007009     END-IF.
007010     PERFORM BONUS-LOOKUP-PROC.
007015     PERFORM ACCUMULATE-DEPT-PROC.
007020     COMPUTE WK-TOTAL = WK-SALARY + WK-BONUS.
007030     ADD 1 TO WK-COUNTER.
007040     PERFORM WRITE-PAYSLIP-PROC.
007162             ADD WK-LR-NET(WK-LR-FOUND-IDX)
007163                 TO WK-SS-LRNET(WK-SS-FOUND-IDX)
007164         END-IF
007165         ADD WK-LR-NET(WK-LR-FOUND-IDX)
007166             TO WK-PT-LRNET(WK-PT-IDX)
007167     END-IF.
007168     MOVE WK-DELTA TO WK-SE-DIFF.
007169     WRITE SIM-DELTA-REC FROM WK-SIM-EMP-LINE.
007170 FIND-SIM-LAST-STEP-PROC.
007172     IF WK-LR-EMP-ID(WK-LR-IDX) = WK-EMP-ID
007173         MOVE WK-LR-IDX TO WK-LR-FOUND-IDX
007174     END-IF.
007175 WRITE-SIM-SITE-DELTA-PROC.
007176*    拠点1件分の差分行（試算の純支給小計と直近本番の小計の差）
007177     MOVE WK-SS-SITE(WK-SS-IDX)  TO WK-SI-SITE.
007178     MOVE WK-SS-NET(WK-SS-IDX)   TO WK-SI-SIM-NET.
007180     MOVE WK-SS-LRNET(WK-SS-IDX) TO WK-SI-LAST-NET.
007181     COMPUTE WK-DELTA = WK-SS-NET(WK-SS-IDX)
007182         - WK-SS-LRNET(WK-SS-IDX).
007183     MOVE WK-DELTA TO WK-SI-DIFF.
007184     WRITE SIM-DELTA-REC FROM WK-SIM-SITE-LINE.
007185 WRITE-SIM-TYPE-DELTA-PROC.
007187*    給与形態1件分の差分行（月給・時給別の人数・総支給と、試算の
007188*    純支給と直近本番の純支給の差）
007189     MOVE WK-PT-NAME(WK-PT-IDX)   TO WK-ST-NAME.
007190     MOVE WK-PT-EMP-CT(WK-PT-IDX) TO WK-ST-EMP-CT.
007191     MOVE WK-PT-GROSS(WK-PT-IDX)  TO WK-ST-GROSS.
007192     MOVE WK-PT-NET(WK-PT-IDX)    TO WK-ST-SIM-NET.
007193     MOVE WK-PT-LRNET(WK-PT-IDX)  TO WK-ST-LAST-NET.
007195     COMPUTE WK-ST-DIFF = WK-PT-NET(WK-PT-IDX)
007196         - WK-PT-LRNET(WK-PT-IDX).
007197     WRITE SIM-DELTA-REC FROM WK-SIM-TYPE-LINE.
007198 LOAD-PAYROLL-CKPT-PROC.
007199*    前回のチェックポイントがあり、かつ同一期間のものであれば
007200*    GL累計・件数・振込累計を復元して再開モードに入る。
007201*    無い場合や別期間の残骸の場合は最初からの実行とする
007203     OPEN INPUT PAYROLL-CKPT-IO.
007204     IF WK-CK-FILE-STATUS = '35'
007205         CONTINUE
007206     ELSE
007207         READ PAYROLL-CKPT-IO
007208             AT END
007210                 CONTINUE
007220             NOT AT END
007230                 PERFORM RESTORE-CKPT-PROC
007380         MOVE CK-PAYSLIP-CT  TO WK-PAYSLIP-REC-CT
007390         MOVE CK-PAYCTRL-CT  TO WK-PAYCTRL-REC-CT
007400         MOVE CK-SITE-AREA   TO WK-SITE-TABLE
007405         MOVE CK-DEPT-AREA   TO WK-DEPT-COST-TABLE
007406         MOVE CK-GL-SI-EMPLR TO WK-GL-SI-EMPLR
007408         MOVE CK-SC-AREA     TO WK-SC-TOTAL-TABLE
007409         MOVE CK-RM-AREA     TO WK-RM-TABLE
007410         MOVE CK-GL-YE-REFUND  TO WK-GL-YE-REFUND
007411         MOVE CK-GL-YE-COLLECT TO WK-GL-YE-COLLECT
007412         MOVE CK-PT-AREA       TO WK-PAY-TYPE-TABLE
007413         MOVE CK-GL-EXPENSE    TO WK-GL-EXPENSE
007414         MOVE CK-XM-AREA       TO WK-XM-TABLE
007417         DISPLAY 'SAMPLE01: RESTART AFTER EMPLOYEE '
007420             WK-CK-LAST-EMP-ID
007430     END-IF.
007440 SAVE-PAYROLL-CKPT-PROC.
007580     MOVE WK-PAYSLIP-REC-CT TO CK-PAYSLIP-CT.
007590     MOVE WK-PAYCTRL-REC-CT TO CK-PAYCTRL-CT.
007600     MOVE WK-SITE-TABLE TO CK-SITE-AREA.
007605     MOVE WK-DEPT-COST-TABLE TO CK-DEPT-AREA.
007606     MOVE WK-GL-SI-EMPLR TO CK-GL-SI-EMPLR.
007608     MOVE WK-SC-TOTAL-TABLE TO CK-SC-AREA.
007609     MOVE WK-RM-TABLE TO CK-RM-AREA.
007610     MOVE WK-GL-YE-REFUND  TO CK-GL-YE-REFUND.
007611     MOVE WK-GL-YE-COLLECT TO CK-GL-YE-COLLECT.
007612     MOVE WK-PAY-TYPE-TABLE TO CK-PT-AREA.
007613     MOVE WK-GL-EXPENSE TO CK-GL-EXPENSE.
007614     MOVE WK-XM-TABLE   TO CK-XM-AREA.
007617     WRITE PAYROLL-CKPT-REC.
007620     CLOSE PAYROLL-CKPT-IO.
007630     PERFORM WRITE-YTD-MASTER-PROC.
007632*    未回収残高も社員ごとに書き戻す（再開実行で回収・発生分が
008310     ADD 1 TO WK-PAYSLIP-REC-CT.
008320     PERFORM WRITE-DED-ITEM-PROC
008330         VARYING WK-DD-IDX FROM 1 BY 1
008331         UNTIL WK-DD-IDX > WK-DD-COUNT.
008332     PERFORM WRITE-ATT-ITEM-PROC.
008333     PERFORM WRITE-COMM-ITEM-PROC.
008334     PERFORM WRITE-ARR-ITEM-PROC.
008335     PERFORM WRITE-SI-ITEM-PROC
008336         VARYING WK-SR-IDX FROM 1 BY 1
008337         UNTIL WK-SR-IDX > WK-SR-COUNT.
008338     PERFORM WRITE-RT-ITEM-PROC
008339         VARYING WK-RT-IDX FROM 1 BY 1
008340         UNTIL WK-RT-IDX > WK-RT-COUNT.
008341     PERFORM WRITE-YE-ITEM-PROC.
008342     PERFORM WRITE-EXP-ITEM-PROC.
008343     IF NOT WK-SIM-RUN
008344         PERFORM WRITE-SITE-PAYSLIP-PROC
008345     END-IF.
008358         VARYING WK-DD-IDX FROM 1 BY 1
008359         UNTIL WK-DD-IDX > WK-DD-COUNT.
008360     PERFORM WRITE-SITE-ATT-ITEM-PROC.
008361     PERFORM WRITE-SITE-COMM-ITEM-PROC.
008362     PERFORM WRITE-SITE-ARR-ITEM-PROC.
008363     PERFORM WRITE-SITE-SI-ITEM-PROC
008364         VARYING WK-SR-IDX FROM 1 BY 1
008365         UNTIL WK-SR-IDX > WK-SR-COUNT.
008366     PERFORM WRITE-SITE-RT-ITEM-PROC
008367         VARYING WK-RT-IDX FROM 1 BY 1
008368         UNTIL WK-RT-IDX > WK-RT-COUNT.
008370     PERFORM WRITE-SITE-YE-ITEM-PROC.
008371     PERFORM WRITE-SITE-EXP-ITEM-PROC.
008372     CLOSE SITE-PAYSLIP-OUT.
008373 WRITE-SITE-DED-ITEM-PROC.
008374*    適用した控除・手当1件分の内訳行を拠点の配付束へ複写する
008375     IF WK-DD-CALC-AMT(WK-DD-IDX) = 0
008376         CONTINUE
008377     ELSE
008378         MOVE WK-DD-CODE(WK-DD-IDX)     TO WK-DI-CODE
008380         MOVE WK-DD-NAME(WK-DD-IDX)     TO WK-DI-NAME
008381         MOVE WK-DD-CLASS(WK-DD-IDX)    TO WK-DI-CLASS
008382         MOVE WK-DD-CALC-AMT(WK-DD-IDX) TO WK-DI-AMOUNT
008383         WRITE SITE-PAYSLIP-REC FROM WK-DED-ITEM-LINE
008384     END-IF.
008385 WRITE-PAY-DETAIL-PROC.
008386*    社員別の給与計算結果をPAYDETL.DATへ追記する（EMPINQ照会用）
008387     MOVE WK-EMP-ID     TO PD-EMP-ID.
008388     MOVE WK-RUN-DATE   TO PD-RUN-DATE.
008390     MOVE WK-PERIOD-ID  TO PD-PERIOD-ID.
008400     MOVE WK-SALARY     TO PD-SALARY.
008410     MOVE WK-TAX        TO PD-TAX.
008580     MOVE WK-DD-CALC-AMT(WK-DD-IDX) TO WK-DI-AMOUNT.
008590     WRITE PAYSLIP-REC FROM WK-DED-ITEM-LINE.
008600     ADD 1 TO WK-PAYSLIP-REC-CT.
008601     PERFORM WRITE-PAY-ITEM-PROC.
008602 WRITE-PAY-ITEM-PROC.
008603*    給与明細へ印字した内訳行をPAYITEM.DATへも追記する（賃金台帳
008604*    の控除内訳用。シミュレーションでは履歴を残さない）
008605     IF NOT WK-SIM-RUN
008606         MOVE WK-PERIOD-ID TO PI-PERIOD-ID
008607         MOVE WK-EMP-ID    TO PI-EMP-ID
008608         MOVE WK-DI-CODE   TO PI-CODE
008609         MOVE WK-DI-NAME   TO PI-NAME
008610         MOVE WK-DI-CLASS  TO PI-CLASS
008611         MOVE WK-DI-AMOUNT TO PI-AMOUNT
008612         WRITE PAY-ITEM-REC
008613     END-IF.
008616 LOAD-BANK-TABLE-PROC.
008620*    BANKMAST.DATを全件読み込みWK-BK-ENTRYテーブルへ展開する
008630     OPEN INPUT BANK-MASTER.
008640     PERFORM UNTIL WK-BK-EOF
008930         VARYING WK-BK-IDX FROM 1 BY 1
008940         UNTIL WK-BK-IDX > WK-BK-COUNT
008950             OR WK-BK-FOUND-IDX NOT = 0.
008951*    退職精算の最終振込後に無効(I)とした口座へは振り込まない
008952*    （再雇用時はBANKMAINTで再登録すると有効に戻る）
008953     IF WK-BK-FOUND-IDX NOT = 0
008954         IF WK-BK-STATUS(WK-BK-FOUND-IDX) = 'I'
008955             DISPLAY 'SAMPLE01: ACCOUNT INACTIVE FOR ' WK-EMP-ID
008956             MOVE 0 TO WK-BK-FOUND-IDX
008957         END-IF
008958     END-IF.
008960     IF WK-BK-FOUND-IDX = 0
008970         DISPLAY 'SAMPLE01: NO BANK ACCOUNT FOR ' WK-EMP-ID
008980     ELSE
009070         WRITE BANK-TRANSFER-REC FROM WK-BANK-DETAIL
009080         ADD 1 TO WK-BANK-COUNT
009090         ADD WK-NET-SALARY TO WK-BANK-TOTAL
009092         PERFORM WRITE-ZENGIN-DATA-PROC
009100     END-IF.
009102 WRITE-ZENGIN-DATA-PROC.
009103*    同じ振込明細を全銀協フォーマットのデータレコードとして
009104*    出力する（受取人名は社員名、顧客コードは社員番号）
009105     MOVE WK-BKD-BANK-CD   TO WK-ZG-BANK-CD.
009106     MOVE WK-BKD-BRANCH-CD TO WK-ZG-BRANCH-CD.
009107     MOVE WK-BKD-ACCT-NO   TO WK-ZG-ACCT-NO.
009108     MOVE WK-NAME          TO WK-ZG-PAYEE-NAME.
009109     MOVE WK-EMP-ID        TO WK-ZG-CUST-CD.
009110     MOVE WK-NET-SALARY    TO WK-ZG-AMOUNT.
009111     MOVE 'D' TO WK-ZG-FUNC.
009112     CALL 'ZENGIN' USING WK-ZG-FUNC WK-ZG-FILE-NAME
009113         WK-ZENGIN-AREA WK-ZG-RETURN-CD.
009114 OPEN-ZENGIN-PROC.
009115*    全銀協フォーマットの振込ファイルを開く（再開実行は追記）。
009116*    支給日＝対象期間の末日を前営業日へ前倒しした日を振込指定日
009117*    とする。依頼人情報(ZENGIN.CTL)が無い場合は作成しない
009118     MOVE WK-PP-END(WK-PP-FOUND-IDX) TO WK-ZG-PAY-DATE.
009119     CALL 'ZENGIN' USING WK-ZG-FUNC WK-ZG-FILE-NAME
009120         WK-ZENGIN-AREA WK-ZG-RETURN-CD.
009121     EVALUATE WK-ZG-RETURN-CD
009122         WHEN 90
009123             DISPLAY 'SAMPLE01: ZENGIN.CTL NOT FOUND - '
009124                 'ZENTRF.DAT NOT WRITTEN'
009125         WHEN 10
009126             DISPLAY 'SAMPLE01: PAY DATE ' WK-ZG-PAY-DATE
009127                 ' IS NOT A BUSINESS DAY - VALUE DATE '
009128                 WK-ZG-VALUE-DATE
009129         WHEN OTHER
009130             CONTINUE
009131     END-EVALUATE.
009132 CLOSE-ZENGIN-PROC.
009133*    全銀協フォーマットのトレーラー（BANKTRF.DATのトレーラーと
009134*    同じ件数・合計）とエンドを出力して閉じる
009135     MOVE WK-BANK-COUNT TO WK-ZG-COUNT.
009136     MOVE WK-BANK-TOTAL TO WK-ZG-TOTAL.
009137     MOVE 'C' TO WK-ZG-FUNC.
009138     CALL 'ZENGIN' USING WK-ZG-FUNC WK-ZG-FILE-NAME
009139         WK-ZENGIN-AREA WK-ZG-RETURN-CD.
009141 FIND-BANK-ENTRY-PROC.
009143*    社員番号と一致する口座マスタの添字を返す（無ければ0）
009145     IF WK-BK-EMP-ID(WK-BK-IDX) = WK-EMP-ID
009147         MOVE WK-BK-IDX TO WK-BK-FOUND-IDX
009150     END-IF.
009160 WRITE-BANK-TRAILER-PROC.
009170*    件数と振込合計額をトレーラーに記録する。合計額はPAYCTRL.DATの
009318     ELSE
009319         OPEN INPUT DEDUCTION-MASTER
009320     END-IF.
009325     PERFORM UNTIL WK-DD-EOF
009330         READ DEDUCTION-MASTER
009340             AT END
009350                 SET WK-DD-EOF TO TRUE
010480         MOVE YT-TAX    TO WK-YT-TAX(WK-YT-COUNT)
010490         MOVE YT-BONUS  TO WK-YT-BONUS(WK-YT-COUNT)
010500         MOVE YT-NET    TO WK-YT-NET(WK-YT-COUNT)
010501         MOVE YT-STATUS TO WK-YT-STATUS(WK-YT-COUNT)
010502         IF YT-LEAVE-DATE IS NUMERIC
010504             MOVE YT-LEAVE-DATE TO WK-YT-LEAVE-DATE(WK-YT-COUNT)
010505         ELSE
010507             MOVE ZERO TO WK-YT-LEAVE-DATE(WK-YT-COUNT)
010508         END-IF
010509         MOVE YT-YE-SW  TO WK-YT-YE-SW(WK-YT-COUNT)
010510         IF YT-YE-TAX IS NUMERIC
010511             MOVE YT-YE-TAX TO WK-YT-YE-TAX(WK-YT-COUNT)
010512         ELSE
010513             MOVE ZERO TO WK-YT-YE-TAX(WK-YT-COUNT)
010514         END-IF
010515         IF YT-BONUS-TAX IS NUMERIC
010517             MOVE YT-BONUS-TAX TO WK-YT-BONUS-TAX(WK-YT-COUNT)
010519         ELSE
010521             MOVE ZERO TO WK-YT-BONUS-TAX(WK-YT-COUNT)
010523         END-IF
010525     END-IF.
010527 ROLL-YTD-PROC.
010530*    当該社員・当年の年初来累計へ今回の計算結果を繰り越す。
010540*    該当エントリが無い場合（年初の初回または新入社員）は新設する
010550     MOVE 0 TO WK-YT-FOUND-IDX.
010670             MOVE ZERO        TO WK-YT-TAX(WK-YT-FOUND-IDX)
010680             MOVE ZERO        TO WK-YT-BONUS(WK-YT-FOUND-IDX)
010690             MOVE ZERO        TO WK-YT-NET(WK-YT-FOUND-IDX)
010693             MOVE SPACE       TO WK-YT-STATUS(WK-YT-FOUND-IDX)
010696             MOVE ZERO     TO WK-YT-LEAVE-DATE(WK-YT-FOUND-IDX)
010697             MOVE SPACE       TO WK-YT-YE-SW(WK-YT-FOUND-IDX)
010698             MOVE ZERO        TO WK-YT-YE-TAX(WK-YT-FOUND-IDX)
010699             MOVE ZERO     TO WK-YT-BONUS-TAX(WK-YT-FOUND-IDX)
010700         END-IF
010710     END-IF.
010720     IF WK-YT-FOUND-IDX NOT = 0
010755*        ときにYT-BONUSへ繰り越す（未払いの賞与が累計に乗る
010760*        二重計上の防止）
010765         ADD WK-NET-SALARY TO WK-YT-NET(WK-YT-FOUND-IDX)
010766*        年末調整を済ませた社員は確定した年税額を残す（YT-TAXは
010767*        毎月の源泉徴収額の合計のまま。YTDSTMTが両方を記載する）
010768         IF WK-YE-DONE
010769             MOVE 'Y' TO WK-YT-YE-SW(WK-YT-FOUND-IDX)
010770             MOVE WK-YE-ANNUAL-TAX
010771                 TO WK-YT-YE-TAX(WK-YT-FOUND-IDX)
010772         END-IF
010776     END-IF.
010780 FIND-YTD-ENTRY-PROC.
010790*    社員番号と年度が一致するWK-YT-ENTRYの添字を返す（無ければ0）
010800     IF WK-YT-EMP-ID(WK-YT-IDX) = WK-EMP-ID
010950     MOVE WK-YT-TAX(WK-YT-IDX)    TO YT-TAX.
010960     MOVE WK-YT-BONUS(WK-YT-IDX)  TO YT-BONUS.
010970     MOVE WK-YT-NET(WK-YT-IDX)    TO YT-NET.
010973     MOVE WK-YT-STATUS(WK-YT-IDX) TO YT-STATUS.
010976     MOVE WK-YT-LEAVE-DATE(WK-YT-IDX) TO YT-LEAVE-DATE.
010977     MOVE WK-YT-YE-SW(WK-YT-IDX)  TO YT-YE-SW.
010978     MOVE WK-YT-YE-TAX(WK-YT-IDX) TO YT-YE-TAX.
010979     MOVE WK-YT-BONUS-TAX(WK-YT-IDX) TO YT-BONUS-TAX.
010980     WRITE YTD-MASTER-REC.
010990 LOAD-BONUS-TABLE-PROC.
011000*    BONUS-RATE-MASTERを全件読み込みWK-BR-ENTRYテーブルへ展開する
011710         ELSE
011715             MOVE AT-RATE-CLASS TO WK-AT-CLASS-WORK
011720             PERFORM CHECK-OT-CLASS-PROC
011725*            残業の無い行（時給者の労働時間だけの行等）は割増
011726*            区分が空白でもよい
011730             IF WK-OT-FOUND-IDX = 0
011731                 AND NOT (AT-RATE-CLASS = SPACE
011732                          AND AT-OT-HOURS = ZERO)
011740                 ADD 1 TO WK-AT-REJECT-CT
011750                 DISPLAY 'SAMPLE01: ATTENDANCE BAD RATE '
011760                     'CLASS ' AT-RATE-CLASS ' - REJECTED'
011960         MOVE AT-OT-HOURS   TO WK-AT-OT-HOURS(WK-AT-COUNT)
011970         MOVE AT-RATE-CLASS TO WK-AT-CLASS(WK-AT-COUNT)
011980         MOVE AT-LEAVE-DAYS TO WK-AT-LEAVE(WK-AT-COUNT)
011981         IF AT-REG-HOURS IS NUMERIC
011982             MOVE AT-REG-HOURS TO WK-AT-REG-HOURS(WK-AT-COUNT)
011983         ELSE
011984             MOVE ZERO TO WK-AT-REG-HOURS(WK-AT-COUNT)
011985         END-IF
011990         MOVE 'N'           TO WK-AT-USED-SW(WK-AT-COUNT)
012000     END-IF.
012010 APPLY-ATTENDANCE-PROC.
012030*    160時間、残業代＝単価×時間×割増率。無給休暇は日額
012040*    （月額給与÷20日）×日数を差し引く。勤怠の無い社員は
012050*    反映なし（残業代・無給控除とも0）
012060     MOVE ZERO TO WK-OT-PAY WK-LEAVE-DED WK-HOURS-PAY.
012070     MOVE 0 TO WK-AT-FOUND-IDX.
012080     PERFORM FIND-ATT-ENTRY-PROC
012090         VARYING WK-AT-IDX FROM 1 BY 1
012300         COMPUTE WK-SALARY =
012310             WK-SALARY + WK-OT-PAY - WK-LEAVE-DED
012320     END-IF.
012321 APPLY-HOURLY-ATT-PROC.
012322*    時給者の本体給与＝時間給×所定時間内の労働時間＋残業代。
012323*    残業代は時間給×残業時間×割増率とし、無給休暇の控除は行わ
012324*    ない（働かなかった時間は労働時間に含まれないため）。勤怠の
012325*    無い時給者は支給0円として警告する
012326     MOVE ZERO TO WK-OT-PAY WK-LEAVE-DED WK-HOURS-PAY WK-SALARY.
012327     MOVE 0 TO WK-AT-FOUND-IDX.
012328     PERFORM FIND-ATT-ENTRY-PROC
012329         VARYING WK-AT-IDX FROM 1 BY 1
012330         UNTIL WK-AT-IDX > WK-AT-COUNT
012331             OR WK-AT-FOUND-IDX NOT = 0.
012333     IF WK-AT-FOUND-IDX NOT = 0
012334         MOVE 'Y' TO WK-AT-USED-SW(WK-AT-FOUND-IDX)
012335         COMPUTE WK-HOURS-PAY ROUNDED =
012337             WK-HOURLY-RATE * WK-AT-REG-HOURS(WK-AT-FOUND-IDX)
012338         MOVE WK-AT-CLASS(WK-AT-FOUND-IDX) TO WK-AT-CLASS-WORK
012339         PERFORM CHECK-OT-CLASS-PROC
012341         IF WK-OT-FOUND-IDX NOT = 0
012342             COMPUTE WK-OT-PAY ROUNDED =
012343                 WK-HOURLY-RATE
012345                 * WK-AT-OT-HOURS(WK-AT-FOUND-IDX)
012346                 * WK-OT-RATE(WK-OT-FOUND-IDX)
012347         END-IF
012349         COMPUTE WK-SALARY = WK-HOURS-PAY + WK-OT-PAY
012350     ELSE
012351         DISPLAY 'SAMPLE01: NO ATTENDANCE FOR HOURLY EMPLOYEE '
012353             WK-EMP-ID ' - PAID ZERO'
012354     END-IF.
012355 FIND-ATT-ENTRY-PROC.
012357     IF WK-AT-EMP-ID(WK-AT-IDX) = WK-EMP-ID
012358         MOVE WK-AT-IDX TO WK-AT-FOUND-IDX
012360     END-IF.
012370 WRITE-ATT-ITEM-PROC.
012380*    残業代・無給控除をそれぞれ給与明細の内訳行として印字する
012390*    （控除・手当の内訳行と同じ体裁。0の項目は印字しない）。
012391*    時給者は所定時間内の支給額も内訳行とする
012392     IF WK-HOURS-PAY > 0
012393         MOVE 'HRLY'       TO WK-DI-CODE
012394         MOVE 'HOURS PAY ' TO WK-DI-NAME
012395         MOVE 'A'          TO WK-DI-CLASS
012396         MOVE WK-HOURS-PAY TO WK-DI-AMOUNT
012397         WRITE PAYSLIP-REC FROM WK-DED-ITEM-LINE
012398         ADD 1 TO WK-PAYSLIP-REC-CT
012399         PERFORM WRITE-PAY-ITEM-PROC
012402     END-IF.
012406     IF WK-OT-PAY > 0
012410         MOVE 'OVTM'       TO WK-DI-CODE
012420         MOVE 'OVERTIME  ' TO WK-DI-NAME
012430         MOVE 'A'          TO WK-DI-CLASS
012440         MOVE WK-OT-PAY    TO WK-DI-AMOUNT
012450         WRITE PAYSLIP-REC FROM WK-DED-ITEM-LINE
012460         ADD 1 TO WK-PAYSLIP-REC-CT
012465         PERFORM WRITE-PAY-ITEM-PROC
012470     END-IF.
012480     IF WK-LEAVE-DED > 0
012490         MOVE 'UNPD'       TO WK-DI-CODE
012520         MOVE WK-LEAVE-DED TO WK-DI-AMOUNT
012530         WRITE PAYSLIP-REC FROM WK-DED-ITEM-LINE
012540         ADD 1 TO WK-PAYSLIP-REC-CT
012545         PERFORM WRITE-PAY-ITEM-PROC
012550     END-IF.
012560 WRITE-SITE-ATT-ITEM-PROC.
012570*    残業代・無給控除の内訳行を拠点の配付束へも複写する
012571     IF WK-HOURS-PAY > 0
012572         MOVE 'HRLY'       TO WK-DI-CODE
012573         MOVE 'HOURS PAY ' TO WK-DI-NAME
012574         MOVE 'A'          TO WK-DI-CLASS
012575         MOVE WK-HOURS-PAY TO WK-DI-AMOUNT
012576         WRITE SITE-PAYSLIP-REC FROM WK-DED-ITEM-LINE
012577     END-IF.
012580     IF WK-OT-PAY > 0
012590         MOVE 'OVTM'       TO WK-DI-CODE
012600         MOVE 'OVERTIME  ' TO WK-DI-NAME
013790         MOVE WK-ARR-COLLECT TO WK-DI-AMOUNT
013800         WRITE PAYSLIP-REC FROM WK-DED-ITEM-LINE
013810         ADD 1 TO WK-PAYSLIP-REC-CT
013815         PERFORM WRITE-PAY-ITEM-PROC
013820     END-IF.
013830 WRITE-SITE-ARR-ITEM-PROC.
013840*    回収の内訳行を拠点の配付束へも複写する
014200         MOVE WK-AR-BALANCE(WK-AR-IDX)   TO WK-AP-BALANCE
014210         WRITE ARREARS-REPORT-REC FROM WK-ARR-RPT-LINE
014220     END-IF.
014230 LOAD-SOCIAL-INS-PROC.
014240*    社会保険の標準報酬月額等級表・保険種別ごとの料率・社員別の
014250*    標準報酬月額を読み込む。料率と社員別の行は計算対象期間の
014260*    開始日時点で効力のある行を選ぶ。料率ファイルが無い場合は
014270*    警告のうえ社会保険料を計算しない
014280     INITIALIZE WK-SC-TOTAL-TABLE.
014290     OPEN INPUT SI-GRADE-IN.
014300     IF WK-SG-FILE-STATUS = '35'
014310         DISPLAY 'SAMPLE01: NO SIGRADE.DAT - GRADES FROM '
014320             'SIEMP.DAT ONLY'
014330     ELSE
014340         PERFORM READ-SI-GRADE-PROC
014350             UNTIL WK-SG-EOF
014360         CLOSE SI-GRADE-IN
014370     END-IF.
014380     OPEN INPUT SI-RATE-IN.
014390     IF WK-SR-FILE-STATUS = '35'
014400         DISPLAY 'SAMPLE01: NO SIRATE.DAT - SOCIAL INSURANCE '
014410             'NOT DEDUCTED'
014420     ELSE
014430         PERFORM READ-SI-RATE-PROC
014440             UNTIL WK-SR-EOF
014450         CLOSE SI-RATE-IN
014460     END-IF.
014470     OPEN INPUT SI-EMP-IN.
014480     IF WK-SU-FILE-STATUS = '35'
014490         CONTINUE
014500     ELSE
014510         PERFORM READ-SI-EMP-PROC
014520             UNTIL WK-SU-EOF
014530         CLOSE SI-EMP-IN
014540     END-IF.
014550 READ-SI-GRADE-PROC.
014560     READ SI-GRADE-IN
014570         AT END
014580             SET WK-SG-EOF TO TRUE
014590         NOT AT END
014600             IF WK-SG-COUNT < 60
014610                 ADD 1 TO WK-SG-COUNT
014620                 MOVE SG-GRADE     TO WK-SG-GRADE(WK-SG-COUNT)
014630                 MOVE SG-LOW       TO WK-SG-LOW(WK-SG-COUNT)
014640                 MOVE SG-HIGH      TO WK-SG-HIGH(WK-SG-COUNT)
014650                 MOVE SG-STD-REMUN TO WK-SG-STD(WK-SG-COUNT)
014660             ELSE
014670                 DISPLAY 'SAMPLE01: SIGRADE.DAT FULL - GRADE '
014680                     SG-GRADE ' IGNORED'
014690             END-IF
014700     END-READ.
014710 READ-SI-RATE-PROC.
014720     READ SI-RATE-IN
014730         AT END
014740             SET WK-SR-EOF TO TRUE
014750         NOT AT END
014760             PERFORM STORE-SI-RATE-PROC
014770     END-READ.
014780 STORE-SI-RATE-PROC.
014790*    料率1件を適用開始日で選別する（控除・手当マスタと同じ持ち
014800*    方。保険種別ごとに基準日以前で最新の1行だけを保持する）
014810     IF SR-EFF-DATE IS NUMERIC
014820         MOVE SR-EFF-DATE TO WK-SR-EFF-WORK
014830     ELSE
014840         MOVE ZERO TO WK-SR-EFF-WORK
014850     END-IF.
014860     IF WK-SR-EFF-WORK NOT > WK-PP-START(WK-PP-FOUND-IDX)
014870         PERFORM STORE-SI-RATE-EFFECTIVE-PROC
014880     END-IF.
014890 STORE-SI-RATE-EFFECTIVE-PROC.
014900     MOVE 0 TO WK-SR-FOUND-IDX.
014910     PERFORM FIND-SI-RATE-STEP-PROC
014920         VARYING WK-SR-IDX FROM 1 BY 1
014930         UNTIL WK-SR-IDX > WK-SR-COUNT
014940             OR WK-SR-FOUND-IDX NOT = 0.
014950     IF WK-SR-FOUND-IDX = 0
014960         IF WK-SR-COUNT < 10
014970             ADD 1 TO WK-SR-COUNT
014980             MOVE WK-SR-COUNT TO WK-SR-FOUND-IDX
014990             PERFORM MOVE-SI-RATE-ROW-PROC
015000         END-IF
015010     ELSE
015020         IF WK-SR-EFF-WORK > WK-SR-EFF(WK-SR-FOUND-IDX)
015030             PERFORM MOVE-SI-RATE-ROW-PROC
015040         END-IF
015050     END-IF.
015060 MOVE-SI-RATE-ROW-PROC.
015070     MOVE SR-TYPE        TO WK-SR-TYPE(WK-SR-FOUND-IDX).
015080     MOVE SR-NAME        TO WK-SR-NAME(WK-SR-FOUND-IDX).
015090     MOVE WK-SR-EFF-WORK TO WK-SR-EFF(WK-SR-FOUND-IDX).
015100     MOVE SR-BASIS       TO WK-SR-BASIS(WK-SR-FOUND-IDX).
015110     MOVE SR-EMPE-RATE   TO WK-SR-EMPE-RATE(WK-SR-FOUND-IDX).
015120     MOVE SR-EMPLR-RATE  TO WK-SR-EMPLR-RATE(WK-SR-FOUND-IDX).
015130     MOVE SR-MAX-STD     TO WK-SR-MAX-STD(WK-SR-FOUND-IDX).
015140     MOVE SR-AGE-LOW     TO WK-SR-AGE-LOW(WK-SR-FOUND-IDX).
015150     MOVE SR-AGE-HIGH    TO WK-SR-AGE-HIGH(WK-SR-FOUND-IDX).
015160 FIND-SI-RATE-STEP-PROC.
015170     IF WK-SR-TYPE(WK-SR-IDX) = SR-TYPE
015180         MOVE WK-SR-IDX TO WK-SR-FOUND-IDX
015190     END-IF.
015200 READ-SI-EMP-PROC.
015210     READ SI-EMP-IN
015220         AT END
015230             SET WK-SU-EOF TO TRUE
015240         NOT AT END
015250             PERFORM STORE-SI-EMP-PROC
015260     END-READ.
015270 STORE-SI-EMP-PROC.
015280*    社員別の標準報酬月額1件を適用開始日で選別し、社員ごとに
015290*    基準日以前で最新の1行だけを保持する
015300     IF SU-EFF-DATE IS NUMERIC
015310         MOVE SU-EFF-DATE TO WK-SU-EFF-WORK
015320     ELSE
015330         MOVE ZERO TO WK-SU-EFF-WORK
015340     END-IF.
015350     IF WK-SU-EFF-WORK NOT > WK-PP-START(WK-PP-FOUND-IDX)
015360         PERFORM STORE-SI-EMP-EFFECTIVE-PROC
015370     END-IF.
015380 STORE-SI-EMP-EFFECTIVE-PROC.
015390     MOVE 0 TO WK-SU-FOUND-IDX.
015400     PERFORM FIND-SI-EMP-LOAD-STEP-PROC
015410         VARYING WK-SU-IDX FROM 1 BY 1
015420         UNTIL WK-SU-IDX > WK-SU-COUNT
015430             OR WK-SU-FOUND-IDX NOT = 0.
015440     IF WK-SU-FOUND-IDX = 0
015450         IF WK-SU-COUNT < 200
015460             ADD 1 TO WK-SU-COUNT
015470             MOVE WK-SU-COUNT TO WK-SU-FOUND-IDX
015480             PERFORM MOVE-SI-EMP-ROW-PROC
015490         ELSE
015500             DISPLAY 'SAMPLE01: SIEMP.DAT FULL - EMPLOYEE '
015510                 SU-EMP-ID ' GRADED FROM SALARY'
015520         END-IF
015530     ELSE
015540         IF WK-SU-EFF-WORK > WK-SU-EFF(WK-SU-FOUND-IDX)
015550             PERFORM MOVE-SI-EMP-ROW-PROC
015560         END-IF
015570     END-IF.
015580 MOVE-SI-EMP-ROW-PROC.
015590     MOVE SU-EMP-ID      TO WK-SU-EMP-ID(WK-SU-FOUND-IDX).
015600     MOVE WK-SU-EFF-WORK TO WK-SU-EFF(WK-SU-FOUND-IDX).
015610     MOVE SU-GRADE       TO WK-SU-GRADE(WK-SU-FOUND-IDX).
015620     MOVE SU-STD-REMUN   TO WK-SU-STD(WK-SU-FOUND-IDX).
015630 FIND-SI-EMP-LOAD-STEP-PROC.
015640     IF WK-SU-EMP-ID(WK-SU-IDX) = SU-EMP-ID
015650         MOVE WK-SU-IDX TO WK-SU-FOUND-IDX
015660     END-IF.
015670 APPLY-SOCIAL-INS-PROC.
015680*    社員の標準報酬月額を求め、保険種別ごとに本人・会社負担を
015690*    計算する。本人負担はWK-DEDUCT-TOTALへ加え（給与明細の控除
015700*    欄とDEDPAYの突合に含まれる）、会社負担はGL控制合計と部門別
015710*    人件費へ積み上げる。所得税の課税対象額は変えない
015720     MOVE ZERO TO WK-SR-EMPE-TOTAL WK-SR-EMPLR-TOTAL.
015730     PERFORM FIND-SI-STD-REMUN-PROC.
015740     PERFORM CALC-SI-TYPE-PROC
015750         VARYING WK-SR-IDX FROM 1 BY 1
015760         UNTIL WK-SR-IDX > WK-SR-COUNT.
015770     ADD WK-SR-EMPE-TOTAL  TO WK-DEDUCT-TOTAL.
015780     ADD WK-SR-EMPLR-TOTAL TO WK-GL-SI-EMPLR.
015790 FIND-SI-STD-REMUN-PROC.
015800*    社員別の登録（定時決定SIGRVWの結果）があればその標準報酬
015810*    月額を、無ければ当月の総支給を等級表に当てはめて求める
015820     MOVE ZERO TO WK-SR-STD-REMUN.
015830     MOVE 0 TO WK-SU-FOUND-IDX.
015840     PERFORM FIND-SI-EMP-STEP-PROC
015850         VARYING WK-SU-IDX FROM 1 BY 1
015860         UNTIL WK-SU-IDX > WK-SU-COUNT
015870             OR WK-SU-FOUND-IDX NOT = 0.
015880     IF WK-SU-FOUND-IDX NOT = 0
015890         MOVE WK-SU-STD(WK-SU-FOUND-IDX) TO WK-SR-STD-REMUN
015900     ELSE
015910         MOVE 0 TO WK-SG-FOUND-IDX
015920         PERFORM FIND-SI-GRADE-STEP-PROC
015930             VARYING WK-SG-IDX FROM 1 BY 1
015940             UNTIL WK-SG-IDX > WK-SG-COUNT
015950                 OR WK-SG-FOUND-IDX NOT = 0
015960         IF WK-SG-FOUND-IDX NOT = 0
015970             MOVE WK-SG-STD(WK-SG-FOUND-IDX) TO WK-SR-STD-REMUN
015980         END-IF
015990     END-IF.
016000 FIND-SI-EMP-STEP-PROC.
016010     IF WK-SU-EMP-ID(WK-SU-IDX) = WK-EMP-ID
016020         MOVE WK-SU-IDX TO WK-SU-FOUND-IDX
016030     END-IF.
016040 FIND-SI-GRADE-STEP-PROC.
016050*    報酬月額が下限以上・上限未満の等級（上限0は最上位の等級）
016060     IF WK-SALARY >= WK-SG-LOW(WK-SG-IDX)
016070             AND (WK-SALARY < WK-SG-HIGH(WK-SG-IDX)
016080                 OR WK-SG-HIGH(WK-SG-IDX) = 0)
016090         MOVE WK-SG-IDX TO WK-SG-FOUND-IDX
016100     END-IF.
016110 CALC-SI-TYPE-PROC.
016120*    保険種別1件分。対象年齢の範囲外の社員は負担0とする
016130     MOVE ZERO TO WK-SR-EMPE-AMT(WK-SR-IDX)
016140                  WK-SR-EMPLR-AMT(WK-SR-IDX).
016150     IF WK-AGE >= WK-SR-AGE-LOW(WK-SR-IDX)
016160             AND WK-AGE <= WK-SR-AGE-HIGH(WK-SR-IDX)
016170         PERFORM CALC-SI-AMOUNT-PROC
016180     END-IF.
016190 CALC-SI-AMOUNT-PROC.
016200*    算定基礎額は標準報酬月額（種別ごとの上限で頭打ち）、雇用
016210*    保険など'G'の種別は当月の総支給とする
016220     IF WK-SR-BASIS(WK-SR-IDX) = 'G'
016230         MOVE WK-SALARY TO WK-SR-BASE
016240     ELSE
016250         MOVE WK-SR-STD-REMUN TO WK-SR-BASE
016260         IF WK-SR-MAX-STD(WK-SR-IDX) > 0
016270                 AND WK-SR-BASE > WK-SR-MAX-STD(WK-SR-IDX)
016280             MOVE WK-SR-MAX-STD(WK-SR-IDX) TO WK-SR-BASE
016290         END-IF
016300     END-IF.
016310*    本人負担は給与から控除する際の端数処理として50銭以下を
016320*    切り捨て、50銭を超える端数を切り上げる。会社負担は四捨五入
016330     COMPUTE WK-SR-EXACT =
016340         WK-SR-BASE * WK-SR-EMPE-RATE(WK-SR-IDX) / 100.
016350     COMPUTE WK-SR-EMPE-AMT(WK-SR-IDX) = WK-SR-EXACT + 0.49999.
016360     COMPUTE WK-SR-EMPLR-AMT(WK-SR-IDX) ROUNDED =
016370         WK-SR-BASE * WK-SR-EMPLR-RATE(WK-SR-IDX) / 100.
016380     ADD WK-SR-EMPE-AMT(WK-SR-IDX)  TO WK-SR-EMPE-TOTAL.
016390     ADD WK-SR-EMPLR-AMT(WK-SR-IDX) TO WK-SR-EMPLR-TOTAL.
016400     IF WK-SR-BASE > 0
016410         ADD 1 TO WK-SC-HEAD-CT(WK-SR-IDX)
016420     END-IF.
016430     ADD WK-SR-EMPE-AMT(WK-SR-IDX)  TO WK-SC-EMPE(WK-SR-IDX).
016440     ADD WK-SR-EMPLR-AMT(WK-SR-IDX) TO WK-SC-EMPLR(WK-SR-IDX).
016450 WRITE-SI-ITEM-PROC.
016460*    社会保険料の本人負担を保険種別ごとに給与明細の内訳行として
016470*    印字する（控除・手当の内訳行と同じ体裁。0の種別は印字しない）
016480     IF WK-SR-EMPE-AMT(WK-SR-IDX) > 0
016490         MOVE WK-SR-TYPE(WK-SR-IDX)     TO WK-DI-CODE
016500         MOVE WK-SR-NAME(WK-SR-IDX)     TO WK-DI-NAME
016510         MOVE 'D'                       TO WK-DI-CLASS
016520         MOVE WK-SR-EMPE-AMT(WK-SR-IDX) TO WK-DI-AMOUNT
016530         WRITE PAYSLIP-REC FROM WK-DED-ITEM-LINE
016540         ADD 1 TO WK-PAYSLIP-REC-CT
016545         PERFORM WRITE-PAY-ITEM-PROC
016550     END-IF.
016560 WRITE-SITE-SI-ITEM-PROC.
016570*    社会保険料の内訳行を拠点の配付束へも複写する
016580     IF WK-SR-EMPE-AMT(WK-SR-IDX) > 0
016590         MOVE WK-SR-TYPE(WK-SR-IDX)     TO WK-DI-CODE
016600         MOVE WK-SR-NAME(WK-SR-IDX)     TO WK-DI-NAME
016610         MOVE 'D'                       TO WK-DI-CLASS
016620         MOVE WK-SR-EMPE-AMT(WK-SR-IDX) TO WK-DI-AMOUNT
016630         WRITE SITE-PAYSLIP-REC FROM WK-DED-ITEM-LINE
016640     END-IF.
016641 WRITE-SI-CONTRIB-PROC.
016642*    期間・保険種別ごとの保険料をSICONTR.DATへ出力する。既存分
016643*    は今回の期間以外を一時ファイル(SAMPLE01.WRK)へ退避してから
016644*    書き直す（同一期間の再実行で二重に計上しない）。ファイルが
016645*    無い場合は新規作成する
016646     MOVE 'N' TO WK-SC-EOF-SW.
016647     OPEN OUTPUT HIST-WORK-IO.
016648     OPEN INPUT SI-CONTRIB-IO.
016649     IF WK-SC-FILE-STATUS = '35'
016650         SET WK-SC-EOF TO TRUE
016661     ELSE
016673         PERFORM READ-SI-CONTRIB-PROC
016685             UNTIL WK-SC-EOF
016697         CLOSE SI-CONTRIB-IO
016709     END-IF.
016720     CLOSE HIST-WORK-IO.
016732     OPEN INPUT HIST-WORK-IO.
016744     MOVE 'N' TO WK-HW-EOF-SW.
016756     OPEN OUTPUT SI-CONTRIB-IO.
016768     PERFORM COPY-SI-KEEP-PROC
016780         UNTIL WK-HW-EOF.
016791     PERFORM WRITE-SI-TYPE-PROC
016803         VARYING WK-SR-IDX FROM 1 BY 1
016815         UNTIL WK-SR-IDX > WK-SR-COUNT.
016827     CLOSE SI-CONTRIB-IO.
016839     CLOSE HIST-WORK-IO.
016850 READ-SI-CONTRIB-PROC.
016862     READ SI-CONTRIB-IO
016874         AT END
016886             SET WK-SC-EOF TO TRUE
016898         NOT AT END
016910             IF SC-PERIOD-ID NOT = WK-PERIOD-ID
016921                 WRITE HIST-WORK-REC FROM SI-CONTRIB-REC
016933             END-IF
016945     END-READ.
016957 COPY-SI-KEEP-PROC.
016969     READ HIST-WORK-IO INTO SI-CONTRIB-REC
016980         AT END
016992             SET WK-HW-EOF TO TRUE
017004         NOT AT END
017016             WRITE SI-CONTRIB-REC
017028     END-READ.
017040 WRITE-SI-TYPE-PROC.
017050     MOVE WK-PERIOD-ID              TO SC-PERIOD-ID.
017060     MOVE WK-SR-TYPE(WK-SR-IDX)     TO SC-TYPE.
017070     MOVE WK-SR-NAME(WK-SR-IDX)     TO SC-NAME.
017080     MOVE WK-SC-HEAD-CT(WK-SR-IDX)  TO SC-HEADCOUNT.
017090     MOVE WK-SC-EMPE(WK-SR-IDX)     TO SC-EMPE-AMT.
017100     MOVE WK-SC-EMPLR(WK-SR-IDX)    TO SC-EMPLR-AMT.
017110     WRITE SI-CONTRIB-REC.
017120 LOAD-RES-TAX-PROC.
017130*    計算対象期間の月から住民税の年度（6月～翌年5月）と月の位置
017140*    を求め、RESTAX.DATのその年度の行から今月の月割額を読み込む。
017150*    一括徴収の対象となった行('L')は読まない。ファイルが無い場合
017160*    は住民税を控除しない（控除・手当マスタの項目は従来どおり）
017170     INITIALIZE WK-RM-TABLE.
017180     MOVE WK-PERIOD-ID(5:2) TO WK-RT-MM.
017190     IF WK-RT-MM >= 6
017200         MOVE WK-PERIOD-ID(1:4) TO WK-RT-YEAR
017210         COMPUTE WK-RT-MONTH-IDX = WK-RT-MM - 5
017220     ELSE
017230         MOVE WK-PERIOD-ID(1:4) TO WK-RT-YEAR
017240         SUBTRACT 1 FROM WK-RT-YEAR
017250         COMPUTE WK-RT-MONTH-IDX = WK-RT-MM + 7
017260     END-IF.
017270     OPEN INPUT RES-TAX-IN.
017280     IF WK-RT-FILE-STATUS = '35'
017290         DISPLAY 'SAMPLE01: NO RESTAX.DAT - RESIDENT TAX NOT '
017300             'DEDUCTED'
017310     ELSE
017320         PERFORM READ-RES-TAX-PROC
017330             UNTIL WK-RT-EOF
017340         CLOSE RES-TAX-IN
017350     END-IF.
017360 READ-RES-TAX-PROC.
017370     READ RES-TAX-IN
017380         AT END
017390             SET WK-RT-EOF TO TRUE
017400         NOT AT END
017410             IF RT-YEAR = WK-RT-YEAR AND RT-STATUS NOT = 'L'
017420                     AND RT-AMT(WK-RT-MONTH-IDX) > 0
017430                 PERFORM STORE-RES-TAX-PROC
017440             END-IF
017450     END-READ.
017460 STORE-RES-TAX-PROC.
017470     IF WK-RT-COUNT < 300
017480         ADD 1 TO WK-RT-COUNT
017490         MOVE RT-EMP-ID     TO WK-RT-EMP-ID(WK-RT-COUNT)
017500         MOVE RT-MUNI-CD    TO WK-RT-MUNI-CD(WK-RT-COUNT)
017510         MOVE RT-MUNI-NAME  TO WK-RT-MUNI-NAME(WK-RT-COUNT)
017520         MOVE RT-AMT(WK-RT-MONTH-IDX)
017530             TO WK-RT-AMOUNT(WK-RT-COUNT)
017540     ELSE
017550         DISPLAY 'SAMPLE01: RESTAX.DAT FULL - EMPLOYEE '
017560             RT-EMP-ID ' ' RT-MUNI-CD ' NOT DEDUCTED'
017570     END-IF.
017580 APPLY-RES-TAX-PROC.
017590*    社員の今月分の住民税（市区町村ごとの月割額）を控除し、
017600*    市区町村別の累計へ積み上げる。控除額はWK-DEDUCT-TOTALに
017610*    含め、DEDPAYの突合と給与明細の控除欄に反映する
017620     MOVE ZERO TO WK-RT-EMP-TOTAL.
017630     PERFORM APPLY-RES-TAX-STEP-PROC
017640         VARYING WK-RT-IDX FROM 1 BY 1
017650         UNTIL WK-RT-IDX > WK-RT-COUNT.
017660     ADD WK-RT-EMP-TOTAL TO WK-DEDUCT-TOTAL.
017670 APPLY-RES-TAX-STEP-PROC.
017680     IF WK-RT-EMP-ID(WK-RT-IDX) = WK-EMP-ID
017690         ADD WK-RT-AMOUNT(WK-RT-IDX) TO WK-RT-EMP-TOTAL
017700         PERFORM ACCUMULATE-MUNI-PROC
017710     END-IF.
017720 ACCUMULATE-MUNI-PROC.
017730     MOVE 0 TO WK-RM-FOUND-IDX.
017740     PERFORM FIND-MUNI-STEP-PROC
017750         VARYING WK-RM-IDX FROM 1 BY 1
017760         UNTIL WK-RM-IDX > WK-RM-COUNT
017770             OR WK-RM-FOUND-IDX NOT = 0.
017780     IF WK-RM-FOUND-IDX = 0 AND WK-RM-COUNT < 50
017790         ADD 1 TO WK-RM-COUNT
017800         MOVE WK-RM-COUNT TO WK-RM-FOUND-IDX
017810         MOVE WK-RT-MUNI-CD(WK-RT-IDX)
017820             TO WK-RM-MUNI-CD(WK-RM-FOUND-IDX)
017830         MOVE WK-RT-MUNI-NAME(WK-RT-IDX)
017840             TO WK-RM-MUNI-NAME(WK-RM-FOUND-IDX)
017850         MOVE ZERO TO WK-RM-HEAD-CT(WK-RM-FOUND-IDX)
017860         MOVE ZERO TO WK-RM-AMOUNT(WK-RM-FOUND-IDX)
017870     END-IF.
017880     IF WK-RM-FOUND-IDX NOT = 0
017890         ADD 1 TO WK-RM-HEAD-CT(WK-RM-FOUND-IDX)
017900         ADD WK-RT-AMOUNT(WK-RT-IDX)
017910             TO WK-RM-AMOUNT(WK-RM-FOUND-IDX)
017920     ELSE
017930         DISPLAY 'SAMPLE01: MUNICIPALITY TABLE FULL - '
017940             WK-RT-MUNI-CD(WK-RT-IDX) ' NOT TOTALLED'
017950     END-IF.
017960 FIND-MUNI-STEP-PROC.
017970     IF WK-RM-MUNI-CD(WK-RM-IDX) = WK-RT-MUNI-CD(WK-RT-IDX)
017980         MOVE WK-RM-IDX TO WK-RM-FOUND-IDX
017990     END-IF.
018000 WRITE-RT-ITEM-PROC.
018010*    住民税を市区町村ごとに給与明細の内訳行として印字する
018020     IF WK-RT-EMP-ID(WK-RT-IDX) = WK-EMP-ID
018030         MOVE 'RTAX'                     TO WK-DI-CODE
018040         MOVE WK-RT-MUNI-NAME(WK-RT-IDX) TO WK-DI-NAME
018050         MOVE 'D'                        TO WK-DI-CLASS
018060         MOVE WK-RT-AMOUNT(WK-RT-IDX)    TO WK-DI-AMOUNT
018070         WRITE PAYSLIP-REC FROM WK-DED-ITEM-LINE
018080         ADD 1 TO WK-PAYSLIP-REC-CT
018085         PERFORM WRITE-PAY-ITEM-PROC
018090     END-IF.
018100 WRITE-SITE-RT-ITEM-PROC.
018110*    住民税の内訳行を拠点の配付束へも複写する
018120     IF WK-RT-EMP-ID(WK-RT-IDX) = WK-EMP-ID
018130         MOVE 'RTAX'                     TO WK-DI-CODE
018140         MOVE WK-RT-MUNI-NAME(WK-RT-IDX) TO WK-DI-NAME
018150         MOVE 'D'                        TO WK-DI-CLASS
018160         MOVE WK-RT-AMOUNT(WK-RT-IDX)    TO WK-DI-AMOUNT
018170         WRITE SITE-PAYSLIP-REC FROM WK-DED-ITEM-LINE
018180     END-IF.
018181 WRITE-RES-TAX-COLL-PROC.
018182*    期間・市区町村ごとの住民税の徴収額をRTCOLL.DATへ出力する。
018183*    既存分は今回の期間以外を一時ファイル(SAMPLE01.WRK)へ退避して
018184*    から書き直す（同一期間の再実行で二重に計上しない）。ファイル
018185*    が無い場合は新規作成する
018186     MOVE 'N' TO WK-RL-EOF-SW.
018187     OPEN OUTPUT HIST-WORK-IO.
018188     OPEN INPUT RES-TAX-COLL-IO.
018189     IF WK-RL-FILE-STATUS = '35'
018190         SET WK-RL-EOF TO TRUE
018201     ELSE
018213         PERFORM READ-RES-TAX-COLL-PROC
018225             UNTIL WK-RL-EOF
018237         CLOSE RES-TAX-COLL-IO
018249     END-IF.
018260     CLOSE HIST-WORK-IO.
018272     OPEN INPUT HIST-WORK-IO.
018284     MOVE 'N' TO WK-HW-EOF-SW.
018296     OPEN OUTPUT RES-TAX-COLL-IO.
018308     PERFORM COPY-RES-TAX-KEEP-PROC
018320         UNTIL WK-HW-EOF.
018331     PERFORM WRITE-RES-TAX-MUNI-PROC
018343         VARYING WK-RM-IDX FROM 1 BY 1
018355         UNTIL WK-RM-IDX > WK-RM-COUNT.
018367     CLOSE RES-TAX-COLL-IO.
018379     CLOSE HIST-WORK-IO.
018390 READ-RES-TAX-COLL-PROC.
018402     READ RES-TAX-COLL-IO
018414         AT END
018426             SET WK-RL-EOF TO TRUE
018438         NOT AT END
018450             IF RL-PERIOD-ID NOT = WK-PERIOD-ID
018461                 WRITE HIST-WORK-REC FROM RES-TAX-COLL-REC
018473             END-IF
018485     END-READ.
018497 COPY-RES-TAX-KEEP-PROC.
018509     READ HIST-WORK-IO INTO RES-TAX-COLL-REC
018520         AT END
018532             SET WK-HW-EOF TO TRUE
018544         NOT AT END
018556             WRITE RES-TAX-COLL-REC
018568     END-READ.
018580 WRITE-RES-TAX-MUNI-PROC.
018590     MOVE WK-PERIOD-ID               TO RL-PERIOD-ID.
018600     MOVE WK-RM-MUNI-CD(WK-RM-IDX)   TO RL-MUNI-CD.
018610     MOVE WK-RM-MUNI-NAME(WK-RM-IDX) TO RL-MUNI-NAME.
018620     MOVE WK-RM-HEAD-CT(WK-RM-IDX)   TO RL-HEADCOUNT.
018630     MOVE WK-RM-AMOUNT(WK-RM-IDX)    TO RL-AMOUNT.
018640     WRITE RES-TAX-COLL-REC.
018650 LOAD-YEAR-END-PROC.
018660*    12月の期間だけ、年末調整の見込計算(YEADJ)がYEADJ.DATに作った
018670*    当年の社員別の所得控除の合計と住宅借入金等特別控除を読み
018680*    込む。年初来累計は実行日の年で持つため、期間の年と実行日の
018690*    年が異なる場合（12月分を翌年に計算する等）は調整しない
018700     MOVE 0 TO WK-YA-COUNT.
018710     IF WK-PERIOD-ID(5:2) = '12'
018720         MOVE WK-PERIOD-ID(1:4) TO WK-YA-YEAR
018730         IF WK-YA-YEAR NOT = WK-RUN-YEAR
018740             DISPLAY 'SAMPLE01: PERIOD YEAR ' WK-YA-YEAR
018750                 ' NOT RUN YEAR - YEAR-END ADJUSTMENT NOT MADE'
018760         ELSE
018770             OPEN INPUT YE-ADJ-IN
018780             IF WK-YA-FILE-STATUS = '35'
018790                 DISPLAY 'SAMPLE01: NO YEADJ.DAT - YEAR-END '
018800                     'ADJUSTMENT NOT MADE'
018810             ELSE
018820                 PERFORM READ-YEAR-END-PROC
018830                     UNTIL WK-YA-EOF
018840                 CLOSE YE-ADJ-IN
018850             END-IF
018860         END-IF
018870     END-IF.
018880 READ-YEAR-END-PROC.
018890     READ YE-ADJ-IN
018900         AT END
018910             SET WK-YA-EOF TO TRUE
018920         NOT AT END
018930             IF YA-YEAR = WK-YA-YEAR
018940                 PERFORM STORE-YEAR-END-PROC
018950             END-IF
018960     END-READ.
018970 STORE-YEAR-END-PROC.
018980     IF WK-YA-COUNT < 200
018990         ADD 1 TO WK-YA-COUNT
019000         MOVE YA-EMP-ID       TO WK-YA-EMP-ID(WK-YA-COUNT)
019010         MOVE YA-DEDUCT-TOTAL TO WK-YA-DEDUCT-TOTAL(WK-YA-COUNT)
019020         MOVE YA-HOUSING-CREDIT
019030             TO WK-YA-HOUSING-CREDIT(WK-YA-COUNT)
019040     ELSE
019050         DISPLAY 'SAMPLE01: YEADJ.DAT FULL - EMPLOYEE '
019060             YA-EMP-ID ' NOT ADJUSTED'
019070     END-IF.
019080 APPLY-YEAR-END-PROC.
019090*    年末調整の対象社員について、年初来累計（支払済みの賞与と
019095*    その源泉を含む）に今月分を加えた年間の支給総額と源泉徴収
019100*    額から年税額を確定させ（算式は見込計算と共通のYETAX）、
019110*    徴収済みとの差を精算する。還付は手当
019120*    (WK-ALLOW-TOTAL)、追加徴収は控除(WK-DEDUCT-TOTAL)に含めて
019130*    手取りと給与明細の欄に反映する（今月のWK-TAXは変えない）
019140     MOVE 'N'  TO WK-YE-SW.
019150     MOVE ZERO TO WK-YE-AMOUNT.
019160     MOVE 0 TO WK-YA-FOUND-IDX.
019170     PERFORM FIND-YEAR-END-STEP-PROC
019180         VARYING WK-YA-IDX FROM 1 BY 1
019190         UNTIL WK-YA-IDX > WK-YA-COUNT
019200             OR WK-YA-FOUND-IDX NOT = 0.
019210     IF WK-YA-FOUND-IDX NOT = 0
019220         PERFORM CALC-YEAR-END-PROC
019230     END-IF.
019240 FIND-YEAR-END-STEP-PROC.
019250     IF WK-YA-EMP-ID(WK-YA-IDX) = WK-EMP-ID
019260         MOVE WK-YA-IDX TO WK-YA-FOUND-IDX
019270     END-IF.
019280 CALC-YEAR-END-PROC.
019290     MOVE WK-SALARY TO WK-YE-GROSS.
019300     MOVE WK-TAX    TO WK-YE-WITHHELD.
019310     MOVE 0 TO WK-YT-FOUND-IDX.
019320     PERFORM FIND-YTD-ENTRY-PROC
019330         VARYING WK-YT-IDX FROM 1 BY 1
019340         UNTIL WK-YT-IDX > WK-YT-COUNT
019350             OR WK-YT-FOUND-IDX NOT = 0.
019360     IF WK-YT-FOUND-IDX NOT = 0
019370         ADD WK-YT-GROSS(WK-YT-FOUND-IDX) TO WK-YE-GROSS
019380         ADD WK-YT-TAX(WK-YT-FOUND-IDX)   TO WK-YE-WITHHELD
019382         ADD WK-YT-BONUS(WK-YT-FOUND-IDX) TO WK-YE-GROSS
019384         ADD WK-YT-BONUS-TAX(WK-YT-FOUND-IDX)
019386             TO WK-YE-WITHHELD
019390     END-IF.
019400     CALL 'YETAX' USING WK-YE-GROSS
019410         WK-YA-DEDUCT-TOTAL(WK-YA-FOUND-IDX)
019420         WK-YA-HOUSING-CREDIT(WK-YA-FOUND-IDX)
019430         WK-AGE WK-TAX-TABLE WK-SENIOR-AGE WK-SENIOR-DEDUCT
019440         WK-YE-TAXABLE WK-YE-ANNUAL-TAX.
019450     SET WK-YE-DONE TO TRUE.
019460     IF WK-YE-ANNUAL-TAX < WK-YE-WITHHELD
019470         COMPUTE WK-YE-AMOUNT = WK-YE-WITHHELD - WK-YE-ANNUAL-TAX
019480         MOVE 'A' TO WK-YE-CLASS
019490         ADD WK-YE-AMOUNT TO WK-ALLOW-TOTAL
019500         ADD WK-YE-AMOUNT TO WK-GL-YE-REFUND
019510     ELSE
019520         COMPUTE WK-YE-AMOUNT = WK-YE-ANNUAL-TAX - WK-YE-WITHHELD
019530         MOVE 'D' TO WK-YE-CLASS
019540         ADD WK-YE-AMOUNT TO WK-DEDUCT-TOTAL
019550         ADD WK-YE-AMOUNT TO WK-GL-YE-COLLECT
019560     END-IF.
019570 WRITE-YE-ITEM-PROC.
019580*    年末調整の還付(A)・追加徴収(D)を1行の内訳行として印字する
019590     IF WK-YE-DONE AND WK-YE-AMOUNT > 0
019600         MOVE 'YEAD'         TO WK-DI-CODE
019610         MOVE 'YEAR-END'     TO WK-DI-NAME
019620         MOVE WK-YE-CLASS    TO WK-DI-CLASS
019630         MOVE WK-YE-AMOUNT   TO WK-DI-AMOUNT
019640         WRITE PAYSLIP-REC FROM WK-DED-ITEM-LINE
019650         ADD 1 TO WK-PAYSLIP-REC-CT
019655         PERFORM WRITE-PAY-ITEM-PROC
019660     END-IF.
019670 WRITE-SITE-YE-ITEM-PROC.
019680*    年末調整の内訳行を拠点の配付束へも複写する
019690     IF WK-YE-DONE AND WK-YE-AMOUNT > 0
019700         MOVE 'YEAD'         TO WK-DI-CODE
019710         MOVE 'YEAR-END'     TO WK-DI-NAME
019720         MOVE WK-YE-CLASS    TO WK-DI-CLASS
019730         MOVE WK-YE-AMOUNT   TO WK-DI-AMOUNT
019740         WRITE SITE-PAYSLIP-REC FROM WK-DED-ITEM-LINE
019750     END-IF.
019760 LOAD-EXPENSE-PROC.
019770*    支払済みの記録EXPPAID.DATを読み、EXPAPPR.DATの承認済み申請の
019780*    うち未払のもの（または再開・再実行で今回の期間に支払済みと
019790*    記録されたもの）を支払対象として読み込む。どちらのファイルも
019800*    無ければ経費精算は無い
019810     OPEN INPUT EXP-PAID-IO.
019820     IF WK-XP-FILE-STATUS = '35'
019830         SET WK-XP-EOF TO TRUE
019840     ELSE
019850         PERFORM READ-EXP-PAID-PROC
019860             UNTIL WK-XP-EOF
019870         CLOSE EXP-PAID-IO
019880     END-IF.
019890     OPEN INPUT EXP-APPR-IN.
019900     IF WK-XA-FILE-STATUS = '35'
019910         SET WK-XA-EOF TO TRUE
019920     ELSE
019930         PERFORM READ-EXP-APPR-PROC
019940             UNTIL WK-XA-EOF
019950         CLOSE EXP-APPR-IN
019960     END-IF.
019970 READ-EXP-PAID-PROC.
019980     READ EXP-PAID-IO
019990         AT END
020000             SET WK-XP-EOF TO TRUE
020010         NOT AT END
020020             IF WK-XP-COUNT < 3000
020030                 ADD 1 TO WK-XP-COUNT
020040                 MOVE XP-CLAIM-NO  TO WK-XP-CLAIM-NO(WK-XP-COUNT)
020050                 MOVE XP-PERIOD-ID TO WK-XP-PERIOD-ID(WK-XP-COUNT)
020060             ELSE
020070                 SET WK-XP-OVERFLOW TO TRUE
020090             END-IF
020100     END-READ.
020110 READ-EXP-APPR-PROC.
020120     READ EXP-APPR-IN
020130         AT END
020140             SET WK-XA-EOF TO TRUE
020150         NOT AT END
020160             MOVE 0 TO WK-XP-FOUND-IDX
020170             PERFORM FIND-EXP-PAID-STEP-PROC
020180                 VARYING WK-XP-IDX FROM 1 BY 1
020190                 UNTIL WK-XP-IDX > WK-XP-COUNT
020200                     OR WK-XP-FOUND-IDX NOT = 0
020210             IF WK-XP-FOUND-IDX = 0
020220                 PERFORM STORE-EXP-APPR-PROC
020230             ELSE
020235                 IF WK-XP-PERIOD-ID(WK-XP-FOUND-IDX)
020240                   = WK-PERIOD-ID
020250                     PERFORM STORE-EXP-APPR-PROC
020260                 END-IF
020270             END-IF
020280     END-READ.
020290 FIND-EXP-PAID-STEP-PROC.
020300     IF WK-XP-CLAIM-NO(WK-XP-IDX) = XA-CLAIM-NO
020310         MOVE WK-XP-IDX TO WK-XP-FOUND-IDX
020320     END-IF.
020330 STORE-EXP-APPR-PROC.
020340*    支払対象が上限を超えた申請は次回の給与計算へ持ち越す
020350     IF WK-XA-COUNT < 500
020360         ADD 1 TO WK-XA-COUNT
020370         MOVE XA-CLAIM-NO TO WK-XA-CLAIM-NO(WK-XA-COUNT)
020380         MOVE XA-EMP-ID   TO WK-XA-EMP-ID(WK-XA-COUNT)
020390         MOVE XA-CAT-CD   TO WK-XA-CAT-CD(WK-XA-COUNT)
020400         MOVE XA-AMOUNT   TO WK-XA-AMOUNT(WK-XA-COUNT)
020410     ELSE
020420         DISPLAY 'SAMPLE01: EXPENSE TABLE FULL - CLAIM '
020430             XA-CLAIM-NO ' HELD TO NEXT RUN'
020440     END-IF.
020450 APPLY-EXPENSE-PROC.
020460*    社員の承認済み経費精算を合計し、非課税の手当(WK-ALLOW-TOTAL)
020470*    として手取りに含める（本体給与に加えないため源泉税・社会保険
020480*    料の計算対象にならない）。本番では支払済みとして記録する
020490     MOVE 0 TO WK-XA-EMP-TOTAL.
020500     PERFORM APPLY-EXPENSE-STEP-PROC
020510         VARYING WK-XA-IDX FROM 1 BY 1
020520         UNTIL WK-XA-IDX > WK-XA-COUNT.
020530     IF WK-XA-EMP-TOTAL > 0
020540         ADD WK-XA-EMP-TOTAL TO WK-ALLOW-TOTAL
020550         ADD WK-XA-EMP-TOTAL TO WK-GL-EXPENSE
020560     END-IF.
020570 APPLY-EXPENSE-STEP-PROC.
020580     IF WK-XA-EMP-ID(WK-XA-IDX) = WK-EMP-ID
020590         MOVE 0 TO WK-XM-FOUND-IDX
020600         PERFORM FIND-EXP-CAT-STEP-PROC
020610             VARYING WK-XM-IDX FROM 1 BY 1
020620             UNTIL WK-XM-IDX > WK-XM-COUNT
020630                 OR WK-XM-FOUND-IDX NOT = 0
020640         IF WK-XM-FOUND-IDX = 0 AND WK-XM-COUNT < 10
020650             ADD 1 TO WK-XM-COUNT
020660             MOVE WK-XM-COUNT TO WK-XM-FOUND-IDX
020670             MOVE WK-XA-CAT-CD(WK-XA-IDX)
020680                 TO WK-XM-CAT-CD(WK-XM-FOUND-IDX)
020690             MOVE 0 TO WK-XM-AMOUNT(WK-XM-FOUND-IDX)
020700         END-IF
020710         IF WK-XM-FOUND-IDX = 0
020715             DISPLAY 'SAMPLE01: EXPENSE CATEGORY TABLE FULL - '
020720                 'CLAIM ' WK-XA-CLAIM-NO(WK-XA-IDX)
020730                 ' HELD TO NEXT RUN'
020740         ELSE
020750             ADD WK-XA-AMOUNT(WK-XA-IDX) TO WK-XA-EMP-TOTAL
020760             ADD WK-XA-AMOUNT(WK-XA-IDX)
020770                 TO WK-XM-AMOUNT(WK-XM-FOUND-IDX)
020780             IF NOT WK-SIM-RUN
020790                 PERFORM WRITE-EXP-PAID-PROC
020800             END-IF
020810         END-IF
020820     END-IF.
020830 FIND-EXP-CAT-STEP-PROC.
020840     IF WK-XM-CAT-CD(WK-XM-IDX) = WK-XA-CAT-CD(WK-XA-IDX)
020850         MOVE WK-XM-IDX TO WK-XM-FOUND-IDX
020860     END-IF.
020870 WRITE-EXP-PAID-PROC.
020880*    支払った申請を期間付きでEXPPAID.DATへ追記する
020890     MOVE WK-XA-CLAIM-NO(WK-XA-IDX) TO XP-CLAIM-NO.
020900     MOVE WK-XA-EMP-ID(WK-XA-IDX)   TO XP-EMP-ID.
020910     MOVE WK-XA-CAT-CD(WK-XA-IDX)   TO XP-CAT-CD.
020920     MOVE WK-XA-AMOUNT(WK-XA-IDX)   TO XP-AMOUNT.
020930     MOVE WK-PERIOD-ID              TO XP-PERIOD-ID.
020940     MOVE WK-RUN-DATE               TO XP-PAY-DATE.
020950     WRITE EXP-PAID-REC.
020960 WRITE-EXP-ITEM-PROC.
020970*    経費精算の合計を手当(A)の内訳行として印字する
020980     IF WK-XA-EMP-TOTAL > 0
020990         MOVE 'EXPN'          TO WK-DI-CODE
021000         MOVE 'EXPENSES'      TO WK-DI-NAME
021010         MOVE 'A'             TO WK-DI-CLASS
021020         MOVE WK-XA-EMP-TOTAL TO WK-DI-AMOUNT
021030         WRITE PAYSLIP-REC FROM WK-DED-ITEM-LINE
021040         ADD 1 TO WK-PAYSLIP-REC-CT
021050         PERFORM WRITE-PAY-ITEM-PROC
021060     END-IF.
021070 WRITE-SITE-EXP-ITEM-PROC.
021080*    経費精算の内訳行を拠点の配付束へも複写する
021090     IF WK-XA-EMP-TOTAL > 0
021100         MOVE 'EXPN'          TO WK-DI-CODE
021110         MOVE 'EXPENSES'      TO WK-DI-NAME
021120         MOVE 'A'             TO WK-DI-CLASS
021130         MOVE WK-XA-EMP-TOTAL TO WK-DI-AMOUNT
021140         WRITE SITE-PAYSLIP-REC FROM WK-DED-ITEM-LINE
021150     END-IF.
021151 LOAD-COMMISSION-PROC.
021152*    COMMPAY.DATから今回の支給期間の販売歩合を読み込む（無ければ
021153*    歩合は無い）
021154     OPEN INPUT COMM-PAY-IN.
021155     IF WK-CQ-FILE-STATUS = '35'
021156         SET WK-CQ-EOF TO TRUE
021157     ELSE
021158         PERFORM READ-COMMISSION-PROC
021159             UNTIL WK-CQ-EOF
021160         CLOSE COMM-PAY-IN
021161     END-IF.
021162 READ-COMMISSION-PROC.
021163     READ COMM-PAY-IN
021164         AT END
021165             SET WK-CQ-EOF TO TRUE
021166         NOT AT END
021167             IF CQ-PERIOD-ID = WK-PERIOD-ID
021168                 PERFORM STORE-COMMISSION-PROC
021169             END-IF
021170     END-READ.
021171 STORE-COMMISSION-PROC.
021172     IF WK-CQ-COUNT < 500
021173         ADD 1 TO WK-CQ-COUNT
021174         MOVE CQ-EMP-ID TO WK-CQ-EMP-ID(WK-CQ-COUNT)
021175         MOVE CQ-AMOUNT TO WK-CQ-AMOUNT(WK-CQ-COUNT)
021176     ELSE
021177         DISPLAY 'SAMPLE01: COMMISSION TABLE FULL - EMPLOYEE '
021178             CQ-EMP-ID ' NOT PAID'
021179     END-IF.
021180 APPLY-COMMISSION-PROC.
021181*    社員の販売歩合を本体給与(WK-SALARY)に加える（源泉税・社会
021182*    保険料の計算対象となり、PAYDETL・年初来累計・部門別費用にも
021183*    そのまま含まれる）
021184     MOVE 0 TO WK-COMM-PAY.
021185     PERFORM APPLY-COMMISSION-STEP-PROC
021186         VARYING WK-CQ-IDX FROM 1 BY 1
021187         UNTIL WK-CQ-IDX > WK-CQ-COUNT.
021188     ADD WK-COMM-PAY TO WK-SALARY.
021189 APPLY-COMMISSION-STEP-PROC.
021190     IF WK-CQ-EMP-ID(WK-CQ-IDX) = WK-EMP-ID
021191         ADD WK-CQ-AMOUNT(WK-CQ-IDX) TO WK-COMM-PAY
021192     END-IF.
021193 WRITE-COMM-ITEM-PROC.
021194*    販売歩合を支給(A)の内訳行として印字する
021195     IF WK-COMM-PAY > 0
021196         MOVE 'COMM'          TO WK-DI-CODE
021197         MOVE 'COMMISSION'    TO WK-DI-NAME
021198         MOVE 'A'             TO WK-DI-CLASS
021199         MOVE WK-COMM-PAY     TO WK-DI-AMOUNT
021200         WRITE PAYSLIP-REC FROM WK-DED-ITEM-LINE
021201         ADD 1 TO WK-PAYSLIP-REC-CT
021202         PERFORM WRITE-PAY-ITEM-PROC
021203     END-IF.
021204 WRITE-SITE-COMM-ITEM-PROC.
021205*    販売歩合の内訳行を拠点の配付束へも複写する
021206     IF WK-COMM-PAY > 0
021207         MOVE 'COMM'          TO WK-DI-CODE
021208         MOVE 'COMMISSION'    TO WK-DI-NAME
021209         MOVE 'A'             TO WK-DI-CLASS
021210         MOVE WK-COMM-PAY     TO WK-DI-AMOUNT
021211         WRITE SITE-PAYSLIP-REC FROM WK-DED-ITEM-LINE
021212     END-IF.
021222 WRITE-EXP-CONTROL-PROC.
021232*    費目1件分の経費精算の支払を費目別の費用口座コードで出力する
021242     MOVE WK-XM-CAT-CD(WK-XM-IDX) TO WK-EA-CAT-CD.
021252     MOVE WK-EXP-ACCT-CD          TO PC-ACCT-CD.
021262     MOVE WK-XM-AMOUNT(WK-XM-IDX) TO PC-AMOUNT.
021272     PERFORM WRITE-CONTROL-REC-PROC.
