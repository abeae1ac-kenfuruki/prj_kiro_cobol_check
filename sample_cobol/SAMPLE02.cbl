000240         ORGANIZATION IS LINE SEQUENTIAL.
000250     SELECT INVOICE-OUT ASSIGN TO 'INVOICE.OUT'
000260         ORGANIZATION IS LINE SEQUENTIAL.
000262*    請求書の発行履歴（請求書1通を1行で累積する。INVOICE.OUTは
000264*    実行ごとに上書きされるため、歩合計算(COMMCALC)や入金消込の
000265*    請求書別の未回収判定はこの履歴を使う）
000266     SELECT INVOICE-HIST-IO ASSIGN TO 'INVHIST.DAT'
000267         ORGANIZATION IS LINE SEQUENTIAL
000268         FILE STATUS IS WK-IH-FILE-STATUS.
000269*    請求書の明細履歴（請求した明細1行を1行で累積する。返品・
000270*    値引の赤伝票(CRNOTE)が請求済みの数量・単価・税率を照合する）
000271     SELECT INVOICE-LINE-OUT ASSIGN TO 'INVLINE.DAT'
000272         ORGANIZATION IS LINE SEQUENTIAL
000273         FILE STATUS IS WK-IL-FILE-STATUS.
000274*    請求書の税率区分別の内訳履歴（請求書1通の税率ごとに1行で累積
000275*    する。月次の消費税申告との突合(TAXRECON)が使う）
000276     SELECT INVOICE-TAX-OUT ASSIGN TO 'INVTAX.DAT'
000277         ORGANIZATION IS LINE SEQUENTIAL
000278         FILE STATUS IS WK-IT-FILE-STATUS.
000279*    適格請求書発行事業者の登録番号（請求書に印字する）
000280     SELECT INVOICE-CONTROL-IN ASSIGN TO 'INVOICE.CTL'
000281         ORGANIZATION IS LINE SEQUENTIAL
000282         FILE STATUS IS WK-IC-FILE-STATUS.
000283*    見積から変換した受注の受注番号と見積番号の対応（ORDEDITが
000284*    追記する。見積単価で価格が固定された受注の識別に使う）
000285     SELECT QUOTE-ORDER-IN ASSIGN TO 'QUOTEORD.DAT'
000286         ORGANIZATION IS LINE SEQUENTIAL
000287         FILE STATUS IS WK-QO-FILE-STATUS.
000288     SELECT RATE-MASTER ASSIGN TO 'RATEMAST.DAT'
000289         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT RUN-CONTROL-OUT ASSIGN TO 'RUNCTL.LOG'
000291         ORGANIZATION IS LINE SEQUENTIAL
000292         FILE STATUS IS WK-RC-FILE-STATUS.
000293*    在庫マスタ（品目マスタの品目コード別の在庫数・引当数・発注点。
000294*    入荷・棚卸・発注点の設定はSTKRCVが更新する）
000295     SELECT STOCK-MASTER-IO ASSIGN TO 'STOCKMST.DAT'
000296         ORGANIZATION IS LINE SEQUENTIAL
000297         FILE STATUS IS WK-ST-FILE-STATUS.
000298*    受注残（在庫不足で出荷できなかった明細。入荷後の実行で引き当て
000299*    て自動的に出荷・請求する）
000300     SELECT BACKORDER-IO ASSIGN TO 'BACKORD.DAT'
000301         ORGANIZATION IS LINE SEQUENTIAL
000302         FILE STATUS IS WK-BO-FILE-STATUS.
000303*    在庫の受払履歴（入荷・棚卸修正・出荷を1件1行で累積する）
000304     SELECT STOCK-MOVE-OUT ASSIGN TO 'STKMOVE.DAT'
000305         ORGANIZATION IS LINE SEQUENTIAL
000306         FILE STATUS IS WK-SM-FILE-STATUS.
000309*    保留・エスカレーションの履歴（弾いた受注を1件1行で累積する。
000310*    ORDSUSP.DATは実行ごとに置き換わるため、受注の照会(ORDINQ)が
000311*    保留サイクルごとの結果コードをこの履歴から表示する）
000312     SELECT SUSPENSE-LOG-OUT ASSIGN TO 'SUSPLOG.DAT'
000314         ORGANIZATION IS LINE SEQUENTIAL
000315         FILE STATUS IS WK-SL-FILE-STATUS.
000317*    販売実績の履歴（請求した明細1行を割引・税額の按分後の金額で
000318*    1行ずつ永続的に累積する。販売分析(SLSRPT)の入力）
000319     SELECT SALES-HIST-OUT ASSIGN TO 'SALESHST.DAT'
000320         ORGANIZATION IS LINE SEQUENTIAL
000321         FILE STATUS IS WK-SH-FILE-STATUS.
000322*    受注番号の最終番号管理（ORDEDITと共用。受注残の出荷には新しい
000323*    受注番号を採番する）
000324     SELECT ORDER-NO-CONTROL-IO ASSIGN TO 'ORDNOCTL.DAT'
000325         ORGANIZATION IS LINE SEQUENTIAL
000327         FILE STATUS IS WK-ON-FILE-STATUS.
000328 DATA DIVISION.
000330 FILE SECTION.
000340 FD  ORDER-BATCH-OUT.
000350 01 BATCH-REC             PIC X(80).
000482*  受付時にORDEDITが採番した受注番号（請求書・保留・エスカレー
000484*  ションまで持ち回り、入力レコードと突き合わせる鍵になる）
000486   05 OI-ORDER-NO        PIC 9(07).
000487*  担当営業の社員番号（ORDEDITが社員マスタで検証済み。空白は
000488*  担当なし）
000489   05 OI-SALES-EMP       PIC X(05).
000490*  明細行ごとの品目コード（ORDEDITが品目マスタで検証済み。空白は
000492*  在庫管理の対象外の明細で、在庫の引当をせず全量を出荷する）
000494   05 OI-LI-ITEM-TABLE.
000496     10 OI-LI-ITEM-CD    PIC X(08) OCCURS 3 TIMES.
000498 FD  BATCH-WINDOW-IN.
000500 01 BATCH-WINDOW-REC.
000510*  バッチ対象とする受注日の範囲（運用側が再コンパイル無しで変更可）
000520   05 BW-WINDOW-START    PIC 9(08).
000660 FD  ORDER-SUSPENSE-IN.
000670 01 ORDER-SUSPENSE-REC.
000680*  検証で弾かれた受注の保留レコード（修正後に再処理へ回す。
000685*  受注データは受注番号・担当営業・明細の品目コード付きの96桁）
000690   05 SU-CYCLE           PIC 9(02).
000700   05 SU-RETURN-CD       PIC 9(02).
000710   05 SU-ORDER-DATA      PIC X(96).
000720 FD  SUSPENSE-NEW-OUT.
000730 01 SUSPENSE-NEW-REC.
000740   05 SN-CYCLE           PIC 9(02).
000750   05 SN-RETURN-CD       PIC 9(02).
000760   05 SN-ORDER-DATA      PIC X(96).
000770 FD  ESCALATION-OUT.
000780 01 ESCALATION-REC        PIC X(114).
000790 FD  INVOICE-OUT.
000800 01 INVOICE-REC           PIC X(80).
000801 FD  INVOICE-HIST-IO.
000802 01 INVOICE-HIST-REC.
000803   05 IH-ORDER-NO        PIC 9(07).
000804*  請求書の発行日（請求書に印字する受注日）
000805   05 IH-INV-DATE        PIC 9(08).
000806   05 IH-CUST-CD         PIC X(10).
000807   05 IH-SALES-EMP       PIC X(05).
000808   05 IH-SUBTOTAL        PIC 9(09).
000809   05 IH-DISCOUNT        PIC 9(07).
000810*  割引後の売上（税抜。歩合計算の対象額）
000811   05 IH-NET             PIC 9(09).
000812   05 IH-TAX             PIC 9(07).
000813   05 IH-TOTAL           PIC 9(09).
000814   05 IH-RUN-DATE        PIC 9(08).
000815*  受注残の出荷の場合の元の受注番号（通常の請求書は0）
000816   05 IH-ORIG-ORDER-NO   PIC 9(07).
000817 FD  INVOICE-LINE-OUT.
000818 01 INVOICE-LINE-REC.
000819   05 IL-ORDER-NO        PIC 9(07).
000820   05 IL-LINE-NO         PIC 9(01).
000821   05 IL-CUST-CD         PIC X(10).
000822   05 IL-INV-DATE        PIC 9(08).
000823   05 IL-ITEM-CD         PIC X(08).
000824*  請求した単価と出荷数量
000825   05 IL-PRICE           PIC 9(07).
000826   05 IL-QTY             PIC 9(03).
000827*  品目区分と請求時に適用した税率、受注全体の数量割引率
000828   05 IL-CAT             PIC X(01).
000829   05 IL-TAX-RATE        PIC V99.
000830   05 IL-DISC-PCT        PIC 9(02).
000831 FD  INVOICE-TAX-OUT.
000832 01 INVOICE-TAX-REC.
000833   05 IT-ORDER-NO        PIC 9(07).
000834   05 IT-INV-DATE        PIC 9(08).
000835   05 IT-CUST-CD         PIC X(10).
000836*  税率区分（ST=標準、RD=軽減）と適用した税率
000837   05 IT-RATE-CD         PIC X(02).
000838   05 IT-TAX-RATE        PIC V99.
000839*  税率区分ごとの課税対象額（割引前・税抜）と端数処理後の税額
000840   05 IT-BASE            PIC 9(09).
000841   05 IT-TAX             PIC 9(07).
000842   05 IT-RUN-DATE        PIC 9(08).
000843 FD  INVOICE-CONTROL-IN.
000844 01 INVOICE-CONTROL-REC.
000845*  登録番号（T＋13桁）
000846   05 IC-REG-NO.
000847     10 IC-REG-PREFIX    PIC X(01).
000848     10 IC-REG-DIGITS    PIC X(13).
000849 FD  QUOTE-ORDER-IN.
000850 01 QUOTE-ORDER-REC.
000851   05 QO-ORDER-NO        PIC 9(07).
000852   05 QO-QUOTE-NO        PIC 9(07).
000853   05 QO-RUN-DATE        PIC 9(08).
000854 FD  RATE-MASTER.
000855 01 RATE-MASTER-REC.
000856*  共通レートマスタ（ST=標準税率 RD=軽減税率 DC=割引率。
000857*  SAMPLE06と同じレイアウト）
000858   05 RM-CODE            PIC X(02).
000860   05 RM-RATE            PIC V99.
000861   05 RM-NAME            PIC X(10).
000862*  適用開始日（実行日時点で効力のある行を選択する）
000863   05 RM-EFF-DATE        PIC 9(08).
000864 FD  RUN-CONTROL-OUT.
000865 01 RUNCTL-REC            PIC X(61).
000866 FD  STOCK-MASTER-IO.
000867 01 STOCK-MASTER-REC.
000868   05 ST-ITEM-CD         PIC X(08).
000869*  手持ち在庫数（倉庫にある数量。出荷で減り、入荷で増える）
000870   05 ST-ON-HAND         PIC 9(07).
000871*  引当数（手持ちのうち受注残へ引き当て済みで、新規の受注には
000872*  出荷できない数量）
000873   05 ST-ALLOCATED       PIC 9(07).
000874*  発注点と1回の発注量（購買向けの発注提案リストで使う）
000875   05 ST-REORDER-PT      PIC 9(07).
000876   05 ST-REORDER-QTY     PIC 9(07).
000877 FD  BACKORDER-IO.
000878 01 BACKORDER-REC.
000879*  受注残1件（受注の明細1行分の不足数量）
000880   05 BO-ORDER-NO        PIC 9(07).
000881   05 BO-LINE-NO         PIC 9(01).
000882   05 BO-ORDER-DATE      PIC 9(08).
000883   05 BO-CUST-CD         PIC X(10).
000884   05 BO-SALES-EMP       PIC X(05).
000885   05 BO-ITEM-CD         PIC X(08).
000886   05 BO-PRICE           PIC 9(07).
000887   05 BO-CAT             PIC X(01).
000888*  元の受注の単価（SUBPGM01の検証用）と数量割引率（出荷時も
000889*  元の受注全体の数量で決まった割引率を適用する）
000890   05 BO-HDR-PRICE       PIC 9(07).
000891   05 BO-DISC-PCT        PIC 9(02).
000892*  受注残の数量と、入荷分から引き当て済みの数量
000893   05 BO-QTY             PIC 9(03).
000894   05 BO-ALLOC-QTY       PIC 9(03).
000895*  状態（O=未出荷、R=全量を引き当てて出荷済み）
000896   05 BO-STATUS          PIC X(01).
000897   05 BO-CREATE-DATE     PIC 9(08).
000898   05 BO-RELEASE-DATE    PIC 9(08).
000899*  出荷時に採番した受注番号（請求書・請求書履歴の受注番号）
000900   05 BO-SHIP-ORDER-NO   PIC 9(07).
000901 FD  STOCK-MOVE-OUT.
000902 01 STOCK-MOVE-REC.
000903   05 SM-MOVE-DATE       PIC 9(08).
000904   05 SM-ITEM-CD         PIC X(08).
000905*  受払区分（RC=入荷、CT=棚卸修正、SH=出荷、BS=受注残の出荷、
000906*  RT=返品の戻入）
000907   05 SM-TYPE            PIC X(02).
000908   05 SM-IN-QTY          PIC 9(07).
000909   05 SM-OUT-QTY         PIC 9(07).
000910*  受払後の手持ち在庫数
000911   05 SM-ON-HAND         PIC 9(07).
000912*  参照（入荷は納品書番号、出荷は顧客コード）
000913   05 SM-REF             PIC X(10).
000914   05 SM-ORDER-NO        PIC 9(07).
000915   05 SM-PGM             PIC X(08).
000916 FD  SUSPENSE-LOG-OUT.
000917 01 SUSPENSE-LOG-REC.
000918   05 SL-RUN-DATE        PIC 9(08).
000919   05 SL-ORDER-NO        PIC 9(07).
000920   05 SL-CUST-CD         PIC X(10).
000921*  区分（S=保留へ戻した、E=エスカレーションへ回した）
000922   05 SL-ACTION          PIC X(01).
000924*  保留サイクル（Sは次に再処理するサイクル、Eは到達したサイクル）
000925   05 SL-CYCLE           PIC 9(02).
000926   05 SL-RETURN-CD       PIC 9(02).
000927 FD  SALES-HIST-OUT.
000928 01 SALES-HIST-REC.
000929   05 SH-ORDER-NO        PIC 9(07).
000930   05 SH-LINE-NO         PIC 9(01).
000931   05 SH-INV-DATE        PIC 9(08).
000932   05 SH-CUST-CD         PIC X(10).
000933   05 SH-SALES-EMP       PIC X(05).
000934   05 SH-ITEM-CD         PIC X(08).
000935*  税率区分（ST=標準、RD=軽減。請求書の税率ごとの内訳と同じ区分）
000937   05 SH-RATE-CD         PIC X(02).
000938   05 SH-QTY             PIC 9(03).
000939*  割引を按分した後の税抜の売上と、税率ごとの税額を按分した税額
000940   05 SH-NET             PIC 9(09).
000941   05 SH-TAX             PIC 9(07).
000942   05 SH-RUN-DATE        PIC 9(08).
000943 FD  ORDER-NO-CONTROL-IO.
000944 01 ORDER-NO-CONTROL-REC.
000945   05 ON-LAST-NO         PIC 9(07).
000946 WORKING-STORAGE SECTION.
000947 01 WK-CALC-AREA.
000948   05 WK-PRICE       PIC 9(07) VALUE 1000.
000950   05 WK-SUBTOTAL    PIC 9(09).
000960   05 WK-TAX-AMT     PIC 9(07).
000970   05 WK-GRAND-TOTAL PIC 9(09).
001030   05 WK-RETURN-CD   PIC 9(02).
001042*--- LOCKMGR呼び出し用ワーク（実行間ロック。受注残高を顧客
001043*    マスタへ書き戻すため、入金消込や保守バッチとの同時実行を
001044*    防ぐ。在庫マスタと受注残は入荷計上(STKRCV)と排他する）---
001045 01 WK-LOCK-AREA.
001046   05 WK-LOCK-FUNC   PIC X(01).
001047   05 WK-LOCK-PGM    PIC X(08) VALUE 'SAMPLE02'.
001048   05 WK-LOCK-FILES.
001049     10 FILLER       PIC X(10) VALUE 'CUSTMAST  '.
001050     10 FILLER       PIC X(10) VALUE 'STOCKMST  '.
001052     10 FILLER       PIC X(10) VALUE 'BACKORD   '.
001053     10 FILLER       PIC X(20) VALUE SPACES.
001055   05 WK-LOCK-RETURN-CD PIC 9(02).
001056*--- FLDGUARD呼び出し用ワーク（未初期化フィールドの実行時検査）---
001058 01 WK-GUARD-AREA.
001060   05 WK-GUARD-NAME      PIC X(20).
001070   05 WK-GUARD-VALUE     PIC X(20).
001080   05 WK-GUARD-RETURN-CD PIC 9(02).
001110 01 WK-LINE-ITEM-TABLE.
001120   05 WK-LI-ENTRY OCCURS 3 TIMES.
001130     10 WK-LI-PRICE  PIC 9(07).
001131     10 WK-LI-QTY    PIC 9(03).
001132     10 WK-LI-CAT    PIC X(01).
001133 01 WK-LINE-WORK.
001134   05 WK-LINE-COUNT  PIC 9(02).
001135   05 WK-LI-IDX      PIC 9(02).
001136   05 WK-LINE-AMT    PIC 9(09).
001137   05 WK-TOTAL-QTY    PIC 9(05).
001138   05 WK-LINE-TAX-RATE PIC V99.
001139   05 WK-LINE-TAX    PIC 9(07).
001140*  出荷数量と在庫不足による受注残数量の受注合計
001141   05 WK-SHIP-QTY    PIC 9(05).
001142   05 WK-SHORT-QTY   PIC 9(05).
001143*--- 明細行ごとの在庫引当（WK-LI-QTYは引当後の出荷数量になる）---
001144 01 WK-LINE-STOCK-TABLE.
001145   05 WK-LS-ENTRY OCCURS 3 TIMES.
001146*    受注数量・在庫不足の数量・在庫テーブルの添字（0は在庫管理
001147*    の対象外の明細）
001148     10 WK-LS-ORDER-QTY PIC 9(03).
001149     10 WK-LS-SHORT-QTY PIC 9(03).
001150     10 WK-LS-ST-IDX    PIC 9(03).
001151*--- 在庫マスタのインメモリテーブル（全件書き戻す）---
001152 01 WK-STOCK-TABLE.
001153   05 WK-ST-COUNT       PIC 9(03) VALUE 0.
001154   05 WK-ST-ENTRY OCCURS 500 TIMES.
001155     10 WK-ST-ITEM-CD   PIC X(08).
001156     10 WK-ST-ON-HAND   PIC 9(07).
001157     10 WK-ST-ALLOCATED PIC 9(07).
001158     10 WK-ST-REORDER-PT PIC 9(07).
001159     10 WK-ST-REORDER-QTY PIC 9(07).
001160*    未出荷の受注残に引き当て済みの数量の合計（引当数の照合用）
001161     10 WK-ST-BO-ALLOC  PIC 9(07).
001162 01 WK-STOCK-WORK.
001163   05 WK-ST-FILE-STATUS PIC X(02).
001164   05 WK-ST-EOF-SW      PIC X(01) VALUE 'N'.
001165     88 WK-ST-EOF           VALUE 'Y'.
001166   05 WK-ST-IDX         PIC 9(03).
001167   05 WK-ST-FOUND-IDX   PIC 9(03).
001168   05 WK-SEARCH-ITEM-CD PIC X(08).
001169   05 WK-AVAIL-QTY      PIC 9(07).
001170   05 WK-NEED-QTY       PIC 9(07).
001171   05 WK-TAKE-QTY       PIC 9(07).
001172   05 WK-SM-FILE-STATUS PIC X(02).
001173   05 WK-SL-FILE-STATUS PIC X(02).
001174   05 WK-SH-FILE-STATUS PIC X(02).
001175*  新規受注で在庫を仮引当した（不合格なら引当を戻す）
001176   05 WK-ALLOC-SW       PIC X(01) VALUE 'N'.
001177     88 WK-ALLOC-DONE       VALUE 'Y'.
001178*  在庫マスタまたは受注残がテーブルに収まらない（書き戻すと行が
001179*  失われるため実行を打ち切る）。請求書履歴・見積変換の受注番号
001180*  が収まらない場合も、二重請求・割引の二重適用を防げないため
001181*  同様に打ち切る
001182   05 WK-TABLE-FULL-SW  PIC X(01) VALUE 'N'.
001183     88 WK-TABLE-FULL       VALUE 'Y'.
001184*--- 受注残のインメモリテーブル（全件書き戻す）---
001185 01 WK-BO-TABLE.
001186   05 WK-BO-COUNT       PIC 9(04) VALUE 0.
001187   05 WK-BO-ENTRY OCCURS 5000 TIMES.
001188     10 WK-BO-DATA.
001189       15 WK-BO-ORDER-NO  PIC 9(07).
001190       15 WK-BO-LINE-NO   PIC 9(01).
001191       15 WK-BO-ORDER-DATE PIC 9(08).
001192       15 WK-BO-CUST-CD   PIC X(10).
001193       15 WK-BO-SALES-EMP PIC X(05).
001194       15 WK-BO-ITEM-CD   PIC X(08).
001195       15 WK-BO-PRICE     PIC 9(07).
001196       15 WK-BO-CAT       PIC X(01).
001197       15 WK-BO-HDR-PRICE PIC 9(07).
001198       15 WK-BO-DISC-PCT  PIC 9(02).
001199       15 WK-BO-QTY       PIC 9(03).
001200       15 WK-BO-ALLOC-QTY PIC 9(03).
001201       15 WK-BO-STATUS    PIC X(01).
001202       15 WK-BO-CREATE-DATE PIC 9(08).
001203       15 WK-BO-RELEASE-DATE PIC 9(08).
001204       15 WK-BO-SHIP-ORDER-NO PIC 9(07).
001205     10 WK-BO-ST-IDX    PIC 9(03).
001206 01 WK-BO-WORK.
001207   05 WK-BO-FILE-STATUS PIC X(02).
001208   05 WK-BO-EOF-SW      PIC X(01) VALUE 'N'.
001209     88 WK-BO-EOF           VALUE 'Y'.
001210   05 WK-BO-IDX         PIC 9(04).
001211   05 WK-BO-NEW-CT      PIC 9(05) VALUE 0.
001212   05 WK-BO-REL-CT      PIC 9(05) VALUE 0.
001213   05 WK-BO-HELD-CT     PIC 9(05) VALUE 0.
001214*  受注残の出荷処理中（在庫は引当済みのため引当をせず、割引率は
001215*  元の受注の率を使う）
001216   05 WK-RELEASE-SW     PIC X(01) VALUE 'N'.
001217     88 WK-RELEASING        VALUE 'Y'.
001218   05 WK-REL-DISC-PCT   PIC 9(02).
001219*  受注全体の数量で決まった割引率（受注残に記録する）
001220   05 WK-ORDER-DISC-PCT PIC 9(02).
001221*  出荷する受注残の元の受注番号（通常の受注は0）
001222   05 WK-ORIG-ORDER-NO  PIC 9(07) VALUE 0.
001223*  受注番号の最終番号（受注残の出荷時に続きから採番する）
001225   05 WK-ON-FILE-STATUS PIC X(02).
001227   05 WK-LAST-ORDER-NO  PIC 9(07) VALUE 0.
001230*--- 共通レートマスタのインメモリテーブル（SAMPLE06と同じ持ち方。
001240*    品目区分ごとにST(標準)/RD(軽減)の税率を明細行単位で適用する）---
001250 01 WK-RATE-TABLE-AREA.
001940   05 WK-CM-EOF-SW      PIC X(01) VALUE 'N'.
001950     88 WK-CM-EOF           VALUE 'Y'.
001960*--- 顧客検査の結果コード（00=正常、40=未登録、42=無効顧客、
001970*    44=与信限度超過、46=与信保留中）---
001980   05 WK-CUST-RETURN-CD PIC 9(02).
001990     88 WK-CUST-OK          VALUE 00.
002000*--- 実行モードと保留・再処理の制御 ---
002190   05 WK-IV-DATE        PIC 9(08).
002192   05 FILLER            PIC X(08) VALUE ' ORDER: '.
002194   05 WK-IV-ORDER-NO    PIC 9(07).
002196   05 FILLER            PIC X(08) VALUE ' SALES: '.
002198   05 WK-IV-SALES-EMP   PIC X(05).
002200   05 FILLER            PIC X(12) VALUE SPACES.
002210 01 WK-INV-NAME-LINE.
002220   05 FILLER            PIC X(08) VALUE '  NAME: '.
002230   05 WK-IV-NAME        PIC X(20).
002300   05 FILLER            PIC X(03) VALUE ' X '.
002310   05 WK-IV-QTY         PIC ZZ9.
002320   05 FILLER            PIC X(03) VALUE ' = '.
002321   05 WK-IV-LINE-AMT    PIC ZZZZZZZZ9.
002323   05 FILLER            PIC X(02) VALUE SPACES.
002325   05 WK-IV-ITEM-CD     PIC X(08).
002326   05 FILLER            PIC X(01) VALUE SPACE.
002328*  軽減税率の対象品目の印（*）
002330   05 WK-IV-REDUCED-MARK PIC X(01).
002331   05 FILLER            PIC X(33) VALUE SPACES.
002332*  在庫不足で出荷できなかった数量（受注残として後日出荷）
002333 01 WK-INV-BACKORDER-LINE.
002334   05 FILLER            PIC X(22)
002335       VALUE '          BACKORDERED '.
002336   05 WK-IV-BO-QTY      PIC ZZ9.
002337   05 FILLER            PIC X(55) VALUE SPACES.
002338*  受注残を出荷した請求書の元の受注番号
002339 01 WK-INV-RELEASE-LINE.
002340   05 FILLER            PIC X(30)
002341       VALUE '  BACKORDER RELEASE OF ORDER: '.
002342   05 WK-IV-ORIG-ORDER-NO PIC 9(07).
002343   05 FILLER            PIC X(43) VALUE SPACES.
002344*  発行事業者の登録番号
002345 01 WK-INV-REG-LINE.
002346   05 FILLER            PIC X(19) VALUE '  REGISTRATION NO: '.
002347   05 WK-IV-REG-NO      PIC X(14).
002348   05 FILLER            PIC X(47) VALUE SPACES.
002350*  軽減税率の対象品目の印の説明
002351 01 WK-INV-REDUCED-NOTE.
002352   05 FILLER            PIC X(29)
002353       VALUE '  * = REDUCED TAX RATE ITEM'.
002354   05 FILLER            PIC X(51) VALUE SPACES.
002355*  税率ごとの課税対象額と税額
002356 01 WK-INV-RATE-LINE.
002357   05 FILLER            PIC X(10) VALUE '  TAXABLE '.
002358   05 WK-IV-RATE-PCT    PIC Z9.
002360   05 FILLER            PIC X(03) VALUE '%: '.
002361   05 WK-IV-RATE-BASE   PIC ZZZZZZZZ9.
002362   05 FILLER            PIC X(07) VALUE '  TAX: '.
002363   05 WK-IV-RATE-TAX    PIC ZZZZZZ9.
002364   05 FILLER            PIC X(01) VALUE SPACE.
002365   05 WK-IV-RATE-NOTE   PIC X(09).
002366   05 FILLER            PIC X(32) VALUE SPACES.
002367 01 WK-INV-AMOUNT-LINE.
002368   05 WK-IV-AMT-LABEL   PIC X(12).
002370   05 WK-IV-AMOUNT      PIC ZZZZZZZZ9.
002380   05 FILLER            PIC X(59) VALUE SPACES.
002390 01 WK-INV-WORK.
002400   05 WK-IV-IDX         PIC 9(02).
002410   05 WK-IV-CALC-AMT    PIC 9(09).
002420   05 WK-IV-TOTAL       PIC 9(09).
002422*--- 請求書履歴に記録済みの受注番号（同じ受注の再実行で二重に
002424*    記録しない）---
002426 01 WK-IH-TABLE.
002428   05 WK-IH-COUNT       PIC 9(04) VALUE 0.
002430   05 WK-IH-ORDER-NO    PIC 9(07) OCCURS 9999 TIMES.
002432 01 WK-IH-WORK.
002433   05 WK-IH-FILE-STATUS PIC X(02).
002434   05 WK-IL-FILE-STATUS PIC X(02).
002435   05 WK-IH-EOF-SW      PIC X(01) VALUE 'N'.
002436     88 WK-IH-EOF           VALUE 'Y'.
002437   05 WK-IH-IDX         PIC 9(05).
002438   05 WK-IH-FOUND-IDX   PIC 9(05).
002439*  実行中に発行した請求書が表に収まらず登録できなかった
002440   05 WK-IH-OVFL-SW     PIC X(01) VALUE 'N'.
002441     88 WK-IH-OVERFLOW      VALUE 'Y'.
002442*--- 見積から変換した受注の受注番号（見積単価で価格が固定済みの
002443*    ため数量割引を重ねない）---
002444 01 WK-QO-TABLE.
002445   05 WK-QO-COUNT       PIC 9(04) VALUE 0.
002446   05 WK-QO-ORDER-NO    PIC 9(07) OCCURS 9999 TIMES.
002447 01 WK-QO-WORK.
002448   05 WK-QO-FILE-STATUS PIC X(02).
002449   05 WK-QO-EOF-SW      PIC X(01) VALUE 'N'.
002450     88 WK-QO-EOF           VALUE 'Y'.
002451   05 WK-QO-IDX         PIC 9(05).
002452   05 WK-QO-FOUND-IDX   PIC 9(05).
002453*--- 税率区分別の課税対象額と税額（適格請求書の税率ごとの内訳。
002454*    税額は請求書1通につき税率ごとに1回だけ端数処理する）---
002455 01 WK-TAX-RATE-TABLE.
002456*  1=標準税率(ST)、2=軽減税率(RD)
002457   05 WK-TR-ENTRY OCCURS 2 TIMES.
002458     10 WK-TR-CODE      PIC X(02).
002459     10 WK-TR-RATE      PIC V99.
002460     10 WK-TR-BASE      PIC 9(09).
002461     10 WK-TR-TAX       PIC 9(07).
002462 01 WK-TAX-RATE-WORK.
002463   05 WK-TR-IDX         PIC 9(01).
002464   05 WK-TR-PCT         PIC 9(02).
002465   05 WK-IT-FILE-STATUS PIC X(02).
002466   05 WK-IC-FILE-STATUS PIC X(02).
002467*  請求書に印字する登録番号（未設定なら印字しない）
002468   05 WK-REG-NO         PIC X(14) VALUE SPACES.
002469   05 WK-REDUCED-SW     PIC X(01).
002470     88 WK-HAS-REDUCED      VALUE 'Y'.
002471*--- 販売実績の明細への按分（受注の割引額と税率ごとの税額を、
002472*    残りの金額に対する明細金額の比で順に割り当てる。最後の明細で
002473*    残りがすべて割り当たるため明細の合計は請求書と一致する）---
002474 01 WK-SALES-ALLOC-WORK.
002475   05 WK-SA-AMT-LEFT    PIC 9(09).
002476   05 WK-SA-DISC-LEFT   PIC 9(07).
002477   05 WK-SA-RATE-LEFT OCCURS 2 TIMES.
002478     10 WK-SA-BASE-LEFT PIC 9(09).
002479     10 WK-SA-TAX-LEFT  PIC 9(07).
002480   05 WK-SA-LINE-AMT    PIC 9(09).
002481   05 WK-SA-DISC-SHARE  PIC 9(07).
002482   05 WK-SA-TAX-SHARE   PIC 9(07).
002483   05 WK-SA-RATE-IDX    PIC 9(01).
002484*--- 実行統計レコード（全バッチ共通の形式。RUNCTL.LOGへ追記する）---
002485 01 WK-RUNCTL-LINE.
002486   05 WK-RC-PGM      PIC X(08) VALUE 'SAMPLE02'.
002487   05 FILLER         PIC X(01) VALUE SPACE.
002488   05 WK-RC-DATE     PIC 9(08).
002489   05 FILLER         PIC X(01) VALUE SPACE.
002490   05 WK-RC-START    PIC 9(08).
002500   05 FILLER         PIC X(01) VALUE SPACE.
002510   05 WK-RC-END      PIC 9(08).
002670   05 FILLER            PIC X(01) VALUE SPACE.
002680   05 WK-EL-RETURN-CD   PIC 9(02).
002690   05 FILLER            PIC X(01) VALUE SPACE.
002700*  受注データは受注番号・担当営業・品目コード付きの96桁（61〜
002701*  67桁目が受注番号、68〜72桁目が担当営業、73〜96桁目が明細の
002702*  品目コード）
002705   05 WK-EL-ORDER-DATA  PIC X(96).
002710   05 FILLER            PIC X(02) VALUE SPACES.
002720 PROCEDURE DIVISION.
002730 CALC-PROC.
002740*    受注日がWK-WINDOW-START～WK-WINDOW-ENDの範囲に入る受注だけを
002750*    ORDER-INから読み込んで計算し、バッチトレーラーで件数と
002760*    WK-GRAND-TOTALの合計（WK-CONTROL-TOTAL）を突合用に記録する
002770     ACCEPT WK-START-TIME FROM TIME.
002780     CALL 'BUSDATE' USING WK-RUN-DATE.
002781*    顧客マスタの実行間ロックを取得する（入金消込(CASHAPP)等の
002782*    実行中は開始しない）
002783     MOVE 'L' TO WK-LOCK-FUNC.
002790         GOBACK
002791     END-IF.
002792     PERFORM LOAD-RUN-MODE-PROC.
002796     PERFORM LOAD-RATE-MASTER-PROC.
002800     PERFORM LOAD-INVOICE-CONTROL-PROC.
002810     PERFORM LOAD-BATCH-WINDOW-PROC.
002811     PERFORM LOAD-CUSTOMER-TABLE-PROC.
002812     PERFORM LOAD-INVOICE-HIST-PROC.
002813     PERFORM LOAD-QUOTE-ORDER-PROC.
002814     PERFORM LOAD-STOCK-PROC.
002815     PERFORM LOAD-BACKORDER-PROC.
002816     IF WK-TABLE-FULL
002817         DISPLAY 'SAMPLE02: STOCKMST/BACKORD/INVHIST/QUOTEORD '
002818             'EXCEEDS TABLE SIZE - RUN REFUSED'
002819         PERFORM RELEASE-LOCK-PROC
002820         MOVE 8 TO RETURN-CODE
002821         GOBACK
002822     END-IF.
002823     PERFORM RECONCILE-ALLOCATION-PROC.
002825     PERFORM LOAD-ORDER-NO-PROC.
002830     OPEN OUTPUT ORDER-BATCH-OUT.
002840     OPEN OUTPUT SUSPENSE-NEW-OUT.
002850     OPEN OUTPUT ESCALATION-OUT.
002860     OPEN OUTPUT INVOICE-OUT.
002862     OPEN EXTEND INVOICE-HIST-IO.
002864     IF WK-IH-FILE-STATUS = '35'
002866         OPEN OUTPUT INVOICE-HIST-IO
002867     END-IF.
002868     OPEN EXTEND INVOICE-LINE-OUT.
002869     IF WK-IL-FILE-STATUS = '35'
002870         OPEN OUTPUT INVOICE-LINE-OUT
002871     END-IF.
002872     OPEN EXTEND INVOICE-TAX-OUT.
002873     IF WK-IT-FILE-STATUS = '35'
002874         OPEN OUTPUT INVOICE-TAX-OUT
002876     END-IF.
002877     OPEN EXTEND STOCK-MOVE-OUT.
002878     IF WK-SM-FILE-STATUS = '35'
002879         OPEN OUTPUT STOCK-MOVE-OUT
002880     END-IF.
002881     OPEN EXTEND SUSPENSE-LOG-OUT.
002882     IF WK-SL-FILE-STATUS = '35'
002884         OPEN OUTPUT SUSPENSE-LOG-OUT
002885     END-IF.
002886     OPEN EXTEND SALES-HIST-OUT.
002887     IF WK-SH-FILE-STATUS = '35'
002888         OPEN OUTPUT SALES-HIST-OUT
002889     END-IF.
002890     PERFORM WRITE-BATCH-HEADER-PROC.
002892*    当日の受注より先に、入荷で在庫が戻った受注残を古い順に引き当て、
002893*    全量を引き当てた受注残を出荷・請求する
002894     PERFORM RELEASE-BACKORDER-PROC
002895         VARYING WK-BO-IDX FROM 1 BY 1
002896         UNTIL WK-BO-IDX > WK-BO-COUNT.
002897*    再処理モードでは修正済みの保留ファイルを入力とし、通常モード
002898*    では当日の受注ファイルを入力とする
002900     IF WK-MODE-REPROCESS
002910         OPEN INPUT ORDER-SUSPENSE-IN
002920         PERFORM READ-SUSPENSE-PROC
003000     END-IF.
003010     PERFORM WRITE-BATCH-TRAILER-PROC.
003020     CLOSE ORDER-BATCH-OUT SUSPENSE-NEW-OUT ESCALATION-OUT
003021           INVOICE-OUT INVOICE-HIST-IO STOCK-MOVE-OUT
003022           INVOICE-LINE-OUT INVOICE-TAX-OUT SUSPENSE-LOG-OUT
003023           SALES-HIST-OUT.
003025     PERFORM REWRITE-STOCK-PROC.
003026     PERFORM REWRITE-BACKORDER-PROC.
003027     IF WK-BO-REL-CT > 0
003028         PERFORM SAVE-ORDER-NO-PROC
003030     END-IF.
003032*    受注で積み上げた受注残高を顧客マスタへ書き戻す（従来は
003034*    メモリ上の残高が失われ、与信チェックが古い残高で行われて
003036*    いた。入金消込はCASHAPPが同じマスタの残高を減らす）
003038     PERFORM REWRITE-CUSTOMER-PROC.
003040     DISPLAY 'SAMPLE02: SUSPENDED = ' WK-SUSP-COUNT.
003042     DISPLAY 'SAMPLE02: ESCALATED = ' WK-ESCAL-COUNT.
003045     DISPLAY 'SAMPLE02: BACKORDER NEW      = ' WK-BO-NEW-CT.
003047     DISPLAY 'SAMPLE02: BACKORDER SHIPPED  = ' WK-BO-REL-CT.
003050     DISPLAY 'SAMPLE02: BACKORDER NOT SENT = ' WK-BO-HELD-CT.
003060     PERFORM WRITE-RUN-CONTROL-PROC.
003062     PERFORM RELEASE-LOCK-PROC.
003064     IF WK-IH-OVERFLOW
003066         MOVE 8 TO RETURN-CODE
003068     END-IF.
003070     GOBACK.
003072 RELEASE-LOCK-PROC.
003074*    取得した実行間ロックを解放する
003120     IF WK-RC-FILE-STATUS = '35'
003130         OPEN OUTPUT RUN-CONTROL-OUT
003140     END-IF.
003150     CALL 'BUSDATE' USING WK-RC-DATE.
003160     MOVE WK-START-TIME TO WK-RC-START.
003170     ACCEPT WK-RC-END FROM TIME.
003180     MOVE WK-READ-CT     TO WK-RC-READ.
003190     MOVE WK-ORDER-COUNT TO WK-RC-ACCEPTED.
003200     COMPUTE WK-RC-REJECTED = WK-SUSP-COUNT + WK-ESCAL-COUNT.
003210     MOVE 'OK  ' TO WK-RC-STATUS.
003211     WRITE RUNCTL-REC FROM WK-RUNCTL-LINE.
003212     CLOSE RUN-CONTROL-OUT.
003213 LOAD-INVOICE-CONTROL-PROC.
003214*    適格請求書発行事業者の登録番号（T＋13桁）をINVOICE.CTLから
003215*    読み込む。ファイルが無い場合や形式が不正な場合は警告を表示し、
003216*    登録番号を印字せずに請求書を発行する
003217     OPEN INPUT INVOICE-CONTROL-IN.
003218     IF WK-IC-FILE-STATUS = '35'
003219         DISPLAY 'SAMPLE02: NO INVOICE.CTL - '
003220             'REGISTRATION NO NOT PRINTED'
003221     ELSE
003222         READ INVOICE-CONTROL-IN
003223             AT END
003224                 MOVE SPACES TO IC-REG-NO
003225         END-READ
003226         CLOSE INVOICE-CONTROL-IN
003227         IF IC-REG-PREFIX = 'T' AND IC-REG-DIGITS IS NUMERIC
003228             MOVE IC-REG-NO TO WK-REG-NO
003229         ELSE
003230             DISPLAY 'SAMPLE02: INVALID REGISTRATION NO IN '
003232                 'INVOICE.CTL - ' IC-REG-NO
003235         END-IF
003237     END-IF.
003240 LOAD-RUN-MODE-PROC.
003250*    実行モードをORDMODE.DATから読み込む。ファイルが無い場合は
003260*    通常モード(N)とする
003970*    再処理モードでは受注日がウィンドウ外でも対象とする
003980     IF WK-MODE-REPROCESS
003990             OR (OI-ORDER-DATE >= WK-WINDOW-START
003991             AND OI-ORDER-DATE <= WK-WINDOW-END)
003992         MOVE 'N' TO WK-ALLOC-SW
003993         PERFORM CHECK-ORDER-PROC
003994         IF WK-FAIL-CD = 00
003995             PERFORM ACCEPT-ORDER-PROC
003996         ELSE
003997*            仮引当した在庫は戻して他の受注に回す
003998             IF WK-ALLOC-DONE
003999                 PERFORM CANCEL-ALLOCATION-PROC
004000                     VARYING WK-LI-IDX FROM 1 BY 1
004001                     UNTIL WK-LI-IDX > WK-LINE-COUNT
004002             END-IF
004003             PERFORM CUSTOMER-NG-DISPATCH-PROC
004004             PERFORM WRITE-SUSPENSE-PROC
004005         END-IF
004006     END-IF.
004007 CHECK-ORDER-PROC.
004008*    顧客検査・受注計算(SUBPGM01の検証を含む)・与信限度の検査を
004009*    順に行い、総合判定コードをWK-FAIL-CDへ返す
004010     MOVE 00 TO WK-FAIL-CD.
004020     PERFORM CUSTOMER-CHECK-PROC.
004030     IF NOT WK-CUST-OK
004040         MOVE WK-CUST-RETURN-CD TO WK-FAIL-CD
004050     ELSE
004060         MOVE OI-PRICE   TO WK-PRICE
004070         MOVE OI-CUST-CD TO WK-PARAM1
004080         PERFORM ORDER-CALC-PROC
004090         IF WK-RETURN-CD NOT = 00
004100             MOVE WK-RETURN-CD TO WK-FAIL-CD
004110         ELSE
004120             PERFORM CREDIT-LIMIT-CHECK-PROC
004130             IF NOT WK-CUST-OK
004140                 MOVE WK-CUST-RETURN-CD TO WK-FAIL-CD
004150             END-IF
004160         END-IF
004161     END-IF.
004162 ACCEPT-ORDER-PROC.
004164*    受付した受注の在庫を出庫し（不足分は受注残へ）、出荷した分
004165*    だけを請求する。全明細が在庫不足の受注は請求書を発行しない
004167     PERFORM COMMIT-STOCK-PROC
004168         VARYING WK-LI-IDX FROM 1 BY 1
004170         UNTIL WK-LI-IDX > WK-LINE-COUNT.
004174     PERFORM WRITE-BATCH-DETAIL-PROC.
004178     IF WK-SHIP-QTY = 0 AND WK-SHORT-QTY > 0
004182         DISPLAY 'SAMPLE02: ORDER ' OI-ORDER-NO
004186             ' FULLY BACKORDERED - NO INVOICE'
004190     ELSE
004195         PERFORM WRITE-INVOICE-PROC
004200     END-IF.
004210     ADD 1 TO WK-ORDER-COUNT.
004220     ADD WK-GRAND-TOTAL TO WK-CONTROL-TOTAL.
004230     ADD WK-GRAND-TOTAL
004240         TO WK-CM-BALANCE(WK-CM-FOUND-IDX).
004300 WRITE-INVOICE-PROC.
004310*    受付済みの受注1件分の請求書を編集して出力する。明細行は
004313*    単価×数量を行ごとに印字し、小計・割引・税額・請求合計で結ぶ
004316*    （適格請求書として登録番号・軽減税率の対象品目の印・税率
004320*    ごとの課税対象額と税額を印字する）
004330     MOVE OI-CUST-CD    TO WK-IV-CUST-CD.
004340     MOVE OI-ORDER-DATE TO WK-IV-DATE.
004345     MOVE OI-ORDER-NO   TO WK-IV-ORDER-NO.
004347     MOVE OI-SALES-EMP  TO WK-IV-SALES-EMP.
004348     WRITE INVOICE-REC FROM WK-INV-HEADER.
004349     IF WK-REG-NO NOT = SPACES
004350         MOVE WK-REG-NO TO WK-IV-REG-NO
004351         WRITE INVOICE-REC FROM WK-INV-REG-LINE
004352     END-IF.
004354     IF WK-ORIG-ORDER-NO NOT = 0
004355         MOVE WK-ORIG-ORDER-NO TO WK-IV-ORIG-ORDER-NO
004357         WRITE INVOICE-REC FROM WK-INV-RELEASE-LINE
004358     END-IF.
004360     MOVE WK-CM-NAME(WK-CM-FOUND-IDX) TO WK-IV-NAME.
004365     WRITE INVOICE-REC FROM WK-INV-NAME-LINE.
004370     MOVE 'N' TO WK-REDUCED-SW.
004380     PERFORM WRITE-INVOICE-ITEM-PROC
004390         VARYING WK-IV-IDX FROM 1 BY 1
004392         UNTIL WK-IV-IDX > WK-LINE-COUNT.
004395     IF WK-HAS-REDUCED
004397         WRITE INVOICE-REC FROM WK-INV-REDUCED-NOTE
004400     END-IF.
004410     MOVE '  SUBTOTAL: ' TO WK-IV-AMT-LABEL.
004420     MOVE WK-SUBTOTAL    TO WK-IV-AMOUNT.
004430     WRITE INVOICE-REC FROM WK-INV-AMOUNT-LINE.
004440     MOVE '  DISCOUNT: ' TO WK-IV-AMT-LABEL.
004450     MOVE WK-DISCOUNT    TO WK-IV-AMOUNT.
004452     WRITE INVOICE-REC FROM WK-INV-AMOUNT-LINE.
004455     PERFORM WRITE-INVOICE-RATE-PROC
004457         VARYING WK-TR-IDX FROM 1 BY 1
004460         UNTIL WK-TR-IDX > 2.
004470     MOVE '  TAX     : ' TO WK-IV-AMT-LABEL.
004480     MOVE WK-TAX-AMT     TO WK-IV-AMOUNT.
004490     WRITE INVOICE-REC FROM WK-INV-AMOUNT-LINE.
004540     WRITE INVOICE-REC FROM WK-INV-AMOUNT-LINE.
004550     MOVE SPACES TO INVOICE-REC.
004560     WRITE INVOICE-REC.
004562     PERFORM WRITE-INVOICE-HIST-PROC.
004570 WRITE-INVOICE-ITEM-PROC.
004575*    請求書の明細1行分（単価×出荷数量＝金額）を印字する。在庫
004580*    不足の明細は受注残となった数量を次の行に印字する
004590     MOVE WK-IV-IDX TO WK-IV-LINE-NO.
004600     MOVE WK-LI-PRICE(WK-IV-IDX) TO WK-IV-PRICE.
004610     MOVE WK-LI-QTY(WK-IV-IDX)   TO WK-IV-QTY.
004611     COMPUTE WK-IV-CALC-AMT =
004612         WK-LI-PRICE(WK-IV-IDX) * WK-LI-QTY(WK-IV-IDX).
004613     MOVE WK-IV-CALC-AMT TO WK-IV-LINE-AMT.
004614     MOVE OI-LI-ITEM-CD(WK-IV-IDX) TO WK-IV-ITEM-CD.
004615     IF WK-LI-CAT(WK-IV-IDX) = 'R'
004616         MOVE '*' TO WK-IV-REDUCED-MARK
004617         SET WK-HAS-REDUCED TO TRUE
004618     ELSE
004619         MOVE SPACE TO WK-IV-REDUCED-MARK
004620     END-IF.
004621     WRITE INVOICE-REC FROM WK-INV-ITEM-LINE.
004622     IF WK-LS-SHORT-QTY(WK-IV-IDX) > 0
004623         MOVE WK-LS-SHORT-QTY(WK-IV-IDX) TO WK-IV-BO-QTY
004624         WRITE INVOICE-REC FROM WK-INV-BACKORDER-LINE
004625     END-IF.
004626 WRITE-INVOICE-RATE-PROC.
004627*    税率1区分分の課税対象額と税額を印字する（対象の明細が無い
004628*    税率は印字しない）
004629     IF WK-TR-BASE(WK-TR-IDX) > 0
004630         COMPUTE WK-TR-PCT = WK-TR-RATE(WK-TR-IDX) * 100
004631         MOVE WK-TR-PCT              TO WK-IV-RATE-PCT
004632         MOVE WK-TR-BASE(WK-TR-IDX)  TO WK-IV-RATE-BASE
004633         MOVE WK-TR-TAX(WK-TR-IDX)   TO WK-IV-RATE-TAX
004634         IF WK-TR-CODE(WK-TR-IDX) = 'RD'
004635             MOVE '(REDUCED)' TO WK-IV-RATE-NOTE
004636         ELSE
004637             MOVE SPACES      TO WK-IV-RATE-NOTE
004638         END-IF
004639         WRITE INVOICE-REC FROM WK-INV-RATE-LINE
004640     END-IF.
004641 LOAD-INVOICE-HIST-PROC.
004642*    請求書履歴に記録済みの受注番号を読み込む（無い場合は初回）
004643     OPEN INPUT INVOICE-HIST-IO.
004644     IF WK-IH-FILE-STATUS = '35'
004645         SET WK-IH-EOF TO TRUE
004646     ELSE
004647         PERFORM READ-INVOICE-HIST-PROC
004648             UNTIL WK-IH-EOF
004649         CLOSE INVOICE-HIST-IO
004650     END-IF.
004651 READ-INVOICE-HIST-PROC.
004652     READ INVOICE-HIST-IO
004653         AT END
004654             SET WK-IH-EOF TO TRUE
004655         NOT AT END
004656             IF WK-IH-COUNT < 9999
004657                 ADD 1 TO WK-IH-COUNT
004658                 MOVE IH-ORDER-NO TO WK-IH-ORDER-NO(WK-IH-COUNT)
004659             ELSE
004660                 SET WK-TABLE-FULL TO TRUE
004661             END-IF
004662     END-READ.
004663 LOAD-QUOTE-ORDER-PROC.
004664*    見積から変換した受注の受注番号を読み込む（無い場合は該当なし）
004665     OPEN INPUT QUOTE-ORDER-IN.
004666     IF WK-QO-FILE-STATUS = '35'
004667         SET WK-QO-EOF TO TRUE
004668     ELSE
004669         PERFORM READ-QUOTE-ORDER-PROC
004671             UNTIL WK-QO-EOF
004672         CLOSE QUOTE-ORDER-IN
004673     END-IF.
004674 READ-QUOTE-ORDER-PROC.
004675     READ QUOTE-ORDER-IN
004676         AT END
004677             SET WK-QO-EOF TO TRUE
004678         NOT AT END
004679             IF WK-QO-COUNT < 9999
004680                 ADD 1 TO WK-QO-COUNT
004681                 MOVE QO-ORDER-NO TO WK-QO-ORDER-NO(WK-QO-COUNT)
004682             ELSE
004683                 SET WK-TABLE-FULL TO TRUE
004684             END-IF
004685     END-READ.
004686 FIND-QUOTE-ORDER-PROC.
004687     IF WK-QO-ORDER-NO(WK-QO-IDX) = OI-ORDER-NO
004688         MOVE WK-QO-IDX TO WK-QO-FOUND-IDX
004689     END-IF.
004690 WRITE-INVOICE-HIST-PROC.
004691*    発行した請求書1通を請求書履歴へ追記する。同じ受注番号が
004692*    記録済み（同じ受注ファイルでの再実行）の場合は追記しない
004693     MOVE 0 TO WK-IH-FOUND-IDX.
004694     PERFORM FIND-INVOICE-HIST-PROC
004695         VARYING WK-IH-IDX FROM 1 BY 1
004696         UNTIL WK-IH-IDX > WK-IH-COUNT
004697             OR WK-IH-FOUND-IDX NOT = 0.
004698     IF WK-IH-FOUND-IDX = 0
004699         MOVE OI-ORDER-NO    TO IH-ORDER-NO
004700         MOVE OI-ORDER-DATE  TO IH-INV-DATE
004701         MOVE OI-CUST-CD     TO IH-CUST-CD
004702         MOVE OI-SALES-EMP   TO IH-SALES-EMP
004703         MOVE WK-SUBTOTAL    TO IH-SUBTOTAL
004704         MOVE WK-DISCOUNT    TO IH-DISCOUNT
004705         MOVE WK-GRAND-TOTAL TO IH-NET
004706         MOVE WK-TAX-AMT     TO IH-TAX
004707         MOVE WK-IV-TOTAL    TO IH-TOTAL
004708         MOVE WK-RUN-DATE    TO IH-RUN-DATE
004709         MOVE WK-ORIG-ORDER-NO TO IH-ORIG-ORDER-NO
004710         WRITE INVOICE-HIST-REC
004711         MOVE WK-SUBTOTAL       TO WK-SA-AMT-LEFT
004712         MOVE WK-DISCOUNT       TO WK-SA-DISC-LEFT
004713         MOVE WK-TR-BASE(1)     TO WK-SA-BASE-LEFT(1)
004714         MOVE WK-TR-TAX(1)      TO WK-SA-TAX-LEFT(1)
004715         MOVE WK-TR-BASE(2)     TO WK-SA-BASE-LEFT(2)
004716         MOVE WK-TR-TAX(2)      TO WK-SA-TAX-LEFT(2)
004717         PERFORM WRITE-INVOICE-LINE-PROC
004718             VARYING WK-LI-IDX FROM 1 BY 1
004719             UNTIL WK-LI-IDX > WK-LINE-COUNT
004720         PERFORM WRITE-INVOICE-TAX-PROC
004721             VARYING WK-TR-IDX FROM 1 BY 1
004722             UNTIL WK-TR-IDX > 2
004723         IF WK-IH-COUNT < 9999
004724             ADD 1 TO WK-IH-COUNT
004725             MOVE OI-ORDER-NO TO WK-IH-ORDER-NO(WK-IH-COUNT)
004726         ELSE
004727             SET WK-IH-OVERFLOW TO TRUE
004728             DISPLAY 'SAMPLE02: INVOICE HISTORY TABLE FULL - '
004729                 'ORDER ' OI-ORDER-NO ' NOT REGISTERED'
004731         END-IF
004732     END-IF.
004733 FIND-INVOICE-HIST-PROC.
004734     IF WK-IH-ORDER-NO(WK-IH-IDX) = OI-ORDER-NO
004735         MOVE WK-IH-IDX TO WK-IH-FOUND-IDX
004736     END-IF.
004737 WRITE-INVOICE-LINE-PROC.
004738*    請求した明細1行を請求時の税率・割引率付きで明細履歴へ追記
004739*    する（出荷数量0の明細は請求していないため記録しない）
004740     IF WK-LI-QTY(WK-LI-IDX) > 0
004741         PERFORM LINE-TAX-RATE-LOOKUP-PROC
004742         MOVE OI-ORDER-NO              TO IL-ORDER-NO
004743         MOVE WK-LI-IDX                TO IL-LINE-NO
004744         MOVE OI-CUST-CD               TO IL-CUST-CD
004745         MOVE OI-ORDER-DATE            TO IL-INV-DATE
004746         MOVE OI-LI-ITEM-CD(WK-LI-IDX) TO IL-ITEM-CD
004747         MOVE WK-LI-PRICE(WK-LI-IDX)   TO IL-PRICE
004748         MOVE WK-LI-QTY(WK-LI-IDX)     TO IL-QTY
004749         MOVE WK-LI-CAT(WK-LI-IDX)     TO IL-CAT
004750         MOVE WK-LINE-TAX-RATE         TO IL-TAX-RATE
004751         IF WK-RELEASING
004752             MOVE WK-REL-DISC-PCT      TO IL-DISC-PCT
004753         ELSE
004755             MOVE WK-ORDER-DISC-PCT    TO IL-DISC-PCT
004756         END-IF
004757         WRITE INVOICE-LINE-REC
004758         PERFORM WRITE-SALES-HIST-PROC
004759     END-IF.
004760 WRITE-SALES-HIST-PROC.
004761*    請求した明細1行を販売実績の履歴へ追記する。受注の割引額と
004762*    税率ごとの税額は、まだ割り当てていない残りに対する明細金額の
004763*    比で割り当てる（明細の合計が請求書の売上・税額と一致する）
004764     COMPUTE WK-SA-LINE-AMT =
004765         WK-LI-PRICE(WK-LI-IDX) * WK-LI-QTY(WK-LI-IDX).
004766     IF WK-LI-CAT(WK-LI-IDX) = 'R'
004767         MOVE 2 TO WK-SA-RATE-IDX
004768     ELSE
004769         MOVE 1 TO WK-SA-RATE-IDX
004770     END-IF.
004771     MOVE 0 TO WK-SA-DISC-SHARE WK-SA-TAX-SHARE.
004772     IF WK-SA-AMT-LEFT > 0
004773         COMPUTE WK-SA-DISC-SHARE ROUNDED =
004774             WK-SA-DISC-LEFT * WK-SA-LINE-AMT / WK-SA-AMT-LEFT
004775         SUBTRACT WK-SA-LINE-AMT FROM WK-SA-AMT-LEFT
004776         SUBTRACT WK-SA-DISC-SHARE FROM WK-SA-DISC-LEFT
004777     END-IF.
004778     IF WK-SA-BASE-LEFT(WK-SA-RATE-IDX) > 0
004779         COMPUTE WK-SA-TAX-SHARE ROUNDED =
004780             WK-SA-TAX-LEFT(WK-SA-RATE-IDX) * WK-SA-LINE-AMT
004781             / WK-SA-BASE-LEFT(WK-SA-RATE-IDX)
004782         SUBTRACT WK-SA-LINE-AMT
004783             FROM WK-SA-BASE-LEFT(WK-SA-RATE-IDX)
004784         SUBTRACT WK-SA-TAX-SHARE
004785             FROM WK-SA-TAX-LEFT(WK-SA-RATE-IDX)
004786     END-IF.
004787     MOVE OI-ORDER-NO              TO SH-ORDER-NO.
004788     MOVE WK-LI-IDX                TO SH-LINE-NO.
004789     MOVE OI-ORDER-DATE            TO SH-INV-DATE.
004790     MOVE OI-CUST-CD               TO SH-CUST-CD.
004791     MOVE OI-SALES-EMP             TO SH-SALES-EMP.
004792     MOVE OI-LI-ITEM-CD(WK-LI-IDX) TO SH-ITEM-CD.
004793     MOVE WK-TR-CODE(WK-SA-RATE-IDX) TO SH-RATE-CD.
004794     MOVE WK-LI-QTY(WK-LI-IDX)     TO SH-QTY.
004795     COMPUTE SH-NET = WK-SA-LINE-AMT - WK-SA-DISC-SHARE.
004796     MOVE WK-SA-TAX-SHARE          TO SH-TAX.
004797     MOVE WK-RUN-DATE              TO SH-RUN-DATE.
004798     WRITE SALES-HIST-REC.
004799 WRITE-INVOICE-TAX-PROC.
004800*    請求書に印字した税率1区分分の課税対象額と税額を内訳履歴へ
004801*    追記する（対象の明細が無い税率は記録しない）
004802     IF WK-TR-BASE(WK-TR-IDX) > 0
004803         MOVE OI-ORDER-NO            TO IT-ORDER-NO
004804         MOVE OI-ORDER-DATE          TO IT-INV-DATE
004805         MOVE OI-CUST-CD             TO IT-CUST-CD
004806         MOVE WK-TR-CODE(WK-TR-IDX)  TO IT-RATE-CD
004807         MOVE WK-TR-RATE(WK-TR-IDX)  TO IT-TAX-RATE
004808         MOVE WK-TR-BASE(WK-TR-IDX)  TO IT-BASE
004809         MOVE WK-TR-TAX(WK-TR-IDX)   TO IT-TAX
004810         MOVE WK-RUN-DATE            TO IT-RUN-DATE
004811         WRITE INVOICE-TAX-REC
004812     END-IF.
004813 WRITE-SUSPENSE-PROC.
004814*    弾かれた受注を結果コード付きで保留ファイルへ記録する。
004815*    再処理サイクルが上限を超えた受注は保留へ戻さず、担当者への
004816*    エスカレーションファイルへ回す（無限ループの防止）
004817     COMPUTE WK-NEXT-CYCLE = WK-CURR-CYCLE + 1.
004818     MOVE WK-RUN-DATE   TO SL-RUN-DATE.
004819     MOVE OI-ORDER-NO   TO SL-ORDER-NO.
004820     MOVE OI-CUST-CD    TO SL-CUST-CD.
004821     MOVE WK-FAIL-CD    TO SL-RETURN-CD.
004822     IF WK-NEXT-CYCLE > WK-MAX-CYCLE
004823         ADD 1 TO WK-ESCAL-COUNT
004824         MOVE WK-CURR-CYCLE TO WK-EL-CYCLE
004825         MOVE WK-FAIL-CD    TO WK-EL-RETURN-CD
004826         MOVE ORDER-IN-REC  TO WK-EL-ORDER-DATA
004827         WRITE ESCALATION-REC FROM WK-ESCAL-LINE
004828         DISPLAY 'SAMPLE02: ORDER ESCALATED AFTER '
004829             WK-CURR-CYCLE ' CYCLES - ' OI-CUST-CD
004830         MOVE 'E'           TO SL-ACTION
004831         MOVE WK-CURR-CYCLE TO SL-CYCLE
004832     ELSE
004833         ADD 1 TO WK-SUSP-COUNT
004834         MOVE WK-NEXT-CYCLE TO SN-CYCLE
004835         MOVE WK-FAIL-CD    TO SN-RETURN-CD
004836         MOVE ORDER-IN-REC  TO SN-ORDER-DATA
004837         WRITE SUSPENSE-NEW-REC
004838         MOVE 'S'           TO SL-ACTION
004840         MOVE WK-NEXT-CYCLE TO SL-CYCLE
004845     END-IF.
004850     WRITE SUSPENSE-LOG-REC.
004860 LOAD-CUSTOMER-TABLE-PROC.
004870*    CUSTMAST.DATを全件読み込みWK-CM-ENTRYテーブルへ展開する
004880     OPEN INPUT CUSTOMER-MASTER.
005083     MOVE WK-CM-BALANCE(WK-CM-IDX) TO CM-OPEN-BALANCE.
005084     MOVE WK-CM-STATUS(WK-CM-IDX)  TO CM-STATUS.
005085     WRITE CUSTOMER-MASTER-REC.
005087 CUSTOMER-CHECK-PROC.
005090*    受注の顧客コードをマスタと突き合わせ、未登録(40)・無効(42)を
005095*    検出する。入金消込(CASHAPP)が延滞で与信保留(状態H)にした
005100*    顧客は与信保留(46)として無効顧客と区別する
005110     MOVE 00 TO WK-CUST-RETURN-CD.
005120     MOVE 0  TO WK-CM-FOUND-IDX.
005130     PERFORM FIND-CUSTOMER-PROC
005170     IF WK-CM-FOUND-IDX = 0
005180         MOVE 40 TO WK-CUST-RETURN-CD
005190     ELSE
005191         EVALUATE WK-CM-STATUS(WK-CM-FOUND-IDX)
005193             WHEN 'A'
005195                 CONTINUE
005196             WHEN 'H'
005198                 MOVE 46 TO WK-CUST-RETURN-CD
005200             WHEN OTHER
005210                 MOVE 42 TO WK-CUST-RETURN-CD
005220         END-EVALUATE
005230     END-IF.
005240 FIND-CUSTOMER-PROC.
005250     IF WK-CM-CUST-CD(WK-CM-IDX) = OI-CUST-CD
005460         WHEN 42
005470             DISPLAY 'NG: INACTIVE CUSTOMER - ' OI-CUST-CD
005480         WHEN 44
005483             DISPLAY 'NG: CREDIT LIMIT EXCEEDED - ' OI-CUST-CD
005486         WHEN 46
005490             DISPLAY 'NG: CUSTOMER ON CREDIT HOLD - ' OI-CUST-CD
005500         WHEN OTHER
005510             DISPLAY 'NG: UNKNOWN ORDER CHECK CODE'
005520     END-EVALUATE.
005540*    受注本体(ORDER-IN-REC)のOI-LI-TABLEを明細ワークへ転記し
005550*    WK-LI-ENTRYから1行ずつ取り出しWK-SUBTOTALへ積み上げる
005560*    （行数・単価・数量はすべてその受注自身の明細データに基づく）
005562     INITIALIZE WK-SUBTOTAL WK-TOTAL-QTY WK-TAX-AMT.
005564     INITIALIZE WK-SHIP-QTY WK-SHORT-QTY.
005566     INITIALIZE WK-TAX-RATE-TABLE.
005568     MOVE 'ST' TO WK-TR-CODE(1).
005570     MOVE 'RD' TO WK-TR-CODE(2).
005580     MOVE OI-LINE-COUNT TO WK-LINE-COUNT.
005590*    OI-LI-ENTRY/WK-LI-ENTRYはOCCURS 3 TIMESなので、件数が3を
005600*    超える受注データは3件目までに切り詰めて処理する
005610     IF WK-LINE-COUNT > 3
005620         MOVE 3 TO WK-LINE-COUNT
005630     END-IF.
005631     MOVE OI-LI-TABLE   TO WK-LINE-ITEM-TABLE.
005632*    品目コードのある明細は在庫を引き当て、出荷できる数量だけを
005633*    計算の対象にする（受注残の出荷は引当済みのため引き当てない）
005635     IF NOT WK-RELEASING
005636         PERFORM ALLOCATE-LINE-PROC
005637             VARYING WK-LI-IDX FROM 1 BY 1
005638             UNTIL WK-LI-IDX > WK-LINE-COUNT
005640     END-IF.
005650     PERFORM ACCUMULATE-LINE-PROC
005660         VARYING WK-LI-IDX FROM 1 BY 1
005662         UNTIL WK-LI-IDX > WK-LINE-COUNT.
005665     PERFORM CALC-RATE-TAX-PROC
005667         VARYING WK-TR-IDX FROM 1 BY 1
005670         UNTIL WK-TR-IDX > 2.
005680*    受注から取り込んだWK-PRICEを税額計算に使う前に検査する。桁数を
005690*    変える数値MOVEは空白バイトを0扱いにしてしまい未初期化の検出が
005700*    効かなくなるため、添字参照で英数字MOVEとして扱わせる
005770     IF WK-GUARD-RETURN-CD = 90
005780         MOVE 90 TO WK-RETURN-CD
005790     ELSE
005800*    税額はCALC-RATE-TAX-PROCで税率区分ごとに計算済み
005810*    （品目区分ごとにレートマスタのST/RD税率を適用）
005820*    ADD: Override警告（WK-PRICEはVALUE句あり）
005830         ADD WK-TAX-AMT TO WK-PRICE
006200         WK-GUARD-RETURN-CD WK-GUARD-CALLER.
006210 ACCUMULATE-LINE-PROC.
006220*    明細1行分の金額をWK-SUBTOTALへ加算し、行の品目区分に応じた
006225*    税率区分（ST=標準/RD=軽減）の課税対象額へ積み上げる。税額は
006230*    行ごとに端数処理せず、CALC-RATE-TAX-PROCで税率ごとに求める
006240     COMPUTE WK-LINE-AMT =
006250         WK-LI-PRICE(WK-LI-IDX) * WK-LI-QTY(WK-LI-IDX).
006255     ADD WK-LINE-AMT TO WK-SUBTOTAL.
006260*    数量割引の段階は出荷数量ではなく受注数量の合計で決める
006265     ADD WK-LS-ORDER-QTY(WK-LI-IDX) TO WK-TOTAL-QTY.
006270     ADD WK-LI-QTY(WK-LI-IDX) TO WK-SHIP-QTY.
006280     PERFORM LINE-TAX-RATE-LOOKUP-PROC.
006282     IF WK-LI-CAT(WK-LI-IDX) = 'R'
006284         MOVE 2 TO WK-TR-IDX
006286     ELSE
006288         MOVE 1 TO WK-TR-IDX
006290     END-IF.
006300     MOVE WK-LINE-TAX-RATE TO WK-TR-RATE(WK-TR-IDX).
006301     ADD WK-LINE-AMT TO WK-TR-BASE(WK-TR-IDX).
006302 CALC-RATE-TAX-PROC.
006304*    税率1区分分の課税対象額（割引前・税抜）に税率を掛けて請求書
006305*    1通につき1回だけ端数処理し、請求書の税額WK-TAX-AMTへ加える
006307     COMPUTE WK-TR-TAX(WK-TR-IDX) ROUNDED =
006308         WK-TR-BASE(WK-TR-IDX) * WK-TR-RATE(WK-TR-IDX).
006310     ADD WK-TR-TAX(WK-TR-IDX) TO WK-TAX-AMT.
006320 LOAD-RATE-MASTER-PROC.
006330*    共通レートマスタ(RATEMAST.DAT)を全件読み込みWK-RT-ENTRYへ
006340*    展開する（SAMPLE06と同じ一本のマスタを参照する）
007090     END-PERFORM.
007100     IF WK-DT-IDX > 4
007110         MOVE 4 TO WK-DT-IDX
007111     END-IF.
007112*    受注残の出荷は元の受注で決まった割引率を適用する
007113     IF WK-RELEASING
007114         COMPUTE WK-DISCOUNT ROUNDED =
007115             WK-SUBTOTAL * WK-REL-DISC-PCT / 100
007116     ELSE
007117*        見積から変換した受注は見積単価で価格が固定済みのため、
007118*        数量割引を重ねない（請求額を見積の金額に合わせる）
007119         MOVE 0 TO WK-QO-FOUND-IDX
007120         PERFORM FIND-QUOTE-ORDER-PROC
007122             VARYING WK-QO-IDX FROM 1 BY 1
007124             UNTIL WK-QO-IDX > WK-QO-COUNT
007126                 OR WK-QO-FOUND-IDX NOT = 0
007129         IF WK-QO-FOUND-IDX NOT = 0
007131             MOVE 0 TO WK-ORDER-DISC-PCT
007133             MOVE 0 TO WK-DISCOUNT
007136         ELSE
007138             MOVE WK-DT-PCT(WK-DT-IDX) TO WK-ORDER-DISC-PCT
007140             COMPUTE WK-DISCOUNT ROUNDED =
007143                 WK-SUBTOTAL * WK-DT-PCT(WK-DT-IDX) / 100
007145         END-IF
007147     END-IF.
007150 WRITE-BATCH-HEADER-PROC.
007160*    バッチ開始日をヘッダーレコードに記録する
007170     CALL 'BUSDATE' USING WK-BH-RUN-DATE.
007180     WRITE BATCH-REC FROM WK-BATCH-HEADER.
007190 WRITE-BATCH-DETAIL-PROC.
007200*    受注ごとのWK-GRAND-TOTALを受注番号付きで明細レコードに
007250     MOVE WK-ORDER-COUNT   TO WK-BT-ORDER-COUNT.
007260     MOVE WK-CONTROL-TOTAL TO WK-BT-CONTROL-TOTAL.
007270     WRITE BATCH-REC FROM WK-BATCH-TRAILER.
007280 LOAD-STOCK-PROC.
007290*    在庫マスタ(STOCKMST.DAT)を全件読み込む（無い場合は在庫管理の
007300*    対象品目なしとして始める）
007310     OPEN INPUT STOCK-MASTER-IO.
007320     IF WK-ST-FILE-STATUS = '35'
007330         SET WK-ST-EOF TO TRUE
007340     ELSE
007350         PERFORM READ-STOCK-PROC
007360             UNTIL WK-ST-EOF
007370         CLOSE STOCK-MASTER-IO
007380     END-IF.
007390 READ-STOCK-PROC.
007400     READ STOCK-MASTER-IO
007410         AT END
007420             SET WK-ST-EOF TO TRUE
007430         NOT AT END
007440             PERFORM STORE-STOCK-PROC
007450     END-READ.
007460 STORE-STOCK-PROC.
007470     IF WK-ST-COUNT < 500
007480         ADD 1 TO WK-ST-COUNT
007490         MOVE ST-ITEM-CD     TO WK-ST-ITEM-CD(WK-ST-COUNT)
007500         MOVE ST-ON-HAND     TO WK-ST-ON-HAND(WK-ST-COUNT)
007510         MOVE ST-ALLOCATED   TO WK-ST-ALLOCATED(WK-ST-COUNT)
007520         MOVE ST-REORDER-PT  TO WK-ST-REORDER-PT(WK-ST-COUNT)
007530         MOVE ST-REORDER-QTY TO WK-ST-REORDER-QTY(WK-ST-COUNT)
007540         MOVE 0              TO WK-ST-BO-ALLOC(WK-ST-COUNT)
007550     ELSE
007560         SET WK-TABLE-FULL TO TRUE
007570     END-IF.
007580 LOAD-BACKORDER-PROC.
007590*    受注残(BACKORD.DAT)を全件読み込む（無い場合は受注残なし）
007600     OPEN INPUT BACKORDER-IO.
007610     IF WK-BO-FILE-STATUS = '35'
007620         SET WK-BO-EOF TO TRUE
007630     ELSE
007640         PERFORM READ-BACKORDER-PROC
007650             UNTIL WK-BO-EOF
007660         CLOSE BACKORDER-IO
007670     END-IF.
007680 READ-BACKORDER-PROC.
007690     READ BACKORDER-IO
007700         AT END
007710             SET WK-BO-EOF TO TRUE
007720         NOT AT END
007730             IF WK-BO-COUNT < 5000
007740                 ADD 1 TO WK-BO-COUNT
007750                 MOVE BACKORDER-REC TO WK-BO-DATA(WK-BO-COUNT)
007760                 MOVE 0 TO WK-BO-ST-IDX(WK-BO-COUNT)
007770             ELSE
007780                 SET WK-TABLE-FULL TO TRUE
007790             END-IF
007800     END-READ.
007810 RECONCILE-ALLOCATION-PROC.
007820*    在庫マスタの引当数を未出荷の受注残の引当済み数量の合計と照合
007830*    する。棚卸修正で引当数が減らされた品目は、新しい受注残から順に
007840*    引当を外して合計を引当数に合わせる（古い受注残の引当を優先
007850*    して残す）。照合後の合計を引当数とする
007860     PERFORM CLEAR-BO-ALLOC-PROC
007870         VARYING WK-ST-IDX FROM 1 BY 1
007880         UNTIL WK-ST-IDX > WK-ST-COUNT.
007890     PERFORM SUM-BO-ALLOC-PROC
007900         VARYING WK-BO-IDX FROM 1 BY 1
007910         UNTIL WK-BO-IDX > WK-BO-COUNT.
007920     PERFORM TRIM-BO-ALLOC-PROC
007930         VARYING WK-BO-IDX FROM WK-BO-COUNT BY -1
007940         UNTIL WK-BO-IDX < 1.
007950     PERFORM SET-ALLOCATED-PROC
007960         VARYING WK-ST-IDX FROM 1 BY 1
007970         UNTIL WK-ST-IDX > WK-ST-COUNT.
007980 CLEAR-BO-ALLOC-PROC.
007990     MOVE 0 TO WK-ST-BO-ALLOC(WK-ST-IDX).
008000 SUM-BO-ALLOC-PROC.
008010*    未出荷の受注残に在庫テーブルの添字を付け、品目別に引当済み
008020*    数量を合計する
008030     IF WK-BO-STATUS(WK-BO-IDX) = 'O'
008040         MOVE WK-BO-ITEM-CD(WK-BO-IDX) TO WK-SEARCH-ITEM-CD
008050         PERFORM FIND-STOCK-PROC
008060         MOVE WK-ST-FOUND-IDX TO WK-BO-ST-IDX(WK-BO-IDX)
008070         IF WK-ST-FOUND-IDX NOT = 0
008080             ADD WK-BO-ALLOC-QTY(WK-BO-IDX)
008090                 TO WK-ST-BO-ALLOC(WK-ST-FOUND-IDX)
008100         END-IF
008110     END-IF.
008120 TRIM-BO-ALLOC-PROC.
008130     IF WK-BO-STATUS(WK-BO-IDX) = 'O'
008140             AND WK-BO-ST-IDX(WK-BO-IDX) NOT = 0
008150         MOVE WK-BO-ST-IDX(WK-BO-IDX) TO WK-ST-IDX
008160         IF WK-ST-BO-ALLOC(WK-ST-IDX) > WK-ST-ALLOCATED(WK-ST-IDX)
008170             COMPUTE WK-TAKE-QTY = WK-ST-BO-ALLOC(WK-ST-IDX)
008180                 - WK-ST-ALLOCATED(WK-ST-IDX)
008190             IF WK-TAKE-QTY > WK-BO-ALLOC-QTY(WK-BO-IDX)
008200                 MOVE WK-BO-ALLOC-QTY(WK-BO-IDX) TO WK-TAKE-QTY
008210             END-IF
008220             SUBTRACT WK-TAKE-QTY FROM WK-BO-ALLOC-QTY(WK-BO-IDX)
008230                 WK-ST-BO-ALLOC(WK-ST-IDX)
008240         END-IF
008250     END-IF.
008260 SET-ALLOCATED-PROC.
008270     IF WK-ST-ALLOCATED(WK-ST-IDX) NOT = WK-ST-BO-ALLOC(WK-ST-IDX)
008280         DISPLAY 'SAMPLE02: ALLOCATED QTY CORRECTED - '
008290             WK-ST-ITEM-CD(WK-ST-IDX) ' '
008300             WK-ST-ALLOCATED(WK-ST-IDX) ' -> '
008310             WK-ST-BO-ALLOC(WK-ST-IDX)
008320         MOVE WK-ST-BO-ALLOC(WK-ST-IDX)
008330             TO WK-ST-ALLOCATED(WK-ST-IDX)
008340     END-IF.
008350 FIND-STOCK-PROC.
008360*    WK-SEARCH-ITEM-CDの在庫テーブルの添字を返す。在庫マスタに無い
008370*    品目は在庫0で追加する（テーブルが満杯の場合は0＝在庫管理の
008380*    対象外として扱う）
008390     MOVE 0 TO WK-ST-FOUND-IDX.
008400     PERFORM FIND-STOCK-STEP-PROC
008410         VARYING WK-ST-IDX FROM 1 BY 1
008420         UNTIL WK-ST-IDX > WK-ST-COUNT
008430             OR WK-ST-FOUND-IDX NOT = 0.
008440     IF WK-ST-FOUND-IDX = 0
008450         IF WK-ST-COUNT < 500
008460             ADD 1 TO WK-ST-COUNT
008470             MOVE WK-SEARCH-ITEM-CD TO WK-ST-ITEM-CD(WK-ST-COUNT)
008480             MOVE 0 TO WK-ST-ON-HAND(WK-ST-COUNT)
008490                       WK-ST-ALLOCATED(WK-ST-COUNT)
008500                       WK-ST-REORDER-PT(WK-ST-COUNT)
008510                       WK-ST-REORDER-QTY(WK-ST-COUNT)
008520                       WK-ST-BO-ALLOC(WK-ST-COUNT)
008530             MOVE WK-ST-COUNT TO WK-ST-FOUND-IDX
008540             DISPLAY 'SAMPLE02: ITEM NOT ON STOCK MASTER - '
008550                 WK-SEARCH-ITEM-CD ' (ADDED WITH NO STOCK)'
008560         ELSE
008570             DISPLAY 'SAMPLE02: STOCK TABLE FULL - ITEM '
008580                 WK-SEARCH-ITEM-CD ' NOT STOCK-CONTROLLED'
008590         END-IF
008600     END-IF.
008610 FIND-STOCK-STEP-PROC.
008620     IF WK-ST-ITEM-CD(WK-ST-IDX) = WK-SEARCH-ITEM-CD
008630         MOVE WK-ST-IDX TO WK-ST-FOUND-IDX
008640     END-IF.
008650 CALC-AVAIL-PROC.
008660*    引当可能数（手持ち在庫数－引当数）を求める
008670     IF WK-ST-ON-HAND(WK-ST-FOUND-IDX)
008680             > WK-ST-ALLOCATED(WK-ST-FOUND-IDX)
008690         COMPUTE WK-AVAIL-QTY = WK-ST-ON-HAND(WK-ST-FOUND-IDX)
008700             - WK-ST-ALLOCATED(WK-ST-FOUND-IDX)
008710     ELSE
008720         MOVE 0 TO WK-AVAIL-QTY
008730     END-IF.
008740 ALLOCATE-LINE-PROC.
008750*    明細1行分の在庫を引当可能数の範囲で仮引当し、WK-LI-QTYを出荷
008760*    できる数量に置き換える（不足分は受注を受け付けた時点で受注残
008770*    になる）
008780     MOVE WK-LI-QTY(WK-LI-IDX) TO WK-LS-ORDER-QTY(WK-LI-IDX).
008790     MOVE 0 TO WK-LS-SHORT-QTY(WK-LI-IDX) WK-LS-ST-IDX(WK-LI-IDX).
008800     IF OI-LI-ITEM-CD(WK-LI-IDX) NOT = SPACES
008810         MOVE OI-LI-ITEM-CD(WK-LI-IDX) TO WK-SEARCH-ITEM-CD
008820         PERFORM FIND-STOCK-PROC
008830         IF WK-ST-FOUND-IDX NOT = 0
008840             MOVE WK-ST-FOUND-IDX TO WK-LS-ST-IDX(WK-LI-IDX)
008850             PERFORM CALC-AVAIL-PROC
008860             IF WK-AVAIL-QTY < WK-LI-QTY(WK-LI-IDX)
008870                 COMPUTE WK-LS-SHORT-QTY(WK-LI-IDX) =
008880                     WK-LI-QTY(WK-LI-IDX) - WK-AVAIL-QTY
008890                 MOVE WK-AVAIL-QTY TO WK-LI-QTY(WK-LI-IDX)
008900             END-IF
008910             ADD WK-LI-QTY(WK-LI-IDX)
008920                 TO WK-ST-ALLOCATED(WK-ST-FOUND-IDX)
008930             ADD WK-LS-SHORT-QTY(WK-LI-IDX) TO WK-SHORT-QTY
008940             SET WK-ALLOC-DONE TO TRUE
008950         END-IF
008960     END-IF.
008970 CANCEL-ALLOCATION-PROC.
008980*    保留となった受注の仮引当を戻す
008990     IF WK-LS-ST-IDX(WK-LI-IDX) NOT = 0
009000         MOVE WK-LS-ST-IDX(WK-LI-IDX) TO WK-ST-IDX
009010         SUBTRACT WK-LI-QTY(WK-LI-IDX)
009020             FROM WK-ST-ALLOCATED(WK-ST-IDX)
009030     END-IF.
009040 COMMIT-STOCK-PROC.
009050*    受け付けた明細1行分の引当数を出庫として手持ち在庫数から落とし、
009060*    受払履歴へ記録する。在庫不足の数量は受注残へ追加する
009070     IF WK-LS-ST-IDX(WK-LI-IDX) NOT = 0
009080         MOVE WK-LS-ST-IDX(WK-LI-IDX) TO WK-ST-IDX
009090         SUBTRACT WK-LI-QTY(WK-LI-IDX)
009100             FROM WK-ST-ON-HAND(WK-ST-IDX)
009110                  WK-ST-ALLOCATED(WK-ST-IDX)
009120         IF WK-LI-QTY(WK-LI-IDX) > 0
009130             PERFORM WRITE-STOCK-MOVE-PROC
009140         END-IF
009150         IF WK-LS-SHORT-QTY(WK-LI-IDX) > 0
009160             PERFORM ADD-BACKORDER-PROC
009170         END-IF
009180     END-IF.
009190 WRITE-STOCK-MOVE-PROC.
009200*    出荷1件を受払履歴へ追記する（受注残の出荷はBS、それ以外はSH）
009210     MOVE WK-RUN-DATE TO SM-MOVE-DATE.
009220     MOVE WK-ST-ITEM-CD(WK-ST-IDX) TO SM-ITEM-CD.
009230     IF WK-RELEASING
009240         MOVE 'BS' TO SM-TYPE
009250     ELSE
009260         MOVE 'SH' TO SM-TYPE
009270     END-IF.
009280     MOVE 0 TO SM-IN-QTY.
009290     MOVE WK-LI-QTY(WK-LI-IDX) TO SM-OUT-QTY.
009300     MOVE WK-ST-ON-HAND(WK-ST-IDX) TO SM-ON-HAND.
009310     MOVE OI-CUST-CD  TO SM-REF.
009320     MOVE OI-ORDER-NO TO SM-ORDER-NO.
009330     MOVE 'SAMPLE02'  TO SM-PGM.
009340     WRITE STOCK-MOVE-REC.
009350 ADD-BACKORDER-PROC.
009360*    在庫不足の数量を受注残として追加する（単価・品目区分・割引率は
009370*    元の受注のまま、出荷時に請求する）
009380     IF WK-BO-COUNT < 5000
009390         ADD 1 TO WK-BO-COUNT
009400         ADD 1 TO WK-BO-NEW-CT
009410         INITIALIZE WK-BO-DATA(WK-BO-COUNT)
009420         MOVE OI-ORDER-NO   TO WK-BO-ORDER-NO(WK-BO-COUNT)
009430         MOVE WK-LI-IDX     TO WK-BO-LINE-NO(WK-BO-COUNT)
009440         MOVE OI-ORDER-DATE TO WK-BO-ORDER-DATE(WK-BO-COUNT)
009450         MOVE OI-CUST-CD    TO WK-BO-CUST-CD(WK-BO-COUNT)
009460         MOVE OI-SALES-EMP  TO WK-BO-SALES-EMP(WK-BO-COUNT)
009470         MOVE WK-ST-ITEM-CD(WK-ST-IDX)
009480             TO WK-BO-ITEM-CD(WK-BO-COUNT)
009490         MOVE WK-LI-PRICE(WK-LI-IDX)
009500             TO WK-BO-PRICE(WK-BO-COUNT)
009510         MOVE WK-LI-CAT(WK-LI-IDX) TO WK-BO-CAT(WK-BO-COUNT)
009520         MOVE OI-PRICE      TO WK-BO-HDR-PRICE(WK-BO-COUNT)
009530         MOVE WK-ORDER-DISC-PCT TO WK-BO-DISC-PCT(WK-BO-COUNT)
009540         MOVE WK-LS-SHORT-QTY(WK-LI-IDX)
009550             TO WK-BO-QTY(WK-BO-COUNT)
009560         MOVE 0             TO WK-BO-ALLOC-QTY(WK-BO-COUNT)
009570         MOVE 'O'           TO WK-BO-STATUS(WK-BO-COUNT)
009580         MOVE WK-RUN-DATE   TO WK-BO-CREATE-DATE(WK-BO-COUNT)
009590         MOVE WK-ST-IDX     TO WK-BO-ST-IDX(WK-BO-COUNT)
009600     ELSE
009610         DISPLAY 'SAMPLE02: BACKORDER TABLE FULL - ORDER '
009620             OI-ORDER-NO ' LINE ' WK-LI-IDX ' QTY '
009630             WK-LS-SHORT-QTY(WK-LI-IDX) ' NOT KEPT'
009640     END-IF.
009650 RELEASE-BACKORDER-PROC.
009660*    未出荷の受注残1件に引当可能数を引き当て、全量を引き当てた
009670*    受注残を出荷する。一部しか引き当てられない受注残は引当を
009680*    保持したまま次の入荷を待つ（後の受注に先を越されない）
009690     IF WK-BO-STATUS(WK-BO-IDX) = 'O'
009700             AND WK-BO-ST-IDX(WK-BO-IDX) NOT = 0
009710         MOVE WK-BO-ST-IDX(WK-BO-IDX) TO WK-ST-FOUND-IDX
009720         PERFORM CALC-AVAIL-PROC
009730         COMPUTE WK-NEED-QTY = WK-BO-QTY(WK-BO-IDX)
009740             - WK-BO-ALLOC-QTY(WK-BO-IDX)
009750         IF WK-AVAIL-QTY < WK-NEED-QTY
009760             MOVE WK-AVAIL-QTY TO WK-TAKE-QTY
009770         ELSE
009780             MOVE WK-NEED-QTY TO WK-TAKE-QTY
009790         END-IF
009800         ADD WK-TAKE-QTY TO WK-BO-ALLOC-QTY(WK-BO-IDX)
009810             WK-ST-ALLOCATED(WK-ST-FOUND-IDX)
009820         IF WK-BO-ALLOC-QTY(WK-BO-IDX) = WK-BO-QTY(WK-BO-IDX)
009830             PERFORM SHIP-BACKORDER-PROC
009840         END-IF
009850     END-IF.
009860 SHIP-BACKORDER-PROC.
009870*    全量を引き当てた受注残を1明細の受注として組み立て、新しい受注
009880*    番号で顧客・与信の検査から請求まで通常の受注と同じ処理を通す。
009890*    不合格の場合は引当を保持したまま受注残に残し、次回また出荷を
009900*    試みる
009910     INITIALIZE ORDER-IN-REC.
009920     MOVE WK-BO-ORDER-DATE(WK-BO-IDX) TO OI-ORDER-DATE.
009930     MOVE WK-BO-CUST-CD(WK-BO-IDX)    TO OI-CUST-CD.
009940     MOVE WK-BO-HDR-PRICE(WK-BO-IDX)  TO OI-PRICE.
009950     MOVE 1                           TO OI-LINE-COUNT.
009960     MOVE WK-BO-PRICE(WK-BO-IDX)      TO OI-LI-PRICE(1).
009970     MOVE WK-BO-QTY(WK-BO-IDX)        TO OI-LI-QTY(1).
009980     MOVE WK-BO-CAT(WK-BO-IDX)        TO OI-LI-CAT(1).
009990     MOVE WK-BO-ITEM-CD(WK-BO-IDX)    TO OI-LI-ITEM-CD(1).
010000     MOVE WK-BO-SALES-EMP(WK-BO-IDX)  TO OI-SALES-EMP.
010010     COMPUTE OI-ORDER-NO = WK-LAST-ORDER-NO + 1.
010020     MOVE WK-BO-QTY(WK-BO-IDX)        TO WK-LS-ORDER-QTY(1).
010030     MOVE 0                           TO WK-LS-SHORT-QTY(1).
010040     MOVE WK-BO-ST-IDX(WK-BO-IDX)     TO WK-LS-ST-IDX(1).
010050     MOVE WK-BO-DISC-PCT(WK-BO-IDX)   TO WK-REL-DISC-PCT.
010060     MOVE WK-BO-ORDER-NO(WK-BO-IDX)   TO WK-ORIG-ORDER-NO.
010070     SET WK-RELEASING TO TRUE.
010080     PERFORM CHECK-ORDER-PROC.
010090     IF WK-FAIL-CD = 00
010100         PERFORM ACCEPT-ORDER-PROC
010110         MOVE 'R'         TO WK-BO-STATUS(WK-BO-IDX)
010120         MOVE WK-RUN-DATE TO WK-BO-RELEASE-DATE(WK-BO-IDX)
010130         MOVE OI-ORDER-NO TO WK-BO-SHIP-ORDER-NO(WK-BO-IDX)
010140         MOVE OI-ORDER-NO TO WK-LAST-ORDER-NO
010150         ADD 1 TO WK-BO-REL-CT
010160     ELSE
010170         PERFORM CUSTOMER-NG-DISPATCH-PROC
010180         DISPLAY 'SAMPLE02: BACKORDER ' WK-BO-ORDER-NO(WK-BO-IDX)
010190             '-' WK-BO-LINE-NO(WK-BO-IDX) ' NOT SHIPPED - CODE '
010200             WK-FAIL-CD ' (STOCK STAYS ALLOCATED)'
010210         ADD 1 TO WK-BO-HELD-CT
010220     END-IF.
010230     MOVE 'N' TO WK-RELEASE-SW.
010240     MOVE 0   TO WK-ORIG-ORDER-NO.
010250 REWRITE-STOCK-PROC.
010260*    出庫・引当を反映した在庫マスタを全件書き戻す
010270     IF WK-ST-COUNT > 0
010280         OPEN OUTPUT STOCK-MASTER-IO
010290         PERFORM WRITE-STOCK-ENTRY-PROC
010300             VARYING WK-ST-IDX FROM 1 BY 1
010310             UNTIL WK-ST-IDX > WK-ST-COUNT
010320         CLOSE STOCK-MASTER-IO
010330     END-IF.
010340 WRITE-STOCK-ENTRY-PROC.
010350     MOVE WK-ST-ITEM-CD(WK-ST-IDX)     TO ST-ITEM-CD.
010360     MOVE WK-ST-ON-HAND(WK-ST-IDX)     TO ST-ON-HAND.
010370     MOVE WK-ST-ALLOCATED(WK-ST-IDX)   TO ST-ALLOCATED.
010380     MOVE WK-ST-REORDER-PT(WK-ST-IDX)  TO ST-REORDER-PT.
010390     MOVE WK-ST-REORDER-QTY(WK-ST-IDX) TO ST-REORDER-QTY.
010400     WRITE STOCK-MASTER-REC.
010410 REWRITE-BACKORDER-PROC.
010420*    新規・出荷済みの受注残を反映して全件書き戻す
010430     IF WK-BO-COUNT > 0
010440         OPEN OUTPUT BACKORDER-IO
010450         PERFORM WRITE-BACKORDER-ENTRY-PROC
010460             VARYING WK-BO-IDX FROM 1 BY 1
010470             UNTIL WK-BO-IDX > WK-BO-COUNT
010480         CLOSE BACKORDER-IO
010490     END-IF.
010500 WRITE-BACKORDER-ENTRY-PROC.
010510     MOVE WK-BO-DATA(WK-BO-IDX) TO BACKORDER-REC.
010520     WRITE BACKORDER-REC.
010530 LOAD-ORDER-NO-PROC.
010540*    最終採番済みの受注番号を読み込む（受注残の出荷に続きの番号を
010550*    使う。ファイルが無い場合は0から）
010560     OPEN INPUT ORDER-NO-CONTROL-IO.
010570     IF WK-ON-FILE-STATUS = '35'
010580         MOVE 0 TO WK-LAST-ORDER-NO
010590     ELSE
010600         READ ORDER-NO-CONTROL-IO
010610             AT END
010620                 MOVE 0 TO WK-LAST-ORDER-NO
010630             NOT AT END
010640                 MOVE ON-LAST-NO TO WK-LAST-ORDER-NO
010650         END-READ
010660         CLOSE ORDER-NO-CONTROL-IO
010670     END-IF.
010680 SAVE-ORDER-NO-PROC.
010690*    受注残の出荷で採番した最終番号を書き戻す（次のORDEDITは
010700*    この続きから採番する）
010710     OPEN OUTPUT ORDER-NO-CONTROL-IO.
010720     MOVE WK-LAST-ORDER-NO TO ON-LAST-NO.
010730     WRITE ORDER-NO-CONTROL-REC.
010740     CLOSE ORDER-NO-CONTROL-IO.
