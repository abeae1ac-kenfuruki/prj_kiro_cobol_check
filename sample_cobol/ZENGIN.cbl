000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ZENGIN.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  全銀協フォーマット（120バイト）の
000080*                             振込ファイル作成ルーチンを新規作成
000090*                             （ヘッダー・データ・トレーラー・
000100*                             エンドの各レコードを出力する共通
000110*                             サブプログラム。振込指定日は支給日
000120*                             からBIZDAYで営業日へ寄せて決める）
000130*----------------------------------------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170*    全銀協フォーマットの振込ファイル（呼び出し元がファイル名を
000180*    指定する。銀行のアップロードツールへそのまま渡す）
000190     SELECT ZENGIN-OUT ASSIGN USING WK-ZG-FILE-NAME
000200         ORGANIZATION IS LINE SEQUENTIAL
000210         FILE STATUS IS WK-ZG-FILE-STATUS.
000220*    依頼人情報（委託者コード・委託者名・引落口座。運用側が
000230*    銀行との契約内容に合わせて置く）
000240     SELECT ZENGIN-CONTROL-IN ASSIGN TO 'ZENGIN.CTL'
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS WK-ZC-FILE-STATUS.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  ZENGIN-OUT.
000300 01 ZENGIN-REC         PIC X(120).
000310 FD  ZENGIN-CONTROL-IN.
000320 01 ZENGIN-CONTROL-REC.
000330   05 ZC-CLIENT-CD     PIC 9(10).
000340   05 ZC-CLIENT-NAME   PIC X(40).
000350   05 ZC-BANK-CD       PIC 9(04).
000360   05 ZC-BANK-NAME     PIC X(15).
000370   05 ZC-BRANCH-CD     PIC 9(03).
000380   05 ZC-BRANCH-NAME   PIC X(15).
000390   05 ZC-ACCT-TYPE     PIC 9(01).
000400   05 ZC-ACCT-NO       PIC 9(07).
000410 WORKING-STORAGE SECTION.
000420 01 WK-FLAGS.
000430   05 WK-ZG-FILE-STATUS PIC X(02).
000440   05 WK-ZC-FILE-STATUS PIC X(02).
000450   05 WK-ZG-OPEN-SW    PIC X(01) VALUE 'N'.
000460     88 WK-ZG-OPEN         VALUE 'Y'.
000470   05 WK-ZG-FILE-NAME  PIC X(20).
000480*--- BIZDAY呼び出し用ワーク ---
000490 01 WK-BIZDAY-AREA.
000500   05 WK-BD-DIRECTION  PIC X(01).
000510   05 WK-BD-RETURN-CD  PIC 9(02).
000520*--- ヘッダーレコード（データ区分1）---
000530 01 WK-ZG-HEADER.
000540   05 FILLER           PIC X(01) VALUE '1'.
000550   05 WK-ZH-KIND       PIC X(02).
000560   05 FILLER           PIC X(01) VALUE '0'.
000570   05 WK-ZH-CLIENT-CD  PIC 9(10).
000580   05 WK-ZH-CLIENT-NAME PIC X(40).
000590   05 WK-ZH-VALUE-MMDD PIC 9(04).
000600   05 WK-ZH-BANK-CD    PIC 9(04).
000610   05 WK-ZH-BANK-NAME  PIC X(15).
000620   05 WK-ZH-BRANCH-CD  PIC 9(03).
000630   05 WK-ZH-BRANCH-NAME PIC X(15).
000640   05 WK-ZH-ACCT-TYPE  PIC 9(01).
000650   05 WK-ZH-ACCT-NO    PIC 9(07).
000660   05 FILLER           PIC X(17) VALUE SPACES.
000670*--- データレコード（データ区分2。1口座1件）---
000680 01 WK-ZG-DATA.
000690   05 FILLER           PIC X(01) VALUE '2'.
000700   05 WK-ZD-BANK-CD    PIC X(04).
000710   05 WK-ZD-BANK-NAME  PIC X(15) VALUE SPACES.
000720   05 WK-ZD-BRANCH-CD  PIC X(03).
000730   05 WK-ZD-BRANCH-NAME PIC X(15) VALUE SPACES.
000740   05 WK-ZD-CLEARING   PIC X(04) VALUE SPACES.
000750   05 WK-ZD-ACCT-TYPE  PIC 9(01) VALUE 1.
000760   05 WK-ZD-ACCT-NO    PIC X(07).
000770   05 WK-ZD-PAYEE-NAME PIC X(30).
000780   05 WK-ZD-AMOUNT     PIC 9(10).
000790   05 FILLER           PIC X(01) VALUE '0'.
000800   05 WK-ZD-CUST-CD1   PIC X(10).
000810   05 WK-ZD-CUST-CD2   PIC X(10) VALUE SPACES.
000820   05 FILLER           PIC X(01) VALUE SPACE.
000830   05 FILLER           PIC X(01) VALUE SPACE.
000840   05 FILLER           PIC X(07) VALUE SPACES.
000850*--- トレーラーレコード（データ区分8）---
000860 01 WK-ZG-TRAILER.
000870   05 FILLER           PIC X(01) VALUE '8'.
000880   05 WK-ZT-COUNT      PIC 9(06).
000890   05 WK-ZT-TOTAL      PIC 9(12).
000900   05 FILLER           PIC X(101) VALUE SPACES.
000910*--- エンドレコード（データ区分9）---
000920 01 WK-ZG-END.
000930   05 FILLER           PIC X(01) VALUE '9'.
000940   05 FILLER           PIC X(119) VALUE SPACES.
000950 LINKAGE SECTION.
000960*  機能（O=新規作成・ヘッダー出力、E=追記で開く〔中断後の再開。
000970*        ヘッダーは出力済み〕、D=データ1件出力、C=トレーラー・
000980*        エンドを出力して閉じる）
000990 01 LK-ZG-FUNC         PIC X(01).
001000 01 LK-ZG-FILE-NAME    PIC X(20).
001010 01 LK-ZG-AREA.
001020*  種別コード（11=給与振込、12=賞与振込、21=総合振込）
001030   05 LK-ZG-KIND       PIC X(02).
001040*  支給日（O/Eで指定する）と、営業日へ寄せた振込指定日（返却）
001050   05 LK-ZG-PAY-DATE   PIC 9(08).
001060   05 LK-ZG-DIRECTION  PIC X(01).
001070   05 LK-ZG-VALUE-DATE PIC 9(08).
001080*  データ1件分の振込先と金額（Dで指定する）
001090   05 LK-ZG-BANK-CD    PIC X(04).
001100   05 LK-ZG-BRANCH-CD  PIC X(03).
001110   05 LK-ZG-ACCT-NO    PIC X(07).
001120   05 LK-ZG-PAYEE-NAME PIC X(30).
001130   05 LK-ZG-CUST-CD    PIC X(10).
001140   05 LK-ZG-AMOUNT     PIC 9(10).
001150*  合計件数・合計金額（Cで指定する。再開実行でも全件の合計と
001160*  なるよう呼び出し元の累計を渡す）
001170   05 LK-ZG-COUNT      PIC 9(06).
001180   05 LK-ZG-TOTAL      PIC 9(12).
001190*  結果コード（00=正常、10=振込指定日を営業日へ移動した、
001200*  90=依頼人情報が無いため作成しない）
001210 01 LK-ZG-RETURN-CD    PIC 9(02).
001220 PROCEDURE DIVISION USING LK-ZG-FUNC LK-ZG-FILE-NAME
001230     LK-ZG-AREA LK-ZG-RETURN-CD.
001240 MAIN-PROC.
001250*    機能コードに従って全銀協フォーマットの振込ファイルを作成
001260*    する。ファイルは呼び出しをまたいで開いたままとし、Cで閉じる
001270     MOVE 00 TO LK-ZG-RETURN-CD.
001280     EVALUATE LK-ZG-FUNC
001290         WHEN 'O'
001300         WHEN 'E'
001310             PERFORM OPEN-ZENGIN-PROC
001320         WHEN 'D'
001330             PERFORM WRITE-DATA-PROC
001340         WHEN 'C'
001350             PERFORM CLOSE-ZENGIN-PROC
001360         WHEN OTHER
001370             MOVE 90 TO LK-ZG-RETURN-CD
001380     END-EVALUATE.
001390     GOBACK.
001400 OPEN-ZENGIN-PROC.
001410*    依頼人情報を読み込み、振込指定日を営業日へ寄せてから
001420*    ファイルを開く。新規作成(O)のときだけヘッダーを出力する
001430*    （方向の指定が無ければ前営業日へ前倒しする）
001440     MOVE LK-ZG-DIRECTION TO WK-BD-DIRECTION.
001450     IF WK-BD-DIRECTION = SPACE
001460         MOVE 'B' TO WK-BD-DIRECTION
001470     END-IF.
001480     CALL 'BIZDAY' USING LK-ZG-PAY-DATE WK-BD-DIRECTION
001490         LK-ZG-VALUE-DATE WK-BD-RETURN-CD.
001500     IF WK-BD-RETURN-CD = 10
001510         MOVE 10 TO LK-ZG-RETURN-CD
001520     END-IF.
001530     OPEN INPUT ZENGIN-CONTROL-IN.
001540     IF WK-ZC-FILE-STATUS = '35'
001550         MOVE 90 TO LK-ZG-RETURN-CD
001560     ELSE
001570         READ ZENGIN-CONTROL-IN
001580             AT END
001590                 MOVE 90 TO LK-ZG-RETURN-CD
001600         END-READ
001610         CLOSE ZENGIN-CONTROL-IN
001620     END-IF.
001630     IF LK-ZG-RETURN-CD NOT = 90
001640         MOVE LK-ZG-FILE-NAME TO WK-ZG-FILE-NAME
001650         IF LK-ZG-FUNC = 'E'
001660             OPEN EXTEND ZENGIN-OUT
001670             IF WK-ZG-FILE-STATUS = '35'
001680                 OPEN OUTPUT ZENGIN-OUT
001690                 PERFORM WRITE-HEADER-PROC
001700             END-IF
001710         ELSE
001720             OPEN OUTPUT ZENGIN-OUT
001730             PERFORM WRITE-HEADER-PROC
001740         END-IF
001750         SET WK-ZG-OPEN TO TRUE
001760     END-IF.
001770 WRITE-HEADER-PROC.
001780*    ヘッダー：種別・委託者・振込指定日(MMDD)・引落口座
001790     MOVE LK-ZG-KIND         TO WK-ZH-KIND.
001800     MOVE ZC-CLIENT-CD       TO WK-ZH-CLIENT-CD.
001810     MOVE ZC-CLIENT-NAME     TO WK-ZH-CLIENT-NAME.
001820     MOVE LK-ZG-VALUE-DATE(5:4) TO WK-ZH-VALUE-MMDD.
001830     MOVE ZC-BANK-CD         TO WK-ZH-BANK-CD.
001840     MOVE ZC-BANK-NAME       TO WK-ZH-BANK-NAME.
001850     MOVE ZC-BRANCH-CD       TO WK-ZH-BRANCH-CD.
001860     MOVE ZC-BRANCH-NAME     TO WK-ZH-BRANCH-NAME.
001870     MOVE ZC-ACCT-TYPE       TO WK-ZH-ACCT-TYPE.
001880     MOVE ZC-ACCT-NO         TO WK-ZH-ACCT-NO.
001890     WRITE ZENGIN-REC FROM WK-ZG-HEADER.
001900 WRITE-DATA-PROC.
001910*    データ1件：被仕向銀行・支店・口座番号（普通預金）・受取人名・
001920*    金額・顧客コード（社員番号）
001930     IF NOT WK-ZG-OPEN
001940         MOVE 90 TO LK-ZG-RETURN-CD
001950     ELSE
001960         MOVE LK-ZG-BANK-CD    TO WK-ZD-BANK-CD
001970         MOVE LK-ZG-BRANCH-CD  TO WK-ZD-BRANCH-CD
001980         MOVE LK-ZG-ACCT-NO    TO WK-ZD-ACCT-NO
001990         MOVE LK-ZG-PAYEE-NAME TO WK-ZD-PAYEE-NAME
002000         MOVE LK-ZG-AMOUNT     TO WK-ZD-AMOUNT
002010         MOVE LK-ZG-CUST-CD    TO WK-ZD-CUST-CD1
002020         WRITE ZENGIN-REC FROM WK-ZG-DATA
002030     END-IF.
002040 CLOSE-ZENGIN-PROC.
002050*    トレーラー（合計件数・合計金額）とエンドを出力して閉じる
002060     IF NOT WK-ZG-OPEN
002070         MOVE 90 TO LK-ZG-RETURN-CD
002080     ELSE
002090         MOVE LK-ZG-COUNT TO WK-ZT-COUNT
002100         MOVE LK-ZG-TOTAL TO WK-ZT-TOTAL
002110         WRITE ZENGIN-REC FROM WK-ZG-TRAILER
002120         WRITE ZENGIN-REC FROM WK-ZG-END
002130         CLOSE ZENGIN-OUT
002140         MOVE 'N' TO WK-ZG-OPEN-SW
002150     END-IF.
