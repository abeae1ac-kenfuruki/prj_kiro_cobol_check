000124*                             TAXLOAD（外部マスタTAXBRKT.DAT）へ
000125*                             置き換え（SAMPLE01との税率不一致の
000126*                             防止。対象期間別の効力選択付き）
000127*  2026-10-15  SYSTEMS-GROUP  社員マスタへの部門コード追加（60バイト
000128*                             化）にレコード定義を追随
000129*----------------------------------------------------------------
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360     SELECT PAYROLL-CONTROL-OUT ASSIGN TO 'PAYCTRL.DAT'
000370         ORGANIZATION IS LINE SEQUENTIAL
000374         FILE STATUS IS WK-PC-FILE-STATUS.
000378*    支給期間マスタ（調整対象期間の開始日を控除・手当の効力
000379*    判定の基準日に使う）
000380     SELECT PAY-PERIOD-IN ASSIGN TO 'PAYPERD.DAT'
000510   05 EM-AGE           PIC 9(03).
000520   05 EM-SALARY        PIC 9(07).
000530   05 EM-SITE-CD       PIC X(03).
000531   05 EM-DEPT-CD       PIC X(05).
000532   05 FILLER           PIC X(17).
000540 FD  PAY-HIST-IN.
000550 01 PAY-HIST-REC.
000555*  給与計算履歴の索引マスタの1件（PAYHLOADのレイアウトと同期）
000769   05 PP-START-DATE    PIC 9(08).
000770   05 PP-END-DATE      PIC 9(08).
000771   05 PP-STATUS        PIC X(01).
000775 FD  DED-XREF-MASTER.
000780 01 DED-XREF-REC.
000790   05 DX-EMP-ID        PIC 9(05).
000800   05 DX-CODE          PIC X(04).
002517                 PERFORM RECALC-PROC
002520                 PERFORM WRITE-ADJ-SLIP-PROC
002530                 PERFORM ACCUMULATE-ADJ-PROC
002531                 ADD 1 TO WK-ADJ-COUNT
002532             END-IF
002533         END-IF
002534     END-IF.
002535 LOAD-PERIOD-CLOSE-PROC.
002536*    締め済み期間の一覧(PERDCLS.DAT)を読み込む。ファイルが無い
002537*    場合は締め済みの期間なしとして扱う
002538     OPEN INPUT PERIOD-CLOSE-IN.
002539     IF WK-CL-FILE-STATUS = '35'
002540         SET WK-CL-EOF TO TRUE
002541     ELSE
002542         PERFORM READ-PERIOD-CLOSE-PROC
002543             UNTIL WK-CL-EOF
002544         CLOSE PERIOD-CLOSE-IN
002545     END-IF.
002546 READ-PERIOD-CLOSE-PROC.
002547     READ PERIOD-CLOSE-IN
002548         AT END
002550             SET WK-CL-EOF TO TRUE
002551         NOT AT END
002552             IF WK-CL-COUNT < 48 AND CL-STATUS = 'C'
002553                 ADD 1 TO WK-CL-COUNT
002554                 MOVE CL-PERIOD-ID
002555                     TO WK-CL-PERIOD-ID(WK-CL-COUNT)
002556             END-IF
002557     END-READ.
002558 CHECK-PERIOD-CLOSED-PROC.
002559*    対象期間が締め済みかを判定する（添字を返す。0=未締め）
002560     MOVE 0 TO WK-CL-FOUND-IDX.
002561     PERFORM CHECK-PERIOD-CLOSED-STEP-PROC
002562         VARYING WK-CL-IDX FROM 1 BY 1
002563         UNTIL WK-CL-IDX > WK-CL-COUNT
002564             OR WK-CL-FOUND-IDX NOT = 0.
002565 CHECK-PERIOD-CLOSED-STEP-PROC.
002566     IF WK-CL-PERIOD-ID(WK-CL-IDX) = AJ-PERIOD-ID
002567         MOVE WK-CL-IDX TO WK-CL-FOUND-IDX
002568     END-IF.
002570 OPEN-PAY-HIST-PROC.
002575*    給与計算履歴の索引マスタを開く。ファイルが無い場合は全指示
002580*    が「支払済みレコードなし」として却下される（PAYHLOADで
003922     IF WK-PP-PERIOD-ID(WK-PP-IDX) = AJ-PERIOD-ID
003923         MOVE WK-PP-IDX TO WK-PP-FOUND-IDX
003924     END-IF.
003925 LOAD-DED-XREF-PROC.
003926*    社員別適用対照表(DEDXREF.DAT)を全件読み込む（SAMPLE01と同じ。
003927*    ファイルが無い場合は'X'の項目は誰にも適用しない）
003928     OPEN INPUT DED-XREF-MASTER.
003930     IF WK-DX-FILE-STATUS = '35'
003940         SET WK-DX-EOF TO TRUE
003950     ELSE
004421                 > WK-DD-EFF(WK-DD-IDX)
004422         MOVE 'N' TO WK-ROW-IN-FORCE-SW
004423     END-IF.
004425 FIND-DED-XREF-PROC.
004427*    当該社員と控除・手当コードの組が対照表にあるかを検索する
004430     MOVE 0 TO WK-DX-FOUND-IDX.
004440     PERFORM FIND-DED-XREF-STEP-PROC
004450         VARYING WK-DX-IDX FROM 1 BY 1
