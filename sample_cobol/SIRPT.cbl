000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SIRPT.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  社会保険料の月次納付一覧を新規作成
000080*                             （SAMPLE01が出力するSICONTR.DATから
000090*                             指定期間の保険種別ごとの人数・本人
000092*                             負担・会社負担・納付額を印字する）
000095*  2026-10-15  SYSTEMS-GROUP  実行日を業務日付(BUSDATE)から取得
000097*                             するよう変更（再実行・遅れ処理で
000100*                             処理対象の業務日を使う）
000110*----------------------------------------------------------------
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150*    対象期間の指定（無い場合はファイル中の最新の期間）
000160     SELECT SIRPT-CONTROL-IN ASSIGN TO 'SIRPT.CTL'
000170         ORGANIZATION IS LINE SEQUENTIAL
000180         FILE STATUS IS WK-CT-FILE-STATUS.
000190     SELECT SI-CONTRIB-IN ASSIGN TO 'SICONTR.DAT'
000200         ORGANIZATION IS LINE SEQUENTIAL
000210         FILE STATUS IS WK-SC-FILE-STATUS.
000220     SELECT REMIT-REPORT-OUT ASSIGN TO 'SIREMIT.RPT'
000230         ORGANIZATION IS LINE SEQUENTIAL.
000240 DATA DIVISION.
000250 FILE SECTION.
000260 FD  SIRPT-CONTROL-IN.
000270 01 SIRPT-CONTROL-REC.
000280   05 CT-PERIOD-ID     PIC X(06).
000290 FD  SI-CONTRIB-IN.
000300 01 SI-CONTRIB-REC.
000310   05 SC-PERIOD-ID     PIC 9(06).
000320   05 SC-TYPE          PIC X(04).
000330   05 SC-NAME          PIC X(10).
000340   05 SC-HEADCOUNT     PIC 9(05).
000350   05 SC-EMPE-AMT      PIC 9(09).
000360   05 SC-EMPLR-AMT     PIC 9(09).
000370 FD  REMIT-REPORT-OUT.
000380 01 REMIT-REPORT-REC   PIC X(80).
000390 WORKING-STORAGE SECTION.
000400 01 WK-FLAGS.
000410   05 WK-CT-FILE-STATUS PIC X(02).
000420   05 WK-SC-FILE-STATUS PIC X(02).
000430   05 WK-SC-EOF-SW     PIC X(01) VALUE 'N'.
000440     88 WK-SC-EOF          VALUE 'Y'.
000450*--- 対象期間と件数 ---
000460 01 WK-RUN-AREA.
000470   05 WK-RUN-DATE      PIC 9(08).
000480   05 WK-PERIOD-ID     PIC 9(06) VALUE 0.
000490   05 WK-LINE-CT       PIC 9(03) VALUE 0.
000500*--- 納付額の合計 ---
000510 01 WK-TOTALS.
000520   05 WK-TOT-EMPE      PIC 9(10) VALUE 0.
000530   05 WK-TOT-EMPLR     PIC 9(10) VALUE 0.
000540   05 WK-TOT-REMIT     PIC 9(10) VALUE 0.
000550   05 WK-TYPE-REMIT    PIC 9(10).
000560*--- 納付一覧の各行 ---
000570 01 WK-RPT-TITLE.
000580   05 FILLER           PIC X(36)
000590       VALUE 'SOCIAL INSURANCE REMITTANCE  PERIOD '.
000600   05 WK-RH-PERIOD-ID  PIC 9(06).
000610   05 FILLER           PIC X(08) VALUE '  RUN : '.
000620   05 WK-RH-RUN-DATE   PIC 9(08).
000630 01 WK-RPT-COLUMNS.
000640   05 FILLER           PIC X(40)
000650       VALUE 'TYPE NAME        HEADS    EMPLOYEE     '.
000660   05 FILLER           PIC X(26)
000670       VALUE 'EMPLOYER         REMIT'.
000680 01 WK-RPT-RULE.
000690   05 FILLER           PIC X(68) VALUE ALL '-'.
000700 01 WK-RPT-DETAIL.
000710   05 WK-RD-TYPE       PIC X(04).
000720   05 FILLER           PIC X(01) VALUE SPACE.
000730   05 WK-RD-NAME       PIC X(10).
000740   05 FILLER           PIC X(01) VALUE SPACE.
000750   05 WK-RD-HEADS      PIC ZZZZ9.
000760   05 FILLER           PIC X(02) VALUE SPACES.
000770   05 WK-RD-EMPE       PIC ZZZ,ZZZ,ZZ9.
000780   05 FILLER           PIC X(02) VALUE SPACES.
000790   05 WK-RD-EMPLR      PIC ZZZ,ZZZ,ZZ9.
000800   05 FILLER           PIC X(02) VALUE SPACES.
000810   05 WK-RD-REMIT      PIC Z,ZZZ,ZZZ,ZZ9.
000820 01 WK-RPT-TOTAL.
000830   05 FILLER           PIC X(23) VALUE 'TOTAL'.
000840   05 WK-RT-EMPE       PIC ZZZ,ZZZ,ZZ9.
000850   05 FILLER           PIC X(02) VALUE SPACES.
000860   05 WK-RT-EMPLR      PIC ZZZ,ZZZ,ZZ9.
000870   05 FILLER           PIC X(02) VALUE SPACES.
000880   05 WK-RT-REMIT      PIC Z,ZZZ,ZZZ,ZZ9.
000890 01 WK-RPT-NONE.
000900   05 FILLER           PIC X(40)
000910       VALUE 'NO CONTRIBUTIONS RECORDED FOR PERIOD'.
000920 PROCEDURE DIVISION.
000930 MAIN-PROC.
000940*    指定期間の社会保険料を保険種別ごとに1行で印字し、本人負担・
000950*    会社負担・納付額（両者の合計）の総計を付ける。期間の指定が
000960*    無い場合はSICONTR.DAT中の最新の期間を対象とする
000970     CALL 'BUSDATE' USING WK-RUN-DATE.
000980     PERFORM LOAD-CONTROL-PROC.
000990     IF WK-PERIOD-ID = 0
001000         PERFORM FIND-LATEST-PERIOD-PROC
001010     END-IF.
001020     IF WK-PERIOD-ID = 0
001030         DISPLAY 'SIRPT: NO CONTRIBUTIONS IN SICONTR.DAT'
001040         MOVE 4 TO RETURN-CODE
001050         GOBACK
001060     END-IF.
001070     OPEN OUTPUT REMIT-REPORT-OUT.
001080     MOVE WK-PERIOD-ID TO WK-RH-PERIOD-ID.
001090     MOVE WK-RUN-DATE  TO WK-RH-RUN-DATE.
001100     WRITE REMIT-REPORT-REC FROM WK-RPT-TITLE.
001110     WRITE REMIT-REPORT-REC FROM WK-RPT-COLUMNS.
001120     WRITE REMIT-REPORT-REC FROM WK-RPT-RULE.
001130     MOVE 'N' TO WK-SC-EOF-SW.
001140     OPEN INPUT SI-CONTRIB-IN.
001150     PERFORM READ-CONTRIB-PROC
001160         UNTIL WK-SC-EOF.
001170     CLOSE SI-CONTRIB-IN.
001180     IF WK-LINE-CT = 0
001190         WRITE REMIT-REPORT-REC FROM WK-RPT-NONE
001200     END-IF.
001210     WRITE REMIT-REPORT-REC FROM WK-RPT-RULE.
001220     MOVE WK-TOT-EMPE  TO WK-RT-EMPE.
001230     MOVE WK-TOT-EMPLR TO WK-RT-EMPLR.
001240     MOVE WK-TOT-REMIT TO WK-RT-REMIT.
001250     WRITE REMIT-REPORT-REC FROM WK-RPT-TOTAL.
001260     CLOSE REMIT-REPORT-OUT.
001270     DISPLAY 'SIRPT: PERIOD   = ' WK-PERIOD-ID.
001280     DISPLAY 'SIRPT: TYPES    = ' WK-LINE-CT.
001290     DISPLAY 'SIRPT: REMIT    = ' WK-TOT-REMIT.
001300     GOBACK.
001310 LOAD-CONTROL-PROC.
001320*    SIRPT.CTLがあり数字6桁の期間が書かれていればそれを使う
001330     OPEN INPUT SIRPT-CONTROL-IN.
001340     IF WK-CT-FILE-STATUS = '35'
001350         CONTINUE
001360     ELSE
001370         READ SIRPT-CONTROL-IN
001380             AT END
001390                 CONTINUE
001400             NOT AT END
001410                 IF CT-PERIOD-ID IS NUMERIC
001420                     MOVE CT-PERIOD-ID TO WK-PERIOD-ID
001430                 END-IF
001440         END-READ
001450         CLOSE SIRPT-CONTROL-IN
001460     END-IF.
001470 FIND-LATEST-PERIOD-PROC.
001480*    SICONTR.DATを一度読み、最も新しい期間を対象とする
001490     OPEN INPUT SI-CONTRIB-IN.
001500     IF WK-SC-FILE-STATUS = '35'
001510         SET WK-SC-EOF TO TRUE
001520     ELSE
001530         PERFORM READ-LATEST-PROC
001540             UNTIL WK-SC-EOF
001550         CLOSE SI-CONTRIB-IN
001560     END-IF.
001570 READ-LATEST-PROC.
001580     READ SI-CONTRIB-IN
001590         AT END
001600             SET WK-SC-EOF TO TRUE
001610         NOT AT END
001620             IF SC-PERIOD-ID > WK-PERIOD-ID
001630                 MOVE SC-PERIOD-ID TO WK-PERIOD-ID
001640             END-IF
001650     END-READ.
001660 READ-CONTRIB-PROC.
001670     READ SI-CONTRIB-IN
001680         AT END
001690             SET WK-SC-EOF TO TRUE
001700         NOT AT END
001710             IF SC-PERIOD-ID = WK-PERIOD-ID
001720                 PERFORM WRITE-TYPE-LINE-PROC
001730             END-IF
001740     END-READ.
001750 WRITE-TYPE-LINE-PROC.
001760*    保険種別1件分（納付額は本人負担と会社負担の合計）
001770     COMPUTE WK-TYPE-REMIT = SC-EMPE-AMT + SC-EMPLR-AMT.
001780     MOVE SC-TYPE       TO WK-RD-TYPE.
001790     MOVE SC-NAME       TO WK-RD-NAME.
001800     MOVE SC-HEADCOUNT  TO WK-RD-HEADS.
001810     MOVE SC-EMPE-AMT   TO WK-RD-EMPE.
001820     MOVE SC-EMPLR-AMT  TO WK-RD-EMPLR.
001830     MOVE WK-TYPE-REMIT TO WK-RD-REMIT.
001840     WRITE REMIT-REPORT-REC FROM WK-RPT-DETAIL.
001850     ADD 1 TO WK-LINE-CT.
001860     ADD SC-EMPE-AMT   TO WK-TOT-EMPE.
001870     ADD SC-EMPLR-AMT  TO WK-TOT-EMPLR.
001880     ADD WK-TYPE-REMIT TO WK-TOT-REMIT.
