000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUSDATE.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  業務日付の取得ルーチンを新規作成
000080*                             （業務日付管理ファイルBUSDATE.CTLの
000090*                             業務日付を各プログラムの「当日」と
000100*                             して返す。未設定の場合だけシステム
000110*                             日付を返す。NIGHTBATの再実行・遅れ
000120*                             処理で前日以前の業務日を処理する）
000130*----------------------------------------------------------------
000140 ENVIRONMENT DIVISION.
000150 INPUT-OUTPUT SECTION.
000160 FILE-CONTROL.
000170*    業務日付管理（1レコード。NIGHTBATまたは運用担当者が設定する）
000180     SELECT BUSINESS-DATE-IN ASSIGN TO 'BUSDATE.CTL'
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WK-BD-FILE-STATUS.
000210 DATA DIVISION.
000220 FILE SECTION.
000230 FD  BUSINESS-DATE-IN.
000240 01 BUSINESS-DATE-REC.
000250*  業務日付管理の1件（NIGHTBATのレイアウトと同期を取ること）。
000260*  業務日付が0または空白の場合は未設定としてシステム日付を使う
000270   05 BD-BUS-DATE      PIC 9(08).
000280   05 BD-SET-BY        PIC X(08).
000290   05 BD-LAST-CLOSED   PIC 9(08).
000300   05 BD-CATCHUP-SW    PIC X(01).
000310 WORKING-STORAGE SECTION.
000320 01 WK-FLAGS.
000330   05 WK-BD-FILE-STATUS PIC X(02).
000340*--- 日付検証（DATECHK）とシステム日付 ---
000350 01 WK-DATE-AREA.
000360   05 WK-SYSTEM-DATE   PIC 9(08).
000370   05 WK-DATE-RETURN-CD PIC 9(02).
000380   05 WK-DATE-SERIAL   PIC 9(07).
000390 LINKAGE SECTION.
000400 01 LK-BUS-DATE        PIC 9(08).
000410 PROCEDURE DIVISION USING LK-BUS-DATE.
000420 MAIN-PROC.
000430*    BUSDATE.CTLの業務日付を返す。ファイルが無い、業務日付が未設定
000440*    または暦日として不正な場合はシステム日付を返す。NIGHTBATが
000450*    遅れ処理で業務日付を書き換えながら各ステップを呼び出すため、
000460*    呼び出しのたびにファイルを読み直す
000470     ACCEPT WK-SYSTEM-DATE FROM DATE YYYYMMDD.
000480     MOVE WK-SYSTEM-DATE TO LK-BUS-DATE.
000490     OPEN INPUT BUSINESS-DATE-IN.
000500     IF WK-BD-FILE-STATUS = '35'
000510         CONTINUE
000520     ELSE
000530         READ BUSINESS-DATE-IN
000540             AT END
000550                 CONTINUE
000560             NOT AT END
000570                 PERFORM APPLY-BUSINESS-DATE-PROC
000580         END-READ
000590         CLOSE BUSINESS-DATE-IN
000600     END-IF.
000610     GOBACK.
000620 APPLY-BUSINESS-DATE-PROC.
000630*    設定された業務日付を検証して採用する。システム日付と異なる
000640*    場合は、どの日付で処理したかが実行記録に残るよう表示する
000650     IF BD-BUS-DATE IS NUMERIC AND BD-BUS-DATE NOT = 0
000660         CALL 'DATECHK' USING BD-BUS-DATE WK-DATE-RETURN-CD
000670             WK-DATE-SERIAL
000680         IF WK-DATE-RETURN-CD = 00
000690             MOVE BD-BUS-DATE TO LK-BUS-DATE
000700             IF BD-BUS-DATE NOT = WK-SYSTEM-DATE
000710                 DISPLAY 'BUSDATE: BUSINESS DATE ' BD-BUS-DATE
000720                     ' IN FORCE (SET BY ' BD-SET-BY ')'
000730             END-IF
000740         ELSE
000750             DISPLAY 'BUSDATE: INVALID BUSINESS DATE ' BD-BUS-DATE
000760                 ' - SYSTEM DATE USED'
000770         END-IF
000780     END-IF.
