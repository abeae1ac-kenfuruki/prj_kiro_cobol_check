000121*                             NIGHTCKP.DATへ'F'で記録、前提連鎖に
000122*                             失敗を含むステップだけをスキップして
000123*                             独立系統の実行を続ける）
000124*  2026-10-15  SYSTEMS-GROUP  正常終了したステップの後に工程間の
000125*                             受け渡し突合(HANDOFF)を呼び出し、
000127*                             不一致はステップの失敗として扱って
000128*                             後続の前提連鎖を止める
000129*  2026-10-15  SYSTEMS-GROUP  業務日付管理(BUSDATE.CTL)を追加。
000131*                             処理する業務日を設定してから各
000132*                             ステップを呼び出し、失敗した業務日
000133*                             は翌朝の再実行まで残す。遅れ処理
000135*                             指定時は未処理の営業日を稼働
000136*                             カレンダーに従い1日ずつ処理する
000137*  2026-10-15  SYSTEMS-GROUP  ステップの実行前にSNAPMGRへ登録し、
000139*                             ステップがロックしたマスタの更新前
000140*                             の写しを取らせる。失敗したステップ
000141*                             と、異常終了で中断したステップ
000143*                             （リスタート時に検出）は写しから
000144*                             マスタを復元してから再実行させる
000145*----------------------------------------------------------------
000147 ENVIRONMENT DIVISION.
000148 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160     SELECT CHECKPOINT-FILE ASSIGN TO 'NIGHTCKP.DAT'
000170         ORGANIZATION IS LINE SEQUENTIAL
000356         FILE STATUS IS WK-DU-FILE-STATUS.
000357     SELECT NIGHT-SUMMARY-OUT ASSIGN TO 'NIGHTSUM.RPT'
000358         ORGANIZATION IS LINE SEQUENTIAL.
000359*    業務日付管理（処理中の業務日・最終締め済み業務日・遅れ処理の
000361*    指定。各プログラムはBUSDATE経由で業務日付を「当日」とする）
000363     SELECT BUSINESS-DATE-IO ASSIGN TO 'BUSDATE.CTL'
000364         ORGANIZATION IS LINE SEQUENTIAL
000366         FILE STATUS IS WK-BD-FILE-STATUS.
000368 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CHECKPOINT-FILE.
000390 01 CKPT-REC.
000626   05 DU-EXPECT-SECS    PIC 9(05).
000627 FD  NIGHT-SUMMARY-OUT.
000628 01 NIGHT-SUMMARY-REC    PIC X(70).
000629 FD  BUSINESS-DATE-IO.
000631 01 BUSINESS-DATE-REC.
000632*  業務日付管理の1件（BUSDATEのレイアウトと同期を取ること）。
000634*  業務日付は運用担当者が再処理する日付を設定するか、夜間が失敗
000635*  した業務日をNIGHTBATが残す。0は未設定（システム日付を使う）。
000637*  遅れ処理の指定Yは、最終締め済み業務日の翌営業日から当日まで
000639*  を順に処理させる
000640   05 BD-BUS-DATE       PIC 9(08).
000642   05 BD-SET-BY         PIC X(08).
000643   05 BD-LAST-CLOSED    PIC 9(08).
000645   05 BD-CATCHUP-SW     PIC X(01).
000646 WORKING-STORAGE SECTION.
000648*--- 夜間バッチの実行対象プログラムと実行順（JOBSCHED.DATから
000650*    読み込む。ステップの追加・削除は再コンパイル不要）---
000660 01 WK-STEP-TABLE.
000670   05 WK-STEP-ENTRY OCCURS 20 TIMES.
000830   05 WK-CAL-EOF-SW     PIC X(01) VALUE 'N'.
000840     88 WK-CAL-EOF          VALUE 'Y'.
000850   05 WK-RUN-DATE       PIC 9(08).
000855*  曜日（1=月曜〜7=日曜。処理する業務日から求める）
000860   05 WK-DAY-OF-WEEK    PIC 9(01).
000870     88 WK-WEEKEND          VALUE 6 7.
000880   05 WK-HOLIDAY-SW     PIC X(01) VALUE 'N'.
001390   05 WK-DU-EOF-SW      PIC X(01) VALUE 'N'.
001391     88 WK-DU-EOF           VALUE 'Y'.
001392   05 WK-LATE-CT        PIC 9(02) VALUE 0.
001393*--- 工程間の受け渡し突合（HANDOFF）の呼び出し用ワーク ---
001394 01 WK-HANDOFF-AREA.
001395   05 WK-HANDOFF-RC     PIC 9(02).
001396   05 WK-HANDOFF-SW     PIC X(01).
001397     88 WK-HANDOFF-BREAK    VALUE 'Y'.
001398*--- 更新前の写しと復元（SNAPMGR）の呼び出し用ワーク ---
001400 01 WK-SNAPSHOT-AREA.
001401   05 WK-SNAP-FUNCTION  PIC X(01).
001402   05 WK-SNAP-STEP      PIC X(08).
001403   05 WK-SNAP-FILES     PIC X(50).
001404   05 WK-SNAP-RETURN-CD PIC 9(02).
001405*--- 業務日付管理と遅れ処理（処理する業務日の範囲と進行）---
001406 01 WK-BUSINESS-DATE-AREA.
001408   05 WK-BD-FILE-STATUS PIC X(02).
001409   05 WK-SYSTEM-DATE    PIC 9(08).
001410   05 WK-TARGET-DATE    PIC 9(08).
001411   05 WK-LAST-CLOSED    PIC 9(08) VALUE 0.
001412   05 WK-CATCHUP-SW     PIC X(01) VALUE 'N'.
001413     88 WK-CATCHUP          VALUE 'Y'.
001414   05 WK-NIGHT-FAIL-SW  PIC X(01) VALUE 'N'.
001416     88 WK-NIGHT-FAILED     VALUE 'Y'.
001417   05 WK-NIGHTS-DONE-SW PIC X(01) VALUE 'N'.
001418     88 WK-NIGHTS-DONE      VALUE 'Y'.
001419   05 WK-NIGHT-CT       PIC 9(02) VALUE 0.
001420   05 WK-NIGHT-LIMIT    PIC 9(02) VALUE 31.
001421*--- BIZDAY・DATECHK呼び出し用ワーク（翌営業日と曜日の算出。
001422*    シリアル1＝1900-01-01は月曜日）---
001424 01 WK-BIZDAY-AREA.
001425   05 WK-BZ-DIRECTION   PIC X(01).
001426   05 WK-BZ-NEXT-DATE   PIC 9(08).
001427   05 WK-BZ-RETURN-CD   PIC 9(02).
001428   05 WK-DC-DATE        PIC 9(08).
001429   05 WK-DC-RETURN-CD   PIC 9(02).
001431   05 WK-DC-SERIAL      PIC 9(07).
001432   05 WK-DC-QUOT        PIC 9(07).
001433   05 WK-DC-REM         PIC 9(01).
001434*--- 夜間サマリの見出し・明細・警告行 ---
001435 01 WK-SUM-HEADER.
001436   05 FILLER            PIC X(22) VALUE 'NIGHT BATCH SUMMARY   '.
001437   05 WK-SH-DATE        PIC 9(08).
001439 01 WK-SUM-LATE-LINE.
001440   05 FILLER            PIC X(09) VALUE '*LATE*   '.
001441   05 WK-SL-STEP        PIC X(10).
001442   05 FILLER            PIC X(09) VALUE ' TOOK    '.
001443   05 WK-SL-ELAPSED     PIC ZZZZ9.
001444   05 FILLER            PIC X(11) VALUE 'S EXPECTED '.
001445   05 WK-SL-EXPECT      PIC ZZZZ9.
001447   05 FILLER            PIC X(01) VALUE 'S'.
001448 01 WK-SUM-DETAIL.
001449   05 WK-SD-STEP        PIC X(10).
001450   05 FILLER            PIC X(02) VALUE SPACES.
001451   05 WK-SD-DISP        PIC X(08).
001452   05 FILLER            PIC X(02) VALUE SPACES.
001453   05 WK-SD-ELAPSED     PIC ZZZZ9.
001455   05 FILLER            PIC X(02) VALUE 'S '.
001456   05 WK-SD-REASON      PIC X(16).
001457 PROCEDURE DIVISION.
001458 MAIN-PROC.
001459*    スケジュールファイルの定義順に各バッチプログラムをCALLし、
001460*    完了のたびにチェックポイントを更新する。前提ステップが今回の
001461*    サイクルで完了していないステップは開始せず、実行日規則
001463*    （週末・休日）に該当するステップはスキップする。前回の実行が
001464*    途中で終わっていた場合はチェックポイントを読み込み、完了済み
001465*    のステップをスキップしてリスタートする。処理する業務日は
001466*    業務日付管理(BUSDATE.CTL)から決め、遅れ処理の指定があれば
001467*    未処理の営業日を1日ずつ順に処理する
001468     ACCEPT WK-SYSTEM-DATE FROM DATE YYYYMMDD.
001470     PERFORM LOAD-SCHEDULE-PROC.
001480     IF WK-STEP-COUNT = 0
001490         DISPLAY 'NIGHTBAT: JOBSCHED.DAT IS MISSING OR EMPTY'
001500         DISPLAY 'NIGHTBAT: NOTHING TO RUN - ABORTING'
001501         STOP RUN
001502     END-IF.
001503     PERFORM LOAD-CALENDAR-PROC.
001504     PERFORM LOAD-DURATION-PROC.
001505*    実行前に夜間の全入力ファイルを点検し、不備があれば一晩ごと
001506*    中止する（入力不足のまま走った「きれいに見える空実行」を防ぐ）
001507     PERFORM PREFLIGHT-PROC.
001508     PERFORM RECOVER-INTERRUPTED-STEP-PROC.
001509     PERFORM LOAD-BUSINESS-DATE-PROC.
001510     PERFORM RUN-BUSINESS-DAY-PROC
001511         UNTIL WK-NIGHT-FAILED OR WK-NIGHTS-DONE.
001512     DISPLAY 'NIGHTBAT: NIGHTLY BATCH COMPLETE'.
001513     STOP RUN.
001514 RUN-BUSINESS-DAY-PROC.
001515*    業務日1日分の夜間処理。業務日付を設定してから全ステップを
001516*    実行し、失敗が無ければその業務日を締めて次の営業日へ進む。
001517*    失敗した業務日は業務日付として残し、リスタートで再実行する
001518     ADD 1 TO WK-NIGHT-CT.
001519     MOVE WK-RUN-DATE TO BD-BUS-DATE.
001520     PERFORM WRITE-BUSINESS-DATE-PROC.
001521     DISPLAY 'NIGHTBAT: BUSINESS DATE ' WK-RUN-DATE.
001522     PERFORM SET-DAY-OF-WEEK-PROC.
001523     PERFORM CHECK-HOLIDAY-PROC.
001524     MOVE 0 TO WK-LATE-CT.
001525     PERFORM INIT-STEP-TABLE-PROC
001526         VARYING WK-STEP-IDX FROM 1 BY 1
001527         UNTIL WK-STEP-IDX > WK-STEP-COUNT.
001528     PERFORM LOAD-CHECKPOINT-PROC.
001529     PERFORM RUN-STEPS-PROC
001530         VARYING WK-STEP-IDX FROM 1 BY 1
001531         UNTIL WK-STEP-IDX > WK-STEP-COUNT.
001532     PERFORM WRITE-NIGHT-SUMMARY-PROC.
001533     PERFORM REPORT-FAILURES-PROC
001534         VARYING WK-STEP-IDX FROM 1 BY 1
001535         UNTIL WK-STEP-IDX > WK-STEP-COUNT.
001536     IF WK-NIGHT-FAILED
001537         DISPLAY 'NIGHTBAT: BUSINESS DATE ' WK-RUN-DATE
001538             ' NOT CLOSED - RERUN REQUIRED'
001539     ELSE
001540         PERFORM CLOSE-BUSINESS-DAY-PROC
001541     END-IF.
001542 LOAD-BUSINESS-DATE-PROC.
001543*    業務日付管理を読み、今回処理する最初の業務日と最後の業務日を
001544*    決める。最初の業務日は、設定済みの業務日付（失敗した夜間の
001545*    再実行または運用担当者の指定）、遅れ処理の指定があれば最終
001546*    締め済み業務日の翌営業日、どちらでもなければシステム日付。
001547*    最後の業務日は、遅れ処理ならシステム日付、それ以外は最初の
001548*    業務日と同じ日とする
001549     MOVE WK-SYSTEM-DATE TO WK-RUN-DATE.
001550     MOVE 0 TO BD-BUS-DATE.
001551     OPEN INPUT BUSINESS-DATE-IO.
001552     IF WK-BD-FILE-STATUS = '35'
001553         CONTINUE
001554     ELSE
001555         READ BUSINESS-DATE-IO
001556             AT END
001557                 MOVE 0 TO BD-BUS-DATE
001558             NOT AT END
001559                 PERFORM APPLY-BUSINESS-DATE-PROC
001560         END-READ
001561         CLOSE BUSINESS-DATE-IO
001562     END-IF.
001563     MOVE WK-RUN-DATE TO WK-TARGET-DATE.
001564     IF WK-CATCHUP AND WK-SYSTEM-DATE > WK-RUN-DATE
001565         MOVE WK-SYSTEM-DATE TO WK-TARGET-DATE
001566         DISPLAY 'NIGHTBAT: CATCH-UP FROM ' WK-RUN-DATE
001567             ' TO ' WK-TARGET-DATE
001568     END-IF.
001569 APPLY-BUSINESS-DATE-PROC.
001570*    最終締め済み業務日と遅れ処理の指定を控え、最初の業務日を
001571*    決める（暦日として不正な業務日付は無視してシステム日付とする）
001572     IF BD-LAST-CLOSED IS NUMERIC
001573         MOVE BD-LAST-CLOSED TO WK-LAST-CLOSED
001574     END-IF.
001575     MOVE BD-CATCHUP-SW TO WK-CATCHUP-SW.
001576     IF BD-BUS-DATE IS NUMERIC AND BD-BUS-DATE NOT = 0
001577         MOVE BD-BUS-DATE TO WK-DC-DATE
001578         CALL 'DATECHK' USING WK-DC-DATE WK-DC-RETURN-CD
001579             WK-DC-SERIAL
001580         IF WK-DC-RETURN-CD = 00
001581             MOVE BD-BUS-DATE TO WK-RUN-DATE
001582             DISPLAY 'NIGHTBAT: RERUN OF BUSINESS DATE '
001583                 BD-BUS-DATE ' (SET BY ' BD-SET-BY ')'
001584         ELSE
001585             DISPLAY 'NIGHTBAT: INVALID BUSINESS DATE '
001586                 BD-BUS-DATE ' IGNORED'
001587         END-IF
001588     ELSE
001589         IF WK-CATCHUP AND WK-LAST-CLOSED NOT = 0
001590             PERFORM NEXT-BUSINESS-DAY-PROC
001591             IF WK-BZ-NEXT-DATE < WK-SYSTEM-DATE
001592                 MOVE WK-BZ-NEXT-DATE TO WK-RUN-DATE
001593             END-IF
001594         END-IF
001595     END-IF.
001596 NEXT-BUSINESS-DAY-PROC.
001597*    最終締め済み業務日の翌営業日（土日と稼働カレンダーの休日を
001598*    除く）をBIZDAYで求める
001599     MOVE 'N' TO WK-BZ-DIRECTION.
001600     CALL 'BIZDAY' USING WK-LAST-CLOSED WK-BZ-DIRECTION
001601         WK-BZ-NEXT-DATE WK-BZ-RETURN-CD.
001602     IF WK-BZ-RETURN-CD = 90
001603         MOVE WK-SYSTEM-DATE TO WK-BZ-NEXT-DATE
001604     END-IF.
001605 CLOSE-BUSINESS-DAY-PROC.
001606*    失敗の無かった業務日を締める。チェックポイントを空にして次の
001607*    業務日は全ステップを最初から実行させる。最後の業務日まで
001608*    済んだら業務日付を未設定に戻し、日中のプログラムにシステム
001609*    日付を使わせる
001610     IF WK-RUN-DATE > WK-LAST-CLOSED
001611         MOVE WK-RUN-DATE TO WK-LAST-CLOSED
001612     END-IF.
001613     OPEN OUTPUT CHECKPOINT-FILE.
001614     CLOSE CHECKPOINT-FILE.
001615     IF WK-RUN-DATE NOT < WK-TARGET-DATE
001616         SET WK-NIGHTS-DONE TO TRUE
001617         MOVE 'N' TO WK-CATCHUP-SW
001618         MOVE 0 TO BD-BUS-DATE
001619     ELSE
001620         IF WK-NIGHT-CT NOT < WK-NIGHT-LIMIT
001621             DISPLAY 'NIGHTBAT: CATCH-UP LIMIT REACHED AFTER '
001622                 WK-RUN-DATE ' - RUN AGAIN TO CONTINUE'
001623             SET WK-NIGHTS-DONE TO TRUE
001624             MOVE 0 TO BD-BUS-DATE
001625         ELSE
001626             PERFORM NEXT-BUSINESS-DAY-PROC
001627             IF WK-BZ-NEXT-DATE > WK-TARGET-DATE
001628                 MOVE WK-TARGET-DATE TO WK-RUN-DATE
001629             ELSE
001630                 MOVE WK-BZ-NEXT-DATE TO WK-RUN-DATE
001631             END-IF
001632             MOVE WK-RUN-DATE TO BD-BUS-DATE
001633         END-IF
001634     END-IF.
001635     PERFORM WRITE-BUSINESS-DATE-PROC.
001636 WRITE-BUSINESS-DATE-PROC.
001637*    業務日付管理を書き直す（業務日付はBD-BUS-DATEに設定済み）
001638     MOVE 'NIGHTBAT'     TO BD-SET-BY.
001639     MOVE WK-LAST-CLOSED TO BD-LAST-CLOSED.
001640     MOVE WK-CATCHUP-SW  TO BD-CATCHUP-SW.
001641     OPEN OUTPUT BUSINESS-DATE-IO.
001642     WRITE BUSINESS-DATE-REC.
001643     CLOSE BUSINESS-DATE-IO.
001644 SET-DAY-OF-WEEK-PROC.
001645*    処理する業務日の曜日を経過日数シリアルから求める
001646     MOVE WK-RUN-DATE TO WK-DC-DATE.
001647     CALL 'DATECHK' USING WK-DC-DATE WK-DC-RETURN-CD
001648         WK-DC-SERIAL.
001649     DIVIDE WK-DC-SERIAL BY 7 GIVING WK-DC-QUOT
001650         REMAINDER WK-DC-REM.
001652     IF WK-DC-REM = 0
001654         MOVE 7 TO WK-DAY-OF-WEEK
001656     ELSE
001658         MOVE WK-DC-REM TO WK-DAY-OF-WEEK
001660     END-IF.
001662 REPORT-FAILURES-PROC.
001663*    失敗したステップと、前提連鎖の失敗でスキップしたステップを
001664*    夜間の最後に一覧表示する
001666         WHEN 'F'
001667             DISPLAY 'NIGHTBAT: FAILED  - '
001668                 WK-STEP-NAME(WK-STEP-IDX)
001669             SET WK-NIGHT-FAILED TO TRUE
001670         WHEN 'X'
001671             DISPLAY 'NIGHTBAT: SKIPPED (PREREQ FAILED) - '
001672                 WK-STEP-NAME(WK-STEP-IDX)
001674             SET WK-NIGHT-FAILED TO TRUE
001675         WHEN OTHER
001676             CONTINUE
001677     END-EVALUATE.
001678 INIT-STEP-TABLE-PROC.
001680     MOVE 'N' TO WK-STEP-DONE-SW(WK-STEP-IDX).
001681     MOVE 'N' TO WK-STEP-FAIL-SW(WK-STEP-IDX).
001682     MOVE SPACE  TO WK-ST-DISP(WK-STEP-IDX).
003705                 PERFORM RUN-ONE-STEP-PROC
003760             END-IF
003770         END-IF
003771     END-IF.
003772 RUN-ONE-STEP-PROC.
003773*    ステップ1件をCALLし、開始終了時刻から所要時間（秒。日を
003774*    またいだ場合は補正する）を記録する。CALL先はRETURN-CODEで
003776*    成否を返す（0=正常、それ以外=失敗）。失敗したステップは
003777*    完了とせず、失敗の印を付けてチェックポイントへ'F'で記録する
003778     DISPLAY 'NIGHTBAT: RUNNING ' WK-STEP-NAME(WK-STEP-IDX).
003779*    ステップを実行中としてSNAPMGRへ登録する。以後ステップが
003780*    LOCKMGRでロックしたファイルは、ロックの時点で写しが取られる
003782     MOVE 'A' TO WK-SNAP-FUNCTION.
003783     MOVE WK-STEP-NAME(WK-STEP-IDX) TO WK-SNAP-STEP.
003784     MOVE SPACES TO WK-SNAP-FILES.
003785     CALL 'SNAPMGR' USING WK-SNAP-FUNCTION WK-SNAP-STEP
003787         WK-SNAP-FILES WK-SNAP-RETURN-CD.
003788     ACCEPT WK-TM-FIELD FROM TIME.
003789     PERFORM CONVERT-TIME-PROC.
003790     MOVE WK-TM-SECS TO WK-TM-START-SECS.
003798     END-IF.
003799     COMPUTE WK-ST-ELAPSED(WK-STEP-IDX) =
003800         WK-TM-END-SECS - WK-TM-START-SECS.
003801*    正常終了したステップは、その出力を受け取る工程との件数・
003802*    金額の受け渡しを突合する。不一致はステップの失敗として扱い、
003803*    後続の前提連鎖を止める
003804     MOVE 'N' TO WK-HANDOFF-SW.
003805     IF RETURN-CODE = 0
003806         PERFORM CHECK-HANDOFF-PROC
003807     END-IF.
003808     IF RETURN-CODE = 0
003809         MOVE 'R' TO WK-ST-DISP(WK-STEP-IDX)
003810         MOVE 'Y' TO WK-STEP-DONE-SW(WK-STEP-IDX)
003811         MOVE 'D' TO WK-SNAP-FUNCTION
003812         CALL 'SNAPMGR' USING WK-SNAP-FUNCTION WK-SNAP-STEP
003813             WK-SNAP-FILES WK-SNAP-RETURN-CD
003814     ELSE
003815         DISPLAY 'NIGHTBAT: STEP FAILED (RC='
003816             RETURN-CODE ') ' WK-STEP-NAME(WK-STEP-IDX)
003817         MOVE 'F' TO WK-ST-DISP(WK-STEP-IDX)
003818         MOVE 'Y' TO WK-STEP-FAIL-SW(WK-STEP-IDX)
003819         MOVE 'STEP FAILED' TO WK-ST-REASON(WK-STEP-IDX)
003820         IF WK-HANDOFF-BREAK
003821             MOVE 'HANDOFF BREAK' TO WK-ST-REASON(WK-STEP-IDX)
003822         END-IF
003823         PERFORM ROLLBACK-STEP-PROC
003824         MOVE 0 TO RETURN-CODE
003825     END-IF.
003826     PERFORM SAVE-CHECKPOINT-PROC.
003827 ROLLBACK-STEP-PROC.
003828*    失敗したステップ（WK-SNAP-STEP）がロックしたマスタを更新前の
003829*    写しから復元し、ステップを最初から再実行できる状態に戻す。
003830*    結果はROLLBACK.RPTに記録される
003831     MOVE 'R' TO WK-SNAP-FUNCTION.
003832     MOVE 'NIGHTBAT' TO WK-SNAP-FILES.
003833     CALL 'SNAPMGR' USING WK-SNAP-FUNCTION WK-SNAP-STEP
003834         WK-SNAP-FILES WK-SNAP-RETURN-CD.
003835     EVALUATE WK-SNAP-RETURN-CD
003836         WHEN 00
003837             DISPLAY 'NIGHTBAT: MASTERS RESTORED FOR '
003838                 WK-SNAP-STEP ' - SEE ROLLBACK.RPT'
003839         WHEN 04
003840             DISPLAY 'NIGHTBAT: NO BEFORE-IMAGES FOR '
003841                 WK-SNAP-STEP ' - NOTHING RESTORED'
003842         WHEN OTHER
003843             DISPLAY 'NIGHTBAT: ROLLBACK INCOMPLETE FOR '
003844                 WK-SNAP-STEP ' - SEE ROLLBACK.RPT'
003845     END-EVALUATE.
003846 RECOVER-INTERRUPTED-STEP-PROC.
003847*    前回の夜間バッチがステップの途中で異常終了していた場合
003848*    （SNAPMGRに実行中の登録が残っている）、そのステップの
003849*    マスタを写しから復元してからリスタートする。中断した
003850*    ステップのロックが残っている場合はLOCKUTILで解除する
003851     MOVE 'C' TO WK-SNAP-FUNCTION.
003852     MOVE SPACES TO WK-SNAP-STEP WK-SNAP-FILES.
003853     CALL 'SNAPMGR' USING WK-SNAP-FUNCTION WK-SNAP-STEP
003854         WK-SNAP-FILES WK-SNAP-RETURN-CD.
003855     IF WK-SNAP-RETURN-CD = 00
003856         DISPLAY 'NIGHTBAT: STEP ' WK-SNAP-STEP
003857             ' WAS INTERRUPTED - RESTORING ITS MASTERS'
003858         PERFORM ROLLBACK-STEP-PROC
003859     END-IF.
003860 CHECK-HANDOFF-PROC.
003861*    完了したステップ名でHANDOFFを呼び出す（HANDRULE.DATに当該
003862*    ステップの規則が無ければ何もしない）。不一致の場合は結果
003863*    コードをRETURN-CODEへ移し、ステップの失敗として記録させる
003864     MOVE 00 TO WK-HANDOFF-RC.
003865     CALL 'HANDOFF' USING WK-STEP-NAME(WK-STEP-IDX)
003866         WK-HANDOFF-RC.
003867     IF WK-HANDOFF-RC = 00
003868         MOVE 0 TO RETURN-CODE
003869     ELSE
003870         DISPLAY 'NIGHTBAT: HANDOFF BREAK AFTER '
003871             WK-STEP-NAME(WK-STEP-IDX)
003872         SET WK-HANDOFF-BREAK TO TRUE
003873         MOVE WK-HANDOFF-RC TO RETURN-CODE
003874     END-IF.
003875 CONVERT-TIME-PROC.
003876*    HHMMSSCC形式の時刻を0時からの経過秒数へ変換する
003877     COMPUTE WK-TM-SECS =
003878         WK-TM-HH * 3600 + WK-TM-MM * 60 + WK-TM-SS.
003879 CHECK-PREREQ-PROC.
003880*    前提ステップが今回のサイクルで完了済みかを判定する。
003881*    前提の指定が無い（スペース）の場合は無条件に実行可とする。
003882*    前提がスケジュールに存在しない場合も開始しない
003883     IF WK-STEP-PREREQ(WK-STEP-IDX) = SPACES
003884         SET WK-PREREQ-OK TO TRUE
003885     ELSE
003886         MOVE 'N' TO WK-PREREQ-OK-SW
003887         MOVE 0 TO WK-PREREQ-FOUND-IDX
003888         PERFORM FIND-PREREQ-STEP-PROC
003890             VARYING WK-PREREQ-IDX FROM 1 BY 1
003900             UNTIL WK-PREREQ-IDX > WK-STEP-COUNT
003910                 OR WK-PREREQ-FOUND-IDX NOT = 0
004520 WRITE-NIGHT-SUMMARY-PROC.
004530*    夜間サマリを出力する。想定所要時間を超えたステップの警告を
004540*    レポートの先頭に置き、続けて全ステップの処理結果・所要時間・
004545*    スキップ理由を1行ずつ印字する。遅れ処理の2日目以降は同じ
004550*    レポートへ業務日ごとに追記する
004552     IF WK-NIGHT-CT > 1
004554         OPEN EXTEND NIGHT-SUMMARY-OUT
004556     ELSE
004558         OPEN OUTPUT NIGHT-SUMMARY-OUT
004560     END-IF.
004570     MOVE WK-RUN-DATE TO WK-SH-DATE.
004580     WRITE NIGHT-SUMMARY-REC FROM WK-SUM-HEADER.
004590     MOVE SPACES TO NIGHT-SUMMARY-REC.
