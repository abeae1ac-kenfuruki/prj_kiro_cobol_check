000130*                             形式で出力し、EMPMAINTの編集検査を
000140*                             通してマスタへ適用する。拠点別の
000150*                             件数サマリ付き）
000152*  2026-10-15  SYSTEMS-GROUP  社員マスタ・EMPTRANの部門コード追加に
000154*                             追随（拠点ファイルは部門を持たない
000155*                             ため差分の部門は空白＝現行値保持）
000156*  2026-10-15  SYSTEMS-GROUP  差分に申請者（EMPCONS）と承認者
000157*                             （SIGNON.DATのサインオン利用者）を
000158*                             付与。EMPTRANの給与形態・時間給の
000159*                             位置を空白で埋めてレイアウトを合わせる
000160*----------------------------------------------------------------
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000340*    EMPMAINTの年齢・給与バンド検査と適用／却下レポートが
000350*    拠点ファイルとマスタの間に立つ）
000360     SELECT EMP-TRANS-OUT ASSIGN TO 'EMPTRAN.DAT'
000362         ORGANIZATION IS LINE SEQUENTIAL.
000364*    サインオン利用者（差分フィードの承認者として付与する）
000366     SELECT SIGNON-IN ASSIGN TO 'SIGNON.DAT'
000368         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WK-SO-FILE-STATUS.
000380     SELECT CONS-REJECT-OUT ASSIGN TO 'EMPCONS.RJT'
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400 DATA DIVISION.
000640   05 EM-AGE         PIC 9(03).
000650   05 EM-SALARY      PIC 9(07).
000660   05 EM-SITE-CD     PIC X(03).
000661   05 EM-DEPT-CD     PIC X(05).
000662   05 FILLER         PIC X(17).
000670 FD  EMP-TRANS-OUT.
000680 01 EMP-TRANS-REC.
000690*  差分1件（EMPMAINTのEMPTRAN.DATと同じレイアウト）
000730   05 ET-AGE         PIC 9(03).
000740   05 ET-SALARY      PIC 9(07).
000750   05 ET-SITE-CD     PIC X(03).
000751   05 ET-DEPT-CD     PIC X(05).
000752   05 ET-PAY-TYPE    PIC X(01).
000753   05 ET-HOURLY-RATE PIC 9(05).
000754   05 ET-REQUESTER   PIC X(08).
000755   05 ET-APPROVER    PIC X(08).
000756 FD  SIGNON-IN.
000757 01 SIGNON-REC.
000758   05 SO-USER-ID     PIC X(08).
000760 FD  CONS-REJECT-OUT.
000770 01 CONS-REJECT-REC   PIC X(80).
000780 WORKING-STORAGE SECTION.
000790 01 WK-FLAGS.
000795   05 WK-EM-FILE-STATUS PIC X(02).
000800   05 WK-SO-FILE-STATUS PIC X(02).
000810   05 WK-S1-EOF-SW   PIC X(01) VALUE 'N'.
000820     88 WK-S1-EOF        VALUE 'Y'.
000830   05 WK-S2-EOF-SW   PIC X(01) VALUE 'N'.
001220 01 WK-COUNTERS.
001230   05 WK-READ-COUNT  PIC 9(05) VALUE 0.
001240   05 WK-TRANS-COUNT PIC 9(05) VALUE 0.
001241   05 WK-DUP-COUNT   PIC 9(05) VALUE 0.
001243*--- 差分に付与する申請者（本プログラム）と承認者（サインオン
001245*    利用者。EMPMAINTが権限表で検査する）---
001246 01 WK-SIGNON-AREA.
001248   05 WK-FEED-REQUESTER PIC X(08) VALUE 'EMPCONS '.
001250   05 WK-SIGNON-USER PIC X(08) VALUE SPACES.
001260 01 WK-REJECT-LINE.
001270   05 FILLER         PIC X(10) VALUE 'DUPLICATE '.
001280   05 WK-RJ-EMP-ID   PIC 9(05).
001410*    なくなる。拠点間重複は従来どおり却下ファイルへ記録する
001420     OPEN INPUT  SITE1-EMPLOYEE-IN SITE2-EMPLOYEE-IN
001430                 SITE3-EMPLOYEE-IN.
001435     OPEN INPUT  EMP-MASTER-IN.
001440     PERFORM LOAD-SIGNON-PROC.
001450     OPEN OUTPUT EMP-TRANS-OUT CONS-REJECT-OUT.
001460     PERFORM CONSOLIDATE-SITE1-PROC
001470         UNTIL WK-S1-EOF.
001580     PERFORM DISPLAY-SUMMARY-PROC
001590         VARYING WK-SM-IDX FROM 1 BY 1
001600         UNTIL WK-SM-IDX > WK-SM-COUNT.
001601     GOBACK.
001602 LOAD-SIGNON-PROC.
001603*    サインオン利用者をSIGNON.DATから読み込む。無い場合は承認者
001604*    空白のまま出力し、EMPMAINTで承認者なしとして却下される
001605     OPEN INPUT SIGNON-IN.
001606     IF WK-SO-FILE-STATUS = '35'
001607         DISPLAY 'EMPCONS: SIGNON.DAT NOT FOUND - NO APPROVER'
001608     ELSE
001609         READ SIGNON-IN
001610             AT END
001611                 CONTINUE
001612             NOT AT END
001614                 MOVE SO-USER-ID TO WK-SIGNON-USER
001615         END-READ
001617         CLOSE SIGNON-IN
001618     END-IF.
001620 CONSOLIDATE-SITE1-PROC.
001630     READ SITE1-EMPLOYEE-IN
001640         AT END
002620     MOVE WK-CURR-AGE    TO ET-AGE.
002630     MOVE WK-CURR-SALARY TO ET-SALARY.
002640     MOVE WK-CURR-SITE   TO ET-SITE-CD.
002641*    拠点ファイルは部門を持たないため空白（EMPMAINTで現行値を保持）
002642     MOVE SPACES         TO ET-DEPT-CD.
002643*    給与形態も持たないため空白（EMPMAINTで現行値を保持）
002644     MOVE SPACES         TO ET-PAY-TYPE.
002645     MOVE ZERO           TO ET-HOURLY-RATE.
002646     MOVE WK-FEED-REQUESTER TO ET-REQUESTER.
002647     MOVE WK-SIGNON-USER TO ET-APPROVER.
002650     WRITE EMP-TRANS-REC.
002660 SCAN-FOR-DELETES-PROC.
002670*    現行マスタを先頭から全件走査し、どの拠点ファイルにも
