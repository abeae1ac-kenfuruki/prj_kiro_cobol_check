000090*                             プログラムを新規作成（重複キー検出付き）
000092*  2026-08-22  SYSTEMS-GROUP  拠点統合(EMPCONS)に伴い拠点コードを
000094*                             マスタへ引き継ぐようレイアウト拡張
000096*  2026-10-15  SYSTEMS-GROUP  部門コード(EM-DEPT-CD)を追加し、
000097*                             レコード長を60バイトへ拡張（予備付き）
000098*  2026-10-15  SYSTEMS-GROUP  給与形態・時間給をマスタへ引き継ぐ
000099*                             （再ロードで時給者が月給者に
000102*                             戻らないようにする）
000106*----------------------------------------------------------------
000110 ENVIRONMENT DIVISION.
000120 INPUT-OUTPUT SECTION.
000130 FILE-CONTROL.
000290   05 EMP-AGE        PIC 9(03).
000300   05 EMP-SALARY     PIC 9(07).
000305   05 EMP-SITE-CD    PIC X(03).
000306   05 EMP-DEPT-CD    PIC X(05).
000307   05 EMP-PAY-TYPE   PIC X(01).
000308   05 EMP-HOURLY-RATE PIC 9(05).
000309   05 FILLER         PIC X(11).
000310 FD  EMP-MASTER-OUT.
000320 01 EMP-MASTER-REC.
000330   05 EM-EMP-ID      PIC 9(05).
000350   05 EM-AGE         PIC 9(03).
000360   05 EM-SALARY      PIC 9(07).
000365   05 EM-SITE-CD     PIC X(03).
000366   05 EM-DEPT-CD     PIC X(05).
000367   05 EM-PAY-TYPE    PIC X(01).
000368   05 EM-HOURLY-RATE PIC 9(05).
000369   05 FILLER         PIC X(11).
000370 FD  LOAD-REJECT-OUT.
000380 01 LOAD-REJECT-REC   PIC X(80).
000390 WORKING-STORAGE SECTION.
000810         MOVE 'BAD EMP-ID  ' TO WK-RJ-REASON
000820         PERFORM WRITE-REJECT-PROC
000830     ELSE
000835         MOVE SPACES     TO EMP-MASTER-REC
000840         MOVE EMP-ID     TO EM-EMP-ID
000850         MOVE EMP-NAME   TO EM-NAME
000860         MOVE EMP-AGE    TO EM-AGE
000870         MOVE EMP-SALARY TO EM-SALARY
000875         MOVE EMP-SITE-CD TO EM-SITE-CD
000877         MOVE EMP-DEPT-CD TO EM-DEPT-CD
000878*        給与形態と時間給を引き継ぐ（時給者以外の時間給は0）
000879         MOVE EMP-PAY-TYPE TO EM-PAY-TYPE
000881         IF EMP-PAY-TYPE = 'H' AND EMP-HOURLY-RATE IS NUMERIC
000882             MOVE EMP-HOURLY-RATE TO EM-HOURLY-RATE
000884         ELSE
000885             MOVE ZERO TO EM-HOURLY-RATE
000887         END-IF
000888         WRITE EMP-MASTER-REC
000890             INVALID KEY
000900                 PERFORM DUPLICATE-KEY-PROC
000910             NOT INVALID KEY
