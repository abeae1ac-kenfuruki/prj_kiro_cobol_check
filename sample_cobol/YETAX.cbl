000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    YETAX.
000030 AUTHOR.        SYSTEMS-GROUP.
000040 DATE-WRITTEN.  2026-10-15.
000050*----------------------------------------------------------------
000060* MODIFICATION HISTORY
000070*  2026-10-15  SYSTEMS-GROUP  年末調整の年税額算出の共通ルーチン
000080*                             を新規作成（年末調整の見込計算
000090*                             YEADJと12月のSAMPLE01で同じ算式を
000100*                             使い、見込と確定の差を算式の差に
000110*                             しない）
000120*----------------------------------------------------------------
000130 ENVIRONMENT DIVISION.
000140 DATA DIVISION.
000150 WORKING-STORAGE SECTION.
000160 01 WK-WORK-AREA.
000170   05 WK-IDX           PIC 9(02).
000180   05 WK-FOUND-IDX     PIC 9(02).
000190   05 WK-UNITS         PIC 9(09).
000200   05 WK-MONTHLY       PIC 9(09).
000210   05 WK-TAX-WORK      PIC S9(11).
000220   05 WK-SENIOR-YEAR   PIC 9(07).
000230 LINKAGE SECTION.
000240 01 LK-ANNUAL-GROSS    PIC 9(09).
000250 01 LK-DEDUCT-TOTAL    PIC 9(09).
000260 01 LK-HOUSING-CREDIT  PIC 9(07).
000270 01 LK-AGE             PIC 9(03).
000280 01 LK-TAX-TABLE.
000290   05 LK-TB-COUNT      PIC 9(02).
000300   05 LK-TB-ENTRY OCCURS 10 TIMES.
000310     10 LK-TB-LIMIT    PIC 9(07).
000320     10 LK-TB-RATE     PIC 9(02).
000330 01 LK-SENIOR-AGE      PIC 9(03).
000340 01 LK-SENIOR-DEDUCT   PIC 9(05).
000350 01 LK-TAXABLE         PIC 9(09).
000360 01 LK-ANNUAL-TAX      PIC 9(09).
000370 PROCEDURE DIVISION USING LK-ANNUAL-GROSS LK-DEDUCT-TOTAL
000380     LK-HOUSING-CREDIT LK-AGE LK-TAX-TABLE LK-SENIOR-AGE
000390     LK-SENIOR-DEDUCT LK-TAXABLE LK-ANNUAL-TAX.
000400 MAIN-PROC.
000410*    年間の支給総額から所得控除の合計を差し引いた課税所得
000420*    （千円未満切捨て）に、月額換算（12分の1）が収まる段階の
000430*    税率を掛けて年税額を求める。毎月の源泉徴収と同じ税率表・
000440*    同じ高齢者控除（月額の12か月分）を使い、住宅借入金等の
000450*    特別控除を差し引いて百円未満を切り捨てる
000460     IF LK-ANNUAL-GROSS > LK-DEDUCT-TOTAL
000470         COMPUTE WK-UNITS =
000480             (LK-ANNUAL-GROSS - LK-DEDUCT-TOTAL) / 1000
000490         COMPUTE LK-TAXABLE = WK-UNITS * 1000
000500     ELSE
000510         MOVE ZERO TO LK-TAXABLE
000520     END-IF.
000530     MOVE ZERO TO LK-ANNUAL-TAX.
000540     IF LK-TAXABLE = 0 OR LK-TB-COUNT = 0
000550         GOBACK
000560     END-IF.
000570     COMPUTE WK-MONTHLY = LK-TAXABLE / 12.
000580     MOVE 0 TO WK-FOUND-IDX.
000590     PERFORM FIND-BRACKET-STEP-PROC
000600         VARYING WK-IDX FROM 1 BY 1
000610         UNTIL WK-IDX > LK-TB-COUNT
000620             OR WK-FOUND-IDX NOT = 0.
000630     IF WK-FOUND-IDX = 0
000640         MOVE LK-TB-COUNT TO WK-FOUND-IDX
000650     END-IF.
000660     COMPUTE WK-TAX-WORK ROUNDED =
000670         LK-TAXABLE * LK-TB-RATE(WK-FOUND-IDX) / 100.
000680     IF LK-AGE >= LK-SENIOR-AGE
000690         COMPUTE WK-SENIOR-YEAR = LK-SENIOR-DEDUCT * 12
000700         SUBTRACT WK-SENIOR-YEAR FROM WK-TAX-WORK
000710     END-IF.
000720     SUBTRACT LK-HOUSING-CREDIT FROM WK-TAX-WORK.
000730     IF WK-TAX-WORK > 0
000740         COMPUTE WK-UNITS = WK-TAX-WORK / 100
000750         COMPUTE LK-ANNUAL-TAX = WK-UNITS * 100
000760     END-IF.
000770     GOBACK.
000780 FIND-BRACKET-STEP-PROC.
000790*    月額換算の課税所得が上限額以下となる最初の段階を返す
000800     IF WK-MONTHLY NOT > LK-TB-LIMIT(WK-IDX)
000810         MOVE WK-IDX TO WK-FOUND-IDX
000820     END-IF.
