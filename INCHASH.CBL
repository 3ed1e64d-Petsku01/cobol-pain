000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INCHASH.
000030 AUTHOR. D-SHIFT-SECURITY-TEAM.
000040 INSTALLATION. CENTRAL-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------------
000110* 2026-10-15  DWS  ORIGINAL VERSION.  CALLED SUBPROGRAM, IN THE
000120*                  STYLE OF LOGINCDT AND RUNCTL, THAT COMPUTES THE
000130*                  INCIDENT-LOG CHECKSUMS (SEE INCREC.CPY), SO THE
000140*                  PROGRAMS THAT STAMP ROWS (LOGINCDT AND INCMIG)
000150*                  AND THE ONE THAT CHECKS THEM (INCVRFY)
000160*                  CAN NEVER DISAGREE ON THE ARITHMETIC.  THE
000170*                  CALLER PASSES A SEED AND THE 180 DATA BYTES OF
000180*                  THE ROW (EVERYTHING AHEAD OF THE CHECKSUMS):
000190*                  SEEDED WITH ZERO THE RESULT IS THE ROW SUM;
000200*                  SEEDED WITH THE PREVIOUS ROW'S CHAIN SUM IT IS
000210*                  THE CHAIN SUM.  EACH BYTE IS FOLDED IN WITH ITS
000220*                  POSITION, MODULO A TEN-DIGIT PRIME, SO A
000230*                  CHANGED, SWAPPED OR SHIFTED CHARACTER MOVES
000240*                  THE RESULT.  ZERO IS NEVER HANDED BACK, SINCE A
000250*                  ZERO CHECKSUM MARKS AN UNSTAMPED ROW.
000260*****************************************************************
000270*
000280 ENVIRONMENT DIVISION.
000290
000300 DATA DIVISION.
000310 WORKING-STORAGE SECTION.
000320 77  CS-HASH-MODULUS              PIC 9(10) VALUE 9999999967.
000330 77  CS-HASH-MULTIPLIER           PIC 9(03) VALUE 257.
000340
000350 01  CS-HASH-WORK-FIELDS.
000360     05  CS-HASH-ACCUMULATOR      PIC 9(15) COMP VALUE 0.
000370     05  CS-HASH-QUOTIENT         PIC 9(15) COMP VALUE 0.
000380     05  CS-HASH-BYTE-IDX         PIC 9(04) COMP VALUE 0.
000390
000400 LINKAGE SECTION.
000410 01  CS-HASH-SEED                 PIC 9(10).
000420 01  CS-HASH-DATA                 PIC X(180).
000430 01  CS-HASH-RESULT               PIC 9(10).
000440
000450 PROCEDURE DIVISION USING CS-HASH-SEED
000460                          CS-HASH-DATA
000470                          CS-HASH-RESULT.
000480*****************************************************************
000490* 0000-MAIN-LOGIC.
000500*****************************************************************
000510 0000-MAIN-LOGIC.
000520     MOVE CS-HASH-SEED TO CS-HASH-ACCUMULATOR
000530     PERFORM 1000-FOLD-ONE-BYTE THRU 1000-FOLD-ONE-BYTE-EXIT
000540         VARYING CS-HASH-BYTE-IDX FROM 1 BY 1
000550         UNTIL CS-HASH-BYTE-IDX > 180
000560
000570     IF CS-HASH-ACCUMULATOR = 0
000580         MOVE 1 TO CS-HASH-ACCUMULATOR
000590     END-IF
000600     MOVE CS-HASH-ACCUMULATOR TO CS-HASH-RESULT
000610     GOBACK.
000620
000630*****************************************************************
000640* 1000-FOLD-ONE-BYTE.
000650* ACCUMULATOR = (ACCUMULATOR * 257 + BYTE VALUE + POSITION)
000660*               MODULO 9999999967.
000670* THE ACCUMULATOR STAYS BELOW THE MODULUS BETWEEN BYTES, SO THE
000680* PRODUCT NEVER PASSES THIRTEEN DIGITS.
000690*****************************************************************
000700 1000-FOLD-ONE-BYTE.
000710     COMPUTE CS-HASH-ACCUMULATOR =
000720         CS-HASH-ACCUMULATOR * CS-HASH-MULTIPLIER
000730         + FUNCTION ORD(CS-HASH-DATA(CS-HASH-BYTE-IDX:1))
000740         + CS-HASH-BYTE-IDX
000750     DIVIDE CS-HASH-ACCUMULATOR BY CS-HASH-MODULUS
000760         GIVING CS-HASH-QUOTIENT
000770         REMAINDER CS-HASH-ACCUMULATOR.
000780 1000-FOLD-ONE-BYTE-EXIT.
000790     EXIT.
000800
000810 END PROGRAM INCHASH.
