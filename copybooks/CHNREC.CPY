000010*****************************************************************
000020* CHNREC.CPY
000030* SHARED RECORD LAYOUT FOR THE CHAIN-ANCHOR FILE (incchain.dat),
000040* THE ONE-LINE FILE WHERE INCARCH LEAVES THE SEQUENCE NUMBER AND
000050* CHAIN SUM OF THE HIGHEST INCIDENT IT HAS MOVED OFF THE LIVE
000060* FILE.  COPIED INTO INCARCH (WHICH WRITES IT), LOGINCDT (WHICH
000070* CHAINS FROM IT WHEN THE LIVE FILE HOLDS NOTHING NEWER) AND
000080* INCVRFY (WHICH CHECKS THE ARCHIVED ROW STILL MATCHES IT).
000090*-----------------------------------------------------------------
000100* 2026-10-15  DWS  ORIGINAL VERSION.  WITHOUT IT A PURGE THAT
000110*                  EMPTIED THE LIVE FILE LEFT LOGINCDT NOTHING TO
000120*                  CHAIN FROM -- AND NOTHING TO NUMBER FROM, SO
000130*                  THE SEQUENCE WOULD HAVE RESTARTED AT 1 UNDER
000140*                  NUMBERS ALREADY ON THE ARCHIVES.
000150*****************************************************************
000160 01  CHAIN-ANCHOR-RECORD.
000170     05  CHA-LAST-SEQ-NO          PIC 9(09).
000180     05  CHA-LAST-CHAIN-SUM       PIC 9(10).
000190     05  CHA-ARCHIVE-FILE-NAME    PIC X(20).
000200     05  CHA-UPDATED-DATE         PIC 9(08).
000210     05  CHA-UPDATED-TIME         PIC 9(08).
