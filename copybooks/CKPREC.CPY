000010*****************************************************************
000020* CKPREC.CPY
000030* SHARED RECORD LAYOUT FOR THE INCARCH CHECKPOINT FILE
000040* (incarch.ckp), THE ONE-LINE FILE INCARCH REWRITES EVERY
000050* CS-CHECKPOINT-INTERVAL ROWS IT ARCHIVES AND DELETES, AND EMPTIES
000060* WHEN A RUN FINISHES CLEAN.  A RECORD ON THE FILE THEREFORE MEANS
000070* THE LAST RUN STOPPED PART WAY THROUGH THE PURGE.  COPIED INTO
000080* INCARCH (WHICH WRITES IT AND RESTARTS FROM IT) AND NIGHTRUN
000090* (WHICH CHECKS FOR IT BEFORE CALLING INCARCH).
000100*-----------------------------------------------------------------
000110* 2026-10-15  DWS  ORIGINAL VERSION.  CKP-LAST-SEQ-NO IS THE LAST
000120*                  ROW BOTH WRITTEN TO CKP-ARCHIVE-FILE-NAME AND
000130*                  DELETED FROM THE LIVE FILE; EVERY COUNT AND THE
000140*                  CHAIN-ANCHOR FIELDS ARE AS OF THAT ROW.  THE
000150*                  CUTOFF IS KEPT SO A RESTART ON A LATER DAY
000160*                  FINISHES THE SAME PURGE INSTEAD OF STARTING A
000170*                  NEW ONE.
000180*****************************************************************
000190 01  INCARCH-CHECKPOINT-RECORD.
000200     05  CKP-LAST-SEQ-NO          PIC 9(09).
000210     05  CKP-ARCHIVE-FILE-NAME    PIC X(20).
000220     05  CKP-CUTOFF-DATE          PIC 9(08).
000230     05  CKP-RETENTION-DAYS       PIC 9(06).
000240     05  CKP-COUNTS.
000250         10  CKP-RECORD-COUNT     PIC 9(06).
000260         10  CKP-KEPT-COUNT       PIC 9(06).
000270         10  CKP-ARCHIVED-COUNT   PIC 9(06).
000280         10  CKP-WRITE-FAIL-COUNT PIC 9(06).
000290         10  CKP-DELETE-FAIL-COUNT PIC 9(06).
000300     05  CKP-ANCHOR-SEQ-NO        PIC 9(09).
000310     05  CKP-ANCHOR-CHAIN-SUM     PIC 9(10).
000320     05  CKP-ANCHOR-FILE-NAME     PIC X(20).
000330     05  CKP-ANCHOR-MOVED-FLAG    PIC X(01).
000340     05  CKP-TAKEN-DATE           PIC 9(08).
000350     05  CKP-TAKEN-TIME           PIC 9(08).
