000010*****************************************************************
000020* RIXREC.CPY
000030* SHARED RECORD LAYOUT FOR REPORT-INDEX-FILE (rptindex.dat), THE
000040* LINE SEQUENTIAL LOG OF EVERY PRINT FILE THE REPORTS PRODUCE.
000050* APPENDED BY RPTPRT WHEN A PRINT FILE IS CLOSED AND LISTED BY
000060* RPTIDXRP, SO A REPORT CAN BE FOUND AND RETRIEVED BY DATE LONG
000070* AFTER IT WAS RUN.
000080*-----------------------------------------------------------------
000090* 2026-10-15  DWS  ORIGINAL VERSION.  ONE LINE PER PRINT FILE: THE
000100*                  RUN STAMP THE FILE NAME WAS BUILT FROM, THE
000110*                  REPORT ID AND TITLE, THE FILE NAME, THE PAGE
000120*                  AND DETAIL-LINE COUNTS, AND THE RECIPIENT
000130*                  GROUPS rptdist.dat NAMED FOR THE REPORT AT THE
000140*                  TIME (SPACES WHERE UNUSED; "UNASSIGNED" IN THE
000150*                  FIRST WHEN IT NAMED NONE).
000160*****************************************************************
000170 01  REPORT-INDEX-RECORD.
000180     05  RIX-RUN-DATE             PIC 9(08).
000190     05  RIX-RUN-TIME             PIC 9(06).
000200     05  RIX-REPORT-ID            PIC X(08).
000210     05  RIX-REPORT-TITLE         PIC X(60).
000220     05  RIX-FILE-NAME            PIC X(40).
000230     05  RIX-PAGE-COUNT           PIC 9(05).
000240     05  RIX-LINE-COUNT           PIC 9(07).
000250     05  RIX-RECIPIENT-GROUP      PIC X(20)
000260                                  OCCURS 3 TIMES.
