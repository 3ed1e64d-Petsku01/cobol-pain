000010*****************************************************************
000020* RDSREC.CPY
000030* SHARED RECORD LAYOUT FOR REPORT-DISTRIBUTION-FILE (rptdist.dat),
000040* THE HAND-MAINTAINED LINE SEQUENTIAL CONTROL FILE THAT SAYS WHICH
000050* RECIPIENT GROUP EACH PRINTED REPORT GOES TO.  READ BY RPTPRT,
000060* WHICH SHOWS THE GROUPS ON EVERY PAGE HEADER AND IN THE REPORT
000070* INDEX (rptindex.dat, SEE RIXREC.CPY).
000080*-----------------------------------------------------------------
000090* 2026-10-15  DWS  ORIGINAL VERSION.  ONE LINE PER REPORT AND
000100*                  RECIPIENT GROUP: THE REPORT ID (THE PROGRAM
000110*                  NAME) IN COLUMNS 1-8, THE GROUP IN COLUMNS
000120*                  10-29 (THE GATEWAY'S DISTRIBUTION-LIST NAME,
000130*                  E.G. SECOPS-ONCALL), A FREE-TEXT NOTE FROM
000140*                  COLUMN 31.  A REPORT MAY APPEAR ON UP TO THREE
000150*                  LINES; FURTHER LINES ARE IGNORED.  A REPORT ON
000160*                  NO LINE IS PRINTED AS UNASSIGNED.  A LINE WITH
000170*                  '*' IN COLUMN 1 IS A COMMENT.
000180*****************************************************************
000190 01  REPORT-DISTRIBUTION-RECORD.
000200     05  RDS-REPORT-ID            PIC X(08).
000210     05  FILLER                   PIC X(01).
000220     05  RDS-RECIPIENT-GROUP      PIC X(20).
000230     05  FILLER                   PIC X(01).
000240     05  RDS-DESCRIPTION          PIC X(50).
