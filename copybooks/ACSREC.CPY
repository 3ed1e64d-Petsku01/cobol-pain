000010*****************************************************************
000020* ACSREC.CPY
000030* SHARED RECORD LAYOUT FOR ACCESS-SCHEDULE-FILE (acsched.dat), THE
000040* KEYED FILE OF PERMITTED LOGIN HOURS.  COPIED INTO ACSCHK (WHICH
000050* EVERY LOGIN CALLS TO ENFORCE IT) AND ACSCHED (WHICH MAINTAINS
000060* IT) SO THE LAYOUT ONLY HAS TO CHANGE IN ONE PLACE.
000070*-----------------------------------------------------------------
000080* 2026-10-15  DWS  ORIGINAL VERSION.  ONE ENTRY PER USERNAME
000090*                  (ACS-KEY-TYPE 'U') OR PER ROLE LETTER ('R', THE
000100*                  LETTER IN THE FIRST BYTE OF ACS-KEY-VALUE).  AN
000110*                  ENTRY FOR THE USERNAME WINS OVER ONE FOR ITS
000120*                  ROLE; AN ACCOUNT WITH NEITHER MAY LOG IN AT ANY
000130*                  HOUR.  ACS-DAY-FLAG HOLDS 'Y' FOR EACH
000140*                  PERMITTED DAY, MONDAY FIRST.  EACH WINDOW IS
000150*                  HHMM FROM (INCLUSIVE) TO (EXCLUSIVE); AN END
000160*                  BEFORE THE START RUNS PAST MIDNIGHT, AND AN END
000170*                  OF 2400 MEANS MIDNIGHT.  A WINDOW WHOSE START
000180*                  AND END ARE EQUAL IS UNUSED, AND AN ENTRY WITH
000190*                  BOTH WINDOWS UNUSED PERMITS THE WHOLE OF EACH
000200*                  PERMITTED DAY.  THE DAY TESTED IS ALWAYS THE
000210*                  DAY THE LOGIN FALLS ON.
000213* 2026-10-15  DWS  ENFORCEMENT MOVED FROM CYBRSEC TO THE CALLED
000216*                  SUBPROGRAM ACSCHK.
000220*****************************************************************
000230 01  ACCESS-SCHEDULE-RECORD.
000240     05  ACS-KEY.
000250         10  ACS-KEY-TYPE         PIC X(01).
000260             88  ACS-FOR-USER         VALUE 'U'.
000270             88  ACS-FOR-ROLE         VALUE 'R'.
000280         10  ACS-KEY-VALUE        PIC X(30).
000290     05  ACS-PERMITTED-DAYS.
000300         10  ACS-DAY-FLAG         PIC X(01) OCCURS 7 TIMES.
000310     05  ACS-WINDOW-TABLE.
000320         10  ACS-WINDOW           OCCURS 2 TIMES.
000330             15  ACS-WINDOW-START PIC 9(04).
000340             15  ACS-WINDOW-END   PIC 9(04).
000350     05  ACS-UPDATED-DATE         PIC 9(08).
000360     05  ACS-UPDATED-TIME         PIC 9(08).
