000010*****************************************************************
000020* HRXREC.CPY
000030* SHARED RECORD LAYOUT FOR HR-EXTRACT-FILE (hrextract.dat), THE
000040* NIGHTLY LINE-SEQUENTIAL EXTRACT THE HR SYSTEM DROPS FOR THE
000050* HRFEED BATCH: ONE ROW PER HIRE, TERMINATION, OR TRANSFER,
000060* KEYED BY EMPLOYEE ID.  COPIED INTO HRFEED SO THE LAYOUT ONLY
000070* HAS TO CHANGE IN ONE PLACE.
000080*-----------------------------------------------------------------
000090* 2026-10-15  DWS  ORIGINAL VERSION.  THE USERNAME IS ONLY READ
000100*                  ON A HIRE ROW (THE LOGIN HR HAS ASSIGNED);
000110*                  TERMINATIONS AND TRANSFERS FIND THE ACCOUNT
000120*                  BY EMPLOYEE ID.  A BLANK ROLE ON A TRANSFER
000130*                  LEAVES THE ROLE ALONE; A BLANK ROLE ON A HIRE
000140*                  MEANS STANDARD.  THE FEED MAY GRANT ONLY THE
000150*                  STANDARD AND TRIAGE ROLES -- ADMINISTRATOR
000160*                  ACCESS IS GRANTED IN CYBRSEC, NEVER BY A FILE.
000163* 2026-10-15  DWS  THE ROLE ON A TERMINATION ROW IS IGNORED; A
000166*                  LEAVER IS DISABLED WHATEVER ROLE HR SENDS.
000170*****************************************************************
000180 01  HR-EXTRACT-RECORD.
000190     05  HR-ACTION-CODE           PIC X(01).
000200         88  HR-ACTION-HIRE           VALUE 'H'.
000210         88  HR-ACTION-TERMINATE      VALUE 'T'.
000220         88  HR-ACTION-TRANSFER       VALUE 'X'.
000230     05  HR-EMPLOYEE-ID           PIC X(10).
000240     05  HR-USERNAME              PIC X(30).
000250     05  HR-FULL-NAME             PIC X(40).
000260     05  HR-DEPARTMENT            PIC X(20).
000270     05  HR-MANAGER-ID            PIC X(10).
000280     05  HR-ROLE                  PIC X(01).
000290         88  HR-ROLE-NOT-GIVEN        VALUE SPACE.
000300         88  HR-ROLE-FEED-MAY-GRANT   VALUES 'S' 'T' SPACE.
000310     05  HR-EFFECTIVE-DATE        PIC 9(08).
