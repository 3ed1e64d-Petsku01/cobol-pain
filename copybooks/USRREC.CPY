000295*                  WHOEVER CAN START THE PROGRAM.  THE RECORD
000296*                  LENGTH IS UNCHANGED; EXISTING 'A' AND 'S'
000297*                  ACCOUNTS NEED NO CONVERSION.
000298* 2026-10-15  DWS  ADDED THE HR IDENTITY FIELDS -- EMPLOYEE ID,
000299*                  FULL NAME, DEPARTMENT AND THE MANAGER'S
000300*                  EMPLOYEE ID -- MAINTAINED NIGHTLY BY THE
000301*                  HRFEED BATCH FROM THE HR EXTRACT.  A BLANK
000302*                  EMPLOYEE ID MEANS THE ACCOUNT HAS NO HR
000303*                  MATCH (SERVICE ACCOUNTS, ACCOUNTS CREATED BY
000304*                  HAND BEFORE THE FEED).  THE RECORD IS LONGER
000305*                  THAN BEFORE; RUN USRUPG ONCE TO CARRY AN
000306*                  EXISTING INDEXED users.dat FORWARD.
000307*****************************************************************
000308 01  USER-RECORD.
000310     05  USER-NAME                PIC X(30).
000320     05  USER-PASSWORD            PIC X(30).
000330     05  USER-PASSWORD-SALT       PIC X(08).
000550     05  USER-IS-DISABLED         PIC X(01).
000560         88  USER-ACCOUNT-DISABLED     VALUE 'Y'.
000570         88  USER-ACCOUNT-ACTIVE       VALUE 'N'.
000580     05  USER-EMPLOYEE-ID         PIC X(10).
000590         88  USER-HAS-NO-HR-MATCH      VALUE SPACES.
000600     05  USER-FULL-NAME           PIC X(40).
000610     05  USER-DEPARTMENT          PIC X(20).
000620     05  USER-MANAGER-ID          PIC X(10).
