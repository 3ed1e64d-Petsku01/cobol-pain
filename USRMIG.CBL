000253*                  A FULL DORMANCY PERIOD BEFORE USRDORM
000254*                  DISABLES IT, AND EVERY ACCOUNT COMES OVER
000255*                  ENABLED.
000256* 2026-10-15  DWS  THE HR IDENTITY FIELDS (SEE USRREC.CPY) START
000257*                  BLANK -- NO HR MATCH -- UNTIL HRFEED LINKS
000258*                  THE ACCOUNT.
000259*****************************************************************
000260*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
001764     MOVE SPACES TO USER-PRIOR-PASSWORD-TABLE
001766     MOVE CS-CURRENT-DATE TO USER-LAST-LOGIN-DATE
001768     MOVE 'N' TO USER-IS-DISABLED
001769     MOVE SPACES TO USER-EMPLOYEE-ID
001770     MOVE SPACES TO USER-FULL-NAME
001771     MOVE SPACES TO USER-DEPARTMENT
001772     MOVE SPACES TO USER-MANAGER-ID
001773
001780     IF CS-IS-FIRST-RECORD
001790         MOVE 'A' TO USER-ROLE
001800         MOVE 'N' TO CS-FIRST-RECORD-FLAG
