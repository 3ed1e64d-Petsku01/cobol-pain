000204*                  ("Reactivation Requested" / "Approved" /
000206*                  "Rejected") NOW THAT CYBRSEC LOGS THE
000208*                  SELF-SERVICE REACTIVATION QUEUE AS INCIDENTS.
000209* 2026-10-15  DWS  SEEDS THE FIVE CHANGE-REQUEST TYPES CYBRSEC'S
000210*                  TWO-PERSON APPROVAL LOGS ("Change Request
000211*                  Filed" / "Approved" / "Rejected" / "Expired"
000212*                  AND "Self-Approval Refused", THE LAST ONE
000213*                  CRITICAL).
000214* 2026-10-15  DWS  SEEDS "Alert Escalated", LOGGED BY ALRTESC WHEN
000215*                  AN ALERT LEFT UNACKNOWLEDGED IS PAGED TO THE
000216*                  BACKUP ON-CALL.  A WARNING, NOT CRITICAL: THE
000217*                  ESCALATION IS ITSELF THE PAGE, SO IT MUST NOT
000218*                  RAISE A SECOND ONE THROUGH LOGINCDT.
000219* 2026-10-15  DWS  SEEDS THE PERMITTED-HOURS TYPES: "Outside
000220*                  Permitted Hours" (CYBRSEC REFUSALS), "Access
000221*                  Schedule Changed" (ACSCHED) AND "Break-Glass
000222*                  Login", CRITICAL SO AN ADMIN OVERRIDE PAGES
000223*                  ON-CALL THROUGH LOGINCDT.
000224*****************************************************************
000225*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000745         VALUE "Reactivation Approved    2".
000746     05  FILLER                   PIC X(26)
000747         VALUE "Reactivation Rejected    2".
000748     05  FILLER                   PIC X(26)
000749         VALUE "Change Request Filed     2".
000750     05  FILLER                   PIC X(26)
000751         VALUE "Change Request Approved  2".
000752     05  FILLER                   PIC X(26)
000753         VALUE "Change Request Rejected  2".
000754     05  FILLER                   PIC X(26)
000755         VALUE "Change Request Expired   2".
000756     05  FILLER                   PIC X(26)
000757         VALUE "Self-Approval Refused    1".
000758     05  FILLER                   PIC X(26)
000759         VALUE "Alert Escalated          2".
000760     05  FILLER                   PIC X(26)
000761         VALUE "Outside Permitted Hours  2".
000762     05  FILLER                   PIC X(26)
000763         VALUE "Break-Glass Login        1".
000764     05  FILLER                   PIC X(26)
000765         VALUE "Access Schedule Changed  2".
000766 01  CS-SEED-ENTRIES REDEFINES CS-SEED-TABLE.
000767     05  CS-SEED-ENTRY            OCCURS 25 TIMES.
000770         10  CS-SEED-TYPE-NAME    PIC X(25).
000780         10  CS-SEED-SEVERITY     PIC 9(01).
000790
000800 77  CS-SEED-COUNT                PIC 9(02) VALUE 25.
000810 01  CS-SEED-IDX                  PIC 9(02) COMP VALUE 0.
000820
000830 01  CS-REPORT-TOTALS.
