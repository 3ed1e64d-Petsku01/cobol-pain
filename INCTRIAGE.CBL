000256*                  REVIEWED-BENIGN.  DISP-REVIEWER IS STAMPED
000257*                  FROM THE AUTHENTICATED ACCOUNT, NOT FROM
000258*                  FREE TEXT.
000259* 2026-10-15  DWS  THE REVIEWER LOGIN NOW HONOURS THE ACCESS
000260*                  SCHEDULE THROUGH ACSCHK, AS CYBRSEC'S DOES; A
000261*                  CORRECT PASSWORD OUTSIDE THE PERMITTED HOURS IS
000262*                  REFUSED UNLESS AN ADMIN TAKES THE BREAK-GLASS.
000263*****************************************************************
000264*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000906     05  CS-EXAMINED-COUNT        PIC 9(06) VALUE 0.
000907     05  CS-TRIAGED-COUNT         PIC 9(06) VALUE 0.
000908     05  CS-SKIPPED-COUNT         PIC 9(06) VALUE 0.
000916
000924 01  CS-HOURS-RESULT              PIC X(01) VALUE 'Y'.
000932     88  CS-HOURS-REFUSED             VALUE 'N'.
000940
000950 PROCEDURE DIVISION.
000960*****************************************************************
001395* FOLLOWING CYBRSEC'S CHECK-LOGIN RULES: DISABLED AND LOCKED
001396* ACCOUNTS ARE REJECTED, THE PASSWORD IS VERIFIED THROUGH THE
001397* SHARED SALTED-HASH SCHEME, A WRONG PASSWORD COUNTS TOWARD THE
001398* LOCKOUT AND LOCKS AT CS-MAX-ATTEMPTS, EVERY ATTEMPT IS LOGGED
001399* THROUGH LOGINCDT, AND ACSCHK MUST PERMIT THE HOUR (OR AN ADMIN
001400* TAKE THE BREAK-GLASS).  THE ACCOUNT MUST ALSO CARRY THE TRIAGE
001401* OR ADMIN ROLE; A STANDARD ACCOUNT IS TURNED AWAY AND LOGGED.
001402* SUCCESS SETS CS-AUTH-OK AND STAMPS CS-REVIEWER-NAME FROM THE
001403* AUTHENTICATED ACCOUNT -- THE ONLY SOURCE OF DISP-REVIEWER.
001404*****************************************************************
001405 1500-AUTHENTICATE-REVIEWER.
001406     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
001467         GO TO 1500-AUTHENTICATE-REVIEWER-EXIT
001468     END-IF
001469
001470     CALL "ACSCHK" USING BY CONTENT CS-INPUT-USERNAME
001471         BY CONTENT USER-ROLE
001472         BY REFERENCE CS-HOURS-RESULT
001473     IF CS-HOURS-REFUSED
001474         GO TO 1500-AUTHENTICATE-REVIEWER-EXIT
001475     END-IF
001476
001477     MOVE 0 TO USER-FAILED-ATTEMPTS
001478     MOVE CS-CURRENT-DATE TO USER-LAST-LOGIN-DATE
001479     REWRITE USER-RECORD
001480     MOVE 'Y' TO CS-AUTH-OK-FLAG
001481     MOVE USER-NAME TO CS-REVIEWER-NAME
001482     DISPLAY "Login successful."
001483     MOVE "Login Success" TO CS-CALL-TYPE
001484     MOVE "Reviewer logged in to incident triage."
001485         TO CS-CALL-DETAILS
001486     PERFORM 1590-LOG-LOGIN-INCIDENT
001487         THRU 1590-LOG-LOGIN-INCIDENT-EXIT.
001488 1500-AUTHENTICATE-REVIEWER-EXIT.
001489     EXIT.
001490
001491*****************************************************************
001492* 1550-RECORD-FAILED-ATTEMPT.
001493* COUNTS ONE WRONG-PASSWORD ATTEMPT AGAINST THE RECORD THE
001494* CALLER JUST READ AND LOCKS THE ACCOUNT AT CS-MAX-ATTEMPTS,
001495* EXACTLY AS CYBRSEC'S 3250-RECORD-FAILED-ATTEMPT DOES, SO THE
001496* TRIAGE LOGIN IS NOT A PASSWORD-GUESSING ORACLE.  THE CALLER
001497* REWRITES USER-RECORD.
001498*****************************************************************
001499 1550-RECORD-FAILED-ATTEMPT.
001500     ADD 1 TO USER-FAILED-ATTEMPTS
001501     DISPLAY "Login failed. Attempt: " USER-FAILED-ATTEMPTS
001502     MOVE "Login Failure" TO CS-CALL-TYPE
001503     MOVE "Incorrect password." TO CS-CALL-DETAILS
001504     PERFORM 1590-LOG-LOGIN-INCIDENT
001505         THRU 1590-LOG-LOGIN-INCIDENT-EXIT
001506     IF USER-FAILED-ATTEMPTS >= CS-MAX-ATTEMPTS
001507         MOVE 'Y' TO USER-IS-LOCKED
001508         MOVE CS-CURRENT-DATE TO USER-LOCKOUT-DATE
001509         MOVE CS-CURRENT-TIME TO USER-LOCKOUT-TIME
001510         MOVE "Account Locked" TO CS-CALL-TYPE
001511         MOVE
001512             "Account locked due to multiple failed attempts."
001513             TO CS-CALL-DETAILS
001514         PERFORM 1590-LOG-LOGIN-INCIDENT
001515             THRU 1590-LOG-LOGIN-INCIDENT-EXIT
001516         DISPLAY "Account has been locked due to multiple "
001517                 "failed login attempts."
001518     END-IF.
001519 1550-RECORD-FAILED-ATTEMPT-EXIT.
001520     EXIT.
001521
001522*****************************************************************
001523* 1590-LOG-LOGIN-INCIDENT.
001524* ONE CALL TO LOGINCDT FROM THE CS-CALL FIELDS THE CALLER JUST
001525* FILLED IN, AGAINST THE USERNAME UNDER AUTHENTICATION.
001526*****************************************************************
001527 1590-LOG-LOGIN-INCIDENT.
001528     CALL "LOGINCDT" USING BY CONTENT CS-CURRENT-DATE
001529         BY CONTENT CS-CURRENT-TIME
001530         BY CONTENT CS-CALL-TYPE
001531         BY CONTENT CS-INPUT-USERNAME
001532         BY CONTENT CS-CALL-DETAILS.
001533 1590-LOG-LOGIN-INCIDENT-EXIT.
001534     EXIT.
001535
001536*****************************************************************
001537* 2000-MENU-CYCLE.
001538*****************************************************************
001540 2000-MENU-CYCLE.
001550     DISPLAY "Incident Triage"
001560     DISPLAY "==============================="
