000999*                  REJECTS WITH A REASON.  EVERY REQUEST AND
001000*                  DECISION IS LOGGED AS AN INCIDENT, SO THE
001001*                  ACCESS-REVIEW TRAIL IS COMPLETE.
001002* 2026-10-15  DWS  ADD-USER STARTS THE NEW HR IDENTITY FIELDS
001003*                  (SEE USRREC.CPY) BLANK; HRFEED MAINTAINS THEM.
001004* 2026-10-15  DWS  TWO-PERSON APPROVAL FOR PRIVILEGED CHANGES.
001005*                  GRANTING THE ADMIN ROLE IN EDIT-USER, DELETE-
001006*                  USER, AND REACTIVATE-USER NO LONGER TOUCH
001007*                  users.dat; THEY FILE A PENDING CHANGE REQUEST
001008*                  ON THE KEYED chgreq.dat (SEE CHGREC.CPY) WITH
001009*                  THE REQUESTER, THE ACCOUNT, AND THE BEFORE AND
001010*                  AFTER VALUES.  A NEW ADMIN-MENU ACTION LETS A
001011*                  DIFFERENT ADMINISTRATOR APPROVE (WHICH APPLIES
001012*                  THE CHANGE AND WRITES AUDIT ROWS NAMING BOTH
001013*                  PEOPLE) OR REJECT IT.  APPROVING YOUR OWN
001014*                  REQUEST IS REFUSED AND LOGGED, AND A REQUEST
001015*                  LEFT UNDECIDED FOR CS-CHANGE-EXPIRY-HOURS IS
001016*                  EXPIRED AND LOGGED AS AN INCIDENT.  THE ADMIN
001017*                  MENU'S RETURN OPTION MOVED FROM 6 TO 7.
001018* 2026-10-15  DWS  PERMITTED LOGIN HOURS.  A CORRECT PASSWORD IS
001019*                  NOW CHECKED AGAINST THE ACCESS SCHEDULE
001020*                  (acsched.dat, SEE ACSREC.CPY; MAINTAINED BY
001021*                  ACSCHED), THE USERNAME'S ENTRY FIRST AND THEN
001022*                  THE ROLE'S.  OUTSIDE THE PERMITTED DAYS AND
001023*                  WINDOWS THE LOGIN IS REFUSED AND LOGGED AS AN
001024*                  "OUTSIDE PERMITTED HOURS" INCIDENT (NOT A
001025*                  FAILED ATTEMPT -- THE PASSWORD WAS RIGHT).  AN
001026*                  ADMINISTRATOR MAY TAKE THE BREAK-GLASS
001027*                  OVERRIDE WITH A STATED REASON, LOGGED AS A
001028*                  "BREAK-GLASS LOGIN" INCIDENT, WHICH THE
001029*                  CATALOG RATES SEVERITY 1 SO IT PAGES ON-CALL.
001030*                  NO SCHEDULE ENTRY, OR NO FILE, MEANS ANY HOUR.
001031* 2026-10-15  DWS  THE PERMITTED-HOURS CHECK MOVED OUT TO THE
001032*                  CALLED SUBPROGRAM ACSCHK SO EVERY PROGRAM WITH
001033*                  ITS OWN LOGIN APPLIES THE SAME RULE; THE
001034*                  SCHEDULE FILE IS NO LONGER DECLARED HERE.
001035*                  ADD-USER NO LONGER CREATES AN ADMINISTRATOR
001036*                  DIRECTLY: THE ACCOUNT IS WRITTEN WITH THE
001037*                  STANDARD ROLE AND A GRANT REQUEST IS FILED FOR
001038*                  A SECOND ADMINISTRATOR.  APPROVING A
001039*                  SELF-SERVICE REACTIVATION REQUEST LIKEWISE NOW
001040*                  FILES A REACTIVATE CHANGE REQUEST INSTEAD OF
001041*                  CLEARING THE DISABLED FLAG, SO A LEAVER OR
001042*                  REVOKED ACCOUNT TAKES TWO ADMINISTRATORS TO
001043*                  BRING BACK.
001044*****************************************************************
001045*
001046 ENVIRONMENT DIVISION.
001047 INPUT-OUTPUT SECTION.
001048 FILE-CONTROL.
001049     SELECT USER-FILE ASSIGN TO "users.dat"
001050         ORGANIZATION IS INDEXED
001051         ACCESS MODE IS DYNAMIC
001052         RECORD KEY IS USER-NAME
001053         FILE STATUS IS FS-USER-FILE-STATUS.
001054     SELECT REQUEST-FILE ASSIGN TO "reactreq.dat"
001055         ORGANIZATION IS INDEXED
001056         ACCESS MODE IS DYNAMIC
001057         RECORD KEY IS RQ-USERNAME
001058         FILE STATUS IS FS-REQUEST-FILE-STATUS.
001059     SELECT CHANGE-FILE ASSIGN TO "chgreq.dat"
001060         ORGANIZATION IS INDEXED
001061         ACCESS MODE IS DYNAMIC
001062         RECORD KEY IS CHG-SEQ-NO
001063         FILE STATUS IS FS-CHANGE-FILE-STATUS.
001068
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  USER-FILE.
001102
001104 FD  REQUEST-FILE.
001106     COPY "RQREC.CPY".
001107
001108 FD  CHANGE-FILE.
001109     COPY "CHGREC.CPY".
001110
001120 WORKING-STORAGE SECTION.
001130 01  CS-FILE-STATUS-GROUP.
001162     05  FS-REQUEST-FILE-STATUS   PIC X(02) VALUE "00".
001164         88  FS-REQUEST-FILE-OK          VALUE "00".
001166         88  FS-REQUEST-FILE-NOT-FOUND   VALUE "35".
001167     05  FS-CHANGE-FILE-STATUS    PIC X(02) VALUE "00".
001168         88  FS-CHANGE-FILE-OK           VALUE "00".
001169         88  FS-CHANGE-FILE-NOT-FOUND    VALUE "35".
001173      
001180 01  CS-LOGIN-FIELDS.
001190     05  CS-INPUT-USERNAME        PIC X(30).
001200     05  CS-INPUT-PASSWORD        PIC X(30).
001800 77  CS-CURRENT-DATE              PIC 9(08) VALUE 0.
001810 77  CS-CURRENT-TIME              PIC 9(08) VALUE 0.
001820 77  CS-PASSWORD-EXPIRY-DAYS      PIC 9(03) VALUE 90.
001825 77  CS-CHANGE-EXPIRY-HOURS       PIC 9(03) VALUE 24.
001830
001840 01  CS-CHANGE-PASSWORD-FIELDS.
001850     05  CS-NEW-PASSWORD          PIC X(30).
002041     05  CS-REQUEST-EOF-FLAG      PIC X(01) VALUE 'N'.
002042         88  CS-REQUEST-END-OF-FILE   VALUE 'Y'.
002043
002044 01  CS-CHANGE-WORK-FIELDS.
002045     05  CS-CHANGE-FILE-OPEN-FLAG PIC X(01) VALUE 'N'.
002046         88  CS-CHANGE-FILE-OPEN      VALUE 'Y'.
002047     05  CS-CHANGE-EOF-FLAG       PIC X(01) VALUE 'N'.
002048         88  CS-CHANGE-END-OF-FILE    VALUE 'Y'.
002049     05  CS-CHANGE-HIGH-FOUND-FLAG
002050                                  PIC X(01) VALUE 'N'.
002051         88  CS-CHANGE-HIGH-FOUND     VALUE 'Y'.
002052     05  CS-CHANGE-DUPLICATE-FLAG PIC X(01) VALUE 'N'.
002053         88  CS-CHANGE-DUPLICATE      VALUE 'Y'.
002054     05  CS-CHANGE-LIST-FLAG      PIC X(01) VALUE 'N'.
002055         88  CS-CHANGE-LIST-WANTED    VALUE 'Y'.
002056     05  CS-CHANGE-APPLIED-FLAG   PIC X(01) VALUE 'N'.
002057         88  CS-CHANGE-WAS-APPLIED    VALUE 'Y'.
002058     05  CS-GRANT-ADMIN-FLAG      PIC X(01) VALUE 'N'.
002059         88  CS-GRANT-ADMIN-WANTED    VALUE 'Y'.
002060     05  CS-CHANGE-ACTION         PIC X(01).
002061     05  CS-CHANGE-FIELD-NAME     PIC X(20).
002062     05  CS-CHANGE-BEFORE-VALUE   PIC X(20).
002063     05  CS-CHANGE-AFTER-VALUE    PIC X(20).
002064     05  CS-CHANGE-INPUT-SEQ-NO   PIC X(09).
002065     05  CS-CHANGE-SEQ-CHECK-IDX  PIC 9(02) COMP VALUE 0.
002066     05  CS-CHANGE-SEQ-VALID-FLAG PIC X(01) VALUE 'Y'.
002067         88  CS-CHANGE-SEQ-VALID      VALUE 'Y'.
002068     05  CS-CHANGE-NEXT-SEQ-NO    PIC 9(09) VALUE 0.
002069     05  CS-CHANGE-PENDING-COUNT  PIC 9(04) VALUE 0.
002070     05  CS-CHANGE-EXPIRED-COUNT  PIC 9(04) VALUE 0.
002071     05  CS-CHANGE-ACTION-TEXT    PIC X(20).
002072     05  CS-CHANGE-DETAIL-PREFIX  PIC X(80).
002073
002074 01  CS-CHANGE-AGE-FIELDS.
002075     05  CS-CHANGE-TIME-WORK      PIC 9(08).
002076     05  CS-CHANGE-TIME-PARTS REDEFINES CS-CHANGE-TIME-WORK.
002077         10  CS-CHANGE-TIME-HH    PIC 9(02).
002078         10  CS-CHANGE-TIME-MM    PIC 9(02).
002079         10  FILLER               PIC 9(04).
002080     05  CS-CHANGE-NOW-MINUTES    PIC 9(11) VALUE 0.
002081     05  CS-CHANGE-FILED-MINUTES  PIC 9(11) VALUE 0.
002082     05  CS-CHANGE-AGE-MINUTES    PIC S9(11) VALUE 0.
002083     05  CS-CHANGE-LIMIT-MINUTES  PIC 9(07) VALUE 0.
002084
002087 01  CS-HOURS-RESULT              PIC X(01) VALUE 'Y'.
002090     88  CS-HOURS-REFUSED             VALUE 'N'.
002093
002096 01  CS-CHANGE-FILED-FLAG         PIC X(01) VALUE 'N'.
002099     88  CS-CHANGE-FILED              VALUE 'Y'.
002102
002110 PROCEDURE DIVISION.
002111*
002112*****************************************************************
002113* 0000-MAIN-LOGIC.
002114* PROGRAM MAINLINE.  OPENS THE FILES, DRIVES THE MENU LOOP, AND
002115* CLOSES DOWN CLEANLY ON EXIT.
002116*****************************************************************
002117 0000-MAIN-LOGIC.
002118     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002120     IF NOT CS-USER-FILE-OPENED
002130         STOP RUN
002140     END-IF
003140* AND MAINTAINS THE FAILED-ATTEMPT / LOCKOUT COUNTERS ON IT.
003150* EVERY ATTEMPT IS LOGGED TO INCIDENT-FILE -- SUCCESS, FAILURE, OR
003160* REJECTED-BECAUSE-LOCKED -- SO THE FILE IS A COMPLETE LOGIN
003170* HISTORY FOR THE AUDITORS, NOT JUST A LOCKOUT LOG.  A CORRECT
003173* PASSWORD OUTSIDE THE ACCOUNT'S PERMITTED HOURS IS REFUSED BY
003176* ACSCHK (UNLESS AN ADMINISTRATOR TAKES THE BREAK-GLASS
003178* OVERRIDE) WITHOUT TOUCHING THE RECORD.
003180*****************************************************************
003190 3200-CHECK-LOGIN.
003200     IF USER-ACCOUNT-DISABLED
003510     PERFORM 7000-HASH-PASSWORD THRU 7000-HASH-PASSWORD-EXIT
003520
003530     IF CS-HASH-RESULT-DISPLAY = USER-PASSWORD(1:10)
003531         CALL "ACSCHK" USING BY CONTENT CS-INPUT-USERNAME
003532             BY CONTENT USER-ROLE
003533             BY REFERENCE CS-HOURS-RESULT
003534         IF CS-HOURS-REFUSED
003535             GO TO 3200-CHECK-LOGIN-EXIT
003536         END-IF
003540         DISPLAY "Login successful!"
003542         MOVE CS-INPUT-USERNAME TO CS-SESSION-USERNAME
003550         MOVE 0 TO USER-FAILED-ATTEMPTS
004500 3260-CHECK-PASSWORD-EXPIRY-EXIT.
004510     EXIT.
004511
004689*****************************************************************
004690* 3280-OPEN-SESSION.
004691* OPENS A SESSION RECORD FOR THE LOGIN THAT JUST SUCCEEDED.  A
004692* SESSION STILL OPEN IN THIS PROGRAM INSTANCE (AN ANALYST WHO
004693* LOGGED IN AGAIN WITHOUT LOGGING OUT) IS CLOSED FIRST AS AN
004694* IMPLICIT LOGOUT, SO ONE TERMINAL NEVER ACCUMULATES OPEN
004695* SESSIONS.  SESSLOG ITSELF MARKS ABANDONED ANY OPEN SESSION
004696* LEFT BEHIND BY A CRASH.
004697*****************************************************************
004698 3280-OPEN-SESSION.
004699     IF CS-SESSION-IS-OPEN
004700         PERFORM 3700-CLOSE-SESSION THRU 3700-CLOSE-SESSION-EXIT
004701     END-IF
004702
004703     MOVE 'O' TO CS-SES-ACTION
004704     CALL "SESSLOG" USING CS-SES-ACTION CS-SESSION-USERNAME
004705         CS-SES-SEQ-NO CS-SES-RESULT
004706     IF CS-SES-RESULT NOT = 'Y'
004707         MOVE 0 TO CS-SES-SEQ-NO
004708     END-IF.
004709 3280-OPEN-SESSION-EXIT.
004710     EXIT.
004711
004712*****************************************************************
004713* 3700-CLOSE-SESSION.
004714* CLOSES THE OPEN SESSION RECORD AND DROPS THE SESSION STATE --
004715* THE ADMIN FLAG AND THE SESSION USERNAME -- SO NOTHING OF THE
004716* SIGNED-OFF USER SURVIVES ON THE TERMINAL.
004717*****************************************************************
004718 3700-CLOSE-SESSION.
004719     MOVE 'C' TO CS-SES-ACTION
004720     CALL "SESSLOG" USING CS-SES-ACTION CS-SESSION-USERNAME
004721         CS-SES-SEQ-NO CS-SES-RESULT
004722     MOVE 0 TO CS-SES-SEQ-NO
004723     MOVE 'N' TO CS-SESSION-ADMIN-FLAG
004724     MOVE SPACES TO CS-SESSION-USERNAME.
004725 3700-CLOSE-SESSION-EXIT.
004726     EXIT.
004727
004728
004729*****************************************************************
004730* 3300-UNLOCK-ACCOUNT.
004731* GIVES A LOCKED-OUT ANALYST A WAY TO UNLOCK THEIR OWN ACCOUNT BY
004732* ANSWERING THEIR SECURITY QUESTION, RATHER THAN HAVING TO WAIT
004733* FOR AN ADMINISTRATOR EVERY TIME.
004734*****************************************************************
004735 3300-UNLOCK-ACCOUNT.
004736     DISPLAY "This account is locked.  Answer the security "
004737             "question below to unlock it, or press Enter to "
004738             "skip."
004739     DISPLAY "Security Question: " USER-SECURITY-QUESTION
004740     DISPLAY "Answer: "
004741     ACCEPT CS-INPUT-SECURITY-ANSWER
004742
004743     IF CS-INPUT-SECURITY-ANSWER = SPACES
004744         GO TO 3300-UNLOCK-ACCOUNT-EXIT
004745     END-IF
004746
004747     IF CS-INPUT-SECURITY-ANSWER = USER-SECURITY-ANSWER
004750         MOVE 0 TO USER-FAILED-ATTEMPTS
004760         MOVE 'N' TO USER-IS-LOCKED
004770         MOVE 0 TO USER-LOCKOUT-DATE
007030* SUBMENU AVAILABLE ONLY TO A SESSION THAT LOGGED IN AS AN ADMIN
007040* (SEE CS-SESSION-ADMIN-FLAG).  LETS THE ADMINISTRATOR ADD, EDIT,
007050* OR DELETE USER-FILE RECORDS, OR REACTIVATE AN ACCOUNT THE
007060* DORMANT-ACCOUNT BATCH (USRDORM) HAS DISABLED.  GRANTING THE
007063* ADMIN ROLE (INCLUDING TO A NEW USER), DELETING, AND
007065* REACTIVATING (INCLUDING APPROVING A SELF-SERVICE REQUEST) ONLY
007066* FILE A CHANGE REQUEST; ANOTHER ADMINISTRATOR APPLIES IT FROM
007067* OPTION 6.
007070*****************************************************************
007080 4000-ADMIN-MENU.
007090     MOVE 'Y' TO CS-ADMIN-CONTINUE-FLAG
007200     DISPLAY "3. Delete User"
007210     DISPLAY "4. Reactivate User"
007215     DISPLAY "5. Review Reactivation Requests"
007220     DISPLAY "6. Review Pending Changes"
007225     DISPLAY "7. Return to Main Menu"
007230     DISPLAY "Please choose an option: "
007240     ACCEPT CS-ADMIN-CHOICE
007250
007386             PERFORM 4500-ADMIN-REVIEW-REQUESTS
007387                 THRU 4500-ADMIN-REVIEW-REQUESTS-EXIT
007390         WHEN '6'
007392             PERFORM 4600-ADMIN-REVIEW-CHANGES
007394                 THRU 4600-ADMIN-REVIEW-CHANGES-EXIT
007396         WHEN '7'
007400             MOVE 'N' TO CS-ADMIN-CONTINUE-FLAG
007410         WHEN OTHER
007420             DISPLAY "Invalid choice. Please try again."
007460
007470*****************************************************************
007480* 4100-ADMIN-ADD-USER.
007490* CREATES A NEW USER-FILE RECORD BY HAND.  (HRFEED ALSO CREATES
007500* ACCOUNTS, FOR NEW HIRES ON THE HR EXTRACT.)  AN ACCOUNT ASKED
007503* FOR WITH THE ADMIN ROLE IS WRITTEN WITH THE STANDARD ROLE AND
007506* A GRANT REQUEST IS FILED, THE SAME AS 4200-ADMIN-EDIT-USER, SO
007508* NO ADMINISTRATOR IS EVER CREATED BY ONE PERSON ALONE.
007510*****************************************************************
007520 4100-ADMIN-ADD-USER.
007530     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
007540     ACCEPT CS-CURRENT-TIME FROM TIME
007545     MOVE 'N' TO CS-GRANT-ADMIN-FLAG
007550     DISPLAY "Enter new username: "
007560     ACCEPT CS-ADMIN-INPUT-USERNAME
007570     MOVE CS-ADMIN-INPUT-USERNAME TO USER-NAME
007970     MOVE SPACES TO USER-PRIOR-PASSWORD-TABLE
007980     MOVE CS-CURRENT-DATE TO USER-LAST-LOGIN-DATE
007990     MOVE 'N' TO USER-IS-DISABLED
007992     MOVE SPACES TO USER-EMPLOYEE-ID
007994     MOVE SPACES TO USER-FULL-NAME
007996     MOVE SPACES TO USER-DEPARTMENT
007998     MOVE SPACES TO USER-MANAGER-ID
008000     EVALUATE CS-ADMIN-INPUT-ROLE-FLAG
008010         WHEN 'A'
008020         WHEN 'a'
008030             MOVE 'S' TO USER-ROLE
008035             MOVE 'Y' TO CS-GRANT-ADMIN-FLAG
008040         WHEN 'T'
008050         WHEN 't'
008060             MOVE 'T' TO USER-ROLE
008160         BY CONTENT CS-CURRENT-TIME
008170         BY CONTENT CS-CALL-TYPE
008180         BY CONTENT CS-ADMIN-INPUT-USERNAME
008190         BY CONTENT CS-CALL-DETAILS
008191
008192     IF CS-GRANT-ADMIN-WANTED
008193         DISPLAY "The account has the standard role until a "
008194                 "second administrator approves the admin grant."
008195         MOVE 'G' TO CS-CHANGE-ACTION
008196         MOVE "ROLE" TO CS-CHANGE-FIELD-NAME
008197         MOVE USER-ROLE TO CS-CHANGE-BEFORE-VALUE
008198         MOVE 'A' TO CS-CHANGE-AFTER-VALUE
008199         PERFORM 4660-FILE-CHANGE-REQUEST
008200             THRU 4660-FILE-CHANGE-REQUEST-EXIT
008201     END-IF.
008202 4100-ADMIN-ADD-USER-EXIT.
008210     EXIT.
008220
008230*****************************************************************
008240* 4200-ADMIN-EDIT-USER.
008250* CHANGES THE PASSWORD, LOCK STATUS, AND/OR ROLE OF AN EXISTING
008260* USER-FILE RECORD.  EVERYTHING EXCEPT A GRANT OF THE ADMIN
008263* ROLE IS APPLIED AT ONCE; THE GRANT IS FILED AS A CHANGE
008266* REQUEST FOR A SECOND ADMINISTRATOR TO APPROVE.
008270*****************************************************************
008280 4200-ADMIN-EDIT-USER.
008290     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
008390     END-READ
008400
008410     MOVE USER-ROLE TO CS-OLD-ROLE
008415     MOVE 'N' TO CS-GRANT-ADMIN-FLAG
008420     MOVE USER-IS-LOCKED TO CS-OLD-LOCK-FLAG
008430     MOVE USER-FAILED-ATTEMPTS TO CS-OLD-FAILED-ATTEMPTS
008440     MOVE USER-PASSWORD-CHANGED-DATE TO CS-OLD-CHANGED-DATE
008820     EVALUATE CS-ADMIN-INPUT-ROLE-FLAG
008830         WHEN 'A'
008840         WHEN 'a'
008850             IF NOT USER-ROLE-ADMIN
008853                 MOVE 'Y' TO CS-GRANT-ADMIN-FLAG
008856             END-IF
008860         WHEN 'T'
008870         WHEN 't'
008880             MOVE 'T' TO USER-ROLE
009030         BY CONTENT CS-CURRENT-TIME
009040         BY CONTENT CS-CALL-TYPE
009050         BY CONTENT CS-ADMIN-INPUT-USERNAME
009060         BY CONTENT CS-CALL-DETAILS
009061
009062     IF CS-GRANT-ADMIN-WANTED
009063         MOVE 'G' TO CS-CHANGE-ACTION
009064         MOVE "ROLE" TO CS-CHANGE-FIELD-NAME
009065         MOVE CS-OLD-ROLE TO CS-CHANGE-BEFORE-VALUE
009066         MOVE 'A' TO CS-CHANGE-AFTER-VALUE
009067         PERFORM 4660-FILE-CHANGE-REQUEST
009068             THRU 4660-FILE-CHANGE-REQUEST-EXIT
009069     END-IF.
009070 4200-ADMIN-EDIT-USER-EXIT.
009080     EXIT.
009090
009690
009700*****************************************************************
009710* 4300-ADMIN-DELETE-USER.
009720* FILES A CHANGE REQUEST TO REMOVE A USER-FILE RECORD.  THE
009723* RECORD IS DELETED BY 4622-APPLY-DELETE ONCE A SECOND
009726* ADMINISTRATOR APPROVES.
009730*****************************************************************
009740 4300-ADMIN-DELETE-USER.
009750     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
009840             GO TO 4300-ADMIN-DELETE-USER-EXIT
009850     END-READ
009860
009870     MOVE 'D' TO CS-CHANGE-ACTION
009880     MOVE "ACCOUNT" TO CS-CHANGE-FIELD-NAME
009890     MOVE "ON FILE" TO CS-CHANGE-BEFORE-VALUE
009900     MOVE "DELETED" TO CS-CHANGE-AFTER-VALUE
009910     PERFORM 4660-FILE-CHANGE-REQUEST
009920         THRU 4660-FILE-CHANGE-REQUEST-EXIT.
010010 4300-ADMIN-DELETE-USER-EXIT.
010020     EXIT.
010030
010060* RE-ENABLES AN ACCOUNT THE DORMANT-ACCOUNT BATCH (USRDORM)
010070* DISABLED.  THE LAST-LOGIN DATE IS RESTAMPED TO TODAY SO THE
010080* ACCOUNT IS NOT QUIETLY RE-DISABLED THE VERY NEXT NIGHT
010090* BEFORE THE ANALYST HAS A CHANCE TO LOG IN.  THE CHANGE IS
010093* FILED AS A CHANGE REQUEST HERE AND APPLIED BY
010096* 4623-APPLY-REACTIVATE ONCE A SECOND ADMINISTRATOR APPROVES.
010100*****************************************************************
010110 4400-ADMIN-REACTIVATE-USER.
010120     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
010260         GO TO 4400-ADMIN-REACTIVATE-USER-EXIT
010270     END-IF
010280
010290     MOVE 'R' TO CS-CHANGE-ACTION
010300     MOVE "DISABLED FLAG" TO CS-CHANGE-FIELD-NAME
010310     MOVE USER-IS-DISABLED TO CS-CHANGE-BEFORE-VALUE
010320     MOVE 'N' TO CS-CHANGE-AFTER-VALUE
010330     PERFORM 4660-FILE-CHANGE-REQUEST
010340         THRU 4660-FILE-CHANGE-REQUEST-EXIT.
010470 4400-ADMIN-REACTIVATE-USER-EXIT.
010480     EXIT.
010481
010482*****************************************************************
010483* 4500-ADMIN-REVIEW-REQUESTS.
010484* LISTS THE PENDING REACTIVATION REQUESTS AND LETS THE
010485* ADMINISTRATOR DECIDE ONE: APPROVE FILES A REACTIVATE CHANGE
010486* REQUEST THAT A SECOND ADMINISTRATOR MUST APPLY FROM OPTION 6;
010487* REJECT RECORDS A REASON.  BOTH DECISIONS STAMP WHO DECIDED AND
010488* WHEN ON THE REQUEST AND ARE LOGGED AS INCIDENTS.
010489*****************************************************************
010490 4500-ADMIN-REVIEW-REQUESTS.
010491     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
010579
010580*****************************************************************
010581* 4520-APPROVE-REQUEST.
010582* ENDORSES THE REQUEST IN THE RECORD AREA.  THE ACCOUNT IS NOT
010583* REACTIVATED HERE: A REACTIVATE CHANGE REQUEST IS FILED, EXACTLY
010584* AS 4400-ADMIN-REACTIVATE-USER FILES ONE, FOR A DIFFERENT
010585* ADMINISTRATOR TO APPLY FROM OPTION 6.  THE REQUEST IS MARKED
010586* APPROVED ONLY ONCE THAT CHANGE IS PENDING, AND IS LOGGED.
010587*****************************************************************
010588 4520-APPROVE-REQUEST.
010589     MOVE CS-ADMIN-INPUT-USERNAME TO USER-NAME
010590     READ USER-FILE
010591         KEY IS USER-NAME
010592         INVALID KEY
010593             DISPLAY "No users.dat record for that username; "
010594                 "reject the request instead."
010595             GO TO 4520-APPROVE-REQUEST-EXIT
010596     END-READ
010597
010598     IF USER-ACCOUNT-DISABLED
010599         MOVE 'R' TO CS-CHANGE-ACTION
010600         MOVE "DISABLED FLAG" TO CS-CHANGE-FIELD-NAME
010601         MOVE USER-IS-DISABLED TO CS-CHANGE-BEFORE-VALUE
010602         MOVE 'N' TO CS-CHANGE-AFTER-VALUE
010603         PERFORM 4660-FILE-CHANGE-REQUEST
010604             THRU 4660-FILE-CHANGE-REQUEST-EXIT
010605         IF NOT CS-CHANGE-FILED
010606             DISPLAY "The reactivation request is left pending."
010607             GO TO 4520-APPROVE-REQUEST-EXIT
010608         END-IF
010609     ELSE
010610         DISPLAY "Account was already active; the request is "
010611             "marked approved."
010616     MOVE CS-CURRENT-DATE TO RQ-DECIDED-DATE
010617     MOVE CS-CURRENT-TIME TO RQ-DECIDED-TIME
010618     REWRITE REACT-REQUEST-RECORD
010619     DISPLAY "Request approved."
010620     MOVE "Reactivation Approved" TO CS-CALL-TYPE
010621     MOVE "Reactivation request approved by administrator."
010622         TO CS-CALL-DETAILS
010656 4530-REJECT-REQUEST-EXIT.
010657     EXIT.
010658
010659*****************************************************************
010660* 4600-ADMIN-REVIEW-CHANGES.
010661* EXPIRES ANY CHANGE REQUEST LEFT UNDECIDED TOO LONG, LISTS THE
010662* ONES STILL PENDING, AND LETS THE ADMINISTRATOR DECIDE ONE BY
010663* NUMBER: APPROVE APPLIES THE CHANGE (REFUSED WHEN THE
010664* ADMINISTRATOR IS THE ONE WHO FILED IT); REJECT RECORDS A
010665* REASON.  EVERY DECISION IS STAMPED ON THE REQUEST AND LOGGED
010666* AS AN INCIDENT.
010667*****************************************************************
010668 4600-ADMIN-REVIEW-CHANGES.
010669     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
010670     ACCEPT CS-CURRENT-TIME FROM TIME
010671     PERFORM 4680-OPEN-CHANGE-FILE
010672         THRU 4680-OPEN-CHANGE-FILE-EXIT
010673     IF NOT CS-CHANGE-FILE-OPEN
010674         GO TO 4600-ADMIN-REVIEW-CHANGES-EXIT
010675     END-IF
010676
010677     DISPLAY "Pending change requests"
010678     DISPLAY "-------------------------------"
010679     MOVE SPACE TO CS-CHANGE-ACTION
010680     MOVE 'Y' TO CS-CHANGE-LIST-FLAG
010681     PERFORM 4650-SWEEP-CHANGE-FILE
010682         THRU 4650-SWEEP-CHANGE-FILE-EXIT
010683     MOVE 'N' TO CS-CHANGE-LIST-FLAG
010684     IF CS-CHANGE-EXPIRED-COUNT > 0
010685         DISPLAY CS-CHANGE-EXPIRED-COUNT
010686             " request(s) passed the expiry window unapproved "
010687             "and were closed."
010688     END-IF
010689
010690     IF CS-CHANGE-PENDING-COUNT = 0
010691         DISPLAY "None."
010692         PERFORM 4690-CLOSE-CHANGE-FILE
010693             THRU 4690-CLOSE-CHANGE-FILE-EXIT
010694         GO TO 4600-ADMIN-REVIEW-CHANGES-EXIT
010695     END-IF
010696
010697     DISPLAY "Request number to decide, all nine digits "
010698             "(blank to return): "
010699     ACCEPT CS-CHANGE-INPUT-SEQ-NO
010700     IF CS-CHANGE-INPUT-SEQ-NO = SPACES
010701         PERFORM 4690-CLOSE-CHANGE-FILE
010702             THRU 4690-CLOSE-CHANGE-FILE-EXIT
010703         GO TO 4600-ADMIN-REVIEW-CHANGES-EXIT
010704     END-IF
010705     MOVE 'Y' TO CS-CHANGE-SEQ-VALID-FLAG
010706     PERFORM 4605-VALIDATE-SEQ-DIGIT
010707         THRU 4605-VALIDATE-SEQ-DIGIT-EXIT
010708         VARYING CS-CHANGE-SEQ-CHECK-IDX FROM 1 BY 1
010709         UNTIL CS-CHANGE-SEQ-CHECK-IDX > 9
010710     IF NOT CS-CHANGE-SEQ-VALID
010711         DISPLAY "Request number not recognized."
010712         PERFORM 4690-CLOSE-CHANGE-FILE
010713             THRU 4690-CLOSE-CHANGE-FILE-EXIT
010714         GO TO 4600-ADMIN-REVIEW-CHANGES-EXIT
010715     END-IF
010716
010717     MOVE CS-CHANGE-INPUT-SEQ-NO TO CHG-SEQ-NO
010718     READ CHANGE-FILE
010719         KEY IS CHG-SEQ-NO
010720         INVALID KEY
010721             DISPLAY "No change request on file with that number."
010722             PERFORM 4690-CLOSE-CHANGE-FILE
010723                 THRU 4690-CLOSE-CHANGE-FILE-EXIT
010724             GO TO 4600-ADMIN-REVIEW-CHANGES-EXIT
010725     END-READ
010726     IF NOT CHG-PENDING
010727         DISPLAY "That request is no longer pending."
010728         PERFORM 4690-CLOSE-CHANGE-FILE
010729             THRU 4690-CLOSE-CHANGE-FILE-EXIT
010730         GO TO 4600-ADMIN-REVIEW-CHANGES-EXIT
010731     END-IF
010732
010733     PERFORM 4610-DESCRIBE-CHANGE
010734         THRU 4610-DESCRIBE-CHANGE-EXIT
010735     DISPLAY "Approve or reject? (A/R): "
010736     ACCEPT CS-REQUEST-ANSWER
010737     EVALUATE CS-REQUEST-ANSWER
010738         WHEN 'A'
010739         WHEN 'a'
010740             PERFORM 4620-APPROVE-CHANGE
010741                 THRU 4620-APPROVE-CHANGE-EXIT
010742         WHEN 'R'
010743         WHEN 'r'
010744             PERFORM 4630-REJECT-CHANGE
010745                 THRU 4630-REJECT-CHANGE-EXIT
010746         WHEN OTHER
010747             DISPLAY "Choice not recognized; nothing decided."
010748     END-EVALUATE
010749
010750     PERFORM 4690-CLOSE-CHANGE-FILE
010751         THRU 4690-CLOSE-CHANGE-FILE-EXIT.
010752 4600-ADMIN-REVIEW-CHANGES-EXIT.
010753     EXIT.
010754
010755 4605-VALIDATE-SEQ-DIGIT.
010756     IF CS-CHANGE-INPUT-SEQ-NO(CS-CHANGE-SEQ-CHECK-IDX:1)
010757             NOT NUMERIC
010758         MOVE 'N' TO CS-CHANGE-SEQ-VALID-FLAG
010759     END-IF.
010760 4605-VALIDATE-SEQ-DIGIT-EXIT.
010761     EXIT.
010762
010763*****************************************************************
010764* 4610-DESCRIBE-CHANGE.
010765* SETS CS-CHANGE-ACTION-TEXT FOR THE CHANGE REQUEST IN THE
010766* RECORD AREA AND BUILDS CS-CHANGE-DETAIL-PREFIX ("Change
010767* nnnnnnnnn <ACTION> filed by <requester>"), WHICH EACH INCIDENT
010768* ABOUT THE REQUEST FINISHES WITH ITS OWN OUTCOME.
010769*****************************************************************
010770 4610-DESCRIBE-CHANGE.
010771     EVALUATE TRUE
010772         WHEN CHG-GRANT-ADMIN
010773             MOVE "GRANT ADMIN ROLE" TO CS-CHANGE-ACTION-TEXT
010774         WHEN CHG-DELETE-USER
010775             MOVE "DELETE ACCOUNT" TO CS-CHANGE-ACTION-TEXT
010776         WHEN CHG-REACTIVATE-USER
010777             MOVE "REACTIVATE ACCOUNT" TO CS-CHANGE-ACTION-TEXT
010778         WHEN OTHER
010779             MOVE "UNKNOWN CHANGE" TO CS-CHANGE-ACTION-TEXT
010780     END-EVALUATE
010781
010782     MOVE SPACES TO CS-CHANGE-DETAIL-PREFIX
010783     STRING "Change " DELIMITED BY SIZE
010784            CHG-SEQ-NO DELIMITED BY SIZE
010785            " " DELIMITED BY SIZE
010786            CS-CHANGE-ACTION-TEXT DELIMITED BY "  "
010787            " filed by " DELIMITED BY SIZE
010788            CHG-REQUESTED-BY DELIMITED BY SPACE
010789         INTO CS-CHANGE-DETAIL-PREFIX.
010790 4610-DESCRIBE-CHANGE-EXIT.
010791     EXIT.
010792
010793*****************************************************************
010794* 4620-APPROVE-CHANGE.
010795* APPLIES THE CHANGE REQUEST IN THE RECORD AREA.  REFUSED, AND
010796* LOGGED AS A "Self-Approval Refused" INCIDENT, WHEN THE
010797* APPROVER IS THE ADMINISTRATOR WHO FILED IT.  THE FIELD-LEVEL
010798* AUDIT ROW FOR THE CHANGE ITSELF IS STAMPED WITH THE REQUESTER
010799* (4710) AND A SECOND "APPROVAL" ROW WITH THE APPROVER (4700),
010800* SO usraudit.dat NAMES BOTH PEOPLE.  THE INCIDENT THE ACTION
010801* HAS ALWAYS LOGGED ("User Modified", "User Deleted", "User
010802* Reactivated") IS STILL WRITTEN, AT THE MOMENT IT TAKES EFFECT.
010803*****************************************************************
010804 4620-APPROVE-CHANGE.
010805     IF CHG-REQUESTED-BY = CS-SESSION-USERNAME
010806         DISPLAY "You filed this request.  A different "
010807                 "administrator must approve it."
010808         MOVE "Self-Approval Refused" TO CS-CALL-TYPE
010809         MOVE SPACES TO CS-CALL-DETAILS
010810         STRING CS-CHANGE-DETAIL-PREFIX DELIMITED BY "  "
010811                "; requester tried to approve it."
010812                    DELIMITED BY SIZE
010813             INTO CS-CALL-DETAILS
010814         CALL "LOGINCDT" USING BY CONTENT CS-CURRENT-DATE
010815             BY CONTENT CS-CURRENT-TIME
010816             BY CONTENT CS-CALL-TYPE
010817             BY CONTENT CHG-TARGET-USERNAME
010818             BY CONTENT CS-CALL-DETAILS
010819         GO TO 4620-APPROVE-CHANGE-EXIT
010820     END-IF
010821
010822     MOVE CHG-TARGET-USERNAME TO CS-ADMIN-INPUT-USERNAME
010823     MOVE CHG-TARGET-USERNAME TO USER-NAME
010824     READ USER-FILE
010825         KEY IS USER-NAME
010826         INVALID KEY
010827             DISPLAY "No users.dat record for that account any "
010828                 "more; reject the request instead."
010829             GO TO 4620-APPROVE-CHANGE-EXIT
010830     END-READ
010831
010832     MOVE 'N' TO CS-CHANGE-APPLIED-FLAG
010833     EVALUATE TRUE
010834         WHEN CHG-GRANT-ADMIN
010835             PERFORM 4621-APPLY-GRANT-ADMIN
010836                 THRU 4621-APPLY-GRANT-ADMIN-EXIT
010837         WHEN CHG-DELETE-USER
010838             PERFORM 4622-APPLY-DELETE
010839                 THRU 4622-APPLY-DELETE-EXIT
010840         WHEN CHG-REACTIVATE-USER
010841             PERFORM 4623-APPLY-REACTIVATE
010842                 THRU 4623-APPLY-REACTIVATE-EXIT
010843         WHEN OTHER
010844             DISPLAY "Change type not recognized; nothing "
010845                 "applied."
010846     END-EVALUATE
010847     IF NOT CS-CHANGE-WAS-APPLIED
010848         GO TO 4620-APPROVE-CHANGE-EXIT
010849     END-IF
010850
010851     MOVE 'A' TO CHG-STATUS
010852     MOVE CS-SESSION-USERNAME TO CHG-DECIDED-BY
010853     MOVE CS-CURRENT-DATE TO CHG-DECIDED-DATE
010854     MOVE CS-CURRENT-TIME TO CHG-DECIDED-TIME
010855     REWRITE CHANGE-RECORD
010856
010857     MOVE "APPROVAL" TO CS-AUDIT-FIELD-NAME
010858     MOVE SPACES TO CS-AUDIT-OLD-VALUE
010859     STRING "CHANGE " DELIMITED BY SIZE
010860            CHG-SEQ-NO DELIMITED BY SIZE
010861         INTO CS-AUDIT-OLD-VALUE
010862     MOVE "APPROVED" TO CS-AUDIT-NEW-VALUE
010863     PERFORM 4700-WRITE-AUDIT-ROW
010864         THRU 4700-WRITE-AUDIT-ROW-EXIT
010865
010866     DISPLAY "Change approved and applied."
010867     MOVE "Change Request Approved" TO CS-CALL-TYPE
010868     MOVE SPACES TO CS-CALL-DETAILS
010869     STRING CS-CHANGE-DETAIL-PREFIX DELIMITED BY "  "
010870            " approved by " DELIMITED BY SIZE
010871            CS-SESSION-USERNAME DELIMITED BY SPACE
010872            "." DELIMITED BY SIZE
010873         INTO CS-CALL-DETAILS
010874     CALL "LOGINCDT" USING BY CONTENT CS-CURRENT-DATE
010875         BY CONTENT CS-CURRENT-TIME
010876         BY CONTENT CS-CALL-TYPE
010877         BY CONTENT CS-ADMIN-INPUT-USERNAME
010878         BY CONTENT CS-CALL-DETAILS.
010879 4620-APPROVE-CHANGE-EXIT.
010880     EXIT.
010881
010882*****************************************************************
010883* 4621-APPLY-GRANT-ADMIN.
010884* GIVES THE ACCOUNT JUST READ THE ADMIN ROLE.  REFUSED WHEN THE
010885* ROLE IS NO LONGER THE ONE THE REQUEST WAS FILED AGAINST --
010886* SOMEONE HAS CHANGED THE ACCOUNT SINCE, AND THE APPROVER WOULD
010887* BE APPROVING SOMETHING OTHER THAN WHAT THEY WERE SHOWN.
010888*****************************************************************
010889 4621-APPLY-GRANT-ADMIN.
010890     IF USER-ROLE NOT = CHG-BEFORE-VALUE(1:1)
010891         DISPLAY "The account's role has changed since this "
010892                 "request was filed; reject it and file again."
010893         GO TO 4621-APPLY-GRANT-ADMIN-EXIT
010894     END-IF
010895
010896     MOVE 'A' TO USER-ROLE
010897     REWRITE USER-RECORD
010898     MOVE "ROLE" TO CS-AUDIT-FIELD-NAME
010899     MOVE CHG-BEFORE-VALUE TO CS-AUDIT-OLD-VALUE
010900     MOVE USER-ROLE TO CS-AUDIT-NEW-VALUE
010901     PERFORM 4710-WRITE-CHANGE-AUDIT-ROW
010902         THRU 4710-WRITE-CHANGE-AUDIT-ROW-EXIT
010903     MOVE "User Modified" TO CS-CALL-TYPE
010904     MOVE "Admin role granted under an approved change request."
010905         TO CS-CALL-DETAILS
010906     CALL "LOGINCDT" USING BY CONTENT CS-CURRENT-DATE
010907         BY CONTENT CS-CURRENT-TIME
010908         BY CONTENT CS-CALL-TYPE
010909         BY CONTENT CS-ADMIN-INPUT-USERNAME
010910         BY CONTENT CS-CALL-DETAILS
010911     MOVE 'Y' TO CS-CHANGE-APPLIED-FLAG.
010912 4621-APPLY-GRANT-ADMIN-EXIT.
010913     EXIT.
010914
010915*****************************************************************
010916* 4622-APPLY-DELETE.
010917* REMOVES THE USER-FILE RECORD JUST READ.
010918*****************************************************************
010919 4622-APPLY-DELETE.
010920     DELETE USER-FILE
010921         INVALID KEY
010922             DISPLAY "Unable to delete user record."
010923             GO TO 4622-APPLY-DELETE-EXIT
010924     END-DELETE
010925
010926     MOVE CHG-FIELD-NAME TO CS-AUDIT-FIELD-NAME
010927     MOVE CHG-BEFORE-VALUE TO CS-AUDIT-OLD-VALUE
010928     MOVE CHG-AFTER-VALUE TO CS-AUDIT-NEW-VALUE
010929     PERFORM 4710-WRITE-CHANGE-AUDIT-ROW
010930         THRU 4710-WRITE-CHANGE-AUDIT-ROW-EXIT
010931     MOVE "User Deleted" TO CS-CALL-TYPE
010932     MOVE "Account deleted under an approved change request."
010933         TO CS-CALL-DETAILS
010934     CALL "LOGINCDT" USING BY CONTENT CS-CURRENT-DATE
010935         BY CONTENT CS-CURRENT-TIME
010936         BY CONTENT CS-CALL-TYPE
010937         BY CONTENT CS-ADMIN-INPUT-USERNAME
010938         BY CONTENT CS-CALL-DETAILS
010939     MOVE 'Y' TO CS-CHANGE-APPLIED-FLAG.
010940 4622-APPLY-DELETE-EXIT.
010941     EXIT.
010942
010943*****************************************************************
010944* 4623-APPLY-REACTIVATE.
010945* RE-ENABLES THE ACCOUNT JUST READ EXACTLY AS THE OLD DIRECT
010946* REACTIVATION DID -- DISABLED FLAG CLEARED AND LAST-LOGIN
010947* RESTAMPED SO USRDORM DOES NOT QUIETLY RE-DISABLE IT OVERNIGHT.
010948* AN ACCOUNT ALREADY ACTIVE (A SELF-SERVICE REQUEST GOT THERE
010949* FIRST) IS LEFT ALONE AND THE REQUEST IS STILL MARKED APPROVED.
010950*****************************************************************
010951 4623-APPLY-REACTIVATE.
010952     IF NOT USER-ACCOUNT-DISABLED
010953         DISPLAY "Account was already active; the request is "
010954             "marked approved."
010955         MOVE 'Y' TO CS-CHANGE-APPLIED-FLAG
010956         GO TO 4623-APPLY-REACTIVATE-EXIT
010957     END-IF
010958
010959     MOVE USER-IS-DISABLED TO CS-OLD-DISABLED-FLAG
010960     MOVE 'N' TO USER-IS-DISABLED
010961     MOVE CS-CURRENT-DATE TO USER-LAST-LOGIN-DATE
010962     REWRITE USER-RECORD
010963     MOVE "DISABLED FLAG" TO CS-AUDIT-FIELD-NAME
010964     MOVE CS-OLD-DISABLED-FLAG TO CS-AUDIT-OLD-VALUE
010965     MOVE USER-IS-DISABLED TO CS-AUDIT-NEW-VALUE
010966     PERFORM 4710-WRITE-CHANGE-AUDIT-ROW
010967         THRU 4710-WRITE-CHANGE-AUDIT-ROW-EXIT
010968     MOVE "User Reactivated" TO CS-CALL-TYPE
010969     MOVE "Account reactivated under an approved change request."
010970         TO CS-CALL-DETAILS
010971     CALL "LOGINCDT" USING BY CONTENT CS-CURRENT-DATE
010972         BY CONTENT CS-CURRENT-TIME
010973         BY CONTENT CS-CALL-TYPE
010974         BY CONTENT CS-ADMIN-INPUT-USERNAME
010975         BY CONTENT CS-CALL-DETAILS
010976     MOVE 'Y' TO CS-CHANGE-APPLIED-FLAG.
010977 4623-APPLY-REACTIVATE-EXIT.
010978     EXIT.
010979
010980*****************************************************************
010981* 4630-REJECT-CHANGE.
010982* MARKS THE CHANGE REQUEST IN THE RECORD AREA REJECTED WITH A
010983* REASON, WHO DECIDED IT, AND WHEN, AND LOGS THE DECISION AS AN
010984* INCIDENT.  THE ACCOUNT IS NOT TOUCHED.  THE REQUESTER MAY
010985* REJECT THEIR OWN REQUEST -- THAT IS HOW ONE IS WITHDRAWN.
010986*****************************************************************
010987 4630-REJECT-CHANGE.
010988     DISPLAY "Reason for rejection (one line): "
010989     ACCEPT CS-REQUEST-REASON
010990
010991     MOVE 'R' TO CHG-STATUS
010992     MOVE CS-SESSION-USERNAME TO CHG-DECIDED-BY
010993     MOVE CS-CURRENT-DATE TO CHG-DECIDED-DATE
010994     MOVE CS-CURRENT-TIME TO CHG-DECIDED-TIME
010995     MOVE CS-REQUEST-REASON TO CHG-REASON
010996     REWRITE CHANGE-RECORD
010997     DISPLAY "Change request rejected."
010998     MOVE "Change Request Rejected" TO CS-CALL-TYPE
010999     MOVE SPACES TO CS-CALL-DETAILS
011000     STRING CS-CHANGE-DETAIL-PREFIX DELIMITED BY "  "
011001            " rejected by " DELIMITED BY SIZE
011002            CS-SESSION-USERNAME DELIMITED BY SPACE
011003            "." DELIMITED BY SIZE
011004         INTO CS-CALL-DETAILS
011005     CALL "LOGINCDT" USING BY CONTENT CS-CURRENT-DATE
011006         BY CONTENT CS-CURRENT-TIME
011007         BY CONTENT CS-CALL-TYPE
011008         BY CONTENT CHG-TARGET-USERNAME
011009         BY CONTENT CS-CALL-DETAILS.
011010 4630-REJECT-CHANGE-EXIT.
011011     EXIT.
011012
011013*****************************************************************
011014* 4650-SWEEP-CHANGE-FILE.
011015* ONE PASS OVER chgreq.dat.  EVERY PENDING REQUEST OLDER THAN
011016* CS-CHANGE-EXPIRY-HOURS IS EXPIRED (4657); THE REST ARE COUNTED
011017* IN CS-CHANGE-PENDING-COUNT, LISTED WHEN CS-CHANGE-LIST-WANTED,
011018* AND CHECKED AGAINST CS-CHANGE-ACTION / CS-ADMIN-INPUT-USERNAME
011019* SO 4660 DOES NOT FILE THE SAME CHANGE TWICE.  THE FILE MUST BE
011020* OPEN AND CS-CURRENT-DATE/TIME SET.
011021*****************************************************************
011022 4650-SWEEP-CHANGE-FILE.
011023     MOVE 0 TO CS-CHANGE-PENDING-COUNT
011024     MOVE 0 TO CS-CHANGE-EXPIRED-COUNT
011025     MOVE 'N' TO CS-CHANGE-DUPLICATE-FLAG
011026     MOVE 'N' TO CS-CHANGE-EOF-FLAG
011027     MOVE CS-CURRENT-TIME TO CS-CHANGE-TIME-WORK
011028     COMPUTE CS-CHANGE-NOW-MINUTES =
011029         FUNCTION INTEGER-OF-DATE(CS-CURRENT-DATE) * 1440
011030         + CS-CHANGE-TIME-HH * 60 + CS-CHANGE-TIME-MM
011031     COMPUTE CS-CHANGE-LIMIT-MINUTES = CS-CHANGE-EXPIRY-HOURS * 60
011032
011033     MOVE 0 TO CHG-SEQ-NO
011034     START CHANGE-FILE
011035         KEY IS NOT LESS THAN CHG-SEQ-NO
011036         INVALID KEY
011037             SET CS-CHANGE-END-OF-FILE TO TRUE
011038     END-START
011039     PERFORM 4655-SWEEP-ONE-CHANGE
011040         THRU 4655-SWEEP-ONE-CHANGE-EXIT
011041         UNTIL CS-CHANGE-END-OF-FILE.
011042 4650-SWEEP-CHANGE-FILE-EXIT.
011043     EXIT.
011044
011045 4655-SWEEP-ONE-CHANGE.
011046     READ CHANGE-FILE NEXT RECORD
011047         AT END
011048             SET CS-CHANGE-END-OF-FILE TO TRUE
011049     END-READ
011050     IF CS-CHANGE-END-OF-FILE
011051         GO TO 4655-SWEEP-ONE-CHANGE-EXIT
011052     END-IF
011053     IF NOT CHG-PENDING
011054         GO TO 4655-SWEEP-ONE-CHANGE-EXIT
011055     END-IF
011056
011057     PERFORM 4610-DESCRIBE-CHANGE
011058         THRU 4610-DESCRIBE-CHANGE-EXIT
011059     MOVE CHG-REQUEST-TIME TO CS-CHANGE-TIME-WORK
011060     COMPUTE CS-CHANGE-FILED-MINUTES =
011061         FUNCTION INTEGER-OF-DATE(CHG-REQUEST-DATE) * 1440
011062         + CS-CHANGE-TIME-HH * 60 + CS-CHANGE-TIME-MM
011063     COMPUTE CS-CHANGE-AGE-MINUTES =
011064         CS-CHANGE-NOW-MINUTES - CS-CHANGE-FILED-MINUTES
011065     IF CS-CHANGE-AGE-MINUTES > CS-CHANGE-LIMIT-MINUTES
011066         PERFORM 4657-EXPIRE-ONE-CHANGE
011067             THRU 4657-EXPIRE-ONE-CHANGE-EXIT
011068         GO TO 4655-SWEEP-ONE-CHANGE-EXIT
011069     END-IF
011070
011071     ADD 1 TO CS-CHANGE-PENDING-COUNT
011072     IF CHG-ACTION = CS-CHANGE-ACTION AND
011073             CHG-TARGET-USERNAME = CS-ADMIN-INPUT-USERNAME
011074         MOVE 'Y' TO CS-CHANGE-DUPLICATE-FLAG
011075     END-IF
011076     IF CS-CHANGE-LIST-WANTED
011077         DISPLAY "  " CHG-SEQ-NO "  " CS-CHANGE-ACTION-TEXT
011078             "  " CHG-TARGET-USERNAME
011079         DISPLAY "      requested by " CHG-REQUESTED-BY
011080             " " CHG-REQUEST-DATE " " CHG-REQUEST-TIME
011081         DISPLAY "      " CHG-FIELD-NAME " " CHG-BEFORE-VALUE
011082             " -> " CHG-AFTER-VALUE
011083     END-IF.
011084 4655-SWEEP-ONE-CHANGE-EXIT.
011085     EXIT.
011086
011087*****************************************************************
011088* 4657-EXPIRE-ONE-CHANGE.
011089* CLOSES THE PENDING REQUEST IN THE RECORD AREA AS EXPIRED AND
011090* LOGS A "Change Request Expired" INCIDENT.  NOTHING IS APPLIED;
011091* THE CHANGE HAS TO BE FILED AGAIN IF IT IS STILL WANTED.
011092*****************************************************************
011093 4657-EXPIRE-ONE-CHANGE.
011094     MOVE 'E' TO CHG-STATUS
011095     MOVE SPACES TO CHG-DECIDED-BY
011096     MOVE CS-CURRENT-DATE TO CHG-DECIDED-DATE
011097     MOVE CS-CURRENT-TIME TO CHG-DECIDED-TIME
011098     MOVE "Not approved within the expiry window." TO CHG-REASON
011099     REWRITE CHANGE-RECORD
011100     ADD 1 TO CS-CHANGE-EXPIRED-COUNT
011101     MOVE "Change Request Expired" TO CS-CALL-TYPE
011102     MOVE SPACES TO CS-CALL-DETAILS
011103     STRING CS-CHANGE-DETAIL-PREFIX DELIMITED BY "  "
011104            " expired unapproved." DELIMITED BY SIZE
011105         INTO CS-CALL-DETAILS
011106     CALL "LOGINCDT" USING BY CONTENT CS-CURRENT-DATE
011107         BY CONTENT CS-CURRENT-TIME
011108         BY CONTENT CS-CALL-TYPE
011109         BY CONTENT CHG-TARGET-USERNAME
011110         BY CONTENT CS-CALL-DETAILS.
011111 4657-EXPIRE-ONE-CHANGE-EXIT.
011112     EXIT.
011113
011114*****************************************************************
011115* 4660-FILE-CHANGE-REQUEST.
011116* FILES A PENDING CHANGE REQUEST FOR THE ACCOUNT NAMED BY
011117* CS-ADMIN-INPUT-USERNAME FROM CS-CHANGE-ACTION,
011118* CS-CHANGE-FIELD-NAME, AND THE BEFORE/AFTER VALUES THE CALLER
011119* FILLED IN, REQUESTED BY THE AUTHENTICATED ADMIN, AND LOGS A
011120* "Change Request Filed" INCIDENT.  users.dat IS NOT TOUCHED.
011121* THE SAME CHANGE ALREADY PENDING FOR THE SAME ACCOUNT IS NOT
011122* FILED TWICE.  CS-CHANGE-FILED TELLS THE CALLER WHETHER THE
011123* CHANGE IS NOW PENDING, NEWLY FILED OR ALREADY ON FILE.
011124*****************************************************************
011125 4660-FILE-CHANGE-REQUEST.
011126     MOVE 'N' TO CS-CHANGE-FILED-FLAG
011127     PERFORM 4680-OPEN-CHANGE-FILE
011128         THRU 4680-OPEN-CHANGE-FILE-EXIT
011129     IF NOT CS-CHANGE-FILE-OPEN
011130         DISPLAY "The change was not made."
011131         GO TO 4660-FILE-CHANGE-REQUEST-EXIT
011132     END-IF
011133
011134     PERFORM 4650-SWEEP-CHANGE-FILE
011135         THRU 4650-SWEEP-CHANGE-FILE-EXIT
011136     IF CS-CHANGE-DUPLICATE
011137         DISPLAY "The same change is already pending approval "
011138                 "for this account."
011139         MOVE 'Y' TO CS-CHANGE-FILED-FLAG
011140         PERFORM 4690-CLOSE-CHANGE-FILE
011141             THRU 4690-CLOSE-CHANGE-FILE-EXIT
011142         GO TO 4660-FILE-CHANGE-REQUEST-EXIT
011143     END-IF
011144
011145     PERFORM 4665-FIND-NEXT-CHANGE-SEQ
011146         THRU 4665-FIND-NEXT-CHANGE-SEQ-EXIT
011147     MOVE CS-CHANGE-NEXT-SEQ-NO TO CHG-SEQ-NO
011148     MOVE CS-CHANGE-ACTION TO CHG-ACTION
011149     MOVE CS-ADMIN-INPUT-USERNAME TO CHG-TARGET-USERNAME
011150     MOVE CS-SESSION-USERNAME TO CHG-REQUESTED-BY
011151     MOVE CS-CURRENT-DATE TO CHG-REQUEST-DATE
011152     MOVE CS-CURRENT-TIME TO CHG-REQUEST-TIME
011153     MOVE CS-CHANGE-FIELD-NAME TO CHG-FIELD-NAME
011154     MOVE CS-CHANGE-BEFORE-VALUE TO CHG-BEFORE-VALUE
011155     MOVE CS-CHANGE-AFTER-VALUE TO CHG-AFTER-VALUE
011156     MOVE 'P' TO CHG-STATUS
011157     MOVE SPACES TO CHG-DECIDED-BY
011158     MOVE 0 TO CHG-DECIDED-DATE
011159     MOVE 0 TO CHG-DECIDED-TIME
011160     MOVE SPACES TO CHG-REASON
011161     WRITE CHANGE-RECORD
011162         INVALID KEY
011163             DISPLAY "Unable to record the change request, file "
011164                 "status " FS-CHANGE-FILE-STATUS ".  The change "
011165                 "was not made."
011166             PERFORM 4690-CLOSE-CHANGE-FILE
011167                 THRU 4690-CLOSE-CHANGE-FILE-EXIT
011168             GO TO 4660-FILE-CHANGE-REQUEST-EXIT
011169     END-WRITE
011170     MOVE 'Y' TO CS-CHANGE-FILED-FLAG
011171
011172     PERFORM 4610-DESCRIBE-CHANGE
011173         THRU 4610-DESCRIBE-CHANGE-EXIT
011174     MOVE "Change Request Filed" TO CS-CALL-TYPE
011175     MOVE SPACES TO CS-CALL-DETAILS
011176     STRING CS-CHANGE-DETAIL-PREFIX DELIMITED BY "  "
011177            "; awaiting a second administrator." DELIMITED BY SIZE
011178         INTO CS-CALL-DETAILS
011179     PERFORM 4690-CLOSE-CHANGE-FILE
011180         THRU 4690-CLOSE-CHANGE-FILE-EXIT
011181
011182     DISPLAY "Change request " CS-CHANGE-NEXT-SEQ-NO " filed.  "
011183             "A different administrator must approve it within "
011184             CS-CHANGE-EXPIRY-HOURS " hours."
011185     CALL "LOGINCDT" USING BY CONTENT CS-CURRENT-DATE
011186         BY CONTENT CS-CURRENT-TIME
011187         BY CONTENT CS-CALL-TYPE
011188         BY CONTENT CS-ADMIN-INPUT-USERNAME
011189         BY CONTENT CS-CALL-DETAILS.
011190 4660-FILE-CHANGE-REQUEST-EXIT.
011191     EXIT.
011192
011193*****************************************************************
011194* 4665-FIND-NEXT-CHANGE-SEQ.
011195* POSITIONS AT THE HIGHEST REQUEST NUMBER ON FILE AND SETS
011196* CS-CHANGE-NEXT-SEQ-NO TO ONE PAST IT, THE SAME WAY LOGINCDT
011197* NUMBERS INCIDENTS.  AN EMPTY FILE STARTS AT 1.
011198*****************************************************************
011199 4665-FIND-NEXT-CHANGE-SEQ.
011200     MOVE 'Y' TO CS-CHANGE-HIGH-FOUND-FLAG
011201     MOVE 999999999 TO CHG-SEQ-NO
011202     START CHANGE-FILE
011203         KEY IS NOT GREATER THAN CHG-SEQ-NO
011204         INVALID KEY
011205             MOVE 'N' TO CS-CHANGE-HIGH-FOUND-FLAG
011206     END-START
011207
011208     IF CS-CHANGE-HIGH-FOUND
011209         READ CHANGE-FILE NEXT RECORD
011210             AT END
011211                 MOVE 'N' TO CS-CHANGE-HIGH-FOUND-FLAG
011212         END-READ
011213     END-IF
011214
011215     IF CS-CHANGE-HIGH-FOUND
011216         COMPUTE CS-CHANGE-NEXT-SEQ-NO = CHG-SEQ-NO + 1
011217     ELSE
011218         MOVE 1 TO CS-CHANGE-NEXT-SEQ-NO
011219     END-IF.
011220 4665-FIND-NEXT-CHANGE-SEQ-EXIT.
011221     EXIT.
011222
011223*****************************************************************
011224* 4680-OPEN-CHANGE-FILE.
011225* OPENS chgreq.dat FOR UPDATE, CREATING IT ON FIRST USE.  OPENED
011226* AND CLOSED AROUND EACH ACTION, LIKE reactreq.dat.
011227*****************************************************************
011228 4680-OPEN-CHANGE-FILE.
011229     MOVE 'N' TO CS-CHANGE-FILE-OPEN-FLAG
011230     OPEN I-O CHANGE-FILE
011231     IF FS-CHANGE-FILE-NOT-FOUND
011232         OPEN OUTPUT CHANGE-FILE
011233         CLOSE CHANGE-FILE
011234         OPEN I-O CHANGE-FILE
011235     END-IF
011236     IF FS-CHANGE-FILE-OK
011237         MOVE 'Y' TO CS-CHANGE-FILE-OPEN-FLAG
011238     ELSE
011239         DISPLAY "Unable to open chgreq.dat, file status "
011240             FS-CHANGE-FILE-STATUS "."
011241     END-IF.
011242 4680-OPEN-CHANGE-FILE-EXIT.
011243     EXIT.
011244
011245 4690-CLOSE-CHANGE-FILE.
011246     CLOSE CHANGE-FILE
011247     MOVE 'N' TO CS-CHANGE-FILE-OPEN-FLAG.
011248 4690-CLOSE-CHANGE-FILE-EXIT.
011249     EXIT.
011250
011251*****************************************************************
011252* 4710-WRITE-CHANGE-AUDIT-ROW.
011253* AS 4700-WRITE-AUDIT-ROW, BUT STAMPED WITH THE ADMINISTRATOR
011254* WHO FILED THE CHANGE REQUEST IN THE RECORD AREA RATHER THAN
011255* THE ONE APPROVING IT -- THE PERSON WHO ASKED FOR THE CHANGE.
011256*****************************************************************
011257 4710-WRITE-CHANGE-AUDIT-ROW.
011258     CALL "USRAUDT" USING BY CONTENT CS-CURRENT-DATE
011259         BY CONTENT CS-CURRENT-TIME
011260         BY CONTENT CS-ADMIN-INPUT-USERNAME
011261         BY CONTENT CHG-REQUESTED-BY
011262         BY CONTENT CS-AUDIT-FIELD-NAME
011263         BY CONTENT CS-AUDIT-OLD-VALUE
011264         BY CONTENT CS-AUDIT-NEW-VALUE.
011265 4710-WRITE-CHANGE-AUDIT-ROW-EXIT.
011266     EXIT.
011267
011268*****************************************************************
011269* 6000-VALIDATE-PASSWORD-COMPLEXITY.
011270* CHECKS CS-PASSWORD-CHECK-PASSWORD AGAINST THE SHOP'S PASSWORD
011271* RULES: AT LEAST CS-MIN-PASSWORD-LENGTH CHARACTERS, AT LEAST ONE
011272* DIGIT, AND NOT EQUAL TO CS-PASSWORD-CHECK-USERNAME.  CALLERS
011273* MOVE THE CANDIDATE PASSWORD AND ITS OWNING USERNAME INTO
011274* CS-PASSWORD-CHECK-PASSWORD/CS-PASSWORD-CHECK-USERNAME BEFORE
011275* PERFORMING THIS AND TEST CS-PASSWORD-IS-WEAK AFTERWARD.  A
011276* REJECTED PASSWORD IS LOGGED AS A "WEAK PASSWORD REJECTED"
011277* INCIDENT.
011278*****************************************************************
011279 6000-VALIDATE-PASSWORD-COMPLEXITY.
011280     MOVE 'Y' TO CS-PASSWORD-VALID-FLAG
011281     MOVE 'N' TO CS-PASSWORD-HAS-DIGIT-FLAG
011282     MOVE 0 TO CS-PASSWORD-TRAILING-SPACES
011283
011284     INSPECT CS-PASSWORD-CHECK-PASSWORD
011285         TALLYING CS-PASSWORD-TRAILING-SPACES FOR TRAILING SPACES
011286     COMPUTE CS-PASSWORD-LENGTH =
011287         30 - CS-PASSWORD-TRAILING-SPACES
011288
011289     IF CS-PASSWORD-LENGTH < CS-MIN-PASSWORD-LENGTH
011290         MOVE 'N' TO CS-PASSWORD-VALID-FLAG
011291     END-IF
011292
011293     IF CS-PASSWORD-CHECK-PASSWORD = CS-PASSWORD-CHECK-USERNAME
011294         MOVE 'N' TO CS-PASSWORD-VALID-FLAG
011295     END-IF
011296
011297     PERFORM 6010-CHECK-FOR-DIGIT
011298         VARYING CS-PASSWORD-CHECK-IDX FROM 1 BY 1
011299         UNTIL CS-PASSWORD-CHECK-IDX > CS-PASSWORD-LENGTH
011300         OR CS-PASSWORD-HAS-DIGIT
011301
011302     IF NOT CS-PASSWORD-HAS-DIGIT
011303         MOVE 'N' TO CS-PASSWORD-VALID-FLAG
011304     END-IF
011305
011306     IF CS-PASSWORD-IS-WEAK
011307         DISPLAY "Password does not meet complexity "
011308                 "requirements."
011309         MOVE "Weak Password Rejected" TO CS-CALL-TYPE
011310         MOVE "Password rejected by complexity check."
011311             TO CS-CALL-DETAILS
011312         CALL "LOGINCDT" USING BY CONTENT CS-CURRENT-DATE
011313             BY CONTENT CS-CURRENT-TIME
011314             BY CONTENT CS-CALL-TYPE
011315             BY CONTENT CS-PASSWORD-CHECK-USERNAME
011316             BY CONTENT CS-CALL-DETAILS
011317     END-IF.
011318 6000-VALIDATE-PASSWORD-COMPLEXITY-EXIT.
011319     EXIT.
011320
011321 6010-CHECK-FOR-DIGIT.
011322     IF CS-PASSWORD-CHECK-PASSWORD(CS-PASSWORD-CHECK-IDX:1)
011323             IS NUMERIC
011324         MOVE 'Y' TO CS-PASSWORD-HAS-DIGIT-FLAG
011325     END-IF.
011326 6010-CHECK-FOR-DIGIT-EXIT.
011327     EXIT.
011328
011329*****************************************************************
011330* 7000-HASH-PASSWORD.
011331* COMPUTES A SALTED DIGEST OF CS-HASH-PLAINTEXT USING CS-HASH-SALT
011332* GNUCOBOL HAS NO BUILT-IN CRYPTO HASH, SO THIS ROLLS ITS OWN:
011333* EACH CHARACTER OF SALT || PASSWORD IS FOLDED INTO A RUNNING
011334* PIC 9(10) ACCUMULATOR, WHICH SILENTLY DROPS ITS HIGH-ORDER
011335* DIGITS ON OVERFLOW THE SAME WAY ANY FIXED-WIDTH CHECKSUM DOES.
011340* CALLERS MOVE THE SALT AND PLAINTEXT INTO CS-HASH-SALT AND
011350* CS-HASH-PLAINTEXT BEFORE PERFORMING THIS, THEN USE
011360* CS-HASH-RESULT-DISPLAY FOR STORAGE OR COMPARISON.
