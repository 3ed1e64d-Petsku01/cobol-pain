000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CASEMGT.
000030 AUTHOR. D-SHIFT-SECURITY-TEAM.
000040 INSTALLATION. CENTRAL-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------------
000110* 2026-10-15  DWS  ORIGINAL VERSION.  INVESTIGATION CASE FILE.
000120*                  TIES RELATED INCIDENTS AND ALERTS TOGETHER
000130*                  UNDER ONE CASE (SEE CASREC.CPY) SO AN
000140*                  INVESTIGATION NO LONGER LIVES IN SOMEBODY'S
000150*                  NOTEBOOK.  A CASE HAS AN OWNER, A STATUS (OPEN,
000160*                  CONTAINED, CLOSED), AND A ONE-LINE SUMMARY;
000170*                  ANY NUMBER OF INCIDENT-SEQ-NO AND ALERT-SEQ-NO
000180*                  REFERENCES MAY BE ATTACHED, AND DATED NOTES
000190*                  ADDED.  AN INCIDENT INCARCH HAS ALREADY PURGED
000200*                  FROM THE LIVE FILE IS FOUND IN ITS MONTHLY
000210*                  ARCHIVE.  CLOSING A CASE CAN ALSO CLOSE THE
000220*                  ATTACHED ALERTS STILL OPEN AND MARK THE
000230*                  ATTACHED INCIDENTS' ESCALATED DISPOSITIONS
000240*                  RESOLVED.  THE ANALYST LOGS IN FIRST, VERIFIED
000250*                  AGAINST users.dat EXACTLY AS INCTRIAGE'S
000260*                  REVIEWER LOGIN DOES, AND MUST HOLD THE TRIAGE
000270*                  (OR ADMIN) ROLE; EVERY ENTRY IS STAMPED WITH
000280*                  THAT AUTHENTICATED NAME.  CASERPT PRINTS THE
000290*                  CASES WITH THEIR TIMELINES.
000293* 2026-10-15  DWS  ARCHIVE LINES WIDENED TO 200 BYTES FOR THE
000296*                  INCIDENT CHECKSUMS (SEE INCREC.CPY).
000297* 2026-10-15  DWS  THE ANALYST LOGIN NOW HONOURS THE ACCESS
000298*                  SCHEDULE THROUGH ACSCHK, AS CYBRSEC'S DOES; A
000299*                  CORRECT PASSWORD OUTSIDE THE PERMITTED HOURS IS
000300*                  REFUSED UNLESS AN ADMIN TAKES THE BREAK-GLASS.
000301*****************************************************************
000310*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CASE-FILE ASSIGN TO "cases.dat"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CASE-KEY
000390         FILE STATUS IS FS-CASE-FILE-STATUS.
000400     SELECT INCIDENT-FILE ASSIGN TO "incidents.dat"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS INCIDENT-SEQ-NO
000440         ALTERNATE RECORD KEY IS INCIDENT-DATE
000450             WITH DUPLICATES
000460         FILE STATUS IS FS-INCIDENT-FILE-STATUS.
000470     SELECT ARCHIVE-FILE ASSIGN USING CS-ARCHIVE-FILE-NAME
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FS-ARCHIVE-FILE-STATUS.
000500     SELECT ALERT-FILE ASSIGN TO "alerts.dat"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS ALERT-SEQ-NO
000540         FILE STATUS IS FS-ALERT-FILE-STATUS.
000550     SELECT DISPOSITION-FILE ASSIGN TO "dispos.dat"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS DISP-INCIDENT-SEQ-NO
000590         FILE STATUS IS FS-DISPOSITION-STATUS.
000600     SELECT USER-FILE ASSIGN TO "users.dat"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS USER-NAME
000640         FILE STATUS IS FS-USER-FILE-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CASE-FILE.
000690     COPY "CASREC.CPY".
000700
000710 FD  INCIDENT-FILE.
000720     COPY "INCREC.CPY".
000730
000740 FD  ARCHIVE-FILE.
000750 01  ARCHIVE-RECORD               PIC X(200).
000760
000770 FD  ALERT-FILE.
000780     COPY "ALTREC.CPY".
000790
000800 FD  DISPOSITION-FILE.
000810     COPY "DSPREC.CPY".
000820
000830 FD  USER-FILE.
000840     COPY "USRREC.CPY".
000850
000860 WORKING-STORAGE SECTION.
000870 01  FS-CASE-FILE-STATUS          PIC X(02) VALUE "00".
000880     88  FS-CASE-FILE-OK              VALUE "00".
000890     88  FS-CASE-FILE-NOT-FOUND       VALUE "35".
000900
000910 01  FS-INCIDENT-FILE-STATUS      PIC X(02) VALUE "00".
000920     88  FS-INCIDENT-FILE-OK          VALUE "00".
000930
000940 01  FS-ARCHIVE-FILE-STATUS       PIC X(02) VALUE "00".
000950     88  FS-ARCHIVE-FILE-OK           VALUE "00".
000960     88  FS-ARCHIVE-FILE-NOT-FOUND    VALUE "35".
000970
000980 01  FS-ALERT-FILE-STATUS         PIC X(02) VALUE "00".
000990     88  FS-ALERT-FILE-OK             VALUE "00".
001000     88  FS-ALERT-FILE-NOT-FOUND      VALUE "35".
001010
001020 01  FS-DISPOSITION-STATUS        PIC X(02) VALUE "00".
001030     88  FS-DISPOSITION-OK            VALUE "00".
001040     88  FS-DISPOSITION-NOT-FOUND     VALUE "35".
001050
001060 01  FS-USER-FILE-STATUS          PIC X(02) VALUE "00".
001070     88  FS-USER-FILE-OK              VALUE "00".
001080
001090 01  CS-FILES-READY-FLAG          PIC X(01) VALUE 'N'.
001100     88  CS-FILES-READY               VALUE 'Y'.
001110
001120 01  CS-EOF-FLAG                  PIC X(01) VALUE 'N'.
001130     88  CS-END-OF-FILE                VALUE 'Y'.
001140
001150 01  CS-MENU-CHOICE               PIC X(01).
001160 01  CS-CONTINUE-FLAG             PIC X(01) VALUE 'Y'.
001170     88  CS-KEEP-RUNNING               VALUE 'Y'.
001180     88  CS-STOP-RUNNING               VALUE 'N'.
001190
001200 01  CS-ANALYST-NAME              PIC X(30).
001210
001220 01  CS-CASE-WORK-FIELDS.
001230     05  CS-INPUT-CASE-ID         PIC X(06).
001240     05  CS-CASE-ID               PIC 9(06) VALUE 0.
001250     05  CS-CASE-FOUND-FLAG       PIC X(01) VALUE 'N'.
001260         88  CS-CASE-FOUND            VALUE 'Y'.
001270     05  CS-INPUT-SEQ-NO          PIC X(09).
001280     05  CS-INPUT-DATE            PIC X(08).
001290     05  CS-INPUT-VALID-FLAG      PIC X(01) VALUE 'Y'.
001300         88  CS-INPUT-VALUE-VALID     VALUE 'Y'.
001310     05  CS-CHECK-IDX             PIC 9(02) COMP VALUE 0.
001320     05  CS-SCAN-TYPE             PIC X(01).
001330     05  CS-NEW-ENTRY-TYPE        PIC X(01).
001340     05  CS-ENTRY-ADDED-FLAG      PIC X(01) VALUE 'N'.
001350         88  CS-ENTRY-ADDED           VALUE 'Y'.
001360     05  CS-LINK-SEQ-NO           PIC 9(09) VALUE 0.
001370     05  CS-LINK-EVENT-DATE       PIC 9(08) VALUE 0.
001380     05  CS-LINK-EVENT-TIME       PIC 9(08) VALUE 0.
001390     05  CS-LINK-FOUND-FLAG       PIC X(01) VALUE 'N'.
001400         88  CS-LINK-FOUND            VALUE 'Y'.
001410     05  CS-ALREADY-LINKED-FLAG   PIC X(01) VALUE 'N'.
001420         88  CS-ALREADY-LINKED        VALUE 'Y'.
001430     05  CS-OWNER-OK-FLAG         PIC X(01) VALUE 'N'.
001440         88  CS-OWNER-OK              VALUE 'Y'.
001450     05  CS-NOTE-TEXT             PIC X(100).
001460     05  CS-SUMMARY-TEXT          PIC X(80).
001470     05  CS-OWNER-NAME            PIC X(30).
001480     05  CS-OLD-OWNER-NAME        PIC X(30).
001490     05  CS-NEW-STATUS            PIC X(01).
001500     05  CS-OLD-STATUS            PIC X(01).
001510     05  CS-STATUS-CODE           PIC X(01).
001520     05  CS-STATUS-TEXT           PIC X(09).
001530     05  CS-OLD-STATUS-TEXT       PIC X(09).
001540     05  CS-CLOSE-ALERTS-CHOICE   PIC X(01).
001550     05  CS-RESOLVE-ESC-CHOICE    PIC X(01).
001560     05  CS-ALERT-COMMENT         PIC X(60).
001570
001580 01  CS-ARCHIVE-FIELDS.
001590     05  CS-ARCHIVE-FILE-NAME     PIC X(20).
001600
001610 01  CS-CASE-TOTALS.
001620     05  CS-CASE-COUNT            PIC 9(06) VALUE 0.
001630     05  CS-ENTRY-COUNT           PIC 9(04) VALUE 0.
001640     05  CS-ALERTS-CLOSED-COUNT   PIC 9(04) VALUE 0.
001650     05  CS-ESC-RESOLVED-COUNT    PIC 9(04) VALUE 0.
001660
001670 77  CS-CURRENT-DATE              PIC 9(08) VALUE 0.
001680 77  CS-CURRENT-TIME              PIC 9(08) VALUE 0.
001690 77  CS-MAX-ATTEMPTS              PIC 9(02) VALUE 3.
001700 77  CS-MAX-ENTRY-NO              PIC 9(04) VALUE 9999.
001710
001720 01  CS-AUTH-OK-FLAG              PIC X(01) VALUE 'N'.
001730     88  CS-AUTH-OK                   VALUE 'Y'.
001732
001734 01  CS-HOURS-RESULT              PIC X(01) VALUE 'Y'.
001736     88  CS-HOURS-REFUSED             VALUE 'N'.
001740
001750 01  CS-LOGIN-FIELDS.
001760     05  CS-INPUT-USERNAME        PIC X(30).
001770     05  CS-INPUT-PASSWORD        PIC X(30).
001780
001790 01  CS-INCIDENT-CALL-FIELDS.
001800     05  CS-CALL-TYPE             PIC X(25).
001810     05  CS-CALL-DETAILS          PIC X(100).
001820
001830 01  CS-HASH-FIELDS.
001840     05  CS-HASH-SALT             PIC X(08).
001850     05  CS-HASH-PLAINTEXT        PIC X(30).
001860     05  CS-HASH-COMBINED         PIC X(38).
001870     05  CS-HASH-RESULT           PIC 9(10) VALUE 0.
001880     05  CS-HASH-RESULT-DISPLAY   PIC X(10).
001890     05  CS-HASH-IDX              PIC 9(02) COMP VALUE 0.
001900     05  CS-HASH-CHAR             PIC X(01).
001910     05  CS-HASH-CHAR-VALUE REDEFINES CS-HASH-CHAR
001920                                  PIC 9(02) USAGE COMP-X.
001930
001940 PROCEDURE DIVISION.
001950*****************************************************************
001960* 0000-MAIN-LOGIC.
001970*****************************************************************
001980 0000-MAIN-LOGIC.
001990     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002000     IF NOT CS-FILES-READY
002010         STOP RUN
002020     END-IF
002030
002040     PERFORM 2000-MENU-CYCLE THRU 2000-MENU-CYCLE-EXIT
002050         UNTIL CS-STOP-RUNNING
002060
002070     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002080     STOP RUN.
002090
002100*****************************************************************
002110* 1000-INITIALIZE.
002120* OPENS EVERYTHING A CASE TOUCHES.  cases.dat, alerts.dat, AND
002130* dispos.dat ARE CREATED EMPTY THE FIRST TIME THROUGH, THE WAY
002140* INCTRIAGE CREATES dispos.dat; incidents.dat AND users.dat
002150* MUST ALREADY EXIST.
002160*****************************************************************
002170 1000-INITIALIZE.
002180     MOVE 'N' TO CS-FILES-READY-FLAG
002190
002200     OPEN INPUT INCIDENT-FILE
002210     IF NOT FS-INCIDENT-FILE-OK
002220         DISPLAY "Unable to open incidents.dat, file status "
002230             FS-INCIDENT-FILE-STATUS "."
002240         DISPLAY "If this site is still on the old flat-file "
002250             "incidents.dat, run INCMIG once to convert it "
002260             "to the indexed format before running CASEMGT."
002270         GO TO 1000-INITIALIZE-EXIT
002280     END-IF
002290
002300     OPEN I-O CASE-FILE
002310     IF FS-CASE-FILE-NOT-FOUND
002320         OPEN OUTPUT CASE-FILE
002330         CLOSE CASE-FILE
002340         OPEN I-O CASE-FILE
002350     END-IF
002360     IF NOT FS-CASE-FILE-OK
002370         DISPLAY "Unable to open cases.dat, file status "
002380             FS-CASE-FILE-STATUS "."
002390         CLOSE INCIDENT-FILE
002400         GO TO 1000-INITIALIZE-EXIT
002410     END-IF
002420
002430     OPEN I-O ALERT-FILE
002440     IF FS-ALERT-FILE-NOT-FOUND
002450         OPEN OUTPUT ALERT-FILE
002460         CLOSE ALERT-FILE
002470         OPEN I-O ALERT-FILE
002480     END-IF
002490     IF NOT FS-ALERT-FILE-OK
002500         DISPLAY "Unable to open alerts.dat, file status "
002510             FS-ALERT-FILE-STATUS "."
002520         DISPLAY "If this site is still on the old "
002530             "line-sequential alerts.dat, run ALRTMIG once to "
002540             "convert it."
002550         CLOSE INCIDENT-FILE
002560         CLOSE CASE-FILE
002570         GO TO 1000-INITIALIZE-EXIT
002580     END-IF
002590
002600     OPEN I-O DISPOSITION-FILE
002610     IF FS-DISPOSITION-NOT-FOUND
002620         OPEN OUTPUT DISPOSITION-FILE
002630         CLOSE DISPOSITION-FILE
002640         OPEN I-O DISPOSITION-FILE
002650     END-IF
002660     IF NOT FS-DISPOSITION-OK
002670         DISPLAY "Unable to open dispos.dat, file status "
002680             FS-DISPOSITION-STATUS "."
002690         CLOSE INCIDENT-FILE
002700         CLOSE CASE-FILE
002710         CLOSE ALERT-FILE
002720         GO TO 1000-INITIALIZE-EXIT
002730     END-IF
002740
002750     OPEN I-O USER-FILE
002760     IF NOT FS-USER-FILE-OK
002770         DISPLAY "Unable to open users.dat, file status "
002780             FS-USER-FILE-STATUS "."
002790         DISPLAY "If users.dat is on an older layout, run "
002800             "USRMIG (flat file) or USRUPG (earlier indexed "
002810             "layout) once to convert it."
002820         CLOSE INCIDENT-FILE
002830         CLOSE CASE-FILE
002840         CLOSE ALERT-FILE
002850         CLOSE DISPOSITION-FILE
002860         GO TO 1000-INITIALIZE-EXIT
002870     END-IF
002880
002890     PERFORM 1500-AUTHENTICATE-ANALYST
002900         THRU 1500-AUTHENTICATE-ANALYST-EXIT
002910     IF NOT CS-AUTH-OK
002920         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002930         GO TO 1000-INITIALIZE-EXIT
002940     END-IF
002950
002960     MOVE 'Y' TO CS-FILES-READY-FLAG.
002970 1000-INITIALIZE-EXIT.
002980     EXIT.
002990
003000*****************************************************************
003010* 1500-AUTHENTICATE-ANALYST.
003020* REQUIRES A REAL LOGIN BEFORE ANY CASE CAN BE TOUCHED,
003030* FOLLOWING CYBRSEC'S CHECK-LOGIN RULES AS INCTRIAGE DOES:
003040* DISABLED AND LOCKED ACCOUNTS ARE REJECTED, THE PASSWORD IS
003050* VERIFIED THROUGH THE SHARED SALTED-HASH SCHEME, A WRONG
003060* PASSWORD COUNTS TOWARD THE LOCKOUT AND LOCKS AT
003070* CS-MAX-ATTEMPTS, AND EVERY ATTEMPT IS LOGGED THROUGH LOGINCDT.
003080* THE ACCOUNT MUST HOLD THE TRIAGE OR ADMIN ROLE, AND ACSCHK
003085* MUST PERMIT THE LOGIN AT THIS HOUR (OR AN ADMINISTRATOR TAKE
003087* THE LOGGED BREAK-GLASS OVERRIDE).  SUCCESS SETS CS-AUTH-OK
003090* AND SAVES THE ANALYST'S NAME.
003100*****************************************************************
003110 1500-AUTHENTICATE-ANALYST.
003120     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
003130     ACCEPT CS-CURRENT-TIME FROM TIME
003140
003150     DISPLAY "Investigation Cases -- analyst login"
003160     DISPLAY "Enter Username: "
003170     ACCEPT CS-INPUT-USERNAME
003180     DISPLAY "Enter Password: "
003190     ACCEPT CS-INPUT-PASSWORD
003200
003210     MOVE CS-INPUT-USERNAME TO USER-NAME
003220     READ USER-FILE
003230         KEY IS USER-NAME
003240         INVALID KEY
003250             DISPLAY "User not found."
003260             MOVE "Login Failure" TO CS-CALL-TYPE
003270             MOVE "Unknown username." TO CS-CALL-DETAILS
003280             PERFORM 1590-LOG-LOGIN-INCIDENT
003290                 THRU 1590-LOG-LOGIN-INCIDENT-EXIT
003300             GO TO 1500-AUTHENTICATE-ANALYST-EXIT
003310     END-READ
003320
003330     IF USER-ACCOUNT-DISABLED
003340         DISPLAY "This account has been disabled.  Contact an "
003350                 "administrator to reactivate it."
003360         MOVE "Login Failure" TO CS-CALL-TYPE
003370         MOVE "Case management login rejected; account disabled."
003380             TO CS-CALL-DETAILS
003390         PERFORM 1590-LOG-LOGIN-INCIDENT
003400             THRU 1590-LOG-LOGIN-INCIDENT-EXIT
003410         GO TO 1500-AUTHENTICATE-ANALYST-EXIT
003420     END-IF
003430
003440     IF USER-ACCOUNT-LOCKED
003450         DISPLAY "Account is locked.  Use the CYBRSEC login "
003460                 "screen to unlock it before working cases."
003470         MOVE "Login Failure" TO CS-CALL-TYPE
003480         MOVE "Case management login rejected; account locked."
003490             TO CS-CALL-DETAILS
003500         PERFORM 1590-LOG-LOGIN-INCIDENT
003510             THRU 1590-LOG-LOGIN-INCIDENT-EXIT
003520         GO TO 1500-AUTHENTICATE-ANALYST-EXIT
003530     END-IF
003540
003550     MOVE USER-PASSWORD-SALT TO CS-HASH-SALT
003560     MOVE CS-INPUT-PASSWORD TO CS-HASH-PLAINTEXT
003570     PERFORM 7000-HASH-PASSWORD THRU 7000-HASH-PASSWORD-EXIT
003580     IF CS-HASH-RESULT-DISPLAY NOT = USER-PASSWORD(1:10)
003590         PERFORM 1550-RECORD-FAILED-ATTEMPT
003600             THRU 1550-RECORD-FAILED-ATTEMPT-EXIT
003610         REWRITE USER-RECORD
003620         GO TO 1500-AUTHENTICATE-ANALYST-EXIT
003630     END-IF
003640
003650     IF NOT USER-MAY-TRIAGE
003660         DISPLAY "This account does not hold the triage role.  "
003670                 "Ask an administrator to grant it."
003680         MOVE "Login Failure" TO CS-CALL-TYPE
003690         MOVE "Case management refused; account lacks the role."
003700             TO CS-CALL-DETAILS
003710         PERFORM 1590-LOG-LOGIN-INCIDENT
003720             THRU 1590-LOG-LOGIN-INCIDENT-EXIT
003730         GO TO 1500-AUTHENTICATE-ANALYST-EXIT
003740     END-IF
003750
003751     CALL "ACSCHK" USING BY CONTENT CS-INPUT-USERNAME
003752         BY CONTENT USER-ROLE
003753         BY REFERENCE CS-HOURS-RESULT
003754     IF CS-HOURS-REFUSED
003755         GO TO 1500-AUTHENTICATE-ANALYST-EXIT
003756     END-IF
003757
003760     MOVE 0 TO USER-FAILED-ATTEMPTS
003770     MOVE CS-CURRENT-DATE TO USER-LAST-LOGIN-DATE
003780     REWRITE USER-RECORD
003790     MOVE 'Y' TO CS-AUTH-OK-FLAG
003800     MOVE USER-NAME TO CS-ANALYST-NAME
003810     DISPLAY "Login successful."
003820     MOVE "Login Success" TO CS-CALL-TYPE
003830     MOVE "Analyst logged in to case management."
003840         TO CS-CALL-DETAILS
003850     PERFORM 1590-LOG-LOGIN-INCIDENT
003860         THRU 1590-LOG-LOGIN-INCIDENT-EXIT.
003870 1500-AUTHENTICATE-ANALYST-EXIT.
003880     EXIT.
003890
003900*****************************************************************
003910* 1550-RECORD-FAILED-ATTEMPT.
003920* COUNTS ONE WRONG-PASSWORD ATTEMPT AGAINST THE RECORD THE
003930* CALLER JUST READ AND LOCKS THE ACCOUNT AT CS-MAX-ATTEMPTS,
003940* EXACTLY AS CYBRSEC'S 3250-RECORD-FAILED-ATTEMPT DOES.  THE
003950* CALLER REWRITES USER-RECORD.
003960*****************************************************************
003970 1550-RECORD-FAILED-ATTEMPT.
003980     ADD 1 TO USER-FAILED-ATTEMPTS
003990     DISPLAY "Login failed. Attempt: " USER-FAILED-ATTEMPTS
004000     MOVE "Login Failure" TO CS-CALL-TYPE
004010     MOVE "Incorrect password." TO CS-CALL-DETAILS
004020     PERFORM 1590-LOG-LOGIN-INCIDENT
004030         THRU 1590-LOG-LOGIN-INCIDENT-EXIT
004040     IF USER-FAILED-ATTEMPTS >= CS-MAX-ATTEMPTS
004050         MOVE 'Y' TO USER-IS-LOCKED
004060         MOVE CS-CURRENT-DATE TO USER-LOCKOUT-DATE
004070         MOVE CS-CURRENT-TIME TO USER-LOCKOUT-TIME
004080         MOVE "Account Locked" TO CS-CALL-TYPE
004090         MOVE
004100             "Account locked due to multiple failed attempts."
004110             TO CS-CALL-DETAILS
004120         PERFORM 1590-LOG-LOGIN-INCIDENT
004130             THRU 1590-LOG-LOGIN-INCIDENT-EXIT
004140         DISPLAY "Account has been locked due to multiple "
004150                 "failed login attempts."
004160     END-IF.
004170 1550-RECORD-FAILED-ATTEMPT-EXIT.
004180     EXIT.
004190
004200*****************************************************************
004210* 1590-LOG-LOGIN-INCIDENT.
004220* ONE CALL TO LOGINCDT FROM THE CS-CALL FIELDS THE CALLER JUST
004230* FILLED IN, AGAINST THE USERNAME UNDER AUTHENTICATION.
004240*****************************************************************
004250 1590-LOG-LOGIN-INCIDENT.
004260     CALL "LOGINCDT" USING BY CONTENT CS-CURRENT-DATE
004270         BY CONTENT CS-CURRENT-TIME
004280         BY CONTENT CS-CALL-TYPE
004290         BY CONTENT CS-INPUT-USERNAME
004300         BY CONTENT CS-CALL-DETAILS.
004310 1590-LOG-LOGIN-INCIDENT-EXIT.
004320     EXIT.
004330
004340*****************************************************************
004350* 2000-MENU-CYCLE.
004360*****************************************************************
004370 2000-MENU-CYCLE.
004380     DISPLAY "Investigation Cases"
004390     DISPLAY "==============================="
004400     DISPLAY "1. Open a new case"
004410     DISPLAY "2. List active cases"
004420     DISPLAY "3. Show a case"
004430     DISPLAY "4. Attach an incident"
004440     DISPLAY "5. Attach an alert"
004450     DISPLAY "6. Add a case note"
004460     DISPLAY "7. Change status or owner"
004470     DISPLAY "8. Close a case"
004480     DISPLAY "9. Exit"
004490     DISPLAY "==============================="
004500     DISPLAY "Please choose an option: "
004510     ACCEPT CS-MENU-CHOICE
004520
004530     EVALUATE CS-MENU-CHOICE
004540         WHEN '1'
004550             PERFORM 3000-OPEN-CASE THRU 3000-OPEN-CASE-EXIT
004560         WHEN '2'
004570             PERFORM 3100-LIST-CASES THRU 3100-LIST-CASES-EXIT
004580         WHEN '3'
004590             PERFORM 3200-SHOW-CASE THRU 3200-SHOW-CASE-EXIT
004600         WHEN '4'
004610             PERFORM 4000-ATTACH-INCIDENT
004620                 THRU 4000-ATTACH-INCIDENT-EXIT
004630         WHEN '5'
004640             PERFORM 4200-ATTACH-ALERT THRU 4200-ATTACH-ALERT-EXIT
004650         WHEN '6'
004660             PERFORM 4400-ADD-NOTE THRU 4400-ADD-NOTE-EXIT
004670         WHEN '7'
004680             PERFORM 4500-UPDATE-CASE THRU 4500-UPDATE-CASE-EXIT
004690         WHEN '8'
004700             PERFORM 5000-CLOSE-CASE THRU 5000-CLOSE-CASE-EXIT
004710         WHEN '9'
004720             MOVE 'N' TO CS-CONTINUE-FLAG
004730         WHEN OTHER
004740             DISPLAY "Invalid choice. Please try again."
004750     END-EVALUATE.
004760 2000-MENU-CYCLE-EXIT.
004770     EXIT.
004780
004790*****************************************************************
004800* 2100-ASK-CASE-ID.
004810* PROMPTS FOR A SIX-DIGIT CASE NUMBER AND READS ITS HEADER.
004820* CS-CASE-FOUND IS SET, CS-CASE-ID HOLDS THE NUMBER, AND THE
004830* HEADER IS IN THE RECORD AREA WHEN THE CASE IS ON FILE.
004840*****************************************************************
004850 2100-ASK-CASE-ID.
004860     MOVE 'N' TO CS-CASE-FOUND-FLAG
004870     DISPLAY "Case number: "
004880     ACCEPT CS-INPUT-CASE-ID
004890     MOVE 'Y' TO CS-INPUT-VALID-FLAG
004900     PERFORM 2150-VALIDATE-CASE-DIGIT
004910         THRU 2150-VALIDATE-CASE-DIGIT-EXIT
004920         VARYING CS-CHECK-IDX FROM 1 BY 1
004930         UNTIL CS-CHECK-IDX > 6
004940     IF NOT CS-INPUT-VALUE-VALID
004950         DISPLAY "Case number not recognized."
004960         GO TO 2100-ASK-CASE-ID-EXIT
004970     END-IF
004980
004990     MOVE CS-INPUT-CASE-ID TO CS-CASE-ID
005000     PERFORM 2120-READ-CASE-HEADER THRU 2120-READ-CASE-HEADER-EXIT
005010     IF NOT CS-CASE-FOUND
005020         DISPLAY "No case on file with that number."
005030     END-IF.
005040 2100-ASK-CASE-ID-EXIT.
005050     EXIT.
005060
005070 2120-READ-CASE-HEADER.
005080     MOVE 'N' TO CS-CASE-FOUND-FLAG
005090     MOVE CS-CASE-ID TO CASE-ID
005100     MOVE 'H' TO CASE-ENTRY-TYPE
005110     MOVE 0 TO CASE-ENTRY-NO
005120     READ CASE-FILE
005130         KEY IS CASE-KEY
005140         INVALID KEY
005150             GO TO 2120-READ-CASE-HEADER-EXIT
005160     END-READ
005170     MOVE 'Y' TO CS-CASE-FOUND-FLAG.
005180 2120-READ-CASE-HEADER-EXIT.
005190     EXIT.
005200
005210 2150-VALIDATE-CASE-DIGIT.
005220     IF CS-INPUT-CASE-ID(CS-CHECK-IDX:1) NOT NUMERIC
005230         MOVE 'N' TO CS-INPUT-VALID-FLAG
005240     END-IF.
005250 2150-VALIDATE-CASE-DIGIT-EXIT.
005260     EXIT.
005270
005280*****************************************************************
005290* 2180-ASK-ACTIVE-CASE.
005300* 2100-ASK-CASE-ID FOR THE ACTIONS THAT CHANGE A CASE: A CLOSED
005310* CASE IS REFUSED (CS-CASE-FOUND IS CLEARED).
005320*****************************************************************
005330 2180-ASK-ACTIVE-CASE.
005340     PERFORM 2100-ASK-CASE-ID THRU 2100-ASK-CASE-ID-EXIT
005350     IF CS-CASE-FOUND AND CASE-IS-CLOSED
005360         DISPLAY "Case " CS-CASE-ID " is closed and can no "
005370             "longer be changed."
005380         MOVE 'N' TO CS-CASE-FOUND-FLAG
005390     END-IF.
005400 2180-ASK-ACTIVE-CASE-EXIT.
005410     EXIT.
005420
005430*****************************************************************
005440* 2200-VALIDATE-SEQ-NO.
005450* CHECKS THAT CS-INPUT-SEQ-NO IS ALL NINE DIGITS AND, IF SO,
005460* MOVES IT TO CS-LINK-SEQ-NO.
005470*****************************************************************
005480 2200-VALIDATE-SEQ-NO.
005490     MOVE 'Y' TO CS-INPUT-VALID-FLAG
005500     PERFORM 2250-VALIDATE-SEQ-DIGIT
005510         THRU 2250-VALIDATE-SEQ-DIGIT-EXIT
005520         VARYING CS-CHECK-IDX FROM 1 BY 1
005530         UNTIL CS-CHECK-IDX > 9
005540     IF CS-INPUT-VALUE-VALID
005550         MOVE CS-INPUT-SEQ-NO TO CS-LINK-SEQ-NO
005560     ELSE
005570         DISPLAY "Sequence number not recognized."
005580     END-IF.
005590 2200-VALIDATE-SEQ-NO-EXIT.
005600     EXIT.
005610
005620 2250-VALIDATE-SEQ-DIGIT.
005630     IF CS-INPUT-SEQ-NO(CS-CHECK-IDX:1) NOT NUMERIC
005640         MOVE 'N' TO CS-INPUT-VALID-FLAG
005650     END-IF.
005660 2250-VALIDATE-SEQ-DIGIT-EXIT.
005670     EXIT.
005680
005690*****************************************************************
005700* 2300-ADD-CASE-ENTRY.
005710* ADDS ONE ENTRY OF TYPE CS-NEW-ENTRY-TYPE TO CASE CS-CASE-ID:
005720* A NOTE FROM CS-NOTE-TEXT, OR AN ATTACHED INCIDENT OR ALERT
005730* FROM THE CS-LINK FIELDS.  THE ENTRY NUMBER IS TAKEN FROM THE
005740* HEADER'S CASE-LAST-ENTRY-NO, WHICH IS BUMPED AND REWRITTEN
005750* FIRST.  THE ENTRY IS STAMPED WITH THE ANALYST AND THE CURRENT
005760* DATE/TIME.  CS-ENTRY-ADDED TELLS THE CALLER IT WORKED.
005770*****************************************************************
005780 2300-ADD-CASE-ENTRY.
005790     MOVE 'N' TO CS-ENTRY-ADDED-FLAG
005800     PERFORM 2120-READ-CASE-HEADER THRU 2120-READ-CASE-HEADER-EXIT
005810     IF NOT CS-CASE-FOUND
005820         DISPLAY "Case " CS-CASE-ID " is no longer on file."
005830         GO TO 2300-ADD-CASE-ENTRY-EXIT
005840     END-IF
005850     IF CASE-LAST-ENTRY-NO NOT < CS-MAX-ENTRY-NO
005860         DISPLAY "Case " CS-CASE-ID " has no room for further "
005870             "entries; open a follow-up case."
005880         GO TO 2300-ADD-CASE-ENTRY-EXIT
005890     END-IF
005900
005910     ADD 1 TO CASE-LAST-ENTRY-NO
005920     MOVE CASE-LAST-ENTRY-NO TO CS-ENTRY-COUNT
005930     REWRITE CASE-RECORD
005940         INVALID KEY
005950             DISPLAY "Unable to update the case header, file "
005960                 "status " FS-CASE-FILE-STATUS "."
005970             GO TO 2300-ADD-CASE-ENTRY-EXIT
005980     END-REWRITE
005990
006000     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
006010     ACCEPT CS-CURRENT-TIME FROM TIME
006020     MOVE CS-CASE-ID TO CASE-ID
006030     MOVE CS-NEW-ENTRY-TYPE TO CASE-ENTRY-TYPE
006040     MOVE CS-ENTRY-COUNT TO CASE-ENTRY-NO
006050     MOVE CS-CURRENT-DATE TO CASE-ENTRY-DATE
006060     MOVE CS-CURRENT-TIME TO CASE-ENTRY-TIME
006070     MOVE CS-ANALYST-NAME TO CASE-ENTRY-BY
006080     MOVE SPACES TO CASE-ENTRY-BODY
006090     IF CASE-NOTE-ENTRY
006100         MOVE CS-NOTE-TEXT TO CASE-NOTE-TEXT
006110     ELSE
006120         MOVE CS-LINK-SEQ-NO TO CASE-LINK-SEQ-NO
006130         MOVE CS-LINK-EVENT-DATE TO CASE-LINK-EVENT-DATE
006140         MOVE CS-LINK-EVENT-TIME TO CASE-LINK-EVENT-TIME
006150     END-IF
006160     WRITE CASE-RECORD
006170         INVALID KEY
006180             DISPLAY "Unable to write the case entry, file "
006190                 "status " FS-CASE-FILE-STATUS "."
006200             GO TO 2300-ADD-CASE-ENTRY-EXIT
006210     END-WRITE
006220     MOVE 'Y' TO CS-ENTRY-ADDED-FLAG.
006230 2300-ADD-CASE-ENTRY-EXIT.
006240     EXIT.
006250
006260*****************************************************************
006270* 2400-CHECK-ALREADY-LINKED.
006280* SETS CS-ALREADY-LINKED WHEN CASE CS-CASE-ID ALREADY CARRIES AN
006290* ENTRY OF TYPE CS-SCAN-TYPE FOR CS-LINK-SEQ-NO.
006300*****************************************************************
006310 2400-CHECK-ALREADY-LINKED.
006320     MOVE 'N' TO CS-ALREADY-LINKED-FLAG
006330     PERFORM 2500-START-CASE-ENTRIES
006340         THRU 2500-START-CASE-ENTRIES-EXIT
006350     PERFORM 2450-TEST-ONE-LINK THRU 2450-TEST-ONE-LINK-EXIT
006360         UNTIL CS-END-OF-FILE OR CS-ALREADY-LINKED.
006370 2400-CHECK-ALREADY-LINKED-EXIT.
006380     EXIT.
006390
006400 2450-TEST-ONE-LINK.
006410     IF CASE-LINK-SEQ-NO = CS-LINK-SEQ-NO
006420         MOVE 'Y' TO CS-ALREADY-LINKED-FLAG
006430         GO TO 2450-TEST-ONE-LINK-EXIT
006440     END-IF
006450     PERFORM 2550-READ-CASE-ENTRY THRU 2550-READ-CASE-ENTRY-EXIT.
006460 2450-TEST-ONE-LINK-EXIT.
006470     EXIT.
006480
006490*****************************************************************
006500* 2500-START-CASE-ENTRIES.
006510* POSITIONS ON THE FIRST ENTRY OF TYPE CS-SCAN-TYPE FOR CASE
006520* CS-CASE-ID AND READS IT.  2550 READS ON; REACHING ANOTHER
006530* ENTRY TYPE OR ANOTHER CASE ENDS THE SCAN THE SAME AS END OF
006540* FILE.
006550*****************************************************************
006560 2500-START-CASE-ENTRIES.
006570     MOVE 'N' TO CS-EOF-FLAG
006580     MOVE CS-CASE-ID TO CASE-ID
006590     MOVE CS-SCAN-TYPE TO CASE-ENTRY-TYPE
006600     MOVE 0 TO CASE-ENTRY-NO
006610     START CASE-FILE
006620         KEY IS NOT LESS THAN CASE-KEY
006630         INVALID KEY
006640             SET CS-END-OF-FILE TO TRUE
006650             GO TO 2500-START-CASE-ENTRIES-EXIT
006660     END-START
006670     PERFORM 2550-READ-CASE-ENTRY THRU 2550-READ-CASE-ENTRY-EXIT.
006680 2500-START-CASE-ENTRIES-EXIT.
006690     EXIT.
006700
006710 2550-READ-CASE-ENTRY.
006720     READ CASE-FILE NEXT RECORD
006730         AT END
006740             SET CS-END-OF-FILE TO TRUE
006750             GO TO 2550-READ-CASE-ENTRY-EXIT
006760     END-READ
006770     IF CASE-ID NOT = CS-CASE-ID
006780         OR CASE-ENTRY-TYPE NOT = CS-SCAN-TYPE
006790         SET CS-END-OF-FILE TO TRUE
006800     END-IF.
006810 2550-READ-CASE-ENTRY-EXIT.
006820     EXIT.
006830
006840*****************************************************************
006850* 2600-VERIFY-OWNER.
006860* A CASE OWNER MUST BE AN ACCOUNT ON users.dat THAT HOLDS THE
006870* TRIAGE OR ADMIN ROLE AND IS NOT DISABLED.  SETS CS-OWNER-OK.
006880*****************************************************************
006890 2600-VERIFY-OWNER.
006900     MOVE 'N' TO CS-OWNER-OK-FLAG
006910     MOVE CS-OWNER-NAME TO USER-NAME
006920     READ USER-FILE
006930         KEY IS USER-NAME
006940         INVALID KEY
006950             DISPLAY "No account on file named " CS-OWNER-NAME
006960             GO TO 2600-VERIFY-OWNER-EXIT
006970     END-READ
006980     IF USER-ACCOUNT-DISABLED OR NOT USER-MAY-TRIAGE
006990         DISPLAY "Account " CS-OWNER-NAME
007000         DISPLAY "cannot own a case; it is disabled or does not "
007010             "hold the triage role."
007020         GO TO 2600-VERIFY-OWNER-EXIT
007030     END-IF
007040     MOVE 'Y' TO CS-OWNER-OK-FLAG.
007050 2600-VERIFY-OWNER-EXIT.
007060     EXIT.
007070
007080*****************************************************************
007090* 2900-SET-STATUS-TEXT.
007100* DISPLAY NAME FOR THE CASE STATUS CODE IN CS-STATUS-CODE.
007110*****************************************************************
007120 2900-SET-STATUS-TEXT.
007130     EVALUATE CS-STATUS-CODE
007140         WHEN 'O'
007150             MOVE "OPEN     " TO CS-STATUS-TEXT
007160         WHEN 'C'
007170             MOVE "CONTAINED" TO CS-STATUS-TEXT
007180         WHEN 'X'
007190             MOVE "CLOSED   " TO CS-STATUS-TEXT
007200         WHEN OTHER
007210             MOVE "UNKNOWN  " TO CS-STATUS-TEXT
007220     END-EVALUATE.
007230 2900-SET-STATUS-TEXT-EXIT.
007240     EXIT.
007250
007260*****************************************************************
007270* 3000-OPEN-CASE.
007280* OPENS A NEW CASE WITH A SUMMARY AND AN OWNER (THE ANALYST BY
007290* DEFAULT).  CASE NUMBERS ARE ASSIGNED IN OPENING ORDER THE SAME
007300* WAY LOGINCDT NUMBERS INCIDENTS: ONE PAST THE HIGHEST ON FILE.
007310*****************************************************************
007320 3000-OPEN-CASE.
007330     DISPLAY "Case summary (one line): "
007340     ACCEPT CS-SUMMARY-TEXT
007350     IF CS-SUMMARY-TEXT = SPACES
007360         DISPLAY "A summary is required.  Returning to the menu."
007370         GO TO 3000-OPEN-CASE-EXIT
007380     END-IF
007390
007400     DISPLAY "Owner username (blank for yourself): "
007410     ACCEPT CS-OWNER-NAME
007420     IF CS-OWNER-NAME = SPACES
007430         MOVE CS-ANALYST-NAME TO CS-OWNER-NAME
007440     END-IF
007450     PERFORM 2600-VERIFY-OWNER THRU 2600-VERIFY-OWNER-EXIT
007460     IF NOT CS-OWNER-OK
007470         GO TO 3000-OPEN-CASE-EXIT
007480     END-IF
007490
007500     PERFORM 3050-FIND-NEXT-CASE-ID
007510         THRU 3050-FIND-NEXT-CASE-ID-EXIT
007520
007530     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
007540     ACCEPT CS-CURRENT-TIME FROM TIME
007550     MOVE CS-CASE-ID TO CASE-ID
007560     MOVE 'H' TO CASE-ENTRY-TYPE
007570     MOVE 0 TO CASE-ENTRY-NO
007580     MOVE CS-CURRENT-DATE TO CASE-ENTRY-DATE
007590     MOVE CS-CURRENT-TIME TO CASE-ENTRY-TIME
007600     MOVE CS-ANALYST-NAME TO CASE-ENTRY-BY
007610     MOVE SPACES TO CASE-ENTRY-BODY
007620     MOVE CS-OWNER-NAME TO CASE-OWNER
007630     MOVE 'O' TO CASE-STATUS
007640     MOVE CS-SUMMARY-TEXT TO CASE-SUMMARY
007650     MOVE 0 TO CASE-CLOSED-DATE
007660     MOVE 0 TO CASE-CLOSED-TIME
007670     MOVE 0 TO CASE-LAST-ENTRY-NO
007680     WRITE CASE-RECORD
007690         INVALID KEY
007700             DISPLAY "Unable to write the new case, file status "
007710                 FS-CASE-FILE-STATUS "."
007720             GO TO 3000-OPEN-CASE-EXIT
007730     END-WRITE
007740     DISPLAY "Case " CS-CASE-ID " opened, owner " CS-OWNER-NAME.
007750 3000-OPEN-CASE-EXIT.
007760     EXIT.
007770
007780 3050-FIND-NEXT-CASE-ID.
007790     MOVE 999999 TO CASE-ID
007800     MOVE HIGH-VALUES TO CASE-ENTRY-TYPE
007810     MOVE 9999 TO CASE-ENTRY-NO
007820     START CASE-FILE
007830         KEY IS NOT GREATER THAN CASE-KEY
007840         INVALID KEY
007850             MOVE 1 TO CS-CASE-ID
007860             GO TO 3050-FIND-NEXT-CASE-ID-EXIT
007870     END-START
007880     READ CASE-FILE NEXT RECORD
007890         AT END
007900             MOVE 1 TO CS-CASE-ID
007910             GO TO 3050-FIND-NEXT-CASE-ID-EXIT
007920     END-READ
007930     COMPUTE CS-CASE-ID = CASE-ID + 1.
007940 3050-FIND-NEXT-CASE-ID-EXIT.
007950     EXIT.
007960
007970*****************************************************************
007980* 3100-LIST-CASES.
007990* ONE LINE PER CASE STILL OPEN OR CONTAINED, IN CASE ORDER.
008000*****************************************************************
008010 3100-LIST-CASES.
008020     MOVE 0 TO CS-CASE-COUNT
008030     MOVE 'N' TO CS-EOF-FLAG
008040     MOVE LOW-VALUES TO CASE-KEY
008050     START CASE-FILE
008060         KEY IS NOT LESS THAN CASE-KEY
008070         INVALID KEY
008080             SET CS-END-OF-FILE TO TRUE
008090     END-START
008100
008110     DISPLAY " "
008120     DISPLAY "Case   Status    Owner / Summary"
008130     PERFORM 3150-LIST-ONE-ENTRY THRU 3150-LIST-ONE-ENTRY-EXIT
008140         UNTIL CS-END-OF-FILE
008150
008160     IF CS-CASE-COUNT = 0
008170         DISPLAY "No active cases."
008180     ELSE
008190         DISPLAY "Active cases: " CS-CASE-COUNT
008200     END-IF.
008210 3100-LIST-CASES-EXIT.
008220     EXIT.
008230
008240 3150-LIST-ONE-ENTRY.
008250     READ CASE-FILE NEXT RECORD
008260         AT END
008270             SET CS-END-OF-FILE TO TRUE
008280             GO TO 3150-LIST-ONE-ENTRY-EXIT
008290     END-READ
008300     IF NOT CASE-HEADER-ENTRY OR NOT CASE-IS-ACTIVE
008310         GO TO 3150-LIST-ONE-ENTRY-EXIT
008320     END-IF
008330     ADD 1 TO CS-CASE-COUNT
008340     MOVE CASE-STATUS TO CS-STATUS-CODE
008350     PERFORM 2900-SET-STATUS-TEXT THRU 2900-SET-STATUS-TEXT-EXIT
008360     DISPLAY CASE-ID " " CS-STATUS-TEXT " " CASE-OWNER
008370     DISPLAY "                 " CASE-SUMMARY(1:60).
008380 3150-LIST-ONE-ENTRY-EXIT.
008390     EXIT.
008400
008410*****************************************************************
008420* 3200-SHOW-CASE.
008430* THE CASE HEADER, THEN ITS ATTACHED INCIDENTS, ATTACHED ALERTS,
008440* AND NOTES IN THE ORDER THEY WERE ADDED.  CASERPT PRINTS THE
008450* MERGED TIMELINE.
008460*****************************************************************
008470 3200-SHOW-CASE.
008480     PERFORM 2100-ASK-CASE-ID THRU 2100-ASK-CASE-ID-EXIT
008490     IF NOT CS-CASE-FOUND
008500         GO TO 3200-SHOW-CASE-EXIT
008510     END-IF
008520
008530     MOVE CASE-STATUS TO CS-STATUS-CODE
008540     PERFORM 2900-SET-STATUS-TEXT THRU 2900-SET-STATUS-TEXT-EXIT
008550     DISPLAY " "
008560     DISPLAY "Case " CASE-ID "  " CS-STATUS-TEXT
008570     DISPLAY "  Summary : " CASE-SUMMARY
008580     DISPLAY "  Owner   : " CASE-OWNER
008590     DISPLAY "  Opened  : " CASE-ENTRY-DATE " " CASE-ENTRY-TIME
008600         " by " CASE-ENTRY-BY
008610     IF CASE-IS-CLOSED
008620         DISPLAY "  Closed  : " CASE-CLOSED-DATE " "
008630             CASE-CLOSED-TIME
008640     END-IF
008650
008660     MOVE 'I' TO CS-SCAN-TYPE
008670     PERFORM 2500-START-CASE-ENTRIES
008680         THRU 2500-START-CASE-ENTRIES-EXIT
008690     PERFORM 3250-SHOW-ONE-ENTRY THRU 3250-SHOW-ONE-ENTRY-EXIT
008700         UNTIL CS-END-OF-FILE
008710     MOVE 'A' TO CS-SCAN-TYPE
008720     PERFORM 2500-START-CASE-ENTRIES
008730         THRU 2500-START-CASE-ENTRIES-EXIT
008740     PERFORM 3250-SHOW-ONE-ENTRY THRU 3250-SHOW-ONE-ENTRY-EXIT
008750         UNTIL CS-END-OF-FILE
008760     MOVE 'N' TO CS-SCAN-TYPE
008770     PERFORM 2500-START-CASE-ENTRIES
008780         THRU 2500-START-CASE-ENTRIES-EXIT
008790     PERFORM 3250-SHOW-ONE-ENTRY THRU 3250-SHOW-ONE-ENTRY-EXIT
008800         UNTIL CS-END-OF-FILE.
008810 3200-SHOW-CASE-EXIT.
008820     EXIT.
008830
008840 3250-SHOW-ONE-ENTRY.
008850     EVALUATE TRUE
008860         WHEN CASE-INCIDENT-ENTRY
008870             DISPLAY "  Incident " CASE-LINK-SEQ-NO " of "
008880                 CASE-LINK-EVENT-DATE ", attached "
008890                 CASE-ENTRY-DATE " by " CASE-ENTRY-BY
008900         WHEN CASE-ALERT-ENTRY
008910             DISPLAY "  Alert    " CASE-LINK-SEQ-NO " of "
008920                 CASE-LINK-EVENT-DATE ", attached "
008930                 CASE-ENTRY-DATE " by " CASE-ENTRY-BY
008940         WHEN OTHER
008950             DISPLAY "  Note     " CASE-ENTRY-DATE " "
008960                 CASE-ENTRY-TIME " by " CASE-ENTRY-BY
008970             DISPLAY "    " CASE-NOTE-TEXT
008980     END-EVALUATE
008990     PERFORM 2550-READ-CASE-ENTRY THRU 2550-READ-CASE-ENTRY-EXIT.
009000 3250-SHOW-ONE-ENTRY-EXIT.
009010     EXIT.
009020
009030*****************************************************************
009040* 4000-ATTACH-INCIDENT.
009050* ATTACHES ONE INCIDENT TO AN ACTIVE CASE.  THE INCIDENT IS
009060* LOOKED UP ON THE LIVE FILE FIRST; ONE INCARCH HAS ALREADY
009070* MOVED OFF IS FOUND IN ITS incidents_YYYYMM.dat ARCHIVE FROM
009080* THE INCIDENT DATE THE ANALYST SUPPLIES.  THE SAME INCIDENT IS
009090* NOT ATTACHED TO THE SAME CASE TWICE.
009100*****************************************************************
009110 4000-ATTACH-INCIDENT.
009120     PERFORM 2180-ASK-ACTIVE-CASE THRU 2180-ASK-ACTIVE-CASE-EXIT
009130     IF NOT CS-CASE-FOUND
009140         GO TO 4000-ATTACH-INCIDENT-EXIT
009150     END-IF
009160
009170     DISPLAY "Incident seq number: "
009180     ACCEPT CS-INPUT-SEQ-NO
009190     PERFORM 2200-VALIDATE-SEQ-NO THRU 2200-VALIDATE-SEQ-NO-EXIT
009200     IF NOT CS-INPUT-VALUE-VALID
009210         GO TO 4000-ATTACH-INCIDENT-EXIT
009220     END-IF
009230
009240     MOVE 'I' TO CS-SCAN-TYPE
009250     PERFORM 2400-CHECK-ALREADY-LINKED
009260         THRU 2400-CHECK-ALREADY-LINKED-EXIT
009270     IF CS-ALREADY-LINKED
009280         DISPLAY "That incident is already attached to case "
009290             CS-CASE-ID "."
009300         GO TO 4000-ATTACH-INCIDENT-EXIT
009310     END-IF
009320
009330     MOVE 'Y' TO CS-LINK-FOUND-FLAG
009340     MOVE CS-LINK-SEQ-NO TO INCIDENT-SEQ-NO
009350     READ INCIDENT-FILE
009360         KEY IS INCIDENT-SEQ-NO
009370         INVALID KEY
009380             MOVE 'N' TO CS-LINK-FOUND-FLAG
009390     END-READ
009400     IF NOT CS-LINK-FOUND
009410         PERFORM 4100-SEARCH-ARCHIVE THRU 4100-SEARCH-ARCHIVE-EXIT
009420     END-IF
009430     IF NOT CS-LINK-FOUND
009440         GO TO 4000-ATTACH-INCIDENT-EXIT
009450     END-IF
009460
009470     MOVE INCIDENT-DATE TO CS-LINK-EVENT-DATE
009480     MOVE INCIDENT-TIME TO CS-LINK-EVENT-TIME
009490     DISPLAY "  " INCIDENT-DATE " " INCIDENT-TIME " "
009500         INCIDENT-TYPE
009510     DISPLAY "  " INCIDENT-USERNAME
009520     DISPLAY "  " INCIDENT-DETAILS
009530
009540     MOVE 'I' TO CS-NEW-ENTRY-TYPE
009550     PERFORM 2300-ADD-CASE-ENTRY THRU 2300-ADD-CASE-ENTRY-EXIT
009560     IF CS-ENTRY-ADDED
009570         DISPLAY "Incident " CS-LINK-SEQ-NO " attached to case "
009580             CS-CASE-ID "."
009590     END-IF.
009600 4000-ATTACH-INCIDENT-EXIT.
009610     EXIT.
009620
009630*****************************************************************
009640* 4100-SEARCH-ARCHIVE.
009650* THE INCIDENT IS NOT ON THE LIVE FILE.  ASKS FOR ITS DATE AND
009660* SCANS THAT MONTH'S ARCHIVE FOR THE SEQUENCE NUMBER, LEAVING A
009670* MATCH IN THE INCIDENT RECORD AREA AND CS-LINK-FOUND SET.
009680*****************************************************************
009690 4100-SEARCH-ARCHIVE.
009700     MOVE 'N' TO CS-LINK-FOUND-FLAG
009710     DISPLAY "Incident " CS-LINK-SEQ-NO " is not on the live "
009720         "file."
009730     DISPLAY "Incident date YYYYMMDD to search its monthly "
009740         "archive (blank to cancel): "
009750     ACCEPT CS-INPUT-DATE
009760     IF CS-INPUT-DATE = SPACES
009770         GO TO 4100-SEARCH-ARCHIVE-EXIT
009780     END-IF
009790     MOVE 'Y' TO CS-INPUT-VALID-FLAG
009800     PERFORM 4150-VALIDATE-DATE-DIGIT
009810         THRU 4150-VALIDATE-DATE-DIGIT-EXIT
009820         VARYING CS-CHECK-IDX FROM 1 BY 1
009830         UNTIL CS-CHECK-IDX > 8
009840     IF NOT CS-INPUT-VALUE-VALID
009850         DISPLAY "Date not recognized."
009860         GO TO 4100-SEARCH-ARCHIVE-EXIT
009870     END-IF
009880
009890     MOVE SPACES TO CS-ARCHIVE-FILE-NAME
009900     STRING "incidents_" DELIMITED BY SIZE
009910         CS-INPUT-DATE(1:6) DELIMITED BY SIZE
009920         ".dat" DELIMITED BY SIZE
009930         INTO CS-ARCHIVE-FILE-NAME
009940     END-STRING
009950     OPEN INPUT ARCHIVE-FILE
009960     IF FS-ARCHIVE-FILE-NOT-FOUND
009970         DISPLAY "No archive on file for that month."
009980         GO TO 4100-SEARCH-ARCHIVE-EXIT
009990     END-IF
010000     IF NOT FS-ARCHIVE-FILE-OK
010010         DISPLAY "Unable to open " CS-ARCHIVE-FILE-NAME
010020             ", file status " FS-ARCHIVE-FILE-STATUS "."
010030         GO TO 4100-SEARCH-ARCHIVE-EXIT
010040     END-IF
010050
010060     MOVE 'N' TO CS-EOF-FLAG
010070     PERFORM 4160-READ-ARCHIVE-RECORD
010080         THRU 4160-READ-ARCHIVE-RECORD-EXIT
010090         UNTIL CS-END-OF-FILE OR CS-LINK-FOUND
010100     CLOSE ARCHIVE-FILE
010110     IF NOT CS-LINK-FOUND
010120         DISPLAY "Incident " CS-LINK-SEQ-NO " is not in "
010130             CS-ARCHIVE-FILE-NAME "."
010140     END-IF.
010150 4100-SEARCH-ARCHIVE-EXIT.
010160     EXIT.
010170
010180 4150-VALIDATE-DATE-DIGIT.
010190     IF CS-INPUT-DATE(CS-CHECK-IDX:1) NOT NUMERIC
010200         MOVE 'N' TO CS-INPUT-VALID-FLAG
010210     END-IF.
010220 4150-VALIDATE-DATE-DIGIT-EXIT.
010230     EXIT.
010240
010250 4160-READ-ARCHIVE-RECORD.
010260     READ ARCHIVE-FILE
010270         AT END
010280             SET CS-END-OF-FILE TO TRUE
010290             GO TO 4160-READ-ARCHIVE-RECORD-EXIT
010300     END-READ
010310     MOVE ARCHIVE-RECORD TO INCIDENT-RECORD
010320     IF INCIDENT-SEQ-NO = CS-LINK-SEQ-NO
010330         MOVE 'Y' TO CS-LINK-FOUND-FLAG
010340     END-IF.
010350 4160-READ-ARCHIVE-RECORD-EXIT.
010360     EXIT.
010370
010380*****************************************************************
010390* 4200-ATTACH-ALERT.
010400* ATTACHES ONE ALERT TO AN ACTIVE CASE.  ALERTS ARE NEVER
010410* ARCHIVED, SO alerts.dat IS THE ONLY PLACE TO LOOK.
010420*****************************************************************
010430 4200-ATTACH-ALERT.
010440     PERFORM 2180-ASK-ACTIVE-CASE THRU 2180-ASK-ACTIVE-CASE-EXIT
010450     IF NOT CS-CASE-FOUND
010460         GO TO 4200-ATTACH-ALERT-EXIT
010470     END-IF
010480
010490     DISPLAY "Alert seq number: "
010500     ACCEPT CS-INPUT-SEQ-NO
010510     PERFORM 2200-VALIDATE-SEQ-NO THRU 2200-VALIDATE-SEQ-NO-EXIT
010520     IF NOT CS-INPUT-VALUE-VALID
010530         GO TO 4200-ATTACH-ALERT-EXIT
010540     END-IF
010550
010560     MOVE 'A' TO CS-SCAN-TYPE
010570     PERFORM 2400-CHECK-ALREADY-LINKED
010580         THRU 2400-CHECK-ALREADY-LINKED-EXIT
010590     IF CS-ALREADY-LINKED
010600         DISPLAY "That alert is already attached to case "
010610             CS-CASE-ID "."
010620         GO TO 4200-ATTACH-ALERT-EXIT
010630     END-IF
010640
010650     MOVE CS-LINK-SEQ-NO TO ALERT-SEQ-NO
010660     READ ALERT-FILE
010670         KEY IS ALERT-SEQ-NO
010680         INVALID KEY
010690             DISPLAY "No alert on file with that sequence "
010700                 "number."
010710             GO TO 4200-ATTACH-ALERT-EXIT
010720     END-READ
010730
010740     MOVE ALERT-DATE TO CS-LINK-EVENT-DATE
010750     MOVE ALERT-TIME TO CS-LINK-EVENT-TIME
010760     DISPLAY "  " ALERT-DATE " " ALERT-TIME " " ALERT-PATTERN
010770         " status " ALERT-STATUS
010780     DISPLAY "  " ALERT-USERNAME
010790     DISPLAY "  " ALERT-DETAILS
010800
010810     MOVE 'A' TO CS-NEW-ENTRY-TYPE
010820     PERFORM 2300-ADD-CASE-ENTRY THRU 2300-ADD-CASE-ENTRY-EXIT
010830     IF CS-ENTRY-ADDED
010840         DISPLAY "Alert " CS-LINK-SEQ-NO " attached to case "
010850             CS-CASE-ID "."
010860     END-IF.
010870 4200-ATTACH-ALERT-EXIT.
010880     EXIT.
010890
010900*****************************************************************
010910* 4400-ADD-NOTE.
010920* ONE DATED NOTE ON AN ACTIVE CASE.
010930*****************************************************************
010940 4400-ADD-NOTE.
010950     PERFORM 2180-ASK-ACTIVE-CASE THRU 2180-ASK-ACTIVE-CASE-EXIT
010960     IF NOT CS-CASE-FOUND
010970         GO TO 4400-ADD-NOTE-EXIT
010980     END-IF
010990
011000     DISPLAY "Note (one line): "
011010     ACCEPT CS-NOTE-TEXT
011020     IF CS-NOTE-TEXT = SPACES
011030         DISPLAY "Nothing entered; no note added."
011040         GO TO 4400-ADD-NOTE-EXIT
011050     END-IF
011060
011070     MOVE 'N' TO CS-NEW-ENTRY-TYPE
011080     PERFORM 2300-ADD-CASE-ENTRY THRU 2300-ADD-CASE-ENTRY-EXIT
011090     IF CS-ENTRY-ADDED
011100         DISPLAY "Note added to case " CS-CASE-ID "."
011110     END-IF.
011120 4400-ADD-NOTE-EXIT.
011130     EXIT.
011140
011150*****************************************************************
011160* 4500-UPDATE-CASE.
011170* MOVES AN ACTIVE CASE BETWEEN OPEN AND CONTAINED AND/OR HANDS
011180* IT TO A NEW OWNER.  EACH CHANGE IS WRITTEN TO THE CASE AS A
011190* NOTE SO THE TIMELINE SHOWS WHEN IT HAPPENED AND WHO DID IT.
011200* CLOSING IS A SEPARATE ACTION (5000).
011210*****************************************************************
011220 4500-UPDATE-CASE.
011230     PERFORM 2180-ASK-ACTIVE-CASE THRU 2180-ASK-ACTIVE-CASE-EXIT
011240     IF NOT CS-CASE-FOUND
011250         GO TO 4500-UPDATE-CASE-EXIT
011260     END-IF
011270
011280     MOVE CASE-STATUS TO CS-OLD-STATUS
011290     MOVE CASE-OWNER TO CS-OLD-OWNER-NAME
011300     MOVE CASE-STATUS TO CS-STATUS-CODE
011310     PERFORM 2900-SET-STATUS-TEXT THRU 2900-SET-STATUS-TEXT-EXIT
011320     MOVE CS-STATUS-TEXT TO CS-OLD-STATUS-TEXT
011330     DISPLAY "Case " CS-CASE-ID " is " CS-STATUS-TEXT
011340         ", owner " CASE-OWNER
011350
011360     DISPLAY "New status?  O=open  C=contained  "
011370         "(blank to leave it): "
011380     ACCEPT CS-NEW-STATUS
011390     EVALUATE CS-NEW-STATUS
011400         WHEN 'o'
011410             MOVE 'O' TO CS-NEW-STATUS
011420         WHEN 'c'
011430             MOVE 'C' TO CS-NEW-STATUS
011440         WHEN SPACE
011450             MOVE CS-OLD-STATUS TO CS-NEW-STATUS
011460     END-EVALUATE
011470     IF CS-NEW-STATUS NOT = 'O' AND CS-NEW-STATUS NOT = 'C'
011480         DISPLAY "Status not recognized.  Use option 8 to close "
011490             "a case."
011500         GO TO 4500-UPDATE-CASE-EXIT
011510     END-IF
011520
011530     DISPLAY "New owner username (blank to leave it): "
011540     ACCEPT CS-OWNER-NAME
011550     IF CS-OWNER-NAME = SPACES
011560         MOVE CS-OLD-OWNER-NAME TO CS-OWNER-NAME
011570     END-IF
011580     IF CS-OWNER-NAME NOT = CS-OLD-OWNER-NAME
011590         PERFORM 2600-VERIFY-OWNER THRU 2600-VERIFY-OWNER-EXIT
011600         IF NOT CS-OWNER-OK
011610             GO TO 4500-UPDATE-CASE-EXIT
011620         END-IF
011630     END-IF
011640
011650     IF CS-NEW-STATUS = CS-OLD-STATUS
011660         AND CS-OWNER-NAME = CS-OLD-OWNER-NAME
011670         DISPLAY "Nothing changed."
011680         GO TO 4500-UPDATE-CASE-EXIT
011690     END-IF
011700
011710     PERFORM 2120-READ-CASE-HEADER THRU 2120-READ-CASE-HEADER-EXIT
011720     MOVE CS-NEW-STATUS TO CASE-STATUS
011730     MOVE CS-OWNER-NAME TO CASE-OWNER
011740     REWRITE CASE-RECORD
011750         INVALID KEY
011760             DISPLAY "Unable to update the case, file status "
011770                 FS-CASE-FILE-STATUS "."
011780             GO TO 4500-UPDATE-CASE-EXIT
011790     END-REWRITE
011800
011810     MOVE 'N' TO CS-NEW-ENTRY-TYPE
011820     IF CS-NEW-STATUS NOT = CS-OLD-STATUS
011830         MOVE CS-NEW-STATUS TO CS-STATUS-CODE
011840         PERFORM 2900-SET-STATUS-TEXT
011850             THRU 2900-SET-STATUS-TEXT-EXIT
011860         MOVE SPACES TO CS-NOTE-TEXT
011870         STRING "Status changed from " DELIMITED BY SIZE
011880             CS-OLD-STATUS-TEXT DELIMITED BY SPACE
011890             " to " DELIMITED BY SIZE
011900             CS-STATUS-TEXT DELIMITED BY SPACE
011910             "." DELIMITED BY SIZE
011920             INTO CS-NOTE-TEXT
011930         END-STRING
011940         PERFORM 2300-ADD-CASE-ENTRY THRU 2300-ADD-CASE-ENTRY-EXIT
011950     END-IF
011960     IF CS-OWNER-NAME NOT = CS-OLD-OWNER-NAME
011970         MOVE SPACES TO CS-NOTE-TEXT
011980         STRING "Owner changed from " DELIMITED BY SIZE
011990             CS-OLD-OWNER-NAME DELIMITED BY SPACE
012000             " to " DELIMITED BY SIZE
012010             CS-OWNER-NAME DELIMITED BY SPACE
012020             "." DELIMITED BY SIZE
012030             INTO CS-NOTE-TEXT
012040         END-STRING
012050         PERFORM 2300-ADD-CASE-ENTRY THRU 2300-ADD-CASE-ENTRY-EXIT
012060     END-IF
012070     DISPLAY "Case " CS-CASE-ID " updated.".
012080 4500-UPDATE-CASE-EXIT.
012090     EXIT.
012100
012110*****************************************************************
012120* 5000-CLOSE-CASE.
012130* CLOSES AN ACTIVE CASE WITH A CLOSING NOTE.  ON REQUEST IT
012140* ALSO CLOSES EVERY ATTACHED ALERT STILL OPEN (THE SAME CHANGE
012150* ALRTACK MAKES, HANDLED BY THE ANALYST) AND MARKS RESOLVED
012160* EVERY ATTACHED INCIDENT'S ESCALATED DISPOSITION NOT YET
012170* RESOLVED (THE SAME CHANGE INCTRIAGE'S RESOLVE MAKES).  A
012180* SECOND NOTE RECORDS HOW MANY OF EACH WERE SWEPT UP.
012190*****************************************************************
012200 5000-CLOSE-CASE.
012210     PERFORM 2180-ASK-ACTIVE-CASE THRU 2180-ASK-ACTIVE-CASE-EXIT
012220     IF NOT CS-CASE-FOUND
012230         GO TO 5000-CLOSE-CASE-EXIT
012240     END-IF
012250
012260     DISPLAY "Closing note (one line): "
012270     ACCEPT CS-NOTE-TEXT
012280     IF CS-NOTE-TEXT = SPACES
012290         DISPLAY "A closing note is required.  Returning to the "
012300             "menu."
012310         GO TO 5000-CLOSE-CASE-EXIT
012320     END-IF
012330     DISPLAY "Also close the attached alerts still open? (Y/N): "
012340     ACCEPT CS-CLOSE-ALERTS-CHOICE
012350     DISPLAY "Also resolve the attached incidents' open "
012360         "escalations? (Y/N): "
012370     ACCEPT CS-RESOLVE-ESC-CHOICE
012380
012390     MOVE 'N' TO CS-NEW-ENTRY-TYPE
012400     PERFORM 2300-ADD-CASE-ENTRY THRU 2300-ADD-CASE-ENTRY-EXIT
012410     IF NOT CS-ENTRY-ADDED
012420         GO TO 5000-CLOSE-CASE-EXIT
012430     END-IF
012440
012450     MOVE 0 TO CS-ALERTS-CLOSED-COUNT
012460     MOVE 0 TO CS-ESC-RESOLVED-COUNT
012470     MOVE SPACES TO CS-ALERT-COMMENT
012480     STRING "Closed with case " DELIMITED BY SIZE
012490         CS-CASE-ID DELIMITED BY SIZE
012500         "." DELIMITED BY SIZE
012510         INTO CS-ALERT-COMMENT
012520     END-STRING
012530     IF CS-CLOSE-ALERTS-CHOICE = 'Y'
012540         OR CS-CLOSE-ALERTS-CHOICE = 'y'
012550         MOVE 'A' TO CS-SCAN-TYPE
012560         PERFORM 2500-START-CASE-ENTRIES
012570             THRU 2500-START-CASE-ENTRIES-EXIT
012580         PERFORM 5100-CLOSE-LINKED-ALERT
012590             THRU 5100-CLOSE-LINKED-ALERT-EXIT
012600             UNTIL CS-END-OF-FILE
012610     END-IF
012620     IF CS-RESOLVE-ESC-CHOICE = 'Y'
012630         OR CS-RESOLVE-ESC-CHOICE = 'y'
012640         MOVE 'I' TO CS-SCAN-TYPE
012650         PERFORM 2500-START-CASE-ENTRIES
012660             THRU 2500-START-CASE-ENTRIES-EXIT
012670         PERFORM 5200-RESOLVE-LINKED-ESCALATION
012680             THRU 5200-RESOLVE-LINKED-ESCALATION-EXIT
012690             UNTIL CS-END-OF-FILE
012700     END-IF
012710
012720     MOVE SPACES TO CS-NOTE-TEXT
012730     STRING "Case closed; " DELIMITED BY SIZE
012740         CS-ALERTS-CLOSED-COUNT DELIMITED BY SIZE
012750         " alert(s) closed, " DELIMITED BY SIZE
012760         CS-ESC-RESOLVED-COUNT DELIMITED BY SIZE
012770         " escalation(s) resolved." DELIMITED BY SIZE
012780         INTO CS-NOTE-TEXT
012790     END-STRING
012800     PERFORM 2300-ADD-CASE-ENTRY THRU 2300-ADD-CASE-ENTRY-EXIT
012810
012820     PERFORM 2120-READ-CASE-HEADER THRU 2120-READ-CASE-HEADER-EXIT
012830     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
012840     ACCEPT CS-CURRENT-TIME FROM TIME
012850     MOVE 'X' TO CASE-STATUS
012860     MOVE CS-CURRENT-DATE TO CASE-CLOSED-DATE
012870     MOVE CS-CURRENT-TIME TO CASE-CLOSED-TIME
012880     REWRITE CASE-RECORD
012890         INVALID KEY
012900             DISPLAY "Unable to close the case, file status "
012910                 FS-CASE-FILE-STATUS "."
012920             GO TO 5000-CLOSE-CASE-EXIT
012930     END-REWRITE
012940     DISPLAY "Case " CS-CASE-ID " closed."
012950     DISPLAY "  Alerts closed         : " CS-ALERTS-CLOSED-COUNT
012960     DISPLAY "  Escalations resolved  : " CS-ESC-RESOLVED-COUNT.
012970 5000-CLOSE-CASE-EXIT.
012980     EXIT.
012990
013000 5100-CLOSE-LINKED-ALERT.
013010     PERFORM 5110-CLOSE-ONE-ALERT THRU 5110-CLOSE-ONE-ALERT-EXIT
013020     PERFORM 2550-READ-CASE-ENTRY THRU 2550-READ-CASE-ENTRY-EXIT.
013030 5100-CLOSE-LINKED-ALERT-EXIT.
013040     EXIT.
013050
013060 5110-CLOSE-ONE-ALERT.
013070     MOVE CASE-LINK-SEQ-NO TO ALERT-SEQ-NO
013080     READ ALERT-FILE
013090         KEY IS ALERT-SEQ-NO
013100         INVALID KEY
013110             GO TO 5110-CLOSE-ONE-ALERT-EXIT
013120     END-READ
013130     IF NOT ALERT-IS-OPEN
013140         GO TO 5110-CLOSE-ONE-ALERT-EXIT
013150     END-IF
013160     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
013170     ACCEPT CS-CURRENT-TIME FROM TIME
013180     MOVE 'C' TO ALERT-STATUS
013190     MOVE CS-ANALYST-NAME TO ALERT-HANDLED-BY
013200     MOVE CS-CURRENT-DATE TO ALERT-HANDLED-DATE
013210     MOVE CS-CURRENT-TIME TO ALERT-HANDLED-TIME
013220     MOVE CS-ALERT-COMMENT TO ALERT-HANDLED-COMMENT
013230     REWRITE ALERT-RECORD
013240     IF FS-ALERT-FILE-OK
013250         ADD 1 TO CS-ALERTS-CLOSED-COUNT
013260     ELSE
013270         DISPLAY "Unable to close alert " ALERT-SEQ-NO
013280             ", file status " FS-ALERT-FILE-STATUS "."
013290     END-IF.
013300 5110-CLOSE-ONE-ALERT-EXIT.
013310     EXIT.
013320
013330 5200-RESOLVE-LINKED-ESCALATION.
013340     PERFORM 5210-RESOLVE-ONE-ESCALATION
013350         THRU 5210-RESOLVE-ONE-ESCALATION-EXIT
013360     PERFORM 2550-READ-CASE-ENTRY THRU 2550-READ-CASE-ENTRY-EXIT.
013370 5200-RESOLVE-LINKED-ESCALATION-EXIT.
013380     EXIT.
013390
013400 5210-RESOLVE-ONE-ESCALATION.
013410     MOVE CASE-LINK-SEQ-NO TO DISP-INCIDENT-SEQ-NO
013420     READ DISPOSITION-FILE
013430         KEY IS DISP-INCIDENT-SEQ-NO
013440         INVALID KEY
013450             GO TO 5210-RESOLVE-ONE-ESCALATION-EXIT
013460     END-READ
013470     IF NOT DISP-ESCALATED OR DISP-RESOLVED
013480         GO TO 5210-RESOLVE-ONE-ESCALATION-EXIT
013490     END-IF
013500     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
013510     ACCEPT CS-CURRENT-TIME FROM TIME
013520     MOVE 'Y' TO DISP-RESOLVED-FLAG
013530     MOVE CS-CURRENT-DATE TO DISP-RESOLVED-DATE
013540     MOVE CS-CURRENT-TIME TO DISP-RESOLVED-TIME
013550     REWRITE DISPOSITION-RECORD
013560     IF FS-DISPOSITION-OK
013570         ADD 1 TO CS-ESC-RESOLVED-COUNT
013580     ELSE
013590         DISPLAY "Unable to resolve the escalation of incident "
013600             DISP-INCIDENT-SEQ-NO ", file status "
013610             FS-DISPOSITION-STATUS "."
013620     END-IF.
013630 5210-RESOLVE-ONE-ESCALATION-EXIT.
013640     EXIT.
013650
013660*****************************************************************
013670* 7000-HASH-PASSWORD.
013680* SAME SALTED-DIGEST ALGORITHM AS CYBRSEC'S 7000-HASH-PASSWORD
013690* SO THE ANALYST LOGIN VERIFIES A PASSWORD EXACTLY THE WAY
013700* CHECK-LOGIN DOES.  CALLERS MOVE THE SALT AND PLAINTEXT INTO
013710* CS-HASH-SALT AND CS-HASH-PLAINTEXT BEFORE PERFORMING THIS,
013720* THEN USE CS-HASH-RESULT-DISPLAY FOR COMPARISON.
013730*****************************************************************
013740 7000-HASH-PASSWORD.
013750     MOVE 0 TO CS-HASH-RESULT
013760     STRING CS-HASH-SALT DELIMITED BY SIZE
013770            CS-HASH-PLAINTEXT DELIMITED BY SIZE
013780         INTO CS-HASH-COMBINED
013790
013800     PERFORM 7010-HASH-ONE-CHARACTER
013810         VARYING CS-HASH-IDX FROM 1 BY 1
013820         UNTIL CS-HASH-IDX > 38
013830
013840     MOVE CS-HASH-RESULT TO CS-HASH-RESULT-DISPLAY.
013850 7000-HASH-PASSWORD-EXIT.
013860     EXIT.
013870
013880 7010-HASH-ONE-CHARACTER.
013890     MOVE CS-HASH-COMBINED(CS-HASH-IDX:1) TO CS-HASH-CHAR
013900     COMPUTE CS-HASH-RESULT =
013910         (CS-HASH-RESULT * 31) + CS-HASH-CHAR-VALUE + 1.
013920 7010-HASH-ONE-CHARACTER-EXIT.
013930     EXIT.
013940
013950*****************************************************************
013960* 9000-TERMINATE.
013970*****************************************************************
013980 9000-TERMINATE.
013990     CLOSE CASE-FILE
014000     CLOSE INCIDENT-FILE
014010     CLOSE ALERT-FILE
014020     CLOSE DISPOSITION-FILE
014030     CLOSE USER-FILE.
014040 9000-TERMINATE-EXIT.
014050     EXIT.
014060
014070 END PROGRAM CASEMGT.
