000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ACSCHED.
000030 AUTHOR. D-SHIFT-SECURITY-TEAM.
000040 INSTALLATION. CENTRAL-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------------
000110* 2026-10-15  DWS  ORIGINAL VERSION.  MAINTAINS THE ACCESS
000120*                  SCHEDULE (acsched.dat, SEE ACSREC.CPY) THAT
000130*                  CYBRSEC'S CHECK-LOGIN ENFORCES: LIST THE
000140*                  ENTRIES, SET (ADD OR REPLACE) THE PERMITTED
000150*                  DAYS AND UP TO TWO TIME WINDOWS FOR A USERNAME
000160*                  OR A ROLE, OR REMOVE AN ENTRY.  THE OPERATOR
000170*                  LOGS IN FIRST, VERIFIED AGAINST users.dat
000180*                  EXACTLY AS CASEMGT'S ANALYST LOGIN DOES, AND
000190*                  MUST HOLD THE ADMIN ROLE.  EVERY CHANGE IS
000200*                  STAMPED ON THE ENTRY AND LOGGED AS AN "ACCESS
000210*                  SCHEDULE CHANGED" INCIDENT AGAINST THE ADMIN.
000211* 2026-10-15  DWS  THE ADMINISTRATOR LOGIN NOW HONOURS THE
000212*                  SCHEDULE IT MAINTAINS, THROUGH ACSCHK AS
000213*                  CYBRSEC'S LOGIN DOES; OUTSIDE THE PERMITTED
000214*                  HOURS IT IS REFUSED UNLESS THE BREAK-GLASS
000215*                  OVERRIDE IS TAKEN WITH A LOGGED REASON.  THE
000216*                  LOGIN NOW RUNS BEFORE acsched.dat IS OPENED
000217*                  FOR UPDATE.
000220*****************************************************************
000230*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT ACCESS-SCHEDULE-FILE ASSIGN TO "acsched.dat"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS ACS-KEY
000310         FILE STATUS IS FS-SCHEDULE-FILE-STATUS.
000320     SELECT USER-FILE ASSIGN TO "users.dat"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS USER-NAME
000360         FILE STATUS IS FS-USER-FILE-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  ACCESS-SCHEDULE-FILE.
000410     COPY "ACSREC.CPY".
000420
000430 FD  USER-FILE.
000440     COPY "USRREC.CPY".
000450
000460 WORKING-STORAGE SECTION.
000470 01  FS-SCHEDULE-FILE-STATUS      PIC X(02) VALUE "00".
000480     88  FS-SCHEDULE-FILE-OK          VALUE "00".
000490     88  FS-SCHEDULE-FILE-NOT-FOUND   VALUE "35".
000500
000510 01  FS-USER-FILE-STATUS          PIC X(02) VALUE "00".
000520     88  FS-USER-FILE-OK              VALUE "00".
000530
000540 01  CS-FILES-READY-FLAG          PIC X(01) VALUE 'N'.
000550     88  CS-FILES-READY               VALUE 'Y'.
000560
000570 01  CS-EOF-FLAG                  PIC X(01) VALUE 'N'.
000580     88  CS-END-OF-FILE                VALUE 'Y'.
000590
000600 01  CS-MENU-CHOICE               PIC X(01).
000610 01  CS-CONTINUE-FLAG             PIC X(01) VALUE 'Y'.
000620     88  CS-KEEP-RUNNING               VALUE 'Y'.
000630     88  CS-STOP-RUNNING               VALUE 'N'.
000640
000650 01  CS-ADMIN-NAME                PIC X(30).
000660
000670 01  CS-SCHEDULE-WORK-FIELDS.
000680     05  CS-INPUT-KEY-TYPE        PIC X(01).
000690     05  CS-INPUT-KEY-VALUE       PIC X(30).
000700     05  CS-KEY-VALID-FLAG        PIC X(01) VALUE 'N'.
000710         88  CS-KEY-VALID             VALUE 'Y'.
000720     05  CS-SCHEDULE-FOUND-FLAG   PIC X(01) VALUE 'N'.
000730         88  CS-SCHEDULE-FOUND        VALUE 'Y'.
000740     05  CS-INPUT-DAYS            PIC X(07).
000750     05  CS-DAYS-VALID-FLAG       PIC X(01) VALUE 'N'.
000760         88  CS-DAYS-VALID            VALUE 'Y'.
000770     05  CS-DAY-IDX               PIC 9(02) COMP VALUE 0.
000780     05  CS-INPUT-TIME            PIC X(04).
000790     05  CS-INPUT-TIME-PARTS REDEFINES CS-INPUT-TIME.
000800         10  CS-INPUT-HH          PIC 9(02).
000810         10  CS-INPUT-MM          PIC 9(02).
000820     05  CS-INPUT-TIME-VALUE REDEFINES CS-INPUT-TIME
000830                                  PIC 9(04).
000840     05  CS-TIME-VALID-FLAG       PIC X(01) VALUE 'N'.
000850         88  CS-TIME-VALID            VALUE 'Y'.
000860     05  CS-NEW-WINDOW-TABLE.
000870         10  CS-NEW-WINDOW        OCCURS 2 TIMES.
000880             15  CS-NEW-START     PIC 9(04).
000890             15  CS-NEW-END       PIC 9(04).
000900     05  CS-WINDOW-IDX            PIC 9(01) VALUE 0.
000910     05  CS-CONFIRM-ANSWER        PIC X(01).
000920
000930 01  CS-SCHEDULE-TOTALS.
000940     05  CS-LIST-COUNT            PIC 9(04) VALUE 0.
000950     05  CS-SET-COUNT             PIC 9(04) VALUE 0.
000960     05  CS-REMOVED-COUNT         PIC 9(04) VALUE 0.
000970
000980 77  CS-CURRENT-DATE              PIC 9(08) VALUE 0.
000990 77  CS-CURRENT-TIME              PIC 9(08) VALUE 0.
001000 77  CS-MAX-ATTEMPTS              PIC 9(02) VALUE 3.
001010
001020 01  CS-AUTH-OK-FLAG              PIC X(01) VALUE 'N'.
001030     88  CS-AUTH-OK                   VALUE 'Y'.
001032
001034 01  CS-HOURS-RESULT              PIC X(01) VALUE 'Y'.
001036     88  CS-HOURS-REFUSED             VALUE 'N'.
001040
001050 01  CS-LOGIN-FIELDS.
001060     05  CS-INPUT-USERNAME        PIC X(30).
001070     05  CS-INPUT-PASSWORD        PIC X(30).
001080
001090 01  CS-INCIDENT-CALL-FIELDS.
001100     05  CS-CALL-TYPE             PIC X(25).
001110     05  CS-CALL-DETAILS          PIC X(100).
001120
001130 01  CS-HASH-FIELDS.
001140     05  CS-HASH-SALT             PIC X(08).
001150     05  CS-HASH-PLAINTEXT        PIC X(30).
001160     05  CS-HASH-COMBINED         PIC X(38).
001170     05  CS-HASH-RESULT           PIC 9(10) VALUE 0.
001180     05  CS-HASH-RESULT-DISPLAY   PIC X(10).
001190     05  CS-HASH-IDX              PIC 9(02) COMP VALUE 0.
001200     05  CS-HASH-CHAR             PIC X(01).
001210     05  CS-HASH-CHAR-VALUE REDEFINES CS-HASH-CHAR
001220                                  PIC 9(02) USAGE COMP-X.
001230
001240 PROCEDURE DIVISION.
001250*****************************************************************
001260* 0000-MAIN-LOGIC.
001270*****************************************************************
001280 0000-MAIN-LOGIC.
001290     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001300     IF NOT CS-FILES-READY
001310         STOP RUN
001320     END-IF
001330
001340     PERFORM 2000-MENU-CYCLE THRU 2000-MENU-CYCLE-EXIT
001350         UNTIL CS-STOP-RUNNING
001360
001370     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
001380
001390     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001400     STOP RUN.
001410
001420*****************************************************************
001430* 1000-INITIALIZE.
001440* acsched.dat IS CREATED EMPTY THE FIRST TIME THROUGH, THE SAME
001450* CONVENTION AS THE OTHER KEYED FILES; users.dat MUST ALREADY
001460* EXIST.  THE ADMINISTRATOR LOGS IN BEFORE acsched.dat IS OPENED
001465* FOR UPDATE, SINCE ACSCHK READS THE SCHEDULE DURING THE LOGIN.
001470*****************************************************************
001480 1000-INITIALIZE.
001490     MOVE 'N' TO CS-FILES-READY-FLAG
001500
001510     OPEN I-O USER-FILE
001520     IF NOT FS-USER-FILE-OK
001530         DISPLAY "Unable to open users.dat, file status "
001540             FS-USER-FILE-STATUS "."
001550         DISPLAY "If users.dat is on an older layout, run "
001560             "USRMIG (flat file) or USRUPG (earlier indexed "
001570             "layout) once to convert it."
001580         GO TO 1000-INITIALIZE-EXIT
001590     END-IF
001600
001610     PERFORM 1500-AUTHENTICATE-ADMIN
001620         THRU 1500-AUTHENTICATE-ADMIN-EXIT
001630     IF NOT CS-AUTH-OK
001640         CLOSE USER-FILE
001650         GO TO 1000-INITIALIZE-EXIT
001660     END-IF
001670
001680     OPEN I-O ACCESS-SCHEDULE-FILE
001690     IF FS-SCHEDULE-FILE-NOT-FOUND
001700         OPEN OUTPUT ACCESS-SCHEDULE-FILE
001710         CLOSE ACCESS-SCHEDULE-FILE
001720         OPEN I-O ACCESS-SCHEDULE-FILE
001730     END-IF
001740     IF NOT FS-SCHEDULE-FILE-OK
001750         DISPLAY "Unable to open acsched.dat, file status "
001760             FS-SCHEDULE-FILE-STATUS "."
001770         CLOSE USER-FILE
001780         GO TO 1000-INITIALIZE-EXIT
001790     END-IF
001800
001810     MOVE 'Y' TO CS-FILES-READY-FLAG.
001820 1000-INITIALIZE-EXIT.
001830     EXIT.
001840
001850*****************************************************************
001860* 1500-AUTHENTICATE-ADMIN.
001870* REQUIRES A REAL LOGIN BEFORE THE SCHEDULE CAN BE TOUCHED,
001880* FOLLOWING CYBRSEC'S CHECK-LOGIN RULES AS CASEMGT DOES:
001890* DISABLED AND LOCKED ACCOUNTS ARE REJECTED, THE PASSWORD IS
001900* VERIFIED THROUGH THE SHARED SALTED-HASH SCHEME, A WRONG
001910* PASSWORD COUNTS TOWARD THE LOCKOUT AND LOCKS AT
001920* CS-MAX-ATTEMPTS, AND EVERY ATTEMPT IS LOGGED THROUGH LOGINCDT.
001930* THE ACCOUNT MUST HOLD THE ADMIN ROLE, AND ACSCHK MUST PERMIT
001935* THE LOGIN AT THIS HOUR OR THE BREAK-GLASS OVERRIDE BE TAKEN
001937* WITH A LOGGED REASON.  SUCCESS SETS CS-AUTH-OK AND SAVES THE
001940* ADMINISTRATOR'S NAME.
001950*****************************************************************
001960 1500-AUTHENTICATE-ADMIN.
001970     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
001980     ACCEPT CS-CURRENT-TIME FROM TIME
001990
002000     DISPLAY "Access Schedule -- administrator login"
002010     DISPLAY "Enter Username: "
002020     ACCEPT CS-INPUT-USERNAME
002030     DISPLAY "Enter Password: "
002040     ACCEPT CS-INPUT-PASSWORD
002050
002060     MOVE CS-INPUT-USERNAME TO USER-NAME
002070     READ USER-FILE
002080         KEY IS USER-NAME
002090         INVALID KEY
002100             DISPLAY "User not found."
002110             MOVE "Login Failure" TO CS-CALL-TYPE
002120             MOVE "Unknown username." TO CS-CALL-DETAILS
002130             PERFORM 1590-LOG-LOGIN-INCIDENT
002140                 THRU 1590-LOG-LOGIN-INCIDENT-EXIT
002150             GO TO 1500-AUTHENTICATE-ADMIN-EXIT
002160     END-READ
002170
002180     IF USER-ACCOUNT-DISABLED
002190         DISPLAY "This account has been disabled.  Contact an "
002200                 "administrator to reactivate it."
002210         MOVE "Login Failure" TO CS-CALL-TYPE
002220         MOVE "Access schedule login rejected; account disabled."
002230             TO CS-CALL-DETAILS
002240         PERFORM 1590-LOG-LOGIN-INCIDENT
002250             THRU 1590-LOG-LOGIN-INCIDENT-EXIT
002260         GO TO 1500-AUTHENTICATE-ADMIN-EXIT
002270     END-IF
002280
002290     IF USER-ACCOUNT-LOCKED
002300         DISPLAY "Account is locked.  Use the CYBRSEC login "
002310                 "screen to unlock it first."
002320         MOVE "Login Failure" TO CS-CALL-TYPE
002330         MOVE "Access schedule login rejected; account locked."
002340             TO CS-CALL-DETAILS
002350         PERFORM 1590-LOG-LOGIN-INCIDENT
002360             THRU 1590-LOG-LOGIN-INCIDENT-EXIT
002370         GO TO 1500-AUTHENTICATE-ADMIN-EXIT
002380     END-IF
002390
002400     MOVE USER-PASSWORD-SALT TO CS-HASH-SALT
002410     MOVE CS-INPUT-PASSWORD TO CS-HASH-PLAINTEXT
002420     PERFORM 7000-HASH-PASSWORD THRU 7000-HASH-PASSWORD-EXIT
002430     IF CS-HASH-RESULT-DISPLAY NOT = USER-PASSWORD(1:10)
002440         PERFORM 1550-RECORD-FAILED-ATTEMPT
002450             THRU 1550-RECORD-FAILED-ATTEMPT-EXIT
002460         REWRITE USER-RECORD
002470         GO TO 1500-AUTHENTICATE-ADMIN-EXIT
002480     END-IF
002490
002500     IF NOT USER-ROLE-ADMIN
002510         DISPLAY "Only an administrator may change the access "
002520                 "schedule."
002530         MOVE "Login Failure" TO CS-CALL-TYPE
002540         MOVE "Access schedule refused; account lacks the role."
002550             TO CS-CALL-DETAILS
002560         PERFORM 1590-LOG-LOGIN-INCIDENT
002570             THRU 1590-LOG-LOGIN-INCIDENT-EXIT
002580         GO TO 1500-AUTHENTICATE-ADMIN-EXIT
002590     END-IF
002600
002601     CALL "ACSCHK" USING BY CONTENT CS-INPUT-USERNAME
002602         BY CONTENT USER-ROLE
002603         BY REFERENCE CS-HOURS-RESULT
002604     IF CS-HOURS-REFUSED
002605         GO TO 1500-AUTHENTICATE-ADMIN-EXIT
002606     END-IF
002607
002610     MOVE 0 TO USER-FAILED-ATTEMPTS
002620     MOVE CS-CURRENT-DATE TO USER-LAST-LOGIN-DATE
002630     REWRITE USER-RECORD
002640     MOVE 'Y' TO CS-AUTH-OK-FLAG
002650     MOVE USER-NAME TO CS-ADMIN-NAME
002660     DISPLAY "Login successful."
002670     MOVE "Login Success" TO CS-CALL-TYPE
002680     MOVE "Administrator logged in to the access schedule."
002690         TO CS-CALL-DETAILS
002700     PERFORM 1590-LOG-LOGIN-INCIDENT
002710         THRU 1590-LOG-LOGIN-INCIDENT-EXIT.
002720 1500-AUTHENTICATE-ADMIN-EXIT.
002730     EXIT.
002740
002750*****************************************************************
002760* 1550-RECORD-FAILED-ATTEMPT.
002770* COUNTS ONE WRONG-PASSWORD ATTEMPT AGAINST THE RECORD THE
002780* CALLER JUST READ AND LOCKS THE ACCOUNT AT CS-MAX-ATTEMPTS,
002790* EXACTLY AS CYBRSEC'S 3250-RECORD-FAILED-ATTEMPT DOES.  THE
002800* CALLER REWRITES USER-RECORD.
002810*****************************************************************
002820 1550-RECORD-FAILED-ATTEMPT.
002830     ADD 1 TO USER-FAILED-ATTEMPTS
002840     DISPLAY "Login failed. Attempt: " USER-FAILED-ATTEMPTS
002850     MOVE "Login Failure" TO CS-CALL-TYPE
002860     MOVE "Incorrect password." TO CS-CALL-DETAILS
002870     PERFORM 1590-LOG-LOGIN-INCIDENT
002880         THRU 1590-LOG-LOGIN-INCIDENT-EXIT
002890     IF USER-FAILED-ATTEMPTS >= CS-MAX-ATTEMPTS
002900         MOVE 'Y' TO USER-IS-LOCKED
002910         MOVE CS-CURRENT-DATE TO USER-LOCKOUT-DATE
002920         MOVE CS-CURRENT-TIME TO USER-LOCKOUT-TIME
002930         MOVE "Account Locked" TO CS-CALL-TYPE
002940         MOVE
002950             "Account locked due to multiple failed attempts."
002960             TO CS-CALL-DETAILS
002970         PERFORM 1590-LOG-LOGIN-INCIDENT
002980             THRU 1590-LOG-LOGIN-INCIDENT-EXIT
002990         DISPLAY "Account has been locked due to multiple "
003000                 "failed login attempts."
003010     END-IF.
003020 1550-RECORD-FAILED-ATTEMPT-EXIT.
003030     EXIT.
003040
003050*****************************************************************
003060* 1590-LOG-LOGIN-INCIDENT.
003070* ONE CALL TO LOGINCDT FROM THE CS-CALL FIELDS THE CALLER JUST
003080* FILLED IN, AGAINST THE USERNAME UNDER AUTHENTICATION.
003090*****************************************************************
003100 1590-LOG-LOGIN-INCIDENT.
003110     CALL "LOGINCDT" USING BY CONTENT CS-CURRENT-DATE
003120         BY CONTENT CS-CURRENT-TIME
003130         BY CONTENT CS-CALL-TYPE
003140         BY CONTENT CS-INPUT-USERNAME
003150         BY CONTENT CS-CALL-DETAILS.
003160 1590-LOG-LOGIN-INCIDENT-EXIT.
003170     EXIT.
003180
003190*****************************************************************
003200* 2000-MENU-CYCLE.
003210*****************************************************************
003220 2000-MENU-CYCLE.
003230     DISPLAY " "
003240     DISPLAY "Access Schedule"
003250     DISPLAY "==============================="
003260     DISPLAY "1. List schedule entries"
003270     DISPLAY "2. Set a schedule entry"
003280     DISPLAY "3. Remove a schedule entry"
003290     DISPLAY "4. Exit"
003300     DISPLAY "==============================="
003310     DISPLAY "Please choose an option: "
003320     ACCEPT CS-MENU-CHOICE
003330
003340     EVALUATE CS-MENU-CHOICE
003350         WHEN '1'
003360             PERFORM 3000-LIST-SCHEDULES
003370                 THRU 3000-LIST-SCHEDULES-EXIT
003380         WHEN '2'
003390             PERFORM 4000-SET-SCHEDULE THRU 4000-SET-SCHEDULE-EXIT
003400         WHEN '3'
003410             PERFORM 5000-REMOVE-SCHEDULE
003420                 THRU 5000-REMOVE-SCHEDULE-EXIT
003430         WHEN '4'
003440             MOVE 'N' TO CS-CONTINUE-FLAG
003450         WHEN OTHER
003460             DISPLAY "Invalid choice. Please try again."
003470     END-EVALUATE.
003480 2000-MENU-CYCLE-EXIT.
003490     EXIT.
003500
003510*****************************************************************
003520* 2100-ASK-KEY.
003530* PROMPTS FOR THE ENTRY A CHANGE APPLIES TO: U AND A USERNAME
003540* THAT IS ON users.dat, OR R AND A ROLE LETTER (A, T OR S).
003550* SETS CS-KEY-VALID AND LOADS ACS-KEY, THEN READS THE ENTRY,
003560* SETTING CS-SCHEDULE-FOUND WHEN IT IS ALREADY ON FILE.
003570*****************************************************************
003580 2100-ASK-KEY.
003590     MOVE 'N' TO CS-KEY-VALID-FLAG
003600     MOVE 'N' TO CS-SCHEDULE-FOUND-FLAG
003610     DISPLAY "Entry for a (U)sername or a (R)ole: "
003620     ACCEPT CS-INPUT-KEY-TYPE
003630     INSPECT CS-INPUT-KEY-TYPE CONVERTING "ur" TO "UR"
003640     MOVE SPACES TO CS-INPUT-KEY-VALUE
003650
003660     EVALUATE CS-INPUT-KEY-TYPE
003670         WHEN 'U'
003680             DISPLAY "Username: "
003690             ACCEPT CS-INPUT-KEY-VALUE
003700             IF CS-INPUT-KEY-VALUE = SPACES
003710                 DISPLAY "A username is required."
003720                 GO TO 2100-ASK-KEY-EXIT
003730             END-IF
003740             MOVE CS-INPUT-KEY-VALUE TO USER-NAME
003750             READ USER-FILE
003760                 KEY IS USER-NAME
003770                 INVALID KEY
003780                     DISPLAY "User not found."
003790                     GO TO 2100-ASK-KEY-EXIT
003800             END-READ
003810         WHEN 'R'
003820             DISPLAY "Role (A=admin, T=triage, S=standard): "
003830             ACCEPT CS-INPUT-KEY-VALUE
003840             INSPECT CS-INPUT-KEY-VALUE CONVERTING "ats" TO "ATS"
003850             IF CS-INPUT-KEY-VALUE NOT = "A"
003860                     AND CS-INPUT-KEY-VALUE NOT = "T"
003870                     AND CS-INPUT-KEY-VALUE NOT = "S"
003880                 DISPLAY "Role not recognized."
003890                 GO TO 2100-ASK-KEY-EXIT
003900             END-IF
003910         WHEN OTHER
003920             DISPLAY "Entry type not recognized."
003930             GO TO 2100-ASK-KEY-EXIT
003940     END-EVALUATE
003950
003960     MOVE 'Y' TO CS-KEY-VALID-FLAG
003970     MOVE CS-INPUT-KEY-TYPE TO ACS-KEY-TYPE
003980     MOVE CS-INPUT-KEY-VALUE TO ACS-KEY-VALUE
003990     READ ACCESS-SCHEDULE-FILE
004000         KEY IS ACS-KEY
004010         INVALID KEY
004020             CONTINUE
004030         NOT INVALID KEY
004040             MOVE 'Y' TO CS-SCHEDULE-FOUND-FLAG
004050     END-READ.
004060 2100-ASK-KEY-EXIT.
004070     EXIT.
004080
004090*****************************************************************
004100* 3000-LIST-SCHEDULES.
004110* ONE LINE PER ENTRY IN KEY ORDER -- ROLES FIRST, THEN USERNAMES.
004120*****************************************************************
004130 3000-LIST-SCHEDULES.
004140     MOVE 0 TO CS-LIST-COUNT
004150     MOVE 'N' TO CS-EOF-FLAG
004160     MOVE LOW-VALUES TO ACS-KEY
004170     START ACCESS-SCHEDULE-FILE
004180         KEY IS NOT LESS THAN ACS-KEY
004190         INVALID KEY
004200             SET CS-END-OF-FILE TO TRUE
004210     END-START
004220
004230     DISPLAY " "
004240     DISPLAY "T Username / role                 MTWTFSS "
004250             "Window 1  Window 2  Updated"
004260     PERFORM 3100-LIST-ONE-ENTRY THRU 3100-LIST-ONE-ENTRY-EXIT
004270         UNTIL CS-END-OF-FILE
004280
004290     IF CS-LIST-COUNT = 0
004300         DISPLAY "No schedule entries; every account may log in "
004310                 "at any hour."
004320     ELSE
004330         DISPLAY "Schedule entries: " CS-LIST-COUNT
004340     END-IF.
004350 3000-LIST-SCHEDULES-EXIT.
004360     EXIT.
004370
004380 3100-LIST-ONE-ENTRY.
004390     READ ACCESS-SCHEDULE-FILE NEXT RECORD
004400         AT END
004410             SET CS-END-OF-FILE TO TRUE
004420             GO TO 3100-LIST-ONE-ENTRY-EXIT
004430     END-READ
004440     ADD 1 TO CS-LIST-COUNT
004450     DISPLAY ACS-KEY-TYPE " " ACS-KEY-VALUE " " ACS-PERMITTED-DAYS
004460         " " ACS-WINDOW-START(1) "-" ACS-WINDOW-END(1)
004470         " " ACS-WINDOW-START(2) "-" ACS-WINDOW-END(2)
004480         " " ACS-UPDATED-DATE.
004490 3100-LIST-ONE-ENTRY-EXIT.
004500     EXIT.
004510
004520*****************************************************************
004530* 4000-SET-SCHEDULE.
004540* ADDS OR REPLACES ONE ENTRY.  THE DAYS ARE SEVEN Y/N FLAGS,
004550* MONDAY FIRST.  EACH OF THE TWO WINDOWS IS A START AND END AS
004560* HHMM; A BLANK START LEAVES THE WINDOW UNUSED, AN END BEFORE THE
004570* START RUNS PAST MIDNIGHT, AND AN END OF 2400 IS MIDNIGHT.  WITH
004580* BOTH WINDOWS UNUSED THE WHOLE OF EACH PERMITTED DAY IS ALLOWED.
004590* NOTHING IS WRITTEN UNTIL EVERY ANSWER HAS PASSED ITS CHECK.
004600*****************************************************************
004610 4000-SET-SCHEDULE.
004620     PERFORM 2100-ASK-KEY THRU 2100-ASK-KEY-EXIT
004630     IF NOT CS-KEY-VALID
004640         GO TO 4000-SET-SCHEDULE-EXIT
004650     END-IF
004660     IF CS-SCHEDULE-FOUND
004670         DISPLAY "Current entry: days " ACS-PERMITTED-DAYS
004680             ", windows " ACS-WINDOW-START(1) "-"
004690             ACS-WINDOW-END(1) " " ACS-WINDOW-START(2) "-"
004700             ACS-WINDOW-END(2)
004710     END-IF
004720
004730     DISPLAY "Permitted days, seven Y/N flags from Monday "
004740             "(e.g. YYYYYNN): "
004750     ACCEPT CS-INPUT-DAYS
004760     INSPECT CS-INPUT-DAYS CONVERTING "yn" TO "YN"
004770     MOVE 'Y' TO CS-DAYS-VALID-FLAG
004780     PERFORM 4100-VALIDATE-DAY-FLAG
004790         THRU 4100-VALIDATE-DAY-FLAG-EXIT
004800         VARYING CS-DAY-IDX FROM 1 BY 1
004810         UNTIL CS-DAY-IDX > 7
004820     IF NOT CS-DAYS-VALID
004830         DISPLAY "Days must be seven Y or N flags; nothing "
004840                 "changed."
004850         GO TO 4000-SET-SCHEDULE-EXIT
004860     END-IF
004870
004880     MOVE 'Y' TO CS-TIME-VALID-FLAG
004890     PERFORM 4200-ASK-WINDOW THRU 4200-ASK-WINDOW-EXIT
004900         VARYING CS-WINDOW-IDX FROM 1 BY 1
004910         UNTIL CS-WINDOW-IDX > 2 OR NOT CS-TIME-VALID
004920     IF NOT CS-TIME-VALID
004930         DISPLAY "Nothing changed."
004940         GO TO 4000-SET-SCHEDULE-EXIT
004950     END-IF
004960
004970     IF CS-INPUT-DAYS = "NNNNNNN"
004980         DISPLAY "No day is permitted: this entry refuses every "
004990                 "login it covers.  Save it? (Y/N): "
005000         ACCEPT CS-CONFIRM-ANSWER
005010         IF CS-CONFIRM-ANSWER NOT = 'Y' AND CS-CONFIRM-ANSWER
005020                 NOT = 'y'
005030             DISPLAY "Nothing changed."
005040             GO TO 4000-SET-SCHEDULE-EXIT
005050         END-IF
005060     END-IF
005070
005080     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
005090     ACCEPT CS-CURRENT-TIME FROM TIME
005100     MOVE CS-INPUT-KEY-TYPE TO ACS-KEY-TYPE
005110     MOVE CS-INPUT-KEY-VALUE TO ACS-KEY-VALUE
005120     MOVE CS-INPUT-DAYS TO ACS-PERMITTED-DAYS
005130     MOVE CS-NEW-WINDOW-TABLE TO ACS-WINDOW-TABLE
005140     MOVE CS-CURRENT-DATE TO ACS-UPDATED-DATE
005150     MOVE CS-CURRENT-TIME TO ACS-UPDATED-TIME
005160     IF CS-SCHEDULE-FOUND
005170         REWRITE ACCESS-SCHEDULE-RECORD
005180     ELSE
005190         WRITE ACCESS-SCHEDULE-RECORD
005200     END-IF
005210     IF NOT FS-SCHEDULE-FILE-OK
005220         DISPLAY "Unable to save the entry, file status "
005230             FS-SCHEDULE-FILE-STATUS "."
005240         GO TO 4000-SET-SCHEDULE-EXIT
005250     END-IF
005260     ADD 1 TO CS-SET-COUNT
005270     DISPLAY "Schedule entry saved."
005280
005290     MOVE SPACES TO CS-CALL-DETAILS
005300     STRING "Set " DELIMITED BY SIZE
005310         ACS-KEY-TYPE DELIMITED BY SIZE
005320         " " DELIMITED BY SIZE
005330         ACS-KEY-VALUE DELIMITED BY SPACE
005340         ": days " DELIMITED BY SIZE
005350         ACS-PERMITTED-DAYS DELIMITED BY SIZE
005360         ", windows " DELIMITED BY SIZE
005370         ACS-WINDOW-START(1) "-" ACS-WINDOW-END(1) " "
005380         ACS-WINDOW-START(2) "-" ACS-WINDOW-END(2)
005390             DELIMITED BY SIZE
005400         INTO CS-CALL-DETAILS
005410     END-STRING
005420     PERFORM 6000-LOG-SCHEDULE-CHANGE
005430         THRU 6000-LOG-SCHEDULE-CHANGE-EXIT.
005440 4000-SET-SCHEDULE-EXIT.
005450     EXIT.
005460
005470 4100-VALIDATE-DAY-FLAG.
005480     IF CS-INPUT-DAYS(CS-DAY-IDX:1) NOT = 'Y'
005490             AND CS-INPUT-DAYS(CS-DAY-IDX:1) NOT = 'N'
005500         MOVE 'N' TO CS-DAYS-VALID-FLAG
005510     END-IF.
005520 4100-VALIDATE-DAY-FLAG-EXIT.
005530     EXIT.
005540
005550*****************************************************************
005560* 4200-ASK-WINDOW.
005570* PROMPTS FOR ONE WINDOW INTO CS-NEW-WINDOW(CS-WINDOW-IDX).  A
005580* BLANK START MARKS THE WINDOW UNUSED (START = END = 0000) AND
005590* SKIPS THE END PROMPT.  A START OF 2400 IS REFUSED -- THAT IS
005600* THE NEXT DAY'S 0000.  CLEARS CS-TIME-VALID ON A BAD ANSWER.
005610*****************************************************************
005620 4200-ASK-WINDOW.
005630     MOVE 0 TO CS-NEW-START(CS-WINDOW-IDX)
005640     MOVE 0 TO CS-NEW-END(CS-WINDOW-IDX)
005650     DISPLAY "Window " CS-WINDOW-IDX " start HHMM (blank if "
005660             "unused): "
005670     ACCEPT CS-INPUT-TIME
005680     IF CS-INPUT-TIME = SPACES
005690         GO TO 4200-ASK-WINDOW-EXIT
005700     END-IF
005710     PERFORM 4300-VALIDATE-TIME THRU 4300-VALIDATE-TIME-EXIT
005720     IF NOT CS-TIME-VALID
005730         GO TO 4200-ASK-WINDOW-EXIT
005740     END-IF
005750     IF CS-INPUT-TIME-VALUE = 2400
005760         DISPLAY "A window cannot start at 2400; use 0000."
005770         MOVE 'N' TO CS-TIME-VALID-FLAG
005780         GO TO 4200-ASK-WINDOW-EXIT
005790     END-IF
005800     MOVE CS-INPUT-TIME-VALUE TO CS-NEW-START(CS-WINDOW-IDX)
005810
005820     DISPLAY "Window " CS-WINDOW-IDX " end HHMM (2400 = "
005830             "midnight): "
005840     ACCEPT CS-INPUT-TIME
005850     PERFORM 4300-VALIDATE-TIME THRU 4300-VALIDATE-TIME-EXIT
005860     IF NOT CS-TIME-VALID
005870         GO TO 4200-ASK-WINDOW-EXIT
005880     END-IF
005890     IF CS-INPUT-TIME-VALUE = CS-NEW-START(CS-WINDOW-IDX)
005900         DISPLAY "The end must differ from the start."
005910         MOVE 'N' TO CS-TIME-VALID-FLAG
005920         GO TO 4200-ASK-WINDOW-EXIT
005930     END-IF
005940     MOVE CS-INPUT-TIME-VALUE TO CS-NEW-END(CS-WINDOW-IDX).
005950 4200-ASK-WINDOW-EXIT.
005960     EXIT.
005970
005980 4300-VALIDATE-TIME.
005990     MOVE 'N' TO CS-TIME-VALID-FLAG
006000     IF CS-INPUT-TIME NOT NUMERIC
006010         DISPLAY "Times are four digits, HHMM."
006020         GO TO 4300-VALIDATE-TIME-EXIT
006030     END-IF
006040     IF CS-INPUT-HH > 24 OR CS-INPUT-MM > 59
006050             OR (CS-INPUT-HH = 24 AND CS-INPUT-MM NOT = 0)
006060         DISPLAY "Not a time of day: " CS-INPUT-TIME
006070         GO TO 4300-VALIDATE-TIME-EXIT
006080     END-IF
006090     MOVE 'Y' TO CS-TIME-VALID-FLAG.
006100 4300-VALIDATE-TIME-EXIT.
006110     EXIT.
006120
006130*****************************************************************
006140* 5000-REMOVE-SCHEDULE.
006150* DELETES ONE ENTRY AFTER CONFIRMATION.  A USERNAME WHOSE ENTRY
006160* IS REMOVED FALLS BACK TO ITS ROLE'S ENTRY, IF THERE IS ONE.
006170*****************************************************************
006180 5000-REMOVE-SCHEDULE.
006190     PERFORM 2100-ASK-KEY THRU 2100-ASK-KEY-EXIT
006200     IF NOT CS-KEY-VALID
006210         GO TO 5000-REMOVE-SCHEDULE-EXIT
006220     END-IF
006230     IF NOT CS-SCHEDULE-FOUND
006240         DISPLAY "No schedule entry for that username or role."
006250         GO TO 5000-REMOVE-SCHEDULE-EXIT
006260     END-IF
006270
006280     DISPLAY "Current entry: days " ACS-PERMITTED-DAYS
006290         ", windows " ACS-WINDOW-START(1) "-" ACS-WINDOW-END(1)
006300         " " ACS-WINDOW-START(2) "-" ACS-WINDOW-END(2)
006310     DISPLAY "Remove this entry? (Y/N): "
006320     ACCEPT CS-CONFIRM-ANSWER
006330     IF CS-CONFIRM-ANSWER NOT = 'Y' AND CS-CONFIRM-ANSWER
006340             NOT = 'y'
006350         DISPLAY "Nothing changed."
006360         GO TO 5000-REMOVE-SCHEDULE-EXIT
006370     END-IF
006380
006390     DELETE ACCESS-SCHEDULE-FILE RECORD
006400     IF NOT FS-SCHEDULE-FILE-OK
006410         DISPLAY "Unable to remove the entry, file status "
006420             FS-SCHEDULE-FILE-STATUS "."
006430         GO TO 5000-REMOVE-SCHEDULE-EXIT
006440     END-IF
006450     ADD 1 TO CS-REMOVED-COUNT
006460     DISPLAY "Schedule entry removed."
006470
006480     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
006490     ACCEPT CS-CURRENT-TIME FROM TIME
006500     MOVE SPACES TO CS-CALL-DETAILS
006510     STRING "Removed " DELIMITED BY SIZE
006520         CS-INPUT-KEY-TYPE DELIMITED BY SIZE
006530         " " DELIMITED BY SIZE
006540         CS-INPUT-KEY-VALUE DELIMITED BY SPACE
006550         INTO CS-CALL-DETAILS
006560     END-STRING
006570     PERFORM 6000-LOG-SCHEDULE-CHANGE
006580         THRU 6000-LOG-SCHEDULE-CHANGE-EXIT.
006590 5000-REMOVE-SCHEDULE-EXIT.
006600     EXIT.
006610
006620*****************************************************************
006630* 6000-LOG-SCHEDULE-CHANGE.
006640* LOGS THE CHANGE DESCRIBED IN CS-CALL-DETAILS AGAINST THE
006650* AUTHENTICATED ADMINISTRATOR.
006660*****************************************************************
006670 6000-LOG-SCHEDULE-CHANGE.
006680     MOVE "Access Schedule Changed" TO CS-CALL-TYPE
006690     CALL "LOGINCDT" USING BY CONTENT CS-CURRENT-DATE
006700         BY CONTENT CS-CURRENT-TIME
006710         BY CONTENT CS-CALL-TYPE
006720         BY CONTENT CS-ADMIN-NAME
006730         BY CONTENT CS-CALL-DETAILS.
006740 6000-LOG-SCHEDULE-CHANGE-EXIT.
006750     EXIT.
006760
006770*****************************************************************
006780* 7000-HASH-PASSWORD.
006790* SAME SALTED-DIGEST ALGORITHM AS CYBRSEC'S 7000-HASH-PASSWORD
006800* SO THE ADMINISTRATOR LOGIN VERIFIES A PASSWORD EXACTLY THE WAY
006810* CHECK-LOGIN DOES.  CALLERS MOVE THE SALT AND PLAINTEXT INTO
006820* CS-HASH-SALT AND CS-HASH-PLAINTEXT BEFORE PERFORMING THIS,
006830* THEN USE CS-HASH-RESULT-DISPLAY FOR COMPARISON.
006840*****************************************************************
006850 7000-HASH-PASSWORD.
006860     MOVE 0 TO CS-HASH-RESULT
006870     STRING CS-HASH-SALT DELIMITED BY SIZE
006880            CS-HASH-PLAINTEXT DELIMITED BY SIZE
006890         INTO CS-HASH-COMBINED
006900
006910     PERFORM 7010-HASH-ONE-CHARACTER
006920         VARYING CS-HASH-IDX FROM 1 BY 1
006930         UNTIL CS-HASH-IDX > 38
006940
006950     MOVE CS-HASH-RESULT TO CS-HASH-RESULT-DISPLAY.
006960 7000-HASH-PASSWORD-EXIT.
006970     EXIT.
006980
006990 7010-HASH-ONE-CHARACTER.
007000     MOVE CS-HASH-COMBINED(CS-HASH-IDX:1) TO CS-HASH-CHAR
007010     COMPUTE CS-HASH-RESULT =
007020         (CS-HASH-RESULT * 31) + CS-HASH-CHAR-VALUE + 1.
007030 7010-HASH-ONE-CHARACTER-EXIT.
007040     EXIT.
007050
007060*****************************************************************
007070* 8000-PRINT-SUMMARY.
007080*****************************************************************
007090 8000-PRINT-SUMMARY.
007100     DISPLAY " "
007110     DISPLAY "==============================================="
007120     DISPLAY "    ACCESS SCHEDULE MAINTENANCE"
007130     DISPLAY "==============================================="
007140     DISPLAY "Entries set     : " CS-SET-COUNT
007150     DISPLAY "Entries removed : " CS-REMOVED-COUNT
007160     DISPLAY "===============================================".
007170 8000-PRINT-SUMMARY-EXIT.
007180     EXIT.
007190
007200*****************************************************************
007210* 9000-TERMINATE.
007220*****************************************************************
007230 9000-TERMINATE.
007240     CLOSE ACCESS-SCHEDULE-FILE
007250     CLOSE USER-FILE.
007260 9000-TERMINATE-EXIT.
007270     EXIT.
007280
007290 END PROGRAM ACSCHED.
