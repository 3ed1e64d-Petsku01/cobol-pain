000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RCTREV.
000030 AUTHOR. D-SHIFT-SECURITY-TEAM.
000040 INSTALLATION. CENTRAL-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------------
000110* 2026-10-15  DWS  ORIGINAL VERSION.  REVIEW SCREEN OF THE
000120*                  QUARTERLY ACCESS-RECERTIFICATION CAMPAIGN.
000130*                  STEPS THROUGH THE UNANSWERED ITEMS RCTGEN
000140*                  WROTE TO recert.dat (SEE RCTREC.CPY) AND
000150*                  RECORDS KEEP, DOWNGRADE ROLE, OR REVOKE
000160*                  AGAINST EACH.  THE REVIEWER LOGS IN FIRST,
000170*                  VERIFIED AGAINST users.dat EXACTLY AS
000180*                  INCTRIAGE'S REVIEWER LOGIN DOES, AND EVERY
000190*                  ANSWER IS STAMPED WITH THAT AUTHENTICATED
000200*                  NAME.  AN ADMINISTRATOR MAY ANSWER ANY ITEM;
000210*                  ANY OTHER REVIEWER ANSWERS ONLY THE ITEMS
000220*                  WHOSE HR MANAGER ID IS THEIR OWN EMPLOYEE ID
000230*                  (THE MANAGER ATTESTATION).  NOBODY ANSWERS
000240*                  THEIR OWN ITEM.  A DOWNGRADE OR REVOCATION IS
000250*                  APPLIED TO users.dat AT ONCE -- A REVOKED
000260*                  ACCOUNT IS DISABLED, THE SAME STATUS USRDORM
000270*                  SETS -- AND WRITTEN TO usraudit.dat THROUGH
000280*                  USRAUDT WITH THE REVIEWER AS CHANGED-BY,
000290*                  ALONGSIDE THE USUAL LOGINCDT INCIDENT.  NO
000300*                  ANSWER IS TAKEN AFTER THE CAMPAIGN'S CUTOFF
000310*                  DATE; RCTRPT CLOSES IT OUT.
000312* 2026-10-15  DWS  THE REVIEWER LOGIN NOW HONOURS THE ACCESS
000314*                  SCHEDULE THROUGH ACSCHK, AS CYBRSEC'S DOES; A
000316*                  CORRECT PASSWORD OUTSIDE THE PERMITTED HOURS IS
000318*                  REFUSED UNLESS AN ADMIN TAKES THE BREAK-GLASS.
000320*****************************************************************
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT USER-FILE ASSIGN TO "users.dat"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS USER-NAME
000410         FILE STATUS IS FS-USER-FILE-STATUS.
000420     SELECT RECERT-FILE ASSIGN TO "recert.dat"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS RCT-KEY
000460         FILE STATUS IS FS-RECERT-FILE-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  USER-FILE.
000510     COPY "USRREC.CPY".
000520
000530 FD  RECERT-FILE.
000540     COPY "RCTREC.CPY".
000550
000560 WORKING-STORAGE SECTION.
000570 01  FS-USER-FILE-STATUS          PIC X(02) VALUE "00".
000580     88  FS-USER-FILE-OK              VALUE "00".
000590
000600 01  FS-RECERT-FILE-STATUS        PIC X(02) VALUE "00".
000610     88  FS-RECERT-FILE-OK            VALUE "00".
000620
000630 01  CS-FILES-READY-FLAG          PIC X(01) VALUE 'N'.
000640     88  CS-FILES-READY               VALUE 'Y'.
000650
000660 01  CS-EOF-FLAG                  PIC X(01) VALUE 'N'.
000670     88  CS-END-OF-FILE                VALUE 'Y'.
000680
000690 01  CS-REVIEW-STOP-FLAG          PIC X(01) VALUE 'N'.
000700     88  CS-REVIEW-STOPPED            VALUE 'Y'.
000710
000720 01  CS-IN-SCOPE-FLAG             PIC X(01) VALUE 'N'.
000730     88  CS-ITEM-IN-SCOPE             VALUE 'Y'.
000740
000750 01  CS-CAMPAIGN-OPEN-FLAG        PIC X(01) VALUE 'N'.
000760     88  CS-CAMPAIGN-OPEN             VALUE 'Y'.
000770
000780 01  CS-MENU-CHOICE               PIC X(01).
000790 01  CS-CONTINUE-FLAG             PIC X(01) VALUE 'Y'.
000800     88  CS-KEEP-RUNNING               VALUE 'Y'.
000810     88  CS-STOP-RUNNING               VALUE 'N'.
000820
000830 01  CS-REVIEWER-FIELDS.
000840     05  CS-REVIEWER-NAME         PIC X(30).
000850     05  CS-REVIEWER-EMPLOYEE-ID  PIC X(10).
000860     05  CS-REVIEWER-ROLE         PIC X(01).
000870         88  CS-REVIEWER-IS-ADMIN     VALUE 'A'.
000880
000890 01  CS-REVIEW-FIELDS.
000900     05  CS-DECISION-CHOICE       PIC X(01).
000910     05  CS-NEW-ROLE-CHOICE       PIC X(01).
000920     05  CS-COMMENT-TEXT          PIC X(60).
000930     05  CS-ROLE-TEXT             PIC X(08).
000940     05  CS-OLD-ROLE              PIC X(01).
000950     05  CS-CURRENT-ROLE-RANK     PIC 9(01) VALUE 0.
000960     05  CS-NEW-ROLE-RANK         PIC 9(01) VALUE 0.
000970     05  CS-INPUT-CAMPAIGN        PIC X(06).
000980
000990*****************************************************************
001000* CAMPAIGN ID -- DEFAULTS TO THE CALENDAR YEAR AND QUARTER OF
001010* TODAY, THE SAME RULE RCTGEN USES WHEN IT WRITES THE ITEMS.
001020*****************************************************************
001030 01  CS-CAMPAIGN-ID.
001040     05  CS-CAMPAIGN-YEAR         PIC 9(04).
001050     05  FILLER                   PIC X(01) VALUE 'Q'.
001060     05  CS-CAMPAIGN-QUARTER      PIC 9(01).
001070 01  CS-CAMPAIGN-ID-TEXT REDEFINES CS-CAMPAIGN-ID
001080                                  PIC X(06).
001090
001100 77  CS-CURRENT-MONTH             PIC 9(02) VALUE 0.
001110 77  CS-CUTOFF-DATE               PIC 9(08) VALUE 0.
001120 77  CS-CURRENT-DATE              PIC 9(08) VALUE 0.
001130 77  CS-CURRENT-TIME              PIC 9(08) VALUE 0.
001140 77  CS-MAX-ATTEMPTS              PIC 9(02) VALUE 3.
001150
001160 01  CS-AUTH-OK-FLAG              PIC X(01) VALUE 'N'.
001170     88  CS-AUTH-OK                   VALUE 'Y'.
001172
001174 01  CS-HOURS-RESULT              PIC X(01) VALUE 'Y'.
001176     88  CS-HOURS-REFUSED             VALUE 'N'.
001180
001190 01  CS-LOGIN-FIELDS.
001200     05  CS-INPUT-USERNAME        PIC X(30).
001210     05  CS-INPUT-PASSWORD        PIC X(30).
001220
001230 01  CS-INCIDENT-CALL-FIELDS.
001240     05  CS-CALL-TYPE             PIC X(25).
001250     05  CS-CALL-DETAILS          PIC X(100).
001260
001270 01  CS-AUDIT-CALL-FIELDS.
001280     05  CS-AUDIT-FIELD-NAME      PIC X(20).
001290     05  CS-AUDIT-OLD-VALUE       PIC X(20).
001300     05  CS-AUDIT-NEW-VALUE       PIC X(20).
001310
001320 01  CS-HASH-FIELDS.
001330     05  CS-HASH-SALT             PIC X(08).
001340     05  CS-HASH-PLAINTEXT        PIC X(30).
001350     05  CS-HASH-COMBINED         PIC X(38).
001360     05  CS-HASH-RESULT           PIC 9(10) VALUE 0.
001370     05  CS-HASH-RESULT-DISPLAY   PIC X(10).
001380     05  CS-HASH-IDX              PIC 9(02) COMP VALUE 0.
001390     05  CS-HASH-CHAR             PIC X(01).
001400     05  CS-HASH-CHAR-VALUE REDEFINES CS-HASH-CHAR
001410                                  PIC 9(02) USAGE COMP-X.
001420
001430 01  CS-REPORT-TOTALS.
001440     05  CS-PRESENTED-COUNT       PIC 9(06) VALUE 0.
001450     05  CS-ANSWERED-COUNT        PIC 9(06) VALUE 0.
001460     05  CS-SKIPPED-COUNT         PIC 9(06) VALUE 0.
001470     05  CS-CHANGED-COUNT         PIC 9(06) VALUE 0.
001480
001490 01  CS-PROGRESS-TOTALS.
001500     05  CS-ITEM-COUNT            PIC 9(06) VALUE 0.
001510     05  CS-KEEP-COUNT            PIC 9(06) VALUE 0.
001520     05  CS-DOWNGRADE-COUNT       PIC 9(06) VALUE 0.
001530     05  CS-REVOKE-COUNT          PIC 9(06) VALUE 0.
001540     05  CS-OPEN-COUNT            PIC 9(06) VALUE 0.
001550     05  CS-MY-OPEN-COUNT         PIC 9(06) VALUE 0.
001560
001570 PROCEDURE DIVISION.
001580*****************************************************************
001590* 0000-MAIN-LOGIC.
001600*****************************************************************
001610 0000-MAIN-LOGIC.
001620     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001630     IF NOT CS-FILES-READY
001640         STOP RUN
001650     END-IF
001660
001670     PERFORM 2000-MENU-CYCLE THRU 2000-MENU-CYCLE-EXIT
001680         UNTIL CS-STOP-RUNNING
001690
001700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001710     STOP RUN.
001720
001730 1000-INITIALIZE.
001740     MOVE 'N' TO CS-FILES-READY-FLAG
001750
001760     OPEN I-O RECERT-FILE
001770     IF NOT FS-RECERT-FILE-OK
001780         DISPLAY "Unable to open recert.dat, file status "
001790             FS-RECERT-FILE-STATUS "."
001800         DISPLAY "Run RCTGEN to generate the campaign before "
001810             "reviewing it."
001820         GO TO 1000-INITIALIZE-EXIT
001830     END-IF
001840
001850     OPEN I-O USER-FILE
001860     IF NOT FS-USER-FILE-OK
001870         DISPLAY "Unable to open users.dat, file status "
001880             FS-USER-FILE-STATUS "."
001890         DISPLAY "If users.dat is on an older layout, run "
001900             "USRMIG (flat file) or USRUPG (earlier indexed "
001910             "layout) once to convert it."
001920         CLOSE RECERT-FILE
001930         GO TO 1000-INITIALIZE-EXIT
001940     END-IF
001950
001960     PERFORM 1500-AUTHENTICATE-REVIEWER
001970         THRU 1500-AUTHENTICATE-REVIEWER-EXIT
001980     IF NOT CS-AUTH-OK
001990         CLOSE RECERT-FILE
002000         CLOSE USER-FILE
002010         GO TO 1000-INITIALIZE-EXIT
002020     END-IF
002030
002040     PERFORM 1700-SELECT-CAMPAIGN THRU 1700-SELECT-CAMPAIGN-EXIT
002050     IF CS-CUTOFF-DATE = 0
002060         CLOSE RECERT-FILE
002070         CLOSE USER-FILE
002080         GO TO 1000-INITIALIZE-EXIT
002090     END-IF
002100
002110     MOVE 'Y' TO CS-FILES-READY-FLAG.
002120 1000-INITIALIZE-EXIT.
002130     EXIT.
002140
002150*****************************************************************
002160* 1500-AUTHENTICATE-REVIEWER.
002170* REQUIRES A REAL LOGIN BEFORE ANY ITEM CAN BE ANSWERED,
002180* FOLLOWING CYBRSEC'S CHECK-LOGIN RULES AS INCTRIAGE DOES:
002190* DISABLED AND LOCKED ACCOUNTS ARE REJECTED, THE PASSWORD IS
002200* VERIFIED THROUGH THE SHARED SALTED-HASH SCHEME, A WRONG
002210* PASSWORD COUNTS TOWARD THE LOCKOUT AND LOCKS AT
002220* CS-MAX-ATTEMPTS, AND EVERY ATTEMPT IS LOGGED THROUGH LOGINCDT.
002230* ON TOP OF THE LOGIN, THE ACCOUNT MUST BE AN ADMINISTRATOR OR
002240* CARRY AN EMPLOYEE ID (SO IT CAN BE SOMEONE'S MANAGER); ANY
002250* OTHER ACCOUNT HAS NOTHING TO ATTEST AND IS TURNED AWAY.
002255* ACSCHK MUST ALSO PERMIT THE LOGIN AT THIS HOUR (OR AN
002257* ADMINISTRATOR TAKE THE LOGGED BREAK-GLASS OVERRIDE).
002260* SUCCESS SETS CS-AUTH-OK AND SAVES THE REVIEWER'S NAME, ROLE,
002270* AND EMPLOYEE ID -- THE RECORD AREA IS REUSED FOR THE ACCOUNTS
002280* UNDER REVIEW.
002290*****************************************************************
002300 1500-AUTHENTICATE-REVIEWER.
002310     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
002320     ACCEPT CS-CURRENT-TIME FROM TIME
002330
002340     DISPLAY "Access Recertification -- reviewer login"
002350     DISPLAY "Enter Username: "
002360     ACCEPT CS-INPUT-USERNAME
002370     DISPLAY "Enter Password: "
002380     ACCEPT CS-INPUT-PASSWORD
002390
002400     MOVE CS-INPUT-USERNAME TO USER-NAME
002410     READ USER-FILE
002420         KEY IS USER-NAME
002430         INVALID KEY
002440             DISPLAY "User not found."
002450             MOVE "Login Failure" TO CS-CALL-TYPE
002460             MOVE "Unknown username." TO CS-CALL-DETAILS
002470             PERFORM 1590-LOG-LOGIN-INCIDENT
002480                 THRU 1590-LOG-LOGIN-INCIDENT-EXIT
002490             GO TO 1500-AUTHENTICATE-REVIEWER-EXIT
002500     END-READ
002510
002520     IF USER-ACCOUNT-DISABLED
002530         DISPLAY "This account has been disabled.  Contact an "
002540                 "administrator to reactivate it."
002550         MOVE "Login Failure" TO CS-CALL-TYPE
002560         MOVE "Recertification login rejected; account disabled."
002570             TO CS-CALL-DETAILS
002580         PERFORM 1590-LOG-LOGIN-INCIDENT
002590             THRU 1590-LOG-LOGIN-INCIDENT-EXIT
002600         GO TO 1500-AUTHENTICATE-REVIEWER-EXIT
002610     END-IF
002620
002630     IF USER-ACCOUNT-LOCKED
002640         DISPLAY "Account is locked.  Use the CYBRSEC login "
002650                 "screen to unlock it before reviewing."
002660         MOVE "Login Failure" TO CS-CALL-TYPE
002670         MOVE "Recertification login rejected; account locked."
002680             TO CS-CALL-DETAILS
002690         PERFORM 1590-LOG-LOGIN-INCIDENT
002700             THRU 1590-LOG-LOGIN-INCIDENT-EXIT
002710         GO TO 1500-AUTHENTICATE-REVIEWER-EXIT
002720     END-IF
002730
002740     MOVE USER-PASSWORD-SALT TO CS-HASH-SALT
002750     MOVE CS-INPUT-PASSWORD TO CS-HASH-PLAINTEXT
002760     PERFORM 7000-HASH-PASSWORD THRU 7000-HASH-PASSWORD-EXIT
002770     IF CS-HASH-RESULT-DISPLAY NOT = USER-PASSWORD(1:10)
002780         PERFORM 1550-RECORD-FAILED-ATTEMPT
002790             THRU 1550-RECORD-FAILED-ATTEMPT-EXIT
002800         REWRITE USER-RECORD
002810         GO TO 1500-AUTHENTICATE-REVIEWER-EXIT
002820     END-IF
002830
002840     IF NOT USER-ROLE-ADMIN AND USER-HAS-NO-HR-MATCH
002850         DISPLAY "This account is not an administrator and is "
002860                 "not linked to an HR employee ID, so it has "
002870                 "no items to review."
002880         MOVE "Login Failure" TO CS-CALL-TYPE
002890         MOVE "Recertification refused; not admin or HR-linked."
002900             TO CS-CALL-DETAILS
002910         PERFORM 1590-LOG-LOGIN-INCIDENT
002920             THRU 1590-LOG-LOGIN-INCIDENT-EXIT
002930         GO TO 1500-AUTHENTICATE-REVIEWER-EXIT
002940     END-IF
002950
002951     CALL "ACSCHK" USING BY CONTENT CS-INPUT-USERNAME
002952         BY CONTENT USER-ROLE
002953         BY REFERENCE CS-HOURS-RESULT
002954     IF CS-HOURS-REFUSED
002955         GO TO 1500-AUTHENTICATE-REVIEWER-EXIT
002956     END-IF
002957
002960     MOVE 0 TO USER-FAILED-ATTEMPTS
002970     MOVE CS-CURRENT-DATE TO USER-LAST-LOGIN-DATE
002980     REWRITE USER-RECORD
002990     MOVE 'Y' TO CS-AUTH-OK-FLAG
003000     MOVE USER-NAME TO CS-REVIEWER-NAME
003010     MOVE USER-ROLE TO CS-REVIEWER-ROLE
003020     MOVE USER-EMPLOYEE-ID TO CS-REVIEWER-EMPLOYEE-ID
003030     DISPLAY "Login successful."
003040     MOVE "Login Success" TO CS-CALL-TYPE
003050     MOVE "Reviewer logged in to access recertification."
003060         TO CS-CALL-DETAILS
003070     PERFORM 1590-LOG-LOGIN-INCIDENT
003080         THRU 1590-LOG-LOGIN-INCIDENT-EXIT.
003090 1500-AUTHENTICATE-REVIEWER-EXIT.
003100     EXIT.
003110
003120*****************************************************************
003130* 1550-RECORD-FAILED-ATTEMPT.
003140* COUNTS ONE WRONG-PASSWORD ATTEMPT AGAINST THE RECORD THE
003150* CALLER JUST READ AND LOCKS THE ACCOUNT AT CS-MAX-ATTEMPTS,
003160* EXACTLY AS CYBRSEC'S 3250-RECORD-FAILED-ATTEMPT DOES.  THE
003170* CALLER REWRITES USER-RECORD.
003180*****************************************************************
003190 1550-RECORD-FAILED-ATTEMPT.
003200     ADD 1 TO USER-FAILED-ATTEMPTS
003210     DISPLAY "Login failed. Attempt: " USER-FAILED-ATTEMPTS
003220     MOVE "Login Failure" TO CS-CALL-TYPE
003230     MOVE "Incorrect password." TO CS-CALL-DETAILS
003240     PERFORM 1590-LOG-LOGIN-INCIDENT
003250         THRU 1590-LOG-LOGIN-INCIDENT-EXIT
003260     IF USER-FAILED-ATTEMPTS >= CS-MAX-ATTEMPTS
003270         MOVE 'Y' TO USER-IS-LOCKED
003280         MOVE CS-CURRENT-DATE TO USER-LOCKOUT-DATE
003290         MOVE CS-CURRENT-TIME TO USER-LOCKOUT-TIME
003300         MOVE "Account Locked" TO CS-CALL-TYPE
003310         MOVE
003320             "Account locked due to multiple failed attempts."
003330             TO CS-CALL-DETAILS
003340         PERFORM 1590-LOG-LOGIN-INCIDENT
003350             THRU 1590-LOG-LOGIN-INCIDENT-EXIT
003360         DISPLAY "Account has been locked due to multiple "
003370                 "failed login attempts."
003380     END-IF.
003390 1550-RECORD-FAILED-ATTEMPT-EXIT.
003400     EXIT.
003410
003420*****************************************************************
003430* 1590-LOG-LOGIN-INCIDENT.
003440* ONE CALL TO LOGINCDT FROM THE CS-CALL FIELDS THE CALLER JUST
003450* FILLED IN, AGAINST THE USERNAME UNDER AUTHENTICATION.
003460*****************************************************************
003470 1590-LOG-LOGIN-INCIDENT.
003480     CALL "LOGINCDT" USING BY CONTENT CS-CURRENT-DATE
003490         BY CONTENT CS-CURRENT-TIME
003500         BY CONTENT CS-CALL-TYPE
003510         BY CONTENT CS-INPUT-USERNAME
003520         BY CONTENT CS-CALL-DETAILS.
003530 1590-LOG-LOGIN-INCIDENT-EXIT.
003540     EXIT.
003550
003560*****************************************************************
003570* 1700-SELECT-CAMPAIGN.
003580* ASKS WHICH CAMPAIGN TO WORK (BLANK FOR THE CURRENT QUARTER)
003590* AND READS ITS FIRST ITEM FOR THE CUTOFF DATE.  A CAMPAIGN WITH
003600* NO ITEMS LEAVES CS-CUTOFF-DATE AT ZERO AND THE PROGRAM ENDS.
003610*****************************************************************
003620 1700-SELECT-CAMPAIGN.
003630     MOVE CS-CURRENT-DATE(1:4) TO CS-CAMPAIGN-YEAR
003640     MOVE CS-CURRENT-DATE(5:2) TO CS-CURRENT-MONTH
003650     COMPUTE CS-CAMPAIGN-QUARTER =
003660         ((CS-CURRENT-MONTH - 1) / 3) + 1
003670
003680     DISPLAY "Campaign ID YYYYQN (blank for "
003690         CS-CAMPAIGN-ID-TEXT "): "
003700     ACCEPT CS-INPUT-CAMPAIGN
003710     IF CS-INPUT-CAMPAIGN NOT = SPACES
003720         MOVE CS-INPUT-CAMPAIGN TO CS-CAMPAIGN-ID-TEXT
003730     END-IF
003740
003750     MOVE 0 TO CS-CUTOFF-DATE
003760     MOVE CS-CAMPAIGN-ID-TEXT TO RCT-CAMPAIGN-ID
003770     MOVE LOW-VALUES TO RCT-USERNAME
003780     START RECERT-FILE
003790         KEY IS NOT LESS THAN RCT-KEY
003800         INVALID KEY
003810             DISPLAY "No review items on file for campaign "
003820                 CS-CAMPAIGN-ID-TEXT "."
003830             GO TO 1700-SELECT-CAMPAIGN-EXIT
003840     END-START
003850     READ RECERT-FILE NEXT RECORD
003860         AT END
003870             MOVE HIGH-VALUES TO RCT-CAMPAIGN-ID
003880     END-READ
003890     IF RCT-CAMPAIGN-ID NOT = CS-CAMPAIGN-ID-TEXT
003900         DISPLAY "No review items on file for campaign "
003910             CS-CAMPAIGN-ID-TEXT "."
003920         GO TO 1700-SELECT-CAMPAIGN-EXIT
003930     END-IF
003940
003950     MOVE RCT-CUTOFF-DATE TO CS-CUTOFF-DATE
003960     IF CS-CURRENT-DATE > CS-CUTOFF-DATE
003970         MOVE 'N' TO CS-CAMPAIGN-OPEN-FLAG
003980         DISPLAY "Campaign " CS-CAMPAIGN-ID-TEXT " closed at "
003990             "its cutoff date " CS-CUTOFF-DATE
004000             "; progress only."
004010     ELSE
004020         MOVE 'Y' TO CS-CAMPAIGN-OPEN-FLAG
004030         DISPLAY "Campaign " CS-CAMPAIGN-ID-TEXT
004040             " -- answers accepted through " CS-CUTOFF-DATE "."
004050     END-IF.
004060 1700-SELECT-CAMPAIGN-EXIT.
004070     EXIT.
004080
004090*****************************************************************
004100* 2000-MENU-CYCLE.
004110*****************************************************************
004120 2000-MENU-CYCLE.
004130     DISPLAY "Access Recertification"
004140     DISPLAY "==============================="
004150     DISPLAY "1. Review outstanding items"
004160     DISPLAY "2. Campaign progress"
004170     DISPLAY "3. Exit"
004180     DISPLAY "==============================="
004190     DISPLAY "Please choose an option: "
004200     ACCEPT CS-MENU-CHOICE
004210
004220     EVALUATE CS-MENU-CHOICE
004230         WHEN '1'
004240             IF CS-CAMPAIGN-OPEN
004250                 PERFORM 3000-REVIEW-PASS
004260                     THRU 3000-REVIEW-PASS-EXIT
004270             ELSE
004280                 DISPLAY "The campaign is past its cutoff; "
004290                     "no further answers are taken."
004300             END-IF
004310         WHEN '2'
004320             PERFORM 5000-SHOW-PROGRESS
004330                 THRU 5000-SHOW-PROGRESS-EXIT
004340         WHEN '3'
004350             MOVE 'N' TO CS-CONTINUE-FLAG
004360         WHEN OTHER
004370             DISPLAY "Invalid choice. Please try again."
004380     END-EVALUATE.
004390 2000-MENU-CYCLE-EXIT.
004400     EXIT.
004410
004420*****************************************************************
004430* 3000-REVIEW-PASS.
004440* ONE PASS OVER THE CAMPAIGN'S UNANSWERED ITEMS THAT THIS
004450* REVIEWER MAY ANSWER, PRESENTING EACH ONE UNTIL THE CAMPAIGN
004460* ENDS OR THE REVIEWER STOPS THE PASS.
004470*****************************************************************
004480 3000-REVIEW-PASS.
004490     DISPLAY "Reviewing as " CS-REVIEWER-NAME
004500
004510     MOVE 0 TO CS-PRESENTED-COUNT
004520     MOVE 0 TO CS-ANSWERED-COUNT
004530     MOVE 0 TO CS-SKIPPED-COUNT
004540     MOVE 0 TO CS-CHANGED-COUNT
004550     MOVE 'N' TO CS-EOF-FLAG
004560     MOVE 'N' TO CS-REVIEW-STOP-FLAG
004570
004580     PERFORM 3050-START-CAMPAIGN THRU 3050-START-CAMPAIGN-EXIT
004590
004600     PERFORM 3200-PRESENT-ITEM THRU 3200-PRESENT-ITEM-EXIT
004610         UNTIL CS-END-OF-FILE OR CS-REVIEW-STOPPED
004620
004630     DISPLAY " "
004640     DISPLAY "Review pass complete."
004650     DISPLAY "  Items presented   : " CS-PRESENTED-COUNT
004660     DISPLAY "  Answers recorded  : " CS-ANSWERED-COUNT
004670     DISPLAY "  Accounts changed  : " CS-CHANGED-COUNT
004680     DISPLAY "  Skipped           : " CS-SKIPPED-COUNT.
004690 3000-REVIEW-PASS-EXIT.
004700     EXIT.
004710
004720*****************************************************************
004730* 3050-START-CAMPAIGN.
004740* POSITIONS ON THE FIRST ITEM OF THE SELECTED CAMPAIGN AND READS
004750* IT.  SHARED BY THE REVIEW PASS AND THE PROGRESS COUNT.
004760*****************************************************************
004770 3050-START-CAMPAIGN.
004780     MOVE 'N' TO CS-EOF-FLAG
004790     MOVE CS-CAMPAIGN-ID-TEXT TO RCT-CAMPAIGN-ID
004800     MOVE LOW-VALUES TO RCT-USERNAME
004810     START RECERT-FILE
004820         KEY IS NOT LESS THAN RCT-KEY
004830         INVALID KEY
004840             SET CS-END-OF-FILE TO TRUE
004850             GO TO 3050-START-CAMPAIGN-EXIT
004860     END-START
004870     PERFORM 3100-READ-ITEM THRU 3100-READ-ITEM-EXIT.
004880 3050-START-CAMPAIGN-EXIT.
004890     EXIT.
004900
004910*****************************************************************
004920* 3100-READ-ITEM.
004930* READS THE NEXT ITEM; THE FIRST ITEM OF THE NEXT CAMPAIGN ENDS
004940* THE PASS THE SAME AS END OF FILE.
004950*****************************************************************
004960 3100-READ-ITEM.
004970     READ RECERT-FILE NEXT RECORD
004980         AT END
004990             SET CS-END-OF-FILE TO TRUE
005000             GO TO 3100-READ-ITEM-EXIT
005010     END-READ
005020     IF RCT-CAMPAIGN-ID NOT = CS-CAMPAIGN-ID-TEXT
005030         SET CS-END-OF-FILE TO TRUE
005040     END-IF.
005050 3100-READ-ITEM-EXIT.
005060     EXIT.
005070
005080*****************************************************************
005090* 3150-CHECK-SCOPE.
005100* SETS CS-ITEM-IN-SCOPE WHEN THE REVIEWER MAY ANSWER THE ITEM IN
005110* THE RECORD AREA: NEVER THEIR OWN ACCOUNT; ANY OTHER ITEM FOR AN
005120* ADMINISTRATOR; OTHERWISE ONLY THE ITEMS THEY MANAGE.
005130*****************************************************************
005140 3150-CHECK-SCOPE.
005150     MOVE 'N' TO CS-IN-SCOPE-FLAG
005160     IF RCT-USERNAME = CS-REVIEWER-NAME
005170         GO TO 3150-CHECK-SCOPE-EXIT
005180     END-IF
005190     IF CS-REVIEWER-IS-ADMIN
005200         MOVE 'Y' TO CS-IN-SCOPE-FLAG
005210         GO TO 3150-CHECK-SCOPE-EXIT
005220     END-IF
005230     IF CS-REVIEWER-EMPLOYEE-ID NOT = SPACES
005240         AND RCT-MANAGER-ID = CS-REVIEWER-EMPLOYEE-ID
005250         MOVE 'Y' TO CS-IN-SCOPE-FLAG
005260     END-IF.
005270 3150-CHECK-SCOPE-EXIT.
005280     EXIT.
005290
005300*****************************************************************
005310* 3200-PRESENT-ITEM.
005320* SHOWS ONE UNANSWERED ITEM IN THE REVIEWER'S SCOPE AND RECORDS
005330* THE ANSWER, THEN READS THE NEXT ITEM.  ANSWERED ITEMS AND
005340* ITEMS OUTSIDE THE SCOPE PASS STRAIGHT THROUGH.
005350*****************************************************************
005360 3200-PRESENT-ITEM.
005370     IF NOT RCT-NOT-ANSWERED
005380         PERFORM 3100-READ-ITEM THRU 3100-READ-ITEM-EXIT
005390         GO TO 3200-PRESENT-ITEM-EXIT
005400     END-IF
005410     PERFORM 3150-CHECK-SCOPE THRU 3150-CHECK-SCOPE-EXIT
005420     IF NOT CS-ITEM-IN-SCOPE
005430         PERFORM 3100-READ-ITEM THRU 3100-READ-ITEM-EXIT
005440         GO TO 3200-PRESENT-ITEM-EXIT
005450     END-IF
005460
005470     ADD 1 TO CS-PRESENTED-COUNT
005480     MOVE RCT-ROLE TO CS-OLD-ROLE
005490     PERFORM 3900-SET-ROLE-TEXT THRU 3900-SET-ROLE-TEXT-EXIT
005500     DISPLAY " "
005510     DISPLAY "Account     : " RCT-USERNAME
005520     DISPLAY "  Name      : " RCT-FULL-NAME
005530     DISPLAY "  Employee  : " RCT-EMPLOYEE-ID
005540         "  Department: " RCT-DEPARTMENT
005550     DISPLAY "  Manager   : " RCT-MANAGER-ID
005560     DISPLAY "  Role      : " CS-ROLE-TEXT
005570         "  Last login: " RCT-LAST-LOGIN-DATE
005580     DISPLAY "Decision?  K=keep  D=downgrade role  R=revoke  "
005590             "S=skip  X=stop pass"
005600     ACCEPT CS-DECISION-CHOICE
005610
005620     EVALUATE CS-DECISION-CHOICE
005630         WHEN 'K'
005640         WHEN 'k'
005650             MOVE 'K' TO CS-DECISION-CHOICE
005660             MOVE RCT-ROLE TO CS-NEW-ROLE-CHOICE
005670             PERFORM 4000-RECORD-DECISION
005680                 THRU 4000-RECORD-DECISION-EXIT
005690         WHEN 'D'
005700         WHEN 'd'
005710             MOVE 'D' TO CS-DECISION-CHOICE
005720             PERFORM 3300-CHOOSE-NEW-ROLE
005730                 THRU 3300-CHOOSE-NEW-ROLE-EXIT
005740             IF CS-NEW-ROLE-CHOICE = SPACE
005750                 ADD 1 TO CS-SKIPPED-COUNT
005760             ELSE
005770                 PERFORM 4000-RECORD-DECISION
005780                     THRU 4000-RECORD-DECISION-EXIT
005790             END-IF
005800         WHEN 'R'
005810         WHEN 'r'
005820             MOVE 'R' TO CS-DECISION-CHOICE
005830             MOVE SPACE TO CS-NEW-ROLE-CHOICE
005840             PERFORM 4000-RECORD-DECISION
005850                 THRU 4000-RECORD-DECISION-EXIT
005860         WHEN 'X'
005870         WHEN 'x'
005880             SET CS-REVIEW-STOPPED TO TRUE
005890             GO TO 3200-PRESENT-ITEM-EXIT
005900         WHEN OTHER
005910             ADD 1 TO CS-SKIPPED-COUNT
005920     END-EVALUATE
005930
005940     PERFORM 3100-READ-ITEM THRU 3100-READ-ITEM-EXIT.
005950 3200-PRESENT-ITEM-EXIT.
005960     EXIT.
005970
005980*****************************************************************
005990* 3300-CHOOSE-NEW-ROLE.
006000* A DOWNGRADE ALWAYS LOWERS THE ROLE: ADMIN TO TRIAGE OR
006010* STANDARD, TRIAGE TO STANDARD.  A STANDARD ACCOUNT CANNOT BE
006020* DOWNGRADED -- THE REVIEWER KEEPS OR REVOKES IT.  A BLANK
006030* CS-NEW-ROLE-CHOICE ON RETURN MEANS NO VALID CHOICE WAS MADE.
006040*****************************************************************
006050 3300-CHOOSE-NEW-ROLE.
006060     MOVE SPACE TO CS-NEW-ROLE-CHOICE
006070     EVALUATE RCT-ROLE
006080         WHEN 'A'
006090             DISPLAY "New role?  T=triage  S=standard"
006100             ACCEPT CS-NEW-ROLE-CHOICE
006110             EVALUATE CS-NEW-ROLE-CHOICE
006120                 WHEN 'T'
006130                 WHEN 't'
006140                     MOVE 'T' TO CS-NEW-ROLE-CHOICE
006150                 WHEN 'S'
006160                 WHEN 's'
006170                     MOVE 'S' TO CS-NEW-ROLE-CHOICE
006180                 WHEN OTHER
006190                     DISPLAY "Role not recognized; item "
006200                         "skipped."
006210                     MOVE SPACE TO CS-NEW-ROLE-CHOICE
006220             END-EVALUATE
006230         WHEN 'T'
006240             MOVE 'S' TO CS-NEW-ROLE-CHOICE
006250         WHEN OTHER
006260             DISPLAY "A standard account cannot be downgraded; "
006270                 "keep or revoke it.  Item skipped."
006280     END-EVALUATE.
006290 3300-CHOOSE-NEW-ROLE-EXIT.
006300     EXIT.
006310
006320*****************************************************************
006330* 3900-SET-ROLE-TEXT.
006340* DISPLAY NAME FOR THE ROLE CODE IN CS-OLD-ROLE.
006350*****************************************************************
006360 3900-SET-ROLE-TEXT.
006370     EVALUATE CS-OLD-ROLE
006380         WHEN 'A'
006390             MOVE "ADMIN   " TO CS-ROLE-TEXT
006400         WHEN 'T'
006410             MOVE "TRIAGE  " TO CS-ROLE-TEXT
006420         WHEN OTHER
006430             MOVE "STANDARD" TO CS-ROLE-TEXT
006440     END-EVALUATE.
006450 3900-SET-ROLE-TEXT-EXIT.
006460     EXIT.
006470
006480*****************************************************************
006490* 4000-RECORD-DECISION.
006500* APPLIES THE ANSWER TO THE ACCOUNT AS IT STANDS NOW (WHICH MAY
006510* HAVE MOVED SINCE THE SNAPSHOT), THEN STAMPS THE ITEM WITH THE
006520* ANSWER, THE REVIEWER, THE DATE/TIME, AND WHETHER users.dat
006530* ACTUALLY CHANGED.  A DOWNGRADE NEVER RAISES A ROLE: AN ACCOUNT
006540* ALREADY AT OR BELOW THE NEW ROLE IS LEFT ALONE.  A REVOKE OF AN
006550* ACCOUNT ALREADY DISABLED IS LEFT ALONE.  AN ACCOUNT DELETED
006560* SINCE THE SNAPSHOT IS RECORDED AS GONE.
006570*****************************************************************
006580 4000-RECORD-DECISION.
006590     DISPLAY "Comment (one line): "
006600     ACCEPT CS-COMMENT-TEXT
006610
006620     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
006630     ACCEPT CS-CURRENT-TIME FROM TIME
006640
006650     MOVE 'N' TO RCT-CHANGE-FLAG
006660     MOVE RCT-USERNAME TO USER-NAME
006670     READ USER-FILE
006680         KEY IS USER-NAME
006690         INVALID KEY
006700             MOVE 'G' TO RCT-CHANGE-FLAG
006710     END-READ
006720
006730     IF NOT RCT-ACCOUNT-GONE
006740         EVALUATE CS-DECISION-CHOICE
006750             WHEN 'D'
006760                 PERFORM 4100-APPLY-DOWNGRADE
006770                     THRU 4100-APPLY-DOWNGRADE-EXIT
006780             WHEN 'R'
006790                 PERFORM 4200-APPLY-REVOKE
006800                     THRU 4200-APPLY-REVOKE-EXIT
006810         END-EVALUATE
006820     END-IF
006830
006840     MOVE CS-DECISION-CHOICE TO RCT-DECISION
006850     MOVE CS-NEW-ROLE-CHOICE TO RCT-NEW-ROLE
006860     MOVE CS-REVIEWER-NAME TO RCT-REVIEWER
006870     MOVE CS-CURRENT-DATE TO RCT-DECIDED-DATE
006880     MOVE CS-CURRENT-TIME TO RCT-DECIDED-TIME
006890     MOVE CS-COMMENT-TEXT TO RCT-COMMENT
006900     REWRITE RECERT-RECORD
006910         INVALID KEY
006920             DISPLAY "Unable to record the answer, file status "
006930                 FS-RECERT-FILE-STATUS "."
006940             GO TO 4000-RECORD-DECISION-EXIT
006950     END-REWRITE
006960
006970     ADD 1 TO CS-ANSWERED-COUNT
006980     EVALUATE TRUE
006990         WHEN RCT-CHANGE-APPLIED
007000             ADD 1 TO CS-CHANGED-COUNT
007010             DISPLAY "Answer recorded; account updated."
007020         WHEN RCT-ACCOUNT-GONE
007030             DISPLAY "Answer recorded; the account is no longer "
007040                 "on file."
007050         WHEN OTHER
007060             DISPLAY "Answer recorded."
007070     END-EVALUATE.
007080 4000-RECORD-DECISION-EXIT.
007090     EXIT.
007100
007110*****************************************************************
007120* 4100-APPLY-DOWNGRADE.
007130* LOWERS THE ROLE OF THE ACCOUNT IN THE RECORD AREA TO
007140* CS-NEW-ROLE-CHOICE IF IT IS CURRENTLY HIGHER.  ROLES RANK
007150* ADMIN, TRIAGE, STANDARD.
007160*****************************************************************
007170 4100-APPLY-DOWNGRADE.
007180     EVALUATE TRUE
007190         WHEN USER-ROLE-ADMIN
007200             MOVE 3 TO CS-CURRENT-ROLE-RANK
007210         WHEN USER-ROLE-TRIAGE
007220             MOVE 2 TO CS-CURRENT-ROLE-RANK
007230         WHEN OTHER
007240             MOVE 1 TO CS-CURRENT-ROLE-RANK
007250     END-EVALUATE
007260     EVALUATE CS-NEW-ROLE-CHOICE
007270         WHEN 'T'
007280             MOVE 2 TO CS-NEW-ROLE-RANK
007290         WHEN OTHER
007300             MOVE 1 TO CS-NEW-ROLE-RANK
007310     END-EVALUATE
007320     IF CS-CURRENT-ROLE-RANK NOT > CS-NEW-ROLE-RANK
007330         GO TO 4100-APPLY-DOWNGRADE-EXIT
007340     END-IF
007350
007360     MOVE USER-ROLE TO CS-OLD-ROLE
007370     MOVE CS-NEW-ROLE-CHOICE TO USER-ROLE
007380     REWRITE USER-RECORD
007390     IF NOT FS-USER-FILE-OK
007400         DISPLAY "Unable to update users.dat, file status "
007410             FS-USER-FILE-STATUS "."
007420         GO TO 4100-APPLY-DOWNGRADE-EXIT
007430     END-IF
007440     MOVE 'Y' TO RCT-CHANGE-FLAG
007450
007460     MOVE "User Modified" TO CS-CALL-TYPE
007470     MOVE SPACES TO CS-CALL-DETAILS
007480     STRING "Role " DELIMITED BY SIZE
007490         CS-OLD-ROLE DELIMITED BY SIZE
007500         " to " DELIMITED BY SIZE
007510         USER-ROLE DELIMITED BY SIZE
007520         " by recertification " DELIMITED BY SIZE
007530         CS-CAMPAIGN-ID-TEXT DELIMITED BY SIZE
007540         ", reviewer " DELIMITED BY SIZE
007550         CS-REVIEWER-NAME DELIMITED BY SPACE
007560         "." DELIMITED BY SIZE
007570         INTO CS-CALL-DETAILS
007580     END-STRING
007590     PERFORM 4500-LOG-ACCOUNT-INCIDENT
007600         THRU 4500-LOG-ACCOUNT-INCIDENT-EXIT
007610
007620     MOVE "ROLE" TO CS-AUDIT-FIELD-NAME
007630     MOVE CS-OLD-ROLE TO CS-AUDIT-OLD-VALUE
007640     MOVE USER-ROLE TO CS-AUDIT-NEW-VALUE
007650     PERFORM 4700-WRITE-AUDIT-ROW THRU 4700-WRITE-AUDIT-ROW-EXIT.
007660 4100-APPLY-DOWNGRADE-EXIT.
007670     EXIT.
007680
007690*****************************************************************
007700* 4200-APPLY-REVOKE.
007710* DISABLES THE ACCOUNT IN THE RECORD AREA UNLESS IT ALREADY IS.
007720* ONLY CYBRSEC'S EXPLICIT REACTIVATE ACTION TURNS IT BACK ON.
007730*****************************************************************
007740 4200-APPLY-REVOKE.
007750     IF USER-ACCOUNT-DISABLED
007760         GO TO 4200-APPLY-REVOKE-EXIT
007770     END-IF
007780
007790     MOVE 'Y' TO USER-IS-DISABLED
007800     REWRITE USER-RECORD
007810     IF NOT FS-USER-FILE-OK
007820         DISPLAY "Unable to update users.dat, file status "
007830             FS-USER-FILE-STATUS "."
007840         GO TO 4200-APPLY-REVOKE-EXIT
007850     END-IF
007860     MOVE 'Y' TO RCT-CHANGE-FLAG
007870
007880     MOVE "Account Disabled" TO CS-CALL-TYPE
007890     MOVE SPACES TO CS-CALL-DETAILS
007900     STRING "Access revoked by recertification "
007910             DELIMITED BY SIZE
007920         CS-CAMPAIGN-ID-TEXT DELIMITED BY SIZE
007930         ", reviewer " DELIMITED BY SIZE
007940         CS-REVIEWER-NAME DELIMITED BY SPACE
007950         "." DELIMITED BY SIZE
007960         INTO CS-CALL-DETAILS
007970     END-STRING
007980     PERFORM 4500-LOG-ACCOUNT-INCIDENT
007990         THRU 4500-LOG-ACCOUNT-INCIDENT-EXIT
008000
008010     MOVE "DISABLED FLAG" TO CS-AUDIT-FIELD-NAME
008020     MOVE 'N' TO CS-AUDIT-OLD-VALUE
008030     MOVE 'Y' TO CS-AUDIT-NEW-VALUE
008040     PERFORM 4700-WRITE-AUDIT-ROW THRU 4700-WRITE-AUDIT-ROW-EXIT.
008050 4200-APPLY-REVOKE-EXIT.
008060     EXIT.
008070
008080*****************************************************************
008090* 4500-LOG-ACCOUNT-INCIDENT.
008100* ONE CALL TO LOGINCDT AGAINST THE ACCOUNT UNDER REVIEW.
008110*****************************************************************
008120 4500-LOG-ACCOUNT-INCIDENT.
008130     CALL "LOGINCDT" USING BY CONTENT CS-CURRENT-DATE
008140         BY CONTENT CS-CURRENT-TIME
008150         BY CONTENT CS-CALL-TYPE
008160         BY CONTENT USER-NAME
008170         BY CONTENT CS-CALL-DETAILS.
008180 4500-LOG-ACCOUNT-INCIDENT-EXIT.
008190     EXIT.
008200
008210*****************************************************************
008220* 4700-WRITE-AUDIT-ROW.
008230* ONE FIELD-LEVEL ROW ON THE SHARED USER-AUDIT FILE FOR THE
008240* ACCOUNT UNDER REVIEW, CHANGED-BY THE AUTHENTICATED REVIEWER.
008250*****************************************************************
008260 4700-WRITE-AUDIT-ROW.
008270     CALL "USRAUDT" USING BY CONTENT CS-CURRENT-DATE
008280         BY CONTENT CS-CURRENT-TIME
008290         BY CONTENT USER-NAME
008300         BY CONTENT CS-REVIEWER-NAME
008310         BY CONTENT CS-AUDIT-FIELD-NAME
008320         BY CONTENT CS-AUDIT-OLD-VALUE
008330         BY CONTENT CS-AUDIT-NEW-VALUE.
008340 4700-WRITE-AUDIT-ROW-EXIT.
008350     EXIT.
008360
008370*****************************************************************
008380* 5000-SHOW-PROGRESS.
008390* COUNTS THE CAMPAIGN'S ITEMS BY ANSWER, AND HOW MANY STILL
008400* OPEN ITEMS ARE THIS REVIEWER'S TO ANSWER.
008410*****************************************************************
008420 5000-SHOW-PROGRESS.
008430     MOVE ZEROS TO CS-PROGRESS-TOTALS
008440     PERFORM 3050-START-CAMPAIGN THRU 3050-START-CAMPAIGN-EXIT
008450     PERFORM 5100-COUNT-ONE-ITEM THRU 5100-COUNT-ONE-ITEM-EXIT
008460         UNTIL CS-END-OF-FILE
008470
008480     DISPLAY " "
008490     DISPLAY "Campaign " CS-CAMPAIGN-ID-TEXT
008500         "  cutoff " CS-CUTOFF-DATE
008510     DISPLAY "  Review items      : " CS-ITEM-COUNT
008520     DISPLAY "  Keep              : " CS-KEEP-COUNT
008530     DISPLAY "  Downgrade         : " CS-DOWNGRADE-COUNT
008540     DISPLAY "  Revoke            : " CS-REVOKE-COUNT
008550     DISPLAY "  Not yet answered  : " CS-OPEN-COUNT
008560     DISPLAY "  ... yours to do   : " CS-MY-OPEN-COUNT.
008570 5000-SHOW-PROGRESS-EXIT.
008580     EXIT.
008590
008600 5100-COUNT-ONE-ITEM.
008610     ADD 1 TO CS-ITEM-COUNT
008620     EVALUATE TRUE
008630         WHEN RCT-KEEP
008640             ADD 1 TO CS-KEEP-COUNT
008650         WHEN RCT-DOWNGRADE
008660             ADD 1 TO CS-DOWNGRADE-COUNT
008670         WHEN RCT-REVOKE
008680             ADD 1 TO CS-REVOKE-COUNT
008690         WHEN OTHER
008700             ADD 1 TO CS-OPEN-COUNT
008710             PERFORM 3150-CHECK-SCOPE THRU 3150-CHECK-SCOPE-EXIT
008720             IF CS-ITEM-IN-SCOPE
008730                 ADD 1 TO CS-MY-OPEN-COUNT
008740             END-IF
008750     END-EVALUATE
008760     PERFORM 3100-READ-ITEM THRU 3100-READ-ITEM-EXIT.
008770 5100-COUNT-ONE-ITEM-EXIT.
008780     EXIT.
008790
008800*****************************************************************
008810* 7000-HASH-PASSWORD.
008820* SAME SALTED-DIGEST ALGORITHM AS CYBRSEC'S 7000-HASH-PASSWORD
008830* SO THE REVIEWER LOGIN VERIFIES A PASSWORD EXACTLY THE WAY
008840* CHECK-LOGIN DOES.  CALLERS MOVE THE SALT AND PLAINTEXT INTO
008850* CS-HASH-SALT AND CS-HASH-PLAINTEXT BEFORE PERFORMING THIS,
008860* THEN USE CS-HASH-RESULT-DISPLAY FOR COMPARISON.
008870*****************************************************************
008880 7000-HASH-PASSWORD.
008890     MOVE 0 TO CS-HASH-RESULT
008900     STRING CS-HASH-SALT DELIMITED BY SIZE
008910            CS-HASH-PLAINTEXT DELIMITED BY SIZE
008920         INTO CS-HASH-COMBINED
008930
008940     PERFORM 7010-HASH-ONE-CHARACTER
008950         VARYING CS-HASH-IDX FROM 1 BY 1
008960         UNTIL CS-HASH-IDX > 38
008970
008980     MOVE CS-HASH-RESULT TO CS-HASH-RESULT-DISPLAY.
008990 7000-HASH-PASSWORD-EXIT.
009000     EXIT.
009010
009020 7010-HASH-ONE-CHARACTER.
009030     MOVE CS-HASH-COMBINED(CS-HASH-IDX:1) TO CS-HASH-CHAR
009040     COMPUTE CS-HASH-RESULT =
009050         (CS-HASH-RESULT * 31) + CS-HASH-CHAR-VALUE + 1.
009060 7010-HASH-ONE-CHARACTER-EXIT.
009070     EXIT.
009080
009090*****************************************************************
009100* 9000-TERMINATE.
009110*****************************************************************
009120 9000-TERMINATE.
009130     CLOSE RECERT-FILE
009140     CLOSE USER-FILE.
009150 9000-TERMINATE-EXIT.
009160     EXIT.
009170
009180 END PROGRAM RCTREV.
