000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HRFEED.
000030 AUTHOR. D-SHIFT-SECURITY-TEAM.
000040 INSTALLATION. CENTRAL-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------------
000110* 2026-10-15  DWS  ORIGINAL VERSION.  NIGHTLY BATCH, IN THE STYLE
000120*                  OF USRDORM, THAT APPLIES THE HR EXTRACT
000130*                  (hrextract.dat, SEE HRXREC.CPY) TO users.dat
000140*                  SO JOINERS, LEAVERS AND MOVERS NO LONGER WAIT
000150*                  ON AN E-MAIL TO AN ADMINISTRATOR:
000160*                    - HIRE: CREATES THE ACCOUNT WITH A ONE-TIME
000170*                      PASSWORD THAT IS ALREADY EXPIRED (A ZERO
000180*                      PASSWORD-CHANGED DATE), SO CYBRSEC FORCES
000190*                      A CHANGE AT THE FIRST LOGIN.  THE ONE-TIME
000200*                      PASSWORDS GO TO A DATED SLIP FILE FOR THE
000210*                      SERVICE DESK (hrslip_YYYYMMDD_HHMMSS.txt),
000220*                      NEVER TO THE JOB LOG.  A HIRE ROW NAMING
000230*                      AN EXISTING ACCOUNT WITH NO HR MATCH LINKS
000240*                      THAT ACCOUNT INSTEAD.
000250*                    - TERMINATION: DISABLES THE ACCOUNT.
000260*                    - TRANSFER: APPLIES THE NEW DEPARTMENT,
000270*                      MANAGER, NAME AND ROLE.
000280*                  EVERY CHANGE IS LOGGED THROUGH LOGINCDT AND
000290*                  WRITTEN FIELD BY FIELD THROUGH USRAUDT,
000300*                  CHANGED-BY "HRFEED".  THE RUN LISTING IS THE
000310*                  EXCEPTIONS LIST: EVERY HR ROW THAT COULD NOT
000320*                  BE APPLIED, WITH THE REASON, FOLLOWED BY
000330*                  EVERY ACCOUNT ON users.dat WITH NO HR MATCH.
000340*                  THE FEED MAY GRANT ONLY THE STANDARD AND
000350*                  TRIAGE ROLES.  A NIGHT WITH NO EXTRACT IS
000360*                  REPORTED AND COMPLETES; RUNS ON THE SHARED
000370*                  RUN-CONTROL FILE THROUGH RUNCTL AND ENDS WITH
000380*                  GOBACK SO NIGHTRUN CAN DRIVE IT.
000381* 2026-10-15  DWS  THE ONE-TIME PASSWORD GENERATOR IS RESEEDED FOR
000382*                  EACH HIRE FROM THE CLOCK'S HUNDREDTHS, THE
000383*                  EMPLOYEE ID, AND A RUNNING HIRE COUNT, NOT
000384*                  SEEDED ONCE FROM THE RUN'S START TIME, WHICH
000385*                  RUNCTL RECORDS ON runctl.dat.
000386* 2026-10-15  DWS  THE ROLE CHECK APPLIES TO HIRES AND TRANSFERS
000387*                  ONLY.  A LEAVER ROW CARRYING THE PERSON'S
000388*                  CURRENT ROLE (ADMIN INCLUDED) WAS REJECTED AND
000389*                  THE ACCOUNT LEFT ENABLED; A TERMINATION NOW
000390*                  IGNORES THE ROLE ON THE ROW.
000391*****************************************************************
000400*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT USER-FILE ASSIGN TO "users.dat"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS USER-NAME
000480         FILE STATUS IS FS-USER-FILE-STATUS.
000490     SELECT HR-EXTRACT-FILE ASSIGN TO "hrextract.dat"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-HR-EXTRACT-STATUS.
000520     SELECT SLIP-FILE ASSIGN USING CS-SLIP-FILE-NAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS FS-SLIP-FILE-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  USER-FILE.
000590     COPY "USRREC.CPY".
000600
000610 FD  HR-EXTRACT-FILE.
000620     COPY "HRXREC.CPY".
000630
000640 FD  SLIP-FILE.
000650 01  SLIP-RECORD                  PIC X(132).
000660
000670 WORKING-STORAGE SECTION.
000680 01  FS-USER-FILE-STATUS          PIC X(02) VALUE "00".
000690     88  FS-USER-FILE-OK               VALUE "00".
000700
000710 01  FS-HR-EXTRACT-STATUS         PIC X(02) VALUE "00".
000720     88  FS-HR-EXTRACT-OK             VALUE "00".
000730     88  FS-HR-EXTRACT-NOT-FOUND      VALUE "35".
000740
000750 01  FS-SLIP-FILE-STATUS          PIC X(02) VALUE "00".
000760     88  FS-SLIP-FILE-OK              VALUE "00".
000770
000780 01  CS-USER-FILE-OPENED-FLAG     PIC X(01) VALUE 'N'.
000790     88  CS-USER-FILE-OPENED          VALUE 'Y'.
000800
000810 01  CS-EXTRACT-OPENED-FLAG       PIC X(01) VALUE 'N'.
000820     88  CS-EXTRACT-OPENED            VALUE 'Y'.
000830
000840 01  CS-SLIP-FILE-OPEN-FLAG       PIC X(01) VALUE 'N'.
000850     88  CS-SLIP-FILE-OPEN            VALUE 'Y'.
000860
000870 01  CS-EOF-FLAG                  PIC X(01) VALUE 'N'.
000880     88  CS-END-OF-FILE                VALUE 'Y'.
000890
000900 01  CS-USER-EOF-FLAG             PIC X(01) VALUE 'N'.
000910     88  CS-USER-END-OF-FILE          VALUE 'Y'.
000920
000930 01  CS-RUN-FAILED-FLAG           PIC X(01) VALUE 'N'.
000940     88  CS-RUN-FAILED                VALUE 'Y'.
000950
000960 01  CS-REPORT-TOTALS.
000970     05  CS-HR-ROW-COUNT          PIC 9(06) VALUE 0.
000980     05  CS-HIRED-COUNT           PIC 9(06) VALUE 0.
000990     05  CS-LINKED-COUNT          PIC 9(06) VALUE 0.
001000     05  CS-TERMINATED-COUNT      PIC 9(06) VALUE 0.
001010     05  CS-ALREADY-OFF-COUNT     PIC 9(06) VALUE 0.
001020     05  CS-TRANSFERRED-COUNT     PIC 9(06) VALUE 0.
001030     05  CS-NO-CHANGE-COUNT       PIC 9(06) VALUE 0.
001040     05  CS-REJECTED-COUNT        PIC 9(06) VALUE 0.
001050     05  CS-USER-COUNT            PIC 9(06) VALUE 0.
001060     05  CS-UNMATCHED-COUNT       PIC 9(06) VALUE 0.
001070
001080*****************************************************************
001090* EMPLOYEE-ID TO USERNAME INDEX.  users.dat IS KEYED ON THE
001100* USERNAME ONLY, SO THE LINKED ACCOUNTS ARE LOADED HERE ONCE AT
001110* THE START OF THE RUN AND EVERY TERMINATION AND TRANSFER IS
001120* MATCHED AGAINST THE TABLE.  AN ACCOUNT CREATED BY THIS RUN IS
001130* ADDED AS IT IS WRITTEN, SO A HIRE AND A LATER ROW FOR THE SAME
001140* EMPLOYEE IN ONE EXTRACT BOTH APPLY.
001150*****************************************************************
001160 01  CS-EMPLOYEE-TABLE.
001170     05  CS-EMP-ENTRY             OCCURS 5000 TIMES.
001180         10  CS-EMP-ID            PIC X(10).
001190         10  CS-EMP-USERNAME      PIC X(30).
001200
001210 77  CS-EMP-TABLE-MAX             PIC 9(04) VALUE 5000.
001220 01  CS-EMP-COUNT                 PIC 9(04) COMP VALUE 0.
001230 01  CS-EMP-IDX                   PIC 9(04) COMP VALUE 0.
001240 01  CS-EMP-FOUND-IDX             PIC 9(04) COMP VALUE 0.
001250 01  CS-EMP-FOUND-FLAG            PIC X(01) VALUE 'N'.
001260     88  CS-EMP-FOUND                 VALUE 'Y'.
001270
001280 01  CS-ROW-WORK-FIELDS.
001290     05  CS-REJECT-REASON         PIC X(60).
001300     05  CS-APPLY-KIND            PIC X(08).
001310     05  CS-FIELDS-CHANGED        PIC 9(02) VALUE 0.
001320     05  CS-ROLE-TEXT             PIC X(08).
001330     05  CS-STATUS-TEXT           PIC X(08).
001340
001350 01  CS-HR-BEFORE-FIELDS.
001360     05  CS-OLD-ROLE              PIC X(01).
001370     05  CS-OLD-EMPLOYEE-ID       PIC X(10).
001380     05  CS-OLD-FULL-NAME         PIC X(40).
001390     05  CS-OLD-DEPARTMENT        PIC X(20).
001400     05  CS-OLD-MANAGER-ID        PIC X(10).
001410
001420 01  CS-INCIDENT-CALL-FIELDS.
001430     05  CS-CALL-TYPE             PIC X(25).
001440     05  CS-CALL-DETAILS          PIC X(100).
001450
001460 01  CS-AUDIT-CALL-FIELDS.
001470     05  CS-AUDIT-CHANGED-BY      PIC X(30) VALUE "HRFEED".
001480     05  CS-AUDIT-FIELD-NAME      PIC X(20).
001490     05  CS-AUDIT-OLD-VALUE       PIC X(20).
001500     05  CS-AUDIT-NEW-VALUE       PIC X(20).
001510
001520 01  CS-RUN-CONTROL-FIELDS.
001530     05  CS-RC-ACTION             PIC X(01).
001540     05  CS-RC-JOB-NAME           PIC X(08) VALUE "HRFEED".
001550     05  CS-RC-RESULT             PIC X(01).
001560         88  CS-RC-START-OK           VALUE 'Y'.
001570         88  CS-RC-START-REFUSED      VALUE 'N'.
001580     05  CS-RC-HWM-DATE           PIC 9(08) VALUE 0.
001590     05  CS-RC-HWM-TIME           PIC 9(08) VALUE 0.
001600     05  CS-RC-HWM-SEQ-NO         PIC 9(09) VALUE 0.
001610
001620 01  CS-HASH-FIELDS.
001630     05  CS-HASH-SALT             PIC X(08).
001640     05  CS-HASH-PLAINTEXT        PIC X(30).
001650     05  CS-HASH-COMBINED         PIC X(38).
001660     05  CS-HASH-RESULT           PIC 9(10) VALUE 0.
001670     05  CS-HASH-RESULT-DISPLAY   PIC X(10).
001680     05  CS-HASH-IDX              PIC 9(02) COMP VALUE 0.
001690     05  CS-HASH-CHAR             PIC X(01).
001700     05  CS-HASH-CHAR-VALUE REDEFINES CS-HASH-CHAR
001710                                  PIC 9(02) USAGE COMP-X.
001720
001730*****************************************************************
001740* ONE-TIME PASSWORD GENERATOR.  A MINIMAL-STANDARD MULTIPLICATIVE
001750* GENERATOR (SEED = SEED * 16807 MOD 2147483647), RESEEDED FOR
001760* EACH HIRE BY 3505-RESEED-GENERATOR.  THE ALPHABET LEAVES OUT THE
001770* LOOK-ALIKE CHARACTERS (I, O, l, 0, 1) SO A PASSWORD READ OFF A
001780* SLIP IS NOT MISTYPED.  EVERY ONE-TIME PASSWORD CARRIES DIGITS
001790* IN POSITIONS 4 AND 8, SO IT ALWAYS PASSES CYBRSEC'S COMPLEXITY
001800* RULES.
001810*****************************************************************
001820 01  CS-OTP-ALPHABET              PIC X(57) VALUE
001830     "ABCDEFGHJKLMNPQRSTUVWXYZabcdefghijkmnopqrstuvwxyz23456789".
001840 01  CS-OTP-DIGITS                PIC X(08) VALUE "23456789".
001850
001860 01  CS-OTP-FIELDS.
001870     05  CS-OTP-SEED              PIC 9(10) VALUE 1.
001880     05  CS-OTP-PRODUCT           PIC 9(15) VALUE 0.
001890     05  CS-OTP-QUOTIENT          PIC 9(15) VALUE 0.
001900     05  CS-OTP-PICK              PIC 9(02) VALUE 0.
001910     05  CS-OTP-PICK-QUOTIENT     PIC 9(10) VALUE 0.
001920     05  CS-OTP-PASSWORD          PIC X(30).
001930     05  CS-OTP-IDX               PIC 9(02) COMP VALUE 0.
001931     05  CS-OTP-HIRE-COUNT        PIC 9(06) VALUE 0.
001932     05  CS-OTP-CLOCK             PIC 9(08) VALUE 0.
001933     05  CS-OTP-ID-FOLD           PIC 9(10) VALUE 0.
001934     05  CS-OTP-FOLD-IDX          PIC 9(02) COMP VALUE 0.
001935     05  CS-OTP-ID-CHAR           PIC X(01).
001936     05  CS-OTP-ID-CHAR-VALUE REDEFINES CS-OTP-ID-CHAR
001937                                  PIC 9(02) USAGE COMP-X.
001940
001950 77  CS-OTP-LENGTH                PIC 9(02) VALUE 10.
001960 77  CS-NEW-SALT-SOURCE           PIC 9(08).
001970 77  CS-CURRENT-DATE              PIC 9(08) VALUE 0.
001980 77  CS-CURRENT-TIME              PIC 9(08) VALUE 0.
001990
002000 01  CS-SLIP-NAME-FIELDS.
002010     05  CS-SLIP-FILE-NAME        PIC X(30).
002020
002030 01  CS-SLIP-LINE.
002040     05  CS-SLIP-USERNAME         PIC X(30).
002050     05  FILLER                   PIC X(02) VALUE SPACES.
002060     05  CS-SLIP-EMPLOYEE-ID      PIC X(10).
002070     05  FILLER                   PIC X(02) VALUE SPACES.
002080     05  CS-SLIP-FULL-NAME        PIC X(40).
002090     05  FILLER                   PIC X(02) VALUE SPACES.
002100     05  CS-SLIP-PASSWORD         PIC X(30).
002110     05  FILLER                   PIC X(16) VALUE SPACES.
002120
002130 PROCEDURE DIVISION.
002140*****************************************************************
002150* 0000-MAIN-LOGIC.
002160*****************************************************************
002170 0000-MAIN-LOGIC.
002180     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002190     IF NOT CS-USER-FILE-OPENED
002200         GOBACK
002210     END-IF
002220
002230     IF CS-EXTRACT-OPENED
002240         PERFORM 3000-PROCESS-HR-ROW THRU 3000-PROCESS-HR-ROW-EXIT
002250             UNTIL CS-END-OF-FILE
002260     END-IF
002270
002280     PERFORM 5000-LIST-UNMATCHED-ACCOUNTS
002290         THRU 5000-LIST-UNMATCHED-ACCOUNTS-EXIT
002300
002310     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
002320
002330     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002340     GOBACK.
002350
002360 1000-INITIALIZE.
002370     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
002380     ACCEPT CS-CURRENT-TIME FROM TIME
002400
002410     MOVE 'S' TO CS-RC-ACTION
002420     CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
002430         CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
002440         CS-RC-HWM-SEQ-NO
002450     IF NOT CS-RC-START-OK
002460         MOVE 'N' TO CS-USER-FILE-OPENED-FLAG
002470         IF CS-RC-START-REFUSED
002480             DISPLAY "A previous HRFEED run is still marked "
002490                 "in-flight on the run-control file.  Not "
002500                 "starting.  See RUNCTLRP."
002510         END-IF
002520         GO TO 1000-INITIALIZE-EXIT
002530     END-IF
002540
002550     OPEN I-O USER-FILE
002560     IF NOT FS-USER-FILE-OK
002570         MOVE 'N' TO CS-USER-FILE-OPENED-FLAG
002580         DISPLAY "Unable to open users.dat, file status "
002590             FS-USER-FILE-STATUS "."
002600         DISPLAY "If users.dat is on an older layout, run "
002610             "USRMIG (flat file) or USRUPG (earlier indexed "
002620             "layout) once to convert it."
002630         PERFORM 1900-FAIL-RUN THRU 1900-FAIL-RUN-EXIT
002640         GO TO 1000-INITIALIZE-EXIT
002650     END-IF
002660     MOVE 'Y' TO CS-USER-FILE-OPENED-FLAG
002670
002680     PERFORM 1100-LOAD-EMPLOYEE-TABLE
002690         THRU 1100-LOAD-EMPLOYEE-TABLE-EXIT
002700     IF CS-RUN-FAILED
002710         CLOSE USER-FILE
002720         MOVE 'N' TO CS-USER-FILE-OPENED-FLAG
002730         PERFORM 1900-FAIL-RUN THRU 1900-FAIL-RUN-EXIT
002740         GO TO 1000-INITIALIZE-EXIT
002750     END-IF
002760
002770     DISPLAY "==============================================="
002780     DISPLAY "    HR FEED -- ROWS NOT APPLIED"
002790     DISPLAY "==============================================="
002800
002810     OPEN INPUT HR-EXTRACT-FILE
002820     EVALUATE TRUE
002830         WHEN FS-HR-EXTRACT-OK
002840             MOVE 'Y' TO CS-EXTRACT-OPENED-FLAG
002850             PERFORM 2000-READ-EXTRACT THRU 2000-READ-EXTRACT-EXIT
002860         WHEN FS-HR-EXTRACT-NOT-FOUND
002870             DISPLAY "No HR extract (hrextract.dat) was "
002880                 "received for this run; no HR rows applied."
002890         WHEN OTHER
002900             DISPLAY "Unable to open hrextract.dat, file "
002910                 "status " FS-HR-EXTRACT-STATUS "."
002920             CLOSE USER-FILE
002930             MOVE 'N' TO CS-USER-FILE-OPENED-FLAG
002940             PERFORM 1900-FAIL-RUN THRU 1900-FAIL-RUN-EXIT
002950     END-EVALUATE.
002960 1000-INITIALIZE-EXIT.
002970     EXIT.
002980
002990*****************************************************************
003000* 1100-LOAD-EMPLOYEE-TABLE.
003010* ONE PASS OVER users.dat, IN USER-NAME KEY ORDER, LOADING EVERY
003020* ACCOUNT THAT CARRIES AN EMPLOYEE ID INTO THE INDEX ABOVE.  A
003030* FILE WITH MORE LINKED ACCOUNTS THAN THE TABLE HOLDS FAILS THE
003040* RUN -- APPLYING A TERMINATION AGAINST A PARTIAL INDEX WOULD
003050* QUIETLY MISS A LEAVER.
003060*****************************************************************
003070 1100-LOAD-EMPLOYEE-TABLE.
003080     MOVE 0 TO CS-EMP-COUNT
003090     MOVE 'N' TO CS-USER-EOF-FLAG
003100     PERFORM 1110-LOAD-ONE-USER THRU 1110-LOAD-ONE-USER-EXIT
003110         UNTIL CS-USER-END-OF-FILE OR CS-RUN-FAILED.
003120 1100-LOAD-EMPLOYEE-TABLE-EXIT.
003130     EXIT.
003140
003150 1110-LOAD-ONE-USER.
003160     READ USER-FILE NEXT RECORD
003170         AT END
003180             SET CS-USER-END-OF-FILE TO TRUE
003190             GO TO 1110-LOAD-ONE-USER-EXIT
003200     END-READ
003210     ADD 1 TO CS-USER-COUNT
003220     IF USER-HAS-NO-HR-MATCH
003230         GO TO 1110-LOAD-ONE-USER-EXIT
003240     END-IF
003250
003260     IF CS-EMP-COUNT NOT < CS-EMP-TABLE-MAX
003270         DISPLAY "More than " CS-EMP-TABLE-MAX " accounts "
003280             "carry an employee ID; the HRFEED index is full. "
003290             " Not applying the extract."
003300         SET CS-RUN-FAILED TO TRUE
003310         GO TO 1110-LOAD-ONE-USER-EXIT
003320     END-IF
003330     ADD 1 TO CS-EMP-COUNT
003340     MOVE USER-EMPLOYEE-ID TO CS-EMP-ID(CS-EMP-COUNT)
003350     MOVE USER-NAME TO CS-EMP-USERNAME(CS-EMP-COUNT).
003360 1110-LOAD-ONE-USER-EXIT.
003370     EXIT.
003380
003390*****************************************************************
003400* 1900-FAIL-RUN.
003410* RECORDS THE RUN AS FAILED ON THE RUN-CONTROL FILE SO NIGHTRUN
003420* HALTS THE CHAIN AND RUNCTLRP SHOWS WHY.
003430*****************************************************************
003440 1900-FAIL-RUN.
003450     SET CS-RUN-FAILED TO TRUE
003460     MOVE 'F' TO CS-RC-ACTION
003470     CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
003480         CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
003490         CS-RC-HWM-SEQ-NO.
003500 1900-FAIL-RUN-EXIT.
003510     EXIT.
003520
003530*****************************************************************
003540* 2000-READ-EXTRACT.
003550* ONE PHYSICAL READ OF THE HR EXTRACT.  USED BOTH FOR THE PRIMING
003560* READ IN 1000-INITIALIZE AND AGAIN AT THE BOTTOM OF EACH PASS
003570* THROUGH 3000-PROCESS-HR-ROW.
003580*****************************************************************
003590 2000-READ-EXTRACT.
003600     MOVE SPACES TO HR-EXTRACT-RECORD
003610     READ HR-EXTRACT-FILE
003620         AT END
003630             SET CS-END-OF-FILE TO TRUE
003640     END-READ.
003650 2000-READ-EXTRACT-EXIT.
003660     EXIT.
003670
003680*****************************************************************
003690* 3000-PROCESS-HR-ROW.
003700* APPLIES ONE HR ROW, THEN READS THE NEXT.
003710*****************************************************************
003720 3000-PROCESS-HR-ROW.
003730     ADD 1 TO CS-HR-ROW-COUNT
003740     PERFORM 3010-APPLY-ONE-ROW THRU 3010-APPLY-ONE-ROW-EXIT
003750     PERFORM 2000-READ-EXTRACT THRU 2000-READ-EXTRACT-EXIT.
003760 3000-PROCESS-HR-ROW-EXIT.
003770     EXIT.
003780
003790*****************************************************************
003800* 3010-APPLY-ONE-ROW.
003810* CHECKS THE ROW ITSELF, LOOKS THE EMPLOYEE UP, AND HANDS THE ROW
003820* TO THE HIRE, TERMINATION, OR TRANSFER PARAGRAPH.  A ROW THAT
003830* FAILS ANY CHECK GOES TO THE EXCEPTIONS LIST AND CHANGES
003840* NOTHING.  A ROW DATED AFTER TODAY IS NOT YET IN EFFECT AND IS
003850* LISTED FOR HR TO SEND AGAIN ON ITS EFFECTIVE DATE.  THE ROLE
003853* IS CHECKED ONLY ON A HIRE OR TRANSFER; A TERMINATION DISABLES
003856* THE ACCOUNT WHATEVER ROLE THE ROW CARRIES.
003860*****************************************************************
003870 3010-APPLY-ONE-ROW.
003880     ACCEPT CS-CURRENT-TIME FROM TIME
003890     IF HR-EMPLOYEE-ID = SPACES
003900         MOVE "No employee ID on the row." TO CS-REJECT-REASON
003910         PERFORM 3900-REJECT-ROW THRU 3900-REJECT-ROW-EXIT
003920         GO TO 3010-APPLY-ONE-ROW-EXIT
003930     END-IF
003940     IF HR-EFFECTIVE-DATE NOT NUMERIC
003950         MOVE "Effective date missing or not numeric."
003960             TO CS-REJECT-REASON
003970         PERFORM 3900-REJECT-ROW THRU 3900-REJECT-ROW-EXIT
003980         GO TO 3010-APPLY-ONE-ROW-EXIT
003990     END-IF
004000     IF HR-EFFECTIVE-DATE > CS-CURRENT-DATE
004010         MOVE "Effective date is after today; not yet applied."
004020             TO CS-REJECT-REASON
004030         PERFORM 3900-REJECT-ROW THRU 3900-REJECT-ROW-EXIT
004040         GO TO 3010-APPLY-ONE-ROW-EXIT
004050     END-IF
004060     IF (HR-ACTION-HIRE OR HR-ACTION-TRANSFER)
004065             AND NOT HR-ROLE-FEED-MAY-GRANT
004070         MOVE "Role cannot be granted by the HR feed."
004080             TO CS-REJECT-REASON
004090         PERFORM 3900-REJECT-ROW THRU 3900-REJECT-ROW-EXIT
004100         GO TO 3010-APPLY-ONE-ROW-EXIT
004110     END-IF
004120
004130     PERFORM 3050-FIND-EMPLOYEE THRU 3050-FIND-EMPLOYEE-EXIT
004140
004150     EVALUATE TRUE
004160         WHEN HR-ACTION-HIRE
004170             PERFORM 3100-APPLY-HIRE THRU 3100-APPLY-HIRE-EXIT
004180         WHEN HR-ACTION-TERMINATE
004190             PERFORM 3200-APPLY-TERMINATION
004200                 THRU 3200-APPLY-TERMINATION-EXIT
004210         WHEN HR-ACTION-TRANSFER
004220             PERFORM 3300-APPLY-TRANSFER
004230                 THRU 3300-APPLY-TRANSFER-EXIT
004240         WHEN OTHER
004250             MOVE "Action code not recognized (H, T or X)."
004260                 TO CS-REJECT-REASON
004270             PERFORM 3900-REJECT-ROW THRU 3900-REJECT-ROW-EXIT
004280     END-EVALUATE.
004290 3010-APPLY-ONE-ROW-EXIT.
004300     EXIT.
004310
004320*****************************************************************
004330* 3050-FIND-EMPLOYEE.
004340* LOOKS HR-EMPLOYEE-ID UP IN THE EMPLOYEE INDEX.  ON A HIT,
004350* CS-EMP-FOUND IS SET AND CS-EMP-FOUND-IDX POINTS AT THE ENTRY.
004360*****************************************************************
004370 3050-FIND-EMPLOYEE.
004380     MOVE 'N' TO CS-EMP-FOUND-FLAG
004390     MOVE 0 TO CS-EMP-FOUND-IDX
004400     PERFORM 3060-CHECK-ONE-EMPLOYEE
004410         THRU 3060-CHECK-ONE-EMPLOYEE-EXIT
004420         VARYING CS-EMP-IDX FROM 1 BY 1
004430         UNTIL CS-EMP-IDX > CS-EMP-COUNT OR CS-EMP-FOUND.
004440 3050-FIND-EMPLOYEE-EXIT.
004450     EXIT.
004460
004470 3060-CHECK-ONE-EMPLOYEE.
004480     IF CS-EMP-ID(CS-EMP-IDX) = HR-EMPLOYEE-ID
004490         SET CS-EMP-FOUND TO TRUE
004500         MOVE CS-EMP-IDX TO CS-EMP-FOUND-IDX
004510     END-IF.
004520 3060-CHECK-ONE-EMPLOYEE-EXIT.
004530     EXIT.
004540
004550*****************************************************************
004560* 3070-READ-MATCHED-USER.
004570* READS THE ACCOUNT THE EMPLOYEE INDEX POINTS AT.  AN INDEX ENTRY
004580* WHOSE ACCOUNT HAS SINCE GONE (DELETED THROUGH THE ADMIN MENU
004590* WHILE THIS RUN WAS IN PROGRESS) IS AN EXCEPTION.
004600*****************************************************************
004610 3070-READ-MATCHED-USER.
004620     MOVE CS-EMP-USERNAME(CS-EMP-FOUND-IDX) TO USER-NAME
004630     READ USER-FILE
004640         KEY IS USER-NAME
004650         INVALID KEY
004660             MOVE 'N' TO CS-EMP-FOUND-FLAG
004670     END-READ.
004680 3070-READ-MATCHED-USER-EXIT.
004690     EXIT.
004700
004710*****************************************************************
004720* 3100-APPLY-HIRE.
004730* A NEW EMPLOYEE GETS A NEW ACCOUNT UNDER THE USERNAME HR
004740* ASSIGNED.  IF THAT USERNAME ALREADY EXISTS WITH NO HR MATCH,
004750* THE ROW LINKS THE EXISTING ACCOUNT TO THE EMPLOYEE INSTEAD
004760* (THE WAY ACCOUNTS CREATED BY HAND BEFORE THE FEED ARE BROUGHT
004770* UNDER IT).  AN EMPLOYEE WHO ALREADY HAS AN ACCOUNT, OR A
004780* USERNAME THAT BELONGS TO A DIFFERENT EMPLOYEE, IS AN EXCEPTION
004790* -- A REHIRE IS REACTIVATED BY AN ADMINISTRATOR IN CYBRSEC.
004800*****************************************************************
004810 3100-APPLY-HIRE.
004820     IF CS-EMP-FOUND
004830         MOVE SPACES TO CS-REJECT-REASON
004840         STRING "Employee already has account "
004850                 DELIMITED BY SIZE
004860             CS-EMP-USERNAME(CS-EMP-FOUND-IDX)
004870                 DELIMITED BY SPACE
004880             "." DELIMITED BY SIZE
004890             INTO CS-REJECT-REASON
004900         END-STRING
004910         PERFORM 3900-REJECT-ROW THRU 3900-REJECT-ROW-EXIT
004920         GO TO 3100-APPLY-HIRE-EXIT
004930     END-IF
004940     IF HR-USERNAME = SPACES
004950         MOVE "Hire row has no username." TO CS-REJECT-REASON
004960         PERFORM 3900-REJECT-ROW THRU 3900-REJECT-ROW-EXIT
004970         GO TO 3100-APPLY-HIRE-EXIT
004980     END-IF
004990
005000     MOVE HR-USERNAME TO USER-NAME
005010     READ USER-FILE
005020         KEY IS USER-NAME
005030         INVALID KEY
005040             PERFORM 3110-CREATE-ACCOUNT
005050                 THRU 3110-CREATE-ACCOUNT-EXIT
005060             GO TO 3100-APPLY-HIRE-EXIT
005070     END-READ
005080
005090     IF NOT USER-HAS-NO-HR-MATCH
005100         MOVE SPACES TO CS-REJECT-REASON
005110         STRING "Username already belongs to employee "
005120                 DELIMITED BY SIZE
005130             USER-EMPLOYEE-ID DELIMITED BY SPACE
005140             "." DELIMITED BY SIZE
005150             INTO CS-REJECT-REASON
005160         END-STRING
005170         PERFORM 3900-REJECT-ROW THRU 3900-REJECT-ROW-EXIT
005180         GO TO 3100-APPLY-HIRE-EXIT
005190     END-IF
005200
005210     IF CS-EMP-COUNT NOT < CS-EMP-TABLE-MAX
005220         MOVE "Employee index full; account not linked."
005230             TO CS-REJECT-REASON
005240         PERFORM 3900-REJECT-ROW THRU 3900-REJECT-ROW-EXIT
005250         GO TO 3100-APPLY-HIRE-EXIT
005260     END-IF
005270
005280     MOVE "link" TO CS-APPLY-KIND
005290     PERFORM 3400-APPLY-HR-ATTRIBUTES
005300         THRU 3400-APPLY-HR-ATTRIBUTES-EXIT
005310     IF CS-FIELDS-CHANGED > 0
005320         ADD 1 TO CS-LINKED-COUNT
005330         ADD 1 TO CS-EMP-COUNT
005340         MOVE USER-EMPLOYEE-ID TO CS-EMP-ID(CS-EMP-COUNT)
005350         MOVE USER-NAME TO CS-EMP-USERNAME(CS-EMP-COUNT)
005360     END-IF.
005370 3100-APPLY-HIRE-EXIT.
005380     EXIT.
005390
005400*****************************************************************
005410* 3110-CREATE-ACCOUNT.
005420* BUILDS AND WRITES THE NEW ACCOUNT.  THE ONE-TIME PASSWORD IS
005430* HASHED WITH A FRESH SALT EXACTLY AS CYBRSEC'S ADD-USER DOES,
005440* AND THE PASSWORD-CHANGED DATE IS LEFT AT ZERO SO THE PASSWORD
005450* IS ALREADY EXPIRED -- CYBRSEC'S EXPIRY CHECK FORCES A CHANGE AT
005460* THE FIRST SUCCESSFUL LOGIN.  THE LAST-LOGIN DATE STARTS TODAY
005470* SO USRDORM GIVES THE NEW STARTER A FULL DORMANCY PERIOD TO
005480* LOG IN.  NO SECURITY QUESTION IS SET; THE USER SETS UP
005490* SELF-SERVICE RECOVERY THROUGH AN ADMINISTRATOR AS BEFORE.
005500*****************************************************************
005510 3110-CREATE-ACCOUNT.
005520     IF CS-EMP-COUNT NOT < CS-EMP-TABLE-MAX
005530         MOVE "Employee index full; account not created."
005540             TO CS-REJECT-REASON
005550         PERFORM 3900-REJECT-ROW THRU 3900-REJECT-ROW-EXIT
005560         GO TO 3110-CREATE-ACCOUNT-EXIT
005570     END-IF
005580
005590     PERFORM 3500-GENERATE-PASSWORD
005600         THRU 3500-GENERATE-PASSWORD-EXIT
005610
005620     MOVE HR-USERNAME TO USER-NAME
005630     ACCEPT CS-NEW-SALT-SOURCE FROM TIME
005640     MOVE CS-NEW-SALT-SOURCE TO CS-HASH-SALT
005650     MOVE CS-OTP-PASSWORD TO CS-HASH-PLAINTEXT
005660     PERFORM 7000-HASH-PASSWORD THRU 7000-HASH-PASSWORD-EXIT
005670     MOVE CS-HASH-RESULT-DISPLAY TO USER-PASSWORD
005680     MOVE CS-HASH-SALT TO USER-PASSWORD-SALT
005690     MOVE 0 TO USER-FAILED-ATTEMPTS
005700     MOVE 'N' TO USER-IS-LOCKED
005710     MOVE 0 TO USER-LOCKOUT-DATE
005720     MOVE 0 TO USER-LOCKOUT-TIME
005730     MOVE SPACES TO USER-SECURITY-QUESTION
005740     MOVE SPACES TO USER-SECURITY-ANSWER
005750     IF HR-ROLE-NOT-GIVEN
005760         MOVE 'S' TO USER-ROLE
005770     ELSE
005780         MOVE HR-ROLE TO USER-ROLE
005790     END-IF
005800     MOVE 0 TO USER-PASSWORD-CHANGED-DATE
005810     MOVE SPACES TO USER-PRIOR-PASSWORD-TABLE
005820     MOVE CS-CURRENT-DATE TO USER-LAST-LOGIN-DATE
005830     MOVE 'N' TO USER-IS-DISABLED
005840     MOVE HR-EMPLOYEE-ID TO USER-EMPLOYEE-ID
005850     MOVE HR-FULL-NAME TO USER-FULL-NAME
005860     MOVE HR-DEPARTMENT TO USER-DEPARTMENT
005870     MOVE HR-MANAGER-ID TO USER-MANAGER-ID
005880
005890     WRITE USER-RECORD
005900     IF NOT FS-USER-FILE-OK
005910         MOVE SPACES TO CS-REJECT-REASON
005920         STRING "Account write failed, file status "
005930                 DELIMITED BY SIZE
005940             FS-USER-FILE-STATUS DELIMITED BY SIZE
005950             "." DELIMITED BY SIZE
005960             INTO CS-REJECT-REASON
005970         END-STRING
005980         PERFORM 3900-REJECT-ROW THRU 3900-REJECT-ROW-EXIT
005990         GO TO 3110-CREATE-ACCOUNT-EXIT
006000     END-IF
006010
006020     ADD 1 TO CS-HIRED-COUNT
006030     ADD 1 TO CS-EMP-COUNT
006040     MOVE USER-EMPLOYEE-ID TO CS-EMP-ID(CS-EMP-COUNT)
006050     MOVE USER-NAME TO CS-EMP-USERNAME(CS-EMP-COUNT)
006060
006070     MOVE "User Added" TO CS-CALL-TYPE
006080     MOVE SPACES TO CS-CALL-DETAILS
006090     STRING "Account created by HR feed for employee "
006100             DELIMITED BY SIZE
006110         HR-EMPLOYEE-ID DELIMITED BY SPACE
006120         "; one-time password issued, already expired."
006130             DELIMITED BY SIZE
006140         INTO CS-CALL-DETAILS
006150     END-STRING
006160     CALL "LOGINCDT" USING BY CONTENT CS-CURRENT-DATE
006170         BY CONTENT CS-CURRENT-TIME
006180         BY CONTENT CS-CALL-TYPE
006190         BY CONTENT USER-NAME
006200         BY CONTENT CS-CALL-DETAILS
006210
006220     MOVE "ROLE" TO CS-AUDIT-FIELD-NAME
006230     MOVE SPACES TO CS-AUDIT-OLD-VALUE
006240     MOVE USER-ROLE TO CS-AUDIT-NEW-VALUE
006250     PERFORM 4700-WRITE-AUDIT-ROW THRU 4700-WRITE-AUDIT-ROW-EXIT
006260     MOVE "EMPLOYEE ID" TO CS-AUDIT-FIELD-NAME
006270     MOVE SPACES TO CS-AUDIT-OLD-VALUE
006280     MOVE USER-EMPLOYEE-ID TO CS-AUDIT-NEW-VALUE
006290     PERFORM 4700-WRITE-AUDIT-ROW THRU 4700-WRITE-AUDIT-ROW-EXIT
006300     MOVE "FULL NAME" TO CS-AUDIT-FIELD-NAME
006310     MOVE SPACES TO CS-AUDIT-OLD-VALUE
006320     MOVE USER-FULL-NAME TO CS-AUDIT-NEW-VALUE
006330     PERFORM 4700-WRITE-AUDIT-ROW THRU 4700-WRITE-AUDIT-ROW-EXIT
006340     MOVE "DEPARTMENT" TO CS-AUDIT-FIELD-NAME
006350     MOVE SPACES TO CS-AUDIT-OLD-VALUE
006360     MOVE USER-DEPARTMENT TO CS-AUDIT-NEW-VALUE
006370     PERFORM 4700-WRITE-AUDIT-ROW THRU 4700-WRITE-AUDIT-ROW-EXIT
006380     MOVE "MANAGER ID" TO CS-AUDIT-FIELD-NAME
006390     MOVE SPACES TO CS-AUDIT-OLD-VALUE
006400     MOVE USER-MANAGER-ID TO CS-AUDIT-NEW-VALUE
006410     PERFORM 4700-WRITE-AUDIT-ROW THRU 4700-WRITE-AUDIT-ROW-EXIT
006420
006430     PERFORM 3600-WRITE-SLIP THRU 3600-WRITE-SLIP-EXIT.
006440 3110-CREATE-ACCOUNT-EXIT.
006450     EXIT.
006460
006470*****************************************************************
006480* 3200-APPLY-TERMINATION.
006490* DISABLES THE LEAVER'S ACCOUNT -- THE SAME DISABLED STATUS
006500* USRDORM SETS, SO ONLY CYBRSEC'S EXPLICIT REACTIVATE ACTION
006510* TURNS IT BACK ON.  AN ACCOUNT ALREADY DISABLED IS COUNTED AND
006520* LEFT ALONE.
006530*****************************************************************
006540 3200-APPLY-TERMINATION.
006550     IF NOT CS-EMP-FOUND
006560         MOVE "No account carries this employee ID."
006570             TO CS-REJECT-REASON
006580         PERFORM 3900-REJECT-ROW THRU 3900-REJECT-ROW-EXIT
006590         GO TO 3200-APPLY-TERMINATION-EXIT
006600     END-IF
006610     PERFORM 3070-READ-MATCHED-USER
006620         THRU 3070-READ-MATCHED-USER-EXIT
006630     IF NOT CS-EMP-FOUND
006640         MOVE "Matched account is no longer on users.dat."
006650             TO CS-REJECT-REASON
006660         PERFORM 3900-REJECT-ROW THRU 3900-REJECT-ROW-EXIT
006670         GO TO 3200-APPLY-TERMINATION-EXIT
006680     END-IF
006690
006700     IF USER-ACCOUNT-DISABLED
006710         ADD 1 TO CS-ALREADY-OFF-COUNT
006720         GO TO 3200-APPLY-TERMINATION-EXIT
006730     END-IF
006740
006750     MOVE 'Y' TO USER-IS-DISABLED
006760     REWRITE USER-RECORD
006770     IF NOT FS-USER-FILE-OK
006780         MOVE SPACES TO CS-REJECT-REASON
006790         STRING "Account rewrite failed, file status "
006800                 DELIMITED BY SIZE
006810             FS-USER-FILE-STATUS DELIMITED BY SIZE
006820             "." DELIMITED BY SIZE
006830             INTO CS-REJECT-REASON
006840         END-STRING
006850         PERFORM 3900-REJECT-ROW THRU 3900-REJECT-ROW-EXIT
006860         GO TO 3200-APPLY-TERMINATION-EXIT
006870     END-IF
006880     ADD 1 TO CS-TERMINATED-COUNT
006890
006900     MOVE "Account Disabled" TO CS-CALL-TYPE
006910     MOVE SPACES TO CS-CALL-DETAILS
006920     STRING "Leaver per HR feed, employee "
006930             DELIMITED BY SIZE
006940         HR-EMPLOYEE-ID DELIMITED BY SPACE
006950         ", effective " DELIMITED BY SIZE
006960         HR-EFFECTIVE-DATE DELIMITED BY SIZE
006970         "; disabled by batch." DELIMITED BY SIZE
006980         INTO CS-CALL-DETAILS
006990     END-STRING
007000     CALL "LOGINCDT" USING BY CONTENT CS-CURRENT-DATE
007010         BY CONTENT CS-CURRENT-TIME
007020         BY CONTENT CS-CALL-TYPE
007030         BY CONTENT USER-NAME
007040         BY CONTENT CS-CALL-DETAILS
007050
007060     MOVE "DISABLED FLAG" TO CS-AUDIT-FIELD-NAME
007070     MOVE 'N' TO CS-AUDIT-OLD-VALUE
007080     MOVE 'Y' TO CS-AUDIT-NEW-VALUE
007090     PERFORM 4700-WRITE-AUDIT-ROW THRU 4700-WRITE-AUDIT-ROW-EXIT.
007100 3200-APPLY-TERMINATION-EXIT.
007110     EXIT.
007120
007130*****************************************************************
007140* 3300-APPLY-TRANSFER.
007150* APPLIES A MOVER'S NEW DEPARTMENT, MANAGER, NAME AND ROLE TO
007160* THE MATCHED ACCOUNT.
007170*****************************************************************
007180 3300-APPLY-TRANSFER.
007190     IF NOT CS-EMP-FOUND
007200         MOVE "No account carries this employee ID."
007210             TO CS-REJECT-REASON
007220         PERFORM 3900-REJECT-ROW THRU 3900-REJECT-ROW-EXIT
007230         GO TO 3300-APPLY-TRANSFER-EXIT
007240     END-IF
007250     PERFORM 3070-READ-MATCHED-USER
007260         THRU 3070-READ-MATCHED-USER-EXIT
007270     IF NOT CS-EMP-FOUND
007280         MOVE "Matched account is no longer on users.dat."
007290             TO CS-REJECT-REASON
007300         PERFORM 3900-REJECT-ROW THRU 3900-REJECT-ROW-EXIT
007310         GO TO 3300-APPLY-TRANSFER-EXIT
007320     END-IF
007330
007340     MOVE "transfer" TO CS-APPLY-KIND
007350     PERFORM 3400-APPLY-HR-ATTRIBUTES
007360         THRU 3400-APPLY-HR-ATTRIBUTES-EXIT
007370     IF CS-FIELDS-CHANGED > 0
007380         ADD 1 TO CS-TRANSFERRED-COUNT
007390     END-IF.
007400 3300-APPLY-TRANSFER-EXIT.
007410     EXIT.
007420
007430*****************************************************************
007440* 3400-APPLY-HR-ATTRIBUTES.
007450* COPIES THE ROW'S IDENTITY FIELDS AND ROLE ONTO THE ACCOUNT IN
007460* THE RECORD AREA, REWRITES IT IF ANYTHING ACTUALLY CHANGED, AND
007470* WRITES ONE AUDIT ROW PER CHANGED FIELD PLUS ONE "USER MODIFIED"
007480* INCIDENT -- THE SAME SHAPE AS CYBRSEC'S ADMIN EDIT.  A BLANK
007490* NAME, DEPARTMENT, MANAGER OR ROLE ON THE ROW LEAVES THAT FIELD
007500* AS IT IS.  A ROW THAT CHANGES NOTHING IS COUNTED, NOT LOGGED.
007510* CS-FIELDS-CHANGED COMES BACK ZERO WHEN NOTHING WAS WRITTEN.
007520*****************************************************************
007530 3400-APPLY-HR-ATTRIBUTES.
007540     MOVE 0 TO CS-FIELDS-CHANGED
007550     MOVE USER-ROLE TO CS-OLD-ROLE
007560     MOVE USER-EMPLOYEE-ID TO CS-OLD-EMPLOYEE-ID
007570     MOVE USER-FULL-NAME TO CS-OLD-FULL-NAME
007580     MOVE USER-DEPARTMENT TO CS-OLD-DEPARTMENT
007590     MOVE USER-MANAGER-ID TO CS-OLD-MANAGER-ID
007600
007610     MOVE HR-EMPLOYEE-ID TO USER-EMPLOYEE-ID
007620     IF HR-FULL-NAME NOT = SPACES
007630         MOVE HR-FULL-NAME TO USER-FULL-NAME
007640     END-IF
007650     IF HR-DEPARTMENT NOT = SPACES
007660         MOVE HR-DEPARTMENT TO USER-DEPARTMENT
007670     END-IF
007680     IF HR-MANAGER-ID NOT = SPACES
007690         MOVE HR-MANAGER-ID TO USER-MANAGER-ID
007700     END-IF
007710     IF NOT HR-ROLE-NOT-GIVEN
007720         MOVE HR-ROLE TO USER-ROLE
007730     END-IF
007740
007750     IF USER-ROLE = CS-OLD-ROLE
007760         AND USER-EMPLOYEE-ID = CS-OLD-EMPLOYEE-ID
007770         AND USER-FULL-NAME = CS-OLD-FULL-NAME
007780         AND USER-DEPARTMENT = CS-OLD-DEPARTMENT
007790         AND USER-MANAGER-ID = CS-OLD-MANAGER-ID
007800         ADD 1 TO CS-NO-CHANGE-COUNT
007810         GO TO 3400-APPLY-HR-ATTRIBUTES-EXIT
007820     END-IF
007830
007840     REWRITE USER-RECORD
007850     IF NOT FS-USER-FILE-OK
007860         MOVE SPACES TO CS-REJECT-REASON
007870         STRING "Account rewrite failed, file status "
007880                 DELIMITED BY SIZE
007890             FS-USER-FILE-STATUS DELIMITED BY SIZE
007900             "." DELIMITED BY SIZE
007910             INTO CS-REJECT-REASON
007920         END-STRING
007930         PERFORM 3900-REJECT-ROW THRU 3900-REJECT-ROW-EXIT
007940         GO TO 3400-APPLY-HR-ATTRIBUTES-EXIT
007950     END-IF
007960
007970     IF USER-ROLE NOT = CS-OLD-ROLE
007980         ADD 1 TO CS-FIELDS-CHANGED
007990         MOVE "ROLE" TO CS-AUDIT-FIELD-NAME
008000         MOVE CS-OLD-ROLE TO CS-AUDIT-OLD-VALUE
008010         MOVE USER-ROLE TO CS-AUDIT-NEW-VALUE
008020         PERFORM 4700-WRITE-AUDIT-ROW
008030             THRU 4700-WRITE-AUDIT-ROW-EXIT
008040     END-IF
008050     IF USER-EMPLOYEE-ID NOT = CS-OLD-EMPLOYEE-ID
008060         ADD 1 TO CS-FIELDS-CHANGED
008070         MOVE "EMPLOYEE ID" TO CS-AUDIT-FIELD-NAME
008080         MOVE CS-OLD-EMPLOYEE-ID TO CS-AUDIT-OLD-VALUE
008090         MOVE USER-EMPLOYEE-ID TO CS-AUDIT-NEW-VALUE
008100         PERFORM 4700-WRITE-AUDIT-ROW
008110             THRU 4700-WRITE-AUDIT-ROW-EXIT
008120     END-IF
008130     IF USER-FULL-NAME NOT = CS-OLD-FULL-NAME
008140         ADD 1 TO CS-FIELDS-CHANGED
008150         MOVE "FULL NAME" TO CS-AUDIT-FIELD-NAME
008160         MOVE CS-OLD-FULL-NAME TO CS-AUDIT-OLD-VALUE
008170         MOVE USER-FULL-NAME TO CS-AUDIT-NEW-VALUE
008180         PERFORM 4700-WRITE-AUDIT-ROW
008190             THRU 4700-WRITE-AUDIT-ROW-EXIT
008200     END-IF
008210     IF USER-DEPARTMENT NOT = CS-OLD-DEPARTMENT
008220         ADD 1 TO CS-FIELDS-CHANGED
008230         MOVE "DEPARTMENT" TO CS-AUDIT-FIELD-NAME
008240         MOVE CS-OLD-DEPARTMENT TO CS-AUDIT-OLD-VALUE
008250         MOVE USER-DEPARTMENT TO CS-AUDIT-NEW-VALUE
008260         PERFORM 4700-WRITE-AUDIT-ROW
008270             THRU 4700-WRITE-AUDIT-ROW-EXIT
008280     END-IF
008290     IF USER-MANAGER-ID NOT = CS-OLD-MANAGER-ID
008300         ADD 1 TO CS-FIELDS-CHANGED
008310         MOVE "MANAGER ID" TO CS-AUDIT-FIELD-NAME
008320         MOVE CS-OLD-MANAGER-ID TO CS-AUDIT-OLD-VALUE
008330         MOVE USER-MANAGER-ID TO CS-AUDIT-NEW-VALUE
008340         PERFORM 4700-WRITE-AUDIT-ROW
008350             THRU 4700-WRITE-AUDIT-ROW-EXIT
008360     END-IF
008370
008380     MOVE "User Modified" TO CS-CALL-TYPE
008390     MOVE SPACES TO CS-CALL-DETAILS
008400     STRING "HR feed " DELIMITED BY SIZE
008410         CS-APPLY-KIND DELIMITED BY SPACE
008420         " for employee " DELIMITED BY SIZE
008430         HR-EMPLOYEE-ID DELIMITED BY SPACE
008440         ", effective " DELIMITED BY SIZE
008450         HR-EFFECTIVE-DATE DELIMITED BY SIZE
008460         "; fields changed: " DELIMITED BY SIZE
008470         CS-FIELDS-CHANGED DELIMITED BY SIZE
008480         INTO CS-CALL-DETAILS
008490     END-STRING
008500     CALL "LOGINCDT" USING BY CONTENT CS-CURRENT-DATE
008510         BY CONTENT CS-CURRENT-TIME
008520         BY CONTENT CS-CALL-TYPE
008530         BY CONTENT USER-NAME
008540         BY CONTENT CS-CALL-DETAILS.
008550 3400-APPLY-HR-ATTRIBUTES-EXIT.
008560     EXIT.
008570
008580*****************************************************************
008590* 3500-GENERATE-PASSWORD.
008600* BUILDS A CS-OTP-LENGTH-CHARACTER ONE-TIME PASSWORD IN
008610* CS-OTP-PASSWORD FROM THE GENERATOR DESCRIBED ABOVE, RESEEDED
008615* FIRST FOR THE HIRE IN HAND.
008620*****************************************************************
008630 3500-GENERATE-PASSWORD.
008635     PERFORM 3505-RESEED-GENERATOR
008637         THRU 3505-RESEED-GENERATOR-EXIT
008640     MOVE SPACES TO CS-OTP-PASSWORD
008650     PERFORM 3510-PICK-ONE-CHARACTER
008660         THRU 3510-PICK-ONE-CHARACTER-EXIT
008670         VARYING CS-OTP-IDX FROM 1 BY 1
008680         UNTIL CS-OTP-IDX > CS-OTP-LENGTH.
008690 3500-GENERATE-PASSWORD-EXIT.
008700     EXIT.
008701
008702*****************************************************************
008703* 3505-RESEED-GENERATOR.
008704* MIXES INTO THE GENERATOR'S RUNNING STATE THE CLOCK AT THIS
008705* MOMENT (DOWN TO THE HUNDREDTH OF A SECOND), THE NEW HIRE'S
008706* EMPLOYEE ID FOLDED TO A NUMBER, AND A COUNT OF HIRES SO FAR THIS
008707* RUN.  THE STATE CARRIES FORWARD FROM HIRE TO HIRE, SO EACH
008708* PASSWORD DEPENDS ON EVERY CLOCK READING TAKEN BEFORE IT, AND
008709* NOTHING IT IS BUILT FROM IS WRITTEN TO ANY FILE.
008710*****************************************************************
008711 3505-RESEED-GENERATOR.
008712     ADD 1 TO CS-OTP-HIRE-COUNT
008713     ACCEPT CS-OTP-CLOCK FROM TIME
008714     MOVE 0 TO CS-OTP-ID-FOLD
008715     PERFORM 3506-FOLD-ONE-CHARACTER
008716         THRU 3506-FOLD-ONE-CHARACTER-EXIT
008717         VARYING CS-OTP-FOLD-IDX FROM 1 BY 1
008718         UNTIL CS-OTP-FOLD-IDX > 10
008719
008720     COMPUTE CS-OTP-PRODUCT = CS-OTP-SEED * 16807
008721         + CS-OTP-CLOCK * 7919
008722         + CS-OTP-ID-FOLD
008723         + CS-OTP-HIRE-COUNT * 104729
008724     DIVIDE CS-OTP-PRODUCT BY 2147483647
008725         GIVING CS-OTP-QUOTIENT REMAINDER CS-OTP-SEED
008726     IF CS-OTP-SEED = 0
008727         MOVE 1 TO CS-OTP-SEED
008728     END-IF.
008729 3505-RESEED-GENERATOR-EXIT.
008730     EXIT.
008731
008732 3506-FOLD-ONE-CHARACTER.
008733     MOVE HR-EMPLOYEE-ID(CS-OTP-FOLD-IDX:1) TO CS-OTP-ID-CHAR
008734     COMPUTE CS-OTP-PRODUCT = CS-OTP-ID-FOLD * 31
008735         + CS-OTP-ID-CHAR-VALUE
008736     DIVIDE CS-OTP-PRODUCT BY 2147483647
008737         GIVING CS-OTP-QUOTIENT REMAINDER CS-OTP-ID-FOLD.
008738 3506-FOLD-ONE-CHARACTER-EXIT.
008739     EXIT.
008740
008741 3510-PICK-ONE-CHARACTER.
008742     COMPUTE CS-OTP-PRODUCT = CS-OTP-SEED * 16807
008743     DIVIDE CS-OTP-PRODUCT BY 2147483647
008750         GIVING CS-OTP-QUOTIENT REMAINDER CS-OTP-SEED
008760     IF CS-OTP-SEED = 0
008770         MOVE 1 TO CS-OTP-SEED
008780     END-IF
008790
008800     IF CS-OTP-IDX = 4 OR CS-OTP-IDX = 8
008810         DIVIDE CS-OTP-SEED BY 8
008820             GIVING CS-OTP-PICK-QUOTIENT REMAINDER CS-OTP-PICK
008830         ADD 1 TO CS-OTP-PICK
008840         MOVE CS-OTP-DIGITS(CS-OTP-PICK:1)
008850             TO CS-OTP-PASSWORD(CS-OTP-IDX:1)
008860     ELSE
008870         DIVIDE CS-OTP-SEED BY 57
008880             GIVING CS-OTP-PICK-QUOTIENT REMAINDER CS-OTP-PICK
008890         ADD 1 TO CS-OTP-PICK
008900         MOVE CS-OTP-ALPHABET(CS-OTP-PICK:1)
008910             TO CS-OTP-PASSWORD(CS-OTP-IDX:1)
008920     END-IF.
008930 3510-PICK-ONE-CHARACTER-EXIT.
008940     EXIT.
008950
008960*****************************************************************
008970* 3600-WRITE-SLIP.
008980* ONE LINE ON THE SERVICE-DESK SLIP FILE FOR THE ACCOUNT JUST
008990* CREATED.  THE DATED FILE IS OPENED ON THE FIRST HIRE OF THE RUN
009000* (A NIGHT WITH NO HIRES LEAVES NO EMPTY FILE BEHIND), THE SAME
009010* NAMING CONVENTION AS THE incexp_ EXPORTS.  A SLIP THAT CANNOT
009020* BE WRITTEN DOES NOT UNDO THE ACCOUNT -- IT IS LISTED AS AN
009030* EXCEPTION SO AN ADMINISTRATOR RESETS THE PASSWORD BY HAND.
009040*****************************************************************
009050 3600-WRITE-SLIP.
009060     IF NOT CS-SLIP-FILE-OPEN
009070         MOVE SPACES TO CS-SLIP-FILE-NAME
009080         STRING "hrslip_" DELIMITED BY SIZE
009090             CS-CURRENT-DATE DELIMITED BY SIZE
009100             "_" DELIMITED BY SIZE
009110             CS-CURRENT-TIME(1:6) DELIMITED BY SIZE
009120             ".txt" DELIMITED BY SIZE
009130             INTO CS-SLIP-FILE-NAME
009140         END-STRING
009150         OPEN OUTPUT SLIP-FILE
009160         IF FS-SLIP-FILE-OK
009170             SET CS-SLIP-FILE-OPEN TO TRUE
009180         END-IF
009190     END-IF
009200
009210     IF CS-SLIP-FILE-OPEN
009220         MOVE USER-NAME TO CS-SLIP-USERNAME
009230         MOVE USER-EMPLOYEE-ID TO CS-SLIP-EMPLOYEE-ID
009240         MOVE USER-FULL-NAME TO CS-SLIP-FULL-NAME
009250         MOVE CS-OTP-PASSWORD TO CS-SLIP-PASSWORD
009260         MOVE CS-SLIP-LINE TO SLIP-RECORD
009270         WRITE SLIP-RECORD
009280     END-IF
009290     IF NOT FS-SLIP-FILE-OK
009300         MOVE SPACES TO CS-REJECT-REASON
009310         STRING "Account created but slip not written, status "
009320                 DELIMITED BY SIZE
009330             FS-SLIP-FILE-STATUS DELIMITED BY SIZE
009340             "." DELIMITED BY SIZE
009350             INTO CS-REJECT-REASON
009360         END-STRING
009370         PERFORM 3900-REJECT-ROW THRU 3900-REJECT-ROW-EXIT
009380     END-IF.
009390 3600-WRITE-SLIP-EXIT.
009400     EXIT.
009410
009420*****************************************************************
009430* 3900-REJECT-ROW.
009440* ONE LINE ON THE EXCEPTIONS LIST.  CALLERS MOVE THE REASON INTO
009450* CS-REJECT-REASON FIRST.
009460*****************************************************************
009470 3900-REJECT-ROW.
009480     ADD 1 TO CS-REJECTED-COUNT
009490     DISPLAY "Row " CS-HR-ROW-COUNT "  Action " HR-ACTION-CODE
009500         "  Employee " HR-EMPLOYEE-ID "  " CS-REJECT-REASON.
009510 3900-REJECT-ROW-EXIT.
009520     EXIT.
009530
009540*****************************************************************
009550* 4700-WRITE-AUDIT-ROW.
009560* ONE FIELD-LEVEL ROW ON THE SHARED USER-AUDIT FILE FOR THE
009570* ACCOUNT IN THE RECORD AREA.  CALLERS SET THE FIELD NAME AND
009580* THE OLD AND NEW VALUES FIRST.
009590*****************************************************************
009600 4700-WRITE-AUDIT-ROW.
009610     CALL "USRAUDT" USING BY CONTENT CS-CURRENT-DATE
009620         BY CONTENT CS-CURRENT-TIME
009630         BY CONTENT USER-NAME
009640         BY CONTENT CS-AUDIT-CHANGED-BY
009650         BY CONTENT CS-AUDIT-FIELD-NAME
009660         BY CONTENT CS-AUDIT-OLD-VALUE
009670         BY CONTENT CS-AUDIT-NEW-VALUE.
009680 4700-WRITE-AUDIT-ROW-EXIT.
009690     EXIT.
009700
009710*****************************************************************
009720* 5000-LIST-UNMATCHED-ACCOUNTS.
009730* THE SECOND HALF OF THE EXCEPTIONS LIST: EVERY ACCOUNT ON
009740* users.dat THAT NO HR ROW HAS EVER MATCHED (BLANK EMPLOYEE ID),
009750* WITH ITS ROLE AND STATUS, SO THE ACCESS REVIEW CAN EITHER GET
009760* HR TO CLAIM IT OR CONFIRM IT AS A SERVICE ACCOUNT.
009770*****************************************************************
009780 5000-LIST-UNMATCHED-ACCOUNTS.
009790     DISPLAY " "
009800     DISPLAY "==============================================="
009810     DISPLAY "    ACCOUNTS WITH NO HR MATCH"
009820     DISPLAY "==============================================="
009830     MOVE LOW-VALUES TO USER-NAME
009840     MOVE 'N' TO CS-USER-EOF-FLAG
009850     START USER-FILE
009860         KEY IS NOT LESS THAN USER-NAME
009870         INVALID KEY
009880             SET CS-USER-END-OF-FILE TO TRUE
009890     END-START
009900     PERFORM 5100-CHECK-ONE-ACCOUNT
009910         THRU 5100-CHECK-ONE-ACCOUNT-EXIT
009920         UNTIL CS-USER-END-OF-FILE.
009930 5000-LIST-UNMATCHED-ACCOUNTS-EXIT.
009940     EXIT.
009950
009960 5100-CHECK-ONE-ACCOUNT.
009970     READ USER-FILE NEXT RECORD
009980         AT END
009990             SET CS-USER-END-OF-FILE TO TRUE
010000             GO TO 5100-CHECK-ONE-ACCOUNT-EXIT
010010     END-READ
010020     IF NOT USER-HAS-NO-HR-MATCH
010030         GO TO 5100-CHECK-ONE-ACCOUNT-EXIT
010040     END-IF
010050
010060     ADD 1 TO CS-UNMATCHED-COUNT
010070     EVALUATE TRUE
010080         WHEN USER-ROLE-ADMIN
010090             MOVE "ADMIN   " TO CS-ROLE-TEXT
010100         WHEN USER-ROLE-TRIAGE
010110             MOVE "TRIAGE  " TO CS-ROLE-TEXT
010120         WHEN OTHER
010130             MOVE "STANDARD" TO CS-ROLE-TEXT
010140     END-EVALUATE
010150     EVALUATE TRUE
010160         WHEN USER-ACCOUNT-DISABLED
010170             MOVE "DISABLED" TO CS-STATUS-TEXT
010180         WHEN USER-ACCOUNT-LOCKED
010190             MOVE "LOCKED  " TO CS-STATUS-TEXT
010200         WHEN OTHER
010210             MOVE "ACTIVE  " TO CS-STATUS-TEXT
010220     END-EVALUATE
010230     DISPLAY "  " USER-NAME "  Role: " CS-ROLE-TEXT
010240         "  Status: " CS-STATUS-TEXT
010250         "  Last login: " USER-LAST-LOGIN-DATE.
010260 5100-CHECK-ONE-ACCOUNT-EXIT.
010270     EXIT.
010280
010290*****************************************************************
010300* 7000-HASH-PASSWORD.
010310* SAME SALTED-DIGEST ALGORITHM AS CYBRSEC'S 7000-HASH-PASSWORD SO
010320* A ONE-TIME PASSWORD SET HERE VERIFIES AT CYBRSEC'S LOGIN.
010330* CALLERS MOVE THE SALT AND PLAINTEXT INTO CS-HASH-SALT AND
010340* CS-HASH-PLAINTEXT BEFORE PERFORMING THIS, THEN USE
010350* CS-HASH-RESULT-DISPLAY.
010360*****************************************************************
010370 7000-HASH-PASSWORD.
010380     MOVE 0 TO CS-HASH-RESULT
010390     STRING CS-HASH-SALT DELIMITED BY SIZE
010400            CS-HASH-PLAINTEXT DELIMITED BY SIZE
010410         INTO CS-HASH-COMBINED
010420
010430     PERFORM 7010-HASH-ONE-CHARACTER
010440         VARYING CS-HASH-IDX FROM 1 BY 1
010450         UNTIL CS-HASH-IDX > 38
010460
010470     MOVE CS-HASH-RESULT TO CS-HASH-RESULT-DISPLAY.
010480 7000-HASH-PASSWORD-EXIT.
010490     EXIT.
010500
010510 7010-HASH-ONE-CHARACTER.
010520     MOVE CS-HASH-COMBINED(CS-HASH-IDX:1) TO CS-HASH-CHAR
010530     COMPUTE CS-HASH-RESULT =
010540         (CS-HASH-RESULT * 31) + CS-HASH-CHAR-VALUE + 1.
010550 7010-HASH-ONE-CHARACTER-EXIT.
010560     EXIT.
010570
010580*****************************************************************
010590* 8000-PRINT-SUMMARY.
010600*****************************************************************
010610 8000-PRINT-SUMMARY.
010620     DISPLAY " "
010630     DISPLAY "==============================================="
010640     DISPLAY "    NIGHTLY HR FEED RUN"
010650     DISPLAY "==============================================="
010660     DISPLAY "HR rows read            : " CS-HR-ROW-COUNT
010670     DISPLAY "Accounts created        : " CS-HIRED-COUNT
010680     DISPLAY "Accounts linked to HR   : " CS-LINKED-COUNT
010690     DISPLAY "Leavers disabled        : " CS-TERMINATED-COUNT
010700     DISPLAY "Leavers already disabled: " CS-ALREADY-OFF-COUNT
010710     DISPLAY "Transfers applied       : " CS-TRANSFERRED-COUNT
010720     DISPLAY "Rows with nothing to do : " CS-NO-CHANGE-COUNT
010730     DISPLAY "Rows not applied        : " CS-REJECTED-COUNT
010740     DISPLAY "Accounts on file        : " CS-USER-COUNT
010750     DISPLAY "Accounts, no HR match   : " CS-UNMATCHED-COUNT
010760     IF CS-SLIP-FILE-OPEN
010770         DISPLAY "One-time password slips : " CS-SLIP-FILE-NAME
010780     END-IF
010790     DISPLAY "===============================================".
010800 8000-PRINT-SUMMARY-EXIT.
010810     EXIT.
010820
010830*****************************************************************
010840* 9000-TERMINATE.
010850*****************************************************************
010860 9000-TERMINATE.
010870     CLOSE USER-FILE
010880     IF CS-EXTRACT-OPENED
010890         CLOSE HR-EXTRACT-FILE
010900     END-IF
010910     IF CS-SLIP-FILE-OPEN
010920         CLOSE SLIP-FILE
010930     END-IF
010940     MOVE 'C' TO CS-RC-ACTION
010950     CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
010960         CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
010970         CS-RC-HWM-SEQ-NO.
010980 9000-TERMINATE-EXIT.
010990     EXIT.
011000
011010 END PROGRAM HRFEED.
