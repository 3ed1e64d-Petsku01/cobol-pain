000348*                  PER DISTINCT TYPE WITH A ROW COUNT IN THE
000349*                  SUMMARY; A SITE WITHOUT THE CATALOG FILE
000350*                  SKIPS THE RULE AND THE SUMMARY SAYS SO.
000351* 2026-10-15  DWS  ALSO WRITES THE AUDIT TO A DATED PRINT FILE,
000352*                  secaudit_YYYYMMDD_HHMMSS.prt, THROUGH RPTPRT:
000353*                  STANDARD PAGE HEADER, ONE DETAIL LINE PER
000354*                  EXCEPTION (RULE, RECORD, DETAIL) UNDER HEADINGS
000355*                  REPEATED ON EACH PAGE, AND THE SUMMARY COUNTS
000356*                  AS THE END-OF-REPORT TRAILER.  THE CONSOLE
000357*                  OUTPUT IS UNCHANGED.
000358*****************************************************************
000359*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
001060     05  CS-CHECK-DAY             PIC 9(02) VALUE 0.
001070     05  CS-CHECK-HOURS           PIC 9(02) VALUE 0.
001080     05  CS-CHECK-MINUTES         PIC 9(02) VALUE 0.
001081
001082*    PRINT FILE (SEE RPTPRT) AND ITS LINE LAYOUTS.
001083 01  CS-PRINT-FIELDS.
001084     05  CS-PRT-ACTION            PIC X(01).
001085     05  CS-PRT-REPORT-ID         PIC X(08) VALUE "SECAUDIT".
001086     05  CS-PRT-LINE              PIC X(132).
001087     05  CS-PRT-RESULT            PIC X(01).
001088
001089 01  CS-PRINT-HEADING-1.
001090     05  FILLER                   PIC X(22)
001091                                  VALUE "EXCEPTION RULE".
001092     05  FILLER                   PIC X(32) VALUE "RECORD".
001093     05  FILLER                   PIC X(78) VALUE "DETAIL".
001094
001095 01  CS-PRINT-DETAIL-LINE.
001096     05  CS-PD-RULE               PIC X(20).
001097     05  FILLER                   PIC X(02) VALUE SPACES.
001098     05  CS-PD-RECORD             PIC X(30).
001099     05  FILLER                   PIC X(02) VALUE SPACES.
001100     05  CS-PD-DETAIL             PIC X(78).
001101
001102 01  CS-PRINT-TOTAL-LINE.
001103     05  CS-PT-LABEL              PIC X(40).
001104     05  CS-PT-VALUE              PIC ZZZ,ZZ9.
001105     05  FILLER                   PIC X(85) VALUE SPACES.
001106
001107 PROCEDURE DIVISION.
001110*****************************************************************
001120* 0000-MAIN-LOGIC.
001130* PASS ONE READS EVERY INCIDENT, CHECKING EACH DISTINCT USERNAME
001550     MOVE 'Y' TO CS-FILES-READY-FLAG
001552     PERFORM 1100-LOAD-TYPE-CATALOG
001554         THRU 1100-LOAD-TYPE-CATALOG-EXIT
001557     PERFORM 1200-OPEN-PRINT-FILE THRU 1200-OPEN-PRINT-FILE-EXIT
001560     DISPLAY "==============================================="
001570     DISPLAY "    USER/INCIDENT RECONCILIATION AUDIT"
001580     DISPLAY "==============================================="
001647     EXIT.
001648
001649*****************************************************************
001650* 1200-OPEN-PRINT-FILE.
001651* OPENS THE DATED PRINT FILE AND GIVES RPTPRT THE EXCEPTION
001652* COLUMN HEADINGS.
001653*****************************************************************
001654 1200-OPEN-PRINT-FILE.
001655     MOVE 'O' TO CS-PRT-ACTION
001656     MOVE "USER/INCIDENT RECONCILIATION AUDIT" TO CS-PRT-LINE
001657     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
001658     MOVE 'H' TO CS-PRT-ACTION
001659     MOVE CS-PRINT-HEADING-1 TO CS-PRT-LINE
001660     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
001661 1200-OPEN-PRINT-FILE-EXIT.
001662     EXIT.
001663
001664*****************************************************************
001665* 2000-READ-INCIDENT.
001666*****************************************************************
001667 2000-READ-INCIDENT.
001670     READ INCIDENT-FILE NEXT RECORD
001680         AT END
001690             SET CS-END-OF-FILE TO TRUE
002260             DISPLAY "EXCEPTION ORPHAN-HISTORY    : incidents "
002270                 "reference username with no users.dat record: "
002280                 INCIDENT-USERNAME
002281             MOVE "ORPHAN-HISTORY" TO CS-PD-RULE
002282             MOVE INCIDENT-USERNAME TO CS-PD-RECORD
002283             MOVE "INCIDENT USERNAME WITH NO users.dat RECORD"
002284                 TO CS-PD-DETAIL
002285             PERFORM 8920-PRINT-EXCEPTION
002286                 THRU 8920-PRINT-EXCEPTION-EXIT
002290     END-READ.
002300 3100-CHECK-INCIDENT-USERNAME-EXIT.
002310     EXIT.
002706         ADD 1 TO CS-BAD-TYPE-COUNT
002707         DISPLAY "EXCEPTION UNCATALOGED-TYPE  : incident type "
002708             "not in the catalog: " INCIDENT-TYPE
002709         MOVE "UNCATALOGED-TYPE" TO CS-PD-RULE
002710         MOVE INCIDENT-TYPE TO CS-PD-RECORD
002711         MOVE "INCIDENT TYPE NOT IN THE CATALOG" TO CS-PD-DETAIL
002712         PERFORM 8920-PRINT-EXCEPTION
002713             THRU 8920-PRINT-EXCEPTION-EXIT
002714     END-IF.
002715 3300-CHECK-INCIDENT-TYPE-EXIT.
002716     EXIT.
002717
002718 3310-MATCH-CATALOG-TYPE.
002719     IF CS-TYPE-ENTRY(CS-SEARCH-IDX) = INCIDENT-TYPE
002720         SET CS-TYPE-FOUND TO TRUE
002721     END-IF.
002722 3310-MATCH-CATALOG-TYPE-EXIT.
002723     EXIT.
002724
002725 3320-MATCH-UNKNOWN-TYPE.
002726     IF CS-UNKNOWN-ENTRY(CS-SEARCH-IDX) = INCIDENT-TYPE
002727         SET CS-TYPE-FOUND TO TRUE
002728     END-IF.
002729 3320-MATCH-UNKNOWN-TYPE-EXIT.
002730     EXIT.
002731

002732*****************************************************************
002740* 4000-START-USER-PASS.
002750* REPOSITIONS users.dat TO ITS FIRST RECORD FOR PASS TWO -- THE
002760* KEYED LOOKUPS IN PASS ONE LEFT THE FILE POSITION WHEREVER THE
003200             DISPLAY "EXCEPTION STUCK-ATTEMPTS    : unlocked "
003210                 "account at or above the lockout threshold ("
003220                 USER-FAILED-ATTEMPTS " attempts): " USER-NAME
003221             MOVE "STUCK-ATTEMPTS" TO CS-PD-RULE
003222             MOVE USER-NAME TO CS-PD-RECORD
003223             MOVE SPACES TO CS-PD-DETAIL
003224             STRING "UNLOCKED ACCOUNT AT OR ABOVE THE LOCKOUT "
003225                 DELIMITED BY SIZE
003226                 "THRESHOLD (" DELIMITED BY SIZE
003227                 USER-FAILED-ATTEMPTS DELIMITED BY SIZE
003228                 " ATTEMPTS)" DELIMITED BY SIZE
003229                 INTO CS-PD-DETAIL
003230             END-STRING
003231             PERFORM 8920-PRINT-EXCEPTION
003232                 THRU 8920-PRINT-EXCEPTION-EXIT
003233         END-IF
003240     END-IF
003250
003260     IF USER-SECURITY-QUESTION = SPACES
003290         DISPLAY "EXCEPTION BLANK-QUESTION    : no security "
003300             "question on file; self-service unlock cannot "
003310             "work: " USER-NAME
003311         MOVE "BLANK-QUESTION" TO CS-PD-RULE
003312         MOVE USER-NAME TO CS-PD-RECORD
003313         MOVE "NO SECURITY QUESTION; SELF-SERVICE UNLOCK FAILS"
003314             TO CS-PD-DETAIL
003315         PERFORM 8920-PRINT-EXCEPTION
003316             THRU 8920-PRINT-EXCEPTION-EXIT
003320     END-IF
003330
003340     PERFORM 4100-READ-USER THRU 4100-READ-USER-EXIT.
003550             "with zero or impossible lockout date/time ("
003560             USER-LOCKOUT-DATE " " USER-LOCKOUT-TIME "): "
003570             USER-NAME
003571         MOVE "BAD-LOCKOUT-STAMP" TO CS-PD-RULE
003572         MOVE USER-NAME TO CS-PD-RECORD
003573         MOVE SPACES TO CS-PD-DETAIL
003574         STRING "LOCKED, ZERO OR IMPOSSIBLE LOCKOUT STAMP ("
003575             DELIMITED BY SIZE
003576             USER-LOCKOUT-DATE DELIMITED BY SIZE
003577             " " DELIMITED BY SIZE
003578             USER-LOCKOUT-TIME DELIMITED BY SIZE
003579             ")" DELIMITED BY SIZE
003580             INTO CS-PD-DETAIL
003581         END-STRING
003582         PERFORM 8920-PRINT-EXCEPTION
003583             THRU 8920-PRINT-EXCEPTION-EXIT
003584     END-IF
003590
003600     MOVE 'N' TO CS-USER-LISTED-FLAG
003610     PERFORM 5160-SEARCH-LOCKED-INCIDENT
003700         DISPLAY "EXCEPTION LOCKED-NO-INCIDENT: locked account "
003710             "with no Account Locked incident on file: "
003720             USER-NAME
003721         MOVE "LOCKED-NO-INCIDENT" TO CS-PD-RULE
003722         MOVE USER-NAME TO CS-PD-RECORD
003723         MOVE "LOCKED, NO ACCOUNT LOCKED INCIDENT ON FILE"
003724             TO CS-PD-DETAIL
003725         PERFORM 8920-PRINT-EXCEPTION
003726             THRU 8920-PRINT-EXCEPTION-EXIT
003730     END-IF.
003740 5100-CHECK-LOCKED-USER-EXIT.
003750     EXIT.
004460             "-- the locked-no-incident check was skipped "
004470             "this run; rerun over a shorter incident range."
004480     END-IF
004481     MOVE "INCIDENTS EXAMINED" TO CS-PT-LABEL
004482     MOVE CS-INCIDENT-COUNT TO CS-PT-VALUE
004483     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
004484     MOVE "USER RECORDS EXAMINED" TO CS-PT-LABEL
004485     MOVE CS-USER-COUNT TO CS-PT-VALUE
004486     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
004487     MOVE "EXCEPTIONS FOUND" TO CS-PT-LABEL
004488     MOVE CS-EXCEPTION-COUNT TO CS-PT-VALUE
004489     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
004490     MOVE "  LOCKED, NO INCIDENT" TO CS-PT-LABEL
004491     MOVE CS-NO-INCIDENT-COUNT TO CS-PT-VALUE
004492     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
004493     MOVE "  ORPHAN HISTORY" TO CS-PT-LABEL
004494     MOVE CS-ORPHAN-COUNT TO CS-PT-VALUE
004495     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
004496     MOVE "  BAD LOCKOUT STAMP" TO CS-PT-LABEL
004497     MOVE CS-BAD-LOCKOUT-COUNT TO CS-PT-VALUE
004498     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
004499     MOVE "  STUCK FAILED ATTEMPTS" TO CS-PT-LABEL
004500     MOVE CS-STUCK-ATTEMPTS-COUNT TO CS-PT-VALUE
004501     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
004502     MOVE "  BLANK SECURITY QUESTION" TO CS-PT-LABEL
004503     MOVE CS-BLANK-QUESTION-COUNT TO CS-PT-VALUE
004504     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
004505     IF CS-CATALOG-LOADED
004506         MOVE "  UNCATALOGED TYPES" TO CS-PT-LABEL
004507         MOVE CS-BAD-TYPE-COUNT TO CS-PT-VALUE
004508         PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
004509         MOVE "    INCIDENT ROWS OF THOSE TYPES" TO CS-PT-LABEL
004510         MOVE CS-BAD-TYPE-ROW-COUNT TO CS-PT-VALUE
004511         PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
004512     ELSE
004513         MOVE SPACES TO CS-PRT-LINE
004514         STRING "NOTE: NO inctypes.dat ON THIS SITE -- THE "
004515             DELIMITED BY SIZE
004516             "UNCATALOGED-TYPE RULE WAS SKIPPED."
004517             DELIMITED BY SIZE
004518             INTO CS-PRT-LINE
004519         END-STRING
004520         MOVE 'T' TO CS-PRT-ACTION
004521         PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
004522     END-IF
004523     IF CS-SEEN-COUNT = 200
004524         MOVE SPACES TO CS-PRT-LINE
004525         STRING "NOTE: 200 DISTINCT INCIDENT USERNAMES REACHED "
004526             DELIMITED BY SIZE
004527             "-- NOT ALL WERE CHECKED FOR ORPHAN HISTORY."
004528             DELIMITED BY SIZE
004529             INTO CS-PRT-LINE
004530         END-STRING
004531         MOVE 'T' TO CS-PRT-ACTION
004532         PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
004533     END-IF
004534     IF CS-LOCKED-NAME-COUNT = 200
004535         MOVE SPACES TO CS-PRT-LINE
004536         STRING "NOTE: 200 DISTINCT LOCKED USERNAMES REACHED "
004537             DELIMITED BY SIZE
004538             "-- THE LOCKED-NO-INCIDENT CHECK WAS SKIPPED."
004539             DELIMITED BY SIZE
004540             INTO CS-PRT-LINE
004541         END-STRING
004542         MOVE 'T' TO CS-PRT-ACTION
004543         PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
004544     END-IF
004545
004546     DISPLAY "===============================================".
004547 8000-PRINT-SUMMARY-EXIT.
004548     EXIT.
004549
004550*****************************************************************
004551* 8900-CALL-RPTPRT.
004552* HANDS CS-PRT-LINE TO THE PRINT FILE UNDER CS-PRT-ACTION.  A
004553* PRINT FILE THAT COULD NOT BE OPENED IS REPORTED BY RPTPRT ONCE
004554* AND OTHERWISE IGNORED, SO THE CONSOLE REPORT ALWAYS RUNS.
004555*****************************************************************
004556 8900-CALL-RPTPRT.
004557     CALL "RPTPRT" USING CS-PRT-ACTION CS-PRT-REPORT-ID
004558         CS-PRT-LINE CS-PRT-RESULT.
004559 8900-CALL-RPTPRT-EXIT.
004560     EXIT.
004561
004562 8910-PRINT-TOTAL.
004563     MOVE 'T' TO CS-PRT-ACTION
004564     MOVE CS-PRINT-TOTAL-LINE TO CS-PRT-LINE
004565     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
004566 8910-PRINT-TOTAL-EXIT.
004567     EXIT.
004568
004569 8920-PRINT-EXCEPTION.
004570     MOVE 'D' TO CS-PRT-ACTION
004571     MOVE CS-PRINT-DETAIL-LINE TO CS-PRT-LINE
004572     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
004573 8920-PRINT-EXCEPTION-EXIT.
004574     EXIT.
004575
004576*****************************************************************
004577* 9000-TERMINATE.
004578*****************************************************************
004579 9000-TERMINATE.
004580     CLOSE USER-FILE
004582     CLOSE INCIDENT-FILE
004584     MOVE 'C' TO CS-PRT-ACTION
004586     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
004590 9000-TERMINATE-EXIT.
004600     EXIT.
004610
