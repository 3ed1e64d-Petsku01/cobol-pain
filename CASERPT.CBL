000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CASERPT.
000030 AUTHOR. D-SHIFT-SECURITY-TEAM.
000040 INSTALLATION. CENTRAL-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------------
000110* 2026-10-15  DWS  ORIGINAL VERSION.  INVESTIGATION CASE REPORT.
000120*                  PRINTS ONE CASE (OR EVERY CASE, CLOSED ONES ON
000130*                  REQUEST) FROM cases.dat (SEE CASREC.CPY) WITH
000140*                  ITS FULL TIMELINE: THE CASE'S OWN OPENING,
000150*                  ATTACHMENTS, NOTES, AND CLOSING, EACH ATTACHED
000160*                  INCIDENT FROM incidents.dat -- OR FROM ITS
000170*                  incidents_YYYYMM.dat ARCHIVE ONCE INCARCH HAS
000180*                  MOVED IT -- WITH ITS TRIAGE DISPOSITION AND
000190*                  ESCALATION RESOLUTION FROM dispos.dat, AND
000200*                  EACH ATTACHED ALERT FROM alerts.dat WITH ITS
000210*                  HANDLING.  THE EVENTS ARE MERGED INTO DATE/TIME
000220*                  ORDER IN A WORKING-STORAGE TABLE AS THEY ARE
000230*                  GATHERED.  READS ONLY; CASEMGT MAINTAINS THE
000240*                  CASES.
000242* 2026-10-15  DWS  A CLOSED ALERT THAT WAS ACKNOWLEDGED FIRST
000244*                  NOW SHOWS THE ACKNOWLEDGMENT AS ITS OWN EVENT,
000246*                  FROM THE NEW ALERT-ACK-BY/DATE/TIME FIELDS.
000247* 2026-10-15  DWS  ARCHIVE LINES WIDENED TO 200 BYTES FOR THE
000248*                  INCIDENT CHECKSUMS (SEE INCREC.CPY).
000250*****************************************************************
000260*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CASE-FILE ASSIGN TO "cases.dat"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CASE-KEY
000340         FILE STATUS IS FS-CASE-FILE-STATUS.
000350     SELECT INCIDENT-FILE ASSIGN TO "incidents.dat"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS INCIDENT-SEQ-NO
000390         ALTERNATE RECORD KEY IS INCIDENT-DATE
000400             WITH DUPLICATES
000410         FILE STATUS IS FS-INCIDENT-FILE-STATUS.
000420     SELECT ARCHIVE-FILE ASSIGN USING CS-ARCHIVE-FILE-NAME
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-ARCHIVE-FILE-STATUS.
000450     SELECT ALERT-FILE ASSIGN TO "alerts.dat"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS ALERT-SEQ-NO
000490         FILE STATUS IS FS-ALERT-FILE-STATUS.
000500     SELECT DISPOSITION-FILE ASSIGN TO "dispos.dat"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS DISP-INCIDENT-SEQ-NO
000540         FILE STATUS IS FS-DISPOSITION-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CASE-FILE.
000590     COPY "CASREC.CPY".
000600
000610 FD  INCIDENT-FILE.
000620     COPY "INCREC.CPY".
000630
000640 FD  ARCHIVE-FILE.
000650 01  ARCHIVE-RECORD               PIC X(200).
000660
000670 FD  ALERT-FILE.
000680     COPY "ALTREC.CPY".
000690
000700 FD  DISPOSITION-FILE.
000710     COPY "DSPREC.CPY".
000720
000730 WORKING-STORAGE SECTION.
000740 01  FS-CASE-FILE-STATUS          PIC X(02) VALUE "00".
000750     88  FS-CASE-FILE-OK              VALUE "00".
000760
000770 01  FS-INCIDENT-FILE-STATUS      PIC X(02) VALUE "00".
000780     88  FS-INCIDENT-FILE-OK          VALUE "00".
000790
000800 01  FS-ARCHIVE-FILE-STATUS       PIC X(02) VALUE "00".
000810     88  FS-ARCHIVE-FILE-OK           VALUE "00".
000820     88  FS-ARCHIVE-FILE-NOT-FOUND    VALUE "35".
000830
000840 01  FS-ALERT-FILE-STATUS         PIC X(02) VALUE "00".
000850     88  FS-ALERT-FILE-OK             VALUE "00".
000860
000870 01  FS-DISPOSITION-STATUS        PIC X(02) VALUE "00".
000880     88  FS-DISPOSITION-OK            VALUE "00".
000890
000900 01  CS-CASE-FILE-OPENED-FLAG     PIC X(01) VALUE 'N'.
000910     88  CS-CASE-FILE-OPENED          VALUE 'Y'.
000920 01  CS-LIVE-FILE-OPENED-FLAG     PIC X(01) VALUE 'N'.
000930     88  CS-LIVE-FILE-OPENED          VALUE 'Y'.
000940 01  CS-ALERT-FILE-OPENED-FLAG    PIC X(01) VALUE 'N'.
000950     88  CS-ALERT-FILE-OPENED         VALUE 'Y'.
000960 01  CS-DISP-FILE-OPENED-FLAG     PIC X(01) VALUE 'N'.
000970     88  CS-DISP-FILE-OPENED          VALUE 'Y'.
000980
000990 01  CS-EOF-FLAG                  PIC X(01) VALUE 'N'.
001000     88  CS-END-OF-FILE                VALUE 'Y'.
001010 01  CS-ARCHIVE-EOF-FLAG          PIC X(01) VALUE 'N'.
001020     88  CS-ARCHIVE-END                VALUE 'Y'.
001030 01  CS-CASES-DONE-FLAG           PIC X(01) VALUE 'N'.
001040     88  CS-NO-MORE-CASES              VALUE 'Y'.
001050
001060 01  CS-REPORT-FIELDS.
001070     05  CS-INPUT-CASE-ID         PIC X(06).
001080     05  CS-INCLUDE-CLOSED        PIC X(01) VALUE 'N'.
001090     05  CS-INPUT-VALID-FLAG      PIC X(01) VALUE 'Y'.
001100         88  CS-INPUT-VALUE-VALID     VALUE 'Y'.
001110     05  CS-CHECK-IDX             PIC 9(02) COMP VALUE 0.
001120     05  CS-SINGLE-CASE-FLAG      PIC X(01) VALUE 'N'.
001130         88  CS-SINGLE-CASE           VALUE 'Y'.
001140     05  CS-CASE-ID               PIC 9(06) VALUE 0.
001150     05  CS-CASE-FOUND-FLAG       PIC X(01) VALUE 'N'.
001160         88  CS-CASE-FOUND            VALUE 'Y'.
001170     05  CS-FOUND-FLAG            PIC X(01) VALUE 'N'.
001180         88  CS-EVENT-FOUND           VALUE 'Y'.
001190     05  CS-STATUS-TEXT           PIC X(09).
001200     05  CS-DISP-TEXT             PIC X(13).
001210     05  CS-ARCHIVE-FILE-NAME     PIC X(20).
001220
001230*****************************************************************
001240* THE CASE HEADER, SAVED BEFORE THE RECORD AREA IS REUSED TO
001250* READ THE CASE'S ENTRIES.
001260*****************************************************************
001270 01  CS-CASE-HEADER.
001280     05  CS-HDR-OPENED-DATE       PIC 9(08).
001290     05  CS-HDR-OPENED-TIME       PIC 9(08).
001300     05  CS-HDR-OPENED-BY         PIC X(30).
001310     05  CS-HDR-OWNER             PIC X(30).
001320     05  CS-HDR-STATUS            PIC X(01).
001330         88  CS-HDR-CLOSED            VALUE 'X'.
001340     05  CS-HDR-SUMMARY           PIC X(80).
001350     05  CS-HDR-CLOSED-DATE       PIC 9(08).
001360     05  CS-HDR-CLOSED-TIME       PIC 9(08).
001370
001380*****************************************************************
001390* TIMELINE.  EACH EVENT IS BUILT IN CS-EVENT AND INSERTED INTO
001400* CS-TIMELINE IN DATE/TIME ORDER (6000-ADD-EVENT); EVENTS WITH
001410* THE SAME DATE/TIME KEEP THE ORDER THEY WERE GATHERED IN.  A
001420* CASE WITH MORE EVENTS THAN THE TABLE HOLDS PRINTS THE FIRST
001430* CS-TL-MAX GATHERED AND SAYS HOW MANY WERE LEFT OUT.
001440*****************************************************************
001450 01  CS-EVENT.
001460     05  CS-EV-WHEN.
001470         10  CS-EV-DATE           PIC 9(08).
001480         10  CS-EV-TIME           PIC 9(08).
001490     05  CS-EV-SOURCE             PIC X(08).
001500     05  CS-EV-TEXT               PIC X(120).
001510
001520 01  CS-TL-HOLD                   PIC X(144).
001530
001540 01  CS-TIMELINE.
001550     05  CS-TL-ENTRY OCCURS 500 TIMES.
001560         10  CS-TL-WHEN.
001570             15  CS-TL-DATE       PIC 9(08).
001580             15  CS-TL-TIME       PIC 9(08).
001590         10  CS-TL-SOURCE         PIC X(08).
001600         10  CS-TL-TEXT           PIC X(120).
001610
001620 77  CS-TL-MAX                    PIC S9(04) COMP VALUE 500.
001630 77  CS-TL-COUNT                  PIC S9(04) COMP VALUE 0.
001640 77  CS-TL-IDX                    PIC S9(04) COMP VALUE 0.
001650 77  CS-TL-DROPPED                PIC 9(04) VALUE 0.
001660 01  CS-TL-PLACED-FLAG            PIC X(01) VALUE 'N'.
001670     88  CS-TL-PLACED                 VALUE 'Y'.
001680
001690 01  CS-REPORT-TOTALS.
001700     05  CS-CASES-PRINTED         PIC 9(06) VALUE 0.
001710     05  CS-EVENTS-PRINTED        PIC 9(06) VALUE 0.
001720     05  CS-MISSING-COUNT         PIC 9(06) VALUE 0.
001730
001740 77  CS-CURRENT-DATE              PIC 9(08) VALUE 0.
001750
001760 PROCEDURE DIVISION.
001770*****************************************************************
001780* 0000-MAIN-LOGIC.
001790*****************************************************************
001800 0000-MAIN-LOGIC.
001810     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001820     IF NOT CS-CASE-FILE-OPENED
001830         STOP RUN
001840     END-IF
001850
001860     IF CS-SINGLE-CASE
001870         PERFORM 2120-READ-CASE-HEADER
001880             THRU 2120-READ-CASE-HEADER-EXIT
001890         IF CS-CASE-FOUND
001900             PERFORM 3000-REPORT-CASE THRU 3000-REPORT-CASE-EXIT
001910         ELSE
001920             DISPLAY "No case on file with that number."
001930         END-IF
001940     ELSE
001950         MOVE 0 TO CS-CASE-ID
001960         PERFORM 2000-NEXT-CASE THRU 2000-NEXT-CASE-EXIT
001970             UNTIL CS-NO-MORE-CASES
001980     END-IF
001990
002000     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
002010     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002020     STOP RUN.
002030
002040*****************************************************************
002050* 1000-INITIALIZE.
002060* cases.dat IS REQUIRED.  THE EVENT FILES ARE NOT: ONE THAT
002070* CANNOT BE OPENED IS REPORTED AND ITS EVENTS ARE LEFT OUT OF
002080* THE TIMELINES (AN INCIDENT STILL COMES FROM ITS ARCHIVE).
002090*****************************************************************
002100 1000-INITIALIZE.
002110     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
002120     PERFORM 1100-ACCEPT-CRITERIA THRU 1100-ACCEPT-CRITERIA-EXIT
002130     IF NOT CS-INPUT-VALUE-VALID
002140         GO TO 1000-INITIALIZE-EXIT
002150     END-IF
002160
002170     OPEN INPUT CASE-FILE
002180     IF NOT FS-CASE-FILE-OK
002190         DISPLAY "Unable to open cases.dat, file status "
002200             FS-CASE-FILE-STATUS "."
002210         DISPLAY "The file is created the first time CASEMGT "
002220             "is run."
002230         GO TO 1000-INITIALIZE-EXIT
002240     END-IF
002250     MOVE 'Y' TO CS-CASE-FILE-OPENED-FLAG
002260
002270     OPEN INPUT INCIDENT-FILE
002280     IF FS-INCIDENT-FILE-OK
002290         MOVE 'Y' TO CS-LIVE-FILE-OPENED-FLAG
002300     ELSE
002310         DISPLAY "Unable to open incidents.dat, file status "
002320             FS-INCIDENT-FILE-STATUS ".  Incidents are taken "
002330             "from the archives only."
002340     END-IF
002350
002360     OPEN INPUT ALERT-FILE
002370     IF FS-ALERT-FILE-OK
002380         MOVE 'Y' TO CS-ALERT-FILE-OPENED-FLAG
002390     ELSE
002400         DISPLAY "Unable to open alerts.dat, file status "
002410             FS-ALERT-FILE-STATUS ".  Alert events are left out."
002420     END-IF
002430
002440     OPEN INPUT DISPOSITION-FILE
002450     IF FS-DISPOSITION-OK
002460         MOVE 'Y' TO CS-DISP-FILE-OPENED-FLAG
002470     ELSE
002480         DISPLAY "Unable to open dispos.dat, file status "
002490             FS-DISPOSITION-STATUS ".  Triage events are left "
002500             "out."
002510     END-IF.
002520 1000-INITIALIZE-EXIT.
002530     EXIT.
002540
002550*****************************************************************
002560* 1100-ACCEPT-CRITERIA.
002570* ONE CASE BY NUMBER, OR BLANK FOR EVERY CASE -- ACTIVE ONES
002580* ONLY UNLESS CLOSED CASES ARE ASKED FOR.
002590*****************************************************************
002600 1100-ACCEPT-CRITERIA.
002610     DISPLAY "Investigation Case Report"
002620     DISPLAY "==============================="
002630     DISPLAY "Case number (blank for every case): "
002640     ACCEPT CS-INPUT-CASE-ID
002650     MOVE 'Y' TO CS-INPUT-VALID-FLAG
002660     IF CS-INPUT-CASE-ID = SPACES
002670         MOVE 'N' TO CS-SINGLE-CASE-FLAG
002680         DISPLAY "Include closed cases? (Y/N): "
002690         ACCEPT CS-INCLUDE-CLOSED
002700         IF CS-INCLUDE-CLOSED = 'y'
002710             MOVE 'Y' TO CS-INCLUDE-CLOSED
002720         END-IF
002730         GO TO 1100-ACCEPT-CRITERIA-EXIT
002740     END-IF
002750
002760     PERFORM 1150-VALIDATE-CASE-DIGIT
002770         THRU 1150-VALIDATE-CASE-DIGIT-EXIT
002780         VARYING CS-CHECK-IDX FROM 1 BY 1
002790         UNTIL CS-CHECK-IDX > 6
002800     IF NOT CS-INPUT-VALUE-VALID
002810         DISPLAY "Case number not recognized."
002820         GO TO 1100-ACCEPT-CRITERIA-EXIT
002830     END-IF
002840     MOVE 'Y' TO CS-SINGLE-CASE-FLAG
002850     MOVE CS-INPUT-CASE-ID TO CS-CASE-ID.
002860 1100-ACCEPT-CRITERIA-EXIT.
002870     EXIT.
002880
002890 1150-VALIDATE-CASE-DIGIT.
002900     IF CS-INPUT-CASE-ID(CS-CHECK-IDX:1) NOT NUMERIC
002910         MOVE 'N' TO CS-INPUT-VALID-FLAG
002920     END-IF.
002930 1150-VALIDATE-CASE-DIGIT-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970* 2000-NEXT-CASE.
002980* STEPS PAST EVERY ENTRY OF CASE CS-CASE-ID TO THE FIRST ENTRY
002990* OF THE NEXT CASE, READS THAT CASE'S HEADER, AND REPORTS IT
003000* IF IT IS ACTIVE OR CLOSED CASES WERE ASKED FOR.
003010*****************************************************************
003020 2000-NEXT-CASE.
003030     MOVE CS-CASE-ID TO CASE-ID
003040     MOVE HIGH-VALUES TO CASE-ENTRY-TYPE
003050     MOVE 9999 TO CASE-ENTRY-NO
003060     START CASE-FILE
003070         KEY IS GREATER THAN CASE-KEY
003080         INVALID KEY
003090             SET CS-NO-MORE-CASES TO TRUE
003100             GO TO 2000-NEXT-CASE-EXIT
003110     END-START
003120     READ CASE-FILE NEXT RECORD
003130         AT END
003140             SET CS-NO-MORE-CASES TO TRUE
003150             GO TO 2000-NEXT-CASE-EXIT
003160     END-READ
003170
003180     MOVE CASE-ID TO CS-CASE-ID
003190     PERFORM 2120-READ-CASE-HEADER THRU 2120-READ-CASE-HEADER-EXIT
003200     IF NOT CS-CASE-FOUND
003210         GO TO 2000-NEXT-CASE-EXIT
003220     END-IF
003230     IF CASE-IS-CLOSED AND CS-INCLUDE-CLOSED NOT = 'Y'
003240         GO TO 2000-NEXT-CASE-EXIT
003250     END-IF
003260     PERFORM 3000-REPORT-CASE THRU 3000-REPORT-CASE-EXIT.
003270 2000-NEXT-CASE-EXIT.
003280     EXIT.
003290
003300 2120-READ-CASE-HEADER.
003310     MOVE 'N' TO CS-CASE-FOUND-FLAG
003320     MOVE CS-CASE-ID TO CASE-ID
003330     MOVE 'H' TO CASE-ENTRY-TYPE
003340     MOVE 0 TO CASE-ENTRY-NO
003350     READ CASE-FILE
003360         KEY IS CASE-KEY
003370         INVALID KEY
003380             GO TO 2120-READ-CASE-HEADER-EXIT
003390     END-READ
003400     MOVE 'Y' TO CS-CASE-FOUND-FLAG.
003410 2120-READ-CASE-HEADER-EXIT.
003420     EXIT.
003430
003440*****************************************************************
003450* 2500-START-CASE-ENTRIES.
003460* POSITIONS ON THE FIRST ENTRY OF CASE CS-CASE-ID, OF ANY TYPE,
003470* AND READS IT.  2550 READS ON UNTIL THE NEXT CASE.
003480*****************************************************************
003490 2500-START-CASE-ENTRIES.
003500     MOVE 'N' TO CS-EOF-FLAG
003510     MOVE CS-CASE-ID TO CASE-ID
003520     MOVE LOW-VALUES TO CASE-ENTRY-TYPE
003530     MOVE 0 TO CASE-ENTRY-NO
003540     START CASE-FILE
003550         KEY IS NOT LESS THAN CASE-KEY
003560         INVALID KEY
003570             SET CS-END-OF-FILE TO TRUE
003580             GO TO 2500-START-CASE-ENTRIES-EXIT
003590     END-START
003600     PERFORM 2550-READ-CASE-ENTRY THRU 2550-READ-CASE-ENTRY-EXIT.
003610 2500-START-CASE-ENTRIES-EXIT.
003620     EXIT.
003630
003640 2550-READ-CASE-ENTRY.
003650     READ CASE-FILE NEXT RECORD
003660         AT END
003670             SET CS-END-OF-FILE TO TRUE
003680             GO TO 2550-READ-CASE-ENTRY-EXIT
003690     END-READ
003700     IF CASE-ID NOT = CS-CASE-ID
003710         SET CS-END-OF-FILE TO TRUE
003720     END-IF.
003730 2550-READ-CASE-ENTRY-EXIT.
003740     EXIT.
003750
003760*****************************************************************
003770* 3000-REPORT-CASE.
003780* THE CASE HEADER IS IN THE RECORD AREA.  SAVES IT, GATHERS THE
003790* TIMELINE FROM EVERY ENTRY OF THE CASE, AND PRINTS BOTH.
003800*****************************************************************
003810 3000-REPORT-CASE.
003820     MOVE CASE-ENTRY-DATE TO CS-HDR-OPENED-DATE
003830     MOVE CASE-ENTRY-TIME TO CS-HDR-OPENED-TIME
003840     MOVE CASE-ENTRY-BY TO CS-HDR-OPENED-BY
003850     MOVE CASE-OWNER TO CS-HDR-OWNER
003860     MOVE CASE-STATUS TO CS-HDR-STATUS
003870     MOVE CASE-SUMMARY TO CS-HDR-SUMMARY
003880     MOVE CASE-CLOSED-DATE TO CS-HDR-CLOSED-DATE
003890     MOVE CASE-CLOSED-TIME TO CS-HDR-CLOSED-TIME
003900
003910     MOVE 0 TO CS-TL-COUNT
003920     MOVE 0 TO CS-TL-DROPPED
003930
003940     MOVE CS-HDR-OPENED-DATE TO CS-EV-DATE
003950     MOVE CS-HDR-OPENED-TIME TO CS-EV-TIME
003960     MOVE "CASE" TO CS-EV-SOURCE
003970     MOVE SPACES TO CS-EV-TEXT
003980     STRING "Case opened by " DELIMITED BY SIZE
003990         CS-HDR-OPENED-BY DELIMITED BY SPACE
004000         ", owner " DELIMITED BY SIZE
004010         CS-HDR-OWNER DELIMITED BY SPACE
004020         "." DELIMITED BY SIZE
004030         INTO CS-EV-TEXT
004040     END-STRING
004050     PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT
004060
004070     IF CS-HDR-CLOSED
004080         MOVE CS-HDR-CLOSED-DATE TO CS-EV-DATE
004090         MOVE CS-HDR-CLOSED-TIME TO CS-EV-TIME
004100         MOVE "CASE" TO CS-EV-SOURCE
004110         MOVE "Case closed." TO CS-EV-TEXT
004120         PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT
004130     END-IF
004140
004150     PERFORM 2500-START-CASE-ENTRIES
004160         THRU 2500-START-CASE-ENTRIES-EXIT
004170     PERFORM 3100-GATHER-ONE-ENTRY THRU 3100-GATHER-ONE-ENTRY-EXIT
004180         UNTIL CS-END-OF-FILE
004190
004200     PERFORM 7000-PRINT-CASE THRU 7000-PRINT-CASE-EXIT.
004210 3000-REPORT-CASE-EXIT.
004220     EXIT.
004230
004240*****************************************************************
004250* 3100-GATHER-ONE-ENTRY.
004260* TURNS ONE CASE ENTRY INTO ITS TIMELINE EVENTS, THEN READS THE
004270* NEXT ENTRY.  THE EVENT LOOKUPS READ OTHER FILES ONLY, SO THE
004280* POSITION IN cases.dat IS KEPT.
004290*****************************************************************
004300 3100-GATHER-ONE-ENTRY.
004310     EVALUATE TRUE
004320         WHEN CASE-INCIDENT-ENTRY
004330             MOVE CASE-ENTRY-DATE TO CS-EV-DATE
004340             MOVE CASE-ENTRY-TIME TO CS-EV-TIME
004350             MOVE "CASE" TO CS-EV-SOURCE
004360             MOVE SPACES TO CS-EV-TEXT
004370             STRING "Incident " DELIMITED BY SIZE
004380                 CASE-LINK-SEQ-NO DELIMITED BY SIZE
004390                 " attached by " DELIMITED BY SIZE
004400                 CASE-ENTRY-BY DELIMITED BY SPACE
004410                 "." DELIMITED BY SIZE
004420                 INTO CS-EV-TEXT
004430             END-STRING
004440             PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT
004450             PERFORM 4000-ADD-INCIDENT-EVENTS
004460                 THRU 4000-ADD-INCIDENT-EVENTS-EXIT
004470         WHEN CASE-ALERT-ENTRY
004480             MOVE CASE-ENTRY-DATE TO CS-EV-DATE
004490             MOVE CASE-ENTRY-TIME TO CS-EV-TIME
004500             MOVE "CASE" TO CS-EV-SOURCE
004510             MOVE SPACES TO CS-EV-TEXT
004520             STRING "Alert " DELIMITED BY SIZE
004530                 CASE-LINK-SEQ-NO DELIMITED BY SIZE
004540                 " attached by " DELIMITED BY SIZE
004550                 CASE-ENTRY-BY DELIMITED BY SPACE
004560                 "." DELIMITED BY SIZE
004570                 INTO CS-EV-TEXT
004580             END-STRING
004590             PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT
004600             PERFORM 5000-ADD-ALERT-EVENTS
004610                 THRU 5000-ADD-ALERT-EVENTS-EXIT
004620         WHEN CASE-NOTE-ENTRY
004630             MOVE CASE-ENTRY-DATE TO CS-EV-DATE
004640             MOVE CASE-ENTRY-TIME TO CS-EV-TIME
004650             MOVE "NOTE" TO CS-EV-SOURCE
004660             MOVE SPACES TO CS-EV-TEXT
004670             STRING CASE-ENTRY-BY DELIMITED BY SPACE
004680                 ": " DELIMITED BY SIZE
004690                 CASE-NOTE-TEXT DELIMITED BY SIZE
004700                 INTO CS-EV-TEXT
004710             END-STRING
004720             PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT
004730     END-EVALUATE
004740     PERFORM 2550-READ-CASE-ENTRY THRU 2550-READ-CASE-ENTRY-EXIT.
004750 3100-GATHER-ONE-ENTRY-EXIT.
004760     EXIT.
004770
004780*****************************************************************
004790* 4000-ADD-INCIDENT-EVENTS.
004800* THE ATTACHED INCIDENT ITSELF -- FROM THE LIVE FILE, ELSE FROM
004810* THE ARCHIVE FOR THE MONTH OF ITS DATE -- THEN ITS TRIAGE
004820* DISPOSITION AND, FOR AN ESCALATION, ITS RESOLUTION.
004830*****************************************************************
004840 4000-ADD-INCIDENT-EVENTS.
004850     MOVE 'N' TO CS-FOUND-FLAG
004860     IF CS-LIVE-FILE-OPENED
004870         MOVE 'Y' TO CS-FOUND-FLAG
004880         MOVE CASE-LINK-SEQ-NO TO INCIDENT-SEQ-NO
004890         READ INCIDENT-FILE
004900             KEY IS INCIDENT-SEQ-NO
004910             INVALID KEY
004920                 MOVE 'N' TO CS-FOUND-FLAG
004930         END-READ
004940     END-IF
004950     IF NOT CS-EVENT-FOUND
004960         PERFORM 4100-SEARCH-ARCHIVE THRU 4100-SEARCH-ARCHIVE-EXIT
004970     END-IF
004980
004990     MOVE "INCIDENT" TO CS-EV-SOURCE
005000     MOVE SPACES TO CS-EV-TEXT
005010     IF CS-EVENT-FOUND
005020         MOVE INCIDENT-DATE TO CS-EV-DATE
005030         MOVE INCIDENT-TIME TO CS-EV-TIME
005040         STRING INCIDENT-SEQ-NO DELIMITED BY SIZE
005050             " " DELIMITED BY SIZE
005060             INCIDENT-TYPE DELIMITED BY "  "
005070             ", user " DELIMITED BY SIZE
005080             INCIDENT-USERNAME DELIMITED BY SPACE
005090             ": " DELIMITED BY SIZE
005100             INCIDENT-DETAILS DELIMITED BY SIZE
005110             INTO CS-EV-TEXT
005120         END-STRING
005130     ELSE
005140         ADD 1 TO CS-MISSING-COUNT
005150         MOVE CASE-LINK-EVENT-DATE TO CS-EV-DATE
005160         MOVE CASE-LINK-EVENT-TIME TO CS-EV-TIME
005170         STRING CASE-LINK-SEQ-NO DELIMITED BY SIZE
005180             " no longer on the live file or in "
005190                 DELIMITED BY SIZE
005200             CS-ARCHIVE-FILE-NAME DELIMITED BY SPACE
005210             "." DELIMITED BY SIZE
005220             INTO CS-EV-TEXT
005230         END-STRING
005240     END-IF
005250     PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT
005260
005270     IF NOT CS-DISP-FILE-OPENED
005280         GO TO 4000-ADD-INCIDENT-EVENTS-EXIT
005290     END-IF
005300     MOVE CASE-LINK-SEQ-NO TO DISP-INCIDENT-SEQ-NO
005310     READ DISPOSITION-FILE
005320         KEY IS DISP-INCIDENT-SEQ-NO
005330         INVALID KEY
005340             GO TO 4000-ADD-INCIDENT-EVENTS-EXIT
005350     END-READ
005360     EVALUATE TRUE
005370         WHEN DISP-REVIEWED-BENIGN
005380             MOVE "benign" TO CS-DISP-TEXT
005390         WHEN DISP-ESCALATED
005400             MOVE "escalated" TO CS-DISP-TEXT
005410         WHEN DISP-FALSE-ALARM
005420             MOVE "false alarm" TO CS-DISP-TEXT
005430         WHEN OTHER
005440             MOVE DISP-CODE TO CS-DISP-TEXT
005450     END-EVALUATE
005460     MOVE DISP-DATE TO CS-EV-DATE
005470     MOVE DISP-TIME TO CS-EV-TIME
005480     MOVE "TRIAGE" TO CS-EV-SOURCE
005490     MOVE SPACES TO CS-EV-TEXT
005500     STRING DISP-INCIDENT-SEQ-NO DELIMITED BY SIZE
005510         " triaged " DELIMITED BY SIZE
005520         CS-DISP-TEXT DELIMITED BY "  "
005530         " by " DELIMITED BY SIZE
005540         DISP-REVIEWER DELIMITED BY SPACE
005550         ": " DELIMITED BY SIZE
005560         DISP-COMMENT DELIMITED BY SIZE
005570         INTO CS-EV-TEXT
005580     END-STRING
005590     PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT
005600
005610     IF DISP-ESCALATED AND DISP-RESOLVED
005620         MOVE DISP-RESOLVED-DATE TO CS-EV-DATE
005630         MOVE DISP-RESOLVED-TIME TO CS-EV-TIME
005640         MOVE "TRIAGE" TO CS-EV-SOURCE
005650         MOVE SPACES TO CS-EV-TEXT
005660         STRING DISP-INCIDENT-SEQ-NO DELIMITED BY SIZE
005670             " escalation resolved." DELIMITED BY SIZE
005680             INTO CS-EV-TEXT
005690         END-STRING
005700         PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT
005710     END-IF.
005720 4000-ADD-INCIDENT-EVENTS-EXIT.
005730     EXIT.
005740
005750*****************************************************************
005760* 4100-SEARCH-ARCHIVE.
005770* SCANS THE incidents_YYYYMM.dat ARCHIVE FOR THE MONTH OF THE
005780* DATE SAVED ON THE CASE ENTRY, LEAVING A MATCH IN THE INCIDENT
005790* RECORD AREA AND CS-EVENT-FOUND SET.  A MONTH WITH NO ARCHIVE
005800* IS A MISS, NOT AN ERROR.
005810*****************************************************************
005820 4100-SEARCH-ARCHIVE.
005830     MOVE 'N' TO CS-FOUND-FLAG
005840     MOVE SPACES TO CS-ARCHIVE-FILE-NAME
005850     STRING "incidents_" DELIMITED BY SIZE
005860         CASE-LINK-EVENT-DATE(1:6) DELIMITED BY SIZE
005870         ".dat" DELIMITED BY SIZE
005880         INTO CS-ARCHIVE-FILE-NAME
005890     END-STRING
005900     OPEN INPUT ARCHIVE-FILE
005910     IF NOT FS-ARCHIVE-FILE-OK
005920         GO TO 4100-SEARCH-ARCHIVE-EXIT
005930     END-IF
005940
005950     MOVE 'N' TO CS-ARCHIVE-EOF-FLAG
005960     PERFORM 4150-READ-ARCHIVE-RECORD
005970         THRU 4150-READ-ARCHIVE-RECORD-EXIT
005980         UNTIL CS-ARCHIVE-END OR CS-EVENT-FOUND
005990     CLOSE ARCHIVE-FILE.
006000 4100-SEARCH-ARCHIVE-EXIT.
006010     EXIT.
006020
006030 4150-READ-ARCHIVE-RECORD.
006040     READ ARCHIVE-FILE
006050         AT END
006060             SET CS-ARCHIVE-END TO TRUE
006070             GO TO 4150-READ-ARCHIVE-RECORD-EXIT
006080     END-READ
006090     MOVE ARCHIVE-RECORD TO INCIDENT-RECORD
006100     IF INCIDENT-SEQ-NO = CASE-LINK-SEQ-NO
006110         MOVE 'Y' TO CS-FOUND-FLAG
006120     END-IF.
006130 4150-READ-ARCHIVE-RECORD-EXIT.
006140     EXIT.
006150
006160*****************************************************************
006170* 5000-ADD-ALERT-EVENTS.
006180* THE ATTACHED ALERT ITSELF, ITS ACKNOWLEDGMENT IF IT WAS
006190* CLOSED AFTER ONE, AND ITS LAST HANDLING (THE ACKNOWLEDGMENT
006195* OR THE CLOSE).
006200*****************************************************************
006210 5000-ADD-ALERT-EVENTS.
006220     IF NOT CS-ALERT-FILE-OPENED
006230         GO TO 5000-ADD-ALERT-EVENTS-EXIT
006240     END-IF
006250     MOVE "ALERT" TO CS-EV-SOURCE
006260     MOVE SPACES TO CS-EV-TEXT
006270     MOVE CASE-LINK-SEQ-NO TO ALERT-SEQ-NO
006280     READ ALERT-FILE
006290         KEY IS ALERT-SEQ-NO
006300         INVALID KEY
006310             ADD 1 TO CS-MISSING-COUNT
006320             MOVE CASE-LINK-EVENT-DATE TO CS-EV-DATE
006330             MOVE CASE-LINK-EVENT-TIME TO CS-EV-TIME
006340             STRING CASE-LINK-SEQ-NO DELIMITED BY SIZE
006350                 " no longer on alerts.dat." DELIMITED BY SIZE
006360                 INTO CS-EV-TEXT
006370             END-STRING
006380             PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT
006390             GO TO 5000-ADD-ALERT-EVENTS-EXIT
006400     END-READ
006410
006420     MOVE ALERT-DATE TO CS-EV-DATE
006430     MOVE ALERT-TIME TO CS-EV-TIME
006440     STRING ALERT-SEQ-NO DELIMITED BY SIZE
006450         " " DELIMITED BY SIZE
006460         ALERT-PATTERN DELIMITED BY "  "
006470         ", user " DELIMITED BY SIZE
006480         ALERT-USERNAME DELIMITED BY SPACE
006490         ": " DELIMITED BY SIZE
006500         ALERT-DETAILS DELIMITED BY SIZE
006510         INTO CS-EV-TEXT
006520     END-STRING
006530     PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT
006540
006550     IF ALERT-IS-NEW
006560         GO TO 5000-ADD-ALERT-EVENTS-EXIT
006570     END-IF
006571     IF ALERT-CLOSED AND ALERT-ACK-DATE NOT = 0
006572         MOVE ALERT-ACK-DATE TO CS-EV-DATE
006573         MOVE ALERT-ACK-TIME TO CS-EV-TIME
006574         MOVE SPACES TO CS-EV-TEXT
006575         STRING ALERT-SEQ-NO DELIMITED BY SIZE
006576             " acknowledged by " DELIMITED BY SIZE
006577             ALERT-ACK-BY DELIMITED BY SPACE
006578             INTO CS-EV-TEXT
006579         END-STRING
006580         PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT
006581     END-IF
006582     MOVE ALERT-HANDLED-DATE TO CS-EV-DATE
006590     MOVE ALERT-HANDLED-TIME TO CS-EV-TIME
006600     MOVE SPACES TO CS-EV-TEXT
006610     IF ALERT-CLOSED
006620         MOVE "closed" TO CS-DISP-TEXT
006630     ELSE
006640         MOVE "acknowledged" TO CS-DISP-TEXT
006650     END-IF
006660     STRING ALERT-SEQ-NO DELIMITED BY SIZE
006670         " " DELIMITED BY SIZE
006680         CS-DISP-TEXT DELIMITED BY SPACE
006690         " by " DELIMITED BY SIZE
006700         ALERT-HANDLED-BY DELIMITED BY SPACE
006710         ": " DELIMITED BY SIZE
006720         ALERT-HANDLED-COMMENT DELIMITED BY SIZE
006730         INTO CS-EV-TEXT
006740     END-STRING
006750     PERFORM 6000-ADD-EVENT THRU 6000-ADD-EVENT-EXIT.
006760 5000-ADD-ALERT-EVENTS-EXIT.
006770     EXIT.
006780
006790*****************************************************************
006800* 6000-ADD-EVENT.
006810* APPENDS CS-EVENT TO THE TIMELINE AND SIFTS IT BACK PAST EVERY
006820* LATER EVENT, SO THE TABLE IS ALWAYS IN DATE/TIME ORDER.
006830*****************************************************************
006840 6000-ADD-EVENT.
006850     IF CS-TL-COUNT NOT < CS-TL-MAX
006860         ADD 1 TO CS-TL-DROPPED
006870         GO TO 6000-ADD-EVENT-EXIT
006880     END-IF
006890     ADD 1 TO CS-TL-COUNT
006900     MOVE CS-EVENT TO CS-TL-ENTRY(CS-TL-COUNT)
006910     MOVE 'N' TO CS-TL-PLACED-FLAG
006920     PERFORM 6100-SIFT-EVENT THRU 6100-SIFT-EVENT-EXIT
006930         VARYING CS-TL-IDX FROM CS-TL-COUNT BY -1
006940         UNTIL CS-TL-IDX < 2 OR CS-TL-PLACED.
006950 6000-ADD-EVENT-EXIT.
006960     EXIT.
006970
006980 6100-SIFT-EVENT.
006990     IF CS-TL-WHEN(CS-TL-IDX - 1) NOT > CS-TL-WHEN(CS-TL-IDX)
007000         MOVE 'Y' TO CS-TL-PLACED-FLAG
007010         GO TO 6100-SIFT-EVENT-EXIT
007020     END-IF
007030     MOVE CS-TL-ENTRY(CS-TL-IDX) TO CS-TL-HOLD
007040     MOVE CS-TL-ENTRY(CS-TL-IDX - 1) TO CS-TL-ENTRY(CS-TL-IDX)
007050     MOVE CS-TL-HOLD TO CS-TL-ENTRY(CS-TL-IDX - 1).
007060 6100-SIFT-EVENT-EXIT.
007070     EXIT.
007080
007090*****************************************************************
007100* 7000-PRINT-CASE.
007110*****************************************************************
007120 7000-PRINT-CASE.
007130     ADD 1 TO CS-CASES-PRINTED
007140     EVALUATE CS-HDR-STATUS
007150         WHEN 'O'
007160             MOVE "OPEN" TO CS-STATUS-TEXT
007170         WHEN 'C'
007180             MOVE "CONTAINED" TO CS-STATUS-TEXT
007190         WHEN 'X'
007200             MOVE "CLOSED" TO CS-STATUS-TEXT
007210         WHEN OTHER
007220             MOVE "UNKNOWN" TO CS-STATUS-TEXT
007230     END-EVALUATE
007240
007250     DISPLAY " "
007260     DISPLAY "==============================================="
007270     DISPLAY "CASE " CS-CASE-ID "  " CS-STATUS-TEXT
007280     DISPLAY "==============================================="
007290     DISPLAY "Summary   : " CS-HDR-SUMMARY
007300     DISPLAY "Owner     : " CS-HDR-OWNER
007310     DISPLAY "Opened    : " CS-HDR-OPENED-DATE " "
007320         CS-HDR-OPENED-TIME " by " CS-HDR-OPENED-BY
007330     IF CS-HDR-CLOSED
007340         DISPLAY "Closed    : " CS-HDR-CLOSED-DATE " "
007350             CS-HDR-CLOSED-TIME
007360     END-IF
007370     DISPLAY " "
007380     DISPLAY "DATE     TIME     SOURCE   EVENT"
007390     DISPLAY "-----------------------------------------------"
007400     PERFORM 7100-PRINT-EVENT THRU 7100-PRINT-EVENT-EXIT
007410         VARYING CS-TL-IDX FROM 1 BY 1
007420         UNTIL CS-TL-IDX > CS-TL-COUNT
007430     IF CS-TL-DROPPED > 0
007440         DISPLAY "*** " CS-TL-DROPPED " further event(s) not "
007450             "shown; the timeline holds " CS-TL-MAX " ***"
007460     END-IF.
007470 7000-PRINT-CASE-EXIT.
007480     EXIT.
007490
007500 7100-PRINT-EVENT.
007510     ADD 1 TO CS-EVENTS-PRINTED
007520     DISPLAY CS-TL-DATE(CS-TL-IDX) " " CS-TL-TIME(CS-TL-IDX) " "
007530         CS-TL-SOURCE(CS-TL-IDX) " " CS-TL-TEXT(CS-TL-IDX).
007540 7100-PRINT-EVENT-EXIT.
007550     EXIT.
007560
007570*****************************************************************
007580* 8000-PRINT-SUMMARY.
007590*****************************************************************
007600 8000-PRINT-SUMMARY.
007610     DISPLAY " "
007620     DISPLAY "==============================================="
007630     DISPLAY "    INVESTIGATION CASE REPORT -- " CS-CURRENT-DATE
007640     DISPLAY "==============================================="
007650     DISPLAY "Cases printed          : " CS-CASES-PRINTED
007660     DISPLAY "Timeline events        : " CS-EVENTS-PRINTED
007670     DISPLAY "Events no longer found : " CS-MISSING-COUNT
007680     DISPLAY "===============================================".
007690 8000-PRINT-SUMMARY-EXIT.
007700     EXIT.
007710
007720*****************************************************************
007730* 9000-TERMINATE.
007740*****************************************************************
007750 9000-TERMINATE.
007760     CLOSE CASE-FILE
007770     IF CS-LIVE-FILE-OPENED
007780         CLOSE INCIDENT-FILE
007790     END-IF
007800     IF CS-ALERT-FILE-OPENED
007810         CLOSE ALERT-FILE
007820     END-IF
007830     IF CS-DISP-FILE-OPENED
007840         CLOSE DISPOSITION-FILE
007850     END-IF.
007860 9000-TERMINATE-EXIT.
007870     EXIT.
007880
007890 END PROGRAM CASERPT.
