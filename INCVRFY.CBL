000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INCVRFY.
000030 AUTHOR. D-SHIFT-SECURITY-TEAM.
000040 INSTALLATION. CENTRAL-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------------
000110* 2026-10-15  DWS  ORIGINAL VERSION.  NIGHTLY CHECK OF THE
000120*                  INCIDENT-LOG CHECKSUMS (SEE INCREC.CPY).  SORTS
000130*                  THE LIVE incidents.dat TOGETHER WITH THE
000140*                  incidents_YYYYMM.dat ARCHIVES FOR THE LAST 24
000150*                  MONTHS (OVERRIDABLE BY A MONTH COUNT IN
000160*                  incvrfy.parm) INTO SEQUENCE-NUMBER ORDER AND
000170*                  WALKS THE CHAIN: A ROW WHOSE CONTENT NO
000180*                  LONGER MATCHES ITS ROW SUM, A ROW WHOSE CHAIN
000190*                  SUM DOES NOT FOLLOW FROM THE ROW BEFORE IT, A
000200*                  MISSING RANGE OF SEQUENCE NUMBERS, A STAMPED
000210*                  ROW WITH ITS CHECKSUMS CLEARED, AND AN ARCHIVED
000220*                  ROW THAT NO LONGER AGREES WITH THE CHAIN ANCHOR
000230*                  INCARCH LEFT IN incchain.dat ARE EACH REPORTED
000240*                  BY SEQUENCE NUMBER.  ANY FINDING FAILS THE
000250*                  RUN ON THE RUN-CONTROL FILE SO IT SHOWS ON
000260*                  RUNCTLRP.  READS ONLY.
000270*****************************************************************
000280*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT INCIDENT-FILE ASSIGN TO "incidents.dat"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS LIVE-INCIDENT-SEQ-NO
000360         FILE STATUS IS FS-INCIDENT-FILE-STATUS.
000370     SELECT ARCHIVE-FILE ASSIGN USING CS-ARCHIVE-FILE-NAME
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-ARCHIVE-FILE-STATUS.
000400     SELECT CHAIN-ANCHOR-FILE ASSIGN TO "incchain.dat"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-CHAIN-ANCHOR-STATUS.
000430     SELECT PARM-FILE ASSIGN TO "incvrfy.parm"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FS-PARM-FILE-STATUS.
000460     SELECT SORT-FILE ASSIGN TO "incvrfy.wrk".
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500*    THE LIVE FILE IS READ AS A PLAIN 200-BYTE ROW AND HANDED TO
000510*    THE SORT WHOLE; THE INCIDENT FIELDS ARE LAID OVER THE SORT
000520*    RECORD, WHICH IS WHERE EVERY ROW IS CHECKED.
000530 FD  INCIDENT-FILE.
000540 01  LIVE-INCIDENT-RECORD.
000550     05  LIVE-INCIDENT-SEQ-NO     PIC 9(09).
000560     05  FILLER                   PIC X(191).
000570
000580 FD  ARCHIVE-FILE.
000590 01  ARCHIVE-RECORD               PIC X(200).
000600
000610 FD  CHAIN-ANCHOR-FILE.
000620     COPY "CHNREC.CPY".
000630
000640 FD  PARM-FILE.
000650 01  PARM-RECORD                  PIC X(80).
000660
000670 SD  SORT-FILE.
000680     COPY "INCREC.CPY".
000690
000700 WORKING-STORAGE SECTION.
000710 01  FS-INCIDENT-FILE-STATUS      PIC X(02) VALUE "00".
000720     88  FS-INCIDENT-FILE-OK          VALUE "00".
000730
000740 01  FS-ARCHIVE-FILE-STATUS       PIC X(02) VALUE "00".
000750     88  FS-ARCHIVE-FILE-OK           VALUE "00".
000760
000770 01  FS-CHAIN-ANCHOR-STATUS       PIC X(02) VALUE "00".
000780     88  FS-CHAIN-ANCHOR-OK           VALUE "00".
000790
000800 01  FS-PARM-FILE-STATUS          PIC X(02) VALUE "00".
000810     88  FS-PARM-FILE-OK              VALUE "00".
000820
000830 01  CS-FILES-READY-FLAG          PIC X(01) VALUE 'N'.
000840     88  CS-FILES-READY               VALUE 'Y'.
000850
000860 01  CS-EOF-FLAG                  PIC X(01) VALUE 'N'.
000870     88  CS-END-OF-FILE                VALUE 'Y'.
000880
000890 01  CS-SORT-FAILED-FLAG          PIC X(01) VALUE 'N'.
000900     88  CS-SORT-FAILED               VALUE 'Y'.
000910
000920 01  CS-PARM-CHECK-FIELDS.
000930     05  CS-PARM-VALID-FLAG       PIC X(01) VALUE 'Y'.
000940         88  CS-PARM-VALUE-VALID      VALUE 'Y'.
000950     05  CS-PARM-CHECK-IDX        PIC 9(02) COMP VALUE 0.
000960     05  CS-PARM-VALUE            PIC 9(06) VALUE 0.
000970
000980 01  CS-RUN-CONTROL-FIELDS.
000990     05  CS-RC-ACTION             PIC X(01).
001000     05  CS-RC-JOB-NAME           PIC X(08) VALUE "INCVRFY".
001010     05  CS-RC-RESULT             PIC X(01).
001020         88  CS-RC-START-OK           VALUE 'Y'.
001030         88  CS-RC-START-REFUSED      VALUE 'N'.
001040     05  CS-RC-HWM-DATE           PIC 9(08) VALUE 0.
001050     05  CS-RC-HWM-TIME           PIC 9(08) VALUE 0.
001060     05  CS-RC-HWM-SEQ-NO         PIC 9(09) VALUE 0.
001070
001080 77  CS-MONTHS-BACK               PIC 9(06) VALUE 24.
001090 77  CS-MONTHS-BACK-LIMIT         PIC 9(06) VALUE 600.
001100 77  CS-DETAIL-LIMIT              PIC 9(04) VALUE 50.
001110 77  CS-CURRENT-DATE              PIC 9(08) VALUE 0.
001120 77  CS-CURRENT-TIME              PIC 9(08) VALUE 0.
001130
001140*    THE ARCHIVE WINDOW RUNS FROM CS-FIRST-MONTH UP TO AND
001150*    INCLUDING THE CURRENT MONTH.  CS-MONTH-NUMBER COUNTS MONTHS
001160*    FROM YEAR ZERO SO THE STEP BACK IS ONE SUBTRACTION.
001170 01  CS-CURRENT-MONTH             PIC 9(06) VALUE 0.
001180 01  CS-WORK-MONTH                PIC 9(06) VALUE 0.
001190 01  CS-WORK-MONTH-PARTS REDEFINES CS-WORK-MONTH.
001200     05  CS-WORK-YEAR             PIC 9(04).
001210     05  CS-WORK-MM               PIC 9(02).
001220 01  CS-MONTH-STEP-FIELDS.
001230     05  CS-FIRST-MONTH           PIC 9(06) VALUE 0.
001240     05  CS-MONTH-NUMBER          PIC 9(07) VALUE 0.
001250     05  CS-MONTH-REMAINDER       PIC 9(02) VALUE 0.
001260
001270 01  CS-ARCHIVE-NAME-FIELDS.
001280     05  CS-ARCHIVE-FILE-NAME     PIC X(20).
001290     05  CS-ARCHIVES-READ         PIC 9(04) VALUE 0.
001300
001310*    THE CHAIN ANCHOR AS INCARCH LAST LEFT IT.  A SITE THAT HAS
001320*    NEVER ARCHIVED HAS NO incchain.dat AND NO ANCHOR TO CHECK.
001330 01  CS-ANCHOR-FIELDS.
001340     05  CS-ANCHOR-LOADED-FLAG    PIC X(01) VALUE 'N'.
001350         88  CS-ANCHOR-LOADED         VALUE 'Y'.
001360     05  CS-ANCHOR-SEEN-FLAG      PIC X(01) VALUE 'N'.
001370         88  CS-ANCHOR-SEEN           VALUE 'Y'.
001380     05  CS-ANCHOR-SEQ-NO         PIC 9(09) VALUE 0.
001390     05  CS-ANCHOR-CHAIN-SUM      PIC 9(10) VALUE 0.
001400     05  CS-ANCHOR-FILE-NAME      PIC X(20) VALUE SPACES.
001410
001420*    THE ROW BEFORE THE ONE BEING CHECKED.  A REPEATED SEQUENCE
001430*    NUMBER IS COMPARED AGAINST IT WHOLE: AN INCARCH RERUN CAN
001440*    LEAVE THE SAME ROW ON AN ARCHIVE AND THE LIVE FILE, WHICH IS
001450*    HARMLESS SO LONG AS BOTH COPIES ARE IDENTICAL.
001460 01  CS-PRIOR-ROW-FIELDS.
001470     05  CS-HAVE-PRIOR-FLAG       PIC X(01) VALUE 'N'.
001480         88  CS-HAVE-PRIOR            VALUE 'Y'.
001490     05  CS-PRIOR-STAMPED-FLAG    PIC X(01) VALUE 'N'.
001500         88  CS-PRIOR-STAMPED         VALUE 'Y'.
001510     05  CS-PRIOR-SEQ-NO          PIC 9(09) VALUE 0.
001520     05  CS-PRIOR-CHAIN-SUM       PIC 9(10) VALUE 0.
001530     05  CS-PRIOR-ROW             PIC X(200) VALUE SPACES.
001540
001550 01  CS-ROW-CHECK-FIELDS.
001560     05  CS-ROW-STAMPED-FLAG      PIC X(01) VALUE 'N'.
001570         88  CS-ROW-STAMPED           VALUE 'Y'.
001580     05  CS-STAMPED-SEEN-FLAG     PIC X(01) VALUE 'N'.
001590         88  CS-STAMPED-SEEN          VALUE 'Y'.
001600     05  CS-LINK-KNOWN-FLAG       PIC X(01) VALUE 'N'.
001610         88  CS-LINK-KNOWN            VALUE 'Y'.
001620     05  CS-EXPECTED-PRIOR-SUM    PIC 9(10) VALUE 0.
001630     05  CS-ZERO-SEED             PIC 9(10) VALUE 0.
001640     05  CS-HASH-DATA             PIC X(180).
001650     05  CS-CHECK-ROW-SUM         PIC 9(10) VALUE 0.
001660     05  CS-CHECK-CHAIN-SUM       PIC 9(10) VALUE 0.
001670
001680 01  CS-COUNTERS.
001690     05  CS-LIVE-ROW-COUNT        PIC 9(09) VALUE 0.
001700     05  CS-ARCHIVE-ROW-COUNT     PIC 9(09) VALUE 0.
001710     05  CS-ROWS-CHECKED          PIC 9(09) VALUE 0.
001720     05  CS-LEGACY-COUNT          PIC 9(09) VALUE 0.
001730     05  CS-VERIFIED-COUNT        PIC 9(09) VALUE 0.
001740     05  CS-DUPLICATE-COUNT       PIC 9(09) VALUE 0.
001750     05  CS-TRUSTED-START-COUNT   PIC 9(09) VALUE 0.
001760     05  CS-ALTERED-COUNT         PIC 9(09) VALUE 0.
001770     05  CS-BROKEN-LINK-COUNT     PIC 9(09) VALUE 0.
001780     05  CS-GAP-COUNT             PIC 9(09) VALUE 0.
001790     05  CS-MISSING-ROW-COUNT     PIC 9(09) VALUE 0.
001800     05  CS-FINDING-COUNT         PIC 9(09) VALUE 0.
001810     05  CS-FINDINGS-SHOWN        PIC 9(04) VALUE 0.
001820     05  CS-FINDINGS-HIDDEN       PIC 9(09) VALUE 0.
001830
001840*    ONE FINDING LINE: THE SEQUENCE NUMBER (OR THE FIRST AND LAST
001850*    OF A MISSING RANGE) AND WHAT IS WRONG WITH IT.
001860 01  CS-FINDING-FIELDS.
001870     05  CS-FINDING-FROM-SEQ      PIC 9(09) VALUE 0.
001880     05  CS-FINDING-TO-SEQ        PIC 9(09) VALUE 0.
001890     05  CS-FINDING-TEXT          PIC X(40) VALUE SPACES.
001900 01  CS-FINDING-LINE.
001910     05  CS-FL-FROM-SEQ           PIC 9(09).
001920     05  CS-FL-DASH               PIC X(03).
001930     05  CS-FL-TO-SEQ             PIC X(09).
001940     05  FILLER                   PIC X(02) VALUE SPACES.
001950     05  CS-FL-TEXT               PIC X(40).
001960
001970 PROCEDURE DIVISION.
001980*****************************************************************
001990* 0000-MAIN-LOGIC.
002000* THE SORT'S INPUT PROCEDURE HANDS OVER EVERY ARCHIVED AND LIVE
002010* ROW; ITS OUTPUT PROCEDURE RETURNS THEM IN SEQUENCE-NUMBER ORDER
002020* AND CHECKS EACH ONE AGAINST THE ROW BEFORE IT.  ROWS WITH THE
002030* SAME NUMBER KEEP THE ORDER THEY WERE HANDED OVER IN.
002040*****************************************************************
002050 0000-MAIN-LOGIC.
002060     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002070     IF NOT CS-FILES-READY
002080         GOBACK
002090     END-IF
002100
002110     SORT SORT-FILE
002120         ON ASCENDING KEY INCIDENT-SEQ-NO
002130         WITH DUPLICATES IN ORDER
002140         INPUT PROCEDURE IS 2000-RELEASE-ROWS
002150             THRU 2000-RELEASE-ROWS-EXIT
002160         OUTPUT PROCEDURE IS 3000-CHECK-ROWS
002170             THRU 3000-CHECK-ROWS-EXIT
002180     IF SORT-RETURN NOT = 0
002190         MOVE 'Y' TO CS-SORT-FAILED-FLAG
002200     END-IF
002210
002220     PERFORM 4000-CHECK-ANCHOR THRU 4000-CHECK-ANCHOR-EXIT
002230     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
002240     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002250     GOBACK.
002260
002270*****************************************************************
002280* 1000-INITIALIZE.
002290* THE LIVE FILE MUST OPEN; THE ARCHIVES AND THE ANCHOR ARE
002300* OPTIONAL, SINCE A SITE THAT HAS NOT YET RUN INCARCH HAS NEITHER.
002310*****************************************************************
002320 1000-INITIALIZE.
002330     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
002340     ACCEPT CS-CURRENT-TIME FROM TIME
002350     MOVE CS-CURRENT-DATE(1:6) TO CS-CURRENT-MONTH
002360     PERFORM 1050-APPLY-WINDOW-OVERRIDE
002370         THRU 1050-APPLY-WINDOW-OVERRIDE-EXIT
002380     PERFORM 1100-SET-FIRST-MONTH THRU 1100-SET-FIRST-MONTH-EXIT
002390     PERFORM 1200-READ-CHAIN-ANCHOR
002400         THRU 1200-READ-CHAIN-ANCHOR-EXIT
002410
002420     MOVE 'S' TO CS-RC-ACTION
002430     CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
002440         CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
002450         CS-RC-HWM-SEQ-NO
002460     IF NOT CS-RC-START-OK
002470         MOVE 'N' TO CS-FILES-READY-FLAG
002480         IF CS-RC-START-REFUSED
002490             DISPLAY "A previous INCVRFY run is still marked "
002500                 "in-flight on the run-control file.  Not "
002510                 "starting.  See RUNCTLRP."
002520         END-IF
002530         GO TO 1000-INITIALIZE-EXIT
002540     END-IF
002550
002560     OPEN INPUT INCIDENT-FILE
002570     IF NOT FS-INCIDENT-FILE-OK
002580         MOVE 'N' TO CS-FILES-READY-FLAG
002590         DISPLAY "Unable to open incidents.dat, file status "
002600             FS-INCIDENT-FILE-STATUS "."
002610         DISPLAY "If this site is still on an older "
002620             "incidents.dat layout, run INCMIG once to convert "
002630             "and stamp it before running INCVRFY."
002640         MOVE 'F' TO CS-RC-ACTION
002650         CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
002660             CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
002670             CS-RC-HWM-SEQ-NO
002680         GO TO 1000-INITIALIZE-EXIT
002690     END-IF
002700
002710     MOVE 'Y' TO CS-FILES-READY-FLAG.
002720 1000-INITIALIZE-EXIT.
002730     EXIT.
002740
002750*****************************************************************
002760* 1050-APPLY-WINDOW-OVERRIDE.
002770* THE ARCHIVES ARE READ FOR THE CURRENT MONTH AND THE 24 BEFORE
002780* IT.  AN OPTIONAL PARAMETER FILE (incvrfy.parm) HOLDING A MONTH
002790* COUNT IN COLUMNS 1-6 WIDENS OR NARROWS THAT; ZERO CHECKS THE
002800* LIVE FILE ALONE.  A MISSING FILE, EMPTY FILE, NON-NUMERIC
002810* VALUE, OR COUNT OVER 600 LEAVES THE DEFAULT.
002820*****************************************************************
002830 1050-APPLY-WINDOW-OVERRIDE.
002840     OPEN INPUT PARM-FILE
002850     IF NOT FS-PARM-FILE-OK
002860         GO TO 1050-APPLY-WINDOW-OVERRIDE-EXIT
002870     END-IF
002880
002890     READ PARM-FILE
002900         AT END
002910             CLOSE PARM-FILE
002920             GO TO 1050-APPLY-WINDOW-OVERRIDE-EXIT
002930     END-READ
002940
002950     MOVE 'Y' TO CS-PARM-VALID-FLAG
002960     PERFORM 1060-VALIDATE-PARM-DIGIT
002970         THRU 1060-VALIDATE-PARM-DIGIT-EXIT
002980         VARYING CS-PARM-CHECK-IDX FROM 1 BY 1
002990         UNTIL CS-PARM-CHECK-IDX > 6
003000
003010     IF CS-PARM-VALUE-VALID
003020         MOVE PARM-RECORD(1:6) TO CS-PARM-VALUE
003030         IF CS-PARM-VALUE NOT > CS-MONTHS-BACK-LIMIT
003040             MOVE CS-PARM-VALUE TO CS-MONTHS-BACK
003050         END-IF
003060     END-IF
003070
003080     CLOSE PARM-FILE.
003090 1050-APPLY-WINDOW-OVERRIDE-EXIT.
003100     EXIT.
003110
003120 1060-VALIDATE-PARM-DIGIT.
003130     IF PARM-RECORD(CS-PARM-CHECK-IDX:1) NOT NUMERIC
003140         MOVE 'N' TO CS-PARM-VALID-FLAG
003150     END-IF.
003160 1060-VALIDATE-PARM-DIGIT-EXIT.
003170     EXIT.
003180
003190*****************************************************************
003200* 1100-SET-FIRST-MONTH.
003210* STEPS BACK CS-MONTHS-BACK MONTHS FROM THE CURRENT MONTH.
003220*****************************************************************
003230 1100-SET-FIRST-MONTH.
003240     MOVE CS-CURRENT-MONTH TO CS-WORK-MONTH
003250     COMPUTE CS-MONTH-NUMBER = CS-WORK-YEAR * 12 + CS-WORK-MM - 1
003260         - CS-MONTHS-BACK
003270     DIVIDE CS-MONTH-NUMBER BY 12
003280         GIVING CS-WORK-YEAR
003290         REMAINDER CS-MONTH-REMAINDER
003300     COMPUTE CS-WORK-MM = CS-MONTH-REMAINDER + 1
003310     MOVE CS-WORK-MONTH TO CS-FIRST-MONTH.
003320 1100-SET-FIRST-MONTH-EXIT.
003330     EXIT.
003340
003350*****************************************************************
003360* 1200-READ-CHAIN-ANCHOR.
003370* LOADS THE ONE-LINE ANCHOR FILE, IF THERE IS ONE.  A LINE THAT
003380* IS NOT NUMERIC WHERE IT SHOULD BE IS REPORTED AS A FINDING BY
003390* 4000-CHECK-ANCHOR RATHER THAN QUIETLY IGNORED.
003400*****************************************************************
003410 1200-READ-CHAIN-ANCHOR.
003420     OPEN INPUT CHAIN-ANCHOR-FILE
003430     IF NOT FS-CHAIN-ANCHOR-OK
003440         GO TO 1200-READ-CHAIN-ANCHOR-EXIT
003450     END-IF
003460
003470     READ CHAIN-ANCHOR-FILE
003480         AT END
003490             CLOSE CHAIN-ANCHOR-FILE
003500             GO TO 1200-READ-CHAIN-ANCHOR-EXIT
003510     END-READ
003520
003530     MOVE 'Y' TO CS-ANCHOR-LOADED-FLAG
003540     MOVE CHA-ARCHIVE-FILE-NAME TO CS-ANCHOR-FILE-NAME
003550     IF CHA-LAST-SEQ-NO NUMERIC
003560         AND CHA-LAST-CHAIN-SUM NUMERIC
003570         MOVE CHA-LAST-SEQ-NO TO CS-ANCHOR-SEQ-NO
003580         MOVE CHA-LAST-CHAIN-SUM TO CS-ANCHOR-CHAIN-SUM
003590     END-IF
003600
003610     CLOSE CHAIN-ANCHOR-FILE.
003620 1200-READ-CHAIN-ANCHOR-EXIT.
003630     EXIT.
003640
003650*****************************************************************
003660* 2000-RELEASE-ROWS.
003670* SORT INPUT PROCEDURE.  HANDS OVER THE ARCHIVES OLDEST MONTH
003680* FIRST, THEN THE LIVE FILE, SO AN ARCHIVED COPY OF A ROW COMES
003690* BACK AHEAD OF A LIVE COPY OF THE SAME ROW.  A MONTH WITH NO
003700* ARCHIVE IS SKIPPED.
003710*****************************************************************
003720 2000-RELEASE-ROWS.
003730     MOVE CS-FIRST-MONTH TO CS-WORK-MONTH
003740     PERFORM 2100-RELEASE-ONE-ARCHIVE
003750         THRU 2100-RELEASE-ONE-ARCHIVE-EXIT
003760         UNTIL CS-WORK-MONTH > CS-CURRENT-MONTH
003770         OR CS-MONTHS-BACK = 0
003780
003790     MOVE 'N' TO CS-EOF-FLAG
003800     PERFORM 2200-RELEASE-LIVE-ROW THRU 2200-RELEASE-LIVE-ROW-EXIT
003810         UNTIL CS-END-OF-FILE
003820     MOVE 'N' TO CS-EOF-FLAG.
003830 2000-RELEASE-ROWS-EXIT.
003840     EXIT.
003850
003860 2100-RELEASE-ONE-ARCHIVE.
003870     MOVE SPACES TO CS-ARCHIVE-FILE-NAME
003880     STRING "incidents_" DELIMITED BY SIZE
003890         CS-WORK-MONTH DELIMITED BY SIZE
003900         ".dat" DELIMITED BY SIZE
003910         INTO CS-ARCHIVE-FILE-NAME
003920     END-STRING
003930     IF CS-WORK-MM = 12
003940         MOVE 1 TO CS-WORK-MM
003950         ADD 1 TO CS-WORK-YEAR
003960     ELSE
003970         ADD 1 TO CS-WORK-MM
003980     END-IF
003990
004000     OPEN INPUT ARCHIVE-FILE
004010     IF NOT FS-ARCHIVE-FILE-OK
004020         GO TO 2100-RELEASE-ONE-ARCHIVE-EXIT
004030     END-IF
004040     ADD 1 TO CS-ARCHIVES-READ
004050
004060     MOVE 'N' TO CS-EOF-FLAG
004070     PERFORM 2110-RELEASE-ARCHIVE-ROW
004080         THRU 2110-RELEASE-ARCHIVE-ROW-EXIT
004090         UNTIL CS-END-OF-FILE
004100     CLOSE ARCHIVE-FILE
004110     MOVE 'N' TO CS-EOF-FLAG.
004120 2100-RELEASE-ONE-ARCHIVE-EXIT.
004130     EXIT.
004140
004150 2110-RELEASE-ARCHIVE-ROW.
004160     READ ARCHIVE-FILE
004170         AT END
004180             SET CS-END-OF-FILE TO TRUE
004190     END-READ
004200     IF CS-END-OF-FILE
004210         GO TO 2110-RELEASE-ARCHIVE-ROW-EXIT
004220     END-IF
004230     ADD 1 TO CS-ARCHIVE-ROW-COUNT
004240     RELEASE INCIDENT-RECORD FROM ARCHIVE-RECORD.
004250 2110-RELEASE-ARCHIVE-ROW-EXIT.
004260     EXIT.
004270
004280 2200-RELEASE-LIVE-ROW.
004290     READ INCIDENT-FILE NEXT RECORD
004300         AT END
004310             SET CS-END-OF-FILE TO TRUE
004320     END-READ
004330     IF CS-END-OF-FILE
004340         GO TO 2200-RELEASE-LIVE-ROW-EXIT
004350     END-IF
004360     ADD 1 TO CS-LIVE-ROW-COUNT
004370     RELEASE INCIDENT-RECORD FROM LIVE-INCIDENT-RECORD.
004380 2200-RELEASE-LIVE-ROW-EXIT.
004390     EXIT.
004400
004410*****************************************************************
004420* 3000-CHECK-ROWS.
004430* SORT OUTPUT PROCEDURE.  RETURNS THE ROWS IN SEQUENCE-NUMBER
004440* ORDER AND CHECKS EACH IN TURN.
004450*****************************************************************
004460 3000-CHECK-ROWS.
004470     MOVE 'N' TO CS-EOF-FLAG
004480     PERFORM 3100-CHECK-ONE-ROW THRU 3100-CHECK-ONE-ROW-EXIT
004490         UNTIL CS-END-OF-FILE
004500     MOVE 'N' TO CS-EOF-FLAG.
004510 3000-CHECK-ROWS-EXIT.
004520     EXIT.
004530
004540*****************************************************************
004550* 3100-CHECK-ONE-ROW.
004560* A ROW IS STAMPED WHEN BOTH CHECKSUMS ARE PRESENT.  ROWS FROM
004570* BEFORE THE CHECKSUMS EXISTED ARE UNSTAMPED AND ARE COUNTED, NOT
004580* FLAGGED -- BUT ONLY UNTIL THE FIRST STAMPED ROW; AN UNSTAMPED
004590* ROW AFTER THAT HAS HAD ITS CHECKSUMS CLEARED.  THE CHAIN SUM A
004600* STAMPED ROW SHOULD CARRY FOLLOWS FROM THE ROW BEFORE IT: ZERO
004610* FOR SEQUENCE 1 OR AFTER AN UNSTAMPED ROW (WHERE LOGINCDT AND
004620* INCMIG START THE CHAIN), OTHERWISE THAT ROW'S CHAIN SUM.  THE
004630* FIRST ROW IN VIEW, AND THE FIRST ROW AFTER A MISSING RANGE, HAVE
004640* NO ROW BEFORE THEM TO CHECK AGAINST; THEIR ROW SUM IS STILL
004650* CHECKED AND THEIR CHAIN SUM IS TAKEN AS THE START OF THE CHAIN.
004660*****************************************************************
004670 3100-CHECK-ONE-ROW.
004680     RETURN SORT-FILE
004690         AT END
004700             SET CS-END-OF-FILE TO TRUE
004710     END-RETURN
004720     IF CS-END-OF-FILE
004730         GO TO 3100-CHECK-ONE-ROW-EXIT
004740     END-IF
004750     ADD 1 TO CS-ROWS-CHECKED
004760
004770     IF CS-HAVE-PRIOR
004780         AND INCIDENT-SEQ-NO = CS-PRIOR-SEQ-NO
004790         IF INCIDENT-RECORD = CS-PRIOR-ROW
004800             ADD 1 TO CS-DUPLICATE-COUNT
004810         ELSE
004820             ADD 1 TO CS-ALTERED-COUNT
004830             MOVE INCIDENT-SEQ-NO TO CS-FINDING-FROM-SEQ
004840             MOVE 0 TO CS-FINDING-TO-SEQ
004850             MOVE "TWO DIFFERENT ROWS WITH THIS NUMBER"
004860                 TO CS-FINDING-TEXT
004870             PERFORM 3900-REPORT-FINDING
004880                 THRU 3900-REPORT-FINDING-EXIT
004890         END-IF
004900         GO TO 3100-CHECK-ONE-ROW-EXIT
004910     END-IF
004920
004930     MOVE 'N' TO CS-LINK-KNOWN-FLAG
004940     MOVE 0 TO CS-EXPECTED-PRIOR-SUM
004950     IF INCIDENT-SEQ-NO = 1
004960         MOVE 'Y' TO CS-LINK-KNOWN-FLAG
004970     END-IF
004980     IF CS-HAVE-PRIOR
004990         IF INCIDENT-SEQ-NO > CS-PRIOR-SEQ-NO + 1
005000             PERFORM 3200-REPORT-GAP THRU 3200-REPORT-GAP-EXIT
005010         ELSE
005020             MOVE 'Y' TO CS-LINK-KNOWN-FLAG
005030             IF CS-PRIOR-STAMPED
005040                 MOVE CS-PRIOR-CHAIN-SUM TO CS-EXPECTED-PRIOR-SUM
005050             END-IF
005060         END-IF
005070     END-IF
005080
005090     MOVE 'N' TO CS-ROW-STAMPED-FLAG
005100     IF INCIDENT-ROW-SUM NUMERIC
005110         AND INCIDENT-CHAIN-SUM NUMERIC
005120         IF INCIDENT-ROW-SUM > 0
005130             AND INCIDENT-CHAIN-SUM > 0
005140             MOVE 'Y' TO CS-ROW-STAMPED-FLAG
005150         END-IF
005160     END-IF
005170
005180     IF CS-ROW-STAMPED
005190         PERFORM 3300-CHECK-STAMPED-ROW
005200             THRU 3300-CHECK-STAMPED-ROW-EXIT
005210     ELSE
005220         IF CS-STAMPED-SEEN
005230             ADD 1 TO CS-ALTERED-COUNT
005240             MOVE INCIDENT-SEQ-NO TO CS-FINDING-FROM-SEQ
005250             MOVE 0 TO CS-FINDING-TO-SEQ
005260             MOVE "CHECKSUMS MISSING AFTER THE CHAIN BEGAN"
005270                 TO CS-FINDING-TEXT
005280             PERFORM 3900-REPORT-FINDING
005290                 THRU 3900-REPORT-FINDING-EXIT
005300         ELSE
005310             ADD 1 TO CS-LEGACY-COUNT
005320         END-IF
005330     END-IF
005340     PERFORM 3400-CHECK-ANCHOR-ROW THRU 3400-CHECK-ANCHOR-ROW-EXIT
005350
005360     MOVE 'Y' TO CS-HAVE-PRIOR-FLAG
005370     MOVE INCIDENT-SEQ-NO TO CS-PRIOR-SEQ-NO
005380     MOVE INCIDENT-RECORD TO CS-PRIOR-ROW
005390     MOVE CS-ROW-STAMPED-FLAG TO CS-PRIOR-STAMPED-FLAG
005400     IF CS-ROW-STAMPED
005410         MOVE INCIDENT-CHAIN-SUM TO CS-PRIOR-CHAIN-SUM
005420     ELSE
005430         MOVE 0 TO CS-PRIOR-CHAIN-SUM
005440     END-IF.
005450 3100-CHECK-ONE-ROW-EXIT.
005460     EXIT.
005470
005480*****************************************************************
005490* 3200-REPORT-GAP.
005500* SEQUENCE NUMBERS ARE HANDED OUT ONE AFTER ANOTHER AND NEVER
005510* REUSED, SO A JUMP MEANS ROWS HAVE GONE FROM THE LOG AND THE
005520* ARCHIVES IN VIEW.
005530*****************************************************************
005540 3200-REPORT-GAP.
005550     ADD 1 TO CS-GAP-COUNT
005560     COMPUTE CS-MISSING-ROW-COUNT = CS-MISSING-ROW-COUNT
005570         + INCIDENT-SEQ-NO - CS-PRIOR-SEQ-NO - 1
005580     COMPUTE CS-FINDING-FROM-SEQ = CS-PRIOR-SEQ-NO + 1
005590     COMPUTE CS-FINDING-TO-SEQ = INCIDENT-SEQ-NO - 1
005600     MOVE "ROWS MISSING FROM THE LOG" TO CS-FINDING-TEXT
005610     PERFORM 3900-REPORT-FINDING THRU 3900-REPORT-FINDING-EXIT.
005620 3200-REPORT-GAP-EXIT.
005630     EXIT.
005640
005650*****************************************************************
005660* 3300-CHECK-STAMPED-ROW.
005670* RECOMPUTES THE ROW SUM, AND THE CHAIN SUM WHERE THE ROW BEFORE
005680* IS KNOWN, OVER THE SAME 180 BYTES LOGINCDT STAMPED.  A ROW
005690* WHOSE OWN CONTENT HAS CHANGED IS REPORTED AS ALTERED; A ROW
005700* THAT IS INTACT BUT DOES NOT FOLLOW FROM THE ROW BEFORE IT
005710* (ONE WAS SLIPPED IN, TAKEN OUT AND RENUMBERED AROUND, OR
005720* RESTAMPED) IS REPORTED AS A BROKEN LINK.
005730*****************************************************************
005740 3300-CHECK-STAMPED-ROW.
005750     MOVE 'Y' TO CS-STAMPED-SEEN-FLAG
005760     MOVE INCIDENT-RECORD(1:180) TO CS-HASH-DATA
005770     CALL "INCHASH" USING CS-ZERO-SEED CS-HASH-DATA
005780         CS-CHECK-ROW-SUM
005790     IF CS-CHECK-ROW-SUM NOT = INCIDENT-ROW-SUM
005800         ADD 1 TO CS-ALTERED-COUNT
005810         MOVE INCIDENT-SEQ-NO TO CS-FINDING-FROM-SEQ
005820         MOVE 0 TO CS-FINDING-TO-SEQ
005830         MOVE "ROW CONTENT ALTERED" TO CS-FINDING-TEXT
005840         PERFORM 3900-REPORT-FINDING THRU 3900-REPORT-FINDING-EXIT
005850         GO TO 3300-CHECK-STAMPED-ROW-EXIT
005860     END-IF
005870
005880     IF NOT CS-LINK-KNOWN
005890         ADD 1 TO CS-TRUSTED-START-COUNT
005900         GO TO 3300-CHECK-STAMPED-ROW-EXIT
005910     END-IF
005920
005930     CALL "INCHASH" USING CS-EXPECTED-PRIOR-SUM CS-HASH-DATA
005940         CS-CHECK-CHAIN-SUM
005950     IF CS-CHECK-CHAIN-SUM NOT = INCIDENT-CHAIN-SUM
005960         ADD 1 TO CS-BROKEN-LINK-COUNT
005970         MOVE INCIDENT-SEQ-NO TO CS-FINDING-FROM-SEQ
005980         MOVE 0 TO CS-FINDING-TO-SEQ
005990         MOVE "CHAIN BROKEN BEFORE THIS ROW" TO CS-FINDING-TEXT
006000         PERFORM 3900-REPORT-FINDING THRU 3900-REPORT-FINDING-EXIT
006010         GO TO 3300-CHECK-STAMPED-ROW-EXIT
006020     END-IF
006030
006040     ADD 1 TO CS-VERIFIED-COUNT.
006050 3300-CHECK-STAMPED-ROW-EXIT.
006060     EXIT.
006070
006080*****************************************************************
006090* 3400-CHECK-ANCHOR-ROW.
006100* THE ROW AT THE ANCHOR MUST STILL CARRY THE CHAIN SUM INCARCH
006110* RECORDED FOR IT WHEN IT WAS ARCHIVED -- ZERO IF IT WAS ARCHIVED
006120* UNSTAMPED.  A WHOLE ARCHIVED TAIL RESTAMPED TO HIDE AN EDIT
006130* PASSES THE LINK CHECKS BUT NOT THIS ONE.
006140*****************************************************************
006150 3400-CHECK-ANCHOR-ROW.
006160     IF CS-ANCHOR-SEQ-NO = 0
006170         OR INCIDENT-SEQ-NO NOT = CS-ANCHOR-SEQ-NO
006180         GO TO 3400-CHECK-ANCHOR-ROW-EXIT
006190     END-IF
006200
006210     MOVE 'Y' TO CS-ANCHOR-SEEN-FLAG
006220     IF CS-ROW-STAMPED
006230         MOVE INCIDENT-CHAIN-SUM TO CS-CHECK-CHAIN-SUM
006240     ELSE
006250         MOVE 0 TO CS-CHECK-CHAIN-SUM
006260     END-IF
006270     IF CS-CHECK-CHAIN-SUM NOT = CS-ANCHOR-CHAIN-SUM
006280         MOVE INCIDENT-SEQ-NO TO CS-FINDING-FROM-SEQ
006290         MOVE 0 TO CS-FINDING-TO-SEQ
006300         MOVE "CHAIN SUM DIFFERS FROM incchain.dat"
006310             TO CS-FINDING-TEXT
006320         PERFORM 3900-REPORT-FINDING THRU 3900-REPORT-FINDING-EXIT
006330     END-IF.
006340 3400-CHECK-ANCHOR-ROW-EXIT.
006350     EXIT.
006360
006370*****************************************************************
006380* 3900-REPORT-FINDING.
006390* COUNTS A FINDING AND PRINTS IT, UP TO CS-DETAIL-LIMIT LINES; A
006400* LOG THAT HAS BEEN BADLY DAMAGED WOULD OTHERWISE BURY THE
006410* SUMMARY.  THE REST ARE COUNTED IN THE SUMMARY.
006420*****************************************************************
006430 3900-REPORT-FINDING.
006440     ADD 1 TO CS-FINDING-COUNT
006450     IF CS-FINDINGS-SHOWN >= CS-DETAIL-LIMIT
006460         GO TO 3900-REPORT-FINDING-EXIT
006470     END-IF
006480     IF CS-FINDINGS-SHOWN = 0
006490         DISPLAY " "
006500         DISPLAY "SEQUENCE NO.            FINDING"
006510         DISPLAY "---------------------   "
006520             "----------------------------------------"
006530     END-IF
006540     ADD 1 TO CS-FINDINGS-SHOWN
006550
006560     MOVE CS-FINDING-FROM-SEQ TO CS-FL-FROM-SEQ
006570     IF CS-FINDING-TO-SEQ > CS-FINDING-FROM-SEQ
006580         MOVE " - " TO CS-FL-DASH
006590         MOVE CS-FINDING-TO-SEQ TO CS-FL-TO-SEQ
006600     ELSE
006610         MOVE SPACES TO CS-FL-DASH
006620         MOVE SPACES TO CS-FL-TO-SEQ
006630     END-IF
006640     MOVE CS-FINDING-TEXT TO CS-FL-TEXT
006650     DISPLAY CS-FINDING-LINE.
006660 3900-REPORT-FINDING-EXIT.
006670     EXIT.
006680
006690*****************************************************************
006700* 4000-CHECK-ANCHOR.
006710* THE ROW AT THE ANCHOR WAS CHECKED AGAINST IT ON THE WAY PAST.
006720* WHAT IS LEFT IS THE TAIL: IF NO ROW AT OR BEYOND THE ANCHOR WAS
006730* SEEN AT ALL, THE NEWEST ARCHIVED ROWS -- AND EVERYTHING LOGGED
006740* SINCE -- ARE GONE.  AN ANCHOR ROW OLDER THAN THE ARCHIVE WINDOW
006750* IS NOT AN ERROR; WIDEN THE WINDOW IN incvrfy.parm TO COVER IT.
006760*****************************************************************
006770 4000-CHECK-ANCHOR.
006780     IF NOT CS-ANCHOR-LOADED
006790         GO TO 4000-CHECK-ANCHOR-EXIT
006800     END-IF
006810
006820     IF CS-ANCHOR-SEQ-NO = 0
006830         MOVE 0 TO CS-FINDING-FROM-SEQ
006840         MOVE 0 TO CS-FINDING-TO-SEQ
006850         MOVE "incchain.dat IS NOT READABLE" TO CS-FINDING-TEXT
006860         PERFORM 3900-REPORT-FINDING THRU 3900-REPORT-FINDING-EXIT
006870         GO TO 4000-CHECK-ANCHOR-EXIT
006880     END-IF
006890
006900     IF NOT CS-HAVE-PRIOR
006910         OR CS-PRIOR-SEQ-NO < CS-ANCHOR-SEQ-NO
006920         ADD 1 TO CS-GAP-COUNT
006930         IF CS-HAVE-PRIOR
006940             COMPUTE CS-FINDING-FROM-SEQ = CS-PRIOR-SEQ-NO + 1
006950         ELSE
006960             MOVE 1 TO CS-FINDING-FROM-SEQ
006970         END-IF
006980         MOVE CS-ANCHOR-SEQ-NO TO CS-FINDING-TO-SEQ
006990         COMPUTE CS-MISSING-ROW-COUNT = CS-MISSING-ROW-COUNT
007000             + CS-FINDING-TO-SEQ - CS-FINDING-FROM-SEQ + 1
007010         MOVE "ARCHIVED ROWS MISSING UP TO THE ANCHOR"
007020             TO CS-FINDING-TEXT
007030         PERFORM 3900-REPORT-FINDING THRU 3900-REPORT-FINDING-EXIT
007040     END-IF.
007050 4000-CHECK-ANCHOR-EXIT.
007060     EXIT.
007070
007080*****************************************************************
007090* 8000-PRINT-SUMMARY.
007100*****************************************************************
007110 8000-PRINT-SUMMARY.
007120     DISPLAY " "
007130     DISPLAY "==============================================="
007140     DISPLAY "    INCIDENT LOG CHAIN VERIFICATION"
007150     DISPLAY "==============================================="
007160     DISPLAY "Archive months from     : " CS-FIRST-MONTH
007170     DISPLAY "Archive files read      : " CS-ARCHIVES-READ
007180     DISPLAY "Archived rows read      : " CS-ARCHIVE-ROW-COUNT
007190     DISPLAY "Live rows read          : " CS-LIVE-ROW-COUNT
007200     DISPLAY "Rows checked            : " CS-ROWS-CHECKED
007210     DISPLAY "Rows verified           : " CS-VERIFIED-COUNT
007220     DISPLAY "Chain starts taken      : " CS-TRUSTED-START-COUNT
007230     DISPLAY "Unstamped older rows    : " CS-LEGACY-COUNT
007240     DISPLAY "Identical repeated rows : " CS-DUPLICATE-COUNT
007250     IF CS-ANCHOR-LOADED
007260         DISPLAY "Chain anchor            : " CS-ANCHOR-SEQ-NO
007270             " (" CS-ANCHOR-FILE-NAME ")"
007280         IF NOT CS-ANCHOR-SEEN
007290             AND CS-PRIOR-SEQ-NO >= CS-ANCHOR-SEQ-NO
007300             DISPLAY "    Anchor row was not in view and was not "
007310                 "checked against it."
007320         END-IF
007330     END-IF
007340     DISPLAY "-----------------------------------------------"
007350     DISPLAY "Rows altered            : " CS-ALTERED-COUNT
007360     DISPLAY "Broken chain links      : " CS-BROKEN-LINK-COUNT
007370     DISPLAY "Missing ranges          : " CS-GAP-COUNT
007380     DISPLAY "Rows missing            : " CS-MISSING-ROW-COUNT
007390     IF CS-FINDING-COUNT > CS-FINDINGS-SHOWN
007400         COMPUTE CS-FINDINGS-HIDDEN =
007410             CS-FINDING-COUNT - CS-FINDINGS-SHOWN
007420         DISPLAY "Findings not listed     : " CS-FINDINGS-HIDDEN
007430     END-IF
007440     DISPLAY "===============================================".
007450 8000-PRINT-SUMMARY-EXIT.
007460     EXIT.
007470
007480*****************************************************************
007490* 9000-TERMINATE.
007500* ANY FINDING, OR A SORT THAT DID NOT FINISH, FAILS THE RUN.
007510*****************************************************************
007520 9000-TERMINATE.
007530     CLOSE INCIDENT-FILE
007540
007550     IF CS-SORT-FAILED
007560         DISPLAY "The sort of the incident rows did not "
007570             "complete.  The run is recorded as failed."
007580         MOVE 'F' TO CS-RC-ACTION
007590         CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
007600             CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
007610             CS-RC-HWM-SEQ-NO
007620         GO TO 9000-TERMINATE-EXIT
007630     END-IF
007640
007650     IF CS-FINDING-COUNT > 0
007660         DISPLAY "The incident log does not verify.  The run is "
007670             "recorded as failed; hand the findings above to "
007680             "the security lead."
007690         MOVE 'F' TO CS-RC-ACTION
007700         CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
007710             CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
007720             CS-RC-HWM-SEQ-NO
007730         GO TO 9000-TERMINATE-EXIT
007740     END-IF
007750
007760     DISPLAY "The incident log verifies."
007770     MOVE 'C' TO CS-RC-ACTION
007780     CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
007790         CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
007800         CS-RC-HWM-SEQ-NO.
007810 9000-TERMINATE-EXIT.
007820     EXIT.
007830
007840 END PROGRAM INCVRFY.
