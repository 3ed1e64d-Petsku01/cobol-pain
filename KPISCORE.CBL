000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. KPISCORE.
000030 AUTHOR. D-SHIFT-SECURITY-TEAM.
000040 INSTALLATION. CENTRAL-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------------
000110* 2026-10-15  DWS  ORIGINAL VERSION.  MONTHLY SECURITY-OPERATIONS
000120*                  SCORECARD.  FOR THE REPORT MONTH (DEFAULT THE
000130*                  LAST COMPLETE MONTH, OVERRIDABLE BY A YYYYMM IN
000140*                  kpiscore.parm) AND EACH OF THE ELEVEN MONTHS
000150*                  BEFORE IT, MEASURES: INCIDENTS BY SEVERITY (PER
000160*                  inctypes.dat); "ACCOUNT LOCKED" INCIDENT TO ITS
000170*                  TRIAGE DISPOSITION IN dispos.dat, MEAN AND
000180*                  WORST; ALERT RAISED TO HANDLED AND ACKNOWLEDGED
000190*                  TO CLOSED IN alerts.dat; ESCALATION TO
000200*                  RESOLUTION AND THE SHARE OF ESCALATIONS PAST
000210*                  THE BUSINESS-DAY DEADLINE, AGED AGAINST THE
000220*                  SAME holidays.dat CALENDAR AND inctrgrp.parm
000230*                  DEADLINE AS INCTRGRP; AND SESSIONS AND THE
000240*                  ABANDONED-SESSION RATE FROM sessions.dat.
000250*                  INCIDENTS ARE READ FROM THE MONTHLY ARCHIVES
000260*                  (incidents_YYYYMM.dat) AS WELL AS THE LIVE
000270*                  FILE, SO THE TWELVE-MONTH TREND SURVIVES
000271*                  INCARCH.  THE
000280*                  SCORECARD SHOWS EACH FIGURE BESIDE THE PRIOR
000290*                  MONTH, THEN THE TREND, AND IS ALSO WRITTEN TO A
000300*                  DATED kpi_YYYYMM_YYYYMMDD_HHMMSS.csv, ONE ROW
000310*                  PER MONTH.  ELAPSED TIMES ARE IN MINUTES.
000320*                  RECORDS ITS RUNS THROUGH RUNCTL THE SAME WAY AS
000330*                  INCEXPRT; A CSV THAT CANNOT BE WRITTEN FAILS
000340*                  THE RUN.  READS ONLY.
000343* 2026-10-15  DWS  ARCHIVE LINES WIDENED TO 200 BYTES FOR THE
000346*                  INCIDENT CHECKSUMS (SEE INCREC.CPY).
000350*****************************************************************
000360*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
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
000500     SELECT INCIDENT-TYPE-FILE ASSIGN TO "inctypes.dat"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS ITC-TYPE-NAME
000540         FILE STATUS IS FS-INCIDENT-TYPE-STATUS.
000550     SELECT DISPOSITION-FILE ASSIGN TO "dispos.dat"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS DISP-INCIDENT-SEQ-NO
000590         FILE STATUS IS FS-DISPOSITION-STATUS.
000600     SELECT ALERT-FILE ASSIGN TO "alerts.dat"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS ALERT-SEQ-NO
000640         FILE STATUS IS FS-ALERT-FILE-STATUS.
000650     SELECT SESSION-FILE ASSIGN TO "sessions.dat"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS SES-SEQ-NO
000690         ALTERNATE RECORD KEY IS SES-USERNAME
000700             WITH DUPLICATES
000710         FILE STATUS IS FS-SESSION-FILE-STATUS.
000720     SELECT HOLIDAY-FILE ASSIGN TO "holidays.dat"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-HOLIDAY-FILE-STATUS.
000750     SELECT PARM-FILE ASSIGN USING CS-PARM-FILE-NAME
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS FS-PARM-FILE-STATUS.
000780     SELECT CSV-FILE ASSIGN USING CS-CSV-FILE-NAME
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS FS-CSV-FILE-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  INCIDENT-FILE.
000850     COPY "INCREC.CPY".
000860
000870 FD  ARCHIVE-FILE.
000880 01  ARCHIVE-RECORD               PIC X(200).
000890
000900 FD  INCIDENT-TYPE-FILE.
000910     COPY "ITCREC.CPY".
000920
000930 FD  DISPOSITION-FILE.
000940     COPY "DSPREC.CPY".
000950
000960 FD  ALERT-FILE.
000970     COPY "ALTREC.CPY".
000980
000990 FD  SESSION-FILE.
001000     COPY "SESREC.CPY".
001010
001020 FD  HOLIDAY-FILE.
001030 01  HOLIDAY-RECORD               PIC X(80).
001040
001050 FD  PARM-FILE.
001060 01  PARM-RECORD                  PIC X(80).
001070
001080 FD  CSV-FILE.
001090 01  CSV-RECORD                   PIC X(300).
001100
001110 WORKING-STORAGE SECTION.
001120 01  FS-INCIDENT-FILE-STATUS      PIC X(02) VALUE "00".
001130     88  FS-INCIDENT-FILE-OK          VALUE "00".
001140
001150 01  FS-ARCHIVE-FILE-STATUS       PIC X(02) VALUE "00".
001160     88  FS-ARCHIVE-FILE-OK           VALUE "00".
001170
001180 01  FS-INCIDENT-TYPE-STATUS      PIC X(02) VALUE "00".
001190     88  FS-INCIDENT-TYPE-OK          VALUE "00".
001200
001210 01  FS-DISPOSITION-STATUS        PIC X(02) VALUE "00".
001220     88  FS-DISPOSITION-OK            VALUE "00".
001230
001240 01  FS-ALERT-FILE-STATUS         PIC X(02) VALUE "00".
001250     88  FS-ALERT-FILE-OK             VALUE "00".
001260
001270 01  FS-SESSION-FILE-STATUS       PIC X(02) VALUE "00".
001280     88  FS-SESSION-FILE-OK           VALUE "00".
001290
001300 01  FS-HOLIDAY-FILE-STATUS       PIC X(02) VALUE "00".
001310     88  FS-HOLIDAY-FILE-OK           VALUE "00".
001320
001330 01  FS-PARM-FILE-STATUS          PIC X(02) VALUE "00".
001340     88  FS-PARM-FILE-OK              VALUE "00".
001350
001360 01  FS-CSV-FILE-STATUS           PIC X(02) VALUE "00".
001370     88  FS-CSV-FILE-OK               VALUE "00".
001380
001390 01  CS-FILES-READY-FLAG          PIC X(01) VALUE 'N'.
001400     88  CS-FILES-READY               VALUE 'Y'.
001410
001420 01  CS-EOF-FLAG                  PIC X(01) VALUE 'N'.
001430     88  CS-END-OF-FILE                VALUE 'Y'.
001440
001450 01  CS-OPTIONAL-FILE-FLAGS.
001460     05  CS-DISPOSITION-OPENED-FLAG
001470                                  PIC X(01) VALUE 'N'.
001480         88  CS-DISPOSITION-OPENED    VALUE 'Y'.
001490     05  CS-ALERT-FILE-OPENED-FLAG
001500                                  PIC X(01) VALUE 'N'.
001510         88  CS-ALERT-FILE-OPENED     VALUE 'Y'.
001520     05  CS-SESSION-FILE-OPENED-FLAG
001530                                  PIC X(01) VALUE 'N'.
001540         88  CS-SESSION-FILE-OPENED   VALUE 'Y'.
001550
001560 01  CS-CSV-FAILED-FLAG           PIC X(01) VALUE 'N'.
001570     88  CS-CSV-FAILED                VALUE 'Y'.
001580
001590 01  CS-DAY-OFF-FLAG              PIC X(01) VALUE 'N'.
001600     88  CS-DAY-IS-OFF                VALUE 'Y'.
001610
001620 01  CS-PARM-CHECK-FIELDS.
001630     05  CS-PARM-VALID-FLAG       PIC X(01) VALUE 'Y'.
001640         88  CS-PARM-VALUE-VALID      VALUE 'Y'.
001650     05  CS-PARM-CHECK-IDX        PIC 9(02) COMP VALUE 0.
001660     05  CS-PARM-FILE-NAME        PIC X(20).
001670
001680 01  CS-RUN-CONTROL-FIELDS.
001690     05  CS-RC-ACTION             PIC X(01).
001700     05  CS-RC-JOB-NAME           PIC X(08) VALUE "KPISCORE".
001710     05  CS-RC-RESULT             PIC X(01).
001720         88  CS-RC-START-OK           VALUE 'Y'.
001730         88  CS-RC-START-REFUSED      VALUE 'N'.
001740     05  CS-RC-HWM-DATE           PIC 9(08) VALUE 0.
001750     05  CS-RC-HWM-TIME           PIC 9(08) VALUE 0.
001760     05  CS-RC-HWM-SEQ-NO         PIC 9(09) VALUE 0.
001770
001780 77  CS-ESCALATION-DAYS           PIC 9(06) VALUE 5.
001790 77  CS-CURRENT-DATE              PIC 9(08) VALUE 0.
001800 77  CS-CURRENT-TIME              PIC 9(08) VALUE 0.
001810 77  CS-THIS-MONTH-IDX            PIC 9(02) VALUE 12.
001820 77  CS-PRIOR-MONTH-IDX           PIC 9(02) VALUE 11.
001830
001840*    THE REPORT MONTH, AND A WORK MONTH STEPPED BACK FROM IT TO
001850*    LABEL THE TWELVE TREND MONTHS.
001860 01  CS-REPORT-MONTH              PIC 9(06) VALUE 0.
001870 01  CS-REPORT-MONTH-PARTS REDEFINES CS-REPORT-MONTH.
001880     05  CS-REPORT-YEAR           PIC 9(04).
001890     05  CS-REPORT-MM             PIC 9(02).
001900 01  CS-WORK-MONTH                PIC 9(06) VALUE 0.
001910 01  CS-WORK-MONTH-PARTS REDEFINES CS-WORK-MONTH.
001920     05  CS-WORK-YEAR             PIC 9(04).
001930     05  CS-WORK-MM               PIC 9(02).
001940
001950 01  CS-WINDOW-FIELDS.
001960     05  CS-WINDOW-START-DATE     PIC 9(08) VALUE 0.
001970     05  CS-WINDOW-END-DATE       PIC 9(08) VALUE 0.
001980
001990*    ONE ENTRY PER MONTH, OLDEST FIRST; ENTRY 12 IS THE REPORT
002000*    MONTH AND ENTRY 11 THE MONTH BEFORE IT.  THE MEANS AND RATES
002010*    ARE DERIVED FROM THE TOTALS ONCE EVERY FILE HAS BEEN READ.
002020 01  CS-KPI-TABLE.
002030     05  CS-KPI-MONTH             OCCURS 12 TIMES.
002040         10  CS-KM-YYYYMM         PIC 9(06).
002050         10  CS-KM-INCIDENTS      PIC 9(07).
002060         10  CS-KM-SEV-CRITICAL   PIC 9(07).
002070         10  CS-KM-SEV-WARNING    PIC 9(07).
002080         10  CS-KM-SEV-ROUTINE    PIC 9(07).
002090         10  CS-KM-UNCATALOGED    PIC 9(07).
002100         10  CS-KM-LOCKOUTS       PIC 9(07).
002110         10  CS-KM-LOCK-DISPOSED  PIC 9(07).
002120         10  CS-KM-LOCK-MINS      PIC 9(11).
002130         10  CS-KM-LOCK-WORST     PIC 9(09).
002140         10  CS-KM-LOCK-MEAN      PIC 9(07)V99.
002150         10  CS-KM-ALERTS         PIC 9(07).
002160         10  CS-KM-ALERTS-HANDLED PIC 9(07).
002170         10  CS-KM-HANDLE-MINS    PIC 9(11).
002180         10  CS-KM-HANDLE-MEAN    PIC 9(07)V99.
002190         10  CS-KM-ACK-CLOSED     PIC 9(07).
002200         10  CS-KM-ACK-CLOSE-MINS PIC 9(11).
002210         10  CS-KM-ACK-CLOSE-MEAN PIC 9(07)V99.
002220         10  CS-KM-ESCALATIONS    PIC 9(07).
002230         10  CS-KM-ESC-RESOLVED   PIC 9(07).
002240         10  CS-KM-ESC-MINS       PIC 9(11).
002250         10  CS-KM-ESC-MEAN       PIC 9(07)V99.
002260         10  CS-KM-ESC-BREACHED   PIC 9(07).
002270         10  CS-KM-BREACH-PCT     PIC 9(03)V99.
002280         10  CS-KM-SESSIONS       PIC 9(07).
002290         10  CS-KM-ABANDONED      PIC 9(07).
002300         10  CS-KM-ABANDON-PCT    PIC 9(03)V99.
002310 01  CS-KPI-IDX                   PIC 9(04) COMP VALUE 0.
002320 01  CS-MONTH-IDX                 PIC 9(04) COMP VALUE 0.
002330
002340 01  CS-MONTH-LOOKUP-FIELDS.
002350     05  CS-LOOKUP-DATE           PIC 9(08) VALUE 0.
002360     05  CS-LOOKUP-DATE-PARTS REDEFINES CS-LOOKUP-DATE.
002370         10  CS-LOOKUP-YEAR       PIC 9(04).
002380         10  CS-LOOKUP-MM         PIC 9(02).
002390         10  CS-LOOKUP-DD         PIC 9(02).
002400     05  CS-MONTHS-BACK           PIC S9(07) VALUE 0.
002410
002420 01  CS-TYPE-CATALOG-TABLE.
002430     05  CS-TYPE-COUNT            PIC 9(04) COMP VALUE 0.
002440     05  CS-TYPE-ENTRY            OCCURS 50 TIMES.
002450         10  CS-TYPE-NAME         PIC X(25).
002460         10  CS-TYPE-SEVERITY     PIC 9(01).
002470 01  CS-TYPE-IDX                  PIC 9(04) COMP VALUE 0.
002480 01  CS-TYPE-FOUND-FLAG           PIC X(01) VALUE 'N'.
002490     88  CS-TYPE-FOUND                VALUE 'Y'.
002500
002510 01  CS-ARCHIVE-NAME-FIELDS.
002520     05  CS-ARCHIVE-FILE-NAME     PIC X(20).
002530     05  CS-ARCHIVES-READ         PIC 9(04) VALUE 0.
002540
002550 01  CS-ELAPSED-FIELDS.
002560     05  CS-EL-FROM-DATE          PIC 9(08) VALUE 0.
002570     05  CS-EL-FROM-TIME          PIC 9(08) VALUE 0.
002580     05  CS-EL-TO-DATE            PIC 9(08) VALUE 0.
002590     05  CS-EL-TO-TIME            PIC 9(08) VALUE 0.
002600     05  CS-EL-FROM-DAY-NUMBER    PIC 9(07) VALUE 0.
002610     05  CS-EL-TO-DAY-NUMBER      PIC 9(07) VALUE 0.
002620     05  CS-EL-FROM-MINUTE        PIC 9(04) VALUE 0.
002630     05  CS-EL-TO-MINUTE          PIC 9(04) VALUE 0.
002640     05  CS-EL-SIGNED-MINUTES     PIC S9(09) VALUE 0.
002650     05  CS-EL-MINUTES            PIC 9(09) VALUE 0.
002660     05  CS-EL-VALID-FLAG         PIC X(01) VALUE 'N'.
002670         88  CS-EL-VALID              VALUE 'Y'.
002680 01  CS-CLOCK                     PIC 9(08) VALUE 0.
002690 01  CS-CLOCK-PARTS REDEFINES CS-CLOCK.
002700     05  CS-CLOCK-HH              PIC 9(02).
002710     05  CS-CLOCK-MM              PIC 9(02).
002720     05  CS-CLOCK-SSCC            PIC 9(04).
002730
002740 01  CS-AGE-WORK-FIELDS.
002750     05  CS-AGE-FROM-DATE         PIC 9(08) VALUE 0.
002760     05  CS-AGE-TO-DATE           PIC 9(08) VALUE 0.
002770     05  CS-AGE-BUSINESS-DAYS     PIC 9(05) VALUE 0.
002780     05  CS-TO-DAY-NUMBER         PIC 9(07) VALUE 0.
002790     05  CS-FROM-DAY-NUMBER       PIC 9(07) VALUE 0.
002800     05  CS-SCAN-DAY-NUMBER       PIC 9(07) VALUE 0.
002810     05  CS-SCAN-DATE             PIC 9(08) VALUE 0.
002820     05  CS-DAY-OF-WEEK           PIC 9(01) VALUE 0.
002830     05  CS-DOW-QUOTIENT          PIC 9(07) VALUE 0.
002840
002850 01  CS-HOLIDAY-TABLE.
002860     05  CS-HOLIDAY-COUNT         PIC 9(04) COMP VALUE 0.
002870     05  CS-HOLIDAY-ENTRY         PIC 9(08)
002880                                  OCCURS 100 TIMES.
002890 01  CS-HOLIDAY-IDX               PIC 9(04) COMP VALUE 0.
002900
002910*    ONE SCORECARD LINE: A FIGURE FOR THE REPORT MONTH, THE PRIOR
002920*    MONTH, AND THE CHANGE.  COUNTS PRINT WHOLE; MEANS AND RATES
002930*    PRINT THROUGH THE -DEC REDEFINITIONS WITH TWO DECIMALS.
002940 01  CS-FIGURE-FIELDS.
002950     05  CS-FIG-KIND              PIC X(01) VALUE 'C'.
002960         88  CS-FIG-IS-COUNT          VALUE 'C'.
002970         88  CS-FIG-IS-DECIMAL        VALUE 'D'.
002980     05  CS-FIG-THIS              PIC S9(09)V99 VALUE 0.
002990     05  CS-FIG-PRIOR             PIC S9(09)V99 VALUE 0.
003000     05  CS-FIG-CHANGE            PIC S9(09)V99 VALUE 0.
003010
003020 01  CS-SCORE-LINE.
003030     05  CS-SL-LABEL              PIC X(30).
003040     05  CS-SL-THIS               PIC ZZZ,ZZZ,ZZ9.
003050     05  CS-SL-THIS-DEC REDEFINES CS-SL-THIS
003060                                  PIC ZZZZZZZ9.99.
003070     05  FILLER                   PIC X(02) VALUE SPACES.
003080     05  CS-SL-PRIOR              PIC ZZZ,ZZZ,ZZ9.
003090     05  CS-SL-PRIOR-DEC REDEFINES CS-SL-PRIOR
003100                                  PIC ZZZZZZZ9.99.
003110     05  FILLER                   PIC X(02) VALUE SPACES.
003120     05  CS-SL-CHANGE             PIC ---,---,--9.
003130     05  CS-SL-CHANGE-DEC REDEFINES CS-SL-CHANGE
003140                                  PIC -------9.99.
003150
003160 01  CS-TREND-LINE.
003170     05  CS-TR-MONTH              PIC 9(06).
003180     05  FILLER                   PIC X(02) VALUE SPACES.
003190     05  CS-TR-INCIDENTS          PIC ZZZZZ9.
003200     05  FILLER                   PIC X(02) VALUE SPACES.
003210     05  CS-TR-CRITICAL           PIC ZZZZ9.
003220     05  FILLER                   PIC X(02) VALUE SPACES.
003230     05  CS-TR-LOCKOUTS           PIC ZZZZ9.
003240     05  FILLER                   PIC X(02) VALUE SPACES.
003250     05  CS-TR-LOCK-MEAN          PIC ZZZZZ9.
003260     05  FILLER                   PIC X(02) VALUE SPACES.
003270     05  CS-TR-ALERTS             PIC ZZZZ9.
003280     05  FILLER                   PIC X(02) VALUE SPACES.
003290     05  CS-TR-ESCALATIONS        PIC ZZZZ9.
003300     05  FILLER                   PIC X(02) VALUE SPACES.
003310     05  CS-TR-BREACH-PCT         PIC ZZ9.9.
003320     05  FILLER                   PIC X(02) VALUE SPACES.
003330     05  CS-TR-SESSIONS           PIC ZZZZZ9.
003340     05  FILLER                   PIC X(02) VALUE SPACES.
003350     05  CS-TR-ABANDON-PCT        PIC ZZ9.9.
003360
003370 01  CS-CSV-NAME-FIELDS.
003380     05  CS-CSV-FILE-NAME         PIC X(40).
003390
003400 01  CS-CSV-LINE                  PIC X(300).
003410
003420*    CSV FIGURES KEEP THEIR LEADING ZEROS, THE SAME AS THE
003430*    SEQUENCE NUMBERS IN THE INCEXPRT EXPORT.
003440 01  CS-CSV-FIGURES.
003450     05  CS-CSV-MEAN-1            PIC 9(07).99.
003460     05  CS-CSV-MEAN-2            PIC 9(07).99.
003470     05  CS-CSV-MEAN-3            PIC 9(07).99.
003480     05  CS-CSV-MEAN-4            PIC 9(07).99.
003490     05  CS-CSV-PCT-1             PIC 9(03).99.
003500     05  CS-CSV-PCT-2             PIC 9(03).99.
003510
003520 PROCEDURE DIVISION.
003530*****************************************************************
003540* 0000-MAIN-LOGIC.
003550*****************************************************************
003560 0000-MAIN-LOGIC.
003570     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003580     IF NOT CS-FILES-READY
003590         GOBACK
003600     END-IF
003610
003620     PERFORM 2000-TALLY-ARCHIVES THRU 2000-TALLY-ARCHIVES-EXIT
003630     PERFORM 2500-TALLY-LIVE-INCIDENTS
003640         THRU 2500-TALLY-LIVE-INCIDENTS-EXIT
003650     PERFORM 4000-TALLY-ALERTS THRU 4000-TALLY-ALERTS-EXIT
003660     PERFORM 5000-TALLY-ESCALATIONS
003670         THRU 5000-TALLY-ESCALATIONS-EXIT
003680     PERFORM 5500-TALLY-SESSIONS THRU 5500-TALLY-SESSIONS-EXIT
003690
003700     PERFORM 7000-DERIVE-ONE-MONTH THRU 7000-DERIVE-ONE-MONTH-EXIT
003710         VARYING CS-KPI-IDX FROM 1 BY 1
003720         UNTIL CS-KPI-IDX > 12
003730     PERFORM 7100-PRINT-SCORECARD THRU 7100-PRINT-SCORECARD-EXIT
003740     PERFORM 7500-PRINT-TREND THRU 7500-PRINT-TREND-EXIT
003750     PERFORM 8000-WRITE-CSV THRU 8000-WRITE-CSV-EXIT
003760
003770     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003780     GOBACK.
003790
003800*****************************************************************
003810* 1000-INITIALIZE.
003820* ONLY incidents.dat IS REQUIRED.  EACH OF THE OTHER FILES IS
003830* OPTIONAL: ONE THAT IS NOT THERE (NO DISPOSITIONS, ALERTS, OR
003840* SESSIONS RECORDED YET) SIMPLY SCORES ZERO FOR ITS FIGURES.
003850*****************************************************************
003860 1000-INITIALIZE.
003870     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
003880     ACCEPT CS-CURRENT-TIME FROM TIME
003890     PERFORM 1050-APPLY-MONTH-OVERRIDE
003900         THRU 1050-APPLY-MONTH-OVERRIDE-EXIT
003910     PERFORM 1070-APPLY-ESCALATION-OVERRIDE
003920         THRU 1070-APPLY-ESCALATION-OVERRIDE-EXIT
003930     PERFORM 1100-LOAD-HOLIDAY-CALENDAR
003940         THRU 1100-LOAD-HOLIDAY-CALENDAR-EXIT
003950     PERFORM 1200-LOAD-TYPE-CATALOG
003960         THRU 1200-LOAD-TYPE-CATALOG-EXIT
003970     PERFORM 1300-BUILD-MONTH-TABLE
003980         THRU 1300-BUILD-MONTH-TABLE-EXIT
003990
004000     MOVE 'S' TO CS-RC-ACTION
004010     CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
004020         CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
004030         CS-RC-HWM-SEQ-NO
004040     IF NOT CS-RC-START-OK
004050         MOVE 'N' TO CS-FILES-READY-FLAG
004060         IF CS-RC-START-REFUSED
004070             DISPLAY "A previous KPISCORE run is still marked "
004080                 "in-flight on the run-control file.  Not "
004090                 "starting.  See RUNCTLRP."
004100         END-IF
004110         GO TO 1000-INITIALIZE-EXIT
004120     END-IF
004130
004140     OPEN INPUT INCIDENT-FILE
004150     IF NOT FS-INCIDENT-FILE-OK
004160         MOVE 'N' TO CS-FILES-READY-FLAG
004170         DISPLAY "Unable to open incidents.dat, file status "
004180             FS-INCIDENT-FILE-STATUS "."
004190         DISPLAY "If this site is still on the old flat-file "
004200             "incidents.dat, run INCMIG once to convert it "
004210             "to the indexed format before running KPISCORE."
004220         MOVE 'F' TO CS-RC-ACTION
004230         CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
004240             CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
004250             CS-RC-HWM-SEQ-NO
004260         GO TO 1000-INITIALIZE-EXIT
004270     END-IF
004280
004290     OPEN INPUT DISPOSITION-FILE
004300     IF FS-DISPOSITION-OK
004310         MOVE 'Y' TO CS-DISPOSITION-OPENED-FLAG
004320     END-IF
004330     OPEN INPUT ALERT-FILE
004340     IF FS-ALERT-FILE-OK
004350         MOVE 'Y' TO CS-ALERT-FILE-OPENED-FLAG
004360     END-IF
004370     OPEN INPUT SESSION-FILE
004380     IF FS-SESSION-FILE-OK
004390         MOVE 'Y' TO CS-SESSION-FILE-OPENED-FLAG
004400     END-IF
004410
004420     MOVE 'Y' TO CS-FILES-READY-FLAG.
004430 1000-INITIALIZE-EXIT.
004440     EXIT.
004450
004460*****************************************************************
004470* 1050-APPLY-MONTH-OVERRIDE.
004480* THE REPORT MONTH DEFAULTS TO THE LAST COMPLETE MONTH -- THE
004490* SCORECARD IS RUN EARLY IN THE MONTH FOR THE ONE JUST ENDED.
004500* AN OPTIONAL PARAMETER FILE (kpiscore.parm) HOLDING A YYYYMM IN
004510* COLUMNS 1-6 PICKS ANOTHER MONTH, E.G. TO RE-RUN A PAST ONE.  A
004520* MISSING FILE, EMPTY FILE, NON-NUMERIC VALUE, OR MONTH OUTSIDE
004530* 01-12 LEAVES THE DEFAULT.
004540*****************************************************************
004550 1050-APPLY-MONTH-OVERRIDE.
004560     MOVE CS-CURRENT-DATE(1:6) TO CS-REPORT-MONTH
004570     IF CS-REPORT-MM = 1
004580         MOVE 12 TO CS-REPORT-MM
004590         SUBTRACT 1 FROM CS-REPORT-YEAR
004600     ELSE
004610         SUBTRACT 1 FROM CS-REPORT-MM
004620     END-IF
004630
004640     MOVE "kpiscore.parm" TO CS-PARM-FILE-NAME
004650     OPEN INPUT PARM-FILE
004660     IF NOT FS-PARM-FILE-OK
004670         GO TO 1050-APPLY-MONTH-OVERRIDE-EXIT
004680     END-IF
004690
004700     READ PARM-FILE
004710         AT END
004720             CLOSE PARM-FILE
004730             GO TO 1050-APPLY-MONTH-OVERRIDE-EXIT
004740     END-READ
004750
004760     MOVE 'Y' TO CS-PARM-VALID-FLAG
004770     PERFORM 1060-VALIDATE-PARM-DIGIT
004780         THRU 1060-VALIDATE-PARM-DIGIT-EXIT
004790         VARYING CS-PARM-CHECK-IDX FROM 1 BY 1
004800         UNTIL CS-PARM-CHECK-IDX > 6
004810
004820     IF CS-PARM-VALUE-VALID
004830         MOVE PARM-RECORD(1:6) TO CS-WORK-MONTH
004840         IF CS-WORK-MM >= 1 AND CS-WORK-MM <= 12
004850             MOVE CS-WORK-MONTH TO CS-REPORT-MONTH
004860         END-IF
004870     END-IF
004880
004890     CLOSE PARM-FILE.
004900 1050-APPLY-MONTH-OVERRIDE-EXIT.
004910     EXIT.
004920
004930 1060-VALIDATE-PARM-DIGIT.
004940     IF PARM-RECORD(CS-PARM-CHECK-IDX:1) NOT NUMERIC
004950         MOVE 'N' TO CS-PARM-VALID-FLAG
004960     END-IF.
004970 1060-VALIDATE-PARM-DIGIT-EXIT.
004980     EXIT.
004990
005000*****************************************************************
005010* 1070-APPLY-ESCALATION-OVERRIDE.
005020* THE ESCALATION DEADLINE IS READ FROM INCTRGRP'S OWN PARAMETER
005030* FILE (inctrgrp.parm, SIX DIGITS, BUSINESS DAYS), SO THE BREACH
005040* RATE HERE IS MEASURED AGAINST THE SAME DEADLINE THE HANDOVER
005050* QUEUE FLAGS.  NO USABLE FILE LEAVES THE SAME DEFAULT OF 5.
005060*****************************************************************
005070 1070-APPLY-ESCALATION-OVERRIDE.
005080     MOVE "inctrgrp.parm" TO CS-PARM-FILE-NAME
005090     OPEN INPUT PARM-FILE
005100     IF NOT FS-PARM-FILE-OK
005110         GO TO 1070-APPLY-ESCALATION-OVERRIDE-EXIT
005120     END-IF
005130
005140     READ PARM-FILE
005150         AT END
005160             CLOSE PARM-FILE
005170             GO TO 1070-APPLY-ESCALATION-OVERRIDE-EXIT
005180     END-READ
005190
005200     MOVE 'Y' TO CS-PARM-VALID-FLAG
005210     PERFORM 1060-VALIDATE-PARM-DIGIT
005220         THRU 1060-VALIDATE-PARM-DIGIT-EXIT
005230         VARYING CS-PARM-CHECK-IDX FROM 1 BY 1
005240         UNTIL CS-PARM-CHECK-IDX > 6
005250
005260     IF CS-PARM-VALUE-VALID
005270         MOVE PARM-RECORD(1:6) TO CS-ESCALATION-DAYS
005280     END-IF
005290
005300     CLOSE PARM-FILE.
005310 1070-APPLY-ESCALATION-OVERRIDE-EXIT.
005320     EXIT.
005330
005340*****************************************************************
005350* 1100-LOAD-HOLIDAY-CALENDAR.
005360* THE SAME OPTIONAL SITE-HOLIDAY FILE INCTRGRP AGES AGAINST
005370* (holidays.dat, ONE YYYYMMDD PER LINE, UP TO 100).  A LINE THAT
005380* IS NOT EIGHT DIGITS IS SKIPPED.  NO FILE MEANS WEEKENDS ARE THE
005390* ONLY NON-BUSINESS DAYS.
005400*****************************************************************
005410 1100-LOAD-HOLIDAY-CALENDAR.
005420     OPEN INPUT HOLIDAY-FILE
005430     IF NOT FS-HOLIDAY-FILE-OK
005440         GO TO 1100-LOAD-HOLIDAY-CALENDAR-EXIT
005450     END-IF
005460
005470     MOVE 'N' TO CS-EOF-FLAG
005480     PERFORM 1110-LOAD-ONE-HOLIDAY
005490         THRU 1110-LOAD-ONE-HOLIDAY-EXIT
005500         UNTIL CS-END-OF-FILE
005510         OR CS-HOLIDAY-COUNT >= 100
005520
005530     CLOSE HOLIDAY-FILE
005540     MOVE 'N' TO CS-EOF-FLAG.
005550 1100-LOAD-HOLIDAY-CALENDAR-EXIT.
005560     EXIT.
005570
005580 1110-LOAD-ONE-HOLIDAY.
005590     READ HOLIDAY-FILE
005600         AT END
005610             SET CS-END-OF-FILE TO TRUE
005620     END-READ
005630     IF CS-END-OF-FILE
005640         GO TO 1110-LOAD-ONE-HOLIDAY-EXIT
005650     END-IF
005660     MOVE 'Y' TO CS-PARM-VALID-FLAG
005670     PERFORM 1120-VALIDATE-HOLIDAY-DIGIT
005680         THRU 1120-VALIDATE-HOLIDAY-DIGIT-EXIT
005690         VARYING CS-PARM-CHECK-IDX FROM 1 BY 1
005700         UNTIL CS-PARM-CHECK-IDX > 8
005710     IF CS-PARM-VALUE-VALID
005720         ADD 1 TO CS-HOLIDAY-COUNT
005730         MOVE HOLIDAY-RECORD(1:8)
005740             TO CS-HOLIDAY-ENTRY(CS-HOLIDAY-COUNT)
005750     END-IF.
005760 1110-LOAD-ONE-HOLIDAY-EXIT.
005770     EXIT.
005780
005790 1120-VALIDATE-HOLIDAY-DIGIT.
005800     IF HOLIDAY-RECORD(CS-PARM-CHECK-IDX:1) NOT NUMERIC
005810         MOVE 'N' TO CS-PARM-VALID-FLAG
005820     END-IF.
005830 1120-VALIDATE-HOLIDAY-DIGIT-EXIT.
005840     EXIT.
005850
005860*****************************************************************
005870* 1200-LOAD-TYPE-CATALOG.
005880* READS THE INCIDENT-TYPE CATALOG INTO THE 50-ENTRY TABLE, THE
005890* SAME WAY INCRPT DOES.  WITHOUT inctypes.dat EVERY INCIDENT
005900* SCORES AS UNCATALOGED.
005910*****************************************************************
005920 1200-LOAD-TYPE-CATALOG.
005930     OPEN INPUT INCIDENT-TYPE-FILE
005940     IF NOT FS-INCIDENT-TYPE-OK
005950         GO TO 1200-LOAD-TYPE-CATALOG-EXIT
005960     END-IF
005970
005980     MOVE 'N' TO CS-EOF-FLAG
005990     PERFORM 1210-LOAD-ONE-TYPE THRU 1210-LOAD-ONE-TYPE-EXIT
006000         UNTIL CS-END-OF-FILE
006010         OR CS-TYPE-COUNT >= 50
006020
006030     CLOSE INCIDENT-TYPE-FILE
006040     MOVE 'N' TO CS-EOF-FLAG.
006050 1200-LOAD-TYPE-CATALOG-EXIT.
006060     EXIT.
006070
006080 1210-LOAD-ONE-TYPE.
006090     READ INCIDENT-TYPE-FILE NEXT RECORD
006100         AT END
006110             SET CS-END-OF-FILE TO TRUE
006120     END-READ
006130     IF CS-END-OF-FILE
006140         GO TO 1210-LOAD-ONE-TYPE-EXIT
006150     END-IF
006160     ADD 1 TO CS-TYPE-COUNT
006170     MOVE ITC-TYPE-NAME TO CS-TYPE-NAME(CS-TYPE-COUNT)
006180     MOVE ITC-SEVERITY TO CS-TYPE-SEVERITY(CS-TYPE-COUNT).
006190 1210-LOAD-ONE-TYPE-EXIT.
006200     EXIT.
006210
006220*****************************************************************
006230* 1300-BUILD-MONTH-TABLE.
006240* ZEROES THE TWELVE MONTH ENTRIES AND LABELS THEM, STEPPING BACK
006250* ONE MONTH AT A TIME FROM THE REPORT MONTH IN ENTRY 12.  THE
006260* INCIDENT WINDOW RUNS FROM THE FIRST DAY OF ENTRY 1 TO THE END
006270* OF THE REPORT MONTH.
006280*****************************************************************
006290 1300-BUILD-MONTH-TABLE.
006300     MOVE ZEROS TO CS-KPI-TABLE
006310     MOVE CS-REPORT-MONTH TO CS-WORK-MONTH
006320     PERFORM 1310-LABEL-ONE-MONTH THRU 1310-LABEL-ONE-MONTH-EXIT
006330         VARYING CS-KPI-IDX FROM 12 BY -1
006340         UNTIL CS-KPI-IDX < 1
006350
006360     COMPUTE CS-WINDOW-START-DATE = CS-KM-YYYYMM(1) * 100 + 1
006370     COMPUTE CS-WINDOW-END-DATE = CS-REPORT-MONTH * 100 + 31.
006380 1300-BUILD-MONTH-TABLE-EXIT.
006390     EXIT.
006400
006410 1310-LABEL-ONE-MONTH.
006420     MOVE CS-WORK-MONTH TO CS-KM-YYYYMM(CS-KPI-IDX)
006430     IF CS-WORK-MM = 1
006440         MOVE 12 TO CS-WORK-MM
006450         SUBTRACT 1 FROM CS-WORK-YEAR
006460     ELSE
006470         SUBTRACT 1 FROM CS-WORK-MM
006480     END-IF.
006490 1310-LABEL-ONE-MONTH-EXIT.
006500     EXIT.
006510
006520*****************************************************************
006530* 2000-TALLY-ARCHIVES.
006540* READS THE incidents_YYYYMM.dat ARCHIVE FOR EACH OF THE TWELVE
006550* MONTHS.  INCARCH DELETES WHAT IT ARCHIVES, SO NO INCIDENT IS ON
006560* BOTH AN ARCHIVE AND THE LIVE FILE; A MONTH WITH NO ARCHIVE YET
006570* IS STILL WHOLLY ON THE LIVE FILE.
006580*****************************************************************
006590 2000-TALLY-ARCHIVES.
006600     PERFORM 2100-READ-ONE-ARCHIVE THRU 2100-READ-ONE-ARCHIVE-EXIT
006610         VARYING CS-MONTH-IDX FROM 1 BY 1
006620         UNTIL CS-MONTH-IDX > 12.
006630 2000-TALLY-ARCHIVES-EXIT.
006640     EXIT.
006650
006660 2100-READ-ONE-ARCHIVE.
006670     MOVE SPACES TO CS-ARCHIVE-FILE-NAME
006680     STRING "incidents_" DELIMITED BY SIZE
006690         CS-KM-YYYYMM(CS-MONTH-IDX) DELIMITED BY SIZE
006700         ".dat" DELIMITED BY SIZE
006710         INTO CS-ARCHIVE-FILE-NAME
006720     END-STRING
006730     OPEN INPUT ARCHIVE-FILE
006740     IF NOT FS-ARCHIVE-FILE-OK
006750         GO TO 2100-READ-ONE-ARCHIVE-EXIT
006760     END-IF
006770     ADD 1 TO CS-ARCHIVES-READ
006780
006790     MOVE 'N' TO CS-EOF-FLAG
006800     PERFORM 2110-READ-ARCHIVE-RECORD
006810         THRU 2110-READ-ARCHIVE-RECORD-EXIT
006820         UNTIL CS-END-OF-FILE
006830     CLOSE ARCHIVE-FILE
006840     MOVE 'N' TO CS-EOF-FLAG.
006850 2100-READ-ONE-ARCHIVE-EXIT.
006860     EXIT.
006870
006880 2110-READ-ARCHIVE-RECORD.
006890     READ ARCHIVE-FILE
006900         AT END
006910             SET CS-END-OF-FILE TO TRUE
006920     END-READ
006930     IF CS-END-OF-FILE
006940         GO TO 2110-READ-ARCHIVE-RECORD-EXIT
006950     END-IF
006960     MOVE ARCHIVE-RECORD TO INCIDENT-RECORD
006970     PERFORM 3000-TALLY-INCIDENT THRU 3000-TALLY-INCIDENT-EXIT.
006980 2110-READ-ARCHIVE-RECORD-EXIT.
006990     EXIT.
007000
007010*****************************************************************
007020* 2500-TALLY-LIVE-INCIDENTS.
007030* WALKS THE LIVE FILE IN DATE ORDER ON THE INCIDENT-DATE
007040* ALTERNATE KEY, FROM THE START OF THE WINDOW TO THE END OF THE
007050* REPORT MONTH.
007060*****************************************************************
007070 2500-TALLY-LIVE-INCIDENTS.
007080     MOVE 'N' TO CS-EOF-FLAG
007090     MOVE CS-WINDOW-START-DATE TO INCIDENT-DATE
007100     START INCIDENT-FILE
007110         KEY IS NOT LESS THAN INCIDENT-DATE
007120         INVALID KEY
007130             SET CS-END-OF-FILE TO TRUE
007140     END-START
007150     PERFORM 2510-READ-LIVE-INCIDENT
007160         THRU 2510-READ-LIVE-INCIDENT-EXIT
007170         UNTIL CS-END-OF-FILE
007180     MOVE 'N' TO CS-EOF-FLAG.
007190 2500-TALLY-LIVE-INCIDENTS-EXIT.
007200     EXIT.
007210
007220 2510-READ-LIVE-INCIDENT.
007230     READ INCIDENT-FILE NEXT RECORD
007240         AT END
007250             SET CS-END-OF-FILE TO TRUE
007260     END-READ
007270     IF CS-END-OF-FILE
007280         GO TO 2510-READ-LIVE-INCIDENT-EXIT
007290     END-IF
007300     IF INCIDENT-DATE > CS-WINDOW-END-DATE
007310         SET CS-END-OF-FILE TO TRUE
007320         GO TO 2510-READ-LIVE-INCIDENT-EXIT
007330     END-IF
007340     PERFORM 3000-TALLY-INCIDENT THRU 3000-TALLY-INCIDENT-EXIT.
007350 2510-READ-LIVE-INCIDENT-EXIT.
007360     EXIT.
007370
007380*****************************************************************
007390* 3000-TALLY-INCIDENT.
007400* COUNTS THE INCIDENT IN INCIDENT-RECORD INTO ITS MONTH: THE
007410* TOTAL, ITS SEVERITY, AND -- FOR AN "ACCOUNT LOCKED" INCIDENT --
007420* THE TIME UNTIL A SUPERVISOR RECORDED ITS DISPOSITION.  A
007430* LOCKOUT NOT YET DISPOSITIONED COUNTS AS A LOCKOUT ONLY.
007440*****************************************************************
007450 3000-TALLY-INCIDENT.
007460     MOVE INCIDENT-DATE TO CS-LOOKUP-DATE
007470     PERFORM 6300-FIND-MONTH THRU 6300-FIND-MONTH-EXIT
007480     IF CS-KPI-IDX = 0
007490         GO TO 3000-TALLY-INCIDENT-EXIT
007500     END-IF
007510
007520     ADD 1 TO CS-KM-INCIDENTS(CS-KPI-IDX)
007530     MOVE 'N' TO CS-TYPE-FOUND-FLAG
007540     PERFORM 3100-MATCH-ONE-TYPE THRU 3100-MATCH-ONE-TYPE-EXIT
007550         VARYING CS-TYPE-IDX FROM 1 BY 1
007560         UNTIL CS-TYPE-IDX > CS-TYPE-COUNT
007570         OR CS-TYPE-FOUND
007580     IF NOT CS-TYPE-FOUND
007590         ADD 1 TO CS-KM-UNCATALOGED(CS-KPI-IDX)
007600     END-IF
007610
007620     IF INCIDENT-TYPE NOT = "Account Locked"
007630         GO TO 3000-TALLY-INCIDENT-EXIT
007640     END-IF
007650     ADD 1 TO CS-KM-LOCKOUTS(CS-KPI-IDX)
007660     IF NOT CS-DISPOSITION-OPENED
007670         GO TO 3000-TALLY-INCIDENT-EXIT
007680     END-IF
007690     MOVE INCIDENT-SEQ-NO TO DISP-INCIDENT-SEQ-NO
007700     READ DISPOSITION-FILE
007710         KEY IS DISP-INCIDENT-SEQ-NO
007720         INVALID KEY
007730             GO TO 3000-TALLY-INCIDENT-EXIT
007740     END-READ
007750
007760     MOVE INCIDENT-DATE TO CS-EL-FROM-DATE
007770     MOVE INCIDENT-TIME TO CS-EL-FROM-TIME
007780     MOVE DISP-DATE TO CS-EL-TO-DATE
007790     MOVE DISP-TIME TO CS-EL-TO-TIME
007800     PERFORM 6200-ELAPSED-MINUTES THRU 6200-ELAPSED-MINUTES-EXIT
007810     IF NOT CS-EL-VALID
007820         GO TO 3000-TALLY-INCIDENT-EXIT
007830     END-IF
007840     ADD 1 TO CS-KM-LOCK-DISPOSED(CS-KPI-IDX)
007850     ADD CS-EL-MINUTES TO CS-KM-LOCK-MINS(CS-KPI-IDX)
007860     IF CS-EL-MINUTES > CS-KM-LOCK-WORST(CS-KPI-IDX)
007870         MOVE CS-EL-MINUTES TO CS-KM-LOCK-WORST(CS-KPI-IDX)
007880     END-IF.
007890 3000-TALLY-INCIDENT-EXIT.
007900     EXIT.
007910
007920 3100-MATCH-ONE-TYPE.
007930     IF CS-TYPE-NAME(CS-TYPE-IDX) = INCIDENT-TYPE
007940         SET CS-TYPE-FOUND TO TRUE
007950         EVALUATE CS-TYPE-SEVERITY(CS-TYPE-IDX)
007960             WHEN 1
007970                 ADD 1 TO CS-KM-SEV-CRITICAL(CS-KPI-IDX)
007980             WHEN 2
007990                 ADD 1 TO CS-KM-SEV-WARNING(CS-KPI-IDX)
008000             WHEN OTHER
008010                 ADD 1 TO CS-KM-SEV-ROUTINE(CS-KPI-IDX)
008020         END-EVALUATE
008030     END-IF.
008040 3100-MATCH-ONE-TYPE-EXIT.
008050     EXIT.
008060
008070*****************************************************************
008080* 4000-TALLY-ALERTS.
008090* EACH ALERT COUNTS IN THE MONTH IT WAS RAISED.  ONCE HANDLED
008100* (ACKNOWLEDGED OR CLOSED) IT ADDS ITS RAISE-TO-HANDLED TIME;
008110* ONCE CLOSED AFTER AN ACKNOWLEDGMENT IT ALSO ADDS ITS
008120* ACKNOWLEDGE-TO-CLOSE TIME.  AN ALERT CLOSED STRAIGHT FROM NEW
008130* CARRIES NO ACKNOWLEDGMENT STAMP AND IS LEFT OUT OF THAT MEAN.
008140*****************************************************************
008150 4000-TALLY-ALERTS.
008160     IF NOT CS-ALERT-FILE-OPENED
008170         GO TO 4000-TALLY-ALERTS-EXIT
008180     END-IF
008190     MOVE 'N' TO CS-EOF-FLAG
008200     MOVE 0 TO ALERT-SEQ-NO
008210     START ALERT-FILE
008220         KEY IS NOT LESS THAN ALERT-SEQ-NO
008230         INVALID KEY
008240             SET CS-END-OF-FILE TO TRUE
008250     END-START
008260     PERFORM 4100-TALLY-ONE-ALERT THRU 4100-TALLY-ONE-ALERT-EXIT
008270         UNTIL CS-END-OF-FILE
008280     MOVE 'N' TO CS-EOF-FLAG.
008290 4000-TALLY-ALERTS-EXIT.
008300     EXIT.
008310
008320 4100-TALLY-ONE-ALERT.
008330     READ ALERT-FILE NEXT RECORD
008340         AT END
008350             SET CS-END-OF-FILE TO TRUE
008360     END-READ
008370     IF CS-END-OF-FILE
008380         GO TO 4100-TALLY-ONE-ALERT-EXIT
008390     END-IF
008400     MOVE ALERT-DATE TO CS-LOOKUP-DATE
008410     PERFORM 6300-FIND-MONTH THRU 6300-FIND-MONTH-EXIT
008420     IF CS-KPI-IDX = 0
008430         GO TO 4100-TALLY-ONE-ALERT-EXIT
008440     END-IF
008450
008460     ADD 1 TO CS-KM-ALERTS(CS-KPI-IDX)
008470     IF ALERT-IS-NEW
008480         GO TO 4100-TALLY-ONE-ALERT-EXIT
008490     END-IF
008500     MOVE ALERT-DATE TO CS-EL-FROM-DATE
008510     MOVE ALERT-TIME TO CS-EL-FROM-TIME
008520     MOVE ALERT-HANDLED-DATE TO CS-EL-TO-DATE
008530     MOVE ALERT-HANDLED-TIME TO CS-EL-TO-TIME
008540     PERFORM 6200-ELAPSED-MINUTES THRU 6200-ELAPSED-MINUTES-EXIT
008550     IF CS-EL-VALID
008560         ADD 1 TO CS-KM-ALERTS-HANDLED(CS-KPI-IDX)
008570         ADD CS-EL-MINUTES TO CS-KM-HANDLE-MINS(CS-KPI-IDX)
008580     END-IF
008590
008600     IF NOT ALERT-CLOSED OR ALERT-ACK-DATE = 0
008610         GO TO 4100-TALLY-ONE-ALERT-EXIT
008620     END-IF
008630     MOVE ALERT-ACK-DATE TO CS-EL-FROM-DATE
008640     MOVE ALERT-ACK-TIME TO CS-EL-FROM-TIME
008650     PERFORM 6200-ELAPSED-MINUTES THRU 6200-ELAPSED-MINUTES-EXIT
008660     IF CS-EL-VALID
008670         ADD 1 TO CS-KM-ACK-CLOSED(CS-KPI-IDX)
008680         ADD CS-EL-MINUTES TO CS-KM-ACK-CLOSE-MINS(CS-KPI-IDX)
008690     END-IF.
008700 4100-TALLY-ONE-ALERT-EXIT.
008710     EXIT.
008720
008730*****************************************************************
008740* 5000-TALLY-ESCALATIONS.
008750* EACH ESCALATED DISPOSITION COUNTS IN THE MONTH IT WAS
008760* ESCALATED.  A RESOLVED ONE ADDS ITS ESCALATION-TO-RESOLUTION
008770* TIME.  EVERY ESCALATION IS AGED IN BUSINESS DAYS THE SAME WAY
008780* INCTRGRP AGES IT -- TO ITS RESOLUTION DATE, OR TO TODAY WHILE
008790* STILL OPEN -- AND COUNTS AS BREACHED WHEN THE AGE PASSES THE
008800* ESCALATION DEADLINE.
008810*****************************************************************
008820 5000-TALLY-ESCALATIONS.
008830     IF NOT CS-DISPOSITION-OPENED
008840         GO TO 5000-TALLY-ESCALATIONS-EXIT
008850     END-IF
008860     MOVE 'N' TO CS-EOF-FLAG
008870     MOVE 0 TO DISP-INCIDENT-SEQ-NO
008880     START DISPOSITION-FILE
008890         KEY IS NOT LESS THAN DISP-INCIDENT-SEQ-NO
008900         INVALID KEY
008910             SET CS-END-OF-FILE TO TRUE
008920     END-START
008930     PERFORM 5100-TALLY-ONE-ESCALATION
008940         THRU 5100-TALLY-ONE-ESCALATION-EXIT
008950         UNTIL CS-END-OF-FILE
008960     MOVE 'N' TO CS-EOF-FLAG.
008970 5000-TALLY-ESCALATIONS-EXIT.
008980     EXIT.
008990
009000 5100-TALLY-ONE-ESCALATION.
009010     READ DISPOSITION-FILE NEXT RECORD
009020         AT END
009030             SET CS-END-OF-FILE TO TRUE
009040     END-READ
009050     IF CS-END-OF-FILE
009060         GO TO 5100-TALLY-ONE-ESCALATION-EXIT
009070     END-IF
009080     IF NOT DISP-ESCALATED
009090         GO TO 5100-TALLY-ONE-ESCALATION-EXIT
009100     END-IF
009110     MOVE DISP-DATE TO CS-LOOKUP-DATE
009120     PERFORM 6300-FIND-MONTH THRU 6300-FIND-MONTH-EXIT
009130     IF CS-KPI-IDX = 0
009140         GO TO 5100-TALLY-ONE-ESCALATION-EXIT
009150     END-IF
009160
009170     ADD 1 TO CS-KM-ESCALATIONS(CS-KPI-IDX)
009180     MOVE DISP-DATE TO CS-AGE-FROM-DATE
009190     MOVE CS-CURRENT-DATE TO CS-AGE-TO-DATE
009200     IF DISP-RESOLVED
009210         MOVE DISP-RESOLVED-DATE TO CS-AGE-TO-DATE
009220         MOVE DISP-DATE TO CS-EL-FROM-DATE
009230         MOVE DISP-TIME TO CS-EL-FROM-TIME
009240         MOVE DISP-RESOLVED-DATE TO CS-EL-TO-DATE
009250         MOVE DISP-RESOLVED-TIME TO CS-EL-TO-TIME
009260         PERFORM 6200-ELAPSED-MINUTES
009270             THRU 6200-ELAPSED-MINUTES-EXIT
009280         IF CS-EL-VALID
009290             ADD 1 TO CS-KM-ESC-RESOLVED(CS-KPI-IDX)
009300             ADD CS-EL-MINUTES TO CS-KM-ESC-MINS(CS-KPI-IDX)
009310         END-IF
009320     END-IF
009330
009340     PERFORM 6000-COMPUTE-BUSINESS-AGE
009350         THRU 6000-COMPUTE-BUSINESS-AGE-EXIT
009360     IF CS-AGE-BUSINESS-DAYS > CS-ESCALATION-DAYS
009370         ADD 1 TO CS-KM-ESC-BREACHED(CS-KPI-IDX)
009380     END-IF.
009390 5100-TALLY-ONE-ESCALATION-EXIT.
009400     EXIT.
009410
009420*****************************************************************
009430* 5500-TALLY-SESSIONS.
009440* EACH SESSION COUNTS IN THE MONTH IT SIGNED ON; ONE SESSLOG HAS
009450* SINCE MARKED ABANDONED ALSO COUNTS AS ABANDONED.
009460*****************************************************************
009470 5500-TALLY-SESSIONS.
009480     IF NOT CS-SESSION-FILE-OPENED
009490         GO TO 5500-TALLY-SESSIONS-EXIT
009500     END-IF
009510     MOVE 'N' TO CS-EOF-FLAG
009520     MOVE 0 TO SES-SEQ-NO
009530     START SESSION-FILE
009540         KEY IS NOT LESS THAN SES-SEQ-NO
009550         INVALID KEY
009560             SET CS-END-OF-FILE TO TRUE
009570     END-START
009580     PERFORM 5600-TALLY-ONE-SESSION
009581         THRU 5600-TALLY-ONE-SESSION-EXIT
009590         UNTIL CS-END-OF-FILE
009600     MOVE 'N' TO CS-EOF-FLAG.
009610 5500-TALLY-SESSIONS-EXIT.
009620     EXIT.
009630
009640 5600-TALLY-ONE-SESSION.
009650     READ SESSION-FILE NEXT RECORD
009660         AT END
009670             SET CS-END-OF-FILE TO TRUE
009680     END-READ
009690     IF CS-END-OF-FILE
009700         GO TO 5600-TALLY-ONE-SESSION-EXIT
009710     END-IF
009720     MOVE SES-LOGIN-DATE TO CS-LOOKUP-DATE
009730     PERFORM 6300-FIND-MONTH THRU 6300-FIND-MONTH-EXIT
009740     IF CS-KPI-IDX = 0
009750         GO TO 5600-TALLY-ONE-SESSION-EXIT
009760     END-IF
009770     ADD 1 TO CS-KM-SESSIONS(CS-KPI-IDX)
009780     IF SES-ABANDONED
009790         ADD 1 TO CS-KM-ABANDONED(CS-KPI-IDX)
009800     END-IF.
009810 5600-TALLY-ONE-SESSION-EXIT.
009820     EXIT.
009830
009840*****************************************************************
009850* 6000-COMPUTE-BUSINESS-AGE.
009860* COUNTS THE BUSINESS DAYS STRICTLY AFTER CS-AGE-FROM-DATE UP TO
009870* AND INCLUDING CS-AGE-TO-DATE, BY THE SAME RULES AS INCTRGRP:
009880* WEEKENDS FALL OUT OF THE DAY-NUMBER ARITHMETIC (DAY NUMBER 1 IS
009890* A MONDAY) AND SITE HOLIDAYS COME FROM THE LOADED TABLE.  A ZERO
009900* FROM-DATE, OR A TO-DATE NOT AFTER IT, AGES AS ZERO.
009910*****************************************************************
009920 6000-COMPUTE-BUSINESS-AGE.
009930     MOVE 0 TO CS-AGE-BUSINESS-DAYS
009940     IF CS-AGE-FROM-DATE = 0 OR CS-AGE-TO-DATE = 0
009950         GO TO 6000-COMPUTE-BUSINESS-AGE-EXIT
009960     END-IF
009970     MOVE FUNCTION INTEGER-OF-DATE(CS-AGE-FROM-DATE)
009980         TO CS-FROM-DAY-NUMBER
009990     MOVE FUNCTION INTEGER-OF-DATE(CS-AGE-TO-DATE)
010000         TO CS-TO-DAY-NUMBER
010010     IF CS-FROM-DAY-NUMBER >= CS-TO-DAY-NUMBER
010020         GO TO 6000-COMPUTE-BUSINESS-AGE-EXIT
010030     END-IF
010040
010050     PERFORM 6100-COUNT-ONE-DAY THRU 6100-COUNT-ONE-DAY-EXIT
010060         VARYING CS-SCAN-DAY-NUMBER
010070         FROM CS-FROM-DAY-NUMBER BY 1
010080         UNTIL CS-SCAN-DAY-NUMBER >= CS-TO-DAY-NUMBER.
010090 6000-COMPUTE-BUSINESS-AGE-EXIT.
010100     EXIT.
010110
010120 6100-COUNT-ONE-DAY.
010130     COMPUTE CS-DOW-QUOTIENT = (CS-SCAN-DAY-NUMBER + 1) / 7
010140     COMPUTE CS-DAY-OF-WEEK =
010150         (CS-SCAN-DAY-NUMBER + 1) - (CS-DOW-QUOTIENT * 7)
010160     MOVE 'N' TO CS-DAY-OFF-FLAG
010170     IF CS-DAY-OF-WEEK = 6 OR CS-DAY-OF-WEEK = 0
010180         MOVE 'Y' TO CS-DAY-OFF-FLAG
010190     END-IF
010200     IF NOT CS-DAY-IS-OFF AND CS-HOLIDAY-COUNT > 0
010210         MOVE FUNCTION DATE-OF-INTEGER(CS-SCAN-DAY-NUMBER + 1)
010220             TO CS-SCAN-DATE
010230         PERFORM 6110-CHECK-ONE-HOLIDAY
010240             THRU 6110-CHECK-ONE-HOLIDAY-EXIT
010250             VARYING CS-HOLIDAY-IDX FROM 1 BY 1
010260             UNTIL CS-HOLIDAY-IDX > CS-HOLIDAY-COUNT
010270             OR CS-DAY-IS-OFF
010280     END-IF
010290     IF NOT CS-DAY-IS-OFF
010300         ADD 1 TO CS-AGE-BUSINESS-DAYS
010310     END-IF.
010320 6100-COUNT-ONE-DAY-EXIT.
010330     EXIT.
010340
010350 6110-CHECK-ONE-HOLIDAY.
010360     IF CS-HOLIDAY-ENTRY(CS-HOLIDAY-IDX) = CS-SCAN-DATE
010370         MOVE 'Y' TO CS-DAY-OFF-FLAG
010380     END-IF.
010390 6110-CHECK-ONE-HOLIDAY-EXIT.
010400     EXIT.
010410
010420*****************************************************************
010430* 6200-ELAPSED-MINUTES.
010440* WHOLE MINUTES FROM CS-EL-FROM-DATE/TIME TO CS-EL-TO-DATE/TIME
010450* (TIMES AS HHMMSSCC).  A ZERO DATE ON EITHER SIDE, OR AN END
010460* BEFORE THE START, LEAVES CS-EL-VALID OFF SO THE PAIR IS KEPT
010470* OUT OF THE MEAN INSTEAD OF SKEWING IT.
010480*****************************************************************
010490 6200-ELAPSED-MINUTES.
010500     MOVE 'N' TO CS-EL-VALID-FLAG
010510     MOVE 0 TO CS-EL-MINUTES
010520     IF CS-EL-FROM-DATE = 0 OR CS-EL-TO-DATE = 0
010530         GO TO 6200-ELAPSED-MINUTES-EXIT
010540     END-IF
010550     MOVE FUNCTION INTEGER-OF-DATE(CS-EL-FROM-DATE)
010560         TO CS-EL-FROM-DAY-NUMBER
010570     MOVE FUNCTION INTEGER-OF-DATE(CS-EL-TO-DATE)
010580         TO CS-EL-TO-DAY-NUMBER
010590     MOVE CS-EL-FROM-TIME TO CS-CLOCK
010600     COMPUTE CS-EL-FROM-MINUTE = CS-CLOCK-HH * 60 + CS-CLOCK-MM
010610     MOVE CS-EL-TO-TIME TO CS-CLOCK
010620     COMPUTE CS-EL-TO-MINUTE = CS-CLOCK-HH * 60 + CS-CLOCK-MM
010630
010640     COMPUTE CS-EL-SIGNED-MINUTES =
010650         (CS-EL-TO-DAY-NUMBER - CS-EL-FROM-DAY-NUMBER) * 1440
010660         + CS-EL-TO-MINUTE - CS-EL-FROM-MINUTE
010670     IF CS-EL-SIGNED-MINUTES < 0
010680         GO TO 6200-ELAPSED-MINUTES-EXIT
010690     END-IF
010700     MOVE CS-EL-SIGNED-MINUTES TO CS-EL-MINUTES
010710     MOVE 'Y' TO CS-EL-VALID-FLAG.
010720 6200-ELAPSED-MINUTES-EXIT.
010730     EXIT.
010740
010750*****************************************************************
010760* 6300-FIND-MONTH.
010770* SETS CS-KPI-IDX TO THE TABLE ENTRY FOR THE MONTH OF
010780* CS-LOOKUP-DATE, OR ZERO WHEN THE DATE FALLS OUTSIDE THE TWELVE
010790* MONTHS ENDING WITH THE REPORT MONTH.
010800*****************************************************************
010810 6300-FIND-MONTH.
010820     MOVE 0 TO CS-KPI-IDX
010830     COMPUTE CS-MONTHS-BACK =
010840         (CS-REPORT-YEAR * 12 + CS-REPORT-MM)
010850         - (CS-LOOKUP-YEAR * 12 + CS-LOOKUP-MM)
010860     IF CS-MONTHS-BACK < 0 OR CS-MONTHS-BACK > 11
010870         GO TO 6300-FIND-MONTH-EXIT
010880     END-IF
010890     COMPUTE CS-KPI-IDX = 12 - CS-MONTHS-BACK.
010900 6300-FIND-MONTH-EXIT.
010910     EXIT.
010920
010930*****************************************************************
010940* 7000-DERIVE-ONE-MONTH.
010950* TURNS ONE MONTH'S TOTALS INTO ITS MEANS AND RATES.  A MEAN OR
010960* RATE WITH NOTHING TO DIVIDE BY STAYS ZERO.
010970*****************************************************************
010980 7000-DERIVE-ONE-MONTH.
010990     IF CS-KM-LOCK-DISPOSED(CS-KPI-IDX) > 0
011000         COMPUTE CS-KM-LOCK-MEAN(CS-KPI-IDX) ROUNDED =
011010             CS-KM-LOCK-MINS(CS-KPI-IDX)
011020             / CS-KM-LOCK-DISPOSED(CS-KPI-IDX)
011030     END-IF
011040     IF CS-KM-ALERTS-HANDLED(CS-KPI-IDX) > 0
011050         COMPUTE CS-KM-HANDLE-MEAN(CS-KPI-IDX) ROUNDED =
011060             CS-KM-HANDLE-MINS(CS-KPI-IDX)
011070             / CS-KM-ALERTS-HANDLED(CS-KPI-IDX)
011080     END-IF
011090     IF CS-KM-ACK-CLOSED(CS-KPI-IDX) > 0
011100         COMPUTE CS-KM-ACK-CLOSE-MEAN(CS-KPI-IDX) ROUNDED =
011110             CS-KM-ACK-CLOSE-MINS(CS-KPI-IDX)
011120             / CS-KM-ACK-CLOSED(CS-KPI-IDX)
011130     END-IF
011140     IF CS-KM-ESC-RESOLVED(CS-KPI-IDX) > 0
011150         COMPUTE CS-KM-ESC-MEAN(CS-KPI-IDX) ROUNDED =
011160             CS-KM-ESC-MINS(CS-KPI-IDX)
011170             / CS-KM-ESC-RESOLVED(CS-KPI-IDX)
011180     END-IF
011190     IF CS-KM-ESCALATIONS(CS-KPI-IDX) > 0
011200         COMPUTE CS-KM-BREACH-PCT(CS-KPI-IDX) ROUNDED =
011210             CS-KM-ESC-BREACHED(CS-KPI-IDX) * 100
011220             / CS-KM-ESCALATIONS(CS-KPI-IDX)
011230     END-IF
011240     IF CS-KM-SESSIONS(CS-KPI-IDX) > 0
011250         COMPUTE CS-KM-ABANDON-PCT(CS-KPI-IDX) ROUNDED =
011260             CS-KM-ABANDONED(CS-KPI-IDX) * 100
011270             / CS-KM-SESSIONS(CS-KPI-IDX)
011280     END-IF.
011290 7000-DERIVE-ONE-MONTH-EXIT.
011300     EXIT.
011310
011320*****************************************************************
011330* 7100-PRINT-SCORECARD.
011340* EACH FIGURE FOR THE REPORT MONTH BESIDE THE MONTH BEFORE IT.
011350*****************************************************************
011360 7100-PRINT-SCORECARD.
011370     DISPLAY "==============================================="
011380         "========================="
011390     DISPLAY "    MONTHLY SECURITY SCORECARD FOR "
011400         CS-KM-YYYYMM(CS-THIS-MONTH-IDX)
011410     DISPLAY "    Run " CS-CURRENT-DATE " " CS-CURRENT-TIME(1:6)
011420         "; escalation deadline " CS-ESCALATION-DAYS
011430         " business day(s)"
011440     DISPLAY "==============================================="
011450         "========================="
011460     DISPLAY "                                 This month  "
011470         "Prior month       Change"
011480
011490     DISPLAY " "
011500     DISPLAY "INCIDENTS"
011510     MOVE "  Incidents logged" TO CS-SL-LABEL
011520     MOVE CS-KM-INCIDENTS(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
011530     MOVE CS-KM-INCIDENTS(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
011540     PERFORM 7200-PRINT-COUNT-LINE THRU 7200-PRINT-COUNT-LINE-EXIT
011550     MOVE "    Severity 1 (critical)" TO CS-SL-LABEL
011560     MOVE CS-KM-SEV-CRITICAL(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
011570     MOVE CS-KM-SEV-CRITICAL(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
011580     PERFORM 7200-PRINT-COUNT-LINE THRU 7200-PRINT-COUNT-LINE-EXIT
011590     MOVE "    Severity 2 (warning)" TO CS-SL-LABEL
011600     MOVE CS-KM-SEV-WARNING(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
011610     MOVE CS-KM-SEV-WARNING(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
011620     PERFORM 7200-PRINT-COUNT-LINE THRU 7200-PRINT-COUNT-LINE-EXIT
011630     MOVE "    Severity 3 (routine)" TO CS-SL-LABEL
011640     MOVE CS-KM-SEV-ROUTINE(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
011650     MOVE CS-KM-SEV-ROUTINE(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
011660     PERFORM 7200-PRINT-COUNT-LINE THRU 7200-PRINT-COUNT-LINE-EXIT
011670     MOVE "    Uncataloged type" TO CS-SL-LABEL
011680     MOVE CS-KM-UNCATALOGED(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
011690     MOVE CS-KM-UNCATALOGED(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
011700     PERFORM 7200-PRINT-COUNT-LINE THRU 7200-PRINT-COUNT-LINE-EXIT
011710
011720     DISPLAY " "
011730     DISPLAY "LOCKOUT REVIEW (minutes to disposition)"
011740     MOVE "  Account Locked incidents" TO CS-SL-LABEL
011750     MOVE CS-KM-LOCKOUTS(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
011760     MOVE CS-KM-LOCKOUTS(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
011770     PERFORM 7200-PRINT-COUNT-LINE THRU 7200-PRINT-COUNT-LINE-EXIT
011780     MOVE "  Dispositioned" TO CS-SL-LABEL
011790     MOVE CS-KM-LOCK-DISPOSED(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
011800     MOVE CS-KM-LOCK-DISPOSED(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
011810     PERFORM 7200-PRINT-COUNT-LINE THRU 7200-PRINT-COUNT-LINE-EXIT
011820     MOVE "  Mean minutes" TO CS-SL-LABEL
011830     MOVE CS-KM-LOCK-MEAN(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
011840     MOVE CS-KM-LOCK-MEAN(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
011850     PERFORM 7210-PRINT-DECIMAL-LINE
011860         THRU 7210-PRINT-DECIMAL-LINE-EXIT
011870     MOVE "  Worst minutes" TO CS-SL-LABEL
011880     MOVE CS-KM-LOCK-WORST(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
011890     MOVE CS-KM-LOCK-WORST(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
011900     PERFORM 7200-PRINT-COUNT-LINE THRU 7200-PRINT-COUNT-LINE-EXIT
011910
011920     DISPLAY " "
011930     DISPLAY "ALERTS (minutes)"
011940     MOVE "  Alerts raised" TO CS-SL-LABEL
011950     MOVE CS-KM-ALERTS(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
011960     MOVE CS-KM-ALERTS(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
011970     PERFORM 7200-PRINT-COUNT-LINE THRU 7200-PRINT-COUNT-LINE-EXIT
011980     MOVE "  Handled" TO CS-SL-LABEL
011990     MOVE CS-KM-ALERTS-HANDLED(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
012000     MOVE CS-KM-ALERTS-HANDLED(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
012010     PERFORM 7200-PRINT-COUNT-LINE THRU 7200-PRINT-COUNT-LINE-EXIT
012020     MOVE "  Mean raised to handled" TO CS-SL-LABEL
012030     MOVE CS-KM-HANDLE-MEAN(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
012040     MOVE CS-KM-HANDLE-MEAN(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
012050     PERFORM 7210-PRINT-DECIMAL-LINE
012060         THRU 7210-PRINT-DECIMAL-LINE-EXIT
012070     MOVE "  Closed after acknowledgment" TO CS-SL-LABEL
012080     MOVE CS-KM-ACK-CLOSED(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
012090     MOVE CS-KM-ACK-CLOSED(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
012100     PERFORM 7200-PRINT-COUNT-LINE THRU 7200-PRINT-COUNT-LINE-EXIT
012110     MOVE "  Mean acknowledged to closed" TO CS-SL-LABEL
012120     MOVE CS-KM-ACK-CLOSE-MEAN(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
012130     MOVE CS-KM-ACK-CLOSE-MEAN(CS-PRIOR-MONTH-IDX)
012140         TO CS-FIG-PRIOR
012150     PERFORM 7210-PRINT-DECIMAL-LINE
012160         THRU 7210-PRINT-DECIMAL-LINE-EXIT
012170
012180     DISPLAY " "
012190     DISPLAY "ESCALATIONS (minutes to resolution)"
012200     MOVE "  Escalated" TO CS-SL-LABEL
012210     MOVE CS-KM-ESCALATIONS(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
012220     MOVE CS-KM-ESCALATIONS(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
012230     PERFORM 7200-PRINT-COUNT-LINE THRU 7200-PRINT-COUNT-LINE-EXIT
012240     MOVE "  Resolved" TO CS-SL-LABEL
012250     MOVE CS-KM-ESC-RESOLVED(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
012260     MOVE CS-KM-ESC-RESOLVED(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
012270     PERFORM 7200-PRINT-COUNT-LINE THRU 7200-PRINT-COUNT-LINE-EXIT
012280     MOVE "  Mean minutes" TO CS-SL-LABEL
012290     MOVE CS-KM-ESC-MEAN(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
012300     MOVE CS-KM-ESC-MEAN(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
012310     PERFORM 7210-PRINT-DECIMAL-LINE
012320         THRU 7210-PRINT-DECIMAL-LINE-EXIT
012330     MOVE "  Past the deadline" TO CS-SL-LABEL
012340     MOVE CS-KM-ESC-BREACHED(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
012350     MOVE CS-KM-ESC-BREACHED(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
012360     PERFORM 7200-PRINT-COUNT-LINE THRU 7200-PRINT-COUNT-LINE-EXIT
012370     MOVE "  Breach rate (percent)" TO CS-SL-LABEL
012380     MOVE CS-KM-BREACH-PCT(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
012390     MOVE CS-KM-BREACH-PCT(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
012400     PERFORM 7210-PRINT-DECIMAL-LINE
012410         THRU 7210-PRINT-DECIMAL-LINE-EXIT
012420
012430     DISPLAY " "
012440     DISPLAY "SESSIONS"
012450     MOVE "  Sessions" TO CS-SL-LABEL
012460     MOVE CS-KM-SESSIONS(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
012470     MOVE CS-KM-SESSIONS(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
012480     PERFORM 7200-PRINT-COUNT-LINE THRU 7200-PRINT-COUNT-LINE-EXIT
012490     MOVE "  Abandoned" TO CS-SL-LABEL
012500     MOVE CS-KM-ABANDONED(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
012510     MOVE CS-KM-ABANDONED(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
012520     PERFORM 7200-PRINT-COUNT-LINE THRU 7200-PRINT-COUNT-LINE-EXIT
012530     MOVE "  Abandoned rate (percent)" TO CS-SL-LABEL
012540     MOVE CS-KM-ABANDON-PCT(CS-THIS-MONTH-IDX) TO CS-FIG-THIS
012550     MOVE CS-KM-ABANDON-PCT(CS-PRIOR-MONTH-IDX) TO CS-FIG-PRIOR
012560     PERFORM 7210-PRINT-DECIMAL-LINE
012570         THRU 7210-PRINT-DECIMAL-LINE-EXIT.
012580 7100-PRINT-SCORECARD-EXIT.
012590     EXIT.
012600
012610*****************************************************************
012620* 7200-PRINT-COUNT-LINE / 7210-PRINT-DECIMAL-LINE.
012630* PRINT THE FIGURE THE CALLER LOADED INTO CS-SL-LABEL,
012640* CS-FIG-THIS AND CS-FIG-PRIOR, WITH THE CHANGE, AS A WHOLE
012650* NUMBER OR WITH TWO DECIMALS.
012660*****************************************************************
012670 7200-PRINT-COUNT-LINE.
012680     COMPUTE CS-FIG-CHANGE = CS-FIG-THIS - CS-FIG-PRIOR
012690     MOVE CS-FIG-THIS TO CS-SL-THIS
012700     MOVE CS-FIG-PRIOR TO CS-SL-PRIOR
012710     MOVE CS-FIG-CHANGE TO CS-SL-CHANGE
012720     DISPLAY CS-SCORE-LINE.
012730 7200-PRINT-COUNT-LINE-EXIT.
012740     EXIT.
012750
012760 7210-PRINT-DECIMAL-LINE.
012770     COMPUTE CS-FIG-CHANGE = CS-FIG-THIS - CS-FIG-PRIOR
012780     MOVE CS-FIG-THIS TO CS-SL-THIS-DEC
012790     MOVE CS-FIG-PRIOR TO CS-SL-PRIOR-DEC
012800     MOVE CS-FIG-CHANGE TO CS-SL-CHANGE-DEC
012810     DISPLAY CS-SCORE-LINE.
012820 7210-PRINT-DECIMAL-LINE-EXIT.
012830     EXIT.
012840
012850*****************************************************************
012860* 7500-PRINT-TREND.
012870* THE TWELVE MONTHS ENDING WITH THE REPORT MONTH, OLDEST FIRST.
012880*****************************************************************
012890 7500-PRINT-TREND.
012900     DISPLAY " "
012910     DISPLAY "==============================================="
012920         "========================="
012930     DISPLAY "    TWELVE-MONTH TREND"
012940     DISPLAY "==============================================="
012950         "========================="
012960     DISPLAY "Month   Incid.  Sev-1  Lock.  LkMean  Alert  "
012970         "Escal.  Brch%  Sessns  Abnd%"
012980     PERFORM 7510-PRINT-TREND-MONTH
012981         THRU 7510-PRINT-TREND-MONTH-EXIT
012990         VARYING CS-KPI-IDX FROM 1 BY 1
013000         UNTIL CS-KPI-IDX > 12
013010     DISPLAY "==============================================="
013020         "========================="
013030     DISPLAY "Incident archives read: " CS-ARCHIVES-READ
013040     DISPLAY "Site holidays loaded  : " CS-HOLIDAY-COUNT.
013050 7500-PRINT-TREND-EXIT.
013060     EXIT.
013070
013080 7510-PRINT-TREND-MONTH.
013090     MOVE CS-KM-YYYYMM(CS-KPI-IDX) TO CS-TR-MONTH
013100     MOVE CS-KM-INCIDENTS(CS-KPI-IDX) TO CS-TR-INCIDENTS
013110     MOVE CS-KM-SEV-CRITICAL(CS-KPI-IDX) TO CS-TR-CRITICAL
013120     MOVE CS-KM-LOCKOUTS(CS-KPI-IDX) TO CS-TR-LOCKOUTS
013130     MOVE CS-KM-LOCK-MEAN(CS-KPI-IDX) TO CS-TR-LOCK-MEAN
013140     MOVE CS-KM-ALERTS(CS-KPI-IDX) TO CS-TR-ALERTS
013150     MOVE CS-KM-ESCALATIONS(CS-KPI-IDX) TO CS-TR-ESCALATIONS
013160     MOVE CS-KM-BREACH-PCT(CS-KPI-IDX) TO CS-TR-BREACH-PCT
013170     MOVE CS-KM-SESSIONS(CS-KPI-IDX) TO CS-TR-SESSIONS
013180     MOVE CS-KM-ABANDON-PCT(CS-KPI-IDX) TO CS-TR-ABANDON-PCT
013190     DISPLAY CS-TREND-LINE.
013200 7510-PRINT-TREND-MONTH-EXIT.
013210     EXIT.
013220
013230*****************************************************************
013240* 8000-WRITE-CSV.
013250* THE SAME FIGURES AS A DATED CSV, ONE ROW PER MONTH, OLDEST
013260* FIRST (THE LAST ROW IS THE REPORT MONTH), NAMED FOR THE REPORT
013270* MONTH AND THE RUN TIME THE WAY INCEXPRT NAMES ITS EXPORTS.  A
013280* FAILED OPEN OR WRITE FAILS THE RUN IN 9000-TERMINATE.
013290*****************************************************************
013300 8000-WRITE-CSV.
013310     MOVE SPACES TO CS-CSV-FILE-NAME
013320     STRING "kpi_" DELIMITED BY SIZE
013330         CS-REPORT-MONTH DELIMITED BY SIZE
013340         "_" DELIMITED BY SIZE
013350         CS-CURRENT-DATE DELIMITED BY SIZE
013360         "_" DELIMITED BY SIZE
013370         CS-CURRENT-TIME(1:6) DELIMITED BY SIZE
013380         ".csv" DELIMITED BY SIZE
013390         INTO CS-CSV-FILE-NAME
013400     END-STRING
013410
013420     OPEN OUTPUT CSV-FILE
013430     IF NOT FS-CSV-FILE-OK
013440         MOVE 'Y' TO CS-CSV-FAILED-FLAG
013450         GO TO 8000-WRITE-CSV-EXIT
013460     END-IF
013470
013480     MOVE SPACES TO CS-CSV-LINE
013490     STRING "Month,Incidents,Severity1,Severity2,Severity3,"
013500             DELIMITED BY SIZE
013510         "Uncataloged,Lockouts,LockoutsDispositioned,"
013520             DELIMITED BY SIZE
013530         "LockoutDispMeanMins,LockoutDispWorstMins,"
013540             DELIMITED BY SIZE
013550         "AlertsRaised,AlertsHandled,RaisedToHandledMeanMins,"
013560             DELIMITED BY SIZE
013570         "AlertsAckClosed,AckToClosedMeanMins,Escalations,"
013580             DELIMITED BY SIZE
013590         "EscalationsResolved,EscalationResolveMeanMins,"
013600             DELIMITED BY SIZE
013610         "EscalationsBreached,EscalationBreachPct,Sessions,"
013620             DELIMITED BY SIZE
013630         "SessionsAbandoned,AbandonedPct"
013640             DELIMITED BY SIZE
013650         INTO CS-CSV-LINE
013660     END-STRING
013670     WRITE CSV-RECORD FROM CS-CSV-LINE
013680     IF NOT FS-CSV-FILE-OK
013690         MOVE 'Y' TO CS-CSV-FAILED-FLAG
013700         CLOSE CSV-FILE
013710         GO TO 8000-WRITE-CSV-EXIT
013720     END-IF
013730
013740     PERFORM 8100-WRITE-CSV-MONTH THRU 8100-WRITE-CSV-MONTH-EXIT
013750         VARYING CS-KPI-IDX FROM 1 BY 1
013760         UNTIL CS-KPI-IDX > 12
013770         OR CS-CSV-FAILED
013780     CLOSE CSV-FILE.
013790 8000-WRITE-CSV-EXIT.
013800     EXIT.
013810
013820 8100-WRITE-CSV-MONTH.
013830     MOVE CS-KM-LOCK-MEAN(CS-KPI-IDX) TO CS-CSV-MEAN-1
013840     MOVE CS-KM-HANDLE-MEAN(CS-KPI-IDX) TO CS-CSV-MEAN-2
013850     MOVE CS-KM-ACK-CLOSE-MEAN(CS-KPI-IDX) TO CS-CSV-MEAN-3
013860     MOVE CS-KM-ESC-MEAN(CS-KPI-IDX) TO CS-CSV-MEAN-4
013870     MOVE CS-KM-BREACH-PCT(CS-KPI-IDX) TO CS-CSV-PCT-1
013880     MOVE CS-KM-ABANDON-PCT(CS-KPI-IDX) TO CS-CSV-PCT-2
013890
013900     MOVE SPACES TO CS-CSV-LINE
013910     STRING CS-KM-YYYYMM(CS-KPI-IDX) DELIMITED BY SIZE
013920         "," DELIMITED BY SIZE
013930         CS-KM-INCIDENTS(CS-KPI-IDX) DELIMITED BY SIZE
013940         "," DELIMITED BY SIZE
013950         CS-KM-SEV-CRITICAL(CS-KPI-IDX) DELIMITED BY SIZE
013960         "," DELIMITED BY SIZE
013970         CS-KM-SEV-WARNING(CS-KPI-IDX) DELIMITED BY SIZE
013980         "," DELIMITED BY SIZE
013990         CS-KM-SEV-ROUTINE(CS-KPI-IDX) DELIMITED BY SIZE
014000         "," DELIMITED BY SIZE
014010         CS-KM-UNCATALOGED(CS-KPI-IDX) DELIMITED BY SIZE
014020         "," DELIMITED BY SIZE
014030         CS-KM-LOCKOUTS(CS-KPI-IDX) DELIMITED BY SIZE
014040         "," DELIMITED BY SIZE
014050         CS-KM-LOCK-DISPOSED(CS-KPI-IDX) DELIMITED BY SIZE
014060         "," DELIMITED BY SIZE
014070         CS-CSV-MEAN-1 DELIMITED BY SIZE
014080         "," DELIMITED BY SIZE
014090         CS-KM-LOCK-WORST(CS-KPI-IDX) DELIMITED BY SIZE
014100         "," DELIMITED BY SIZE
014110         CS-KM-ALERTS(CS-KPI-IDX) DELIMITED BY SIZE
014120         "," DELIMITED BY SIZE
014130         CS-KM-ALERTS-HANDLED(CS-KPI-IDX) DELIMITED BY SIZE
014140         "," DELIMITED BY SIZE
014150         CS-CSV-MEAN-2 DELIMITED BY SIZE
014160         "," DELIMITED BY SIZE
014170         CS-KM-ACK-CLOSED(CS-KPI-IDX) DELIMITED BY SIZE
014180         "," DELIMITED BY SIZE
014190         CS-CSV-MEAN-3 DELIMITED BY SIZE
014200         "," DELIMITED BY SIZE
014210         CS-KM-ESCALATIONS(CS-KPI-IDX) DELIMITED BY SIZE
014220         "," DELIMITED BY SIZE
014230         CS-KM-ESC-RESOLVED(CS-KPI-IDX) DELIMITED BY SIZE
014240         "," DELIMITED BY SIZE
014250         CS-CSV-MEAN-4 DELIMITED BY SIZE
014260         "," DELIMITED BY SIZE
014270         CS-KM-ESC-BREACHED(CS-KPI-IDX) DELIMITED BY SIZE
014280         "," DELIMITED BY SIZE
014290         CS-CSV-PCT-1 DELIMITED BY SIZE
014300         "," DELIMITED BY SIZE
014310         CS-KM-SESSIONS(CS-KPI-IDX) DELIMITED BY SIZE
014320         "," DELIMITED BY SIZE
014330         CS-KM-ABANDONED(CS-KPI-IDX) DELIMITED BY SIZE
014340         "," DELIMITED BY SIZE
014350         CS-CSV-PCT-2 DELIMITED BY SIZE
014360         INTO CS-CSV-LINE
014370     END-STRING
014380     WRITE CSV-RECORD FROM CS-CSV-LINE
014390     IF NOT FS-CSV-FILE-OK
014400         MOVE 'Y' TO CS-CSV-FAILED-FLAG
014410     END-IF.
014420 8100-WRITE-CSV-MONTH-EXIT.
014430     EXIT.
014440
014450*****************************************************************
014460* 9000-TERMINATE.
014470*****************************************************************
014480 9000-TERMINATE.
014490     CLOSE INCIDENT-FILE
014500     IF CS-DISPOSITION-OPENED
014510         CLOSE DISPOSITION-FILE
014520     END-IF
014530     IF CS-ALERT-FILE-OPENED
014540         CLOSE ALERT-FILE
014550     END-IF
014560     IF CS-SESSION-FILE-OPENED
014570         CLOSE SESSION-FILE
014580     END-IF
014590
014600     IF CS-CSV-FAILED
014610         DISPLAY "Unable to write the scorecard file "
014620             CS-CSV-FILE-NAME ", file status "
014630             FS-CSV-FILE-STATUS ".  The run is recorded as "
014640             "failed."
014650         MOVE 'F' TO CS-RC-ACTION
014660         CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
014670             CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
014680             CS-RC-HWM-SEQ-NO
014690         GO TO 9000-TERMINATE-EXIT
014700     END-IF
014710
014720     DISPLAY "Scorecard written to  : " CS-CSV-FILE-NAME
014730     MOVE 'C' TO CS-RC-ACTION
014740     CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
014750         CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
014760         CS-RC-HWM-SEQ-NO.
014770 9000-TERMINATE-EXIT.
014780     EXIT.
014790
014800 END PROGRAM KPISCORE.
