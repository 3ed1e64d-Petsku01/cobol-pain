000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OFFHRRPT.
000030 AUTHOR. D-SHIFT-SECURITY-TEAM.
000040 INSTALLATION. CENTRAL-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------------
000110* 2026-10-15  DWS  ORIGINAL VERSION.  DAILY OFF-HOURS ACCESS
000120*                  REPORT.  LISTS EVERY LOGIN REFUSED BY THE
000130*                  ACCESS-SCHEDULE CHECK (ACSCHK) -- FROM CYBRSEC,
000140*                  INCTRIAGE, CASEMGT, RCTREV, OR ACSCHED -- FOR
000150*                  BEING OUTSIDE THE ACCOUNT'S PERMITTED HOURS
000160*                  ("Outside Permitted Hours") AND EVERY
000163*                  ADMINISTRATOR BREAK-GLASS OVERRIDE ("Break-
000166*                  Glass Login", WITH THE REASON GIVEN) FOR ONE
000170*                  DAY, THEN TOTALS.  THE DAY DEFAULTS TO
000180*                  YESTERDAY -- THE REPORT IS RUN EACH MORNING
000190*                  FOR THE DAY JUST ENDED -- AND AN OPTIONAL
000200*                  offhrrpt.parm HOLDING A YYYYMMDD IN COLUMNS
000210*                  1-8 PICKS ANOTHER.  USES THE INCIDENT-DATE
000220*                  ALTERNATE KEY TO START AT THE DAY INSTEAD OF
000230*                  SCANNING THE HISTORY.  READS ONLY.
000240*****************************************************************
000250*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT INCIDENT-FILE ASSIGN TO "incidents.dat"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS INCIDENT-SEQ-NO
000330         ALTERNATE RECORD KEY IS INCIDENT-DATE
000340             WITH DUPLICATES
000350         FILE STATUS IS FS-INCIDENT-FILE-STATUS.
000360     SELECT PARM-FILE ASSIGN TO "offhrrpt.parm"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS FS-PARM-FILE-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  INCIDENT-FILE.
000430     COPY "INCREC.CPY".
000440
000450 FD  PARM-FILE.
000460 01  PARM-RECORD                  PIC X(80).
000470
000480 WORKING-STORAGE SECTION.
000490 01  FS-INCIDENT-FILE-STATUS      PIC X(02) VALUE "00".
000500     88  FS-INCIDENT-FILE-OK          VALUE "00".
000510
000520 01  FS-PARM-FILE-STATUS          PIC X(02) VALUE "00".
000530     88  FS-PARM-FILE-OK              VALUE "00".
000540
000550 01  CS-INCIDENT-FILE-OPENED-FLAG PIC X(01) VALUE 'N'.
000560     88  CS-INCIDENT-FILE-OPENED      VALUE 'Y'.
000570
000580 01  CS-EOF-FLAG                  PIC X(01) VALUE 'N'.
000590     88  CS-END-OF-FILE                VALUE 'Y'.
000600
000610 01  CS-PARM-CHECK-FIELDS.
000620     05  CS-PARM-VALID-FLAG       PIC X(01) VALUE 'Y'.
000630         88  CS-PARM-VALUE-VALID      VALUE 'Y'.
000640     05  CS-PARM-CHECK-IDX        PIC 9(02) COMP VALUE 0.
000650
000660 77  CS-CURRENT-DATE              PIC 9(08) VALUE 0.
000670 77  CS-CURRENT-TIME              PIC 9(08) VALUE 0.
000680
000690 01  CS-REPORT-DATE               PIC 9(08) VALUE 0.
000700 01  CS-WORK-DATE                 PIC 9(08) VALUE 0.
000710 01  CS-WORK-DATE-PARTS REDEFINES CS-WORK-DATE.
000720     05  CS-WORK-YYYY             PIC 9(04).
000730     05  CS-WORK-MM               PIC 9(02).
000740     05  CS-WORK-DD               PIC 9(02).
000750
000760 01  CS-REPORT-TOTALS.
000770     05  CS-SCANNED-COUNT         PIC 9(06) VALUE 0.
000780     05  CS-REFUSED-COUNT         PIC 9(06) VALUE 0.
000790     05  CS-OVERRIDE-COUNT        PIC 9(06) VALUE 0.
000800
000810 PROCEDURE DIVISION.
000820*****************************************************************
000830* 0000-MAIN-LOGIC.
000840*****************************************************************
000850 0000-MAIN-LOGIC.
000860     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
000870     IF NOT CS-INCIDENT-FILE-OPENED
000880         STOP RUN
000890     END-IF
000900
000910     DISPLAY " "
000920     DISPLAY "Time     Type                      Username"
000930     DISPLAY "-----------------------------------------------"
000940     PERFORM 3000-PROCESS-RECORD THRU 3000-PROCESS-RECORD-EXIT
000950         UNTIL CS-END-OF-FILE
000960     IF CS-REFUSED-COUNT = 0 AND CS-OVERRIDE-COUNT = 0
000970         DISPLAY "No off-hours logins were refused or overridden."
000980     END-IF
000990
001000     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
001010
001020     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001030     STOP RUN.
001040
001050*****************************************************************
001060* 1000-INITIALIZE.
001070* SETTLES THE REPORT DATE, OPENS incidents.dat, AND POSITIONS ON
001080* THE FIRST INCIDENT OF THE REPORT DATE THROUGH THE DATE KEY.
001090*****************************************************************
001100 1000-INITIALIZE.
001110     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
001120     ACCEPT CS-CURRENT-TIME FROM TIME
001130     PERFORM 1050-APPLY-DATE-OVERRIDE
001140         THRU 1050-APPLY-DATE-OVERRIDE-EXIT
001150
001160     DISPLAY "Off-Hours Access Report"
001170     DISPLAY "==============================="
001180     DISPLAY "Run date/time: " CS-CURRENT-DATE " " CS-CURRENT-TIME
001190     DISPLAY "Report date  : " CS-REPORT-DATE
001200
001210     OPEN INPUT INCIDENT-FILE
001220     IF NOT FS-INCIDENT-FILE-OK
001230         MOVE 'N' TO CS-INCIDENT-FILE-OPENED-FLAG
001240         DISPLAY "Unable to open incidents.dat, file status "
001250             FS-INCIDENT-FILE-STATUS "."
001260         DISPLAY "If this site is still on the old flat-file "
001270             "incidents.dat, run INCMIG once to convert it "
001280             "to the indexed format before running OFFHRRPT."
001290         GO TO 1000-INITIALIZE-EXIT
001300     END-IF
001310     MOVE 'Y' TO CS-INCIDENT-FILE-OPENED-FLAG
001320
001330     MOVE CS-REPORT-DATE TO INCIDENT-DATE
001340     START INCIDENT-FILE
001350         KEY IS NOT LESS THAN INCIDENT-DATE
001360         INVALID KEY
001370             SET CS-END-OF-FILE TO TRUE
001380     END-START
001390     IF NOT CS-END-OF-FILE
001400         PERFORM 2000-READ-INCIDENT THRU 2000-READ-INCIDENT-EXIT
001410     END-IF.
001420 1000-INITIALIZE-EXIT.
001430     EXIT.
001440
001450*****************************************************************
001460* 1050-APPLY-DATE-OVERRIDE.
001470* THE REPORT DATE DEFAULTS TO YESTERDAY.  AN OPTIONAL PARAMETER
001480* FILE (offhrrpt.parm) HOLDING A YYYYMMDD IN COLUMNS 1-8 PICKS
001490* ANOTHER DAY.  A MISSING FILE, EMPTY FILE, NON-NUMERIC VALUE,
001500* OR MONTH OR DAY OUT OF RANGE LEAVES THE DEFAULT.
001510*****************************************************************
001520 1050-APPLY-DATE-OVERRIDE.
001530     COMPUTE CS-REPORT-DATE = FUNCTION DATE-OF-INTEGER
001540         (FUNCTION INTEGER-OF-DATE(CS-CURRENT-DATE) - 1)
001550
001560     OPEN INPUT PARM-FILE
001570     IF NOT FS-PARM-FILE-OK
001580         GO TO 1050-APPLY-DATE-OVERRIDE-EXIT
001590     END-IF
001600
001610     READ PARM-FILE
001620         AT END
001630             CLOSE PARM-FILE
001640             GO TO 1050-APPLY-DATE-OVERRIDE-EXIT
001650     END-READ
001660
001670     MOVE 'Y' TO CS-PARM-VALID-FLAG
001680     PERFORM 1060-VALIDATE-PARM-DIGIT
001690         THRU 1060-VALIDATE-PARM-DIGIT-EXIT
001700         VARYING CS-PARM-CHECK-IDX FROM 1 BY 1
001710         UNTIL CS-PARM-CHECK-IDX > 8
001720
001730     IF CS-PARM-VALUE-VALID
001740         MOVE PARM-RECORD(1:8) TO CS-WORK-DATE
001750         IF CS-WORK-MM >= 1 AND CS-WORK-MM <= 12
001760                 AND CS-WORK-DD >= 1 AND CS-WORK-DD <= 31
001770             MOVE CS-WORK-DATE TO CS-REPORT-DATE
001780         END-IF
001790     END-IF
001800
001810     CLOSE PARM-FILE.
001820 1050-APPLY-DATE-OVERRIDE-EXIT.
001830     EXIT.
001840
001850 1060-VALIDATE-PARM-DIGIT.
001860     IF PARM-RECORD(CS-PARM-CHECK-IDX:1) NOT NUMERIC
001870         MOVE 'N' TO CS-PARM-VALID-FLAG
001880     END-IF.
001890 1060-VALIDATE-PARM-DIGIT-EXIT.
001900     EXIT.
001910
001920*****************************************************************
001930* 2000-READ-INCIDENT.
001940* ONE READ ALONG THE DATE KEY.  THE FIRST INCIDENT OF A LATER
001950* DAY ENDS THE REPORT.
001960*****************************************************************
001970 2000-READ-INCIDENT.
001980     READ INCIDENT-FILE NEXT RECORD
001990         AT END
002000             SET CS-END-OF-FILE TO TRUE
002010             GO TO 2000-READ-INCIDENT-EXIT
002020     END-READ
002030     IF INCIDENT-DATE > CS-REPORT-DATE
002040         SET CS-END-OF-FILE TO TRUE
002050     END-IF.
002060 2000-READ-INCIDENT-EXIT.
002070     EXIT.
002080
002090*****************************************************************
002100* 3000-PROCESS-RECORD.
002110* LISTS THE INCIDENT IF IT IS AN OFF-HOURS REFUSAL OR A
002120* BREAK-GLASS OVERRIDE, THEN READS THE NEXT.  AN OVERRIDE IS
002130* PRECEDED ON THE FILE BY THE REFUSAL THAT PROMPTED IT, SO THE
002140* TWO LIST TOGETHER.
002150*****************************************************************
002160 3000-PROCESS-RECORD.
002170     ADD 1 TO CS-SCANNED-COUNT
002180
002190     EVALUATE INCIDENT-TYPE
002200         WHEN "Outside Permitted Hours"
002210             ADD 1 TO CS-REFUSED-COUNT
002220             PERFORM 3100-LIST-INCIDENT
002230                 THRU 3100-LIST-INCIDENT-EXIT
002240         WHEN "Break-Glass Login"
002250             ADD 1 TO CS-OVERRIDE-COUNT
002260             PERFORM 3100-LIST-INCIDENT
002270                 THRU 3100-LIST-INCIDENT-EXIT
002280         WHEN OTHER
002290             CONTINUE
002300     END-EVALUATE
002310
002320     PERFORM 2000-READ-INCIDENT THRU 2000-READ-INCIDENT-EXIT.
002330 3000-PROCESS-RECORD-EXIT.
002340     EXIT.
002350
002360 3100-LIST-INCIDENT.
002370     DISPLAY INCIDENT-TIME(1:2) ":" INCIDENT-TIME(3:2) ":"
002380         INCIDENT-TIME(5:2) " " INCIDENT-TYPE " "
002390         INCIDENT-USERNAME
002400     DISPLAY "         " INCIDENT-DETAILS(1:70)
002410     IF INCIDENT-DETAILS(71:30) NOT = SPACES
002420         DISPLAY "         " INCIDENT-DETAILS(71:30)
002430     END-IF.
002440 3100-LIST-INCIDENT-EXIT.
002450     EXIT.
002460
002470*****************************************************************
002480* 8000-PRINT-SUMMARY.
002490*****************************************************************
002500 8000-PRINT-SUMMARY.
002510     DISPLAY " "
002520     DISPLAY "==============================================="
002530     DISPLAY "    OFF-HOURS ACCESS FOR " CS-REPORT-DATE
002540     DISPLAY "==============================================="
002550     DISPLAY "Incidents scanned        : " CS-SCANNED-COUNT
002560     DISPLAY "Off-hours logins refused : " CS-REFUSED-COUNT
002570     DISPLAY "Break-glass overrides    : " CS-OVERRIDE-COUNT
002580     DISPLAY "===============================================".
002590 8000-PRINT-SUMMARY-EXIT.
002600     EXIT.
002610
002620*****************************************************************
002630* 9000-TERMINATE.
002640*****************************************************************
002650 9000-TERMINATE.
002660     CLOSE INCIDENT-FILE.
002670 9000-TERMINATE-EXIT.
002680     EXIT.
002690
002700 END PROGRAM OFFHRRPT.
