000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ALRTESC.
000030 AUTHOR. D-SHIFT-SECURITY-TEAM.
000040 INSTALLATION. CENTRAL-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------------
000110* 2026-10-15  DWS  ORIGINAL VERSION.  SCHEDULED ESCALATION OF
000120*                  UNACKNOWLEDGED ALERTS.  EVERY ALERT IN
000130*                  alerts.dat STILL IN STATUS 'N' (NEVER
000140*                  ACKNOWLEDGED IN ALRTACK) AT LEAST
000150*                  CS-ESCALATE-MINUTES AFTER BRUTALRT RAISED IT
000160*                  -- 30 BY DEFAULT, OVERRIDABLE IN alrtesc.parm
000170*                  THE SAME WAY AS brutalrt.parm -- IS QUEUED AS A
000180*                  SECOND-TIER NOTIFICATION FOR THE BACKUP ON-CALL
000190*                  (SEE NTFQUEUE) AND LOGGED AS AN
000200*                  "Alert Escalated" INCIDENT.  AN ALERT ALREADY
000210*                  ESCALATED ON AN EARLIER RUN IS NOT PAGED AGAIN.
000220*                  MEANT TO BE SCHEDULED EVERY FEW MINUTES ROUND
000230*                  THE CLOCK, NOT AS A NIGHTRUN STEP.  RECORDS ITS
000240*                  RUNS ON THE RUN-CONTROL FILE; A NOTIFICATION
000250*                  THAT COULD NOT BE QUEUED FAILS THE RUN SO IT
000260*                  SHOWS ON RUNCTLRP.  READS alerts.dat ONLY.
000270*****************************************************************
000280*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ALERT-FILE ASSIGN TO "alerts.dat"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS ALERT-SEQ-NO
000360         FILE STATUS IS FS-ALERT-FILE-STATUS.
000370     SELECT PARM-FILE ASSIGN TO "alrtesc.parm"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-PARM-FILE-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  ALERT-FILE.
000440     COPY "ALTREC.CPY".
000450
000460 FD  PARM-FILE.
000470 01  PARM-RECORD                  PIC X(80).
000480
000490 WORKING-STORAGE SECTION.
000500 01  FS-ALERT-FILE-STATUS         PIC X(02) VALUE "00".
000510     88  FS-ALERT-FILE-OK             VALUE "00".
000520     88  FS-ALERT-FILE-NOT-FOUND      VALUE "35".
000530
000540 01  FS-PARM-FILE-STATUS          PIC X(02) VALUE "00".
000550     88  FS-PARM-FILE-OK              VALUE "00".
000560
000570 01  CS-FILES-READY-FLAG          PIC X(01) VALUE 'N'.
000580     88  CS-FILES-READY               VALUE 'Y'.
000590
000600 01  CS-EOF-FLAG                  PIC X(01) VALUE 'N'.
000610     88  CS-END-OF-FILE                VALUE 'Y'.
000620
000630 01  CS-PARM-CHECK-FIELDS.
000640     05  CS-PARM-VALID-FLAG       PIC X(01) VALUE 'Y'.
000650         88  CS-PARM-VALUE-VALID      VALUE 'Y'.
000660     05  CS-PARM-CHECK-IDX        PIC 9(02) COMP VALUE 0.
000670
000680 77  CS-ESCALATE-MINUTES          PIC 9(06) VALUE 30.
000690 77  CS-CURRENT-DATE              PIC 9(08) VALUE 0.
000700 77  CS-CURRENT-TIME              PIC 9(08) VALUE 0.
000710
000720 01  CS-AGE-WORK-FIELDS.
000730     05  CS-DAY-NUMBER            PIC 9(07) VALUE 0.
000740     05  CS-NOW-TOTAL-MINUTES     PIC S9(11) VALUE 0.
000750     05  CS-ALERT-TOTAL-MINUTES   PIC S9(11) VALUE 0.
000760     05  CS-ALERT-AGE-MINUTES     PIC S9(11) VALUE 0.
000770     05  CS-AGE-DISPLAY           PIC 9(06) VALUE 0.
000780
000790 01  CS-TIME-OF-DAY-FIELDS.
000800     05  CS-TOD-HOURS             PIC 9(02) VALUE 0.
000810     05  CS-TOD-MINUTES           PIC 9(02) VALUE 0.
000820     05  CS-TOD-REMAINDER         PIC 9(08) VALUE 0.
000830
000840 01  CS-REPORT-TOTALS.
000850     05  CS-READ-COUNT            PIC 9(06) VALUE 0.
000860     05  CS-NEW-COUNT             PIC 9(06) VALUE 0.
000870     05  CS-NOT-DUE-COUNT         PIC 9(06) VALUE 0.
000880     05  CS-ESCALATED-COUNT       PIC 9(06) VALUE 0.
000890     05  CS-ALREADY-COUNT         PIC 9(06) VALUE 0.
000900     05  CS-QUEUE-FAILED-COUNT    PIC 9(06) VALUE 0.
000910
000920 01  CS-NOTIFY-FIELDS.
000930     05  CS-NTF-ACTION            PIC X(01) VALUE 'F'.
000940     05  CS-NTF-SOURCE            PIC X(01) VALUE 'A'.
000950     05  CS-NTF-SOURCE-SEQ-NO     PIC 9(09) VALUE 0.
000960     05  CS-NTF-TIER              PIC 9(01) VALUE 2.
000970     05  CS-NTF-MESSAGE           PIC X(160) VALUE SPACES.
000980     05  CS-NTF-RESULT            PIC X(01) VALUE SPACE.
000990         88  CS-NTF-OK                VALUE 'Y'.
001000         88  CS-NTF-NOT-FOUND         VALUE 'N'.
001010
001020 01  CS-INCIDENT-CALL-FIELDS.
001030     05  CS-CALL-TYPE             PIC X(25).
001040     05  CS-CALL-DETAILS          PIC X(100).
001050
001060 01  CS-RUN-CONTROL-FIELDS.
001070     05  CS-RC-ACTION             PIC X(01).
001080     05  CS-RC-JOB-NAME           PIC X(08) VALUE "ALRTESC".
001090     05  CS-RC-RESULT             PIC X(01).
001100         88  CS-RC-START-OK           VALUE 'Y'.
001110         88  CS-RC-START-REFUSED      VALUE 'N'.
001120     05  CS-RC-HWM-DATE           PIC 9(08) VALUE 0.
001130     05  CS-RC-HWM-TIME           PIC 9(08) VALUE 0.
001140     05  CS-RC-HWM-SEQ-NO         PIC 9(09) VALUE 0.
001150
001160 PROCEDURE DIVISION.
001170*****************************************************************
001180* 0000-MAIN-LOGIC.
001190*****************************************************************
001200 0000-MAIN-LOGIC.
001210     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001220     IF NOT CS-FILES-READY
001230         GOBACK
001240     END-IF
001250
001260     PERFORM 3000-PROCESS-ALERT THRU 3000-PROCESS-ALERT-EXIT
001270         UNTIL CS-END-OF-FILE
001280
001290     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
001300
001310     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001320     GOBACK.
001330
001340 1000-INITIALIZE.
001350     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
001360     ACCEPT CS-CURRENT-TIME FROM TIME
001370     PERFORM 1050-APPLY-MINUTES-OVERRIDE
001380         THRU 1050-APPLY-MINUTES-OVERRIDE-EXIT
001390
001400     MOVE FUNCTION INTEGER-OF-DATE(CS-CURRENT-DATE)
001410         TO CS-DAY-NUMBER
001420     MOVE CS-CURRENT-TIME TO CS-TOD-REMAINDER
001430     PERFORM 1110-MINUTE-OF-DAY THRU 1110-MINUTE-OF-DAY-EXIT
001440     COMPUTE CS-NOW-TOTAL-MINUTES =
001450         (CS-DAY-NUMBER * 1440)
001460         + (CS-TOD-HOURS * 60) + CS-TOD-MINUTES
001470
001480     MOVE 'N' TO CS-FILES-READY-FLAG
001490
001500     MOVE 'S' TO CS-RC-ACTION
001510     CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
001520         CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
001530         CS-RC-HWM-SEQ-NO
001540     IF NOT CS-RC-START-OK
001550         IF CS-RC-START-REFUSED
001560             DISPLAY "A previous ALRTESC run is still marked "
001570                 "in-flight on the run-control file.  Not "
001580                 "starting.  See RUNCTLRP."
001590         END-IF
001600         GO TO 1000-INITIALIZE-EXIT
001610     END-IF
001620
001630     OPEN INPUT ALERT-FILE
001640     IF FS-ALERT-FILE-NOT-FOUND
001650         DISPLAY "No alerts.dat yet; nothing to escalate."
001660         MOVE 'C' TO CS-RC-ACTION
001670         CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
001680             CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
001690             CS-RC-HWM-SEQ-NO
001700         GO TO 1000-INITIALIZE-EXIT
001710     END-IF
001720     IF NOT FS-ALERT-FILE-OK
001730         DISPLAY "Unable to open alerts.dat, file status "
001740             FS-ALERT-FILE-STATUS "."
001750         DISPLAY "If this site is still on the old "
001760             "line-sequential alerts.dat, run ALRTMIG once to "
001770             "convert it to the indexed format before running "
001780             "ALRTESC."
001790         PERFORM 1300-RECORD-FAILED-RUN
001800             THRU 1300-RECORD-FAILED-RUN-EXIT
001810         GO TO 1000-INITIALIZE-EXIT
001820     END-IF
001830
001840     MOVE 'Y' TO CS-FILES-READY-FLAG
001850     PERFORM 2000-READ-ALERT THRU 2000-READ-ALERT-EXIT.
001860 1000-INITIALIZE-EXIT.
001870     EXIT.
001880
001890*****************************************************************
001900* 1050-APPLY-MINUTES-OVERRIDE.
001910* READS AN OPTIONAL PARAMETER FILE (alrtesc.parm) HOLDING A
001920* SIX-DIGIT, ZERO-PADDED ESCALATION DELAY IN MINUTES IN COLUMNS
001930* 1-6, THE SAME CONVENTION AS brutalrt.parm.  A MISSING FILE,
001940* EMPTY FILE, OR NON-NUMERIC VALUE LEAVES CS-ESCALATE-MINUTES AT
001950* ITS COMPILED-IN DEFAULT.
001960*****************************************************************
001970 1050-APPLY-MINUTES-OVERRIDE.
001980     OPEN INPUT PARM-FILE
001990     IF NOT FS-PARM-FILE-OK
002000         GO TO 1050-APPLY-MINUTES-OVERRIDE-EXIT
002010     END-IF
002020
002030     READ PARM-FILE
002040         AT END
002050             CLOSE PARM-FILE
002060             GO TO 1050-APPLY-MINUTES-OVERRIDE-EXIT
002070     END-READ
002080
002090     MOVE 'Y' TO CS-PARM-VALID-FLAG
002100     PERFORM 1060-VALIDATE-PARM-DIGIT
002110         VARYING CS-PARM-CHECK-IDX FROM 1 BY 1
002120         UNTIL CS-PARM-CHECK-IDX > 6
002130
002140     IF CS-PARM-VALUE-VALID
002150         MOVE PARM-RECORD(1:6) TO CS-ESCALATE-MINUTES
002160     END-IF
002170
002180     CLOSE PARM-FILE.
002190 1050-APPLY-MINUTES-OVERRIDE-EXIT.
002200     EXIT.
002210
002220 1060-VALIDATE-PARM-DIGIT.
002230     IF PARM-RECORD(CS-PARM-CHECK-IDX:1) NOT NUMERIC
002240         MOVE 'N' TO CS-PARM-VALID-FLAG
002250     END-IF.
002260 1060-VALIDATE-PARM-DIGIT-EXIT.
002270     EXIT.
002280
002290*****************************************************************
002300* 1110-MINUTE-OF-DAY.
002310* PULLS THE HOURS AND MINUTES OUT OF AN HHMMSSHH TIME-OF-DAY
002320* VALUE.  CS-TOD-REMAINDER MUST BE SET BY THE CALLER BEFORE THIS
002330* IS PERFORMED.  SAME CONVENTION AS BRUTALRT.
002340*****************************************************************
002350 1110-MINUTE-OF-DAY.
002360     COMPUTE CS-TOD-HOURS = CS-TOD-REMAINDER / 1000000.
002370     COMPUTE CS-TOD-MINUTES =
002380         (CS-TOD-REMAINDER - (CS-TOD-HOURS * 1000000)) / 10000.
002390 1110-MINUTE-OF-DAY-EXIT.
002400     EXIT.
002410
002420*****************************************************************
002430* 1300-RECORD-FAILED-RUN.
002440* STAMPS THE RUN FAILED ON THE RUN-CONTROL FILE, SO RUNCTLRP
002450* SHOWS THE FAILURE INSTEAD OF A RUN STUCK IN-FLIGHT.
002460*****************************************************************
002470 1300-RECORD-FAILED-RUN.
002480     MOVE 'F' TO CS-RC-ACTION
002490     CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
002500         CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
002510         CS-RC-HWM-SEQ-NO.
002520 1300-RECORD-FAILED-RUN-EXIT.
002530     EXIT.
002540
002550 2000-READ-ALERT.
002560     READ ALERT-FILE NEXT RECORD
002570         AT END
002580             SET CS-END-OF-FILE TO TRUE
002590     END-READ.
002600 2000-READ-ALERT-EXIT.
002610     EXIT.
002620
002630*****************************************************************
002640* 3000-PROCESS-ALERT.
002650* ONE ALERT ROW.  ONLY AN ALERT STILL NEW CAN BE DUE -- ONE
002660* ACKNOWLEDGED OR CLOSED IS ALREADY SOMEONE'S.
002670*****************************************************************
002680 3000-PROCESS-ALERT.
002690     ADD 1 TO CS-READ-COUNT
002700     IF ALERT-IS-NEW
002710         ADD 1 TO CS-NEW-COUNT
002720         PERFORM 3100-CHECK-NEW-ALERT
002730             THRU 3100-CHECK-NEW-ALERT-EXIT
002740     END-IF
002750
002760     PERFORM 2000-READ-ALERT THRU 2000-READ-ALERT-EXIT.
002770 3000-PROCESS-ALERT-EXIT.
002780     EXIT.
002790
002800*****************************************************************
002810* 3100-CHECK-NEW-ALERT.
002820* AN ALERT OLDER THAN THE ESCALATION DELAY IS ESCALATED UNLESS A
002830* SECOND-TIER NOTIFICATION IS ALREADY QUEUED FOR IT.  A ROW WITH
002840* NO USABLE RAISED DATE IS SKIPPED RATHER THAN AGED FROM DAY
002850* ZERO.
002860*****************************************************************
002870 3100-CHECK-NEW-ALERT.
002880     IF ALERT-DATE NOT NUMERIC OR ALERT-DATE = 0
002890             OR ALERT-TIME NOT NUMERIC
002900         GO TO 3100-CHECK-NEW-ALERT-EXIT
002910     END-IF
002920
002930     MOVE FUNCTION INTEGER-OF-DATE(ALERT-DATE) TO CS-DAY-NUMBER
002940     MOVE ALERT-TIME TO CS-TOD-REMAINDER
002950     PERFORM 1110-MINUTE-OF-DAY THRU 1110-MINUTE-OF-DAY-EXIT
002960     COMPUTE CS-ALERT-TOTAL-MINUTES =
002970         (CS-DAY-NUMBER * 1440)
002980         + (CS-TOD-HOURS * 60) + CS-TOD-MINUTES
002990     COMPUTE CS-ALERT-AGE-MINUTES =
003000         CS-NOW-TOTAL-MINUTES - CS-ALERT-TOTAL-MINUTES
003010     IF CS-ALERT-AGE-MINUTES < CS-ESCALATE-MINUTES
003020         ADD 1 TO CS-NOT-DUE-COUNT
003030         GO TO 3100-CHECK-NEW-ALERT-EXIT
003040     END-IF
003050
003060     MOVE 'F' TO CS-NTF-ACTION
003070     MOVE 'A' TO CS-NTF-SOURCE
003080     MOVE ALERT-SEQ-NO TO CS-NTF-SOURCE-SEQ-NO
003090     MOVE 2 TO CS-NTF-TIER
003100     CALL "NTFQUEUE" USING CS-NTF-ACTION CS-NTF-SOURCE
003110         CS-NTF-SOURCE-SEQ-NO CS-NTF-TIER CS-NTF-MESSAGE
003120         CS-NTF-RESULT
003130     IF CS-NTF-OK
003140         ADD 1 TO CS-ALREADY-COUNT
003150         GO TO 3100-CHECK-NEW-ALERT-EXIT
003160     END-IF
003170     IF NOT CS-NTF-NOT-FOUND
003180         ADD 1 TO CS-QUEUE-FAILED-COUNT
003190         GO TO 3100-CHECK-NEW-ALERT-EXIT
003200     END-IF
003210
003220     PERFORM 4000-ESCALATE-ALERT THRU 4000-ESCALATE-ALERT-EXIT.
003230 3100-CHECK-NEW-ALERT-EXIT.
003240     EXIT.
003250
003260*****************************************************************
003270* 4000-ESCALATE-ALERT.
003280* QUEUES THE SECOND-TIER PAGE FOR THE BACKUP ON-CALL AND, ONCE
003290* IT IS QUEUED, LOGS THE ESCALATION AS AN INCIDENT AGAINST THE
003300* ALERT'S ACCOUNT.  AN AGE TOO BIG FOR THE MESSAGE SHOWS 999999.
003310*****************************************************************
003320 4000-ESCALATE-ALERT.
003330     IF CS-ALERT-AGE-MINUTES > 999999
003340         MOVE 999999 TO CS-AGE-DISPLAY
003350     ELSE
003360         MOVE CS-ALERT-AGE-MINUTES TO CS-AGE-DISPLAY
003370     END-IF
003380
003390     MOVE SPACES TO CS-NTF-MESSAGE
003400     STRING "ESCALATED ALERT " DELIMITED BY SIZE
003410            CS-NTF-SOURCE-SEQ-NO DELIMITED BY SIZE
003420            " " DELIMITED BY SIZE
003430            ALERT-PATTERN DELIMITED BY "  "
003440            " USER " DELIMITED BY SIZE
003450            ALERT-USERNAME DELIMITED BY SPACE
003460            ": UNACKNOWLEDGED " DELIMITED BY SIZE
003470            CS-AGE-DISPLAY DELIMITED BY SIZE
003480            " MINUTES.  " DELIMITED BY SIZE
003490            ALERT-DETAILS DELIMITED BY SIZE
003500         INTO CS-NTF-MESSAGE
003510     END-STRING
003520     MOVE 'Q' TO CS-NTF-ACTION
003530     CALL "NTFQUEUE" USING CS-NTF-ACTION CS-NTF-SOURCE
003540         CS-NTF-SOURCE-SEQ-NO CS-NTF-TIER CS-NTF-MESSAGE
003550         CS-NTF-RESULT
003560     IF NOT CS-NTF-OK
003570         ADD 1 TO CS-QUEUE-FAILED-COUNT
003580         DISPLAY "Alert " CS-NTF-SOURCE-SEQ-NO " is due for "
003590             "escalation but the page could not be queued."
003600         GO TO 4000-ESCALATE-ALERT-EXIT
003610     END-IF
003620
003630     ADD 1 TO CS-ESCALATED-COUNT
003640     MOVE "Alert Escalated" TO CS-CALL-TYPE
003650     MOVE SPACES TO CS-CALL-DETAILS
003660     STRING "Alert " DELIMITED BY SIZE
003670            CS-NTF-SOURCE-SEQ-NO DELIMITED BY SIZE
003680            " " DELIMITED BY SIZE
003690            ALERT-PATTERN DELIMITED BY "  "
003700            " still New after " DELIMITED BY SIZE
003710            CS-AGE-DISPLAY DELIMITED BY SIZE
003720            " minutes; backup on-call paged" DELIMITED BY SIZE
003730         INTO CS-CALL-DETAILS
003740     END-STRING
003750     CALL "LOGINCDT" USING BY CONTENT CS-CURRENT-DATE
003760         BY CONTENT CS-CURRENT-TIME
003770         BY CONTENT CS-CALL-TYPE
003780         BY CONTENT ALERT-USERNAME
003790         BY CONTENT CS-CALL-DETAILS
003800     DISPLAY "ESCALATED: alert " CS-NTF-SOURCE-SEQ-NO " "
003810         ALERT-PATTERN " " ALERT-USERNAME.
003820 4000-ESCALATE-ALERT-EXIT.
003830     EXIT.
003840
003850*****************************************************************
003860* 8000-PRINT-SUMMARY.
003870*****************************************************************
003880 8000-PRINT-SUMMARY.
003890     DISPLAY " "
003900     DISPLAY "==============================================="
003910     DISPLAY "    UNACKNOWLEDGED-ALERT ESCALATION RUN"
003920     DISPLAY "==============================================="
003930     DISPLAY "Escalate after minutes  : " CS-ESCALATE-MINUTES
003940     DISPLAY "Alerts read             : " CS-READ-COUNT
003950     DISPLAY "Still new (unacked)     : " CS-NEW-COUNT
003960     DISPLAY "Not yet due             : " CS-NOT-DUE-COUNT
003970     DISPLAY "Escalated this run      : " CS-ESCALATED-COUNT
003980     DISPLAY "Escalated earlier       : " CS-ALREADY-COUNT
003990     DISPLAY "Could not be queued     : " CS-QUEUE-FAILED-COUNT
004000     DISPLAY "===============================================".
004010 8000-PRINT-SUMMARY-EXIT.
004020     EXIT.
004030
004040*****************************************************************
004050* 9000-TERMINATE.
004060* A PAGE THAT COULD NOT BE QUEUED FAILS THE RUN -- AN ESCALATION
004070* NOBODY RECEIVED MUST NOT LOOK LIKE A CLEAN RUN ON RUNCTLRP.
004080*****************************************************************
004090 9000-TERMINATE.
004100     CLOSE ALERT-FILE
004110     IF CS-QUEUE-FAILED-COUNT > 0
004120         PERFORM 1300-RECORD-FAILED-RUN
004130             THRU 1300-RECORD-FAILED-RUN-EXIT
004140         GO TO 9000-TERMINATE-EXIT
004150     END-IF
004160     MOVE 'C' TO CS-RC-ACTION
004170     CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
004180         CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
004190         CS-RC-HWM-SEQ-NO.
004200 9000-TERMINATE-EXIT.
004210     EXIT.
004220
004230 END PROGRAM ALRTESC.
