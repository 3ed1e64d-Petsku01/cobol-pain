000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NTFRPT.
000030 AUTHOR. D-SHIFT-SECURITY-TEAM.
000040 INSTALLATION. CENTRAL-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------------
000110* 2026-10-15  DWS  ORIGINAL VERSION.  DAILY REPORT OVER THE
000120*                  OUTBOUND NOTIFICATION QUEUE (notify.dat, SEE
000130*                  NTFREC.CPY) FOR THE MORNING OPERATOR.  LISTS
000140*                  EVERY NOTIFICATION THE PAGING/E-MAIL GATEWAY
000150*                  NEVER PICKED UP -- STILL QUEUED LONGER THAN
000160*                  CS-STALE-MINUTES (15 BY DEFAULT, OVERRIDABLE
000170*                  IN ntfrpt.parm THE SAME WAY AS brutalrt.parm)
000180*                  -- WITH ITS AGE IN MINUTES, THEN EVERY ONE THE
000190*                  GATEWAY MARKED UNDELIVERABLE, THEN TOTALS BY
000200*                  DELIVERY STATUS.  A PAGE NOBODY RECEIVED IS A
000210*                  CRITICAL EVENT NOBODY SAW, SO EITHER LIST BEING
000220*                  NON-EMPTY IS THE FIRST THING TO CHASE.  READS
000230*                  ONLY.
000240*****************************************************************
000250*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT NOTIFY-FILE ASSIGN TO "notify.dat"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS NTF-SEQ-NO
000330         ALTERNATE RECORD KEY IS NTF-SOURCE-KEY
000340             WITH DUPLICATES
000350         FILE STATUS IS FS-NOTIFY-FILE-STATUS.
000360     SELECT PARM-FILE ASSIGN TO "ntfrpt.parm"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS FS-PARM-FILE-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  NOTIFY-FILE.
000430     COPY "NTFREC.CPY".
000440
000450 FD  PARM-FILE.
000460 01  PARM-RECORD                  PIC X(80).
000470
000480 WORKING-STORAGE SECTION.
000490 01  FS-NOTIFY-FILE-STATUS        PIC X(02) VALUE "00".
000500     88  FS-NOTIFY-FILE-OK            VALUE "00".
000510     88  FS-NOTIFY-FILE-NOT-FOUND     VALUE "35".
000520
000530 01  FS-PARM-FILE-STATUS          PIC X(02) VALUE "00".
000540     88  FS-PARM-FILE-OK              VALUE "00".
000550
000560 01  CS-NOTIFY-FILE-OPENED-FLAG   PIC X(01) VALUE 'N'.
000570     88  CS-NOTIFY-FILE-OPENED        VALUE 'Y'.
000580
000590 01  CS-EOF-FLAG                  PIC X(01) VALUE 'N'.
000600     88  CS-END-OF-FILE                VALUE 'Y'.
000610
000620 01  CS-PARM-CHECK-FIELDS.
000630     05  CS-PARM-VALID-FLAG       PIC X(01) VALUE 'Y'.
000640         88  CS-PARM-VALUE-VALID      VALUE 'Y'.
000650     05  CS-PARM-CHECK-IDX        PIC 9(02) COMP VALUE 0.
000660
000670 01  CS-LIST-PASS                 PIC X(01) VALUE 'Q'.
000680     88  CS-LISTING-QUEUED            VALUE 'Q'.
000690     88  CS-LISTING-UNDELIVERABLE     VALUE 'F'.
000700
000710 77  CS-STALE-MINUTES             PIC 9(06) VALUE 15.
000720 77  CS-CURRENT-DATE              PIC 9(08) VALUE 0.
000730 77  CS-CURRENT-TIME              PIC 9(08) VALUE 0.
000740
000750 01  CS-REPORT-TOTALS.
000760     05  CS-READ-COUNT            PIC 9(06) VALUE 0.
000770     05  CS-QUEUED-COUNT          PIC 9(06) VALUE 0.
000780     05  CS-STALE-COUNT           PIC 9(06) VALUE 0.
000790     05  CS-PICKED-UP-COUNT       PIC 9(06) VALUE 0.
000800     05  CS-DELIVERED-COUNT       PIC 9(06) VALUE 0.
000810     05  CS-UNDELIVERABLE-COUNT   PIC 9(06) VALUE 0.
000820     05  CS-OTHER-STATUS-COUNT    PIC 9(06) VALUE 0.
000830
000840 01  CS-MINUTE-WORK-FIELDS.
000850     05  CS-WORK-DAY-NUMBER       PIC 9(07) VALUE 0.
000860     05  CS-WORK-DATE             PIC 9(08) VALUE 0.
000870     05  CS-WORK-MINUTES          PIC 9(12) VALUE 0.
000880     05  CS-NOW-MINUTES           PIC 9(12) VALUE 0.
000890     05  CS-AGE-MINUTES           PIC S9(09) VALUE 0.
000900
000910 01  CS-TIME-OF-DAY-FIELDS.
000920     05  CS-TOD-HOURS             PIC 9(02) VALUE 0.
000930     05  CS-TOD-MINUTES           PIC 9(02) VALUE 0.
000940     05  CS-TOD-REMAINDER         PIC 9(08) VALUE 0.
000950
000960 PROCEDURE DIVISION.
000970*****************************************************************
000980* 0000-MAIN-LOGIC.
000990* TWO PASSES OVER THE QUEUE IN SEQUENCE ORDER: THE FIRST LISTS
001000* WHAT WAS NEVER PICKED UP AND COUNTS EVERY STATUS, THE SECOND
001010* LISTS WHAT THE GATEWAY GAVE UP ON.
001020*****************************************************************
001030 0000-MAIN-LOGIC.
001040     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001050     IF NOT CS-NOTIFY-FILE-OPENED
001060         STOP RUN
001070     END-IF
001080
001090     DISPLAY " "
001100     DISPLAY "NOTIFICATIONS NEVER PICKED UP (queued over "
001110         CS-STALE-MINUTES " minutes)"
001120     DISPLAY "-----------------------------------------------"
001130     MOVE 'Q' TO CS-LIST-PASS
001140     PERFORM 3000-PROCESS-RECORD THRU 3000-PROCESS-RECORD-EXIT
001150         UNTIL CS-END-OF-FILE
001160     IF CS-STALE-COUNT = 0
001170         DISPLAY "None."
001180     END-IF
001190
001200     CLOSE NOTIFY-FILE
001210     OPEN INPUT NOTIFY-FILE
001220     MOVE 'N' TO CS-EOF-FLAG
001230     IF FS-NOTIFY-FILE-OK
001240         PERFORM 2000-READ-NOTIFICATION
001250             THRU 2000-READ-NOTIFICATION-EXIT
001260     ELSE
001270         DISPLAY "Unable to reopen notify.dat, file status "
001280             FS-NOTIFY-FILE-STATUS "."
001290         SET CS-END-OF-FILE TO TRUE
001300     END-IF
001310
001320     DISPLAY " "
001330     DISPLAY "NOTIFICATIONS THE GATEWAY COULD NOT DELIVER"
001340     DISPLAY "-----------------------------------------------"
001350     MOVE 'F' TO CS-LIST-PASS
001360     PERFORM 3000-PROCESS-RECORD THRU 3000-PROCESS-RECORD-EXIT
001370         UNTIL CS-END-OF-FILE
001380     IF CS-UNDELIVERABLE-COUNT = 0
001390         DISPLAY "None."
001400     END-IF
001410
001420     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
001430
001440     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001450     STOP RUN.
001460
001470 1000-INITIALIZE.
001480     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
001490     ACCEPT CS-CURRENT-TIME FROM TIME
001500     PERFORM 1050-APPLY-STALE-OVERRIDE
001510         THRU 1050-APPLY-STALE-OVERRIDE-EXIT
001520     MOVE CS-CURRENT-DATE TO CS-WORK-DATE
001530     MOVE CS-CURRENT-TIME TO CS-TOD-REMAINDER
001540     PERFORM 3150-ABSOLUTE-MINUTE THRU 3150-ABSOLUTE-MINUTE-EXIT
001550     MOVE CS-WORK-MINUTES TO CS-NOW-MINUTES
001560
001570     DISPLAY "Outbound Notification Report"
001580     DISPLAY "==============================="
001590     DISPLAY "Run date/time: " CS-CURRENT-DATE " " CS-CURRENT-TIME
001600
001610     OPEN INPUT NOTIFY-FILE
001620     IF FS-NOTIFY-FILE-NOT-FOUND
001630         MOVE 'N' TO CS-NOTIFY-FILE-OPENED-FLAG
001640         DISPLAY "No notify.dat yet; nothing has been queued."
001650         GO TO 1000-INITIALIZE-EXIT
001660     END-IF
001670     IF NOT FS-NOTIFY-FILE-OK
001680         MOVE 'N' TO CS-NOTIFY-FILE-OPENED-FLAG
001690         DISPLAY "Unable to open notify.dat, file status "
001700             FS-NOTIFY-FILE-STATUS "."
001710         GO TO 1000-INITIALIZE-EXIT
001720     END-IF
001730     MOVE 'Y' TO CS-NOTIFY-FILE-OPENED-FLAG
001740
001750     PERFORM 2000-READ-NOTIFICATION
001760         THRU 2000-READ-NOTIFICATION-EXIT.
001770 1000-INITIALIZE-EXIT.
001780     EXIT.
001790
001800*****************************************************************
001810* 1050-APPLY-STALE-OVERRIDE.
001820* READS AN OPTIONAL PARAMETER FILE (ntfrpt.parm) HOLDING A
001830* SIX-DIGIT, ZERO-PADDED NUMBER OF MINUTES IN COLUMNS 1-6 AFTER
001840* WHICH A QUEUED NOTIFICATION COUNTS AS NEVER PICKED UP.  A
001850* MISSING FILE, EMPTY FILE, OR NON-NUMERIC VALUE LEAVES
001860* CS-STALE-MINUTES AT ITS COMPILED-IN DEFAULT.
001870*****************************************************************
001880 1050-APPLY-STALE-OVERRIDE.
001890     OPEN INPUT PARM-FILE
001900     IF NOT FS-PARM-FILE-OK
001910         GO TO 1050-APPLY-STALE-OVERRIDE-EXIT
001920     END-IF
001930
001940     READ PARM-FILE
001950         AT END
001960             CLOSE PARM-FILE
001970             GO TO 1050-APPLY-STALE-OVERRIDE-EXIT
001980     END-READ
001990
002000     MOVE 'Y' TO CS-PARM-VALID-FLAG
002010     PERFORM 1060-VALIDATE-PARM-DIGIT
002020         VARYING CS-PARM-CHECK-IDX FROM 1 BY 1
002030         UNTIL CS-PARM-CHECK-IDX > 6
002040
002050     IF CS-PARM-VALUE-VALID
002060         MOVE PARM-RECORD(1:6) TO CS-STALE-MINUTES
002070     END-IF
002080
002090     CLOSE PARM-FILE.
002100 1050-APPLY-STALE-OVERRIDE-EXIT.
002110     EXIT.
002120
002130 1060-VALIDATE-PARM-DIGIT.
002140     IF PARM-RECORD(CS-PARM-CHECK-IDX:1) NOT NUMERIC
002150         MOVE 'N' TO CS-PARM-VALID-FLAG
002160     END-IF.
002170 1060-VALIDATE-PARM-DIGIT-EXIT.
002180     EXIT.
002190
002200*****************************************************************
002210* 2000-READ-NOTIFICATION.
002220* ONE PHYSICAL READ IN SEQUENCE ORDER, WHICH IS QUEUEING ORDER.
002230*****************************************************************
002240 2000-READ-NOTIFICATION.
002250     READ NOTIFY-FILE NEXT RECORD
002260         AT END
002270             SET CS-END-OF-FILE TO TRUE
002280     END-READ.
002290 2000-READ-NOTIFICATION-EXIT.
002300     EXIT.
002310
002320*****************************************************************
002330* 3000-PROCESS-RECORD.
002340* ON THE FIRST PASS, COUNTS THE ROW BY STATUS AND LISTS IT IF IT
002350* HAS SAT QUEUED PAST THE STALE LIMIT; ON THE SECOND, LISTS IT
002360* IF THE GATEWAY MARKED IT UNDELIVERABLE.  THEN READS THE NEXT.
002370*****************************************************************
002380 3000-PROCESS-RECORD.
002390     IF CS-LISTING-UNDELIVERABLE
002400         IF NTF-UNDELIVERABLE
002410             PERFORM 3300-LIST-UNDELIVERABLE
002420                 THRU 3300-LIST-UNDELIVERABLE-EXIT
002430         END-IF
002440         PERFORM 2000-READ-NOTIFICATION
002450             THRU 2000-READ-NOTIFICATION-EXIT
002460         GO TO 3000-PROCESS-RECORD-EXIT
002470     END-IF
002480
002490     ADD 1 TO CS-READ-COUNT
002500     EVALUATE TRUE
002510         WHEN NTF-QUEUED
002520             ADD 1 TO CS-QUEUED-COUNT
002530             PERFORM 3100-CHECK-QUEUED
002540                 THRU 3100-CHECK-QUEUED-EXIT
002550         WHEN NTF-PICKED-UP
002560             ADD 1 TO CS-PICKED-UP-COUNT
002570         WHEN NTF-DELIVERED
002580             ADD 1 TO CS-DELIVERED-COUNT
002590         WHEN NTF-UNDELIVERABLE
002600             CONTINUE
002610         WHEN OTHER
002620             ADD 1 TO CS-OTHER-STATUS-COUNT
002630     END-EVALUATE
002640
002650     PERFORM 2000-READ-NOTIFICATION
002660         THRU 2000-READ-NOTIFICATION-EXIT.
002670 3000-PROCESS-RECORD-EXIT.
002680     EXIT.
002690
002700*****************************************************************
002710* 3100-CHECK-QUEUED.
002720* AGES THE QUEUED ROW IN THE RECORD AREA IN WHOLE MINUTES,
002730* CALENDAR-SAFE, AND LISTS IT ONCE IT IS PAST THE STALE LIMIT.
002740* ONE QUEUED ONLY MOMENTS AGO IS SIMPLY WAITING FOR THE NEXT
002750* GATEWAY SWEEP.
002760*****************************************************************
002770 3100-CHECK-QUEUED.
002780     IF NTF-QUEUED-DATE NOT NUMERIC OR NTF-QUEUED-DATE = 0
002790             OR NTF-QUEUED-TIME NOT NUMERIC
002800         MOVE 999999999 TO CS-AGE-MINUTES
002810     ELSE
002820         MOVE NTF-QUEUED-DATE TO CS-WORK-DATE
002830         MOVE NTF-QUEUED-TIME TO CS-TOD-REMAINDER
002840         PERFORM 3150-ABSOLUTE-MINUTE
002850             THRU 3150-ABSOLUTE-MINUTE-EXIT
002860         COMPUTE CS-AGE-MINUTES = CS-NOW-MINUTES - CS-WORK-MINUTES
002870     END-IF
002880     IF CS-AGE-MINUTES < CS-STALE-MINUTES
002890         GO TO 3100-CHECK-QUEUED-EXIT
002900     END-IF
002910
002920     ADD 1 TO CS-STALE-COUNT
002930     DISPLAY " "
002940     DISPLAY "Seq " NTF-SEQ-NO " tier " NTF-TIER " "
002950         NTF-RECIPIENT-GROUP " age (minutes): " CS-AGE-MINUTES
002960     DISPLAY "  Queued : " NTF-QUEUED-DATE " " NTF-QUEUED-TIME
002970     PERFORM 3200-SHOW-MESSAGE THRU 3200-SHOW-MESSAGE-EXIT.
002980 3100-CHECK-QUEUED-EXIT.
002990     EXIT.
003000
003010*****************************************************************
003020* 3150-ABSOLUTE-MINUTE.
003030* TURNS CS-WORK-DATE (YYYYMMDD) PLUS CS-TOD-REMAINDER (HHMMSSHH)
003040* INTO AN ABSOLUTE MINUTE COUNT IN CS-WORK-MINUTES, THE SAME
003050* DAY-NUMBER ARITHMETIC AS SESSRPT.
003060*****************************************************************
003070 3150-ABSOLUTE-MINUTE.
003080     MOVE FUNCTION INTEGER-OF-DATE(CS-WORK-DATE)
003090         TO CS-WORK-DAY-NUMBER
003100     COMPUTE CS-TOD-HOURS = CS-TOD-REMAINDER / 1000000
003110     COMPUTE CS-TOD-MINUTES =
003120         (CS-TOD-REMAINDER - (CS-TOD-HOURS * 1000000)) / 10000
003130     COMPUTE CS-WORK-MINUTES =
003140         (CS-WORK-DAY-NUMBER * 1440)
003150         + (CS-TOD-HOURS * 60) + CS-TOD-MINUTES.
003160 3150-ABSOLUTE-MINUTE-EXIT.
003170     EXIT.
003180
003190*****************************************************************
003200* 3200-SHOW-MESSAGE.
003210* THE 160-BYTE MESSAGE TEXT ON TWO 80-BYTE LINES, THE SECOND
003220* ONLY WHEN THERE IS ANYTHING ON IT.
003230*****************************************************************
003240 3200-SHOW-MESSAGE.
003250     DISPLAY "  " NTF-MESSAGE-TEXT(1:80)
003260     IF NTF-MESSAGE-TEXT(81:80) NOT = SPACES
003270         DISPLAY "  " NTF-MESSAGE-TEXT(81:80)
003280     END-IF.
003290 3200-SHOW-MESSAGE-EXIT.
003300     EXIT.
003310
003320*****************************************************************
003330* 3300-LIST-UNDELIVERABLE.
003340* ONE ROW THE GATEWAY GAVE UP ON, WITH THE GATEWAY'S OWN
003350* REFERENCE FOR CHASING IT ON THE GATEWAY SIDE.
003360*****************************************************************
003370 3300-LIST-UNDELIVERABLE.
003380     ADD 1 TO CS-UNDELIVERABLE-COUNT
003390     DISPLAY " "
003400     DISPLAY "Seq " NTF-SEQ-NO " tier " NTF-TIER " "
003410         NTF-RECIPIENT-GROUP " gateway ref " NTF-GATEWAY-REF
003420     DISPLAY "  Queued : " NTF-QUEUED-DATE " " NTF-QUEUED-TIME
003430         "  Failed : " NTF-STATUS-DATE " " NTF-STATUS-TIME
003440     PERFORM 3200-SHOW-MESSAGE THRU 3200-SHOW-MESSAGE-EXIT.
003450 3300-LIST-UNDELIVERABLE-EXIT.
003460     EXIT.
003470
003480*****************************************************************
003490* 8000-PRINT-SUMMARY.
003500*****************************************************************
003510 8000-PRINT-SUMMARY.
003520     DISPLAY " "
003530     DISPLAY "==============================================="
003540     DISPLAY "    OUTBOUND NOTIFICATION QUEUE"
003550     DISPLAY "==============================================="
003560     DISPLAY "Notifications on file   : " CS-READ-COUNT
003570     DISPLAY "  Still queued          : " CS-QUEUED-COUNT
003580     DISPLAY "    Never picked up     : " CS-STALE-COUNT
003590     DISPLAY "  Picked up by gateway  : " CS-PICKED-UP-COUNT
003600     DISPLAY "  Delivered             : " CS-DELIVERED-COUNT
003610     DISPLAY "  Undeliverable         : " CS-UNDELIVERABLE-COUNT
003620     IF CS-OTHER-STATUS-COUNT > 0
003630         DISPLAY "  Unrecognized status   : "
003640             CS-OTHER-STATUS-COUNT
003650     END-IF
003660     DISPLAY "===============================================".
003670 8000-PRINT-SUMMARY-EXIT.
003680     EXIT.
003690
003700*****************************************************************
003710* 9000-TERMINATE.
003720*****************************************************************
003730 9000-TERMINATE.
003740     CLOSE NOTIFY-FILE.
003750 9000-TERMINATE-EXIT.
003760     EXIT.
003770
003780 END PROGRAM NTFRPT.
