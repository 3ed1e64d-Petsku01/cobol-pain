000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ACSCHK.
000030 AUTHOR. D-SHIFT-SECURITY-TEAM.
000040 INSTALLATION. CENTRAL-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------------
000110* 2026-10-15  DWS  ORIGINAL VERSION.  CALLED SUBPROGRAM, IN THE
000120*                  STYLE OF SESSLOG, THAT DECIDES WHETHER AN
000130*                  ACCOUNT WHOSE PASSWORD HAS JUST BEEN VERIFIED
000140*                  MAY LOG IN AT THIS HOUR.  THE PERMITTED-HOURS
000150*                  CHECK USED TO LIVE IN CYBRSEC ALONE; EVERY
000160*                  PROGRAM WITH ITS OWN PASSWORD LOGIN (CYBRSEC,
000170*                  ACSCHED, CASEMGT, RCTREV, INCTRIAGE) NOW CALLS
000180*                  THIS ONE SO THE RULE CANNOT BE SIDESTEPPED BY
000190*                  LOGGING IN THROUGH A DIFFERENT SCREEN.  THE
000200*                  SCHEDULE IS acsched.dat (SEE ACSREC.CPY),
000210*                  OPENED INPUT AND CLOSED ON EACH CALL.  A
000220*                  REFUSAL IS LOGGED AS "OUTSIDE PERMITTED HOURS";
000230*                  AN ADMINISTRATOR IS THEN OFFERED THE
000240*                  BREAK-GLASS OVERRIDE, WHICH NEEDS A STATED
000250*                  REASON AND IS LOGGED AS "BREAK-GLASS LOGIN".
000252* 2026-10-15  DWS  THE DAYS AND WINDOWS OF THE ENTRY FOUND ARE
000254*                  COPIED TO WORKING STORAGE BEFORE THE SCHEDULE
000256*                  FILE IS CLOSED, SO THE TEST NEVER READS THE
000258*                  RECORD AREA OF A CLOSED FILE.
000260*****************************************************************
000270*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT ACCESS-SCHEDULE-FILE ASSIGN TO "acsched.dat"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS ACS-KEY
000350         FILE STATUS IS FS-SCHEDULE-FILE-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  ACCESS-SCHEDULE-FILE.
000400     COPY "ACSREC.CPY".
000410
000420 WORKING-STORAGE SECTION.
000430 01  FS-SCHEDULE-FILE-STATUS      PIC X(02) VALUE "00".
000440     88  FS-SCHEDULE-FILE-OK          VALUE "00".
000450     88  FS-SCHEDULE-FILE-NOT-FOUND   VALUE "35".
000460
000470 01  CS-SCHEDULE-WORK-FIELDS.
000480     05  CS-SCHEDULE-FOUND-FLAG   PIC X(01) VALUE 'N'.
000490         88  CS-SCHEDULE-FOUND        VALUE 'Y'.
000500     05  CS-IN-WINDOW-FLAG        PIC X(01) VALUE 'N'.
000510         88  CS-IN-WINDOW             VALUE 'Y'.
000520     05  CS-BREAK-GLASS-FLAG      PIC X(01) VALUE 'N'.
000530         88  CS-BREAK-GLASS-TAKEN     VALUE 'Y'.
000540     05  CS-BREAK-GLASS-ANSWER    PIC X(01).
000550     05  CS-BREAK-GLASS-REASON    PIC X(60).
000560     05  CS-SCHEDULE-SOURCE       PIC X(04).
000570     05  CS-WINDOWS-USED          PIC 9(01) VALUE 0.
000580     05  CS-WINDOW-IDX            PIC 9(02) COMP VALUE 0.
000590     05  CS-LOGIN-DAY-NUMBER      PIC 9(07) VALUE 0.
000600     05  CS-LOGIN-WEEK-NUMBER     PIC 9(07) VALUE 0.
000610     05  CS-LOGIN-DAY-OFFSET      PIC 9(01) VALUE 0.
000620     05  CS-LOGIN-DAY-OF-WEEK     PIC 9(01) VALUE 0.
000630     05  CS-LOGIN-HHMM            PIC 9(04) VALUE 0.
000631
000632*    THE DAYS AND WINDOWS OF THE SCHEDULE ENTRY IN FORCE, LAID OUT
000633*    AS ACS-PERMITTED-DAYS AND ACS-WINDOW-TABLE IN ACSREC.CPY.
000634 01  CS-SCHEDULE-ENTRY.
000635     05  CS-PERMITTED-DAYS.
000636         10  CS-DAY-FLAG          PIC X(01) OCCURS 7 TIMES.
000637     05  CS-WINDOW-TABLE.
000638         10  CS-WINDOW            OCCURS 2 TIMES.
000639             15  CS-WINDOW-START  PIC 9(04).
000640             15  CS-WINDOW-END    PIC 9(04).
000641
000650 01  CS-DAY-NAME-VALUES          PIC X(21)
000660         VALUE "MONTUEWEDTHUFRISATSUN".
000670 01  CS-DAY-NAME-TABLE REDEFINES CS-DAY-NAME-VALUES.
000680     05  CS-DAY-NAME              PIC X(03) OCCURS 7 TIMES.
000690
000700 01  CS-INCIDENT-CALL-FIELDS.
000710     05  CS-CALL-TYPE             PIC X(25).
000720     05  CS-CALL-DETAILS          PIC X(100).
000730
000740 77  CS-CURRENT-DATE              PIC 9(08) VALUE 0.
000750 77  CS-CURRENT-TIME              PIC 9(08) VALUE 0.
000760
000770 LINKAGE SECTION.
000780*    CS-ACK-USERNAME AND CS-ACK-ROLE ARE THE ACCOUNT WHOSE
000790*    PASSWORD THE CALLER HAS JUST VERIFIED.  RESULT 'Y' =
000800*    PERMITTED NOW (OR NO SCHEDULE APPLIES), 'B' = OUTSIDE THE
000810*    PERMITTED HOURS BUT AN ADMINISTRATOR TOOK THE LOGGED
000820*    BREAK-GLASS OVERRIDE, 'N' = REFUSED.  THE CALLER LETS THE
000830*    LOGIN THROUGH ONLY ON 'Y' OR 'B' AND DOES NOT COUNT 'N' AS A
000840*    FAILED ATTEMPT.
000850 01  CS-ACK-USERNAME              PIC X(30).
000860 01  CS-ACK-ROLE                  PIC X(01).
000870 01  CS-ACK-RESULT                PIC X(01).
000880
000890 PROCEDURE DIVISION USING CS-ACK-USERNAME
000900                          CS-ACK-ROLE
000910                          CS-ACK-RESULT.
000920*****************************************************************
000930* 0000-MAIN-LOGIC.
000940*****************************************************************
000950 0000-MAIN-LOGIC.
000960     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
000970     ACCEPT CS-CURRENT-TIME FROM TIME
000980     MOVE 'Y' TO CS-ACK-RESULT
000990
001000     PERFORM 1000-CHECK-PERMITTED-HOURS
001010         THRU 1000-CHECK-PERMITTED-HOURS-EXIT
001020     GOBACK.
001030
001040*****************************************************************
001050* 1000-CHECK-PERMITTED-HOURS.
001060* SETS CS-ACK-RESULT TO 'N' WHEN THE ACCESS SCHEDULE DOES NOT
001070* PERMIT THIS LOGIN NOW.  THE USERNAME'S ENTRY IS USED IF THERE IS
001080* ONE, OTHERWISE THE ENTRY FOR THE ACCOUNT'S ROLE; AN ACCOUNT WITH
001090* NEITHER IS UNRESTRICTED.  THE DAY MUST BE FLAGGED AND, IF ANY
001100* WINDOW IS IN USE, THE TIME MUST FALL IN ONE OF THEM.  A REFUSAL
001110* IS LOGGED AS "Outside Permitted Hours"; AN ADMINISTRATOR IS
001120* THEN OFFERED THE BREAK-GLASS OVERRIDE.  A SITE WITH NO
001130* acsched.dat YET SKIPS THE CHECK, AND ANY OTHER OPEN FAILURE IS
001140* REPORTED AND THE LOGIN ALLOWED, THE SAME AS THE INCIDENT-TYPE
001150* CATALOG CHECK IN LOGINCDT -- A DAMAGED SCHEDULE FILE MUST NOT
001160* LOCK EVERY ADMINISTRATOR OUT OF THE SYSTEM THAT REPAIRS IT.
001170*****************************************************************
001180 1000-CHECK-PERMITTED-HOURS.
001190     MOVE 'N' TO CS-SCHEDULE-FOUND-FLAG
001200     OPEN INPUT ACCESS-SCHEDULE-FILE
001210     IF FS-SCHEDULE-FILE-NOT-FOUND
001220         GO TO 1000-CHECK-PERMITTED-HOURS-EXIT
001230     END-IF
001240     IF NOT FS-SCHEDULE-FILE-OK
001250         DISPLAY "Unable to open acsched.dat, file status "
001260             FS-SCHEDULE-FILE-STATUS ".  Hours check skipped."
001270         GO TO 1000-CHECK-PERMITTED-HOURS-EXIT
001280     END-IF
001290
001300     MOVE 'U' TO ACS-KEY-TYPE
001310     MOVE CS-ACK-USERNAME TO ACS-KEY-VALUE
001320     MOVE "user" TO CS-SCHEDULE-SOURCE
001330     READ ACCESS-SCHEDULE-FILE
001340         KEY IS ACS-KEY
001350         INVALID KEY
001360             CONTINUE
001370         NOT INVALID KEY
001380             MOVE 'Y' TO CS-SCHEDULE-FOUND-FLAG
001390     END-READ
001400     IF NOT CS-SCHEDULE-FOUND
001410         MOVE 'R' TO ACS-KEY-TYPE
001420         MOVE SPACES TO ACS-KEY-VALUE
001430         MOVE CS-ACK-ROLE TO ACS-KEY-VALUE(1:1)
001440         MOVE "role" TO CS-SCHEDULE-SOURCE
001450         READ ACCESS-SCHEDULE-FILE
001460             KEY IS ACS-KEY
001470             INVALID KEY
001480                 CONTINUE
001490             NOT INVALID KEY
001500                 MOVE 'Y' TO CS-SCHEDULE-FOUND-FLAG
001510         END-READ
001520     END-IF
001522     IF CS-SCHEDULE-FOUND
001524         MOVE ACS-PERMITTED-DAYS TO CS-PERMITTED-DAYS
001526         MOVE ACS-WINDOW-TABLE TO CS-WINDOW-TABLE
001528     END-IF
001530     CLOSE ACCESS-SCHEDULE-FILE
001540     IF NOT CS-SCHEDULE-FOUND
001550         GO TO 1000-CHECK-PERMITTED-HOURS-EXIT
001560     END-IF
001570
001580*    DAY 1 OF INTEGER-OF-DATE (1601-01-01) WAS A MONDAY, SO THE
001590*    REMAINDER BELOW COUNTS FROM MONDAY = 0.
001600     COMPUTE CS-LOGIN-DAY-NUMBER =
001610         FUNCTION INTEGER-OF-DATE(CS-CURRENT-DATE) - 1
001620     DIVIDE CS-LOGIN-DAY-NUMBER BY 7
001630         GIVING CS-LOGIN-WEEK-NUMBER
001640         REMAINDER CS-LOGIN-DAY-OFFSET
001650     COMPUTE CS-LOGIN-DAY-OF-WEEK = CS-LOGIN-DAY-OFFSET + 1
001660     MOVE CS-CURRENT-TIME(1:4) TO CS-LOGIN-HHMM
001670
001680     MOVE 'N' TO CS-IN-WINDOW-FLAG
001690     MOVE 0 TO CS-WINDOWS-USED
001700     IF CS-DAY-FLAG(CS-LOGIN-DAY-OF-WEEK) = 'Y'
001710         PERFORM 1100-CHECK-ONE-WINDOW
001720             THRU 1100-CHECK-ONE-WINDOW-EXIT
001730             VARYING CS-WINDOW-IDX FROM 1 BY 1
001740             UNTIL CS-WINDOW-IDX > 2
001750         IF CS-WINDOWS-USED = 0
001760             MOVE 'Y' TO CS-IN-WINDOW-FLAG
001770         END-IF
001780     END-IF
001790     IF CS-IN-WINDOW
001800         GO TO 1000-CHECK-PERMITTED-HOURS-EXIT
001810     END-IF
001820
001830     MOVE "Outside Permitted Hours" TO CS-CALL-TYPE
001840     MOVE SPACES TO CS-CALL-DETAILS
001850     STRING "Login refused at " CS-LOGIN-HHMM
001860         " on " CS-DAY-NAME(CS-LOGIN-DAY-OF-WEEK)
001870         "; outside permitted hours (" CS-SCHEDULE-SOURCE
001880         " schedule)."
001890         DELIMITED BY SIZE INTO CS-CALL-DETAILS
001900     PERFORM 9000-LOG-INCIDENT THRU 9000-LOG-INCIDENT-EXIT
001910
001920     IF CS-ACK-ROLE = 'A'
001930         PERFORM 2000-OFFER-BREAK-GLASS
001940             THRU 2000-OFFER-BREAK-GLASS-EXIT
001950         IF CS-BREAK-GLASS-TAKEN
001960             MOVE 'B' TO CS-ACK-RESULT
001970             GO TO 1000-CHECK-PERMITTED-HOURS-EXIT
001980         END-IF
001990     END-IF
002000
002010     DISPLAY "Logins to this account are not permitted at this "
002020             "time."
002030     MOVE 'N' TO CS-ACK-RESULT.
002040 1000-CHECK-PERMITTED-HOURS-EXIT.
002050     EXIT.
002060
002070*****************************************************************
002080* 1100-CHECK-ONE-WINDOW.
002090* TESTS CS-LOGIN-HHMM AGAINST ONE WINDOW OF THE SCHEDULE ENTRY.
002100* A WINDOW WITH EQUAL START AND END IS UNUSED.  AN END BEFORE THE
002110* START RUNS PAST MIDNIGHT, SO EITHER SIDE OF MIDNIGHT MATCHES.
002120*****************************************************************
002130 1100-CHECK-ONE-WINDOW.
002140     IF CS-WINDOW-START(CS-WINDOW-IDX) =
002150             CS-WINDOW-END(CS-WINDOW-IDX)
002160         GO TO 1100-CHECK-ONE-WINDOW-EXIT
002170     END-IF
002180     ADD 1 TO CS-WINDOWS-USED
002190
002200     IF CS-WINDOW-END(CS-WINDOW-IDX) >
002210             CS-WINDOW-START(CS-WINDOW-IDX)
002220         IF CS-LOGIN-HHMM >= CS-WINDOW-START(CS-WINDOW-IDX)
002230                 AND CS-LOGIN-HHMM < CS-WINDOW-END(CS-WINDOW-IDX)
002240             MOVE 'Y' TO CS-IN-WINDOW-FLAG
002250         END-IF
002260     ELSE
002270         IF CS-LOGIN-HHMM >= CS-WINDOW-START(CS-WINDOW-IDX)
002280                 OR CS-LOGIN-HHMM < CS-WINDOW-END(CS-WINDOW-IDX)
002290             MOVE 'Y' TO CS-IN-WINDOW-FLAG
002300         END-IF
002310     END-IF.
002320 1100-CHECK-ONE-WINDOW-EXIT.
002330     EXIT.
002340
002350*****************************************************************
002360* 2000-OFFER-BREAK-GLASS.
002370* LETS AN ADMINISTRATOR WHO IS OUTSIDE THE PERMITTED HOURS LOG IN
002380* ANYWAY FOR AN EMERGENCY.  A REASON IS REQUIRED; A BLANK ONE
002390* DECLINES THE OVERRIDE.  A TAKEN OVERRIDE IS LOGGED AS A
002400* "Break-Glass Login" INCIDENT CARRYING THE REASON -- THE CATALOG
002410* RATES THAT TYPE SEVERITY 1, SO LOGINCDT ALSO PAGES ON-CALL.
002420*****************************************************************
002430 2000-OFFER-BREAK-GLASS.
002440     MOVE 'N' TO CS-BREAK-GLASS-FLAG
002450     DISPLAY "This login is outside the permitted hours for this "
002460             "account."
002470     DISPLAY "Use the break-glass override?  The login will be "
002480             "flagged to on-call. (Y/N): "
002490     ACCEPT CS-BREAK-GLASS-ANSWER
002500     IF CS-BREAK-GLASS-ANSWER NOT = 'Y' AND CS-BREAK-GLASS-ANSWER
002510             NOT = 'y'
002520         GO TO 2000-OFFER-BREAK-GLASS-EXIT
002530     END-IF
002540
002550     DISPLAY "Reason for the override: "
002560     ACCEPT CS-BREAK-GLASS-REASON
002570     IF CS-BREAK-GLASS-REASON = SPACES
002580         DISPLAY "A reason is required.  Override not used."
002590         GO TO 2000-OFFER-BREAK-GLASS-EXIT
002600     END-IF
002610
002620     MOVE 'Y' TO CS-BREAK-GLASS-FLAG
002630     MOVE "Break-Glass Login" TO CS-CALL-TYPE
002640     MOVE SPACES TO CS-CALL-DETAILS
002650     STRING "Override outside permitted hours: "
002660         CS-BREAK-GLASS-REASON
002670         DELIMITED BY SIZE INTO CS-CALL-DETAILS
002680     PERFORM 9000-LOG-INCIDENT THRU 9000-LOG-INCIDENT-EXIT
002690     DISPLAY "Override recorded.".
002700 2000-OFFER-BREAK-GLASS-EXIT.
002710     EXIT.
002720
002730*****************************************************************
002740* 9000-LOG-INCIDENT.
002750* ONE CALL TO LOGINCDT FROM THE CS-CALL FIELDS JUST FILLED IN,
002760* AGAINST THE ACCOUNT BEING CHECKED.
002770*****************************************************************
002780 9000-LOG-INCIDENT.
002790     CALL "LOGINCDT" USING BY CONTENT CS-CURRENT-DATE
002800         BY CONTENT CS-CURRENT-TIME
002810         BY CONTENT CS-CALL-TYPE
002820         BY CONTENT CS-ACK-USERNAME
002830         BY CONTENT CS-CALL-DETAILS.
002840 9000-LOG-INCIDENT-EXIT.
002850     EXIT.
002860
002870 END PROGRAM ACSCHK.
