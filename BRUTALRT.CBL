000317*                  DRIVE IT AS ONE STEP OF THE NIGHTLY CHAIN;
000318*                  RUN STANDALONE, GOBACK ENDS THE RUN EXACTLY
000319*                  AS BEFORE.
000320* 2026-10-15  DWS  A NEW ALERT STARTS WITH THE ACKNOWLEDGMENT
000321*                  STAMP (ALERT-ACK-BY/DATE/TIME) CLEARED.
000322* 2026-10-15  DWS  EVERY ALERT WRITTEN IS ALSO QUEUED AS A
000323*                  FIRST-TIER NOTIFICATION FOR THE ON-CALL GROUP
000324*                  (SEE NTFQUEUE), SO A NIGHT-TIME ATTACK PAGES
000325*                  SOMEONE INSTEAD OF WAITING FOR ALRTACK OR THIS
000326*                  CONSOLE SUMMARY TO BE READ.  A SUPPRESSED
000327*                  DUPLICATE RAISES NO NOTIFICATION.  ALRTESC
000328*                  ESCALATES ONE LEFT UNACKNOWLEDGED.
000329* 2026-10-15  DWS  NEW "Off-Hours Access Attempts" PATTERN: AN
000330*                  ACCOUNT WITH CS-OFF-HOURS-THRESHOLD OR MORE
000331*                  "Outside Permitted Hours" REFUSALS FROM
000332*                  CYBRSEC IN THE WINDOW.  THE PASSWORD WAS RIGHT
000333*                  EACH TIME, SO THESE ARE TALLIED APART FROM THE
000334*                  FAILURES AND DO NOT FEED THE OTHER PATTERNS.
000335*****************************************************************
000336*
000337 ENVIRONMENT DIVISION.
000338 INPUT-OUTPUT SECTION.
000339 FILE-CONTROL.
000340     SELECT INCIDENT-FILE ASSIGN TO "incidents.dat"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000920 77  CS-MAX-ATTEMPTS              PIC 9(02) VALUE 3.
000930 77  CS-UNKNOWN-THRESHOLD         PIC 9(04) VALUE 10.
000940 77  CS-SPRAY-THRESHOLD           PIC 9(04) VALUE 5.
000945 77  CS-OFF-HOURS-THRESHOLD       PIC 9(04) VALUE 3.
000950 77  CS-CURRENT-DATE              PIC 9(08) VALUE 0.
000960 77  CS-CURRENT-TIME              PIC 9(08) VALUE 0.
000970 77  CS-WINDOW-START-DATE         PIC 9(08) VALUE 0.
001250                                  PIC 9(04) COMP.
001260         10  CS-FAILED-USER-LOCKED-FLAG
001270                                  PIC X(01).
001273         10  CS-FAILED-USER-OFF-HOURS
001276                                  PIC 9(04) COMP.
001280
001290 01  CS-SEARCH-IDX                PIC 9(04) COMP VALUE 0.
001300 01  CS-FOUND-IDX                 PIC 9(04) COMP VALUE 0.
001350     05  CS-ALERT-USERNAME        PIC X(30).
001360     05  CS-ALERT-DETAILS         PIC X(100).
001362     05  CS-ALERT-FAILURES        PIC 9(04) VALUE 0.
001363
001364 01  CS-NOTIFY-FIELDS.
001365     05  CS-NTF-ACTION            PIC X(01) VALUE 'Q'.
001366     05  CS-NTF-SOURCE            PIC X(01) VALUE 'A'.
001367     05  CS-NTF-SOURCE-SEQ-NO     PIC 9(09) VALUE 0.
001368     05  CS-NTF-TIER              PIC 9(01) VALUE 1.
001369     05  CS-NTF-MESSAGE           PIC X(160) VALUE SPACES.
001370     05  CS-NTF-RESULT            PIC X(01) VALUE SPACE.
001371
001380 PROCEDURE DIVISION.
001390*****************************************************************
001400* 0000-MAIN-LOGIC.
003330         WHEN "Account Locked"
003340             PERFORM 3200-MARK-USER-LOCKED
003350                 THRU 3200-MARK-USER-LOCKED-EXIT
003352         WHEN "Outside Permitted Hours"
003354             PERFORM 3300-TALLY-OFF-HOURS
003356                 THRU 3300-TALLY-OFF-HOURS-EXIT
003360         WHEN OTHER
003370             CONTINUE
003380     END-EVALUATE
003800                 TO CS-FAILED-USER-FAILURES(CS-FOUND-IDX)
003810             MOVE 'N'
003820                 TO CS-FAILED-USER-LOCKED-FLAG(CS-FOUND-IDX)
003823             MOVE 0
003826                 TO CS-FAILED-USER-OFF-HOURS(CS-FOUND-IDX)
003830         END-IF
003840     END-IF.
003850 3150-FIND-USER-ENTRY-EXIT.
004070     END-IF.
004080 3200-MARK-USER-LOCKED-EXIT.
004090     EXIT.
004091
004092*****************************************************************
004093* 3300-TALLY-OFF-HOURS.
004094* ADDS ONE OUT-OF-HOURS LOGIN REFUSAL AGAINST INCIDENT-USERNAME.
004095* THE ENTRY SHARES THE FAILED-USER TABLE, BUT ITS FAILURE COUNT
004096* IS LEFT ALONE SO THE FAILURE PATTERNS DO NOT SEE IT.
004097*****************************************************************
004098 3300-TALLY-OFF-HOURS.
004099     PERFORM 3150-FIND-USER-ENTRY
004100         THRU 3150-FIND-USER-ENTRY-EXIT
004101     IF CS-FOUND-IDX > 0
004102         ADD 1 TO CS-FAILED-USER-OFF-HOURS(CS-FOUND-IDX)
004103     END-IF.
004104 3300-TALLY-OFF-HOURS-EXIT.
004105     EXIT.
004106
004110*****************************************************************
004120* 5000-EVALUATE-PATTERNS.
004130* TURNS THE WINDOW TALLIES INTO ALERTS: USERNAME GUESSING WHEN
004150* SINGLE-ACCOUNT ATTACK FOR EACH ACCOUNT SITTING AT OR ABOVE
004160* CS-MAX-ATTEMPTS - 1 FAILURES WITHOUT A LOCKOUT, AND PASSWORD
004170* SPRAYING WHEN CS-SPRAY-THRESHOLD DISTINCT ACCOUNTS SAW
004180* FAILURES, AND OFF-HOURS ACCESS FOR EACH ACCOUNT REFUSED
004185* CS-OFF-HOURS-THRESHOLD OR MORE TIMES FOR PERMITTED HOURS.
004190*****************************************************************
004200 5000-EVALUATE-PATTERNS.
004210     IF CS-UNKNOWN-NAME-COUNT >= CS-UNKNOWN-THRESHOLD
004538             UNTIL CS-SCAN-IDX > CS-FAILED-USER-COUNT
004540     END-IF
004550
004551     PERFORM 5400-CHECK-OFF-HOURS
004552         THRU 5400-CHECK-OFF-HOURS-EXIT
004553         VARYING CS-SCAN-IDX FROM 1 BY 1
004554         UNTIL CS-SCAN-IDX > CS-FAILED-USER-COUNT
004555
004560     IF CS-FAILED-USER-COUNT = 200
004570         DISPLAY "NOTE: 200 distinct failed usernames reached "
004580                 "-- the account tallies may be incomplete."
004903 5300-ALERT-ONE-SPRAYED-USER-EXIT.
004904     EXIT.
004905
004906 5400-CHECK-OFF-HOURS.
004907     IF CS-FAILED-USER-OFF-HOURS(CS-SCAN-IDX)
004908             >= CS-OFF-HOURS-THRESHOLD
004909         MOVE "Off-Hours Access Attempts" TO CS-ALERT-PATTERN
004910         MOVE CS-FAILED-USER-NAME(CS-SCAN-IDX)
004911             TO CS-ALERT-USERNAME
004912         MOVE CS-FAILED-USER-OFF-HOURS(CS-SCAN-IDX)
004913             TO CS-ALERT-FAILURES
004914         MOVE SPACES TO CS-ALERT-DETAILS
004915         STRING "Logins refused outside permitted hours: "
004916                 DELIMITED BY SIZE
004917             CS-ALERT-FAILURES DELIMITED BY SIZE
004918             INTO CS-ALERT-DETAILS
004919         END-STRING
004920         PERFORM 7000-WRITE-ALERT THRU 7000-WRITE-ALERT-EXIT
004921     END-IF.
004922 5400-CHECK-OFF-HOURS-EXIT.
004923     EXIT.
004924
004925*****************************************************************
004926* 6500-FIND-OPEN-DUPLICATE.
004927* SCANS THE ALERT FILE FOR AN OPEN ALERT (NEW OR ACKNOWLEDGED,
004928* NOT YET CLOSED) CARRYING THE SAME ALERT-PATTERN AND
004929* ALERT-USERNAME THE CALLER PUT IN CS-ALERT-CALL-FIELDS.  A HIT
004930* MEANS THE ATTACK IS ALREADY ON THE SUPERVISOR'S QUEUE AND A
004931* FRESH ROW WOULD ONLY BURY IT.  THE SCAN READS THROUGH THE
004932* RECORD AREA, SO 7000-WRITE-ALERT RE-MOVES EVERY FIELD BEFORE
004933* ITS WRITE.  A BRAND-NEW FILE (OPENED OUTPUT THIS RUN) CANNOT
004934* BE READ AND BY DEFINITION HOLDS NO OPEN ALERT.
004935*****************************************************************
004936 6500-FIND-OPEN-DUPLICATE.
004937     MOVE 'N' TO CS-DUPLICATE-FOUND-FLAG
004938     IF CS-ALERT-FILE-IS-NEW
004939         GO TO 6500-FIND-OPEN-DUPLICATE-EXIT
004940     END-IF
004941
004942     MOVE 'N' TO CS-ALERT-EOF-FLAG
004943     MOVE 0 TO ALERT-SEQ-NO
004944     START ALERT-FILE
004945         KEY IS NOT LESS THAN ALERT-SEQ-NO
004946         INVALID KEY
004947             SET CS-ALERT-END-OF-FILE TO TRUE
004948     END-START
004949
004950     PERFORM 6510-MATCH-ONE-ALERT
004951         THRU 6510-MATCH-ONE-ALERT-EXIT
004952         UNTIL CS-ALERT-END-OF-FILE
004953         OR CS-OPEN-DUPLICATE-FOUND.
004954 6500-FIND-OPEN-DUPLICATE-EXIT.
004955     EXIT.
004956
004957 6510-MATCH-ONE-ALERT.
004958     READ ALERT-FILE NEXT RECORD
004959         AT END
004960             SET CS-ALERT-END-OF-FILE TO TRUE
004961     END-READ
004962     IF CS-ALERT-END-OF-FILE
004963         GO TO 6510-MATCH-ONE-ALERT-EXIT
004964     END-IF
004965     IF ALERT-IS-OPEN
004966         AND ALERT-PATTERN = CS-ALERT-PATTERN
004967         AND ALERT-USERNAME = CS-ALERT-USERNAME
004968         SET CS-OPEN-DUPLICATE-FOUND TO TRUE
004969     END-IF.
004970 6510-MATCH-ONE-ALERT-EXIT.
004971     EXIT.
004972
004973*****************************************************************
004974* 7000-WRITE-ALERT.
004975* WRITES ONE ALERT ROW FROM THE CS-ALERT-CALL-FIELDS THE CALLER
004976* FILLED IN, STAMPED WITH THE RUN DATE/TIME AND THE WINDOW START,
004977* IN STATUS NEW FOR THE ALRTACK SCREEN, AND ECHOES IT TO THE
004978* CONSOLE FOR THE ON-CALL SUPERVISOR.  WHEN AN OPEN ALERT
004979* ALREADY EXISTS FOR THE SAME PATTERN AND ACCOUNT THE FRESH
004980* ALERT IS SUPPRESSED AND COUNTED INSTEAD -- CLOSING THE OLD
004981* ALERT THROUGH ALRTACK LETS THE NEXT RUN RAISE A NEW ONE.
004982*****************************************************************
004983 7000-WRITE-ALERT.
004984     PERFORM 6500-FIND-OPEN-DUPLICATE
004985         THRU 6500-FIND-OPEN-DUPLICATE-EXIT
004986     IF CS-OPEN-DUPLICATE-FOUND
004987         ADD 1 TO CS-SUPPRESSED-COUNT
004988         DISPLAY "SUPPRESSED (open alert exists): "
004989             CS-ALERT-PATTERN " " CS-ALERT-USERNAME
004990         GO TO 7000-WRITE-ALERT-EXIT
004991     END-IF
004992
004993     MOVE CS-NEXT-ALERT-SEQ-NO TO ALERT-SEQ-NO
004994     MOVE CS-CURRENT-DATE TO ALERT-DATE
004995     MOVE CS-CURRENT-TIME TO ALERT-TIME
004996     MOVE CS-WINDOW-START-DATE TO ALERT-WINDOW-START-DATE
004997     MOVE CS-WINDOW-START-TIME TO ALERT-WINDOW-START-TIME
005000     MOVE CS-ALERT-PATTERN TO ALERT-PATTERN
005010     MOVE CS-ALERT-USERNAME TO ALERT-USERNAME
005020     MOVE CS-ALERT-DETAILS TO ALERT-DETAILS
005026     MOVE 0 TO ALERT-HANDLED-DATE
005028     MOVE 0 TO ALERT-HANDLED-TIME
005029     MOVE SPACES TO ALERT-HANDLED-COMMENT
005030     MOVE SPACES TO ALERT-ACK-BY
005031     MOVE 0 TO ALERT-ACK-DATE
005032     MOVE 0 TO ALERT-ACK-TIME
005033     WRITE ALERT-RECORD
005034     IF NOT FS-ALERT-FILE-OK
005035         DISPLAY "Unable to write alert record, file status "
005036             FS-ALERT-FILE-STATUS ".  The alert was not "
005038             "recorded."
005039         GO TO 7000-WRITE-ALERT-EXIT
005040     END-IF
005042     ADD 1 TO CS-NEXT-ALERT-SEQ-NO
005044     ADD 1 TO CS-ALERTS-RAISED-COUNT
005046     PERFORM 7100-QUEUE-NOTIFICATION
005048         THRU 7100-QUEUE-NOTIFICATION-EXIT
005050     DISPLAY "ALERT: " CS-ALERT-PATTERN " " CS-ALERT-USERNAME
005060     DISPLAY "       " CS-ALERT-DETAILS.
005070 7000-WRITE-ALERT-EXIT.
005080     EXIT.
005090
005091*****************************************************************
005092* 7100-QUEUE-NOTIFICATION.
005093* QUEUES A FIRST-TIER PAGE FOR THE ALERT ROW JUST WRITTEN, STILL
005094* IN THE RECORD AREA.  THE MESSAGE LEADS WITH THE ALERT NUMBER
005095* THE ON-CALL ANALYST ACKNOWLEDGES IT UNDER IN ALRTACK.
005096*****************************************************************
005097 7100-QUEUE-NOTIFICATION.
005098     MOVE ALERT-SEQ-NO TO CS-NTF-SOURCE-SEQ-NO
005099     MOVE SPACES TO CS-NTF-MESSAGE
005100     STRING "NEW ALERT " DELIMITED BY SIZE
005101            CS-NTF-SOURCE-SEQ-NO DELIMITED BY SIZE
005102            " " DELIMITED BY SIZE
005103            CS-ALERT-PATTERN DELIMITED BY "  "
005104            " USER " DELIMITED BY SIZE
005105            CS-ALERT-USERNAME DELIMITED BY SPACE
005106            ": " DELIMITED BY SIZE
005107            CS-ALERT-DETAILS DELIMITED BY SIZE
005108         INTO CS-NTF-MESSAGE
005109     END-STRING
005110     MOVE 'Q' TO CS-NTF-ACTION
005111     MOVE 'A' TO CS-NTF-SOURCE
005112     MOVE 1 TO CS-NTF-TIER
005113     CALL "NTFQUEUE" USING CS-NTF-ACTION CS-NTF-SOURCE
005114         CS-NTF-SOURCE-SEQ-NO CS-NTF-TIER CS-NTF-MESSAGE
005115         CS-NTF-RESULT
005116     IF CS-NTF-RESULT NOT = 'Y'
005117         DISPLAY "Alert " CS-NTF-SOURCE-SEQ-NO " was recorded "
005118             "but the on-call notification was not queued."
005119     END-IF.
005120 7100-QUEUE-NOTIFICATION-EXIT.
005121     EXIT.
005122
005123*****************************************************************
005124* 8000-PRINT-SUMMARY.
005125*****************************************************************
005130 8000-PRINT-SUMMARY.
005140     DISPLAY " "
005150     DISPLAY "==============================================="
