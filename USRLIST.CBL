000190*                  FIRST: HOW MANY ADMINISTRATORS, HOW MANY
000200*                  LOCKED, HOW MANY DISABLED, HOW MANY WITH NO
000210*                  SECURITY QUESTION.
000211* 2026-10-15  DWS  ALSO WRITES THE ROSTER TO A DATED PRINT FILE,
000212*                  usrlist_YYYYMMDD_HHMMSS.prt, THROUGH RPTPRT:
000213*                  STANDARD PAGE HEADER, ONE DETAIL LINE PER
000214*                  ACCOUNT UNDER HEADINGS REPEATED ON EACH PAGE,
000215*                  AND THE POSTURE TOTALS AS THE END-OF-REPORT
000216*                  TRAILER.  THE CONSOLE OUTPUT IS UNCHANGED.
000220*****************************************************************
000230*
000240 ENVIRONMENT DIVISION.
000720     05  CS-TOD-HOURS             PIC 9(02) VALUE 0.
000730     05  CS-TOD-MINUTES           PIC 9(02) VALUE 0.
000740     05  CS-TOD-REMAINDER         PIC 9(08) VALUE 0.
000741
000742*    PRINT FILE (SEE RPTPRT) AND ITS LINE LAYOUTS.
000743 01  CS-PRINT-FIELDS.
000744     05  CS-PRT-ACTION            PIC X(01).
000745     05  CS-PRT-REPORT-ID         PIC X(08) VALUE "USRLIST".
000746     05  CS-PRT-LINE              PIC X(132).
000747     05  CS-PRT-RESULT            PIC X(01).
000748
000749 01  CS-PRINT-HEADING-1.
000750     05  FILLER                   PIC X(32) VALUE "USERNAME".
000751     05  FILLER                   PIC X(10) VALUE "ROLE".
000752     05  FILLER                   PIC X(10) VALUE "STATUS".
000753     05  FILLER                   PIC X(10) VALUE "  FAILED".
000754     05  FILLER                   PIC X(10) VALUE "QUESTION".
000755     05  FILLER                   PIC X(10) VALUE "LOCKED ON".
000756     05  FILLER                   PIC X(10) VALUE "AT".
000757     05  FILLER                   PIC X(12) VALUE "     MINUTES".
000758     05  FILLER                   PIC X(28) VALUE SPACES.
000759
000760 01  CS-PRINT-DETAIL-LINE.
000761     05  CS-PD-USERNAME           PIC X(30).
000762     05  FILLER                   PIC X(02) VALUE SPACES.
000763     05  CS-PD-ROLE               PIC X(08).
000764     05  FILLER                   PIC X(02) VALUE SPACES.
000765     05  CS-PD-STATUS             PIC X(08).
000766     05  FILLER                   PIC X(08) VALUE SPACES.
000767     05  CS-PD-FAILED-ATTEMPTS    PIC Z9.
000768     05  FILLER                   PIC X(02) VALUE SPACES.
000769     05  CS-PD-QUESTION           PIC X(03).
000770     05  FILLER                   PIC X(07) VALUE SPACES.
000771     05  CS-PD-LOCKOUT-DATE       PIC X(08).
000772     05  FILLER                   PIC X(02) VALUE SPACES.
000773     05  CS-PD-LOCKOUT-TIME       PIC X(08).
000774     05  FILLER                   PIC X(02) VALUE SPACES.
000775     05  CS-PD-ELAPSED-MINUTES    PIC -ZZZ,ZZZ,ZZ9.
000776     05  CS-PD-ELAPSED-TEXT REDEFINES CS-PD-ELAPSED-MINUTES
000777                                  PIC X(12).
000778     05  FILLER                   PIC X(28) VALUE SPACES.
000779
000780 01  CS-PRINT-TOTAL-LINE.
000781     05  CS-PT-LABEL              PIC X(40).
000782     05  CS-PT-VALUE              PIC ZZZ,ZZ9.
000783     05  FILLER                   PIC X(85) VALUE SPACES.
000784
000785 PROCEDURE DIVISION.
000786*****************************************************************
000787* 0000-MAIN-LOGIC.
000790*****************************************************************
000800 0000-MAIN-LOGIC.
000810     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001030         GO TO 1000-INITIALIZE-EXIT
001040     END-IF
001050     MOVE 'Y' TO CS-USER-FILE-OPENED-FLAG
001055     PERFORM 1100-OPEN-PRINT-FILE THRU 1100-OPEN-PRINT-FILE-EXIT
001060
001070     DISPLAY "==============================================="
001080     DISPLAY "    USER ACCOUNT ROSTER"
001120 1000-INITIALIZE-EXIT.
001130     EXIT.
001140
001141*****************************************************************
001142* 1100-OPEN-PRINT-FILE.
001143* OPENS THE DATED PRINT FILE AND GIVES RPTPRT THE ROSTER COLUMN
001144* HEADINGS.
001145*****************************************************************
001146 1100-OPEN-PRINT-FILE.
001147     MOVE 'O' TO CS-PRT-ACTION
001148     MOVE "USER ACCOUNT ROSTER" TO CS-PRT-LINE
001149     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
001150     MOVE 'H' TO CS-PRT-ACTION
001151     MOVE CS-PRINT-HEADING-1 TO CS-PRT-LINE
001152     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
001153 1100-OPEN-PRINT-FILE-EXIT.
001154     EXIT.
001155
001156*****************************************************************
001160* 2000-READ-USER.
001170* ONE PHYSICAL READ, IN USER-NAME KEY ORDER.  USED BOTH FOR THE
001180* PRIMING READ IN 1000-INITIALIZE AND AGAIN AT THE BOTTOM OF EACH
001750             USER-LOCKOUT-TIME " (" CS-ELAPSED-MINUTES
001760             " minutes)"
001770     END-IF
001773     PERFORM 3200-PRINT-DETAIL-LINE
001776         THRU 3200-PRINT-DETAIL-LINE-EXIT
001780
001790     PERFORM 2000-READ-USER THRU 2000-READ-USER-EXIT.
001800 3000-PRINT-USER-EXIT.
002300 3110-MINUTE-OF-DAY-EXIT.
002310     EXIT.
002320
002321*****************************************************************
002322* 3200-PRINT-DETAIL-LINE.
002323* THE ROSTER BLOCK AS ONE PRINT-FILE LINE.  THE LOCKOUT COLUMNS
002324* ARE FILLED ONLY FOR A LOCKED ACCOUNT, AFTER 3100 HAS AGED IT.
002325*****************************************************************
002326 3200-PRINT-DETAIL-LINE.
002327     MOVE USER-NAME TO CS-PD-USERNAME
002328     MOVE CS-ROLE-TEXT TO CS-PD-ROLE
002329     MOVE CS-STATUS-TEXT TO CS-PD-STATUS
002330     MOVE USER-FAILED-ATTEMPTS TO CS-PD-FAILED-ATTEMPTS
002331     MOVE CS-QUESTION-TEXT TO CS-PD-QUESTION
002332     IF USER-ACCOUNT-LOCKED
002333         MOVE USER-LOCKOUT-DATE TO CS-PD-LOCKOUT-DATE
002334         MOVE USER-LOCKOUT-TIME TO CS-PD-LOCKOUT-TIME
002335         MOVE CS-ELAPSED-MINUTES TO CS-PD-ELAPSED-MINUTES
002336     ELSE
002337         MOVE SPACES TO CS-PD-LOCKOUT-DATE
002338         MOVE SPACES TO CS-PD-LOCKOUT-TIME
002339         MOVE SPACES TO CS-PD-ELAPSED-TEXT
002340     END-IF
002341     MOVE 'D' TO CS-PRT-ACTION
002342     MOVE CS-PRINT-DETAIL-LINE TO CS-PRT-LINE
002343     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
002344 3200-PRINT-DETAIL-LINE-EXIT.
002345     EXIT.
002346
002347*****************************************************************
002348* 8000-PRINT-SUMMARY.
002350*****************************************************************
002360 8000-PRINT-SUMMARY.
002370     DISPLAY " "
002430     DISPLAY "Locked accounts           : " CS-LOCKED-COUNT
002440     DISPLAY "Disabled accounts         : " CS-DISABLED-COUNT
002450     DISPLAY "No security question      : " CS-NO-QUESTION-COUNT
002451     MOVE "ACCOUNTS ON FILE" TO CS-PT-LABEL
002452     MOVE CS-RECORD-COUNT TO CS-PT-VALUE
002453     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
002454     MOVE "ADMINISTRATOR ACCOUNTS" TO CS-PT-LABEL
002455     MOVE CS-ADMIN-COUNT TO CS-PT-VALUE
002456     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
002457     MOVE "LOCKED ACCOUNTS" TO CS-PT-LABEL
002458     MOVE CS-LOCKED-COUNT TO CS-PT-VALUE
002459     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
002460     MOVE "DISABLED ACCOUNTS" TO CS-PT-LABEL
002461     MOVE CS-DISABLED-COUNT TO CS-PT-VALUE
002462     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
002463     MOVE "NO SECURITY QUESTION" TO CS-PT-LABEL
002464     MOVE CS-NO-QUESTION-COUNT TO CS-PT-VALUE
002465     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
002466
002467     DISPLAY "===============================================".
002470 8000-PRINT-SUMMARY-EXIT.
002480     EXIT.
002490
002491*****************************************************************
002492* 8900-CALL-RPTPRT.
002493* HANDS CS-PRT-LINE TO THE PRINT FILE UNDER CS-PRT-ACTION.  A
002494* PRINT FILE THAT COULD NOT BE OPENED IS REPORTED BY RPTPRT ONCE
002495* AND OTHERWISE IGNORED, SO THE CONSOLE REPORT ALWAYS RUNS.
002496*****************************************************************
002497 8900-CALL-RPTPRT.
002498     CALL "RPTPRT" USING CS-PRT-ACTION CS-PRT-REPORT-ID
002499         CS-PRT-LINE CS-PRT-RESULT.
002500 8900-CALL-RPTPRT-EXIT.
002501     EXIT.
002502
002503 8910-PRINT-TOTAL.
002504     MOVE 'T' TO CS-PRT-ACTION
002505     MOVE CS-PRINT-TOTAL-LINE TO CS-PRT-LINE
002506     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
002507 8910-PRINT-TOTAL-EXIT.
002508     EXIT.
002509
002510*****************************************************************
002511* 9000-TERMINATE.
002520*****************************************************************
002530 9000-TERMINATE.
002535     CLOSE USER-FILE
002540     MOVE 'C' TO CS-PRT-ACTION
002545     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
002550 9000-TERMINATE-EXIT.
002560     EXIT.
002570
