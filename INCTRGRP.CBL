000330*                  SAYS EXACTLY WHICH ITEMS ARE OVERDUE.  EACH
000340*                  SECTION IS NOW TWO PASSES OVER THE SAME FILE,
000350*                  BREACHED THEN UNBREACHED.
000351* 2026-10-15  DWS  ALSO WRITES THE QUEUE TO A DATED PRINT FILE,
000352*                  inctrgrp_YYYYMMDD_HHMMSS.prt, THROUGH RPTPRT:
000353*                  STANDARD PAGE HEADER, ONE DETAIL LINE PER
000354*                  OUTSTANDING ITEM (AN ESCALATION ADDS A SECOND
000355*                  LINE WITH ITS STAMP AND COMMENT) UNDER HEADINGS
000356*                  REPEATED ON EACH PAGE, AND THE SUMMARY COUNTS
000357*                  AS THE END-OF-REPORT TRAILER.  THE CONSOLE
000358*                  OUTPUT IS UNCHANGED.
000360*****************************************************************
000370*
000380 ENVIRONMENT DIVISION.
001400     05  CS-AWAITING-BREACHED     PIC 9(06) VALUE 0.
001410     05  CS-ESCALATED-OPEN-COUNT  PIC 9(06) VALUE 0.
001420     05  CS-ESCALATED-BREACHED    PIC 9(06) VALUE 0.
001421
001422*    PRINT FILE (SEE RPTPRT) AND ITS LINE LAYOUTS.
001423 01  CS-PRINT-FIELDS.
001424     05  CS-PRT-ACTION            PIC X(01).
001425     05  CS-PRT-REPORT-ID         PIC X(08) VALUE "INCTRGRP".
001426     05  CS-PRT-LINE              PIC X(132).
001427     05  CS-PRT-RESULT            PIC X(01).
001428
001429 01  CS-PRINT-HEADING-1.
001430     05  FILLER                   PIC X(10) VALUE "SECTION".
001431     05  FILLER                   PIC X(10) VALUE "DEADLINE".
001432     05  FILLER                   PIC X(11) VALUE "INCIDENT".
001433     05  FILLER                   PIC X(10) VALUE "DATE".
001434     05  FILLER                   PIC X(10) VALUE "TIME".
001435     05  FILLER                   PIC X(32) VALUE "USERNAME".
001436     05  FILLER                   PIC X(07) VALUE "  AGE".
001437     05  FILLER                   PIC X(07) VALUE "  DUE".
001438     05  FILLER                   PIC X(35) VALUE "ESCALATED BY".
001439
001440 01  CS-PRINT-HEADING-2.
001441     05  FILLER                   PIC X(83) VALUE SPACES.
001442     05  FILLER                   PIC X(49)
001443                                  VALUE "(BUSINESS DAYS)".
001444
001445 01  CS-PRINT-DETAIL-LINE.
001446     05  CS-PD-SECTION            PIC X(09).
001447     05  FILLER                   PIC X(01) VALUE SPACES.
001448     05  CS-PD-DEADLINE           PIC X(08).
001449     05  FILLER                   PIC X(02) VALUE SPACES.
001450     05  CS-PD-SEQ-NO             PIC 9(09).
001451     05  FILLER                   PIC X(02) VALUE SPACES.
001452     05  CS-PD-DATE               PIC X(08).
001453     05  FILLER                   PIC X(02) VALUE SPACES.
001454     05  CS-PD-TIME               PIC X(08).
001455     05  FILLER                   PIC X(02) VALUE SPACES.
001456     05  CS-PD-USERNAME           PIC X(30).
001457     05  FILLER                   PIC X(02) VALUE SPACES.
001458     05  CS-PD-AGE                PIC ZZZZ9.
001459     05  FILLER                   PIC X(02) VALUE SPACES.
001460     05  CS-PD-DUE                PIC ZZZZ9.
001461     05  FILLER                   PIC X(02) VALUE SPACES.
001462     05  CS-PD-REVIEWER           PIC X(35).
001463
001464 01  CS-PRINT-COMMENT-LINE.
001465     05  FILLER                   PIC X(10) VALUE SPACES.
001466     05  FILLER                   PIC X(10) VALUE "ESCALATED ".
001467     05  CS-PC-DATE               PIC 9(08).
001468     05  FILLER                   PIC X(01) VALUE SPACES.
001469     05  CS-PC-TIME               PIC 9(08).
001470     05  FILLER                   PIC X(11) VALUE "  COMMENT: ".
001471     05  CS-PC-COMMENT            PIC X(60).
001472     05  FILLER                   PIC X(24) VALUE SPACES.
001473
001474 01  CS-PRINT-TOTAL-LINE.
001475     05  CS-PT-LABEL              PIC X(40).
001476     05  CS-PT-VALUE              PIC ZZZ,ZZ9.
001477     05  FILLER                   PIC X(85) VALUE SPACES.
001478
001479 PROCEDURE DIVISION.
001480*****************************************************************
001481* 0000-MAIN-LOGIC.
001482* EACH SECTION IS TWO PASSES OVER ITS FILE: THE FIRST PRINTS
001483* ONLY THE ITEMS THAT HAVE BREACHED THEIR BUSINESS-DAY
001490* DEADLINE, THE SECOND PRINTS THE REST, SO THE OVERDUE WORK
001500* TOPS THE HANDOVER QUEUE.
001510*****************************************************************
001700         UNTIL CS-END-OF-FILE
001710     IF CS-AWAITING-COUNT = 0
001720         DISPLAY "None -- every lockout has been reviewed."
001722         MOVE "TRIAGE    NONE -- EVERY LOCKOUT HAS BEEN REVIEWED."
001724             TO CS-PRT-LINE
001726         MOVE 'D' TO CS-PRT-ACTION
001728         PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
001730     END-IF
001740
001750     DISPLAY " "
001900         UNTIL CS-END-OF-FILE
001910     IF CS-ESCALATED-OPEN-COUNT = 0
001920         DISPLAY "None -- no open escalations."
001922         MOVE "ESCALATED NONE -- NO OPEN ESCALATIONS."
001924             TO CS-PRT-LINE
001926         MOVE 'D' TO CS-PRT-ACTION
001928         PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
001930     END-IF
001940
001950     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
002300         END-IF
002310     END-IF
002320
002330     MOVE 'Y' TO CS-FILES-READY-FLAG
002335     PERFORM 1200-OPEN-PRINT-FILE THRU 1200-OPEN-PRINT-FILE-EXIT.
002340 1000-INITIALIZE-EXIT.
002350     EXIT.
002360
003280 1120-VALIDATE-HOLIDAY-DIGIT-EXIT.
003290     EXIT.
003300
003301*****************************************************************
003302* 1200-OPEN-PRINT-FILE.
003303* OPENS THE DATED PRINT FILE AND GIVES RPTPRT THE COLUMN
003304* HEADINGS, SHARED BY BOTH SECTIONS OF THE QUEUE.
003305*****************************************************************
003306 1200-OPEN-PRINT-FILE.
003307     MOVE 'O' TO CS-PRT-ACTION
003308     MOVE "OUTSTANDING TRIAGE AND ESCALATION QUEUE" TO CS-PRT-LINE
003309     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
003310     MOVE 'H' TO CS-PRT-ACTION
003311     MOVE CS-PRINT-HEADING-1 TO CS-PRT-LINE
003312     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
003313     MOVE 'H' TO CS-PRT-ACTION
003314     MOVE CS-PRINT-HEADING-2 TO CS-PRT-LINE
003315     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
003316 1200-OPEN-PRINT-FILE-EXIT.
003317     EXIT.
003318
003319*****************************************************************
003320* 2000-READ-INCIDENT.
003330*****************************************************************
003340 2000-READ-INCIDENT.
004190         DISPLAY "         Age: " CS-AGE-BUSINESS-DAYS
004200             " business day(s); review due within "
004210             CS-LOCKOUT-REVIEW-DAYS
004213         PERFORM 3100-PRINT-TRIAGE-LINE
004216             THRU 3100-PRINT-TRIAGE-LINE-EXIT
004220     END-IF
004230
004240     PERFORM 2000-READ-INCIDENT THRU 2000-READ-INCIDENT-EXIT.
004250 3000-CHECK-INCIDENT-EXIT.
004260     EXIT.
004270
004271*****************************************************************
004272* 3100-PRINT-TRIAGE-LINE.
004273* ONE LOCKOUT AWAITING TRIAGE AS A PRINT-FILE DETAIL LINE.
004274*****************************************************************
004275 3100-PRINT-TRIAGE-LINE.
004276     MOVE "TRIAGE" TO CS-PD-SECTION
004277     IF CS-ITEM-BREACHED
004278         MOVE "BREACHED" TO CS-PD-DEADLINE
004279     ELSE
004280         MOVE SPACES TO CS-PD-DEADLINE
004281     END-IF
004282     MOVE INCIDENT-SEQ-NO TO CS-PD-SEQ-NO
004283     MOVE INCIDENT-DATE TO CS-PD-DATE
004284     MOVE INCIDENT-TIME TO CS-PD-TIME
004285     MOVE INCIDENT-USERNAME TO CS-PD-USERNAME
004286     MOVE CS-AGE-BUSINESS-DAYS TO CS-PD-AGE
004287     MOVE CS-LOCKOUT-REVIEW-DAYS TO CS-PD-DUE
004288     MOVE SPACES TO CS-PD-REVIEWER
004289     MOVE 'D' TO CS-PRT-ACTION
004290     MOVE CS-PRINT-DETAIL-LINE TO CS-PRT-LINE
004291     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
004292 3100-PRINT-TRIAGE-LINE-EXIT.
004293     EXIT.
004294
004295*****************************************************************
004296* 4000-START-DISPOSITION-PASS.
004300* REPOSITIONS dispos.dat TO ITS FIRST RECORD AND PRIMES THE
004310* READ.  WHEN THE FILE DOES NOT EXIST YET THERE IS NOTHING TO
004320* PASS OVER.
005250     DISPLAY "    Age: " CS-AGE-BUSINESS-DAYS
005260         " business day(s); resolution due within "
005270         CS-ESCALATION-DAYS
005273     PERFORM 5100-PRINT-ESCALATION-LINES
005276         THRU 5100-PRINT-ESCALATION-LINES-EXIT
005280
005290     PERFORM 4100-READ-DISPOSITION
005300         THRU 4100-READ-DISPOSITION-EXIT.
005310 5000-CHECK-DISPOSITION-EXIT.
005320     EXIT.
005330
005331*****************************************************************
005332* 5100-PRINT-ESCALATION-LINES.
005333* ONE OPEN ESCALATION AS TWO PRINT-FILE LINES: THE ITEM, THEN
005334* THE ESCALATION STAMP AND COMMENT.  AN INCIDENT NO LONGER ON THE
005335* LIVE FILE PRINTS WITHOUT ITS DATE, TIME AND USERNAME.
005336*****************************************************************
005337 5100-PRINT-ESCALATION-LINES.
005338     MOVE "ESCALATED" TO CS-PD-SECTION
005339     IF CS-ITEM-BREACHED
005340         MOVE "BREACHED" TO CS-PD-DEADLINE
005341     ELSE
005342         MOVE SPACES TO CS-PD-DEADLINE
005343     END-IF
005344     MOVE DISP-INCIDENT-SEQ-NO TO CS-PD-SEQ-NO
005345     IF CS-INCIDENT-FOUND
005346         MOVE INCIDENT-DATE TO CS-PD-DATE
005347         MOVE INCIDENT-TIME TO CS-PD-TIME
005348         MOVE INCIDENT-USERNAME TO CS-PD-USERNAME
005349     ELSE
005350         MOVE SPACES TO CS-PD-DATE
005351         MOVE SPACES TO CS-PD-TIME
005352         MOVE "(ARCHIVED -- SEE MONTHLY FILES)" TO CS-PD-USERNAME
005353     END-IF
005354     MOVE CS-AGE-BUSINESS-DAYS TO CS-PD-AGE
005355     MOVE CS-ESCALATION-DAYS TO CS-PD-DUE
005356     MOVE DISP-REVIEWER TO CS-PD-REVIEWER
005357     MOVE 'D' TO CS-PRT-ACTION
005358     MOVE CS-PRINT-DETAIL-LINE TO CS-PRT-LINE
005359     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
005360
005361     MOVE DISP-DATE TO CS-PC-DATE
005362     MOVE DISP-TIME TO CS-PC-TIME
005363     MOVE DISP-COMMENT TO CS-PC-COMMENT
005364     MOVE 'D' TO CS-PRT-ACTION
005365     MOVE CS-PRINT-COMMENT-LINE TO CS-PRT-LINE
005366     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
005367 5100-PRINT-ESCALATION-LINES-EXIT.
005368     EXIT.
005369
005370*****************************************************************
005371* 6000-COMPUTE-BUSINESS-AGE.
005372* COUNTS THE BUSINESS DAYS STRICTLY AFTER CS-AGE-FROM-DATE UP
005373* TO AND INCLUDING TODAY -- AN ITEM RAISED FRIDAY AFTERNOON IS
005380* ONE BUSINESS DAY OLD ON MONDAY, NOT THREE CALENDAR DAYS.
005390* WEEKENDS FALL OUT OF THE DAY-NUMBER ARITHMETIC (DAY NUMBER 1
005400* IS A MONDAY) AND SITE HOLIDAYS COME FROM THE LOADED TABLE.  A
006020     DISPLAY "  Past the deadline       : "
006030         CS-ESCALATED-BREACHED
006040     DISPLAY "Site holidays loaded      : " CS-HOLIDAY-COUNT
006041     MOVE "LOCKOUT INCIDENTS ON FILE" TO CS-PT-LABEL
006042     MOVE CS-LOCKED-COUNT TO CS-PT-VALUE
006043     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
006044     MOVE "AWAITING TRIAGE" TO CS-PT-LABEL
006045     MOVE CS-AWAITING-COUNT TO CS-PT-VALUE
006046     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
006047     MOVE "  PAST THE REVIEW DEADLINE" TO CS-PT-LABEL
006048     MOVE CS-AWAITING-BREACHED TO CS-PT-VALUE
006049     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
006050     MOVE "OPEN ESCALATIONS" TO CS-PT-LABEL
006051     MOVE CS-ESCALATED-OPEN-COUNT TO CS-PT-VALUE
006052     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
006053     MOVE "  PAST THE DEADLINE" TO CS-PT-LABEL
006054     MOVE CS-ESCALATED-BREACHED TO CS-PT-VALUE
006055     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
006056     MOVE "SITE HOLIDAYS LOADED" TO CS-PT-LABEL
006057     MOVE CS-HOLIDAY-COUNT TO CS-PT-VALUE
006058     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
006059
006060     DISPLAY "===============================================".
006061 8000-PRINT-SUMMARY-EXIT.
006070     EXIT.
006080
006081*****************************************************************
006082* 8900-CALL-RPTPRT.
006083* HANDS CS-PRT-LINE TO THE PRINT FILE UNDER CS-PRT-ACTION.  A
006084* PRINT FILE THAT COULD NOT BE OPENED IS REPORTED BY RPTPRT ONCE
006085* AND OTHERWISE IGNORED, SO THE CONSOLE REPORT ALWAYS RUNS.
006086*****************************************************************
006087 8900-CALL-RPTPRT.
006088     CALL "RPTPRT" USING CS-PRT-ACTION CS-PRT-REPORT-ID
006089         CS-PRT-LINE CS-PRT-RESULT.
006090 8900-CALL-RPTPRT-EXIT.
006091     EXIT.
006092
006093 8910-PRINT-TOTAL.
006094     MOVE 'T' TO CS-PRT-ACTION
006095     MOVE CS-PRINT-TOTAL-LINE TO CS-PRT-LINE
006096     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
006097 8910-PRINT-TOTAL-EXIT.
006098     EXIT.
006099
006100*****************************************************************
006101* 9000-TERMINATE.
006110*****************************************************************
006120 9000-TERMINATE.
006130     CLOSE INCIDENT-FILE
006133     MOVE 'C' TO CS-PRT-ACTION
006136     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
006140     IF NOT CS-NO-DISPOSITIONS-YET
006150         CLOSE DISPOSITION-FILE
006160     END-IF.
