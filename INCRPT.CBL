000479*                  ARE COUNTED SEPARATELY (SECAUDIT NAMES THE
000480*                  OFFENDING TYPES).  A SITE WITHOUT THE CATALOG
000481*                  FILE PRINTS THE SUMMARY EXACTLY AS BEFORE.
000482* 2026-10-15  DWS  ALSO WRITES THE REPORT TO A DATED PRINT FILE,
000483*                  incrpt_YYYYMMDD_HHMMSS.prt, THROUGH RPTPRT:
000484*                  STANDARD PAGE HEADER, THE LOCKED-OUT ACCOUNTS
000485*                  AS DETAIL LINES UNDER HEADINGS REPEATED ON
000486*                  EACH PAGE, AND THE COUNTS AS THE END-OF-REPORT
000487*                  TRAILER.  THE CONSOLE OUTPUT IS UNCHANGED.
000488*****************************************************************
000490*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
001230
001240 01  CS-USING-HWM-FLAG            PIC X(01) VALUE 'N'.
001250     88  CS-USING-HWM                 VALUE 'Y'.
001251
001252*    PRINT FILE (SEE RPTPRT) AND ITS LINE LAYOUTS.
001253 01  CS-PRINT-FIELDS.
001254     05  CS-PRT-ACTION            PIC X(01).
001255     05  CS-PRT-REPORT-ID         PIC X(08) VALUE "INCRPT".
001256     05  CS-PRT-LINE              PIC X(132).
001257     05  CS-PRT-RESULT            PIC X(01).
001258
001259 01  CS-PRINT-HEADING-1.
001260     05  FILLER                   PIC X(06) VALUE "   NO ".
001261     05  FILLER                   PIC X(30)
001262                                  VALUE "LOCKED-OUT ACCOUNT".
001263     05  FILLER                   PIC X(96) VALUE SPACES.
001264
001265 01  CS-PRINT-DETAIL-LINE.
001266     05  CS-PD-ITEM-NO            PIC ZZZZ9.
001267     05  FILLER                   PIC X(01) VALUE SPACES.
001268     05  CS-PD-USERNAME           PIC X(30).
001269     05  FILLER                   PIC X(96) VALUE SPACES.
001270
001271 01  CS-PRINT-TOTAL-LINE.
001272     05  CS-PT-LABEL              PIC X(40).
001273     05  CS-PT-VALUE              PIC ZZZ,ZZ9.
001274     05  FILLER                   PIC X(85) VALUE SPACES.
001275
001276 01  CS-PRINT-RANGE-LINE.
001277     05  CS-PR-LABEL              PIC X(40).
001278     05  CS-PR-FROM-DATE          PIC 9(08).
001279     05  CS-PR-THRU               PIC X(06).
001280     05  CS-PR-TO-DATE            PIC X(08).
001281     05  FILLER                   PIC X(70) VALUE SPACES.
001282
001283 PROCEDURE DIVISION.
001284*****************************************************************
001290* 0000-MAIN-LOGIC.
001300*****************************************************************
001310 0000-MAIN-LOGIC.
001760         GO TO 1000-INITIALIZE-EXIT
001770     END-IF
001780     MOVE 'Y' TO CS-INCIDENT-FILE-OPENED-FLAG
001785     PERFORM 1100-OPEN-PRINT-FILE THRU 1100-OPEN-PRINT-FILE-EXIT
001790
001800     IF CS-FROM-DATE > 0
001810         MOVE CS-FROM-DATE TO INCIDENT-DATE
002488 1080-LOAD-ONE-TYPE-EXIT.
002489     EXIT.
002490
002491*****************************************************************
002492* 1100-OPEN-PRINT-FILE.
002493* OPENS THE DATED PRINT FILE AND GIVES RPTPRT THE COLUMN HEADING
002494* FOR THE LOCKED-OUT ACCOUNTS LIST.
002495*****************************************************************
002496 1100-OPEN-PRINT-FILE.
002497     MOVE 'O' TO CS-PRT-ACTION
002498     MOVE "DAILY / WEEKLY INCIDENT SUMMARY" TO CS-PRT-LINE
002499     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
002500     MOVE 'H' TO CS-PRT-ACTION
002501     MOVE CS-PRINT-HEADING-1 TO CS-PRT-LINE
002502     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
002503 1100-OPEN-PRINT-FILE-EXIT.
002504     EXIT.
002505

002506*****************************************************************
002507* 2000-READ-INCIDENT.
002508* ONE PHYSICAL READ.  USED BOTH FOR THE PRIMING READ IN
002509* 1000-INITIALIZE AND AGAIN AT THE BOTTOM OF EACH PASS THROUGH
002510* 3000-PROCESS-RECORD.  READ NEXT FOLLOWS WHICHEVER KEY THE
002520* FILE WAS LAST POSITIONED ON: SEQUENCE ORDER FROM OPEN, OR
002530* DATE ORDER AFTER THE FROM-DATE START IN 1000-INITIALIZE.
003384             DISPLAY "Nothing new since the last completed "
003386                 "run (high-water mark seq " CS-RC-HWM-SEQ-NO
003388                 ")."
003389             MOVE SPACES TO CS-PRT-LINE
003390             STRING "NOTHING NEW SINCE THE LAST COMPLETED RUN "
003391                 DELIMITED BY SIZE
003392                 "(HIGH-WATER MARK SEQ " DELIMITED BY SIZE
003393                 CS-RC-HWM-SEQ-NO DELIMITED BY SIZE
003394                 ")." DELIMITED BY SIZE
003395                 INTO CS-PRT-LINE
003396             END-STRING
003397         ELSE
003398             DISPLAY "No incidents recorded."
003399             MOVE "NO INCIDENTS RECORDED." TO CS-PRT-LINE
003400         END-IF
003401         MOVE 'T' TO CS-PRT-ACTION
003402         PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
003403         GO TO 8000-PRINT-SUMMARY-EXIT
003410     END-IF
003420
003430     IF CS-FROM-DATE > 0
003650                 "-- this list may be truncated."
003660     END-IF
003670
003673     PERFORM 8200-PRINT-TRAILER THRU 8200-PRINT-TRAILER-EXIT
003676
003680     DISPLAY "===============================================".
003690 8000-PRINT-SUMMARY-EXIT.
003700     EXIT.
003710
003720 8100-PRINT-AFFECTED-USER.
003730     DISPLAY "  - " CS-AFFECTED-ENTRY(CS-PRINT-IDX)
003731     MOVE CS-PRINT-IDX TO CS-PD-ITEM-NO
003732     MOVE CS-AFFECTED-ENTRY(CS-PRINT-IDX) TO CS-PD-USERNAME
003733     MOVE 'D' TO CS-PRT-ACTION
003734     MOVE CS-PRINT-DETAIL-LINE TO CS-PRT-LINE
003735     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
003740 8100-PRINT-AFFECTED-USER-EXIT.
003750     EXIT.
003760
003761*****************************************************************
003762* 8200-PRINT-TRAILER.
003763* THE SUMMARY COUNTS AS THE END-OF-REPORT TRAILER OF THE PRINT
003764* FILE, IN THE ORDER THE CONSOLE SHOWS THEM.
003765*****************************************************************
003766 8200-PRINT-TRAILER.
003767     IF CS-FROM-DATE > 0
003768         MOVE "FROM-DATE REQUESTED" TO CS-PR-LABEL
003769         MOVE CS-FROM-DATE TO CS-PR-FROM-DATE
003770         MOVE SPACES TO CS-PR-THRU
003771         MOVE SPACES TO CS-PR-TO-DATE
003772         MOVE 'T' TO CS-PRT-ACTION
003773         MOVE CS-PRINT-RANGE-LINE TO CS-PRT-LINE
003774         PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
003775     END-IF
003776     MOVE "DATE RANGE COVERED" TO CS-PR-LABEL
003777     MOVE CS-EARLIEST-DATE TO CS-PR-FROM-DATE
003778     MOVE " THRU " TO CS-PR-THRU
003779     MOVE CS-LATEST-DATE TO CS-PR-TO-DATE
003780     MOVE 'T' TO CS-PRT-ACTION
003781     MOVE CS-PRINT-RANGE-LINE TO CS-PRT-LINE
003782     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
003783
003784     MOVE "TOTAL INCIDENTS" TO CS-PT-LABEL
003785     MOVE CS-RECORD-COUNT TO CS-PT-VALUE
003786     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
003787     MOVE "  ACCOUNT LOCKED" TO CS-PT-LABEL
003788     MOVE CS-LOCKED-COUNT TO CS-PT-VALUE
003789     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
003790     MOVE "  ACCOUNT UNLOCKED" TO CS-PT-LABEL
003791     MOVE CS-UNLOCKED-COUNT TO CS-PT-VALUE
003792     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
003793     MOVE "  LOGIN SUCCESS" TO CS-PT-LABEL
003794     MOVE CS-SUCCESS-COUNT TO CS-PT-VALUE
003795     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
003796     MOVE "  LOGIN FAILURE" TO CS-PT-LABEL
003797     MOVE CS-FAILURE-COUNT TO CS-PT-VALUE
003798     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
003799     MOVE "  OTHER" TO CS-PT-LABEL
003800     MOVE CS-OTHER-COUNT TO CS-PT-VALUE
003801     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
003802     IF CS-CATALOG-LOADED
003803         MOVE "  CRITICAL SEVERITY" TO CS-PT-LABEL
003804         MOVE CS-CRITICAL-COUNT TO CS-PT-VALUE
003805         PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
003806         MOVE "  WARNING SEVERITY" TO CS-PT-LABEL
003807         MOVE CS-WARNING-COUNT TO CS-PT-VALUE
003808         PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
003809         MOVE "  ROUTINE SEVERITY" TO CS-PT-LABEL
003810         MOVE CS-ROUTINE-COUNT TO CS-PT-VALUE
003811         PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
003812         IF CS-UNCATALOGED-COUNT > 0
003813             MOVE "  UNCATALOGED TYPE (RUN SECAUDIT)"
003814                 TO CS-PT-LABEL
003815             MOVE CS-UNCATALOGED-COUNT TO CS-PT-VALUE
003816             PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
003817         END-IF
003818     END-IF
003819     MOVE "ACCOUNTS LOCKED OUT" TO CS-PT-LABEL
003820     MOVE CS-AFFECTED-COUNT TO CS-PT-VALUE
003821     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
003822     IF CS-AFFECTED-COUNT = 200
003823         MOVE 'T' TO CS-PRT-ACTION
003824         MOVE SPACES TO CS-PRT-LINE
003825         STRING "NOTE: 200 DISTINCT AFFECTED USERNAMES "
003826             DELIMITED BY SIZE
003827             "REACHED -- THIS LIST MAY BE TRUNCATED."
003828             DELIMITED BY SIZE
003829             INTO CS-PRT-LINE
003830         END-STRING
003831         PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
003832     END-IF.
003833 8200-PRINT-TRAILER-EXIT.
003834     EXIT.
003835
003836*****************************************************************
003837* 8900-CALL-RPTPRT.
003838* HANDS CS-PRT-LINE TO THE PRINT FILE UNDER CS-PRT-ACTION.  A
003839* PRINT FILE THAT COULD NOT BE OPENED IS REPORTED BY RPTPRT ONCE
003840* AND OTHERWISE IGNORED, SO THE CONSOLE REPORT ALWAYS RUNS.
003841*****************************************************************
003842 8900-CALL-RPTPRT.
003843     CALL "RPTPRT" USING CS-PRT-ACTION CS-PRT-REPORT-ID
003844         CS-PRT-LINE CS-PRT-RESULT.
003845 8900-CALL-RPTPRT-EXIT.
003846     EXIT.
003847
003848 8910-PRINT-TOTAL.
003849     MOVE 'T' TO CS-PRT-ACTION
003850     MOVE CS-PRINT-TOTAL-LINE TO CS-PRT-LINE
003851     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
003852 8910-PRINT-TOTAL-EXIT.
003853     EXIT.
003854
003855*****************************************************************
003856* 9000-TERMINATE.
003857*****************************************************************
003858 9000-TERMINATE.
003859     CLOSE INCIDENT-FILE
003860     MOVE 'C' TO CS-PRT-ACTION
003861     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
003862     MOVE 'C' TO CS-RC-ACTION
003863     CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
003864         CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
003865         CS-RC-HWM-SEQ-NO.
003866 9000-TERMINATE-EXIT.
003867     EXIT.
003868
003869 END PROGRAM INCRPT.
