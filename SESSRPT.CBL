000240*                  DAY-NUMBER ARITHMETIC AS ACCTUNLK SO A
000250*                  SESSION THAT CROSSES MIDNIGHT COMES OUT
000260*                  RIGHT.
000261* 2026-10-15  DWS  ALSO WRITES THE REPORT TO A DATED PRINT FILE,
000262*                  sessrpt_YYYYMMDD_HHMMSS.prt, THROUGH RPTPRT:
000263*                  STANDARD PAGE HEADER, ONE DETAIL LINE PER
000264*                  SESSION AND PER OVERLAPPING PAIR UNDER HEADINGS
000265*                  REPEATED ON EACH PAGE, AND THE SUMMARY COUNTS
000266*                  AS THE END-OF-REPORT TRAILER.  THE CONSOLE
000267*                  OUTPUT IS UNCHANGED.
000270*****************************************************************
000280*
000290 ENVIRONMENT DIVISION.
000920 01  CS-SCAN-IDX                  PIC 9(04) COMP VALUE 0.
000930 01  CS-PAIR-IDX                  PIC 9(04) COMP VALUE 0.
000940 01  CS-STATUS-TEXT               PIC X(09).
000941
000942*    PRINT FILE (SEE RPTPRT) AND ITS LINE LAYOUTS.
000943 01  CS-PRINT-FIELDS.
000944     05  CS-PRT-ACTION            PIC X(01).
000945     05  CS-PRT-REPORT-ID         PIC X(08) VALUE "SESSRPT".
000946     05  CS-PRT-LINE              PIC X(132).
000947     05  CS-PRT-RESULT            PIC X(01).
000948
000949 01  CS-PRINT-HEADING-1.
000950     05  FILLER                   PIC X(11) VALUE "SESSION".
000951     05  FILLER                   PIC X(32) VALUE "USERNAME".
000952     05  FILLER                   PIC X(11) VALUE "STATUS".
000953     05  FILLER                   PIC X(19) VALUE "LOGIN".
000954     05  FILLER                   PIC X(19) VALUE "LOGOUT".
000955     05  FILLER                   PIC X(12) VALUE "    DURATION".
000956     05  FILLER                   PIC X(28) VALUE SPACES.
000957
000958 01  CS-PRINT-HEADING-2.
000959     05  FILLER                   PIC X(54) VALUE SPACES.
000960     05  FILLER                   PIC X(09) VALUE "DATE".
000961     05  FILLER                   PIC X(10) VALUE "TIME".
000962     05  FILLER                   PIC X(09) VALUE "DATE".
000963     05  FILLER                   PIC X(10) VALUE "TIME".
000964     05  FILLER                   PIC X(12) VALUE "   (MINUTES)".
000965     05  FILLER                   PIC X(28) VALUE SPACES.
000966
000967 01  CS-PRINT-DETAIL-LINE.
000968     05  CS-PD-SEQ-NO             PIC 9(09).
000969     05  FILLER                   PIC X(02) VALUE SPACES.
000970     05  CS-PD-USERNAME           PIC X(30).
000971     05  FILLER                   PIC X(02) VALUE SPACES.
000972     05  CS-PD-STATUS             PIC X(09).
000973     05  FILLER                   PIC X(02) VALUE SPACES.
000974     05  CS-PD-LOGIN-DATE         PIC 9(08).
000975     05  FILLER                   PIC X(01) VALUE SPACES.
000976     05  CS-PD-LOGIN-TIME         PIC 9(08).
000977     05  FILLER                   PIC X(02) VALUE SPACES.
000978     05  CS-PD-LOGOUT-DATE        PIC X(08).
000979     05  FILLER                   PIC X(01) VALUE SPACES.
000980     05  CS-PD-LOGOUT-TIME        PIC X(08).
000981     05  FILLER                   PIC X(02) VALUE SPACES.
000982     05  CS-PD-DURATION           PIC -ZZZ,ZZZ,ZZ9.
000983     05  CS-PD-DURATION-TEXT REDEFINES CS-PD-DURATION
000984                                  PIC X(12).
000985     05  FILLER                   PIC X(28) VALUE SPACES.
000986
000987 01  CS-PRINT-TOTAL-LINE.
000988     05  CS-PT-LABEL              PIC X(40).
000989     05  CS-PT-VALUE              PIC ZZZ,ZZ9.
000990     05  FILLER                   PIC X(85) VALUE SPACES.
000991
000992 01  CS-PRINT-DATE-LINE.
000993     05  CS-PDT-LABEL             PIC X(40).
000994     05  CS-PDT-DATE              PIC 9(08).
000995     05  FILLER                   PIC X(84) VALUE SPACES.
000996
000997 PROCEDURE DIVISION.
000998*****************************************************************
000999* 0000-MAIN-LOGIC.
001000*****************************************************************
001001 0000-MAIN-LOGIC.
001010     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001020     IF NOT CS-SESSION-FILE-OPENED
001030         STOP RUN
001260         GO TO 1000-INITIALIZE-EXIT
001270     END-IF
001280     MOVE 'Y' TO CS-SESSION-FILE-OPENED-FLAG
001285     PERFORM 1200-OPEN-PRINT-FILE THRU 1200-OPEN-PRINT-FILE-EXIT
001290
001300     PERFORM 2000-READ-SESSION THRU 2000-READ-SESSION-EXIT.
001310 1000-INITIALIZE-EXIT.
001890 1120-VALIDATE-DATE-DIGIT-EXIT.
001900     EXIT.
001910
001911*****************************************************************
001912* 1200-OPEN-PRINT-FILE.
001913* OPENS THE DATED PRINT FILE, TITLED WITH THE ACCOUNT UNDER
001914* INQUIRY, AND GIVES RPTPRT THE COLUMN HEADINGS.
001915*****************************************************************
001916 1200-OPEN-PRINT-FILE.
001917     MOVE 'O' TO CS-PRT-ACTION
001918     MOVE SPACES TO CS-PRT-LINE
001919     IF CS-INQUIRY-USERNAME = SPACES
001920         MOVE "SESSION REPORT: ALL ACCOUNTS" TO CS-PRT-LINE
001921     ELSE
001922         STRING "SESSION REPORT: " DELIMITED BY SIZE
001923             CS-INQUIRY-USERNAME DELIMITED BY SIZE
001924             INTO CS-PRT-LINE
001925         END-STRING
001926     END-IF
001927     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
001928     MOVE 'H' TO CS-PRT-ACTION
001929     MOVE CS-PRINT-HEADING-1 TO CS-PRT-LINE
001930     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
001931     MOVE 'H' TO CS-PRT-ACTION
001932     MOVE CS-PRINT-HEADING-2 TO CS-PRT-LINE
001933     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
001934 1200-OPEN-PRINT-FILE-EXIT.
001935     EXIT.
001936
001937*****************************************************************
001938* 2000-READ-SESSION.
001940* ONE PHYSICAL READ IN SEQUENCE ORDER, WHICH IS ARRIVAL ORDER.
001950*****************************************************************
001960 2000-READ-SESSION.
002410             THRU 3100-COMPUTE-DURATION-EXIT
002420         DISPLAY "  Duration (minutes): " CS-DURATION-MINUTES
002430     END-IF
002433     PERFORM 3300-PRINT-DETAIL-LINE
002436         THRU 3300-PRINT-DETAIL-LINE-EXIT
002440
002450     PERFORM 3200-TABLE-SESSION THRU 3200-TABLE-SESSION-EXIT
002460
003250 3200-TABLE-SESSION-EXIT.
003260     EXIT.
003270
003271*****************************************************************
003272* 3300-PRINT-DETAIL-LINE.
003273* THE SESSION JUST DISPLAYED AS ONE PRINT-FILE LINE.  LOGOUT AND
003274* DURATION ARE FILLED ONLY FOR A CLOSED SESSION, AFTER 3100 HAS
003275* TIMED IT.
003276*****************************************************************
003277 3300-PRINT-DETAIL-LINE.
003278     MOVE SES-SEQ-NO TO CS-PD-SEQ-NO
003279     MOVE SES-USERNAME TO CS-PD-USERNAME
003280     MOVE CS-STATUS-TEXT TO CS-PD-STATUS
003281     MOVE SES-LOGIN-DATE TO CS-PD-LOGIN-DATE
003282     MOVE SES-LOGIN-TIME TO CS-PD-LOGIN-TIME
003283     IF SES-CLOSED
003284         MOVE SES-LOGOUT-DATE TO CS-PD-LOGOUT-DATE
003285         MOVE SES-LOGOUT-TIME TO CS-PD-LOGOUT-TIME
003286         MOVE CS-DURATION-MINUTES TO CS-PD-DURATION
003287     ELSE
003288         MOVE SPACES TO CS-PD-LOGOUT-DATE
003289         MOVE SPACES TO CS-PD-LOGOUT-TIME
003290         MOVE SPACES TO CS-PD-DURATION-TEXT
003291     END-IF
003292     MOVE 'D' TO CS-PRT-ACTION
003293     MOVE CS-PRINT-DETAIL-LINE TO CS-PRT-LINE
003294     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
003295 3300-PRINT-DETAIL-LINE-EXIT.
003296     EXIT.
003297
003298*****************************************************************
003299* 5000-REPORT-OVERLAPS.
003300* COMPARES EVERY PAIR OF TABLED CLOSED SESSIONS FOR THE SAME
003310* ACCOUNT AND CALLS OUT THE PAIRS WHOSE TIME RANGES INTERSECT.
003320* ONE ACCOUNT SIGNED ON IN TWO PLACES AT ONCE IS EXACTLY THE
003730         DISPLAY "  sessions " CS-TBL-SEQ-NO(CS-SCAN-IDX)
003740             " and " CS-TBL-SEQ-NO(CS-PAIR-IDX)
003750             " were signed on at the same time"
003751         MOVE SPACES TO CS-PRT-LINE
003752         STRING "OVERLAP: " DELIMITED BY SIZE
003753             CS-TBL-USERNAME(CS-SCAN-IDX) DELIMITED BY SPACE
003754             " -- SESSIONS " DELIMITED BY SIZE
003755             CS-TBL-SEQ-NO(CS-SCAN-IDX) DELIMITED BY SIZE
003756             " AND " DELIMITED BY SIZE
003757             CS-TBL-SEQ-NO(CS-PAIR-IDX) DELIMITED BY SIZE
003758             " WERE SIGNED ON AT THE SAME TIME" DELIMITED BY SIZE
003759             INTO CS-PRT-LINE
003760         END-STRING
003761         MOVE 'D' TO CS-PRT-ACTION
003762         PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
003763     END-IF.
003770 5200-CHECK-ONE-PAIR-EXIT.
003780     EXIT.
003790
003910     DISPLAY "==============================================="
003920     IF CS-MATCHED-COUNT = 0
003930         DISPLAY "No sessions on file in the requested range."
003932         MOVE "NO SESSIONS ON FILE IN THE REQUESTED RANGE."
003934             TO CS-PRT-LINE
003936         MOVE 'T' TO CS-PRT-ACTION
003938         PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
003940         GO TO 8000-PRINT-SUMMARY-EXIT
003950     END-IF
003960     IF CS-FROM-DATE > 0
004090             "overlap check may be incomplete; narrow the "
004100             "date range and rerun."
004110     END-IF
004111     IF CS-FROM-DATE > 0
004112         MOVE "FROM DATE" TO CS-PDT-LABEL
004113         MOVE CS-FROM-DATE TO CS-PDT-DATE
004114         MOVE 'T' TO CS-PRT-ACTION
004115         MOVE CS-PRINT-DATE-LINE TO CS-PRT-LINE
004116         PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
004117     END-IF
004118     IF CS-TO-DATE < 99999999
004119         MOVE "TO DATE" TO CS-PDT-LABEL
004120         MOVE CS-TO-DATE TO CS-PDT-DATE
004121         MOVE 'T' TO CS-PRT-ACTION
004122         MOVE CS-PRINT-DATE-LINE TO CS-PRT-LINE
004123         PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
004124     END-IF
004125     MOVE "SESSIONS LISTED" TO CS-PT-LABEL
004126     MOVE CS-MATCHED-COUNT TO CS-PT-VALUE
004127     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
004128     MOVE "  CLOSED" TO CS-PT-LABEL
004129     MOVE CS-CLOSED-COUNT TO CS-PT-VALUE
004130     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
004131     MOVE "  STILL OPEN" TO CS-PT-LABEL
004132     MOVE CS-OPEN-COUNT TO CS-PT-VALUE
004133     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
004134     MOVE "  ABANDONED" TO CS-PT-LABEL
004135     MOVE CS-ABANDONED-COUNT TO CS-PT-VALUE
004136     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
004137     MOVE "OVERLAPPING PAIRS" TO CS-PT-LABEL
004138     MOVE CS-OVERLAP-COUNT TO CS-PT-VALUE
004139     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
004140     IF CS-SESSION-COUNT = 200
004141         MOVE SPACES TO CS-PRT-LINE
004142         STRING "NOTE: 200 TABLED SESSIONS REACHED -- THE "
004143             DELIMITED BY SIZE
004144             "OVERLAP CHECK MAY BE INCOMPLETE." DELIMITED BY SIZE
004145             INTO CS-PRT-LINE
004146         END-STRING
004147         MOVE 'T' TO CS-PRT-ACTION
004148         PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
004149     END-IF
004150
004151     DISPLAY "===============================================".
004152 8000-PRINT-SUMMARY-EXIT.
004153     EXIT.
004154
004155*****************************************************************
004156* 8900-CALL-RPTPRT.
004157* HANDS CS-PRT-LINE TO THE PRINT FILE UNDER CS-PRT-ACTION.  A
004158* PRINT FILE THAT COULD NOT BE OPENED IS REPORTED BY RPTPRT ONCE
004159* AND OTHERWISE IGNORED, SO THE CONSOLE REPORT ALWAYS RUNS.
004160*****************************************************************
004161 8900-CALL-RPTPRT.
004162     CALL "RPTPRT" USING CS-PRT-ACTION CS-PRT-REPORT-ID
004163         CS-PRT-LINE CS-PRT-RESULT.
004164 8900-CALL-RPTPRT-EXIT.
004165     EXIT.
004166
004167 8910-PRINT-TOTAL.
004168     MOVE 'T' TO CS-PRT-ACTION
004169     MOVE CS-PRINT-TOTAL-LINE TO CS-PRT-LINE
004170     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
004171 8910-PRINT-TOTAL-EXIT.
004172     EXIT.
004173
004174*****************************************************************
004175* 9000-TERMINATE.
004180*****************************************************************
004190 9000-TERMINATE.
004195     CLOSE SESSION-FILE
004200     MOVE 'C' TO CS-PRT-ACTION
004205     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
004210 9000-TERMINATE-EXIT.
004220     EXIT.
004230
