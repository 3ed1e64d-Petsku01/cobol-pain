000230*                  STORED HIGH-WATER MARK -- BEFORE THIS THE
000240*                  ONLY RECOVERY WAS DELETING runctl.dat AND
000250*                  LOSING EVERY JOB'S MARK.
000251* 2026-10-15  DWS  ALSO WRITES THE REPORT TO A DATED PRINT FILE,
000252*                  runctlrp_YYYYMMDD_HHMMSS.prt, THROUGH RPTPRT:
000253*                  STANDARD PAGE HEADER, ONE DETAIL LINE PER JOB
000254*                  UNDER HEADINGS REPEATED ON EACH PAGE, AND THE
000255*                  JOB COUNTS AS THE END-OF-REPORT TRAILER.  THE
000256*                  PRINT FILE IS CLOSED BEFORE THE CLEAR OFFER.
000260*****************************************************************
000270*
000280 ENVIRONMENT DIVISION.
000600     05  CS-RC-HWM-TIME           PIC 9(08) VALUE 0.
000610     05  CS-RC-HWM-SEQ-NO         PIC 9(09) VALUE 0.
000620 01  CS-STATUS-TEXT               PIC X(11).
000621
000622*    PRINT FILE (SEE RPTPRT) AND ITS LINE LAYOUTS.
000623 01  CS-PRINT-FIELDS.
000624     05  CS-PRT-ACTION            PIC X(01).
000625     05  CS-PRT-REPORT-ID         PIC X(08) VALUE "RUNCTLRP".
000626     05  CS-PRT-LINE              PIC X(132).
000627     05  CS-PRT-RESULT            PIC X(01).
000628
000629 01  CS-PRINT-HEADING-1.
000630     05  FILLER                   PIC X(10) VALUE "JOB".
000631     05  FILLER                   PIC X(13) VALUE "STATUS".
000632     05  FILLER                   PIC X(19) VALUE "STARTED".
000633     05  FILLER                   PIC X(19) VALUE "ENDED".
000634     05  FILLER                   PIC X(28)
000635                                  VALUE "HIGH-WATER MARK".
000636     05  FILLER                   PIC X(43) VALUE SPACES.
000637
000638 01  CS-PRINT-HEADING-2.
000639     05  FILLER                   PIC X(23) VALUE SPACES.
000640     05  FILLER                   PIC X(09) VALUE "DATE".
000641     05  FILLER                   PIC X(10) VALUE "TIME".
000642     05  FILLER                   PIC X(09) VALUE "DATE".
000643     05  FILLER                   PIC X(10) VALUE "TIME".
000644     05  FILLER                   PIC X(11) VALUE "SEQ".
000645     05  FILLER                   PIC X(09) VALUE "DATE".
000646     05  FILLER                   PIC X(51) VALUE "TIME".
000647
000648 01  CS-PRINT-DETAIL-LINE.
000649     05  CS-PD-JOB-NAME           PIC X(08).
000650     05  FILLER                   PIC X(02) VALUE SPACES.
000651     05  CS-PD-STATUS             PIC X(11).
000652     05  FILLER                   PIC X(02) VALUE SPACES.
000653     05  CS-PD-START-DATE         PIC 9(08).
000654     05  FILLER                   PIC X(01) VALUE SPACES.
000655     05  CS-PD-START-TIME         PIC 9(08).
000656     05  FILLER                   PIC X(02) VALUE SPACES.
000657     05  CS-PD-END-DATE           PIC 9(08).
000658     05  FILLER                   PIC X(01) VALUE SPACES.
000659     05  CS-PD-END-TIME           PIC 9(08).
000660     05  FILLER                   PIC X(02) VALUE SPACES.
000661     05  CS-PD-HWM-SEQ-NO         PIC 9(09).
000662     05  FILLER                   PIC X(02) VALUE SPACES.
000663     05  CS-PD-HWM-DATE           PIC 9(08).
000664     05  FILLER                   PIC X(01) VALUE SPACES.
000665     05  CS-PD-HWM-TIME           PIC 9(08).
000666     05  FILLER                   PIC X(43) VALUE SPACES.
000667
000668 01  CS-PRINT-TOTAL-LINE.
000669     05  CS-PT-LABEL              PIC X(40).
000670     05  CS-PT-VALUE              PIC ZZZ,ZZ9.
000671     05  FILLER                   PIC X(85) VALUE SPACES.
000672
000673 PROCEDURE DIVISION.
000674*****************************************************************
000675* 0000-MAIN-LOGIC.
000676*****************************************************************
000680 0000-MAIN-LOGIC.
000690     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
000700     IF NOT CS-FILE-OPENED
000950         GO TO 1000-INITIALIZE-EXIT
000960     END-IF
000970     MOVE 'Y' TO CS-FILE-OPENED-FLAG
000975     PERFORM 1100-OPEN-PRINT-FILE THRU 1100-OPEN-PRINT-FILE-EXIT
000980
000990     DISPLAY "==============================================="
001000     DISPLAY "    BATCH RUN-CONTROL REPORT"
001050 1000-INITIALIZE-EXIT.
001060     EXIT.
001070
001071*****************************************************************
001072* 1100-OPEN-PRINT-FILE.
001073* OPENS THE DATED PRINT FILE AND GIVES RPTPRT THE COLUMN HEADINGS.
001074*****************************************************************
001075 1100-OPEN-PRINT-FILE.
001076     MOVE 'O' TO CS-PRT-ACTION
001077     MOVE "BATCH RUN-CONTROL REPORT" TO CS-PRT-LINE
001078     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
001079     MOVE 'H' TO CS-PRT-ACTION
001080     MOVE CS-PRINT-HEADING-1 TO CS-PRT-LINE
001081     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
001082     MOVE 'H' TO CS-PRT-ACTION
001083     MOVE CS-PRINT-HEADING-2 TO CS-PRT-LINE
001084     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
001085 1100-OPEN-PRINT-FILE-EXIT.
001086     EXIT.
001087
001088*****************************************************************
001090* 2000-READ-RUN-CONTROL.
001100*****************************************************************
001110 2000-READ-RUN-CONTROL.
001410     DISPLAY "  Ended    : " RC-END-DATE " " RC-END-TIME
001420     DISPLAY "  High-water mark: seq " RC-HWM-SEQ-NO
001430             " (" RC-HWM-DATE " " RC-HWM-TIME ")"
001433     PERFORM 3100-PRINT-DETAIL-LINE
001436         THRU 3100-PRINT-DETAIL-LINE-EXIT
001440
001450     PERFORM 2000-READ-RUN-CONTROL
001460         THRU 2000-READ-RUN-CONTROL-EXIT.
001470 3000-PRINT-JOB-EXIT.
001480     EXIT.
001490
001491*****************************************************************
001492* 3100-PRINT-DETAIL-LINE.
001493* WRITES THE CURRENT JOB'S RUN-CONTROL RECORD AS ONE DETAIL LINE.
001494*****************************************************************
001495 3100-PRINT-DETAIL-LINE.
001496     MOVE RC-JOB-NAME TO CS-PD-JOB-NAME
001497     MOVE CS-STATUS-TEXT TO CS-PD-STATUS
001498     MOVE RC-START-DATE TO CS-PD-START-DATE
001499     MOVE RC-START-TIME TO CS-PD-START-TIME
001500     MOVE RC-END-DATE TO CS-PD-END-DATE
001501     MOVE RC-END-TIME TO CS-PD-END-TIME
001502     MOVE RC-HWM-SEQ-NO TO CS-PD-HWM-SEQ-NO
001503     MOVE RC-HWM-DATE TO CS-PD-HWM-DATE
001504     MOVE RC-HWM-TIME TO CS-PD-HWM-TIME
001505     MOVE 'D' TO CS-PRT-ACTION
001506     MOVE CS-PRINT-DETAIL-LINE TO CS-PRT-LINE
001507     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
001508 3100-PRINT-DETAIL-LINE-EXIT.
001509     EXIT.
001510
001511*****************************************************************
001512* 8000-PRINT-SUMMARY.
001520*****************************************************************
001530 8000-PRINT-SUMMARY.
001540     DISPLAY " "
001550     IF CS-JOB-COUNT = 0
001560         DISPLAY "No batch jobs on the run-control file yet."
001561         MOVE "NO BATCH JOBS ON THE RUN-CONTROL FILE YET."
001562             TO CS-PRT-LINE
001563         MOVE 'T' TO CS-PRT-ACTION
001564         PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
001565     END-IF
001566     MOVE "JOBS ON FILE" TO CS-PT-LABEL
001567     MOVE CS-JOB-COUNT TO CS-PT-VALUE
001568     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
001569     MOVE "  IN-FLIGHT" TO CS-PT-LABEL
001570     MOVE CS-IN-FLIGHT-COUNT TO CS-PT-VALUE
001571     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
001580     DISPLAY "===============================================".
001590 8000-PRINT-SUMMARY-EXIT.
001600     EXIT.
001610
001611*****************************************************************
001612* 8900-CALL-RPTPRT.
001613* HANDS CS-PRT-LINE TO THE PRINT FILE UNDER CS-PRT-ACTION.  A
001614* PRINT FILE THAT COULD NOT BE OPENED IS REPORTED BY RPTPRT ONCE
001615* AND OTHERWISE IGNORED, SO THE CONSOLE REPORT ALWAYS RUNS.
001616*****************************************************************
001617 8900-CALL-RPTPRT.
001618     CALL "RPTPRT" USING CS-PRT-ACTION CS-PRT-REPORT-ID
001619         CS-PRT-LINE CS-PRT-RESULT.
001620 8900-CALL-RPTPRT-EXIT.
001621     EXIT.
001622
001623 8910-PRINT-TOTAL.
001624     MOVE 'T' TO CS-PRT-ACTION
001625     MOVE CS-PRINT-TOTAL-LINE TO CS-PRT-LINE
001626     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
001627 8910-PRINT-TOTAL-EXIT.
001628     EXIT.
001629
001630*****************************************************************
001631* 9000-TERMINATE.
001640*****************************************************************
001650 9000-TERMINATE.
001655     CLOSE RUN-CONTROL-FILE
001660     MOVE 'C' TO CS-PRT-ACTION
001665     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
001670 9000-TERMINATE-EXIT.
001680     EXIT.
001690
