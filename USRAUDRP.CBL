000180*                  AFTER VALUES, WHO CHANGED IT, AND WHEN.  THIS
000190*                  IS THE ANSWER TO "WHEN DID THIS ACCOUNT GET
000200*                  AN ADMIN ROLE AND WHAT DID IT CHANGE FROM".
000201* 2026-10-15  DWS  ALSO WRITES THE INQUIRY TO A DATED PRINT FILE,
000202*                  usraudrp_YYYYMMDD_HHMMSS.prt, THROUGH RPTPRT:
000203*                  STANDARD PAGE HEADER, A TWO-LINE ENTRY PER
000204*                  CHANGE ROW UNDER HEADINGS REPEATED ON EACH
000205*                  PAGE, AND THE RANGE AND COUNT AS THE
000206*                  END-OF-REPORT TRAILER.  THE CONSOLE OUTPUT IS
000207*                  UNCHANGED.
000210*****************************************************************
000220*
000230 ENVIRONMENT DIVISION.
000560 77  CS-FROM-DATE                 PIC 9(08) VALUE 0.
000570 77  CS-TO-DATE                   PIC 9(08) VALUE 99999999.
000580 77  CS-MATCHED-COUNT             PIC 9(06) VALUE 0.
000581
000582*    PRINT FILE (SEE RPTPRT) AND ITS LINE LAYOUTS.
000583 01  CS-PRINT-FIELDS.
000584     05  CS-PRT-ACTION            PIC X(01).
000585     05  CS-PRT-REPORT-ID         PIC X(08) VALUE "USRAUDRP".
000586     05  CS-PRT-LINE              PIC X(132).
000587     05  CS-PRT-RESULT            PIC X(01).
000588
000589 01  CS-PRINT-HEADING-1.
000590     05  FILLER                   PIC X(10) VALUE "DATE".
000591     05  FILLER                   PIC X(10) VALUE "TIME".
000592     05  FILLER                   PIC X(32) VALUE "USERNAME".
000593     05  FILLER                   PIC X(80) VALUE "CHANGED BY".
000594
000595 01  CS-PRINT-HEADING-2.
000596     05  FILLER                   PIC X(20) VALUE SPACES.
000597     05  FILLER                   PIC X(22) VALUE "FIELD".
000598     05  FILLER                   PIC X(22) VALUE "OLD VALUE".
000599     05  FILLER                   PIC X(68) VALUE "NEW VALUE".
000600
000601 01  CS-PRINT-DETAIL-LINE-1.
000602     05  CS-PD-DATE               PIC 9(08).
000603     05  FILLER                   PIC X(02) VALUE SPACES.
000604     05  CS-PD-TIME               PIC 9(08).
000605     05  FILLER                   PIC X(02) VALUE SPACES.
000606     05  CS-PD-USERNAME           PIC X(30).
000607     05  FILLER                   PIC X(02) VALUE SPACES.
000608     05  CS-PD-CHANGED-BY         PIC X(30).
000609     05  FILLER                   PIC X(50) VALUE SPACES.
000610
000611 01  CS-PRINT-DETAIL-LINE-2.
000612     05  FILLER                   PIC X(20) VALUE SPACES.
000613     05  CS-PD-FIELD-NAME         PIC X(20).
000614     05  FILLER                   PIC X(02) VALUE SPACES.
000615     05  CS-PD-OLD-VALUE          PIC X(20).
000616     05  FILLER                   PIC X(02) VALUE SPACES.
000617     05  CS-PD-NEW-VALUE          PIC X(20).
000618     05  FILLER                   PIC X(48) VALUE SPACES.
000619
000620 01  CS-PRINT-TOTAL-LINE.
000621     05  CS-PT-LABEL              PIC X(40).
000622     05  CS-PT-VALUE              PIC ZZZ,ZZ9.
000623     05  FILLER                   PIC X(85) VALUE SPACES.
000624
000625 01  CS-PRINT-DATE-LINE.
000626     05  CS-PDT-LABEL             PIC X(40).
000627     05  CS-PDT-DATE              PIC 9(08).
000628     05  FILLER                   PIC X(84) VALUE SPACES.
000629
000630 PROCEDURE DIVISION.
000631*****************************************************************
000632* 0000-MAIN-LOGIC.
000633*****************************************************************
000640 0000-MAIN-LOGIC.
000650     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
000660     IF NOT CS-AUDIT-FILE-OPENED
000880         GO TO 1000-INITIALIZE-EXIT
000890     END-IF
000900     MOVE 'Y' TO CS-AUDIT-FILE-OPENED-FLAG
000905     PERFORM 1200-OPEN-PRINT-FILE THRU 1200-OPEN-PRINT-FILE-EXIT
000910
000920     PERFORM 2000-READ-AUDIT-ROW THRU 2000-READ-AUDIT-ROW-EXIT.
000930 1000-INITIALIZE-EXIT.
001520 1120-VALIDATE-DATE-DIGIT-EXIT.
001530     EXIT.
001540
001541*****************************************************************
001542* 1200-OPEN-PRINT-FILE.
001543* OPENS THE DATED PRINT FILE, TITLED WITH THE ACCOUNT UNDER
001544* INQUIRY, AND GIVES RPTPRT THE COLUMN HEADINGS.
001545*****************************************************************
001546 1200-OPEN-PRINT-FILE.
001547     MOVE 'O' TO CS-PRT-ACTION
001548     MOVE SPACES TO CS-PRT-LINE
001549     IF CS-INQUIRY-USERNAME = SPACES
001550         MOVE "CHANGE HISTORY: ALL ACCOUNTS" TO CS-PRT-LINE
001551     ELSE
001552         STRING "CHANGE HISTORY: " DELIMITED BY SIZE
001553             CS-INQUIRY-USERNAME DELIMITED BY SIZE
001554             INTO CS-PRT-LINE
001555         END-STRING
001556     END-IF
001557     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
001558     MOVE 'H' TO CS-PRT-ACTION
001559     MOVE CS-PRINT-HEADING-1 TO CS-PRT-LINE
001560     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
001561     MOVE 'H' TO CS-PRT-ACTION
001562     MOVE CS-PRINT-HEADING-2 TO CS-PRT-LINE
001563     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
001564 1200-OPEN-PRINT-FILE-EXIT.
001565     EXIT.
001566
001567*****************************************************************
001568* 2000-READ-AUDIT-ROW.
001570* ONE PHYSICAL READ IN SEQUENCE ORDER, WHICH IS ARRIVAL ORDER.
001580*****************************************************************
001590 2000-READ-AUDIT-ROW.
001810         DISPLAY "    " AUDIT-FIELD-NAME " changed from ["
001820             AUDIT-OLD-VALUE "] to [" AUDIT-NEW-VALUE
001830             "] by " AUDIT-CHANGED-BY
001833         PERFORM 3100-PRINT-DETAIL-LINES
001836             THRU 3100-PRINT-DETAIL-LINES-EXIT
001840     END-IF
001850
001860     PERFORM 2000-READ-AUDIT-ROW THRU 2000-READ-AUDIT-ROW-EXIT.
001870 3000-PROCESS-RECORD-EXIT.
001880     EXIT.
001890
001891*****************************************************************
001892* 3100-PRINT-DETAIL-LINES.
001893* WRITES THE CURRENT AUDIT ROW AS ITS TWO DETAIL LINES: WHO AND
001894* WHEN, THEN THE FIELD WITH ITS OLD AND NEW VALUES.
001895*****************************************************************
001896 3100-PRINT-DETAIL-LINES.
001897     MOVE AUDIT-DATE TO CS-PD-DATE
001898     MOVE AUDIT-TIME TO CS-PD-TIME
001899     MOVE AUDIT-USERNAME TO CS-PD-USERNAME
001900     MOVE AUDIT-CHANGED-BY TO CS-PD-CHANGED-BY
001901     MOVE 'D' TO CS-PRT-ACTION
001902     MOVE CS-PRINT-DETAIL-LINE-1 TO CS-PRT-LINE
001903     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
001904     MOVE AUDIT-FIELD-NAME TO CS-PD-FIELD-NAME
001905     MOVE AUDIT-OLD-VALUE TO CS-PD-OLD-VALUE
001906     MOVE AUDIT-NEW-VALUE TO CS-PD-NEW-VALUE
001907     MOVE 'D' TO CS-PRT-ACTION
001908     MOVE CS-PRINT-DETAIL-LINE-2 TO CS-PRT-LINE
001909     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
001910 3100-PRINT-DETAIL-LINES-EXIT.
001911     EXIT.
001912
001913*****************************************************************
001914* 8000-PRINT-SUMMARY.
001920*****************************************************************
001930 8000-PRINT-SUMMARY.
001940     DISPLAY " "
002010     DISPLAY "==============================================="
002020     IF CS-MATCHED-COUNT = 0
002030         DISPLAY "No audited changes in the requested range."
002032         MOVE "NO AUDITED CHANGES IN THE REQUESTED RANGE."
002034             TO CS-PRT-LINE
002036         MOVE 'T' TO CS-PRT-ACTION
002038         PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
002040         GO TO 8000-PRINT-SUMMARY-EXIT
002050     END-IF
002060     IF CS-FROM-DATE > 0
002100         DISPLAY "To date       : " CS-TO-DATE
002110     END-IF
002120     DISPLAY "Changes listed: " CS-MATCHED-COUNT
002121     IF CS-FROM-DATE > 0
002122         MOVE "FROM DATE" TO CS-PDT-LABEL
002123         MOVE CS-FROM-DATE TO CS-PDT-DATE
002124         MOVE 'T' TO CS-PRT-ACTION
002125         MOVE CS-PRINT-DATE-LINE TO CS-PRT-LINE
002126         PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
002127     END-IF
002128     IF CS-TO-DATE < 99999999
002129         MOVE "TO DATE" TO CS-PDT-LABEL
002130         MOVE CS-TO-DATE TO CS-PDT-DATE
002131         MOVE 'T' TO CS-PRT-ACTION
002132         MOVE CS-PRINT-DATE-LINE TO CS-PRT-LINE
002133         PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT
002134     END-IF
002135     MOVE "CHANGES LISTED" TO CS-PT-LABEL
002136     MOVE CS-MATCHED-COUNT TO CS-PT-VALUE
002137     PERFORM 8910-PRINT-TOTAL THRU 8910-PRINT-TOTAL-EXIT
002138     DISPLAY "===============================================".
002140 8000-PRINT-SUMMARY-EXIT.
002150     EXIT.
002160
002161*****************************************************************
002162* 8900-CALL-RPTPRT.
002163* HANDS CS-PRT-LINE TO THE PRINT FILE UNDER CS-PRT-ACTION.  A
002164* PRINT FILE THAT COULD NOT BE OPENED IS REPORTED BY RPTPRT ONCE
002165* AND OTHERWISE IGNORED, SO THE CONSOLE REPORT ALWAYS RUNS.
002166*****************************************************************
002167 8900-CALL-RPTPRT.
002168     CALL "RPTPRT" USING CS-PRT-ACTION CS-PRT-REPORT-ID
002169         CS-PRT-LINE CS-PRT-RESULT.
002170 8900-CALL-RPTPRT-EXIT.
002171     EXIT.
002172
002173 8910-PRINT-TOTAL.
002174     MOVE 'T' TO CS-PRT-ACTION
002175     MOVE CS-PRINT-TOTAL-LINE TO CS-PRT-LINE
002176     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
002177 8910-PRINT-TOTAL-EXIT.
002178     EXIT.
002179
002180*****************************************************************
002181* 9000-TERMINATE.
002190*****************************************************************
002200 9000-TERMINATE.
002205     CLOSE USER-AUDIT-FILE
002210     MOVE 'C' TO CS-PRT-ACTION
002215     PERFORM 8900-CALL-RPTPRT THRU 8900-CALL-RPTPRT-EXIT.
002220 9000-TERMINATE-EXIT.
002230     EXIT.
002240
