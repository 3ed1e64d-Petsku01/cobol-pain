000240*                  alerts.dat.old, RUNS THIS ONCE, THEN LEAVES
000250*                  THE NEW alerts.dat IN PLACE FOR BRUTALRT AND
000260*                  ALRTACK.
000261* 2026-10-15  DWS  ALERT-RECORD GREW FOR THE ACKNOWLEDGMENT
000262*                  STAMP (SEE ALTREC.CPY), SO THIS NOW ALSO
000263*                  CARRIES A PRIOR INDEXED alerts.dat (303 BYTES,
000264*                  THROUGH ALERT-HANDLED-COMMENT) FORWARD, THE
000265*                  SAME WAY USRUPG HANDLES EITHER USER LAYOUT:
000266*                  THE INDEXED LAYOUT IS TRIED FIRST AND COPIES
000267*                  ACROSS WITH ITS SEQUENCE NUMBERS AND HANDLING
000268*                  HISTORY INTACT -- AN ALERT STILL IN STATUS
000269*                  ACKNOWLEDGED TAKES ITS ACKNOWLEDGMENT STAMP
000270*                  FROM THE HANDLED FIELDS, A CLOSED ONE HAS NO
000271*                  RECOVERABLE STAMP AND CARRIES ZERO -- AND A
000272*                  FILE THAT WILL NOT OPEN THAT WAY IS RETRIED AS
000273*                  THE ORIGINAL FLAT FILE AND CONVERTED EXACTLY
000274*                  AS BEFORE.
000275*****************************************************************
000280*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000311     SELECT PRIOR-ALERT-FILE ASSIGN TO "alerts.dat.old"
000312         ORGANIZATION IS INDEXED
000313         ACCESS MODE IS SEQUENTIAL
000314         RECORD KEY IS PRIOR-ALERT-SEQ-NO
000315         FILE STATUS IS FS-OLD-ALERT-FILE-STATUS.
000320     SELECT OLD-ALERT-FILE ASSIGN TO "alerts.dat.old"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS FS-OLD-ALERT-FILE-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000421 FD  PRIOR-ALERT-FILE.
000422 01  PRIOR-ALERT-RECORD.
000423     05  PRIOR-ALERT-SEQ-NO       PIC 9(09).
000424     05  FILLER                   PIC X(294).
000425
000430 FD  OLD-ALERT-FILE.
000440 01  OLD-ALERT-RECORD.
000450     05  OLD-ALERT-DATE           PIC 9(08).
000710 01  CS-REPORT-TOTALS.
000720     05  CS-MIGRATED-COUNT        PIC 9(06) VALUE 0.
000730     05  CS-SKIPPED-COUNT         PIC 9(06) VALUE 0.
000731     05  CS-ACK-STAMPED-COUNT     PIC 9(06) VALUE 0.
000732
000733 01  CS-OLD-LAYOUT-FLAG           PIC X(01) VALUE 'F'.
000734     88  CS-OLD-LAYOUT-IS-PRIOR       VALUE 'P'.
000735     88  CS-OLD-LAYOUT-IS-FLAT        VALUE 'F'.
000740
000750 77  CS-NEXT-SEQ-NO               PIC 9(09) VALUE 1.
000760
000950 1000-INITIALIZE.
000960     MOVE 'N' TO CS-FILES-READY-FLAG
000970
000971     OPEN INPUT PRIOR-ALERT-FILE
000972     IF FS-OLD-ALERT-FILE-OK
000973         SET CS-OLD-LAYOUT-IS-PRIOR TO TRUE
000974     ELSE
000975         SET CS-OLD-LAYOUT-IS-FLAT TO TRUE
000980         OPEN INPUT OLD-ALERT-FILE
000985     END-IF
000990     IF NOT FS-OLD-ALERT-FILE-OK
001000         DISPLAY "Unable to open alerts.dat.old, file status "
001010             FS-OLD-ALERT-FILE-STATUS "."
001020         DISPLAY "Rename the old alerts.dat (line-sequential or "
001025             "prior indexed layout) to alerts.dat.old before "
001030             "running this conversion."
001040         GO TO 1000-INITIALIZE-EXIT
001050     END-IF
001060
001080     IF NOT FS-ALERT-FILE-OK
001090         DISPLAY "Unable to open new indexed alerts.dat, file "
001100             "status " FS-ALERT-FILE-STATUS "."
001110         PERFORM 9100-CLOSE-OLD-FILE
001115             THRU 9100-CLOSE-OLD-FILE-EXIT
001120         GO TO 1000-INITIALIZE-EXIT
001130     END-IF
001140
001240* 3000-PROCESS-RECORD.
001250*****************************************************************
001260 2000-READ-OLD-RECORD.
001261     IF CS-OLD-LAYOUT-IS-PRIOR
001262         READ PRIOR-ALERT-FILE NEXT RECORD
001263             AT END
001264                 SET CS-END-OF-FILE TO TRUE
001265         END-READ
001266         GO TO 2000-READ-OLD-RECORD-EXIT
001267     END-IF
001270     READ OLD-ALERT-FILE
001280         AT END
001290             SET CS-END-OF-FILE TO TRUE
001380* AND STARTS THE LIFECYCLE FIELDS AT STATUS NEW WITH NO HANDLER.
001390*****************************************************************
001400 3000-PROCESS-RECORD.
001401     IF CS-OLD-LAYOUT-IS-PRIOR
001402         PERFORM 3100-CARRY-PRIOR-RECORD
001403             THRU 3100-CARRY-PRIOR-RECORD-EXIT
001404         GO TO 3000-PROCESS-RECORD-EXIT
001405     END-IF
001406
001410     MOVE CS-NEXT-SEQ-NO TO ALERT-SEQ-NO
001420     MOVE OLD-ALERT-DATE TO ALERT-DATE
001430     MOVE OLD-ALERT-TIME TO ALERT-TIME
001530     MOVE 0 TO ALERT-HANDLED-DATE
001540     MOVE 0 TO ALERT-HANDLED-TIME
001550     MOVE SPACES TO ALERT-HANDLED-COMMENT
001552     MOVE SPACES TO ALERT-ACK-BY
001554     MOVE 0 TO ALERT-ACK-DATE
001556     MOVE 0 TO ALERT-ACK-TIME
001560
001570     WRITE ALERT-RECORD
001580         INVALID KEY
001690 3000-PROCESS-RECORD-EXIT.
001700     EXIT.
001710
001711*****************************************************************
001712* 3100-CARRY-PRIOR-RECORD.
001713* THE 303-BYTE LAYOUT IS THE CURRENT LAYOUT LESS THE
001714* ACKNOWLEDGMENT STAMP ON THE END, SO THE RECORD COPIES ACROSS
001715* WITH ITS OWN SEQUENCE NUMBER.  WHILE AN ALERT IS ONLY
001716* ACKNOWLEDGED THE HANDLED FIELDS ARE THE ACKNOWLEDGMENT; ONCE
001717* CLOSED THEY ARE THE CLOSE, AND THE ACKNOWLEDGMENT IS GONE.
001718*****************************************************************
001719 3100-CARRY-PRIOR-RECORD.
001720     MOVE PRIOR-ALERT-RECORD TO ALERT-RECORD
001721     MOVE SPACES TO ALERT-ACK-BY
001722     MOVE 0 TO ALERT-ACK-DATE
001723     MOVE 0 TO ALERT-ACK-TIME
001724     IF ALERT-ACKNOWLEDGED
001725         MOVE ALERT-HANDLED-BY TO ALERT-ACK-BY
001726         MOVE ALERT-HANDLED-DATE TO ALERT-ACK-DATE
001727         MOVE ALERT-HANDLED-TIME TO ALERT-ACK-TIME
001728         ADD 1 TO CS-ACK-STAMPED-COUNT
001729     END-IF
001730
001731     WRITE ALERT-RECORD
001732         INVALID KEY
001733             ADD 1 TO CS-SKIPPED-COUNT
001734             DISPLAY "Alert row skipped, file status "
001735                 FS-ALERT-FILE-STATUS ": seq "
001736                 PRIOR-ALERT-SEQ-NO
001737         NOT INVALID KEY
001738             ADD 1 TO CS-MIGRATED-COUNT
001739     END-WRITE
001740
001741     PERFORM 2000-READ-OLD-RECORD THRU 2000-READ-OLD-RECORD-EXIT.
001742 3100-CARRY-PRIOR-RECORD-EXIT.
001743     EXIT.
001744
001745*****************************************************************
001746* 8000-PRINT-SUMMARY.
001747*****************************************************************
001750 8000-PRINT-SUMMARY.
001760     DISPLAY " "
001770     DISPLAY "==============================================="
001810     IF CS-SKIPPED-COUNT > 0
001820         DISPLAY "Alerts skipped  : " CS-SKIPPED-COUNT
001830     END-IF
001831     IF CS-OLD-LAYOUT-IS-PRIOR
001832         DISPLAY "Acknowledgments : " CS-ACK-STAMPED-COUNT
001833         DISPLAY "=========================================="
001834             "====="
001835         DISPLAY "Alerts keep their sequence numbers and "
001836             "handling history."
001837         GO TO 8000-PRINT-SUMMARY-EXIT
001838     END-IF
001840     DISPLAY "==============================================="
001850     DISPLAY "Every migrated alert is in status NEW; work the "
001860             "backlog through ALRTACK.".
001910* 9000-TERMINATE.
001920*****************************************************************
001930 9000-TERMINATE.
001940     PERFORM 9100-CLOSE-OLD-FILE THRU 9100-CLOSE-OLD-FILE-EXIT
001950     CLOSE ALERT-FILE.
001960 9000-TERMINATE-EXIT.
001970     EXIT.
001971
001972 9100-CLOSE-OLD-FILE.
001973     IF CS-OLD-LAYOUT-IS-PRIOR
001974         CLOSE PRIOR-ALERT-FILE
001975     ELSE
001976         CLOSE OLD-ALERT-FILE
001977     END-IF.
001978 9100-CLOSE-OLD-FILE-EXIT.
001979     EXIT.
001980
001990 END PROGRAM ALRTMIG.
