000280*                  OPERATOR RENAMES THE OLD FILE TO users.dat.old,
000290*                  RUNS THIS ONCE, THEN LEAVES THE NEW users.dat
000300*                  IN PLACE.
000302* 2026-10-15  DWS  USER-RECORD GREW AGAIN FOR THE HR IDENTITY
000303*                  FIELDS (SEE USRREC.CPY).  THIS NOW CARRIES
000304*                  EITHER PRIOR INDEXED LAYOUT FORWARD: THE
000305*                  239-BYTE LAYOUT (THROUGH USER-IS-DISABLED) IS
000306*                  TRIED FIRST AND COPIES STRAIGHT ACROSS WITH
000307*                  THE HR FIELDS BLANK -- HRFEED LINKS THEM ON
000308*                  ITS NEXT RUN -- AND A FILE THAT WILL NOT OPEN
000309*                  THAT WAY IS RETRIED AS THE ORIGINAL 168-BYTE
000310*                  LAYOUT AND SEEDED EXACTLY AS BEFORE.
000311*****************************************************************
000320*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000352     SELECT PRIOR-USER-FILE ASSIGN TO "users.dat.old"
000354         ORGANIZATION IS INDEXED
000355         ACCESS MODE IS DYNAMIC
000356         RECORD KEY IS PRIOR-USER-NAME
000357         FILE STATUS IS FS-OLD-USER-FILE-STATUS.
000360     SELECT OLD-USER-FILE ASSIGN TO "users.dat.old"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000482 FD  PRIOR-USER-FILE.
000484 01  PRIOR-USER-RECORD.
000485     05  PRIOR-USER-NAME          PIC X(30).
000486     05  FILLER                   PIC X(209).
000488
000490 FD  OLD-USER-FILE.
000500 01  OLD-USER-RECORD.
000510     05  OLD-USER-NAME            PIC X(30).
000750
000760 01  CS-EOF-FLAG                  PIC X(01) VALUE 'N'.
000770     88  CS-END-OF-FILE                VALUE 'Y'.
000772
000774 01  CS-OLD-LAYOUT-FLAG           PIC X(01) VALUE 'O'.
000775     88  CS-OLD-LAYOUT-IS-PRIOR       VALUE 'P'.
000776     88  CS-OLD-LAYOUT-IS-ORIGINAL    VALUE 'O'.
000780
000790 01  CS-REPORT-TOTALS.
000800     05  CS-UPGRADED-COUNT        PIC 9(06) VALUE 0.
001060     ACCEPT CS-CURRENT-TIME FROM TIME
001070     MOVE 'N' TO CS-FILES-READY-FLAG
001080
001082     OPEN INPUT PRIOR-USER-FILE
001084     IF FS-OLD-USER-FILE-OK
001085         SET CS-OLD-LAYOUT-IS-PRIOR TO TRUE
001086     ELSE
001087         SET CS-OLD-LAYOUT-IS-ORIGINAL TO TRUE
001088         OPEN INPUT OLD-USER-FILE
001089     END-IF
001100     IF NOT FS-OLD-USER-FILE-OK
001110         DISPLAY "Unable to open users.dat.old, file status "
001120             FS-OLD-USER-FILE-STATUS "."
001210     IF NOT FS-USER-FILE-OK
001220         DISPLAY "Unable to open new indexed users.dat, file "
001230             "status " FS-USER-FILE-STATUS "."
001240         PERFORM 9100-CLOSE-OLD-FILE THRU 9100-CLOSE-OLD-FILE-EXIT
001250         GO TO 1000-INITIALIZE-EXIT
001260     END-IF
001270
001390* 3000-PROCESS-RECORD.
001400*****************************************************************
001410 2000-READ-OLD-RECORD.
001412     IF CS-OLD-LAYOUT-IS-PRIOR
001414         READ PRIOR-USER-FILE NEXT RECORD
001415             AT END
001416                 SET CS-END-OF-FILE TO TRUE
001417         END-READ
001418         GO TO 2000-READ-OLD-RECORD-EXIT
001419     END-IF
001420     READ OLD-USER-FILE NEXT RECORD
001430         AT END
001440             SET CS-END-OF-FILE TO TRUE
001530*****************************************************************
001540 3000-PROCESS-RECORD.
001550     ADD 1 TO CS-UPGRADED-COUNT
001552
001554     IF CS-OLD-LAYOUT-IS-PRIOR
001555         PERFORM 3100-CARRY-PRIOR-RECORD
001556             THRU 3100-CARRY-PRIOR-RECORD-EXIT
001557         GO TO 3000-PROCESS-RECORD-EXIT
001558     END-IF
001560
001570     MOVE OLD-USER-NAME TO USER-NAME
001580     MOVE OLD-USER-PASSWORD TO USER-PASSWORD
001720     MOVE SPACES TO USER-PRIOR-PASSWORD-TABLE
001730     MOVE CS-CURRENT-DATE TO USER-LAST-LOGIN-DATE
001740     MOVE 'N' TO USER-IS-DISABLED
001742     MOVE SPACES TO USER-EMPLOYEE-ID
001744     MOVE SPACES TO USER-FULL-NAME
001745     MOVE SPACES TO USER-DEPARTMENT
001746     MOVE SPACES TO USER-MANAGER-ID
001750
001760     WRITE USER-RECORD
001770         INVALID KEY
001820     PERFORM 2000-READ-OLD-RECORD THRU 2000-READ-OLD-RECORD-EXIT.
001830 3000-PROCESS-RECORD-EXIT.
001840     EXIT.
001842
001844*****************************************************************
001845* 3100-CARRY-PRIOR-RECORD.
001846* THE 239-BYTE LAYOUT IS THE CURRENT LAYOUT LESS THE HR IDENTITY
001847* FIELDS ON THE END, SO THE WHOLE RECORD COPIES ACROSS AND THE
001848* GROUP MOVE LEAVES THE HR FIELDS BLANK (NO HR MATCH YET).
001849*****************************************************************
001850 3100-CARRY-PRIOR-RECORD.
001851     MOVE PRIOR-USER-RECORD TO USER-RECORD
001852     IF USER-ACCOUNT-LOCKED
001853         ADD 1 TO CS-LOCKED-COUNT
001854     END-IF
001855
001856     WRITE USER-RECORD
001857         INVALID KEY
001858             DISPLAY "Duplicate or invalid username, skipped: "
001859                 PRIOR-USER-NAME
001860     END-WRITE
001861
001862     PERFORM 2000-READ-OLD-RECORD THRU 2000-READ-OLD-RECORD-EXIT.
001863 3100-CARRY-PRIOR-RECORD-EXIT.
001864     EXIT.
001865
001866*****************************************************************
001870* 8000-PRINT-SUMMARY.
001880*****************************************************************
001890 8000-PRINT-SUMMARY.
002040* 9000-TERMINATE.
002050*****************************************************************
002060 9000-TERMINATE.
002070     PERFORM 9100-CLOSE-OLD-FILE THRU 9100-CLOSE-OLD-FILE-EXIT
002080     CLOSE USER-FILE.
002090 9000-TERMINATE-EXIT.
002100     EXIT.
002102
002104 9100-CLOSE-OLD-FILE.
002105     IF CS-OLD-LAYOUT-IS-PRIOR
002106         CLOSE PRIOR-USER-FILE
002107     ELSE
002108         CLOSE OLD-USER-FILE
002109     END-IF.
002110 9100-CLOSE-OLD-FILE-EXIT.
002111     EXIT.
002112
002120 END PROGRAM USRUPG.
