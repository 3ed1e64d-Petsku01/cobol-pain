000294*                  NIGHTLY BACKUPS ARE TAKEN ONLY AFTER EVERY
000296*                  JOB AHEAD OF THEM COMPLETED AND THE FILES ARE
000298*                  QUIET.
000299* 2026-10-15  DWS  HRFEED ADDED AS THE FIRST CHAIN STEP, SO THE
000300*                  NIGHT'S LEAVERS ARE DISABLED BEFORE ANY OTHER
000301*                  JOB RUNS AND THE BACKUPS TAKE THE HR CHANGES.
000302* 2026-10-15  DWS  INCVRFY ADDED AFTER FILEBKUP TO CHECK THE
000303*                  INCIDENT-LOG CHECKSUM CHAIN.  IT RUNS LAST SO
000304*                  A LOG THAT DOES NOT VERIFY NEVER COSTS THE
000305*                  NIGHT ITS BACKUPS -- AND THE BACKUP IT LEAVES
000306*                  IS THE EVIDENCE.
000307* 2026-10-15  DWS  INCARCH IS CALLED IN RESTART MODE WHEN ITS
000308*                  LAST RUN-CONTROL STATUS IS FAILED AND
000309*                  incarch.ckp HOLDS A CHECKPOINT (SEE
000310*                  CKPREC.CPY), SO A PURGE THAT DIED PART WAY
000311*                  THROUGH IS FINISHED BY THE NEXT NIGHT'S CHAIN
000312*                  INSTEAD OF REFUSING TO START.  THE REQUEST GOES
000313*                  ACROSS IN THE EXTERNAL
000314*                  CS-INCARCH-RESTART-SWITCH.
000315*****************************************************************
000316*
000320 ENVIRONMENT DIVISION.
000321 INPUT-OUTPUT SECTION.
000322 FILE-CONTROL.
000323     SELECT CHECKPOINT-FILE ASSIGN TO "incarch.ckp"
000324         ORGANIZATION IS LINE SEQUENTIAL
000325         FILE STATUS IS FS-CHECKPOINT-STATUS.
000330
000340 DATA DIVISION.
000342 FILE SECTION.
000344 FD  CHECKPOINT-FILE.
000346     COPY "CKPREC.CPY".
000348
000350 WORKING-STORAGE SECTION.
000351 01  FS-CHECKPOINT-STATUS         PIC X(02) VALUE "00".
000352     88  FS-CHECKPOINT-OK             VALUE "00".
000353
000354*    SHARED WITH INCARCH IN THE SAME RUN UNIT.
000355 01  CS-INCARCH-RESTART-SWITCH    PIC X(01) EXTERNAL.
000356     88  CS-INCARCH-RESTART-REQUESTED VALUE 'R'.
000357
000360 01  CS-CHAIN-TABLE.
000370     05  CS-CHAIN-ENTRY           OCCURS 8 TIMES.
000380         10  CS-CHAIN-JOB-NAME    PIC X(08).
000390         10  CS-CHAIN-OUTCOME     PIC X(12).
000400
000460 01  CS-JOBS-RUN-COUNT            PIC 9(02) VALUE 0.
000470 01  CS-JOBS-COMPLETED-COUNT      PIC 9(02) VALUE 0.
000480
000490 77  CS-CHAIN-JOB-COUNT           PIC 9(02) VALUE 8.
000500 77  CS-START-DATE                PIC 9(08) VALUE 0.
000510 77  CS-START-TIME                PIC 9(08) VALUE 0.
000520 77  CS-END-DATE                  PIC 9(08) VALUE 0.
000820     ACCEPT CS-START-DATE FROM DATE YYYYMMDD
000830     ACCEPT CS-START-TIME FROM TIME
000840
000850     MOVE "HRFEED"   TO CS-CHAIN-JOB-NAME(1)
000860     MOVE "ACCTUNLK" TO CS-CHAIN-JOB-NAME(2)
000870     MOVE "USRDORM"  TO CS-CHAIN-JOB-NAME(3)
000880     MOVE "BRUTALRT" TO CS-CHAIN-JOB-NAME(4)
000890     MOVE "INCARCH"  TO CS-CHAIN-JOB-NAME(5)
000892     MOVE "INCEXPRT" TO CS-CHAIN-JOB-NAME(6)
000894     MOVE "FILEBKUP" TO CS-CHAIN-JOB-NAME(7)
000897     MOVE "INCVRFY"  TO CS-CHAIN-JOB-NAME(8)
000900
000910     PERFORM 1100-PRESET-ONE-OUTCOME
000920         THRU 1100-PRESET-ONE-OUTCOME-EXIT
001270         CS-CHAIN-JOB-NAME(CS-JOB-IDX)
001280     DISPLAY "-----------------------------------------------"
001290     ADD 1 TO CS-JOBS-RUN-COUNT
001291     MOVE SPACE TO CS-INCARCH-RESTART-SWITCH
001292     IF CS-CHAIN-JOB-NAME(CS-JOB-IDX) = "INCARCH"
001293         PERFORM 3100-CHECK-INCARCH-RESTART
001294             THRU 3100-CHECK-INCARCH-RESTART-EXIT
001295     END-IF
001300     CALL CS-CHAIN-JOB-NAME(CS-JOB-IDX)
001305     MOVE SPACE TO CS-INCARCH-RESTART-SWITCH
001310
001320     MOVE 'Q' TO CS-RC-ACTION
001330     MOVE CS-CHAIN-JOB-NAME(CS-JOB-IDX) TO CS-RC-JOB-NAME
001640     END-IF.
001650 3000-RUN-ONE-JOB-EXIT.
001660     EXIT.
001661
001662*****************************************************************
001663* 3100-CHECK-INCARCH-RESTART.
001664* A FAILED LAST RUN PLUS A RECORD ON incarch.ckp MEANS THE PURGE
001665* STOPPED PART WAY THROUGH; ASK INCARCH TO RESTART FROM THE
001666* CHECKPOINT.  ANY OTHER COMBINATION GETS A NORMAL RUN -- INCARCH
001667* ITSELF REFUSES A PLAIN RUN WHILE A CHECKPOINT IS ON FILE.
001668*****************************************************************
001669 3100-CHECK-INCARCH-RESTART.
001670     MOVE 'Q' TO CS-RC-ACTION
001671     MOVE "INCARCH" TO CS-RC-JOB-NAME
001672     CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
001673         CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
001674         CS-RC-HWM-SEQ-NO
001675     IF NOT CS-RC-JOB-FAILED
001676         GO TO 3100-CHECK-INCARCH-RESTART-EXIT
001677     END-IF
001678
001679     OPEN INPUT CHECKPOINT-FILE
001680     IF NOT FS-CHECKPOINT-OK
001681         GO TO 3100-CHECK-INCARCH-RESTART-EXIT
001682     END-IF
001683     READ CHECKPOINT-FILE
001684         AT END
001685             CLOSE CHECKPOINT-FILE
001686             GO TO 3100-CHECK-INCARCH-RESTART-EXIT
001687     END-READ
001688     CLOSE CHECKPOINT-FILE
001689
001690     MOVE 'R' TO CS-INCARCH-RESTART-SWITCH
001691     DISPLAY "NIGHTRUN: INCARCH's last run failed and left a "
001692         "checkpoint; calling it in restart mode.".
001693 3100-CHECK-INCARCH-RESTART-EXIT.
001694     EXIT.
001695
001696*****************************************************************
001697* 8000-PRINT-SUMMARY.
001700* THE ONE PAGE THE MORNING OPERATOR READS: EVERY CHAIN JOB WITH
001710* ITS OUTCOME, AND AN OVERALL VERDICT.  ANYTHING OTHER THAN A
001720* FULL SET OF COMPLETED LINES POINTS AT RUNCTLRP AND THE JOB'S
