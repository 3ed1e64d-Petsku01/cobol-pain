000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RCTGEN.
000030 AUTHOR. D-SHIFT-SECURITY-TEAM.
000040 INSTALLATION. CENTRAL-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------------
000110* 2026-10-15  DWS  ORIGINAL VERSION.  GENERATION STEP OF THE
000120*                  QUARTERLY ACCESS-RECERTIFICATION CAMPAIGN.
000130*                  THE AUDITORS ASK EVERY QUARTER FOR PROOF THAT
000140*                  SOMEONE REVIEWED WHO HOLDS THE ADMIN AND
000150*                  TRIAGE ROLES; UNTIL NOW THAT WAS A USRLIST
000160*                  PRINTOUT WITH SIGNATURES ON IT.  THIS JOB
000170*                  SNAPSHOTS EVERY ACTIVE (NOT DISABLED) ACCOUNT
000180*                  ON users.dat -- ROLE, LAST LOGIN, AND THE HR
000190*                  IDENTITY FIELDS -- INTO recert.dat (SEE
000200*                  RCTREC.CPY) AS ONE UNANSWERED REVIEW ITEM PER
000210*                  ACCOUNT UNDER THE CURRENT QUARTER'S CAMPAIGN
000220*                  ID, WITH A CUTOFF DATE CS-REVIEW-DAYS DAYS
000230*                  OUT (OPTIONAL OVERRIDE IN rctgen.parm).  THE
000240*                  ITEMS ARE ANSWERED IN RCTREV AND THE CAMPAIGN
000250*                  IS CLOSED OUT WITH RCTRPT.  RE-RUNNING IN THE
000260*                  SAME QUARTER ADDS ONLY ACCOUNTS NOT ALREADY ON
000270*                  THE CAMPAIGN AND NEVER DISTURBS AN ANSWER.
000280*                  RUNS ON THE SHARED RUN-CONTROL FILE THROUGH
000290*                  RUNCTL LIKE THE OTHER BATCH JOBS.
000300*****************************************************************
000310*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT USER-FILE ASSIGN TO "users.dat"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS USER-NAME
000390         FILE STATUS IS FS-USER-FILE-STATUS.
000400     SELECT RECERT-FILE ASSIGN TO "recert.dat"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS RCT-KEY
000440         FILE STATUS IS FS-RECERT-FILE-STATUS.
000450     SELECT PARM-FILE ASSIGN TO "rctgen.parm"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-PARM-FILE-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  USER-FILE.
000520     COPY "USRREC.CPY".
000530
000540 FD  RECERT-FILE.
000550     COPY "RCTREC.CPY".
000560
000570 FD  PARM-FILE.
000580 01  PARM-RECORD                  PIC X(80).
000590
000600 WORKING-STORAGE SECTION.
000610 01  FS-USER-FILE-STATUS          PIC X(02) VALUE "00".
000620     88  FS-USER-FILE-OK               VALUE "00".
000630
000640 01  FS-RECERT-FILE-STATUS        PIC X(02) VALUE "00".
000650     88  FS-RECERT-FILE-OK            VALUE "00".
000660     88  FS-RECERT-FILE-NOT-FOUND     VALUE "35".
000670
000680 01  FS-PARM-FILE-STATUS          PIC X(02) VALUE "00".
000690     88  FS-PARM-FILE-OK               VALUE "00".
000700
000710 01  CS-FILES-OPENED-FLAG         PIC X(01) VALUE 'N'.
000720     88  CS-FILES-OPENED              VALUE 'Y'.
000730
000740 01  CS-EOF-FLAG                  PIC X(01) VALUE 'N'.
000750     88  CS-END-OF-FILE                VALUE 'Y'.
000760
000770 01  CS-REPORT-TOTALS.
000780     05  CS-RECORD-COUNT          PIC 9(06) VALUE 0.
000790     05  CS-DISABLED-COUNT        PIC 9(06) VALUE 0.
000800     05  CS-ITEM-COUNT            PIC 9(06) VALUE 0.
000810     05  CS-ALREADY-ON-COUNT      PIC 9(06) VALUE 0.
000820     05  CS-ADMIN-COUNT           PIC 9(06) VALUE 0.
000830     05  CS-TRIAGE-COUNT          PIC 9(06) VALUE 0.
000840
000850 01  CS-PARM-CHECK-FIELDS.
000860     05  CS-PARM-VALID-FLAG       PIC X(01) VALUE 'Y'.
000870         88  CS-PARM-VALUE-VALID      VALUE 'Y'.
000880     05  CS-PARM-CHECK-IDX        PIC 9(02) COMP VALUE 0.
000890
000900 01  CS-RUN-CONTROL-FIELDS.
000910     05  CS-RC-ACTION             PIC X(01).
000920     05  CS-RC-JOB-NAME           PIC X(08) VALUE "RCTGEN".
000930     05  CS-RC-RESULT             PIC X(01).
000940         88  CS-RC-START-OK           VALUE 'Y'.
000950         88  CS-RC-START-REFUSED      VALUE 'N'.
000960     05  CS-RC-HWM-DATE           PIC 9(08) VALUE 0.
000970     05  CS-RC-HWM-TIME           PIC 9(08) VALUE 0.
000980     05  CS-RC-HWM-SEQ-NO         PIC 9(09) VALUE 0.
000990
001000*****************************************************************
001010* CAMPAIGN ID -- THE CALENDAR YEAR AND QUARTER OF THE RUN DATE.
001020*****************************************************************
001030 01  CS-CAMPAIGN-ID.
001040     05  CS-CAMPAIGN-YEAR         PIC 9(04).
001050     05  FILLER                   PIC X(01) VALUE 'Q'.
001060     05  CS-CAMPAIGN-QUARTER      PIC 9(01).
001070
001080 01  CS-DATE-FIELDS.
001090     05  CS-CURRENT-MONTH         PIC 9(02) VALUE 0.
001100     05  CS-CURRENT-DAY-NUMBER    PIC 9(07) VALUE 0.
001110     05  CS-CUTOFF-DAY-NUMBER     PIC 9(07) VALUE 0.
001120
001130 77  CS-REVIEW-DAYS               PIC 9(06) VALUE 30.
001140 77  CS-CUTOFF-DATE               PIC 9(08) VALUE 0.
001150 77  CS-CURRENT-DATE              PIC 9(08) VALUE 0.
001160 77  CS-CURRENT-TIME              PIC 9(08) VALUE 0.
001170
001180 PROCEDURE DIVISION.
001190*****************************************************************
001200* 0000-MAIN-LOGIC.
001210*****************************************************************
001220 0000-MAIN-LOGIC.
001230     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001240     IF NOT CS-FILES-OPENED
001250         GOBACK
001260     END-IF
001270
001280     PERFORM 3000-PROCESS-RECORD THRU 3000-PROCESS-RECORD-EXIT
001290         UNTIL CS-END-OF-FILE
001300
001310     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
001320
001330     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001340     GOBACK.
001350
001360 1000-INITIALIZE.
001370     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
001380     ACCEPT CS-CURRENT-TIME FROM TIME
001390     PERFORM 1050-APPLY-REVIEW-DAYS-OVERRIDE
001400         THRU 1050-APPLY-REVIEW-DAYS-OVERRIDE-EXIT
001410     PERFORM 1100-SET-CAMPAIGN THRU 1100-SET-CAMPAIGN-EXIT
001420
001430     MOVE 'S' TO CS-RC-ACTION
001440     CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
001450         CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
001460         CS-RC-HWM-SEQ-NO
001470     IF NOT CS-RC-START-OK
001480         MOVE 'N' TO CS-FILES-OPENED-FLAG
001490         IF CS-RC-START-REFUSED
001500             DISPLAY "A previous RCTGEN run is still marked "
001510                 "in-flight on the run-control file.  Not "
001520                 "starting.  See RUNCTLRP."
001530         END-IF
001540         GO TO 1000-INITIALIZE-EXIT
001550     END-IF
001560
001570     OPEN INPUT USER-FILE
001580     IF NOT FS-USER-FILE-OK
001590         MOVE 'N' TO CS-FILES-OPENED-FLAG
001600         DISPLAY "Unable to open users.dat, file status "
001610             FS-USER-FILE-STATUS "."
001620         DISPLAY "If users.dat is on an older layout, run "
001630             "USRMIG (flat file) or USRUPG (earlier indexed "
001640             "layout) once to convert it."
001650         PERFORM 1900-FAIL-RUN THRU 1900-FAIL-RUN-EXIT
001660         GO TO 1000-INITIALIZE-EXIT
001670     END-IF
001680
001690     OPEN I-O RECERT-FILE
001700     IF FS-RECERT-FILE-NOT-FOUND
001710         OPEN OUTPUT RECERT-FILE
001720         CLOSE RECERT-FILE
001730         OPEN I-O RECERT-FILE
001740     END-IF
001750     IF NOT FS-RECERT-FILE-OK
001760         MOVE 'N' TO CS-FILES-OPENED-FLAG
001770         DISPLAY "Unable to open recert.dat, file status "
001780             FS-RECERT-FILE-STATUS "."
001790         CLOSE USER-FILE
001800         PERFORM 1900-FAIL-RUN THRU 1900-FAIL-RUN-EXIT
001810         GO TO 1000-INITIALIZE-EXIT
001820     END-IF
001830
001840     MOVE 'Y' TO CS-FILES-OPENED-FLAG
001850     MOVE 'N' TO CS-EOF-FLAG
001860     PERFORM 2000-READ-USER THRU 2000-READ-USER-EXIT.
001870 1000-INITIALIZE-EXIT.
001880     EXIT.
001890
001900*****************************************************************
001910* 1050-APPLY-REVIEW-DAYS-OVERRIDE.
001920* READS AN OPTIONAL PARAMETER FILE (rctgen.parm) HOLDING A
001930* SIX-DIGIT, ZERO-PADDED REVIEW-WINDOW LENGTH IN DAYS IN COLUMNS
001940* 1-6.  A MISSING FILE, EMPTY FILE, NON-NUMERIC OR ZERO VALUE
001950* LEAVES CS-REVIEW-DAYS AT ITS COMPILED-IN DEFAULT.
001960*****************************************************************
001970 1050-APPLY-REVIEW-DAYS-OVERRIDE.
001980     OPEN INPUT PARM-FILE
001990     IF NOT FS-PARM-FILE-OK
002000         GO TO 1050-APPLY-REVIEW-DAYS-OVERRIDE-EXIT
002010     END-IF
002020
002030     READ PARM-FILE
002040         AT END
002050             CLOSE PARM-FILE
002060             GO TO 1050-APPLY-REVIEW-DAYS-OVERRIDE-EXIT
002070     END-READ
002080
002090     MOVE 'Y' TO CS-PARM-VALID-FLAG
002100     PERFORM 1060-VALIDATE-PARM-DIGIT
002110         VARYING CS-PARM-CHECK-IDX FROM 1 BY 1
002120         UNTIL CS-PARM-CHECK-IDX > 6
002130
002140     IF CS-PARM-VALUE-VALID
002150         AND PARM-RECORD(1:6) NOT = "000000"
002160         MOVE PARM-RECORD(1:6) TO CS-REVIEW-DAYS
002170     END-IF
002180
002190     CLOSE PARM-FILE.
002200 1050-APPLY-REVIEW-DAYS-OVERRIDE-EXIT.
002210     EXIT.
002220
002230 1060-VALIDATE-PARM-DIGIT.
002240     IF PARM-RECORD(CS-PARM-CHECK-IDX:1) NOT NUMERIC
002250         MOVE 'N' TO CS-PARM-VALID-FLAG
002260     END-IF.
002270 1060-VALIDATE-PARM-DIGIT-EXIT.
002280     EXIT.
002290
002300*****************************************************************
002310* 1100-SET-CAMPAIGN.
002320* DERIVES THE CAMPAIGN ID FROM THE RUN DATE AND THE CUTOFF DATE
002330* FROM THE REVIEW WINDOW, CALENDAR-SAFE THROUGH THE SAME
002340* DAY-NUMBER ARITHMETIC AS INCARCH.
002350*****************************************************************
002360 1100-SET-CAMPAIGN.
002370     MOVE CS-CURRENT-DATE(1:4) TO CS-CAMPAIGN-YEAR
002380     MOVE CS-CURRENT-DATE(5:2) TO CS-CURRENT-MONTH
002390     COMPUTE CS-CAMPAIGN-QUARTER =
002400         ((CS-CURRENT-MONTH - 1) / 3) + 1
002410
002420     MOVE FUNCTION INTEGER-OF-DATE(CS-CURRENT-DATE)
002430         TO CS-CURRENT-DAY-NUMBER
002440     COMPUTE CS-CUTOFF-DAY-NUMBER =
002450         CS-CURRENT-DAY-NUMBER + CS-REVIEW-DAYS
002460     MOVE FUNCTION DATE-OF-INTEGER(CS-CUTOFF-DAY-NUMBER)
002470         TO CS-CUTOFF-DATE.
002480 1100-SET-CAMPAIGN-EXIT.
002490     EXIT.
002500
002510*****************************************************************
002520* 1900-FAIL-RUN.
002530*****************************************************************
002540 1900-FAIL-RUN.
002550     MOVE 'F' TO CS-RC-ACTION
002560     CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
002570         CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
002580         CS-RC-HWM-SEQ-NO.
002590 1900-FAIL-RUN-EXIT.
002600     EXIT.
002610
002620*****************************************************************
002630* 2000-READ-USER.
002640* ONE PHYSICAL READ, IN USER-NAME KEY ORDER.  USED BOTH FOR THE
002650* PRIMING READ IN 1000-INITIALIZE AND AGAIN AT THE BOTTOM OF EACH
002660* PASS THROUGH 3000-PROCESS-RECORD.
002670*****************************************************************
002680 2000-READ-USER.
002690     READ USER-FILE NEXT RECORD
002700         AT END
002710             SET CS-END-OF-FILE TO TRUE
002720     END-READ.
002730 2000-READ-USER-EXIT.
002740     EXIT.
002750
002760*****************************************************************
002770* 3000-PROCESS-RECORD.
002780* WRITES ONE REVIEW ITEM FOR THE ACCOUNT IN THE RECORD AREA
002790* UNLESS IT IS DISABLED, THEN READS THE NEXT ACCOUNT.
002800*****************************************************************
002810 3000-PROCESS-RECORD.
002820     ADD 1 TO CS-RECORD-COUNT
002830
002840     IF USER-ACCOUNT-DISABLED
002850         ADD 1 TO CS-DISABLED-COUNT
002860     ELSE
002870         PERFORM 3100-WRITE-REVIEW-ITEM
002880             THRU 3100-WRITE-REVIEW-ITEM-EXIT
002890     END-IF
002900
002910     PERFORM 2000-READ-USER THRU 2000-READ-USER-EXIT.
002920 3000-PROCESS-RECORD-EXIT.
002930     EXIT.
002940
002950*****************************************************************
002960* 3100-WRITE-REVIEW-ITEM.
002970* SNAPSHOTS THE ACCOUNT AS AN UNANSWERED ITEM ON THE CAMPAIGN.
002980* AN ITEM ALREADY ON THE CAMPAIGN (A RE-RUN) IS LEFT AS IT IS.
002990*****************************************************************
003000 3100-WRITE-REVIEW-ITEM.
003010     MOVE SPACES TO RECERT-RECORD
003020     MOVE CS-CAMPAIGN-ID TO RCT-CAMPAIGN-ID
003030     MOVE USER-NAME TO RCT-USERNAME
003040     MOVE USER-ROLE TO RCT-ROLE
003050     MOVE USER-LAST-LOGIN-DATE TO RCT-LAST-LOGIN-DATE
003060     MOVE USER-EMPLOYEE-ID TO RCT-EMPLOYEE-ID
003070     MOVE USER-FULL-NAME TO RCT-FULL-NAME
003080     MOVE USER-DEPARTMENT TO RCT-DEPARTMENT
003090     MOVE USER-MANAGER-ID TO RCT-MANAGER-ID
003100     MOVE CS-CURRENT-DATE TO RCT-GENERATED-DATE
003110     MOVE CS-CUTOFF-DATE TO RCT-CUTOFF-DATE
003120     MOVE SPACE TO RCT-DECISION
003130     MOVE SPACE TO RCT-NEW-ROLE
003140     MOVE SPACES TO RCT-REVIEWER
003150     MOVE 0 TO RCT-DECIDED-DATE
003160     MOVE 0 TO RCT-DECIDED-TIME
003170     MOVE SPACE TO RCT-CHANGE-FLAG
003180     MOVE SPACES TO RCT-COMMENT
003190
003200     WRITE RECERT-RECORD
003210         INVALID KEY
003220             ADD 1 TO CS-ALREADY-ON-COUNT
003230             GO TO 3100-WRITE-REVIEW-ITEM-EXIT
003240     END-WRITE
003250     ADD 1 TO CS-ITEM-COUNT
003260     EVALUATE TRUE
003270         WHEN USER-ROLE-ADMIN
003280             ADD 1 TO CS-ADMIN-COUNT
003290         WHEN USER-ROLE-TRIAGE
003300             ADD 1 TO CS-TRIAGE-COUNT
003310     END-EVALUATE.
003320 3100-WRITE-REVIEW-ITEM-EXIT.
003330     EXIT.
003340
003350*****************************************************************
003360* 8000-PRINT-SUMMARY.
003370*****************************************************************
003380 8000-PRINT-SUMMARY.
003390     DISPLAY " "
003400     DISPLAY "==============================================="
003410     DISPLAY "    ACCESS RECERTIFICATION -- GENERATION"
003420     DISPLAY "==============================================="
003430     DISPLAY "Campaign               : " CS-CAMPAIGN-ID
003440     DISPLAY "Review cutoff date     : " CS-CUTOFF-DATE
003450     DISPLAY "Accounts examined      : " CS-RECORD-COUNT
003460     DISPLAY "Disabled, not included : " CS-DISABLED-COUNT
003470     DISPLAY "Review items written   : " CS-ITEM-COUNT
003480     DISPLAY "  Admin role           : " CS-ADMIN-COUNT
003490     DISPLAY "  Triage role          : " CS-TRIAGE-COUNT
003500     DISPLAY "Already on campaign    : " CS-ALREADY-ON-COUNT
003510     DISPLAY "===============================================".
003520 8000-PRINT-SUMMARY-EXIT.
003530     EXIT.
003540
003550*****************************************************************
003560* 9000-TERMINATE.
003570*****************************************************************
003580 9000-TERMINATE.
003590     CLOSE USER-FILE
003600     CLOSE RECERT-FILE
003610     MOVE 'C' TO CS-RC-ACTION
003620     CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
003630         CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
003640         CS-RC-HWM-SEQ-NO.
003650 9000-TERMINATE-EXIT.
003660     EXIT.
003670
003680 END PROGRAM RCTGEN.
