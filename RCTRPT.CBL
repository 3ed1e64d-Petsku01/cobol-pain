000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RCTRPT.
000030 AUTHOR. D-SHIFT-SECURITY-TEAM.
000040 INSTALLATION. CENTRAL-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------------
000110* 2026-10-15  DWS  ORIGINAL VERSION.  CLOSE-OUT REPORT OF THE
000120*                  QUARTERLY ACCESS-RECERTIFICATION CAMPAIGN --
000130*                  THE ONE DOCUMENT HANDED TO THE AUDITORS.  FOR
000140*                  THE CAMPAIGN ASKED FOR (BLANK FOR THE CURRENT
000150*                  QUARTER) IT PRINTS THE COMPLETION PERCENTAGE
000160*                  WITH THE ANSWER COUNTS, EVERY ITEM NEVER
000170*                  ANSWERED (ADMIN AND TRIAGE HOLDERS FIRST IN
000180*                  THE COUNTS, SINCE THOSE ARE WHAT THE AUDIT
000190*                  ASKS ABOUT), AND EVERY DOWNGRADE AND
000200*                  REVOCATION WITH ITS REVIEWER, DATE, COMMENT,
000210*                  AND WHETHER IT CHANGED users.dat.  RUN BEFORE
000220*                  THE CUTOFF IT IS A PROGRESS REPORT AND SAYS
000230*                  SO.  READS recert.dat ONLY (SEE RCTREC.CPY).
000240*****************************************************************
000250*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT RECERT-FILE ASSIGN TO "recert.dat"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS RCT-KEY
000330         FILE STATUS IS FS-RECERT-FILE-STATUS.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  RECERT-FILE.
000380     COPY "RCTREC.CPY".
000390
000400 WORKING-STORAGE SECTION.
000410 01  FS-RECERT-FILE-STATUS        PIC X(02) VALUE "00".
000420     88  FS-RECERT-FILE-OK            VALUE "00".
000430
000440 01  CS-RECERT-FILE-OPENED-FLAG   PIC X(01) VALUE 'N'.
000450     88  CS-RECERT-FILE-OPENED        VALUE 'Y'.
000460
000470 01  CS-EOF-FLAG                  PIC X(01) VALUE 'N'.
000480     88  CS-END-OF-FILE                VALUE 'Y'.
000490
000500 01  CS-REPORT-FIELDS.
000510     05  CS-INPUT-CAMPAIGN        PIC X(06).
000520     05  CS-ROLE-TEXT             PIC X(08).
000530     05  CS-DECISION-TEXT         PIC X(09).
000540     05  CS-RESULT-TEXT           PIC X(25).
000550     05  CS-COMPLETION-PCT        PIC 9(03)V9 VALUE 0.
000560     05  CS-COMPLETION-DISPLAY    PIC ZZ9.9.
000570
000580*****************************************************************
000590* CAMPAIGN ID -- DEFAULTS TO THE CALENDAR YEAR AND QUARTER OF
000600* TODAY, THE SAME RULE RCTGEN USES WHEN IT WRITES THE ITEMS.
000610*****************************************************************
000620 01  CS-CAMPAIGN-ID.
000630     05  CS-CAMPAIGN-YEAR         PIC 9(04).
000640     05  FILLER                   PIC X(01) VALUE 'Q'.
000650     05  CS-CAMPAIGN-QUARTER      PIC 9(01).
000660 01  CS-CAMPAIGN-ID-TEXT REDEFINES CS-CAMPAIGN-ID
000670                                  PIC X(06).
000680
000690 01  CS-REPORT-TOTALS.
000700     05  CS-ITEM-COUNT            PIC 9(06) VALUE 0.
000710     05  CS-ANSWERED-COUNT        PIC 9(06) VALUE 0.
000720     05  CS-KEEP-COUNT            PIC 9(06) VALUE 0.
000730     05  CS-DOWNGRADE-COUNT       PIC 9(06) VALUE 0.
000740     05  CS-REVOKE-COUNT          PIC 9(06) VALUE 0.
000750     05  CS-OPEN-COUNT            PIC 9(06) VALUE 0.
000760     05  CS-OPEN-ADMIN-COUNT      PIC 9(06) VALUE 0.
000770     05  CS-OPEN-TRIAGE-COUNT     PIC 9(06) VALUE 0.
000780     05  CS-APPLIED-COUNT         PIC 9(06) VALUE 0.
000790     05  CS-GONE-COUNT            PIC 9(06) VALUE 0.
000800
000810 77  CS-CURRENT-MONTH             PIC 9(02) VALUE 0.
000820 77  CS-CUTOFF-DATE               PIC 9(08) VALUE 0.
000830 77  CS-GENERATED-DATE            PIC 9(08) VALUE 0.
000840 77  CS-CURRENT-DATE              PIC 9(08) VALUE 0.
000850
000860 PROCEDURE DIVISION.
000870*****************************************************************
000880* 0000-MAIN-LOGIC.
000890*****************************************************************
000900 0000-MAIN-LOGIC.
000910     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
000920     IF NOT CS-RECERT-FILE-OPENED
000930         STOP RUN
000940     END-IF
000950
000960     IF CS-ITEM-COUNT = 0
000970         DISPLAY "No review items on file for campaign "
000980             CS-CAMPAIGN-ID-TEXT "."
000990         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001000         STOP RUN
001010     END-IF
001020
001030     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
001040
001050     DISPLAY " "
001060     DISPLAY "ITEMS NEVER ANSWERED"
001070     DISPLAY "-----------------------------------------------"
001080     PERFORM 2000-START-CAMPAIGN THRU 2000-START-CAMPAIGN-EXIT
001090     PERFORM 4000-LIST-UNANSWERED THRU 4000-LIST-UNANSWERED-EXIT
001100         UNTIL CS-END-OF-FILE
001110     IF CS-OPEN-COUNT = 0
001120         DISPLAY "  (none)"
001130     END-IF
001140
001150     DISPLAY " "
001160     DISPLAY "CHANGES CAUSED BY THE CAMPAIGN"
001170     DISPLAY "-----------------------------------------------"
001180     PERFORM 2000-START-CAMPAIGN THRU 2000-START-CAMPAIGN-EXIT
001190     PERFORM 5000-LIST-CHANGES THRU 5000-LIST-CHANGES-EXIT
001200         UNTIL CS-END-OF-FILE
001210     IF CS-DOWNGRADE-COUNT + CS-REVOKE-COUNT = 0
001220         DISPLAY "  (none)"
001230     END-IF
001240     DISPLAY "==============================================="
001250
001260     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001270     STOP RUN.
001280
001290 1000-INITIALIZE.
001300     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
001310     PERFORM 1100-ACCEPT-CRITERIA THRU 1100-ACCEPT-CRITERIA-EXIT
001320
001330     OPEN INPUT RECERT-FILE
001340     IF NOT FS-RECERT-FILE-OK
001350         MOVE 'N' TO CS-RECERT-FILE-OPENED-FLAG
001360         DISPLAY "Unable to open recert.dat, file status "
001370             FS-RECERT-FILE-STATUS "."
001380         DISPLAY "The file is created the first time RCTGEN "
001390             "generates a campaign."
001400         GO TO 1000-INITIALIZE-EXIT
001410     END-IF
001420     MOVE 'Y' TO CS-RECERT-FILE-OPENED-FLAG
001430
001440     PERFORM 2000-START-CAMPAIGN THRU 2000-START-CAMPAIGN-EXIT
001450     PERFORM 3000-COUNT-ITEM THRU 3000-COUNT-ITEM-EXIT
001460         UNTIL CS-END-OF-FILE.
001470 1000-INITIALIZE-EXIT.
001480     EXIT.
001490
001500*****************************************************************
001510* 1100-ACCEPT-CRITERIA.
001520* PROMPTS FOR THE CAMPAIGN ID; BLANK MEANS THE CURRENT QUARTER.
001530*****************************************************************
001540 1100-ACCEPT-CRITERIA.
001550     MOVE CS-CURRENT-DATE(1:4) TO CS-CAMPAIGN-YEAR
001560     MOVE CS-CURRENT-DATE(5:2) TO CS-CURRENT-MONTH
001570     COMPUTE CS-CAMPAIGN-QUARTER =
001580         ((CS-CURRENT-MONTH - 1) / 3) + 1
001590
001600     DISPLAY "Access Recertification Close-Out"
001610     DISPLAY "==============================="
001620     DISPLAY "Campaign ID YYYYQN (blank for "
001630         CS-CAMPAIGN-ID-TEXT "): "
001640     ACCEPT CS-INPUT-CAMPAIGN
001650     IF CS-INPUT-CAMPAIGN NOT = SPACES
001660         MOVE CS-INPUT-CAMPAIGN TO CS-CAMPAIGN-ID-TEXT
001670     END-IF.
001680 1100-ACCEPT-CRITERIA-EXIT.
001690     EXIT.
001700
001710*****************************************************************
001720* 2000-START-CAMPAIGN.
001730* POSITIONS ON THE FIRST ITEM OF THE CAMPAIGN AND READS IT.  USED
001740* ONCE FOR THE COUNTS AND AGAIN FOR EACH LISTING.
001750*****************************************************************
001760 2000-START-CAMPAIGN.
001770     MOVE 'N' TO CS-EOF-FLAG
001780     MOVE CS-CAMPAIGN-ID-TEXT TO RCT-CAMPAIGN-ID
001790     MOVE LOW-VALUES TO RCT-USERNAME
001800     START RECERT-FILE
001810         KEY IS NOT LESS THAN RCT-KEY
001820         INVALID KEY
001830             SET CS-END-OF-FILE TO TRUE
001840             GO TO 2000-START-CAMPAIGN-EXIT
001850     END-START
001860     PERFORM 2100-READ-ITEM THRU 2100-READ-ITEM-EXIT.
001870 2000-START-CAMPAIGN-EXIT.
001880     EXIT.
001890
001900*****************************************************************
001910* 2100-READ-ITEM.
001920* READS THE NEXT ITEM; THE FIRST ITEM OF THE NEXT CAMPAIGN ENDS
001930* THE PASS THE SAME AS END OF FILE.
001940*****************************************************************
001950 2100-READ-ITEM.
001960     READ RECERT-FILE NEXT RECORD
001970         AT END
001980             SET CS-END-OF-FILE TO TRUE
001990             GO TO 2100-READ-ITEM-EXIT
002000     END-READ
002010     IF RCT-CAMPAIGN-ID NOT = CS-CAMPAIGN-ID-TEXT
002020         SET CS-END-OF-FILE TO TRUE
002030     END-IF.
002040 2100-READ-ITEM-EXIT.
002050     EXIT.
002060
002070*****************************************************************
002080* 3000-COUNT-ITEM.
002090*****************************************************************
002100 3000-COUNT-ITEM.
002110     ADD 1 TO CS-ITEM-COUNT
002120     MOVE RCT-CUTOFF-DATE TO CS-CUTOFF-DATE
002130     MOVE RCT-GENERATED-DATE TO CS-GENERATED-DATE
002140     EVALUATE TRUE
002150         WHEN RCT-KEEP
002160             ADD 1 TO CS-KEEP-COUNT
002170         WHEN RCT-DOWNGRADE
002180             ADD 1 TO CS-DOWNGRADE-COUNT
002190         WHEN RCT-REVOKE
002200             ADD 1 TO CS-REVOKE-COUNT
002210         WHEN OTHER
002220             ADD 1 TO CS-OPEN-COUNT
002230             IF RCT-ROLE = 'A'
002240                 ADD 1 TO CS-OPEN-ADMIN-COUNT
002250             END-IF
002260             IF RCT-ROLE = 'T'
002270                 ADD 1 TO CS-OPEN-TRIAGE-COUNT
002280             END-IF
002290     END-EVALUATE
002300     IF RCT-CHANGE-APPLIED
002310         ADD 1 TO CS-APPLIED-COUNT
002320     END-IF
002330     IF RCT-ACCOUNT-GONE
002340         ADD 1 TO CS-GONE-COUNT
002350     END-IF
002360     PERFORM 2100-READ-ITEM THRU 2100-READ-ITEM-EXIT.
002370 3000-COUNT-ITEM-EXIT.
002380     EXIT.
002390
002400*****************************************************************
002410* 3900-SET-ROLE-TEXT.
002420* DISPLAY NAME FOR THE SNAPSHOT ROLE OF THE ITEM IN THE RECORD
002430* AREA.
002440*****************************************************************
002450 3900-SET-ROLE-TEXT.
002460     EVALUATE RCT-ROLE
002470         WHEN 'A'
002480             MOVE "ADMIN   " TO CS-ROLE-TEXT
002490         WHEN 'T'
002500             MOVE "TRIAGE  " TO CS-ROLE-TEXT
002510         WHEN OTHER
002520             MOVE "STANDARD" TO CS-ROLE-TEXT
002530     END-EVALUATE.
002540 3900-SET-ROLE-TEXT-EXIT.
002550     EXIT.
002560
002570*****************************************************************
002580* 4000-LIST-UNANSWERED.
002590* ONE LINE PER ITEM NO REVIEWER ANSWERED, WITH THE SNAPSHOT ROLE,
002600* LAST LOGIN, AND MANAGER SO THE GAP CAN BE CHASED.
002610*****************************************************************
002620 4000-LIST-UNANSWERED.
002630     IF RCT-NOT-ANSWERED
002640         PERFORM 3900-SET-ROLE-TEXT THRU 3900-SET-ROLE-TEXT-EXIT
002650         DISPLAY "  " RCT-USERNAME "  " CS-ROLE-TEXT
002660             "  Last login: " RCT-LAST-LOGIN-DATE
002670             "  Manager: " RCT-MANAGER-ID
002680     END-IF
002690     PERFORM 2100-READ-ITEM THRU 2100-READ-ITEM-EXIT.
002700 4000-LIST-UNANSWERED-EXIT.
002710     EXIT.
002720
002730*****************************************************************
002740* 5000-LIST-CHANGES.
002750* EVERY DOWNGRADE AND REVOCATION, WHO ANSWERED IT AND WHEN, AND
002760* WHAT IT DID TO users.dat.
002770*****************************************************************
002780 5000-LIST-CHANGES.
002790     IF NOT RCT-DOWNGRADE AND NOT RCT-REVOKE
002800         PERFORM 2100-READ-ITEM THRU 2100-READ-ITEM-EXIT
002810         GO TO 5000-LIST-CHANGES-EXIT
002820     END-IF
002830
002840     PERFORM 3900-SET-ROLE-TEXT THRU 3900-SET-ROLE-TEXT-EXIT
002850     IF RCT-DOWNGRADE
002860         MOVE SPACES TO CS-DECISION-TEXT
002870         STRING "ROLE->" DELIMITED BY SIZE
002880             RCT-NEW-ROLE DELIMITED BY SIZE
002890             INTO CS-DECISION-TEXT
002900         END-STRING
002910     ELSE
002920         MOVE "REVOKE" TO CS-DECISION-TEXT
002930     END-IF
002940     EVALUATE TRUE
002950         WHEN RCT-CHANGE-APPLIED
002960             MOVE "applied to users.dat" TO CS-RESULT-TEXT
002970         WHEN RCT-ACCOUNT-GONE
002980             MOVE "account no longer on file" TO CS-RESULT-TEXT
002990         WHEN OTHER
003000             MOVE "already in effect" TO CS-RESULT-TEXT
003010     END-EVALUATE
003020     DISPLAY "  " RCT-USERNAME "  " CS-ROLE-TEXT "  "
003030         CS-DECISION-TEXT "  " CS-RESULT-TEXT
003040     DISPLAY "      by " RCT-REVIEWER " on " RCT-DECIDED-DATE
003050         " " RCT-DECIDED-TIME
003060     IF RCT-COMMENT NOT = SPACES
003070         DISPLAY "      " RCT-COMMENT
003080     END-IF
003090     PERFORM 2100-READ-ITEM THRU 2100-READ-ITEM-EXIT.
003100 5000-LIST-CHANGES-EXIT.
003110     EXIT.
003120
003130*****************************************************************
003140* 8000-PRINT-SUMMARY.
003150*****************************************************************
003160 8000-PRINT-SUMMARY.
003170     COMPUTE CS-ANSWERED-COUNT =
003180         CS-KEEP-COUNT + CS-DOWNGRADE-COUNT + CS-REVOKE-COUNT
003190     COMPUTE CS-COMPLETION-PCT ROUNDED =
003200         (CS-ANSWERED-COUNT * 100) / CS-ITEM-COUNT
003210     MOVE CS-COMPLETION-PCT TO CS-COMPLETION-DISPLAY
003220
003230     DISPLAY " "
003240     DISPLAY "==============================================="
003250     DISPLAY "    ACCESS RECERTIFICATION -- CAMPAIGN "
003260         CS-CAMPAIGN-ID-TEXT
003270     DISPLAY "==============================================="
003280     IF CS-CURRENT-DATE NOT > CS-CUTOFF-DATE
003290         DISPLAY "*** CAMPAIGN STILL OPEN -- PROGRESS REPORT, "
003300             "NOT THE CLOSE-OUT ***"
003310     END-IF
003320     DISPLAY "Generated on           : " CS-GENERATED-DATE
003330     DISPLAY "Cutoff date            : " CS-CUTOFF-DATE
003340     DISPLAY "Report date            : " CS-CURRENT-DATE
003350     DISPLAY "Review items           : " CS-ITEM-COUNT
003360     DISPLAY "Answered               : " CS-ANSWERED-COUNT
003370     DISPLAY "Completion             : "
003380         CS-COMPLETION-DISPLAY "%"
003390     DISPLAY "  Keep                 : " CS-KEEP-COUNT
003400     DISPLAY "  Downgrade role       : " CS-DOWNGRADE-COUNT
003410     DISPLAY "  Revoke               : " CS-REVOKE-COUNT
003420     DISPLAY "Never answered         : " CS-OPEN-COUNT
003430     DISPLAY "  Admin role           : " CS-OPEN-ADMIN-COUNT
003440     DISPLAY "  Triage role          : " CS-OPEN-TRIAGE-COUNT
003450     DISPLAY "Accounts changed       : " CS-APPLIED-COUNT
003460     DISPLAY "Account gone by answer : " CS-GONE-COUNT
003470     DISPLAY "===============================================".
003480 8000-PRINT-SUMMARY-EXIT.
003490     EXIT.
003500
003510*****************************************************************
003520* 9000-TERMINATE.
003530*****************************************************************
003540 9000-TERMINATE.
003550     CLOSE RECERT-FILE.
003560 9000-TERMINATE-EXIT.
003570     EXIT.
003580
003590 END PROGRAM RCTRPT.
