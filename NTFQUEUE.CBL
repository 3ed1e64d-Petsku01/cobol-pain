000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NTFQUEUE.
000030 AUTHOR. D-SHIFT-SECURITY-TEAM.
000040 INSTALLATION. CENTRAL-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------------
000110* 2026-10-15  DWS  ORIGINAL VERSION.  CALLED SUBPROGRAM, IN THE
000120*                  STYLE OF SESSLOG, THAT KEEPS THE OUTBOUND
000130*                  NOTIFICATION QUEUE (notify.dat, SEE NTFREC.CPY)
000140*                  FOR THE PAGING/E-MAIL GATEWAY.  ACTION 'Q'
000150*                  QUEUES ONE MESSAGE UNDER THE NEXT SEQUENCE
000160*                  NUMBER, ADDRESSED TO THE RECIPIENT GROUP FOR
000170*                  ITS TIER: THE ON-CALL GROUP FOR A FIRST-TIER
000180*                  NOTIFICATION (A SEVERITY-1 INCIDENT FROM
000190*                  LOGINCDT, A NEW ALERT FROM BRUTALRT), THE
000200*                  BACKUP ON-CALL FOR A SECOND-TIER ESCALATION
000210*                  FROM ALRTESC.  ACTION 'F' ONLY LOOKS: IT SAYS
000220*                  WHETHER A NOTIFICATION ALREADY EXISTS FOR THE
000230*                  SAME SOURCE ROW AND TIER.  OPENED AND CLOSED ON
000240*                  EACH CALL AND CREATED ON FIRST USE, THE SAME AS
000250*                  THE INCIDENT LOG.
000260*****************************************************************
000270*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT NOTIFY-FILE ASSIGN TO "notify.dat"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS NTF-SEQ-NO
000350         ALTERNATE RECORD KEY IS NTF-SOURCE-KEY
000360             WITH DUPLICATES
000370         FILE STATUS IS FS-NOTIFY-FILE-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  NOTIFY-FILE.
000420     COPY "NTFREC.CPY".
000430
000440 WORKING-STORAGE SECTION.
000450 01  FS-NOTIFY-FILE-STATUS        PIC X(02) VALUE "00".
000460     88  FS-NOTIFY-FILE-OK            VALUE "00".
000470     88  FS-NOTIFY-DUPLICATE-KEY      VALUE "22".
000480     88  FS-NOTIFY-FILE-NOT-FOUND     VALUE "35".
000490
000500 01  CS-SEQUENCE-FIELDS.
000510     05  CS-NEXT-SEQ-NO           PIC 9(09) VALUE 1.
000520     05  CS-HIGH-SEQ-FOUND-FLAG   PIC X(01) VALUE 'N'.
000530         88  CS-HIGH-SEQ-FOUND        VALUE 'Y'.
000540     05  CS-FILE-IS-NEW-FLAG      PIC X(01) VALUE 'N'.
000550         88  CS-FILE-IS-NEW           VALUE 'Y'.
000560     05  CS-WRITE-DONE-FLAG       PIC X(01) VALUE 'N'.
000570         88  CS-WRITE-DONE            VALUE 'Y'.
000580     05  CS-WRITE-GIVE-UP-FLAG    PIC X(01) VALUE 'N'.
000590         88  CS-WRITE-GIVE-UP         VALUE 'Y'.
000600     05  CS-WRITE-TRY-COUNT       PIC 9(02) COMP VALUE 0.
000610
000620*    THE GATEWAY'S DISTRIBUTION-LIST NAMES FOR EACH TIER.
000630 77  CS-FIRST-TIER-GROUP          PIC X(20) VALUE "SECOPS-ONCALL".
000640 77  CS-SECOND-TIER-GROUP         PIC X(20) VALUE "SECOPS-BACKUP".
000650 77  CS-CURRENT-DATE              PIC 9(08) VALUE 0.
000660 77  CS-CURRENT-TIME              PIC 9(08) VALUE 0.
000670
000680 LINKAGE SECTION.
000690*    ACTION 'Q' = QUEUE CS-NTF-MESSAGE FOR THE SOURCE ROW AND TIER
000700*    GIVEN (RESULT 'Y' QUEUED, 'E' FILE UNUSABLE OR WRITE FAILED).
000710*    ACTION 'F' = FIND WHETHER A NOTIFICATION IS ALREADY QUEUED
000720*    FOR THE SOURCE ROW AND TIER (RESULT 'Y' FOUND, 'N' NOT
000730*    FOUND, 'E' FILE UNUSABLE).  THE MESSAGE IS IGNORED.
000740*    SOURCE IS 'I' FOR AN INCIDENT ROW, 'A' FOR AN ALERT ROW.
000750 01  CS-NTF-ACTION                PIC X(01).
000760 01  CS-NTF-SOURCE                PIC X(01).
000770 01  CS-NTF-SOURCE-SEQ-NO         PIC 9(09).
000780 01  CS-NTF-TIER                  PIC 9(01).
000790 01  CS-NTF-MESSAGE               PIC X(160).
000800 01  CS-NTF-RESULT                PIC X(01).
000810
000820 PROCEDURE DIVISION USING CS-NTF-ACTION
000830                          CS-NTF-SOURCE
000840                          CS-NTF-SOURCE-SEQ-NO
000850                          CS-NTF-TIER
000860                          CS-NTF-MESSAGE
000870                          CS-NTF-RESULT.
000880*****************************************************************
000890* 0000-MAIN-LOGIC.
000900*****************************************************************
000910 0000-MAIN-LOGIC.
000920     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
000930     ACCEPT CS-CURRENT-TIME FROM TIME
000940
000950     MOVE 'N' TO CS-FILE-IS-NEW-FLAG
000960     OPEN I-O NOTIFY-FILE
000970     IF FS-NOTIFY-FILE-NOT-FOUND
000980         OPEN OUTPUT NOTIFY-FILE
000990         CLOSE NOTIFY-FILE
001000         OPEN I-O NOTIFY-FILE
001010         MOVE 'Y' TO CS-FILE-IS-NEW-FLAG
001020     END-IF
001030     IF NOT FS-NOTIFY-FILE-OK
001040         DISPLAY "Unable to open notify.dat, file status "
001050             FS-NOTIFY-FILE-STATUS ".  The notification was not "
001060             "queued."
001070         MOVE 'E' TO CS-NTF-RESULT
001080         GOBACK
001090     END-IF
001100
001110     IF CS-NTF-ACTION = 'F'
001120         PERFORM 2000-FIND-NOTIFICATION
001130             THRU 2000-FIND-NOTIFICATION-EXIT
001140     ELSE
001150         PERFORM 1000-QUEUE-NOTIFICATION
001160             THRU 1000-QUEUE-NOTIFICATION-EXIT
001170     END-IF
001180
001190     CLOSE NOTIFY-FILE
001200     GOBACK.
001210
001220*****************************************************************
001230* 1000-QUEUE-NOTIFICATION.
001240* WRITES ONE QUEUED ROW UNDER THE NEXT SEQUENCE NUMBER.  A
001250* DUPLICATE-KEY WRITE MEANS ANOTHER CALLER QUEUED BETWEEN OUR
001260* LOOKUP AND OUR WRITE; THE SEQUENCE IS RECOMPUTED AND THE WRITE
001270* RETRIED, BOUNDED, THE SAME AS LOGINCDT.
001280*****************************************************************
001290 1000-QUEUE-NOTIFICATION.
001300     IF CS-FILE-IS-NEW
001310         MOVE 1 TO CS-NEXT-SEQ-NO
001320     ELSE
001330         PERFORM 1200-FIND-NEXT-SEQUENCE
001340             THRU 1200-FIND-NEXT-SEQUENCE-EXIT
001350     END-IF
001360
001370     MOVE 'N' TO CS-WRITE-DONE-FLAG
001380     MOVE 'N' TO CS-WRITE-GIVE-UP-FLAG
001390     MOVE 0 TO CS-WRITE-TRY-COUNT
001400     PERFORM 1100-WRITE-NOTIFICATION
001410         THRU 1100-WRITE-NOTIFICATION-EXIT
001420         UNTIL CS-WRITE-DONE OR CS-WRITE-GIVE-UP
001430
001440     IF CS-WRITE-DONE
001450         MOVE 'Y' TO CS-NTF-RESULT
001460     ELSE
001470         DISPLAY "Unable to write notification record, file "
001480             "status " FS-NOTIFY-FILE-STATUS ".  The "
001490             "notification was not queued."
001500         MOVE 'E' TO CS-NTF-RESULT
001510     END-IF.
001520 1000-QUEUE-NOTIFICATION-EXIT.
001530     EXIT.
001540
001550*****************************************************************
001560* 1100-WRITE-NOTIFICATION.
001570* ONE WRITE ATTEMPT.  EVERY FIELD IS RE-MOVED ON EACH ATTEMPT
001580* SINCE THE SEQUENCE LOOKUP READS THROUGH THE RECORD AREA.
001590*****************************************************************
001600 1100-WRITE-NOTIFICATION.
001610     ADD 1 TO CS-WRITE-TRY-COUNT
001620     MOVE CS-NEXT-SEQ-NO TO NTF-SEQ-NO
001630     MOVE CS-NTF-SOURCE TO NTF-SOURCE
001640     MOVE CS-NTF-SOURCE-SEQ-NO TO NTF-SOURCE-SEQ-NO
001650     MOVE CS-NTF-TIER TO NTF-TIER
001660     MOVE CS-CURRENT-DATE TO NTF-QUEUED-DATE
001670     MOVE CS-CURRENT-TIME TO NTF-QUEUED-TIME
001680     IF NTF-SECOND-TIER
001690         MOVE CS-SECOND-TIER-GROUP TO NTF-RECIPIENT-GROUP
001700     ELSE
001710         MOVE CS-FIRST-TIER-GROUP TO NTF-RECIPIENT-GROUP
001720     END-IF
001730     MOVE CS-NTF-MESSAGE TO NTF-MESSAGE-TEXT
001740     MOVE 'Q' TO NTF-DELIVERY-STATUS
001750     MOVE 0 TO NTF-STATUS-DATE
001760     MOVE 0 TO NTF-STATUS-TIME
001770     MOVE SPACES TO NTF-GATEWAY-REF
001780     WRITE NOTIFICATION-RECORD
001790     IF FS-NOTIFY-FILE-OK
001800         MOVE 'Y' TO CS-WRITE-DONE-FLAG
001810     ELSE
001820         IF FS-NOTIFY-DUPLICATE-KEY AND NOT CS-FILE-IS-NEW
001830                 AND CS-WRITE-TRY-COUNT < 5
001840             PERFORM 1200-FIND-NEXT-SEQUENCE
001850                 THRU 1200-FIND-NEXT-SEQUENCE-EXIT
001860         ELSE
001870             MOVE 'Y' TO CS-WRITE-GIVE-UP-FLAG
001880         END-IF
001890     END-IF.
001900 1100-WRITE-NOTIFICATION-EXIT.
001910     EXIT.
001920
001930*****************************************************************
001940* 1200-FIND-NEXT-SEQUENCE.
001950* POSITIONS AT THE HIGHEST SEQUENCE NUMBER ON FILE AND SETS
001960* CS-NEXT-SEQ-NO TO ONE PAST IT, THE SAME CONVENTION AS
001970* LOGINCDT.  AN EMPTY FILE STARTS THE SEQUENCE AT 1.
001980*****************************************************************
001990 1200-FIND-NEXT-SEQUENCE.
002000     MOVE 'Y' TO CS-HIGH-SEQ-FOUND-FLAG
002010     MOVE 999999999 TO NTF-SEQ-NO
002020     START NOTIFY-FILE
002030         KEY IS NOT GREATER THAN NTF-SEQ-NO
002040         INVALID KEY
002050             MOVE 'N' TO CS-HIGH-SEQ-FOUND-FLAG
002060     END-START
002070
002080     IF CS-HIGH-SEQ-FOUND
002090         READ NOTIFY-FILE NEXT RECORD
002100             AT END
002110                 MOVE 'N' TO CS-HIGH-SEQ-FOUND-FLAG
002120         END-READ
002130     END-IF
002140
002150     IF CS-HIGH-SEQ-FOUND
002160         COMPUTE CS-NEXT-SEQ-NO = NTF-SEQ-NO + 1
002170     ELSE
002180         MOVE 1 TO CS-NEXT-SEQ-NO
002190     END-IF.
002200 1200-FIND-NEXT-SEQUENCE-EXIT.
002210     EXIT.
002220
002230*****************************************************************
002240* 2000-FIND-NOTIFICATION.
002250* LOOKS THE SOURCE ROW AND TIER UP ON THE SOURCE-KEY ALTERNATE
002260* KEY.  A BRAND-NEW FILE HOLDS NOTHING TO FIND.
002270*****************************************************************
002280 2000-FIND-NOTIFICATION.
002290     MOVE 'N' TO CS-NTF-RESULT
002300     IF CS-FILE-IS-NEW
002310         GO TO 2000-FIND-NOTIFICATION-EXIT
002320     END-IF
002330
002340     MOVE CS-NTF-SOURCE TO NTF-SOURCE
002350     MOVE CS-NTF-SOURCE-SEQ-NO TO NTF-SOURCE-SEQ-NO
002360     MOVE CS-NTF-TIER TO NTF-TIER
002370     READ NOTIFY-FILE
002380         KEY IS NTF-SOURCE-KEY
002390         INVALID KEY
002400             GO TO 2000-FIND-NOTIFICATION-EXIT
002410     END-READ
002420     MOVE 'Y' TO CS-NTF-RESULT.
002430 2000-FIND-NOTIFICATION-EXIT.
002440     EXIT.
002450
002460 END PROGRAM NTFQUEUE.
