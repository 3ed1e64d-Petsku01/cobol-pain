000540*                  CATALOG MISS WOULD BE WORSE THAN THE MISS.  A
000541*                  SITE WITHOUT AN inctypes.dat YET (INCTYPLD
000542*                  NEVER RUN) SKIPS THE CHECK.
000543* 2026-10-15  DWS  EACH NEW ROW IS STAMPED WITH ITS ROW SUM AND A
000544*                  CHAIN SUM SEEDED WITH THE CHAIN SUM OF THE ROW
000545*                  BEFORE IT (SEE INCREC.CPY AND INCHASH), SO
000546*                  INCVRFY CAN PROVE NOTHING WAS ALTERED OR TAKEN
000547*                  OUT.  THE ROW BEFORE IT IS THE HIGHEST ONE ON
000548*                  FILE -- THE SAME READ THAT ALREADY FINDS THE
000549*                  NEXT SEQUENCE NUMBER -- OR, WHEN INCARCH HAS
000550*                  MOVED EVERYTHING THAT HIGH ONTO THE ARCHIVES,
000551*                  THE CHAIN ANCHOR INCARCH LEFT IN incchain.dat.
000552*                  THE ANCHOR ALSO KEEPS THE SEQUENCE FROM
000553*                  RESTARTING AT 1 AFTER A PURGE THAT EMPTIED THE
000554*                  LIVE FILE.  A PREVIOUS ROW WRITTEN BEFORE THE
000555*                  CHECKSUMS EXISTED CHAINS FROM ZERO.
000556* 2026-10-15  DWS  A ROW WHOSE TYPE THE CATALOG RATES SEVERITY 1
000557*                  IS ALSO QUEUED AS A FIRST-TIER NOTIFICATION FOR
000558*                  THE ON-CALL GROUP (SEE NTFQUEUE) ONCE IT IS
000559*                  SAFELY WRITTEN.  A TYPE NOT IN THE CATALOG, OR
000560*                  A SITE WITHOUT ONE, RAISES NO NOTIFICATION.
000561*                  A FAILED QUEUE IS REPORTED BUT DOES NOT UNDO
000562*                  THE INCIDENT.
000563*****************************************************************
000564*
000565 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT INCIDENT-FILE ASSIGN TO "incidents.dat"
000645         ACCESS MODE IS DYNAMIC
000646         RECORD KEY IS ITC-TYPE-NAME
000647         FILE STATUS IS FS-INCIDENT-TYPE-STATUS.
000648     SELECT CHAIN-ANCHOR-FILE ASSIGN TO "incchain.dat"
000649         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS FS-CHAIN-ANCHOR-STATUS.
000651
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  INCIDENT-FILE.
000692
000694 FD  INCIDENT-TYPE-FILE.
000696     COPY "ITCREC.CPY".
000697
000698 FD  CHAIN-ANCHOR-FILE.
000699     COPY "CHNREC.CPY".
000700
000710 WORKING-STORAGE SECTION.
000720 01  FS-INCIDENT-FILE-STATUS      PIC X(02) VALUE "00".
000754 01  FS-INCIDENT-TYPE-STATUS      PIC X(02) VALUE "00".
000756     88  FS-INCIDENT-TYPE-OK          VALUE "00".
000758     88  FS-INCIDENT-TYPE-NOT-FOUND   VALUE "35".
000759
000760 01  FS-CHAIN-ANCHOR-STATUS       PIC X(02) VALUE "00".
000761     88  FS-CHAIN-ANCHOR-OK           VALUE "00".
000762
000770 01  CS-SEQUENCE-FIELDS.
000780     05  CS-NEXT-SEQ-NO           PIC 9(09) VALUE 1.
000790     05  CS-HIGH-SEQ-FOUND-FLAG   PIC X(01) VALUE 'N'.
000850     05  CS-WRITE-GIVE-UP-FLAG    PIC X(01) VALUE 'N'.
000860         88  CS-WRITE-GIVE-UP         VALUE 'Y'.
000870     05  CS-WRITE-TRY-COUNT       PIC 9(02) COMP VALUE 0.
000871
000872 01  CS-CHECKSUM-FIELDS.
000873     05  CS-PRIOR-CHAIN-SUM       PIC 9(10) VALUE 0.
000874     05  CS-ZERO-SEED             PIC 9(10) VALUE 0.
000875     05  CS-HASH-DATA             PIC X(180).
000876     05  CS-NEW-ROW-SUM           PIC 9(10) VALUE 0.
000877     05  CS-NEW-CHAIN-SUM         PIC 9(10) VALUE 0.
000878
000879 01  CS-NOTIFY-FIELDS.
000880     05  CS-SEVERITY-ONE-FLAG     PIC X(01) VALUE 'N'.
000881         88  CS-SEVERITY-ONE          VALUE 'Y'.
000882     05  CS-NTF-ACTION            PIC X(01) VALUE 'Q'.
000883     05  CS-NTF-SOURCE            PIC X(01) VALUE 'I'.
000884     05  CS-NTF-SOURCE-SEQ-NO     PIC 9(09) VALUE 0.
000885     05  CS-NTF-TIER              PIC 9(01) VALUE 1.
000886     05  CS-NTF-MESSAGE           PIC X(160) VALUE SPACES.
000887     05  CS-NTF-RESULT            PIC X(01) VALUE SPACE.
000888
000890 LINKAGE SECTION.
000900 01  CS-INCIDENT-DATE             PIC 9(08).
000910 01  CS-INCIDENT-TIME             PIC 9(08).
001280
001290     IF CS-FILE-IS-NEW
001300         MOVE 1 TO CS-NEXT-SEQ-NO
001305         MOVE 0 TO CS-PRIOR-CHAIN-SUM
001310     ELSE
001320         PERFORM 1000-FIND-NEXT-SEQUENCE
001330             THRU 1000-FIND-NEXT-SEQUENCE-EXIT
001340     END-IF
001343     PERFORM 1100-APPLY-CHAIN-ANCHOR
001346         THRU 1100-APPLY-CHAIN-ANCHOR-EXIT
001350
001360     MOVE 'N' TO CS-WRITE-DONE-FLAG
001370     MOVE 'N' TO CS-WRITE-GIVE-UP-FLAG
001440             "incident was not logged."
001450     END-IF
001460     CLOSE INCIDENT-FILE
001461
001462     IF CS-WRITE-DONE AND CS-SEVERITY-ONE
001463         PERFORM 3000-QUEUE-NOTIFICATION
001464             THRU 3000-QUEUE-NOTIFICATION-EXIT
001465     END-IF
001470     GOBACK.
001471
001472*****************************************************************
001480* A CLEAN CATALOG.
001481*****************************************************************
001482 0500-CHECK-TYPE-CATALOG.
001483     MOVE 'N' TO CS-SEVERITY-ONE-FLAG
001484     OPEN INPUT INCIDENT-TYPE-FILE
001485     IF FS-INCIDENT-TYPE-NOT-FOUND
001486         GO TO 0500-CHECK-TYPE-CATALOG-EXIT
001487     END-IF
001488     IF NOT FS-INCIDENT-TYPE-OK
001489         DISPLAY "Unable to open inctypes.dat, file status "
001490             FS-INCIDENT-TYPE-STATUS ".  Type check skipped."
001491         GO TO 0500-CHECK-TYPE-CATALOG-EXIT
001492     END-IF
001493
001494     MOVE CS-INCIDENT-TYPE TO ITC-TYPE-NAME
001495     READ INCIDENT-TYPE-FILE
001496         KEY IS ITC-TYPE-NAME
001497         INVALID KEY
001498             DISPLAY "NOTE: incident type not in the catalog: "
001499                 CS-INCIDENT-TYPE
001500             DISPLAY "      The incident is written anyway; add "
001501                 "the type with INCTYPLD if it is legitimate."
001502         NOT INVALID KEY
001503             IF ITC-SEVERITY-CRITICAL
001504                 MOVE 'Y' TO CS-SEVERITY-ONE-FLAG
001505             END-IF
001506     END-READ
001507     CLOSE INCIDENT-TYPE-FILE.
001508 0500-CHECK-TYPE-CATALOG-EXIT.
001509     EXIT.
001510
001511*****************************************************************
001512* 1000-FIND-NEXT-SEQUENCE.
001513* POSITIONS AT THE HIGHEST SEQUENCE NUMBER ON FILE AND SETS
001520* CS-NEXT-SEQ-NO TO ONE PAST IT, KEEPING THAT ROW'S CHAIN SUM
001525* TO SEED THE NEW ROW'S.  AN EMPTY FILE STARTS THE SEQUENCE AT
001530* 1 AND THE CHAIN AT ZERO.  A BRAND-NEW FILE NEVER COMES
001540* THROUGH HERE -- 0000-MAIN-LOGIC ASSIGNS IT SEQUENCE 1
001550* DIRECTLY, SINCE A FILE JUST OPENED FOR OUTPUT CANNOT BE
001555* STARTED OR READ.
001560*****************************************************************
001570 1000-FIND-NEXT-SEQUENCE.
001580     MOVE 'Y' TO CS-HIGH-SEQ-FOUND-FLAG
001720
001730     IF CS-HIGH-SEQ-FOUND
001740         COMPUTE CS-NEXT-SEQ-NO = INCIDENT-SEQ-NO + 1
001741         IF INCIDENT-CHAIN-SUM NUMERIC
001742             MOVE INCIDENT-CHAIN-SUM TO CS-PRIOR-CHAIN-SUM
001743         ELSE
001744             MOVE 0 TO CS-PRIOR-CHAIN-SUM
001745         END-IF
001750     ELSE
001760         MOVE 1 TO CS-NEXT-SEQ-NO
001765         MOVE 0 TO CS-PRIOR-CHAIN-SUM
001770     END-IF.
001780 1000-FIND-NEXT-SEQUENCE-EXIT.
001790     EXIT.
001791
001792*****************************************************************
001793* 1100-APPLY-CHAIN-ANCHOR.
001794* WHEN INCARCH HAS ARCHIVED A ROW AT OR PAST THE SEQUENCE NUMBER
001795* THE LIVE FILE WOULD HAND OUT -- THE PURGE EMPTIED THE FILE, OR
001796* TOOK EVERYTHING NEWER THAN WHAT IS LEFT -- THE NEW ROW FOLLOWS
001797* THE ARCHIVED ONE INSTEAD: NUMBERED ONE PAST IT AND CHAINED
001798* FROM ITS CHAIN SUM.  NO ANCHOR FILE (NOTHING ARCHIVED SINCE
001799* THE CHECKSUMS CAME IN) CHANGES NOTHING.
001800*****************************************************************
001801 1100-APPLY-CHAIN-ANCHOR.
001802     OPEN INPUT CHAIN-ANCHOR-FILE
001803     IF NOT FS-CHAIN-ANCHOR-OK
001804         GO TO 1100-APPLY-CHAIN-ANCHOR-EXIT
001805     END-IF
001806     READ CHAIN-ANCHOR-FILE
001807         AT END
001808             MOVE 0 TO CHA-LAST-SEQ-NO
001809     END-READ
001810     CLOSE CHAIN-ANCHOR-FILE
001811
001812     IF CHA-LAST-SEQ-NO NOT NUMERIC
001813             OR CHA-LAST-CHAIN-SUM NOT NUMERIC
001814         GO TO 1100-APPLY-CHAIN-ANCHOR-EXIT
001815     END-IF
001816     IF CHA-LAST-SEQ-NO >= CS-NEXT-SEQ-NO
001817         COMPUTE CS-NEXT-SEQ-NO = CHA-LAST-SEQ-NO + 1
001818         MOVE CHA-LAST-CHAIN-SUM TO CS-PRIOR-CHAIN-SUM
001819     END-IF.
001820 1100-APPLY-CHAIN-ANCHOR-EXIT.
001821     EXIT.
001822
001823*****************************************************************
001824* 2000-WRITE-INCIDENT.
001830* ONE WRITE ATTEMPT UNDER CS-NEXT-SEQ-NO, STATUS-CHECKED.  A
001840* DUPLICATE-KEY FAILURE MEANS ANOTHER MAINLINE LOGGED AN
001850* INCIDENT BETWEEN OUR SEQUENCE LOOKUP AND OUR WRITE, SO THE
001860* SEQUENCE IS RECOMPUTED FOR THE CALLER TO TRY AGAIN.  EVERY
001870* RECORD FIELD IS RE-MOVED ON EACH ATTEMPT BECAUSE THE LOOKUP
001880* READS THE HIGHEST RECORD INTO THE RECORD AREA, CLOBBERING
001890* WHATEVER WAS THERE, AND THE CHECKSUMS ARE RECOMPUTED BECAUSE
001895* THE SEQUENCE NUMBER AND THE ROW CHAINED FROM MAY HAVE MOVED.
001900* ANY OTHER FAILURE GIVES UP FOR THE CALLER TO REPORT.
001910*****************************************************************
001920 2000-WRITE-INCIDENT.
001930     ADD 1 TO CS-WRITE-TRY-COUNT
001970     MOVE CS-INCIDENT-TYPE TO INCIDENT-TYPE
001980     MOVE CS-INCIDENT-USERNAME TO INCIDENT-USERNAME
001990     MOVE CS-INCIDENT-DETAILS TO INCIDENT-DETAILS
001991     MOVE INCIDENT-RECORD(1:180) TO CS-HASH-DATA
001992     CALL "INCHASH" USING CS-ZERO-SEED CS-HASH-DATA
001993         CS-NEW-ROW-SUM
001994     CALL "INCHASH" USING CS-PRIOR-CHAIN-SUM CS-HASH-DATA
001995         CS-NEW-CHAIN-SUM
001996     MOVE CS-NEW-ROW-SUM TO INCIDENT-ROW-SUM
001997     MOVE CS-NEW-CHAIN-SUM TO INCIDENT-CHAIN-SUM
002000     WRITE INCIDENT-RECORD
002010     IF FS-INCIDENT-FILE-OK
002020         MOVE 'Y' TO CS-WRITE-DONE-FLAG
002050                 AND CS-WRITE-TRY-COUNT < 5
002060             PERFORM 1000-FIND-NEXT-SEQUENCE
002070                 THRU 1000-FIND-NEXT-SEQUENCE-EXIT
002073             PERFORM 1100-APPLY-CHAIN-ANCHOR
002076                 THRU 1100-APPLY-CHAIN-ANCHOR-EXIT
002080         ELSE
002090             MOVE 'Y' TO CS-WRITE-GIVE-UP-FLAG
002100         END-IF
002110     END-IF.
002120 2000-WRITE-INCIDENT-EXIT.
002130     EXIT.
002131
002132*****************************************************************
002133* 3000-QUEUE-NOTIFICATION.
002134* QUEUES A FIRST-TIER PAGE FOR THE SEVERITY-1 ROW JUST WRITTEN.
002135* THE MESSAGE LEADS WITH THE SEQUENCE NUMBER SO THE ON-CALL
002136* ANALYST CAN FIND THE ROW IN INCRPT.
002137*****************************************************************
002138 3000-QUEUE-NOTIFICATION.
002139     MOVE CS-NEXT-SEQ-NO TO CS-NTF-SOURCE-SEQ-NO
002140     MOVE SPACES TO CS-NTF-MESSAGE
002141     STRING "SEV1 INCIDENT " DELIMITED BY SIZE
002142            CS-NTF-SOURCE-SEQ-NO DELIMITED BY SIZE
002143            " " DELIMITED BY SIZE
002144            CS-INCIDENT-TYPE DELIMITED BY "  "
002145            " USER " DELIMITED BY SIZE
002146            CS-INCIDENT-USERNAME DELIMITED BY SPACE
002147            ": " DELIMITED BY SIZE
002148            CS-INCIDENT-DETAILS DELIMITED BY SIZE
002149         INTO CS-NTF-MESSAGE
002150     END-STRING
002151     MOVE 'Q' TO CS-NTF-ACTION
002152     MOVE 'I' TO CS-NTF-SOURCE
002153     MOVE 1 TO CS-NTF-TIER
002154     CALL "NTFQUEUE" USING CS-NTF-ACTION CS-NTF-SOURCE
002155         CS-NTF-SOURCE-SEQ-NO CS-NTF-TIER CS-NTF-MESSAGE
002156         CS-NTF-RESULT
002157     IF CS-NTF-RESULT NOT = 'Y'
002158         DISPLAY "Incident " CS-NTF-SOURCE-SEQ-NO " was logged "
002159             "but the on-call notification was not queued."
002160     END-IF.
002161 3000-QUEUE-NOTIFICATION-EXIT.
002162     EXIT.
002163
002164 END PROGRAM LOGINCDT.
