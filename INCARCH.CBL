000423*                  AS ONE STEP OF THE NIGHTLY CHAIN; RUN
000424*                  STANDALONE, GOBACK ENDS THE RUN EXACTLY AS
000425*                  BEFORE.
000426* 2026-10-15  DWS  ARCHIVE LINES WIDENED TO 200 BYTES FOR THE ROW
000427*                  AND CHAIN CHECKSUMS (SEE INCREC.CPY); THE ROWS
000428*                  GO ACROSS WITH THEIR CHECKSUMS UNTOUCHED.  SO
000429*                  THE CHAIN CARRIES ACROSS THE ARCHIVE BOUNDARY,
000430*                  THE SEQUENCE NUMBER AND CHAIN SUM OF THE
000431*                  HIGHEST ROW MOVED OFF THE LIVE FILE ARE LEFT IN
000432*                  THE CHAIN ANCHOR (incchain.dat, SEE CHNREC.CPY)
000433*                  AT THE END OF EVERY RUN THAT ARCHIVED ANYTHING,
000434*                  FOR LOGINCDT TO CHAIN FROM WHEN THE LIVE FILE
000435*                  HOLDS NOTHING NEWER AND FOR INCVRFY TO CHECK.
000436* 2026-10-15  DWS  CHECKPOINT AND RESTART.  A RUN THAT DIED PART
000437*                  WAY THROUGH A LARGE MONTH LEFT ROWS BOTH ON THE
000438*                  ARCHIVE AND ON THE LIVE FILE, AND A PLAIN RERUN
000439*                  APPENDED THEM TO THE ARCHIVE A SECOND TIME.
000440*                  EVERY CS-CHECKPOINT-INTERVAL ROWS ARCHIVED AND
000441*                  DELETED, THE ARCHIVE IS CLOSED AND REOPENED AND
000442*                  THE POSITION AND COUNTS ARE WRITTEN TO
000443*                  incarch.ckp (SEE CKPREC.CPY), WHICH A CLEAN
000444*                  FINISH EMPTIES.  WHILE A CHECKPOINT IS ON FILE
000445*                  ONLY A RESTART WILL RUN -- ASKED FOR BY
000446*                  NIGHTRUN THROUGH THE EXTERNAL
000447*                  CS-INCARCH-RESTART-SWITCH, OR BY HAND WITH AN
000448*                  'R' IN COLUMN 8 OF incarch.parm.  A RESTART
000449*                  TAKES THE CHECKPOINT'S CUTOFF AND COUNTS, LOADS
000450*                  THE SEQUENCE NUMBERS ALREADY ON THE ARCHIVES
000451*                  PAST THE CHECKPOINT, DELETES THOSE ROWS FROM
000452*                  THE LIVE FILE WITHOUT WRITING THEM AGAIN,
000453*                  CARRIES ON FROM THE CHECKPOINT, AND AT THE END
000454*                  RECONCILES THE ARCHIVE LINES AND THE OLD ROWS
000455*                  STILL LIVE AGAINST ITS COUNTS.  FAILED LIVE
000456*                  DELETES ARE NOW COUNTED.
000457*****************************************************************
000458*
000459 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000461 FILE-CONTROL.
000470     SELECT INCIDENT-FILE ASSIGN TO "incidents.dat"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000570     SELECT PARM-FILE ASSIGN TO "incarch.parm"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-PARM-FILE-STATUS.
000592     SELECT CHAIN-ANCHOR-FILE ASSIGN TO "incchain.dat"
000594         ORGANIZATION IS LINE SEQUENTIAL
000596         FILE STATUS IS FS-CHAIN-ANCHOR-STATUS.
000597     SELECT CHECKPOINT-FILE ASSIGN TO "incarch.ckp"
000598         ORGANIZATION IS LINE SEQUENTIAL
000599         FILE STATUS IS FS-CHECKPOINT-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000640     COPY "INCREC.CPY".
000650
000660 FD  ARCHIVE-FILE.
000670 01  ARCHIVE-RECORD               PIC X(200).
000680
000690 FD  PARM-FILE.
000700 01  PARM-RECORD                  PIC X(80).
000702
000704 FD  CHAIN-ANCHOR-FILE.
000706     COPY "CHNREC.CPY".
000707
000708 FD  CHECKPOINT-FILE.
000709     COPY "CKPREC.CPY".
000710
000720 WORKING-STORAGE SECTION.
000730 01  FS-INCIDENT-FILE-STATUS      PIC X(02) VALUE "00".
000790
000800 01  FS-PARM-FILE-STATUS          PIC X(02) VALUE "00".
000810     88  FS-PARM-FILE-OK              VALUE "00".
000812
000814 01  FS-CHAIN-ANCHOR-STATUS       PIC X(02) VALUE "00".
000816     88  FS-CHAIN-ANCHOR-OK           VALUE "00".
000817
000818 01  FS-CHECKPOINT-STATUS         PIC X(02) VALUE "00".
000819     88  FS-CHECKPOINT-OK             VALUE "00".
000820
000830 01  CS-FILES-READY-FLAG          PIC X(01) VALUE 'N'.
000840     88  CS-FILES-READY               VALUE 'Y'.
000970     05  CS-KEPT-COUNT            PIC 9(06) VALUE 0.
000980     05  CS-ARCHIVED-COUNT        PIC 9(06) VALUE 0.
000990     05  CS-WRITE-FAIL-COUNT      PIC 9(06) VALUE 0.
000995     05  CS-DELETE-FAIL-COUNT     PIC 9(06) VALUE 0.
001000
001010 01  CS-PARM-CHECK-FIELDS.
001020     05  CS-PARM-VALID-FLAG       PIC X(01) VALUE 'Y'.
001120     05  CS-ARCHIVE-FILE-NAME     PIC X(20).
001130     05  CS-OPEN-ARCHIVE-MONTH    PIC 9(06) VALUE 0.
001140     05  CS-RECORD-MONTH          PIC 9(06) VALUE 0.
001141
001142 01  CS-CHAIN-ANCHOR-FIELDS.
001143     05  CS-ANCHOR-SEQ-NO         PIC 9(09) VALUE 0.
001144     05  CS-ANCHOR-CHAIN-SUM      PIC 9(10) VALUE 0.
001145     05  CS-ANCHOR-FILE-NAME      PIC X(20) VALUE SPACES.
001146     05  CS-ANCHOR-MOVED-FLAG     PIC X(01) VALUE 'N'.
001147         88  CS-ANCHOR-MOVED          VALUE 'Y'.
001148
001149*    SET TO 'R' BY NIGHTRUN, IN THE SAME RUN UNIT, TO ASK FOR A
001150*    RESTART FROM THE CHECKPOINT.
001151 01  CS-INCARCH-RESTART-SWITCH    PIC X(01) EXTERNAL.
001152     88  CS-INCARCH-RESTART-REQUESTED VALUE 'R'.
001153
001154 01  CS-RESTART-FIELDS.
001155     05  CS-RESTART-MODE-FLAG     PIC X(01) VALUE 'N'.
001156         88  CS-RESTART-MODE          VALUE 'Y'.
001157     05  CS-CHECKPOINT-FOUND-FLAG PIC X(01) VALUE 'N'.
001158         88  CS-CHECKPOINT-FOUND      VALUE 'Y'.
001159     05  CS-CHECKPOINT-BAD-FLAG   PIC X(01) VALUE 'N'.
001160         88  CS-CHECKPOINT-DAMAGED    VALUE 'Y'.
001161     05  CS-CHECKPOINT-TAKEN-FLAG PIC X(01) VALUE 'N'.
001162         88  CS-CHECKPOINT-TAKEN      VALUE 'Y'.
001163     05  CS-CHECKPOINT-STUCK-FLAG PIC X(01) VALUE 'N'.
001164         88  CS-CHECKPOINT-STUCK      VALUE 'Y'.
001165     05  CS-RESTART-ABORTED-FLAG  PIC X(01) VALUE 'N'.
001166         88  CS-RESTART-ABORTED       VALUE 'Y'.
001167     05  CS-RECONCILE-FAILED-FLAG PIC X(01) VALUE 'N'.
001168         88  CS-RECONCILE-FAILED      VALUE 'Y'.
001169     05  CS-ROW-ON-ARCHIVE-FLAG   PIC X(01) VALUE 'N'.
001170         88  CS-ROW-ON-ARCHIVE        VALUE 'Y'.
001171     05  CS-CHECKPOINT-DATE       PIC 9(08) VALUE 0.
001172     05  CS-RESTART-FROM-SEQ-NO   PIC 9(09) VALUE 0.
001173     05  CS-RESTART-FROM-FILE     PIC X(20) VALUE SPACES.
001174     05  CS-RESTART-HIGH-SEQ-NO   PIC 9(09) VALUE 0.
001175     05  CS-LAST-DELETED-SEQ-NO   PIC 9(09) VALUE 0.
001176     05  CS-LAST-DELETED-FILE     PIC X(20) VALUE SPACES.
001177     05  CS-ROWS-SINCE-CHECKPOINT PIC 9(06) VALUE 0.
001178     05  CS-CKP-ARCHIVED-COUNT    PIC 9(06) VALUE 0.
001179     05  CS-GONE-BEFORE-COUNT     PIC 9(06) VALUE 0.
001180     05  CS-FINISHED-DELETE-COUNT PIC 9(06) VALUE 0.
001181     05  CS-RECON-ARCHIVE-LINES   PIC 9(06) VALUE 0.
001182     05  CS-RECON-ARCHIVE-WANTED  PIC 9(06) VALUE 0.
001183     05  CS-RECON-LIVE-ROWS       PIC 9(06) VALUE 0.
001184     05  CS-RECON-LIVE-WANTED     PIC 9(06) VALUE 0.
001185
001186*    SEQUENCE NUMBERS FOUND ON THE ARCHIVES PAST THE CHECKPOINT
001187*    WHEN A RESTART BEGINS.  'L' = STILL ON THE LIVE FILE (DELETE
001188*    WITHOUT WRITING AGAIN), 'G' = ALREADY GONE FROM IT.
001189 01  CS-RESTART-TABLE.
001190     05  CS-RESTART-ENTRY         OCCURS 2000 TIMES.
001191         10  CS-RESTART-SEQ-NO    PIC 9(09).
001192         10  CS-RESTART-STATE     PIC X(01).
001193             88  CS-RESTART-ROW-LIVE  VALUE 'L'.
001194             88  CS-RESTART-ROW-GONE  VALUE 'G'.
001195
001196 01  CS-RESTART-ENTRY-COUNT       PIC 9(04) COMP VALUE 0.
001197 01  CS-RESTART-IDX               PIC 9(04) COMP VALUE 0.
001198
001199 77  CS-RESTART-TABLE-SIZE        PIC 9(04) VALUE 2000.
001200 77  CS-CHECKPOINT-INTERVAL       PIC 9(06) VALUE 500.
001201
001202 01  CS-SCAN-FIELDS.
001203     05  CS-SCAN-MODE-FLAG        PIC X(01) VALUE 'L'.
001204         88  CS-SCAN-LOADING          VALUE 'L'.
001205         88  CS-SCAN-COUNTING         VALUE 'C'.
001206     05  CS-SCAN-EOF-FLAG         PIC X(01) VALUE 'N'.
001207         88  CS-SCAN-END-OF-FILE      VALUE 'Y'.
001208     05  CS-SCAN-FAILED-FLAG      PIC X(01) VALUE 'N'.
001209         88  CS-SCAN-FAILED           VALUE 'Y'.
001210     05  CS-SCAN-SEQ-NO           PIC 9(09) VALUE 0.
001211     05  CS-SCAN-LAST-MONTH       PIC 9(06) VALUE 0.
001212     05  CS-SCAN-MONTH            PIC 9(06) VALUE 0.
001213     05  CS-SCAN-MONTH-PARTS REDEFINES CS-SCAN-MONTH.
001214         10  CS-SCAN-YEAR         PIC 9(04).
001215         10  CS-SCAN-MM           PIC 9(02).
001216
001217 PROCEDURE DIVISION.
001218*****************************************************************
001219* 0000-MAIN-LOGIC.
001220*****************************************************************
001221 0000-MAIN-LOGIC.
001222     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001223     IF NOT CS-FILES-READY
001230         GOBACK
001240     END-IF
001250
001320             "deleted; the live file is intact."
001330     END-IF
001340
001341     IF CS-RESTART-MODE AND NOT CS-ARCHIVE-FAILED
001342         PERFORM 7000-RECONCILE-RESTART
001343             THRU 7000-RECONCILE-RESTART-EXIT
001344     END-IF
001345
001350     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
001360
001370     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001390
001400 1000-INITIALIZE.
001410     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
001412     IF CS-INCARCH-RESTART-REQUESTED
001414         MOVE 'Y' TO CS-RESTART-MODE-FLAG
001416     END-IF
001420     PERFORM 1050-APPLY-RETENTION-OVERRIDE
001430         THRU 1050-APPLY-RETENTION-OVERRIDE-EXIT
001440
001590         GO TO 1000-INITIALIZE-EXIT
001600     END-IF
001610
001612     PERFORM 1100-READ-CHAIN-ANCHOR
001614         THRU 1100-READ-CHAIN-ANCHOR-EXIT
001616
001617     PERFORM 1200-READ-CHECKPOINT THRU 1200-READ-CHECKPOINT-EXIT
001618     IF CS-CHECKPOINT-DAMAGED
001619         DISPLAY "incarch.ckp holds a checkpoint that cannot be "
001620             "read.  Not starting; inspect it against the "
001621             "archive files and the live file before clearing "
001622             "it by hand."
001623         PERFORM 1900-ABANDON-START THRU 1900-ABANDON-START-EXIT
001624         GO TO 1000-INITIALIZE-EXIT
001625     END-IF
001626     IF CS-CHECKPOINT-FOUND AND NOT CS-RESTART-MODE
001627         DISPLAY "incarch.ckp holds a checkpoint taken "
001628             CS-CHECKPOINT-DATE " by a run that stopped part "
001629             "way through the purge (last row moved "
001630             CS-RESTART-FROM-SEQ-NO ").  A plain run would "
001631             "archive the rows past it a second time.  Not "
001632             "starting; rerun in restart mode -- NIGHTRUN does "
001633             "this itself after a failed run, or put an R in "
001634             "column 8 of incarch.parm."
001635         PERFORM 1900-ABANDON-START THRU 1900-ABANDON-START-EXIT
001636         GO TO 1000-INITIALIZE-EXIT
001637     END-IF
001638     IF CS-RESTART-MODE AND NOT CS-CHECKPOINT-FOUND
001639         DISPLAY "Restart requested, but incarch.ckp holds no "
001640             "checkpoint.  Running a normal purge."
001641         MOVE 'N' TO CS-RESTART-MODE-FLAG
001642     END-IF
001643     IF CS-RESTART-MODE
001644         PERFORM 1300-PREPARE-RESTART
001645             THRU 1300-PREPARE-RESTART-EXIT
001646         IF CS-RESTART-ABORTED
001647             PERFORM 1900-ABANDON-START
001648                 THRU 1900-ABANDON-START-EXIT
001649             GO TO 1000-INITIALIZE-EXIT
001650         END-IF
001651     END-IF
001652
001653     MOVE 'Y' TO CS-FILES-READY-FLAG
001654     IF NOT CS-END-OF-FILE
001655         PERFORM 2000-READ-INCIDENT THRU 2000-READ-INCIDENT-EXIT
001656     END-IF.
001657 1000-INITIALIZE-EXIT.
001658     EXIT.
001660
001670*****************************************************************
001680* 1050-APPLY-RETENTION-OVERRIDE.
001710* SO OPERATIONS CAN RETUNE HOW MUCH HISTORY STAYS ON THE LIVE
001720* FILE WITHOUT A RECOMPILE.  A MISSING FILE, EMPTY FILE, OR
001730* NON-NUMERIC VALUE LEAVES CS-RETENTION-DAYS AT ITS COMPILED-IN
001740* DEFAULT.  AN 'R' IN COLUMN 8 ASKS FOR A RESTART FROM THE
001742* CHECKPOINT WHEN THE JOB IS RUN BY HAND; IT HAS NO EFFECT WHILE
001744* incarch.ckp IS EMPTY.  A RESTART KEEPS THE CHECKPOINT'S OWN
001746* RETENTION AND CUTOFF WHATEVER COLUMNS 1-6 SAY.
001750*****************************************************************
001760 1050-APPLY-RETENTION-OVERRIDE.
001770     OPEN INPUT PARM-FILE
001850             GO TO 1050-APPLY-RETENTION-OVERRIDE-EXIT
001860     END-READ
001870
001872     IF PARM-RECORD(8:1) = 'R'
001874         MOVE 'Y' TO CS-RESTART-MODE-FLAG
001876     END-IF
001878
001880     MOVE 'Y' TO CS-PARM-VALID-FLAG
001890     PERFORM 1060-VALIDATE-PARM-DIGIT
001900         VARYING CS-PARM-CHECK-IDX FROM 1 BY 1
002040     END-IF.
002050 1060-VALIDATE-PARM-DIGIT-EXIT.
002060     EXIT.
002061
002062*****************************************************************
002063* 1100-READ-CHAIN-ANCHOR.
002064* PICKS UP THE ANCHOR LEFT BY THE LAST RUN, IF ANY, SO THIS RUN
002065* ONLY MOVES IT FORWARD.  NO FILE YET MEANS NOTHING HAS BEEN
002066* ARCHIVED SINCE THE CHECKSUMS CAME IN.
002067*****************************************************************
002068 1100-READ-CHAIN-ANCHOR.
002069     OPEN INPUT CHAIN-ANCHOR-FILE
002070     IF NOT FS-CHAIN-ANCHOR-OK
002071         GO TO 1100-READ-CHAIN-ANCHOR-EXIT
002072     END-IF
002073     READ CHAIN-ANCHOR-FILE
002074         AT END
002075             MOVE 0 TO CHA-LAST-SEQ-NO
002076             MOVE 0 TO CHA-LAST-CHAIN-SUM
002077     END-READ
002078     IF CHA-LAST-SEQ-NO NUMERIC AND CHA-LAST-CHAIN-SUM NUMERIC
002079         MOVE CHA-LAST-SEQ-NO TO CS-ANCHOR-SEQ-NO
002080         MOVE CHA-LAST-CHAIN-SUM TO CS-ANCHOR-CHAIN-SUM
002081         MOVE CHA-ARCHIVE-FILE-NAME TO CS-ANCHOR-FILE-NAME
002082     END-IF
002083     CLOSE CHAIN-ANCHOR-FILE.
002084 1100-READ-CHAIN-ANCHOR-EXIT.
002085     EXIT.
002086
002087*****************************************************************
002088* 1200-READ-CHECKPOINT.
002089* A RECORD ON incarch.ckp MEANS THE LAST RUN STOPPED PART WAY
002090* THROUGH THE PURGE.  NO FILE, OR AN EMPTY ONE, MEANS IT DID NOT.
002091* THE CHECKPOINT'S CUTOFF, COUNTS AND ANCHOR ARE TAKEN OVER ONLY
002092* FOR A RESTART.
002093*****************************************************************
002094 1200-READ-CHECKPOINT.
002095     OPEN INPUT CHECKPOINT-FILE
002096     IF NOT FS-CHECKPOINT-OK
002097         GO TO 1200-READ-CHECKPOINT-EXIT
002098     END-IF
002099     READ CHECKPOINT-FILE
002100         AT END
002101             CLOSE CHECKPOINT-FILE
002102             GO TO 1200-READ-CHECKPOINT-EXIT
002103     END-READ
002104
002105     MOVE 'Y' TO CS-CHECKPOINT-FOUND-FLAG
002106     IF CKP-LAST-SEQ-NO NOT NUMERIC
002107         OR CKP-ARCHIVE-FILE-NAME(11:6) NOT NUMERIC
002108         OR CKP-CUTOFF-DATE NOT NUMERIC
002109         OR CKP-RETENTION-DAYS NOT NUMERIC
002110         OR CKP-COUNTS NOT NUMERIC
002111         OR CKP-ANCHOR-SEQ-NO NOT NUMERIC
002112         OR CKP-ANCHOR-CHAIN-SUM NOT NUMERIC
002113         MOVE 'Y' TO CS-CHECKPOINT-BAD-FLAG
002114         CLOSE CHECKPOINT-FILE
002115         GO TO 1200-READ-CHECKPOINT-EXIT
002116     END-IF
002117
002118     MOVE CKP-TAKEN-DATE TO CS-CHECKPOINT-DATE
002119     MOVE CKP-LAST-SEQ-NO TO CS-RESTART-FROM-SEQ-NO
002120     IF CS-RESTART-MODE
002121         MOVE CKP-ARCHIVE-FILE-NAME TO CS-RESTART-FROM-FILE
002122         MOVE CKP-LAST-SEQ-NO TO CS-LAST-DELETED-SEQ-NO
002123         MOVE CKP-ARCHIVE-FILE-NAME TO CS-LAST-DELETED-FILE
002124         MOVE CKP-CUTOFF-DATE TO CS-CUTOFF-DATE
002125         MOVE CKP-RETENTION-DAYS TO CS-RETENTION-DAYS
002126         MOVE CKP-RECORD-COUNT TO CS-RECORD-COUNT
002127         MOVE CKP-KEPT-COUNT TO CS-KEPT-COUNT
002128         MOVE CKP-ARCHIVED-COUNT TO CS-ARCHIVED-COUNT
002129         MOVE CKP-ARCHIVED-COUNT TO CS-CKP-ARCHIVED-COUNT
002130         MOVE CKP-WRITE-FAIL-COUNT TO CS-WRITE-FAIL-COUNT
002131         MOVE CKP-DELETE-FAIL-COUNT TO CS-DELETE-FAIL-COUNT
002132         MOVE CKP-ANCHOR-SEQ-NO TO CS-ANCHOR-SEQ-NO
002133         MOVE CKP-ANCHOR-CHAIN-SUM TO CS-ANCHOR-CHAIN-SUM
002134         MOVE CKP-ANCHOR-FILE-NAME TO CS-ANCHOR-FILE-NAME
002135         MOVE CKP-ANCHOR-MOVED-FLAG TO CS-ANCHOR-MOVED-FLAG
002136     END-IF
002137     CLOSE CHECKPOINT-FILE.
002138 1200-READ-CHECKPOINT-EXIT.
002139     EXIT.
002140
002141*****************************************************************
002142* 1300-PREPARE-RESTART.
002143* LOADS EVERY SEQUENCE NUMBER ALREADY ON THE ARCHIVES PAST THE
002144* CHECKPOINT, THEN LOOKS EACH ONE UP ON THE LIVE FILE.  A ROW
002145* THAT IS GONE WAS ARCHIVED AND DELETED BY THE FAILED RUN AFTER
002146* ITS LAST CHECKPOINT AND IS COUNTED NOW; ONE STILL LIVE IS
002147* DELETED BY 3100-ARCHIVE-RECORD WITHOUT A SECOND ARCHIVE WRITE.
002148* THE LIVE FILE IS THEN POSITIONED JUST PAST THE CHECKPOINT ROW.
002149* TOO MANY ROWS TO HOLD, OR AN ARCHIVE THAT CANNOT BE READ,
002150* ABANDONS THE RESTART WITH THE CHECKPOINT UNTOUCHED.
002151*****************************************************************
002152 1300-PREPARE-RESTART.
002153     DISPLAY "Restarting from the checkpoint taken "
002154         CS-CHECKPOINT-DATE ": last row moved "
002155         CS-RESTART-FROM-SEQ-NO " to " CS-RESTART-FROM-FILE
002156         ", cutoff " CS-CUTOFF-DATE "."
002157
002158     MOVE 'L' TO CS-SCAN-MODE-FLAG
002159     PERFORM 1310-SCAN-ARCHIVES THRU 1310-SCAN-ARCHIVES-EXIT
002160     IF CS-SCAN-FAILED
002161         DISPLAY "Restart abandoned; the checkpoint is kept."
002162         MOVE 'Y' TO CS-RESTART-ABORTED-FLAG
002163         GO TO 1300-PREPARE-RESTART-EXIT
002164     END-IF
002165
002166     PERFORM 1350-CHECK-RESTART-ENTRY
002167         THRU 1350-CHECK-RESTART-ENTRY-EXIT
002168         VARYING CS-RESTART-IDX FROM 1 BY 1
002169         UNTIL CS-RESTART-IDX > CS-RESTART-ENTRY-COUNT
002170
002171     MOVE CS-RESTART-FROM-SEQ-NO TO INCIDENT-SEQ-NO
002172     START INCIDENT-FILE
002173         KEY IS GREATER THAN INCIDENT-SEQ-NO
002174         INVALID KEY
002175             SET CS-END-OF-FILE TO TRUE
002176     END-START.
002177 1300-PREPARE-RESTART-EXIT.
002178     EXIT.
002179
002180*****************************************************************
002181* 1310-SCAN-ARCHIVES.
002182* WALKS THE MONTHLY ARCHIVES FROM THE CHECKPOINT'S FILE THROUGH
002183* THE CUTOFF MONTH -- EVERY FILE A RUN WITH THIS CUTOFF COULD
002184* HAVE WRITTEN TO AFTER THE CHECKPOINT -- AND LOOKS AT EACH LINE
002185* WHOSE SEQUENCE NUMBER IS PAST IT.  LOADING (1300) PUTS THEM IN
002186* CS-RESTART-TABLE; COUNTING (7000) JUST COUNTS THEM.  A MONTH
002187* WITH NO ARCHIVE FILE IS PASSED OVER.
002188*****************************************************************
002189 1310-SCAN-ARCHIVES.
002190     MOVE 'N' TO CS-SCAN-FAILED-FLAG
002191     MOVE CS-RESTART-FROM-FILE(11:6) TO CS-SCAN-MONTH
002192     MOVE CS-CUTOFF-DATE(1:6) TO CS-SCAN-LAST-MONTH
002193     PERFORM 1320-SCAN-ONE-ARCHIVE THRU 1320-SCAN-ONE-ARCHIVE-EXIT
002194         UNTIL CS-SCAN-MONTH > CS-SCAN-LAST-MONTH
002195             OR CS-SCAN-FAILED.
002196 1310-SCAN-ARCHIVES-EXIT.
002197     EXIT.
002198
002199 1320-SCAN-ONE-ARCHIVE.
002200     MOVE SPACES TO CS-ARCHIVE-FILE-NAME
002201     STRING "incidents_" DELIMITED BY SIZE
002202         CS-SCAN-MONTH DELIMITED BY SIZE
002203         ".dat" DELIMITED BY SIZE
002204         INTO CS-ARCHIVE-FILE-NAME
002205     END-STRING
002206     PERFORM 1330-ADVANCE-SCAN-MONTH
002207         THRU 1330-ADVANCE-SCAN-MONTH-EXIT
002208
002209     OPEN INPUT ARCHIVE-FILE
002210     IF FS-ARCHIVE-FILE-NOT-FOUND
002211         GO TO 1320-SCAN-ONE-ARCHIVE-EXIT
002212     END-IF
002213     IF NOT FS-ARCHIVE-FILE-OK
002214         DISPLAY "Unable to read archive file "
002215             CS-ARCHIVE-FILE-NAME ", file status "
002216             FS-ARCHIVE-FILE-STATUS "."
002217         MOVE 'Y' TO CS-SCAN-FAILED-FLAG
002218         GO TO 1320-SCAN-ONE-ARCHIVE-EXIT
002219     END-IF
002220
002221     MOVE 'N' TO CS-SCAN-EOF-FLAG
002222     PERFORM 1340-SCAN-ONE-LINE THRU 1340-SCAN-ONE-LINE-EXIT
002223         UNTIL CS-SCAN-END-OF-FILE OR CS-SCAN-FAILED
002224     CLOSE ARCHIVE-FILE.
002225 1320-SCAN-ONE-ARCHIVE-EXIT.
002226     EXIT.
002227
002228 1330-ADVANCE-SCAN-MONTH.
002229     IF CS-SCAN-MM < 12
002230         ADD 1 TO CS-SCAN-MM
002231     ELSE
002232         MOVE 1 TO CS-SCAN-MM
002233         ADD 1 TO CS-SCAN-YEAR
002234     END-IF.
002235 1330-ADVANCE-SCAN-MONTH-EXIT.
002236     EXIT.
002237
002238*****************************************************************
002239* 1340-SCAN-ONE-LINE.
002240* A LOADED LINE ALSO MOVES THE CHAIN ANCHOR FORWARD, THE SAME AS
002241* 3100-ARCHIVE-RECORD DOES, SINCE EVERY ROW PAST THE CHECKPOINT
002242* IS OFF THE LIVE FILE BY THE END OF THE RESTART.
002243*****************************************************************
002244 1340-SCAN-ONE-LINE.
002245     READ ARCHIVE-FILE
002246         AT END
002247             SET CS-SCAN-END-OF-FILE TO TRUE
002248             GO TO 1340-SCAN-ONE-LINE-EXIT
002249     END-READ
002250     IF ARCHIVE-RECORD(1:9) NOT NUMERIC
002251         GO TO 1340-SCAN-ONE-LINE-EXIT
002252     END-IF
002253     MOVE ARCHIVE-RECORD(1:9) TO CS-SCAN-SEQ-NO
002254     IF CS-SCAN-SEQ-NO NOT > CS-RESTART-FROM-SEQ-NO
002255         GO TO 1340-SCAN-ONE-LINE-EXIT
002256     END-IF
002257     IF CS-SCAN-COUNTING
002258         ADD 1 TO CS-RECON-ARCHIVE-LINES
002259         GO TO 1340-SCAN-ONE-LINE-EXIT
002260     END-IF
002261
002262     IF CS-RESTART-ENTRY-COUNT NOT < CS-RESTART-TABLE-SIZE
002263         DISPLAY "More than " CS-RESTART-TABLE-SIZE " archived "
002264             "rows past the checkpoint -- too many to restart "
002265             "from safely."
002266         MOVE 'Y' TO CS-SCAN-FAILED-FLAG
002267         GO TO 1340-SCAN-ONE-LINE-EXIT
002268     END-IF
002269     ADD 1 TO CS-RESTART-ENTRY-COUNT
002270     MOVE CS-SCAN-SEQ-NO
002271         TO CS-RESTART-SEQ-NO(CS-RESTART-ENTRY-COUNT)
002272     MOVE 'L' TO CS-RESTART-STATE(CS-RESTART-ENTRY-COUNT)
002273     IF CS-SCAN-SEQ-NO > CS-RESTART-HIGH-SEQ-NO
002274         MOVE CS-SCAN-SEQ-NO TO CS-RESTART-HIGH-SEQ-NO
002275     END-IF
002276
002277     IF CS-SCAN-SEQ-NO > CS-ANCHOR-SEQ-NO
002278         MOVE CS-SCAN-SEQ-NO TO CS-ANCHOR-SEQ-NO
002279         MOVE CS-ARCHIVE-FILE-NAME TO CS-ANCHOR-FILE-NAME
002280         IF ARCHIVE-RECORD(191:10) NUMERIC
002281             MOVE ARCHIVE-RECORD(191:10) TO CS-ANCHOR-CHAIN-SUM
002282         ELSE
002283             MOVE 0 TO CS-ANCHOR-CHAIN-SUM
002284         END-IF
002285         MOVE 'Y' TO CS-ANCHOR-MOVED-FLAG
002286     END-IF.
002287 1340-SCAN-ONE-LINE-EXIT.
002288     EXIT.
002289
002290 1350-CHECK-RESTART-ENTRY.
002291     MOVE CS-RESTART-SEQ-NO(CS-RESTART-IDX) TO INCIDENT-SEQ-NO
002292     READ INCIDENT-FILE
002293         KEY IS INCIDENT-SEQ-NO
002294         INVALID KEY
002295             MOVE 'G' TO CS-RESTART-STATE(CS-RESTART-IDX)
002296             ADD 1 TO CS-GONE-BEFORE-COUNT
002297             ADD 1 TO CS-RECORD-COUNT
002298             ADD 1 TO CS-ARCHIVED-COUNT
002299     END-READ.
002300 1350-CHECK-RESTART-ENTRY-EXIT.
002301     EXIT.
002302
002303*****************************************************************
002304* 1900-ABANDON-START.
002305* THE RUN IS NOT GOING AHEAD AFTER THE LIVE FILE WAS OPENED AND
002306* THE START RECORDED: CLOSE UP AND STAMP THE RUN FAILED.
002307*****************************************************************
002308 1900-ABANDON-START.
002309     CLOSE INCIDENT-FILE
002310     MOVE 'F' TO CS-RC-ACTION
002311     CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
002312         CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
002313         CS-RC-HWM-SEQ-NO.
002314 1900-ABANDON-START-EXIT.
002315     EXIT.
002316
002317*****************************************************************
002318* 2000-READ-INCIDENT.
002319* ONE PHYSICAL READ.  USED BOTH FOR THE PRIMING READ IN
002320* 1000-INITIALIZE AND AGAIN AT THE BOTTOM OF EACH PASS THROUGH
002321* 3000-PROCESS-RECORD.
002322*****************************************************************
002323 2000-READ-INCIDENT.
002324     READ INCIDENT-FILE NEXT RECORD
002325         AT END
002326             SET CS-END-OF-FILE TO TRUE
002327     END-READ.
002328 2000-READ-INCIDENT-EXIT.
002329     EXIT.
002330
002331*****************************************************************
002332* 3000-PROCESS-RECORD.
002333* ROUTES ONE INCIDENT RECORD: OLDER THAN THE CUTOFF IS WRITTEN
002334* TO THE DATED ARCHIVE FILE FOR ITS CALENDAR MONTH AND DELETED
002335* FROM THE LIVE FILE; ANYTHING ELSE STAYS PUT.  THEN READS THE
002336* NEXT RECORD.
002337*****************************************************************
002338 3000-PROCESS-RECORD.
002339     ADD 1 TO CS-RECORD-COUNT
002340
002341     IF INCIDENT-DATE < CS-CUTOFF-DATE
002342         PERFORM 3100-ARCHIVE-RECORD
002343             THRU 3100-ARCHIVE-RECORD-EXIT
002350     ELSE
002360         ADD 1 TO CS-KEPT-COUNT
002370     END-IF
002500* LIVE FILE IS APPEND-ORDERED, SO IN PRACTICE EACH MONTHLY
002510* ARCHIVE IS OPENED ONCE PER RUN; OPEN EXTEND LETS A RERUN OR A
002520* STRAGGLING ROW ADD TO AN ARCHIVE THAT ALREADY EXISTS.
002522* ON A RESTART, A ROW THE FAILED RUN ALREADY WROTE TO THE ARCHIVE
002524* (STILL 'L' IN CS-RESTART-TABLE) IS DELETED WITHOUT BEING
002526* WRITTEN AGAIN.  EVERY CS-CHECKPOINT-INTERVAL ROWS ARCHIVED AND
002528* DELETED, A CHECKPOINT IS TAKEN.
002530*****************************************************************
002540 3100-ARCHIVE-RECORD.
002550     MOVE INCIDENT-DATE(1:6) TO CS-RECORD-MONTH
002620         END-IF
002630     END-IF
002640
002644     MOVE 'N' TO CS-ROW-ON-ARCHIVE-FLAG
002648     IF CS-RESTART-MODE
002652         AND INCIDENT-SEQ-NO NOT > CS-RESTART-HIGH-SEQ-NO
002656         PERFORM 3150-FIND-RESTART-ENTRY
002660             THRU 3150-FIND-RESTART-ENTRY-EXIT
002664             VARYING CS-RESTART-IDX FROM 1 BY 1
002668             UNTIL CS-RESTART-IDX > CS-RESTART-ENTRY-COUNT
002672                 OR CS-ROW-ON-ARCHIVE
002676     END-IF
002680
002684     IF CS-ROW-ON-ARCHIVE
002688         ADD 1 TO CS-FINISHED-DELETE-COUNT
002692     ELSE
002696         WRITE ARCHIVE-RECORD FROM INCIDENT-RECORD
002700         IF NOT FS-ARCHIVE-FILE-OK
002704             ADD 1 TO CS-WRITE-FAIL-COUNT
002708             IF CS-WRITE-FAIL-COUNT = 1
002712                 DISPLAY "Archive write failed for sequence "
002716                     "number " INCIDENT-SEQ-NO ", file status "
002720                     FS-ARCHIVE-FILE-STATUS ".  The row stays "
002724                     "on the live file.  Further failures are "
002728                     "counted in the summary."
002732             END-IF
002736             GO TO 3100-ARCHIVE-RECORD-EXIT
002740         END-IF
002744     END-IF
002770
002780     ADD 1 TO CS-ARCHIVED-COUNT
002781     IF INCIDENT-SEQ-NO > CS-ANCHOR-SEQ-NO
002782         MOVE INCIDENT-SEQ-NO TO CS-ANCHOR-SEQ-NO
002783         MOVE CS-ARCHIVE-FILE-NAME TO CS-ANCHOR-FILE-NAME
002784         IF INCIDENT-CHAIN-SUM NUMERIC
002785             MOVE INCIDENT-CHAIN-SUM TO CS-ANCHOR-CHAIN-SUM
002786         ELSE
002787             MOVE 0 TO CS-ANCHOR-CHAIN-SUM
002788         END-IF
002789         MOVE 'Y' TO CS-ANCHOR-MOVED-FLAG
002790     END-IF
002791     DELETE INCIDENT-FILE
002800         INVALID KEY
002810             DISPLAY "Unable to delete archived sequence "
002820                 "number " INCIDENT-SEQ-NO ", file status "
002830                 FS-INCIDENT-FILE-STATUS "."
002831             ADD 1 TO CS-DELETE-FAIL-COUNT
002832             GO TO 3100-ARCHIVE-RECORD-EXIT
002833     END-DELETE
002834
002835     MOVE INCIDENT-SEQ-NO TO CS-LAST-DELETED-SEQ-NO
002836     MOVE CS-ARCHIVE-FILE-NAME TO CS-LAST-DELETED-FILE
002837     ADD 1 TO CS-ROWS-SINCE-CHECKPOINT
002838     IF CS-ROWS-SINCE-CHECKPOINT NOT < CS-CHECKPOINT-INTERVAL
002839         PERFORM 3200-TAKE-CHECKPOINT
002840             THRU 3200-TAKE-CHECKPOINT-EXIT
002841     END-IF.
002850 3100-ARCHIVE-RECORD-EXIT.
002860     EXIT.
002870
003230     END-IF.
003240 3110-SWITCH-ARCHIVE-FILE-EXIT.
003250     EXIT.
003251
003252 3150-FIND-RESTART-ENTRY.
003253     IF CS-RESTART-SEQ-NO(CS-RESTART-IDX) = INCIDENT-SEQ-NO
003254         AND CS-RESTART-ROW-LIVE(CS-RESTART-IDX)
003255         MOVE 'Y' TO CS-ROW-ON-ARCHIVE-FLAG
003256     END-IF.
003257 3150-FIND-RESTART-ENTRY-EXIT.
003258     EXIT.
003259
003260*****************************************************************
003261* 3200-TAKE-CHECKPOINT.
003262* CLOSES AND REOPENS THE ARCHIVE SO EVERY LINE WRITTEN SO FAR IS
003263* ON DISK BEFORE THE CHECKPOINT SAYS SO, THEN RECORDS THE
003264* POSITION.  A REOPEN THAT FAILS STOPS THE RUN LIKE ANY OTHER
003265* ARCHIVE OPEN FAILURE.
003266*****************************************************************
003267 3200-TAKE-CHECKPOINT.
003268     CLOSE ARCHIVE-FILE
003269     OPEN EXTEND ARCHIVE-FILE
003270     IF NOT FS-ARCHIVE-FILE-OK
003271         DISPLAY "Unable to reopen archive file "
003272             CS-ARCHIVE-FILE-NAME " at a checkpoint, file status "
003273             FS-ARCHIVE-FILE-STATUS "."
003274         MOVE 'N' TO CS-ARCHIVE-OPEN-FLAG
003275         MOVE 'Y' TO CS-ARCHIVE-FAILED-FLAG
003276         GO TO 3200-TAKE-CHECKPOINT-EXIT
003277     END-IF
003278
003279     PERFORM 3210-WRITE-CHECKPOINT THRU 3210-WRITE-CHECKPOINT-EXIT
003280     MOVE 0 TO CS-ROWS-SINCE-CHECKPOINT.
003281 3200-TAKE-CHECKPOINT-EXIT.
003282     EXIT.
003283
003284*****************************************************************
003285* 3210-WRITE-CHECKPOINT.
003286* REPLACES incarch.ckp WITH THE CURRENT POSITION AND COUNTS.  A
003287* FAILED WRITE IS REPORTED BUT DOES NOT STOP THE RUN: AN OLDER
003288* CHECKPOINT LEFT IN PLACE IS STILL A SAFE PLACE TO RESTART FROM,
003289* ONLY A LONGER ONE.
003290*****************************************************************
003291 3210-WRITE-CHECKPOINT.
003292     OPEN OUTPUT CHECKPOINT-FILE
003293     IF NOT FS-CHECKPOINT-OK
003294         PERFORM 3220-REPORT-CHECKPOINT-FAILURE
003295             THRU 3220-REPORT-CHECKPOINT-FAILURE-EXIT
003296         GO TO 3210-WRITE-CHECKPOINT-EXIT
003297     END-IF
003298
003299     MOVE CS-LAST-DELETED-SEQ-NO TO CKP-LAST-SEQ-NO
003300     MOVE CS-LAST-DELETED-FILE TO CKP-ARCHIVE-FILE-NAME
003301     MOVE CS-CUTOFF-DATE TO CKP-CUTOFF-DATE
003302     MOVE CS-RETENTION-DAYS TO CKP-RETENTION-DAYS
003303     MOVE CS-RECORD-COUNT TO CKP-RECORD-COUNT
003304     MOVE CS-KEPT-COUNT TO CKP-KEPT-COUNT
003305     MOVE CS-ARCHIVED-COUNT TO CKP-ARCHIVED-COUNT
003306     MOVE CS-WRITE-FAIL-COUNT TO CKP-WRITE-FAIL-COUNT
003307     MOVE CS-DELETE-FAIL-COUNT TO CKP-DELETE-FAIL-COUNT
003308     MOVE CS-ANCHOR-SEQ-NO TO CKP-ANCHOR-SEQ-NO
003309     MOVE CS-ANCHOR-CHAIN-SUM TO CKP-ANCHOR-CHAIN-SUM
003310     MOVE CS-ANCHOR-FILE-NAME TO CKP-ANCHOR-FILE-NAME
003311     MOVE CS-ANCHOR-MOVED-FLAG TO CKP-ANCHOR-MOVED-FLAG
003312     ACCEPT CKP-TAKEN-DATE FROM DATE YYYYMMDD
003313     ACCEPT CKP-TAKEN-TIME FROM TIME
003314     WRITE INCARCH-CHECKPOINT-RECORD
003315     IF FS-CHECKPOINT-OK
003316         MOVE 'Y' TO CS-CHECKPOINT-TAKEN-FLAG
003317     ELSE
003318         PERFORM 3220-REPORT-CHECKPOINT-FAILURE
003319             THRU 3220-REPORT-CHECKPOINT-FAILURE-EXIT
003320     END-IF
003321     CLOSE CHECKPOINT-FILE.
003322 3210-WRITE-CHECKPOINT-EXIT.
003323     EXIT.
003324
003325 3220-REPORT-CHECKPOINT-FAILURE.
003326     DISPLAY "Unable to write the checkpoint incarch.ckp, file "
003327         "status " FS-CHECKPOINT-STATUS ".  Last row moved "
003328         CS-LAST-DELETED-SEQ-NO " to " CS-LAST-DELETED-FILE ".".
003329 3220-REPORT-CHECKPOINT-FAILURE-EXIT.
003330     EXIT.
003331
003332*****************************************************************
003333* 7000-RECONCILE-RESTART.
003334* AFTER A RESTART HAS FINISHED ITS PASS, READS BACK WHAT IS ON
003335* THE ARCHIVES PAST THE CHECKPOINT AND WHAT OLD ROWS ARE STILL ON
003336* THE LIVE FILE, AND CHECKS BOTH AGAINST THE RUN'S COUNTS: THE
003337* ARCHIVE LINES SHOULD MATCH THE ROWS ARCHIVED SINCE THE
003338* CHECKPOINT, AND THE ONLY LIVE ROWS BEFORE THE CUTOFF SHOULD BE
003339* THE ONES WHOSE ARCHIVE WRITE OR LIVE DELETE FAILED.  ANY
003340* DIFFERENCE FAILS THE RUN FOR THE OPERATOR TO LOOK INTO.
003341*****************************************************************
003342 7000-RECONCILE-RESTART.
003343     IF CS-ARCHIVE-IS-OPEN
003344         CLOSE ARCHIVE-FILE
003345         MOVE 'N' TO CS-ARCHIVE-OPEN-FLAG
003346     END-IF
003347
003348     MOVE 'C' TO CS-SCAN-MODE-FLAG
003349     MOVE 0 TO CS-RECON-ARCHIVE-LINES
003350     PERFORM 1310-SCAN-ARCHIVES THRU 1310-SCAN-ARCHIVES-EXIT
003351     COMPUTE CS-RECON-ARCHIVE-WANTED =
003352         CS-ARCHIVED-COUNT - CS-CKP-ARCHIVED-COUNT
003353
003354     PERFORM 7100-COUNT-OLD-LIVE-ROWS
003355         THRU 7100-COUNT-OLD-LIVE-ROWS-EXIT
003356     COMPUTE CS-RECON-LIVE-WANTED =
003357         CS-WRITE-FAIL-COUNT + CS-DELETE-FAIL-COUNT
003358
003359     IF CS-SCAN-FAILED
003360         OR CS-RECON-ARCHIVE-LINES NOT = CS-RECON-ARCHIVE-WANTED
003361         OR CS-RECON-LIVE-ROWS NOT = CS-RECON-LIVE-WANTED
003362         MOVE 'Y' TO CS-RECONCILE-FAILED-FLAG
003363     END-IF.
003364 7000-RECONCILE-RESTART-EXIT.
003365     EXIT.
003366
003367 7100-COUNT-OLD-LIVE-ROWS.
003368     MOVE 0 TO CS-RECON-LIVE-ROWS
003369     MOVE 'N' TO CS-EOF-FLAG
003370     MOVE 0 TO INCIDENT-DATE
003371     START INCIDENT-FILE
003372         KEY IS NOT LESS THAN INCIDENT-DATE
003373         INVALID KEY
003374             SET CS-END-OF-FILE TO TRUE
003375     END-START
003376     IF NOT CS-END-OF-FILE
003377         PERFORM 2000-READ-INCIDENT THRU 2000-READ-INCIDENT-EXIT
003378     END-IF
003379     PERFORM 7110-COUNT-ONE-LIVE-ROW
003380         THRU 7110-COUNT-ONE-LIVE-ROW-EXIT
003381         UNTIL CS-END-OF-FILE.
003382 7100-COUNT-OLD-LIVE-ROWS-EXIT.
003383     EXIT.
003384
003385 7110-COUNT-ONE-LIVE-ROW.
003386     IF INCIDENT-DATE NOT < CS-CUTOFF-DATE
003387         SET CS-END-OF-FILE TO TRUE
003388         GO TO 7110-COUNT-ONE-LIVE-ROW-EXIT
003389     END-IF
003390     ADD 1 TO CS-RECON-LIVE-ROWS
003391     PERFORM 2000-READ-INCIDENT THRU 2000-READ-INCIDENT-EXIT.
003392 7110-COUNT-ONE-LIVE-ROW-EXIT.
003393     EXIT.
003394
003395*****************************************************************
003396* 8000-PRINT-SUMMARY.
003397*****************************************************************
003398 8000-PRINT-SUMMARY.
003399     DISPLAY " "
003400     DISPLAY "==============================================="
003401     DISPLAY "    MONTHLY INCIDENT ARCHIVE RUN"
003402     DISPLAY "==============================================="
003403     DISPLAY "Retention window (days) : " CS-RETENTION-DAYS
003404     DISPLAY "Cutoff date             : " CS-CUTOFF-DATE
003405     DISPLAY "Incidents read          : " CS-RECORD-COUNT
003406     DISPLAY "Incidents kept live     : " CS-KEPT-COUNT
003407     DISPLAY "Incidents archived      : " CS-ARCHIVED-COUNT
003408     IF CS-WRITE-FAIL-COUNT > 0
003410         DISPLAY "Archive write failures  : "
003420             CS-WRITE-FAIL-COUNT
003430             " (rows left on the live file)"
003440     END-IF
003441     IF CS-DELETE-FAIL-COUNT > 0
003442         DISPLAY "Live deletes failed     : "
003443             CS-DELETE-FAIL-COUNT
003444             " (rows left on both files)"
003445     END-IF
003446     IF CS-RESTART-MODE
003447         PERFORM 8100-PRINT-RESTART-LINES
003448             THRU 8100-PRINT-RESTART-LINES-EXIT
003449     END-IF
003450     DISPLAY "==============================================="
003460     DISPLAY "The archived rows were removed from the live "
003470             "file; the dated archive files hold the older "
003480             "history.".
003490 8000-PRINT-SUMMARY-EXIT.
003500     EXIT.
003501
003502 8100-PRINT-RESTART-LINES.
003503     DISPLAY "Restarted after row     : " CS-RESTART-FROM-SEQ-NO
003504     DISPLAY "  Gone before restart   : " CS-GONE-BEFORE-COUNT
003505     DISPLAY "  Deletes finished      : " CS-FINISHED-DELETE-COUNT
003506     IF CS-ARCHIVE-FAILED
003507         GO TO 8100-PRINT-RESTART-LINES-EXIT
003508     END-IF
003509     DISPLAY "Archive lines past ckpt : " CS-RECON-ARCHIVE-LINES
003510         " (expected " CS-RECON-ARCHIVE-WANTED ")"
003511     DISPLAY "Old rows still live     : " CS-RECON-LIVE-ROWS
003512         " (expected " CS-RECON-LIVE-WANTED ")"
003513     IF CS-RECONCILE-FAILED
003514         DISPLAY "RECONCILIATION FAILED -- compare the archive "
003515             "files and the live file before the next purge."
003516     ELSE
003517         DISPLAY "Archive and live file reconcile."
003518     END-IF.
003519 8100-PRINT-RESTART-LINES-EXIT.
003520     EXIT.
003521
003522*****************************************************************
003530* 9000-TERMINATE.
003540*****************************************************************
003550 9000-TERMINATE.
003570     IF CS-ARCHIVE-IS-OPEN
003580         CLOSE ARCHIVE-FILE
003590     END-IF
003591     IF CS-ANCHOR-MOVED
003592         PERFORM 9100-WRITE-CHAIN-ANCHOR
003593             THRU 9100-WRITE-CHAIN-ANCHOR-EXIT
003594     END-IF
003595     PERFORM 9200-SETTLE-CHECKPOINT
003596         THRU 9200-SETTLE-CHECKPOINT-EXIT
003597     IF CS-ARCHIVE-FAILED OR CS-RECONCILE-FAILED
003598         OR CS-CHECKPOINT-STUCK
003599         MOVE 'F' TO CS-RC-ACTION
003600     ELSE
003601         MOVE 'C' TO CS-RC-ACTION
003602     END-IF
003603     CALL "RUNCTL" USING CS-RC-ACTION CS-RC-JOB-NAME
003604         CS-RC-RESULT CS-RC-HWM-DATE CS-RC-HWM-TIME
003605         CS-RC-HWM-SEQ-NO.
003606 9000-TERMINATE-EXIT.
003610     EXIT.
003611
003612*****************************************************************
003613* 9100-WRITE-CHAIN-ANCHOR.
003614* REPLACES THE ANCHOR WITH THE HIGHEST ROW THIS RUN ARCHIVED.
003615* WRITTEN EVEN WHEN THE RUN ENDS FAILED -- THE ROWS ALREADY
003616* MOVED ARE GONE FROM THE LIVE FILE EITHER WAY.  A FAILED WRITE
003617* IS REPORTED AND FAILS THE RUN, SINCE A STALE ANCHOR WOULD
003618* LEAVE LOGINCDT CHAINING FROM THE WRONG ROW AFTER A FULL PURGE.
003619*****************************************************************
003620 9100-WRITE-CHAIN-ANCHOR.
003621     OPEN OUTPUT CHAIN-ANCHOR-FILE
003622     IF NOT FS-CHAIN-ANCHOR-OK
003623         PERFORM 9110-REPORT-ANCHOR-FAILURE
003624             THRU 9110-REPORT-ANCHOR-FAILURE-EXIT
003625         GO TO 9100-WRITE-CHAIN-ANCHOR-EXIT
003626     END-IF
003627
003628     MOVE CS-ANCHOR-SEQ-NO TO CHA-LAST-SEQ-NO
003629     MOVE CS-ANCHOR-CHAIN-SUM TO CHA-LAST-CHAIN-SUM
003630     MOVE CS-ANCHOR-FILE-NAME TO CHA-ARCHIVE-FILE-NAME
003631     MOVE CS-CURRENT-DATE TO CHA-UPDATED-DATE
003632     ACCEPT CHA-UPDATED-TIME FROM TIME
003633     WRITE CHAIN-ANCHOR-RECORD
003634     IF NOT FS-CHAIN-ANCHOR-OK
003635         PERFORM 9110-REPORT-ANCHOR-FAILURE
003636             THRU 9110-REPORT-ANCHOR-FAILURE-EXIT
003637     END-IF
003638     CLOSE CHAIN-ANCHOR-FILE.
003639 9100-WRITE-CHAIN-ANCHOR-EXIT.
003640     EXIT.
003641
003642 9110-REPORT-ANCHOR-FAILURE.
003643     DISPLAY "Unable to write the chain anchor incchain.dat, "
003644         "file status " FS-CHAIN-ANCHOR-STATUS ".  Last "
003645         "archived sequence number " CS-ANCHOR-SEQ-NO
003646         ", chain sum " CS-ANCHOR-CHAIN-SUM "."
003647     MOVE 'Y' TO CS-ARCHIVE-FAILED-FLAG.
003648 9110-REPORT-ANCHOR-FAILURE-EXIT.
003649     EXIT.
003650
003651*****************************************************************
003652* 9200-SETTLE-CHECKPOINT.
003653* A RUN STOPPED BY AN ARCHIVE FAILURE LEAVES A CHECKPOINT AT THE
003654* LAST ROW IT MOVED, SO THE RERUN IS A RESTART.  A RUN THAT
003655* FINISHED ITS PASS EMPTIES incarch.ckp -- EVEN WHEN THE
003656* RECONCILIATION FAILED, SINCE ANOTHER RESTART WOULD ONLY FIND THE
003657* SAME FIGURES.  A CHECKPOINT THAT CANNOT BE EMPTIED FAILS THE
003658* RUN: THE NEXT ONE WOULD TAKE IT FOR AN UNFINISHED PURGE.
003659*****************************************************************
003660 9200-SETTLE-CHECKPOINT.
003661     IF CS-ARCHIVE-FAILED
003662         IF CS-LAST-DELETED-SEQ-NO > CS-RESTART-FROM-SEQ-NO
003663             PERFORM 3210-WRITE-CHECKPOINT
003664                 THRU 3210-WRITE-CHECKPOINT-EXIT
003665         END-IF
003666         IF CS-CHECKPOINT-TAKEN OR CS-RESTART-MODE
003667             DISPLAY "A checkpoint is left on incarch.ckp; the "
003668                 "rerun must be a restart."
003669         END-IF
003670         GO TO 9200-SETTLE-CHECKPOINT-EXIT
003671     END-IF
003672
003673     IF NOT CS-CHECKPOINT-TAKEN AND NOT CS-RESTART-MODE
003674         GO TO 9200-SETTLE-CHECKPOINT-EXIT
003675     END-IF
003676     OPEN OUTPUT CHECKPOINT-FILE
003677     IF NOT FS-CHECKPOINT-OK
003678         DISPLAY "Unable to empty the checkpoint incarch.ckp, "
003679             "file status " FS-CHECKPOINT-STATUS ".  Empty it "
003680             "by hand before the next run."
003681         MOVE 'Y' TO CS-CHECKPOINT-STUCK-FLAG
003682         GO TO 9200-SETTLE-CHECKPOINT-EXIT
003683     END-IF
003684     CLOSE CHECKPOINT-FILE.
003685 9200-SETTLE-CHECKPOINT-EXIT.
003686     EXIT.
003687
003688 END PROGRAM INCARCH.
