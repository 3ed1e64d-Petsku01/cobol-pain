000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RPTPRT.
000030 AUTHOR. D-SHIFT-SECURITY-TEAM.
000040 INSTALLATION. CENTRAL-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------------
000110* 2026-10-15  DWS  ORIGINAL VERSION.  CALLED SUBPROGRAM, IN THE
000120*                  STYLE OF SESSLOG, THAT WRITES THE PRINT FILE
000130*                  FOR THE CONSOLE REPORTS (INCRPT, USRLIST,
000140*                  SECAUDIT, INCTRGRP, SESSRPT, RUNCTLRP AND
000150*                  USRAUDRP), SO EACH RUN LEAVES A FILE THAT CAN
000160*                  BE MAILED AND KEPT INSTEAD OF A CONSOLE COPY.
000170*                  THE FILE IS NAMED <report>_YYYYMMDD_HHMMSS.prt
000180*                  AFTER THE RUN STAMP, THE SAME CONVENTION AS
000190*                  THE incexp_ EXPORTS.  EVERY PAGE CARRIES THE
000200*                  STANDARD HEADER (REPORT ID, TITLE, RUN DATE
000210*                  AND TIME, PAGE NUMBER, RECIPIENT GROUPS) AND
000220*                  THE CALLER'S COLUMN HEADINGS; THE CALLER'S
000230*                  TOTAL LINES FORM THE END-OF-REPORT TRAILER,
000240*                  CLOSED BY AN END LINE WITH THE PAGE AND
000250*                  DETAIL-LINE COUNTS.  THE RECIPIENT GROUPS COME
000260*                  FROM rptdist.dat (SEE RDSREC.CPY) AND EACH
000270*                  CLOSED FILE IS LOGGED ON rptindex.dat (SEE
000280*                  RIXREC.CPY) FOR RPTIDXRP.  ONE PRINT FILE IS
000290*                  OPEN AT A TIME.
000300*****************************************************************
000310*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PRINT-FILE ASSIGN USING CS-PRINT-FILE-NAME
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS FS-PRINT-FILE-STATUS.
000380     SELECT DISTRIBUTION-FILE ASSIGN TO "rptdist.dat"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS FS-DISTRIBUTION-STATUS.
000410     SELECT REPORT-INDEX-FILE ASSIGN TO "rptindex.dat"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS FS-REPORT-INDEX-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PRINT-FILE.
000480 01  PRINT-RECORD                 PIC X(132).
000490
000500 FD  DISTRIBUTION-FILE.
000510     COPY "RDSREC.CPY".
000520
000530 FD  REPORT-INDEX-FILE.
000540     COPY "RIXREC.CPY".
000550
000560 WORKING-STORAGE SECTION.
000570 01  FS-PRINT-FILE-STATUS         PIC X(02) VALUE "00".
000580     88  FS-PRINT-FILE-OK             VALUE "00".
000590
000600 01  FS-DISTRIBUTION-STATUS       PIC X(02) VALUE "00".
000610     88  FS-DISTRIBUTION-OK           VALUE "00".
000620
000630 01  FS-REPORT-INDEX-STATUS       PIC X(02) VALUE "00".
000640     88  FS-REPORT-INDEX-OK           VALUE "00".
000650     88  FS-REPORT-INDEX-NOT-FOUND    VALUE "35".
000660
000670 01  CS-PRINT-OPEN-FLAG           PIC X(01) VALUE 'N'.
000680     88  CS-PRINT-OPEN                VALUE 'Y'.
000690
000700 01  CS-PRINT-ERROR-FLAG          PIC X(01) VALUE 'N'.
000710     88  CS-PRINT-ERROR               VALUE 'Y'.
000720
000730 01  CS-TRAILER-FLAG              PIC X(01) VALUE 'N'.
000740     88  CS-IN-TRAILER                VALUE 'Y'.
000750
000760 01  CS-DIST-EOF-FLAG             PIC X(01) VALUE 'N'.
000770     88  CS-DIST-END-OF-FILE          VALUE 'Y'.
000780
000790*    PRINTED LINES PER PAGE, HEADER INCLUDED.
000800 77  CS-PAGE-DEPTH                PIC 9(03) VALUE 60.
000810 77  CS-CURRENT-DATE              PIC 9(08) VALUE 0.
000820 77  CS-CURRENT-TIME              PIC 9(08) VALUE 0.
000830
000840 01  CS-PRINT-NAME-FIELDS.
000850     05  CS-PRINT-FILE-NAME       PIC X(40) VALUE SPACES.
000860     05  CS-NAME-REPORT-ID        PIC X(08) VALUE SPACES.
000870
000880 01  CS-PRINT-COUNTERS.
000890     05  CS-PAGE-COUNT            PIC 9(05) VALUE 0.
000900     05  CS-LINE-ON-PAGE          PIC 9(03) VALUE 0.
000910     05  CS-DETAIL-COUNT          PIC 9(07) VALUE 0.
000920
000930 01  CS-REPORT-FIELDS.
000940     05  CS-REPORT-ID             PIC X(08) VALUE SPACES.
000950     05  CS-REPORT-TITLE          PIC X(60) VALUE SPACES.
000960     05  CS-RUN-DATE              PIC 9(08) VALUE 0.
000970     05  CS-RUN-TIME              PIC 9(08) VALUE 0.
000980
000990*    CALLER'S COLUMN HEADINGS, REPEATED UNDER EVERY PAGE HEADER.
001000 01  CS-HEADING-TABLE.
001010     05  CS-HEADING-COUNT         PIC 9(04) COMP VALUE 0.
001020     05  CS-HEADING-ENTRY         PIC X(132)
001030                                  OCCURS 3 TIMES.
001040 01  CS-HEADING-IDX               PIC 9(04) COMP VALUE 0.
001050
001060*    RECIPIENT GROUPS rptdist.dat NAMES FOR THE OPEN REPORT.
001070 01  CS-GROUP-TABLE.
001080     05  CS-GROUP-COUNT           PIC 9(04) COMP VALUE 0.
001090     05  CS-GROUP-ENTRY           PIC X(20)
001100                                  OCCURS 3 TIMES.
001110 01  CS-GROUP-IDX                 PIC 9(04) COMP VALUE 0.
001120 01  CS-GROUP-LIST-PTR            PIC 9(04) COMP VALUE 0.
001130
001140 01  CS-OUTPUT-LINE               PIC X(132) VALUE SPACES.
001150 01  CS-EQUALS-RULE               PIC X(132) VALUE ALL "=".
001160 01  CS-DASH-RULE                 PIC X(132) VALUE ALL "-".
001170
001180 01  CS-PAGE-HEADER-1.
001190     05  FILLER                   PIC X(08) VALUE "REPORT: ".
001200     05  CS-PH-REPORT-ID          PIC X(08).
001210     05  FILLER                   PIC X(02) VALUE SPACES.
001220     05  CS-PH-TITLE              PIC X(60).
001230     05  FILLER                   PIC X(10) VALUE "RUN DATE: ".
001240     05  CS-PH-RUN-DATE           PIC X(10).
001250     05  FILLER                   PIC X(08) VALUE "  TIME: ".
001260     05  CS-PH-RUN-TIME           PIC X(08).
001270     05  FILLER                   PIC X(08) VALUE "  PAGE: ".
001280     05  CS-PH-PAGE-NO            PIC ZZZZ9.
001290     05  FILLER                   PIC X(05) VALUE SPACES.
001300
001310 01  CS-PAGE-HEADER-2.
001320     05  FILLER                   PIC X(14)
001330                                  VALUE "DISTRIBUTION: ".
001340     05  CS-PH-GROUP-LIST         PIC X(70).
001350     05  FILLER                   PIC X(48) VALUE SPACES.
001360
001370 01  CS-END-LINE.
001380     05  FILLER                   PIC X(22)
001390                                  VALUE "*** END OF REPORT *** ".
001400     05  CS-EL-REPORT-ID          PIC X(08).
001410     05  FILLER                   PIC X(09) VALUE "  PAGES: ".
001420     05  CS-EL-PAGE-COUNT         PIC ZZ,ZZ9.
001430     05  FILLER                   PIC X(16)
001440                                  VALUE "  DETAIL LINES: ".
001450     05  CS-EL-DETAIL-COUNT       PIC Z,ZZZ,ZZ9.
001460     05  FILLER                   PIC X(08) VALUE "  FILE: ".
001470     05  CS-EL-FILE-NAME          PIC X(40).
001480     05  FILLER                   PIC X(14) VALUE SPACES.
001490
001500 LINKAGE SECTION.
001510*    ACTION 'O' = OPEN A NEW PRINT FILE FOR THE REPORT ID GIVEN;
001520*    THE FIRST 60 BYTES OF THE LINE ARE THE REPORT TITLE.
001530*    ACTION 'H' = ADD THE LINE AS A COLUMN HEADING (UP TO THREE,
001540*    REPEATED AT THE TOP OF EVERY PAGE).
001550*    ACTION 'D' = PRINT THE LINE AS A DETAIL LINE.
001560*    ACTION 'T' = PRINT THE LINE AS A TRAILER (TOTALS) LINE; THE
001570*    FIRST ONE STARTS THE END-OF-REPORT TRAILER.
001580*    ACTION 'C' = PRINT THE END LINE, CLOSE THE FILE AND LOG IT ON
001590*    THE REPORT INDEX.  THE LINE IS IGNORED.
001600*    RESULT 'Y' DONE, 'E' NO PRINT FILE OPEN OR AN I/O FAILURE
001610*    (ALREADY REPORTED ON THE CONSOLE).  A CALLER WHOSE 'O' FAILED
001620*    MAY KEEP CALLING; EVERY LATER CALL RETURNS 'E' AND DOES
001630*    NOTHING, SO THE CONSOLE REPORT RUNS ON REGARDLESS.
001640 01  CS-PRT-ACTION                PIC X(01).
001650 01  CS-PRT-REPORT-ID             PIC X(08).
001660 01  CS-PRT-LINE                  PIC X(132).
001670 01  CS-PRT-RESULT                PIC X(01).
001680
001690 PROCEDURE DIVISION USING CS-PRT-ACTION
001700                          CS-PRT-REPORT-ID
001710                          CS-PRT-LINE
001720                          CS-PRT-RESULT.
001730*****************************************************************
001740* 0000-MAIN-LOGIC.
001750*****************************************************************
001760 0000-MAIN-LOGIC.
001770     MOVE 'Y' TO CS-PRT-RESULT
001780     IF CS-PRT-ACTION = 'O'
001790         PERFORM 1000-OPEN-PRINT-FILE
001800             THRU 1000-OPEN-PRINT-FILE-EXIT
001810         GOBACK
001820     END-IF
001830
001840     IF NOT CS-PRINT-OPEN
001850         MOVE 'E' TO CS-PRT-RESULT
001860         GOBACK
001870     END-IF
001880
001890     EVALUATE CS-PRT-ACTION
001900         WHEN 'H'
001910             IF CS-HEADING-COUNT < 3
001920                 ADD 1 TO CS-HEADING-COUNT
001930                 MOVE CS-PRT-LINE
001940                     TO CS-HEADING-ENTRY(CS-HEADING-COUNT)
001950             END-IF
001960         WHEN 'D'
001970             MOVE CS-PRT-LINE TO CS-OUTPUT-LINE
001980             PERFORM 5000-WRITE-LINE THRU 5000-WRITE-LINE-EXIT
001990             ADD 1 TO CS-DETAIL-COUNT
002000         WHEN 'T'
002010             IF NOT CS-IN-TRAILER
002020                 PERFORM 3000-START-TRAILER
002030                     THRU 3000-START-TRAILER-EXIT
002040             END-IF
002050             MOVE CS-PRT-LINE TO CS-OUTPUT-LINE
002060             PERFORM 5000-WRITE-LINE THRU 5000-WRITE-LINE-EXIT
002070         WHEN 'C'
002080             PERFORM 7000-CLOSE-PRINT-FILE
002090                 THRU 7000-CLOSE-PRINT-FILE-EXIT
002100         WHEN OTHER
002110             MOVE 'E' TO CS-PRT-RESULT
002120     END-EVALUATE
002130
002140     IF CS-PRINT-ERROR
002150         MOVE 'E' TO CS-PRT-RESULT
002160     END-IF
002170     GOBACK.
002180
002190*****************************************************************
002200* 1000-OPEN-PRINT-FILE.
002210* BUILDS THE DATED FILE NAME FROM THE RUN STAMP, LOOKS UP THE
002220* RECIPIENT GROUPS AND OPENS THE FILE.  NOTHING IS PRINTED UNTIL
002230* THE FIRST LINE ARRIVES, SO THE CALLER'S HEADINGS ARE IN PLACE
002240* FOR PAGE ONE.
002250*****************************************************************
002260 1000-OPEN-PRINT-FILE.
002270     IF CS-PRINT-OPEN
002280         DISPLAY "Print file " CS-PRINT-FILE-NAME " is still "
002290             "open; " CS-PRT-REPORT-ID " was not given a print "
002300             "file."
002310         MOVE 'E' TO CS-PRT-RESULT
002320         GO TO 1000-OPEN-PRINT-FILE-EXIT
002330     END-IF
002340
002350     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
002360     ACCEPT CS-CURRENT-TIME FROM TIME
002370     MOVE CS-CURRENT-DATE TO CS-RUN-DATE
002380     MOVE CS-CURRENT-TIME TO CS-RUN-TIME
002390     MOVE CS-PRT-REPORT-ID TO CS-REPORT-ID
002400     MOVE CS-PRT-LINE(1:60) TO CS-REPORT-TITLE
002410
002420     MOVE CS-REPORT-ID TO CS-NAME-REPORT-ID
002430     INSPECT CS-NAME-REPORT-ID CONVERTING
002440         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002450         TO "abcdefghijklmnopqrstuvwxyz"
002460     MOVE SPACES TO CS-PRINT-FILE-NAME
002470     STRING CS-NAME-REPORT-ID DELIMITED BY SPACE
002480         "_" DELIMITED BY SIZE
002490         CS-RUN-DATE DELIMITED BY SIZE
002500         "_" DELIMITED BY SIZE
002510         CS-RUN-TIME(1:6) DELIMITED BY SIZE
002520         ".prt" DELIMITED BY SIZE
002530         INTO CS-PRINT-FILE-NAME
002540     END-STRING
002550
002560     PERFORM 1100-LOAD-DISTRIBUTION
002570         THRU 1100-LOAD-DISTRIBUTION-EXIT
002580
002590     OPEN OUTPUT PRINT-FILE
002600     IF NOT FS-PRINT-FILE-OK
002610         DISPLAY "Unable to open print file " CS-PRINT-FILE-NAME
002620             ", file status " FS-PRINT-FILE-STATUS ".  The "
002630             "report is on the console only."
002640         MOVE 'E' TO CS-PRT-RESULT
002650         GO TO 1000-OPEN-PRINT-FILE-EXIT
002660     END-IF
002670
002680     MOVE 'Y' TO CS-PRINT-OPEN-FLAG
002690     MOVE 'N' TO CS-PRINT-ERROR-FLAG
002700     MOVE 'N' TO CS-TRAILER-FLAG
002710     MOVE 0 TO CS-PAGE-COUNT
002720     MOVE 0 TO CS-LINE-ON-PAGE
002730     MOVE 0 TO CS-DETAIL-COUNT
002740     MOVE 0 TO CS-HEADING-COUNT
002750
002760     MOVE CS-REPORT-ID TO CS-PH-REPORT-ID
002770     MOVE CS-REPORT-TITLE TO CS-PH-TITLE
002780     MOVE SPACES TO CS-PH-RUN-DATE
002790     STRING CS-RUN-DATE(1:4) DELIMITED BY SIZE
002800         "-" DELIMITED BY SIZE
002810         CS-RUN-DATE(5:2) DELIMITED BY SIZE
002820         "-" DELIMITED BY SIZE
002830         CS-RUN-DATE(7:2) DELIMITED BY SIZE
002840         INTO CS-PH-RUN-DATE
002850     END-STRING
002860     MOVE SPACES TO CS-PH-RUN-TIME
002870     STRING CS-RUN-TIME(1:2) DELIMITED BY SIZE
002880         ":" DELIMITED BY SIZE
002890         CS-RUN-TIME(3:2) DELIMITED BY SIZE
002900         ":" DELIMITED BY SIZE
002910         CS-RUN-TIME(5:2) DELIMITED BY SIZE
002920         INTO CS-PH-RUN-TIME
002930     END-STRING.
002940 1000-OPEN-PRINT-FILE-EXIT.
002950     EXIT.
002960
002970*****************************************************************
002980* 1100-LOAD-DISTRIBUTION.
002990* COLLECTS UP TO THREE RECIPIENT GROUPS FOR THE REPORT FROM
003000* rptdist.dat AND STRINGS THEM INTO THE HEADER LINE.  A MISSING
003010* FILE, OR NO LINE FOR THE REPORT, LEAVES IT UNASSIGNED.
003020*****************************************************************
003030 1100-LOAD-DISTRIBUTION.
003040     MOVE 0 TO CS-GROUP-COUNT
003050     OPEN INPUT DISTRIBUTION-FILE
003060     IF FS-DISTRIBUTION-OK
003070         MOVE 'N' TO CS-DIST-EOF-FLAG
003080         PERFORM 1110-READ-DISTRIBUTION
003090             THRU 1110-READ-DISTRIBUTION-EXIT
003100             UNTIL CS-DIST-END-OF-FILE
003110         CLOSE DISTRIBUTION-FILE
003120     END-IF
003130
003140     IF CS-GROUP-COUNT = 0
003150         MOVE 1 TO CS-GROUP-COUNT
003160         MOVE "UNASSIGNED" TO CS-GROUP-ENTRY(1)
003170     END-IF
003180
003190     MOVE SPACES TO CS-PH-GROUP-LIST
003200     MOVE 1 TO CS-GROUP-LIST-PTR
003210     PERFORM 1120-LIST-ONE-GROUP THRU 1120-LIST-ONE-GROUP-EXIT
003220         VARYING CS-GROUP-IDX FROM 1 BY 1
003230         UNTIL CS-GROUP-IDX > CS-GROUP-COUNT.
003240 1100-LOAD-DISTRIBUTION-EXIT.
003250     EXIT.
003260
003270 1110-READ-DISTRIBUTION.
003280     READ DISTRIBUTION-FILE
003290         AT END
003300             SET CS-DIST-END-OF-FILE TO TRUE
003310             GO TO 1110-READ-DISTRIBUTION-EXIT
003320     END-READ
003330     IF RDS-REPORT-ID(1:1) = "*"
003340         GO TO 1110-READ-DISTRIBUTION-EXIT
003350     END-IF
003360     INSPECT RDS-REPORT-ID CONVERTING
003370         "abcdefghijklmnopqrstuvwxyz"
003380         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003390     IF RDS-REPORT-ID = CS-REPORT-ID
003400             AND RDS-RECIPIENT-GROUP NOT = SPACES
003410             AND CS-GROUP-COUNT < 3
003420         ADD 1 TO CS-GROUP-COUNT
003430         MOVE RDS-RECIPIENT-GROUP
003440             TO CS-GROUP-ENTRY(CS-GROUP-COUNT)
003450     END-IF.
003460 1110-READ-DISTRIBUTION-EXIT.
003470     EXIT.
003480
003490 1120-LIST-ONE-GROUP.
003500     IF CS-GROUP-IDX > 1
003510         STRING ", " DELIMITED BY SIZE
003520             INTO CS-PH-GROUP-LIST
003530             WITH POINTER CS-GROUP-LIST-PTR
003540         END-STRING
003550     END-IF
003560     STRING CS-GROUP-ENTRY(CS-GROUP-IDX) DELIMITED BY SPACE
003570         INTO CS-PH-GROUP-LIST
003580         WITH POINTER CS-GROUP-LIST-PTR
003590     END-STRING.
003600 1120-LIST-ONE-GROUP-EXIT.
003610     EXIT.
003620
003630*****************************************************************
003640* 3000-START-TRAILER.
003650* OPENS THE END-OF-REPORT TRAILER: A BLANK LINE AND A RULE UNDER
003660* THE LAST DETAIL LINE.  A PAGE BREAK INSIDE THE TRAILER REPEATS
003670* THE PAGE HEADER BUT NOT THE COLUMN HEADINGS.
003680*****************************************************************
003690 3000-START-TRAILER.
003700     MOVE 'Y' TO CS-TRAILER-FLAG
003710     MOVE SPACES TO CS-OUTPUT-LINE
003720     PERFORM 5000-WRITE-LINE THRU 5000-WRITE-LINE-EXIT
003730     MOVE CS-DASH-RULE TO CS-OUTPUT-LINE
003740     PERFORM 5000-WRITE-LINE THRU 5000-WRITE-LINE-EXIT.
003750 3000-START-TRAILER-EXIT.
003760     EXIT.
003770
003780*****************************************************************
003790* 5000-WRITE-LINE.
003800* PRINTS CS-OUTPUT-LINE, STARTING A NEW PAGE FIRST WHEN NONE HAS
003810* BEEN STARTED OR THE CURRENT ONE IS FULL.
003820*****************************************************************
003830 5000-WRITE-LINE.
003840     IF CS-PAGE-COUNT = 0 OR CS-LINE-ON-PAGE >= CS-PAGE-DEPTH
003850         PERFORM 6000-START-PAGE THRU 6000-START-PAGE-EXIT
003860     END-IF
003870     WRITE PRINT-RECORD FROM CS-OUTPUT-LINE
003880         AFTER ADVANCING 1 LINE
003890     IF NOT FS-PRINT-FILE-OK
003900         MOVE 'Y' TO CS-PRINT-ERROR-FLAG
003910     END-IF
003920     ADD 1 TO CS-LINE-ON-PAGE.
003930 5000-WRITE-LINE-EXIT.
003940     EXIT.
003950
003960*****************************************************************
003970* 6000-START-PAGE.
003980* THE STANDARD PAGE HEADER: REPORT ID, TITLE, RUN DATE AND TIME
003990* AND PAGE NUMBER, THEN THE RECIPIENT GROUPS, A RULE, AND THE
004000* COLUMN HEADINGS UNDERLINED (OUTSIDE THE TRAILER).
004010*****************************************************************
004020 6000-START-PAGE.
004030     ADD 1 TO CS-PAGE-COUNT
004040     MOVE CS-PAGE-COUNT TO CS-PH-PAGE-NO
004050     WRITE PRINT-RECORD FROM CS-PAGE-HEADER-1
004060         AFTER ADVANCING PAGE
004070     WRITE PRINT-RECORD FROM CS-PAGE-HEADER-2
004080         AFTER ADVANCING 1 LINE
004090     WRITE PRINT-RECORD FROM CS-EQUALS-RULE
004100         AFTER ADVANCING 1 LINE
004110     MOVE 3 TO CS-LINE-ON-PAGE
004120
004130     IF NOT CS-IN-TRAILER AND CS-HEADING-COUNT > 0
004140         PERFORM 6100-PRINT-ONE-HEADING
004150             THRU 6100-PRINT-ONE-HEADING-EXIT
004160             VARYING CS-HEADING-IDX FROM 1 BY 1
004170             UNTIL CS-HEADING-IDX > CS-HEADING-COUNT
004180         WRITE PRINT-RECORD FROM CS-DASH-RULE
004190             AFTER ADVANCING 1 LINE
004200         ADD 1 TO CS-LINE-ON-PAGE
004210     END-IF
004220
004230     IF NOT FS-PRINT-FILE-OK
004240         MOVE 'Y' TO CS-PRINT-ERROR-FLAG
004250     END-IF.
004260 6000-START-PAGE-EXIT.
004270     EXIT.
004280
004290 6100-PRINT-ONE-HEADING.
004300     WRITE PRINT-RECORD FROM CS-HEADING-ENTRY(CS-HEADING-IDX)
004310         AFTER ADVANCING 1 LINE
004320     ADD 1 TO CS-LINE-ON-PAGE.
004330 6100-PRINT-ONE-HEADING-EXIT.
004340     EXIT.
004350
004360*****************************************************************
004370* 7000-CLOSE-PRINT-FILE.
004380* ENDS THE TRAILER WITH THE END LINE (A REPORT THAT PRINTED NO
004390* TOTALS STILL GETS ITS RULE), CLOSES THE FILE AND LOGS IT.
004400*****************************************************************
004410 7000-CLOSE-PRINT-FILE.
004420     IF NOT CS-IN-TRAILER
004430         PERFORM 3000-START-TRAILER THRU 3000-START-TRAILER-EXIT
004440     END-IF
004450     IF CS-LINE-ON-PAGE >= CS-PAGE-DEPTH
004460         PERFORM 6000-START-PAGE THRU 6000-START-PAGE-EXIT
004470     END-IF
004480
004490     MOVE CS-REPORT-ID TO CS-EL-REPORT-ID
004500     MOVE CS-PAGE-COUNT TO CS-EL-PAGE-COUNT
004510     MOVE CS-DETAIL-COUNT TO CS-EL-DETAIL-COUNT
004520     MOVE CS-PRINT-FILE-NAME TO CS-EL-FILE-NAME
004530     MOVE CS-END-LINE TO CS-OUTPUT-LINE
004540     PERFORM 5000-WRITE-LINE THRU 5000-WRITE-LINE-EXIT
004550
004560     CLOSE PRINT-FILE
004570     MOVE 'N' TO CS-PRINT-OPEN-FLAG
004580     IF CS-PRINT-ERROR
004590         DISPLAY "Print file " CS-PRINT-FILE-NAME " had a write "
004600             "failure and may be incomplete."
004610     END-IF
004620     DISPLAY "Print file written : " CS-PRINT-FILE-NAME
004630
004640     PERFORM 7100-LOG-REPORT-INDEX
004650         THRU 7100-LOG-REPORT-INDEX-EXIT.
004660 7000-CLOSE-PRINT-FILE-EXIT.
004670     EXIT.
004680
004690*****************************************************************
004700* 7100-LOG-REPORT-INDEX.
004710* APPENDS ONE LINE FOR THE CLOSED FILE TO rptindex.dat, CREATING
004720* IT ON FIRST USE.
004730*****************************************************************
004740 7100-LOG-REPORT-INDEX.
004750     OPEN EXTEND REPORT-INDEX-FILE
004760     IF FS-REPORT-INDEX-NOT-FOUND
004770         OPEN OUTPUT REPORT-INDEX-FILE
004780     END-IF
004790     IF NOT FS-REPORT-INDEX-OK
004800         DISPLAY "Unable to open rptindex.dat, file status "
004810             FS-REPORT-INDEX-STATUS ".  " CS-PRINT-FILE-NAME
004820             " was not indexed."
004830         MOVE 'Y' TO CS-PRINT-ERROR-FLAG
004840         GO TO 7100-LOG-REPORT-INDEX-EXIT
004850     END-IF
004860
004870     MOVE SPACES TO REPORT-INDEX-RECORD
004880     MOVE CS-RUN-DATE TO RIX-RUN-DATE
004890     MOVE CS-RUN-TIME(1:6) TO RIX-RUN-TIME
004900     MOVE CS-REPORT-ID TO RIX-REPORT-ID
004910     MOVE CS-REPORT-TITLE TO RIX-REPORT-TITLE
004920     MOVE CS-PRINT-FILE-NAME TO RIX-FILE-NAME
004930     MOVE CS-PAGE-COUNT TO RIX-PAGE-COUNT
004940     MOVE CS-DETAIL-COUNT TO RIX-LINE-COUNT
004950     PERFORM 7110-MOVE-ONE-GROUP THRU 7110-MOVE-ONE-GROUP-EXIT
004960         VARYING CS-GROUP-IDX FROM 1 BY 1
004970         UNTIL CS-GROUP-IDX > CS-GROUP-COUNT
004980     WRITE REPORT-INDEX-RECORD
004990     IF NOT FS-REPORT-INDEX-OK
005000         DISPLAY "Unable to write rptindex.dat, file status "
005010             FS-REPORT-INDEX-STATUS ".  " CS-PRINT-FILE-NAME
005020             " was not indexed."
005030         MOVE 'Y' TO CS-PRINT-ERROR-FLAG
005040     END-IF
005050     CLOSE REPORT-INDEX-FILE.
005060 7100-LOG-REPORT-INDEX-EXIT.
005070     EXIT.
005080
005090 7110-MOVE-ONE-GROUP.
005100     MOVE CS-GROUP-ENTRY(CS-GROUP-IDX)
005110         TO RIX-RECIPIENT-GROUP(CS-GROUP-IDX).
005120 7110-MOVE-ONE-GROUP-EXIT.
005130     EXIT.
005140
005150 END PROGRAM RPTPRT.
