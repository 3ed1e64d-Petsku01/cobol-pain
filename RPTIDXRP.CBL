000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RPTIDXRP.
000030 AUTHOR. D-SHIFT-SECURITY-TEAM.
000040 INSTALLATION. CENTRAL-OPS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080*****************************************************************
000090* MODIFICATION HISTORY
000100*-----------------------------------------------------------------
000110* 2026-10-15  DWS  ORIGINAL VERSION.  PRINT-FILE INDEX REPORT.
000120*                  LISTS EVERY PRINT FILE RPTPRT LOGGED ON
000130*                  rptindex.dat (SEE RIXREC.CPY) FOR A RANGE OF
000140*                  RUN DATES -- THE FILE NAME, REPORT, TITLE,
000150*                  PAGE AND DETAIL-LINE COUNTS, AND THE RECIPIENT
000160*                  GROUPS -- SO A REPORT CAN BE FOUND AND PULLED
000170*                  FOR AN AUDITOR LONG AFTER IT RAN.  THE RANGE
000180*                  DEFAULTS TO YESTERDAY AND TODAY, WHICH COVERS
000190*                  THE NIGHT JUST ENDED.  AN OPTIONAL
000200*                  rptidxrp.parm PICKS ANOTHER: A FROM DATE
000210*                  (YYYYMMDD) IN COLUMNS 1-8, AN OPTIONAL TO DATE
000220*                  IN COLUMNS 10-17 (THE FROM DATE ALONE WHEN
000230*                  BLANK), AND AN OPTIONAL REPORT ID IN COLUMNS
000240*                  19-26 TO LIST ONE REPORT ONLY.  READS ONLY.
000250*****************************************************************
000260*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT REPORT-INDEX-FILE ASSIGN TO "rptindex.dat"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS FS-REPORT-INDEX-STATUS.
000330     SELECT PARM-FILE ASSIGN TO "rptidxrp.parm"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS FS-PARM-FILE-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  REPORT-INDEX-FILE.
000400     COPY "RIXREC.CPY".
000410
000420 FD  PARM-FILE.
000430 01  PARM-RECORD                  PIC X(80).
000440
000450 WORKING-STORAGE SECTION.
000460 01  FS-REPORT-INDEX-STATUS       PIC X(02) VALUE "00".
000470     88  FS-REPORT-INDEX-OK           VALUE "00".
000480     88  FS-REPORT-INDEX-NOT-FOUND    VALUE "35".
000490
000500 01  FS-PARM-FILE-STATUS          PIC X(02) VALUE "00".
000510     88  FS-PARM-FILE-OK              VALUE "00".
000520
000530 01  CS-INDEX-FILE-OPENED-FLAG    PIC X(01) VALUE 'N'.
000540     88  CS-INDEX-FILE-OPENED         VALUE 'Y'.
000550
000560 01  CS-EOF-FLAG                  PIC X(01) VALUE 'N'.
000570     88  CS-END-OF-FILE                VALUE 'Y'.
000580
000590 01  CS-PARM-CHECK-FIELDS.
000600     05  CS-PARM-DATE             PIC X(08).
000610     05  CS-PARM-VALID-FLAG       PIC X(01) VALUE 'Y'.
000620         88  CS-PARM-VALUE-VALID      VALUE 'Y'.
000630     05  CS-PARM-CHECK-IDX        PIC 9(02) COMP VALUE 0.
000640
000650 77  CS-CURRENT-DATE              PIC 9(08) VALUE 0.
000660 77  CS-CURRENT-TIME              PIC 9(08) VALUE 0.
000670
000680 01  CS-FROM-DATE                 PIC 9(08) VALUE 0.
000690 01  CS-TO-DATE                   PIC 9(08) VALUE 0.
000700 01  CS-REPORT-ID                 PIC X(08) VALUE SPACES.
000710 01  CS-WORK-DATE                 PIC 9(08) VALUE 0.
000720 01  CS-WORK-DATE-PARTS REDEFINES CS-WORK-DATE.
000730     05  CS-WORK-YYYY             PIC 9(04).
000740     05  CS-WORK-MM               PIC 9(02).
000750     05  CS-WORK-DD               PIC 9(02).
000760
000770 01  CS-REPORT-TOTALS.
000780     05  CS-SCANNED-COUNT         PIC 9(06) VALUE 0.
000790     05  CS-LISTED-COUNT          PIC 9(06) VALUE 0.
000800     05  CS-UNASSIGNED-COUNT      PIC 9(06) VALUE 0.
000810     05  CS-PAGE-TOTAL            PIC 9(08) VALUE 0.
000820     05  CS-LINE-TOTAL            PIC 9(09) VALUE 0.
000830
000840 01  CS-PAGE-COUNT-OUT            PIC ZZZZ9.
000850 01  CS-LINE-COUNT-OUT            PIC ZZZZZZ9.
000860
000870 PROCEDURE DIVISION.
000880*****************************************************************
000890* 0000-MAIN-LOGIC.
000900*****************************************************************
000910 0000-MAIN-LOGIC.
000920     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
000930     IF NOT CS-INDEX-FILE-OPENED
000940         STOP RUN
000950     END-IF
000960
000970     DISPLAY " "
000980     DISPLAY "Run date Time   Report   Pages   Lines File"
000990     DISPLAY "-----------------------------------------------"
001000     PERFORM 3000-PROCESS-RECORD THRU 3000-PROCESS-RECORD-EXIT
001010         UNTIL CS-END-OF-FILE
001020     IF CS-LISTED-COUNT = 0
001030         DISPLAY "No print files were produced in the range."
001040     END-IF
001050
001060     PERFORM 8000-PRINT-SUMMARY THRU 8000-PRINT-SUMMARY-EXIT
001070
001080     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
001090     STOP RUN.
001100
001110*****************************************************************
001120* 1000-INITIALIZE.
001130* SETTLES THE RUN-DATE RANGE AND OPENS rptindex.dat.  A MISSING
001140* INDEX ONLY MEANS NO PRINT FILE HAS BEEN CLOSED YET.
001150*****************************************************************
001160 1000-INITIALIZE.
001170     ACCEPT CS-CURRENT-DATE FROM DATE YYYYMMDD
001180     ACCEPT CS-CURRENT-TIME FROM TIME
001190     PERFORM 1050-APPLY-PARM-OVERRIDE
001200         THRU 1050-APPLY-PARM-OVERRIDE-EXIT
001210
001220     DISPLAY "Print-File Index Report"
001230     DISPLAY "==============================="
001240     DISPLAY "Run date/time: " CS-CURRENT-DATE " " CS-CURRENT-TIME
001250     DISPLAY "Run dates    : " CS-FROM-DATE " to " CS-TO-DATE
001260     IF CS-REPORT-ID NOT = SPACES
001270         DISPLAY "Report       : " CS-REPORT-ID
001280     END-IF
001290
001300     OPEN INPUT REPORT-INDEX-FILE
001310     IF FS-REPORT-INDEX-NOT-FOUND
001320         MOVE 'N' TO CS-INDEX-FILE-OPENED-FLAG
001330         DISPLAY "No rptindex.dat yet -- it is created the first "
001340             "time a report closes its print file."
001350         GO TO 1000-INITIALIZE-EXIT
001360     END-IF
001370     IF NOT FS-REPORT-INDEX-OK
001380         MOVE 'N' TO CS-INDEX-FILE-OPENED-FLAG
001390         DISPLAY "Unable to open rptindex.dat, file status "
001400             FS-REPORT-INDEX-STATUS "."
001410         GO TO 1000-INITIALIZE-EXIT
001420     END-IF
001430     MOVE 'Y' TO CS-INDEX-FILE-OPENED-FLAG
001440
001450     PERFORM 2000-READ-INDEX THRU 2000-READ-INDEX-EXIT.
001460 1000-INITIALIZE-EXIT.
001470     EXIT.
001480
001490*****************************************************************
001500* 1050-APPLY-PARM-OVERRIDE.
001510* THE RANGE DEFAULTS TO YESTERDAY THROUGH TODAY.  AN OPTIONAL
001520* PARAMETER FILE (rptidxrp.parm) HOLDING A YYYYMMDD IN COLUMNS
001530* 1-8 STARTS THE RANGE THERE; A SECOND YYYYMMDD IN COLUMNS 10-17
001540* ENDS IT (OTHERWISE IT IS THAT ONE DAY), AND A REPORT ID IN
001550* COLUMNS 19-26 LISTS THAT REPORT ONLY.  A MISSING FILE, EMPTY
001560* FILE, OR UNRECOGNIZED FROM DATE LEAVES THE DEFAULT RANGE; AN
001570* UNRECOGNIZED TO DATE LEAVES THE ONE DAY.
001580*****************************************************************
001590 1050-APPLY-PARM-OVERRIDE.
001600     MOVE CS-CURRENT-DATE TO CS-TO-DATE
001610     COMPUTE CS-FROM-DATE = FUNCTION DATE-OF-INTEGER
001620         (FUNCTION INTEGER-OF-DATE(CS-CURRENT-DATE) - 1)
001630
001640     OPEN INPUT PARM-FILE
001650     IF NOT FS-PARM-FILE-OK
001660         GO TO 1050-APPLY-PARM-OVERRIDE-EXIT
001670     END-IF
001680
001690     READ PARM-FILE
001700         AT END
001710             CLOSE PARM-FILE
001720             GO TO 1050-APPLY-PARM-OVERRIDE-EXIT
001730     END-READ
001740
001750     MOVE PARM-RECORD(19:8) TO CS-REPORT-ID
001760     INSPECT CS-REPORT-ID CONVERTING
001770         "abcdefghijklmnopqrstuvwxyz"
001780         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001790
001800     MOVE PARM-RECORD(1:8) TO CS-PARM-DATE
001810     PERFORM 1060-VALIDATE-PARM-DATE
001820         THRU 1060-VALIDATE-PARM-DATE-EXIT
001830     IF CS-PARM-VALUE-VALID
001840         MOVE CS-WORK-DATE TO CS-FROM-DATE
001850         MOVE CS-WORK-DATE TO CS-TO-DATE
001860         MOVE PARM-RECORD(10:8) TO CS-PARM-DATE
001870         PERFORM 1060-VALIDATE-PARM-DATE
001880             THRU 1060-VALIDATE-PARM-DATE-EXIT
001890         IF CS-PARM-VALUE-VALID
001900                 AND CS-WORK-DATE NOT < CS-FROM-DATE
001910             MOVE CS-WORK-DATE TO CS-TO-DATE
001920         END-IF
001930     END-IF
001940
001950     CLOSE PARM-FILE.
001960 1050-APPLY-PARM-OVERRIDE-EXIT.
001970     EXIT.
001980
001990*****************************************************************
002000* 1060-VALIDATE-PARM-DATE.
002010* SETS CS-PARM-VALUE-VALID, AND CS-WORK-DATE, ONLY WHEN
002020* CS-PARM-DATE IS EIGHT DIGITS WITH A MONTH AND DAY IN RANGE.
002030*****************************************************************
002040 1060-VALIDATE-PARM-DATE.
002050     MOVE 'Y' TO CS-PARM-VALID-FLAG
002060     PERFORM 1070-VALIDATE-PARM-DIGIT
002070         THRU 1070-VALIDATE-PARM-DIGIT-EXIT
002080         VARYING CS-PARM-CHECK-IDX FROM 1 BY 1
002090         UNTIL CS-PARM-CHECK-IDX > 8
002100     IF NOT CS-PARM-VALUE-VALID
002110         GO TO 1060-VALIDATE-PARM-DATE-EXIT
002120     END-IF
002130
002140     MOVE CS-PARM-DATE TO CS-WORK-DATE
002150     IF CS-WORK-MM < 1 OR CS-WORK-MM > 12
002160             OR CS-WORK-DD < 1 OR CS-WORK-DD > 31
002170         MOVE 'N' TO CS-PARM-VALID-FLAG
002180     END-IF.
002190 1060-VALIDATE-PARM-DATE-EXIT.
002200     EXIT.
002210
002220 1070-VALIDATE-PARM-DIGIT.
002230     IF CS-PARM-DATE(CS-PARM-CHECK-IDX:1) NOT NUMERIC
002240         MOVE 'N' TO CS-PARM-VALID-FLAG
002250     END-IF.
002260 1070-VALIDATE-PARM-DIGIT-EXIT.
002270     EXIT.
002280
002290*****************************************************************
002300* 2000-READ-INDEX.
002310*****************************************************************
002320 2000-READ-INDEX.
002330     READ REPORT-INDEX-FILE
002340         AT END
002350             SET CS-END-OF-FILE TO TRUE
002360     END-READ.
002370 2000-READ-INDEX-EXIT.
002380     EXIT.
002390
002400*****************************************************************
002410* 3000-PROCESS-RECORD.
002420* LISTS THE PRINT FILE IF ITS RUN DATE IS IN THE RANGE AND, WHEN
002430* ONE WAS ASKED FOR, IT IS THE REPORT WANTED; THEN READS THE NEXT.
002440* THE INDEX IS IN CLOSING ORDER, SO THE WHOLE FILE IS SCANNED.
002450*****************************************************************
002460 3000-PROCESS-RECORD.
002470     ADD 1 TO CS-SCANNED-COUNT
002480
002490     IF RIX-RUN-DATE >= CS-FROM-DATE
002500         AND RIX-RUN-DATE <= CS-TO-DATE
002510         AND (CS-REPORT-ID = SPACES
002520             OR RIX-REPORT-ID = CS-REPORT-ID)
002530         ADD 1 TO CS-LISTED-COUNT
002540         ADD RIX-PAGE-COUNT TO CS-PAGE-TOTAL
002550         ADD RIX-LINE-COUNT TO CS-LINE-TOTAL
002560         IF RIX-RECIPIENT-GROUP(1) = "UNASSIGNED"
002570             ADD 1 TO CS-UNASSIGNED-COUNT
002580         END-IF
002590         PERFORM 3100-LIST-PRINT-FILE
002600             THRU 3100-LIST-PRINT-FILE-EXIT
002610     END-IF
002620
002630     PERFORM 2000-READ-INDEX THRU 2000-READ-INDEX-EXIT.
002640 3000-PROCESS-RECORD-EXIT.
002650     EXIT.
002660
002670 3100-LIST-PRINT-FILE.
002680     MOVE RIX-PAGE-COUNT TO CS-PAGE-COUNT-OUT
002690     MOVE RIX-LINE-COUNT TO CS-LINE-COUNT-OUT
002700     DISPLAY RIX-RUN-DATE " " RIX-RUN-TIME " " RIX-REPORT-ID " "
002710         CS-PAGE-COUNT-OUT " " CS-LINE-COUNT-OUT " "
002720         RIX-FILE-NAME
002730     DISPLAY "         " RIX-REPORT-TITLE
002740     DISPLAY "         To: " RIX-RECIPIENT-GROUP(1) " "
002750         RIX-RECIPIENT-GROUP(2) " " RIX-RECIPIENT-GROUP(3).
002760 3100-LIST-PRINT-FILE-EXIT.
002770     EXIT.
002780
002790*****************************************************************
002800* 8000-PRINT-SUMMARY.
002810*****************************************************************
002820 8000-PRINT-SUMMARY.
002830     DISPLAY " "
002840     DISPLAY "==============================================="
002850     DISPLAY "    PRINT FILES " CS-FROM-DATE " TO " CS-TO-DATE
002860     DISPLAY "==============================================="
002870     DISPLAY "Index entries scanned    : " CS-SCANNED-COUNT
002880     DISPLAY "Print files listed       : " CS-LISTED-COUNT
002890     DISPLAY "  Pages                  : " CS-PAGE-TOTAL
002900     DISPLAY "  Detail lines           : " CS-LINE-TOTAL
002910     DISPLAY "  With no recipient group: " CS-UNASSIGNED-COUNT
002920     IF CS-UNASSIGNED-COUNT > 0
002930         DISPLAY "Add a rptdist.dat line for each UNASSIGNED "
002940             "report so its print file has somewhere to go."
002950     END-IF
002960     DISPLAY "===============================================".
002970 8000-PRINT-SUMMARY-EXIT.
002980     EXIT.
002990
003000*****************************************************************
003010* 9000-TERMINATE.
003020*****************************************************************
003030 9000-TERMINATE.
003040     CLOSE REPORT-INDEX-FILE.
003050 9000-TERMINATE-EXIT.
003060     EXIT.
003070
003080 END PROGRAM RPTIDXRP.
