000210*                  incidents.dat.old, RUNS THIS ONCE, THEN LEAVES
000220*                  THE NEW incidents.dat IN PLACE FOR LOGINCDT AND
000230*                  THE READER PROGRAMS.
000231* 2026-10-15  DWS  INCIDENT-RECORD GREW FROM 180 TO 200 BYTES FOR
000232*                  THE ROW AND CHAIN CHECKSUMS (SEE INCREC.CPY),
000233*                  AND AN OPEN OF THE SHORTER-RECORD FILE FAILS
000234*                  ON EVERY PROGRAM IN THE SUITE.  THIS NOW ALSO
000235*                  CARRIES THE PRIOR INDEXED LAYOUT FORWARD, THE
000236*                  SAME WAY USRUPG HANDLES users.dat: THE OLD
000237*                  FILE IS TRIED FIRST AS THE 180-BYTE INDEXED
000238*                  FILE, WHOSE ROWS KEEP THEIR SEQUENCE NUMBERS,
000239*                  AND A FILE THAT WILL NOT OPEN THAT WAY IS READ
000240*                  AS THE ORIGINAL FLAT FILE EXACTLY AS BEFORE.
000241*                  EITHER WAY EVERY ROW IS STAMPED ON THE WAY
000242*                  ACROSS, THE CHAIN STARTING FROM ZERO AT THE
000243*                  FIRST ROW, SO THE LIVE FILE IS FULLY CHAINED
000244*                  FROM THE DAY OF THE CONVERSION.
000245* 2026-10-15  DWS  THE PRIOR FILE IS DECLARED WITH ITS ALTERNATE
000246*                  DATE KEY, AND ONLY A 35 OR 39 STATUS ON THAT
000247*                  OPEN FALLS BACK TO THE FLAT FILE; ANY OTHER
000248*                  STATUS IS REPORTED AND THE RUN STOPS.
000249*****************************************************************
000250*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000281     SELECT PRIOR-INCIDENT-FILE ASSIGN TO "incidents.dat.old"
000282         ORGANIZATION IS INDEXED
000283         ACCESS MODE IS SEQUENTIAL
000284         RECORD KEY IS PRIOR-INCIDENT-SEQ-NO
000285         ALTERNATE RECORD KEY IS PRIOR-INCIDENT-DATE
000286             WITH DUPLICATES
000287         FILE STATUS IS FS-OLD-INCIDENT-FILE-STATUS.
000290     SELECT OLD-INCIDENT-FILE ASSIGN TO "incidents.dat.old"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS FS-OLD-INCIDENT-FILE-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000401 FD  PRIOR-INCIDENT-FILE.
000402 01  PRIOR-INCIDENT-RECORD.
000403     05  PRIOR-INCIDENT-SEQ-NO    PIC 9(09).
000404     05  PRIOR-INCIDENT-DATE      PIC 9(08).
000405     05  FILLER                   PIC X(163).
000406
000410 FD  OLD-INCIDENT-FILE.
000420 01  OLD-INCIDENT-RECORD.
000430     05  OLD-INCIDENT-DATE        PIC 9(08).
000520 WORKING-STORAGE SECTION.
000530 01  FS-OLD-INCIDENT-FILE-STATUS  PIC X(02) VALUE "00".
000540     88  FS-OLD-INCIDENT-FILE-OK      VALUE "00".
000545     88  FS-OLD-INCIDENT-NOT-INDEXED  VALUES "35" "39".
000550
000560 01  FS-INCIDENT-FILE-STATUS      PIC X(02) VALUE "00".
000570     88  FS-INCIDENT-FILE-OK          VALUE "00".
000610
000620 01  CS-EOF-FLAG                  PIC X(01) VALUE 'N'.
000630     88  CS-END-OF-FILE                VALUE 'Y'.
000631
000632 01  CS-OLD-LAYOUT-FLAG           PIC X(01) VALUE 'F'.
000633     88  CS-OLD-LAYOUT-IS-PRIOR       VALUE 'P'.
000634     88  CS-OLD-LAYOUT-IS-FLAT        VALUE 'F'.
000635
000636 01  CS-CHECKSUM-FIELDS.
000637     05  CS-PRIOR-CHAIN-SUM       PIC 9(10) VALUE 0.
000638     05  CS-ZERO-SEED             PIC 9(10) VALUE 0.
000639     05  CS-HASH-DATA             PIC X(180).
000640     05  CS-NEW-ROW-SUM           PIC 9(10) VALUE 0.
000641     05  CS-NEW-CHAIN-SUM         PIC 9(10) VALUE 0.
000642
000650 01  CS-REPORT-TOTALS.
000660     05  CS-MIGRATED-COUNT        PIC 9(09) VALUE 0.
000670
000880 1000-INITIALIZE.
000890     MOVE 'N' TO CS-FILES-READY-FLAG
000900
000901     OPEN INPUT PRIOR-INCIDENT-FILE
000902     IF FS-OLD-INCIDENT-FILE-OK
000903         SET CS-OLD-LAYOUT-IS-PRIOR TO TRUE
000904     ELSE
000905         IF NOT FS-OLD-INCIDENT-NOT-INDEXED
000906             DISPLAY "Unable to open incidents.dat.old as the "
000907                 "prior indexed layout, file status "
000908                 FS-OLD-INCIDENT-FILE-STATUS "."
000909             GO TO 1000-INITIALIZE-EXIT
000910         END-IF
000911         SET CS-OLD-LAYOUT-IS-FLAT TO TRUE
000912         OPEN INPUT OLD-INCIDENT-FILE
000915     END-IF
000920     IF NOT FS-OLD-INCIDENT-FILE-OK
000930         DISPLAY "Unable to open incidents.dat.old, file status "
000940             FS-OLD-INCIDENT-FILE-STATUS "."
000950         DISPLAY "Rename the old incidents.dat -- flat file or "
000960             "prior indexed layout -- to incidents.dat.old "
000965             "before running this conversion."
000970         GO TO 1000-INITIALIZE-EXIT
000980     END-IF
000990
001010     IF NOT FS-INCIDENT-FILE-OK
001020         DISPLAY "Unable to open new indexed incidents.dat, file "
001030             "status " FS-INCIDENT-FILE-STATUS "."
001040         PERFORM 9100-CLOSE-OLD-FILE
001045             THRU 9100-CLOSE-OLD-FILE-EXIT
001050         GO TO 1000-INITIALIZE-EXIT
001060     END-IF
001070
001120
001130*****************************************************************
001140* 2000-READ-OLD-RECORD.
001150* ONE PHYSICAL READ -- IN SEQUENCE-NUMBER ORDER FROM THE PRIOR
001152* INDEXED LAYOUT, SO THE NEW FILE IS WRITTEN IN THE ASCENDING KEY
001154* ORDER ITS SEQUENTIAL-ACCESS OPEN REQUIRES AND THE CHAIN RUNS IN
001156* THE SAME ORDER INCVRFY WALKS IT.  USED BOTH FOR THE PRIMING
001160* READ IN 1000-INITIALIZE AND AGAIN AT THE BOTTOM OF EACH PASS
001170* THROUGH 3000-PROCESS-RECORD.
001180*****************************************************************
001190 2000-READ-OLD-RECORD.
001191     IF CS-OLD-LAYOUT-IS-PRIOR
001192         READ PRIOR-INCIDENT-FILE
001193             AT END
001194                 SET CS-END-OF-FILE TO TRUE
001195         END-READ
001196         GO TO 2000-READ-OLD-RECORD-EXIT
001197     END-IF
001200     READ OLD-INCIDENT-FILE
001210         AT END
001220             SET CS-END-OF-FILE TO TRUE
001290* CONVERTS ONE OLD FLAT-FILE ROW TO A KEYED INCIDENT-RECORD UNDER
001300* THE NEXT SEQUENCE NUMBER, THEN READS THE NEXT ONE.  THE FLAT
001310* FILE WAS APPEND-ORDERED, SO ARRIVAL ORDER AND SEQUENCE ORDER
001320* COME OUT THE SAME.  A PRIOR-LAYOUT ROW IS THE CURRENT LAYOUT
001323* LESS THE CHECKSUMS, SO IT COPIES ACROSS WHOLE WITH ITS OWN
001326* SEQUENCE NUMBER.  EVERY ROW IS STAMPED BEFORE THE WRITE.
001330*****************************************************************
001340 3000-PROCESS-RECORD.
001360     ADD 1 TO CS-MIGRATED-COUNT
001361
001362     IF CS-OLD-LAYOUT-IS-PRIOR
001363         MOVE PRIOR-INCIDENT-RECORD TO INCIDENT-RECORD
001364         PERFORM 3100-STAMP-AND-WRITE
001365             THRU 3100-STAMP-AND-WRITE-EXIT
001366         PERFORM 2000-READ-OLD-RECORD
001367             THRU 2000-READ-OLD-RECORD-EXIT
001368         GO TO 3000-PROCESS-RECORD-EXIT
001369     END-IF
001370
001371     ADD 1 TO CS-NEXT-SEQ-NO
001380     MOVE CS-NEXT-SEQ-NO TO INCIDENT-SEQ-NO
001390     MOVE OLD-INCIDENT-DATE TO INCIDENT-DATE
001400     MOVE OLD-INCIDENT-TIME TO INCIDENT-TIME
001410     MOVE OLD-INCIDENT-TYPE TO INCIDENT-TYPE
001420     MOVE OLD-INCIDENT-USERNAME TO INCIDENT-USERNAME
001430     MOVE OLD-INCIDENT-DETAILS TO INCIDENT-DETAILS
001440     PERFORM 3100-STAMP-AND-WRITE THRU 3100-STAMP-AND-WRITE-EXIT
001510
001520     PERFORM 2000-READ-OLD-RECORD THRU 2000-READ-OLD-RECORD-EXIT.
001530 3000-PROCESS-RECORD-EXIT.
001540     EXIT.
001541
001542*****************************************************************
001543* 3100-STAMP-AND-WRITE.
001544* STAMPS THE ROW IN INCIDENT-RECORD WITH ITS ROW SUM AND A CHAIN
001545* SUM SEEDED FROM THE ROW WRITTEN BEFORE IT, THROUGH INCHASH THE
001546* SAME AS LOGINCDT, AND WRITES IT.  A ROW THAT WILL NOT WRITE
001547* DOES NOT MOVE THE CHAIN ON, SO THE NEXT ROW CHAINS FROM THE
001548* LAST ONE ACTUALLY ON FILE.
001549*****************************************************************
001550 3100-STAMP-AND-WRITE.
001551     MOVE INCIDENT-RECORD(1:180) TO CS-HASH-DATA
001552     CALL "INCHASH" USING CS-ZERO-SEED CS-HASH-DATA
001553         CS-NEW-ROW-SUM
001554     CALL "INCHASH" USING CS-PRIOR-CHAIN-SUM CS-HASH-DATA
001555         CS-NEW-CHAIN-SUM
001556     MOVE CS-NEW-ROW-SUM TO INCIDENT-ROW-SUM
001557     MOVE CS-NEW-CHAIN-SUM TO INCIDENT-CHAIN-SUM
001558
001559     WRITE INCIDENT-RECORD
001560         INVALID KEY
001561             DISPLAY "Unable to write sequence number "
001562                 INCIDENT-SEQ-NO ", file status "
001563                 FS-INCIDENT-FILE-STATUS "."
001564     END-WRITE
001565     IF FS-INCIDENT-FILE-OK
001566         MOVE CS-NEW-CHAIN-SUM TO CS-PRIOR-CHAIN-SUM
001567     END-IF.
001568 3100-STAMP-AND-WRITE-EXIT.
001569     EXIT.
001570
001571*****************************************************************
001572* 8000-PRINT-SUMMARY.
001580*****************************************************************
001590 8000-PRINT-SUMMARY.
001600     DISPLAY " "
001730* 9000-TERMINATE.
001740*****************************************************************
001750 9000-TERMINATE.
001760     PERFORM 9100-CLOSE-OLD-FILE THRU 9100-CLOSE-OLD-FILE-EXIT
001770     CLOSE INCIDENT-FILE.
001780 9000-TERMINATE-EXIT.
001790     EXIT.
001791
001792 9100-CLOSE-OLD-FILE.
001793     IF CS-OLD-LAYOUT-IS-PRIOR
001794         CLOSE PRIOR-INCIDENT-FILE
001795     ELSE
001796         CLOSE OLD-INCIDENT-FILE
001797     END-IF.
001798 9100-CLOSE-OLD-FILE-EXIT.
001799     EXIT.
001800
001810 END PROGRAM INCMIG.
