000212*                  CAN START AT A FROM-DATE INSTEAD OF SCANNING
000214*                  THE WHOLE HISTORY.  RUN INCMIG ONCE TO CARRY A
000216*                  FLAT-FILE incidents.dat OVER TO THE NEW FORMAT.
000217* 2026-10-15  DWS  ADDED INCIDENT-ROW-SUM AND INCIDENT-CHAIN-SUM
000218*                  SO THE LOG IS TAMPER-EVIDENT.  LOGINCDT STAMPS
000219*                  EACH NEW ROW WITH A CHECKSUM OF ITS OWN CONTENT
000220*                  AND ONE CHAINED TO THE PREVIOUS ROW'S CHAIN SUM
000221*                  (BOTH COMPUTED BY INCHASH OVER THE FIRST 180
000222*                  BYTES); INCVRFY WALKS THE CHAIN EVERY NIGHT.
000223*                  A ROW WRITTEN BEFORE THE CHANGE -- OR READ FROM
000224*                  AN OLDER 180-BYTE ARCHIVE LINE -- HAS BOTH
000225*                  FIELDS BLANK OR ZERO AND COUNTS AS UNSTAMPED.
000226*                  RECORD GREW FROM 180 TO 200 BYTES; RUN INCMIG
000227*                  ONCE TO CARRY AN INDEXED incidents.dat FORWARD.
000228*****************************************************************
000229 01  INCIDENT-RECORD.
000230     05  INCIDENT-SEQ-NO          PIC 9(09).
000231     05  INCIDENT-DATE            PIC 9(08).
000240     05  INCIDENT-TIME            PIC 9(08).
000250     05  INCIDENT-TYPE            PIC X(25).
000260     05  INCIDENT-USERNAME        PIC X(30).
000270     05  INCIDENT-DETAILS         PIC X(100).
000280*    CHECKSUMS -- SEE INCHASH.  ZERO OR BLANK MEANS UNSTAMPED.
000290     05  INCIDENT-ROW-SUM         PIC 9(10).
000300     05  INCIDENT-CHAIN-SUM       PIC 9(10).
