000280*                  RETENTION HORIZON THE INCARCH ARCHIVES COVER;
000290*                  A MISSING MONTH FILE SIMPLY MEANS NO ROWS
000300*                  WERE ARCHIVED FOR THAT MONTH AND IS SKIPPED.
000302* 2026-10-15  DWS  ARCHIVE LINES WIDENED TO 200 BYTES FOR THE
000304*                  INCIDENT CHECKSUMS (SEE INCREC.CPY).  AN OLDER
000306*                  180-BYTE LINE READS WITH THE CHECKSUMS BLANK.
000310*****************************************************************
000320*
000330 ENVIRONMENT DIVISION.
000500     COPY "INCREC.CPY".
000510
000520 FD  ARCHIVE-FILE.
000530 01  ARCHIVE-RECORD               PIC X(200).
000540
000550 WORKING-STORAGE SECTION.
000560 01  FS-INCIDENT-FILE-STATUS      PIC X(02) VALUE "00".
002470* MEANS NOTHING WAS ARCHIVED FOR IT AND IS SKIPPED; ANY OTHER
002480* OPEN FAILURE IS REPORTED SO A PERMISSIONS PROBLEM DOES NOT
002490* READ AS AN EMPTY MONTH.  THE ARCHIVE ROWS CARRY THE FULL
002500* INCIDENT-RECORD IMAGE INCARCH WROTE, SO EACH ROW IS
002510* MOVED INTO THE INCIDENT RECORD AREA FOR THE SHARED LOGIC.
002520*****************************************************************
002530 4000-SCAN-ONE-ARCHIVE-MONTH.
