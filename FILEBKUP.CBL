000290*                  CHAIN.  A LIVE FILE THAT DOES NOT EXIST YET
000300*                  (A FRESH SITE WITHOUT dispos.dat) IS SKIPPED
000310*                  WITH A NOTE, NOT FAILED.
000311* 2026-10-15  DWS  users.dat RECORD LENGTH RAISED TO 319 FOR THE
000312*                  HR IDENTITY FIELDS (SEE USRREC.CPY); THE
000313*                  BACKUP LINE WIDENED TO MATCH.  A BACKUP TAKEN
000314*                  BEFORE THE CHANGE IS RESTORED WITH THE PRIOR
000315*                  RELEASE AND CARRIED FORWARD WITH USRUPG.
000316* 2026-10-15  DWS  incidents.dat RECORD LENGTH RAISED TO 200 FOR
000317*                  THE INCIDENT CHECKSUMS (SEE INCREC.CPY).  AN
000318*                  OLDER INCIDENT BACKUP IS RESTORED WITH THE
000319*                  PRIOR RELEASE AND CARRIED FORWARD WITH INCMIG.
000320*****************************************************************
000330*
000340 ENVIRONMENT DIVISION.
000780     COPY "RUNCTL.CPY".
000790
000800 FD  BACKUP-FILE.
000810 01  BACKUP-RECORD                PIC X(319).
000820
000830 FD  MANIFEST-FILE.
000840 01  MANIFEST-RECORD.
001180
001190 01  CS-FILE-CATALOG.
001200     05  FILLER                   PIC X(26)
001210         VALUE "users.dat    users     319".
001220     05  FILLER                   PIC X(26)
001230         VALUE "incidents.datincidents 200".
001240     05  FILLER                   PIC X(26)
001250         VALUE "dispos.dat   dispos    133".
001260     05  FILLER                   PIC X(26)
