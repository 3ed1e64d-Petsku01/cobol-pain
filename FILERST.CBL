000220*                  AT RELOAD TIME, NOT DISCOVERED IN PRODUCTION.
000230*                  A POWER CUT MID-REWRITE NOW COSTS A RELOAD,
000240*                  NOT A MORNING.
000241* 2026-10-15  DWS  users.dat RECORD LENGTH RAISED TO 319 FOR THE
000242*                  HR IDENTITY FIELDS (SEE USRREC.CPY); THE
000243*                  BACKUP LINE WIDENED TO MATCH.  A BACKUP TAKEN
000244*                  BEFORE THE CHANGE IS RESTORED WITH THE PRIOR
000245*                  RELEASE AND CARRIED FORWARD WITH USRUPG.
000246* 2026-10-15  DWS  incidents.dat RECORD LENGTH RAISED TO 200 FOR
000247*                  THE INCIDENT CHECKSUMS (SEE INCREC.CPY).  AN
000248*                  OLDER INCIDENT BACKUP IS RESTORED WITH THE
000249*                  PRIOR RELEASE AND CARRIED FORWARD WITH INCMIG.
000250*****************************************************************
000260*
000270 ENVIRONMENT DIVISION.
000710     COPY "RUNCTL.CPY".
000720
000730 FD  BACKUP-FILE.
000740 01  BACKUP-RECORD                PIC X(319).
000750
000760 FD  MANIFEST-FILE.
000770 01  MANIFEST-RECORD.
001140
001150 01  CS-FILE-CATALOG.
001160     05  FILLER                   PIC X(26)
001170         VALUE "users.dat    users     319".
001180     05  FILLER                   PIC X(26)
001190         VALUE "incidents.datincidents 200".
001200     05  FILLER                   PIC X(26)
001210         VALUE "dispos.dat   dispos    133".
001220     05  FILLER                   PIC X(26)
