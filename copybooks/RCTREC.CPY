000010*****************************************************************
000020* RCTREC.CPY
000030* SHARED RECORD LAYOUT FOR RECERT-FILE (recert.dat), THE KEYED
000040* FILE HOLDING THE QUARTERLY ACCESS-RECERTIFICATION CAMPAIGNS:
000050* ONE REVIEW ITEM PER ACTIVE ACCOUNT PER CAMPAIGN.  COPIED INTO
000060* RCTGEN (WHICH SNAPSHOTS THE ITEMS), RCTREV (WHERE THEY ARE
000070* ANSWERED), AND RCTRPT (THE CLOSE-OUT REPORT) SO THE LAYOUT
000080* ONLY HAS TO CHANGE IN ONE PLACE.
000090*-----------------------------------------------------------------
000100* 2026-10-15  DWS  ORIGINAL VERSION.  KEYED ON THE CAMPAIGN ID
000110*                  (YYYYQN, E.G. 2026Q4) FOLLOWED BY THE
000120*                  USERNAME, SO EVERY CAMPAIGN STAYS ON FILE AS
000130*                  THE AUDITORS' EVIDENCE AND ONE CAMPAIGN IS
000140*                  READ BY A START ON ITS ID.  THE ROLE, LAST
000150*                  LOGIN, AND HR IDENTITY FIELDS ARE A SNAPSHOT
000160*                  TAKEN AT GENERATION -- WHAT THE REVIEWER WAS
000170*                  ASKED TO ATTEST -- AND ARE NEVER UPDATED.
000180*                  THE DECISION BLOCK RECORDS THE ANSWER, THE
000190*                  AUTHENTICATED REVIEWER, WHEN, AND WHETHER
000200*                  THE ANSWER ACTUALLY CHANGED users.dat.
000210*****************************************************************
000220 01  RECERT-RECORD.
000230     05  RCT-KEY.
000240         10  RCT-CAMPAIGN-ID      PIC X(06).
000250         10  RCT-USERNAME         PIC X(30).
000260     05  RCT-ROLE                 PIC X(01).
000270     05  RCT-LAST-LOGIN-DATE      PIC 9(08).
000280     05  RCT-EMPLOYEE-ID          PIC X(10).
000290     05  RCT-FULL-NAME            PIC X(40).
000300     05  RCT-DEPARTMENT           PIC X(20).
000310     05  RCT-MANAGER-ID           PIC X(10).
000320     05  RCT-GENERATED-DATE       PIC 9(08).
000330     05  RCT-CUTOFF-DATE          PIC 9(08).
000340     05  RCT-DECISION             PIC X(01).
000350         88  RCT-NOT-ANSWERED         VALUE SPACE.
000360         88  RCT-KEEP                 VALUE 'K'.
000370         88  RCT-DOWNGRADE            VALUE 'D'.
000380         88  RCT-REVOKE               VALUE 'R'.
000390     05  RCT-NEW-ROLE             PIC X(01).
000400     05  RCT-REVIEWER             PIC X(30).
000410     05  RCT-DECIDED-DATE         PIC 9(08).
000420     05  RCT-DECIDED-TIME         PIC 9(08).
000430     05  RCT-CHANGE-FLAG          PIC X(01).
000440         88  RCT-CHANGE-APPLIED       VALUE 'Y'.
000450         88  RCT-NO-CHANGE-NEEDED     VALUE 'N'.
000460         88  RCT-ACCOUNT-GONE         VALUE 'G'.
000470     05  RCT-COMMENT              PIC X(60).
