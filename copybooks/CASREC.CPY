000010*****************************************************************
000020* CASREC.CPY
000030* SHARED RECORD LAYOUT FOR CASE-FILE (cases.dat), THE KEYED FILE
000040* HOLDING INVESTIGATION CASES.  COPIED INTO CASEMGT (WHERE CASES
000050* ARE OPENED, WORKED, AND CLOSED) AND CASERPT (THE CASE REPORT)
000060* SO THE LAYOUT ONLY HAS TO CHANGE IN ONE PLACE.
000070*-----------------------------------------------------------------
000080* 2026-10-15  DWS  ORIGINAL VERSION.  ONE CASE IS A HEADER ENTRY
000090*                  PLUS ANY NUMBER OF ATTACHED-INCIDENT, ATTACHED-
000100*                  ALERT, AND NOTE ENTRIES, ALL UNDER THE SAME
000110*                  CASE-ID.  THE KEY IS CASE-ID + ENTRY TYPE +
000120*                  ENTRY NUMBER, SO A START ON THE CASE-ID (OR ON
000130*                  THE CASE-ID AND ONE ENTRY TYPE) READS A WHOLE
000140*                  CASE, OR ONE KIND OF ENTRY, IN ORDER.  ENTRY
000150*                  NUMBERS COME FROM CASE-LAST-ENTRY-NO ON THE
000160*                  HEADER.  CASE-ENTRY-DATE/TIME/BY SAY WHEN AND
000170*                  BY WHOM EACH ENTRY WAS MADE (ON THE HEADER:
000180*                  WHEN THE CASE WAS OPENED).  AN ATTACHED
000190*                  INCIDENT OR ALERT CARRIES ONLY ITS SEQUENCE
000200*                  NUMBER AND THE EVENT'S OWN DATE/TIME -- THE
000210*                  DATE SAYS WHICH incidents_YYYYMM.dat ARCHIVE
000220*                  TO SEARCH ONCE INCARCH HAS PURGED THE ROW FROM
000230*                  THE LIVE FILE.  incidents.dat, alerts.dat, AND
000240*                  dispos.dat STAY THE RECORD OF THE EVENTS
000250*                  THEMSELVES.  STATUS X IS CLOSED (C IS TAKEN BY
000260*                  CONTAINED).
000270*****************************************************************
000280 01  CASE-RECORD.
000290     05  CASE-KEY.
000300         10  CASE-ID              PIC 9(06).
000310         10  CASE-ENTRY-TYPE      PIC X(01).
000320             88  CASE-HEADER-ENTRY    VALUE 'H'.
000330             88  CASE-INCIDENT-ENTRY  VALUE 'I'.
000340             88  CASE-ALERT-ENTRY     VALUE 'A'.
000350             88  CASE-NOTE-ENTRY      VALUE 'N'.
000360         10  CASE-ENTRY-NO        PIC 9(04).
000370     05  CASE-ENTRY-DATE          PIC 9(08).
000380     05  CASE-ENTRY-TIME          PIC 9(08).
000390     05  CASE-ENTRY-BY            PIC X(30).
000400     05  CASE-ENTRY-BODY          PIC X(160).
000410     05  CASE-HEADER-BODY REDEFINES CASE-ENTRY-BODY.
000420         10  CASE-OWNER           PIC X(30).
000430         10  CASE-STATUS          PIC X(01).
000440             88  CASE-IS-OPEN         VALUE 'O'.
000450             88  CASE-IS-CONTAINED    VALUE 'C'.
000460             88  CASE-IS-CLOSED       VALUE 'X'.
000470             88  CASE-IS-ACTIVE       VALUES 'O' 'C'.
000480         10  CASE-SUMMARY         PIC X(80).
000490         10  CASE-CLOSED-DATE     PIC 9(08).
000500         10  CASE-CLOSED-TIME     PIC 9(08).
000510         10  CASE-LAST-ENTRY-NO   PIC 9(04).
000520         10  FILLER               PIC X(29).
000530     05  CASE-LINK-BODY REDEFINES CASE-ENTRY-BODY.
000540         10  CASE-LINK-SEQ-NO     PIC 9(09).
000550         10  CASE-LINK-EVENT-DATE PIC 9(08).
000560         10  CASE-LINK-EVENT-TIME PIC 9(08).
000570         10  FILLER               PIC X(135).
000580     05  CASE-NOTE-BODY REDEFINES CASE-ENTRY-BODY.
000590         10  CASE-NOTE-TEXT       PIC X(100).
000600         10  FILLER               PIC X(60).
