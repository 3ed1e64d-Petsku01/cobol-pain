000010*****************************************************************
000020* NTFREC.CPY
000030* SHARED RECORD LAYOUT FOR NOTIFY-FILE (notify.dat), THE KEYED
000040* OUTBOUND NOTIFICATION QUEUE THE PAGING/E-MAIL GATEWAY PICKS UP
000050* FROM.  COPIED INTO NTFQUEUE (WHICH ADDS TO IT) AND NTFRPT
000060* (WHICH REPORTS WHAT WAS NEVER PICKED UP) SO THE LAYOUT ONLY
000070* HAS TO CHANGE IN ONE PLACE.
000080*-----------------------------------------------------------------
000090* 2026-10-15  DWS  ORIGINAL VERSION.  KEYED ON A SEQUENCE NUMBER
000100*                  IN QUEUEING ORDER, THE SAME CONVENTION AS THE
000110*                  INCIDENT AND ALERT FILES, WITH THE SOURCE KEY
000120*                  (WHAT RAISED IT, THAT ROW'S SEQUENCE NUMBER,
000130*                  AND THE TIER) AS AN ALTERNATE KEY SO ALRTESC
000140*                  CAN TELL AN ALERT IT HAS ALREADY ESCALATED.  A
000150*                  ROW IS QUEUED IN STATUS 'Q'; THE GATEWAY SETS
000160*                  'P' WHEN IT PICKS THE ROW UP AND MAY LATER SET
000170*                  'D' (DELIVERED) OR 'F' (UNDELIVERABLE),
000180*                  STAMPING THE STATUS DATE/TIME AND ITS OWN
000190*                  REFERENCE EACH TIME.  NOTHING ON THIS SIDE
000200*                  CHANGES A ROW ONCE QUEUED.
000210*****************************************************************
000220 01  NOTIFICATION-RECORD.
000230     05  NTF-SEQ-NO               PIC 9(09).
000240     05  NTF-SOURCE-KEY.
000250         10  NTF-SOURCE           PIC X(01).
000260             88  NTF-FROM-INCIDENT    VALUE 'I'.
000270             88  NTF-FROM-ALERT       VALUE 'A'.
000280         10  NTF-SOURCE-SEQ-NO    PIC 9(09).
000290         10  NTF-TIER             PIC 9(01).
000300             88  NTF-FIRST-TIER       VALUE 1.
000310             88  NTF-SECOND-TIER      VALUE 2.
000320     05  NTF-QUEUED-DATE          PIC 9(08).
000330     05  NTF-QUEUED-TIME          PIC 9(08).
000340     05  NTF-RECIPIENT-GROUP      PIC X(20).
000350     05  NTF-MESSAGE-TEXT         PIC X(160).
000360     05  NTF-DELIVERY-STATUS      PIC X(01).
000370         88  NTF-QUEUED               VALUE 'Q'.
000380         88  NTF-PICKED-UP            VALUE 'P'.
000390         88  NTF-DELIVERED            VALUE 'D'.
000400         88  NTF-UNDELIVERABLE        VALUE 'F'.
000410     05  NTF-STATUS-DATE          PIC 9(08).
000420     05  NTF-STATUS-TIME          PIC 9(08).
000430     05  NTF-GATEWAY-REF          PIC X(20).
