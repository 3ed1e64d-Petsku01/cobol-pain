000010*****************************************************************
000020* CHGREC.CPY
000030* SHARED RECORD LAYOUT FOR CHANGE-FILE (chgreq.dat), THE KEYED
000040* FILE HOLDING PRIVILEGED ADMIN-MENU CHANGES -- GRANTING THE
000050* ADMIN ROLE, DELETING AN ACCOUNT, REACTIVATING A DISABLED
000060* ACCOUNT -- WHILE THEY WAIT FOR A SECOND ADMINISTRATOR TO
000070* APPROVE THEM.  COPIED INTO CYBRSEC (WHICH FILES, DECIDES, AND
000080* EXPIRES THEM) SO THE LAYOUT ONLY HAS TO CHANGE IN ONE PLACE.
000090*-----------------------------------------------------------------
000100* 2026-10-15  DWS  ORIGINAL VERSION.  KEYED ON A SEQUENCE NUMBER
000110*                  ASSIGNED IN FILING ORDER THE SAME WAY LOGINCDT
000120*                  NUMBERS INCIDENTS, SO THE APPROVER NAMES A
000130*                  REQUEST BY NUMBER AND EVERY DECIDED REQUEST
000140*                  STAYS ON FILE.  THE FIELD NAME AND BEFORE/AFTER
000150*                  VALUES ARE THE SAME SHAPE AS A USER-AUDIT ROW
000160*                  (SEE AUDREC.CPY), SHOWN TO THE APPROVER.
000170*                  CHG-REQUESTED-BY IS THE ADMINISTRATOR WHO MADE
000180*                  THE CHANGE, CHG-DECIDED-BY THE ONE WHO APPROVED
000190*                  OR REJECTED IT; THEY ARE NEVER THE SAME PERSON
000200*                  ON AN APPROVAL.  A REQUEST LEFT PENDING LONGER
000210*                  THAN CYBRSEC'S EXPIRY WINDOW IS MARKED EXPIRED
000220*                  AND HAS TO BE FILED AGAIN.
000230*****************************************************************
000240 01  CHANGE-RECORD.
000250     05  CHG-SEQ-NO               PIC 9(09).
000260     05  CHG-ACTION               PIC X(01).
000270         88  CHG-GRANT-ADMIN          VALUE 'G'.
000280         88  CHG-DELETE-USER          VALUE 'D'.
000290         88  CHG-REACTIVATE-USER      VALUE 'R'.
000300     05  CHG-TARGET-USERNAME      PIC X(30).
000310     05  CHG-REQUESTED-BY         PIC X(30).
000320     05  CHG-REQUEST-DATE         PIC 9(08).
000330     05  CHG-REQUEST-TIME         PIC 9(08).
000340     05  CHG-FIELD-NAME           PIC X(20).
000350     05  CHG-BEFORE-VALUE         PIC X(20).
000360     05  CHG-AFTER-VALUE          PIC X(20).
000370     05  CHG-STATUS               PIC X(01).
000380         88  CHG-PENDING              VALUE 'P'.
000390         88  CHG-APPROVED             VALUE 'A'.
000400         88  CHG-REJECTED             VALUE 'R'.
000410         88  CHG-EXPIRED              VALUE 'E'.
000420     05  CHG-DECIDED-BY           PIC X(30).
000430     05  CHG-DECIDED-DATE         PIC 9(08).
000440     05  CHG-DECIDED-TIME         PIC 9(08).
000450     05  CHG-REASON               PIC X(60).
