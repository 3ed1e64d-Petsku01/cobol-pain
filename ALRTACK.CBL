000200*                  STAYS ON FILE WITH ITS HANDLING HISTORY, AND
000210*                  CLOSING IT IS WHAT LETS BRUTALRT RAISE A
000220*                  FRESH ALERT FOR THE SAME PATTERN AND ACCOUNT.
000222* 2026-10-15  DWS  AN ACKNOWLEDGMENT ALSO STAMPS THE NEW
000224*                  ALERT-ACK-BY/DATE/TIME FIELDS, WHICH A LATER
000226*                  CLOSE LEAVES IN PLACE, SO THE ACKNOWLEDGMENT
000228*                  IS NO LONGER LOST WHEN THE ALERT IS CLOSED.
000230*****************************************************************
000240*
000250 ENVIRONMENT DIVISION.
002480     MOVE CS-CURRENT-DATE TO ALERT-HANDLED-DATE
002490     MOVE CS-CURRENT-TIME TO ALERT-HANDLED-TIME
002500     MOVE CS-COMMENT-TEXT TO ALERT-HANDLED-COMMENT
002501*    THE ACKNOWLEDGMENT STAMP IS KEPT THROUGH THE CLOSE SO THE
002502*    ACKNOWLEDGE-TO-CLOSE TIME CAN STILL BE MEASURED.
002503     IF CS-NEW-STATUS = 'A'
002504         MOVE CS-OPERATOR-NAME TO ALERT-ACK-BY
002505         MOVE CS-CURRENT-DATE TO ALERT-ACK-DATE
002506         MOVE CS-CURRENT-TIME TO ALERT-ACK-TIME
002507     END-IF
002510
002520     REWRITE ALERT-RECORD
002530     IF NOT FS-ALERT-FILE-OK
