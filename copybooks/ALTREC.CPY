000190*                  ALERT ALREADY BEING WORKED.  A SITE STILL ON
000200*                  THE OLD LINE-SEQUENTIAL alerts.dat MUST RUN
000210*                  ALRTMIG ONCE TO CONVERT IT.
000211* 2026-10-15  DWS  ADDED ALERT-ACK-BY/DATE/TIME.  THE HANDLED
000212*                  FIELDS ARE OVERWRITTEN WHEN AN ACKNOWLEDGED
000213*                  ALERT IS CLOSED, SO THE ACKNOWLEDGMENT STAMP
000214*                  WAS LOST AND THE MONTHLY SCORECARD (KPISCORE)
000215*                  COULD NOT MEASURE ACKNOWLEDGE-TO-CLOSE TIME.
000216*                  ALRTACK NOW STAMPS THESE ON ACKNOWLEDGMENT AND
000217*                  LEAVES THEM ALONE ON CLOSE; THEY STAY ZERO ON
000218*                  AN ALERT CLOSED STRAIGHT FROM NEW.  THE RECORD
000219*                  GREW FROM 303 TO 349 BYTES -- A SITE ALREADY
000220*                  ON THE INDEXED alerts.dat RUNS ALRTMIG ONCE TO
000221*                  CARRY IT FORWARD.
000222*****************************************************************
000230 01  ALERT-RECORD.
000240     05  ALERT-SEQ-NO             PIC 9(09).
000250     05  ALERT-DATE               PIC 9(08).
000380     05  ALERT-HANDLED-DATE       PIC 9(08).
000390     05  ALERT-HANDLED-TIME       PIC 9(08).
000400     05  ALERT-HANDLED-COMMENT    PIC X(60).
000410*    ACKNOWLEDGMENT STAMP -- SET ONCE, KEPT THROUGH THE CLOSE.
000420     05  ALERT-ACK-BY             PIC X(30).
000430     05  ALERT-ACK-DATE           PIC 9(08).
000440     05  ALERT-ACK-TIME           PIC 9(08).
