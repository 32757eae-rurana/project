*>    P37STOP - STOP-PAYMENT RECORD LAYOUT (VSAM KSDS).
*>    KEYED ON STP-ACCNO + STP-CHK-NO, SO ALL OF AN ACCOUNT'S STOPS
*>    STAY TOGETHER.  PLACED AND RELEASED FROM THE STOPPAY SCREEN
*>    AND CHECKED BY THE NIGHTLY CHKCLEAR INWARD-CLEARING RUN,
*>    WHICH RETURNS ANY PRESENTED CHECK THAT MATCHES AN ACTIVE,
*>    UNEXPIRED STOP.  A RELEASED STOP IS KEPT ON FILE UNDER
*>    STATUS 'R' RATHER THAN DELETED, SO "WHO PUT THIS STOP ON AND
*>    WHO TOOK IT OFF" CAN STILL BE ANSWERED.
 01  WS-STOP-RECORD.
     05  STP-KEY.
         10  STP-ACCNO    PIC 9(15).
         10  STP-CHK-NO   PIC 9(10).
     05  STP-STATUS       PIC X(01).
         88  STP-ACTIVE       VALUE 'A'.
         88  STP-RELEASED     VALUE 'R'.
*>    ZERO STOPS THE CHECK WHATEVER AMOUNT IT IS PRESENTED FOR;
*>    OTHERWISE ONLY A PRESENTMENT FOR EXACTLY THIS AMOUNT IS
*>    RETURNED.
     05  STP-AMOUNT       PIC 9(09)V9(02).
     05  STP-PAYEE        PIC X(20).
     05  STP-PLACED-DATE  PIC 9(08).
     05  STP-PLACED-TIME  PIC 9(06).
     05  STP-PLACED-OPID  PIC X(08).
*>    SIX MONTHS FROM THE DAY THE STOP WAS PLACED.  A CHECK
*>    PRESENTED AFTER THIS DATE IS PAID - THE CUSTOMER RENEWS THE
*>    STOP BY PLACING IT AGAIN.
     05  STP-EXPIRY-DATE  PIC 9(08).
     05  STP-RLSE-DATE    PIC 9(08).
     05  STP-RLSE-OPID    PIC X(08).
     05  FILLER           PIC X(10).
