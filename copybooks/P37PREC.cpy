*>    P37PEND - SUPERVISOR APPROVAL QUEUE RECORD LAYOUT (VSAM KSDS).
*>    KEYED ON PND-TERMID - ONE OUTSTANDING ITEM PER TELLER
*>    TERMINAL.  WITHDRAW AND TRANSFER PARK A WITHDRAWAL OR
*>    TRANSFER OVER THE TELLER'S SEC-TXN-LIMIT HERE INSTEAD OF
*>    TURNING IT AWAY; A SUPERVISOR APPROVES OR DECLINES IT FROM
*>    THEIR OWN TERMINAL ON THE OVRAPPR SCREEN; THE TELLER'S NEXT
*>    ENTER OF THE SAME TRANSACTION THEN POSTS IT (CARRYING
*>    PND-APPR-OPID ONTO THE P37AUDIT ENTRY) OR CANCELS IT, AND
*>    DELETES THE ITEM EITHER WAY.  A DIFFERENT TRANSACTION KEYED
*>    AT THE SAME TERMINAL REPLACES WHATEVER WAS PARKED THERE.
 01  WS-PEND-RECORD.
     05  PND-TERMID       PIC X(04).
     05  PND-STATUS       PIC X(01).
         88  PND-WAITING      VALUE 'P'.
         88  PND-APPROVED     VALUE 'A'.
         88  PND-DECLINED     VALUE 'D'.
     05  PND-TXN-TYPE     PIC X(02).
         88  PND-WITHDRAWAL   VALUE 'WD'.
         88  PND-TRANSFER     VALUE 'TF'.
     05  PND-TLR-OPID     PIC X(08).
     05  PND-ACCNO        PIC 9(15).
*>    THE ACCOUNT BEING CREDITED ON A TRANSFER, ZERO ON A
*>    WITHDRAWAL.
     05  PND-TO-ACCNO     PIC 9(15).
     05  PND-AMOUNT       PIC 9(09)V9(02).
     05  PND-REQ-DATE     PIC 9(08).
     05  PND-REQ-TIME     PIC 9(06).
     05  PND-APPR-OPID    PIC X(08).
     05  PND-ACT-DATE     PIC 9(08).
     05  PND-ACT-TIME     PIC 9(06).
     05  FILLER           PIC X(08).
