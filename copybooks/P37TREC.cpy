*>    P37CERT - TERM DEPOSIT CERTIFICATE RECORD LAYOUT (VSAM KSDS).
*>    KEYED ON TDP-ACCNO - ONE CERTIFICATE PER 'TD' ACCOUNT ON
*>    P37AFILE, CARRYING THE CONTRACT THE MASTER HAS NO ROOM FOR.
*>    WRITTEN BY ACCTMNT WHEN THE ACCOUNT IS OPENED, READ BY
*>    WITHDRAW AND TRANSFER TO TURN AWAY A DEBIT BEFORE MATURITY,
*>    BROKEN EARLY FROM ACCTMNT UNDER THE SUPERVISOR CHECK, AND
*>    PAID OUT OR ROLLED OVER BY THE NIGHTLY TDMATUR RUN.  A
*>    CERTIFICATE THAT HAS FINISHED IS KEPT ON FILE UNDER ITS
*>    FINAL STATUS RATHER THAN DELETED.
 01  WS-CERT-RECORD.
     05  TDP-ACCNO        PIC 9(15).
     05  TDP-STATUS       PIC X(01).
         88  TDP-LIVE         VALUE 'A'.
         88  TDP-MATURED      VALUE 'M'.
         88  TDP-BROKEN       VALUE 'B'.
     05  TDP-TERM-MONTHS  PIC 9(03).
*>    FIXED FOR THE TERM, HELD THE SAME WAY AS THE RATETBL ROWS -
*>    99V9999 PER CENT PER ANNUM, SO 045000 IS 4.5 PER CENT.
     05  TDP-RATE         PIC 9(02)V9(04).
     05  TDP-START-DATE   PIC 9(08).
     05  TDP-MATURITY-DATE PIC 9(08).
*>    WHAT HAPPENS AT MATURITY - 'R' ROLLS THE BALANCE, INTEREST
*>    INCLUDED, INTO A NEW TERM OF THE SAME LENGTH AND RATE; 'P'
*>    PAYS IT ALL TO TDP-PAYOUT-ACCNO AND CLOSES THE ACCOUNT.
     05  TDP-MAT-INSTR    PIC X(01).
         88  TDP-ROLLOVER     VALUE 'R'.
         88  TDP-PAYOUT       VALUE 'P'.
     05  TDP-PAYOUT-ACCNO PIC 9(15).
*>    THE AMOUNT THE CONTRACT RATE IS PAID ON.  ZERO UNTIL THE
*>    FIRST NIGHTLY RUN AFTER THE CERTIFICATE IS FUNDED, WHICH
*>    TAKES THE BALANCE AS IT STANDS; RESET TO THE NEW BALANCE ON
*>    EACH ROLLOVER.  MONEY ADDED DURING A TERM EARNS NOTHING.
     05  TDP-PRINCIPAL    PIC 9(09)V9(02).
     05  TDP-ROLL-COUNT   PIC 9(03).
     05  TDP-OPEN-OPID    PIC X(08).
     05  FILLER           PIC X(21).
