*>    TFBMS - WORKING STORAGE FOR TRANSFER.  CARRIES THE P37AFILE
*>    RECORD (THE DEBIT AND CREDIT ACCOUNTS ARE WORKED THROUGH IT
*>    ONE AT A TIME), THE P37THIST/P37AUDIT RECORDS TRANSFER
*>    APPENDS ON BOTH SIDES OF EVERY SUCCESSFUL POST, THE P37CERT
*>    CERTIFICATE THE TERM DEPOSIT CHECK READS ON THE DEBIT SIDE,
*>    THE P37PEND ITEM AN OVER-LIMIT TRANSFER IS PARKED ON, AND THE
*>    TFBMS/TRFMAP SYMBOLIC MAP.
     COPY P37AREC.
     COPY P37HREC.
     COPY P37JREC.
     COPY P37TREC.
     COPY P37PREC.
 01  WS-RESP-CODE   PIC S9(08) COMP.
 01  WS-BALANCE     PIC S9(09)V9(02) VALUE ZERO.
 01  WS-OLD-BALANCE PIC S9(09)V9(02) VALUE ZERO.
 01  WS-CUR-TIME    PIC 9(06) VALUE ZERO.
 01  WS-NEXT-SEQ    PIC 9(07) VALUE ZERO.
 01  WS-WD-CAP      PIC 9(09)V9(02) VALUE 40000.
 01  WS-APPR-OPID   PIC X(08) VALUE SPACES.
 01  WS-OVR-TYPE    PIC X(02) VALUE 'TF'.
 01  WS-OVR-TO-ACCNO PIC 9(15) VALUE ZERO.
*>    TFBMS MAPSET / TRFMAP SYMBOLIC MAP.
 01  TRFMAPI.
     02  FILLER          PIC X(12).
