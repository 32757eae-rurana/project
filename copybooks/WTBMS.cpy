*>    WTBMS - WORKING STORAGE FOR WITHDRAW.  CARRIES THE P37AFILE
*>    RECORD, THE P37THIST/P37AUDIT RECORDS WITHDRAW APPENDS ON
*>    EVERY SUCCESSFUL REWRITE, THE P37CERT CERTIFICATE THE TERM
*>    DEPOSIT CHECK READS, THE P37PEND ITEM AN OVER-LIMIT
*>    WITHDRAWAL IS PARKED ON, AND THE WTBMS/WTHMAP SYMBOLIC MAP.
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
 01  WS-OVR-TYPE    PIC X(02) VALUE 'WD'.
 01  WS-OVR-TO-ACCNO PIC 9(15) VALUE ZERO.
*>    WTBMS MAPSET / WTHMAP SYMBOLIC MAP.
 01  WTHMAPI.
     02  FILLER          PIC X(12).
