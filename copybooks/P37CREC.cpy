*>    P37CFILE - CUSTOMER NAME AND ADDRESS RECORD LAYOUT (VSAM
*>    KSDS).  KEYED ON CIF-CUSTNO, ONE RECORD PER CUSTOMER HOWEVER
*>    MANY ACCOUNTS THEY HOLD - WHICH ACCOUNTS, AND AS PRIMARY,
*>    JOINT OR TRUSTEE HOLDER, IS KEPT ON THE P37RELF RELATIONSHIP
*>    FILE (SEE P37RREC).  KEPT AS ITS OWN FILE RATHER THAN
*>    WIDENING P37AREC SO THE MONEY-POSTING PROGRAMS NEVER CARRY OR
*>    REWRITE NAME AND ADDRESS DATA THEY DO NOT USE.  READ BY
*>    RECEIPT, CUSTINQ, THE MONTHLY STATEMENT BATCH RUN AND THE
*>    YEAR-END TAX RUN, MAINTAINED FROM CUSTMNT.  AN ALTERNATE
*>    INDEX OVER CIF-NAME (CICS PATH P37CNAME) LETS CUSTINQ FIND A
*>    CUSTOMER BY NAME.
 01  WS-CUST-RECORD.
*>    ISSUED BY CUSTMNT, ONE PAST THE HIGHEST ON FILE.  NOT AN
*>    ACCOUNT NUMBER - A CUSTOMER KEEPS THE SAME NUMBER ACROSS
*>    EVERY ACCOUNT THEY OPEN OR ARE ADDED TO.
     05  CIF-CUSTNO       PIC 9(10).
     05  CIF-NAME         PIC X(30).
     05  CIF-ADDR1        PIC X(30).
     05  CIF-ADDR2        PIC X(30).
     05  CIF-ADDR3        PIC X(30).
     05  CIF-PHONE        PIC X(15).
*>    TAXPAYER ID (SSN OR EIN, NINE DIGITS, NO DASHES) AND THE
*>    BACKUP-WITHHOLDING FLAG FOR THE YEAR-END 1099-INT RUN.  BOTH
*>    KEYED ON CUSTMNT; SPACES IN THE ID MEANS NONE ON FILE YET.
     05  CIF-TAX-ID       PIC X(09).
     05  CIF-WHOLD-FLAG   PIC X(01).
         88  CIF-BACKUP-WHOLD VALUE 'Y'.
     05  FILLER           PIC X(05).
