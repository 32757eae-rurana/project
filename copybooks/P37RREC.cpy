*>    P37RELF - CUSTOMER/ACCOUNT RELATIONSHIP RECORD LAYOUT (VSAM
*>    KSDS).  KEYED ON REL-ACCNO + REL-CUSTNO, SO ALL OF AN
*>    ACCOUNT'S HOLDERS STAY TOGETHER FOR THE STATEMENT AND THE
*>    RECEIPT.  AN ALTERNATE INDEX OVER REL-CUSTNO (NON-UNIQUE,
*>    CICS PATH P37RELC) GIVES CUSTINQ EVERY ACCOUNT A CUSTOMER IS
*>    ON.  EACH ACCOUNT HAS ONE PRIMARY HOLDER - THE ONE THE
*>    STATEMENT IS ADDRESSED TO AND THE TAX RUN REPORTS UNDER -
*>    AND ANY NUMBER OF JOINT HOLDERS AND TRUSTEES.  MAINTAINED
*>    FROM CUSTMNT.  A HOLDER TAKEN OFF AN ACCOUNT IS KEPT ON FILE
*>    UNDER STATUS 'R' RATHER THAN DELETED, SO "WHO WAS ON THIS
*>    ACCOUNT, AND WHO TOOK THEM OFF" CAN STILL BE ANSWERED.
 01  WS-REL-RECORD.
     05  REL-KEY.
         10  REL-ACCNO    PIC 9(15).
         10  REL-CUSTNO   PIC 9(10).
     05  REL-ROLE         PIC X(01).
         88  REL-PRIMARY      VALUE 'P'.
         88  REL-JOINT        VALUE 'J'.
         88  REL-TRUSTEE      VALUE 'T'.
     05  REL-STATUS       PIC X(01).
         88  REL-ACTIVE       VALUE 'A'.
         88  REL-REMOVED      VALUE 'R'.
     05  REL-ADDED-DATE   PIC 9(08).
     05  REL-ADDED-OPID   PIC X(08).
     05  REL-RMVD-DATE    PIC 9(08).
     05  REL-RMVD-OPID    PIC X(08).
     05  FILLER           PIC X(10).
