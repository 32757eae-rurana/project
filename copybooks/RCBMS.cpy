*>    RCBMS - WORKING STORAGE FOR RECEIPT.  CARRIES THE P37RELF
*>    RELATIONSHIP AND P37CFILE CUSTOMER RECORDS (PLAIN READS, SO
*>    THE ACCOUNT'S HOLDERS CAN BE PRINTED ABOVE THE TRANSACTION
*>    DETAIL) AND THE RCBMS/RCTMAP SYMBOLIC MAP.  THE TRANSACTION
*>    VALUES THEMSELVES ARE HANDED IN VIA THE DEPOSIT/WITHDRAW
*>    COMMAREA, NOT KEYED OR READ AGAIN HERE.
     COPY P37CREC.
     COPY P37RREC.
 01  WS-RESP-CODE   PIC S9(08) COMP.
 01  WS-BROWSE-DONE PIC X(01) VALUE 'N'.
*>    THE ACCOUNT'S ACTIVE HOLDERS, PRIMARY FIRST, AS THEY COME
*>    OFF THE RELATIONSHIP BROWSE.  THE SLIP HAS ROOM FOR THREE
*>    NAMES.
 01  WS-HOLDER-MAX  PIC 9(02) VALUE 3.
 01  WS-HOLDER-CNT  PIC 9(02) VALUE ZERO.
 01  WS-HOLDER-IDX  PIC 9(02) VALUE ZERO.
 01  WS-HOLDER-TABLE.
     05  WS-HOLDER-NO OCCURS 3 TIMES
                      PIC 9(10).
*>    AMOUNT AND BALANCE ARE SHOWN IN DOLLARS AND CENTS, EDITED
*>    HERE BEFORE THEY ARE MOVED TO THE MAP.
 01  WS-AMT-EDIT    PIC Z(08)9.99.
     02  CUSTNMA REDEFINES CUSTNMF
                         PIC X.
     02  CUSTNM          PIC X(30).
     02  CUSTNM2F        PIC X.
     02  CUSTNM2A REDEFINES CUSTNM2F
                         PIC X.
     02  CUSTNM2         PIC X(30).
     02  CUSTNM3F        PIC X.
     02  CUSTNM3A REDEFINES CUSTNM3F
                         PIC X.
     02  CUSTNM3         PIC X(30).
     02  ACCTNOF         PIC X.
     02  ACCTNOA REDEFINES ACCTNOF
                         PIC X.
     02  MSGA REDEFINES MSGF
                         PIC X.
     02  MSG             PIC X(30).
     02  FILLER          PIC X(08).
 01  RCTMAPO REDEFINES RCTMAPI.
     02  FILLER          PIC X(12).
     02  FILLER          PIC X(01).
     02  CUSTNMA-O       PIC X.
     02  CUSTNMO         PIC X(30).
     02  FILLER          PIC X(01).
     02  CUSTNM2A-O      PIC X.
     02  CUSTNM2O        PIC X(30).
     02  FILLER          PIC X(01).
     02  CUSTNM3A-O      PIC X.
     02  CUSTNM3O        PIC X(30).
     02  FILLER          PIC X(01).
     02  ACCTNOA-O       PIC X.
     02  ACCTNOO         PIC X(15).
     02  FILLER          PIC X(01).
