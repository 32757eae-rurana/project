*>    CMBMS - WORKING STORAGE FOR CUSTMNT.  CARRIES THE P37AFILE
*>    RECORD (READ-ONLY, TO PROVE AN ACCOUNT EXISTS AND IS OPEN
*>    BEFORE A CUSTOMER IS LINKED TO IT), THE P37CFILE CUSTOMER
*>    RECORD AND THE P37RELF RELATIONSHIP RECORD CUSTMNT
*>    MAINTAINS, AND THE CMBMS/CUSMAP SYMBOLIC MAP.
     COPY P37AREC.
     COPY P37CREC.
     COPY P37RREC.
 01  WS-RESP-CODE   PIC S9(08) COMP.
 01  WS-STATUS-OK   PIC X(01) VALUE 'Y'.
 01  WS-BROWSE-DONE PIC X(01) VALUE 'N'.
*>    BROWSE KEY FOR FINDING THE HIGHEST CUSTOMER NUMBER ISSUED,
*>    AND THE NUMBER THE NEXT NEW CUSTOMER IS GIVEN.
 01  WS-CUST-KEY    PIC X(10) VALUE HIGH-VALUES.
 01  WS-NEW-CUSTNO  PIC 9(10) VALUE ZERO.
*>    THE ACCOUNT WHOSE PRIMARY HOLDER IS WANTED, AND THAT
*>    HOLDER'S CUSTOMER NUMBER (ZERO IF THE ACCOUNT HAS NONE).
 01  WS-HOLDER-ACCNO   PIC 9(15) VALUE ZERO.
 01  WS-PRIMARY-CUSTNO PIC 9(10) VALUE ZERO.
*>    CMBMS MAPSET / CUSMAP SYMBOLIC MAP.
 01  CUSMAPI.
     02  FILLER          PIC X(12).
*>    LEFT BLANK TO ADD A NEW CUSTOMER - THE NUMBER ISSUED IS
*>    SHOWN BACK IN IT.
     02  CUSTNOL         PIC S9(4) COMP.
     02  CUSTNOF         PIC X.
     02  CUSTNOA REDEFINES CUSTNOF
                         PIC X.
     02  CUSTNO          PIC 9(10).
     02  ACCTNOL         PIC S9(4) COMP.
     02  ACCTNOF         PIC X.
     02  ACCTNOA REDEFINES ACCTNOF
     02  PHONEA REDEFINES PHONEF
                         PIC X.
     02  PHONE           PIC X(15).
     02  TAXIDL          PIC S9(4) COMP.
     02  TAXIDF          PIC X.
     02  TAXIDA REDEFINES TAXIDF
                         PIC X.
     02  TAXID           PIC X(09).
     02  WHOLDL          PIC S9(4) COMP.
     02  WHOLDF          PIC X.
     02  WHOLDA REDEFINES WHOLDF
                         PIC X.
     02  WHOLD           PIC X(01).
*>    HOLDER ROLE ON THE KEYED ACCOUNT - P PRIMARY, J JOINT, T
*>    TRUSTEE - AND THE LINK ACTION: L TO LINK (OR CHANGE THE
*>    ROLE), U TO UNLINK, BLANK TO LEAVE THE ACCOUNT ALONE.
     02  ROLEL           PIC S9(4) COMP.
     02  ROLEF           PIC X.
     02  ROLEA REDEFINES ROLEF
                         PIC X.
     02  ROLE            PIC X(01).
     02  RELACTL         PIC S9(4) COMP.
     02  RELACTF         PIC X.
     02  RELACTA REDEFINES RELACTF
                         PIC X.
     02  RELACT          PIC X(01).
     02  MSGL            PIC S9(4) COMP.
     02  MSGF            PIC X.
     02  MSGA REDEFINES MSGF
 01  CUSMAPO REDEFINES CUSMAPI.
     02  FILLER          PIC X(12).
     02  FILLER          PIC X(02).
     02  CUSTNOA-O       PIC X.
     02  CUSTNOO         PIC X(10).
     02  FILLER          PIC X(02).
     02  ACCTNOA-O       PIC X.
     02  ACCTNOO         PIC X(15).
     02  FILLER          PIC X(02).
     02  PHONEA-O        PIC X.
     02  PHONEO          PIC X(15).
     02  FILLER          PIC X(02).
     02  TAXIDA-O        PIC X.
     02  TAXIDO          PIC X(09).
     02  FILLER          PIC X(02).
     02  WHOLDA-O        PIC X.
     02  WHOLDO          PIC X(01).
     02  FILLER          PIC X(02).
     02  ROLEA-O         PIC X.
     02  ROLEO           PIC X(01).
     02  FILLER          PIC X(02).
     02  RELACTA-O       PIC X.
     02  RELACTO         PIC X(01).
     02  FILLER          PIC X(02).
     02  MSGA-O          PIC X.
     02  MSGO            PIC X(30).
