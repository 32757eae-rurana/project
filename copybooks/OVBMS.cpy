*>    OVBMS - WORKING STORAGE FOR OVRAPPR.  CARRIES THE P37PEND
*>    APPROVAL QUEUE RECORD, THE PAGE TABLE OF FORMATTED QUEUE
*>    LINES, AND THE OVBMS/OVRMAP SYMBOLIC MAP.  ONE LINE PER
*>    WAITING ITEM - TERMINAL, TELLER, TYPE, ACCOUNT, TARGET
*>    ACCOUNT (TRANSFERS ONLY), AMOUNT AND THE TIME IT WAS PARKED -
*>    EIGHT ITEMS TO A PAGE.
     COPY P37PREC.
 01  WS-RESP-CODE   PIC S9(08) COMP.
 01  WS-BROWSE-DONE PIC X(01) VALUE 'N'.
 01  WS-BR-OPEN     PIC X(01) VALUE 'N'.
 01  WS-PAGE-MAX    PIC 9(02) VALUE 8.
 01  WS-PAGE-COUNT  PIC 9(02) VALUE ZERO.
 01  WS-LINE-IDX    PIC 9(02) VALUE ZERO.
 01  WS-AMT-EDIT    PIC Z(08)9.99.
 01  WS-TO-SHOW     PIC X(15) VALUE SPACES.
 01  WS-ACT-MSG     PIC X(30) VALUE SPACES.
 01  WS-ITEM-DONE   PIC X(01) VALUE 'N'.
 01  WS-PAGE-TABLE.
     05  WS-PAGE-LINE OCCURS 8 TIMES
                      PIC X(75).
*>    OVBMS MAPSET / OVRMAP SYMBOLIC MAP.
 01  OVRMAPI.
     02  FILLER          PIC X(12).
     02  SELTRML         PIC S9(4) COMP.
     02  SELTRMF         PIC X.
     02  SELTRMA REDEFINES SELTRMF
                         PIC X.
     02  SELTRM          PIC X(04).
     02  ACTNL           PIC S9(4) COMP.
     02  ACTNF           PIC X.
     02  ACTNA REDEFINES ACTNF
                         PIC X.
     02  ACTN            PIC X(01).
     02  NXTTRML         PIC S9(4) COMP.
     02  NXTTRMF         PIC X.
     02  NXTTRMA REDEFINES NXTTRMF
                         PIC X.
     02  NXTTRM          PIC X(04).
     02  OVR-LINE-I OCCURS 8 TIMES.
         03  OVR-LINEL    PIC S9(4) COMP.
         03  OVR-LINEF    PIC X.
         03  OVR-LINE-IN  PIC X(75).
     02  MSGL            PIC S9(4) COMP.
     02  MSGF            PIC X.
     02  MSGA REDEFINES MSGF
                         PIC X.
     02  MSG             PIC X(30).
 01  OVRMAPO REDEFINES OVRMAPI.
     02  FILLER          PIC X(12).
     02  FILLER          PIC X(02).
     02  SELTRMA-O       PIC X.
     02  SELTRMO         PIC X(04).
     02  FILLER          PIC X(02).
     02  ACTNA-O         PIC X.
     02  ACTNO           PIC X(01).
     02  FILLER          PIC X(02).
     02  NXTTRMA-O       PIC X.
     02  NXTTRMO         PIC X(04).
     02  OVR-LINE-O OCCURS 8 TIMES.
         03  FILLER      PIC X(02).
         03  OVR-LINEA   PIC X.
         03  OVR-LINED   PIC X(75).
     02  FILLER          PIC X(02).
     02  MSGA-O          PIC X.
     02  MSGO            PIC X(30).
