*>    AMBMS - WORKING STORAGE FOR ACCTMNT.  CARRIES THE P37AFILE
*>    RECORD, THE P37AUDIT RECORD ACCTMNT APPENDS FOR EVERY OPEN
*>    AND STATUS CHANGE, THE P37CERT CERTIFICATE A TERM DEPOSIT
*>    IS OPENED AND BROKEN THROUGH, THE P37THIST RECORD FOR THE
*>    BREAKAGE PENALTY, AND THE AMBMS/ACMMAP SYMBOLIC MAP.
     COPY P37AREC.
     COPY P37HREC.
     COPY P37JREC.
     COPY P37TREC.
 01  WS-RESP-CODE   PIC S9(08) COMP.
*>    AMBMS MAPSET / ACMMAP SYMBOLIC MAP.
 01  ACMMAPI.
*>    KEYED AS NINE DIGITS WITH AN IMPLIED DECIMAL -
*>    DDDDDDDCC - SO 000050000 IS 500.00.
     02  ODLIM           PIC 9(07)V9(02).
*>    TERM DEPOSIT CONTRACT, KEYED ONLY ON AN OPEN OF A 'TD'
*>    ACCOUNT - TERM IN MONTHS, FIXED RATE AS 99V9999 PER CENT
*>    (045000 IS 4.5), MATURITY INSTRUCTION R OR P, AND FOR 'P'
*>    THE ACCOUNT THE PROCEEDS GO TO.
     02  TERML           PIC S9(4) COMP.
     02  TERMF           PIC X.
     02  TERMA REDEFINES TERMF
                         PIC X.
     02  TERM            PIC 9(03).
     02  TDRATEL         PIC S9(4) COMP.
     02  TDRATEF         PIC X.
     02  TDRATEA REDEFINES TDRATEF
                         PIC X.
     02  TDRATE          PIC 9(02)V9(04).
     02  MATINSL         PIC S9(4) COMP.
     02  MATINSF         PIC X.
     02  MATINSA REDEFINES MATINSF
                         PIC X.
     02  MATINS          PIC X(01).
     02  PAYACCL         PIC S9(4) COMP.
     02  PAYACCF         PIC X.
     02  PAYACCA REDEFINES PAYACCF
                         PIC X.
     02  PAYACC          PIC 9(15).
     02  MSGL            PIC S9(4) COMP.
     02  MSGF            PIC X.
     02  MSGA REDEFINES MSGF
     02  ODLIMA-O        PIC X.
     02  ODLIMO          PIC X(09).
     02  FILLER          PIC X(02).
     02  TERMA-O         PIC X.
     02  TERMO           PIC X(03).
     02  FILLER          PIC X(02).
     02  TDRATEA-O       PIC X.
     02  TDRATEO         PIC X(06).
     02  FILLER          PIC X(02).
     02  MATINSA-O       PIC X.
     02  MATINSO         PIC X(01).
     02  FILLER          PIC X(02).
     02  PAYACCA-O       PIC X.
     02  PAYACCO         PIC X(15).
     02  FILLER          PIC X(02).
     02  MSGA-O          PIC X.
     02  MSGO            PIC X(30).
