*>    CIBMS - WORKING STORAGE FOR CUSTINQ.  CARRIES THE P37CFILE
*>    CUSTOMER, P37RELF RELATIONSHIP AND P37AFILE MASTER RECORDS
*>    (ALL PLAIN READS - CUSTINQ NEVER UPDATES ANYTHING), THE PAGE
*>    TABLE OF FORMATTED LINES AND THE CIBMS/CIQMAP SYMBOLIC MAP.
*>    A CUSTOMER NUMBER LISTS ONE LINE PER ACCOUNT THE CUSTOMER IS
*>    ON - ACCOUNT, PRODUCT, ROLE, STATUS, LIVE BALANCE AND THE
*>    AMOUNT AVAILABLE; A NAME LISTS ONE LINE PER MATCHING
*>    CUSTOMER - NUMBER, NAME AND PHONE.  EIGHT LINES TO A PAGE.
     COPY P37AREC.
     COPY P37CREC.
     COPY P37RREC.
 01  WS-RESP-CODE   PIC S9(08) COMP.
 01  WS-BROWSE-DONE PIC X(01) VALUE 'N'.
 01  WS-MORE        PIC X(01) VALUE 'N'.
 01  WS-PAGE-MAX    PIC 9(02) VALUE 8.
 01  WS-PAGE-COUNT  PIC 9(02) VALUE ZERO.
 01  WS-LINE-IDX    PIC 9(02) VALUE ZERO.
 01  WS-PAGE-NO     PIC 9(03) VALUE ZERO.
*>    LINES BELONGING TO EARLIER PAGES, PASSED OVER ON A PF8.
 01  WS-SKIP        PIC 9(05) VALUE ZERO.
 01  WS-SKIPPED     PIC 9(05) VALUE ZERO.
 01  WS-FIND-CUSTNO PIC 9(10) VALUE ZERO.
 01  WS-REL-ALTKEY  PIC 9(10) VALUE ZERO.
 01  WS-NAME-KEY    PIC X(30) VALUE SPACES.
 01  WS-BAL-EDIT    PIC -(09)9.99.
 01  WS-AVAIL-EDIT  PIC -(09)9.99.
 01  WS-AVAIL-BAL   PIC S9(09)V9(02) VALUE ZERO.
 01  WS-ROLE-SHOW   PIC X(07) VALUE SPACES.
 01  WS-STAT-SHOW   PIC X(07) VALUE SPACES.
*>    THE NAME AS KEYED AND THE NAME OFF THE FILE, A CHARACTER AT
*>    A TIME, SO ONLY AS MANY LEADING CHARACTERS AS WERE KEYED ARE
*>    COMPARED - "SMITH J" FINDS EVERY "SMITH J..." ON FILE.
 01  WS-NAME-WANT   PIC X(30) VALUE SPACES.
 01  WS-NAME-WANT-R REDEFINES WS-NAME-WANT.
     05  WS-WANT-CHAR OCCURS 30 TIMES
                      PIC X(01).
 01  WS-NAME-GOT    PIC X(30) VALUE SPACES.
 01  WS-NAME-GOT-R REDEFINES WS-NAME-GOT.
     05  WS-GOT-CHAR  OCCURS 30 TIMES
                      PIC X(01).
 01  WS-NAME-LEN    PIC 9(02) VALUE ZERO.
 01  WS-CHAR-IDX    PIC 9(02) VALUE ZERO.
 01  WS-NAME-MATCH  PIC X(01) VALUE 'N'.
 01  WS-PAGE-TABLE.
     05  WS-PAGE-LINE OCCURS 8 TIMES
                      PIC X(75).
*>    CIBMS MAPSET / CIQMAP SYMBOLIC MAP.
 01  CIQMAPI.
     02  FILLER          PIC X(12).
     02  SCUSTL          PIC S9(4) COMP.
     02  SCUSTF          PIC X.
     02  SCUSTA REDEFINES SCUSTF
                         PIC X.
     02  SCUST           PIC 9(10).
     02  SNAMEL          PIC S9(4) COMP.
     02  SNAMEF          PIC X.
     02  SNAMEA REDEFINES SNAMEF
                         PIC X.
     02  SNAME           PIC X(30).
     02  PAGENOL         PIC S9(4) COMP.
     02  PAGENOF         PIC X.
     02  PAGENOA REDEFINES PAGENOF
                         PIC X.
     02  PAGENO          PIC 9(03).
     02  CINFOL          PIC S9(4) COMP.
     02  CINFOF          PIC X.
     02  CINFOA REDEFINES CINFOF
                         PIC X.
     02  CINFO           PIC X(75).
     02  CIQ-LINE-I OCCURS 8 TIMES.
         03  CIQ-LINEL    PIC S9(4) COMP.
         03  CIQ-LINEF    PIC X.
         03  CIQ-LINE-IN  PIC X(75).
     02  MSGL            PIC S9(4) COMP.
     02  MSGF            PIC X.
     02  MSGA REDEFINES MSGF
                         PIC X.
     02  MSG             PIC X(30).
 01  CIQMAPO REDEFINES CIQMAPI.
     02  FILLER          PIC X(12).
     02  FILLER          PIC X(02).
     02  SCUSTA-O        PIC X.
     02  SCUSTO          PIC X(10).
     02  FILLER          PIC X(02).
     02  SNAMEA-O        PIC X.
     02  SNAMEO          PIC X(30).
     02  FILLER          PIC X(02).
     02  PAGENOA-O       PIC X.
     02  PAGENOO         PIC X(03).
     02  FILLER          PIC X(02).
     02  CINFOA-O        PIC X.
     02  CINFOO          PIC X(75).
     02  CIQ-LINE-O OCCURS 8 TIMES.
         03  FILLER      PIC X(02).
         03  CIQ-LINEA   PIC X.
         03  CIQ-LINED   PIC X(75).
     02  FILLER          PIC X(02).
     02  MSGA-O          PIC X.
     02  MSGO            PIC X(30).
