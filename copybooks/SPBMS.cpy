*>    SPBMS - WORKING STORAGE FOR STOPPAY.  CARRIES THE P37AFILE
*>    RECORD (READ-ONLY, TO PROVE THE SESSION ACCOUNT IS AN OPEN
*>    CHECKING ACCOUNT), THE P37STOP STOP-PAYMENT RECORD THE
*>    SCREEN MAINTAINS, AND THE SPBMS/STPMAP SYMBOLIC MAP.
     COPY P37AREC.
     COPY P37XREC.
 01  WS-RESP-CODE   PIC S9(08) COMP.
 01  WS-STATUS-OK   PIC X(01) VALUE 'Y'.
*>    SIX MONTHS ON FROM TODAY FOR THE EXPIRY DATE.  A DAY THE
*>    EXPIRY MONTH DOES NOT HAVE (A STOP PLACED ON THE 31ST, OR
*>    ON 29-31 AUGUST) FALLS BACK TO THAT MONTH'S LAST DAY, OFF
*>    THE MONTH TABLE, FEBRUARY LEAP-ADJUSTED.
 01  WS-EXP-DATE    PIC 9(08) VALUE ZERO.
 01  WS-EXP-DATE-R REDEFINES WS-EXP-DATE.
     05  WS-EXP-YYYY    PIC 9(04).
     05  WS-EXP-MM      PIC 9(02).
     05  WS-EXP-DD      PIC 9(02).
 01  WS-LAST-DAY    PIC 9(02) VALUE ZERO.
 01  WS-YEAR-QUOT   PIC 9(04) VALUE ZERO.
 01  WS-YEAR-REM    PIC 9(04) VALUE ZERO.
 01  WS-MONTH-DAYS-V.
     05  FILLER     PIC X(24) VALUE '312831303130313130313031'.
 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-V.
     05  WS-DAYS-IN PIC 9(02) OCCURS 12 TIMES.
*>    SPBMS MAPSET / STPMAP SYMBOLIC MAP.
 01  STPMAPI.
     02  FILLER          PIC X(12).
     02  ACTIONL         PIC S9(4) COMP.
     02  ACTIONF         PIC X.
     02  ACTIONA REDEFINES ACTIONF
                         PIC X.
     02  STP-ACTION      PIC X(01).
     02  CHKNOL          PIC S9(4) COMP.
     02  CHKNOF          PIC X.
     02  CHKNOA REDEFINES CHKNOF
                         PIC X.
     02  CHKNO           PIC 9(10).
     02  ENTERED-AMTL    PIC S9(4) COMP.
     02  ENTERED-AMTF    PIC X.
     02  ENTERED-AMTA REDEFINES ENTERED-AMTF
                         PIC X.
*>    KEYED AS ELEVEN DIGITS WITH AN IMPLIED DECIMAL -
*>    DDDDDDDDDCC - SO 00000015075 IS 150.75.  LEFT AT ZERO TO
*>    STOP THE CHECK AT ANY AMOUNT.
     02  ENTERED-AMT     PIC 9(09)V9(02).
     02  PAYEEL          PIC S9(4) COMP.
     02  PAYEEF          PIC X.
     02  PAYEEA REDEFINES PAYEEF
                         PIC X.
     02  PAYEE           PIC X(20).
     02  STPINFOL        PIC S9(4) COMP.
     02  STPINFOF        PIC X.
     02  STPINFOA REDEFINES STPINFOF
                         PIC X.
     02  STPINFO         PIC X(60).
     02  MSGL            PIC S9(4) COMP.
     02  MSGF            PIC X.
     02  MSGA REDEFINES MSGF
                         PIC X.
     02  MSG             PIC X(30).
 01  STPMAPO REDEFINES STPMAPI.
     02  FILLER          PIC X(12).
     02  FILLER          PIC X(02).
     02  ACTIONA-O       PIC X.
     02  ACTIONO         PIC X(01).
     02  FILLER          PIC X(02).
     02  CHKNOA-O        PIC X.
     02  CHKNOO          PIC X(10).
     02  FILLER          PIC X(02).
     02  ENTERED-AMTA-O  PIC X.
     02  ENTERED-AMTO    PIC X(11).
     02  FILLER          PIC X(02).
     02  PAYEEA-O        PIC X.
     02  PAYEEO          PIC X(20).
     02  FILLER          PIC X(02).
     02  STPINFOA-O      PIC X.
     02  STPINFOO        PIC X(60).
     02  FILLER          PIC X(02).
     02  MSGA-O          PIC X.
     02  MSGO            PIC X(30).
