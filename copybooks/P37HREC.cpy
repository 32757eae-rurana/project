         88  THS-TRANSFER     VALUE 'TF'.
         88  THS-REVERSAL     VALUE 'RV'.
         88  THS-INTEREST     VALUE 'IN'.
*>    SERVICE CHARGES AND FEES TAKEN BY THE MONTHLY FEEPOST RUN -
*>    ALWAYS A DEBIT, THE FEE TYPE CARRIED IN THS-REF.
         88  THS-FEE          VALUE 'FE'.
*>    UNCLAIMED BALANCE WRITTEN OFF TO THE STATE BY THE ESCHEAT
*>    RUN - ALWAYS A DEBIT, LEAVING THE CLOSED ACCOUNT AT ZERO.
         88  THS-ESCHEAT      VALUE 'ES'.
*>    INTEREST PENALTY FOR BREAKING A TERM DEPOSIT BEFORE MATURITY,
*>    TAKEN ON ACCTMNT UNDER SUPERVISOR SIGN-ON - ALWAYS A DEBIT.
         88  THS-TD-PENALTY   VALUE 'PN'.
*>    A CHECK DRAWN ON THE ACCOUNT, PAID BY THE NIGHTLY CHKCLEAR
*>    INWARD-CLEARING RUN - ALWAYS A DEBIT, THE CHECK NUMBER
*>    CARRIED IN THS-REF (SEE THS-CHK-REF BELOW).
         88  THS-CHECK        VALUE 'CH'.
     05  THS-AMOUNT       PIC 9(09)V9(02).
     05  THS-BAL-AFTER    PIC S9(09)V9(02).
     05  THS-DATE         PIC 9(08).
     05  THS-TIME         PIC 9(06).
     05  THS-TERMID       PIC X(04).
     05  THS-REF          PIC X(26).
*>    A PAID CHECK'S REFERENCE - POSTING DATE, 'CH', THE CHECK
*>    NUMBER AS PRESENTED, THEN THE ITEM'S ORDINAL ON THE NIGHT'S
*>    CLEARING FILE.
     05  THS-CHK-REF REDEFINES THS-REF.
         10  THS-CHK-DATE     PIC 9(08).
         10  THS-CHK-TAG      PIC X(02).
         10  THS-CHK-NO       PIC 9(10).
         10  THS-CHK-ITEM     PIC 9(06).
*>    WHICH WAY THE MONEY MOVED - SET BY EVERY PROGRAM THAT
*>    WRITES A HISTORY ENTRY, SO A CONSUMER DERIVING A PRIOR
*>    BALANCE (THE STATEMENT RUN'S OPENING-BALANCE BACK-OUT)
