         88  CUS-ACTIVE       VALUE 'A'.
         88  CUS-FROZEN       VALUE 'F'.
         88  CUS-CLOSED       VALUE 'C'.
*>    SET ONLY BY THE MONTHLY DORMANCY RUN WHEN AN ACTIVE ACCOUNT
*>    HAS SEEN NO CUSTOMER ACTIVITY FOR THE DORMANCY PERIOD.  A
*>    SUPERVISOR PUTS IT BACK TO 'A' FROM ACCTMNT.
         88  CUS-DORMANT      VALUE 'D'.
*>    SIGNED SINCE ARRANGED OVERDRAFTS - A CHECKING ACCOUNT WITH
*>    AN AUTHORIZED CUS-OD-LIMIT MAY BE DRAWN PROPERLY NEGATIVE,
*>    DOWN TO BALANCE-MINUS-LIMIT, AND THE SIGN RIDES THROUGH
*>    ACCTMNT SCREEN AND READ BY THE MONTH-END INTEREST RUN TO
*>    PICK THE RATE.  ACCOUNTS OPENED BEFORE THE FIELD EXISTED
*>    CARRY SPACES AND ARE TREATED AS THE LEGACY SAVINGS BOOK.
*>    A TERM DEPOSIT ('TD') EARNS ITS CONTRACT RATE OFF THE
*>    P37CERT CERTIFICATE AT MATURITY INSTEAD - THE MONTH-END RUN
*>    PASSES IT BY.
     05  CUS-PRODUCT      PIC X(02).
         88  CUS-PROD-SAVINGS VALUE 'SV'.
         88  CUS-PROD-CHECKING VALUE 'CK'.
         88  CUS-PROD-TERM    VALUE 'TD'.
         88  CUS-PROD-LEGACY  VALUE SPACES.
*>    FUNDS ON HOLD AND THE DATE THEY RELEASE.  SET BY DEPOSIT
*>    WHEN A DEPOSIT AT OR OVER THE BRANCH THRESHOLD POSTS,
*>    SUPERVISOR CHECK AND ONLY ON CHECKING ('CK') ACCOUNTS.
*>    ZERO MEANS NO LINE - AN UNARRANGED EXCESS STILL REJECTS.
     05  CUS-OD-LIMIT     PIC 9(09)V9(02).
*>    DATE OF THE LAST CUSTOMER-INITIATED POSTING - DEPOSIT,
*>    WITHDRAW, THE DEBIT SIDE OF TRANSFER, THE OVERNIGHT
*>    TXNPOST ITEMS AND CHECKS PAID BY THE CHKCLEAR CLEARING RUN.
*>    INTEREST, STANDING ORDERS AND FEES DO NOT MOVE IT.  THE
*>    DORMANCY RUN AGES ACCOUNTS OFF THIS DATE AND SEEDS IT WITH
*>    THE BUSINESS DATE WHERE IT IS NOT YET SET.
     05  CUS-LAST-ACT-DATE PIC 9(08).
     05  FILLER           PIC X(01).
