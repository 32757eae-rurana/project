         88  AUD-TRANSFER     VALUE 'TF'.
         88  AUD-REVERSAL     VALUE 'RV'.
         88  AUD-INTEREST     VALUE 'IN'.
         88  AUD-FEE          VALUE 'FE'.
         88  AUD-ESCHEAT      VALUE 'ES'.
         88  AUD-TD-PENALTY   VALUE 'PN'.
         88  AUD-CHECK        VALUE 'CH'.
         88  AUD-ACCT-OPEN    VALUE 'OP'.
         88  AUD-STAT-CHG     VALUE 'ST'.
         88  AUD-HOLD-REL     VALUE 'HR'.
     05  AUD-DATE         PIC 9(08).
     05  AUD-TIME         PIC 9(06).
     05  AUD-REF          PIC X(26).
*>    A PAID CHECK CARRIES THE SAME REFERENCE AS ITS P37THIST
*>    ENTRY - POSTING DATE, 'CH', CHECK NUMBER, CLEARING ITEM.
     05  AUD-CHK-REF REDEFINES AUD-REF.
         10  AUD-CHK-DATE     PIC 9(08).
         10  AUD-CHK-TAG      PIC X(02).
         10  AUD-CHK-NO       PIC 9(10).
         10  AUD-CHK-ITEM     PIC 9(06).
*>    THE SUPERVISOR WHO RELEASED AN OVER-LIMIT WITHDRAWAL OR
*>    TRANSFER OFF THE P37PEND APPROVAL QUEUE.  AUD-OPID STAYS THE
*>    TELLER WHO POSTED IT, SO THE DRAWER AND SHIFT FIGURES ARE
*>    UNCHANGED.  SPACES ON EVERY ENTRY THE POSTING OPERATOR WAS
*>    ENTITLED TO MAKE ON THEIR OWN, AND ON ALL BATCH ENTRIES.
     05  AUD-APPR-OPID    PIC X(08).
*>    SET BY DEPOSIT ON A 'DP' ENTRY WHOSE AMOUNT WENT ON HOLD -
*>    THE FULL AMOUNT IS ADDED TO CUS-HOLD-AMT AND CUS-HOLD-DATE
*>    MOVES TO THE RELEASE DATE CARRIED HERE - SO THE FORWARD
*>    RECOVERY RUN CAN PUT THE HOLD BACK AND THE NOTICES RUN CAN
*>    TELL THE CUSTOMER.  SPACES AND ZERO ON EVERY OTHER ENTRY.
     05  AUD-HOLD-FLAG    PIC X(01).
         88  AUD-HOLD-PLACED  VALUE 'H'.
     05  AUD-HOLD-DATE    PIC 9(08).
     05  FILLER           PIC X(02).
