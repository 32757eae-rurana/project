 01  WS-AUDIT-REF   PIC X(26) VALUE SPACES.
 01  WS-CUR-DATE    PIC 9(08) VALUE ZERO.
 01  WS-CUR-TIME    PIC 9(06) VALUE ZERO.
 01  WS-TERM-OK     PIC X(01) VALUE 'N'.
 01  WS-CERT-FAIL   PIC X(01) VALUE 'N'.
 01  WS-PAY-ACCNO   PIC 9(15) VALUE ZERO.
 01  WS-TERM-MONTHS PIC 9(03) VALUE ZERO.
*>    MATURITY DATE WORKED OUT AS THE OPEN DATE PLUS THE TERM IN
*>    CALENDAR MONTHS.  A DAY THE MATURITY MONTH DOES NOT HAVE
*>    (AN OPEN ON THE 31ST, A 29 FEBRUARY) FALLS BACK TO THAT
*>    MONTH'S LAST DAY, OFF THE MONTH TABLE, FEBRUARY LEAP-ADJUSTED.
 01  WS-MAT-DATE    PIC 9(08) VALUE ZERO.
 01  WS-MAT-DATE-R REDEFINES WS-MAT-DATE.
     05  WS-MAT-CCYY    PIC 9(04).
     05  WS-MAT-MM      PIC 9(02).
     05  WS-MAT-DD      PIC 9(02).
 01  WS-MAT-MONTHS  PIC 9(05) VALUE ZERO.
 01  WS-MAT-YEARS   PIC 9(04) VALUE ZERO.
 01  WS-MAT-REM     PIC 9(02) VALUE ZERO.
 01  WS-LAST-DAY    PIC 9(02) VALUE ZERO.
 01  WS-YEAR-QUOT   PIC 9(04) VALUE ZERO.
 01  WS-YEAR-REM    PIC 9(04) VALUE ZERO.
 01  WS-MONTH-DAYS-V.
     05  FILLER     PIC X(24) VALUE '312831303130313130313031'.
 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-V.
     05  WS-DAYS-IN PIC 9(02) OCCURS 12 TIMES.
*>    EARLY-BREAKAGE PENALTY - THIS MANY MONTHS' INTEREST AT THE
*>    CONTRACT RATE, TAKEN OFF THE BALANCE AND NEVER MORE THAN IT.
 01  WS-TD-PEN-MONTHS PIC 9(02) VALUE 03.
 01  WS-PEN-BASE    PIC S9(09)V9(02) VALUE ZERO.
 01  WS-PENALTY     PIC 9(09)V9(02) VALUE ZERO.
 01  WS-PEN-EDIT    PIC Z(06)9.99.
 01  WS-OLD-BALANCE PIC S9(09)V9(02) VALUE ZERO.
 01  WS-BALANCE     PIC S9(09)V9(02) VALUE ZERO.
 01  WS-TXN-REF     PIC X(26) VALUE SPACES.
 01  WS-REF-AMT     PIC 9(05)V9(02) VALUE ZERO.
 01  WS-MESSAGE     PIC X(30) VALUE 'THANK YOU'.
 LINKAGE SECTION.
 01  DFHCOMMAREA    PIC X(109).
*>OPENING AN ACCOUNT AND WORKING CUS-STATUS BOTH CHANGE WHAT THE
*>WHOLE BRANCH CAN DO WITH A CUSTOMER'S MONEY, SO BOTH ACTIONS
*>SIT BEHIND THE SHARED SUPERVISOR CHECK - AN ORDINARY TELLER ID
*>NEVER GETS PAST THE RECEIVE.  BREAKING A TERM DEPOSIT EARLY
*>IS THE SAME KIND OF ACTION AND SITS BEHIND THE SAME CHECK.
 MAINT-PARA.
       EXEC CICS RECEIVE
           MAP('ACMMAP')
                   PERFORM CHG-STATUS-PARA
               WHEN 'L'
                   PERFORM CHG-ODLIM-PARA
               WHEN 'B'
                   PERFORM BREAK-TERM-PARA
               WHEN OTHER
                   MOVE 'ACTION MUST BE O, S, L OR B' TO MSGO
               END-EVALUATE
           END-IF
       END-IF.
       COPY P37SUPCK.
*>OPEN A NEW MASTER RECORD WITH A CLEAN BALANCE, SEQUENCE AND
*>DAILY-CAP STATE, UNDER THE PRODUCT KEYED ON THE SCREEN - 'SV'
*>TIERED SAVINGS, 'CK' NON-INTEREST CHECKING OR 'TD' TERM
*>DEPOSIT.  THE WRITE ITSELF IS THE DUPLICATE CHECK - A SECOND
*>OPEN OF THE SAME ACCOUNT COMES BACK DUPREC AND CHANGES NOTHING.
*>A TERM DEPOSIT ALSO NEEDS ITS CONTRACT KEYED, AND GETS ITS
*>P37CERT CERTIFICATE WRITTEN ONCE THE MASTER IS ON FILE.  IF
*>THE CERTIFICATE CANNOT BE WRITTEN THE MASTER AND ITS 'OP'
*>JOURNAL ENTRY ARE ROLLED BACK - A TERM DEPOSIT IS NEVER LEFT
*>OPEN WITHOUT ONE - AND THE OPEN CAN SIMPLY BE KEYED AGAIN.
 OPEN-ACCT-PARA.
       IF PRODCD NOT = 'SV' AND PRODCD NOT = 'CK'
               AND PRODCD NOT = 'TD'
           MOVE 'PRODUCT MUST BE SV, CK OR TD' TO MSGO
       ELSE
           MOVE 'Y' TO WS-TERM-OK
           MOVE ZERO TO WS-PAY-ACCNO
           IF PRODCD = 'TD'
               PERFORM CHECK-TERM-PARA
           END-IF
           IF WS-TERM-OK = 'Y'
               PERFORM WRITE-NEW-ACCT-PARA
           END-IF
       END-IF.
*>THE CONTRACT - A TERM OF ONE TO 120 MONTHS, A RATE, AND WHAT
*>HAPPENS AT MATURITY.  A PAYOUT NEEDS SOMEWHERE TO PAY TO - AN
*>EXISTING, OPEN, ORDINARY ACCOUNT OTHER THAN THIS ONE.
 CHECK-TERM-PARA.
       MOVE 'N' TO WS-TERM-OK
       IF TERML = ZERO OR TERM NOT NUMERIC OR TERM = ZERO
               OR TERM > 120
           MOVE 'TERM MUST BE 001 TO 120 MONTHS' TO MSGO
       ELSE
           IF TDRATEL = ZERO OR TDRATE NOT NUMERIC OR TDRATE = ZERO
               MOVE 'PLEASE ENTER FIXED RATE' TO MSGO
           ELSE
               IF MATINS NOT = 'R' AND MATINS NOT = 'P'
                   MOVE 'MATURITY MUST BE R OR P' TO MSGO
               ELSE
                   IF MATINS = 'P'
                       PERFORM CHECK-PAYOUT-PARA
                   ELSE
                       MOVE 'Y' TO WS-TERM-OK
                   END-IF
               END-IF
           END-IF
       END-IF.
 CHECK-PAYOUT-PARA.
       IF PAYACCL = ZERO OR PAYACC NOT NUMERIC OR PAYACC = ZERO
           MOVE 'PLEASE ENTER PAYOUT ACCOUNT' TO MSGO
       ELSE
           IF PAYACC = ACCTNO
               MOVE 'PAYOUT ACCOUNT IS THIS ACCOUNT' TO MSGO
           ELSE
               EXEC CICS READ
                   FILE('P37AFILE')
                   RIDFLD(PAYACC)
                   INTO(WS-RECORD)
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'PAYOUT ACCOUNT NOT FOUND' TO MSGO
               ELSE
                   IF CUS-CLOSED OR CUS-PROD-TERM
                       MOVE 'PAYOUT ACCOUNT NOT USABLE' TO MSGO
                   ELSE
                       MOVE PAYACC TO WS-PAY-ACCNO
                       MOVE 'Y' TO WS-TERM-OK
                   END-IF
               END-IF
           END-IF
       END-IF.
 WRITE-NEW-ACCT-PARA.
       MOVE EIBDATE TO WS-CUR-DATE
       MOVE ZERO   TO CUS-HOLD-AMT
       MOVE ZERO   TO CUS-HOLD-DATE
       MOVE ZERO   TO CUS-OD-LIMIT
       MOVE EIBDATE TO CUS-LAST-ACT-DATE
       EXEC CICS WRITE
           FILE('P37AFILE')
           FROM(WS-RECORD)
           END-STRING
           MOVE 'OP' TO AUD-TXN-TYPE
           PERFORM WRITE-AUDIT-PARA
           IF PRODCD = 'TD'
               PERFORM WRITE-CERT-PARA
           END-IF
           IF WS-CERT-FAIL = 'Y'
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'OPEN NOT SUCESSFULL' TO MSGO
           ELSE
               IF WS-JRNL-FAIL = 'Y'
                   MOVE 'MAINT POSTED, JRNL FAILED' TO MSGO
               ELSE
                   IF PRODCD = 'TD'
                       MOVE SPACES TO MSGO
                       STRING 'TD OPENED, MATURES ' DELIMITED BY SIZE
                              WS-MAT-DATE           DELIMITED BY SIZE
                         INTO MSGO
                       END-STRING
                   ELSE
                       MOVE 'ACCOUNT OPENED' TO MSGO
                   END-IF
               END-IF
           END-IF
       WHEN DFHRESP(DUPREC)
           MOVE 'ACCOUNT ALREADY EXISTS' TO MSGO
*>BEFORE AND AFTER STATUS AND THE KEYED REASON CODE, SO "WHO
*>FROZE THIS ACCOUNT AND WHEN" CAN BE ANSWERED FROM THE JOURNAL
*>ALONE.
*>A DORMANT ('D') ACCOUNT IS PUT BACK TO 'A' THE SAME WAY - THE
*>SUPERVISOR CHECK IS THE REACTIVATION SIGN-OFF - AND HAS ITS
*>LAST-ACTIVITY DATE RESTARTED SO THE NEXT DORMANCY RUN DOES NOT
*>TAKE IT STRAIGHT BACK.  ONLY THE DORMANCY RUN SETS 'D'.
 CHG-STATUS-PARA.
       MOVE EIBDATE TO WS-CUR-DATE
       MOVE EIBTIME TO WS-CUR-TIME
               MOVE 'STATUS UNCHANGED' TO MSGO
           ELSE
               MOVE NEWSTAT TO CUS-STATUS
               IF WS-OLD-STATUS = 'D'
                   MOVE EIBDATE TO CUS-LAST-ACT-DATE
               END-IF
               ADD 1 TO CUS-TXN-SEQ
               EXEC CICS REWRITE
                   FILE('P37AFILE')
       WHEN OTHER
           MOVE 'ACCOUNT NOT FOUND' TO MSGO
       END-EVALUATE.
*>THE CERTIFICATE FOR A NEWLY OPENED TERM DEPOSIT.  THE TERM
*>RUNS FROM TODAY; THE PRINCIPAL IS LEFT AT ZERO FOR THE NIGHTLY
*>MATURITY RUN TO TAKE FROM THE FUNDED BALANCE.
 WRITE-CERT-PARA.
       MOVE WS-CUR-DATE TO WS-MAT-DATE
       MOVE TERM TO WS-TERM-MONTHS
       PERFORM ADD-TERM-PARA
       MOVE SPACES          TO WS-CERT-RECORD
       MOVE ACCTNO          TO TDP-ACCNO
       MOVE 'A'             TO TDP-STATUS
       MOVE TERM            TO TDP-TERM-MONTHS
       MOVE TDRATE          TO TDP-RATE
       MOVE WS-CUR-DATE     TO TDP-START-DATE
       MOVE WS-MAT-DATE     TO TDP-MATURITY-DATE
       MOVE MATINS          TO TDP-MAT-INSTR
       MOVE WS-PAY-ACCNO    TO TDP-PAYOUT-ACCNO
       MOVE ZERO            TO TDP-PRINCIPAL
       MOVE ZERO            TO TDP-ROLL-COUNT
       MOVE EIBOPID         TO TDP-OPEN-OPID
       EXEC CICS WRITE
           FILE('P37CERT')
           FROM(WS-CERT-RECORD)
           RIDFLD(TDP-ACCNO)
           RESP(WS-RESP-CODE)
       END-EXEC
       IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
           MOVE 'Y' TO WS-CERT-FAIL
       END-IF.
*>ADD WS-TERM-MONTHS CALENDAR MONTHS TO WS-MAT-DATE.
 ADD-TERM-PARA.
       COMPUTE WS-MAT-MONTHS = WS-MAT-MM - 1 + WS-TERM-MONTHS
       DIVIDE WS-MAT-MONTHS BY 12 GIVING WS-MAT-YEARS
           REMAINDER WS-MAT-REM
       ADD WS-MAT-YEARS TO WS-MAT-CCYY
       COMPUTE WS-MAT-MM = WS-MAT-REM + 1
       MOVE WS-DAYS-IN (WS-MAT-MM) TO WS-LAST-DAY
       IF WS-MAT-MM = 2
           DIVIDE WS-MAT-CCYY BY 4 GIVING WS-YEAR-QUOT
               REMAINDER WS-YEAR-REM
           IF WS-YEAR-REM = ZERO
               DIVIDE WS-MAT-CCYY BY 100 GIVING WS-YEAR-QUOT
                   REMAINDER WS-YEAR-REM
               IF WS-YEAR-REM NOT = ZERO
                   MOVE 29 TO WS-LAST-DAY
               ELSE
                   DIVIDE WS-MAT-CCYY BY 400 GIVING WS-YEAR-QUOT
                       REMAINDER WS-YEAR-REM
                   IF WS-YEAR-REM = ZERO
                       MOVE 29 TO WS-LAST-DAY
                   END-IF
               END-IF
           END-IF
       END-IF
       IF WS-MAT-DD > WS-LAST-DAY
           MOVE WS-LAST-DAY TO WS-MAT-DD
       END-IF.
*>BREAK A TERM DEPOSIT BEFORE ITS MATURITY DATE.  THE MASTER AND
*>THE CERTIFICATE ARE BOTH HELD FOR UPDATE; ONLY A LIVE, ACTIVE,
*>NOT-YET-MATURED CERTIFICATE CAN BE BROKEN - A MATURED ONE
*>ALREADY DRAWS FREELY AND NEEDS NO SUPERVISOR.
 BREAK-TERM-PARA.
       MOVE EIBDATE TO WS-CUR-DATE
       MOVE EIBTIME TO WS-CUR-TIME
       EXEC CICS READ
           FILE('P37AFILE')
           RIDFLD(ACCTNO)
           INTO(WS-RECORD)
           RESP(WS-RESP-CODE)
           UPDATE
       END-EXEC
       EVALUATE WS-RESP-CODE
       WHEN DFHRESP(NORMAL)
           IF NOT CUS-PROD-TERM
               MOVE 'NOT A TERM DEPOSIT ACCOUNT' TO MSGO
           ELSE
               IF NOT CUS-ACTIVE
                   MOVE 'ACCOUNT NOT ACTIVE' TO MSGO
               ELSE
                   PERFORM READ-CERT-PARA
               END-IF
           END-IF
       WHEN OTHER
           MOVE 'ACCOUNT NOT FOUND' TO MSGO
       END-EVALUATE.
 READ-CERT-PARA.
       MOVE CUS-ACCNO TO TDP-ACCNO
       EXEC CICS READ
           FILE('P37CERT')
           RIDFLD(TDP-ACCNO)
           INTO(WS-CERT-RECORD)
           RESP(WS-RESP-CODE)
           UPDATE
       END-EXEC
       IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
           MOVE 'CERTIFICATE NOT ON FILE' TO MSGO
       ELSE
           IF NOT TDP-LIVE
               MOVE 'CERTIFICATE NOT LIVE' TO MSGO
           ELSE
               IF TDP-MATURITY-DATE NOT > WS-CUR-DATE
                   MOVE 'CERTIFICATE ALREADY MATURED' TO MSGO
               ELSE
                   PERFORM POST-PENALTY-PARA
               END-IF
           END-IF
       END-IF.
*>THE PENALTY IS WS-TD-PEN-MONTHS OF INTEREST AT THE CONTRACT
*>RATE ON THE PRINCIPAL (THE BALANCE, IF THE CERTIFICATE HAS NOT
*>BEEN THROUGH A NIGHTLY RUN SINCE IT WAS FUNDED), CAPPED AT THE
*>BALANCE.  THE CERTIFICATE IS MARKED BROKEN FIRST; IF THE MASTER
*>REWRITE THEN FAILS THE UNIT OF WORK IS ROLLED BACK SO THE
*>CERTIFICATE IS NEVER LEFT BROKEN WITHOUT ITS PENALTY.  THE
*>PENALTY GOES TO P37THIST AND P37AUDIT AS A 'PN' DEBIT UNDER THE
*>SUPERVISOR'S OPERATOR ID.
 POST-PENALTY-PARA.
       MOVE CUS-BALANCE TO WS-OLD-BALANCE
       MOVE CUS-BALANCE TO WS-PEN-BASE
       IF TDP-PRINCIPAL > ZERO AND TDP-PRINCIPAL < WS-PEN-BASE
           MOVE TDP-PRINCIPAL TO WS-PEN-BASE
       END-IF
       MOVE ZERO TO WS-PENALTY
       IF WS-PEN-BASE > ZERO
           COMPUTE WS-PENALTY ROUNDED =
               (WS-PEN-BASE * TDP-RATE * WS-TD-PEN-MONTHS) / 1200
           IF WS-PENALTY > CUS-BALANCE
               MOVE CUS-BALANCE TO WS-PENALTY
           END-IF
       END-IF
       COMPUTE WS-BALANCE = CUS-BALANCE - WS-PENALTY
       MOVE 'B' TO TDP-STATUS
       EXEC CICS REWRITE
           FILE('P37CERT')
           FROM(WS-CERT-RECORD)
           RESP(WS-RESP-CODE)
       END-EXEC
       IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
           MOVE 'UPDATE NOT SUCESSFULL' TO MSGO
       ELSE
           MOVE SPACES TO WS-TXN-REF
           MOVE WS-PENALTY TO WS-REF-AMT
           STRING WS-CUR-DATE  DELIMITED BY SIZE
                  'PN'         DELIMITED BY SIZE
                  WS-CUR-TIME  DELIMITED BY SIZE
                  WS-REF-AMT   DELIMITED BY SIZE
             INTO WS-TXN-REF
           END-STRING
           MOVE WS-BALANCE TO CUS-BALANCE
           MOVE WS-TXN-REF TO CUS-LAST-TXNREF
           ADD 1 TO CUS-TXN-SEQ
           EXEC CICS REWRITE
               FILE('P37AFILE')
               FROM(WS-RECORD)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'UPDATE NOT SUCESSFULL' TO MSGO
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
           ELSE
               IF WS-PENALTY > ZERO
                   PERFORM PEN-HIST-PARA
               END-IF
               PERFORM PEN-AUDIT-PARA
               IF WS-JRNL-FAIL = 'Y'
                   MOVE 'MAINT POSTED, JRNL FAILED' TO MSGO
               ELSE
                   MOVE WS-PENALTY TO WS-PEN-EDIT
                   MOVE SPACES TO MSGO
                   STRING 'BROKEN, PENALTY ' DELIMITED BY SIZE
                          WS-PEN-EDIT        DELIMITED BY SIZE
                     INTO MSGO
                   END-STRING
               END-IF
           END-IF
       END-IF.
 PEN-HIST-PARA.
       MOVE CUS-ACCNO       TO THS-ACCNO
       MOVE CUS-TXN-SEQ     TO THS-SEQNO
       MOVE 'PN'            TO THS-TXN-TYPE
       MOVE WS-PENALTY      TO THS-AMOUNT
       MOVE WS-BALANCE      TO THS-BAL-AFTER
       MOVE WS-CUR-DATE     TO THS-DATE
       MOVE WS-CUR-TIME     TO THS-TIME
       MOVE EIBTRMID        TO THS-TERMID
       MOVE WS-TXN-REF      TO THS-REF
       MOVE 'D'             TO THS-DR-CR
       EXEC CICS WRITE
           FILE('P37THIST')
           FROM(WS-HIST-RECORD)
           RIDFLD(THS-KEY)
           RESP(WS-RESP-CODE)
       END-EXEC
       IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
           MOVE 'Y' TO WS-JRNL-FAIL
       END-IF.
*>THE BREAKAGE AUDIT ENTRY IS WRITTEN EVEN WHEN THE PENALTY
*>COMES TO NOTHING, SO THE SUPERVISOR WHO BROKE THE CONTRACT IS
*>ALWAYS ON THE JOURNAL.
 PEN-AUDIT-PARA.
       MOVE CUS-ACCNO       TO AUD-ACCNO
       MOVE CUS-TXN-SEQ     TO AUD-SEQNO
       MOVE 'PN'            TO AUD-TXN-TYPE
       MOVE WS-PENALTY      TO AUD-AMOUNT
       MOVE WS-OLD-BALANCE  TO AUD-BAL-BEFORE
       MOVE WS-BALANCE      TO AUD-BAL-AFTER
       MOVE EIBTRMID        TO AUD-TERMID
       MOVE EIBOPID         TO AUD-OPID
       MOVE SPACES          TO AUD-APPR-OPID
       MOVE SPACES          TO AUD-HOLD-FLAG
       MOVE ZERO            TO AUD-HOLD-DATE
       MOVE WS-CUR-DATE     TO AUD-DATE
       MOVE WS-CUR-TIME     TO AUD-TIME
       MOVE WS-TXN-REF      TO AUD-REF
       EXEC CICS WRITE
           FILE('P37AUDIT')
           FROM(WS-AUDIT-RECORD)
           RIDFLD(AUD-KEY)
           RESP(WS-RESP-CODE)
       END-EXEC
       IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
           MOVE 'Y' TO WS-JRNL-FAIL
       END-IF.
*>APPEND THE MAINTENANCE AUDIT ENTRY.  NO MONEY MOVES ON A
*>MAINTENANCE ACTION, SO THE AMOUNT IS ZERO AND THE BEFORE AND
*>AFTER BALANCES BOTH CARRY THE BALANCE AS IT STOOD - THE
       MOVE CUS-BALANCE     TO AUD-BAL-AFTER
       MOVE EIBTRMID        TO AUD-TERMID
       MOVE EIBOPID         TO AUD-OPID
       MOVE SPACES          TO AUD-APPR-OPID
       MOVE SPACES          TO AUD-HOLD-FLAG
       MOVE ZERO            TO AUD-HOLD-DATE
       MOVE WS-CUR-DATE     TO AUD-DATE
       MOVE WS-CUR-TIME     TO AUD-TIME
       MOVE WS-AUDIT-REF    TO AUD-REF
