*>THE TELLER'S OWN SINGLE-TRANSACTION LIMIT OFF THE P37SECF
*>SECURITY MASTER, ENFORCED ON TOP OF THE SCREEN'S OWN AMOUNT
*>EDITS - AN OPERATOR WITH NO LIVE SECURITY RECORD POSTS
*>NOTHING.  AN AMOUNT OVER THE LIMIT GOES TO THE SUPERVISOR
*>APPROVAL QUEUE INSTEAD OF BEING TURNED AWAY, AND POSTS ONLY
*>ONCE A SUPERVISOR HAS APPROVED IT FROM THE OVRAPPR SCREEN.
 CHECK-TLR-LIMIT-PARA.
       MOVE 'N' TO WS-TLR-OK
       MOVE SPACES TO WS-APPR-OPID
       MOVE EIBOPID TO SEC-OPID
       EXEC CICS READ
           FILE('P37SECF')
       WHEN NOT SEC-ACTIVE
           MOVE 'OPERATOR ID NOT LIVE' TO MSGO
       WHEN WS-AMOUNT > SEC-TXN-LIMIT
           PERFORM CHECK-OVERRIDE-PARA
       WHEN OTHER
           MOVE 'Y' TO WS-TLR-OK
       END-EVALUATE.
       COPY P37OVRCK.
*>BUILD A TRANSACTION REFERENCE THE SAME WAY DEPOSIT DOES, OFF
*>THE ACCOUNT'S OWN NEXT SEQUENCE NUMBER RATHER THAN THE SESSION
*>SIGN-ON STAMP, SO A WITHDRAWAL AND A DEPOSIT OF THE SAME AMOUNT
       WHEN DFHRESP(NORMAL)
           PERFORM GEN-REF-PARA
           PERFORM CHECK-ACCT-STATUS
           IF WS-STATUS-OK = 'Y'
               PERFORM CHECK-TERM-DEP
           END-IF
           IF WS-STATUS-OK = 'Y'
               PERFORM CHECK-WD-LIMITS
               IF WS-STATUS-OK = 'Y'
           MOVE 'WITHDRAWAL NOT SUCESSFULL' TO MSGO
       END-EVALUATE.
       COPY P37STCHK.
       COPY P37TDCHK.
*>INSUFFICIENT-FUNDS CHECK, THE AVAILABLE-BALANCE CHECK (BALANCE
*>LESS FUNDS STILL ON DEPOSIT HOLD IS WHAT MAY BE DRAWN), AND
*>THE PER-DAY WITHDRAWAL CAP, SO ONE ACCOUNT CANNOT BE DRAINED
       WHEN DFHRESP(NORMAL)
           MOVE WS-BALANCE TO CUS-BALANCE
           MOVE WS-TXN-REF TO CUS-LAST-TXNREF
           MOVE EIBDATE TO CUS-LAST-ACT-DATE
           IF CUS-WD-DATE NOT = EIBDATE
               MOVE EIBDATE TO CUS-WD-DATE
               MOVE ZERO TO CUS-WD-TODAY
       MOVE WS-BALANCE      TO AUD-BAL-AFTER
       MOVE EIBTRMID        TO AUD-TERMID
       MOVE EIBOPID         TO AUD-OPID
       MOVE WS-APPR-OPID    TO AUD-APPR-OPID
       MOVE SPACES          TO AUD-HOLD-FLAG
       MOVE ZERO            TO AUD-HOLD-DATE
       MOVE WS-CUR-DATE     TO AUD-DATE
       MOVE WS-CUR-TIME     TO AUD-TIME
       MOVE WS-TXN-REF      TO AUD-REF
