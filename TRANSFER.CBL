       END-EXEC
       MOVE ENTERED-AMT TO WS-AMOUNT
       MOVE TOACCT TO WS-TO-ACCNO
       MOVE TOACCT TO WS-OVR-TO-ACCNO
       IF WS-AMOUNT < 100 OR WS-AMOUNT > 40000
           MOVE 'PLEASE ENTER AMOUNT > 100 AND < 40000' TO MSGO
       ELSE
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
*>PROVE THE TARGET EXISTS AND CAN TAKE A CREDIT BEFORE THE DEBIT
*>SIDE EVER POSTS, SO AN ORDINARY MIS-KEYED TARGET IS TURNED
*>AWAY UP FRONT INSTEAD OF LEANING ON THE ROLLBACK IN
       WHEN DFHRESP(NORMAL)
           PERFORM GEN-REF-PARA
           PERFORM CHECK-ACCT-STATUS
           IF WS-STATUS-OK = 'Y'
               PERFORM CHECK-TERM-DEP
           END-IF
           IF WS-STATUS-OK = 'Y'
               PERFORM CHECK-WD-LIMITS
               IF WS-STATUS-OK = 'Y'
           MOVE 'TRANSFER NOT SUCESSFULL' TO MSGO
       END-EVALUATE.
       COPY P37STCHK.
       COPY P37TDCHK.
*>INSUFFICIENT-FUNDS CHECK, THE AVAILABLE-BALANCE CHECK (BALANCE
*>LESS FUNDS STILL ON DEPOSIT HOLD) AND THE PER-DAY WITHDRAWAL
*>CAP ON THE DEBIT SIDE - A TRANSFER OUT DRAWS AGAINST THE SAME
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
       MOVE WS-TO-BALANCE   TO AUD-BAL-AFTER
       MOVE EIBTRMID        TO AUD-TERMID
       MOVE EIBOPID         TO AUD-OPID
       MOVE WS-APPR-OPID    TO AUD-APPR-OPID
       MOVE SPACES          TO AUD-HOLD-FLAG
       MOVE ZERO            TO AUD-HOLD-DATE
       MOVE WS-CUR-DATE     TO AUD-DATE
       MOVE WS-CUR-TIME     TO AUD-TIME
       MOVE WS-TXN-REF      TO AUD-REF
