       WHEN DFHRESP(NORMAL)
           MOVE WS-BALANCE TO CUS-BALANCE
           MOVE WS-TXN-REF TO CUS-LAST-TXNREF
           MOVE EIBDATE TO CUS-LAST-ACT-DATE
           IF WS-AMOUNT NOT LESS THAN WS-HOLD-THRESH
               PERFORM SET-HOLD-PARA
           END-IF
       END-EVALUATE.
*>APPEND THE BEFORE/AFTER AUDIT ENTRY SO A DEPOSIT DISPUTE CAN
*>BE ANSWERED FROM WHAT ACTUALLY HAPPENED, NOT JUST THE BALANCE
*>SITTING ON THE MASTER TODAY.  A DEPOSIT THAT WENT ON HOLD
*>CARRIES THE HOLD AND ITS RELEASE DATE ON THE ENTRY TOO.
 WRITE-AUDIT-PARA.
       MOVE WS-CUS-ACCNO    TO AUD-ACCNO
       MOVE CUS-TXN-SEQ     TO AUD-SEQNO
       MOVE WS-BALANCE      TO AUD-BAL-AFTER
       MOVE EIBTRMID        TO AUD-TERMID
       MOVE EIBOPID         TO AUD-OPID
       MOVE SPACES          TO AUD-APPR-OPID
       MOVE WS-CUR-DATE     TO AUD-DATE
       MOVE WS-CUR-TIME     TO AUD-TIME
       MOVE WS-TXN-REF      TO AUD-REF
       IF WS-AMOUNT NOT LESS THAN WS-HOLD-THRESH
           MOVE 'H'           TO AUD-HOLD-FLAG
           MOVE CUS-HOLD-DATE TO AUD-HOLD-DATE
       ELSE
           MOVE SPACES        TO AUD-HOLD-FLAG
           MOVE ZERO          TO AUD-HOLD-DATE
       END-IF
       EXEC CICS WRITE
           FILE('P37AUDIT')
           FROM(WS-AUDIT-RECORD)
