       MOVE CUS-BALANCE     TO AUD-BAL-AFTER
       MOVE EIBTRMID        TO AUD-TERMID
       MOVE EIBOPID         TO AUD-OPID
       MOVE SPACES          TO AUD-APPR-OPID
       MOVE SPACES          TO AUD-HOLD-FLAG
       MOVE ZERO            TO AUD-HOLD-DATE
       MOVE WS-CUR-DATE     TO AUD-DATE
       MOVE WS-CUR-TIME     TO AUD-TIME
       MOVE WS-AUDIT-REF    TO AUD-REF
