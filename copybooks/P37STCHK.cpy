*>    DIVISION OF DEPOSIT AND WITHDRAW SO A FROZEN OR CLOSED
*>    ACCOUNT IS TURNED AWAY THE SAME WAY FROM BOTH TRANSACTIONS
*>    INSTEAD OF EACH PROGRAM GROWING ITS OWN COPY OF THE RULE.
*>    A DORMANT ACCOUNT IS REFERRED - NOTHING POSTS UNTIL A
*>    SUPERVISOR REACTIVATES IT FROM ACCTMNT.
 CHECK-ACCT-STATUS.
       MOVE 'Y' TO WS-STATUS-OK
       IF CUS-CLOSED
           IF CUS-FROZEN
               MOVE 'ACCOUNT FROZEN' TO MSGO
               MOVE 'N' TO WS-STATUS-OK
           ELSE
               IF CUS-DORMANT
                   MOVE 'ACCOUNT DORMANT - SEE SUPVR' TO MSGO
                   MOVE 'N' TO WS-STATUS-OK
               END-IF
           END-IF
       END-IF.
