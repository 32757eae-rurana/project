*>    SHARED TERM DEPOSIT DEBIT CHECK.  COPIED INTO THE PROCEDURE
*>    DIVISION OF WITHDRAW AND TRANSFER, AFTER CHECK-ACCT-STATUS,
*>    SO A CERTIFICATE IS TURNED AWAY THE SAME WAY FROM BOTH
*>    TRANSACTIONS.  ONLY A 'TD' ACCOUNT IS LOOKED AT.  WHILE ITS
*>    CERTIFICATE IS LIVE AND SHORT OF THE MATURITY DATE NOTHING
*>    MAY BE DRAWN - EARLY BREAKAGE IS A SUPERVISOR ACTION ON
*>    ACCTMNT.  ONCE MATURED OR BROKEN THE BALANCE DRAWS AS ANY
*>    OTHER.  A 'TD' ACCOUNT WITH NO CERTIFICATE ON FILE IS
*>    REFUSED RATHER THAN GUESSED AT.
 CHECK-TERM-DEP.
       MOVE 'Y' TO WS-STATUS-OK
       IF CUS-PROD-TERM
           MOVE CUS-ACCNO TO TDP-ACCNO
           EXEC CICS READ
               FILE('P37CERT')
               RIDFLD(TDP-ACCNO)
               INTO(WS-CERT-RECORD)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'CERTIFICATE NOT ON FILE' TO MSGO
               MOVE 'N' TO WS-STATUS-OK
           ELSE
               IF TDP-LIVE AND TDP-MATURITY-DATE > EIBDATE
                   MOVE 'TERM DEPOSIT NOT YET MATURED' TO MSGO
                   MOVE 'N' TO WS-STATUS-OK
               END-IF
           END-IF
       END-IF.
