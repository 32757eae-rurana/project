       END-EXEC.
*>THE LAST-POSTED TRANSACTION ARRIVES IN THE COMMAREA FROM
*>DEPOSIT/WITHDRAW - RECEIPT IS DISPLAY-ONLY, IT DOES NOT
*>RE-READ P37AFILE.  THE ACCOUNT'S HOLDERS ARE LOOKED UP ON
*>P37RELF AND THEIR NAMES ON P37CFILE SO THE SLIP THE CUSTOMER
*>WALKS AWAY WITH CARRIES THEM ABOVE THE TRANSACTION DETAIL,
*>PRIMARY HOLDER FIRST - AN ACCOUNT WITH NO CUSTOMER LINKED YET
*>JUST PRINTS WITHOUT ONE.
 SHOW-MAP-PARA.
       MOVE LOW-VALUES TO RCTMAPO
       PERFORM READ-CUST-PARA
       END-EXEC
       PERFORM RESPONSE-PARA.
 READ-CUST-PARA.
       MOVE SPACES TO CUSTNMO
       MOVE SPACES TO CUSTNM2O
       MOVE SPACES TO CUSTNM3O
       MOVE ZERO TO WS-HOLDER-TABLE
       MOVE 1 TO WS-HOLDER-CNT
       MOVE WS-CUS-ACCNO TO REL-ACCNO
       MOVE ZERO TO REL-CUSTNO
       MOVE 'N' TO WS-BROWSE-DONE
       EXEC CICS STARTBR
           FILE('P37RELF')
           RIDFLD(REL-KEY)
           GTEQ
           RESP(WS-RESP-CODE)
       END-EXEC
       IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
           MOVE 'Y' TO WS-BROWSE-DONE
       ELSE
           PERFORM READ-HOLDER-PARA
               UNTIL WS-BROWSE-DONE = 'Y'
           EXEC CICS ENDBR
               FILE('P37RELF')
           END-EXEC
       END-IF
       MOVE ZERO TO WS-HOLDER-CNT
       PERFORM SHOW-HOLDER-PARA
           VARYING WS-HOLDER-IDX FROM 1 BY 1
           UNTIL WS-HOLDER-IDX > WS-HOLDER-MAX.
*>THE PRIMARY HOLDER TAKES THE FIRST SLOT, THE JOINT HOLDERS AND
*>TRUSTEES THE REST IN CUSTOMER-NUMBER ORDER UNTIL THE SLIP IS
*>FULL.
 READ-HOLDER-PARA.
       EXEC CICS READNEXT
           FILE('P37RELF')
           INTO(WS-REL-RECORD)
           RIDFLD(REL-KEY)
           RESP(WS-RESP-CODE)
       END-EXEC
       IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
                    OR REL-ACCNO NOT = WS-CUS-ACCNO
           MOVE 'Y' TO WS-BROWSE-DONE
       ELSE
           IF REL-ACTIVE
               IF REL-PRIMARY
                   MOVE REL-CUSTNO TO WS-HOLDER-NO(1)
               ELSE
                   IF WS-HOLDER-CNT < WS-HOLDER-MAX
                       ADD 1 TO WS-HOLDER-CNT
                       MOVE REL-CUSTNO TO WS-HOLDER-NO(WS-HOLDER-CNT)
                   END-IF
               END-IF
           END-IF
       END-IF.
 SHOW-HOLDER-PARA.
       IF WS-HOLDER-NO(WS-HOLDER-IDX) NOT = ZERO
           MOVE WS-HOLDER-NO(WS-HOLDER-IDX) TO CIF-CUSTNO
           EXEC CICS READ
               FILE('P37CFILE')
               RIDFLD(CIF-CUSTNO)
               INTO(WS-CUST-RECORD)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               ADD 1 TO WS-HOLDER-CNT
               EVALUATE WS-HOLDER-CNT
               WHEN 1
                   MOVE CIF-NAME TO CUSTNMO
               WHEN 2
                   MOVE CIF-NAME TO CUSTNM2O
               WHEN OTHER
                   MOVE CIF-NAME TO CUSTNM3O
               END-EVALUATE
           END-IF
       END-IF.
*>CHECK ENTERED KEY
 RESPONSE-PARA.
       EVALUATE EIBAID
