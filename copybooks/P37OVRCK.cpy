*>    SHARED SUPERVISOR OVERRIDE CHECK.  COPIED INTO THE PROCEDURE
*>    DIVISION OF WITHDRAW AND TRANSFER AND PERFORMED FROM
*>    CHECK-TLR-LIMIT-PARA WHEN THE AMOUNT IS OVER THE TELLER'S
*>    SEC-TXN-LIMIT.  THE CALLER SETS WS-OVR-TYPE AND
*>    WS-OVR-TO-ACCNO FIRST.  THE TERMINAL'S P37PEND ITEM IS LOOKED
*>    UP UNDER UPDATE - NOTHING THERE, OR AN ITEM FOR SOME OTHER
*>    TRANSACTION OR AN EARLIER DAY, AND THIS ONE IS PARKED FOR A
*>    SUPERVISOR IN ITS PLACE.  THE SAME TRANSACTION KEYED AGAIN
*>    IS EITHER STILL WAITING, DECLINED (THE ITEM IS DELETED AND
*>    NOTHING POSTS) OR APPROVED - THE ITEM IS DELETED, THE
*>    APPROVING SUPERVISOR IS LEFT IN WS-APPR-OPID FOR THE AUDIT
*>    ENTRY AND WS-TLR-OK LETS THE POSTING GO AHEAD UNDER THE
*>    USUAL STATUS AND FUNDS CHECKS.  AN APPROVAL IS GOOD FOR ONE
*>    ATTEMPT ONLY.
 CHECK-OVERRIDE-PARA.
       MOVE 'N' TO WS-TLR-OK
       MOVE EIBTRMID TO PND-TERMID
       EXEC CICS READ
           FILE('P37PEND')
           RIDFLD(PND-TERMID)
           INTO(WS-PEND-RECORD)
           RESP(WS-RESP-CODE)
           UPDATE
       END-EXEC
       EVALUATE WS-RESP-CODE
       WHEN DFHRESP(NORMAL)
           IF PND-TLR-OPID = EIBOPID
              AND PND-TXN-TYPE = WS-OVR-TYPE
              AND PND-ACCNO = WS-CUS-ACCNO
              AND PND-TO-ACCNO = WS-OVR-TO-ACCNO
              AND PND-AMOUNT = WS-AMOUNT
              AND PND-REQ-DATE = EIBDATE
               PERFORM OVR-DECIDED-PARA
           ELSE
               PERFORM OVR-BUILD-PARA
               EXEC CICS REWRITE
                   FILE('P37PEND')
                   FROM(WS-PEND-RECORD)
                   RESP(WS-RESP-CODE)
               END-EXEC
               PERFORM OVR-PARKED-PARA
           END-IF
       WHEN DFHRESP(NOTFND)
           PERFORM OVR-BUILD-PARA
           EXEC CICS WRITE
               FILE('P37PEND')
               FROM(WS-PEND-RECORD)
               RIDFLD(PND-TERMID)
               RESP(WS-RESP-CODE)
           END-EXEC
           PERFORM OVR-PARKED-PARA
       WHEN OTHER
           MOVE 'APPROVAL FILE NOT AVAILABLE' TO MSGO
       END-EVALUATE.
 OVR-BUILD-PARA.
       MOVE EIBTRMID        TO PND-TERMID
       MOVE 'P'             TO PND-STATUS
       MOVE WS-OVR-TYPE     TO PND-TXN-TYPE
       MOVE EIBOPID         TO PND-TLR-OPID
       MOVE WS-CUS-ACCNO    TO PND-ACCNO
       MOVE WS-OVR-TO-ACCNO TO PND-TO-ACCNO
       MOVE WS-AMOUNT       TO PND-AMOUNT
       MOVE EIBDATE         TO PND-REQ-DATE
       MOVE EIBTIME         TO PND-REQ-TIME
       MOVE SPACES          TO PND-APPR-OPID
       MOVE ZERO            TO PND-ACT-DATE
       MOVE ZERO            TO PND-ACT-TIME.
 OVR-PARKED-PARA.
       IF WS-RESP-CODE = DFHRESP(NORMAL)
           MOVE 'SENT FOR SUPERVISOR APPROVAL' TO MSGO
       ELSE
           MOVE 'APPROVAL FILE NOT AVAILABLE' TO MSGO
       END-IF.
*>THE SUPERVISOR HAS SEEN THIS ONE, OR NOT YET.  A DECIDED ITEM
*>IS DELETED UNDER THE SAME READ-FOR-UPDATE SO IT CAN NEVER BE
*>USED TWICE; AN APPROVAL WHOSE DELETE FAILS POSTS NOTHING.
 OVR-DECIDED-PARA.
       EVALUATE TRUE
       WHEN PND-APPROVED
           EXEC CICS DELETE
               FILE('P37PEND')
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE PND-APPR-OPID TO WS-APPR-OPID
               MOVE 'Y' TO WS-TLR-OK
           ELSE
               MOVE 'APPROVAL FILE NOT AVAILABLE' TO MSGO
           END-IF
       WHEN PND-DECLINED
           EXEC CICS DELETE
               FILE('P37PEND')
               RESP(WS-RESP-CODE)
           END-EXEC
           MOVE 'DECLINED BY SUPERVISOR' TO MSGO
       WHEN OTHER
           EXEC CICS UNLOCK
               FILE('P37PEND')
           END-EXEC
           MOVE 'AWAITING SUPERVISOR APPROVAL' TO MSGO
       END-EVALUATE.
