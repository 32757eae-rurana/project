 IDENTIFICATION DIVISION.
 PROGRAM-ID. OVRAPPR.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
       COPY OVBMS.
       COPY P37CA.
       COPY P37TMWS.
       COPY P37SUPWS.
       COPY DFHAID.
       COPY DFHBMSCA.
 01  WS-SKIP-TERM   PIC X(04) VALUE LOW-VALUES.
 01  WS-MESSAGE     PIC X(30) VALUE 'THANK YOU'.
 LINKAGE SECTION.
 01  DFHCOMMAREA    PIC X(109).
 PROCEDURE DIVISION.
*>A SESSION THAT HAS SAT PAST THE TIMEOUT LIMIT SINCE MENU
*>STAMPED THE COMMAREA IS SENT STRAIGHT BACK TO SIGN-ON INSTEAD
*>OF BEING ALLOWED TO APPROVE OFF A LIVE QUEUE SCREEN - THE SAME
*>CHECK BACKPGM RUNS ON A PF3, RUN HERE BEFORE DFHENTER IS EVER
*>HONORED.
 MAIN-PARA.
       IF EIBCALEN = ZERO
          PERFORM ERROR-PARA
       ELSE
          MOVE DFHCOMMAREA TO WS-CA
          PERFORM CHECK-TIMEOUT-PARA
          IF WS-TIMED-OUT = 'Y'
              EXEC CICS XCTL
                  PROGRAM('SIGNON')
              END-EXEC
          ELSE
              PERFORM SHOW-MAP-PARA
          END-IF
      END-IF.
 END-PARA.
     EXEC CICS RETURN
         TRANSID('P37W')
         COMMAREA(WS-CA)
     END-EXEC.
*>SHOW ERROR IF EIBCALEN=ZERO
 ERROR-PARA.
       EXEC CICS SEND TEXT
           FROM(WS-MESSAGE)
           ERASE
       END-EXEC
       EXEC CICS RETURN
       END-EXEC.
       COPY P37TMOUT.
*>SHOW MAP IF EIBCALEN IS NOT ZERO
 SHOW-MAP-PARA.
       MOVE LOW-VALUES TO OVRMAPO
*>SEND OVR MAP(OVRAPPR)
       EXEC CICS SEND
           MAP('OVRMAP')
           MAPSET('OVBMS')
           FROM(OVRMAPO)
           ERASE
       END-EXEC
       PERFORM RESPONSE-PARA.
*>CHECK ENTERED KEY.  ENTER ACTS ON THE TERMINAL KEYED IN THE
*>SELECT FIELD (IF ANY) AND RELISTS THE QUEUE FROM THE TOP, PF8
*>PAGES FORWARD FROM THE LAST TERMINAL THE PAGE LEFT ON THE
*>SCREEN.
 RESPONSE-PARA.
       EVALUATE EIBAID
       WHEN DFHESC
           PERFORM ESC-PARA
       WHEN DFHPF3
           PERFORM PF3-PARA
       WHEN DFHENTER
           PERFORM ACTION-PARA
       WHEN DFHPF8
           PERFORM NEXT-PAGE-PARA
       WHEN OTHER
           MOVE 'INVALID KEY PRESSED' TO MSGO
       END-EVALUATE.
 ESC-PARA.
       EXEC CICS RETURN
           TRANSID('P37W')
           COMMAREA(WS-CA)
       END-EXEC.
 PF3-PARA.
       MOVE 'OVRAPPR' TO WS-CA-FROM-PGM
       EXEC CICS XCTL
           PROGRAM('BACKPGM')
           COMMAREA(WS-CA)
       END-EXEC.
*>RELEASING A TELLER'S OVER-LIMIT WITHDRAWAL OR TRANSFER IS THE
*>SUPERVISOR'S CALL, SO THE WHOLE QUEUE - EVEN JUST LOOKING AT
*>IT - SITS BEHIND THE SHARED SUPERVISOR CHECK.  THE SUPERVISOR
*>WORKS IT FROM THEIR OWN TERMINAL; NOBODY SIGNS THE TELLER OFF.
 ACTION-PARA.
       EXEC CICS RECEIVE
           MAP('OVRMAP')
           MAPSET('OVBMS')
           INTO(OVRMAPI)
       END-EXEC
       PERFORM CHECK-SUPVR-PARA
       IF WS-SUPVR-OK = 'Y'
           MOVE SPACES TO WS-ACT-MSG
           IF SELTRML NOT = ZERO AND SELTRM NOT = SPACES
               EVALUATE ACTN
               WHEN 'A'
                   PERFORM DECIDE-PARA
               WHEN 'D'
                   PERFORM DECIDE-PARA
               WHEN OTHER
                   MOVE 'ACTION MUST BE A OR D' TO WS-ACT-MSG
               END-EVALUATE
           END-IF
           MOVE LOW-VALUES TO PND-TERMID
           MOVE LOW-VALUES TO WS-SKIP-TERM
           PERFORM LIST-PARA
       END-IF
       PERFORM RESEND-MAP-PARA.
       COPY P37SUPCK.
 NEXT-PAGE-PARA.
       EXEC CICS RECEIVE
           MAP('OVRMAP')
           MAPSET('OVBMS')
           INTO(OVRMAPI)
       END-EXEC
       PERFORM CHECK-SUPVR-PARA
       IF WS-SUPVR-OK = 'Y'
           MOVE SPACES TO WS-ACT-MSG
           IF NXTTRML = ZERO OR NXTTRM = SPACES
               MOVE 'NOTHING MORE TO PAGE' TO MSGO
           ELSE
               MOVE NXTTRM TO PND-TERMID
               MOVE NXTTRM TO WS-SKIP-TERM
               PERFORM LIST-PARA
           END-IF
       END-IF
       PERFORM RESEND-MAP-PARA.
*>APPROVE OR DECLINE ONE ITEM UNDER A READ-FOR-UPDATE.  ONLY AN
*>ITEM STILL WAITING AND PARKED TODAY CAN BE DECIDED.  AN
*>APPROVAL ALSO NEEDS A SUPERVISOR OTHER THAN THE TELLER WHO
*>KEYED IT, WHOSE OWN SEC-TXN-LIMIT (READ BY THE SUPERVISOR
*>CHECK) COVERS THE AMOUNT.  THE TELLER'S NEXT ENTER OF THE SAME
*>TRANSACTION POSTS OR CANCELS IT.
 DECIDE-PARA.
       MOVE SELTRM TO PND-TERMID
       EXEC CICS READ
           FILE('P37PEND')
           RIDFLD(PND-TERMID)
           INTO(WS-PEND-RECORD)
           RESP(WS-RESP-CODE)
           UPDATE
       END-EXEC
       IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
           MOVE 'NO ITEM FOR THAT TERMINAL' TO WS-ACT-MSG
       ELSE
           MOVE 'N' TO WS-ITEM-DONE
           EVALUATE TRUE
           WHEN NOT PND-WAITING
           WHEN PND-REQ-DATE NOT = EIBDATE
               MOVE 'ITEM NOT WAITING FOR APPROVAL' TO WS-ACT-MSG
           WHEN ACTN = 'A' AND PND-TLR-OPID = EIBOPID
               MOVE 'CANNOT APPROVE YOUR OWN ITEM' TO WS-ACT-MSG
           WHEN ACTN = 'A' AND PND-AMOUNT > SEC-TXN-LIMIT
               MOVE 'OVER YOUR OWN APPROVAL LIMIT' TO WS-ACT-MSG
           WHEN OTHER
               PERFORM REWRITE-ITEM-PARA
           END-EVALUATE
           IF WS-ITEM-DONE = 'N'
               EXEC CICS UNLOCK
                   FILE('P37PEND')
               END-EXEC
           END-IF
       END-IF.
 REWRITE-ITEM-PARA.
       MOVE 'Y'     TO WS-ITEM-DONE
       MOVE ACTN    TO PND-STATUS
       MOVE EIBOPID TO PND-APPR-OPID
       MOVE EIBDATE TO PND-ACT-DATE
       MOVE EIBTIME TO PND-ACT-TIME
       EXEC CICS REWRITE
           FILE('P37PEND')
           FROM(WS-PEND-RECORD)
           RESP(WS-RESP-CODE)
       END-EXEC
       IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
           MOVE 'UPDATE NOT SUCESSFULL' TO WS-ACT-MSG
       ELSE
           IF PND-APPROVED
               MOVE 'ITEM APPROVED' TO WS-ACT-MSG
           ELSE
               MOVE 'ITEM DECLINED' TO WS-ACT-MSG
           END-IF
       END-IF.
*>ONE PAGE OF TODAY'S WAITING ITEMS IN TERMINAL ORDER, STARTING
*>AT PND-TERMID.  DECIDED ITEMS STAY ON FILE UNTIL THE TELLER
*>COMES BACK TO THEM, AND AN ITEM LEFT OVER FROM AN EARLIER DAY
*>IS NEVER POSTED, SO NEITHER IS LISTED.  THE LAST TERMINAL
*>SHOWN IS LEFT ON THE SCREEN FOR PF8.
 LIST-PARA.
       MOVE ZERO TO WS-PAGE-COUNT
       MOVE SPACES TO WS-PAGE-TABLE
       MOVE SPACES TO NXTTRMO
       MOVE 'N' TO WS-BROWSE-DONE
       EXEC CICS STARTBR
           FILE('P37PEND')
           RIDFLD(PND-TERMID)
           GTEQ
           RESP(WS-RESP-CODE)
       END-EXEC
       MOVE 'N' TO WS-BR-OPEN
       IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
           MOVE 'Y' TO WS-BROWSE-DONE
       ELSE
           MOVE 'Y' TO WS-BR-OPEN
       END-IF
       PERFORM LIST-NEXT-PARA
           UNTIL WS-BROWSE-DONE = 'Y'
              OR WS-PAGE-COUNT NOT LESS THAN WS-PAGE-MAX
       IF WS-BR-OPEN = 'Y'
           EXEC CICS ENDBR
               FILE('P37PEND')
           END-EXEC
       END-IF
       PERFORM FILL-MAP-PARA.
 LIST-NEXT-PARA.
       EXEC CICS READNEXT
           FILE('P37PEND')
           INTO(WS-PEND-RECORD)
           RIDFLD(PND-TERMID)
           RESP(WS-RESP-CODE)
       END-EXEC
       IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
           MOVE 'Y' TO WS-BROWSE-DONE
       ELSE
           IF PND-WAITING AND PND-REQ-DATE = EIBDATE
              AND PND-TERMID NOT = WS-SKIP-TERM
               PERFORM TAKE-ITEM-PARA
           END-IF
       END-IF.
 TAKE-ITEM-PARA.
       ADD 1 TO WS-PAGE-COUNT
       MOVE PND-AMOUNT TO WS-AMT-EDIT
       IF PND-TRANSFER
           MOVE PND-TO-ACCNO TO WS-TO-SHOW
       ELSE
           MOVE SPACES TO WS-TO-SHOW
       END-IF
       STRING PND-TERMID    DELIMITED BY SIZE
              ' '           DELIMITED BY SIZE
              PND-TLR-OPID  DELIMITED BY SIZE
              ' '           DELIMITED BY SIZE
              PND-TXN-TYPE  DELIMITED BY SIZE
              ' '           DELIMITED BY SIZE
              PND-ACCNO     DELIMITED BY SIZE
              ' '           DELIMITED BY SIZE
              WS-TO-SHOW    DELIMITED BY SIZE
              ' '           DELIMITED BY SIZE
              WS-AMT-EDIT   DELIMITED BY SIZE
              ' '           DELIMITED BY SIZE
              PND-REQ-TIME  DELIMITED BY SIZE
         INTO WS-PAGE-LINE(WS-PAGE-COUNT)
       END-STRING
       MOVE PND-TERMID TO NXTTRMO.
 FILL-MAP-PARA.
       PERFORM MOVE-LINE-PARA
           VARYING WS-LINE-IDX FROM 1 BY 1
           UNTIL WS-LINE-IDX > 8.
       MOVE SPACES TO SELTRMO
       MOVE SPACES TO ACTNO
       IF WS-ACT-MSG NOT = SPACES
           MOVE WS-ACT-MSG TO MSGO
       ELSE
           IF WS-PAGE-COUNT = ZERO
               MOVE 'NO ITEMS WAITING' TO MSGO
           ELSE
               IF WS-PAGE-COUNT < WS-PAGE-MAX
                   MOVE 'END OF ITEMS' TO MSGO
               ELSE
                   MOVE 'PF8 FOR MORE' TO MSGO
               END-IF
           END-IF
       END-IF.
 MOVE-LINE-PARA.
       MOVE WS-PAGE-LINE(WS-LINE-IDX)
         TO OVR-LINED(WS-LINE-IDX).
*>PUT THE FILLED MAP BACK ON THE SCREEN, THE SAME AS AUDINQ -
*>THE FIRST SEND IN SHOW-MAP-PARA ONLY PAINTS THE EMPTY SCREEN.
 RESEND-MAP-PARA.
       EXEC CICS SEND
           MAP('OVRMAP')
           MAPSET('OVBMS')
           FROM(OVRMAPO)
       END-EXEC.
