 IDENTIFICATION DIVISION.
 PROGRAM-ID. STOPPAY.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
       COPY SPBMS.
       COPY P37CA.
       COPY P37TMWS.
       COPY P37SUPWS.
       COPY DFHAID.
       COPY DFHBMSCA.
 01  WS-STOP-FOUND  PIC X(01) VALUE 'N'.
 01  WS-MESSAGE     PIC X(30) VALUE 'THANK YOU'.
 LINKAGE SECTION.
 01  DFHCOMMAREA    PIC X(109).
 PROCEDURE DIVISION.
*>A SESSION THAT HAS SAT PAST THE TIMEOUT LIMIT SINCE MENU
*>STAMPED THE COMMAREA IS SENT STRAIGHT BACK TO SIGN-ON INSTEAD
*>OF BEING ALLOWED TO WORK THE STOP-PAYMENT FILE OFF A LIVE
*>SCREEN - THE SAME CHECK BACKPGM RUNS ON A PF3, RUN HERE BEFORE
*>DFHENTER IS EVER HONORED.
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
       MOVE LOW-VALUES TO STPMAPO
*>SEND STP MAP(STOPPAY)
       EXEC CICS SEND
           MAP('STPMAP')
           MAPSET('SPBMS')
           FROM(STPMAPO)
           ERASE
       END-EXEC
       PERFORM RESPONSE-PARA.
*>CHECK ENTERED KEY
 RESPONSE-PARA.
       EVALUATE EIBAID
       WHEN DFHESC
           PERFORM ESC-PARA
       WHEN DFHPF3
           PERFORM PF3-PARA
       WHEN DFHENTER
           PERFORM MAINT-PARA
       WHEN OTHER
           MOVE 'INVALID KEY PRESSED' TO MSGO
       END-EVALUATE.
 ESC-PARA.
       EXEC CICS RETURN
           TRANSID('P37W')
           COMMAREA(WS-CA)
       END-EXEC.
 PF3-PARA.
       MOVE 'STOPPAY' TO WS-CA-FROM-PGM
       EXEC CICS XCTL
           PROGRAM('BACKPGM')
           COMMAREA(WS-CA)
       END-EXEC.
*>EVERY STOP BELONGS TO THE SESSION ACCOUNT - THE ACCOUNT IS
*>NEVER KEYED, SO A TELLER CANNOT STOP A CHECK ON AN ACCOUNT THE
*>CUSTOMER DID NOT SIGN ON WITH.  'P' PLACES A STOP, 'I' SHOWS
*>THE STOP ON FILE FOR A CHECK NUMBER, 'R' RELEASES IT.
 MAINT-PARA.
       EXEC CICS RECEIVE
           MAP('STPMAP')
           MAPSET('SPBMS')
           INTO(STPMAPI)
       END-EXEC
       IF CHKNO NOT NUMERIC OR CHKNO = ZERO
           MOVE 'PLEASE ENTER CHECK NUMBER' TO MSGO
       ELSE
           EVALUATE STP-ACTION
           WHEN 'P'
               PERFORM PLACE-STOP-PARA
           WHEN 'I'
               PERFORM INQUIRE-STOP-PARA
           WHEN 'R'
               PERFORM RELEASE-STOP-PARA
           WHEN OTHER
               MOVE 'ACTION MUST BE P, I OR R' TO MSGO
           END-EVALUATE
       END-IF
       PERFORM RESEND-MAP-PARA.
*>PUT THE FILLED MAP BACK ON THE SCREEN SO THE STOP AS IT NOW
*>STANDS AND THE MESSAGE ACTUALLY REACH THE TELLER.  NO ERASE -
*>THE SCREEN IS ALREADY FORMATTED.
 RESEND-MAP-PARA.
       EXEC CICS SEND
           MAP('STPMAP')
           MAPSET('SPBMS')
           FROM(STPMAPO)
       END-EXEC.
*>ONLY A CHECKING ACCOUNT HAS CHECKS TO STOP, AND A CLOSED ONE
*>RETURNS EVERY ITEM PRESENTED AGAINST IT ANYWAY.
 EDIT-STOP-PARA.
       MOVE 'Y' TO WS-STATUS-OK
       IF ENTERED-AMT NOT NUMERIC
           MOVE 'AMOUNT MUST BE NUMERIC' TO MSGO
           MOVE 'N' TO WS-STATUS-OK
       ELSE
           EXEC CICS READ
               FILE('P37AFILE')
               RIDFLD(WS-CUS-ACCNO)
               INTO(WS-RECORD)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'ACCOUNT NOT FOUND' TO MSGO
               MOVE 'N' TO WS-STATUS-OK
           ELSE
           IF NOT CUS-PROD-CHECKING
               MOVE 'NOT A CHECKING ACCOUNT' TO MSGO
               MOVE 'N' TO WS-STATUS-OK
           ELSE
           IF CUS-CLOSED
               MOVE 'ACCOUNT CLOSED' TO MSGO
               MOVE 'N' TO WS-STATUS-OK
           END-IF
           END-IF
           END-IF
       END-IF.
*>PLACE A STOP.  A CHECK NUMBER WITH NO STOP ON FILE IS WRITTEN
*>FRESH; ONE WHOSE EARLIER STOP WAS RELEASED, OR HAS EXPIRED, IS
*>PLACED AGAIN OVER THE OLD RECORD.  A STOP STILL IN FORCE IS
*>LEFT ALONE.
 PLACE-STOP-PARA.
       PERFORM EDIT-STOP-PARA
       IF WS-STATUS-OK = 'Y'
           PERFORM READ-STOP-PARA
           EVALUATE TRUE
           WHEN WS-STOP-FOUND = 'N'
               IF WS-RESP-CODE = DFHRESP(NOTFND)
                   PERFORM BUILD-STOP-PARA
                   EXEC CICS WRITE
                       FILE('P37STOP')
                       FROM(WS-STOP-RECORD)
                       RIDFLD(STP-KEY)
                       RESP(WS-RESP-CODE)
                   END-EXEC
                   PERFORM STOP-PLACED-PARA
               END-IF
           WHEN STP-ACTIVE AND STP-EXPIRY-DATE NOT < EIBDATE
               EXEC CICS UNLOCK
                   FILE('P37STOP')
               END-EXEC
               PERFORM SHOW-STOP-PARA
               MOVE 'STOP ALREADY ON FILE' TO MSGO
           WHEN OTHER
               PERFORM BUILD-STOP-PARA
               EXEC CICS REWRITE
                   FILE('P37STOP')
                   FROM(WS-STOP-RECORD)
                   RESP(WS-RESP-CODE)
               END-EXEC
               PERFORM STOP-PLACED-PARA
           END-EVALUATE
       END-IF.
 BUILD-STOP-PARA.
       MOVE EIBDATE TO WS-EXP-DATE
       ADD 6 TO WS-EXP-MM
       IF WS-EXP-MM > 12
           SUBTRACT 12 FROM WS-EXP-MM
           ADD 1 TO WS-EXP-YYYY
       END-IF
       MOVE WS-DAYS-IN (WS-EXP-MM) TO WS-LAST-DAY
       IF WS-EXP-MM = 2
           DIVIDE WS-EXP-YYYY BY 4 GIVING WS-YEAR-QUOT
               REMAINDER WS-YEAR-REM
           IF WS-YEAR-REM = ZERO
               DIVIDE WS-EXP-YYYY BY 100 GIVING WS-YEAR-QUOT
                   REMAINDER WS-YEAR-REM
               IF WS-YEAR-REM NOT = ZERO
                   MOVE 29 TO WS-LAST-DAY
               ELSE
                   DIVIDE WS-EXP-YYYY BY 400 GIVING WS-YEAR-QUOT
                       REMAINDER WS-YEAR-REM
                   IF WS-YEAR-REM = ZERO
                       MOVE 29 TO WS-LAST-DAY
                   END-IF
               END-IF
           END-IF
       END-IF
       IF WS-EXP-DD > WS-LAST-DAY
           MOVE WS-LAST-DAY TO WS-EXP-DD
       END-IF
       MOVE WS-CUS-ACCNO TO STP-ACCNO
       MOVE CHKNO        TO STP-CHK-NO
       MOVE 'A'          TO STP-STATUS
       MOVE ENTERED-AMT  TO STP-AMOUNT
       MOVE PAYEE        TO STP-PAYEE
       MOVE EIBDATE      TO STP-PLACED-DATE
       MOVE EIBTIME      TO STP-PLACED-TIME
       MOVE EIBOPID      TO STP-PLACED-OPID
       MOVE WS-EXP-DATE  TO STP-EXPIRY-DATE
       MOVE ZERO         TO STP-RLSE-DATE
       MOVE SPACES       TO STP-RLSE-OPID.
 STOP-PLACED-PARA.
       IF WS-RESP-CODE = DFHRESP(NORMAL)
           PERFORM SHOW-STOP-PARA
           MOVE 'STOP PAYMENT PLACED' TO MSGO
       ELSE
           MOVE 'ADD NOT SUCESSFULL' TO MSGO
       END-IF.
 INQUIRE-STOP-PARA.
       MOVE WS-CUS-ACCNO TO STP-ACCNO
       MOVE CHKNO        TO STP-CHK-NO
       EXEC CICS READ
           FILE('P37STOP')
           RIDFLD(STP-KEY)
           INTO(WS-STOP-RECORD)
           RESP(WS-RESP-CODE)
       END-EXEC
       IF WS-RESP-CODE = DFHRESP(NORMAL)
           PERFORM SHOW-STOP-PARA
           MOVE 'STOP PAYMENT ON FILE' TO MSGO
       ELSE
           MOVE 'NO STOP ON FILE' TO MSGO
       END-IF.
*>TAKING A STOP OFF LETS THE CHECK PAY ON ITS NEXT PRESENTMENT,
*>SO THE RELEASE SITS BEHIND THE SHARED SUPERVISOR CHECK THE SAME
*>AS AN EARLY HOLD RELEASE DOES.  THE RECORD STAYS ON FILE WITH
*>THE RELEASING SUPERVISOR AND THE DATE.
 RELEASE-STOP-PARA.
       PERFORM CHECK-SUPVR-PARA
       IF WS-SUPVR-OK = 'Y'
           PERFORM READ-STOP-PARA
           IF WS-STOP-FOUND = 'Y'
               IF STP-RELEASED
                   EXEC CICS UNLOCK
                       FILE('P37STOP')
                   END-EXEC
                   PERFORM SHOW-STOP-PARA
                   MOVE 'STOP ALREADY RELEASED' TO MSGO
               ELSE
                   MOVE 'R'     TO STP-STATUS
                   MOVE EIBDATE TO STP-RLSE-DATE
                   MOVE EIBOPID TO STP-RLSE-OPID
                   EXEC CICS REWRITE
                       FILE('P37STOP')
                       FROM(WS-STOP-RECORD)
                       RESP(WS-RESP-CODE)
                   END-EXEC
                   IF WS-RESP-CODE = DFHRESP(NORMAL)
                       PERFORM SHOW-STOP-PARA
                       MOVE 'STOP PAYMENT RELEASED' TO MSGO
                   ELSE
                       MOVE 'UPDATE NOT SUCESSFULL' TO MSGO
                   END-IF
               END-IF
           END-IF
       END-IF.
       COPY P37SUPCK.
 READ-STOP-PARA.
       MOVE 'N' TO WS-STOP-FOUND
       MOVE WS-CUS-ACCNO TO STP-ACCNO
       MOVE CHKNO        TO STP-CHK-NO
       EXEC CICS READ
           FILE('P37STOP')
           RIDFLD(STP-KEY)
           INTO(WS-STOP-RECORD)
           RESP(WS-RESP-CODE)
           UPDATE
       END-EXEC
       EVALUATE WS-RESP-CODE
       WHEN DFHRESP(NORMAL)
           MOVE 'Y' TO WS-STOP-FOUND
       WHEN DFHRESP(NOTFND)
           MOVE 'NO STOP ON FILE' TO MSGO
       WHEN OTHER
           MOVE 'STOP FILE NOT AVAILABLE' TO MSGO
       END-EVALUATE.
*>ONE LINE SHOWING WHERE THE STOP STANDS - STATUS, WHO PLACED IT
*>AND WHEN, AND EITHER WHEN IT EXPIRES OR WHO RELEASED IT.
 SHOW-STOP-PARA.
       MOVE STP-AMOUNT TO ENTERED-AMT
       MOVE STP-PAYEE TO PAYEEO
       MOVE SPACES TO STPINFOO
       IF STP-RELEASED
           STRING 'RELEASED '      DELIMITED BY SIZE
                  STP-RLSE-DATE    DELIMITED BY SIZE
                  ' BY '           DELIMITED BY SIZE
                  STP-RLSE-OPID    DELIMITED BY SIZE
                  ' PLACED '       DELIMITED BY SIZE
                  STP-PLACED-DATE  DELIMITED BY SIZE
                  ' BY '           DELIMITED BY SIZE
                  STP-PLACED-OPID  DELIMITED BY SIZE
             INTO STPINFOO
           END-STRING
       ELSE
           IF STP-EXPIRY-DATE < EIBDATE
               STRING 'EXPIRED '       DELIMITED BY SIZE
                      STP-EXPIRY-DATE  DELIMITED BY SIZE
                      ' PLACED '       DELIMITED BY SIZE
                      STP-PLACED-DATE  DELIMITED BY SIZE
                      ' BY '           DELIMITED BY SIZE
                      STP-PLACED-OPID  DELIMITED BY SIZE
                 INTO STPINFOO
               END-STRING
           ELSE
               STRING 'ACTIVE TO '     DELIMITED BY SIZE
                      STP-EXPIRY-DATE  DELIMITED BY SIZE
                      ' PLACED '       DELIMITED BY SIZE
                      STP-PLACED-DATE  DELIMITED BY SIZE
                      ' BY '           DELIMITED BY SIZE
                      STP-PLACED-OPID  DELIMITED BY SIZE
                 INTO STPINFOO
               END-STRING
           END-IF
       END-IF.
