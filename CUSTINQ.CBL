 IDENTIFICATION DIVISION.
 PROGRAM-ID. CUSTINQ.
 DATA DIVISION.
 WORKING-STORAGE SECTION.
       COPY CIBMS.
       COPY P37CA.
       COPY P37TMWS.
       COPY DFHAID.
       COPY DFHBMSCA.
 01  WS-MESSAGE     PIC X(30) VALUE 'THANK YOU'.
 LINKAGE SECTION.
 01  DFHCOMMAREA    PIC X(109).
 PROCEDURE DIVISION.
*>A SESSION THAT HAS SAT PAST THE TIMEOUT LIMIT SINCE MENU
*>STAMPED THE COMMAREA IS SENT STRAIGHT BACK TO SIGN-ON - THE
*>SAME CHECK BACKPGM RUNS ON A PF3, RUN HERE BEFORE DFHENTER IS
*>EVER HONORED.
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
       MOVE LOW-VALUES TO CIQMAPO
*>SEND CIQ MAP(CUSTINQ)
       EXEC CICS SEND
           MAP('CIQMAP')
           MAPSET('CIBMS')
           FROM(CIQMAPO)
           ERASE
       END-EXEC
       PERFORM RESPONSE-PARA.
*>CHECK ENTERED KEY.  ENTER SEARCHES FROM THE TOP ON WHATEVER IS
*>KEYED, PF8 PAGES FORWARD THROUGH THE SAME SEARCH.
 RESPONSE-PARA.
       EVALUATE EIBAID
       WHEN DFHESC
           PERFORM ESC-PARA
       WHEN DFHPF3
           PERFORM PF3-PARA
       WHEN DFHENTER
           PERFORM SEARCH-PARA
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
       MOVE 'CUSTINQ' TO WS-CA-FROM-PGM
       EXEC CICS XCTL
           PROGRAM('BACKPGM')
           COMMAREA(WS-CA)
       END-EXEC.
 SEARCH-PARA.
       EXEC CICS RECEIVE
           MAP('CIQMAP')
           MAPSET('CIBMS')
           INTO(CIQMAPI)
       END-EXEC
       MOVE 1 TO WS-PAGE-NO
       PERFORM LOOKUP-PARA
       PERFORM RESEND-MAP-PARA.
*>THE PAGE NUMBER LEFT ON THE SCREEN SAYS HOW FAR THE LAST
*>SEARCH GOT.  THE NEXT PAGE IS FOUND BY RUNNING THE SAME SEARCH
*>AGAIN AND PASSING OVER THE LINES ALREADY SHOWN - A NAME OR A
*>CUSTOMER NUMBER ON AN ALTERNATE INDEX CAN REPEAT, SO THERE IS
*>NO UNIQUE KEY TO RESTART THE BROWSE FROM.
 NEXT-PAGE-PARA.
       EXEC CICS RECEIVE
           MAP('CIQMAP')
           MAPSET('CIBMS')
           INTO(CIQMAPI)
       END-EXEC
       IF PAGENOL = ZERO OR PAGENO NOT NUMERIC OR PAGENO = ZERO
           MOVE 'PRESS ENTER TO SEARCH FIRST' TO MSGO
       ELSE
           COMPUTE WS-PAGE-NO = PAGENO + 1
           PERFORM LOOKUP-PARA
       END-IF
       PERFORM RESEND-MAP-PARA.
*>A CUSTOMER NUMBER, IF ONE IS KEYED, TAKES PRIORITY OVER A NAME.
 LOOKUP-PARA.
       COMPUTE WS-SKIP = (WS-PAGE-NO - 1) * WS-PAGE-MAX
       MOVE ZERO TO WS-PAGE-COUNT
       MOVE ZERO TO WS-SKIPPED
       MOVE SPACES TO WS-PAGE-TABLE
       MOVE SPACES TO CINFOO
       MOVE 'N' TO WS-MORE
       IF SCUSTL NOT = ZERO AND SCUST NUMERIC AND SCUST > ZERO
           MOVE SCUST TO WS-FIND-CUSTNO
           PERFORM CUST-ACCTS-PARA
       ELSE
           IF SNAMEL NOT = ZERO AND SNAME NOT = SPACES
                            AND SNAME NOT = LOW-VALUES
               PERFORM NAME-LIST-PARA
           ELSE
               MOVE 'ENTER CUSTOMER NUMBER OR NAME' TO MSGO
           END-IF
       END-IF.
*>EVERY ACCOUNT THE CUSTOMER IS AN ACTIVE HOLDER ON, OFF THE
*>P37RELC PATH (THE RELATIONSHIP FILE BY CUSTOMER NUMBER), WITH
*>EACH ACCOUNT'S BALANCE READ LIVE FROM P37AFILE.
 CUST-ACCTS-PARA.
       MOVE WS-FIND-CUSTNO TO CIF-CUSTNO
       EXEC CICS READ
           FILE('P37CFILE')
           RIDFLD(CIF-CUSTNO)
           INTO(WS-CUST-RECORD)
           RESP(WS-RESP-CODE)
       END-EXEC
       IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
           MOVE 'CUSTOMER NOT FOUND' TO MSGO
       ELSE
           MOVE CIF-CUSTNO TO SCUSTO
           MOVE SPACES TO SNAMEO
           STRING 'CUSTOMER '    DELIMITED BY SIZE
                  CIF-CUSTNO     DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  CIF-NAME       DELIMITED BY SIZE
                  ' PHONE '      DELIMITED BY SIZE
                  CIF-PHONE      DELIMITED BY SIZE
             INTO CINFOO
           END-STRING
           MOVE WS-FIND-CUSTNO TO WS-REL-ALTKEY
           MOVE 'N' TO WS-BROWSE-DONE
           EXEC CICS STARTBR
               FILE('P37RELC')
               RIDFLD(WS-REL-ALTKEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               PERFORM ACCT-NEXT-PARA
                   UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS ENDBR
                   FILE('P37RELC')
               END-EXEC
           END-IF
           PERFORM FILL-MAP-PARA
           IF WS-PAGE-COUNT = ZERO AND WS-PAGE-NO = 1
               MOVE 'NO ACCOUNTS FOR CUSTOMER' TO MSGO
           END-IF
       END-IF.
*>DUPKEY ON A READNEXT ONLY MEANS MORE RECORDS SHARE THIS
*>CUSTOMER NUMBER ON THE PATH - IT IS A GOOD READ.
 ACCT-NEXT-PARA.
       EXEC CICS READNEXT
           FILE('P37RELC')
           INTO(WS-REL-RECORD)
           RIDFLD(WS-REL-ALTKEY)
           RESP(WS-RESP-CODE)
       END-EXEC
       IF (WS-RESP-CODE NOT = DFHRESP(NORMAL)
                    AND WS-RESP-CODE NOT = DFHRESP(DUPKEY))
                    OR REL-CUSTNO NOT = WS-FIND-CUSTNO
           MOVE 'Y' TO WS-BROWSE-DONE
       ELSE
           IF REL-ACTIVE
               IF WS-SKIPPED < WS-SKIP
                   ADD 1 TO WS-SKIPPED
               ELSE
                   IF WS-PAGE-COUNT < WS-PAGE-MAX
                       PERFORM TAKE-ACCT-PARA
                   ELSE
                       MOVE 'Y' TO WS-MORE
                       MOVE 'Y' TO WS-BROWSE-DONE
                   END-IF
               END-IF
           END-IF
       END-IF.
*>WHAT THE ACCOUNT HOLDS NOW AND WHAT COULD BE DRAWN ON IT -
*>BALANCE LESS HOLDS PLUS ANY ARRANGED LINE, THE SAME FIGURE
*>ENQUERY SHOWS.
 TAKE-ACCT-PARA.
       ADD 1 TO WS-PAGE-COUNT
       EVALUATE TRUE
       WHEN REL-PRIMARY
           MOVE 'PRIMARY' TO WS-ROLE-SHOW
       WHEN REL-JOINT
           MOVE 'JOINT'   TO WS-ROLE-SHOW
       WHEN OTHER
           MOVE 'TRUSTEE' TO WS-ROLE-SHOW
       END-EVALUATE
       MOVE REL-ACCNO TO CUS-ACCNO
       EXEC CICS READ
           FILE('P37AFILE')
           RIDFLD(CUS-ACCNO)
           INTO(WS-RECORD)
           RESP(WS-RESP-CODE)
       END-EXEC
       IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
           STRING REL-ACCNO      DELIMITED BY SIZE
                  '    '         DELIMITED BY SIZE
                  WS-ROLE-SHOW   DELIMITED BY SIZE
                  ' NOT ON MASTER' DELIMITED BY SIZE
             INTO WS-PAGE-LINE(WS-PAGE-COUNT)
           END-STRING
       ELSE
           EVALUATE TRUE
           WHEN CUS-ACTIVE
               MOVE 'ACTIVE'  TO WS-STAT-SHOW
           WHEN CUS-FROZEN
               MOVE 'FROZEN'  TO WS-STAT-SHOW
           WHEN CUS-CLOSED
               MOVE 'CLOSED'  TO WS-STAT-SHOW
           WHEN CUS-DORMANT
               MOVE 'DORMANT' TO WS-STAT-SHOW
           WHEN OTHER
               MOVE CUS-STATUS TO WS-STAT-SHOW
           END-EVALUATE
           COMPUTE WS-AVAIL-BAL = CUS-BALANCE - CUS-HOLD-AMT
                                + CUS-OD-LIMIT
           MOVE CUS-BALANCE  TO WS-BAL-EDIT
           MOVE WS-AVAIL-BAL TO WS-AVAIL-EDIT
           STRING CUS-ACCNO      DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  CUS-PRODUCT    DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-ROLE-SHOW   DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-STAT-SHOW   DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-BAL-EDIT    DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-AVAIL-EDIT  DELIMITED BY SIZE
             INTO WS-PAGE-LINE(WS-PAGE-COUNT)
           END-STRING
       END-IF.
*>CUSTOMERS WHOSE NAME STARTS WITH WHAT WAS KEYED, OFF THE
*>P37CNAME PATH (THE CUSTOMER FILE BY NAME).  NAMES COME BACK IN
*>ORDER, SO THE FIRST ONE THAT NO LONGER MATCHES ENDS THE LIST.
*>WHERE THE NAME FINDS JUST THE ONE CUSTOMER, THAT CUSTOMER'S
*>ACCOUNTS ARE LISTED STRAIGHT AWAY.
 NAME-LIST-PARA.
       MOVE SNAME TO WS-NAME-WANT
       MOVE SNAME TO WS-NAME-KEY
       IF SNAMEL > 30
           MOVE 30 TO WS-NAME-LEN
       ELSE
           MOVE SNAMEL TO WS-NAME-LEN
       END-IF
       MOVE 'N' TO WS-BROWSE-DONE
       EXEC CICS STARTBR
           FILE('P37CNAME')
           RIDFLD(WS-NAME-KEY)
           GTEQ
           RESP(WS-RESP-CODE)
       END-EXEC
       IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
           MOVE 'Y' TO WS-BROWSE-DONE
       ELSE
           PERFORM NAME-NEXT-PARA
               UNTIL WS-BROWSE-DONE = 'Y'
           EXEC CICS ENDBR
               FILE('P37CNAME')
           END-EXEC
       END-IF
       IF WS-PAGE-NO = 1 AND WS-PAGE-COUNT = 1 AND WS-MORE = 'N'
           MOVE ZERO TO WS-PAGE-COUNT
           MOVE SPACES TO WS-PAGE-TABLE
           PERFORM CUST-ACCTS-PARA
       ELSE
           MOVE SPACES TO SCUSTO
           MOVE 'CUSTOMERS BY NAME - KEY A CUSTOMER NUMBER TO SEE ACCOUNTS'
             TO CINFOO
           PERFORM FILL-MAP-PARA
           IF WS-PAGE-COUNT = ZERO AND WS-PAGE-NO = 1
               MOVE 'NO CUSTOMER BY THAT NAME' TO MSGO
           END-IF
       END-IF.
 NAME-NEXT-PARA.
       EXEC CICS READNEXT
           FILE('P37CNAME')
           INTO(WS-CUST-RECORD)
           RIDFLD(WS-NAME-KEY)
           RESP(WS-RESP-CODE)
       END-EXEC
       IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
                    AND WS-RESP-CODE NOT = DFHRESP(DUPKEY)
           MOVE 'Y' TO WS-BROWSE-DONE
       ELSE
           MOVE CIF-NAME TO WS-NAME-GOT
           MOVE 'Y' TO WS-NAME-MATCH
           PERFORM MATCH-CHAR-PARA
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > WS-NAME-LEN
                  OR WS-NAME-MATCH = 'N'
           IF WS-NAME-MATCH = 'N'
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF WS-SKIPPED < WS-SKIP
                   ADD 1 TO WS-SKIPPED
               ELSE
                   IF WS-PAGE-COUNT < WS-PAGE-MAX
                       PERFORM TAKE-NAME-PARA
                   ELSE
                       MOVE 'Y' TO WS-MORE
                       MOVE 'Y' TO WS-BROWSE-DONE
                   END-IF
               END-IF
           END-IF
       END-IF.
 MATCH-CHAR-PARA.
       IF WS-GOT-CHAR(WS-CHAR-IDX) NOT = WS-WANT-CHAR(WS-CHAR-IDX)
           MOVE 'N' TO WS-NAME-MATCH
       END-IF.
 TAKE-NAME-PARA.
       ADD 1 TO WS-PAGE-COUNT
       MOVE CIF-CUSTNO TO WS-FIND-CUSTNO
       STRING CIF-CUSTNO     DELIMITED BY SIZE
              ' '            DELIMITED BY SIZE
              CIF-NAME       DELIMITED BY SIZE
              ' '            DELIMITED BY SIZE
              CIF-PHONE      DELIMITED BY SIZE
         INTO WS-PAGE-LINE(WS-PAGE-COUNT)
       END-STRING.
 FILL-MAP-PARA.
       PERFORM MOVE-LINE-PARA
           VARYING WS-LINE-IDX FROM 1 BY 1
           UNTIL WS-LINE-IDX > 8.
       MOVE WS-PAGE-NO TO PAGENOO
       IF WS-MORE = 'Y'
           MOVE 'PF8 FOR MORE' TO MSGO
       ELSE
           MOVE 'END OF LIST' TO MSGO
       END-IF.
 MOVE-LINE-PARA.
       MOVE WS-PAGE-LINE(WS-LINE-IDX)
         TO CIQ-LINED(WS-LINE-IDX).
*>PUT THE FILLED MAP BACK ON THE SCREEN, THE SAME AS OVRAPPR -
*>THE FIRST SEND IN SHOW-MAP-PARA ONLY PAINTS THE EMPTY SCREEN.
 RESEND-MAP-PARA.
       EXEC CICS SEND
           MAP('CIQMAP')
           MAPSET('CIBMS')
           FROM(CIQMAPO)
       END-EXEC.
