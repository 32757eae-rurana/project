           ADD 1 TO WS-HIST-COUNT
           PERFORM BUILD-LINE-PARA
       END-IF.
*>A CHECK PAID BY THE OVERNIGHT CLEARING RUN SHOWS ITS CHECK
*>NUMBER, TAKEN BACK OUT OF THE ENTRY'S REFERENCE, AFTER THE
*>BALANCE.
 BUILD-LINE-PARA.
       MOVE THS-AMOUNT TO WS-AMT-EDIT
       MOVE THS-BAL-AFTER TO WS-BAL-EDIT
       MOVE SPACES TO WS-CHK-SHOW
       IF THS-CHECK AND THS-CHK-NO NUMERIC
           MOVE THS-CHK-NO TO WS-CHK-EDIT
           STRING ' CHK '      DELIMITED BY SIZE
                  WS-CHK-EDIT  DELIMITED BY SIZE
             INTO WS-CHK-SHOW
           END-STRING
       END-IF
       STRING THS-DATE     DELIMITED BY SIZE
              ' '           DELIMITED BY SIZE
              THS-TXN-TYPE DELIMITED BY SIZE
              WS-AMT-EDIT  DELIMITED BY SIZE
              ' BAL '       DELIMITED BY SIZE
              WS-BAL-EDIT  DELIMITED BY SIZE
              WS-CHK-SHOW  DELIMITED BY SIZE
         INTO WS-HIST-LINE(WS-HIST-COUNT)
       END-STRING.
 FILL-MAP-PARA.
