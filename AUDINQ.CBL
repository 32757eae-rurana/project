           END-IF
       END-IF.
*>FORMAT ONE JOURNAL ENTRY ONTO ITS TWO PAGE LINES AND REMEMBER
*>THE FIRST AND NEXT KEYS FOR THE PAGING FIELDS.  AN OVER-LIMIT
*>POSTING A SUPERVISOR RELEASED OFF THE APPROVAL QUEUE SHOWS THAT
*>SUPERVISOR AT THE END OF THE SECOND LINE.
 TAKE-ENTRY-PARA.
       ADD 1 TO WS-PAGE-COUNT
       IF WS-PAGE-COUNT = 1
         INTO WS-PAGE-LINE(WS-LINE-IDX)
       END-STRING
       ADD 1 TO WS-LINE-IDX
       MOVE SPACES TO WS-APPR-TAG
       IF AUD-APPR-OPID NOT = SPACES
           STRING 'APPR '       DELIMITED BY SIZE
                  AUD-APPR-OPID DELIMITED BY SIZE
             INTO WS-APPR-TAG
           END-STRING
       END-IF
       STRING '  '         DELIMITED BY SIZE
              AUD-TERMID   DELIMITED BY SIZE
              ' '          DELIMITED BY SIZE
              AUD-REF      DELIMITED BY SIZE
              ' '          DELIMITED BY SIZE
              AUD-SEQNO    DELIMITED BY SIZE
              ' '          DELIMITED BY SIZE
              WS-APPR-TAG  DELIMITED BY SIZE
         INTO WS-PAGE-LINE(WS-LINE-IDX)
       END-STRING
       MOVE AUD-ACCNO TO NXTACCTO
