               PROGRAM('DRAWDEC')
               COMMAREA(WS-CA)
           END-EXEC
       WHEN 16
           MOVE 'MENU' TO WS-CA-FROM-PGM
           EXEC CICS XCTL
               PROGRAM('OVRAPPR')
               COMMAREA(WS-CA)
           END-EXEC
       WHEN 17
           MOVE 'MENU' TO WS-CA-FROM-PGM
           EXEC CICS XCTL
               PROGRAM('STOPPAY')
               COMMAREA(WS-CA)
           END-EXEC
       WHEN 18
           MOVE 'MENU' TO WS-CA-FROM-PGM
           EXEC CICS XCTL
               PROGRAM('CUSTINQ')
               COMMAREA(WS-CA)
           END-EXEC
       WHEN OTHER
           MOVE 'INVALID OPTION! PLEASE ENTER VALID OPTION' TO MSGO
       END-EVALUATE.
