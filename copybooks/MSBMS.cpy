*>    EDITED HERE BEFORE EACH STATEMENT LINE IS STRUNG TOGETHER.
 01  WS-AMT-EDIT    PIC Z(07)9.99.
 01  WS-BAL-EDIT    PIC -(08)9.99.
*>    A PAID CHECK'S LINE CARRIES ITS CHECK NUMBER AFTER THE
*>    BALANCE, SO THE LINES ARE WIDE ENOUGH TO TAKE IT.
 01  WS-CHK-EDIT    PIC Z(09)9.
 01  WS-CHK-SHOW    PIC X(15) VALUE SPACES.
 01  WS-HIST-TABLE.
     05  WS-HIST-ENTRY OCCURS 10 TIMES.
         10  WS-HIST-LINE     PIC X(55).
*>    MSBMS MAPSET / MSTMAP SYMBOLIC MAP.
*>    THE I-MAP MIRRORS EVERY FIELD THE O-MAP CARRIES, INCLUDING
*>    THE TEN STATEMENT LINES, EVEN THOUGH MINISTMT NEVER RECEIVES
     02  FILLER          PIC X(12).
     02  STMT-LINE-I OCCURS 10 TIMES.
         03  STMT-LINEF   PIC X.
         03  STMT-LINE-IN PIC X(55).
     02  MSGL            PIC S9(4) COMP.
     02  MSGF            PIC X.
     02  MSGA REDEFINES MSGF
     02  STMT-LINE-O OCCURS 10 TIMES.
         03  FILLER      PIC X(01).
         03  STMT-LINEA  PIC X.
         03  STMT-LINED  PIC X(55).
     02  MSGA-O          PIC X.
     02  MSGO            PIC X(30).
