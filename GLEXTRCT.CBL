001130*    09/03/26  RTK   RUN-CONTROL CHECKS AGAINST THE
001140*                    P37CTLF SYSTEM CONTROL FILE AT
001150*                    INITIALIZE; COMPLETION STAMPED BACK.
001152*    10/15/26  RTK   FEEPOST SERVICE CHARGES ('FE') ARE NOW
001154*                    MONEY-MOVING ENTRIES AND GO TO THE
001156*                    LEDGER OFF THEIR OWN GLCTL ROW.
001157*    10/15/26  RTK   ESCHEAT WRITE-OFFS ('ES') GO TO THE
001158*                    UNCLAIMED-PROPERTY GL OFF THEIR OWN
001159*                    GLCTL ROW.
001161*    10/15/26  RTK   TERM DEPOSIT BREAKAGE PENALTIES ('PN')
001163*                    GO TO PENALTY INCOME OFF THEIR OWN
001165*                    GLCTL ROW.
001166*    10/15/26  RTK   P37AUDIT LAYOUT FOLLOWS THE 128-BYTE
001167*                    JOURNAL RECORD (APPROVING SUPERVISOR ID).
001169*    10/15/26  RTK   CHECKS PAID BY THE CHKCLEAR INWARD-
001171*                    CLEARING RUN ('CH') GO TO THE LEDGER
001173*                    OFF THEIR OWN GLCTL ROW.
001175*
001177*----------------------------------------------------------------*
001180*  READS THE BUSINESS DATE OFF A PARAMETER CARD AND THE GL       *
001190*  ACCOUNT MAP OFF THE GLCTL CONTROL FILE - ONE ROW PER          *
001200*  TRANSACTION TYPE (DP, WD, TF, IN, RV, FE, ES, PN, CH) WITH    *
001210*  DEBIT AND CREDIT GL ACCOUNTS AS BOOKED WHEN THE CUSTOMER'S    *
001220*  BALANCE GOES DOWN; THE EXTRACT SWAPS THE PAIR WHEN THE ENTRY  *
001230*  MOVED THE BALANCE UP, SO ONE ROW COVERS BOTH LEGS OF A        *
001240*  TRANSFER AND BOTH DIRECTIONS OF A REVERSAL.  EVERY DAY'S      *
001250*  MONEY-MOVING AUDIT ENTRY PRODUCES ONE DEBIT AND ONE CREDIT    *
001840         10  AUD-SEQNO        PIC 9(07).
001850     05  AUD-TXN-TYPE         PIC X(02).
001860         88  AUD-MONEY-TYPE       VALUES 'DP' 'WD' 'TF'
001870                                         'IN' 'RV' 'FE' 'ES'
001875                                         'PN' 'CH'.
001880     05  AUD-AMOUNT           PIC 9(09)V9(02).
001890     05  AUD-BAL-BEFORE       PIC S9(09)V9(02).
001900     05  AUD-BAL-AFTER        PIC S9(09)V9(02).
001930     05  AUD-DATE             PIC 9(08).
001940     05  AUD-TIME             PIC 9(06).
001950     05  AUD-REF              PIC X(26).
001960     05  AUD-APPR-OPID        PIC X(08).
001965     05  FILLER               PIC X(11).
001970 FD  GL-FILE
001980     LABEL RECORDS ARE STANDARD.
001990 01  GL-RECORD                 PIC X(60).
002420*----------------------------------------------------------------*
002430*  ONE ROW PER TRANSACTION TYPE OFF GLCTL - THE DEBIT AND        *
002440*  CREDIT GL ACCOUNTS FOR A BALANCE-DECREASING ENTRY OF THAT     *
002450*  TYPE.  TEN SLOTS COVERS THE NINE MONEY-MOVING TYPES -         *
002455*  DP WD TF IN RV FE ES PN CH.                                   *
002460*----------------------------------------------------------------*
002470 01  WS-CTL-TABLE.
002480     05  WS-CTL-ENTRY OCCURS 10 TIMES.
