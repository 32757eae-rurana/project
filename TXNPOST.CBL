001190*    09/03/26  RTK   RUN-CONTROL CHECKS AGAINST THE
001200*                    P37CTLF SYSTEM CONTROL FILE AT
001210*                    INITIALIZE; COMPLETION STAMPED BACK.
001212*    10/15/26  RTK   ITEMS ON A DORMANT ACCOUNT REJECT THE
001214*                    SAME AS A FROZEN ONE; A POSTED ITEM
001216*                    STAMPS THE LAST-ACTIVITY DATE.
001217*    10/15/26  RTK   P37AUDIT LAYOUT FOLLOWS THE 128-BYTE
001218*                    JOURNAL RECORD; BATCH ENTRIES CARRY NO
001219*                    APPROVING SUPERVISOR.
001221*    10/15/26  RTK   P37AUDIT ENTRIES CLEAR THE HOLD FLAG
001223*                    AND HOLD DATE.
001225*
001230*----------------------------------------------------------------*
001240*  READS THE POSTING DATE AND CHECKPOINT INTERVAL OFF A          *
001250*  PARAMETER CARD, THEN APPLIES THE TXNIN FILE OF DEPOSIT AND    *
002090         88  CUS-ACTIVE           VALUE 'A'.
002100         88  CUS-FROZEN           VALUE 'F'.
002110         88  CUS-CLOSED           VALUE 'C'.
002115         88  CUS-DORMANT          VALUE 'D'.
002120     05  CUS-BALANCE          PIC S9(09)V9(02).
002130     05  CUS-LAST-TXNREF      PIC X(26).
002140     05  CUS-TXN-SEQ          PIC 9(07).
002180     05  CUS-HOLD-AMT         PIC 9(09)V9(02).
002190     05  CUS-HOLD-DATE        PIC 9(08).
002200     05  CUS-OD-LIMIT         PIC 9(09)V9(02).
002205     05  CUS-LAST-ACT-DATE    PIC 9(08).
002210     05  FILLER               PIC X(01).
002220 FD  HIST-FILE
002230     LABEL RECORDS ARE STANDARD.
002240 01  WS-HIST-RECORD.
002490     05  AUD-DATE             PIC 9(08).
002500     05  AUD-TIME             PIC 9(06).
002510     05  AUD-REF              PIC X(26).
002520     05  AUD-APPR-OPID        PIC X(08).
002522     05  AUD-HOLD-FLAG        PIC X(01).
002524     05  AUD-HOLD-DATE        PIC 9(08).
002526     05  FILLER               PIC X(02).
002530 FD  REJECT-FILE
002540     LABEL RECORDS ARE OMITTED.
002550 01  REJECT-RECORD.
007010     END-IF.
007020     MOVE THS-TERMID      TO AUD-TERMID.
007030     MOVE 'TXNPOST'       TO AUD-OPID.
007035     MOVE SPACES          TO AUD-APPR-OPID.
007036     MOVE SPACES          TO AUD-HOLD-FLAG.
007037     MOVE ZERO            TO AUD-HOLD-DATE.
007040     MOVE THS-DATE        TO AUD-DATE.
007050     MOVE THS-TIME        TO AUD-TIME.
007060     MOVE THS-REF         TO AUD-REF.
007870         MOVE 'N' TO WS-STATUS-OK
007880         GO TO 2400-EXIT
007890     END-IF.
007891     IF CUS-DORMANT
007892         MOVE 'ACCOUNT DORMANT' TO WS-REJ-REASON
007893         MOVE 'N' TO WS-STATUS-OK
007894         GO TO 2400-EXIT
007895     END-IF.
007900     IF TXI-WITHDRAWAL
007910         IF TXI-AMOUNT > CUS-BALANCE + CUS-OD-LIMIT
007920             MOVE 'INSUFFICIENT FUNDS' TO WS-REJ-REASON
008250     END-IF.
008260     MOVE WS-NEW-BALANCE TO CUS-BALANCE.
008270     MOVE WS-TXN-REF TO CUS-LAST-TXNREF.
008275     MOVE PARM-POST-DATE TO CUS-LAST-ACT-DATE.
008280     ADD 1 TO CUS-TXN-SEQ.
008290     REWRITE WS-RECORD
008300         INVALID KEY
008710     MOVE WS-NEW-BALANCE  TO AUD-BAL-AFTER.
008720     MOVE TXI-TERMID      TO AUD-TERMID.
008730     MOVE 'TXNPOST'       TO AUD-OPID.
008735     MOVE SPACES          TO AUD-APPR-OPID.
008736     MOVE SPACES          TO AUD-HOLD-FLAG.
008737     MOVE ZERO            TO AUD-HOLD-DATE.
008740     MOVE PARM-POST-DATE  TO AUD-DATE.
008750     MOVE WS-CUR-TIME     TO AUD-TIME.
008760     MOVE WS-TXN-REF      TO AUD-REF.
