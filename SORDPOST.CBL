001120*    09/03/26  RTK   RUN-CONTROL CHECKS AGAINST THE
001130*                    P37CTLF SYSTEM CONTROL FILE AT
001140*                    INITIALIZE; COMPLETION STAMPED BACK.
001141*    10/15/26  RTK   MASTER LAYOUT NOW CARRIES THE
001142*                    LAST-ACTIVITY DATE AND THE DORMANT
001143*                    STATUS.  ORDERS KEEP RUNNING ON A
001144*                    DORMANT ACCOUNT AND DO NOT COUNT AS
001145*                    CUSTOMER ACTIVITY.
001146*    10/15/26  RTK   P37AUDIT LAYOUT FOLLOWS THE 128-BYTE
001147*                    JOURNAL RECORD; BATCH ENTRIES CARRY NO
001148*                    APPROVING SUPERVISOR.
001150*    10/15/26  RTK   EACH EXCEPTION ALSO GOES TO THE NEW
001152*                    SORDNTC EXTRACT FOR THE NIGHTLY
001154*                    CUSTOMER NOTICES RUN.
001155*    10/15/26  RTK   P37AUDIT ENTRIES CLEAR THE HOLD FLAG
001156*                    AND HOLD DATE.
001157*
001160*----------------------------------------------------------------*
001170*  READS THE POSTING DATE OFF A PARAMETER CARD, THEN WALKS THE   *
001180*  STANDING-ORDER FILE IN KEY SEQUENCE AND EXECUTES EVERY ORDER  *
001630     SELECT EXCEPT-FILE ASSIGN TO SORDEXC
001640         ORGANIZATION IS LINE SEQUENTIAL
001650         FILE STATUS IS WS-EXCEPT-STATUS.
001652     SELECT NOTICE-FILE ASSIGN TO SORDNTC
001654         ORGANIZATION IS SEQUENTIAL
001656         FILE STATUS IS WS-NOTICE-STATUS.
001660     SELECT CTL-FILE ASSIGN TO P37CTLF
001670         ORGANIZATION IS INDEXED
001680         ACCESS MODE IS RANDOM
001990         88  CUS-ACTIVE           VALUE 'A'.
002000         88  CUS-FROZEN           VALUE 'F'.
002010         88  CUS-CLOSED           VALUE 'C'.
002015         88  CUS-DORMANT          VALUE 'D'.
002020     05  CUS-BALANCE          PIC S9(09)V9(02).
002030     05  CUS-LAST-TXNREF      PIC X(26).
002040     05  CUS-TXN-SEQ          PIC 9(07).
002080     05  CUS-HOLD-AMT         PIC 9(09)V9(02).
002090     05  CUS-HOLD-DATE        PIC 9(08).
002100     05  CUS-OD-LIMIT         PIC 9(09)V9(02).
002105     05  CUS-LAST-ACT-DATE    PIC 9(08).
002110     05  FILLER               PIC X(01).
002120 FD  HIST-FILE
002130     LABEL RECORDS ARE STANDARD.
002140 01  WS-HIST-RECORD.
002390     05  AUD-DATE             PIC 9(08).
002400     05  AUD-TIME             PIC 9(06).
002410     05  AUD-REF              PIC X(26).
002420     05  AUD-APPR-OPID        PIC X(08).
002422     05  AUD-HOLD-FLAG        PIC X(01).
002424     05  AUD-HOLD-DATE        PIC 9(08).
002426     05  FILLER               PIC X(02).
002430 FD  EXCEPT-FILE
002440     LABEL RECORDS ARE OMITTED.
002450 01  EXCEPT-RECORD             PIC X(132).
002451*----------------------------------------------------------------*
002452*  ONE RECORD PER EXCEPTION FOR THE NIGHTLY CUSTOMER NOTICES     *
002453*  RUN, WHICH WRITES TO THE HOLDER OF THE DEBIT ACCOUNT.         *
002454*  WRITTEN IN P37SORDR KEY ORDER - ACCOUNT ORDER.  80 BYTES.     *
002455*----------------------------------------------------------------*
002456 FD  NOTICE-FILE
002457     LABEL RECORDS ARE STANDARD.
002458 01  NOTICE-RECORD.
002459     05  SXT-POST-DATE        PIC 9(08).
002460     05  SXT-ACCNO            PIC 9(15).
002461     05  SXT-ORDNO            PIC 9(03).
002462     05  SXT-TO-ACCNO         PIC 9(15).
002463     05  SXT-AMOUNT           PIC 9(05)V9(02).
002464     05  SXT-REASON           PIC X(30).
002465     05  FILLER               PIC X(02).
002466 FD  CTL-FILE
002470     LABEL RECORDS ARE STANDARD.
002480 01  WS-CTL-RECORD.
002490     05  CTL-KEY              PIC X(08).
002620 77  WS-HIST-STATUS            PIC X(02) VALUE '00'.
002630 77  WS-AUDIT-STATUS           PIC X(02) VALUE '00'.
002640 77  WS-EXCEPT-STATUS          PIC X(02) VALUE '00'.
002645 77  WS-NOTICE-STATUS          PIC X(02) VALUE '00'.
002650 77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
002660     88  SORD-EOF                  VALUE 'Y'.
002670 77  WS-OPEN-FAIL-SW           PIC X(01) VALUE 'N'.
003790     OPEN I-O HIST-FILE.
003800     OPEN I-O AUDIT-FILE.
003810     OPEN OUTPUT EXCEPT-FILE.
003815     OPEN OUTPUT NOTICE-FILE.
003820     IF WS-SORD-STATUS NOT = '00'
003830         DISPLAY 'SORDPOST - UNABLE TO OPEN P37SORD, STATUS = '
003840             WS-SORD-STATUS
004090         MOVE 'Y' TO WS-EOF-SW
004100         MOVE 'Y' TO WS-OPEN-FAIL-SW
004110     END-IF.
004111     IF WS-NOTICE-STATUS NOT = '00'
004112         DISPLAY 'SORDPOST - UNABLE TO OPEN SORDNTC, STATUS = '
004113             WS-NOTICE-STATUS
004114         MOVE 'Y' TO WS-EOF-SW
004115         MOVE 'Y' TO WS-OPEN-FAIL-SW
004116     END-IF.
004120     IF NOT SORD-EOF
004130         MOVE PARM-POST-DATE TO EH-POST-DATE
004140         WRITE EXCEPT-RECORD FROM WS-EXC-HEADING-1
007560     MOVE WS-DR-NEW-BAL   TO AUD-BAL-AFTER.
007570     MOVE 'BTCH'          TO AUD-TERMID.
007580     MOVE 'SORDPOST'      TO AUD-OPID.
007585     MOVE SPACES          TO AUD-APPR-OPID.
007586     MOVE SPACES          TO AUD-HOLD-FLAG.
007587     MOVE ZERO            TO AUD-HOLD-DATE.
007590     MOVE PARM-POST-DATE  TO AUD-DATE.
007600     MOVE WS-CUR-TIME     TO AUD-TIME.
007610     MOVE WS-TXN-REF      TO AUD-REF.
008200     MOVE WS-CR-NEW-BAL   TO AUD-BAL-AFTER.
008210     MOVE 'BTCH'          TO AUD-TERMID.
008220     MOVE 'SORDPOST'      TO AUD-OPID.
008225     MOVE SPACES          TO AUD-APPR-OPID.
008226     MOVE SPACES          TO AUD-HOLD-FLAG.
008227     MOVE ZERO            TO AUD-HOLD-DATE.
008230     MOVE PARM-POST-DATE  TO AUD-DATE.
008240     MOVE WS-CUR-TIME     TO AUD-TIME.
008250     MOVE WS-TXN-REF      TO AUD-REF.
008720     MOVE SOR-AMOUNT   TO EX-AMOUNT.
008730     MOVE WS-EXC-REASON TO EX-REASON.
008740     WRITE EXCEPT-RECORD FROM WS-EXC-LINE.
008741     MOVE SPACES        TO NOTICE-RECORD.
008742     MOVE PARM-POST-DATE TO SXT-POST-DATE.
008743     MOVE SOR-ACCNO     TO SXT-ACCNO.
008744     MOVE SOR-ORDNO     TO SXT-ORDNO.
008745     MOVE SOR-TO-ACCNO  TO SXT-TO-ACCNO.
008746     MOVE SOR-AMOUNT    TO SXT-AMOUNT.
008747     MOVE WS-EXC-REASON TO SXT-REASON.
008748     WRITE NOTICE-RECORD.
008749     IF WS-NOTICE-STATUS NOT = '00'
008750         DISPLAY 'SORDPOST - SORDNTC WRITE FAILED, ACCT '
008751             SOR-ACCNO
008752     END-IF.
008753     ADD 1 TO WS-EXC-COUNT.
008760 2900-EXIT.
008770     EXIT.
008780 3000-FINALIZE.
008930     CLOSE HIST-FILE.
008940     CLOSE AUDIT-FILE.
008950     CLOSE EXCEPT-FILE.
008955     CLOSE NOTICE-FILE.
008960     PERFORM 1060-STAMP-COMPLETE THRU 1060-EXIT.
008970 9999-EXIT.
008980     EXIT.
