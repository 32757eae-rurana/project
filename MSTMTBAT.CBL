001250*    09/03/26  RTK   RUN-CONTROL CHECKS AGAINST THE
001260*                    P37CTLF SYSTEM CONTROL FILE AT
001270*                    INITIALIZE; COMPLETION STAMPED BACK.
001272*    10/15/26  RTK   MASTER LAYOUT NOW CARRIES THE
001274*                    LAST-ACTIVITY DATE AND THE DORMANT
001276*                    STATUS.
001277*    10/15/26  RTK   CHECKS PAID BY THE CHKCLEAR INWARD-
001278*                    CLEARING RUN PRINT THEIR CHECK NUMBER,
001279*                    TAKEN OFF THE ENTRY'S REFERENCE.
001280*    10/15/26  RTK   P37CFILE NOW KEYED BY CUSTOMER NUMBER.
001281*                    PRINT EVERY ACTIVE HOLDER OF THE ACCOUNT
001282*                    OFF THE NEW P37RELF RELATIONSHIP FILE,
001283*                    PRIMARY FIRST, WITH THE PRIMARY HOLDER'S
001284*                    ADDRESS.
001285*
001290*----------------------------------------------------------------*
001300*  READS THE PERIOD START/END DATE OFF A PARAMETER CARD, THEN    *
001310*  WALKS P37THIST IN KEY SEQUENCE (ACCOUNT, THEN SEQUENCE) AND   *
001600     SELECT CUST-FILE ASSIGN TO P37CFIL
001610         ORGANIZATION IS INDEXED
001620         ACCESS MODE IS RANDOM
001630         RECORD KEY IS CIF-CUSTNO
001640         FILE STATUS IS WS-CUST-STATUS.
001641     SELECT REL-FILE ASSIGN TO P37RELF
001642         ORGANIZATION IS INDEXED
001643         ACCESS MODE IS DYNAMIC
001644         RECORD KEY IS REL-KEY
001645         FILE STATUS IS WS-REL-STATUS.
001650     SELECT REPORT-FILE ASSIGN TO STMTRPT
001660         ORGANIZATION IS LINE SEQUENTIAL
001670         FILE STATUS IS WS-REPORT-STATUS.
001870     05  THS-TXN-TYPE         PIC X(02).
001880         88  THS-DEPOSIT          VALUE 'DP'.
001890         88  THS-WITHDRAWAL       VALUE 'WD'.
001895         88  THS-CHECK            VALUE 'CH'.
001900     05  THS-AMOUNT           PIC 9(09)V9(02).
001910     05  THS-BAL-AFTER        PIC S9(09)V9(02).
001920     05  THS-DATE             PIC 9(08).
001930     05  THS-TIME             PIC 9(06).
001940     05  THS-TERMID           PIC X(04).
001950     05  THS-REF              PIC X(26).
001951     05  THS-CHK-REF REDEFINES THS-REF.
001952         10  THS-CHK-DATE     PIC 9(08).
001953         10  THS-CHK-TAG      PIC X(02).
001954         10  THS-CHK-NO       PIC 9(10).
001955         10  THS-CHK-ITEM     PIC 9(06).
001960     05  THS-DR-CR            PIC X(01).
001970         88  THS-CREDIT           VALUE 'C'.
001980         88  THS-DEBIT            VALUE 'D'.
002110     05  CUS-HOLD-AMT         PIC 9(09)V9(02).
002120     05  CUS-HOLD-DATE        PIC 9(08).
002130     05  CUS-OD-LIMIT         PIC 9(09)V9(02).
002135     05  CUS-LAST-ACT-DATE    PIC 9(08).
002140     05  FILLER               PIC X(01).
002150 FD  CUST-FILE
002160     LABEL RECORDS ARE STANDARD.
002170 01  WS-CUST-RECORD.
002180     05  CIF-CUSTNO           PIC 9(10).
002190     05  CIF-NAME             PIC X(30).
002200     05  CIF-ADDR1            PIC X(30).
002210     05  CIF-ADDR2            PIC X(30).
002220     05  CIF-ADDR3            PIC X(30).
002230     05  CIF-PHONE            PIC X(15).
002240     05  FILLER               PIC X(15).
002241 FD  REL-FILE
002242     LABEL RECORDS ARE STANDARD.
002243 01  WS-REL-RECORD.
002244     05  REL-KEY.
002245         10  REL-ACCNO        PIC 9(15).
002246         10  REL-CUSTNO       PIC 9(10).
002247     05  REL-ROLE             PIC X(01).
002248         88  REL-PRIMARY          VALUE 'P'.
002249     05  REL-STATUS           PIC X(01).
002250         88  REL-ACTIVE           VALUE 'A'.
002251     05  FILLER               PIC X(42).
002252 FD  REPORT-FILE
002260     LABEL RECORDS ARE OMITTED.
002270 01  REPORT-RECORD             PIC X(132).
002280 FD  CTL-FILE
002420 77  WS-HIST-STATUS            PIC X(02) VALUE '00'.
002430 77  WS-MASTER-STATUS          PIC X(02) VALUE '00'.
002440 77  WS-CUST-STATUS            PIC X(02) VALUE '00'.
002442 77  WS-REL-STATUS             PIC X(02) VALUE '00'.
002444 77  WS-REL-EOF-SW             PIC X(01) VALUE 'N'.
002446     88  REL-EOF                   VALUE 'Y'.
002450 77  WS-REPORT-STATUS          PIC X(02) VALUE '00'.
002460 77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
002470     88  HIST-EOF                  VALUE 'Y'.
002550     88  MASTER-FOUND              VALUE 'Y'.
002560 77  WS-CUST-FOUND-SW          PIC X(01) VALUE 'N'.
002570     88  CUST-FOUND                VALUE 'Y'.
002571 77  WS-HOLDER-MAX             PIC 9(02) COMP VALUE 10.
002572 77  WS-HOLDER-CNT             PIC 9(02) COMP VALUE ZERO.
002573 77  WS-HOLDER-IDX             PIC 9(02) COMP VALUE ZERO.
002580 77  WS-PREV-ACCNO             PIC 9(15) VALUE ZERO.
002590 77  WS-DIRECTION              PIC X(01) VALUE 'D'.
002600*----------------------------------------------------------------*
002720 77  WS-CLOSE-BAL              PIC S9(09)V9(02) VALUE ZERO.
002730 77  WS-STMT-COUNT             PIC 9(05) COMP VALUE ZERO.
002740 77  WS-LINE-COUNT             PIC 9(07) COMP VALUE ZERO.
002741*----------------------------------------------------------------*
002742*  THE ACCOUNT'S ACTIVE HOLDERS OFF P37RELF, PRIMARY FIRST, AND  *
002743*  THE ADDRESS THE STATEMENT GOES TO (THE FIRST HOLDER'S).       *
002744*----------------------------------------------------------------*
002745 01  WS-HOLDER-TABLE.
002746     05  WS-HOLDER-CUSTNO      PIC 9(10) OCCURS 10 TIMES.
002747 01  WS-ADDR-BLOCK.
002748     05  WS-ADDR-LINE          PIC X(30) OCCURS 3 TIMES.
002750 01  WS-HEADING-LINE-1.
002760     05  FILLER                PIC X(30) VALUE SPACES.
002770     05  FILLER                PIC X(30)
003030     05  DL-AMOUNT             PIC Z(08)9.99.
003040     05  FILLER                PIC X(02) VALUE SPACES.
003050     05  DL-BALANCE            PIC -(09)9.99.
003052     05  FILLER                PIC X(02) VALUE SPACES.
003054     05  DL-CHK-LABEL          PIC X(06).
003056     05  DL-CHK-NO             PIC Z(09)9 BLANK WHEN ZERO.
003060 01  WS-CLOSE-LINE.
003070     05  FILLER                PIC X(01) VALUE SPACES.
003080     05  FILLER            PIC X(18) VALUE 'CLOSING BALANCE  '.
003510     OPEN INPUT HIST-FILE.
003520     OPEN INPUT MASTER-FILE.
003530     OPEN INPUT CUST-FILE.
003535     OPEN INPUT REL-FILE.
003540     OPEN OUTPUT REPORT-FILE.
003550     IF WS-HIST-STATUS NOT = '00'
003560         DISPLAY 'MSTMTBAT - UNABLE TO OPEN P37THST, STATUS = '
003700         MOVE 'Y' TO WS-EOF-SW
003710         MOVE 'Y' TO WS-OPEN-FAIL-SW
003720     END-IF.
003721     IF WS-REL-STATUS NOT = '00'
003722         DISPLAY 'MSTMTBAT - UNABLE TO OPEN P37RELF, STATUS = '
003723             WS-REL-STATUS
003724         MOVE 'Y' TO WS-EOF-SW
003725         MOVE 'Y' TO WS-OPEN-FAIL-SW
003726     END-IF.
003730     IF WS-REPORT-STATUS NOT = '00'
003740         DISPLAY 'MSTMTBAT - UNABLE TO OPEN STMTRPT, STATUS = '
003750             WS-REPORT-STATUS
005850     WRITE REPORT-RECORD FROM WS-OPEN-LINE.
005860 2120-EXIT.
005870     EXIT.
005873*----------------------------------------------------------------*
005876*  PRINT THE NAME-AND-ADDRESS BLOCK UNDER THE ACCOUNT NUMBER -   *
005879*  EVERY ACTIVE HOLDER ON P37RELF, PRIMARY FIRST, EACH NAME OFF  *
005882*  P37CFILE, THEN THE PRIMARY HOLDER'S ADDRESS, SKIPPING ADDRESS *
005885*  LINES LEFT BLANK, SO THE STATEMENT SHOWS THROUGH A WINDOW     *
005888*  ENVELOPE.  AN ACCOUNT WITH NO HOLDER ON FILE YET PRINTS THE   *
005891*  WAY IT ALWAYS DID.                                            *
005894*----------------------------------------------------------------*
005897 2130-PRINT-NAME-ADDR.
005900     MOVE ZERO TO WS-HOLDER-CNT.
005903     MOVE SPACES TO WS-ADDR-BLOCK.
005906     MOVE 'N' TO WS-REL-EOF-SW.
005909     MOVE THS-ACCNO TO REL-ACCNO.
005912     MOVE ZERO TO REL-CUSTNO.
005915     START REL-FILE KEY IS NOT LESS THAN REL-KEY
005918         INVALID KEY
005921             MOVE 'Y' TO WS-REL-EOF-SW
005924     END-START.
005927     PERFORM 2131-READ-HOLDER THRU 2131-EXIT
005930         UNTIL REL-EOF.
005933     MOVE ZERO TO WS-HOLDER-IDX.
005936     PERFORM 2132-PRINT-HOLDER THRU 2132-EXIT
005939         UNTIL WS-HOLDER-IDX NOT < WS-HOLDER-CNT.
005942     IF WS-ADDR-LINE (1) NOT = SPACES
005945         MOVE WS-ADDR-LINE (1) TO CU-TEXT
005948         WRITE REPORT-RECORD FROM WS-CUST-LINE
005951     END-IF.
005954     IF WS-ADDR-LINE (2) NOT = SPACES
005957         MOVE WS-ADDR-LINE (2) TO CU-TEXT
005960         WRITE REPORT-RECORD FROM WS-CUST-LINE
005963     END-IF.
005966     IF WS-ADDR-LINE (3) NOT = SPACES
005969         MOVE WS-ADDR-LINE (3) TO CU-TEXT
005972         WRITE REPORT-RECORD FROM WS-CUST-LINE
005975     END-IF.
005978 2130-EXIT.
005981     EXIT.
005984 2131-READ-HOLDER.
005987     READ REL-FILE NEXT RECORD
005990         AT END
005993             MOVE 'Y' TO WS-REL-EOF-SW
005996             GO TO 2131-EXIT
005999     END-READ.
006002     IF REL-ACCNO NOT = THS-ACCNO
006005         MOVE 'Y' TO WS-REL-EOF-SW
006008         GO TO 2131-EXIT
006011     END-IF.
006014     IF NOT REL-ACTIVE
006017         GO TO 2131-EXIT
006020     END-IF.
006023*    THE PRIMARY HOLDER TAKES THE FIRST SLOT; WHOEVER HELD IT
006026*    MOVES TO THE END.
006029     IF REL-PRIMARY
006032         IF WS-HOLDER-CNT < WS-HOLDER-MAX
006035             ADD 1 TO WS-HOLDER-CNT
006038         END-IF
006041         IF WS-HOLDER-CNT > 1
006044             MOVE WS-HOLDER-CUSTNO (1)
006047                 TO WS-HOLDER-CUSTNO (WS-HOLDER-CNT)
006050         END-IF
006053         MOVE REL-CUSTNO TO WS-HOLDER-CUSTNO (1)
006056         GO TO 2131-EXIT
006059     END-IF.
006062     IF WS-HOLDER-CNT < WS-HOLDER-MAX
006065         ADD 1 TO WS-HOLDER-CNT
006068         MOVE REL-CUSTNO TO WS-HOLDER-CUSTNO (WS-HOLDER-CNT)
006071     END-IF.
006074 2131-EXIT.
006077     EXIT.
006080 2132-PRINT-HOLDER.
006083     ADD 1 TO WS-HOLDER-IDX.
006086     MOVE WS-HOLDER-CUSTNO (WS-HOLDER-IDX) TO CIF-CUSTNO.
006089     MOVE 'N' TO WS-CUST-FOUND-SW.
006092     READ CUST-FILE
006095         INVALID KEY
006098             MOVE 'N' TO WS-CUST-FOUND-SW
006101         NOT INVALID KEY
006104             MOVE 'Y' TO WS-CUST-FOUND-SW
006107     END-READ.
006110     IF NOT CUST-FOUND
006113         GO TO 2132-EXIT
006116     END-IF.
006119     MOVE CIF-NAME TO CU-TEXT.
006122     WRITE REPORT-RECORD FROM WS-CUST-LINE.
006125     IF WS-HOLDER-IDX = 1
006128         MOVE CIF-ADDR1 TO WS-ADDR-LINE (1)
006131         MOVE CIF-ADDR2 TO WS-ADDR-LINE (2)
006134         MOVE CIF-ADDR3 TO WS-ADDR-LINE (3)
006137     END-IF.
006140 2132-EXIT.
006143     EXIT.
006210 2200-PRINT-DETAIL-LINE.
006220     MOVE THS-DATE TO DL-DATE.
006230     MOVE THS-TXN-TYPE TO DL-TXN-TYPE.
006240     MOVE THS-AMOUNT TO DL-AMOUNT.
006250     MOVE THS-BAL-AFTER TO DL-BALANCE.
006251     IF THS-CHECK AND THS-CHK-NO NUMERIC
006252         MOVE 'CHECK ' TO DL-CHK-LABEL
006253         MOVE THS-CHK-NO TO DL-CHK-NO
006254     ELSE
006255         MOVE SPACES TO DL-CHK-LABEL
006256         MOVE ZERO TO DL-CHK-NO
006257     END-IF.
006260     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
006270 2200-EXIT.
006280     EXIT.
006750     CLOSE HIST-FILE.
006760     CLOSE MASTER-FILE.
006770     CLOSE CUST-FILE.
006775     CLOSE REL-FILE.
006780     CLOSE REPORT-FILE.
006790     PERFORM 1060-STAMP-COMPLETE THRU 1060-EXIT.
006800 9999-EXIT.
