001210*    09/03/26  RTK   RUN-CONTROL CHECKS AGAINST THE
001220*                    P37CTLF SYSTEM CONTROL FILE AT
001230*                    INITIALIZE; COMPLETION STAMPED BACK.
001233*    10/15/26  RTK   DORMANT ACCOUNTS EARN AND PAY INTEREST
001236*                    THE SAME AS ACTIVE ONES.
001237*    10/15/26  RTK   EACH RUN'S REGISTER TOTALS ALSO GO OUT
001238*                    AS ONE CONTROL RECORD ON INTTOT FOR
001239*                    THE YEAR-END 1099-INT TIE-OUT.
001241*    10/15/26  RTK   TERM DEPOSIT ('TD') ACCOUNTS EARN NO
001243*                    MONTHLY INTEREST - THE TDMATUR RUN PAYS
001245*                    THEIR CONTRACT RATE AT MATURITY.
001246*    10/15/26  RTK   P37AUDIT LAYOUT FOLLOWS THE 128-BYTE
001247*                    JOURNAL RECORD; BATCH ENTRIES CARRY NO
001248*                    APPROVING SUPERVISOR.
001250*    10/15/26  RTK   P37AUDIT ENTRIES CLEAR THE HOLD FLAG
001252*                    AND HOLD DATE.
001254*
001256*----------------------------------------------------------------*
001260*  READS THE RATE TABLE OFF RATETBL - ONE ROW PER PRODUCT AND    *
001270*  BALANCE BAND, EACH CARRYING THE BAND FLOOR AND THE ANNUAL     *
001280*  RATE (99V9999, PER CENT) - THEN WALKS P37AFILE IN KEY         *
001680     SELECT REPORT-FILE ASSIGN TO INTRPT
001690         ORGANIZATION IS LINE SEQUENTIAL
001700         FILE STATUS IS WS-REPORT-STATUS.
001702     SELECT TOTAL-FILE ASSIGN TO INTTOT
001704         ORGANIZATION IS SEQUENTIAL
001706         FILE STATUS IS WS-TOTAL-STATUS.
001710     SELECT CTL-FILE ASSIGN TO P37CTLF
001720         ORGANIZATION IS INDEXED
001730         ACCESS MODE IS RANDOM
001900         88  CUS-ACTIVE           VALUE 'A'.
001910         88  CUS-FROZEN           VALUE 'F'.
001920         88  CUS-CLOSED           VALUE 'C'.
001925         88  CUS-DORMANT          VALUE 'D'.
001930     05  CUS-BALANCE          PIC S9(09)V9(02).
001940     05  CUS-LAST-TXNREF      PIC X(26).
001950     05  CUS-TXN-SEQ          PIC 9(07).
001990         88  CUS-PROD-SAVINGS     VALUE 'SV'.
002000         88  CUS-PROD-CHECKING    VALUE 'CK'.
002010         88  CUS-PROD-LEGACY      VALUE SPACES.
002015         88  CUS-PROD-TERM        VALUE 'TD'.
002020     05  CUS-HOLD-AMT         PIC 9(09)V9(02).
002030     05  CUS-HOLD-DATE        PIC 9(08).
002040     05  CUS-OD-LIMIT         PIC 9(09)V9(02).
002045     05  CUS-LAST-ACT-DATE    PIC 9(08).
002050     05  FILLER               PIC X(01).
002060 FD  HIST-FILE
002070     LABEL RECORDS ARE STANDARD.
002080 01  WS-HIST-RECORD.
002330     05  AUD-DATE             PIC 9(08).
002340     05  AUD-TIME             PIC 9(06).
002350     05  AUD-REF              PIC X(26).
002360     05  AUD-APPR-OPID        PIC X(08).
002362     05  AUD-HOLD-FLAG        PIC X(01).
002364     05  AUD-HOLD-DATE        PIC 9(08).
002366     05  FILLER               PIC X(02).
002370 FD  REPORT-FILE
002380     LABEL RECORDS ARE OMITTED.
002390 01  REPORT-RECORD             PIC X(132).
002391*----------------------------------------------------------------*
002392*  ONE CONTROL-TOTAL RECORD PER RUN - THE REGISTER'S OWN TOTALS  *
002393*  IN A FORM THE YEAR-END TAX RUN CAN READ BACK, SO REPORTABLE   *
002394*  INTEREST TIES TO WHAT WAS POSTED WITHOUT RE-KEYING INTRPT.    *
002395*----------------------------------------------------------------*
002396 FD  TOTAL-FILE
002397     LABEL RECORDS ARE STANDARD.
002398 01  INT-TOTAL-RECORD.
002399     05  ITR-POST-DATE        PIC 9(08).
002400     05  ITR-BUS-DATE         PIC 9(08).
002401     05  ITR-POST-COUNT       PIC 9(07).
002402     05  ITR-TOTAL-INT        PIC 9(11)V9(02).
002403     05  ITR-TOTAL-ODI        PIC 9(11)V9(02).
002404     05  FILLER               PIC X(11).
002405 FD  CTL-FILE
002410     LABEL RECORDS ARE STANDARD.
002420 01  WS-CTL-RECORD.
002430     05  CTL-KEY              PIC X(08).
002550 77  WS-HIST-STATUS            PIC X(02) VALUE '00'.
002560 77  WS-AUDIT-STATUS           PIC X(02) VALUE '00'.
002570 77  WS-REPORT-STATUS          PIC X(02) VALUE '00'.
002575 77  WS-TOTAL-STATUS           PIC X(02) VALUE '00'.
002580 77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
002590     88  MASTER-EOF                VALUE 'Y'.
002600 77  WS-OPEN-FAIL-SW           PIC X(01) VALUE 'N'.
003750     OPEN I-O HIST-FILE.
003760     OPEN I-O AUDIT-FILE.
003770     OPEN OUTPUT REPORT-FILE.
003775     OPEN OUTPUT TOTAL-FILE.
003780     IF WS-MASTER-STATUS NOT = '00'
003790         DISPLAY 'INTPOST - UNABLE TO OPEN P37AFIL, STATUS = '
003800             WS-MASTER-STATUS
003990         MOVE 'Y' TO WS-EOF-SW
004000         MOVE 'Y' TO WS-OPEN-FAIL-SW
004010     END-IF.
004011     IF WS-TOTAL-STATUS NOT = '00'
004012         DISPLAY 'INTPOST - UNABLE TO OPEN INTTOT, STATUS = '
004013             WS-TOTAL-STATUS
004014         MOVE 'Y' TO WS-EOF-SW
004015         MOVE 'Y' TO WS-OPEN-FAIL-SW
004016     END-IF.
004020     IF NOT MASTER-EOF
004030         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
004040         PERFORM 1200-READ-MASTER THRU 1200-EXIT
005540*----------------------------------------------------------------*
005550*  ONE MONTH'S INTEREST ON EACH ACTIVE ACCOUNT, AT THE RATE OF  *
005560*  THE HIGHEST BALANCE BAND THE ACCOUNT'S OWN PRODUCT REACHES.   *
005563*  A DORMANT ACCOUNT KEEPS EARNING (AND IS NOT MADE ACTIVE BY    *
005566*  IT - INTEREST IS NOT CUSTOMER ACTIVITY).                      *
005570*  FROZEN AND CLOSED ACCOUNTS EARN NOTHING, CHECKING ACCOUNTS    *
005580*  EARN NOTHING BY DESIGN, AND AN ACCOUNT WHOSE COMPUTED         *
005590*  INTEREST ROUNDS TO ZERO IS LEFT ENTIRELY ALONE SO THE        *
005600*  HISTORY DOES NOT FILL WITH ZERO-VALUE ENTRIES.                *
005603*  TERM DEPOSITS ARE PASSED BY - THEY EARN THEIR CONTRACT RATE   *
005606*  AT MATURITY FROM THE NIGHTLY TDMATUR RUN.                     *
005610*----------------------------------------------------------------*
005620 2000-PROCESS-MASTER.
005630     ADD 1 TO WS-READ-COUNT.
005640     IF (CUS-ACTIVE OR CUS-DORMANT) AND CUS-BALANCE > ZERO
005650             AND NOT CUS-PROD-CHECKING
005655             AND NOT CUS-PROD-TERM
005660         PERFORM 2050-FIND-RATE THRU 2050-EXIT
005670         COMPUTE WS-INTEREST ROUNDED =
005680             (CUS-BALANCE * WS-RATE) / 1200
005700             PERFORM 2100-POST-INTEREST THRU 2100-EXIT
005710         END-IF
005720     END-IF.
005730     IF (CUS-ACTIVE OR CUS-DORMANT) AND CUS-BALANCE < ZERO
005740         PERFORM 2070-FIND-OD-RATE THRU 2070-EXIT
005750         COMPUTE WS-INTEREST ROUNDED =
005760             (WS-OD-MAG * WS-RATE) / 1200
007310     MOVE WS-NEW-BALANCE  TO AUD-BAL-AFTER.
007320     MOVE 'BTCH'          TO AUD-TERMID.
007330     MOVE 'INTPOST'       TO AUD-OPID.
007335     MOVE SPACES          TO AUD-APPR-OPID.
007336     MOVE SPACES          TO AUD-HOLD-FLAG.
007337     MOVE ZERO            TO AUD-HOLD-DATE.
007340     MOVE WS-CUR-DATE     TO AUD-DATE.
007350     MOVE WS-CUR-TIME     TO AUD-TIME.
007360     MOVE WS-TXN-REF      TO AUD-REF.
007930     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
007940     MOVE WS-TOTAL-ODI TO SL-TOTAL-ODI.
007950     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-2.
007951     MOVE WS-CUR-DATE TO ITR-POST-DATE.
007952     MOVE WS-BUS-DATE TO ITR-BUS-DATE.
007953     MOVE WS-POST-COUNT TO ITR-POST-COUNT.
007954     MOVE WS-TOTAL-INT TO ITR-TOTAL-INT.
007955     MOVE WS-TOTAL-ODI TO ITR-TOTAL-ODI.
007956     WRITE INT-TOTAL-RECORD.
007957     IF WS-TOTAL-STATUS NOT = '00'
007958         DISPLAY 'INTPOST - INTTOT WRITE FAILED, STATUS = '
007959             WS-TOTAL-STATUS
007960     END-IF.
007961 3000-EXIT.
007970     EXIT.
007980 3100-PRINT-PROD.
007990     MOVE PT-PRODUCT (WS-IX) TO PL-PRODUCT.
008070     CLOSE HIST-FILE.
008080     CLOSE AUDIT-FILE.
008090     CLOSE REPORT-FILE.
008095     CLOSE TOTAL-FILE.
008100     PERFORM 1060-STAMP-COMPLETE THRU 1060-EXIT.
008110 9999-EXIT.
008120     EXIT.
