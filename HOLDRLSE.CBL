001120*    09/03/26  RTK   RUN-CONTROL CHECKS AGAINST THE
001130*                    P37CTLF SYSTEM CONTROL FILE AT
001140*                    INITIALIZE; COMPLETION STAMPED BACK.
001142*    10/15/26  RTK   MASTER LAYOUT NOW CARRIES THE
001144*                    LAST-ACTIVITY DATE AND THE DORMANT
001146*                    STATUS.
001148*    10/15/26  RTK   EACH RELEASE IS JOURNALED ON P37AUDIT AS AN
001150*                    'HR' ENTRY UNDER THE ACCOUNT'S NEXT
001152*                    SEQUENCE NUMBER, SO A FORWARD RECOVERY
001154*                    PUTS THE RELEASE BACK.
001156*
001160*----------------------------------------------------------------*
001170*  READS THE BUSINESS DATE OFF A PARAMETER CARD, WALKS P37AFILE  *
001180*  IN KEY SEQUENCE AND CLEARS EVERY DEPOSIT FUNDS HOLD WHOSE     *
001190*  RELEASE DATE IS ON OR BEFORE IT, SO THE MONEY IS AVAILABLE    *
001200*  WHEN THE BRANCH OPENS.  NO BALANCE MOVES.  EACH RELEASE IS    *
001210*  JOURNALED THE WAY HOLDREL JOURNALS AN EARLY ONE - A ZERO-     *
001220*  AMOUNT 'HR' ENTRY UNDER THE ACCOUNT'S NEXT SEQUENCE NUMBER,   *
001222*  THE BALANCE BEFORE AND AFTER UNCHANGED AND THE RELEASED       *
001224*  AMOUNT IN THE REFERENCE - SO THE RECONCILIATION REPLAY STILL  *
001226*  TIES OUT AND AFRECOV, REPLAYING FROM A BACKUP TAKEN BEFORE    *
001228*  THIS RUN, RELEASES THE SAME HOLDS.  AN EARLY RELEASE DURING   *
001230*  THE DAY IS A SUPERVISED ACTION FROM THE HOLDREL SCREEN, NOT   *
001240*  THIS RUN.  A MISSING OR ZERO DATE CARD RELEASES NOTHING.      *
001260*----------------------------------------------------------------*
001270 ENVIRONMENT DIVISION.
001280 CONFIGURATION SECTION.
001380         ACCESS MODE IS SEQUENTIAL
001390         RECORD KEY IS CUS-ACCNO
001400         FILE STATUS IS WS-MASTER-STATUS.
001401     SELECT AUDIT-FILE ASSIGN TO P37AUDT
001402         ORGANIZATION IS INDEXED
001403         ACCESS MODE IS RANDOM
001404         RECORD KEY IS AUD-KEY
001405         FILE STATUS IS WS-AUDIT-STATUS.
001410     SELECT CTL-FILE ASSIGN TO P37CTLF
001420         ORGANIZATION IS INDEXED
001430         ACCESS MODE IS RANDOM
001640     05  CUS-HOLD-AMT         PIC 9(09)V9(02).
001650     05  CUS-HOLD-DATE        PIC 9(08).
001660     05  CUS-OD-LIMIT         PIC 9(09)V9(02).
001665     05  CUS-LAST-ACT-DATE    PIC 9(08).
001670     05  FILLER               PIC X(01).
001671 FD  AUDIT-FILE
001672     LABEL RECORDS ARE STANDARD.
001673 01  WS-AUDIT-RECORD.
001674     05  AUD-KEY.
001675         10  AUD-ACCNO        PIC 9(15).
001676         10  AUD-SEQNO        PIC 9(07).
001677     05  AUD-TXN-TYPE         PIC X(02).
001678     05  AUD-AMOUNT           PIC 9(09)V9(02).
001679     05  AUD-BAL-BEFORE       PIC S9(09)V9(02).
001680     05  AUD-BAL-AFTER        PIC S9(09)V9(02).
001681     05  AUD-TERMID           PIC X(04).
001682     05  AUD-OPID             PIC X(08).
001683     05  AUD-DATE             PIC 9(08).
001684     05  AUD-TIME             PIC 9(06).
001685     05  AUD-REF              PIC X(26).
001686     05  AUD-APPR-OPID        PIC X(08).
001687     05  AUD-HOLD-FLAG        PIC X(01).
001688     05  AUD-HOLD-DATE        PIC 9(08).
001689     05  FILLER               PIC X(02).
001690 FD  CTL-FILE
001691     LABEL RECORDS ARE STANDARD.
001700 01  WS-CTL-RECORD.
001710     05  CTL-KEY              PIC X(08).
001720     05  CTL-DATE             PIC 9(08).
001800     88  CTL-FOUND                 VALUE 'Y'.
001810 77  WS-PARM-STATUS            PIC X(02) VALUE '00'.
001820 77  WS-MASTER-STATUS          PIC X(02) VALUE '00'.
001825 77  WS-AUDIT-STATUS           PIC X(02) VALUE '00'.
001830 77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
001840     88  MASTER-EOF                VALUE 'Y'.
001850 77  WS-OPEN-FAIL-SW           PIC X(01) VALUE 'N'.
001870 77  WS-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
001880 77  WS-RLSE-COUNT             PIC 9(07) COMP VALUE ZERO.
001890 77  WS-RLSE-TOTAL             PIC 9(11)V9(02) VALUE ZERO.
001892 77  WS-RLSE-AMT               PIC 9(09)V9(02) VALUE ZERO.
001894 77  WS-CUR-DATE               PIC 9(08) VALUE ZERO.
001896 77  WS-CUR-TIME               PIC 9(06) VALUE ZERO.
001898 77  WS-TIME-RAW               PIC 9(08) VALUE ZERO.
001900 PROCEDURE DIVISION.
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002030     DISPLAY 'HOLDRLSE - VALUE RELEASED  ' WS-RLSE-TOTAL.
002040     STOP RUN.
002050 1000-INITIALIZE.
002052     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
002054     ACCEPT WS-TIME-RAW FROM TIME.
002056     COMPUTE WS-CUR-TIME = WS-TIME-RAW / 100.
002060     OPEN INPUT PARM-FILE.
002070     IF WS-PARM-STATUS NOT = '00'
002080         DISPLAY 'HOLDRLSE - UNABLE TO OPEN SYSIN, STATUS = '
002230     END-IF.
002240     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT.
002250     OPEN I-O MASTER-FILE.
002255     OPEN I-O AUDIT-FILE.
002260     IF WS-MASTER-STATUS NOT = '00'
002270         DISPLAY 'HOLDRLSE - UNABLE TO OPEN P37AFIL, STATUS = '
002280             WS-MASTER-STATUS
002290         MOVE 'Y' TO WS-EOF-SW
002300         MOVE 'Y' TO WS-OPEN-FAIL-SW
002310     END-IF.
002311     IF WS-AUDIT-STATUS NOT = '00'
002312         DISPLAY 'HOLDRLSE - UNABLE TO OPEN P37AUDT, STATUS = '
002313             WS-AUDIT-STATUS
002314         MOVE 'Y' TO WS-EOF-SW
002315         MOVE 'Y' TO WS-OPEN-FAIL-SW
002316     END-IF.
002320     IF NOT MASTER-EOF
002330         PERFORM 1200-READ-MASTER THRU 1200-EXIT
002340     END-IF.
003450 2000-PROCESS-MASTER.
003460     IF CUS-HOLD-AMT > ZERO
003470             AND CUS-HOLD-DATE NOT GREATER THAN PARM-RUN-DATE
003480         PERFORM 2100-RELEASE-HOLD THRU 2100-EXIT
003590     END-IF.
003600     PERFORM 1200-READ-MASTER THRU 1200-EXIT.
003610 2000-EXIT.
003620     EXIT.
003630*----------------------------------------------------------------*
003640*  CLEAR THE HOLD AND JOURNAL IT AS HOLDREL DOES - A ZERO-AMOUNT *
003650*  'HR' ENTRY UNDER THE ACCOUNT'S NEXT SEQUENCE NUMBER, BALANCE  *
003660*  BEFORE AND AFTER UNCHANGED, THE RELEASED AMOUNT IN THE        *
003670*  REFERENCE.  A FAILED REWRITE LEAVES THE HOLD IN PLACE AND     *
003680*  CUTS NO JOURNAL ENTRY.                                        *
003690*----------------------------------------------------------------*
003700 2100-RELEASE-HOLD.
003710     MOVE CUS-HOLD-AMT TO WS-RLSE-AMT.
003720     MOVE ZERO TO CUS-HOLD-AMT.
003730     MOVE ZERO TO CUS-HOLD-DATE.
003740     ADD 1 TO CUS-TXN-SEQ.
003750     REWRITE WS-RECORD
003760         INVALID KEY
003770             DISPLAY 'HOLDRLSE - REWRITE FAILED, ACCT '
003780                 CUS-ACCNO
003790     END-REWRITE.
003800     IF WS-MASTER-STATUS NOT = '00'
003810         GO TO 2100-EXIT
003820     END-IF.
003830     ADD 1 TO WS-RLSE-COUNT.
003840     ADD WS-RLSE-AMT TO WS-RLSE-TOTAL.
003850     MOVE CUS-ACCNO       TO AUD-ACCNO.
003860     MOVE CUS-TXN-SEQ     TO AUD-SEQNO.
003870     MOVE 'HR'            TO AUD-TXN-TYPE.
003880     MOVE ZERO            TO AUD-AMOUNT.
003890     MOVE CUS-BALANCE     TO AUD-BAL-BEFORE.
003900     MOVE CUS-BALANCE     TO AUD-BAL-AFTER.
003910     MOVE 'BTCH'          TO AUD-TERMID.
003920     MOVE 'HOLDRLSE'      TO AUD-OPID.
003930     MOVE SPACES          TO AUD-APPR-OPID.
003940     MOVE SPACES          TO AUD-HOLD-FLAG.
003950     MOVE ZERO            TO AUD-HOLD-DATE.
003960     MOVE WS-CUR-DATE     TO AUD-DATE.
003970     MOVE WS-CUR-TIME     TO AUD-TIME.
003980     MOVE SPACES          TO AUD-REF.
003990     STRING 'HR '        DELIMITED BY SIZE
004000            WS-RLSE-AMT  DELIMITED BY SIZE
004010            ' '          DELIMITED BY SIZE
004020            WS-JOB-NAME  DELIMITED BY SIZE
004030       INTO AUD-REF
004040     END-STRING.
004050     WRITE WS-AUDIT-RECORD
004060         INVALID KEY
004070             DISPLAY 'HOLDRLSE - AUDIT WRITE FAILED, ACCT '
004080                 CUS-ACCNO
004090     END-WRITE.
004100 2100-EXIT.
004110     EXIT.
004120 9999-TERMINATE.
004130     CLOSE MASTER-FILE.
004140     CLOSE AUDIT-FILE.
004150     PERFORM 1060-STAMP-COMPLETE THRU 1060-EXIT.
004160 9999-EXIT.
004170     EXIT.
