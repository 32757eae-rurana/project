001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. DORMANCY.
001020 AUTHOR. R T KOWALSKI.
001030 INSTALLATION. RETAIL BANKING SYSTEMS - BATCH OPERATIONS.
001040 DATE-WRITTEN. 10/15/2026.
001050 DATE-COMPILED.
001060*
001070*    MODIFICATION HISTORY
001080*    DATE      INIT  DESCRIPTION
001090*    10/15/26  RTK   INITIAL VERSION - MONTHLY DORMANCY RUN
001100*                    OVER P37AFILE OFF THE LAST CUSTOMER
001110*                    ACTIVITY DATE, WITH A DORMANCY REGISTER.
001113*    10/15/26  RTK   TERM DEPOSIT ('TD') ACCOUNTS ARE NEVER
001116*                    MADE DORMANT.
001117*    10/15/26  RTK   P37AUDIT LAYOUT FOLLOWS THE 128-BYTE
001118*                    JOURNAL RECORD; BATCH ENTRIES CARRY NO
001119*                    APPROVING SUPERVISOR.
001121*    10/15/26  RTK   P37AUDIT ENTRIES CLEAR THE HOLD FLAG
001123*                    AND HOLD DATE.
001125*
001130*----------------------------------------------------------------*
001140*  READS THE BUSINESS DATE AND THE DORMANCY PERIOD IN MONTHS OFF *
001150*  A PARAMETER CARD, WALKS P37AFILE IN KEY SEQUENCE AND MOVES    *
001160*  EVERY ACTIVE ACCOUNT WHOSE LAST CUSTOMER ACTIVITY IS OLDER    *
001170*  THAN THE PERIOD TO THE DORMANT STATUS ('D').  CUSTOMER        *
001180*  ACTIVITY IS WHAT DEPOSIT, WITHDRAW, THE DEBIT SIDE OF         *
001190*  TRANSFER AND THE TXNPOST ITEMS STAMP IN CUS-LAST-ACT-DATE -   *
001200*  INTEREST, STANDING ORDERS AND FEES DO NOT COUNT, SO AN        *
001210*  ABANDONED ACCOUNT NO LONGER LOOKS ACTIVE FOREVER.             *
001220*                                                                *
001230*  EACH MOVE IS REWRITTEN WITH CUS-TXN-SEQ BUMPED AND CUTS THE   *
001240*  SAME ZERO-AMOUNT 'ST' AUDIT ENTRY ACCTMNT WRITES FOR A KEYED  *
001250*  STATUS CHANGE, REFERENCE 'STAT A>D RSN DRM', SO THE JOURNAL   *
001260*  SHOWS WHEN AND WHY THE ACCOUNT WENT DORMANT.  ONCE DORMANT,   *
001270*  P37STCHK TURNS AWAY EVERY ONLINE POSTING UNTIL A SUPERVISOR   *
001280*  REACTIVATES THE ACCOUNT FROM ACCTMNT.                         *
001290*                                                                *
001300*  AN ACCOUNT WHOSE ACTIVITY DATE HAS NEVER BEEN SET (OPENED     *
001310*  BEFORE THE FIELD EXISTED) IS SEEDED WITH THE BUSINESS DATE    *
001320*  AND LEFT ACTIVE - THE DORMANCY CLOCK STARTS FROM THE FIRST    *
001330*  RUN RATHER THAN MAKING THE WHOLE OLD BOOK DORMANT AT ONCE.    *
001340*  FROZEN AND CLOSED ACCOUNTS ARE NOT TOUCHED.                   *
001343*  NEITHER ARE TERM DEPOSITS - A CERTIFICATE SITS UNTOUCHED FOR  *
001346*  ITS TERM BY DESIGN AND THE MATURITY RUN LOOKS AFTER IT.       *
001350*----------------------------------------------------------------*
001360 ENVIRONMENT DIVISION.
001370 CONFIGURATION SECTION.
001380 SOURCE-COMPUTER. IBM-370.
001390 OBJECT-COMPUTER. IBM-370.
001400 INPUT-OUTPUT SECTION.
001410 FILE-CONTROL.
001420     SELECT PARM-FILE ASSIGN TO SYSIN
001430         ORGANIZATION IS LINE SEQUENTIAL
001440         FILE STATUS IS WS-PARM-STATUS.
001450     SELECT MASTER-FILE ASSIGN TO P37AFIL
001460         ORGANIZATION IS INDEXED
001470         ACCESS MODE IS SEQUENTIAL
001480         RECORD KEY IS CUS-ACCNO
001490         FILE STATUS IS WS-MASTER-STATUS.
001500     SELECT AUDIT-FILE ASSIGN TO P37AUDT
001510         ORGANIZATION IS INDEXED
001520         ACCESS MODE IS RANDOM
001530         RECORD KEY IS AUD-KEY
001540         FILE STATUS IS WS-AUDIT-STATUS.
001550     SELECT REPORT-FILE ASSIGN TO DORMRPT
001560         ORGANIZATION IS LINE SEQUENTIAL
001570         FILE STATUS IS WS-REPORT-STATUS.
001580     SELECT CTL-FILE ASSIGN TO P37CTLF
001590         ORGANIZATION IS INDEXED
001600         ACCESS MODE IS RANDOM
001610         RECORD KEY IS CTL-KEY
001620         FILE STATUS IS WS-CTL-STATUS.
001630 DATA DIVISION.
001640 FILE SECTION.
001650 FD  PARM-FILE
001660     LABEL RECORDS ARE OMITTED.
001670 01  PARM-RECORD.
001680     05  PARM-RUN-DATE        PIC 9(08).
001690     05  PARM-DORM-MONTHS     PIC 9(03).
001700     05  FILLER               PIC X(69).
001710 FD  MASTER-FILE
001720     LABEL RECORDS ARE STANDARD.
001730 01  WS-RECORD.
001740     05  CUS-ACCNO            PIC 9(15).
001750     05  CUS-STATUS           PIC X(01).
001760         88  CUS-ACTIVE           VALUE 'A'.
001770         88  CUS-FROZEN           VALUE 'F'.
001780         88  CUS-CLOSED           VALUE 'C'.
001790         88  CUS-DORMANT          VALUE 'D'.
001800     05  CUS-BALANCE          PIC S9(09)V9(02).
001810     05  CUS-LAST-TXNREF      PIC X(26).
001820     05  CUS-TXN-SEQ          PIC 9(07).
001830     05  CUS-WD-DATE          PIC 9(08).
001840     05  CUS-WD-TODAY         PIC 9(09)V9(02).
001850     05  CUS-PRODUCT          PIC X(02).
001855         88  CUS-PROD-TERM        VALUE 'TD'.
001860     05  CUS-HOLD-AMT         PIC 9(09)V9(02).
001870     05  CUS-HOLD-DATE        PIC 9(08).
001880     05  CUS-OD-LIMIT         PIC 9(09)V9(02).
001890     05  CUS-LAST-ACT-DATE    PIC 9(08).
001900     05  FILLER               PIC X(01).
001910 FD  AUDIT-FILE
001920     LABEL RECORDS ARE STANDARD.
001930 01  WS-AUDIT-RECORD.
001940     05  AUD-KEY.
001950         10  AUD-ACCNO        PIC 9(15).
001960         10  AUD-SEQNO        PIC 9(07).
001970     05  AUD-TXN-TYPE         PIC X(02).
001980     05  AUD-AMOUNT           PIC 9(09)V9(02).
001990     05  AUD-BAL-BEFORE       PIC S9(09)V9(02).
002000     05  AUD-BAL-AFTER        PIC S9(09)V9(02).
002010     05  AUD-TERMID           PIC X(04).
002020     05  AUD-OPID             PIC X(08).
002030     05  AUD-DATE             PIC 9(08).
002040     05  AUD-TIME             PIC 9(06).
002050     05  AUD-REF              PIC X(26).
002060     05  AUD-APPR-OPID        PIC X(08).
002062     05  AUD-HOLD-FLAG        PIC X(01).
002064     05  AUD-HOLD-DATE        PIC 9(08).
002066     05  FILLER               PIC X(02).
002070 FD  REPORT-FILE
002080     LABEL RECORDS ARE OMITTED.
002090 01  REPORT-RECORD             PIC X(132).
002100 FD  CTL-FILE
002110     LABEL RECORDS ARE STANDARD.
002120 01  WS-CTL-RECORD.
002130     05  CTL-KEY              PIC X(08).
002140     05  CTL-DATE             PIC 9(08).
002150     05  CTL-FLAG             PIC X(01).
002160     05  FILLER               PIC X(15).
002170 WORKING-STORAGE SECTION.
002180 77  WS-CTL-STATUS             PIC X(02) VALUE '00'.
002190 77  WS-BUS-DATE               PIC 9(08) VALUE ZERO.
002200 77  WS-JOB-NAME               PIC X(08) VALUE 'DORMANCY'.
002210 77  WS-CTL-FOUND-SW           PIC X(01) VALUE 'N'.
002220     88  CTL-FOUND                 VALUE 'Y'.
002230 77  WS-PARM-STATUS            PIC X(02) VALUE '00'.
002240 77  WS-MASTER-STATUS          PIC X(02) VALUE '00'.
002250 77  WS-AUDIT-STATUS           PIC X(02) VALUE '00'.
002260 77  WS-REPORT-STATUS          PIC X(02) VALUE '00'.
002270 77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
002280     88  MASTER-EOF                VALUE 'Y'.
002290 77  WS-OPEN-FAIL-SW           PIC X(01) VALUE 'N'.
002300     88  OPEN-FAILED               VALUE 'Y'.
002310 77  WS-CUR-DATE               PIC 9(08) VALUE ZERO.
002320 77  WS-CUR-TIME               PIC 9(06) VALUE ZERO.
002330 77  WS-TIME-RAW               PIC 9(08) VALUE ZERO.
002340 77  WS-MONTH-INDEX            PIC 9(07) COMP VALUE ZERO.
002350 77  WS-MONTH-REM              PIC 9(03) COMP VALUE ZERO.
002360 77  WS-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
002370 77  WS-SEED-COUNT             PIC 9(07) COMP VALUE ZERO.
002380 77  WS-DORM-COUNT             PIC 9(07) COMP VALUE ZERO.
002390 77  WS-DORM-TOTAL             PIC S9(11)V9(02) VALUE ZERO.
002400 77  WS-BOOK-COUNT             PIC 9(07) COMP VALUE ZERO.
002410 77  WS-BOOK-TOTAL             PIC S9(11)V9(02) VALUE ZERO.
002420*----------------------------------------------------------------*
002430*  THE DORMANCY CUT-OFF - THE BUSINESS DATE TAKEN BACK BY THE    *
002440*  PERIOD ON THE CARD, MONTH FOR MONTH.  THE DAY IS CARRIED OVER *
002450*  AS IT STANDS; A CUT-OFF LIKE THE 31ST OF A 30-DAY MONTH STILL *
002460*  COMPARES CORRECTLY AS A CCYYMMDD NUMBER.                      *
002470*----------------------------------------------------------------*
002480 01  WS-CUTOFF-DATE            PIC 9(08) VALUE ZERO.
002490 01  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
002500     05  WS-CUTOFF-CCYY        PIC 9(04).
002510     05  WS-CUTOFF-MM          PIC 9(02).
002520     05  WS-CUTOFF-DD          PIC 9(02).
002530 01  WS-RUN-DATE-R.
002540     05  WS-RUN-CCYY           PIC 9(04).
002550     05  WS-RUN-MM             PIC 9(02).
002560     05  WS-RUN-DD             PIC 9(02).
002570 01  WS-HEADING-LINE-1.
002580     05  FILLER                PIC X(35) VALUE SPACES.
002590     05  FILLER                PIC X(28)
002600             VALUE 'MONTHLY DORMANCY REGISTER'.
002610     05  FILLER                PIC X(10) VALUE 'RUN DATE '.
002620     05  HL-RUN-DATE           PIC 9(08).
002630     05  FILLER                PIC X(10) VALUE '  CUT-OFF '.
002640     05  HL-CUTOFF-DATE        PIC 9(08).
002650 01  WS-HEADING-LINE-2.
002660     05  FILLER                PIC X(01) VALUE SPACES.
002670     05  FILLER                PIC X(16) VALUE 'ACCOUNT NUMBER'.
002680     05  FILLER                PIC X(06) VALUE 'PROD'.
002690     05  FILLER                PIC X(15) VALUE 'LAST ACTIVITY'.
002700     05  FILLER                PIC X(16) VALUE 'BALANCE'.
002710     05  FILLER                PIC X(30) VALUE 'DISPOSITION'.
002720 01  WS-DETAIL-LINE.
002730     05  FILLER                PIC X(01) VALUE SPACES.
002740     05  DL-ACCNO              PIC Z(14)9.
002750     05  FILLER                PIC X(02) VALUE SPACES.
002760     05  DL-PRODUCT            PIC X(02).
002770     05  FILLER                PIC X(04) VALUE SPACES.
002780     05  DL-LAST-ACT           PIC 9(08).
002790     05  FILLER                PIC X(04) VALUE SPACES.
002800     05  DL-BALANCE            PIC -(08)9.99.
002810     05  FILLER                PIC X(03) VALUE SPACES.
002820     05  DL-NOTE               PIC X(30).
002830 01  WS-SUMMARY-LINE-1.
002840     05  FILLER                PIC X(01) VALUE SPACES.
002850     05  FILLER            PIC X(20) VALUE 'ACCOUNTS READ      '.
002860     05  SL-READ-COUNT         PIC Z(06)9.
002870     05  FILLER                PIC X(05) VALUE SPACES.
002880     05  FILLER            PIC X(20) VALUE 'ACTIVITY DATE SEEDED'.
002890     05  SL-SEED-COUNT         PIC Z(06)9.
002900 01  WS-SUMMARY-LINE-2.
002910     05  FILLER                PIC X(01) VALUE SPACES.
002920     05  FILLER            PIC X(20) VALUE 'MADE DORMANT       '.
002930     05  SL-DORM-COUNT         PIC Z(06)9.
002940     05  FILLER                PIC X(05) VALUE SPACES.
002950     05  FILLER            PIC X(20) VALUE 'BALANCE MADE DORMANT'.
002960     05  SL-DORM-TOTAL         PIC -(10)9.99.
002970 01  WS-SUMMARY-LINE-3.
002980     05  FILLER                PIC X(01) VALUE SPACES.
002990     05  FILLER            PIC X(20) VALUE 'DORMANT ON THE BOOK'.
003000     05  SL-BOOK-COUNT         PIC Z(06)9.
003010     05  FILLER                PIC X(05) VALUE SPACES.
003020     05  FILLER            PIC X(20) VALUE 'DORMANT BALANCES   '.
003030     05  SL-BOOK-TOTAL         PIC -(10)9.99.
003040 PROCEDURE DIVISION.
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003070     IF OPEN-FAILED
003080         DISPLAY 'DORMANCY - ABENDING, FILE OPEN FAILED'
003090         MOVE 12 TO RETURN-CODE
003100     ELSE
003110         PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
003120             UNTIL MASTER-EOF
003130         PERFORM 3000-FINALIZE THRU 3000-EXIT
003140         PERFORM 9999-TERMINATE THRU 9999-EXIT
003150     END-IF.
003160     DISPLAY 'DORMANCY - RUN DATE        ' PARM-RUN-DATE.
003170     DISPLAY 'DORMANCY - RECORDS READ    ' WS-READ-COUNT.
003180     DISPLAY 'DORMANCY - DATES SEEDED    ' WS-SEED-COUNT.
003190     DISPLAY 'DORMANCY - MADE DORMANT    ' WS-DORM-COUNT.
003200     STOP RUN.
003210*----------------------------------------------------------------*
003220*  READ THE RUN CARD, WORK OUT THE CUT-OFF, OPEN THE FILES,      *
003230*  PRINT THE REGISTER HEADINGS AND PRIME THE FIRST READ.  A      *
003240*  MISSING CARD OR A ZERO PERIOD MAKES NOTHING DORMANT.          *
003250*----------------------------------------------------------------*
003260 1000-INITIALIZE.
003270     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
003280     ACCEPT WS-TIME-RAW FROM TIME.
003290     COMPUTE WS-CUR-TIME = WS-TIME-RAW / 100.
003300     OPEN INPUT PARM-FILE.
003310     IF WS-PARM-STATUS NOT = '00'
003320         DISPLAY 'DORMANCY - UNABLE TO OPEN SYSIN, STATUS = '
003330             WS-PARM-STATUS
003340         MOVE ZERO TO PARM-RUN-DATE
003350     ELSE
003360         READ PARM-FILE
003370             AT END
003380                 MOVE ZERO TO PARM-RUN-DATE
003390         END-READ
003400         CLOSE PARM-FILE
003410     END-IF.
003420     IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = ZERO
003430         DISPLAY 'DORMANCY - NO RUN DATE, NOTHING MADE DORMANT'
003440         MOVE ZERO TO PARM-RUN-DATE
003450         MOVE 'Y' TO WS-EOF-SW
003460         MOVE 'Y' TO WS-OPEN-FAIL-SW
003470         GO TO 1000-EXIT
003480     END-IF.
003490     IF PARM-DORM-MONTHS NOT NUMERIC OR PARM-DORM-MONTHS = ZERO
003500         DISPLAY 'DORMANCY - NO DORMANCY PERIOD ON THE CARD'
003510         MOVE 'Y' TO WS-EOF-SW
003520         MOVE 'Y' TO WS-OPEN-FAIL-SW
003530         GO TO 1000-EXIT
003540     END-IF.
003550     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT.
003560     IF OPEN-FAILED
003570         GO TO 1000-EXIT
003580     END-IF.
003590     PERFORM 1070-SET-CUTOFF THRU 1070-EXIT.
003600     OPEN I-O MASTER-FILE.
003610     OPEN I-O AUDIT-FILE.
003620     OPEN OUTPUT REPORT-FILE.
003630     IF WS-MASTER-STATUS NOT = '00'
003640         DISPLAY 'DORMANCY - UNABLE TO OPEN P37AFIL, STATUS = '
003650             WS-MASTER-STATUS
003660         MOVE 'Y' TO WS-EOF-SW
003670         MOVE 'Y' TO WS-OPEN-FAIL-SW
003680     END-IF.
003690     IF WS-AUDIT-STATUS NOT = '00'
003700         DISPLAY 'DORMANCY - UNABLE TO OPEN P37AUDT, STATUS = '
003710             WS-AUDIT-STATUS
003720         MOVE 'Y' TO WS-EOF-SW
003730         MOVE 'Y' TO WS-OPEN-FAIL-SW
003740     END-IF.
003750     IF WS-REPORT-STATUS NOT = '00'
003760         DISPLAY 'DORMANCY - UNABLE TO OPEN DORMRPT, STATUS = '
003770             WS-REPORT-STATUS
003780         MOVE 'Y' TO WS-EOF-SW
003790         MOVE 'Y' TO WS-OPEN-FAIL-SW
003800     END-IF.
003810     IF NOT MASTER-EOF
003820         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
003830         PERFORM 1200-READ-MASTER THRU 1200-EXIT
003840     END-IF.
003850 1000-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------*
003880*  RUN-CONTROL CHECK AGAINST THE P37CTLF SYSTEM CONTROL FILE.    *
003890*  THE RUN REFUSES TO START WHILE THE ONLINE REGION IS STILL UP  *
003900*  AGAINST THE SAME CLUSTERS, REFUSES TO RUN OUT OF SEQUENCE OR  *
003910*  AGAINST THE WRONG DATE, AND REFUSES A BUSINESS DATE IT HAS    *
003920*  ALREADY COMPLETED - THE SUPERVISOR-AUTHORIZED CTLMAINT CLEAR  *
003930*  COMMAND IS THE RERUN PATH.  THE RUN STAMPS ITSELF STARTED     *
003940*  HERE AND COMPLETED AT CLEAN END OF JOB.                       *
003950*----------------------------------------------------------------*
003960 1050-CHECK-RUN-CONTROL.
003970     OPEN I-O CTL-FILE.
003980     IF WS-CTL-STATUS NOT = '00'
003990         DISPLAY 'DORMANCY - UNABLE TO OPEN P37CTLF, STATUS = '
004000             WS-CTL-STATUS
004010         MOVE 'Y' TO WS-EOF-SW
004020         MOVE 'Y' TO WS-OPEN-FAIL-SW
004030         GO TO 1050-EXIT
004040     END-IF.
004050     MOVE 'SYSTEM  ' TO CTL-KEY.
004060     READ CTL-FILE
004070         INVALID KEY
004080             DISPLAY 'DORMANCY - NO SYSTEM CONTROL RECORD'
004090             MOVE 'Y' TO WS-EOF-SW
004100             MOVE 'Y' TO WS-OPEN-FAIL-SW
004110     END-READ.
004120     IF OPEN-FAILED
004130         CLOSE CTL-FILE
004140         GO TO 1050-EXIT
004150     END-IF.
004160     IF CTL-FLAG = 'U'
004170         DISPLAY 'DORMANCY - ONLINE REGION IS STILL UP'
004180         MOVE 'Y' TO WS-EOF-SW
004190         MOVE 'Y' TO WS-OPEN-FAIL-SW
004200         CLOSE CTL-FILE
004210         GO TO 1050-EXIT
004220     END-IF.
004230     MOVE CTL-DATE TO WS-BUS-DATE.
004240     IF PARM-RUN-DATE NOT = WS-BUS-DATE
004250         DISPLAY 'DORMANCY - CARD DATE IS NOT THE BUSINESS DATE'
004260         DISPLAY 'DORMANCY - CARD DATE    ' PARM-RUN-DATE
004270         DISPLAY 'DORMANCY - CONTROL DATE ' WS-BUS-DATE
004280         MOVE 'Y' TO WS-EOF-SW
004290         MOVE 'Y' TO WS-OPEN-FAIL-SW
004300         CLOSE CTL-FILE
004310         GO TO 1050-EXIT
004320     END-IF.
004330     MOVE WS-JOB-NAME TO CTL-KEY.
004340     MOVE 'N' TO WS-CTL-FOUND-SW.
004350     READ CTL-FILE
004360         INVALID KEY
004370             CONTINUE
004380         NOT INVALID KEY
004390             MOVE 'Y' TO WS-CTL-FOUND-SW
004400     END-READ.
004410     IF CTL-FOUND AND CTL-DATE = WS-BUS-DATE
004420             AND CTL-FLAG = 'C'
004430         DISPLAY 'DORMANCY - ALREADY COMPLETED FOR ' WS-BUS-DATE
004440         DISPLAY 'DORMANCY - CTLMAINT CLEAR IS THE RERUN PATH'
004450         MOVE 'Y' TO WS-EOF-SW
004460         MOVE 'Y' TO WS-OPEN-FAIL-SW
004470         CLOSE CTL-FILE
004480         GO TO 1050-EXIT
004490     END-IF.
004500     MOVE WS-JOB-NAME TO CTL-KEY.
004510     MOVE WS-BUS-DATE TO CTL-DATE.
004520     MOVE 'S' TO CTL-FLAG.
004530     IF CTL-FOUND
004540         REWRITE WS-CTL-RECORD
004550             INVALID KEY
004560                 DISPLAY 'DORMANCY - RUN-CONTROL REWRITE FAILED'
004570         END-REWRITE
004580     ELSE
004590         WRITE WS-CTL-RECORD
004600             INVALID KEY
004610                 DISPLAY 'DORMANCY - RUN-CONTROL WRITE FAILED'
004620         END-WRITE
004630     END-IF.
004640 1050-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------*
004670*  STAMP THE RUN COMPLETED FOR THE BUSINESS DATE, SO A SECOND    *
004680*  SUBMISSION OF THE SAME RUN IS TURNED AWAY AT 1050.            *
004690*----------------------------------------------------------------*
004700 1060-STAMP-COMPLETE.
004710     MOVE WS-JOB-NAME TO CTL-KEY.
004720     READ CTL-FILE
004730         INVALID KEY
004740             DISPLAY 'DORMANCY - RUN-CONTROL RECORD LOST'
004750         NOT INVALID KEY
004760             MOVE 'C' TO CTL-FLAG
004770             REWRITE WS-CTL-RECORD
004780                 INVALID KEY
004790                     DISPLAY 'DORMANCY - COMPLETION STAMP FAILED'
004800             END-REWRITE
004810     END-READ.
004820     CLOSE CTL-FILE.
004830 1060-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------*
004860*  TAKE THE RUN DATE BACK BY THE DORMANCY PERIOD.  THE YEAR AND  *
004870*  MONTH ARE RUN TOGETHER AS A COUNT OF MONTHS SO THE PERIOD CAN *
004880*  CROSS ANY NUMBER OF YEAR ENDS.                                *
004890*----------------------------------------------------------------*
004900 1070-SET-CUTOFF.
004910     MOVE PARM-RUN-DATE TO WS-RUN-DATE-R.
004920     COMPUTE WS-MONTH-INDEX = (WS-RUN-CCYY * 12)
004930         + WS-RUN-MM - 1 - PARM-DORM-MONTHS.
004940     DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CUTOFF-CCYY
004950         REMAINDER WS-MONTH-REM.
004960     COMPUTE WS-CUTOFF-MM = WS-MONTH-REM + 1.
004970     MOVE WS-RUN-DD TO WS-CUTOFF-DD.
004980 1070-EXIT.
004990     EXIT.
005000 1100-WRITE-HEADINGS.
005010     MOVE PARM-RUN-DATE TO HL-RUN-DATE.
005020     MOVE WS-CUTOFF-DATE TO HL-CUTOFF-DATE.
005030     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
005040     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
005050 1100-EXIT.
005060     EXIT.
005070 1200-READ-MASTER.
005080     READ MASTER-FILE NEXT RECORD
005090         AT END
005100             MOVE 'Y' TO WS-EOF-SW
005110     END-READ.
005120 1200-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------*
005150*  ONE ACCOUNT.  A MISSING ACTIVITY DATE IS SEEDED; AN ACTIVE    *
005160*  ACCOUNT LAST USED BEFORE THE CUT-OFF GOES DORMANT.  EVERY     *
005170*  DORMANT ACCOUNT, OLD OR NEW, IS COUNTED FOR THE REGISTER.     *
005180*----------------------------------------------------------------*
005190 2000-PROCESS-MASTER.
005200     ADD 1 TO WS-READ-COUNT.
005210     IF (CUS-ACTIVE OR CUS-DORMANT)
005220             AND (CUS-LAST-ACT-DATE NOT NUMERIC
005230                  OR CUS-LAST-ACT-DATE = ZERO)
005240         PERFORM 2100-SEED-DATE THRU 2100-EXIT
005250     ELSE
005260         IF CUS-ACTIVE AND CUS-LAST-ACT-DATE < WS-CUTOFF-DATE
005265                 AND NOT CUS-PROD-TERM
005270             PERFORM 2200-MAKE-DORMANT THRU 2200-EXIT
005280         END-IF
005290     END-IF.
005300     IF CUS-DORMANT
005310         ADD 1 TO WS-BOOK-COUNT
005320         ADD CUS-BALANCE TO WS-BOOK-TOTAL
005330     END-IF.
005340     PERFORM 1200-READ-MASTER THRU 1200-EXIT.
005350 2000-EXIT.
005360     EXIT.
005370 2100-SEED-DATE.
005380     MOVE PARM-RUN-DATE TO CUS-LAST-ACT-DATE.
005390     REWRITE WS-RECORD
005400         INVALID KEY
005410             DISPLAY 'DORMANCY - REWRITE FAILED, ACCT ' CUS-ACCNO
005420     END-REWRITE.
005430     IF WS-MASTER-STATUS = '00'
005440         ADD 1 TO WS-SEED-COUNT
005450     END-IF.
005460 2100-EXIT.
005470     EXIT.
005480*----------------------------------------------------------------*
005490*  MOVE THE ACCOUNT TO DORMANT AND JOURNAL THE STATUS CHANGE THE *
005500*  SAME WAY ACCTMNT DOES - A ZERO-AMOUNT 'ST' ENTRY UNDER THE    *
005510*  ACCOUNT'S NEXT SEQUENCE NUMBER, BALANCE BEFORE AND AFTER      *
005520*  UNCHANGED.  A FAILED REWRITE LEAVES THE ACCOUNT ACTIVE AND    *
005530*  CUTS NO JOURNAL ENTRY.                                        *
005540*----------------------------------------------------------------*
005550 2200-MAKE-DORMANT.
005560     MOVE 'D' TO CUS-STATUS.
005570     ADD 1 TO CUS-TXN-SEQ.
005580     REWRITE WS-RECORD
005590         INVALID KEY
005600             DISPLAY 'DORMANCY - REWRITE FAILED, ACCT ' CUS-ACCNO
005610     END-REWRITE.
005620     IF WS-MASTER-STATUS NOT = '00'
005630         MOVE 'A' TO CUS-STATUS
005640         GO TO 2200-EXIT
005650     END-IF.
005660     MOVE CUS-ACCNO       TO AUD-ACCNO.
005670     MOVE CUS-TXN-SEQ     TO AUD-SEQNO.
005680     MOVE 'ST'            TO AUD-TXN-TYPE.
005690     MOVE ZERO            TO AUD-AMOUNT.
005700     MOVE CUS-BALANCE     TO AUD-BAL-BEFORE.
005710     MOVE CUS-BALANCE     TO AUD-BAL-AFTER.
005720     MOVE 'BTCH'          TO AUD-TERMID.
005730     MOVE 'DORMANCY'      TO AUD-OPID.
005735     MOVE SPACES          TO AUD-APPR-OPID.
005736     MOVE SPACES          TO AUD-HOLD-FLAG.
005737     MOVE ZERO            TO AUD-HOLD-DATE.
005740     MOVE WS-CUR-DATE     TO AUD-DATE.
005750     MOVE WS-CUR-TIME     TO AUD-TIME.
005760     MOVE 'STAT A>D RSN DRM' TO AUD-REF.
005770     WRITE WS-AUDIT-RECORD
005780         INVALID KEY
005790             DISPLAY 'DORMANCY - AUDIT WRITE FAILED, ACCT '
005800                 CUS-ACCNO
005810     END-WRITE.
005820     ADD 1 TO WS-DORM-COUNT.
005830     ADD CUS-BALANCE TO WS-DORM-TOTAL.
005840     MOVE CUS-ACCNO         TO DL-ACCNO.
005850     MOVE CUS-PRODUCT       TO DL-PRODUCT.
005860     MOVE CUS-LAST-ACT-DATE TO DL-LAST-ACT.
005870     MOVE CUS-BALANCE       TO DL-BALANCE.
005880     MOVE 'MADE DORMANT' TO DL-NOTE.
005890     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
005900 2200-EXIT.
005910     EXIT.
005920 3000-FINALIZE.
005930     MOVE WS-READ-COUNT TO SL-READ-COUNT.
005940     MOVE WS-SEED-COUNT TO SL-SEED-COUNT.
005950     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-1.
005960     MOVE WS-DORM-COUNT TO SL-DORM-COUNT.
005970     MOVE WS-DORM-TOTAL TO SL-DORM-TOTAL.
005980     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-2.
005990     MOVE WS-BOOK-COUNT TO SL-BOOK-COUNT.
006000     MOVE WS-BOOK-TOTAL TO SL-BOOK-TOTAL.
006010     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE-3.
006020 3000-EXIT.
006030     EXIT.
006040 9999-TERMINATE.
006050     CLOSE MASTER-FILE.
006060     CLOSE AUDIT-FILE.
006070     CLOSE REPORT-FILE.
006080     PERFORM 1060-STAMP-COMPLETE THRU 1060-EXIT.
006090 9999-EXIT.
006100     EXIT.
