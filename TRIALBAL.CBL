001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. TRIALBAL.
001020 AUTHOR. R T KOWALSKI.
001030 INSTALLATION. RETAIL BANKING SYSTEMS - BATCH OPERATIONS.
001040 DATE-WRITTEN. 10/15/2026.
001050 DATE-COMPILED.
001060*
001070*    MODIFICATION HISTORY
001080*    DATE      INIT  DESCRIPTION
001090*    10/15/26  RTK   INITIAL VERSION - NIGHTLY TRIAL BALANCE
001100*                    AND ACCOUNT POPULATION BY PRODUCT, ROLLED
001110*                    FORWARD FROM THE PRIOR NIGHT'S SNAPSHOT.
001120*
001130*----------------------------------------------------------------*
001140*  THE LAST JOB OF THE NIGHTLY STREAM.  THREE FILES IN ACCOUNT   *
001150*  ORDER ARE MATCHED: THE PRIOR NIGHT'S TBPREV SNAPSHOT (ONE     *
001160*  RECORD PER ACCOUNT - PRODUCT, STATUS, BALANCE AND POSTING     *
001170*  SEQUENCE AS IT STOOD THEN), P37AFILE AS IT STANDS NOW, AND    *
001180*  THE P37AUDIT JOURNAL.                                         *
001190*                                                                *
001200*  FROM P37AFILE, BY PRODUCT AND STATUS: ACCOUNTS, CREDIT        *
001210*  BALANCES, OVERDRAWN DEBIT BALANCES, HELD FUNDS AND THE UNUSED *
001220*  PART OF ARRANGED OVERDRAFT LINES.                             *
001230*                                                                *
001240*  THE DAY'S MOVEMENT ON AN ACCOUNT IS EVERY JOURNAL ENTRY       *
001250*  ABOVE THE POSTING SEQUENCE THE SNAPSHOT HELD FOR IT - THE     *
001260*  SAME RULE AFRECOV REPLAYS BY - SO NOTHING IS MISSED OR        *
001270*  COUNTED TWICE WHEN A BATCH JOB DATES ITS ENTRIES PAST         *
001280*  MIDNIGHT.  EACH PRODUCT'S OPENING (THE SNAPSHOT), PLUS ITS    *
001290*  MOVEMENT BY TRANSACTION TYPE, MUST EQUAL ITS CLOSING (THE     *
001300*  MASTER).  A PRODUCT THAT DOES NOT IS FLAGGED, THE RUN ENDS    *
001310*  RC=12 AND IS NOT STAMPED COMPLETE.                            *
001320*                                                                *
001330*  ACCOUNT POPULATION: OPENED, CLOSED AND FROZEN ON THE DAY      *
001340*  (OFF THE 'OP' AND 'ST' ENTRIES), AND ACTIVE, DORMANT, FROZEN, *
001350*  CLOSED AND TOTAL ACCOUNTS AT CLOSE.                           *
001360*                                                                *
001370*  TBSNAP IS TONIGHT'S SNAPSHOT - TOMORROW'S TBPREV.  IT IS      *
001380*  WRITTEN EVEN WHEN A PRODUCT IS OUT OF BALANCE: IT IS WHAT THE *
001390*  MASTER HOLDS, AND TOMORROW MUST ROLL FROM THAT.  THE FIRST    *
001400*  RUN HAS NO TBPREV (DD DUMMY); IT PROVES NOTHING, TAKES THE    *
001410*  DAY'S MOVEMENT OFF ENTRIES DATED THE BUSINESS DATE, AND       *
001420*  WRITES THE FIRST SNAPSHOT.                                    *
001430*----------------------------------------------------------------*
001440 ENVIRONMENT DIVISION.
001450 CONFIGURATION SECTION.
001460 SOURCE-COMPUTER. IBM-370.
001470 OBJECT-COMPUTER. IBM-370.
001480 INPUT-OUTPUT SECTION.
001490 FILE-CONTROL.
001500     SELECT PARM-FILE ASSIGN TO SYSIN
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS WS-PARM-STATUS.
001530     SELECT MASTER-FILE ASSIGN TO P37AFIL
001540         ORGANIZATION IS INDEXED
001550         ACCESS MODE IS SEQUENTIAL
001560         RECORD KEY IS CUS-ACCNO
001570         FILE STATUS IS WS-MASTER-STATUS.
001580     SELECT AUDIT-FILE ASSIGN TO P37AUDT
001590         ORGANIZATION IS INDEXED
001600         ACCESS MODE IS SEQUENTIAL
001610         RECORD KEY IS AUD-KEY
001620         FILE STATUS IS WS-AUDIT-STATUS.
001630     SELECT PREV-FILE ASSIGN TO TBPREV
001640         ORGANIZATION IS SEQUENTIAL
001650         FILE STATUS IS WS-PREV-STATUS.
001660     SELECT SNAP-FILE ASSIGN TO TBSNAP
001670         ORGANIZATION IS SEQUENTIAL
001680         FILE STATUS IS WS-SNAP-STATUS.
001690     SELECT REPORT-FILE ASSIGN TO TBRPT
001700         ORGANIZATION IS LINE SEQUENTIAL
001710         FILE STATUS IS WS-REPORT-STATUS.
001720     SELECT CTL-FILE ASSIGN TO P37CTLF
001730         ORGANIZATION IS INDEXED
001740         ACCESS MODE IS RANDOM
001750         RECORD KEY IS CTL-KEY
001760         FILE STATUS IS WS-CTL-STATUS.
001770 DATA DIVISION.
001780 FILE SECTION.
001790 FD  PARM-FILE
001800     LABEL RECORDS ARE OMITTED.
001810 01  PARM-RECORD.
001820     05  PARM-POST-DATE       PIC 9(08).
001830     05  FILLER               PIC X(72).
001840 FD  MASTER-FILE
001850     LABEL RECORDS ARE STANDARD.
001860 01  WS-RECORD.
001870     05  CUS-ACCNO            PIC 9(15).
001880     05  CUS-STATUS           PIC X(01).
001890         88  CUS-ACTIVE           VALUE 'A'.
001900         88  CUS-FROZEN           VALUE 'F'.
001910         88  CUS-CLOSED           VALUE 'C'.
001920         88  CUS-DORMANT          VALUE 'D'.
001930     05  CUS-BALANCE          PIC S9(09)V9(02).
001940     05  CUS-LAST-TXNREF      PIC X(26).
001950     05  CUS-TXN-SEQ          PIC 9(07).
001960     05  CUS-WD-DATE          PIC 9(08).
001970     05  CUS-WD-TODAY         PIC 9(09)V9(02).
001980     05  CUS-PRODUCT          PIC X(02).
001990     05  CUS-HOLD-AMT         PIC 9(09)V9(02).
002000     05  CUS-HOLD-DATE        PIC 9(08).
002010     05  CUS-OD-LIMIT         PIC 9(09)V9(02).
002020     05  CUS-LAST-ACT-DATE    PIC 9(08).
002030     05  FILLER               PIC X(01).
002040 FD  AUDIT-FILE
002050     LABEL RECORDS ARE STANDARD.
002060 01  WS-AUDIT-RECORD.
002070     05  AUD-KEY.
002080         10  AUD-ACCNO        PIC 9(15).
002090         10  AUD-SEQNO        PIC 9(07).
002100     05  AUD-TXN-TYPE         PIC X(02).
002110         88  AUD-ACCT-OPEN        VALUE 'OP'.
002120         88  AUD-STAT-CHG         VALUE 'ST'.
002130         88  AUD-HOLD-REL         VALUE 'HR'.
002140         88  AUD-OD-LIMIT         VALUE 'OL'.
002150     05  AUD-AMOUNT           PIC 9(09)V9(02).
002160     05  AUD-BAL-BEFORE       PIC S9(09)V9(02).
002170     05  AUD-BAL-AFTER        PIC S9(09)V9(02).
002180     05  AUD-TERMID           PIC X(04).
002190     05  AUD-OPID             PIC X(08).
002200     05  AUD-DATE             PIC 9(08).
002210     05  AUD-TIME             PIC 9(06).
002220     05  AUD-REF              PIC X(26).
002230*    STATUS CHANGES CARRY 'STAT A>C RSN XXX'.
002240     05  AUD-STAT-REF REDEFINES AUD-REF.
002250         10  FILLER           PIC X(05).
002260         10  AUD-STAT-OLD     PIC X(01).
002270         10  FILLER           PIC X(01).
002280         10  AUD-STAT-NEW     PIC X(01).
002290         10  FILLER           PIC X(18).
002300     05  AUD-APPR-OPID        PIC X(08).
002310     05  FILLER               PIC X(11).
002320*----------------------------------------------------------------*
002330*  THE SNAPSHOT - A HEADER WITH ITS BUSINESS DATE, ONE DETAIL    *
002340*  PER ACCOUNT IN ACCOUNT ORDER, AND A TRAILER WITH THE DETAIL   *
002350*  COUNT AND THE NET OF THE BALANCES.  40-BYTE RECORDS.          *
002360*----------------------------------------------------------------*
002370 FD  PREV-FILE
002380     LABEL RECORDS ARE STANDARD.
002390 01  PRV-DETAIL.
002400     05  PRV-REC-TYPE         PIC X(01).
002410         88  PRV-IS-HEADER        VALUE 'H'.
002420         88  PRV-IS-DETAIL        VALUE 'D'.
002430         88  PRV-IS-TRAILER       VALUE 'T'.
002440     05  PRV-ACCNO            PIC 9(15).
002450     05  PRV-PRODUCT          PIC X(02).
002460     05  PRV-STATUS           PIC X(01).
002470     05  PRV-BALANCE          PIC S9(09)V9(02).
002480     05  PRV-TXN-SEQ          PIC 9(07).
002490     05  FILLER               PIC X(03).
002500 01  PRV-HEADER.
002510     05  FILLER               PIC X(01).
002520     05  PRV-BUS-DATE         PIC 9(08).
002530     05  FILLER               PIC X(31).
002540 01  PRV-TRAILER.
002550     05  FILLER               PIC X(01).
002560     05  PRV-TRL-COUNT        PIC 9(09).
002570     05  PRV-TRL-NET          PIC S9(13)V9(02).
002580     05  FILLER               PIC X(15).
002590 FD  SNAP-FILE
002600     LABEL RECORDS ARE STANDARD.
002610 01  SNAP-RECORD               PIC X(40).
002620 FD  REPORT-FILE
002630     LABEL RECORDS ARE OMITTED.
002640 01  REPORT-RECORD             PIC X(132).
002650 FD  CTL-FILE
002660     LABEL RECORDS ARE STANDARD.
002670 01  WS-CTL-RECORD.
002680     05  CTL-KEY              PIC X(08).
002690     05  CTL-DATE             PIC 9(08).
002700     05  CTL-FLAG             PIC X(01).
002710     05  FILLER               PIC X(15).
002720 WORKING-STORAGE SECTION.
002730 77  WS-CTL-STATUS             PIC X(02) VALUE '00'.
002740 77  WS-BUS-DATE               PIC 9(08) VALUE ZERO.
002750 77  WS-JOB-NAME               PIC X(08) VALUE 'TRIALBAL'.
002760 77  WS-CTL-FOUND-SW           PIC X(01) VALUE 'N'.
002770     88  CTL-FOUND                 VALUE 'Y'.
002780 77  WS-PARM-STATUS            PIC X(02) VALUE '00'.
002790 77  WS-MASTER-STATUS          PIC X(02) VALUE '00'.
002800 77  WS-AUDIT-STATUS           PIC X(02) VALUE '00'.
002810 77  WS-PREV-STATUS            PIC X(02) VALUE '00'.
002820 77  WS-SNAP-STATUS            PIC X(02) VALUE '00'.
002830 77  WS-REPORT-STATUS          PIC X(02) VALUE '00'.
002840 77  WS-MST-EOF-SW             PIC X(01) VALUE 'N'.
002850     88  MASTER-EOF                VALUE 'Y'.
002860 77  WS-AUD-EOF-SW             PIC X(01) VALUE 'N'.
002870     88  AUDIT-EOF                 VALUE 'Y'.
002880 77  WS-PRV-EOF-SW             PIC X(01) VALUE 'N'.
002890     88  PREV-EOF                  VALUE 'Y'.
002900 77  WS-OPEN-FAIL-SW           PIC X(01) VALUE 'N'.
002910     88  OPEN-FAILED               VALUE 'Y'.
002920 77  WS-FAIL-SW                PIC X(01) VALUE 'N'.
002930     88  RUN-FAILED                VALUE 'Y'.
002940 77  WS-PRIOR-SW               PIC X(01) VALUE 'N'.
002950     88  PRIOR-SNAPSHOT            VALUE 'Y'.
002960 77  WS-TRAILER-SW             PIC X(01) VALUE 'N'.
002970     88  PRV-TRAILER-SEEN          VALUE 'Y'.
002980 77  WS-HIGH-KEY               PIC 9(15)
002990                                   VALUE 999999999999999.
003000 77  WS-MST-KEY                PIC 9(15) VALUE ZERO.
003010 77  WS-AUD-KEY                PIC 9(15) VALUE ZERO.
003020 77  WS-PRV-KEY                PIC 9(15) VALUE ZERO.
003030 77  WS-LOW-KEY                PIC 9(15) VALUE ZERO.
003040 77  WS-PRV-SEQ                PIC 9(07) VALUE ZERO.
003050 77  WS-ACCT-PROD              PIC X(02) VALUE SPACES.
003060 77  WS-FIND-PROD              PIC X(02) VALUE SPACES.
003070 77  WS-PRIOR-DATE             PIC 9(08) VALUE ZERO.
003080 77  WS-PX                     PIC 9(03) COMP VALUE ZERO.
003090 77  WS-SX                     PIC 9(03) COMP VALUE ZERO.
003100 77  WS-MX                     PIC 9(03) COMP VALUE ZERO.
003110 77  WS-IX                     PIC 9(03) COMP VALUE ZERO.
003120 77  WS-HIT-IX                 PIC 9(03) COMP VALUE ZERO.
003130 77  WS-PROD-COUNT             PIC 9(03) COMP VALUE ZERO.
003140 77  WS-PROD-OVFL              PIC 9(07) COMP VALUE ZERO.
003150 77  WS-MOVE-OVFL              PIC 9(07) COMP VALUE ZERO.
003160 77  WS-MST-READ               PIC 9(09) COMP VALUE ZERO.
003170 77  WS-PRV-READ               PIC 9(09) COMP VALUE ZERO.
003180 77  WS-AUD-READ               PIC 9(09) COMP VALUE ZERO.
003190 77  WS-AUD-TAKEN              PIC 9(09) COMP VALUE ZERO.
003200 77  WS-SNAP-COUNT             PIC 9(09) COMP VALUE ZERO.
003210 77  WS-OUT-COUNT              PIC 9(03) COMP VALUE ZERO.
003220 77  WS-PRV-NET                PIC S9(13)V9(02) VALUE ZERO.
003230 77  WS-SNAP-NET               PIC S9(13)V9(02) VALUE ZERO.
003240 77  WS-MOVEMENT               PIC S9(11)V9(02) VALUE ZERO.
003250 77  WS-UNUSED                 PIC S9(11)V9(02) VALUE ZERO.
003260 77  WS-PROD-MOVE              PIC S9(13)V9(02) VALUE ZERO.
003270 77  WS-EXPECTED               PIC S9(13)V9(02) VALUE ZERO.
003280 77  WS-DIFFERENCE             PIC S9(13)V9(02) VALUE ZERO.
003290 77  WS-NET-CLOSE              PIC S9(13)V9(02) VALUE ZERO.
003300 77  WS-POP-TOTAL              PIC 9(09) COMP VALUE ZERO.
003310*----------------------------------------------------------------*
003320*  ONE SLOT PER PRODUCT, IN THE ORDER FIRST SEEN.  UNDER EACH,   *
003330*  FIVE STATUS SLOTS (A, D, F, C, AND ANYTHING ELSE AS '?') AND  *
003340*  ONE MOVEMENT SLOT PER TRANSACTION TYPE.  TEN PRODUCTS AND     *
003350*  FIFTEEN TYPES IS WELL PAST WHAT IS ON FILE - OVERFLOW FAILS   *
003360*  THE RUN RATHER THAN LEAVING A PRODUCT UNPROVED.               *
003370*----------------------------------------------------------------*
003380 01  WS-PROD-TABLE.
003390     05  WS-PROD-ENTRY OCCURS 10 TIMES.
003400         10  PT-PRODUCT       PIC X(02).
003410         10  PT-OPENING       PIC S9(13)V9(02).
003420         10  PT-CLOSING       PIC S9(13)V9(02).
003430         10  PT-PRV-COUNT     PIC 9(09) COMP.
003440         10  PT-OPENED-DAY    PIC 9(07) COMP.
003450         10  PT-CLOSED-DAY    PIC 9(07) COMP.
003460         10  PT-FROZEN-DAY    PIC 9(07) COMP.
003470         10  PT-MOVE-COUNT    PIC 9(03) COMP.
003480         10  PT-STAT-ENTRY OCCURS 5 TIMES.
003490             15  PS-STATUS    PIC X(01).
003500             15  PS-COUNT     PIC 9(09) COMP.
003510             15  PS-CREDIT    PIC 9(13)V9(02).
003520             15  PS-DEBIT     PIC 9(13)V9(02).
003530             15  PS-HELD      PIC 9(13)V9(02).
003540             15  PS-UNUSED    PIC 9(13)V9(02).
003550         10  PT-MOVE-ENTRY OCCURS 15 TIMES.
003560             15  PM-TYPE      PIC X(02).
003570             15  PM-COUNT     PIC 9(09) COMP.
003580             15  PM-CREDIT    PIC 9(13)V9(02).
003590             15  PM-DEBIT     PIC 9(13)V9(02).
003600 01  WS-STAT-CODES.
003610     05  FILLER                PIC X(05) VALUE 'ADFC?'.
003620 01  WS-STAT-CODE-TBL REDEFINES WS-STAT-CODES.
003630     05  WS-STAT-CODE          PIC X(01) OCCURS 5 TIMES.
003640 01  WS-GRAND-TOTALS.
003650     05  GT-COUNT              PIC 9(09) COMP VALUE ZERO.
003660     05  GT-CREDIT             PIC 9(13)V9(02) VALUE ZERO.
003670     05  GT-DEBIT              PIC 9(13)V9(02) VALUE ZERO.
003680     05  GT-HELD               PIC 9(13)V9(02) VALUE ZERO.
003690     05  GT-UNUSED             PIC 9(13)V9(02) VALUE ZERO.
003700 01  WS-PROD-TOTALS.
003710     05  PR-COUNT              PIC 9(09) COMP VALUE ZERO.
003720     05  PR-CREDIT             PIC 9(13)V9(02) VALUE ZERO.
003730     05  PR-DEBIT              PIC 9(13)V9(02) VALUE ZERO.
003740     05  PR-HELD               PIC 9(13)V9(02) VALUE ZERO.
003750     05  PR-UNUSED             PIC 9(13)V9(02) VALUE ZERO.
003760 01  WS-SNAP-HEADER.
003770     05  SNH-REC-TYPE          PIC X(01) VALUE 'H'.
003780     05  SNH-BUS-DATE          PIC 9(08).
003790     05  FILLER                PIC X(31) VALUE SPACES.
003800 01  WS-SNAP-DETAIL.
003810     05  SND-REC-TYPE          PIC X(01) VALUE 'D'.
003820     05  SND-ACCNO             PIC 9(15).
003830     05  SND-PRODUCT           PIC X(02).
003840     05  SND-STATUS            PIC X(01).
003850     05  SND-BALANCE           PIC S9(09)V9(02).
003860     05  SND-TXN-SEQ           PIC 9(07).
003870     05  FILLER                PIC X(03) VALUE SPACES.
003880 01  WS-SNAP-TRAILER.
003890     05  SNT-REC-TYPE          PIC X(01) VALUE 'T'.
003900     05  SNT-COUNT             PIC 9(09).
003910     05  SNT-NET               PIC S9(13)V9(02).
003920     05  FILLER                PIC X(15) VALUE SPACES.
003930 01  WS-HEADING-LINE-1.
003940     05  FILLER                PIC X(30) VALUE SPACES.
003950     05  FILLER                PIC X(40)
003960             VALUE 'DAILY TRIAL BALANCE BY PRODUCT'.
003970     05  FILLER                PIC X(06) VALUE 'DATE  '.
003980     05  HL-BUS-DATE           PIC 9(08).
003990 01  WS-SECTION-LINE.
004000     05  FILLER                PIC X(01) VALUE SPACES.
004010     05  SE-TITLE              PIC X(60).
004020 01  WS-BAL-HEADING.
004030     05  FILLER                PIC X(01) VALUE SPACES.
004040     05  FILLER                PIC X(09) VALUE 'PRODUCT'.
004050     05  FILLER                PIC X(08) VALUE 'STATUS'.
004060     05  FILLER                PIC X(11) VALUE '  ACCOUNTS'.
004070     05  FILLER                PIC X(20)
004080             VALUE '     CREDIT BALANCES'.
004090     05  FILLER                PIC X(20)
004100             VALUE '    OVERDRAWN DEBITS'.
004110     05  FILLER                PIC X(20)
004120             VALUE '          HELD FUNDS'.
004130     05  FILLER                PIC X(20)
004140             VALUE '     UNUSED OD LINES'.
004150 01  WS-BAL-LINE.
004160     05  FILLER                PIC X(01) VALUE SPACES.
004170     05  BL-PRODUCT            PIC X(09).
004180     05  BL-STATUS             PIC X(08).
004190     05  BL-COUNT              PIC Z(09)9.
004200     05  FILLER                PIC X(01) VALUE SPACES.
004210     05  BL-CREDIT             PIC Z(13)9.99.
004220     05  FILLER                PIC X(02) VALUE SPACES.
004230     05  BL-DEBIT              PIC Z(13)9.99.
004240     05  FILLER                PIC X(02) VALUE SPACES.
004250     05  BL-HELD               PIC Z(13)9.99.
004260     05  FILLER                PIC X(02) VALUE SPACES.
004270     05  BL-UNUSED             PIC Z(13)9.99.
004280 01  WS-ROLL-LINE.
004290     05  FILLER                PIC X(01) VALUE SPACES.
004300     05  RL-PRODUCT            PIC X(09).
004310     05  RL-TEXT               PIC X(28).
004320     05  RL-AMOUNT             PIC -(13)9.99.
004330     05  FILLER                PIC X(03) VALUE SPACES.
004340     05  RL-FLAG               PIC X(40).
004350 01  WS-MOVE-HEADING.
004360     05  FILLER                PIC X(10) VALUE SPACES.
004370     05  FILLER                PIC X(08) VALUE 'TYPE'.
004380     05  FILLER                PIC X(11) VALUE '   ENTRIES'.
004390     05  FILLER                PIC X(20)
004400             VALUE '             CREDITS'.
004410     05  FILLER                PIC X(20)
004420             VALUE '              DEBITS'.
004430     05  FILLER                PIC X(20)
004440             VALUE '                 NET'.
004450 01  WS-MOVE-LINE.
004460     05  FILLER                PIC X(10) VALUE SPACES.
004470     05  ML-TYPE               PIC X(08).
004480     05  ML-COUNT              PIC Z(09)9.
004490     05  FILLER                PIC X(01) VALUE SPACES.
004500     05  ML-CREDIT             PIC Z(13)9.99.
004510     05  FILLER                PIC X(02) VALUE SPACES.
004520     05  ML-DEBIT              PIC Z(13)9.99.
004530     05  FILLER                PIC X(02) VALUE SPACES.
004540     05  ML-NET                PIC -(13)9.99.
004550 01  WS-POP-HEADING.
004560     05  FILLER                PIC X(01) VALUE SPACES.
004570     05  FILLER                PIC X(09) VALUE 'PRODUCT'.
004580     05  FILLER                PIC X(30)
004590             VALUE '  ---- ON THE DAY ----------'.
004600     05  FILLER                PIC X(50)
004610             VALUE '  ---------------- AT CLOSE ----------------'.
004620 01  WS-POP-HEADING-2.
004630     05  FILLER                PIC X(10) VALUE SPACES.
004640     05  FILLER                PIC X(30)
004650             VALUE '    OPENED    CLOSED    FROZEN'.
004660     05  FILLER                PIC X(30)
004670             VALUE '    ACTIVE   DORMANT    FROZEN'.
004680     05  FILLER                PIC X(20)
004690             VALUE '    CLOSED     TOTAL'.
004700 01  WS-POP-LINE.
004710     05  FILLER                PIC X(01) VALUE SPACES.
004720     05  PL-PRODUCT            PIC X(09).
004730     05  PL-OPENED             PIC Z(09)9.
004740     05  PL-CLOSED             PIC Z(09)9.
004750     05  PL-FROZEN-DAY         PIC Z(09)9.
004760     05  PL-ACTIVE             PIC Z(09)9.
004770     05  PL-DORMANT            PIC Z(09)9.
004780     05  PL-FROZEN             PIC Z(09)9.
004790     05  PL-CLOSED-NOW         PIC Z(09)9.
004800     05  PL-TOTAL              PIC Z(09)9.
004810 01  WS-SUMMARY-LINE.
004820     05  FILLER                PIC X(01) VALUE SPACES.
004830     05  SM-TEXT               PIC X(36).
004840     05  SM-COUNT              PIC Z(08)9.
004850 01  WS-RESULT-LINE.
004860     05  FILLER                PIC X(01) VALUE SPACES.
004870     05  RS-TEXT               PIC X(60).
004880 PROCEDURE DIVISION.
004890 0000-MAINLINE.
004900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004910     IF OPEN-FAILED
004920         DISPLAY 'TRIALBAL - ABENDING, FILE OPEN FAILED'
004930         MOVE 12 TO RETURN-CODE
004940     ELSE
004950         PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
004960             UNTIL MASTER-EOF AND AUDIT-EOF AND PREV-EOF
004970         PERFORM 3000-PRINT-BALANCES THRU 3000-EXIT
004980         PERFORM 4000-PRINT-ROLL-FORWARD THRU 4000-EXIT
004990         PERFORM 5000-PRINT-POPULATION THRU 5000-EXIT
005000         PERFORM 6000-FINALIZE THRU 6000-EXIT
005010         PERFORM 9999-TERMINATE THRU 9999-EXIT
005020         IF RUN-FAILED
005030             DISPLAY 'TRIALBAL - TRIAL BALANCE DOES NOT PROVE'
005040             MOVE 12 TO RETURN-CODE
005050         END-IF
005060     END-IF.
005070     DISPLAY 'TRIALBAL - ACCOUNTS ON MASTER  ' WS-MST-READ.
005080     DISPLAY 'TRIALBAL - JOURNAL ENTRIES TAKEN ' WS-AUD-TAKEN.
005090     DISPLAY 'TRIALBAL - PRODUCTS OUT OF BALANCE ' WS-OUT-COUNT.
005100     STOP RUN.
005110*----------------------------------------------------------------*
005120*  READ THE RUN CARD, OPEN THE FILES, PROVE THE PRIOR SNAPSHOT'S *
005130*  HEADER AND PRIME THE THREE READS.  A TBPREV THAT IS EMPTY IS  *
005140*  THE FIRST RUN; ONE THAT IS NOT FROM AN EARLIER BUSINESS DATE  *
005150*  IS THE WRONG GENERATION AND STOPS THE RUN.                    *
005160*----------------------------------------------------------------*
005170 1000-INITIALIZE.
005180     OPEN INPUT PARM-FILE.
005190     IF WS-PARM-STATUS NOT = '00'
005200         DISPLAY 'TRIALBAL - UNABLE TO OPEN SYSIN, STATUS = '
005210             WS-PARM-STATUS
005220         MOVE ZERO TO PARM-POST-DATE
005230     ELSE
005240         READ PARM-FILE
005250             AT END
005260                 MOVE ZERO TO PARM-POST-DATE
005270         END-READ
005280         CLOSE PARM-FILE
005290     END-IF.
005300     IF PARM-POST-DATE = ZERO
005310         DISPLAY 'TRIALBAL - NO BUSINESS DATE, NOTHING TO DO'
005320         MOVE 'Y' TO WS-OPEN-FAIL-SW
005330         GO TO 1000-EXIT
005340     END-IF.
005350     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT.
005360     IF OPEN-FAILED
005370         GO TO 1000-EXIT
005380     END-IF.
005390     OPEN INPUT MASTER-FILE.
005400     OPEN INPUT AUDIT-FILE.
005410     OPEN INPUT PREV-FILE.
005420     OPEN OUTPUT SNAP-FILE.
005430     OPEN OUTPUT REPORT-FILE.
005440     IF WS-MASTER-STATUS NOT = '00'
005450         DISPLAY 'TRIALBAL - UNABLE TO OPEN P37AFIL, STATUS = '
005460             WS-MASTER-STATUS
005470         MOVE 'Y' TO WS-OPEN-FAIL-SW
005480     END-IF.
005490     IF WS-AUDIT-STATUS NOT = '00'
005500         DISPLAY 'TRIALBAL - UNABLE TO OPEN P37AUDT, STATUS = '
005510             WS-AUDIT-STATUS
005520         MOVE 'Y' TO WS-OPEN-FAIL-SW
005530     END-IF.
005540     IF WS-PREV-STATUS NOT = '00'
005550         DISPLAY 'TRIALBAL - UNABLE TO OPEN TBPREV, STATUS = '
005560             WS-PREV-STATUS
005570         MOVE 'Y' TO WS-OPEN-FAIL-SW
005580     END-IF.
005590     IF WS-SNAP-STATUS NOT = '00'
005600         DISPLAY 'TRIALBAL - UNABLE TO OPEN TBSNAP, STATUS = '
005610             WS-SNAP-STATUS
005620         MOVE 'Y' TO WS-OPEN-FAIL-SW
005630     END-IF.
005640     IF WS-REPORT-STATUS NOT = '00'
005650         DISPLAY 'TRIALBAL - UNABLE TO OPEN TBRPT, STATUS = '
005660             WS-REPORT-STATUS
005670         MOVE 'Y' TO WS-OPEN-FAIL-SW
005680     END-IF.
005690     IF OPEN-FAILED
005700         CLOSE CTL-FILE
005710         GO TO 1000-EXIT
005720     END-IF.
005730     READ PREV-FILE
005740         AT END
005750             MOVE 'Y' TO WS-PRV-EOF-SW
005760     END-READ.
005770     IF NOT PREV-EOF
005780         IF NOT PRV-IS-HEADER
005790             DISPLAY 'TRIALBAL - TBPREV HAS NO HEADER RECORD'
005800             MOVE 'Y' TO WS-OPEN-FAIL-SW
005810         ELSE
005820             IF PRV-BUS-DATE NOT < WS-BUS-DATE
005830                 DISPLAY 'TRIALBAL - TBPREV IS FOR ' PRV-BUS-DATE
005840                     ', NOT AN EARLIER BUSINESS DATE'
005850                 DISPLAY 'TRIALBAL - ON A RERUN POINT TBPREV AT '
005860                     'THE PRIOR GENERATION'
005870                 MOVE 'Y' TO WS-OPEN-FAIL-SW
005880             ELSE
005890                 MOVE 'Y' TO WS-PRIOR-SW
005900                 MOVE PRV-BUS-DATE TO WS-PRIOR-DATE
005910             END-IF
005920         END-IF
005930     END-IF.
005940     IF OPEN-FAILED
005950         CLOSE CTL-FILE
005960         GO TO 1000-EXIT
005970     END-IF.
005980     MOVE WS-BUS-DATE TO SNH-BUS-DATE.
005990     WRITE SNAP-RECORD FROM WS-SNAP-HEADER.
006000     MOVE WS-BUS-DATE TO HL-BUS-DATE.
006010     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
006020     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
006030     PERFORM 1200-READ-AUDIT THRU 1200-EXIT.
006040     PERFORM 1300-READ-PREV THRU 1300-EXIT.
006050 1000-EXIT.
006060     EXIT.
006070*----------------------------------------------------------------*
006080*  RUN-CONTROL CHECK AGAINST THE P37CTLF SYSTEM CONTROL FILE.    *
006090*  THE RUN REFUSES TO START WHILE THE ONLINE REGION IS STILL UP  *
006100*  AGAINST THE SAME CLUSTERS, REFUSES TO RUN AGAINST THE WRONG   *
006110*  DATE OR BEFORE EODRECON HAS RECONCILED THE DAY, AND REFUSES   *
006120*  A BUSINESS DATE IT HAS ALREADY COMPLETED - THE SUPERVISOR-    *
006130*  AUTHORIZED CTLMAINT CLEAR COMMAND IS THE RERUN PATH.  THE RUN *
006140*  STAMPS ITSELF STARTED HERE AND COMPLETED AT CLEAN END OF JOB. *
006150*----------------------------------------------------------------*
006160 1050-CHECK-RUN-CONTROL.
006170     OPEN I-O CTL-FILE.
006180     IF WS-CTL-STATUS NOT = '00'
006190         DISPLAY 'TRIALBAL - UNABLE TO OPEN P37CTLF, STATUS = '
006200             WS-CTL-STATUS
006210         MOVE 'Y' TO WS-OPEN-FAIL-SW
006220         GO TO 1050-EXIT
006230     END-IF.
006240     MOVE 'SYSTEM  ' TO CTL-KEY.
006250     READ CTL-FILE
006260         INVALID KEY
006270             DISPLAY 'TRIALBAL - NO SYSTEM CONTROL RECORD'
006280             MOVE 'Y' TO WS-OPEN-FAIL-SW
006290     END-READ.
006300     IF OPEN-FAILED
006310         CLOSE CTL-FILE
006320         GO TO 1050-EXIT
006330     END-IF.
006340     IF CTL-FLAG = 'U'
006350         DISPLAY 'TRIALBAL - ONLINE REGION IS STILL UP'
006360         MOVE 'Y' TO WS-OPEN-FAIL-SW
006370         CLOSE CTL-FILE
006380         GO TO 1050-EXIT
006390     END-IF.
006400     MOVE CTL-DATE TO WS-BUS-DATE.
006410     IF PARM-POST-DATE NOT = WS-BUS-DATE
006420         DISPLAY 'TRIALBAL - CARD DATE IS NOT THE BUSINESS DATE'
006430         DISPLAY 'TRIALBAL - CARD DATE    ' PARM-POST-DATE
006440         DISPLAY 'TRIALBAL - CONTROL DATE ' WS-BUS-DATE
006450         MOVE 'Y' TO WS-OPEN-FAIL-SW
006460         CLOSE CTL-FILE
006470         GO TO 1050-EXIT
006480     END-IF.
006490     MOVE 'EODRECON' TO CTL-KEY.
006500     MOVE 'N' TO WS-CTL-FOUND-SW.
006510     READ CTL-FILE
006520         INVALID KEY
006530             CONTINUE
006540         NOT INVALID KEY
006550             MOVE 'Y' TO WS-CTL-FOUND-SW
006560     END-READ.
006570     IF NOT CTL-FOUND
006580        OR CTL-DATE NOT = WS-BUS-DATE
006590        OR CTL-FLAG NOT = 'C'
006600         DISPLAY 'TRIALBAL - EODRECON HAS NOT COMPLETED FOR '
006610             WS-BUS-DATE
006620         MOVE 'Y' TO WS-OPEN-FAIL-SW
006630         CLOSE CTL-FILE
006640         GO TO 1050-EXIT
006650     END-IF.
006660     MOVE WS-JOB-NAME TO CTL-KEY.
006670     MOVE 'N' TO WS-CTL-FOUND-SW.
006680     READ CTL-FILE
006690         INVALID KEY
006700             CONTINUE
006710         NOT INVALID KEY
006720             MOVE 'Y' TO WS-CTL-FOUND-SW
006730     END-READ.
006740     IF CTL-FOUND AND CTL-DATE = WS-BUS-DATE
006750             AND CTL-FLAG = 'C'
006760         DISPLAY 'TRIALBAL - ALREADY COMPLETED FOR ' WS-BUS-DATE
006770         DISPLAY 'TRIALBAL - CTLMAINT CLEAR IS THE RERUN PATH'
006780         MOVE 'Y' TO WS-OPEN-FAIL-SW
006790         CLOSE CTL-FILE
006800         GO TO 1050-EXIT
006810     END-IF.
006820     MOVE WS-JOB-NAME TO CTL-KEY.
006830     MOVE WS-BUS-DATE TO CTL-DATE.
006840     MOVE 'S' TO CTL-FLAG.
006850     IF CTL-FOUND
006860         REWRITE WS-CTL-RECORD
006870             INVALID KEY
006880                 DISPLAY 'TRIALBAL - RUN-CONTROL REWRITE FAILED'
006890         END-REWRITE
006900     ELSE
006910         WRITE WS-CTL-RECORD
006920             INVALID KEY
006930                 DISPLAY 'TRIALBAL - RUN-CONTROL WRITE FAILED'
006940         END-WRITE
006950     END-IF.
006960 1050-EXIT.
006970     EXIT.
006980*----------------------------------------------------------------*
006990*  STAMP THE RUN COMPLETED FOR THE BUSINESS DATE, SO A SECOND    *
007000*  SUBMISSION OF THE SAME NIGHT IS TURNED AWAY AT 1050.          *
007010*----------------------------------------------------------------*
007020 1060-STAMP-COMPLETE.
007030     MOVE WS-JOB-NAME TO CTL-KEY.
007040     READ CTL-FILE
007050         INVALID KEY
007060             DISPLAY 'TRIALBAL - RUN-CONTROL RECORD LOST'
007070         NOT INVALID KEY
007080             MOVE 'C' TO CTL-FLAG
007090             REWRITE WS-CTL-RECORD
007100                 INVALID KEY
007110                     DISPLAY 'TRIALBAL - COMPLETION STAMP FAILED'
007120             END-REWRITE
007130     END-READ.
007140     CLOSE CTL-FILE.
007150 1060-EXIT.
007160     EXIT.
007170 1100-READ-MASTER.
007180     READ MASTER-FILE NEXT RECORD
007190         AT END
007200             MOVE 'Y' TO WS-MST-EOF-SW
007210             MOVE WS-HIGH-KEY TO WS-MST-KEY
007220             GO TO 1100-EXIT
007230     END-READ.
007240     ADD 1 TO WS-MST-READ.
007250     MOVE CUS-ACCNO TO WS-MST-KEY.
007260 1100-EXIT.
007270     EXIT.
007280*----------------------------------------------------------------*
007290*  NEXT JOURNAL ENTRY, PASSING BY THE ACCOUNT-ZERO SECURITY      *
007300*  ENTRIES - NOTHING ON THE MASTER TIES TO THEM.                 *
007310*----------------------------------------------------------------*
007320 1200-READ-AUDIT.
007330     READ AUDIT-FILE NEXT RECORD
007340         AT END
007350             MOVE 'Y' TO WS-AUD-EOF-SW
007360             MOVE WS-HIGH-KEY TO WS-AUD-KEY
007370             GO TO 1200-EXIT
007380     END-READ.
007390     ADD 1 TO WS-AUD-READ.
007400     IF AUD-ACCNO = ZERO
007410         GO TO 1200-READ-AUDIT
007420     END-IF.
007430     MOVE AUD-ACCNO TO WS-AUD-KEY.
007440 1200-EXIT.
007450     EXIT.
007460*----------------------------------------------------------------*
007470*  NEXT SNAPSHOT DETAIL.  THE TRAILER ENDS THE FILE; RUNNING OFF *
007480*  THE END WITHOUT ONE MEANS THE SNAPSHOT WAS CUT SHORT.         *
007490*----------------------------------------------------------------*
007500 1300-READ-PREV.
007510     IF PREV-EOF
007520         MOVE WS-HIGH-KEY TO WS-PRV-KEY
007530         GO TO 1300-EXIT
007540     END-IF.
007550     READ PREV-FILE
007560         AT END
007570             MOVE 'Y' TO WS-PRV-EOF-SW
007580             MOVE WS-HIGH-KEY TO WS-PRV-KEY
007590             GO TO 1300-EXIT
007600     END-READ.
007610     IF PRV-IS-TRAILER
007620         MOVE 'Y' TO WS-TRAILER-SW
007630         MOVE 'Y' TO WS-PRV-EOF-SW
007640         MOVE WS-HIGH-KEY TO WS-PRV-KEY
007650         GO TO 1300-EXIT
007660     END-IF.
007670     ADD 1 TO WS-PRV-READ.
007680     ADD PRV-BALANCE TO WS-PRV-NET.
007690     MOVE PRV-ACCNO TO WS-PRV-KEY.
007700 1300-EXIT.
007710     EXIT.
007720*----------------------------------------------------------------*
007730*  FIND (OR OPEN) THE PRODUCT SLOT FOR WS-FIND-PROD.  OVERFLOW   *
007740*  IS COUNTED AGAINST THE LAST SLOT AND FAILS THE RUN.           *
007750*----------------------------------------------------------------*
007760 1400-FIND-PRODUCT.
007770     MOVE ZERO TO WS-HIT-IX.
007780     PERFORM 1410-SCAN-PRODUCT THRU 1410-EXIT
007790         VARYING WS-IX FROM 1 BY 1
007800         UNTIL WS-IX > WS-PROD-COUNT.
007810     IF WS-HIT-IX = ZERO
007820         IF WS-PROD-COUNT < 10
007830             ADD 1 TO WS-PROD-COUNT
007840             MOVE WS-PROD-COUNT TO WS-HIT-IX
007850             PERFORM 1420-CLEAR-PRODUCT THRU 1420-EXIT
007860         ELSE
007870             ADD 1 TO WS-PROD-OVFL
007880             MOVE 'Y' TO WS-FAIL-SW
007890             MOVE 10 TO WS-HIT-IX
007900         END-IF
007910     END-IF.
007920     MOVE WS-HIT-IX TO WS-PX.
007930 1400-EXIT.
007940     EXIT.
007950 1410-SCAN-PRODUCT.
007960     IF PT-PRODUCT (WS-IX) = WS-FIND-PROD
007970         MOVE WS-IX TO WS-HIT-IX
007980     END-IF.
007990 1410-EXIT.
008000     EXIT.
008010 1420-CLEAR-PRODUCT.
008020     MOVE WS-FIND-PROD TO PT-PRODUCT (WS-HIT-IX).
008030     MOVE ZERO TO PT-OPENING (WS-HIT-IX).
008040     MOVE ZERO TO PT-CLOSING (WS-HIT-IX).
008050     MOVE ZERO TO PT-PRV-COUNT (WS-HIT-IX).
008060     MOVE ZERO TO PT-OPENED-DAY (WS-HIT-IX).
008070     MOVE ZERO TO PT-CLOSED-DAY (WS-HIT-IX).
008080     MOVE ZERO TO PT-FROZEN-DAY (WS-HIT-IX).
008090     MOVE ZERO TO PT-MOVE-COUNT (WS-HIT-IX).
008100     PERFORM 1430-CLEAR-STATUS THRU 1430-EXIT
008110         VARYING WS-SX FROM 1 BY 1
008120         UNTIL WS-SX > 5.
008130 1420-EXIT.
008140     EXIT.
008150 1430-CLEAR-STATUS.
008160     MOVE WS-STAT-CODE (WS-SX) TO PS-STATUS (WS-HIT-IX, WS-SX).
008170     MOVE ZERO TO PS-COUNT (WS-HIT-IX, WS-SX).
008180     MOVE ZERO TO PS-CREDIT (WS-HIT-IX, WS-SX).
008190     MOVE ZERO TO PS-DEBIT (WS-HIT-IX, WS-SX).
008200     MOVE ZERO TO PS-HELD (WS-HIT-IX, WS-SX).
008210     MOVE ZERO TO PS-UNUSED (WS-HIT-IX, WS-SX).
008220 1430-EXIT.
008230     EXIT.
008240*----------------------------------------------------------------*
008250*  ONE ACCOUNT - THE LOWEST KEY STILL WAITING ON ANY OF THE      *
008260*  THREE FILES.  THE SNAPSHOT GIVES THE OPENING AND THE POSTING  *
008270*  SEQUENCE ALREADY ACCOUNTED FOR; THE MASTER GIVES THE CLOSING; *
008280*  THE JOURNAL GIVES WHAT MOVED IN BETWEEN.  THE MASTER'S        *
008290*  PRODUCT IS USED WHEN THERE IS ONE - AN ACCOUNT ON THE JOURNAL *
008300*  ALONE IS CARRIED UNDER PRODUCT '??' SO IT STILL SHOWS.        *
008310*----------------------------------------------------------------*
008320 2000-PROCESS-ACCOUNT.
008330     MOVE WS-MST-KEY TO WS-LOW-KEY.
008340     IF WS-PRV-KEY < WS-LOW-KEY
008350         MOVE WS-PRV-KEY TO WS-LOW-KEY
008360     END-IF.
008370     IF WS-AUD-KEY < WS-LOW-KEY
008380         MOVE WS-AUD-KEY TO WS-LOW-KEY
008390     END-IF.
008400     MOVE '??' TO WS-ACCT-PROD.
008410     MOVE ZERO TO WS-PRV-SEQ.
008420     IF WS-PRV-KEY = WS-LOW-KEY
008430         PERFORM 2100-TAKE-PREV THRU 2100-EXIT
008440     END-IF.
008450     IF WS-MST-KEY = WS-LOW-KEY
008460         PERFORM 2200-TAKE-MASTER THRU 2200-EXIT
008470     END-IF.
008480     MOVE WS-ACCT-PROD TO WS-FIND-PROD.
008490     PERFORM 1400-FIND-PRODUCT THRU 1400-EXIT.
008500     PERFORM 2300-TAKE-AUDIT THRU 2300-EXIT
008510         UNTIL WS-AUD-KEY NOT = WS-LOW-KEY.
008520     IF WS-MST-KEY = WS-LOW-KEY
008530         PERFORM 1100-READ-MASTER THRU 1100-EXIT
008540     END-IF.
008550 2000-EXIT.
008560     EXIT.
008570 2100-TAKE-PREV.
008580     MOVE PRV-PRODUCT TO WS-ACCT-PROD.
008590     MOVE PRV-TXN-SEQ TO WS-PRV-SEQ.
008600     MOVE PRV-PRODUCT TO WS-FIND-PROD.
008610     PERFORM 1400-FIND-PRODUCT THRU 1400-EXIT.
008620     ADD PRV-BALANCE TO PT-OPENING (WS-PX).
008630     ADD 1 TO PT-PRV-COUNT (WS-PX).
008640     PERFORM 1300-READ-PREV THRU 1300-EXIT.
008650 2100-EXIT.
008660     EXIT.
008670*----------------------------------------------------------------*
008680*  THE MASTER SIDE - STATUS BUCKET, CLOSING BALANCE AND A LINE   *
008690*  ON TONIGHT'S SNAPSHOT.  THE UNUSED PART OF AN OVERDRAFT LINE  *
008700*  IS THE WHOLE LINE ON AN ACCOUNT IN CREDIT, AND WHAT IS LEFT   *
008710*  OF IT ON ONE ALREADY DRAWN INTO IT.                           *
008720*----------------------------------------------------------------*
008730 2200-TAKE-MASTER.
008740     MOVE CUS-PRODUCT TO WS-ACCT-PROD.
008750     MOVE CUS-PRODUCT TO WS-FIND-PROD.
008760     PERFORM 1400-FIND-PRODUCT THRU 1400-EXIT.
008770     EVALUATE TRUE
008780         WHEN CUS-ACTIVE
008790             MOVE 1 TO WS-SX
008800         WHEN CUS-DORMANT
008810             MOVE 2 TO WS-SX
008820         WHEN CUS-FROZEN
008830             MOVE 3 TO WS-SX
008840         WHEN CUS-CLOSED
008850             MOVE 4 TO WS-SX
008860         WHEN OTHER
008870             MOVE 5 TO WS-SX
008880     END-EVALUATE.
008890     ADD 1 TO PS-COUNT (WS-PX, WS-SX).
008900     IF CUS-BALANCE < ZERO
008910         SUBTRACT CUS-BALANCE FROM PS-DEBIT (WS-PX, WS-SX)
008920             GIVING PS-DEBIT (WS-PX, WS-SX)
008930     ELSE
008940         ADD CUS-BALANCE TO PS-CREDIT (WS-PX, WS-SX)
008950     END-IF.
008960     ADD CUS-HOLD-AMT TO PS-HELD (WS-PX, WS-SX).
008970     IF CUS-OD-LIMIT > ZERO
008980         IF CUS-BALANCE < ZERO
008990             COMPUTE WS-UNUSED = CUS-OD-LIMIT + CUS-BALANCE
009000         ELSE
009010             MOVE CUS-OD-LIMIT TO WS-UNUSED
009020         END-IF
009030         IF WS-UNUSED > ZERO
009040             ADD WS-UNUSED TO PS-UNUSED (WS-PX, WS-SX)
009050         END-IF
009060     END-IF.
009070     ADD CUS-BALANCE TO PT-CLOSING (WS-PX).
009080     MOVE CUS-ACCNO   TO SND-ACCNO.
009090     MOVE CUS-PRODUCT TO SND-PRODUCT.
009100     MOVE CUS-STATUS  TO SND-STATUS.
009110     MOVE CUS-BALANCE TO SND-BALANCE.
009120     MOVE CUS-TXN-SEQ TO SND-TXN-SEQ.
009130     WRITE SNAP-RECORD FROM WS-SNAP-DETAIL.
009140     IF WS-SNAP-STATUS NOT = '00'
009150         DISPLAY 'TRIALBAL - TBSNAP WRITE FAILED, STATUS = '
009160             WS-SNAP-STATUS
009170         MOVE 'Y' TO WS-FAIL-SW
009180     END-IF.
009190     ADD 1 TO WS-SNAP-COUNT.
009200     ADD CUS-BALANCE TO WS-SNAP-NET.
009210 2200-EXIT.
009220     EXIT.
009230*----------------------------------------------------------------*
009240*  ONE JOURNAL ENTRY FOR THE ACCOUNT.  ENTRIES AT OR BELOW THE   *
009250*  SNAPSHOT'S SEQUENCE WERE IN LAST NIGHT'S CLOSING.  WITH NO    *
009260*  PRIOR SNAPSHOT, THE DAY IS THE ENTRIES DATED THE BUSINESS     *
009270*  DATE.  OPENINGS AND STATUS CHANGES COUNT TOWARD THE DAY'S     *
009280*  POPULATION; OVERDRAFT-LINE AND HOLD-RELEASE ENTRIES MOVE NO   *
009290*  MONEY.  EVERYTHING ELSE IS MOVEMENT UNDER ITS OWN TYPE.       *
009300*----------------------------------------------------------------*
009310 2300-TAKE-AUDIT.
009320     IF PRIOR-SNAPSHOT
009330         IF AUD-SEQNO NOT > WS-PRV-SEQ
009340             GO TO 2300-NEXT
009350         END-IF
009360     ELSE
009370         IF AUD-DATE NOT = WS-BUS-DATE
009380             GO TO 2300-NEXT
009390         END-IF
009400     END-IF.
009410     ADD 1 TO WS-AUD-TAKEN.
009420     EVALUATE TRUE
009430         WHEN AUD-ACCT-OPEN
009440             ADD 1 TO PT-OPENED-DAY (WS-PX)
009450         WHEN AUD-STAT-CHG
009460             IF AUD-STAT-NEW = 'C'
009470                 ADD 1 TO PT-CLOSED-DAY (WS-PX)
009480             END-IF
009490             IF AUD-STAT-NEW = 'F'
009500                 ADD 1 TO PT-FROZEN-DAY (WS-PX)
009510             END-IF
009520         WHEN AUD-OD-LIMIT
009530             CONTINUE
009540         WHEN AUD-HOLD-REL
009550             CONTINUE
009560         WHEN OTHER
009570             PERFORM 2310-TAKE-MOVEMENT THRU 2310-EXIT
009580     END-EVALUATE.
009590 2300-NEXT.
009600     PERFORM 1200-READ-AUDIT THRU 1200-EXIT.
009610 2300-EXIT.
009620     EXIT.
009630 2310-TAKE-MOVEMENT.
009640     MOVE ZERO TO WS-HIT-IX.
009650     PERFORM 2320-SCAN-TYPE THRU 2320-EXIT
009660         VARYING WS-IX FROM 1 BY 1
009670         UNTIL WS-IX > PT-MOVE-COUNT (WS-PX).
009680     IF WS-HIT-IX = ZERO
009690         IF PT-MOVE-COUNT (WS-PX) < 15
009700             ADD 1 TO PT-MOVE-COUNT (WS-PX)
009710             MOVE PT-MOVE-COUNT (WS-PX) TO WS-HIT-IX
009720             MOVE AUD-TXN-TYPE TO PM-TYPE (WS-PX, WS-HIT-IX)
009730             MOVE ZERO TO PM-COUNT (WS-PX, WS-HIT-IX)
009740             MOVE ZERO TO PM-CREDIT (WS-PX, WS-HIT-IX)
009750             MOVE ZERO TO PM-DEBIT (WS-PX, WS-HIT-IX)
009760         ELSE
009770             ADD 1 TO WS-MOVE-OVFL
009780             MOVE 'Y' TO WS-FAIL-SW
009790             GO TO 2310-EXIT
009800         END-IF
009810     END-IF.
009820     ADD 1 TO PM-COUNT (WS-PX, WS-HIT-IX).
009830     COMPUTE WS-MOVEMENT = AUD-BAL-AFTER - AUD-BAL-BEFORE.
009840     IF WS-MOVEMENT < ZERO
009850         SUBTRACT WS-MOVEMENT FROM PM-DEBIT (WS-PX, WS-HIT-IX)
009860             GIVING PM-DEBIT (WS-PX, WS-HIT-IX)
009870     ELSE
009880         ADD WS-MOVEMENT TO PM-CREDIT (WS-PX, WS-HIT-IX)
009890     END-IF.
009900 2310-EXIT.
009910     EXIT.
009920 2320-SCAN-TYPE.
009930     IF PM-TYPE (WS-PX, WS-IX) = AUD-TXN-TYPE
009940         MOVE WS-IX TO WS-HIT-IX
009950     END-IF.
009960 2320-EXIT.
009970     EXIT.
009980*----------------------------------------------------------------*
009990*  SECTION 1 - BALANCES BY PRODUCT AND STATUS, A TOTAL PER       *
010000*  PRODUCT AND A GRAND TOTAL.                                    *
010010*----------------------------------------------------------------*
010020 3000-PRINT-BALANCES.
010030     MOVE 'BALANCES BY PRODUCT AND STATUS' TO SE-TITLE.
010040     WRITE REPORT-RECORD FROM WS-SECTION-LINE.
010050     WRITE REPORT-RECORD FROM WS-BAL-HEADING.
010060     PERFORM 3100-PRINT-PRODUCT THRU 3100-EXIT
010070         VARYING WS-PX FROM 1 BY 1
010080         UNTIL WS-PX > WS-PROD-COUNT.
010090     MOVE 'ALL'       TO BL-PRODUCT.
010100     MOVE 'TOTAL'     TO BL-STATUS.
010110     MOVE GT-COUNT    TO BL-COUNT.
010120     MOVE GT-CREDIT   TO BL-CREDIT.
010130     MOVE GT-DEBIT    TO BL-DEBIT.
010140     MOVE GT-HELD     TO BL-HELD.
010150     MOVE GT-UNUSED   TO BL-UNUSED.
010160     WRITE REPORT-RECORD FROM WS-BAL-LINE.
010170 3000-EXIT.
010180     EXIT.
010190 3100-PRINT-PRODUCT.
010200     MOVE ZERO TO PR-COUNT.
010210     MOVE ZERO TO PR-CREDIT.
010220     MOVE ZERO TO PR-DEBIT.
010230     MOVE ZERO TO PR-HELD.
010240     MOVE ZERO TO PR-UNUSED.
010250     PERFORM 3110-PRINT-STATUS THRU 3110-EXIT
010260         VARYING WS-SX FROM 1 BY 1
010270         UNTIL WS-SX > 5.
010280     MOVE PT-PRODUCT (WS-PX) TO BL-PRODUCT.
010290     MOVE 'TOTAL'     TO BL-STATUS.
010300     MOVE PR-COUNT    TO BL-COUNT.
010310     MOVE PR-CREDIT   TO BL-CREDIT.
010320     MOVE PR-DEBIT    TO BL-DEBIT.
010330     MOVE PR-HELD     TO BL-HELD.
010340     MOVE PR-UNUSED   TO BL-UNUSED.
010350     WRITE REPORT-RECORD FROM WS-BAL-LINE.
010360     MOVE SPACES TO REPORT-RECORD.
010370     WRITE REPORT-RECORD.
010380     ADD PR-COUNT     TO GT-COUNT.
010390     ADD PR-CREDIT    TO GT-CREDIT.
010400     ADD PR-DEBIT     TO GT-DEBIT.
010410     ADD PR-HELD      TO GT-HELD.
010420     ADD PR-UNUSED    TO GT-UNUSED.
010430 3100-EXIT.
010440     EXIT.
010450 3110-PRINT-STATUS.
010460     IF PS-COUNT (WS-PX, WS-SX) = ZERO
010470         GO TO 3110-EXIT
010480     END-IF.
010490     MOVE PT-PRODUCT (WS-PX) TO BL-PRODUCT.
010500     EVALUATE PS-STATUS (WS-PX, WS-SX)
010510         WHEN 'A'
010520             MOVE 'ACTIVE'  TO BL-STATUS
010530         WHEN 'D'
010540             MOVE 'DORMANT' TO BL-STATUS
010550         WHEN 'F'
010560             MOVE 'FROZEN'  TO BL-STATUS
010570         WHEN 'C'
010580             MOVE 'CLOSED'  TO BL-STATUS
010590         WHEN OTHER
010600             MOVE 'OTHER'   TO BL-STATUS
010610     END-EVALUATE.
010620     MOVE PS-COUNT (WS-PX, WS-SX)  TO BL-COUNT.
010630     MOVE PS-CREDIT (WS-PX, WS-SX) TO BL-CREDIT.
010640     MOVE PS-DEBIT (WS-PX, WS-SX)  TO BL-DEBIT.
010650     MOVE PS-HELD (WS-PX, WS-SX)   TO BL-HELD.
010660     MOVE PS-UNUSED (WS-PX, WS-SX) TO BL-UNUSED.
010670     WRITE REPORT-RECORD FROM WS-BAL-LINE.
010680     ADD PS-COUNT (WS-PX, WS-SX)   TO PR-COUNT.
010690     ADD PS-CREDIT (WS-PX, WS-SX)  TO PR-CREDIT.
010700     ADD PS-DEBIT (WS-PX, WS-SX)   TO PR-DEBIT.
010710     ADD PS-HELD (WS-PX, WS-SX)    TO PR-HELD.
010720     ADD PS-UNUSED (WS-PX, WS-SX)  TO PR-UNUSED.
010730 3110-EXIT.
010740     EXIT.
010750*----------------------------------------------------------------*
010760*  SECTION 2 - PER PRODUCT: THE OPENING FROM THE SNAPSHOT, THE   *
010770*  DAY'S MOVEMENT BY TYPE, AND OPENING PLUS MOVEMENT AGAINST THE *
010780*  CLOSING ON THE MASTER.  WITH NO PRIOR SNAPSHOT THE MOVEMENT   *
010790*  IS SHOWN BUT NOTHING IS PROVED.                               *
010800*----------------------------------------------------------------*
010810 4000-PRINT-ROLL-FORWARD.
010820     MOVE SPACES TO SE-TITLE.
010830     IF PRIOR-SNAPSHOT
010840         STRING 'ROLL-FORWARD FROM THE CLOSE OF '
010850                DELIMITED BY SIZE
010860                WS-PRIOR-DATE DELIMITED BY SIZE
010870           INTO SE-TITLE
010880         END-STRING
010890     ELSE
010900         MOVE 'NO PRIOR SNAPSHOT - OPENING BALANCES NOT PROVED'
010910             TO SE-TITLE
010920     END-IF.
010930     WRITE REPORT-RECORD FROM WS-SECTION-LINE.
010940     PERFORM 4100-ROLL-PRODUCT THRU 4100-EXIT
010950         VARYING WS-PX FROM 1 BY 1
010960         UNTIL WS-PX > WS-PROD-COUNT.
010970 4000-EXIT.
010980     EXIT.
010990 4100-ROLL-PRODUCT.
011000     MOVE PT-PRODUCT (WS-PX) TO RL-PRODUCT.
011010     MOVE SPACES TO RL-FLAG.
011020     MOVE 'OPENING BALANCE' TO RL-TEXT.
011030     MOVE PT-OPENING (WS-PX) TO RL-AMOUNT.
011040     WRITE REPORT-RECORD FROM WS-ROLL-LINE.
011050     WRITE REPORT-RECORD FROM WS-MOVE-HEADING.
011060     MOVE ZERO TO WS-PROD-MOVE.
011070     PERFORM 4110-PRINT-MOVE THRU 4110-EXIT
011080         VARYING WS-MX FROM 1 BY 1
011090         UNTIL WS-MX > PT-MOVE-COUNT (WS-PX).
011100     MOVE SPACES TO RL-PRODUCT.
011110     MOVE 'TOTAL MOVEMENT' TO RL-TEXT.
011120     MOVE WS-PROD-MOVE TO RL-AMOUNT.
011130     WRITE REPORT-RECORD FROM WS-ROLL-LINE.
011140     COMPUTE WS-EXPECTED = PT-OPENING (WS-PX) + WS-PROD-MOVE.
011150     MOVE 'OPENING PLUS MOVEMENT' TO RL-TEXT.
011160     MOVE WS-EXPECTED TO RL-AMOUNT.
011170     WRITE REPORT-RECORD FROM WS-ROLL-LINE.
011180     MOVE 'CLOSING BALANCE' TO RL-TEXT.
011190     MOVE PT-CLOSING (WS-PX) TO RL-AMOUNT.
011200     WRITE REPORT-RECORD FROM WS-ROLL-LINE.
011210     COMPUTE WS-DIFFERENCE = PT-CLOSING (WS-PX) - WS-EXPECTED.
011220     MOVE 'DIFFERENCE' TO RL-TEXT.
011230     MOVE WS-DIFFERENCE TO RL-AMOUNT.
011240     IF NOT PRIOR-SNAPSHOT
011250         MOVE 'NOT PROVED - NO PRIOR SNAPSHOT' TO RL-FLAG
011260     ELSE
011270         IF WS-DIFFERENCE NOT = ZERO
011280             MOVE '*** OUT OF BALANCE ***' TO RL-FLAG
011290             ADD 1 TO WS-OUT-COUNT
011300             MOVE 'Y' TO WS-FAIL-SW
011310         ELSE
011320             MOVE 'IN BALANCE' TO RL-FLAG
011330         END-IF
011340     END-IF.
011350     WRITE REPORT-RECORD FROM WS-ROLL-LINE.
011360     MOVE SPACES TO REPORT-RECORD.
011370     WRITE REPORT-RECORD.
011380 4100-EXIT.
011390     EXIT.
011400 4110-PRINT-MOVE.
011410     MOVE PM-TYPE (WS-PX, WS-MX)   TO ML-TYPE.
011420     MOVE PM-COUNT (WS-PX, WS-MX)  TO ML-COUNT.
011430     MOVE PM-CREDIT (WS-PX, WS-MX) TO ML-CREDIT.
011440     MOVE PM-DEBIT (WS-PX, WS-MX)  TO ML-DEBIT.
011450     COMPUTE WS-NET-CLOSE =
011460         PM-CREDIT (WS-PX, WS-MX) - PM-DEBIT (WS-PX, WS-MX).
011470     MOVE WS-NET-CLOSE TO ML-NET.
011480     WRITE REPORT-RECORD FROM WS-MOVE-LINE.
011490     ADD WS-NET-CLOSE TO WS-PROD-MOVE.
011500 4110-EXIT.
011510     EXIT.
011520*----------------------------------------------------------------*
011530*  SECTION 3 - ACCOUNT POPULATION BY PRODUCT.                    *
011540*----------------------------------------------------------------*
011550 5000-PRINT-POPULATION.
011560     MOVE 'ACCOUNT POPULATION BY PRODUCT' TO SE-TITLE.
011570     WRITE REPORT-RECORD FROM WS-SECTION-LINE.
011580     WRITE REPORT-RECORD FROM WS-POP-HEADING.
011590     WRITE REPORT-RECORD FROM WS-POP-HEADING-2.
011600     PERFORM 5100-POP-PRODUCT THRU 5100-EXIT
011610         VARYING WS-PX FROM 1 BY 1
011620         UNTIL WS-PX > WS-PROD-COUNT.
011630 5000-EXIT.
011640     EXIT.
011650 5100-POP-PRODUCT.
011660     MOVE PT-PRODUCT (WS-PX)    TO PL-PRODUCT.
011670     MOVE PT-OPENED-DAY (WS-PX) TO PL-OPENED.
011680     MOVE PT-CLOSED-DAY (WS-PX) TO PL-CLOSED.
011690     MOVE PT-FROZEN-DAY (WS-PX) TO PL-FROZEN-DAY.
011700     MOVE PS-COUNT (WS-PX, 1)   TO PL-ACTIVE.
011710     MOVE PS-COUNT (WS-PX, 2)   TO PL-DORMANT.
011720     MOVE PS-COUNT (WS-PX, 3)   TO PL-FROZEN.
011730     MOVE PS-COUNT (WS-PX, 4)   TO PL-CLOSED-NOW.
011740     COMPUTE WS-POP-TOTAL = PS-COUNT (WS-PX, 1)
011750         + PS-COUNT (WS-PX, 2) + PS-COUNT (WS-PX, 3)
011760         + PS-COUNT (WS-PX, 4) + PS-COUNT (WS-PX, 5).
011770     MOVE WS-POP-TOTAL          TO PL-TOTAL.
011780     WRITE REPORT-RECORD FROM WS-POP-LINE.
011790 5100-EXIT.
011800     EXIT.
011810*----------------------------------------------------------------*
011820*  CLOSE OFF TONIGHT'S SNAPSHOT, PROVE LAST NIGHT'S AGAINST ITS  *
011830*  OWN TRAILER, AND PRINT THE RUN SUMMARY.                       *
011840*----------------------------------------------------------------*
011850 6000-FINALIZE.
011860     MOVE WS-SNAP-COUNT TO SNT-COUNT.
011870     MOVE WS-SNAP-NET TO SNT-NET.
011880     WRITE SNAP-RECORD FROM WS-SNAP-TRAILER.
011890     IF WS-SNAP-STATUS NOT = '00'
011900         DISPLAY 'TRIALBAL - TBSNAP WRITE FAILED, STATUS = '
011910             WS-SNAP-STATUS
011920         MOVE 'Y' TO WS-FAIL-SW
011930     END-IF.
011940     MOVE SPACES TO REPORT-RECORD.
011950     WRITE REPORT-RECORD.
011960     IF PRIOR-SNAPSHOT
011970         IF NOT PRV-TRAILER-SEEN
011980             MOVE 'TBPREV HAS NO TRAILER - SNAPSHOT CUT SHORT'
011990                 TO RS-TEXT
012000             WRITE REPORT-RECORD FROM WS-RESULT-LINE
012010             MOVE 'Y' TO WS-FAIL-SW
012020         ELSE
012030             IF PRV-TRL-COUNT NOT = WS-PRV-READ
012040                     OR PRV-TRL-NET NOT = WS-PRV-NET
012050                 MOVE 'TBPREV DETAILS DO NOT AGREE WITH TRAILER'
012060                     TO RS-TEXT
012070                 WRITE REPORT-RECORD FROM WS-RESULT-LINE
012080                 MOVE 'Y' TO WS-FAIL-SW
012090             END-IF
012100         END-IF
012110     END-IF.
012120     IF WS-PROD-OVFL > ZERO OR WS-MOVE-OVFL > ZERO
012130         MOVE 'PRODUCT OR TYPE TABLE FULL - TOTALS INCOMPLETE'
012140             TO RS-TEXT
012150         WRITE REPORT-RECORD FROM WS-RESULT-LINE
012160     END-IF.
012170     MOVE 'ACCOUNTS ON P37AFILE' TO SM-TEXT.
012180     MOVE WS-MST-READ TO SM-COUNT.
012190     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
012200     MOVE 'ACCOUNTS ON PRIOR SNAPSHOT' TO SM-TEXT.
012210     MOVE WS-PRV-READ TO SM-COUNT.
012220     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
012230     MOVE 'JOURNAL ENTRIES READ' TO SM-TEXT.
012240     MOVE WS-AUD-READ TO SM-COUNT.
012250     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
012260     MOVE 'JOURNAL ENTRIES FOR THE DAY' TO SM-TEXT.
012270     MOVE WS-AUD-TAKEN TO SM-COUNT.
012280     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
012290     MOVE 'PRODUCTS OUT OF BALANCE' TO SM-TEXT.
012300     MOVE WS-OUT-COUNT TO SM-COUNT.
012310     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
012320     IF RUN-FAILED
012330         MOVE '*** TRIAL BALANCE DOES NOT PROVE - SEE ABOVE ***'
012340             TO RS-TEXT
012350     ELSE
012360         MOVE 'TRIAL BALANCE PROVED' TO RS-TEXT
012370     END-IF.
012380     WRITE REPORT-RECORD FROM WS-RESULT-LINE.
012390 6000-EXIT.
012400     EXIT.
012410*----------------------------------------------------------------*
012420*  A RUN THAT DOES NOT PROVE IS NOT STAMPED COMPLETE, SO IT CAN  *
012430*  BE RERUN ONCE THE DIFFERENCE IS EXPLAINED WITHOUT A CLEAR.    *
012440*----------------------------------------------------------------*
012450 9999-TERMINATE.
012460     CLOSE MASTER-FILE.
012470     CLOSE AUDIT-FILE.
012480     CLOSE PREV-FILE.
012490     CLOSE SNAP-FILE.
012500     CLOSE REPORT-FILE.
012510     IF RUN-FAILED
012520         CLOSE CTL-FILE
012530     ELSE
012540         PERFORM 1060-STAMP-COMPLETE THRU 1060-EXIT
012550     END-IF.
012560 9999-EXIT.
012570     EXIT.
