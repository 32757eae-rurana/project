001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. FEEPOST.
001020 AUTHOR. R T KOWALSKI.
001030 INSTALLATION. RETAIL BANKING SYSTEMS - BATCH OPERATIONS.
001040 DATE-WRITTEN. 10/15/2026.
001050 DATE-COMPILED.
001060*
001070*    MODIFICATION HISTORY
001080*    DATE      INIT  DESCRIPTION
001090*    10/15/26  RTK   INITIAL VERSION - MONTHLY SERVICE CHARGE
001100*                    AND FEE POSTING OVER P37AFILE OFF THE
001110*                    FEETBL FEE SCHEDULE, WITH A SUPERVISED
001120*                    WAIVER LIST AND A FEE REGISTER.
001122*    10/15/26  RTK   P37AUDIT LAYOUT FOLLOWS THE 128-BYTE
001124*                    JOURNAL RECORD; BATCH ENTRIES CARRY NO
001126*                    APPROVING SUPERVISOR.
001127*    10/15/26  RTK   P37AUDIT ENTRIES CLEAR THE HOLD FLAG
001128*                    AND HOLD DATE.
001130*    10/15/26  RTK   OVERDRAFT DRAWS COUNT ONLY THE CUSTOMER'S
001132*                    OWN ITEMS - STANDING ORDERS AND OTHER
001134*                    BATCH POSTINGS ARE NOT CHARGED THE FEE.
001136*
001140*----------------------------------------------------------------*
001150*  READS THE FEE SCHEDULE OFF FEETBL - ONE ROW PER PRODUCT AND   *
001160*  FEE TYPE, EACH CARRYING THE CHARGE PER ITEM AND, FOR THE      *
001170*  EXCESS-WITHDRAWAL FEE, THE NUMBER OF FREE ITEMS A MONTH -     *
001180*  AND THE WAIVER LIST OFF FEEWAIV, THEN WALKS P37AFILE IN KEY   *
001190*  SEQUENCE AND CHARGES EACH ACTIVE ACCOUNT FOR THE STATEMENT    *
001200*  PERIOD ON SYSIN.  THREE FEE TYPES ARE CHARGED:                *
001210*                                                                *
001220*    MN  MONTHLY MAINTENANCE, ONE CHARGE PER ACCOUNT             *
001228*    OD  EACH COUNTER OR ONLINE WITHDRAWAL OR TRANSFER IN THE    *
001236*        PERIOD THAT TOOK A CHECKING ACCOUNT FROM ZERO OR BETTER *
001244*        INTO ITS ARRANGED OVERDRAFT LINE - STANDING ORDERS AND  *
001252*        OTHER BATCH POSTINGS ARE NOT CHARGED                    *
001260*    XW  EACH COUNTER WITHDRAWAL IN THE PERIOD PAST THE FREE     *
001270*        ALLOWANCE ON THE SCHEDULE ROW                           *
001280*                                                                *
001290*  THE ITEM COUNTS COME OFF THE ACCOUNT'S OWN P37AUDIT ENTRIES   *
001300*  FOR THE PERIOD - THE JOURNAL CARRIES THE BALANCE BEFORE AND   *
001310*  AFTER EACH POSTING, AND A COUNTER WITHDRAWAL IS A 'WD' ENTRY  *
001320*  NOT WRITTEN BY THE TXNPOST BATCH.  A PRODUCT WITH NO ROW ON   *
001330*  THE SCHEDULE FOR A FEE TYPE IS NOT CHARGED THAT FEE - THE     *
001340*  SAFE FAILURE.  LEGACY ACCOUNTS WITH NO PRODUCT CODE ARE       *
001350*  CHARGED AS THE SAVINGS BOOK, THE SAME AS INTPOST RATES THEM.  *
001360*                                                                *
001370*  EACH CHARGE POSTS ITS OWN 'FE' DEBIT ENTRY TO P37THIST AND    *
001380*  P37AUDIT AND BUMPS CUS-TXN-SEQ THE SAME WAY THE ONLINE        *
001390*  PROGRAMS DO, SO EODRECON, GLEXTRCT AND THE STATEMENT RUN SEE  *
001400*  A FEE AS JUST ANOTHER POSTED TRANSACTION.  THE FEE TYPE RIDES *
001410*  IN THE REFERENCE RIGHT AFTER THE AMOUNT.  A CHARGE THE        *
001420*  ACCOUNT CANNOT COVER FROM ITS BALANCE LESS HOLDS PLUS ANY     *
001430*  ARRANGED LINE IS NOT TAKEN - IT IS PRINTED AS UNCOLLECTED     *
001440*  FOR THE BRANCH TO FOLLOW UP.  A CHARGE ON THE WAIVER LIST IS  *
001450*  PRINTED WITH THE AUTHORIZING SUPERVISOR AND NOT TAKEN.        *
001460*                                                                *
001470*  WAIVER CARDS CARRY THE ACCOUNT, THE FEE TYPE ('**' FOR EVERY  *
001480*  FEE), THE LAST DATE THE WAIVER COVERS AND THE AUTHORIZING     *
001490*  SUPERVISOR'S OPERATOR ID.  THE ID IS PROVED AGAINST THE       *
001500*  P37SECF SECURITY MASTER (ACTIVE, SUPERVISOR OR HEAD TELLER    *
001510*  ROLE) THE SAME AS THE CTLMAINT CLEAR COMMAND - A CARD THAT    *
001520*  FAILS IS DROPPED WITH A LOG LINE AND THE FEE IS CHARGED.      *
001530*----------------------------------------------------------------*
001540 ENVIRONMENT DIVISION.
001550 CONFIGURATION SECTION.
001560 SOURCE-COMPUTER. IBM-370.
001570 OBJECT-COMPUTER. IBM-370.
001580 INPUT-OUTPUT SECTION.
001590 FILE-CONTROL.
001600     SELECT PARM-FILE ASSIGN TO SYSIN
001610         ORGANIZATION IS LINE SEQUENTIAL
001620         FILE STATUS IS WS-PARM-STATUS.
001630     SELECT FEE-FILE ASSIGN TO FEETBL
001640         ORGANIZATION IS LINE SEQUENTIAL
001650         FILE STATUS IS WS-FEE-STATUS.
001660     SELECT WAIVER-FILE ASSIGN TO FEEWAIV
001670         ORGANIZATION IS LINE SEQUENTIAL
001680         FILE STATUS IS WS-WAIVER-STATUS.
001690     SELECT SEC-FILE ASSIGN TO P37SECF
001700         ORGANIZATION IS INDEXED
001710         ACCESS MODE IS RANDOM
001720         RECORD KEY IS SEC-OPID
001730         FILE STATUS IS WS-SEC-STATUS.
001740     SELECT MASTER-FILE ASSIGN TO P37AFIL
001750         ORGANIZATION IS INDEXED
001760         ACCESS MODE IS SEQUENTIAL
001770         RECORD KEY IS CUS-ACCNO
001780         FILE STATUS IS WS-MASTER-STATUS.
001790     SELECT HIST-FILE ASSIGN TO P37THST
001800         ORGANIZATION IS INDEXED
001810         ACCESS MODE IS RANDOM
001820         RECORD KEY IS THS-KEY
001830         FILE STATUS IS WS-HIST-STATUS.
001840     SELECT AUDIT-FILE ASSIGN TO P37AUDT
001850         ORGANIZATION IS INDEXED
001860         ACCESS MODE IS DYNAMIC
001870         RECORD KEY IS AUD-KEY
001880         FILE STATUS IS WS-AUDIT-STATUS.
001890     SELECT REPORT-FILE ASSIGN TO FEERPT
001900         ORGANIZATION IS LINE SEQUENTIAL
001910         FILE STATUS IS WS-REPORT-STATUS.
001920     SELECT CTL-FILE ASSIGN TO P37CTLF
001930         ORGANIZATION IS INDEXED
001940         ACCESS MODE IS RANDOM
001950         RECORD KEY IS CTL-KEY
001960         FILE STATUS IS WS-CTL-STATUS.
001970 DATA DIVISION.
001980 FILE SECTION.
001990 FD  PARM-FILE
002000     LABEL RECORDS ARE OMITTED.
002010 01  PARM-RECORD.
002020     05  PARM-PERIOD-START    PIC 9(08).
002030     05  PARM-PERIOD-END      PIC 9(08).
002040     05  FILLER               PIC X(64).
002050 FD  FEE-FILE
002060     LABEL RECORDS ARE OMITTED.
002070 01  FEE-RECORD.
002080     05  FTB-PRODUCT          PIC X(02).
002090     05  FTB-FEE-TYPE         PIC X(02).
002100     05  FTB-AMOUNT           PIC 9(05)V9(02).
002110     05  FTB-FREE-COUNT       PIC 9(03).
002120     05  FILLER               PIC X(66).
002130 FD  WAIVER-FILE
002140     LABEL RECORDS ARE OMITTED.
002150 01  WAIVER-RECORD.
002160     05  WVC-ACCNO            PIC 9(15).
002170     05  WVC-FEE-TYPE         PIC X(02).
002180     05  WVC-THRU-DATE        PIC 9(08).
002190     05  WVC-SUPVR            PIC X(08).
002200     05  WVC-REASON           PIC X(20).
002210     05  FILLER               PIC X(27).
002220 FD  SEC-FILE
002230     LABEL RECORDS ARE STANDARD.
002240 01  WS-SEC-RECORD.
002250     05  SEC-OPID             PIC X(08).
002260     05  SEC-PASSWORD         PIC X(08).
002270     05  SEC-ROLE             PIC X(01).
002280         88  SEC-SUPVR-AUTH       VALUES 'H' 'S'.
002290     05  SEC-STATUS           PIC X(01).
002300         88  SEC-ACTIVE           VALUE 'A'.
002310     05  SEC-FAIL-COUNT       PIC 9(01).
002320     05  SEC-TXN-LIMIT        PIC 9(09)V9(02).
002330     05  SEC-ISSUED-DATE      PIC 9(08).
002340     05  FILLER               PIC X(10).
002350 FD  MASTER-FILE
002360     LABEL RECORDS ARE STANDARD.
002370 01  WS-RECORD.
002380     05  CUS-ACCNO            PIC 9(15).
002390     05  CUS-STATUS           PIC X(01).
002400         88  CUS-ACTIVE           VALUE 'A'.
002410         88  CUS-FROZEN           VALUE 'F'.
002420         88  CUS-CLOSED           VALUE 'C'.
002425         88  CUS-DORMANT          VALUE 'D'.
002430     05  CUS-BALANCE          PIC S9(09)V9(02).
002440     05  CUS-LAST-TXNREF      PIC X(26).
002450     05  CUS-TXN-SEQ          PIC 9(07).
002460     05  CUS-WD-DATE          PIC 9(08).
002470     05  CUS-WD-TODAY         PIC 9(09)V9(02).
002480     05  CUS-PRODUCT          PIC X(02).
002490         88  CUS-PROD-SAVINGS     VALUE 'SV'.
002500         88  CUS-PROD-CHECKING    VALUE 'CK'.
002510         88  CUS-PROD-LEGACY      VALUE SPACES.
002520     05  CUS-HOLD-AMT         PIC 9(09)V9(02).
002530     05  CUS-HOLD-DATE        PIC 9(08).
002540     05  CUS-OD-LIMIT         PIC 9(09)V9(02).
002545     05  CUS-LAST-ACT-DATE    PIC 9(08).
002550     05  FILLER               PIC X(01).
002560 FD  HIST-FILE
002570     LABEL RECORDS ARE STANDARD.
002580 01  WS-HIST-RECORD.
002590     05  THS-KEY.
002600         10  THS-ACCNO        PIC 9(15).
002610         10  THS-SEQNO        PIC 9(07).
002620     05  THS-TXN-TYPE         PIC X(02).
002630     05  THS-AMOUNT           PIC 9(09)V9(02).
002640     05  THS-BAL-AFTER        PIC S9(09)V9(02).
002650     05  THS-DATE             PIC 9(08).
002660     05  THS-TIME             PIC 9(06).
002670     05  THS-TERMID           PIC X(04).
002680     05  THS-REF              PIC X(26).
002690     05  THS-DR-CR            PIC X(01).
002700     05  FILLER               PIC X(05).
002710 FD  AUDIT-FILE
002720     LABEL RECORDS ARE STANDARD.
002730 01  WS-AUDIT-RECORD.
002740     05  AUD-KEY.
002750         10  AUD-ACCNO        PIC 9(15).
002760         10  AUD-SEQNO        PIC 9(07).
002770     05  AUD-TXN-TYPE         PIC X(02).
002780         88  AUD-WITHDRAWAL       VALUE 'WD'.
002790         88  AUD-TRANSFER         VALUE 'TF'.
002800     05  AUD-AMOUNT           PIC 9(09)V9(02).
002810     05  AUD-BAL-BEFORE       PIC S9(09)V9(02).
002820     05  AUD-BAL-AFTER        PIC S9(09)V9(02).
002830     05  AUD-TERMID           PIC X(04).
002840     05  AUD-OPID             PIC X(08).
002850     05  AUD-DATE             PIC 9(08).
002860     05  AUD-TIME             PIC 9(06).
002870     05  AUD-REF              PIC X(26).
002880     05  AUD-APPR-OPID        PIC X(08).
002882     05  AUD-HOLD-FLAG        PIC X(01).
002884     05  AUD-HOLD-DATE        PIC 9(08).
002886     05  FILLER               PIC X(02).
002890 FD  REPORT-FILE
002900     LABEL RECORDS ARE OMITTED.
002910 01  REPORT-RECORD             PIC X(132).
002920 FD  CTL-FILE
002930     LABEL RECORDS ARE STANDARD.
002940 01  WS-CTL-RECORD.
002950     05  CTL-KEY              PIC X(08).
002960     05  CTL-DATE             PIC 9(08).
002970     05  CTL-FLAG             PIC X(01).
002980     05  FILLER               PIC X(15).
002990 WORKING-STORAGE SECTION.
003000 77  WS-CTL-STATUS             PIC X(02) VALUE '00'.
003010 77  WS-BUS-DATE               PIC 9(08) VALUE ZERO.
003020 77  WS-JOB-NAME               PIC X(08) VALUE 'FEEPOST '.
003030 77  WS-CTL-FOUND-SW           PIC X(01) VALUE 'N'.
003040     88  CTL-FOUND                 VALUE 'Y'.
003050 77  WS-PARM-STATUS            PIC X(02) VALUE '00'.
003060 77  WS-FEE-STATUS             PIC X(02) VALUE '00'.
003070 77  WS-WAIVER-STATUS          PIC X(02) VALUE '00'.
003080 77  WS-SEC-STATUS             PIC X(02) VALUE '00'.
003090 77  WS-MASTER-STATUS          PIC X(02) VALUE '00'.
003100 77  WS-HIST-STATUS            PIC X(02) VALUE '00'.
003110 77  WS-AUDIT-STATUS           PIC X(02) VALUE '00'.
003120 77  WS-REPORT-STATUS          PIC X(02) VALUE '00'.
003130 77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
003140     88  MASTER-EOF                VALUE 'Y'.
003150 77  WS-OPEN-FAIL-SW           PIC X(01) VALUE 'N'.
003160     88  OPEN-FAILED               VALUE 'Y'.
003170 77  WS-FEE-EOF-SW             PIC X(01) VALUE 'N'.
003180     88  FEES-EOF                  VALUE 'Y'.
003190 77  WS-WAIVER-EOF-SW          PIC X(01) VALUE 'N'.
003200     88  WAIVERS-EOF               VALUE 'Y'.
003210 77  WS-SEC-OPEN-SW            PIC X(01) VALUE 'N'.
003220     88  SEC-OPEN                  VALUE 'Y'.
003230 77  WS-SUPVR-OK-SW            PIC X(01) VALUE 'N'.
003240     88  SUPVR-PROVED              VALUE 'Y'.
003250 77  WS-SCAN-DONE-SW           PIC X(01) VALUE 'N'.
003260     88  SCAN-DONE                 VALUE 'Y'.
003270 77  WS-FEE-COUNT              PIC 9(03) COMP VALUE ZERO.
003280 77  WS-FEE-OVFL               PIC 9(05) COMP VALUE ZERO.
003290 77  WS-WAIVER-COUNT           PIC 9(05) COMP VALUE ZERO.
003300 77  WS-WAIVER-OVFL            PIC 9(05) COMP VALUE ZERO.
003310 77  WS-WAIVER-REJECT          PIC 9(05) COMP VALUE ZERO.
003320 77  WS-IX                     PIC 9(05) COMP VALUE ZERO.
003330 77  WS-HIT-IX                 PIC 9(05) COMP VALUE ZERO.
003340 77  WS-FT-IX                  PIC 9(03) COMP VALUE ZERO.
003350 77  WS-STG-IX                 PIC 9(03) COMP VALUE ZERO.
003360 77  WS-STG-COUNT              PIC 9(03) COMP VALUE ZERO.
003370 77  WS-ACCT-PROD              PIC X(02) VALUE SPACES.
003380 77  WS-FEE-TYPE               PIC X(02) VALUE SPACES.
003390 77  WS-FEE-UNITS              PIC 9(05) COMP VALUE ZERO.
003400 77  WS-FEE-RATE               PIC 9(05)V9(02) VALUE ZERO.
003410 77  WS-FREE-COUNT             PIC 9(05) COMP VALUE ZERO.
003420 77  WS-FEE-AMT                PIC 9(05)V9(02) VALUE ZERO.
003430 77  WS-OD-DRAWS               PIC 9(05) COMP VALUE ZERO.
003440 77  WS-COUNTER-WDS            PIC 9(05) COMP VALUE ZERO.
003450 77  WS-AVAILABLE              PIC S9(11)V9(02) VALUE ZERO.
003460 77  WS-WAIVED-BY              PIC X(08) VALUE SPACES.
003470 77  WS-NEW-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
003480 77  WS-CUR-DATE               PIC 9(08) VALUE ZERO.
003490 77  WS-CUR-TIME               PIC 9(06) VALUE ZERO.
003500 77  WS-TIME-RAW               PIC 9(08) VALUE ZERO.
003510 77  WS-TXN-REF                PIC X(26) VALUE SPACES.
003520 77  WS-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
003530 77  WS-ACCT-CHARGED           PIC 9(07) COMP VALUE ZERO.
003540 77  WS-TOTAL-FEES             PIC 9(11)V9(02) VALUE ZERO.
003550*----------------------------------------------------------------*
003560*  ONE SCHEDULE ROW PER PRODUCT AND FEE TYPE OFF FEETBL, AND THE *
003570*  PROVED WAIVER CARDS OFF FEEWAIV.  THIRTY ROWS AND TWO HUNDRED *
003580*  WAIVERS IS WELL PAST WHAT THE BRANCH CARRIES - ANYTHING PAST  *
003590*  THE LIMIT IS COUNTED AND FLAGGED ON THE REGISTER RATHER THAN  *
003600*  DROPPED SILENTLY.                                             *
003610*----------------------------------------------------------------*
003620 01  WS-FEE-TABLE.
003630     05  WS-FEE-ENTRY OCCURS 30 TIMES.
003640         10  FT-PRODUCT       PIC X(02).
003650         10  FT-FEE-TYPE      PIC X(02).
003660         10  FT-AMOUNT        PIC 9(05)V9(02).
003670         10  FT-FREE-COUNT    PIC 9(03).
003680 01  WS-WAIVER-TABLE.
003690     05  WS-WAIVER-ENTRY OCCURS 200 TIMES.
003700         10  WT-ACCNO         PIC 9(15).
003710         10  WT-FEE-TYPE      PIC X(02).
003720         10  WT-THRU-DATE     PIC 9(08).
003730         10  WT-SUPVR         PIC X(08).
003740*----------------------------------------------------------------*
003750*  THE ACCOUNT'S CHARGES ARE STAGED HERE AND POSTED BY ONE       *
003760*  REWRITE OF THE MASTER, THEN THEIR HISTORY AND AUDIT ENTRIES   *
003770*  ARE CUT - A FAILED REWRITE LEAVES NO ORPHAN JOURNAL ENTRIES.  *
003780*----------------------------------------------------------------*
003790 01  WS-STAGE-TABLE.
003800     05  WS-STAGE-ENTRY OCCURS 3 TIMES.
003810         10  ST-FEE-TYPE      PIC X(02).
003820         10  ST-UNITS         PIC 9(05) COMP.
003830         10  ST-AMOUNT        PIC 9(05)V9(02).
003840         10  ST-SEQNO         PIC 9(07).
003850         10  ST-BAL-BEFORE    PIC S9(09)V9(02).
003860         10  ST-BAL-AFTER     PIC S9(09)V9(02).
003870         10  ST-REF           PIC X(26).
003880*----------------------------------------------------------------*
003890*  REGISTER TOTALS, ONE SLOT PER FEE TYPE THE RUN CHARGES.       *
003900*----------------------------------------------------------------*
003910 01  WS-TYPE-TABLE.
003920     05  WS-TYPE-ENTRY OCCURS 3 TIMES.
003930         10  TT-FEE-TYPE      PIC X(02).
003940         10  TT-CHG-CNT       PIC 9(07) COMP.
003950         10  TT-CHG-AMT       PIC 9(11)V9(02).
003960         10  TT-WVD-CNT       PIC 9(07) COMP.
003970         10  TT-WVD-AMT       PIC 9(11)V9(02).
003980         10  TT-UNC-CNT       PIC 9(07) COMP.
003990         10  TT-UNC-AMT       PIC 9(11)V9(02).
004000 01  WS-HEADING-LINE-1.
004010     05  FILLER                PIC X(35) VALUE SPACES.
004020     05  FILLER                PIC X(28)
004030             VALUE 'MONTHLY FEE POSTING REGISTER'.
004040     05  FILLER                PIC X(09) VALUE '  PERIOD '.
004050     05  HL-PERIOD-START       PIC 9(08).
004060     05  FILLER                PIC X(04) VALUE ' TO '.
004070     05  HL-PERIOD-END         PIC 9(08).
004080 01  WS-HEADING-LINE-2.
004090     05  FILLER                PIC X(01) VALUE SPACES.
004100     05  FILLER                PIC X(16) VALUE 'ACCOUNT NUMBER'.
004110     05  FILLER                PIC X(06) VALUE 'PROD'.
004120     05  FILLER                PIC X(05) VALUE 'FEE'.
004130     05  FILLER                PIC X(07) VALUE 'ITEMS'.
004140     05  FILLER                PIC X(12) VALUE 'AMOUNT'.
004150     05  FILLER                PIC X(15) VALUE 'NEW BALANCE'.
004160     05  FILLER                PIC X(30) VALUE 'DISPOSITION'.
004170 01  WS-DETAIL-LINE.
004180     05  FILLER                PIC X(01) VALUE SPACES.
004190     05  DL-ACCNO              PIC Z(14)9.
004200     05  FILLER                PIC X(02) VALUE SPACES.
004210     05  DL-PRODUCT            PIC X(02).
004220     05  FILLER                PIC X(04) VALUE SPACES.
004230     05  DL-FEE-TYPE           PIC X(02).
004240     05  FILLER                PIC X(02) VALUE SPACES.
004250     05  DL-UNITS              PIC Z(04)9.
004260     05  FILLER                PIC X(02) VALUE SPACES.
004270     05  DL-AMOUNT             PIC Z(06)9.99.
004280     05  FILLER                PIC X(02) VALUE SPACES.
004290     05  DL-NEW-BAL            PIC -(08)9.99.
004300     05  FILLER                PIC X(03) VALUE SPACES.
004310     05  DL-NOTE               PIC X(30).
004320 01  WS-TYPE-LINE.
004330     05  FILLER                PIC X(01) VALUE SPACES.
004340     05  FILLER                PIC X(04) VALUE 'FEE '.
004350     05  TL-FEE-TYPE           PIC X(02).
004360     05  FILLER                PIC X(11) VALUE '  CHARGED '.
004370     05  TL-CHG-CNT            PIC Z(06)9.
004380     05  FILLER                PIC X(01) VALUE SPACES.
004390     05  TL-CHG-AMT            PIC Z(10)9.99.
004400     05  FILLER                PIC X(10) VALUE '  WAIVED '.
004410     05  TL-WVD-CNT            PIC Z(06)9.
004420     05  FILLER                PIC X(01) VALUE SPACES.
004430     05  TL-WVD-AMT            PIC Z(10)9.99.
004440     05  FILLER                PIC X(15) VALUE '  UNCOLLECTED '.
004450     05  TL-UNC-CNT            PIC Z(06)9.
004460     05  FILLER                PIC X(01) VALUE SPACES.
004470     05  TL-UNC-AMT            PIC Z(10)9.99.
004480 01  WS-SUMMARY-LINE.
004490     05  FILLER                PIC X(01) VALUE SPACES.
004500     05  FILLER            PIC X(20) VALUE 'ACCOUNTS READ      '.
004510     05  SL-READ-COUNT         PIC Z(06)9.
004520     05  FILLER                PIC X(05) VALUE SPACES.
004530     05  FILLER            PIC X(20) VALUE 'ACCOUNTS CHARGED   '.
004540     05  SL-ACCT-CHARGED       PIC Z(06)9.
004550     05  FILLER                PIC X(05) VALUE SPACES.
004560     05  FILLER            PIC X(18) VALUE 'TOTAL FEES       '.
004570     05  SL-TOTAL-FEES         PIC Z(10)9.99.
004580 01  WS-OVFL-LINE.
004590     05  FILLER                PIC X(01) VALUE SPACES.
004600     05  OV-TEXT               PIC X(32).
004610     05  OV-COUNT              PIC Z(04)9.
004620 PROCEDURE DIVISION.
004630 0000-MAINLINE.
004640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004650     IF OPEN-FAILED
004660         DISPLAY 'FEEPOST - ABENDING, FILE OPEN FAILED'
004670     ELSE
004680         PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
004690             UNTIL MASTER-EOF
004700         PERFORM 3000-FINALIZE THRU 3000-EXIT
004710         PERFORM 9999-TERMINATE THRU 9999-EXIT
004720     END-IF.
004730     STOP RUN.
004740*----------------------------------------------------------------*
004750*  READ THE PERIOD CARD, LOAD THE FEE SCHEDULE AND THE WAIVER    *
004760*  LIST, OPEN THE FILES, PRINT THE REGISTER HEADINGS, PRIME THE  *
004770*  FIRST READ.  A MISSING OR UNREADABLE SCHEDULE CHARGES         *
004780*  NOTHING, WHICH IS THE SAFE FAILURE.                           *
004790*----------------------------------------------------------------*
004800 1000-INITIALIZE.
004810     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
004820     ACCEPT WS-TIME-RAW FROM TIME.
004830     COMPUTE WS-CUR-TIME = WS-TIME-RAW / 100.
004840     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT.
004850     IF OPEN-FAILED
004860         GO TO 1000-EXIT
004870     END-IF.
004880     OPEN INPUT PARM-FILE.
004890     IF WS-PARM-STATUS NOT = '00'
004900         DISPLAY 'FEEPOST - UNABLE TO OPEN SYSIN, STATUS = '
004910             WS-PARM-STATUS
004920         MOVE 'Y' TO WS-EOF-SW
004930         MOVE 'Y' TO WS-OPEN-FAIL-SW
004940         GO TO 1000-EXIT
004950     END-IF.
004960     READ PARM-FILE
004970         AT END
004980             DISPLAY 'FEEPOST - NO PERIOD CARD ON SYSIN'
004990             MOVE 'Y' TO WS-EOF-SW
005000             MOVE 'Y' TO WS-OPEN-FAIL-SW
005010     END-READ.
005020     CLOSE PARM-FILE.
005030     IF OPEN-FAILED
005040         GO TO 1000-EXIT
005050     END-IF.
005060     IF PARM-PERIOD-START NOT NUMERIC
005070             OR PARM-PERIOD-END NOT NUMERIC
005080             OR PARM-PERIOD-START > PARM-PERIOD-END
005090         DISPLAY 'FEEPOST - PERIOD CARD INVALID'
005100         MOVE 'Y' TO WS-EOF-SW
005110         MOVE 'Y' TO WS-OPEN-FAIL-SW
005120         GO TO 1000-EXIT
005130     END-IF.
005140     PERFORM 1020-CLEAR-TOTALS THRU 1020-EXIT
005150         VARYING WS-FT-IX FROM 1 BY 1
005160         UNTIL WS-FT-IX > 3.
005170     MOVE 'MN' TO TT-FEE-TYPE (1).
005180     MOVE 'OD' TO TT-FEE-TYPE (2).
005190     MOVE 'XW' TO TT-FEE-TYPE (3).
005200     PERFORM 1300-LOAD-FEES THRU 1300-EXIT.
005210     PERFORM 1400-LOAD-WAIVERS THRU 1400-EXIT.
005220     OPEN I-O MASTER-FILE.
005230     OPEN I-O HIST-FILE.
005240     OPEN I-O AUDIT-FILE.
005250     OPEN OUTPUT REPORT-FILE.
005260     IF WS-MASTER-STATUS NOT = '00'
005270         DISPLAY 'FEEPOST - UNABLE TO OPEN P37AFIL, STATUS = '
005280             WS-MASTER-STATUS
005290         MOVE 'Y' TO WS-EOF-SW
005300         MOVE 'Y' TO WS-OPEN-FAIL-SW
005310     END-IF.
005320     IF WS-HIST-STATUS NOT = '00'
005330         DISPLAY 'FEEPOST - UNABLE TO OPEN P37THST, STATUS = '
005340             WS-HIST-STATUS
005350         MOVE 'Y' TO WS-EOF-SW
005360         MOVE 'Y' TO WS-OPEN-FAIL-SW
005370     END-IF.
005380     IF WS-AUDIT-STATUS NOT = '00'
005390         DISPLAY 'FEEPOST - UNABLE TO OPEN P37AUDT, STATUS = '
005400             WS-AUDIT-STATUS
005410         MOVE 'Y' TO WS-EOF-SW
005420         MOVE 'Y' TO WS-OPEN-FAIL-SW
005430     END-IF.
005440     IF WS-REPORT-STATUS NOT = '00'
005450         DISPLAY 'FEEPOST - UNABLE TO OPEN FEERPT, STATUS = '
005460             WS-REPORT-STATUS
005470         MOVE 'Y' TO WS-EOF-SW
005480         MOVE 'Y' TO WS-OPEN-FAIL-SW
005490     END-IF.
005500     IF NOT MASTER-EOF
005510         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
005520         PERFORM 1200-READ-MASTER THRU 1200-EXIT
005530     END-IF.
005540 1000-EXIT.
005550     EXIT.
005560 1020-CLEAR-TOTALS.
005570     MOVE ZERO TO TT-CHG-CNT (WS-FT-IX).
005580     MOVE ZERO TO TT-CHG-AMT (WS-FT-IX).
005590     MOVE ZERO TO TT-WVD-CNT (WS-FT-IX).
005600     MOVE ZERO TO TT-WVD-AMT (WS-FT-IX).
005610     MOVE ZERO TO TT-UNC-CNT (WS-FT-IX).
005620     MOVE ZERO TO TT-UNC-AMT (WS-FT-IX).
005630 1020-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------*
005660*  RUN-CONTROL CHECK AGAINST THE P37CTLF SYSTEM CONTROL FILE.    *
005670*  THE RUN REFUSES TO START WHILE THE ONLINE REGION IS STILL UP  *
005680*  AGAINST THE SAME CLUSTERS, REFUSES TO RUN OUT OF SEQUENCE OR  *
005690*  AGAINST THE WRONG DATE, AND REFUSES A BUSINESS DATE IT HAS    *
005700*  ALREADY COMPLETED - THE SUPERVISOR-AUTHORIZED CTLMAINT CLEAR  *
005710*  COMMAND IS THE RERUN PATH.  THE RUN STAMPS ITSELF STARTED     *
005720*  HERE AND COMPLETED AT CLEAN END OF JOB.                       *
005730*----------------------------------------------------------------*
005740 1050-CHECK-RUN-CONTROL.
005750     OPEN I-O CTL-FILE.
005760     IF WS-CTL-STATUS NOT = '00'
005770         DISPLAY 'FEEPOST - UNABLE TO OPEN P37CTLF, STATUS = '
005780             WS-CTL-STATUS
005790         MOVE 'Y' TO WS-EOF-SW
005800         MOVE 'Y' TO WS-OPEN-FAIL-SW
005810         GO TO 1050-EXIT
005820     END-IF.
005830     MOVE 'SYSTEM  ' TO CTL-KEY.
005840     READ CTL-FILE
005850         INVALID KEY
005860             DISPLAY 'FEEPOST - NO SYSTEM CONTROL RECORD'
005870             MOVE 'Y' TO WS-EOF-SW
005880             MOVE 'Y' TO WS-OPEN-FAIL-SW
005890     END-READ.
005900     IF OPEN-FAILED
005910         CLOSE CTL-FILE
005920         GO TO 1050-EXIT
005930     END-IF.
005940     IF CTL-FLAG = 'U'
005950         DISPLAY 'FEEPOST - ONLINE REGION IS STILL UP'
005960         MOVE 'Y' TO WS-EOF-SW
005970         MOVE 'Y' TO WS-OPEN-FAIL-SW
005980         CLOSE CTL-FILE
005990         GO TO 1050-EXIT
006000     END-IF.
006010     MOVE CTL-DATE TO WS-BUS-DATE.
006020     MOVE WS-JOB-NAME TO CTL-KEY.
006030     MOVE 'N' TO WS-CTL-FOUND-SW.
006040     READ CTL-FILE
006050         INVALID KEY
006060             CONTINUE
006070         NOT INVALID KEY
006080             MOVE 'Y' TO WS-CTL-FOUND-SW
006090     END-READ.
006100     IF CTL-FOUND AND CTL-DATE = WS-BUS-DATE
006110             AND CTL-FLAG = 'C'
006120         DISPLAY 'FEEPOST - ALREADY COMPLETED FOR ' WS-BUS-DATE
006130         DISPLAY 'FEEPOST - CTLMAINT CLEAR IS THE RERUN PATH'
006140         MOVE 'Y' TO WS-EOF-SW
006150         MOVE 'Y' TO WS-OPEN-FAIL-SW
006160         CLOSE CTL-FILE
006170         GO TO 1050-EXIT
006180     END-IF.
006190     MOVE WS-JOB-NAME TO CTL-KEY.
006200     MOVE WS-BUS-DATE TO CTL-DATE.
006210     MOVE 'S' TO CTL-FLAG.
006220     IF CTL-FOUND
006230         REWRITE WS-CTL-RECORD
006240             INVALID KEY
006250                 DISPLAY 'FEEPOST - RUN-CONTROL REWRITE FAILED'
006260         END-REWRITE
006270     ELSE
006280         WRITE WS-CTL-RECORD
006290             INVALID KEY
006300                 DISPLAY 'FEEPOST - RUN-CONTROL WRITE FAILED'
006310         END-WRITE
006320     END-IF.
006330 1050-EXIT.
006340     EXIT.
006350*----------------------------------------------------------------*
006360*  STAMP THE RUN COMPLETED FOR THE BUSINESS DATE, SO A SECOND    *
006370*  SUBMISSION OF THE SAME NIGHT IS TURNED AWAY AT 1050.          *
006380*----------------------------------------------------------------*
006390 1060-STAMP-COMPLETE.
006400     MOVE WS-JOB-NAME TO CTL-KEY.
006410     READ CTL-FILE
006420         INVALID KEY
006430             DISPLAY 'FEEPOST - RUN-CONTROL RECORD LOST'
006440         NOT INVALID KEY
006450             MOVE 'C' TO CTL-FLAG
006460             REWRITE WS-CTL-RECORD
006470                 INVALID KEY
006480                     DISPLAY 'FEEPOST - COMPLETION STAMP FAILED'
006490             END-REWRITE
006500     END-READ.
006510     CLOSE CTL-FILE.
006520 1060-EXIT.
006530     EXIT.
006540 1100-WRITE-HEADINGS.
006550     MOVE PARM-PERIOD-START TO HL-PERIOD-START.
006560     MOVE PARM-PERIOD-END TO HL-PERIOD-END.
006570     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
006580     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
006590 1100-EXIT.
006600     EXIT.
006610 1200-READ-MASTER.
006620     READ MASTER-FILE NEXT RECORD
006630         AT END
006640             MOVE 'Y' TO WS-EOF-SW
006650     END-READ.
006660 1200-EXIT.
006670     EXIT.
006680*----------------------------------------------------------------*
006690*  LOAD EVERY SCHEDULE ROW INTO THE TABLE.  ROWS PAST THE TABLE  *
006700*  LIMIT ARE COUNTED FOR THE REGISTER.  A ROW THAT IS NOT        *
006710*  NUMERIC WHERE IT MUST BE IS DROPPED WITH A LOG LINE RATHER    *
006720*  THAN LOADED AS GARBAGE.                                       *
006730*----------------------------------------------------------------*
006740 1300-LOAD-FEES.
006750     OPEN INPUT FEE-FILE.
006760     IF WS-FEE-STATUS NOT = '00'
006770         DISPLAY 'FEEPOST - UNABLE TO OPEN FEETBL, STATUS = '
006780             WS-FEE-STATUS
006790         MOVE 'Y' TO WS-FEE-EOF-SW
006800     END-IF.
006810     PERFORM 1310-READ-FEE THRU 1310-EXIT
006820         UNTIL FEES-EOF.
006830     IF WS-FEE-STATUS = '00'
006840         CLOSE FEE-FILE
006850     END-IF.
006860     IF WS-FEE-COUNT = ZERO
006870         DISPLAY 'FEEPOST - FEE SCHEDULE EMPTY, NOTHING WILL POST'
006880     END-IF.
006890 1300-EXIT.
006900     EXIT.
006910 1310-READ-FEE.
006920     READ FEE-FILE
006930         AT END
006940             MOVE 'Y' TO WS-FEE-EOF-SW
006950             GO TO 1310-EXIT
006960     END-READ.
006970     IF FTB-AMOUNT NOT NUMERIC
006980             OR FTB-FREE-COUNT NOT NUMERIC
006990         DISPLAY 'FEEPOST - BAD SCHEDULE ROW DROPPED, PRODUCT '
007000             FTB-PRODUCT ' FEE ' FTB-FEE-TYPE
007010         GO TO 1310-EXIT
007020     END-IF.
007030     IF FTB-FEE-TYPE NOT = 'MN' AND FTB-FEE-TYPE NOT = 'OD'
007040             AND FTB-FEE-TYPE NOT = 'XW'
007050         DISPLAY 'FEEPOST - UNKNOWN FEE TYPE DROPPED, PRODUCT '
007060             FTB-PRODUCT ' FEE ' FTB-FEE-TYPE
007070         GO TO 1310-EXIT
007080     END-IF.
007090     IF WS-FEE-COUNT < 30
007100         ADD 1 TO WS-FEE-COUNT
007110         MOVE FTB-PRODUCT    TO FT-PRODUCT (WS-FEE-COUNT)
007120         MOVE FTB-FEE-TYPE   TO FT-FEE-TYPE (WS-FEE-COUNT)
007130         MOVE FTB-AMOUNT     TO FT-AMOUNT (WS-FEE-COUNT)
007140         MOVE FTB-FREE-COUNT TO FT-FREE-COUNT (WS-FEE-COUNT)
007150     ELSE
007160         ADD 1 TO WS-FEE-OVFL
007170     END-IF.
007180 1310-EXIT.
007190     EXIT.
007200*----------------------------------------------------------------*
007210*  LOAD THE WAIVER LIST.  EVERY CARD'S AUTHORIZING SUPERVISOR IS *
007220*  PROVED AGAINST THE SECURITY MASTER BEFORE THE WAIVER IS       *
007230*  TAKEN; A CARD THAT FAILS IS DROPPED, LOGGED AND COUNTED, AND  *
007240*  THE FEE IT NAMED IS CHARGED AS NORMAL.  NO WAIVER FILE AT ALL *
007250*  SIMPLY MEANS NOTHING IS WAIVED.                               *
007260*----------------------------------------------------------------*
007270 1400-LOAD-WAIVERS.
007280     OPEN INPUT WAIVER-FILE.
007290     IF WS-WAIVER-STATUS NOT = '00'
007300         DISPLAY 'FEEPOST - NO FEEWAIV LIST, STATUS = '
007310             WS-WAIVER-STATUS
007320         GO TO 1400-EXIT
007330     END-IF.
007340     OPEN INPUT SEC-FILE.
007350     IF WS-SEC-STATUS = '00'
007360         MOVE 'Y' TO WS-SEC-OPEN-SW
007370     ELSE
007380         DISPLAY 'FEEPOST - UNABLE TO OPEN P37SECF, STATUS = '
007390             WS-SEC-STATUS
007400         DISPLAY 'FEEPOST - NO WAIVER CAN BE PROVED, ALL CHARGED'
007410     END-IF.
007420     PERFORM 1410-READ-WAIVER THRU 1410-EXIT
007430         UNTIL WAIVERS-EOF.
007440     CLOSE WAIVER-FILE.
007450     IF SEC-OPEN
007460         CLOSE SEC-FILE
007470     END-IF.
007480 1400-EXIT.
007490     EXIT.
007500 1410-READ-WAIVER.
007510     READ WAIVER-FILE
007520         AT END
007530             MOVE 'Y' TO WS-WAIVER-EOF-SW
007540             GO TO 1410-EXIT
007550     END-READ.
007560     IF WVC-ACCNO NOT NUMERIC OR WVC-THRU-DATE NOT NUMERIC
007570         DISPLAY 'FEEPOST - BAD WAIVER CARD DROPPED, ACCT '
007580             WVC-ACCNO
007590         ADD 1 TO WS-WAIVER-REJECT
007600         GO TO 1410-EXIT
007610     END-IF.
007620     PERFORM 1420-PROVE-SUPVR THRU 1420-EXIT.
007630     IF NOT SUPVR-PROVED
007640         DISPLAY 'FEEPOST - WAIVER NOT AUTHORIZED, ACCT '
007650             WVC-ACCNO ' BY ' WVC-SUPVR
007660         ADD 1 TO WS-WAIVER-REJECT
007670         GO TO 1410-EXIT
007680     END-IF.
007690     IF WS-WAIVER-COUNT < 200
007700         ADD 1 TO WS-WAIVER-COUNT
007710         MOVE WVC-ACCNO     TO WT-ACCNO (WS-WAIVER-COUNT)
007720         MOVE WVC-FEE-TYPE  TO WT-FEE-TYPE (WS-WAIVER-COUNT)
007730         MOVE WVC-THRU-DATE TO WT-THRU-DATE (WS-WAIVER-COUNT)
007740         MOVE WVC-SUPVR     TO WT-SUPVR (WS-WAIVER-COUNT)
007750     ELSE
007760         ADD 1 TO WS-WAIVER-OVFL
007770     END-IF.
007780 1410-EXIT.
007790     EXIT.
007800*----------------------------------------------------------------*
007810*  THE WAIVER'S SUPERVISOR MUST BE ISSUED, ACTIVE AND HOLD THE   *
007820*  SUPERVISOR OR HEAD TELLER ROLE - THE SAME TEST CTLMAINT       *
007830*  APPLIES TO A CLEAR COMMAND AND THE SCREENS APPLY AT SIGN-ON.  *
007840*----------------------------------------------------------------*
007850 1420-PROVE-SUPVR.
007860     MOVE 'N' TO WS-SUPVR-OK-SW.
007870     IF NOT SEC-OPEN OR WVC-SUPVR = SPACES
007880         GO TO 1420-EXIT
007890     END-IF.
007900     MOVE WVC-SUPVR TO SEC-OPID.
007910     READ SEC-FILE
007920         INVALID KEY
007930             GO TO 1420-EXIT
007940     END-READ.
007950     IF SEC-ACTIVE AND SEC-SUPVR-AUTH
007960         MOVE 'Y' TO WS-SUPVR-OK-SW
007970     END-IF.
007980 1420-EXIT.
007990     EXIT.
008000*----------------------------------------------------------------*
008010*  ONE ACCOUNT.  ONLY ACTIVE ACCOUNTS ARE CHARGED - A FROZEN OR  *
008020*  CLOSED ACCOUNT IS LEFT ALONE.  THE PERIOD'S JOURNAL ENTRIES   *
008030*  ARE COUNTED FIRST, EACH FEE TYPE IS WORKED OUT AND STAGED,    *
008040*  AND THE STAGED CHARGES ARE POSTED TOGETHER.                   *
008050*----------------------------------------------------------------*
008060 2000-PROCESS-MASTER.
008070     ADD 1 TO WS-READ-COUNT.
008080     IF CUS-ACTIVE AND WS-FEE-COUNT > ZERO
008090         MOVE CUS-PRODUCT TO WS-ACCT-PROD
008100         IF WS-ACCT-PROD = SPACES
008110             MOVE 'SV' TO WS-ACCT-PROD
008120         END-IF
008130         MOVE ZERO TO WS-STG-COUNT
008140         PERFORM 2100-COUNT-ACTIVITY THRU 2100-EXIT
008150         MOVE 'MN' TO WS-FEE-TYPE
008160         MOVE 1 TO WS-FEE-UNITS
008170         PERFORM 2200-ASSESS-FEE THRU 2200-EXIT
008180         IF CUS-PROD-CHECKING
008190             MOVE 'OD' TO WS-FEE-TYPE
008200             MOVE WS-OD-DRAWS TO WS-FEE-UNITS
008210             PERFORM 2200-ASSESS-FEE THRU 2200-EXIT
008220         END-IF
008230         MOVE 'XW' TO WS-FEE-TYPE
008240         MOVE WS-COUNTER-WDS TO WS-FEE-UNITS
008250         PERFORM 2200-ASSESS-FEE THRU 2200-EXIT
008260         IF WS-STG-COUNT > ZERO
008270             PERFORM 2400-POST-FEES THRU 2400-EXIT
008280         END-IF
008290     END-IF.
008300     PERFORM 1200-READ-MASTER THRU 1200-EXIT.
008310 2000-EXIT.
008320     EXIT.
008330*----------------------------------------------------------------*
008340*  WALK THE ACCOUNT'S OWN JOURNAL ENTRIES AND COUNT, FOR THE     *
008350*  PERIOD, THE DEBITS THAT TOOK THE BALANCE FROM ZERO OR BETTER  *
008356*  BELOW ZERO (A DRAW INTO THE ARRANGED LINE) AND THE COUNTER    *
008362*  WITHDRAWALS.  TXNPOST BATCH ITEMS ARE NOT COUNTER ITEMS, AND  *
008368*  NO BATCH POSTING - A STANDING ORDER OR A TXNPOST DEBIT - IS   *
008374*  COUNTED AS A DRAW; THE CUSTOMER DID NOT MAKE IT.              *
008380*----------------------------------------------------------------*
008390 2100-COUNT-ACTIVITY.
008400     MOVE ZERO TO WS-OD-DRAWS.
008410     MOVE ZERO TO WS-COUNTER-WDS.
008420     MOVE 'N' TO WS-SCAN-DONE-SW.
008430     MOVE CUS-ACCNO TO AUD-ACCNO.
008440     MOVE ZERO TO AUD-SEQNO.
008450     START AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
008460         INVALID KEY
008470             MOVE 'Y' TO WS-SCAN-DONE-SW
008480     END-START.
008490     PERFORM 2110-SCAN-AUDIT THRU 2110-EXIT
008500         UNTIL SCAN-DONE.
008510 2100-EXIT.
008520     EXIT.
008530 2110-SCAN-AUDIT.
008540     READ AUDIT-FILE NEXT RECORD
008550         AT END
008560             MOVE 'Y' TO WS-SCAN-DONE-SW
008570             GO TO 2110-EXIT
008580     END-READ.
008590     IF AUD-ACCNO NOT = CUS-ACCNO
008600         MOVE 'Y' TO WS-SCAN-DONE-SW
008610         GO TO 2110-EXIT
008620     END-IF.
008630     IF AUD-DATE < PARM-PERIOD-START
008640             OR AUD-DATE > PARM-PERIOD-END
008650         GO TO 2110-EXIT
008660     END-IF.
008670     IF (AUD-WITHDRAWAL OR AUD-TRANSFER)
008680             AND AUD-BAL-BEFORE NOT < ZERO
008690             AND AUD-BAL-AFTER < ZERO
008693             AND AUD-TERMID NOT = 'BTCH'
008696             AND AUD-OPID NOT = 'TXNPOST'
008700         ADD 1 TO WS-OD-DRAWS
008710     END-IF.
008720     IF AUD-WITHDRAWAL AND AUD-OPID NOT = 'TXNPOST'
008730         ADD 1 TO WS-COUNTER-WDS
008740     END-IF.
008750 2110-EXIT.
008760     EXIT.
008770*----------------------------------------------------------------*
008780*  ONE FEE TYPE FOR THE ACCOUNT.  THE SCHEDULE ROW FOR THE       *
008790*  ACCOUNT'S PRODUCT GIVES THE CHARGE PER ITEM; THE EXCESS-      *
008800*  WITHDRAWAL FEE IS ONLY CHARGED ON ITEMS PAST THE ROW'S FREE   *
008810*  ALLOWANCE.  A WAIVED CHARGE AND A CHARGE THE ACCOUNT CANNOT   *
008820*  COVER ARE PRINTED AND NOT STAGED.                             *
008830*----------------------------------------------------------------*
008840 2200-ASSESS-FEE.
008850     MOVE ZERO TO WS-HIT-IX.
008860     PERFORM 2210-SCAN-FEE THRU 2210-EXIT
008870         VARYING WS-IX FROM 1 BY 1
008880         UNTIL WS-IX > WS-FEE-COUNT.
008890     IF WS-HIT-IX = ZERO
008900         GO TO 2200-EXIT
008910     END-IF.
008920     MOVE FT-AMOUNT (WS-HIT-IX) TO WS-FEE-RATE.
008930     MOVE FT-FREE-COUNT (WS-HIT-IX) TO WS-FREE-COUNT.
008940     IF WS-FEE-TYPE = 'XW'
008950         IF WS-FEE-UNITS > WS-FREE-COUNT
008960             SUBTRACT WS-FREE-COUNT FROM WS-FEE-UNITS
008970         ELSE
008980             MOVE ZERO TO WS-FEE-UNITS
008990         END-IF
009000     END-IF.
009010     IF WS-FEE-UNITS = ZERO OR WS-FEE-RATE = ZERO
009020         GO TO 2200-EXIT
009030     END-IF.
009040     COMPUTE WS-FEE-AMT = WS-FEE-RATE * WS-FEE-UNITS.
009050     PERFORM 2220-SET-TYPE-IX THRU 2220-EXIT.
009060     PERFORM 2300-CHECK-WAIVER THRU 2300-EXIT.
009070     IF WS-WAIVED-BY NOT = SPACES
009080         MOVE SPACES TO DL-NOTE
009090         STRING 'WAIVED BY '  DELIMITED BY SIZE
009100                WS-WAIVED-BY  DELIMITED BY SIZE
009110           INTO DL-NOTE
009120         END-STRING
009130         MOVE CUS-BALANCE TO WS-NEW-BALANCE
009140         PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT
009150         ADD 1 TO TT-WVD-CNT (WS-FT-IX)
009160         ADD WS-FEE-AMT TO TT-WVD-AMT (WS-FT-IX)
009170         GO TO 2200-EXIT
009180     END-IF.
009190     COMPUTE WS-AVAILABLE = CUS-BALANCE - CUS-HOLD-AMT
009200         + CUS-OD-LIMIT.
009210     IF WS-FEE-AMT > WS-AVAILABLE
009220         MOVE 'UNCOLLECTED - NO FUNDS' TO DL-NOTE
009230         MOVE CUS-BALANCE TO WS-NEW-BALANCE
009240         PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT
009250         ADD 1 TO TT-UNC-CNT (WS-FT-IX)
009260         ADD WS-FEE-AMT TO TT-UNC-AMT (WS-FT-IX)
009270         GO TO 2200-EXIT
009280     END-IF.
009290     ADD 1 TO WS-STG-COUNT.
009300     MOVE WS-STG-COUNT TO WS-STG-IX.
009310     MOVE CUS-BALANCE TO ST-BAL-BEFORE (WS-STG-IX).
009320     SUBTRACT WS-FEE-AMT FROM CUS-BALANCE.
009330     ADD 1 TO CUS-TXN-SEQ.
009340     MOVE SPACES TO WS-TXN-REF.
009350     STRING WS-CUR-DATE  DELIMITED BY SIZE
009360            'FE'         DELIMITED BY SIZE
009370            WS-CUR-TIME  DELIMITED BY SIZE
009380            WS-FEE-AMT   DELIMITED BY SIZE
009390            WS-FEE-TYPE  DELIMITED BY SIZE
009400       INTO WS-TXN-REF
009410     END-STRING.
009420     MOVE WS-FEE-TYPE  TO ST-FEE-TYPE (WS-STG-IX).
009430     MOVE WS-FEE-UNITS TO ST-UNITS (WS-STG-IX).
009440     MOVE WS-FEE-AMT   TO ST-AMOUNT (WS-STG-IX).
009450     MOVE CUS-TXN-SEQ  TO ST-SEQNO (WS-STG-IX).
009460     MOVE CUS-BALANCE  TO ST-BAL-AFTER (WS-STG-IX).
009470     MOVE WS-TXN-REF   TO ST-REF (WS-STG-IX).
009480     MOVE WS-TXN-REF   TO CUS-LAST-TXNREF.
009490 2200-EXIT.
009500     EXIT.
009510 2210-SCAN-FEE.
009520     IF FT-PRODUCT (WS-IX) = WS-ACCT-PROD
009530             AND FT-FEE-TYPE (WS-IX) = WS-FEE-TYPE
009540         MOVE WS-IX TO WS-HIT-IX
009550     END-IF.
009560 2210-EXIT.
009570     EXIT.
009580 2220-SET-TYPE-IX.
009590     EVALUATE WS-FEE-TYPE
009600     WHEN 'MN'
009610         MOVE 1 TO WS-FT-IX
009620     WHEN 'OD'
009630         MOVE 2 TO WS-FT-IX
009640     WHEN OTHER
009650         MOVE 3 TO WS-FT-IX
009660     END-EVALUATE.
009670 2220-EXIT.
009680     EXIT.
009690*----------------------------------------------------------------*
009700*  A PROVED WAIVER COVERS THE CHARGE WHEN IT NAMES THIS ACCOUNT, *
009710*  THIS FEE TYPE OR '**', AND RUNS TO THE END OF THE PERIOD.     *
009720*----------------------------------------------------------------*
009730 2300-CHECK-WAIVER.
009740     MOVE SPACES TO WS-WAIVED-BY.
009750     PERFORM 2310-SCAN-WAIVER THRU 2310-EXIT
009760         VARYING WS-IX FROM 1 BY 1
009770         UNTIL WS-IX > WS-WAIVER-COUNT.
009780 2300-EXIT.
009790     EXIT.
009800 2310-SCAN-WAIVER.
009810     IF WT-ACCNO (WS-IX) = CUS-ACCNO
009820             AND (WT-FEE-TYPE (WS-IX) = WS-FEE-TYPE
009830                  OR WT-FEE-TYPE (WS-IX) = '**')
009840             AND WT-THRU-DATE (WS-IX) NOT < PARM-PERIOD-END
009850         MOVE WT-SUPVR (WS-IX) TO WS-WAIVED-BY
009860     END-IF.
009870 2310-EXIT.
009880     EXIT.
009890*----------------------------------------------------------------*
009900*  POST THE STAGED CHARGES WITH ONE REWRITE OF THE MASTER, THEN  *
009910*  CUT A HISTORY AND AN AUDIT ENTRY PER CHARGE UNDER THE         *
009920*  SEQUENCE NUMBER IT WAS GIVEN AT STAGING.                      *
009930*----------------------------------------------------------------*
009940 2400-POST-FEES.
009950     REWRITE WS-RECORD
009960         INVALID KEY
009970             DISPLAY 'FEEPOST - REWRITE FAILED, ACCT ' CUS-ACCNO
009980     END-REWRITE.
009990     IF WS-MASTER-STATUS NOT = '00'
010000         GO TO 2400-EXIT
010010     END-IF.
010020     ADD 1 TO WS-ACCT-CHARGED.
010030     PERFORM 2410-POST-ONE THRU 2410-EXIT
010040         VARYING WS-STG-IX FROM 1 BY 1
010050         UNTIL WS-STG-IX > WS-STG-COUNT.
010060 2400-EXIT.
010070     EXIT.
010080 2410-POST-ONE.
010090     MOVE CUS-ACCNO                 TO THS-ACCNO.
010100     MOVE ST-SEQNO (WS-STG-IX)      TO THS-SEQNO.
010110     MOVE 'FE'                      TO THS-TXN-TYPE.
010120     MOVE ST-AMOUNT (WS-STG-IX)     TO THS-AMOUNT.
010130     MOVE ST-BAL-AFTER (WS-STG-IX)  TO THS-BAL-AFTER.
010140     MOVE WS-CUR-DATE               TO THS-DATE.
010150     MOVE WS-CUR-TIME               TO THS-TIME.
010160     MOVE 'BTCH'                    TO THS-TERMID.
010170     MOVE ST-REF (WS-STG-IX)        TO THS-REF.
010180     MOVE 'D'                       TO THS-DR-CR.
010190     WRITE WS-HIST-RECORD
010200         INVALID KEY
010210             DISPLAY 'FEEPOST - HIST WRITE FAILED, ACCT '
010220                 CUS-ACCNO
010230     END-WRITE.
010240     MOVE CUS-ACCNO                 TO AUD-ACCNO.
010250     MOVE ST-SEQNO (WS-STG-IX)      TO AUD-SEQNO.
010260     MOVE 'FE'                      TO AUD-TXN-TYPE.
010270     MOVE ST-AMOUNT (WS-STG-IX)     TO AUD-AMOUNT.
010280     MOVE ST-BAL-BEFORE (WS-STG-IX) TO AUD-BAL-BEFORE.
010290     MOVE ST-BAL-AFTER (WS-STG-IX)  TO AUD-BAL-AFTER.
010300     MOVE 'BTCH'                    TO AUD-TERMID.
010310     MOVE 'FEEPOST'                 TO AUD-OPID.
010315     MOVE SPACES                    TO AUD-APPR-OPID.
010316     MOVE SPACES                    TO AUD-HOLD-FLAG.
010317     MOVE ZERO                      TO AUD-HOLD-DATE.
010320     MOVE WS-CUR-DATE               TO AUD-DATE.
010330     MOVE WS-CUR-TIME               TO AUD-TIME.
010340     MOVE ST-REF (WS-STG-IX)        TO AUD-REF.
010350     WRITE WS-AUDIT-RECORD
010360         INVALID KEY
010370             DISPLAY 'FEEPOST - AUDIT WRITE FAILED, ACCT '
010380                 CUS-ACCNO
010390     END-WRITE.
010400     MOVE ST-FEE-TYPE (WS-STG-IX) TO WS-FEE-TYPE.
010410     MOVE ST-UNITS (WS-STG-IX) TO WS-FEE-UNITS.
010420     MOVE ST-AMOUNT (WS-STG-IX) TO WS-FEE-AMT.
010430     MOVE ST-BAL-AFTER (WS-STG-IX) TO WS-NEW-BALANCE.
010440     MOVE 'CHARGED' TO DL-NOTE.
010450     PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT.
010460     PERFORM 2220-SET-TYPE-IX THRU 2220-EXIT.
010470     ADD 1 TO TT-CHG-CNT (WS-FT-IX).
010480     ADD WS-FEE-AMT TO TT-CHG-AMT (WS-FT-IX).
010490     ADD WS-FEE-AMT TO WS-TOTAL-FEES.
010500 2410-EXIT.
010510     EXIT.
010520 2500-PRINT-DETAIL.
010530     MOVE CUS-ACCNO       TO DL-ACCNO.
010540     MOVE WS-ACCT-PROD    TO DL-PRODUCT.
010550     MOVE WS-FEE-TYPE     TO DL-FEE-TYPE.
010560     MOVE WS-FEE-UNITS    TO DL-UNITS.
010570     MOVE WS-FEE-AMT      TO DL-AMOUNT.
010580     MOVE WS-NEW-BALANCE  TO DL-NEW-BAL.
010590     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
010600 2500-EXIT.
010610     EXIT.
010620 3000-FINALIZE.
010630     PERFORM 3100-PRINT-TYPE THRU 3100-EXIT
010640         VARYING WS-FT-IX FROM 1 BY 1
010650         UNTIL WS-FT-IX > 3.
010660     IF WS-FEE-OVFL > ZERO
010670         MOVE 'SCHEDULE ROWS PAST TABLE LIMIT' TO OV-TEXT
010680         MOVE WS-FEE-OVFL TO OV-COUNT
010690         WRITE REPORT-RECORD FROM WS-OVFL-LINE
010700     END-IF.
010710     IF WS-WAIVER-OVFL > ZERO
010720         MOVE 'WAIVER CARDS PAST TABLE LIMIT' TO OV-TEXT
010730         MOVE WS-WAIVER-OVFL TO OV-COUNT
010740         WRITE REPORT-RECORD FROM WS-OVFL-LINE
010750     END-IF.
010760     IF WS-WAIVER-REJECT > ZERO
010770         MOVE 'WAIVER CARDS REJECTED' TO OV-TEXT
010780         MOVE WS-WAIVER-REJECT TO OV-COUNT
010790         WRITE REPORT-RECORD FROM WS-OVFL-LINE
010800     END-IF.
010810     MOVE WS-READ-COUNT TO SL-READ-COUNT.
010820     MOVE WS-ACCT-CHARGED TO SL-ACCT-CHARGED.
010830     MOVE WS-TOTAL-FEES TO SL-TOTAL-FEES.
010840     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
010850 3000-EXIT.
010860     EXIT.
010870 3100-PRINT-TYPE.
010880     MOVE TT-FEE-TYPE (WS-FT-IX) TO TL-FEE-TYPE.
010890     MOVE TT-CHG-CNT (WS-FT-IX) TO TL-CHG-CNT.
010900     MOVE TT-CHG-AMT (WS-FT-IX) TO TL-CHG-AMT.
010910     MOVE TT-WVD-CNT (WS-FT-IX) TO TL-WVD-CNT.
010920     MOVE TT-WVD-AMT (WS-FT-IX) TO TL-WVD-AMT.
010930     MOVE TT-UNC-CNT (WS-FT-IX) TO TL-UNC-CNT.
010940     MOVE TT-UNC-AMT (WS-FT-IX) TO TL-UNC-AMT.
010950     WRITE REPORT-RECORD FROM WS-TYPE-LINE.
010960 3100-EXIT.
010970     EXIT.
010980 9999-TERMINATE.
010990     CLOSE MASTER-FILE.
011000     CLOSE HIST-FILE.
011010     CLOSE AUDIT-FILE.
011020     CLOSE REPORT-FILE.
011030     PERFORM 1060-STAMP-COMPLETE THRU 1060-EXIT.
011040 9999-EXIT.
011050     EXIT.
