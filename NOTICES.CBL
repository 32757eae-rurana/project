001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. NOTICES.
001020 AUTHOR. R T KOWALSKI.
001030 INSTALLATION. RETAIL BANKING SYSTEMS - BATCH OPERATIONS.
001040 DATE-WRITTEN. 10/15/2026.
001050 DATE-COMPILED.
001060*
001070*    MODIFICATION HISTORY
001080*    DATE      INIT  DESCRIPTION
001090*    10/15/26  RTK   INITIAL VERSION - NIGHTLY CUSTOMER NOTICES
001100*                    AND LETTERS, WITH THE P37NLOG NOTICE LOG.
001103*    10/15/26  RTK   COMMENTS CORRECTED - AN EVENT WITH NO
001106*                    ADDRESS IS LEFT TO THE BRANCH, NOT RETRIED.
001110*
001120*----------------------------------------------------------------*
001130*  NIGHTLY CUSTOMER NOTICES.  THREE FILES IN ACCOUNT ORDER ARE   *
001140*  MATCHED - P37AFILE, THE P37AUDIT JOURNAL AND SORDPOST'S       *
001150*  SORDNTC EXTRACT - AND ONE DATED LETTER IS PRINTED ON NOTICE   *
001160*  FOR EACH OF THESE EVENTS, ADDRESSED TO THE ACCOUNT'S PRIMARY  *
001170*  HOLDER OFF P37RELF AND P37CFILE:                              *
001180*                                                                *
001190*    HD  A DEPOSIT THAT DEPOSIT PUT ON HOLD ('DP' ENTRY WITH     *
001200*        THE HOLD FLAG SET).                                     *
001210*    OX  AN ACCOUNT OVERDRAWN BY MORE THAN ITS CUS-OD-LIMIT.     *
001220*    ON  AN ACCOUNT THAT HAS SAT OVERDRAWN FOR THE SYSIN NUMBER  *
001230*        OF DAYS OR MORE (DEFAULT 5).                            *
001240*    SO  A STANDING ORDER SORDPOST COULD NOT PAY.                *
001250*    FZ  AN ACCOUNT FROZEN AT THE COUNTER ON ACCTMNT.            *
001260*    CL  AN ACCOUNT CLOSED AT THE COUNTER ON ACCTMNT.            *
001270*                                                                *
001280*  EVERY LETTER SENT IS WRITTEN TO THE P37NLOG KSDS, KEYED BY    *
001290*  ACCOUNT, NOTICE TYPE AND EVENT, SO NO NOTICE GOES OUT TWICE   *
001300*  AND THE BANK CAN SHOW THAT, AND WHEN, IT WROTE.  THE TWO      *
001310*  OVERDRAWN NOTICES ARE ABOUT A CONDITION, NOT A SINGLE ENTRY:  *
001320*  ONE LETTER IS SENT WHEN THE CONDITION ARISES AND ITS LOG      *
001330*  RECORD STAYS OPEN UNTIL THE RUN FINDS IT CLEARED, WHEN THE    *
001340*  RECORD IS ENDED.  THE NEXT TIME IT ARISES IS A NEW LETTER.    *
001350*                                                                *
001360*  JOURNAL EVENTS ARE TAKEN FROM THE LAST BUSINESS DATE THIS RUN *
001370*  COMPLETED, SO A MISSED NIGHT IS PICKED UP BY THE NEXT; THE    *
001375*  LOG STOPS THE OVERLAP BEING SENT AGAIN.  AN EVENT ON AN       *
001380*  ACCOUNT WITH NO ADDRESS ON FILE IS LISTED ON THE REGISTER     *
001385*  FOR THE BRANCH TO SEND BY HAND.  IT IS NOT TRIED AGAIN -      *
001390*  A JOURNAL EVENT IS ONLY FOUND WHILE ITS DATE IS INSIDE THE    *
001395*  WINDOW FROM THE LAST COMPLETED DATE, AND A STANDING ORDER     *
001400*  EVENT IS ONLY ON THAT NIGHT'S SORDNTC GENERATION.             *
001410*                                                                *
001420*  A SYSIN MODE OF 'L' PRINTS THE LOG INSTEAD - FOR ONE ACCOUNT, *
001430*  OR FOR EVERY ACCOUNT WHEN NONE IS GIVEN.                      *
001440*----------------------------------------------------------------*
001450 ENVIRONMENT DIVISION.
001460 CONFIGURATION SECTION.
001470 SOURCE-COMPUTER. IBM-370.
001480 OBJECT-COMPUTER. IBM-370.
001490 INPUT-OUTPUT SECTION.
001500 FILE-CONTROL.
001510     SELECT PARM-FILE ASSIGN TO SYSIN
001520         ORGANIZATION IS LINE SEQUENTIAL
001530         FILE STATUS IS WS-PARM-STATUS.
001540     SELECT MASTER-FILE ASSIGN TO P37AFIL
001550         ORGANIZATION IS INDEXED
001560         ACCESS MODE IS SEQUENTIAL
001570         RECORD KEY IS CUS-ACCNO
001580         FILE STATUS IS WS-MASTER-STATUS.
001590     SELECT AUDIT-FILE ASSIGN TO P37AUDT
001600         ORGANIZATION IS INDEXED
001610         ACCESS MODE IS SEQUENTIAL
001620         RECORD KEY IS AUD-KEY
001630         FILE STATUS IS WS-AUDIT-STATUS.
001640     SELECT SORDEX-FILE ASSIGN TO SORDNTC
001650         ORGANIZATION IS SEQUENTIAL
001660         FILE STATUS IS WS-SORDEX-STATUS.
001670     SELECT CUST-FILE ASSIGN TO P37CFIL
001680         ORGANIZATION IS INDEXED
001690         ACCESS MODE IS RANDOM
001700         RECORD KEY IS CIF-CUSTNO
001710         FILE STATUS IS WS-CUST-STATUS.
001720     SELECT REL-FILE ASSIGN TO P37RELF
001730         ORGANIZATION IS INDEXED
001740         ACCESS MODE IS DYNAMIC
001750         RECORD KEY IS REL-KEY
001760         FILE STATUS IS WS-REL-STATUS.
001770     SELECT LOG-FILE ASSIGN TO P37NLOG
001780         ORGANIZATION IS INDEXED
001790         ACCESS MODE IS DYNAMIC
001800         RECORD KEY IS NLG-KEY
001810         FILE STATUS IS WS-LOG-STATUS.
001820     SELECT LETTER-FILE ASSIGN TO NOTICE
001830         ORGANIZATION IS LINE SEQUENTIAL
001840         FILE STATUS IS WS-LETTER-STATUS.
001850     SELECT REPORT-FILE ASSIGN TO NTCRPT
001860         ORGANIZATION IS LINE SEQUENTIAL
001870         FILE STATUS IS WS-REPORT-STATUS.
001880     SELECT CTL-FILE ASSIGN TO P37CTLF
001890         ORGANIZATION IS INDEXED
001900         ACCESS MODE IS RANDOM
001910         RECORD KEY IS CTL-KEY
001920         FILE STATUS IS WS-CTL-STATUS.
001930 DATA DIVISION.
001940 FILE SECTION.
001950 FD  PARM-FILE
001960     LABEL RECORDS ARE OMITTED.
001970 01  PARM-RECORD.
001980     05  PARM-POST-DATE       PIC 9(08).
001990     05  PARM-NEG-DAYS        PIC 9(03).
002000     05  PARM-MODE            PIC X(01).
002010         88  PARM-LIST-MODE       VALUE 'L'.
002020     05  PARM-LIST-ACCNO      PIC 9(15).
002030     05  FILLER               PIC X(53).
002040 FD  MASTER-FILE
002050     LABEL RECORDS ARE STANDARD.
002060 01  WS-RECORD.
002070     05  CUS-ACCNO            PIC 9(15).
002080     05  CUS-STATUS           PIC X(01).
002090         88  CUS-ACTIVE           VALUE 'A'.
002100         88  CUS-FROZEN           VALUE 'F'.
002110         88  CUS-CLOSED           VALUE 'C'.
002120         88  CUS-DORMANT          VALUE 'D'.
002130     05  CUS-BALANCE          PIC S9(09)V9(02).
002140     05  CUS-LAST-TXNREF      PIC X(26).
002150     05  CUS-TXN-SEQ          PIC 9(07).
002160     05  CUS-WD-DATE          PIC 9(08).
002170     05  CUS-WD-TODAY         PIC 9(09)V9(02).
002180     05  CUS-PRODUCT          PIC X(02).
002190     05  CUS-HOLD-AMT         PIC 9(09)V9(02).
002200     05  CUS-HOLD-DATE        PIC 9(08).
002210     05  CUS-OD-LIMIT         PIC 9(09)V9(02).
002220     05  CUS-LAST-ACT-DATE    PIC 9(08).
002230     05  FILLER               PIC X(01).
002240 FD  AUDIT-FILE
002250     LABEL RECORDS ARE STANDARD.
002260 01  WS-AUDIT-RECORD.
002270     05  AUD-KEY.
002280         10  AUD-ACCNO        PIC 9(15).
002290         10  AUD-SEQNO        PIC 9(07).
002300     05  AUD-TXN-TYPE         PIC X(02).
002310         88  AUD-DEPOSIT          VALUE 'DP'.
002320         88  AUD-STAT-CHG         VALUE 'ST'.
002330     05  AUD-AMOUNT           PIC 9(09)V9(02).
002340     05  AUD-BAL-BEFORE       PIC S9(09)V9(02).
002350     05  AUD-BAL-AFTER        PIC S9(09)V9(02).
002360     05  AUD-TERMID           PIC X(04).
002370     05  AUD-OPID             PIC X(08).
002380     05  AUD-DATE             PIC 9(08).
002390     05  AUD-TIME             PIC 9(06).
002400     05  AUD-REF              PIC X(26).
002410*    STATUS CHANGES CARRY 'STAT A>C RSN XXX'.
002420     05  AUD-STAT-REF REDEFINES AUD-REF.
002430         10  FILLER           PIC X(05).
002440         10  AUD-STAT-OLD     PIC X(01).
002450         10  FILLER           PIC X(01).
002460         10  AUD-STAT-NEW     PIC X(01).
002470         10  FILLER           PIC X(18).
002480     05  AUD-APPR-OPID        PIC X(08).
002490     05  AUD-HOLD-FLAG        PIC X(01).
002500         88  AUD-HOLD-PLACED      VALUE 'H'.
002510     05  AUD-HOLD-DATE        PIC 9(08).
002520     05  FILLER               PIC X(02).
002530*----------------------------------------------------------------*
002540*  SORDPOST'S EXCEPTION EXTRACT - ONE RECORD PER STANDING ORDER  *
002550*  THAT COULD NOT BE PAID, IN ACCOUNT ORDER.  80-BYTE RECORDS.   *
002560*----------------------------------------------------------------*
002570 FD  SORDEX-FILE
002580     LABEL RECORDS ARE STANDARD.
002590 01  SORDEX-RECORD.
002600     05  SXT-POST-DATE        PIC 9(08).
002610     05  SXT-ACCNO            PIC 9(15).
002620     05  SXT-ORDNO            PIC 9(03).
002630     05  SXT-TO-ACCNO         PIC 9(15).
002640     05  SXT-AMOUNT           PIC 9(05)V9(02).
002650     05  SXT-REASON           PIC X(30).
002660     05  FILLER               PIC X(02).
002670 FD  CUST-FILE
002680     LABEL RECORDS ARE STANDARD.
002690 01  WS-CUST-RECORD.
002700     05  CIF-CUSTNO           PIC 9(10).
002710     05  CIF-NAME             PIC X(30).
002720     05  CIF-ADDR1            PIC X(30).
002730     05  CIF-ADDR2            PIC X(30).
002740     05  CIF-ADDR3            PIC X(30).
002750     05  CIF-PHONE            PIC X(15).
002760     05  FILLER               PIC X(15).
002770 FD  REL-FILE
002780     LABEL RECORDS ARE STANDARD.
002790 01  WS-REL-RECORD.
002800     05  REL-KEY.
002810         10  REL-ACCNO        PIC 9(15).
002820         10  REL-CUSTNO       PIC 9(10).
002830     05  REL-ROLE             PIC X(01).
002840         88  REL-PRIMARY          VALUE 'P'.
002850     05  REL-STATUS           PIC X(01).
002860         88  REL-ACTIVE           VALUE 'A'.
002870     05  FILLER               PIC X(42).
002880*----------------------------------------------------------------*
002890*  THE NOTICE LOG - ONE RECORD PER LETTER SENT.  THE EVENT PART  *
002900*  OF THE KEY IS THE JOURNAL SEQUENCE (HD, FZ, CL), THE POSTING  *
002910*  DATE AND ORDER NUMBER (SO), OR THE BUSINESS DATE THE          *
002920*  CONDITION AROSE (OX, ON).  THE STATE IS 'O' WHILE AN          *
002930*  OVERDRAWN CONDITION IS STILL OPEN AND 'E' ONCE IT HAS ENDED;  *
002940*  SPACE ON THE ONE-TIME NOTICES.  RECORDSIZE 120, KEY 29.       *
002950*----------------------------------------------------------------*
002960 FD  LOG-FILE
002970     LABEL RECORDS ARE STANDARD.
002980 01  WS-LOG-RECORD.
002990     05  NLG-KEY.
003000         10  NLG-ACCNO        PIC 9(15).
003010         10  NLG-TYPE         PIC X(02).
003020         10  NLG-EVENT        PIC X(12).
003030     05  NLG-CUSTNO           PIC 9(10).
003040     05  NLG-NAME             PIC X(30).
003050     05  NLG-EVENT-DATE       PIC 9(08).
003060     05  NLG-AMOUNT           PIC 9(09)V9(02).
003070     05  NLG-SENT-DATE        PIC 9(08).
003080     05  NLG-SENT-TIME        PIC 9(06).
003090     05  NLG-STATE            PIC X(01).
003100         88  NLG-OPEN             VALUE 'O'.
003110         88  NLG-ENDED            VALUE 'E'.
003120     05  NLG-END-DATE         PIC 9(08).
003130     05  FILLER               PIC X(09).
003140 FD  LETTER-FILE
003150     LABEL RECORDS ARE OMITTED.
003160 01  LETTER-RECORD             PIC X(132).
003170 FD  REPORT-FILE
003180     LABEL RECORDS ARE OMITTED.
003190 01  REPORT-RECORD             PIC X(132).
003200 FD  CTL-FILE
003210     LABEL RECORDS ARE STANDARD.
003220 01  WS-CTL-RECORD.
003230     05  CTL-KEY              PIC X(08).
003240     05  CTL-DATE             PIC 9(08).
003250     05  CTL-FLAG             PIC X(01).
003260     05  FILLER               PIC X(15).
003270*    THIS RUN'S OWN RECORD CARRIES THE DATE ITS JOURNAL WINDOW
003280*    STARTED FROM IN WHAT IS SPARE ON EVERY OTHER RECORD, SO A
003290*    RERUN OF A FAILED NIGHT LOOKS BACK AS FAR AS THE FIRST TRY.
003300 01  WS-CTL-NTC-RECORD.
003310     05  FILLER               PIC X(17).
003320     05  CTL-NTC-SINCE        PIC 9(08).
003330     05  FILLER               PIC X(07).
003340 WORKING-STORAGE SECTION.
003350 77  WS-CTL-STATUS             PIC X(02) VALUE '00'.
003360 77  WS-BUS-DATE               PIC 9(08) VALUE ZERO.
003370 77  WS-JOB-NAME               PIC X(08) VALUE 'NOTICES'.
003380 77  WS-CTL-FOUND-SW           PIC X(01) VALUE 'N'.
003390     88  CTL-FOUND                 VALUE 'Y'.
003400 77  WS-PARM-STATUS            PIC X(02) VALUE '00'.
003410 77  WS-MASTER-STATUS          PIC X(02) VALUE '00'.
003420 77  WS-AUDIT-STATUS           PIC X(02) VALUE '00'.
003430 77  WS-SORDEX-STATUS          PIC X(02) VALUE '00'.
003440 77  WS-CUST-STATUS            PIC X(02) VALUE '00'.
003450 77  WS-REL-STATUS             PIC X(02) VALUE '00'.
003460 77  WS-LOG-STATUS             PIC X(02) VALUE '00'.
003470 77  WS-LETTER-STATUS          PIC X(02) VALUE '00'.
003480 77  WS-REPORT-STATUS          PIC X(02) VALUE '00'.
003490 77  WS-MST-EOF-SW             PIC X(01) VALUE 'N'.
003500     88  MASTER-EOF                VALUE 'Y'.
003510 77  WS-AUD-EOF-SW             PIC X(01) VALUE 'N'.
003520     88  AUDIT-EOF                 VALUE 'Y'.
003530 77  WS-SXT-EOF-SW             PIC X(01) VALUE 'N'.
003540     88  SORDEX-EOF                VALUE 'Y'.
003550 77  WS-REL-EOF-SW             PIC X(01) VALUE 'N'.
003560     88  REL-EOF                   VALUE 'Y'.
003570 77  WS-LOG-EOF-SW             PIC X(01) VALUE 'N'.
003580     88  LOG-EOF                   VALUE 'Y'.
003590 77  WS-OPEN-FAIL-SW           PIC X(01) VALUE 'N'.
003600     88  OPEN-FAILED               VALUE 'Y'.
003610 77  WS-FAIL-SW                PIC X(01) VALUE 'N'.
003620     88  RUN-FAILED                VALUE 'Y'.
003630 77  WS-CIF-FOUND-SW           PIC X(01) VALUE 'N'.
003640     88  CIF-FOUND                 VALUE 'Y'.
003650 77  WS-ADDR-DONE-SW           PIC X(01) VALUE 'N'.
003660     88  ADDR-LOOKED-UP            VALUE 'Y'.
003670 77  WS-ADDR-SW                PIC X(01) VALUE 'N'.
003680     88  ADDRESS-ON-FILE           VALUE 'Y'.
003690 77  WS-ON-MASTER-SW           PIC X(01) VALUE 'N'.
003700     88  ACCT-ON-MASTER            VALUE 'Y'.
003710 77  WS-LOGGED-SW              PIC X(01) VALUE 'N'.
003720     88  ALREADY-SENT              VALUE 'Y'.
003730 77  WS-EPISODE-SW             PIC X(01) VALUE 'N'.
003740     88  EPISODE-OPEN              VALUE 'Y'.
003750 77  WS-COND-SW                PIC X(01) VALUE 'N'.
003760     88  CONDITION-HOLDS           VALUE 'Y'.
003770 77  WS-HIGH-KEY               PIC 9(15)
003780                                   VALUE 999999999999999.
003790 77  WS-MST-KEY                PIC 9(15) VALUE ZERO.
003800 77  WS-AUD-KEY                PIC 9(15) VALUE ZERO.
003810 77  WS-SXT-KEY                PIC 9(15) VALUE ZERO.
003820 77  WS-LOW-KEY                PIC 9(15) VALUE ZERO.
003830 77  WS-OWNER-ACCNO            PIC 9(15) VALUE ZERO.
003840 77  WS-PRIMARY-CUSTNO         PIC 9(10) VALUE ZERO.
003850 77  WS-SINCE-DATE             PIC 9(08) VALUE ZERO.
003860 77  WS-CUTOFF-DATE            PIC 9(08) VALUE ZERO.
003870 77  WS-NEG-SINCE              PIC 9(08) VALUE ZERO.
003880 77  WS-NEG-DAYS               PIC 9(03) VALUE ZERO.
003890 77  WS-DEFAULT-NEG-DAYS       PIC 9(03) VALUE 5.
003900 77  WS-ACCT-BALANCE           PIC S9(09)V9(02) VALUE ZERO.
003910 77  WS-ACCT-OD-LIMIT          PIC 9(09)V9(02) VALUE ZERO.
003920 77  WS-ACCT-STATUS            PIC X(01) VALUE SPACES.
003930 77  WS-OVERDRAWN              PIC 9(09)V9(02) VALUE ZERO.
003940 77  WS-OVER-LIMIT             PIC 9(09)V9(02) VALUE ZERO.
003950 77  WS-CUR-TIME               PIC 9(06) VALUE ZERO.
003960 77  WS-TIME-RAW               PIC 9(08) VALUE ZERO.
003970 77  WS-LAST-DAY               PIC 9(02) VALUE ZERO.
003980 77  WS-YEAR-REM               PIC 9(04) VALUE ZERO.
003990 77  WS-YEAR-QUOT              PIC 9(04) VALUE ZERO.
004000 77  WS-TX                     PIC 9(03) COMP VALUE ZERO.
004010 77  WS-LX                     PIC 9(03) COMP VALUE ZERO.
004020 77  WS-MST-READ               PIC 9(09) COMP VALUE ZERO.
004030 77  WS-AUD-READ               PIC 9(09) COMP VALUE ZERO.
004040 77  WS-SXT-READ               PIC 9(09) COMP VALUE ZERO.
004050 77  WS-SXT-PASSED             PIC 9(07) COMP VALUE ZERO.
004060 77  WS-LETTER-COUNT           PIC 9(07) COMP VALUE ZERO.
004070 77  WS-DUP-COUNT              PIC 9(07) COMP VALUE ZERO.
004080 77  WS-NOADDR-COUNT           PIC 9(07) COMP VALUE ZERO.
004090 77  WS-ENDED-COUNT            PIC 9(07) COMP VALUE ZERO.
004100 77  WS-LOG-LISTED             PIC 9(07) COMP VALUE ZERO.
004110*----------------------------------------------------------------*
004120*  THE NOTICE IN HAND - TYPE SLOT, EVENT KEY AND WHAT THE LETTER *
004130*  QUOTES.  THE EVENT KEY IS BUILT IN ONE OF THREE SHAPES.       *
004140*----------------------------------------------------------------*
004150 01  WS-NTC-EVENT              PIC X(12) VALUE SPACES.
004160 01  WS-NTC-EVENT-SEQ REDEFINES WS-NTC-EVENT.
004170     05  NE-SEQNO              PIC 9(07).
004180     05  FILLER                PIC X(05).
004190 01  WS-NTC-EVENT-SORD REDEFINES WS-NTC-EVENT.
004200     05  NE-SORD-DATE          PIC 9(08).
004210     05  NE-ORDNO              PIC 9(03).
004220     05  FILLER                PIC X(01).
004230 01  WS-NTC-EVENT-EPIS REDEFINES WS-NTC-EVENT.
004240     05  NE-START-DATE         PIC 9(08).
004250     05  FILLER                PIC X(04).
004260 01  WS-NTC-DATA.
004270     05  WS-NTC-EVENT-DATE     PIC 9(08) VALUE ZERO.
004280     05  WS-NTC-AMOUNT         PIC 9(09)V9(02) VALUE ZERO.
004290     05  WS-NTC-RELEASE-DATE   PIC 9(08) VALUE ZERO.
004300     05  WS-NTC-ORDNO          PIC 9(03) VALUE ZERO.
004310     05  WS-NTC-TO-ACCNO       PIC 9(15) VALUE ZERO.
004320     05  WS-NTC-REASON         PIC X(30) VALUE SPACES.
004330     05  WS-NTC-STATE          PIC X(01) VALUE SPACES.
004340*----------------------------------------------------------------*
004350*  NOTICE TYPES, IN THE ORDER OF THE SLOTS BELOW.                *
004360*----------------------------------------------------------------*
004370 01  WS-TYPE-CODES-V.
004380     05  FILLER                PIC X(12) VALUE 'HDOXONSOFZCL'.
004390 01  WS-TYPE-CODES REDEFINES WS-TYPE-CODES-V.
004400     05  WS-TYPE-CODE          PIC X(02) OCCURS 6 TIMES.
004410 01  WS-TYPE-NAMES-V.
004420     05  FILLER                PIC X(30)
004430             VALUE 'DEPOSIT ON HOLD'.
004440     05  FILLER                PIC X(30)
004450             VALUE 'OVERDRAWN BEYOND ITS LIMIT'.
004460     05  FILLER                PIC X(30)
004470             VALUE 'OVERDRAWN FOR SEVERAL DAYS'.
004480     05  FILLER                PIC X(30)
004490             VALUE 'STANDING ORDER NOT PAID'.
004500     05  FILLER                PIC X(30)
004510             VALUE 'ACCOUNT FROZEN'.
004520     05  FILLER                PIC X(30)
004530             VALUE 'ACCOUNT CLOSED'.
004540 01  WS-TYPE-NAMES REDEFINES WS-TYPE-NAMES-V.
004550     05  WS-TYPE-NAME          PIC X(30) OCCURS 6 TIMES.
004560 01  WS-TYPE-COUNTS.
004570     05  WS-TYPE-SENT          PIC 9(07) COMP OCCURS 6 TIMES.
004580*----------------------------------------------------------------*
004590*  THE WORDING OF EACH LETTER - FIVE LINES PER TYPE, IN THE      *
004600*  SAME ORDER AS THE TYPE CODES.  A LINE OF SPACES IS SKIPPED.   *
004610*----------------------------------------------------------------*
004620 01  WS-LETTER-TEXT-V.
004630     05  FILLER                PIC X(60) VALUE
004640     'A DEPOSIT YOU MADE TO YOUR ACCOUNT HAS BEEN PUT ON HOLD'.
004650     05  FILLER                PIC X(60) VALUE
004660     'WHILE THE ITEMS IN IT CLEAR.  THE FUNDS ALREADY SHOW IN'.
004670     05  FILLER                PIC X(60) VALUE
004680     'YOUR BALANCE BUT CANNOT BE DRAWN UNTIL THE DATE GIVEN'.
004690     05  FILLER                PIC X(60) VALUE
004700     'BELOW.  YOU DO NOT NEED TO DO ANYTHING.'.
004710     05  FILLER                PIC X(60) VALUE SPACES.
004720     05  FILLER                PIC X(60) VALUE
004730     'YOUR ACCOUNT IS OVERDRAWN BY MORE THAN ITS ARRANGED'.
004740     05  FILLER                PIC X(60) VALUE
004750     'OVERDRAFT LIMIT.  PLEASE PAY IN ENOUGH TO BRING IT BACK'.
004760     05  FILLER                PIC X(60) VALUE
004770     'WITHIN THE LIMIT AS SOON AS YOU CAN.  PAYMENTS OUT MAY BE'.
004780     05  FILLER                PIC X(60) VALUE
004790     'REFUSED, AND CHARGES MAY APPLY, FOR AS LONG AS IT STAYS'.
004800     05  FILLER                PIC X(60) VALUE
004810     'OVER ITS LIMIT.'.
004820     05  FILLER                PIC X(60) VALUE
004830     'YOUR ACCOUNT HAS NOW BEEN OVERDRAWN FOR SOME DAYS.'.
004840     05  FILLER                PIC X(60) VALUE
004850     'PLEASE ARRANGE TO BRING IT BACK INTO CREDIT, OR CONTACT'.
004860     05  FILLER                PIC X(60) VALUE
004870     'YOUR BRANCH IF YOU WOULD LIKE TO DISCUSS AN ARRANGED'.
004880     05  FILLER                PIC X(60) VALUE
004890     'OVERDRAFT.'.
004900     05  FILLER                PIC X(60) VALUE SPACES.
004910     05  FILLER                PIC X(60) VALUE
004920     'WE WERE UNABLE TO MAKE A PAYMENT DUE UNDER ONE OF YOUR'.
004930     05  FILLER                PIC X(60) VALUE
004940     'STANDING ORDERS, FOR THE REASON GIVEN BELOW, AND IT HAS'.
004950     05  FILLER                PIC X(60) VALUE
004960     'NOT BEEN PAID.  PLEASE ARRANGE THE PAYMENT ANOTHER WAY IF'.
004970     05  FILLER                PIC X(60) VALUE
004980     'IT IS STILL DUE, OR CONTACT YOUR BRANCH TO CHANGE THE'.
004990     05  FILLER                PIC X(60) VALUE
005000     'ORDER.'.
005010     05  FILLER                PIC X(60) VALUE
005020     'WE HAVE PLACED A FREEZE ON YOUR ACCOUNT.  WHILE IT IS IN'.
005030     05  FILLER                PIC X(60) VALUE
005040     'PLACE NO PAYMENTS CAN BE MADE INTO OR OUT OF THE ACCOUNT.'.
005050     05  FILLER                PIC X(60) VALUE
005060     'PLEASE CONTACT YOUR BRANCH, WITH PROOF OF IDENTITY, IF'.
005070     05  FILLER                PIC X(60) VALUE
005080     'YOU WOULD LIKE TO DISCUSS THIS.'.
005090     05  FILLER                PIC X(60) VALUE SPACES.
005100     05  FILLER                PIC X(60) VALUE
005110     'YOUR ACCOUNT HAS BEEN CLOSED AND NO FURTHER PAYMENTS CAN'.
005120     05  FILLER                PIC X(60) VALUE
005130     'BE MADE INTO OR OUT OF IT.  IF YOU DID NOT ASK FOR THE'.
005140     05  FILLER                PIC X(60) VALUE
005150     'ACCOUNT TO BE CLOSED, OR THINK IT HAS BEEN CLOSED IN'.
005160     05  FILLER                PIC X(60) VALUE
005170     'ERROR, PLEASE CONTACT YOUR BRANCH.'.
005180     05  FILLER                PIC X(60) VALUE SPACES.
005190 01  WS-LETTER-TEXT REDEFINES WS-LETTER-TEXT-V.
005200     05  WS-TEXT-TYPE          OCCURS 6 TIMES.
005210         10  WS-TEXT-LINE      PIC X(60) OCCURS 5 TIMES.
005220*----------------------------------------------------------------*
005230*  CALENDAR WORK DATE, STEPPED BACK A DAY AT A TIME TO FIND THE  *
005240*  OVERDRAWN CUT-OFF.                                            *
005250*----------------------------------------------------------------*
005260 01  WS-CAL-DATE               PIC 9(08) VALUE ZERO.
005270 01  WS-CAL-DATE-R REDEFINES WS-CAL-DATE.
005280     05  WS-CAL-CCYY           PIC 9(04).
005290     05  WS-CAL-MM             PIC 9(02).
005300     05  WS-CAL-DD             PIC 9(02).
005310*----------------------------------------------------------------*
005320*  DAYS PER MONTH.  FEBRUARY IS LEAP-ADJUSTED IN 1400.           *
005330*----------------------------------------------------------------*
005340 01  WS-MONTH-DAYS-V.
005350     05  FILLER                PIC X(24)
005360             VALUE '312831303130313130313031'.
005370 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-V.
005380     05  WS-DAYS-IN            PIC 9(02) OCCURS 12 TIMES.
005390*----------------------------------------------------------------*
005400*  DATES AND AMOUNTS AS THE LETTER SHOWS THEM.                   *
005410*----------------------------------------------------------------*
005420 01  WS-FMT-DATE               PIC 9(08) VALUE ZERO.
005430 01  WS-FMT-DATE-R REDEFINES WS-FMT-DATE.
005440     05  WS-FMT-CCYY           PIC 9(04).
005450     05  WS-FMT-MM             PIC 9(02).
005460     05  WS-FMT-DD             PIC 9(02).
005470 01  WS-ED-DATE.
005480     05  ED-MM                 PIC 9(02).
005490     05  FILLER                PIC X(01) VALUE '/'.
005500     05  ED-DD                 PIC 9(02).
005510     05  FILLER                PIC X(01) VALUE '/'.
005520     05  ED-CCYY               PIC 9(04).
005530 01  WS-ED-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
005540 01  WS-ED-DAYS.
005550     05  ED-DAY-COUNT          PIC ZZ9.
005560     05  FILLER                PIC X(13) VALUE ' DAYS OR MORE'.
005570*----------------------------------------------------------------*
005580*  THE LETTER.                                                   *
005590*----------------------------------------------------------------*
005600 01  WS-LTR-HEAD-1.
005610     05  FILLER                PIC X(01) VALUE SPACES.
005620     05  FILLER                PIC X(49)
005630             VALUE 'CUSTOMER NOTICE'.
005640     05  FILLER                PIC X(08) VALUE 'DATE'.
005650     05  LH-DATE               PIC X(10).
005660 01  WS-LTR-HEAD-2.
005670     05  FILLER                PIC X(50) VALUE SPACES.
005680     05  FILLER                PIC X(08) VALUE 'OUR REF'.
005690     05  LH-ACCNO              PIC 9(15).
005700     05  FILLER                PIC X(01) VALUE SPACES.
005710     05  LH-TYPE               PIC X(02).
005720     05  FILLER                PIC X(01) VALUE SPACES.
005730     05  LH-EVENT              PIC X(12).
005740 01  WS-LTR-ADDR-LINE.
005750     05  FILLER                PIC X(01) VALUE SPACES.
005760     05  LA-TEXT               PIC X(30).
005770 01  WS-LTR-ACCT-LINE.
005780     05  FILLER                PIC X(01) VALUE SPACES.
005790     05  FILLER                PIC X(20) VALUE 'ACCOUNT NUMBER'.
005800     05  LA-ACCNO              PIC 9(15).
005810 01  WS-LTR-TEXT-LINE.
005820     05  FILLER                PIC X(01) VALUE SPACES.
005830     05  LT-TEXT               PIC X(70).
005840 01  WS-LTR-DETAIL-LINE.
005850     05  FILLER                PIC X(05) VALUE SPACES.
005860     05  LD-LABEL              PIC X(30).
005870     05  LD-VALUE              PIC X(30).
005880 01  WS-LTR-RULE.
005890     05  FILLER                PIC X(01) VALUE SPACES.
005900     05  FILLER                PIC X(70) VALUE ALL '-'.
005910*----------------------------------------------------------------*
005920*  THE REGISTER.                                                 *
005930*----------------------------------------------------------------*
005940 01  WS-HEADING-LINE-1.
005950     05  FILLER                PIC X(30) VALUE SPACES.
005960     05  FILLER                PIC X(40)
005970             VALUE 'CUSTOMER NOTICES REGISTER'.
005980     05  FILLER                PIC X(06) VALUE 'DATE  '.
005990     05  HL-BUS-DATE           PIC 9(08).
006000 01  WS-WINDOW-LINE.
006010     05  FILLER                PIC X(01) VALUE SPACES.
006020     05  FILLER                PIC X(27)
006030             VALUE 'JOURNAL EVENTS DATED FROM '.
006040     05  WL-SINCE-DATE         PIC 9(08).
006050     05  FILLER                PIC X(27)
006060             VALUE '   OVERDRAWN ON OR BEFORE '.
006070     05  WL-CUTOFF-DATE        PIC 9(08).
006080 01  WS-REG-HEADING.
006090     05  FILLER                PIC X(01) VALUE SPACES.
006100     05  FILLER                PIC X(17) VALUE 'ACCOUNT'.
006110     05  FILLER                PIC X(06) VALUE 'TYPE'.
006120     05  FILLER                PIC X(14) VALUE 'EVENT'.
006130     05  FILLER                PIC X(12) VALUE 'CUSTOMER'.
006140     05  FILLER                PIC X(32) VALUE 'NAME'.
006150     05  FILLER                PIC X(30) VALUE 'ACTION'.
006160 01  WS-REG-LINE.
006170     05  FILLER                PIC X(01) VALUE SPACES.
006180     05  RL-ACCNO              PIC 9(15).
006190     05  FILLER                PIC X(02) VALUE SPACES.
006200     05  RL-TYPE               PIC X(02).
006210     05  FILLER                PIC X(04) VALUE SPACES.
006220     05  RL-EVENT              PIC X(12).
006230     05  FILLER                PIC X(02) VALUE SPACES.
006240     05  RL-CUSTNO             PIC 9(10).
006250     05  FILLER                PIC X(02) VALUE SPACES.
006260     05  RL-NAME               PIC X(30).
006270     05  FILLER                PIC X(02) VALUE SPACES.
006280     05  RL-ACTION             PIC X(30).
006290 01  WS-SUMMARY-LINE.
006300     05  FILLER                PIC X(01) VALUE SPACES.
006310     05  SM-TEXT               PIC X(36).
006320     05  SM-COUNT              PIC Z(08)9.
006330 01  WS-RESULT-LINE.
006340     05  FILLER                PIC X(01) VALUE SPACES.
006350     05  RS-TEXT               PIC X(60).
006360*----------------------------------------------------------------*
006370*  THE LOG LISTING ('L' MODE).                                   *
006380*----------------------------------------------------------------*
006390 01  WS-LIST-HEADING-1.
006400     05  FILLER                PIC X(30) VALUE SPACES.
006410     05  FILLER                PIC X(40)
006420             VALUE 'CUSTOMER NOTICE LOG'.
006430     05  FILLER                PIC X(09) VALUE 'ACCOUNT  '.
006440     05  LL-HEAD-ACCNO         PIC X(15).
006450 01  WS-LIST-HEADING-2.
006460     05  FILLER                PIC X(01) VALUE SPACES.
006470     05  FILLER                PIC X(17) VALUE 'ACCOUNT'.
006480     05  FILLER                PIC X(06) VALUE 'TYPE'.
006490     05  FILLER                PIC X(14) VALUE 'EVENT'.
006500     05  FILLER                PIC X(12) VALUE 'CUSTOMER'.
006510     05  FILLER                PIC X(32) VALUE 'NAME'.
006520     05  FILLER                PIC X(10) VALUE 'EVENT'.
006530     05  FILLER                PIC X(17) VALUE '        AMOUNT'.
006540     05  FILLER                PIC X(17) VALUE 'SENT'.
006550     05  FILLER                PIC X(06) VALUE 'STATE'.
006560     05  FILLER                PIC X(08) VALUE 'ENDED'.
006570 01  WS-LIST-LINE.
006580     05  FILLER                PIC X(01) VALUE SPACES.
006590     05  LL-ACCNO              PIC 9(15).
006600     05  FILLER                PIC X(02) VALUE SPACES.
006610     05  LL-TYPE               PIC X(02).
006620     05  FILLER                PIC X(04) VALUE SPACES.
006630     05  LL-EVENT              PIC X(12).
006640     05  FILLER                PIC X(02) VALUE SPACES.
006650     05  LL-CUSTNO             PIC 9(10).
006660     05  FILLER                PIC X(02) VALUE SPACES.
006670     05  LL-NAME               PIC X(30).
006680     05  FILLER                PIC X(02) VALUE SPACES.
006690     05  LL-EVENT-DATE         PIC 9(08).
006700     05  FILLER                PIC X(02) VALUE SPACES.
006710     05  LL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
006720     05  FILLER                PIC X(03) VALUE SPACES.
006730     05  LL-SENT-DATE          PIC 9(08).
006740     05  FILLER                PIC X(01) VALUE SPACES.
006750     05  LL-SENT-TIME          PIC 9(06).
006760     05  FILLER                PIC X(04) VALUE SPACES.
006770     05  LL-STATE              PIC X(01).
006780     05  FILLER                PIC X(03) VALUE SPACES.
006790     05  LL-END-DATE           PIC X(08).
006800 PROCEDURE DIVISION.
006810 0000-MAINLINE.
006820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006830     IF OPEN-FAILED
006840         DISPLAY 'NOTICES - ABENDING, FILE OPEN FAILED'
006850         MOVE 12 TO RETURN-CODE
006860     ELSE
006870         IF PARM-LIST-MODE
006880             PERFORM 7100-LIST-ENTRY THRU 7100-EXIT
006890                 UNTIL LOG-EOF
006900             PERFORM 7900-END-LIST THRU 7900-EXIT
006910         ELSE
006920             PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
006930                 UNTIL MASTER-EOF AND AUDIT-EOF AND SORDEX-EOF
006940             PERFORM 6000-FINALIZE THRU 6000-EXIT
006950             PERFORM 9999-TERMINATE THRU 9999-EXIT
006960             IF RUN-FAILED
006970                 DISPLAY 'NOTICES - RUN DID NOT COMPLETE CLEANLY'
006980                 MOVE 12 TO RETURN-CODE
006990             END-IF
007000         END-IF
007010     END-IF.
007020     IF PARM-LIST-MODE
007030         DISPLAY 'NOTICES - LOG RECORDS LISTED ' WS-LOG-LISTED
007040     ELSE
007050         DISPLAY 'NOTICES - ACCOUNTS ON MASTER  ' WS-MST-READ
007060         DISPLAY 'NOTICES - LETTERS PRINTED     ' WS-LETTER-COUNT
007070         DISPLAY 'NOTICES - ALREADY SENT        ' WS-DUP-COUNT
007080         DISPLAY 'NOTICES - NO ADDRESS ON FILE  ' WS-NOADDR-COUNT
007090     END-IF.
007100     STOP RUN.
007110*----------------------------------------------------------------*
007120*  READ THE RUN CARD: BUSINESS DATE (CCYYMMDD), DAYS OVERDRAWN   *
007130*  BEFORE THE 'ON' NOTICE (BLANK OR ZERO FOR THE DEFAULT), MODE  *
007140*  ('L' TO LIST THE LOG) AND, FOR 'L', THE ACCOUNT.  THEN RUN    *
007150*  CONTROL, OPEN THE FILES, FIND THE CUT-OFF DATE AND PRIME THE  *
007160*  THREE READS.                                                  *
007170*----------------------------------------------------------------*
007180 1000-INITIALIZE.
007190     OPEN INPUT PARM-FILE.
007200     IF WS-PARM-STATUS NOT = '00'
007210         DISPLAY 'NOTICES - UNABLE TO OPEN SYSIN, STATUS = '
007220             WS-PARM-STATUS
007230         MOVE SPACES TO PARM-RECORD
007240     ELSE
007250         READ PARM-FILE
007260             AT END
007270                 MOVE SPACES TO PARM-RECORD
007280         END-READ
007290         CLOSE PARM-FILE
007300     END-IF.
007310     IF PARM-LIST-MODE
007320         PERFORM 7000-OPEN-LIST THRU 7000-EXIT
007330         GO TO 1000-EXIT
007340     END-IF.
007350     IF PARM-POST-DATE NOT NUMERIC
007360         MOVE ZERO TO PARM-POST-DATE
007370     END-IF.
007380     IF PARM-POST-DATE = ZERO
007390         DISPLAY 'NOTICES - NO BUSINESS DATE, NOTHING TO DO'
007400         MOVE 'Y' TO WS-OPEN-FAIL-SW
007410         GO TO 1000-EXIT
007420     END-IF.
007430     IF PARM-NEG-DAYS NUMERIC AND PARM-NEG-DAYS > ZERO
007440         MOVE PARM-NEG-DAYS TO WS-NEG-DAYS
007450     ELSE
007460         MOVE WS-DEFAULT-NEG-DAYS TO WS-NEG-DAYS
007470     END-IF.
007480     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT.
007490     IF OPEN-FAILED
007500         GO TO 1000-EXIT
007510     END-IF.
007520     OPEN INPUT MASTER-FILE.
007530     OPEN INPUT AUDIT-FILE.
007540     OPEN INPUT SORDEX-FILE.
007550     OPEN INPUT CUST-FILE.
007560     OPEN INPUT REL-FILE.
007570     OPEN I-O LOG-FILE.
007580     OPEN OUTPUT LETTER-FILE.
007590     OPEN OUTPUT REPORT-FILE.
007600     IF WS-MASTER-STATUS NOT = '00'
007610         DISPLAY 'NOTICES - UNABLE TO OPEN P37AFIL, STATUS = '
007620             WS-MASTER-STATUS
007630         MOVE 'Y' TO WS-OPEN-FAIL-SW
007640     END-IF.
007650     IF WS-AUDIT-STATUS NOT = '00'
007660         DISPLAY 'NOTICES - UNABLE TO OPEN P37AUDT, STATUS = '
007670             WS-AUDIT-STATUS
007680         MOVE 'Y' TO WS-OPEN-FAIL-SW
007690     END-IF.
007700     IF WS-SORDEX-STATUS NOT = '00'
007710         DISPLAY 'NOTICES - UNABLE TO OPEN SORDNTC, STATUS = '
007720             WS-SORDEX-STATUS
007730         MOVE 'Y' TO WS-OPEN-FAIL-SW
007740     END-IF.
007750     IF WS-CUST-STATUS NOT = '00'
007760         DISPLAY 'NOTICES - UNABLE TO OPEN P37CFIL, STATUS = '
007770             WS-CUST-STATUS
007780         MOVE 'Y' TO WS-OPEN-FAIL-SW
007790     END-IF.
007800     IF WS-REL-STATUS NOT = '00'
007810         DISPLAY 'NOTICES - UNABLE TO OPEN P37RELF, STATUS = '
007820             WS-REL-STATUS
007830         MOVE 'Y' TO WS-OPEN-FAIL-SW
007840     END-IF.
007850     IF WS-LOG-STATUS NOT = '00'
007860         DISPLAY 'NOTICES - UNABLE TO OPEN P37NLOG, STATUS = '
007870             WS-LOG-STATUS
007880         MOVE 'Y' TO WS-OPEN-FAIL-SW
007890     END-IF.
007900     IF WS-LETTER-STATUS NOT = '00'
007910         DISPLAY 'NOTICES - UNABLE TO OPEN NOTICE, STATUS = '
007920             WS-LETTER-STATUS
007930         MOVE 'Y' TO WS-OPEN-FAIL-SW
007940     END-IF.
007950     IF WS-REPORT-STATUS NOT = '00'
007960         DISPLAY 'NOTICES - UNABLE TO OPEN NTCRPT, STATUS = '
007970             WS-REPORT-STATUS
007980         MOVE 'Y' TO WS-OPEN-FAIL-SW
007990     END-IF.
008000     IF OPEN-FAILED
008010         CLOSE CTL-FILE
008020         GO TO 1000-EXIT
008030     END-IF.
008040     MOVE WS-BUS-DATE TO WS-CAL-DATE.
008050     PERFORM 1410-PRIOR-DAY THRU 1410-EXIT
008060         WS-NEG-DAYS TIMES.
008070     MOVE WS-CAL-DATE TO WS-CUTOFF-DATE.
008080     MOVE WS-BUS-DATE TO HL-BUS-DATE.
008090     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
008100     MOVE WS-SINCE-DATE TO WL-SINCE-DATE.
008110     MOVE WS-CUTOFF-DATE TO WL-CUTOFF-DATE.
008120     WRITE REPORT-RECORD FROM WS-WINDOW-LINE.
008130     MOVE SPACES TO REPORT-RECORD.
008140     WRITE REPORT-RECORD.
008150     WRITE REPORT-RECORD FROM WS-REG-HEADING.
008160     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
008170     PERFORM 1200-READ-AUDIT THRU 1200-EXIT.
008180     PERFORM 1300-READ-SORDEX THRU 1300-EXIT.
008190 1000-EXIT.
008200     EXIT.
008210*----------------------------------------------------------------*
008220*  RUN-CONTROL CHECK AGAINST THE P37CTLF SYSTEM CONTROL FILE.    *
008230*  THE RUN REFUSES TO START WHILE THE ONLINE REGION IS STILL UP  *
008240*  AGAINST THE SAME CLUSTERS, REFUSES TO RUN AGAINST THE WRONG   *
008250*  DATE OR BEFORE EODRECON HAS RECONCILED THE DAY, AND REFUSES   *
008260*  A BUSINESS DATE IT HAS ALREADY COMPLETED - THE SUPERVISOR-    *
008270*  AUTHORIZED CTLMAINT CLEAR COMMAND IS THE RERUN PATH.  THE RUN *
008280*  STAMPS ITSELF STARTED HERE AND COMPLETED AT CLEAN END OF JOB. *
008290*                                                                *
008300*  THE JOURNAL WINDOW STARTS AT THE LAST BUSINESS DATE THE RUN   *
008310*  COMPLETED.  A RUN LEFT STARTED KEEPS THE WINDOW IT HAD, SO    *
008320*  ITS RERUN MISSES NOTHING.  THE FIRST RUN TAKES THE DAY ONLY.  *
008330*----------------------------------------------------------------*
008340 1050-CHECK-RUN-CONTROL.
008350     OPEN I-O CTL-FILE.
008360     IF WS-CTL-STATUS NOT = '00'
008370         DISPLAY 'NOTICES - UNABLE TO OPEN P37CTLF, STATUS = '
008380             WS-CTL-STATUS
008390         MOVE 'Y' TO WS-OPEN-FAIL-SW
008400         GO TO 1050-EXIT
008410     END-IF.
008420     MOVE 'SYSTEM  ' TO CTL-KEY.
008430     READ CTL-FILE
008440         INVALID KEY
008450             DISPLAY 'NOTICES - NO SYSTEM CONTROL RECORD'
008460             MOVE 'Y' TO WS-OPEN-FAIL-SW
008470     END-READ.
008480     IF OPEN-FAILED
008490         CLOSE CTL-FILE
008500         GO TO 1050-EXIT
008510     END-IF.
008520     IF CTL-FLAG = 'U'
008530         DISPLAY 'NOTICES - ONLINE REGION IS STILL UP'
008540         MOVE 'Y' TO WS-OPEN-FAIL-SW
008550         CLOSE CTL-FILE
008560         GO TO 1050-EXIT
008570     END-IF.
008580     MOVE CTL-DATE TO WS-BUS-DATE.
008590     IF PARM-POST-DATE NOT = WS-BUS-DATE
008600         DISPLAY 'NOTICES - CARD DATE IS NOT THE BUSINESS DATE'
008610         DISPLAY 'NOTICES - CARD DATE    ' PARM-POST-DATE
008620         DISPLAY 'NOTICES - CONTROL DATE ' WS-BUS-DATE
008630         MOVE 'Y' TO WS-OPEN-FAIL-SW
008640         CLOSE CTL-FILE
008650         GO TO 1050-EXIT
008660     END-IF.
008670     MOVE 'EODRECON' TO CTL-KEY.
008680     MOVE 'N' TO WS-CTL-FOUND-SW.
008690     READ CTL-FILE
008700         INVALID KEY
008710             CONTINUE
008720         NOT INVALID KEY
008730             MOVE 'Y' TO WS-CTL-FOUND-SW
008740     END-READ.
008750     IF NOT CTL-FOUND
008760        OR CTL-DATE NOT = WS-BUS-DATE
008770        OR CTL-FLAG NOT = 'C'
008780         DISPLAY 'NOTICES - EODRECON HAS NOT COMPLETED FOR '
008790             WS-BUS-DATE
008800         MOVE 'Y' TO WS-OPEN-FAIL-SW
008810         CLOSE CTL-FILE
008820         GO TO 1050-EXIT
008830     END-IF.
008840     MOVE WS-JOB-NAME TO CTL-KEY.
008850     MOVE 'N' TO WS-CTL-FOUND-SW.
008860     READ CTL-FILE
008870         INVALID KEY
008880             CONTINUE
008890         NOT INVALID KEY
008900             MOVE 'Y' TO WS-CTL-FOUND-SW
008910     END-READ.
008920     IF CTL-FOUND AND CTL-DATE = WS-BUS-DATE
008930             AND CTL-FLAG = 'C'
008940         DISPLAY 'NOTICES - ALREADY COMPLETED FOR ' WS-BUS-DATE
008950         DISPLAY 'NOTICES - CTLMAINT CLEAR IS THE RERUN PATH'
008960         MOVE 'Y' TO WS-OPEN-FAIL-SW
008970         CLOSE CTL-FILE
008980         GO TO 1050-EXIT
008990     END-IF.
009000     IF NOT CTL-FOUND
009010         MOVE WS-BUS-DATE TO WS-SINCE-DATE
009020         MOVE SPACES TO WS-CTL-RECORD
009030     ELSE
009040         IF CTL-FLAG = 'C'
009050             MOVE CTL-DATE TO WS-SINCE-DATE
009060         ELSE
009070             IF CTL-NTC-SINCE NUMERIC
009080                     AND CTL-NTC-SINCE > ZERO
009090                 MOVE CTL-NTC-SINCE TO WS-SINCE-DATE
009100             ELSE
009110                 MOVE CTL-DATE TO WS-SINCE-DATE
009120             END-IF
009130         END-IF
009140     END-IF.
009150     IF WS-SINCE-DATE > WS-BUS-DATE
009160         MOVE WS-BUS-DATE TO WS-SINCE-DATE
009170     END-IF.
009180     MOVE WS-JOB-NAME TO CTL-KEY.
009190     MOVE WS-BUS-DATE TO CTL-DATE.
009200     MOVE 'S' TO CTL-FLAG.
009210     MOVE WS-SINCE-DATE TO CTL-NTC-SINCE.
009220     IF CTL-FOUND
009230         REWRITE WS-CTL-RECORD
009240             INVALID KEY
009250                 DISPLAY 'NOTICES - RUN-CONTROL REWRITE FAILED'
009260         END-REWRITE
009270     ELSE
009280         WRITE WS-CTL-RECORD
009290             INVALID KEY
009300                 DISPLAY 'NOTICES - RUN-CONTROL WRITE FAILED'
009310         END-WRITE
009320     END-IF.
009330 1050-EXIT.
009340     EXIT.
009350*----------------------------------------------------------------*
009360*  STAMP THE RUN COMPLETED FOR THE BUSINESS DATE, SO A SECOND    *
009370*  SUBMISSION OF THE SAME NIGHT IS TURNED AWAY AT 1050.          *
009380*----------------------------------------------------------------*
009390 1060-STAMP-COMPLETE.
009400     MOVE WS-JOB-NAME TO CTL-KEY.
009410     READ CTL-FILE
009420         INVALID KEY
009430             DISPLAY 'NOTICES - RUN-CONTROL RECORD LOST'
009440         NOT INVALID KEY
009450             MOVE 'C' TO CTL-FLAG
009460             REWRITE WS-CTL-RECORD
009470                 INVALID KEY
009480                     DISPLAY 'NOTICES - COMPLETION STAMP FAILED'
009490             END-REWRITE
009500     END-READ.
009510     CLOSE CTL-FILE.
009520 1060-EXIT.
009530     EXIT.
009540 1100-READ-MASTER.
009550     READ MASTER-FILE NEXT RECORD
009560         AT END
009570             MOVE 'Y' TO WS-MST-EOF-SW
009580             MOVE WS-HIGH-KEY TO WS-MST-KEY
009590             GO TO 1100-EXIT
009600     END-READ.
009610     ADD 1 TO WS-MST-READ.
009620     MOVE CUS-ACCNO TO WS-MST-KEY.
009630 1100-EXIT.
009640     EXIT.
009650*----------------------------------------------------------------*
009660*  NEXT JOURNAL ENTRY, PASSING BY THE ACCOUNT-ZERO SECURITY      *
009670*  ENTRIES - NO CUSTOMER IS WRITTEN TO ABOUT THEM.               *
009680*----------------------------------------------------------------*
009690 1200-READ-AUDIT.
009700     READ AUDIT-FILE NEXT RECORD
009710         AT END
009720             MOVE 'Y' TO WS-AUD-EOF-SW
009730             MOVE WS-HIGH-KEY TO WS-AUD-KEY
009740             GO TO 1200-EXIT
009750     END-READ.
009760     ADD 1 TO WS-AUD-READ.
009770     IF AUD-ACCNO = ZERO
009780         GO TO 1200-READ-AUDIT
009790     END-IF.
009800     MOVE AUD-ACCNO TO WS-AUD-KEY.
009810 1200-EXIT.
009820     EXIT.
009830*----------------------------------------------------------------*
009840*  NEXT STANDING-ORDER EXCEPTION.  THE EXTRACT MUST COME IN      *
009850*  ACCOUNT ORDER; ONE THAT DOES NOT IS NOT READ ANY FURTHER AND  *
009860*  THE RUN ENDS RC=12.                                           *
009870*----------------------------------------------------------------*
009880 1300-READ-SORDEX.
009890     IF SORDEX-EOF
009900         MOVE WS-HIGH-KEY TO WS-SXT-KEY
009910         GO TO 1300-EXIT
009920     END-IF.
009930     READ SORDEX-FILE
009940         AT END
009950             MOVE 'Y' TO WS-SXT-EOF-SW
009960             MOVE WS-HIGH-KEY TO WS-SXT-KEY
009970             GO TO 1300-EXIT
009980     END-READ.
009990     ADD 1 TO WS-SXT-READ.
010000     IF SXT-ACCNO < WS-SXT-KEY
010010         DISPLAY 'NOTICES - SORDNTC OUT OF SEQUENCE AT ACCT '
010020             SXT-ACCNO
010030         MOVE 'Y' TO WS-FAIL-SW
010040         MOVE 'Y' TO WS-SXT-EOF-SW
010050         MOVE WS-HIGH-KEY TO WS-SXT-KEY
010060         GO TO 1300-EXIT
010070     END-IF.
010080     MOVE SXT-ACCNO TO WS-SXT-KEY.
010090 1300-EXIT.
010100     EXIT.
010110*----------------------------------------------------------------*
010120*  LAST DAY OF THE WORK DATE'S MONTH, FEBRUARY LEAP-ADJUSTED.    *
010130*----------------------------------------------------------------*
010140 1400-SET-LAST-DAY.
010150     IF WS-CAL-MM < 1 OR WS-CAL-MM > 12
010160         MOVE ZERO TO WS-LAST-DAY
010170         GO TO 1400-EXIT
010180     END-IF.
010190     MOVE WS-DAYS-IN (WS-CAL-MM) TO WS-LAST-DAY.
010200     IF WS-CAL-MM = 2
010210         DIVIDE WS-CAL-CCYY BY 4 GIVING WS-YEAR-QUOT
010220             REMAINDER WS-YEAR-REM
010230         IF WS-YEAR-REM = ZERO
010240             DIVIDE WS-CAL-CCYY BY 100 GIVING WS-YEAR-QUOT
010250                 REMAINDER WS-YEAR-REM
010260             IF WS-YEAR-REM NOT = ZERO
010270                 MOVE 29 TO WS-LAST-DAY
010280             ELSE
010290                 DIVIDE WS-CAL-CCYY BY 400 GIVING WS-YEAR-QUOT
010300                     REMAINDER WS-YEAR-REM
010310                 IF WS-YEAR-REM = ZERO
010320                     MOVE 29 TO WS-LAST-DAY
010330                 END-IF
010340             END-IF
010350         END-IF
010360     END-IF.
010370 1400-EXIT.
010380     EXIT.
010390*----------------------------------------------------------------*
010400*  MOVE THE WORK DATE BACK ONE CALENDAR DAY.                     *
010410*----------------------------------------------------------------*
010420 1410-PRIOR-DAY.
010430     IF WS-CAL-DD > 1
010440         SUBTRACT 1 FROM WS-CAL-DD
010450         GO TO 1410-EXIT
010460     END-IF.
010470     IF WS-CAL-MM > 1
010480         SUBTRACT 1 FROM WS-CAL-MM
010490     ELSE
010500         MOVE 12 TO WS-CAL-MM
010510         SUBTRACT 1 FROM WS-CAL-CCYY
010520     END-IF.
010530     PERFORM 1400-SET-LAST-DAY THRU 1400-EXIT.
010540     MOVE WS-LAST-DAY TO WS-CAL-DD.
010550 1410-EXIT.
010560     EXIT.
010570*----------------------------------------------------------------*
010580*  ONE ACCOUNT - THE LOWEST KEY STILL WAITING ON ANY OF THE      *
010590*  THREE FILES.  THE JOURNAL IS READ FROM THE START FOR EVERY    *
010600*  ACCOUNT SO THE DATE IT LAST WENT OVERDRAWN IS KNOWN; ONLY     *
010610*  ENTRIES IN THE WINDOW RAISE NOTICES.  THE OVERDRAWN NOTICES   *
010620*  ARE JUDGED LAST, ON THE BALANCE THE MASTER HOLDS TONIGHT.     *
010630*----------------------------------------------------------------*
010640 2000-PROCESS-ACCOUNT.
010650     MOVE WS-MST-KEY TO WS-LOW-KEY.
010660     IF WS-AUD-KEY < WS-LOW-KEY
010670         MOVE WS-AUD-KEY TO WS-LOW-KEY
010680     END-IF.
010690     IF WS-SXT-KEY < WS-LOW-KEY
010700         MOVE WS-SXT-KEY TO WS-LOW-KEY
010710     END-IF.
010720     MOVE WS-LOW-KEY TO WS-OWNER-ACCNO.
010730     MOVE 'N' TO WS-ADDR-DONE-SW.
010740     MOVE 'N' TO WS-ADDR-SW.
010750     MOVE 'N' TO WS-ON-MASTER-SW.
010760     MOVE ZERO TO WS-NEG-SINCE.
010770     IF WS-MST-KEY = WS-LOW-KEY
010780         MOVE 'Y' TO WS-ON-MASTER-SW
010790         MOVE CUS-BALANCE TO WS-ACCT-BALANCE
010800         MOVE CUS-OD-LIMIT TO WS-ACCT-OD-LIMIT
010810         MOVE CUS-STATUS TO WS-ACCT-STATUS
010820     END-IF.
010830     PERFORM 2200-TAKE-AUDIT THRU 2200-EXIT
010840         UNTIL WS-AUD-KEY NOT = WS-LOW-KEY.
010850     PERFORM 2300-TAKE-SORDEX THRU 2300-EXIT
010860         UNTIL WS-SXT-KEY NOT = WS-LOW-KEY.
010870     IF ACCT-ON-MASTER
010880         PERFORM 2400-CHECK-OVERDRAWN THRU 2400-EXIT
010890         PERFORM 1100-READ-MASTER THRU 1100-EXIT
010900     END-IF.
010910 2000-EXIT.
010920     EXIT.
010930*----------------------------------------------------------------*
010940*  ONE JOURNAL ENTRY.  AN ENTRY THAT TAKES THE BALANCE BELOW     *
010950*  ZERO STARTS THE OVERDRAWN DATE; ONE THAT LEAVES IT AT OR      *
010960*  ABOVE ZERO CLEARS IT.  IN THE WINDOW, A HELD DEPOSIT IS AN    *
010970*  'HD' NOTICE, AND A COUNTER STATUS CHANGE TO FROZEN OR CLOSED  *
010980*  AN 'FZ' OR 'CL' - BATCH STATUS CHANGES (MATURED TERM          *
010990*  DEPOSITS, ESCHEAT) CARRY TERMINAL 'BTCH' AND ARE NOT NOTICED. *
011000*----------------------------------------------------------------*
011010 2200-TAKE-AUDIT.
011020     IF AUD-BAL-AFTER < ZERO
011030         IF AUD-BAL-BEFORE NOT < ZERO
011040             MOVE AUD-DATE TO WS-NEG-SINCE
011050         END-IF
011060     ELSE
011070         MOVE ZERO TO WS-NEG-SINCE
011080     END-IF.
011090     IF AUD-DATE < WS-SINCE-DATE
011100         GO TO 2200-NEXT
011110     END-IF.
011120     IF AUD-DEPOSIT AND AUD-HOLD-PLACED
011130         MOVE 1 TO WS-TX
011140         MOVE SPACES TO WS-NTC-EVENT
011150         MOVE AUD-SEQNO TO NE-SEQNO
011160         MOVE AUD-DATE TO WS-NTC-EVENT-DATE
011170         MOVE AUD-AMOUNT TO WS-NTC-AMOUNT
011180         MOVE AUD-HOLD-DATE TO WS-NTC-RELEASE-DATE
011190         PERFORM 2800-ONE-TIME-NOTICE THRU 2800-EXIT
011200         GO TO 2200-NEXT
011210     END-IF.
011220     IF AUD-STAT-CHG AND AUD-TERMID NOT = 'BTCH'
011230         IF AUD-STAT-NEW = 'F' OR AUD-STAT-NEW = 'C'
011240             IF AUD-STAT-NEW = 'F'
011250                 MOVE 5 TO WS-TX
011260             ELSE
011270                 MOVE 6 TO WS-TX
011280             END-IF
011290             MOVE SPACES TO WS-NTC-EVENT
011300             MOVE AUD-SEQNO TO NE-SEQNO
011310             MOVE AUD-DATE TO WS-NTC-EVENT-DATE
011320             MOVE ZERO TO WS-NTC-AMOUNT
011330             PERFORM 2800-ONE-TIME-NOTICE THRU 2800-EXIT
011340         END-IF
011350     END-IF.
011360 2200-NEXT.
011370     PERFORM 1200-READ-AUDIT THRU 1200-EXIT.
011380 2200-EXIT.
011390     EXIT.
011400*----------------------------------------------------------------*
011410*  ONE STANDING ORDER SORDPOST COULD NOT PAY.  A DEBIT ACCOUNT   *
011420*  NOT ON FILE HAS NO ONE TO WRITE TO, AND A FAILED REWRITE IS   *
011430*  THE BANK'S FAULT, NOT THE CUSTOMER'S - BOTH ARE LEFT TO THE   *
011440*  MORNING EXCEPTION REVIEW.                                     *
011450*----------------------------------------------------------------*
011460 2300-TAKE-SORDEX.
011470     IF SXT-REASON = 'DEBIT ACCOUNT NOT FOUND'
011480             OR SXT-REASON = 'DEBIT REWRITE FAILED'
011490             OR SXT-REASON = 'CREDIT REWRITE FAILED'
011500         ADD 1 TO WS-SXT-PASSED
011510         GO TO 2300-NEXT
011520     END-IF.
011530     MOVE 4 TO WS-TX.
011540     MOVE SPACES TO WS-NTC-EVENT.
011550     MOVE SXT-POST-DATE TO NE-SORD-DATE.
011560     MOVE SXT-ORDNO TO NE-ORDNO.
011570     MOVE SXT-POST-DATE TO WS-NTC-EVENT-DATE.
011580     MOVE SXT-AMOUNT TO WS-NTC-AMOUNT.
011590     MOVE SXT-ORDNO TO WS-NTC-ORDNO.
011600     MOVE SXT-TO-ACCNO TO WS-NTC-TO-ACCNO.
011610     MOVE SXT-REASON TO WS-NTC-REASON.
011620     PERFORM 2800-ONE-TIME-NOTICE THRU 2800-EXIT.
011630 2300-NEXT.
011640     PERFORM 1300-READ-SORDEX THRU 1300-EXIT.
011650 2300-EXIT.
011660     EXIT.
011670*----------------------------------------------------------------*
011680*  THE TWO OVERDRAWN CONDITIONS, ON TONIGHT'S BALANCE.  A CLOSED *
011690*  ACCOUNT IS NEVER IN EITHER.  'ON' NEEDS THE ACCOUNT TO HAVE   *
011700*  GONE BELOW ZERO ON OR BEFORE THE CUT-OFF; ONE OVERDRAWN WITH  *
011710*  NO CROSSING LEFT ON THE JOURNAL HAS BEEN SO LONGER STILL.     *
011720*----------------------------------------------------------------*
011730 2400-CHECK-OVERDRAWN.
011740     MOVE ZERO TO WS-OVERDRAWN.
011750     MOVE ZERO TO WS-OVER-LIMIT.
011760     IF WS-ACCT-BALANCE < ZERO AND WS-ACCT-STATUS NOT = 'C'
011770         COMPUTE WS-OVERDRAWN = ZERO - WS-ACCT-BALANCE
011780     END-IF.
011790     IF WS-OVERDRAWN > WS-ACCT-OD-LIMIT
011800         COMPUTE WS-OVER-LIMIT = WS-OVERDRAWN - WS-ACCT-OD-LIMIT
011810     END-IF.
011820     MOVE 2 TO WS-TX.
011830     MOVE 'N' TO WS-COND-SW.
011840     IF WS-OVER-LIMIT > ZERO
011850         MOVE 'Y' TO WS-COND-SW
011860     END-IF.
011870     MOVE WS-BUS-DATE TO WS-NTC-EVENT-DATE.
011880     MOVE WS-OVERDRAWN TO WS-NTC-AMOUNT.
011890     PERFORM 2900-EPISODE-NOTICE THRU 2900-EXIT.
011900     MOVE 3 TO WS-TX.
011910     MOVE 'N' TO WS-COND-SW.
011920     IF WS-OVERDRAWN > ZERO
011930         IF WS-NEG-SINCE = ZERO
011940                 OR WS-NEG-SINCE NOT > WS-CUTOFF-DATE
011950             MOVE 'Y' TO WS-COND-SW
011960         END-IF
011970     END-IF.
011980     MOVE WS-NEG-SINCE TO WS-NTC-EVENT-DATE.
011990     MOVE WS-OVERDRAWN TO WS-NTC-AMOUNT.
012000     PERFORM 2900-EPISODE-NOTICE THRU 2900-EXIT.
012010 2400-EXIT.
012020     EXIT.
012030*----------------------------------------------------------------*
012040*  THE PRIMARY HOLDER'S NAME AND ADDRESS, LOOKED UP ONCE PER     *
012050*  ACCOUNT AND ONLY WHEN THERE IS A LETTER TO SEND.  NO HOLDER,  *
012060*  NO CUSTOMER RECORD OR A BLANK FIRST ADDRESS LINE IS NO        *
012070*  ADDRESS.                                                      *
012080*----------------------------------------------------------------*
012090 2700-GET-ADDRESS.
012100     IF ADDR-LOOKED-UP
012110         GO TO 2700-EXIT
012120     END-IF.
012130     MOVE 'Y' TO WS-ADDR-DONE-SW.
012140     MOVE 'N' TO WS-ADDR-SW.
012150     PERFORM 2710-FIND-PRIMARY THRU 2710-EXIT.
012160     MOVE WS-PRIMARY-CUSTNO TO CIF-CUSTNO.
012170     MOVE 'Y' TO WS-CIF-FOUND-SW.
012180     IF WS-PRIMARY-CUSTNO = ZERO
012190         MOVE 'N' TO WS-CIF-FOUND-SW
012200     ELSE
012210         READ CUST-FILE
012220             INVALID KEY
012230                 MOVE 'N' TO WS-CIF-FOUND-SW
012240         END-READ
012250     END-IF.
012260     IF NOT CIF-FOUND
012270         MOVE SPACES TO WS-CUST-RECORD
012280         MOVE WS-PRIMARY-CUSTNO TO CIF-CUSTNO
012290         GO TO 2700-EXIT
012300     END-IF.
012310     IF CIF-ADDR1 NOT = SPACES
012320         MOVE 'Y' TO WS-ADDR-SW
012330     END-IF.
012340 2700-EXIT.
012350     EXIT.
012360*----------------------------------------------------------------*
012370*  ACTIVE PRIMARY HOLDER, OR FAILING ONE THE FIRST ACTIVE HOLDER *
012380*  ON FILE.  WS-PRIMARY-CUSTNO IS LEFT ZERO WHEN THE ACCOUNT HAS *
012390*  NO ACTIVE HOLDER AT ALL.                                      *
012400*----------------------------------------------------------------*
012410 2710-FIND-PRIMARY.
012420     MOVE ZERO TO WS-PRIMARY-CUSTNO.
012430     MOVE 'N' TO WS-REL-EOF-SW.
012440     MOVE WS-OWNER-ACCNO TO REL-ACCNO.
012450     MOVE ZERO TO REL-CUSTNO.
012460     START REL-FILE KEY IS NOT LESS THAN REL-KEY
012470         INVALID KEY
012480             MOVE 'Y' TO WS-REL-EOF-SW
012490     END-START.
012500     PERFORM 2720-READ-REL THRU 2720-EXIT
012510         UNTIL REL-EOF.
012520 2710-EXIT.
012530     EXIT.
012540 2720-READ-REL.
012550     READ REL-FILE NEXT RECORD
012560         AT END
012570             MOVE 'Y' TO WS-REL-EOF-SW
012580             GO TO 2720-EXIT
012590     END-READ.
012600     IF REL-ACCNO NOT = WS-OWNER-ACCNO
012610         MOVE 'Y' TO WS-REL-EOF-SW
012620         GO TO 2720-EXIT
012630     END-IF.
012640     IF NOT REL-ACTIVE
012650         GO TO 2720-EXIT
012660     END-IF.
012670     IF REL-PRIMARY
012680         MOVE REL-CUSTNO TO WS-PRIMARY-CUSTNO
012690         MOVE 'Y' TO WS-REL-EOF-SW
012700         GO TO 2720-EXIT
012710     END-IF.
012720     IF WS-PRIMARY-CUSTNO = ZERO
012730         MOVE REL-CUSTNO TO WS-PRIMARY-CUSTNO
012740     END-IF.
012750 2720-EXIT.
012760     EXIT.
012770*----------------------------------------------------------------*
012777*  AN EVENT WITH NO ADDRESS TO SEND IT TO.  IT IS LISTED FOR     *
012784*  THE BRANCH TO SEND BY HAND.  IT IS NOT LOGGED, BUT NOR IS IT  *
012791*  TRIED AGAIN - SEE THE NOTE AT THE HEAD OF THE PROGRAM.        *
012800*----------------------------------------------------------------*
012810 2750-NO-ADDRESS.
012820     MOVE WS-OWNER-ACCNO TO RL-ACCNO.
012830     MOVE WS-TYPE-CODE (WS-TX) TO RL-TYPE.
012840     MOVE WS-NTC-EVENT TO RL-EVENT.
012850     MOVE WS-PRIMARY-CUSTNO TO RL-CUSTNO.
012860     MOVE CIF-NAME TO RL-NAME.
012870     MOVE 'NO ADDRESS ON FILE - NOT SENT' TO RL-ACTION.
012880     WRITE REPORT-RECORD FROM WS-REG-LINE.
012890     ADD 1 TO WS-NOADDR-COUNT.
012900 2750-EXIT.
012910     EXIT.
012920*----------------------------------------------------------------*
012930*  A NOTICE ABOUT ONE EVENT.  ALREADY ON THE LOG IS ALREADY      *
012940*  SENT; OTHERWISE THE LETTER IS PRINTED AND LOGGED.             *
012950*----------------------------------------------------------------*
012960 2800-ONE-TIME-NOTICE.
012970     MOVE WS-OWNER-ACCNO TO NLG-ACCNO.
012980     MOVE WS-TYPE-CODE (WS-TX) TO NLG-TYPE.
012990     MOVE WS-NTC-EVENT TO NLG-EVENT.
013000     MOVE 'Y' TO WS-LOGGED-SW.
013010     READ LOG-FILE
013020         INVALID KEY
013030             MOVE 'N' TO WS-LOGGED-SW
013040     END-READ.
013050     IF ALREADY-SENT
013060         ADD 1 TO WS-DUP-COUNT
013070         GO TO 2800-EXIT
013080     END-IF.
013090     PERFORM 2700-GET-ADDRESS THRU 2700-EXIT.
013100     IF NOT ADDRESS-ON-FILE
013110         PERFORM 2750-NO-ADDRESS THRU 2750-EXIT
013120         GO TO 2800-EXIT
013130     END-IF.
013140     PERFORM 3000-PRINT-LETTER THRU 3000-EXIT.
013150     MOVE SPACES TO WS-NTC-STATE.
013160     PERFORM 2850-WRITE-LOG THRU 2850-EXIT.
013170 2800-EXIT.
013180     EXIT.
013190*----------------------------------------------------------------*
013200*  LOG THE LETTER JUST PRINTED AND LIST IT ON THE REGISTER.  A   *
013210*  LETTER THAT CANNOT BE LOGGED WOULD GO OUT AGAIN TOMORROW, SO  *
013220*  A FAILED WRITE ENDS THE RUN RC=12.                            *
013230*----------------------------------------------------------------*
013240 2850-WRITE-LOG.
013250     ACCEPT WS-TIME-RAW FROM TIME.
013260     COMPUTE WS-CUR-TIME = WS-TIME-RAW / 100.
013270     MOVE SPACES TO WS-LOG-RECORD.
013280     MOVE WS-OWNER-ACCNO TO NLG-ACCNO.
013290     MOVE WS-TYPE-CODE (WS-TX) TO NLG-TYPE.
013300     MOVE WS-NTC-EVENT TO NLG-EVENT.
013310     MOVE WS-PRIMARY-CUSTNO TO NLG-CUSTNO.
013320     MOVE CIF-NAME TO NLG-NAME.
013330     MOVE WS-NTC-EVENT-DATE TO NLG-EVENT-DATE.
013340     MOVE WS-NTC-AMOUNT TO NLG-AMOUNT.
013350     MOVE WS-BUS-DATE TO NLG-SENT-DATE.
013360     MOVE WS-CUR-TIME TO NLG-SENT-TIME.
013370     MOVE WS-NTC-STATE TO NLG-STATE.
013380     MOVE ZERO TO NLG-END-DATE.
013390     WRITE WS-LOG-RECORD
013400         INVALID KEY
013410             DISPLAY 'NOTICES - P37NLOG WRITE FAILED, ACCT '
013420                 WS-OWNER-ACCNO ' TYPE ' NLG-TYPE
013430             MOVE 'Y' TO WS-FAIL-SW
013440     END-WRITE.
013450     MOVE WS-OWNER-ACCNO TO RL-ACCNO.
013460     MOVE WS-TYPE-CODE (WS-TX) TO RL-TYPE.
013470     MOVE WS-NTC-EVENT TO RL-EVENT.
013480     MOVE WS-PRIMARY-CUSTNO TO RL-CUSTNO.
013490     MOVE CIF-NAME TO RL-NAME.
013500     MOVE WS-TYPE-NAME (WS-TX) TO RL-ACTION.
013510     WRITE REPORT-RECORD FROM WS-REG-LINE.
013520     ADD 1 TO WS-LETTER-COUNT.
013530     ADD 1 TO WS-TYPE-SENT (WS-TX).
013540 2850-EXIT.
013550     EXIT.
013560*----------------------------------------------------------------*
013570*  AN OVERDRAWN CONDITION.  WHILE IT HOLDS, ONE LETTER IS SENT   *
013580*  AND ITS LOG RECORD IS LEFT OPEN; ONCE IT NO LONGER HOLDS THE  *
013590*  OPEN RECORD IS ENDED, SO THE NEXT TIME IS A NEW LETTER.  THE  *
013600*  EVENT KEY IS THE BUSINESS DATE THE CONDITION WAS FIRST SEEN.  *
013610*----------------------------------------------------------------*
013620 2900-EPISODE-NOTICE.
013630     PERFORM 2950-FIND-OPEN THRU 2950-EXIT.
013640     IF NOT CONDITION-HOLDS
013650         IF EPISODE-OPEN
013660             PERFORM 2970-END-EPISODE THRU 2970-EXIT
013670         END-IF
013680         GO TO 2900-EXIT
013690     END-IF.
013700     IF EPISODE-OPEN
013710         ADD 1 TO WS-DUP-COUNT
013720         GO TO 2900-EXIT
013730     END-IF.
013740     MOVE SPACES TO WS-NTC-EVENT.
013750     MOVE WS-BUS-DATE TO NE-START-DATE.
013760     PERFORM 2700-GET-ADDRESS THRU 2700-EXIT.
013770     IF NOT ADDRESS-ON-FILE
013780         PERFORM 2750-NO-ADDRESS THRU 2750-EXIT
013790         GO TO 2900-EXIT
013800     END-IF.
013810     PERFORM 3000-PRINT-LETTER THRU 3000-EXIT.
013820     MOVE 'O' TO WS-NTC-STATE.
013830     PERFORM 2850-WRITE-LOG THRU 2850-EXIT.
013840 2900-EXIT.
013850     EXIT.
013860*----------------------------------------------------------------*
013870*  LOOK FOR AN OPEN LOG RECORD OF THIS TYPE ON THE ACCOUNT.  IF  *
013880*  ONE IS FOUND IT IS LEFT IN THE RECORD AREA FOR 2970.          *
013890*----------------------------------------------------------------*
013900 2950-FIND-OPEN.
013910     MOVE 'N' TO WS-EPISODE-SW.
013920     MOVE 'N' TO WS-LOG-EOF-SW.
013930     MOVE WS-OWNER-ACCNO TO NLG-ACCNO.
013940     MOVE WS-TYPE-CODE (WS-TX) TO NLG-TYPE.
013950     MOVE LOW-VALUES TO NLG-EVENT.
013960     START LOG-FILE KEY IS NOT LESS THAN NLG-KEY
013970         INVALID KEY
013980             MOVE 'Y' TO WS-LOG-EOF-SW
013990     END-START.
014000     PERFORM 2960-READ-LOG THRU 2960-EXIT
014010         UNTIL LOG-EOF.
014020 2950-EXIT.
014030     EXIT.
014040 2960-READ-LOG.
014050     READ LOG-FILE NEXT RECORD
014060         AT END
014070             MOVE 'Y' TO WS-LOG-EOF-SW
014080             GO TO 2960-EXIT
014090     END-READ.
014100     IF NLG-ACCNO NOT = WS-OWNER-ACCNO
014110             OR NLG-TYPE NOT = WS-TYPE-CODE (WS-TX)
014120         MOVE 'Y' TO WS-LOG-EOF-SW
014130         GO TO 2960-EXIT
014140     END-IF.
014150     IF NLG-OPEN
014160         MOVE 'Y' TO WS-EPISODE-SW
014170         MOVE 'Y' TO WS-LOG-EOF-SW
014180     END-IF.
014190 2960-EXIT.
014200     EXIT.
014210 2970-END-EPISODE.
014220     MOVE 'E' TO NLG-STATE.
014230     MOVE WS-BUS-DATE TO NLG-END-DATE.
014240     REWRITE WS-LOG-RECORD
014250         INVALID KEY
014260             DISPLAY 'NOTICES - P37NLOG REWRITE FAILED, ACCT '
014270                 WS-OWNER-ACCNO ' TYPE ' NLG-TYPE
014280             MOVE 'Y' TO WS-FAIL-SW
014290     END-REWRITE.
014300     MOVE NLG-ACCNO TO RL-ACCNO.
014310     MOVE NLG-TYPE TO RL-TYPE.
014320     MOVE NLG-EVENT TO RL-EVENT.
014330     MOVE NLG-CUSTNO TO RL-CUSTNO.
014340     MOVE NLG-NAME TO RL-NAME.
014350     MOVE 'CONDITION CLEARED - LOG ENDED' TO RL-ACTION.
014360     WRITE REPORT-RECORD FROM WS-REG-LINE.
014370     ADD 1 TO WS-ENDED-COUNT.
014380 2970-EXIT.
014390     EXIT.
014400*----------------------------------------------------------------*
014410*  ONE LETTER: DATE AND REFERENCE, NAME AND ADDRESS, ACCOUNT,    *
014420*  THE WORDING FOR ITS TYPE, THE FIGURES IT QUOTES, AND A RULE   *
014430*  TO SEPARATE IT FROM THE NEXT.                                 *
014440*----------------------------------------------------------------*
014450 3000-PRINT-LETTER.
014460     MOVE WS-BUS-DATE TO WS-FMT-DATE.
014470     PERFORM 3900-FORMAT-DATE THRU 3900-EXIT.
014480     MOVE WS-ED-DATE TO LH-DATE.
014490     WRITE LETTER-RECORD FROM WS-LTR-HEAD-1.
014500     MOVE WS-OWNER-ACCNO TO LH-ACCNO.
014510     MOVE WS-TYPE-CODE (WS-TX) TO LH-TYPE.
014520     MOVE WS-NTC-EVENT TO LH-EVENT.
014530     WRITE LETTER-RECORD FROM WS-LTR-HEAD-2.
014540     MOVE CIF-NAME TO LA-TEXT.
014550     WRITE LETTER-RECORD FROM WS-LTR-ADDR-LINE.
014560     MOVE CIF-ADDR1 TO LA-TEXT.
014570     WRITE LETTER-RECORD FROM WS-LTR-ADDR-LINE.
014580     MOVE CIF-ADDR2 TO LA-TEXT.
014590     WRITE LETTER-RECORD FROM WS-LTR-ADDR-LINE.
014600     MOVE CIF-ADDR3 TO LA-TEXT.
014610     WRITE LETTER-RECORD FROM WS-LTR-ADDR-LINE.
014620     PERFORM 3800-BLANK-LINE THRU 3800-EXIT.
014630     MOVE WS-OWNER-ACCNO TO LA-ACCNO.
014640     WRITE LETTER-RECORD FROM WS-LTR-ACCT-LINE.
014650     PERFORM 3800-BLANK-LINE THRU 3800-EXIT.
014660     MOVE 'DEAR CUSTOMER,' TO LT-TEXT.
014670     WRITE LETTER-RECORD FROM WS-LTR-TEXT-LINE.
014680     PERFORM 3800-BLANK-LINE THRU 3800-EXIT.
014690     PERFORM 3100-WRITE-TEXT THRU 3100-EXIT
014700         VARYING WS-LX FROM 1 BY 1
014710         UNTIL WS-LX > 5.
014720     PERFORM 3800-BLANK-LINE THRU 3800-EXIT.
014730     EVALUATE WS-TX
014740         WHEN 1
014750             PERFORM 3210-HOLD-DETAIL THRU 3210-EXIT
014760         WHEN 2
014770             PERFORM 3220-LIMIT-DETAIL THRU 3220-EXIT
014780         WHEN 3
014790             PERFORM 3230-OVERDRAWN-DETAIL THRU 3230-EXIT
014800         WHEN 4
014810             PERFORM 3240-SORD-DETAIL THRU 3240-EXIT
014820         WHEN 5
014830             PERFORM 3250-FROZEN-DETAIL THRU 3250-EXIT
014840         WHEN OTHER
014850             PERFORM 3260-CLOSED-DETAIL THRU 3260-EXIT
014860     END-EVALUATE.
014870     PERFORM 3800-BLANK-LINE THRU 3800-EXIT.
014880     MOVE 'YOURS FAITHFULLY,' TO LT-TEXT.
014890     WRITE LETTER-RECORD FROM WS-LTR-TEXT-LINE.
014900     PERFORM 3800-BLANK-LINE THRU 3800-EXIT.
014910     MOVE 'CUSTOMER SERVICES' TO LT-TEXT.
014920     WRITE LETTER-RECORD FROM WS-LTR-TEXT-LINE.
014930     WRITE LETTER-RECORD FROM WS-LTR-RULE.
014940 3000-EXIT.
014950     EXIT.
014960 3100-WRITE-TEXT.
014970     IF WS-TEXT-LINE (WS-TX, WS-LX) = SPACES
014980         GO TO 3100-EXIT
014990     END-IF.
015000     MOVE WS-TEXT-LINE (WS-TX, WS-LX) TO LT-TEXT.
015010     WRITE LETTER-RECORD FROM WS-LTR-TEXT-LINE.
015020 3100-EXIT.
015030     EXIT.
015040 3210-HOLD-DETAIL.
015050     MOVE 'DEPOSIT MADE ON' TO LD-LABEL.
015060     MOVE WS-NTC-EVENT-DATE TO WS-FMT-DATE.
015070     PERFORM 3900-FORMAT-DATE THRU 3900-EXIT.
015080     MOVE WS-ED-DATE TO LD-VALUE.
015090     WRITE LETTER-RECORD FROM WS-LTR-DETAIL-LINE.
015100     MOVE 'AMOUNT OF DEPOSIT' TO LD-LABEL.
015110     MOVE WS-NTC-AMOUNT TO WS-ED-AMOUNT.
015120     MOVE WS-ED-AMOUNT TO LD-VALUE.
015130     WRITE LETTER-RECORD FROM WS-LTR-DETAIL-LINE.
015140     MOVE 'FUNDS AVAILABLE FROM' TO LD-LABEL.
015150     MOVE WS-NTC-RELEASE-DATE TO WS-FMT-DATE.
015160     PERFORM 3900-FORMAT-DATE THRU 3900-EXIT.
015170     MOVE WS-ED-DATE TO LD-VALUE.
015180     WRITE LETTER-RECORD FROM WS-LTR-DETAIL-LINE.
015190 3210-EXIT.
015200     EXIT.
015210 3220-LIMIT-DETAIL.
015220     MOVE 'AMOUNT OVERDRAWN' TO LD-LABEL.
015230     MOVE WS-OVERDRAWN TO WS-ED-AMOUNT.
015240     MOVE WS-ED-AMOUNT TO LD-VALUE.
015250     WRITE LETTER-RECORD FROM WS-LTR-DETAIL-LINE.
015260     MOVE 'ARRANGED OVERDRAFT LIMIT' TO LD-LABEL.
015270     MOVE WS-ACCT-OD-LIMIT TO WS-ED-AMOUNT.
015280     MOVE WS-ED-AMOUNT TO LD-VALUE.
015290     WRITE LETTER-RECORD FROM WS-LTR-DETAIL-LINE.
015300     MOVE 'AMOUNT OVER THE LIMIT' TO LD-LABEL.
015310     MOVE WS-OVER-LIMIT TO WS-ED-AMOUNT.
015320     MOVE WS-ED-AMOUNT TO LD-VALUE.
015330     WRITE LETTER-RECORD FROM WS-LTR-DETAIL-LINE.
015340 3220-EXIT.
015350     EXIT.
015360 3230-OVERDRAWN-DETAIL.
015370     MOVE 'AMOUNT OVERDRAWN' TO LD-LABEL.
015380     MOVE WS-OVERDRAWN TO WS-ED-AMOUNT.
015390     MOVE WS-ED-AMOUNT TO LD-VALUE.
015400     WRITE LETTER-RECORD FROM WS-LTR-DETAIL-LINE.
015410     IF WS-NEG-SINCE > ZERO
015420         MOVE 'OVERDRAWN SINCE' TO LD-LABEL
015430         MOVE WS-NEG-SINCE TO WS-FMT-DATE
015440         PERFORM 3900-FORMAT-DATE THRU 3900-EXIT
015450         MOVE WS-ED-DATE TO LD-VALUE
015460     ELSE
015470         MOVE 'OVERDRAWN FOR' TO LD-LABEL
015480         MOVE WS-NEG-DAYS TO ED-DAY-COUNT
015490         MOVE WS-ED-DAYS TO LD-VALUE
015500     END-IF.
015510     WRITE LETTER-RECORD FROM WS-LTR-DETAIL-LINE.
015520 3230-EXIT.
015530     EXIT.
015540 3240-SORD-DETAIL.
015550     MOVE 'STANDING ORDER NUMBER' TO LD-LABEL.
015560     MOVE WS-NTC-ORDNO TO LD-VALUE.
015570     WRITE LETTER-RECORD FROM WS-LTR-DETAIL-LINE.
015580     MOVE 'PAYMENT DUE ON' TO LD-LABEL.
015590     MOVE WS-NTC-EVENT-DATE TO WS-FMT-DATE.
015600     PERFORM 3900-FORMAT-DATE THRU 3900-EXIT.
015610     MOVE WS-ED-DATE TO LD-VALUE.
015620     WRITE LETTER-RECORD FROM WS-LTR-DETAIL-LINE.
015630     MOVE 'AMOUNT' TO LD-LABEL.
015640     MOVE WS-NTC-AMOUNT TO WS-ED-AMOUNT.
015650     MOVE WS-ED-AMOUNT TO LD-VALUE.
015660     WRITE LETTER-RECORD FROM WS-LTR-DETAIL-LINE.
015670     MOVE 'PAYABLE TO ACCOUNT' TO LD-LABEL.
015680     MOVE WS-NTC-TO-ACCNO TO LD-VALUE.
015690     WRITE LETTER-RECORD FROM WS-LTR-DETAIL-LINE.
015700     MOVE 'REASON NOT PAID' TO LD-LABEL.
015710     MOVE WS-NTC-REASON TO LD-VALUE.
015720     WRITE LETTER-RECORD FROM WS-LTR-DETAIL-LINE.
015730 3240-EXIT.
015740     EXIT.
015750 3250-FROZEN-DETAIL.
015760     MOVE 'FROZEN WITH EFFECT FROM' TO LD-LABEL.
015770     MOVE WS-NTC-EVENT-DATE TO WS-FMT-DATE.
015780     PERFORM 3900-FORMAT-DATE THRU 3900-EXIT.
015790     MOVE WS-ED-DATE TO LD-VALUE.
015800     WRITE LETTER-RECORD FROM WS-LTR-DETAIL-LINE.
015810 3250-EXIT.
015820     EXIT.
015830 3260-CLOSED-DETAIL.
015840     MOVE 'ACCOUNT CLOSED ON' TO LD-LABEL.
015850     MOVE WS-NTC-EVENT-DATE TO WS-FMT-DATE.
015860     PERFORM 3900-FORMAT-DATE THRU 3900-EXIT.
015870     MOVE WS-ED-DATE TO LD-VALUE.
015880     WRITE LETTER-RECORD FROM WS-LTR-DETAIL-LINE.
015890 3260-EXIT.
015900     EXIT.
015910 3800-BLANK-LINE.
015920     MOVE SPACES TO LETTER-RECORD.
015930     WRITE LETTER-RECORD.
015940 3800-EXIT.
015950     EXIT.
015960*----------------------------------------------------------------*
015970*  CCYYMMDD IN WS-FMT-DATE TO MM/DD/CCYY IN WS-ED-DATE.          *
015980*----------------------------------------------------------------*
015990 3900-FORMAT-DATE.
016000     MOVE WS-FMT-MM TO ED-MM.
016010     MOVE WS-FMT-DD TO ED-DD.
016020     MOVE WS-FMT-CCYY TO ED-CCYY.
016030 3900-EXIT.
016040     EXIT.
016050*----------------------------------------------------------------*
016060*  RUN SUMMARY - LETTERS BY TYPE AND WHAT WAS NOT SENT.          *
016070*----------------------------------------------------------------*
016080 6000-FINALIZE.
016090     MOVE SPACES TO REPORT-RECORD.
016100     WRITE REPORT-RECORD.
016110     PERFORM 6100-TYPE-TOTAL THRU 6100-EXIT
016120         VARYING WS-TX FROM 1 BY 1
016130         UNTIL WS-TX > 6.
016140     MOVE 'LETTERS PRINTED' TO SM-TEXT.
016150     MOVE WS-LETTER-COUNT TO SM-COUNT.
016160     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
016170     MOVE 'ALREADY SENT - NOT REPEATED' TO SM-TEXT.
016180     MOVE WS-DUP-COUNT TO SM-COUNT.
016190     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
016200     MOVE 'NO ADDRESS ON FILE - NOT SENT' TO SM-TEXT.
016210     MOVE WS-NOADDR-COUNT TO SM-COUNT.
016220     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
016230     MOVE 'OVERDRAWN CONDITIONS CLEARED' TO SM-TEXT.
016240     MOVE WS-ENDED-COUNT TO SM-COUNT.
016250     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
016260     MOVE 'ORDER EXCEPTIONS LEFT TO REVIEW' TO SM-TEXT.
016270     MOVE WS-SXT-PASSED TO SM-COUNT.
016280     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
016290     MOVE 'ACCOUNTS ON P37AFILE' TO SM-TEXT.
016300     MOVE WS-MST-READ TO SM-COUNT.
016310     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
016320     MOVE 'JOURNAL ENTRIES READ' TO SM-TEXT.
016330     MOVE WS-AUD-READ TO SM-COUNT.
016340     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
016350     MOVE 'ORDER EXCEPTIONS READ' TO SM-TEXT.
016360     MOVE WS-SXT-READ TO SM-COUNT.
016370     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
016380     IF RUN-FAILED
016390         MOVE '*** RUN DID NOT COMPLETE CLEANLY - SEE JOB LOG ***'
016400             TO RS-TEXT
016410         WRITE REPORT-RECORD FROM WS-RESULT-LINE
016420     END-IF.
016430 6000-EXIT.
016440     EXIT.
016450 6100-TYPE-TOTAL.
016460     MOVE WS-TYPE-NAME (WS-TX) TO SM-TEXT.
016470     MOVE WS-TYPE-SENT (WS-TX) TO SM-COUNT.
016480     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
016490 6100-EXIT.
016500     EXIT.
016510*----------------------------------------------------------------*
016520*  'L' MODE - LIST THE LOG, FOR ONE ACCOUNT OR FOR ALL OF THEM.  *
016530*  READ ONLY, SO NO RUN CONTROL AND NO BUSINESS DATE NEEDED.     *
016540*----------------------------------------------------------------*
016550 7000-OPEN-LIST.
016560     IF PARM-LIST-ACCNO NOT NUMERIC
016570         MOVE ZERO TO PARM-LIST-ACCNO
016580     END-IF.
016590     OPEN INPUT LOG-FILE.
016600     OPEN OUTPUT REPORT-FILE.
016610     IF WS-LOG-STATUS NOT = '00'
016620         DISPLAY 'NOTICES - UNABLE TO OPEN P37NLOG, STATUS = '
016630             WS-LOG-STATUS
016640         MOVE 'Y' TO WS-OPEN-FAIL-SW
016650     END-IF.
016660     IF WS-REPORT-STATUS NOT = '00'
016670         DISPLAY 'NOTICES - UNABLE TO OPEN NTCRPT, STATUS = '
016680             WS-REPORT-STATUS
016690         MOVE 'Y' TO WS-OPEN-FAIL-SW
016700     END-IF.
016710     IF OPEN-FAILED
016720         GO TO 7000-EXIT
016730     END-IF.
016740     IF PARM-LIST-ACCNO = ZERO
016750         MOVE 'ALL' TO LL-HEAD-ACCNO
016760     ELSE
016770         MOVE PARM-LIST-ACCNO TO LL-HEAD-ACCNO
016780     END-IF.
016790     WRITE REPORT-RECORD FROM WS-LIST-HEADING-1.
016800     MOVE SPACES TO REPORT-RECORD.
016810     WRITE REPORT-RECORD.
016820     WRITE REPORT-RECORD FROM WS-LIST-HEADING-2.
016830     MOVE 'N' TO WS-LOG-EOF-SW.
016840     MOVE PARM-LIST-ACCNO TO NLG-ACCNO.
016850     MOVE LOW-VALUES TO NLG-TYPE.
016860     MOVE LOW-VALUES TO NLG-EVENT.
016870     START LOG-FILE KEY IS NOT LESS THAN NLG-KEY
016880         INVALID KEY
016890             MOVE 'Y' TO WS-LOG-EOF-SW
016900     END-START.
016910 7000-EXIT.
016920     EXIT.
016930 7100-LIST-ENTRY.
016940     READ LOG-FILE NEXT RECORD
016950         AT END
016960             MOVE 'Y' TO WS-LOG-EOF-SW
016970             GO TO 7100-EXIT
016980     END-READ.
016990     IF PARM-LIST-ACCNO NOT = ZERO
017000             AND NLG-ACCNO NOT = PARM-LIST-ACCNO
017010         MOVE 'Y' TO WS-LOG-EOF-SW
017020         GO TO 7100-EXIT
017030     END-IF.
017040     MOVE NLG-ACCNO TO LL-ACCNO.
017050     MOVE NLG-TYPE TO LL-TYPE.
017060     MOVE NLG-EVENT TO LL-EVENT.
017070     MOVE NLG-CUSTNO TO LL-CUSTNO.
017080     MOVE NLG-NAME TO LL-NAME.
017090     MOVE NLG-EVENT-DATE TO LL-EVENT-DATE.
017100     MOVE NLG-AMOUNT TO LL-AMOUNT.
017110     MOVE NLG-SENT-DATE TO LL-SENT-DATE.
017120     MOVE NLG-SENT-TIME TO LL-SENT-TIME.
017130     MOVE NLG-STATE TO LL-STATE.
017140     IF NLG-ENDED
017150         MOVE NLG-END-DATE TO LL-END-DATE
017160     ELSE
017170         MOVE SPACES TO LL-END-DATE
017180     END-IF.
017190     WRITE REPORT-RECORD FROM WS-LIST-LINE.
017200     ADD 1 TO WS-LOG-LISTED.
017210 7100-EXIT.
017220     EXIT.
017230 7900-END-LIST.
017240     MOVE SPACES TO REPORT-RECORD.
017250     WRITE REPORT-RECORD.
017260     MOVE 'NOTICES ON THE LOG' TO SM-TEXT.
017270     MOVE WS-LOG-LISTED TO SM-COUNT.
017280     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
017290     CLOSE LOG-FILE.
017300     CLOSE REPORT-FILE.
017310 7900-EXIT.
017320     EXIT.
017330*----------------------------------------------------------------*
017340*  A RUN THAT DID NOT COMPLETE CLEANLY IS NOT STAMPED COMPLETE,  *
017350*  SO IT CAN BE RERUN WITHOUT A CLEAR.  THE LOG KEEPS THE RERUN  *
017360*  FROM REPEATING THE LETTERS ALREADY PRINTED.                   *
017370*----------------------------------------------------------------*
017380 9999-TERMINATE.
017390     CLOSE MASTER-FILE.
017400     CLOSE AUDIT-FILE.
017410     CLOSE SORDEX-FILE.
017420     CLOSE CUST-FILE.
017430     CLOSE REL-FILE.
017440     CLOSE LOG-FILE.
017450     CLOSE LETTER-FILE.
017460     CLOSE REPORT-FILE.
017470     IF RUN-FAILED
017480         CLOSE CTL-FILE
017490     ELSE
017500         PERFORM 1060-STAMP-COMPLETE THRU 1060-EXIT
017510     END-IF.
017520 9999-EXIT.
017530     EXIT.
