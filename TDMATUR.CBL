001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. TDMATUR.
001020 AUTHOR. R T KOWALSKI.
001030 INSTALLATION. RETAIL BANKING SYSTEMS - BATCH OPERATIONS.
001040 DATE-WRITTEN. 10/15/2026.
001050 DATE-COMPILED.
001060*
001070*    MODIFICATION HISTORY
001080*    DATE      INIT  DESCRIPTION
001090*    10/15/26  RTK   INITIAL VERSION - NIGHTLY TERM DEPOSIT
001100*                    MATURITY RUN OFF THE P37CERT
001110*                    CERTIFICATES, WITH THE MATURITY
001120*                    REGISTER AND THE MATURITY SCHEDULE.
001122*    10/15/26  RTK   P37AUDIT LAYOUT FOLLOWS THE 128-BYTE
001124*                    JOURNAL RECORD; BATCH ENTRIES CARRY NO
001126*                    APPROVING SUPERVISOR.
001128*    10/15/26  RTK   P37CFILE NOW KEYED BY CUSTOMER NUMBER.
001130*                    THE SCHEDULE SHOWS THE CERTIFICATE'S
001132*                    PRIMARY HOLDER OFF THE NEW P37RELF
001134*                    RELATIONSHIP FILE.
001135*    10/15/26  RTK   P37AUDIT ENTRIES CLEAR THE HOLD FLAG
001136*                    AND HOLD DATE.
001137*
001140*----------------------------------------------------------------*
001150*  READS THE BUSINESS DATE AND THE SCHEDULE HORIZON IN DAYS OFF  *
001160*  A PARAMETER CARD, THEN WALKS THE P37CERT CERTIFICATE FILE IN  *
001170*  KEY SEQUENCE.  A LIVE CERTIFICATE WITH NO PRINCIPAL YET TAKES *
001180*  THE ACCOUNT'S BALANCE AS ITS PRINCIPAL THE FIRST NIGHT THE    *
001190*  ACCOUNT IS FUNDED.  A LIVE CERTIFICATE WHOSE MATURITY DATE    *
001200*  HAS COME IS CREDITED ITS FINAL INTEREST AT THE CONTRACT RATE  *
001210*  FOR THE WHOLE TERM - ON THE PRINCIPAL, OR THE BALANCE IF THAT *
001220*  IS LESS - AS AN 'IN' ENTRY ON P37THIST AND P37AUDIT, AND THEN *
001230*  EITHER ROLLED INTO A NEW TERM OF THE SAME LENGTH AND RATE ON  *
001240*  THE NEW BALANCE, OR PAID OUT.                                 *
001250*                                                                *
001260*  A PAYOUT MOVES THE WHOLE BALANCE TO THE PAYOUT ACCOUNT AS A   *
001270*  PAIRED 'TF' DEBIT AND CREDIT UNDER ONE SHARED REFERENCE, THE  *
001280*  SAME AS A STANDING ORDER, AND CLOSES THE TERM DEPOSIT WITH    *
001290*  THE ZERO-AMOUNT 'ST' ENTRY ACCTMNT WRITES FOR A KEYED STATUS  *
001300*  CHANGE, REFERENCE 'STAT A>C RSN TDM'.  BOTH MASTERS ARE       *
001310*  PROVED BEFORE EITHER IS REWRITTEN, AND A CREDIT REWRITE       *
001320*  FAILURE PUTS THE TERM DEPOSIT BACK AS IT WAS.  A PAYOUT       *
001330*  ACCOUNT THAT IS MISSING, FROZEN OR CLOSED LEAVES THE FUNDS    *
001340*  WHERE THEY ARE - THE CERTIFICATE IS STILL MARKED MATURED, SO  *
001350*  THE BRANCH CAN PAY THEM OUT OVER THE COUNTER - AND IS LISTED  *
001360*  FOR FOLLOW-UP.  A FROZEN OR CLOSED TERM DEPOSIT, OR ONE TO BE *
001370*  PAID OUT WITH FUNDS STILL ON HOLD, IS LISTED AND LEFT LIVE TO *
001380*  BE TRIED AGAIN THE NEXT NIGHT.                                *
001390*                                                                *
001400*  THE MATURITY SCHEDULE THAT FOLLOWS THE REGISTER LISTS EVERY   *
001410*  LIVE CERTIFICATE MATURING INSIDE THE HORIZON, IN MATURITY     *
001420*  DATE ORDER, WITH THE OWNER'S NAME AND PHONE OFF P37CFILE SO   *
001430*  THE BRANCH CAN CALL AHEAD.  THE NIGHT'S INTEREST TOTAL GOES   *
001440*  OUT AS ONE CONTROL RECORD ON INTTOT, IN THE INTPOST LAYOUT,   *
001450*  FOR THE YEAR-END 1099-INT TIE-OUT.                            *
001460*----------------------------------------------------------------*
001470 ENVIRONMENT DIVISION.
001480 CONFIGURATION SECTION.
001490 SOURCE-COMPUTER. IBM-370.
001500 OBJECT-COMPUTER. IBM-370.
001510 INPUT-OUTPUT SECTION.
001520 FILE-CONTROL.
001530     SELECT PARM-FILE ASSIGN TO SYSIN
001540         ORGANIZATION IS LINE SEQUENTIAL
001550         FILE STATUS IS WS-PARM-STATUS.
001560     SELECT CERT-FILE ASSIGN TO P37CERT
001570         ORGANIZATION IS INDEXED
001580         ACCESS MODE IS SEQUENTIAL
001590         RECORD KEY IS TDP-ACCNO
001600         FILE STATUS IS WS-CERT-STATUS.
001610     SELECT MASTER-FILE ASSIGN TO P37AFIL
001620         ORGANIZATION IS INDEXED
001630         ACCESS MODE IS RANDOM
001640         RECORD KEY IS CUS-ACCNO
001650         FILE STATUS IS WS-MASTER-STATUS.
001660     SELECT CUST-FILE ASSIGN TO P37CFIL
001670         ORGANIZATION IS INDEXED
001680         ACCESS MODE IS RANDOM
001690         RECORD KEY IS CIF-CUSTNO
001700         FILE STATUS IS WS-CUST-STATUS.
001701     SELECT REL-FILE ASSIGN TO P37RELF
001702         ORGANIZATION IS INDEXED
001703         ACCESS MODE IS DYNAMIC
001704         RECORD KEY IS REL-KEY
001705         FILE STATUS IS WS-REL-STATUS.
001710     SELECT HIST-FILE ASSIGN TO P37THST
001720         ORGANIZATION IS INDEXED
001730         ACCESS MODE IS RANDOM
001740         RECORD KEY IS THS-KEY
001750         FILE STATUS IS WS-HIST-STATUS.
001760     SELECT AUDIT-FILE ASSIGN TO P37AUDT
001770         ORGANIZATION IS INDEXED
001780         ACCESS MODE IS RANDOM
001790         RECORD KEY IS AUD-KEY
001800         FILE STATUS IS WS-AUDIT-STATUS.
001810     SELECT SORT-FILE ASSIGN TO SORTWK01.
001820     SELECT REPORT-FILE ASSIGN TO TDMRPT
001830         ORGANIZATION IS LINE SEQUENTIAL
001840         FILE STATUS IS WS-REPORT-STATUS.
001850     SELECT TOTAL-FILE ASSIGN TO INTTOT
001860         ORGANIZATION IS SEQUENTIAL
001870         FILE STATUS IS WS-TOTAL-STATUS.
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
001990     05  PARM-HORIZON         PIC 9(03).
002000     05  FILLER               PIC X(69).
002010 FD  CERT-FILE
002020     LABEL RECORDS ARE STANDARD.
002030 01  WS-CERT-RECORD.
002040     05  TDP-ACCNO            PIC 9(15).
002050     05  TDP-STATUS           PIC X(01).
002060         88  TDP-LIVE             VALUE 'A'.
002070         88  TDP-MATURED          VALUE 'M'.
002080         88  TDP-BROKEN           VALUE 'B'.
002090     05  TDP-TERM-MONTHS      PIC 9(03).
002100     05  TDP-RATE             PIC 9(02)V9(04).
002110     05  TDP-START-DATE       PIC 9(08).
002120     05  TDP-MATURITY-DATE    PIC 9(08).
002130     05  TDP-MAT-INSTR        PIC X(01).
002140         88  TDP-ROLLOVER         VALUE 'R'.
002150         88  TDP-PAYOUT           VALUE 'P'.
002160     05  TDP-PAYOUT-ACCNO     PIC 9(15).
002170     05  TDP-PRINCIPAL        PIC 9(09)V9(02).
002180     05  TDP-ROLL-COUNT       PIC 9(03).
002190     05  TDP-OPEN-OPID        PIC X(08).
002200     05  FILLER               PIC X(21).
002210 FD  MASTER-FILE
002220     LABEL RECORDS ARE STANDARD.
002230 01  WS-RECORD.
002240     05  CUS-ACCNO            PIC 9(15).
002250     05  CUS-STATUS           PIC X(01).
002260         88  CUS-ACTIVE           VALUE 'A'.
002270         88  CUS-FROZEN           VALUE 'F'.
002280         88  CUS-CLOSED           VALUE 'C'.
002290         88  CUS-DORMANT          VALUE 'D'.
002300     05  CUS-BALANCE          PIC S9(09)V9(02).
002310     05  CUS-LAST-TXNREF      PIC X(26).
002320     05  CUS-TXN-SEQ          PIC 9(07).
002330     05  CUS-WD-DATE          PIC 9(08).
002340     05  CUS-WD-TODAY         PIC 9(09)V9(02).
002350     05  CUS-PRODUCT          PIC X(02).
002360     05  CUS-HOLD-AMT         PIC 9(09)V9(02).
002370     05  CUS-HOLD-DATE        PIC 9(08).
002380     05  CUS-OD-LIMIT         PIC 9(09)V9(02).
002390     05  CUS-LAST-ACT-DATE    PIC 9(08).
002400     05  FILLER               PIC X(01).
002410 FD  CUST-FILE
002420     LABEL RECORDS ARE STANDARD.
002430 01  WS-CUST-RECORD.
002440     05  CIF-CUSTNO           PIC 9(10).
002450     05  CIF-NAME             PIC X(30).
002460     05  CIF-ADDR1            PIC X(30).
002470     05  CIF-ADDR2            PIC X(30).
002480     05  CIF-ADDR3            PIC X(30).
002490     05  CIF-PHONE            PIC X(15).
002500     05  FILLER               PIC X(15).
002501 FD  REL-FILE
002502     LABEL RECORDS ARE STANDARD.
002503 01  WS-REL-RECORD.
002504     05  REL-KEY.
002505         10  REL-ACCNO        PIC 9(15).
002506         10  REL-CUSTNO       PIC 9(10).
002507     05  REL-ROLE             PIC X(01).
002508         88  REL-PRIMARY          VALUE 'P'.
002509     05  REL-STATUS           PIC X(01).
002510         88  REL-ACTIVE           VALUE 'A'.
002511     05  FILLER               PIC X(42).
002512 FD  HIST-FILE
002520     LABEL RECORDS ARE STANDARD.
002530 01  WS-HIST-RECORD.
002540     05  THS-KEY.
002550         10  THS-ACCNO        PIC 9(15).
002560         10  THS-SEQNO        PIC 9(07).
002570     05  THS-TXN-TYPE         PIC X(02).
002580     05  THS-AMOUNT           PIC 9(09)V9(02).
002590     05  THS-BAL-AFTER        PIC S9(09)V9(02).
002600     05  THS-DATE             PIC 9(08).
002610     05  THS-TIME             PIC 9(06).
002620     05  THS-TERMID           PIC X(04).
002630     05  THS-REF              PIC X(26).
002640     05  THS-DR-CR            PIC X(01).
002650     05  FILLER               PIC X(05).
002660 FD  AUDIT-FILE
002670     LABEL RECORDS ARE STANDARD.
002680 01  WS-AUDIT-RECORD.
002690     05  AUD-KEY.
002700         10  AUD-ACCNO        PIC 9(15).
002710         10  AUD-SEQNO        PIC 9(07).
002720     05  AUD-TXN-TYPE         PIC X(02).
002730     05  AUD-AMOUNT           PIC 9(09)V9(02).
002740     05  AUD-BAL-BEFORE       PIC S9(09)V9(02).
002750     05  AUD-BAL-AFTER        PIC S9(09)V9(02).
002760     05  AUD-TERMID           PIC X(04).
002770     05  AUD-OPID             PIC X(08).
002780     05  AUD-DATE             PIC 9(08).
002790     05  AUD-TIME             PIC 9(06).
002800     05  AUD-REF              PIC X(26).
002810     05  AUD-APPR-OPID        PIC X(08).
002812     05  AUD-HOLD-FLAG        PIC X(01).
002814     05  AUD-HOLD-DATE        PIC 9(08).
002816     05  FILLER               PIC X(02).
002820*----------------------------------------------------------------*
002830*  ONE SORT RECORD PER CERTIFICATE ON THE MATURITY SCHEDULE,     *
002840*  IN MATURITY DATE ORDER.                                       *
002850*----------------------------------------------------------------*
002860 SD  SORT-FILE.
002870 01  SORT-RECORD.
002880     05  SRT-MAT-DATE         PIC 9(08).
002890     05  SRT-ACCNO            PIC 9(15).
002900     05  SRT-BALANCE          PIC S9(09)V9(02).
002910     05  SRT-RATE             PIC 9(02)V9(04).
002920     05  SRT-MAT-INSTR        PIC X(01).
002930     05  SRT-PAYOUT-ACCNO     PIC 9(15).
002940 FD  REPORT-FILE
002950     LABEL RECORDS ARE OMITTED.
002960 01  REPORT-RECORD             PIC X(132).
002970*----------------------------------------------------------------*
002980*  ONE CONTROL-TOTAL RECORD PER RUN, IN THE INTPOST LAYOUT, SO   *
002990*  THE YEAR-END TAX RUN TIES MATURITY INTEREST THE SAME WAY IT   *
003000*  TIES THE MONTH-END CREDITS.                                   *
003010*----------------------------------------------------------------*
003020 FD  TOTAL-FILE
003030     LABEL RECORDS ARE STANDARD.
003040 01  INT-TOTAL-RECORD.
003050     05  ITR-POST-DATE        PIC 9(08).
003060     05  ITR-BUS-DATE         PIC 9(08).
003070     05  ITR-POST-COUNT       PIC 9(07).
003080     05  ITR-TOTAL-INT        PIC 9(11)V9(02).
003090     05  ITR-TOTAL-ODI        PIC 9(11)V9(02).
003100     05  FILLER               PIC X(11).
003110 FD  CTL-FILE
003120     LABEL RECORDS ARE STANDARD.
003130 01  WS-CTL-RECORD.
003140     05  CTL-KEY              PIC X(08).
003150     05  CTL-DATE             PIC 9(08).
003160     05  CTL-FLAG             PIC X(01).
003170     05  FILLER               PIC X(15).
003180 WORKING-STORAGE SECTION.
003190 77  WS-CTL-STATUS             PIC X(02) VALUE '00'.
003200 77  WS-BUS-DATE               PIC 9(08) VALUE ZERO.
003210 77  WS-JOB-NAME               PIC X(08) VALUE 'TDMATUR '.
003220 77  WS-CTL-FOUND-SW           PIC X(01) VALUE 'N'.
003230     88  CTL-FOUND                 VALUE 'Y'.
003240 77  WS-PARM-STATUS            PIC X(02) VALUE '00'.
003250 77  WS-CERT-STATUS            PIC X(02) VALUE '00'.
003260 77  WS-MASTER-STATUS          PIC X(02) VALUE '00'.
003270 77  WS-CUST-STATUS            PIC X(02) VALUE '00'.
003271 77  WS-REL-STATUS             PIC X(02) VALUE '00'.
003272 77  WS-REL-EOF-SW             PIC X(01) VALUE 'N'.
003273     88  REL-EOF                   VALUE 'Y'.
003274 77  WS-OWNER-ACCNO            PIC 9(15) VALUE ZERO.
003275 77  WS-PRIMARY-CUSTNO         PIC 9(10) VALUE ZERO.
003280 77  WS-HIST-STATUS            PIC X(02) VALUE '00'.
003290 77  WS-AUDIT-STATUS           PIC X(02) VALUE '00'.
003300 77  WS-REPORT-STATUS          PIC X(02) VALUE '00'.
003310 77  WS-TOTAL-STATUS           PIC X(02) VALUE '00'.
003320 77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
003330     88  CERT-EOF                  VALUE 'Y'.
003340 77  WS-SORT-EOF-SW            PIC X(01) VALUE 'N'.
003350     88  SORT-EOF                  VALUE 'Y'.
003360 77  WS-OPEN-FAIL-SW           PIC X(01) VALUE 'N'.
003370     88  OPEN-FAILED               VALUE 'Y'.
003380 77  WS-CERT-CHG-SW            PIC X(01) VALUE 'N'.
003390     88  CERT-CHANGED              VALUE 'Y'.
003400 77  WS-PAY-OK-SW              PIC X(01) VALUE 'N'.
003410     88  PAYOUT-OK                 VALUE 'Y'.
003420 77  WS-CIF-FOUND-SW           PIC X(01) VALUE 'N'.
003430     88  CIF-FOUND                 VALUE 'Y'.
003440 77  WS-STATUS-OK              PIC X(01) VALUE 'Y'.
003450*    HOW FAR AHEAD THE MATURITY SCHEDULE LOOKS WHEN THE CARD
003460*    LEAVES THE HORIZON BLANK OR ZERO.
003470 77  WS-DFLT-HORIZON           PIC 9(03) VALUE 030.
003480 77  WS-HORIZON                PIC 9(03) VALUE ZERO.
003490 77  WS-HORIZON-DATE           PIC 9(08) VALUE ZERO.
003500 77  WS-CUR-TIME               PIC 9(06) VALUE ZERO.
003510 77  WS-TIME-RAW               PIC 9(08) VALUE ZERO.
003520 77  WS-TXN-REF                PIC X(26) VALUE SPACES.
003530 77  WS-ST-REF                 PIC X(26) VALUE SPACES.
003540 77  WS-REF-AMT                PIC 9(07)V9(02) VALUE ZERO.
003550 77  WS-EXC-REASON             PIC X(30) VALUE SPACES.
003560 77  WS-OLD-STATUS             PIC X(01) VALUE SPACES.
003570 77  WS-TD-BAL                 PIC S9(09)V9(02) VALUE ZERO.
003580 77  WS-INT-BASE               PIC S9(09)V9(02) VALUE ZERO.
003590 77  WS-INTEREST               PIC 9(07)V9(02) VALUE ZERO.
003600 77  WS-OLD-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
003610 77  WS-NEW-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
003620 77  WS-PAY-AMT                PIC 9(09)V9(02) VALUE ZERO.
003630 77  WS-DR-OLD-BAL             PIC S9(09)V9(02) VALUE ZERO.
003640 77  WS-DR-OLD-REF             PIC X(26) VALUE SPACES.
003650 77  WS-DR-OLD-SEQ             PIC 9(07) VALUE ZERO.
003660 77  WS-CR-OLD-BAL             PIC S9(09)V9(02) VALUE ZERO.
003670 77  WS-CR-NEW-BAL             PIC S9(09)V9(02) VALUE ZERO.
003680 77  WS-IN-SEQ                 PIC 9(07) VALUE ZERO.
003690 77  WS-DR-SEQ                 PIC 9(07) VALUE ZERO.
003700 77  WS-ST-SEQ                 PIC 9(07) VALUE ZERO.
003710 77  WS-CR-SEQ                 PIC 9(07) VALUE ZERO.
003720 77  WS-NEXT-SEQ               PIC 9(07) VALUE ZERO.
003730 77  WS-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
003740 77  WS-LIVE-COUNT             PIC 9(07) COMP VALUE ZERO.
003750 77  WS-FUND-COUNT             PIC 9(07) COMP VALUE ZERO.
003760 77  WS-DUE-COUNT              PIC 9(07) COMP VALUE ZERO.
003770 77  WS-ROLL-COUNT             PIC 9(07) COMP VALUE ZERO.
003780 77  WS-PAY-COUNT              PIC 9(07) COMP VALUE ZERO.
003790 77  WS-LEFT-COUNT             PIC 9(07) COMP VALUE ZERO.
003800 77  WS-EXC-COUNT              PIC 9(07) COMP VALUE ZERO.
003810 77  WS-INT-COUNT              PIC 9(07) COMP VALUE ZERO.
003820 77  WS-SCHD-COUNT             PIC 9(07) COMP VALUE ZERO.
003830 77  WS-NOCIF-COUNT            PIC 9(07) COMP VALUE ZERO.
003840 77  WS-TOTAL-INT              PIC 9(11)V9(02) VALUE ZERO.
003850 77  WS-PAY-TOTAL              PIC 9(11)V9(02) VALUE ZERO.
003860 77  WS-SCHD-TOTAL             PIC S9(11)V9(02) VALUE ZERO.
003870 77  WS-LAST-DAY               PIC 9(02) VALUE ZERO.
003880 77  WS-YEAR-REM               PIC 9(04) VALUE ZERO.
003890 77  WS-YEAR-QUOT              PIC 9(04) VALUE ZERO.
003900 77  WS-MAT-MONTHS             PIC 9(05) VALUE ZERO.
003910 77  WS-MAT-YEARS              PIC 9(04) VALUE ZERO.
003920 77  WS-MAT-REM                PIC 9(02) VALUE ZERO.
003930*----------------------------------------------------------------*
003940*  CALENDAR WORK DATE - STEPPED A DAY AT A TIME FOR THE SCHEDULE *
003950*  HORIZON, AND MOVED ON BY THE TERM FOR A ROLLOVER.             *
003960*----------------------------------------------------------------*
003970 01  WS-CAL-DATE               PIC 9(08) VALUE ZERO.
003980 01  WS-CAL-DATE-R REDEFINES WS-CAL-DATE.
003990     05  WS-CAL-CCYY           PIC 9(04).
004000     05  WS-CAL-MM             PIC 9(02).
004010     05  WS-CAL-DD             PIC 9(02).
004020*----------------------------------------------------------------*
004030*  DAYS PER MONTH.  FEBRUARY IS LEAP-ADJUSTED IN 1100 FOR THE    *
004040*  YEAR OF THE WORK DATE, SO A TERM STARTED ON THE 29TH, 30TH    *
004050*  OR 31ST MATURES ON THE LAST DAY OF A SHORTER MONTH.           *
004060*----------------------------------------------------------------*
004070 01  WS-MONTH-DAYS-V.
004080     05  FILLER                PIC X(24)
004090             VALUE '312831303130313130313031'.
004100 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-V.
004110     05  WS-DAYS-IN            PIC 9(02) OCCURS 12 TIMES.
004120 01  WS-RPT-HEADING-1.
004130     05  FILLER                PIC X(30) VALUE SPACES.
004140     05  FILLER                PIC X(42)
004150             VALUE 'TERM DEPOSIT MATURITY REGISTER'.
004160     05  FILLER                PIC X(06) VALUE 'DATE  '.
004170     05  RH-POST-DATE          PIC 9(08).
004180 01  WS-RPT-HEADING-2.
004190     05  FILLER                PIC X(01) VALUE SPACES.
004200     05  FILLER                PIC X(17) VALUE 'ACCOUNT'.
004210     05  FILLER                PIC X(14) VALUE 'PRINCIPAL'.
004220     05  FILLER                PIC X(09) VALUE 'RATE'.
004230     05  FILLER                PIC X(06) VALUE 'TERM'.
004240     05  FILLER                PIC X(12) VALUE 'INTEREST'.
004250     05  FILLER                PIC X(15) VALUE 'BALANCE'.
004260     05  FILLER                PIC X(14) VALUE 'ACTION'.
004270     05  FILLER                PIC X(30) VALUE 'DETAIL'.
004280 01  WS-RPT-LINE.
004290     05  FILLER                PIC X(01) VALUE SPACES.
004300     05  RL-ACCNO              PIC Z(14)9.
004310     05  FILLER                PIC X(02) VALUE SPACES.
004320     05  RL-PRINCIPAL          PIC Z(08)9.99.
004330     05  FILLER                PIC X(02) VALUE SPACES.
004340     05  RL-RATE               PIC Z9.9999.
004350     05  FILLER                PIC X(02) VALUE SPACES.
004360     05  RL-TERM               PIC ZZ9.
004370     05  FILLER                PIC X(03) VALUE SPACES.
004380     05  RL-INTEREST           PIC Z(06)9.99.
004390     05  FILLER                PIC X(02) VALUE SPACES.
004400     05  RL-BALANCE            PIC -Z(08)9.99.
004410     05  FILLER                PIC X(02) VALUE SPACES.
004420     05  RL-ACTION             PIC X(12).
004430     05  FILLER                PIC X(02) VALUE SPACES.
004440     05  RL-DETAIL             PIC X(30).
004450 01  WS-RPT-DETAIL-R.
004460     05  RD-TEXT               PIC X(14).
004470     05  RD-ACCNO-DATE         PIC Z(14)9.
004480     05  FILLER                PIC X(01).
004490 01  WS-SUM-LINE.
004500     05  FILLER                PIC X(01) VALUE SPACES.
004510     05  SM-TEXT               PIC X(30).
004520     05  SM-COUNT              PIC Z(06)9.
004530     05  FILLER                PIC X(03) VALUE SPACES.
004540     05  SM-AMOUNT             PIC -(11)9.99.
004550 01  WS-SCH-HEADING-1.
004560     05  FILLER                PIC X(30) VALUE SPACES.
004570     05  FILLER                PIC X(32)
004580             VALUE 'TERM DEPOSIT MATURITY SCHEDULE'.
004590     05  FILLER                PIC X(05) VALUE 'FROM '.
004600     05  SH-FROM-DATE          PIC 9(08).
004610     05  FILLER                PIC X(09) VALUE ' THROUGH '.
004620     05  SH-THRU-DATE          PIC 9(08).
004630 01  WS-SCH-HEADING-2.
004640     05  FILLER                PIC X(01) VALUE SPACES.
004650     05  FILLER                PIC X(10) VALUE 'MATURES'.
004660     05  FILLER                PIC X(17) VALUE 'ACCOUNT'.
004670     05  FILLER                PIC X(32) VALUE 'OWNER'.
004680     05  FILLER                PIC X(17) VALUE 'PHONE'.
004690     05  FILLER                PIC X(15) VALUE 'BALANCE'.
004700     05  FILLER                PIC X(09) VALUE 'RATE'.
004710     05  FILLER                PIC X(26) VALUE 'AT MATURITY'.
004720 01  WS-SCH-LINE.
004730     05  FILLER                PIC X(01) VALUE SPACES.
004740     05  SL-MAT-DATE           PIC 9(08).
004750     05  FILLER                PIC X(02) VALUE SPACES.
004760     05  SL-ACCNO              PIC Z(14)9.
004770     05  FILLER                PIC X(02) VALUE SPACES.
004780     05  SL-NAME               PIC X(30).
004790     05  FILLER                PIC X(02) VALUE SPACES.
004800     05  SL-PHONE              PIC X(15).
004810     05  FILLER                PIC X(02) VALUE SPACES.
004820     05  SL-BALANCE            PIC -Z(08)9.99.
004830     05  FILLER                PIC X(02) VALUE SPACES.
004840     05  SL-RATE               PIC Z9.9999.
004850     05  FILLER                PIC X(02) VALUE SPACES.
004860     05  SL-INSTR              PIC X(10).
004870     05  SL-PAYOUT-ACCNO       PIC Z(14)9 BLANK WHEN ZERO.
004880 01  WS-NONE-LINE.
004890     05  FILLER                PIC X(01) VALUE SPACES.
004900     05  FILLER                PIC X(50)
004910             VALUE 'NO CERTIFICATES MATURE INSIDE THE HORIZON'.
004920 01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
004930 PROCEDURE DIVISION.
004940 0000-MAINLINE.
004950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004960     IF OPEN-FAILED
004970         DISPLAY 'TDMATUR - ABENDING, FILE OPEN FAILED'
004980         MOVE 12 TO RETURN-CODE
004990     ELSE
005000         PERFORM 2000-PROCESS-CERT THRU 2000-EXIT
005010             UNTIL CERT-EOF
005020         PERFORM 3000-FINALIZE THRU 3000-EXIT
005030         SORT SORT-FILE
005040             ON ASCENDING KEY SRT-MAT-DATE SRT-ACCNO
005050             INPUT PROCEDURE IS 4000-SELECT-SCHEDULE
005060                 THRU 4000-EXIT
005070             OUTPUT PROCEDURE IS 5000-PRINT-SCHEDULE
005080                 THRU 5000-EXIT
005090         PERFORM 9999-TERMINATE THRU 9999-EXIT
005100     END-IF.
005110     DISPLAY 'TDMATUR - BUSINESS DATE     ' PARM-POST-DATE.
005120     DISPLAY 'TDMATUR - CERTIFICATES READ ' WS-READ-COUNT.
005130     DISPLAY 'TDMATUR - MATURING          ' WS-DUE-COUNT.
005140     DISPLAY 'TDMATUR - ROLLED OVER       ' WS-ROLL-COUNT.
005150     DISPLAY 'TDMATUR - PAID OUT          ' WS-PAY-COUNT.
005160     DISPLAY 'TDMATUR - EXCEPTIONS        ' WS-EXC-COUNT.
005170     DISPLAY 'TDMATUR - INTEREST POSTED   ' WS-TOTAL-INT.
005180     STOP RUN.
005190*----------------------------------------------------------------*
005200*  PICK UP THE BUSINESS DATE AND THE HORIZON, CHECK RUN CONTROL, *
005210*  WORK OUT THE LAST DATE THE SCHEDULE COVERS, OPEN THE FILES,   *
005220*  PRINT THE REGISTER HEADINGS AND PRIME THE FIRST READ.         *
005230*----------------------------------------------------------------*
005240 1000-INITIALIZE.
005250     ACCEPT WS-TIME-RAW FROM TIME.
005260     COMPUTE WS-CUR-TIME = WS-TIME-RAW / 100.
005270     OPEN INPUT PARM-FILE.
005280     IF WS-PARM-STATUS NOT = '00'
005290         DISPLAY 'TDMATUR - UNABLE TO OPEN SYSIN, STATUS = '
005300             WS-PARM-STATUS
005310         MOVE ZERO TO PARM-POST-DATE
005320         MOVE ZERO TO PARM-HORIZON
005330     ELSE
005340         READ PARM-FILE
005350             AT END
005360                 MOVE ZERO TO PARM-POST-DATE
005370                 MOVE ZERO TO PARM-HORIZON
005380         END-READ
005390         CLOSE PARM-FILE
005400     END-IF.
005410     IF PARM-HORIZON NOT NUMERIC OR PARM-HORIZON = ZERO
005420         MOVE WS-DFLT-HORIZON TO WS-HORIZON
005430     ELSE
005440         MOVE PARM-HORIZON TO WS-HORIZON
005450     END-IF.
005460     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT.
005470     IF OPEN-FAILED
005480         GO TO 1000-EXIT
005490     END-IF.
005500     MOVE PARM-POST-DATE TO WS-CAL-DATE.
005510     PERFORM 1150-NEXT-DAY THRU 1150-EXIT WS-HORIZON TIMES.
005520     MOVE WS-CAL-DATE TO WS-HORIZON-DATE.
005530     OPEN I-O CERT-FILE.
005540     OPEN I-O MASTER-FILE.
005550     OPEN INPUT CUST-FILE.
005555     OPEN INPUT REL-FILE.
005560     OPEN I-O HIST-FILE.
005570     OPEN I-O AUDIT-FILE.
005580     OPEN OUTPUT REPORT-FILE.
005590     OPEN OUTPUT TOTAL-FILE.
005600     IF WS-CERT-STATUS NOT = '00'
005610         DISPLAY 'TDMATUR - UNABLE TO OPEN P37CERT, STATUS = '
005620             WS-CERT-STATUS
005630         MOVE 'Y' TO WS-EOF-SW
005640         MOVE 'Y' TO WS-OPEN-FAIL-SW
005650     END-IF.
005660     IF WS-MASTER-STATUS NOT = '00'
005670         DISPLAY 'TDMATUR - UNABLE TO OPEN P37AFIL, STATUS = '
005680             WS-MASTER-STATUS
005690         MOVE 'Y' TO WS-EOF-SW
005700         MOVE 'Y' TO WS-OPEN-FAIL-SW
005710     END-IF.
005720     IF WS-CUST-STATUS NOT = '00'
005730         DISPLAY 'TDMATUR - UNABLE TO OPEN P37CFIL, STATUS = '
005740             WS-CUST-STATUS
005750         MOVE 'Y' TO WS-EOF-SW
005760         MOVE 'Y' TO WS-OPEN-FAIL-SW
005770     END-IF.
005771     IF WS-REL-STATUS NOT = '00'
005772         DISPLAY 'TDMATUR - UNABLE TO OPEN P37RELF, STATUS = '
005773             WS-REL-STATUS
005774         MOVE 'Y' TO WS-EOF-SW
005775         MOVE 'Y' TO WS-OPEN-FAIL-SW
005776     END-IF.
005780     IF WS-HIST-STATUS NOT = '00'
005790         DISPLAY 'TDMATUR - UNABLE TO OPEN P37THST, STATUS = '
005800             WS-HIST-STATUS
005810         MOVE 'Y' TO WS-EOF-SW
005820         MOVE 'Y' TO WS-OPEN-FAIL-SW
005830     END-IF.
005840     IF WS-AUDIT-STATUS NOT = '00'
005850         DISPLAY 'TDMATUR - UNABLE TO OPEN P37AUDT, STATUS = '
005860             WS-AUDIT-STATUS
005870         MOVE 'Y' TO WS-EOF-SW
005880         MOVE 'Y' TO WS-OPEN-FAIL-SW
005890     END-IF.
005900     IF WS-REPORT-STATUS NOT = '00'
005910         DISPLAY 'TDMATUR - UNABLE TO OPEN TDMRPT, STATUS = '
005920             WS-REPORT-STATUS
005930         MOVE 'Y' TO WS-EOF-SW
005940         MOVE 'Y' TO WS-OPEN-FAIL-SW
005950     END-IF.
005960     IF WS-TOTAL-STATUS NOT = '00'
005970         DISPLAY 'TDMATUR - UNABLE TO OPEN INTTOT, STATUS = '
005980             WS-TOTAL-STATUS
005990         MOVE 'Y' TO WS-EOF-SW
006000         MOVE 'Y' TO WS-OPEN-FAIL-SW
006010     END-IF.
006020     IF NOT CERT-EOF
006030         MOVE PARM-POST-DATE TO RH-POST-DATE
006040         WRITE REPORT-RECORD FROM WS-RPT-HEADING-1
006050         WRITE REPORT-RECORD FROM WS-RPT-HEADING-2
006060         PERFORM 1200-READ-CERT THRU 1200-EXIT
006070     END-IF.
006080 1000-EXIT.
006090     EXIT.
006100*----------------------------------------------------------------*
006110*  RUN-CONTROL CHECK AGAINST THE P37CTLF SYSTEM CONTROL FILE.    *
006120*  THE RUN REFUSES TO START WHILE THE ONLINE REGION IS STILL UP  *
006130*  AGAINST THE SAME CLUSTERS, REFUSES TO RUN OUT OF SEQUENCE OR  *
006140*  AGAINST THE WRONG DATE, AND REFUSES A BUSINESS DATE IT HAS    *
006150*  ALREADY COMPLETED - THE SUPERVISOR-AUTHORIZED CTLMAINT CLEAR  *
006160*  COMMAND IS THE RERUN PATH.  THE RUN STAMPS ITSELF STARTED     *
006170*  HERE AND COMPLETED AT CLEAN END OF JOB.                       *
006180*----------------------------------------------------------------*
006190 1050-CHECK-RUN-CONTROL.
006200     OPEN I-O CTL-FILE.
006210     IF WS-CTL-STATUS NOT = '00'
006220         DISPLAY 'TDMATUR - UNABLE TO OPEN P37CTLF, STATUS = '
006230             WS-CTL-STATUS
006240         MOVE 'Y' TO WS-EOF-SW
006250         MOVE 'Y' TO WS-OPEN-FAIL-SW
006260         GO TO 1050-EXIT
006270     END-IF.
006280     MOVE 'SYSTEM  ' TO CTL-KEY.
006290     READ CTL-FILE
006300         INVALID KEY
006310             DISPLAY 'TDMATUR - NO SYSTEM CONTROL RECORD'
006320             MOVE 'Y' TO WS-EOF-SW
006330             MOVE 'Y' TO WS-OPEN-FAIL-SW
006340     END-READ.
006350     IF OPEN-FAILED
006360         CLOSE CTL-FILE
006370         GO TO 1050-EXIT
006380     END-IF.
006390     IF CTL-FLAG = 'U'
006400         DISPLAY 'TDMATUR - ONLINE REGION IS STILL UP'
006410         MOVE 'Y' TO WS-EOF-SW
006420         MOVE 'Y' TO WS-OPEN-FAIL-SW
006430         CLOSE CTL-FILE
006440         GO TO 1050-EXIT
006450     END-IF.
006460     MOVE CTL-DATE TO WS-BUS-DATE.
006470     IF PARM-POST-DATE NOT = WS-BUS-DATE
006480         DISPLAY 'TDMATUR - CARD DATE IS NOT THE BUSINESS DATE'
006490         DISPLAY 'TDMATUR - CARD DATE    ' PARM-POST-DATE
006500         DISPLAY 'TDMATUR - CONTROL DATE ' WS-BUS-DATE
006510         MOVE 'Y' TO WS-EOF-SW
006520         MOVE 'Y' TO WS-OPEN-FAIL-SW
006530         CLOSE CTL-FILE
006540         GO TO 1050-EXIT
006550     END-IF.
006560     MOVE WS-JOB-NAME TO CTL-KEY.
006570     MOVE 'N' TO WS-CTL-FOUND-SW.
006580     READ CTL-FILE
006590         INVALID KEY
006600             CONTINUE
006610         NOT INVALID KEY
006620             MOVE 'Y' TO WS-CTL-FOUND-SW
006630     END-READ.
006640     IF CTL-FOUND AND CTL-DATE = WS-BUS-DATE
006650             AND CTL-FLAG = 'C'
006660         DISPLAY 'TDMATUR - ALREADY COMPLETED FOR ' WS-BUS-DATE
006670         DISPLAY 'TDMATUR - CTLMAINT CLEAR IS THE RERUN PATH'
006680         MOVE 'Y' TO WS-EOF-SW
006690         MOVE 'Y' TO WS-OPEN-FAIL-SW
006700         CLOSE CTL-FILE
006710         GO TO 1050-EXIT
006720     END-IF.
006730     MOVE WS-JOB-NAME TO CTL-KEY.
006740     MOVE WS-BUS-DATE TO CTL-DATE.
006750     MOVE 'S' TO CTL-FLAG.
006760     IF CTL-FOUND
006770         REWRITE WS-CTL-RECORD
006780             INVALID KEY
006790                 DISPLAY 'TDMATUR - RUN-CONTROL REWRITE FAILED'
006800         END-REWRITE
006810     ELSE
006820         WRITE WS-CTL-RECORD
006830             INVALID KEY
006840                 DISPLAY 'TDMATUR - RUN-CONTROL WRITE FAILED'
006850         END-WRITE
006860     END-IF.
006870 1050-EXIT.
006880     EXIT.
006890*----------------------------------------------------------------*
006900*  STAMP THE RUN COMPLETED FOR THE BUSINESS DATE, SO A SECOND    *
006910*  SUBMISSION OF THE SAME NIGHT IS TURNED AWAY AT 1050.          *
006920*----------------------------------------------------------------*
006930 1060-STAMP-COMPLETE.
006940     MOVE WS-JOB-NAME TO CTL-KEY.
006950     READ CTL-FILE
006960         INVALID KEY
006970             DISPLAY 'TDMATUR - RUN-CONTROL RECORD LOST'
006980         NOT INVALID KEY
006990             MOVE 'C' TO CTL-FLAG
007000             REWRITE WS-CTL-RECORD
007010                 INVALID KEY
007020                     DISPLAY 'TDMATUR - COMPLETION STAMP FAILED'
007030             END-REWRITE
007040     END-READ.
007050     CLOSE CTL-FILE.
007060 1060-EXIT.
007070     EXIT.
007080*----------------------------------------------------------------*
007090*  LAST DAY OF THE WORK DATE'S MONTH, FEBRUARY LEAP-ADJUSTED.    *
007100*----------------------------------------------------------------*
007110 1100-SET-LAST-DAY.
007120     IF WS-CAL-MM < 1 OR WS-CAL-MM > 12
007130         MOVE ZERO TO WS-LAST-DAY
007140         GO TO 1100-EXIT
007150     END-IF.
007160     MOVE WS-DAYS-IN (WS-CAL-MM) TO WS-LAST-DAY.
007170     IF WS-CAL-MM = 2
007180         DIVIDE WS-CAL-CCYY BY 4 GIVING WS-YEAR-QUOT
007190             REMAINDER WS-YEAR-REM
007200         IF WS-YEAR-REM = ZERO
007210             DIVIDE WS-CAL-CCYY BY 100 GIVING WS-YEAR-QUOT
007220                 REMAINDER WS-YEAR-REM
007230             IF WS-YEAR-REM NOT = ZERO
007240                 MOVE 29 TO WS-LAST-DAY
007250             ELSE
007260                 DIVIDE WS-CAL-CCYY BY 400 GIVING WS-YEAR-QUOT
007270                     REMAINDER WS-YEAR-REM
007280                 IF WS-YEAR-REM = ZERO
007290                     MOVE 29 TO WS-LAST-DAY
007300                 END-IF
007310             END-IF
007320         END-IF
007330     END-IF.
007340 1100-EXIT.
007350     EXIT.
007360*----------------------------------------------------------------*
007370*  MOVE THE WORK DATE ON ONE CALENDAR DAY.                       *
007380*----------------------------------------------------------------*
007390 1150-NEXT-DAY.
007400     PERFORM 1100-SET-LAST-DAY THRU 1100-EXIT.
007410     ADD 1 TO WS-CAL-DD.
007420     IF WS-CAL-DD > WS-LAST-DAY
007430         MOVE 1 TO WS-CAL-DD
007440         ADD 1 TO WS-CAL-MM
007450         IF WS-CAL-MM > 12
007460             MOVE 1 TO WS-CAL-MM
007470             ADD 1 TO WS-CAL-CCYY
007480         END-IF
007490     END-IF.
007500 1150-EXIT.
007510     EXIT.
007520 1200-READ-CERT.
007530     READ CERT-FILE NEXT RECORD
007540         AT END
007550             MOVE 'Y' TO WS-EOF-SW
007560     END-READ.
007570     IF NOT CERT-EOF
007580         ADD 1 TO WS-READ-COUNT
007590     END-IF.
007600 1200-EXIT.
007610     EXIT.
007620*----------------------------------------------------------------*
007630*  ONE CERTIFICATE.  ONLY LIVE ONES ARE LOOKED AT - MATURED AND  *
007640*  BROKEN CERTIFICATES STAY ON FILE AS A RECORD OF THE CONTRACT. *
007650*  ANY CHANGE TO THE CERTIFICATE IS REWRITTEN ONCE, HERE, AFTER  *
007660*  EVERYTHING ELSE FOR IT IS DONE.                               *
007670*----------------------------------------------------------------*
007680 2000-PROCESS-CERT.
007690     MOVE 'N' TO WS-CERT-CHG-SW.
007700     IF TDP-LIVE
007710         ADD 1 TO WS-LIVE-COUNT
007720         PERFORM 2100-CHECK-CERT THRU 2100-EXIT
007730     END-IF.
007740     IF CERT-CHANGED
007750         PERFORM 2850-REWRITE-CERT THRU 2850-EXIT
007760     END-IF.
007770     PERFORM 1200-READ-CERT THRU 1200-EXIT.
007780 2000-EXIT.
007790     EXIT.
007800*----------------------------------------------------------------*
007810*  TAKE THE PRINCIPAL THE FIRST NIGHT THE ACCOUNT HAS MONEY ON   *
007820*  IT, THEN MATURE THE CERTIFICATE IF ITS DATE HAS COME.         *
007830*----------------------------------------------------------------*
007840 2100-CHECK-CERT.
007850     MOVE SPACES TO WS-EXC-REASON.
007860     MOVE ZERO TO WS-INTEREST.
007870     MOVE ZERO TO WS-TD-BAL.
007880     MOVE TDP-ACCNO TO CUS-ACCNO.
007890     READ MASTER-FILE
007900         INVALID KEY
007910             MOVE 'ACCOUNT NOT ON P37AFILE' TO WS-EXC-REASON
007920     END-READ.
007930     IF WS-EXC-REASON NOT = SPACES
007940         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
007950         GO TO 2100-EXIT
007960     END-IF.
007970     MOVE CUS-BALANCE TO WS-TD-BAL.
007980     IF TDP-PRINCIPAL = ZERO AND CUS-BALANCE > ZERO
007990         MOVE CUS-BALANCE TO TDP-PRINCIPAL
008000         MOVE 'Y' TO WS-CERT-CHG-SW
008010         ADD 1 TO WS-FUND-COUNT
008020     END-IF.
008030     IF TDP-MATURITY-DATE > PARM-POST-DATE
008040         GO TO 2100-EXIT
008050     END-IF.
008060     ADD 1 TO WS-DUE-COUNT.
008070     PERFORM 2200-MATURE THRU 2200-EXIT.
008080 2100-EXIT.
008090     EXIT.
008100*----------------------------------------------------------------*
008110*  MATURE ONE CERTIFICATE.  EVERYTHING THAT WOULD HOLD THE       *
008120*  CERTIFICATE OVER TO ANOTHER NIGHT IS TESTED BEFORE THE        *
008130*  INTEREST IS CREDITED, SO THE FINAL INTEREST IS NEVER PAID     *
008140*  TWICE.  AN UNUSABLE PAYOUT ACCOUNT DOES NOT HOLD IT OVER -    *
008150*  THE INTEREST IS PAID AND THE FUNDS LEFT ON THE ACCOUNT.       *
008160*----------------------------------------------------------------*
008170 2200-MATURE.
008180     MOVE 'Y' TO WS-STATUS-OK.
008190     IF CUS-CLOSED
008200         MOVE 'ACCOUNT CLOSED' TO WS-EXC-REASON
008210         MOVE 'N' TO WS-STATUS-OK
008220     END-IF.
008230     IF CUS-FROZEN
008240         MOVE 'ACCOUNT FROZEN' TO WS-EXC-REASON
008250         MOVE 'N' TO WS-STATUS-OK
008260     END-IF.
008270     IF TDP-PAYOUT AND CUS-HOLD-AMT > ZERO
008280         MOVE 'FUNDS ON HOLD, NOT PAID OUT' TO WS-EXC-REASON
008290         MOVE 'N' TO WS-STATUS-OK
008300     END-IF.
008310     IF TDP-PAYOUT AND CUS-BALANCE < ZERO
008320         MOVE 'ACCOUNT OVERDRAWN' TO WS-EXC-REASON
008330         MOVE 'N' TO WS-STATUS-OK
008340     END-IF.
008350     IF WS-STATUS-OK = 'N'
008360         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
008370         GO TO 2200-EXIT
008380     END-IF.
008390     MOVE CUS-STATUS TO WS-OLD-STATUS.
008400     MOVE 'Y' TO WS-PAY-OK-SW.
008410     IF TDP-PAYOUT
008420         PERFORM 2250-EDIT-PAYOUT THRU 2250-EXIT
008430     END-IF.
008440     PERFORM 2300-POST-INTEREST THRU 2300-EXIT.
008450     IF WS-STATUS-OK = 'N'
008460         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
008470         GO TO 2200-EXIT
008480     END-IF.
008490     IF TDP-ROLLOVER
008500         PERFORM 2400-ROLLOVER THRU 2400-EXIT
008510     ELSE
008520         IF PAYOUT-OK
008530             PERFORM 2500-PAYOUT THRU 2500-EXIT
008540         ELSE
008550             PERFORM 2600-LEAVE-FUNDS THRU 2600-EXIT
008560         END-IF
008570     END-IF.
008580 2200-EXIT.
008590     EXIT.
008600 2250-EDIT-PAYOUT.
008610     MOVE TDP-PAYOUT-ACCNO TO CUS-ACCNO.
008620     READ MASTER-FILE
008630         INVALID KEY
008640             MOVE 'PAYOUT ACCOUNT NOT FOUND' TO WS-EXC-REASON
008650             MOVE 'N' TO WS-PAY-OK-SW
008660     END-READ.
008670     IF NOT PAYOUT-OK
008680         GO TO 2250-EXIT
008690     END-IF.
008700     IF CUS-CLOSED
008710         MOVE 'PAYOUT ACCOUNT CLOSED' TO WS-EXC-REASON
008720         MOVE 'N' TO WS-PAY-OK-SW
008730     END-IF.
008740     IF CUS-FROZEN
008750         MOVE 'PAYOUT ACCOUNT FROZEN' TO WS-EXC-REASON
008760         MOVE 'N' TO WS-PAY-OK-SW
008770     END-IF.
008780 2250-EXIT.
008790     EXIT.
008800*----------------------------------------------------------------*
008810*  FINAL INTEREST FOR THE WHOLE TERM AT THE CONTRACT RATE, ON    *
008820*  THE PRINCIPAL OR THE BALANCE IF THAT IS LESS.  A CERTIFICATE  *
008830*  THAT WAS NEVER FUNDED EARNS NOTHING AND CUTS NO ENTRY.        *
008840*----------------------------------------------------------------*
008850 2300-POST-INTEREST.
008860     MOVE TDP-ACCNO TO CUS-ACCNO.
008870     READ MASTER-FILE
008880         INVALID KEY
008890             MOVE 'ACCOUNT NOT ON P37AFILE' TO WS-EXC-REASON
008900             MOVE 'N' TO WS-STATUS-OK
008910     END-READ.
008920     IF WS-STATUS-OK = 'N'
008930         GO TO 2300-EXIT
008940     END-IF.
008950     MOVE CUS-BALANCE TO WS-OLD-BALANCE.
008960     MOVE CUS-BALANCE TO WS-NEW-BALANCE.
008970     MOVE TDP-PRINCIPAL TO WS-INT-BASE.
008980     IF CUS-BALANCE < WS-INT-BASE
008990         MOVE CUS-BALANCE TO WS-INT-BASE
009000     END-IF.
009010     MOVE ZERO TO WS-INTEREST.
009020     IF WS-INT-BASE > ZERO
009030         COMPUTE WS-INTEREST ROUNDED =
009040             (WS-INT-BASE * TDP-RATE * TDP-TERM-MONTHS) / 1200
009050     END-IF.
009060     IF WS-INTEREST = ZERO
009070         GO TO 2300-EXIT
009080     END-IF.
009090     COMPUTE WS-NEW-BALANCE = CUS-BALANCE + WS-INTEREST.
009100     MOVE SPACES TO WS-TXN-REF.
009110     STRING PARM-POST-DATE DELIMITED BY SIZE
009120            'IN'           DELIMITED BY SIZE
009130            WS-CUR-TIME    DELIMITED BY SIZE
009140            WS-INTEREST    DELIMITED BY SIZE
009150       INTO WS-TXN-REF
009160     END-STRING.
009170     MOVE WS-NEW-BALANCE TO CUS-BALANCE.
009180     MOVE WS-TXN-REF TO CUS-LAST-TXNREF.
009190     ADD 1 TO CUS-TXN-SEQ.
009200     MOVE CUS-TXN-SEQ TO WS-IN-SEQ.
009210     REWRITE WS-RECORD
009220         INVALID KEY
009230             MOVE 'INTEREST REWRITE FAILED' TO WS-EXC-REASON
009240             MOVE 'N' TO WS-STATUS-OK
009250     END-REWRITE.
009260     IF WS-MASTER-STATUS NOT = '00'
009270         MOVE 'INTEREST REWRITE FAILED' TO WS-EXC-REASON
009280         MOVE 'N' TO WS-STATUS-OK
009290     END-IF.
009300     IF WS-STATUS-OK = 'N'
009310         MOVE WS-OLD-BALANCE TO WS-NEW-BALANCE
009320         MOVE ZERO TO WS-INTEREST
009330         GO TO 2300-EXIT
009340     END-IF.
009350     MOVE WS-NEW-BALANCE TO WS-TD-BAL.
009360     MOVE TDP-ACCNO       TO THS-ACCNO.
009370     MOVE WS-IN-SEQ       TO THS-SEQNO.
009380     MOVE 'IN'            TO THS-TXN-TYPE.
009390     MOVE WS-INTEREST     TO THS-AMOUNT.
009400     MOVE WS-NEW-BALANCE  TO THS-BAL-AFTER.
009410     MOVE PARM-POST-DATE  TO THS-DATE.
009420     MOVE WS-CUR-TIME     TO THS-TIME.
009430     MOVE 'BTCH'          TO THS-TERMID.
009440     MOVE WS-TXN-REF      TO THS-REF.
009450     MOVE 'C'             TO THS-DR-CR.
009460     WRITE WS-HIST-RECORD
009470         INVALID KEY
009480             DISPLAY 'TDMATUR - HIST WRITE FAILED, ACCT '
009490                 THS-ACCNO
009500     END-WRITE.
009510     MOVE TDP-ACCNO       TO AUD-ACCNO.
009520     MOVE WS-IN-SEQ       TO AUD-SEQNO.
009530     MOVE 'IN'            TO AUD-TXN-TYPE.
009540     MOVE WS-INTEREST     TO AUD-AMOUNT.
009550     MOVE WS-OLD-BALANCE  TO AUD-BAL-BEFORE.
009560     MOVE WS-NEW-BALANCE  TO AUD-BAL-AFTER.
009570     MOVE 'BTCH'          TO AUD-TERMID.
009580     MOVE 'TDMATUR'       TO AUD-OPID.
009585     MOVE SPACES          TO AUD-APPR-OPID.
009586     MOVE SPACES          TO AUD-HOLD-FLAG.
009587     MOVE ZERO            TO AUD-HOLD-DATE.
009590     MOVE PARM-POST-DATE  TO AUD-DATE.
009600     MOVE WS-CUR-TIME     TO AUD-TIME.
009610     MOVE WS-TXN-REF      TO AUD-REF.
009620     WRITE WS-AUDIT-RECORD
009630         INVALID KEY
009640             DISPLAY 'TDMATUR - AUDIT WRITE FAILED, ACCT '
009650                 AUD-ACCNO
009660     END-WRITE.
009670     ADD 1 TO WS-INT-COUNT.
009680     ADD WS-INTEREST TO WS-TOTAL-INT.
009690 2300-EXIT.
009700     EXIT.
009710*----------------------------------------------------------------*
009720*  A NEW TERM OF THE SAME LENGTH AND RATE, RUNNING FROM THE OLD  *
009730*  MATURITY DATE, ON THE BALANCE WITH THE INTEREST IN IT.        *
009740*----------------------------------------------------------------*
009750 2400-ROLLOVER.
009760     MOVE TDP-MATURITY-DATE TO TDP-START-DATE.
009770     MOVE TDP-MATURITY-DATE TO WS-CAL-DATE.
009780     PERFORM 2450-ADD-TERM THRU 2450-EXIT.
009790     MOVE WS-CAL-DATE TO TDP-MATURITY-DATE.
009800     IF WS-NEW-BALANCE > ZERO
009810         MOVE WS-NEW-BALANCE TO TDP-PRINCIPAL
009820     ELSE
009830         MOVE ZERO TO TDP-PRINCIPAL
009840     END-IF.
009850     ADD 1 TO TDP-ROLL-COUNT.
009860     MOVE 'Y' TO WS-CERT-CHG-SW.
009870     ADD 1 TO WS-ROLL-COUNT.
009880     MOVE 'ROLLED OVER' TO RL-ACTION.
009890     MOVE 'NEW MATURITY' TO RD-TEXT.
009900     MOVE TDP-MATURITY-DATE TO RD-ACCNO-DATE.
009910     MOVE WS-RPT-DETAIL-R TO RL-DETAIL.
009920     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
009930 2400-EXIT.
009940     EXIT.
009950*----------------------------------------------------------------*
009960*  ADD THE TERM IN CALENDAR MONTHS TO THE WORK DATE.  A DAY THE  *
009970*  NEW MONTH DOES NOT HAVE FALLS BACK TO ITS LAST DAY.           *
009980*----------------------------------------------------------------*
009990 2450-ADD-TERM.
010000     COMPUTE WS-MAT-MONTHS = WS-CAL-MM - 1 + TDP-TERM-MONTHS.
010010     DIVIDE WS-MAT-MONTHS BY 12 GIVING WS-MAT-YEARS
010020         REMAINDER WS-MAT-REM.
010030     ADD WS-MAT-YEARS TO WS-CAL-CCYY.
010040     COMPUTE WS-CAL-MM = WS-MAT-REM + 1.
010050     PERFORM 1100-SET-LAST-DAY THRU 1100-EXIT.
010060     IF WS-CAL-DD > WS-LAST-DAY
010070         MOVE WS-LAST-DAY TO WS-CAL-DD
010080     END-IF.
010090 2450-EXIT.
010100     EXIT.
010110*----------------------------------------------------------------*
010120*  PAY THE WHOLE BALANCE TO THE PAYOUT ACCOUNT AND CLOSE THE     *
010130*  TERM DEPOSIT.  THE 'TF' DEBIT TAKES THE NEXT SEQUENCE NUMBER  *
010140*  AND THE 'ST' CLOSURE THE ONE AFTER, UNDER ONE REWRITE OF THE  *
010150*  MASTER, SO THE JOURNAL REPLAYS THEM IN THAT ORDER.  A TERM    *
010160*  DEPOSIT WITH NOTHING LEFT ON IT IS SIMPLY CLOSED.  THE FINAL  *
010170*  INTEREST IS ALREADY ON THE ACCOUNT BY NOW, SO A PAYOUT THAT   *
010180*  FAILS STILL MATURES THE CERTIFICATE AND LEAVES THE FUNDS FOR  *
010190*  THE BRANCH - IT IS NEVER LEFT LIVE TO EARN THE TERM AGAIN.    *
010200*----------------------------------------------------------------*
010210 2500-PAYOUT.
010220     PERFORM 2510-POST-DEBIT THRU 2510-EXIT.
010230     IF WS-STATUS-OK = 'N'
010240         PERFORM 2600-LEAVE-FUNDS THRU 2600-EXIT
010250         GO TO 2500-EXIT
010260     END-IF.
010270     IF WS-PAY-AMT > ZERO
010280         PERFORM 2520-POST-CREDIT THRU 2520-EXIT
010290         IF WS-STATUS-OK = 'N'
010300             PERFORM 2530-BACKOUT-DEBIT THRU 2530-EXIT
010310             PERFORM 2600-LEAVE-FUNDS THRU 2600-EXIT
010320             GO TO 2500-EXIT
010330         END-IF
010340         PERFORM 2540-WRITE-DR-ENTRIES THRU 2540-EXIT
010350     END-IF.
010360     PERFORM 2550-WRITE-CLOSURE THRU 2550-EXIT.
010370     IF WS-PAY-AMT > ZERO
010380         PERFORM 2560-WRITE-CR-ENTRIES THRU 2560-EXIT
010390     END-IF.
010400     MOVE 'M' TO TDP-STATUS.
010410     MOVE 'Y' TO WS-CERT-CHG-SW.
010420     ADD 1 TO WS-PAY-COUNT.
010430     ADD WS-PAY-AMT TO WS-PAY-TOTAL.
010440     MOVE ZERO TO WS-TD-BAL.
010450     MOVE 'PAID OUT' TO RL-ACTION.
010460     MOVE 'TO ACCOUNT' TO RD-TEXT.
010470     MOVE TDP-PAYOUT-ACCNO TO RD-ACCNO-DATE.
010480     MOVE WS-RPT-DETAIL-R TO RL-DETAIL.
010490     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
010500 2500-EXIT.
010510     EXIT.
010520 2510-POST-DEBIT.
010530     MOVE TDP-ACCNO TO CUS-ACCNO.
010540     READ MASTER-FILE
010550         INVALID KEY
010560             MOVE 'ACCOUNT NOT ON P37AFILE' TO WS-EXC-REASON
010570             MOVE 'N' TO WS-STATUS-OK
010580     END-READ.
010590     IF WS-STATUS-OK = 'N'
010600         GO TO 2510-EXIT
010610     END-IF.
010620     MOVE CUS-BALANCE TO WS-DR-OLD-BAL.
010630     MOVE CUS-BALANCE TO WS-PAY-AMT.
010640*    THE PRE-POST REFERENCE AND SEQUENCE ARE KEPT SO A CREDIT
010650*    FAILURE CAN PUT THE TERM DEPOSIT BACK EXACTLY AS IT WAS.
010660     MOVE CUS-LAST-TXNREF TO WS-DR-OLD-REF.
010670     MOVE CUS-TXN-SEQ TO WS-DR-OLD-SEQ.
010680     IF WS-PAY-AMT > ZERO
010690         COMPUTE WS-NEXT-SEQ = CUS-TXN-SEQ + 1
010700         MOVE WS-PAY-AMT TO WS-REF-AMT
010710         MOVE SPACES TO WS-TXN-REF
010720         STRING PARM-POST-DATE DELIMITED BY SIZE
010730                'TF'           DELIMITED BY SIZE
010740                WS-NEXT-SEQ    DELIMITED BY SIZE
010750                WS-REF-AMT     DELIMITED BY SIZE
010760           INTO WS-TXN-REF
010770         END-STRING
010780         MOVE ZERO TO CUS-BALANCE
010790         MOVE WS-TXN-REF TO CUS-LAST-TXNREF
010800         ADD 1 TO CUS-TXN-SEQ
010810         MOVE CUS-TXN-SEQ TO WS-DR-SEQ
010820     END-IF.
010830     MOVE 'C' TO CUS-STATUS.
010840     ADD 1 TO CUS-TXN-SEQ.
010850     MOVE CUS-TXN-SEQ TO WS-ST-SEQ.
010860     REWRITE WS-RECORD
010870         INVALID KEY
010880             MOVE 'PAYOUT REWRITE FAILED' TO WS-EXC-REASON
010890             MOVE 'N' TO WS-STATUS-OK
010900     END-REWRITE.
010910     IF WS-MASTER-STATUS NOT = '00'
010920         MOVE 'PAYOUT REWRITE FAILED' TO WS-EXC-REASON
010930         MOVE 'N' TO WS-STATUS-OK
010940     END-IF.
010950 2510-EXIT.
010960     EXIT.
010970 2520-POST-CREDIT.
010980     MOVE TDP-PAYOUT-ACCNO TO CUS-ACCNO.
010990     READ MASTER-FILE
011000         INVALID KEY
011010             MOVE 'PAYOUT ACCOUNT NOT FOUND' TO WS-EXC-REASON
011020             MOVE 'N' TO WS-STATUS-OK
011030     END-READ.
011040     IF WS-STATUS-OK = 'N'
011050         GO TO 2520-EXIT
011060     END-IF.
011070     MOVE CUS-BALANCE TO WS-CR-OLD-BAL.
011080     COMPUTE WS-CR-NEW-BAL = CUS-BALANCE + WS-PAY-AMT.
011090     MOVE WS-CR-NEW-BAL TO CUS-BALANCE.
011100     MOVE WS-TXN-REF TO CUS-LAST-TXNREF.
011110     ADD 1 TO CUS-TXN-SEQ.
011120     MOVE CUS-TXN-SEQ TO WS-CR-SEQ.
011130     REWRITE WS-RECORD
011140         INVALID KEY
011150             MOVE 'CREDIT REWRITE FAILED' TO WS-EXC-REASON
011160             MOVE 'N' TO WS-STATUS-OK
011170     END-REWRITE.
011180     IF WS-MASTER-STATUS NOT = '00'
011190         MOVE 'CREDIT REWRITE FAILED' TO WS-EXC-REASON
011200         MOVE 'N' TO WS-STATUS-OK
011210     END-IF.
011220 2520-EXIT.
011230     EXIT.
011240*----------------------------------------------------------------*
011250*  THE DEBIT STOOD BUT THE CREDIT DID NOT - PUT THE TERM DEPOSIT *
011260*  BACK OPEN WITH ITS BALANCE, LAST-REFERENCE AND SEQUENCE, SO   *
011270*  THE MONEY IS NOT LEFT OFF BOTH ACCOUNTS.  NO TRANSFER ENTRY   *
011280*  HAS BEEN CUT YET WHEN THIS RUNS.                              *
011290*----------------------------------------------------------------*
011300 2530-BACKOUT-DEBIT.
011310     MOVE TDP-ACCNO TO CUS-ACCNO.
011320     READ MASTER-FILE
011330         INVALID KEY
011340             DISPLAY 'TDMATUR - BACKOUT READ FAILED, ACCT '
011350                 TDP-ACCNO
011360             GO TO 2530-EXIT
011370     END-READ.
011380     MOVE WS-DR-OLD-BAL TO CUS-BALANCE.
011390     MOVE WS-DR-OLD-REF TO CUS-LAST-TXNREF.
011400     MOVE WS-DR-OLD-SEQ TO CUS-TXN-SEQ.
011410     MOVE WS-OLD-STATUS TO CUS-STATUS.
011420     REWRITE WS-RECORD
011430         INVALID KEY
011440             DISPLAY 'TDMATUR - BACKOUT FAILED, ACCT '
011450                 TDP-ACCNO
011460     END-REWRITE.
011470 2530-EXIT.
011480     EXIT.
011490 2540-WRITE-DR-ENTRIES.
011500     MOVE TDP-ACCNO       TO THS-ACCNO.
011510     MOVE WS-DR-SEQ       TO THS-SEQNO.
011520     MOVE 'TF'            TO THS-TXN-TYPE.
011530     MOVE WS-PAY-AMT      TO THS-AMOUNT.
011540     MOVE ZERO            TO THS-BAL-AFTER.
011550     MOVE PARM-POST-DATE  TO THS-DATE.
011560     MOVE WS-CUR-TIME     TO THS-TIME.
011570     MOVE 'BTCH'          TO THS-TERMID.
011580     MOVE WS-TXN-REF      TO THS-REF.
011590     MOVE 'D'             TO THS-DR-CR.
011600     WRITE WS-HIST-RECORD
011610         INVALID KEY
011620             DISPLAY 'TDMATUR - HIST WRITE FAILED, ACCT '
011630                 THS-ACCNO
011640     END-WRITE.
011650     MOVE TDP-ACCNO       TO AUD-ACCNO.
011660     MOVE WS-DR-SEQ       TO AUD-SEQNO.
011670     MOVE 'TF'            TO AUD-TXN-TYPE.
011680     MOVE WS-PAY-AMT      TO AUD-AMOUNT.
011690     MOVE WS-DR-OLD-BAL   TO AUD-BAL-BEFORE.
011700     MOVE ZERO            TO AUD-BAL-AFTER.
011710     MOVE 'BTCH'          TO AUD-TERMID.
011720     MOVE 'TDMATUR'       TO AUD-OPID.
011725     MOVE SPACES          TO AUD-APPR-OPID.
011726     MOVE SPACES          TO AUD-HOLD-FLAG.
011727     MOVE ZERO            TO AUD-HOLD-DATE.
011730     MOVE PARM-POST-DATE  TO AUD-DATE.
011740     MOVE WS-CUR-TIME     TO AUD-TIME.
011750     MOVE WS-TXN-REF      TO AUD-REF.
011760     WRITE WS-AUDIT-RECORD
011770         INVALID KEY
011780             DISPLAY 'TDMATUR - AUDIT WRITE FAILED, ACCT '
011790                 AUD-ACCNO
011800     END-WRITE.
011810 2540-EXIT.
011820     EXIT.
011830 2550-WRITE-CLOSURE.
011840     MOVE SPACES TO WS-ST-REF.
011850     STRING 'STAT '       DELIMITED BY SIZE
011860            WS-OLD-STATUS DELIMITED BY SIZE
011870            '>C RSN TDM'  DELIMITED BY SIZE
011880       INTO WS-ST-REF
011890     END-STRING.
011900     MOVE TDP-ACCNO       TO AUD-ACCNO.
011910     MOVE WS-ST-SEQ       TO AUD-SEQNO.
011920     MOVE 'ST'            TO AUD-TXN-TYPE.
011930     MOVE ZERO            TO AUD-AMOUNT.
011940     MOVE ZERO            TO AUD-BAL-BEFORE.
011950     MOVE ZERO            TO AUD-BAL-AFTER.
011960     MOVE 'BTCH'          TO AUD-TERMID.
011970     MOVE 'TDMATUR'       TO AUD-OPID.
011975     MOVE SPACES          TO AUD-APPR-OPID.
011976     MOVE SPACES          TO AUD-HOLD-FLAG.
011977     MOVE ZERO            TO AUD-HOLD-DATE.
011980     MOVE PARM-POST-DATE  TO AUD-DATE.
011990     MOVE WS-CUR-TIME     TO AUD-TIME.
012000     MOVE WS-ST-REF       TO AUD-REF.
012010     WRITE WS-AUDIT-RECORD
012020         INVALID KEY
012030             DISPLAY 'TDMATUR - AUDIT WRITE FAILED, ACCT '
012040                 AUD-ACCNO
012050     END-WRITE.
012060 2550-EXIT.
012070     EXIT.
012080 2560-WRITE-CR-ENTRIES.
012090     MOVE TDP-PAYOUT-ACCNO TO THS-ACCNO.
012100     MOVE WS-CR-SEQ       TO THS-SEQNO.
012110     MOVE 'TF'            TO THS-TXN-TYPE.
012120     MOVE WS-PAY-AMT      TO THS-AMOUNT.
012130     MOVE WS-CR-NEW-BAL   TO THS-BAL-AFTER.
012140     MOVE PARM-POST-DATE  TO THS-DATE.
012150     MOVE WS-CUR-TIME     TO THS-TIME.
012160     MOVE 'BTCH'          TO THS-TERMID.
012170     MOVE WS-TXN-REF      TO THS-REF.
012180     MOVE 'C'             TO THS-DR-CR.
012190     WRITE WS-HIST-RECORD
012200         INVALID KEY
012210             DISPLAY 'TDMATUR - HIST WRITE FAILED, ACCT '
012220                 THS-ACCNO
012230     END-WRITE.
012240     MOVE TDP-PAYOUT-ACCNO TO AUD-ACCNO.
012250     MOVE WS-CR-SEQ       TO AUD-SEQNO.
012260     MOVE 'TF'            TO AUD-TXN-TYPE.
012270     MOVE WS-PAY-AMT      TO AUD-AMOUNT.
012280     MOVE WS-CR-OLD-BAL   TO AUD-BAL-BEFORE.
012290     MOVE WS-CR-NEW-BAL   TO AUD-BAL-AFTER.
012300     MOVE 'BTCH'          TO AUD-TERMID.
012310     MOVE 'TDMATUR'       TO AUD-OPID.
012315     MOVE SPACES          TO AUD-APPR-OPID.
012316     MOVE SPACES          TO AUD-HOLD-FLAG.
012317     MOVE ZERO            TO AUD-HOLD-DATE.
012320     MOVE PARM-POST-DATE  TO AUD-DATE.
012330     MOVE WS-CUR-TIME     TO AUD-TIME.
012340     MOVE WS-TXN-REF      TO AUD-REF.
012350     WRITE WS-AUDIT-RECORD
012360         INVALID KEY
012370             DISPLAY 'TDMATUR - AUDIT WRITE FAILED, ACCT '
012380                 AUD-ACCNO
012390     END-WRITE.
012400 2560-EXIT.
012410     EXIT.
012420*----------------------------------------------------------------*
012430*  NOWHERE TO PAY THE FUNDS, OR THE PAYOUT DID NOT GO THROUGH.   *
012440*  THE CERTIFICATE IS MATURED ALL THE SAME, SO THE BALANCE -     *
012450*  INTEREST INCLUDED - CAN BE DRAWN OVER THE COUNTER, AND THE    *
012460*  REASON IS PRINTED FOR THE BRANCH.                             *
012470*----------------------------------------------------------------*
012480 2600-LEAVE-FUNDS.
012490     MOVE 'M' TO TDP-STATUS.
012500     MOVE 'Y' TO WS-CERT-CHG-SW.
012510     ADD 1 TO WS-LEFT-COUNT.
012520     MOVE 'FUNDS LEFT' TO RL-ACTION.
012530     MOVE WS-EXC-REASON TO RL-DETAIL.
012540     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
012550 2600-EXIT.
012560     EXIT.
012570 2800-PRINT-LINE.
012580     MOVE TDP-ACCNO       TO RL-ACCNO.
012590     MOVE TDP-PRINCIPAL   TO RL-PRINCIPAL.
012600     MOVE TDP-RATE        TO RL-RATE.
012610     MOVE TDP-TERM-MONTHS TO RL-TERM.
012620     MOVE WS-INTEREST     TO RL-INTEREST.
012630     MOVE WS-TD-BAL       TO RL-BALANCE.
012640     WRITE REPORT-RECORD FROM WS-RPT-LINE.
012650 2800-EXIT.
012660     EXIT.
012670 2850-REWRITE-CERT.
012680     REWRITE WS-CERT-RECORD
012690         INVALID KEY
012700             DISPLAY 'TDMATUR - CERT REWRITE FAILED, ACCT '
012710                 TDP-ACCNO
012720     END-REWRITE.
012730     IF WS-CERT-STATUS NOT = '00'
012740         DISPLAY 'TDMATUR - CERTIFICATE REWRITE STATUS = '
012750             WS-CERT-STATUS
012760     END-IF.
012770 2850-EXIT.
012780     EXIT.
012790 2900-WRITE-EXCEPTION.
012800     MOVE 'EXCEPTION' TO RL-ACTION.
012810     MOVE WS-EXC-REASON TO RL-DETAIL.
012820     PERFORM 2800-PRINT-LINE THRU 2800-EXIT.
012830     ADD 1 TO WS-EXC-COUNT.
012840 2900-EXIT.
012850     EXIT.
012860*----------------------------------------------------------------*
012870*  REGISTER TOTALS, AND THE NIGHT'S INTEREST CONTROL RECORD.     *
012880*----------------------------------------------------------------*
012890 3000-FINALIZE.
012900     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
012910     MOVE ZERO TO SM-AMOUNT.
012920     MOVE 'CERTIFICATES READ' TO SM-TEXT.
012930     MOVE WS-READ-COUNT TO SM-COUNT.
012940     WRITE REPORT-RECORD FROM WS-SUM-LINE.
012950     MOVE 'LIVE CERTIFICATES' TO SM-TEXT.
012960     MOVE WS-LIVE-COUNT TO SM-COUNT.
012970     WRITE REPORT-RECORD FROM WS-SUM-LINE.
012980     MOVE 'PRINCIPAL TAKEN (FUNDED)' TO SM-TEXT.
012990     MOVE WS-FUND-COUNT TO SM-COUNT.
013000     WRITE REPORT-RECORD FROM WS-SUM-LINE.
013010     MOVE 'DUE TO MATURE' TO SM-TEXT.
013020     MOVE WS-DUE-COUNT TO SM-COUNT.
013030     WRITE REPORT-RECORD FROM WS-SUM-LINE.
013040     MOVE 'MATURITY INTEREST POSTED' TO SM-TEXT.
013050     MOVE WS-INT-COUNT TO SM-COUNT.
013060     MOVE WS-TOTAL-INT TO SM-AMOUNT.
013070     WRITE REPORT-RECORD FROM WS-SUM-LINE.
013080     MOVE ZERO TO SM-AMOUNT.
013090     MOVE 'ROLLED OVER' TO SM-TEXT.
013100     MOVE WS-ROLL-COUNT TO SM-COUNT.
013110     WRITE REPORT-RECORD FROM WS-SUM-LINE.
013120     MOVE 'PAID OUT' TO SM-TEXT.
013130     MOVE WS-PAY-COUNT TO SM-COUNT.
013140     MOVE WS-PAY-TOTAL TO SM-AMOUNT.
013150     WRITE REPORT-RECORD FROM WS-SUM-LINE.
013160     MOVE ZERO TO SM-AMOUNT.
013170     MOVE 'MATURED, FUNDS LEFT' TO SM-TEXT.
013180     MOVE WS-LEFT-COUNT TO SM-COUNT.
013190     WRITE REPORT-RECORD FROM WS-SUM-LINE.
013200     MOVE 'EXCEPTIONS' TO SM-TEXT.
013210     MOVE WS-EXC-COUNT TO SM-COUNT.
013220     WRITE REPORT-RECORD FROM WS-SUM-LINE.
013230     MOVE PARM-POST-DATE TO ITR-POST-DATE.
013240     MOVE WS-BUS-DATE TO ITR-BUS-DATE.
013250     MOVE WS-INT-COUNT TO ITR-POST-COUNT.
013260     MOVE WS-TOTAL-INT TO ITR-TOTAL-INT.
013270     MOVE ZERO TO ITR-TOTAL-ODI.
013280     WRITE INT-TOTAL-RECORD.
013290     IF WS-TOTAL-STATUS NOT = '00'
013300         DISPLAY 'TDMATUR - INTTOT WRITE FAILED, STATUS = '
013310             WS-TOTAL-STATUS
013320     END-IF.
013330 3000-EXIT.
013340     EXIT.
013350*----------------------------------------------------------------*
013360*  SORT INPUT - A SECOND PASS OF P37CERT, NOW THE NIGHT'S        *
013370*  MATURITIES AND ROLLOVERS ARE ON IT, RELEASING EVERY LIVE      *
013380*  CERTIFICATE DUE AFTER TODAY AND NO LATER THAN THE HORIZON.    *
013390*----------------------------------------------------------------*
013400 4000-SELECT-SCHEDULE.
013410     CLOSE CERT-FILE.
013420     OPEN INPUT CERT-FILE.
013430     IF WS-CERT-STATUS NOT = '00'
013440         DISPLAY 'TDMATUR - UNABLE TO REOPEN P37CERT, STATUS = '
013450             WS-CERT-STATUS
013460         GO TO 4000-EXIT
013470     END-IF.
013480     MOVE 'N' TO WS-EOF-SW.
013490     PERFORM 4100-READ-SCHEDULE THRU 4100-EXIT
013500         UNTIL CERT-EOF.
013510 4000-EXIT.
013520     EXIT.
013530 4100-READ-SCHEDULE.
013540     READ CERT-FILE NEXT RECORD
013550         AT END
013560             MOVE 'Y' TO WS-EOF-SW
013570             GO TO 4100-EXIT
013580     END-READ.
013590     IF NOT TDP-LIVE
013600             OR TDP-MATURITY-DATE NOT > PARM-POST-DATE
013610             OR TDP-MATURITY-DATE > WS-HORIZON-DATE
013620         GO TO 4100-EXIT
013630     END-IF.
013640     MOVE TDP-ACCNO TO CUS-ACCNO.
013650     READ MASTER-FILE
013660         INVALID KEY
013670             MOVE ZERO TO CUS-BALANCE
013680     END-READ.
013690     MOVE TDP-MATURITY-DATE TO SRT-MAT-DATE.
013700     MOVE TDP-ACCNO         TO SRT-ACCNO.
013710     MOVE CUS-BALANCE       TO SRT-BALANCE.
013720     MOVE TDP-RATE          TO SRT-RATE.
013730     MOVE TDP-MAT-INSTR     TO SRT-MAT-INSTR.
013740     MOVE TDP-PAYOUT-ACCNO  TO SRT-PAYOUT-ACCNO.
013750     RELEASE SORT-RECORD.
013760 4100-EXIT.
013770     EXIT.
013780*----------------------------------------------------------------*
013790*  SORT OUTPUT - THE MATURITY SCHEDULE, WITH THE OWNER'S NAME    *
013800*  AND PHONE OFF P37CFILE.  AN OWNER WITH NO P37CFILE RECORD IS  *
013810*  STILL LISTED, NAME BLANK.                                     *
013820*----------------------------------------------------------------*
013830 5000-PRINT-SCHEDULE.
013840     MOVE PARM-POST-DATE TO SH-FROM-DATE.
013850     MOVE WS-HORIZON-DATE TO SH-THRU-DATE.
013860     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
013870     WRITE REPORT-RECORD FROM WS-SCH-HEADING-1.
013880     WRITE REPORT-RECORD FROM WS-SCH-HEADING-2.
013890     MOVE 'N' TO WS-SORT-EOF-SW.
013900     PERFORM 5100-PRINT-ENTRY THRU 5100-EXIT
013910         UNTIL SORT-EOF.
013920     IF WS-SCHD-COUNT = ZERO
013930         WRITE REPORT-RECORD FROM WS-NONE-LINE
013940     END-IF.
013950     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
013960     MOVE 'MATURING INSIDE HORIZON' TO SM-TEXT.
013970     MOVE WS-SCHD-COUNT TO SM-COUNT.
013980     MOVE WS-SCHD-TOTAL TO SM-AMOUNT.
013990     WRITE REPORT-RECORD FROM WS-SUM-LINE.
014000     IF WS-NOCIF-COUNT > ZERO
014010         MOVE 'OWNER NOT ON P37CFILE' TO SM-TEXT
014020         MOVE WS-NOCIF-COUNT TO SM-COUNT
014030         MOVE ZERO TO SM-AMOUNT
014040         WRITE REPORT-RECORD FROM WS-SUM-LINE
014050     END-IF.
014060 5000-EXIT.
014070     EXIT.
014080 5100-PRINT-ENTRY.
014090     RETURN SORT-FILE
014100         AT END
014110             MOVE 'Y' TO WS-SORT-EOF-SW
014120             GO TO 5100-EXIT
014130     END-RETURN.
014135     MOVE SRT-ACCNO TO WS-OWNER-ACCNO.
014140     PERFORM 5110-FIND-PRIMARY THRU 5110-EXIT.
014145     MOVE WS-PRIMARY-CUSTNO TO CIF-CUSTNO.
014150     MOVE 'Y' TO WS-CIF-FOUND-SW.
014155     IF WS-PRIMARY-CUSTNO = ZERO
014160         MOVE 'N' TO WS-CIF-FOUND-SW
014165     ELSE
014170         READ CUST-FILE
014175             INVALID KEY
014180                 MOVE 'N' TO WS-CIF-FOUND-SW
014185         END-READ
014190     END-IF.
014200     IF NOT CIF-FOUND
014210         ADD 1 TO WS-NOCIF-COUNT
014220         MOVE SPACES TO CIF-NAME
014230         MOVE SPACES TO CIF-PHONE
014240     END-IF.
014250     MOVE SRT-MAT-DATE      TO SL-MAT-DATE.
014260     MOVE SRT-ACCNO         TO SL-ACCNO.
014270     MOVE CIF-NAME          TO SL-NAME.
014280     MOVE CIF-PHONE         TO SL-PHONE.
014290     MOVE SRT-BALANCE       TO SL-BALANCE.
014300     MOVE SRT-RATE          TO SL-RATE.
014310     IF SRT-MAT-INSTR = 'P'
014320         MOVE 'PAY TO'      TO SL-INSTR
014330         MOVE SRT-PAYOUT-ACCNO TO SL-PAYOUT-ACCNO
014340     ELSE
014350         MOVE 'ROLL OVER'   TO SL-INSTR
014360         MOVE ZERO          TO SL-PAYOUT-ACCNO
014370     END-IF.
014380     WRITE REPORT-RECORD FROM WS-SCH-LINE.
014390     ADD 1 TO WS-SCHD-COUNT.
014400     ADD SRT-BALANCE TO WS-SCHD-TOTAL.
014410 5100-EXIT.
014420     EXIT.
014421*----------------------------------------------------------------*
014422*  FIND THE HOLDER THE ACCOUNT IS ADDRESSED TO ON P37RELF - THE  *
014423*  ACTIVE PRIMARY HOLDER, OR FAILING ONE THE FIRST ACTIVE HOLDER *
014424*  ON FILE.  WS-PRIMARY-CUSTNO IS LEFT ZERO WHEN THE ACCOUNT HAS *
014425*  NO ACTIVE HOLDER AT ALL.                                      *
014426*----------------------------------------------------------------*
014427 5110-FIND-PRIMARY.
014428     MOVE ZERO TO WS-PRIMARY-CUSTNO.
014429     MOVE 'N' TO WS-REL-EOF-SW.
014430     MOVE WS-OWNER-ACCNO TO REL-ACCNO.
014431     MOVE ZERO TO REL-CUSTNO.
014432     START REL-FILE KEY IS NOT LESS THAN REL-KEY
014433         INVALID KEY
014434             MOVE 'Y' TO WS-REL-EOF-SW
014435     END-START.
014436     PERFORM 5120-READ-REL THRU 5120-EXIT
014437         UNTIL REL-EOF.
014438 5110-EXIT.
014439     EXIT.
014440 5120-READ-REL.
014441     READ REL-FILE NEXT RECORD
014442         AT END
014443             MOVE 'Y' TO WS-REL-EOF-SW
014444             GO TO 5120-EXIT
014445     END-READ.
014446     IF REL-ACCNO NOT = WS-OWNER-ACCNO
014447         MOVE 'Y' TO WS-REL-EOF-SW
014448         GO TO 5120-EXIT
014449     END-IF.
014450     IF NOT REL-ACTIVE
014451         GO TO 5120-EXIT
014452     END-IF.
014453     IF REL-PRIMARY
014454         MOVE REL-CUSTNO TO WS-PRIMARY-CUSTNO
014455         MOVE 'Y' TO WS-REL-EOF-SW
014456         GO TO 5120-EXIT
014457     END-IF.
014458     IF WS-PRIMARY-CUSTNO = ZERO
014459         MOVE REL-CUSTNO TO WS-PRIMARY-CUSTNO
014460     END-IF.
014461 5120-EXIT.
014462     EXIT.
014463 9999-TERMINATE.
014464     CLOSE CERT-FILE.
014465     CLOSE MASTER-FILE.
014466     CLOSE CUST-FILE.
014467     CLOSE REL-FILE.
014470     CLOSE HIST-FILE.
014480     CLOSE AUDIT-FILE.
014490     CLOSE REPORT-FILE.
014500     CLOSE TOTAL-FILE.
014510     PERFORM 1060-STAMP-COMPLETE THRU 1060-EXIT.
014520 9999-EXIT.
014530     EXIT.
