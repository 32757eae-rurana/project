001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. TAX1099.
001020 AUTHOR. R T KOWALSKI.
001030 INSTALLATION. RETAIL BANKING SYSTEMS - BATCH OPERATIONS.
001040 DATE-WRITTEN. 10/15/2026.
001050 DATE-COMPILED.
001060*
001070*    MODIFICATION HISTORY
001080*    DATE      INIT  DESCRIPTION
001090*    10/15/26  RTK   INITIAL VERSION - YEAR-END 1099-INT
001100*                    REPORTING OFF THE TRANSACTION HISTORY
001110*                    AND ITS ARCHIVE GENERATIONS, WITH THE
001120*                    TIE-OUT TO THE INTPOST REGISTERS AND
001130*                    THE GL INTEREST-EXPENSE POSTINGS.
001132*    10/15/26  RTK   THE TIE-OUT ALSO TAKES THE TDMATUR
001134*                    TERM DEPOSIT MATURITY-INTEREST TOTALS,
001136*                    READ BEHIND INTPOST'S ON INTTOT.
001138*    10/15/26  RTK   P37CFILE NOW KEYED BY CUSTOMER NUMBER.
001140*                    THE PAYEE IS THE ACCOUNT'S PRIMARY
001142*                    HOLDER OFF THE NEW P37RELF RELATIONSHIP
001144*                    FILE.
001145*    10/15/26  RTK   INTEREST IS NOW TOTALLED AND REPORTED PER
001146*                    CUSTOMER - THE PRIMARY HOLDER OFF P37RELF -
001147*                    WITH THE THRESHOLD ON THE CUSTOMER TOTAL.
001148*
001150*----------------------------------------------------------------*
001160*  READS THE TAX YEAR, THE REPORTING THRESHOLD, THE INTEREST-    *
001170*  EXPENSE GL ACCOUNT AND THE PAYER DETAILS OFF A PARAMETER      *
001180*  CARD, THEN TOTALS EVERY CREDIT 'IN' ENTRY DATED INSIDE THE    *
001190*  TAX YEAR PER CUSTOMER.  THE ENTRIES COME FROM TWO PLACES -    *
001200*  THE ARCHHST GENERATIONS ARCHPURG HAS ALREADY MOVED OUT OF     *
001210*  THE LIVE CLUSTER, AND WHAT IS STILL ON P37THIST.  ARCHPURG    *
001220*  DELETES AN ENTRY FROM THE CLUSTER ONLY ONCE ITS ARCHIVE COPY  *
001230*  HAS WRITTEN, SO NO ENTRY IS IN BOTH AND NONE IS COUNTED       *
001240*  TWICE.  EACH SELECTED ENTRY IS TAGGED WITH ITS ACCOUNT'S     *
001245*  PRIMARY HOLDER OFF P37RELF, SORTED BY CUSTOMER AND ACCOUNT,   *
001250*  AND TOTALLED BY BOTH ON THE WAY BACK OUT OF THE SORT.  AN     *
001255*  ACCOUNT WITH NO ACTIVE HOLDER STANDS ON ITS OWN.              *
001260*                                                                *
001268*  A CUSTOMER WHOSE YEAR'S INTEREST, ACROSS EVERY ACCOUNT THEY   *
001276*  ARE PRIMARY HOLDER ON, REACHES THE THRESHOLD, OR WHO IS       *
001284*  FLAGGED FOR BACKUP WITHHOLDING, GETS ONE 1099-INT ON TAXFORM  *
001292*  LISTING THOSE ACCOUNTS AND ONE PAYEE RECORD ON THE TAXEXT     *
001300*  FILING EXTRACT, ADDRESSED OFF P37CFILE.  TAXEXT CARRIES ONE   *
001310*  'A' PAYER RECORD, THE 'B' PAYEE RECORDS AND ONE 'C' RECORD    *
001320*  WITH THE PAYEE COUNT AND INTEREST TOTAL.  AN OWNER WITH NO    *
001330*  TAXPAYER ID OR NO P37CFILE RECORD IS STILL REPORTED - THE     *
001340*  INTEREST WAS PAID - AND LISTED ON THE CONTROL REPORT FOR THE  *
001350*  BRANCH TO FOLLOW UP BEFORE THE FILING GOES.                   *
001360*                                                                *
001370*  THE CONTROL REPORT TIES THE YEAR'S INTEREST OFF THE HISTORY   *
001380*  TO THE POSTING REGISTER TOTALS - THE INTTOT GENERATIONS, ONE  *
001390*  RECORD PER INTPOST RUN, WITH THE NIGHTLY TDMATUR MATURITY-    *
001400*  INTEREST RECORDS READ BEHIND THEM - AND TO THE DEBITS TO THE  *
001410*  INTEREST-EXPENSE GL ON THE YEAR'S GLFILE GENERATIONS.  A      *
001420*  DIFFERENCE ON EITHER IS PRINTED AND THE JOB ENDS RC=12 - DO   *
001425*  NOT FILE UNTIL IT IS EXPLAINED.                               *
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
001530     SELECT ARCH-HIST-FILE ASSIGN TO ARCHHST
001540         ORGANIZATION IS SEQUENTIAL
001550         FILE STATUS IS WS-AH-STATUS.
001560     SELECT HIST-FILE ASSIGN TO P37THST
001570         ORGANIZATION IS INDEXED
001580         ACCESS MODE IS SEQUENTIAL
001590         RECORD KEY IS THS-KEY
001600         FILE STATUS IS WS-HIST-STATUS.
001610     SELECT SORT-FILE ASSIGN TO SORTWK01.
001620     SELECT CUST-FILE ASSIGN TO P37CFIL
001630         ORGANIZATION IS INDEXED
001640         ACCESS MODE IS RANDOM
001650         RECORD KEY IS CIF-CUSTNO
001660         FILE STATUS IS WS-CUST-STATUS.
001661     SELECT REL-FILE ASSIGN TO P37RELF
001662         ORGANIZATION IS INDEXED
001663         ACCESS MODE IS DYNAMIC
001664         RECORD KEY IS REL-KEY
001665         FILE STATUS IS WS-REL-STATUS.
001670     SELECT TOTAL-FILE ASSIGN TO INTTOT
001680         ORGANIZATION IS SEQUENTIAL
001690         FILE STATUS IS WS-TOTAL-STATUS.
001700     SELECT GL-FILE ASSIGN TO GLFILE
001710         ORGANIZATION IS SEQUENTIAL
001720         FILE STATUS IS WS-GL-STATUS.
001730     SELECT FORM-FILE ASSIGN TO TAXFORM
001740         ORGANIZATION IS LINE SEQUENTIAL
001750         FILE STATUS IS WS-FORM-STATUS.
001760     SELECT EXTRACT-FILE ASSIGN TO TAXEXT
001770         ORGANIZATION IS SEQUENTIAL
001780         FILE STATUS IS WS-EXTRACT-STATUS.
001790     SELECT REPORT-FILE ASSIGN TO TAXRPT
001800         ORGANIZATION IS LINE SEQUENTIAL
001810         FILE STATUS IS WS-REPORT-STATUS.
001820     SELECT CTL-FILE ASSIGN TO P37CTLF
001830         ORGANIZATION IS INDEXED
001840         ACCESS MODE IS RANDOM
001850         RECORD KEY IS CTL-KEY
001860         FILE STATUS IS WS-CTL-STATUS.
001870 DATA DIVISION.
001880 FILE SECTION.
001890 FD  PARM-FILE
001900     LABEL RECORDS ARE OMITTED.
001910 01  PARM-RECORD.
001920     05  PARM-TAX-YEAR        PIC 9(04).
001930     05  PARM-THRESHOLD       PIC 9(07)V9(02).
001940     05  PARM-INT-GL          PIC 9(08).
001950     05  PARM-PAYER-TIN       PIC X(09).
001960     05  PARM-PAYER-NAME      PIC X(30).
001970     05  FILLER               PIC X(20).
001980 FD  ARCH-HIST-FILE
001990     LABEL RECORDS ARE STANDARD.
002000 01  ARCH-HIST-RECORD.
002010     05  AHS-KEY.
002020         10  AHS-ACCNO        PIC 9(15).
002030         10  AHS-SEQNO        PIC 9(07).
002040     05  AHS-TXN-TYPE         PIC X(02).
002050     05  AHS-AMOUNT           PIC 9(09)V9(02).
002060     05  AHS-BAL-AFTER        PIC S9(09)V9(02).
002070     05  AHS-DATE             PIC 9(08).
002080     05  AHS-TIME             PIC 9(06).
002090     05  AHS-TERMID           PIC X(04).
002100     05  AHS-REF              PIC X(26).
002110     05  AHS-DR-CR            PIC X(01).
002120     05  FILLER               PIC X(05).
002130 FD  HIST-FILE
002140     LABEL RECORDS ARE STANDARD.
002150 01  WS-HIST-RECORD.
002160     05  THS-KEY.
002170         10  THS-ACCNO        PIC 9(15).
002180         10  THS-SEQNO        PIC 9(07).
002190     05  THS-TXN-TYPE         PIC X(02).
002200     05  THS-AMOUNT           PIC 9(09)V9(02).
002210     05  THS-BAL-AFTER        PIC S9(09)V9(02).
002220     05  THS-DATE             PIC 9(08).
002230     05  THS-TIME             PIC 9(06).
002240     05  THS-TERMID           PIC X(04).
002250     05  THS-REF              PIC X(26).
002260     05  THS-DR-CR            PIC X(01).
002270     05  FILLER               PIC X(05).
002280 SD  SORT-FILE.
002290 01  SORT-RECORD.
002295     05  SRT-CUSTNO           PIC 9(10).
002300     05  SRT-ACCNO            PIC 9(15).
002310     05  SRT-AMOUNT           PIC 9(09)V9(02).
002320 FD  CUST-FILE
002330     LABEL RECORDS ARE STANDARD.
002340 01  WS-CUST-RECORD.
002350     05  CIF-CUSTNO           PIC 9(10).
002360     05  CIF-NAME             PIC X(30).
002370     05  CIF-ADDR1            PIC X(30).
002380     05  CIF-ADDR2            PIC X(30).
002390     05  CIF-ADDR3            PIC X(30).
002400     05  CIF-PHONE            PIC X(15).
002410     05  CIF-TAX-ID           PIC X(09).
002420     05  CIF-WHOLD-FLAG       PIC X(01).
002430         88  CIF-BACKUP-WHOLD     VALUE 'Y'.
002431     05  FILLER               PIC X(05).
002432 FD  REL-FILE
002433     LABEL RECORDS ARE STANDARD.
002434 01  WS-REL-RECORD.
002435     05  REL-KEY.
002436         10  REL-ACCNO        PIC 9(15).
002437         10  REL-CUSTNO       PIC 9(10).
002438     05  REL-ROLE             PIC X(01).
002439         88  REL-PRIMARY          VALUE 'P'.
002440     05  REL-STATUS           PIC X(01).
002441         88  REL-ACTIVE           VALUE 'A'.
002442     05  FILLER               PIC X(42).
002443 FD  TOTAL-FILE
002450     LABEL RECORDS ARE STANDARD.
002460 01  INT-TOTAL-RECORD.
002470     05  ITR-POST-DATE        PIC 9(08).
002480     05  ITR-BUS-DATE         PIC 9(08).
002490     05  ITR-POST-COUNT       PIC 9(07).
002500     05  ITR-TOTAL-INT        PIC 9(11)V9(02).
002510     05  ITR-TOTAL-ODI        PIC 9(11)V9(02).
002520     05  FILLER               PIC X(11).
002530 FD  GL-FILE
002540     LABEL RECORDS ARE STANDARD.
002550 01  GL-RECORD.
002560     05  GLD-REC-TYPE         PIC X(01).
002570         88  GLD-DETAIL           VALUE 'D'.
002580     05  GLD-ENTRY-SEQ        PIC 9(07).
002590     05  GLD-POST-DATE        PIC 9(08).
002600     05  GLD-GL-ACCT          PIC 9(08).
002610     05  GLD-DR-CR            PIC X(01).
002620     05  GLD-AMOUNT           PIC 9(11)V9(02).
002630     05  GLD-SRC-ACCNO        PIC 9(15).
002640     05  GLD-SRC-TYPE         PIC X(02).
002650     05  FILLER               PIC X(05).
002660 FD  FORM-FILE
002670     LABEL RECORDS ARE OMITTED.
002680 01  FORM-RECORD               PIC X(132).
002690 FD  EXTRACT-FILE
002700     LABEL RECORDS ARE STANDARD.
002710 01  EXTRACT-RECORD            PIC X(200).
002720 FD  REPORT-FILE
002730     LABEL RECORDS ARE OMITTED.
002740 01  REPORT-RECORD             PIC X(132).
002750 FD  CTL-FILE
002760     LABEL RECORDS ARE STANDARD.
002770 01  WS-CTL-RECORD.
002780     05  CTL-KEY              PIC X(08).
002790     05  CTL-DATE             PIC 9(08).
002800     05  CTL-FLAG             PIC X(01).
002810     05  FILLER               PIC X(15).
002820 WORKING-STORAGE SECTION.
002830 77  WS-CTL-STATUS             PIC X(02) VALUE '00'.
002840 77  WS-BUS-DATE               PIC 9(08) VALUE ZERO.
002850 77  WS-JOB-NAME               PIC X(08) VALUE 'TAX1099 '.
002860 77  WS-CTL-FOUND-SW           PIC X(01) VALUE 'N'.
002870     88  CTL-FOUND                 VALUE 'Y'.
002880 77  WS-PARM-STATUS            PIC X(02) VALUE '00'.
002890 77  WS-AH-STATUS              PIC X(02) VALUE '00'.
002900 77  WS-HIST-STATUS            PIC X(02) VALUE '00'.
002910 77  WS-CUST-STATUS            PIC X(02) VALUE '00'.
002911 77  WS-REL-STATUS             PIC X(02) VALUE '00'.
002912 77  WS-REL-EOF-SW             PIC X(01) VALUE 'N'.
002913     88  REL-EOF                   VALUE 'Y'.
002914 77  WS-OWNER-ACCNO            PIC 9(15) VALUE ZERO.
002915 77  WS-PRIMARY-CUSTNO         PIC 9(10) VALUE ZERO.
002917 77  WS-CUR-CUSTNO             PIC 9(10) VALUE ZERO.
002920 77  WS-TOTAL-STATUS           PIC X(02) VALUE '00'.
002930 77  WS-GL-STATUS              PIC X(02) VALUE '00'.
002940 77  WS-FORM-STATUS            PIC X(02) VALUE '00'.
002950 77  WS-EXTRACT-STATUS         PIC X(02) VALUE '00'.
002960 77  WS-REPORT-STATUS          PIC X(02) VALUE '00'.
002970 77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
002980     88  FILE-EOF                  VALUE 'Y'.
002990 77  WS-SORT-EOF-SW            PIC X(01) VALUE 'N'.
003000     88  SORT-EOF                  VALUE 'Y'.
003010 77  WS-OPEN-FAIL-SW           PIC X(01) VALUE 'N'.
003020     88  OPEN-FAILED               VALUE 'Y'.
003030 77  WS-FAIL-SW                PIC X(01) VALUE 'N'.
003040     88  RUN-FAILED                VALUE 'Y'.
003050 77  WS-CIF-FOUND-SW           PIC X(01) VALUE 'N'.
003060     88  CIF-FOUND                 VALUE 'Y'.
003070 77  WS-YEAR-START             PIC 9(08) VALUE ZERO.
003080 77  WS-YEAR-END               PIC 9(08) VALUE ZERO.
003090 77  WS-CUR-ACCNO              PIC 9(15) VALUE ZERO.
003100 77  WS-ACCT-INT               PIC 9(09)V9(02) VALUE ZERO.
003101 77  WS-CUST-INT               PIC 9(09)V9(02) VALUE ZERO.
003102 77  WS-CUST-ACCTS             PIC 9(05) COMP VALUE ZERO.
003103 77  WS-ACCT-MAX               PIC 9(04) COMP VALUE 10.
003104 77  WS-ACCT-SUB               PIC 9(04) COMP VALUE ZERO.
003105 77  WS-ACCT-MORE              PIC 9(05) COMP VALUE ZERO.
003110 77  WS-ARCH-READ              PIC 9(09) COMP VALUE ZERO.
003120 77  WS-ARCH-SEL               PIC 9(07) COMP VALUE ZERO.
003130 77  WS-ARCH-INT               PIC 9(13)V9(02) VALUE ZERO.
003140 77  WS-LIVE-READ              PIC 9(09) COMP VALUE ZERO.
003150 77  WS-LIVE-SEL               PIC 9(07) COMP VALUE ZERO.
003160 77  WS-LIVE-INT               PIC 9(13)V9(02) VALUE ZERO.
003170 77  WS-ACCT-COUNT             PIC 9(07) COMP VALUE ZERO.
003175 77  WS-CUST-COUNT             PIC 9(07) COMP VALUE ZERO.
003180 77  WS-HIST-INT               PIC 9(13)V9(02) VALUE ZERO.
003190 77  WS-RPT-COUNT              PIC 9(07) VALUE ZERO.
003200 77  WS-RPT-INT                PIC 9(13)V9(02) VALUE ZERO.
003210 77  WS-BELOW-COUNT            PIC 9(07) COMP VALUE ZERO.
003220 77  WS-BELOW-INT              PIC 9(13)V9(02) VALUE ZERO.
003230 77  WS-NOTIN-COUNT            PIC 9(07) COMP VALUE ZERO.
003240 77  WS-NOCIF-COUNT            PIC 9(07) COMP VALUE ZERO.
003250 77  WS-WHOLD-COUNT            PIC 9(07) COMP VALUE ZERO.
003260 77  WS-REG-RUNS               PIC 9(05) COMP VALUE ZERO.
003270 77  WS-REG-INT                PIC 9(13)V9(02) VALUE ZERO.
003280 77  WS-GL-COUNT               PIC 9(07) COMP VALUE ZERO.
003290 77  WS-GL-INT                 PIC 9(13)V9(02) VALUE ZERO.
003300 77  WS-REG-DIFF               PIC S9(13)V9(02) VALUE ZERO.
003310 77  WS-GL-DIFF                PIC S9(13)V9(02) VALUE ZERO.
003311*----------------------------------------------------------------*
003312*  THE CURRENT CUSTOMER'S ACCOUNTS AND THE INTEREST ON EACH,     *
003313*  HELD UNTIL THE CUSTOMER'S TOTAL IS KNOWN AND THE FORM CAN     *
003314*  PRINT.  PAST TEN ACCOUNTS THE REST ARE IN THE TOTAL BUT NOT   *
003315*  LISTED.                                                       *
003316*----------------------------------------------------------------*
003317 01  WS-CUST-ACCT-TABLE.
003318     05  WS-CUST-ACCT OCCURS 10 TIMES.
003319         10  CA-ACCNO             PIC 9(15).
003320         10  CA-INTEREST          PIC 9(09)V9(02).
003321*----------------------------------------------------------------*
003330*  TAXEXT - ONE 'A' PAYER RECORD, ONE 'B' PAYEE RECORD PER       *
003340*  REPORTED CUSTOMER, ONE 'C' RECORD CARRYING THE COUNT AND      *
003350*  TOTAL OF THE 'B' RECORDS SO THE FILING CAN BE PROVED.         *
003360*----------------------------------------------------------------*
003370 01  WS-EXT-PAYER.
003380     05  TXA-REC-TYPE          PIC X(01).
003390     05  TXA-TAX-YEAR          PIC 9(04).
003400     05  TXA-PAYER-TIN         PIC X(09).
003410     05  TXA-PAYER-NAME        PIC X(30).
003420     05  FILLER                PIC X(156).
003430 01  WS-EXT-PAYEE.
003440     05  TXB-REC-TYPE          PIC X(01).
003450     05  TXB-TAX-YEAR          PIC 9(04).
003460     05  TXB-PAYEE-TIN         PIC X(09).
003470     05  TXB-CUSTNO            PIC 9(10).
003475     05  TXB-ACCT-COUNT        PIC 9(05).
003480     05  TXB-NAME              PIC X(30).
003490     05  TXB-ADDR1             PIC X(30).
003500     05  TXB-ADDR2             PIC X(30).
003510     05  TXB-ADDR3             PIC X(30).
003520     05  TXB-INTEREST          PIC 9(09)V9(02).
003530     05  TXB-WHOLD-FLAG        PIC X(01).
003540     05  FILLER                PIC X(39).
003550 01  WS-EXT-END.
003560     05  TXC-REC-TYPE          PIC X(01).
003570     05  TXC-TAX-YEAR          PIC 9(04).
003580     05  TXC-PAYEE-COUNT       PIC 9(07).
003590     05  TXC-INTEREST-TOTAL    PIC 9(13)V9(02).
003600     05  FILLER                PIC X(173).
003610*----------------------------------------------------------------*
003620*  THE 1099-INT PRINT - ONE BLOCK PER REPORTED CUSTOMER, WITH    *
003625*  THE ACCOUNTS AND THE INTEREST EACH PAID LISTED ABOVE BOX 1.   *
003630*----------------------------------------------------------------*
003640 01  WS-FORM-LINE-1.
003650     05  FILLER                PIC X(01) VALUE SPACES.
003660     05  FILLER                PIC X(30)
003670             VALUE 'FORM 1099-INT  INTEREST INCOME'.
003680     05  FILLER                PIC X(12) VALUE '  TAX YEAR '.
003690     05  FL-TAX-YEAR           PIC 9(04).
003700 01  WS-FORM-LINE-2.
003710     05  FILLER                PIC X(01) VALUE SPACES.
003720     05  FILLER                PIC X(20) VALUE 'PAYER'.
003730     05  FL-PAYER-NAME         PIC X(30).
003740     05  FILLER                PIC X(04) VALUE SPACES.
003750     05  FILLER                PIC X(11) VALUE 'PAYER TIN '.
003760     05  FL-PAYER-TIN          PIC X(09).
003770 01  WS-FORM-LINE-3.
003780     05  FILLER                PIC X(01) VALUE SPACES.
003790     05  FILLER                PIC X(20) VALUE 'RECIPIENT'.
003800     05  FL-NAME               PIC X(30).
003810     05  FILLER                PIC X(04) VALUE SPACES.
003820     05  FILLER                PIC X(15) VALUE 'RECIPIENT TIN '.
003830     05  FL-PAYEE-TIN          PIC X(09).
003840 01  WS-FORM-ADDR-LINE.
003850     05  FILLER                PIC X(21) VALUE SPACES.
003860     05  FL-ADDR               PIC X(30).
003870 01  WS-FORM-LINE-4.
003880     05  FILLER                PIC X(01) VALUE SPACES.
003890     05  FILLER                PIC X(20) VALUE 'CUSTOMER NUMBER'.
003892     05  FL-CUSTNO             PIC 9(10).
003894 01  WS-FORM-ACCT-LINE.
003896     05  FILLER                PIC X(01) VALUE SPACES.
003898     05  FILLER                PIC X(20) VALUE 'ACCOUNT NUMBER'.
003900     05  FL-ACCNO              PIC 9(15).
003901     05  FILLER                PIC X(04) VALUE SPACES.
003902     05  FL-ACCT-INT           PIC Z(08)9.99.
003903 01  WS-FORM-MORE-LINE.
003904     05  FILLER                PIC X(01) VALUE SPACES.
003905     05  FILLER                PIC X(20) VALUE 'FURTHER ACCOUNTS'.
003906     05  FL-MORE-COUNT         PIC Z(04)9.
003910 01  WS-FORM-LINE-5.
003920     05  FILLER                PIC X(01) VALUE SPACES.
003930     05  FILLER                PIC X(30)
003940             VALUE 'BOX 1  INTEREST INCOME'.
003950     05  FL-INTEREST           PIC Z(08)9.99.
003960 01  WS-FORM-LINE-6.
003970     05  FILLER                PIC X(01) VALUE SPACES.
003980     05  FILLER                PIC X(42)
003990             VALUE 'RECIPIENT IS SUBJECT TO BACKUP WITHHOLDING'.
004000 01  WS-FORM-RULE.
004010     05  FILLER                PIC X(01) VALUE SPACES.
004020     05  FILLER                PIC X(70) VALUE ALL '-'.
004030*----------------------------------------------------------------*
004040*  CONTROL REPORT.                                               *
004050*----------------------------------------------------------------*
004060 01  WS-HEADING-LINE-1.
004070     05  FILLER                PIC X(30) VALUE SPACES.
004080     05  FILLER                PIC X(36)
004090             VALUE '1099-INT YEAR-END CONTROL REPORT'.
004100     05  FILLER                PIC X(10) VALUE 'TAX YEAR '.
004110     05  HL-TAX-YEAR           PIC 9(04).
004120     05  FILLER                PIC X(13) VALUE '  THRESHOLD '.
004130     05  HL-THRESHOLD          PIC Z(06)9.99.
004140 01  WS-HEADING-LINE-2.
004150     05  FILLER                PIC X(01) VALUE SPACES.
004155     05  FILLER                PIC X(12) VALUE 'CUSTOMER'.
004160     05  FILLER                PIC X(17) VALUE 'ACCOUNT NUMBER'.
004170     05  FILLER                PIC X(14) VALUE 'INTEREST'.
004180     05  FILLER                PIC X(30) VALUE 'EXCEPTION'.
004190 01  WS-EXCEPTION-LINE.
004200     05  FILLER                PIC X(01) VALUE SPACES.
004203     05  XL-CUSTNO             PIC Z(09)9.
004206     05  FILLER                PIC X(02) VALUE SPACES.
004210     05  XL-ACCNO              PIC Z(14)9.
004220     05  FILLER                PIC X(02) VALUE SPACES.
004230     05  XL-INTEREST           PIC Z(08)9.99.
004240     05  FILLER                PIC X(02) VALUE SPACES.
004250     05  XL-REASON             PIC X(40).
004260 01  WS-SUMMARY-LINE.
004270     05  FILLER                PIC X(01) VALUE SPACES.
004280     05  SM-TEXT               PIC X(36).
004290     05  SM-COUNT              PIC Z(08)9.
004300     05  FILLER                PIC X(03) VALUE SPACES.
004310     05  SM-AMOUNT             PIC -(13)9.99.
004320 01  WS-RESULT-LINE.
004330     05  FILLER                PIC X(01) VALUE SPACES.
004340     05  RL-TEXT               PIC X(60).
004350 PROCEDURE DIVISION.
004360 0000-MAINLINE.
004370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004380     IF OPEN-FAILED
004390         DISPLAY 'TAX1099 - ABENDING, FILE OPEN FAILED'
004400         MOVE 12 TO RETURN-CODE
004410     ELSE
004420         SORT SORT-FILE
004430             ON ASCENDING KEY SRT-CUSTNO SRT-ACCNO
004440             INPUT PROCEDURE IS 2000-SELECT-INTEREST
004450                 THRU 2000-EXIT
004460             OUTPUT PROCEDURE IS 3000-REPORT-INTEREST
004470                 THRU 3000-EXIT
004480         PERFORM 4000-TIE-OUT THRU 4000-EXIT
004490         PERFORM 5000-FINALIZE THRU 5000-EXIT
004500         PERFORM 9999-TERMINATE THRU 9999-EXIT
004510         IF RUN-FAILED
004520             DISPLAY 'TAX1099 - RUN DOES NOT TIE, DO NOT FILE'
004530             MOVE 12 TO RETURN-CODE
004540         END-IF
004550     END-IF.
004560     DISPLAY 'TAX1099 - TAX YEAR          ' PARM-TAX-YEAR.
004570     DISPLAY 'TAX1099 - INTEREST ON FILE  ' WS-HIST-INT.
004580     DISPLAY 'TAX1099 - FORMS PRODUCED    ' WS-RPT-COUNT.
004590     DISPLAY 'TAX1099 - INTEREST REPORTED ' WS-RPT-INT.
004600     STOP RUN.
004610*----------------------------------------------------------------*
004620*  READ THE RUN CARD, SET THE TAX-YEAR WINDOW, OPEN THE FILES    *
004630*  AND PRINT THE HEADINGS.  A MISSING TAX YEAR OR GL ACCOUNT     *
004640*  STOPS THE RUN BEFORE ANYTHING IS READ.  A ZERO THRESHOLD IS   *
004650*  TAKEN AS THE STANDARD TEN DOLLARS.                            *
004660*----------------------------------------------------------------*
004670 1000-INITIALIZE.
004680     OPEN INPUT PARM-FILE.
004690     IF WS-PARM-STATUS NOT = '00'
004700         DISPLAY 'TAX1099 - UNABLE TO OPEN SYSIN, STATUS = '
004710             WS-PARM-STATUS
004720         MOVE ZERO TO PARM-TAX-YEAR
004730     ELSE
004740         READ PARM-FILE
004750             AT END
004760                 MOVE ZERO TO PARM-TAX-YEAR
004770         END-READ
004780         CLOSE PARM-FILE
004790     END-IF.
004800     IF PARM-TAX-YEAR NOT NUMERIC OR PARM-TAX-YEAR = ZERO
004810         DISPLAY 'TAX1099 - NO TAX YEAR, NOTHING REPORTED'
004820         MOVE ZERO TO PARM-TAX-YEAR
004830         MOVE 'Y' TO WS-OPEN-FAIL-SW
004840         GO TO 1000-EXIT
004850     END-IF.
004860     IF PARM-INT-GL NOT NUMERIC OR PARM-INT-GL = ZERO
004870         DISPLAY 'TAX1099 - NO INTEREST-EXPENSE GL ON THE CARD'
004880         MOVE 'Y' TO WS-OPEN-FAIL-SW
004890         GO TO 1000-EXIT
004900     END-IF.
004910     IF PARM-THRESHOLD NOT NUMERIC OR PARM-THRESHOLD = ZERO
004920         MOVE 10.00 TO PARM-THRESHOLD
004930     END-IF.
004940     COMPUTE WS-YEAR-START = PARM-TAX-YEAR * 10000 + 0101.
004950     COMPUTE WS-YEAR-END = PARM-TAX-YEAR * 10000 + 1231.
004960     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT.
004970     IF OPEN-FAILED
004980         GO TO 1000-EXIT
004990     END-IF.
005000     OPEN INPUT CUST-FILE.
005005     OPEN INPUT REL-FILE.
005010     OPEN OUTPUT FORM-FILE.
005020     OPEN OUTPUT EXTRACT-FILE.
005030     OPEN OUTPUT REPORT-FILE.
005040     IF WS-CUST-STATUS NOT = '00'
005050         DISPLAY 'TAX1099 - UNABLE TO OPEN P37CFIL, STATUS = '
005060             WS-CUST-STATUS
005070         MOVE 'Y' TO WS-OPEN-FAIL-SW
005080     END-IF.
005081     IF WS-REL-STATUS NOT = '00'
005082         DISPLAY 'TAX1099 - UNABLE TO OPEN P37RELF, STATUS = '
005083             WS-REL-STATUS
005084         MOVE 'Y' TO WS-OPEN-FAIL-SW
005085     END-IF.
005090     IF WS-FORM-STATUS NOT = '00'
005100         DISPLAY 'TAX1099 - UNABLE TO OPEN TAXFORM, STATUS = '
005110             WS-FORM-STATUS
005120         MOVE 'Y' TO WS-OPEN-FAIL-SW
005130     END-IF.
005140     IF WS-EXTRACT-STATUS NOT = '00'
005150         DISPLAY 'TAX1099 - UNABLE TO OPEN TAXEXT, STATUS = '
005160             WS-EXTRACT-STATUS
005170         MOVE 'Y' TO WS-OPEN-FAIL-SW
005180     END-IF.
005190     IF WS-REPORT-STATUS NOT = '00'
005200         DISPLAY 'TAX1099 - UNABLE TO OPEN TAXRPT, STATUS = '
005210             WS-REPORT-STATUS
005220         MOVE 'Y' TO WS-OPEN-FAIL-SW
005230     END-IF.
005240     IF OPEN-FAILED
005250         CLOSE CTL-FILE
005260         GO TO 1000-EXIT
005270     END-IF.
005280     MOVE PARM-TAX-YEAR TO HL-TAX-YEAR.
005290     MOVE PARM-THRESHOLD TO HL-THRESHOLD.
005300     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
005310     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
005320     MOVE SPACES TO WS-EXT-PAYER.
005330     MOVE 'A' TO TXA-REC-TYPE.
005340     MOVE PARM-TAX-YEAR TO TXA-TAX-YEAR.
005350     MOVE PARM-PAYER-TIN TO TXA-PAYER-TIN.
005360     MOVE PARM-PAYER-NAME TO TXA-PAYER-NAME.
005370     WRITE EXTRACT-RECORD FROM WS-EXT-PAYER.
005380 1000-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------*
005410*  RUN-CONTROL CHECK AGAINST THE P37CTLF SYSTEM CONTROL FILE.    *
005420*  THE RUN REFUSES TO START WHILE THE ONLINE REGION IS STILL UP  *
005430*  AGAINST THE SAME CLUSTERS, REFUSES A TAX YEAR THAT HAS NOT    *
005440*  ENDED BY THE BUSINESS DATE, AND REFUSES A BUSINESS DATE IT    *
005450*  HAS ALREADY COMPLETED - THE SUPERVISOR-AUTHORIZED CTLMAINT    *
005460*  CLEAR COMMAND IS THE RERUN PATH.  THE RUN STAMPS ITSELF       *
005470*  STARTED HERE AND COMPLETED AT CLEAN END OF JOB.               *
005480*----------------------------------------------------------------*
005490 1050-CHECK-RUN-CONTROL.
005500     OPEN I-O CTL-FILE.
005510     IF WS-CTL-STATUS NOT = '00'
005520         DISPLAY 'TAX1099 - UNABLE TO OPEN P37CTLF, STATUS = '
005530             WS-CTL-STATUS
005540         MOVE 'Y' TO WS-OPEN-FAIL-SW
005550         GO TO 1050-EXIT
005560     END-IF.
005570     MOVE 'SYSTEM  ' TO CTL-KEY.
005580     READ CTL-FILE
005590         INVALID KEY
005600             DISPLAY 'TAX1099 - NO SYSTEM CONTROL RECORD'
005610             MOVE 'Y' TO WS-OPEN-FAIL-SW
005620     END-READ.
005630     IF OPEN-FAILED
005640         CLOSE CTL-FILE
005650         GO TO 1050-EXIT
005660     END-IF.
005670     IF CTL-FLAG = 'U'
005680         DISPLAY 'TAX1099 - ONLINE REGION IS STILL UP'
005690         MOVE 'Y' TO WS-OPEN-FAIL-SW
005700         CLOSE CTL-FILE
005710         GO TO 1050-EXIT
005720     END-IF.
005730     MOVE CTL-DATE TO WS-BUS-DATE.
005740     IF WS-YEAR-END NOT LESS THAN WS-BUS-DATE
005750         DISPLAY 'TAX1099 - TAX YEAR NOT ENDED BY BUS DATE'
005760         MOVE 'Y' TO WS-OPEN-FAIL-SW
005770         CLOSE CTL-FILE
005780         GO TO 1050-EXIT
005790     END-IF.
005800     MOVE WS-JOB-NAME TO CTL-KEY.
005810     MOVE 'N' TO WS-CTL-FOUND-SW.
005820     READ CTL-FILE
005830         INVALID KEY
005840             CONTINUE
005850         NOT INVALID KEY
005860             MOVE 'Y' TO WS-CTL-FOUND-SW
005870     END-READ.
005880     IF CTL-FOUND AND CTL-DATE = WS-BUS-DATE
005890             AND CTL-FLAG = 'C'
005900         DISPLAY 'TAX1099 - ALREADY COMPLETED FOR ' WS-BUS-DATE
005910         DISPLAY 'TAX1099 - CTLMAINT CLEAR IS THE RERUN PATH'
005920         MOVE 'Y' TO WS-OPEN-FAIL-SW
005930         CLOSE CTL-FILE
005940         GO TO 1050-EXIT
005950     END-IF.
005960     MOVE WS-JOB-NAME TO CTL-KEY.
005970     MOVE WS-BUS-DATE TO CTL-DATE.
005980     MOVE 'S' TO CTL-FLAG.
005990     IF CTL-FOUND
006000         REWRITE WS-CTL-RECORD
006010             INVALID KEY
006020                 DISPLAY 'TAX1099 - RUN-CONTROL REWRITE FAILED'
006030         END-REWRITE
006040     ELSE
006050         WRITE WS-CTL-RECORD
006060             INVALID KEY
006070                 DISPLAY 'TAX1099 - RUN-CONTROL WRITE FAILED'
006080         END-WRITE
006090     END-IF.
006100 1050-EXIT.
006110     EXIT.
006120*----------------------------------------------------------------*
006130*  STAMP THE RUN COMPLETED FOR THE BUSINESS DATE, SO A SECOND    *
006140*  SUBMISSION OF THE SAME NIGHT IS TURNED AWAY AT 1050.          *
006150*----------------------------------------------------------------*
006160 1060-STAMP-COMPLETE.
006170     MOVE WS-JOB-NAME TO CTL-KEY.
006180     READ CTL-FILE
006190         INVALID KEY
006200             DISPLAY 'TAX1099 - RUN-CONTROL RECORD LOST'
006210         NOT INVALID KEY
006220             MOVE 'C' TO CTL-FLAG
006230             REWRITE WS-CTL-RECORD
006240                 INVALID KEY
006250                     DISPLAY 'TAX1099 - COMPLETION STAMP FAILED'
006260             END-REWRITE
006270     END-READ.
006280     CLOSE CTL-FILE.
006290 1060-EXIT.
006300     EXIT.
006310*----------------------------------------------------------------*
006320*  SORT INPUT - EVERY CREDIT 'IN' ENTRY INSIDE THE TAX YEAR, OFF *
006330*  THE ARCHIVE GENERATIONS FIRST AND THEN THE LIVE CLUSTER, EACH *
006335*  TAGGED WITH ITS ACCOUNT'S PRIMARY HOLDER.  AN                 *
006340*  ENTRY WRITTEN BEFORE THE DEBIT/CREDIT FLAG EXISTED IS A       *
006350*  CREDIT - DEBIT INTEREST CAME IN WITH THE FLAG.  A FILE THAT   *
006360*  WILL NOT OPEN FAILS THE RUN, SINCE THE TOTALS WOULD BE SHORT. *
006370*----------------------------------------------------------------*
006380 2000-SELECT-INTEREST.
006390     MOVE 'N' TO WS-EOF-SW.
006395     MOVE ZERO TO WS-OWNER-ACCNO.
006400     OPEN INPUT ARCH-HIST-FILE.
006410     IF WS-AH-STATUS NOT = '00'
006420         DISPLAY 'TAX1099 - UNABLE TO OPEN ARCHHST, STATUS = '
006430             WS-AH-STATUS
006440         MOVE 'Y' TO WS-FAIL-SW
006450     ELSE
006460         PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
006470             UNTIL FILE-EOF
006480         CLOSE ARCH-HIST-FILE
006490     END-IF.
006500     MOVE 'N' TO WS-EOF-SW.
006510     OPEN INPUT HIST-FILE.
006520     IF WS-HIST-STATUS NOT = '00'
006530         DISPLAY 'TAX1099 - UNABLE TO OPEN P37THST, STATUS = '
006540             WS-HIST-STATUS
006550         MOVE 'Y' TO WS-FAIL-SW
006560     ELSE
006570         PERFORM 2200-READ-LIVE THRU 2200-EXIT
006580             UNTIL FILE-EOF
006590         CLOSE HIST-FILE
006600     END-IF.
006610 2000-EXIT.
006620     EXIT.
006630 2100-READ-ARCHIVE.
006640     READ ARCH-HIST-FILE
006650         AT END
006660             MOVE 'Y' TO WS-EOF-SW
006670             GO TO 2100-EXIT
006680     END-READ.
006690     ADD 1 TO WS-ARCH-READ.
006700     IF AHS-TXN-TYPE NOT = 'IN' OR AHS-DR-CR = 'D'
006710         GO TO 2100-EXIT
006720     END-IF.
006730     IF AHS-DATE < WS-YEAR-START OR AHS-DATE > WS-YEAR-END
006740         GO TO 2100-EXIT
006750     END-IF.
006760     MOVE AHS-ACCNO TO SRT-ACCNO.
006770     MOVE AHS-AMOUNT TO SRT-AMOUNT.
006775     PERFORM 2300-SET-OWNER THRU 2300-EXIT.
006780     RELEASE SORT-RECORD.
006790     ADD 1 TO WS-ARCH-SEL.
006800     ADD AHS-AMOUNT TO WS-ARCH-INT.
006810 2100-EXIT.
006820     EXIT.
006830 2200-READ-LIVE.
006840     READ HIST-FILE NEXT RECORD
006850         AT END
006860             MOVE 'Y' TO WS-EOF-SW
006870             GO TO 2200-EXIT
006880     END-READ.
006890     ADD 1 TO WS-LIVE-READ.
006900     IF THS-TXN-TYPE NOT = 'IN' OR THS-DR-CR = 'D'
006910         GO TO 2200-EXIT
006920     END-IF.
006930     IF THS-DATE < WS-YEAR-START OR THS-DATE > WS-YEAR-END
006940         GO TO 2200-EXIT
006950     END-IF.
006960     MOVE THS-ACCNO TO SRT-ACCNO.
006970     MOVE THS-AMOUNT TO SRT-AMOUNT.
006975     PERFORM 2300-SET-OWNER THRU 2300-EXIT.
006980     RELEASE SORT-RECORD.
006990     ADD 1 TO WS-LIVE-SEL.
007000     ADD THS-AMOUNT TO WS-LIVE-INT.
007010 2200-EXIT.
007020     EXIT.
007021*----------------------------------------------------------------*
007022*  TAG THE ENTRY WITH THE CUSTOMER ITS ACCOUNT IS REPORTED       *
007023*  UNDER.  BOTH SOURCES COME IN ACCOUNT ORDER, SO P37RELF IS     *
007024*  ONLY READ WHEN THE ACCOUNT CHANGES.  NO ACTIVE HOLDER TAGS    *
007025*  CUSTOMER ZERO, WHICH THE OUTPUT SIDE REPORTS ACCOUNT BY       *
007026*  ACCOUNT.                                                      *
007027*----------------------------------------------------------------*
007028 2300-SET-OWNER.
007029     IF SRT-ACCNO NOT = WS-OWNER-ACCNO
007030         MOVE SRT-ACCNO TO WS-OWNER-ACCNO
007031         PERFORM 2310-FIND-PRIMARY THRU 2310-EXIT
007032     END-IF.
007033     MOVE WS-PRIMARY-CUSTNO TO SRT-CUSTNO.
007034 2300-EXIT.
007035     EXIT.
007036*----------------------------------------------------------------*
007037*  FIND THE HOLDER THE ACCOUNT IS ADDRESSED TO ON P37RELF - THE  *
007038*  ACTIVE PRIMARY HOLDER, OR FAILING ONE THE FIRST ACTIVE HOLDER *
007039*  ON FILE.  WS-PRIMARY-CUSTNO IS LEFT ZERO WHEN THE ACCOUNT HAS *
007040*  NO ACTIVE HOLDER AT ALL.                                      *
007041*----------------------------------------------------------------*
007042 2310-FIND-PRIMARY.
007043     MOVE ZERO TO WS-PRIMARY-CUSTNO.
007044     MOVE 'N' TO WS-REL-EOF-SW.
007045     MOVE WS-OWNER-ACCNO TO REL-ACCNO.
007046     MOVE ZERO TO REL-CUSTNO.
007047     START REL-FILE KEY IS NOT LESS THAN REL-KEY
007048         INVALID KEY
007049             MOVE 'Y' TO WS-REL-EOF-SW
007050     END-START.
007051     PERFORM 2320-READ-REL THRU 2320-EXIT
007052         UNTIL REL-EOF.
007053 2310-EXIT.
007054     EXIT.
007055 2320-READ-REL.
007056     READ REL-FILE NEXT RECORD
007057         AT END
007058             MOVE 'Y' TO WS-REL-EOF-SW
007059             GO TO 2320-EXIT
007060     END-READ.
007061     IF REL-ACCNO NOT = WS-OWNER-ACCNO
007062         MOVE 'Y' TO WS-REL-EOF-SW
007063         GO TO 2320-EXIT
007064     END-IF.
007065     IF NOT REL-ACTIVE
007066         GO TO 2320-EXIT
007067     END-IF.
007068     IF REL-PRIMARY
007069         MOVE REL-CUSTNO TO WS-PRIMARY-CUSTNO
007070         MOVE 'Y' TO WS-REL-EOF-SW
007071         GO TO 2320-EXIT
007072     END-IF.
007073     IF WS-PRIMARY-CUSTNO = ZERO
007074         MOVE REL-CUSTNO TO WS-PRIMARY-CUSTNO
007075     END-IF.
007076 2320-EXIT.
007077     EXIT.
007078*----------------------------------------------------------------*
007079*  SORT OUTPUT - THE ENTRIES COME BACK IN CUSTOMER AND ACCOUNT   *
007080*  ORDER.  A CHANGE OF ACCOUNT CLOSES OUT THE ACCOUNT BEFORE IT; *
007081*  A CHANGE OF CUSTOMER CLOSES OUT THE CUSTOMER AS WELL.  UNDER  *
007082*  CUSTOMER ZERO EVERY ACCOUNT IS A PAYEE OF ITS OWN.            *
007083*----------------------------------------------------------------*
007084 3000-REPORT-INTEREST.
007085     MOVE 'N' TO WS-SORT-EOF-SW.
007090     PERFORM 3050-RETURN-SORT THRU 3050-EXIT.
007100     IF NOT SORT-EOF
007105         MOVE SRT-CUSTNO TO WS-CUR-CUSTNO
007110         MOVE SRT-ACCNO TO WS-CUR-ACCNO
007120         MOVE ZERO TO WS-ACCT-INT
007123         MOVE ZERO TO WS-CUST-INT
007126         MOVE ZERO TO WS-CUST-ACCTS
007130     END-IF.
007140     PERFORM 3100-ACCUMULATE THRU 3100-EXIT
007150         UNTIL SORT-EOF.
007160     IF WS-CUR-ACCNO NOT = ZERO
007165         PERFORM 3150-END-ACCOUNT THRU 3150-EXIT
007170         PERFORM 3200-END-CUSTOMER THRU 3200-EXIT
007180     END-IF.
007190 3000-EXIT.
007200     EXIT.
007210 3050-RETURN-SORT.
007220     RETURN SORT-FILE
007230         AT END
007240             MOVE 'Y' TO WS-SORT-EOF-SW
007250     END-RETURN.
007260 3050-EXIT.
007270     EXIT.
007280 3100-ACCUMULATE.
007290     IF SRT-CUSTNO NOT = WS-CUR-CUSTNO
007295             OR SRT-ACCNO NOT = WS-CUR-ACCNO
007300         PERFORM 3150-END-ACCOUNT THRU 3150-EXIT
007301         IF SRT-CUSTNO NOT = WS-CUR-CUSTNO
007302                 OR SRT-CUSTNO = ZERO
007303             PERFORM 3200-END-CUSTOMER THRU 3200-EXIT
007304             MOVE SRT-CUSTNO TO WS-CUR-CUSTNO
007305             MOVE ZERO TO WS-CUST-INT
007306             MOVE ZERO TO WS-CUST-ACCTS
007307         END-IF
007310         MOVE SRT-ACCNO TO WS-CUR-ACCNO
007320         MOVE ZERO TO WS-ACCT-INT
007330     END-IF.
007340     ADD SRT-AMOUNT TO WS-ACCT-INT.
007350     PERFORM 3050-RETURN-SORT THRU 3050-EXIT.
007360 3100-EXIT.
007370     EXIT.
007371*----------------------------------------------------------------*
007372*  ONE ACCOUNT'S YEAR, ADDED TO ITS CUSTOMER AND KEPT FOR THE    *
007373*  FORM WHILE THE TABLE HAS ROOM.                                *
007374*----------------------------------------------------------------*
007375 3150-END-ACCOUNT.
007376     ADD 1 TO WS-ACCT-COUNT.
007377     ADD WS-ACCT-INT TO WS-CUST-INT.
007378     ADD 1 TO WS-CUST-ACCTS.
007379     IF WS-CUST-ACCTS NOT > WS-ACCT-MAX
007380         MOVE WS-CUR-ACCNO TO CA-ACCNO (WS-CUST-ACCTS)
007381         MOVE WS-ACCT-INT TO CA-INTEREST (WS-CUST-ACCTS)
007382     END-IF.
007383 3150-EXIT.
007384     EXIT.
007385*----------------------------------------------------------------*
007390*  ONE CUSTOMER'S YEAR.  A TOTAL AT OR OVER THE THRESHOLD, OR    *
007400*  ANY AMOUNT AT ALL FOR A CUSTOMER UNDER BACKUP WITHHOLDING, IS *
007410*  REPORTED.  BELOW IT THE INTEREST IS ONLY COUNTED, SO THE      *
007420*  CONTROL TOTALS STILL COVER EVERY CENT ON THE HISTORY.         *
007430*----------------------------------------------------------------*
007440 3200-END-CUSTOMER.
007450     ADD 1 TO WS-CUST-COUNT.
007460     ADD WS-CUST-INT TO WS-HIST-INT.
007470     PERFORM 3250-READ-OWNER THRU 3250-EXIT.
007480     IF WS-CUST-INT < PARM-THRESHOLD AND NOT CIF-BACKUP-WHOLD
007490         ADD 1 TO WS-BELOW-COUNT
007500         ADD WS-CUST-INT TO WS-BELOW-INT
007510         GO TO 3200-EXIT
007520     END-IF.
007530     IF NOT CIF-FOUND
007540         MOVE 'NO NAME/ADDRESS - TRACE OWNER' TO XL-REASON
007550         PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT
007560     ELSE
007570         IF CIF-TAX-ID = SPACES OR CIF-TAX-ID NOT NUMERIC
007580             ADD 1 TO WS-NOTIN-COUNT
007590             MOVE 'NO TAXPAYER ID - SOLICIT BEFORE FILING'
007600                 TO XL-REASON
007610             PERFORM 3500-PRINT-EXCEPTION THRU 3500-EXIT
007620         END-IF
007630     END-IF.
007640     IF CIF-BACKUP-WHOLD
007650         ADD 1 TO WS-WHOLD-COUNT
007660     END-IF.
007670     PERFORM 3300-PRINT-FORM THRU 3300-EXIT.
007680     PERFORM 3400-WRITE-EXTRACT THRU 3400-EXIT.
007690     ADD 1 TO WS-RPT-COUNT.
007700     ADD WS-CUST-INT TO WS-RPT-INT.
007710 3200-EXIT.
007720     EXIT.
007730 3250-READ-OWNER.
007745     MOVE WS-CUR-CUSTNO TO CIF-CUSTNO.
007750     MOVE 'Y' TO WS-CIF-FOUND-SW.
007755     IF WS-CUR-CUSTNO = ZERO
007760         MOVE 'N' TO WS-CIF-FOUND-SW
007765     ELSE
007770         READ CUST-FILE
007775             INVALID KEY
007780                 MOVE 'N' TO WS-CIF-FOUND-SW
007785         END-READ
007790     END-IF.
007800     IF NOT CIF-FOUND
007810         ADD 1 TO WS-NOCIF-COUNT
007820         MOVE SPACES TO CIF-NAME
007830         MOVE SPACES TO CIF-ADDR1
007840         MOVE SPACES TO CIF-ADDR2
007850         MOVE SPACES TO CIF-ADDR3
007860         MOVE SPACES TO CIF-TAX-ID
007870         MOVE 'N' TO CIF-WHOLD-FLAG
007880     END-IF.
007890 3250-EXIT.
007900     EXIT.
007943 3300-PRINT-FORM.
007944     MOVE PARM-TAX-YEAR   TO FL-TAX-YEAR.
007945     MOVE PARM-PAYER-NAME TO FL-PAYER-NAME.
007946     MOVE PARM-PAYER-TIN  TO FL-PAYER-TIN.
007950     MOVE CIF-NAME        TO FL-NAME.
007960     MOVE CIF-TAX-ID      TO FL-PAYEE-TIN.
007970     MOVE WS-CUR-CUSTNO   TO FL-CUSTNO.
007980     MOVE WS-CUST-INT     TO FL-INTEREST.
007990     WRITE FORM-RECORD FROM WS-FORM-LINE-1.
008000     WRITE FORM-RECORD FROM WS-FORM-LINE-2.
008010     WRITE FORM-RECORD FROM WS-FORM-LINE-3.
008020     MOVE CIF-ADDR1 TO FL-ADDR.
008030     WRITE FORM-RECORD FROM WS-FORM-ADDR-LINE.
008040     MOVE CIF-ADDR2 TO FL-ADDR.
008050     WRITE FORM-RECORD FROM WS-FORM-ADDR-LINE.
008060     MOVE CIF-ADDR3 TO FL-ADDR.
008070     WRITE FORM-RECORD FROM WS-FORM-ADDR-LINE.
008080     WRITE FORM-RECORD FROM WS-FORM-LINE-4.
008081     PERFORM 3310-PRINT-ACCOUNT THRU 3310-EXIT
008082         VARYING WS-ACCT-SUB FROM 1 BY 1
008083         UNTIL WS-ACCT-SUB > WS-CUST-ACCTS
008084            OR WS-ACCT-SUB > WS-ACCT-MAX.
008085     IF WS-CUST-ACCTS > WS-ACCT-MAX
008086         COMPUTE WS-ACCT-MORE = WS-CUST-ACCTS - WS-ACCT-MAX
008087         MOVE WS-ACCT-MORE TO FL-MORE-COUNT
008088         WRITE FORM-RECORD FROM WS-FORM-MORE-LINE
008089     END-IF.
008090     WRITE FORM-RECORD FROM WS-FORM-LINE-5.
008100     IF CIF-BACKUP-WHOLD
008110         WRITE FORM-RECORD FROM WS-FORM-LINE-6
008120     END-IF.
008130     WRITE FORM-RECORD FROM WS-FORM-RULE.
008140 3300-EXIT.
008150     EXIT.
008151 3310-PRINT-ACCOUNT.
008152     MOVE CA-ACCNO (WS-ACCT-SUB) TO FL-ACCNO.
008153     MOVE CA-INTEREST (WS-ACCT-SUB) TO FL-ACCT-INT.
008154     WRITE FORM-RECORD FROM WS-FORM-ACCT-LINE.
008155 3310-EXIT.
008156     EXIT.
008160 3400-WRITE-EXTRACT.
008170     MOVE SPACES          TO WS-EXT-PAYEE.
008180     MOVE 'B'             TO TXB-REC-TYPE.
008190     MOVE PARM-TAX-YEAR   TO TXB-TAX-YEAR.
008200     MOVE CIF-TAX-ID      TO TXB-PAYEE-TIN.
008210     MOVE WS-CUR-CUSTNO   TO TXB-CUSTNO.
008215     MOVE WS-CUST-ACCTS   TO TXB-ACCT-COUNT.
008220     MOVE CIF-NAME        TO TXB-NAME.
008230     MOVE CIF-ADDR1       TO TXB-ADDR1.
008240     MOVE CIF-ADDR2       TO TXB-ADDR2.
008250     MOVE CIF-ADDR3       TO TXB-ADDR3.
008260     MOVE WS-CUST-INT     TO TXB-INTEREST.
008270     MOVE CIF-WHOLD-FLAG  TO TXB-WHOLD-FLAG.
008280     WRITE EXTRACT-RECORD FROM WS-EXT-PAYEE.
008290 3400-EXIT.
008300     EXIT.
008310 3500-PRINT-EXCEPTION.
008315     MOVE WS-CUR-CUSTNO TO XL-CUSTNO.
008320     MOVE CA-ACCNO (1) TO XL-ACCNO.
008330     MOVE WS-CUST-INT TO XL-INTEREST.
008340     WRITE REPORT-RECORD FROM WS-EXCEPTION-LINE.
008350 3500-EXIT.
008360     EXIT.
008370*----------------------------------------------------------------*
008380*  THE TWO INDEPENDENT FIGURES THE HISTORY TOTAL MUST AGREE      *
008390*  WITH - CREDIT INTEREST OFF EACH INTPOST RUN'S CONTROL RECORD  *
008400*  DATED IN THE YEAR, AND THE DEBITS TO THE INTEREST-EXPENSE GL  *
008410*  FROM 'IN' ENTRIES ON THE YEAR'S GL EXTRACTS.  DEBIT INTEREST  *
008420*  CHARGED ON OVERDRAWN ACCOUNTS IS NOT REPORTABLE AND IS LEFT   *
008430*  OUT OF BOTH.                                                  *
008440*----------------------------------------------------------------*
008450 4000-TIE-OUT.
008460     MOVE 'N' TO WS-EOF-SW.
008470     OPEN INPUT TOTAL-FILE.
008480     IF WS-TOTAL-STATUS NOT = '00'
008490         DISPLAY 'TAX1099 - UNABLE TO OPEN INTTOT, STATUS = '
008500             WS-TOTAL-STATUS
008510         MOVE 'Y' TO WS-FAIL-SW
008520     ELSE
008530         PERFORM 4100-READ-REGISTER THRU 4100-EXIT
008540             UNTIL FILE-EOF
008550         CLOSE TOTAL-FILE
008560     END-IF.
008570     MOVE 'N' TO WS-EOF-SW.
008580     OPEN INPUT GL-FILE.
008590     IF WS-GL-STATUS NOT = '00'
008600         DISPLAY 'TAX1099 - UNABLE TO OPEN GLFILE, STATUS = '
008610             WS-GL-STATUS
008620         MOVE 'Y' TO WS-FAIL-SW
008630     ELSE
008640         PERFORM 4200-READ-GL THRU 4200-EXIT
008650             UNTIL FILE-EOF
008660         CLOSE GL-FILE
008670     END-IF.
008680     COMPUTE WS-REG-DIFF = WS-HIST-INT - WS-REG-INT.
008690     COMPUTE WS-GL-DIFF = WS-HIST-INT - WS-GL-INT.
008700     IF WS-REG-DIFF NOT = ZERO OR WS-GL-DIFF NOT = ZERO
008710         MOVE 'Y' TO WS-FAIL-SW
008720     END-IF.
008730 4000-EXIT.
008740     EXIT.
008750 4100-READ-REGISTER.
008760     READ TOTAL-FILE
008770         AT END
008780             MOVE 'Y' TO WS-EOF-SW
008790             GO TO 4100-EXIT
008800     END-READ.
008810     IF ITR-POST-DATE < WS-YEAR-START
008820             OR ITR-POST-DATE > WS-YEAR-END
008830         GO TO 4100-EXIT
008840     END-IF.
008850     ADD 1 TO WS-REG-RUNS.
008860     ADD ITR-TOTAL-INT TO WS-REG-INT.
008870 4100-EXIT.
008880     EXIT.
008890 4200-READ-GL.
008900     READ GL-FILE
008910         AT END
008920             MOVE 'Y' TO WS-EOF-SW
008930             GO TO 4200-EXIT
008940     END-READ.
008950     IF NOT GLD-DETAIL
008960             OR GLD-SRC-TYPE NOT = 'IN'
008970             OR GLD-GL-ACCT NOT = PARM-INT-GL
008980             OR GLD-DR-CR NOT = 'D'
008990         GO TO 4200-EXIT
009000     END-IF.
009010     IF GLD-POST-DATE < WS-YEAR-START
009020             OR GLD-POST-DATE > WS-YEAR-END
009030         GO TO 4200-EXIT
009040     END-IF.
009050     ADD 1 TO WS-GL-COUNT.
009060     ADD GLD-AMOUNT TO WS-GL-INT.
009070 4200-EXIT.
009080     EXIT.
009090*----------------------------------------------------------------*
009100*  CLOSE THE EXTRACT WITH ITS 'C' RECORD AND PRINT THE CONTROL   *
009110*  TOTALS AND THE TIE-OUT.                                       *
009120*----------------------------------------------------------------*
009130 5000-FINALIZE.
009140     MOVE SPACES TO WS-EXT-END.
009150     MOVE 'C' TO TXC-REC-TYPE.
009160     MOVE PARM-TAX-YEAR TO TXC-TAX-YEAR.
009170     MOVE WS-RPT-COUNT TO TXC-PAYEE-COUNT.
009180     MOVE WS-RPT-INT TO TXC-INTEREST-TOTAL.
009190     WRITE EXTRACT-RECORD FROM WS-EXT-END.
009200     MOVE 'ARCHIVED HISTORY ENTRIES READ' TO SM-TEXT.
009210     MOVE WS-ARCH-READ TO SM-COUNT.
009220     MOVE ZERO TO SM-AMOUNT.
009230     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
009240     MOVE 'ARCHIVED INTEREST CREDITS' TO SM-TEXT.
009250     MOVE WS-ARCH-SEL TO SM-COUNT.
009260     MOVE WS-ARCH-INT TO SM-AMOUNT.
009270     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
009280     MOVE 'LIVE HISTORY ENTRIES READ' TO SM-TEXT.
009290     MOVE WS-LIVE-READ TO SM-COUNT.
009300     MOVE ZERO TO SM-AMOUNT.
009310     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
009320     MOVE 'LIVE INTEREST CREDITS' TO SM-TEXT.
009330     MOVE WS-LIVE-SEL TO SM-COUNT.
009340     MOVE WS-LIVE-INT TO SM-AMOUNT.
009350     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
009360     MOVE 'ACCOUNTS CREDITED INTEREST' TO SM-TEXT.
009370     MOVE WS-ACCT-COUNT TO SM-COUNT.
009380     MOVE WS-HIST-INT TO SM-AMOUNT.
009390     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
009392     MOVE 'CUSTOMERS CREDITED INTEREST' TO SM-TEXT.
009394     MOVE WS-CUST-COUNT TO SM-COUNT.
009396     MOVE WS-HIST-INT TO SM-AMOUNT.
009398     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
009400     MOVE 'REPORTED ON 1099-INT' TO SM-TEXT.
009410     MOVE WS-RPT-COUNT TO SM-COUNT.
009420     MOVE WS-RPT-INT TO SM-AMOUNT.
009430     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
009440     MOVE 'BELOW REPORTING THRESHOLD' TO SM-TEXT.
009450     MOVE WS-BELOW-COUNT TO SM-COUNT.
009460     MOVE WS-BELOW-INT TO SM-AMOUNT.
009470     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
009480     MOVE 'REPORTED - BACKUP WITHHOLDING' TO SM-TEXT.
009490     MOVE WS-WHOLD-COUNT TO SM-COUNT.
009500     MOVE ZERO TO SM-AMOUNT.
009510     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
009520     MOVE 'REPORTED - NO TAXPAYER ID' TO SM-TEXT.
009530     MOVE WS-NOTIN-COUNT TO SM-COUNT.
009540     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
009550     MOVE 'OWNER NOT ON P37CFILE' TO SM-TEXT.
009560     MOVE WS-NOCIF-COUNT TO SM-COUNT.
009570     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
009580     MOVE 'POSTING REGISTERS (RUNS)' TO SM-TEXT.
009590     MOVE WS-REG-RUNS TO SM-COUNT.
009600     MOVE WS-REG-INT TO SM-AMOUNT.
009610     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
009620     MOVE 'HISTORY LESS REGISTERS' TO SM-TEXT.
009630     MOVE ZERO TO SM-COUNT.
009640     MOVE WS-REG-DIFF TO SM-AMOUNT.
009650     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
009660     MOVE 'GL INTEREST EXPENSE DEBITS' TO SM-TEXT.
009670     MOVE WS-GL-COUNT TO SM-COUNT.
009680     MOVE WS-GL-INT TO SM-AMOUNT.
009690     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
009700     MOVE 'HISTORY LESS GL' TO SM-TEXT.
009710     MOVE ZERO TO SM-COUNT.
009720     MOVE WS-GL-DIFF TO SM-AMOUNT.
009730     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
009740     IF RUN-FAILED
009750         MOVE '*** DOES NOT TIE - DO NOT FILE UNTIL EXPLAINED ***'
009760             TO RL-TEXT
009770     ELSE
009780         MOVE 'HISTORY, REGISTERS AND GL TIE' TO RL-TEXT
009790     END-IF.
009800     WRITE REPORT-RECORD FROM WS-RESULT-LINE.
009810 5000-EXIT.
009820     EXIT.
009830*----------------------------------------------------------------*
009840*  A RUN THAT DOES NOT TIE IS NOT STAMPED COMPLETE, SO IT CAN    *
009850*  BE RERUN ONCE THE DIFFERENCE IS EXPLAINED WITHOUT A CLEAR.    *
009860*----------------------------------------------------------------*
009870 9999-TERMINATE.
009880     CLOSE CUST-FILE.
009885     CLOSE REL-FILE.
009890     CLOSE FORM-FILE.
009900     CLOSE EXTRACT-FILE.
009910     CLOSE REPORT-FILE.
009920     IF RUN-FAILED
009930         CLOSE CTL-FILE
009940     ELSE
009950         PERFORM 1060-STAMP-COMPLETE THRU 1060-EXIT
009960     END-IF.
009970 9999-EXIT.
009980     EXIT.
