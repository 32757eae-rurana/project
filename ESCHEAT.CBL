001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. ESCHEAT.
001020 AUTHOR. R T KOWALSKI.
001030 INSTALLATION. RETAIL BANKING SYSTEMS - BATCH OPERATIONS.
001040 DATE-WRITTEN. 10/15/2026.
001050 DATE-COMPILED.
001060*
001070*    MODIFICATION HISTORY
001080*    DATE      INIT  DESCRIPTION
001090*    10/15/26  RTK   INITIAL VERSION - UNCLAIMED-PROPERTY
001100*                    (ESCHEAT) REPORT AND STATE FILING EXTRACT
001110*                    OFF THE DORMANT ACCOUNTS, WITH THE
001120*                    WRITE-OFF TO THE UNCLAIMED-PROPERTY GL.
001122*    10/15/26  RTK   P37AUDIT LAYOUT FOLLOWS THE 128-BYTE
001124*                    JOURNAL RECORD; BATCH ENTRIES CARRY NO
001126*                    APPROVING SUPERVISOR.
001128*    10/15/26  RTK   P37CFILE NOW KEYED BY CUSTOMER NUMBER.
001130*                    THE OWNER REPORTED IS THE ACCOUNT'S
001132*                    PRIMARY HOLDER OFF THE NEW P37RELF
001134*                    RELATIONSHIP FILE.
001135*    10/15/26  RTK   P37AUDIT ENTRIES CLEAR THE HOLD FLAG
001136*                    AND HOLD DATE.
001137*
001140*----------------------------------------------------------------*
001150*  READS THE BUSINESS DATE, THE STATE HOLDING PERIOD IN MONTHS   *
001160*  AND THE RUN MODE OFF A PARAMETER CARD, THEN WALKS P37AFILE IN *
001170*  KEY SEQUENCE FOR DORMANT ACCOUNTS WHOSE LAST CUSTOMER         *
001180*  ACTIVITY IS OLDER THAN THE HOLDING PERIOD.  EACH ONE WITH A   *
001190*  CREDIT BALANCE IS PRINTED ON ESCHRPT AND WRITTEN TO THE       *
001200*  ESCHEXT FILING EXTRACT WITH THE OWNER'S NAME AND ADDRESS OFF  *
001210*  P37CFILE.  A TRAILER RECORD CARRIES THE ITEM COUNT AND THE    *
001220*  AMOUNT TOTAL SO THE FILING CAN BE PROVED COMPLETE.            *
001230*                                                                *
001240*  MODE 'R' IS THE REVIEW RUN - REPORT AND EXTRACT ONLY, NOTHING *
001250*  ON THE MASTER CHANGES.  MODE 'W' IS THE FILING RUN - EACH     *
001260*  REPORTED BALANCE IS ALSO WRITTEN OFF BY AN 'ES' DEBIT ENTRY   *
001270*  ON P37THIST AND P37AUDIT FOR THE WHOLE BALANCE, WHICH         *
001280*  GLEXTRCT TAKES TO THE UNCLAIMED-PROPERTY GL OFF ITS OWN GLCTL *
001290*  ROW, AND THE ACCOUNT IS CLOSED WITH THE SAME ZERO-AMOUNT 'ST' *
001300*  ENTRY ACCTMNT WRITES, REFERENCE 'STAT D>C RSN ESC'.           *
001310*                                                                *
001320*  AN ACCOUNT STILL CARRYING A DEPOSIT HOLD IS PRINTED AND LEFT  *
001330*  FOR THE NEXT FILING - THE HELD FUNDS HAVE NOT CLEARED.  AN    *
001340*  ACCOUNT AT ZERO OR OVERDRAWN HAS NOTHING TO REMIT AND IS      *
001350*  ONLY COUNTED.  AN OWNER WITH NO P37CFILE RECORD IS STILL      *
001360*  REPORTED, FLAGGED FOR THE BRANCH TO TRACE.                    *
001370*----------------------------------------------------------------*
001380 ENVIRONMENT DIVISION.
001390 CONFIGURATION SECTION.
001400 SOURCE-COMPUTER. IBM-370.
001410 OBJECT-COMPUTER. IBM-370.
001420 INPUT-OUTPUT SECTION.
001430 FILE-CONTROL.
001440     SELECT PARM-FILE ASSIGN TO SYSIN
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS WS-PARM-STATUS.
001470     SELECT MASTER-FILE ASSIGN TO P37AFIL
001480         ORGANIZATION IS INDEXED
001490         ACCESS MODE IS SEQUENTIAL
001500         RECORD KEY IS CUS-ACCNO
001510         FILE STATUS IS WS-MASTER-STATUS.
001520     SELECT CUST-FILE ASSIGN TO P37CFIL
001530         ORGANIZATION IS INDEXED
001540         ACCESS MODE IS RANDOM
001550         RECORD KEY IS CIF-CUSTNO
001560         FILE STATUS IS WS-CUST-STATUS.
001561     SELECT REL-FILE ASSIGN TO P37RELF
001562         ORGANIZATION IS INDEXED
001563         ACCESS MODE IS DYNAMIC
001564         RECORD KEY IS REL-KEY
001565         FILE STATUS IS WS-REL-STATUS.
001570     SELECT HIST-FILE ASSIGN TO P37THST
001580         ORGANIZATION IS INDEXED
001590         ACCESS MODE IS RANDOM
001600         RECORD KEY IS THS-KEY
001610         FILE STATUS IS WS-HIST-STATUS.
001620     SELECT AUDIT-FILE ASSIGN TO P37AUDT
001630         ORGANIZATION IS INDEXED
001640         ACCESS MODE IS RANDOM
001650         RECORD KEY IS AUD-KEY
001660         FILE STATUS IS WS-AUDIT-STATUS.
001670     SELECT EXTRACT-FILE ASSIGN TO ESCHEXT
001680         ORGANIZATION IS SEQUENTIAL
001690         FILE STATUS IS WS-EXTRACT-STATUS.
001700     SELECT REPORT-FILE ASSIGN TO ESCHRPT
001710         ORGANIZATION IS LINE SEQUENTIAL
001720         FILE STATUS IS WS-REPORT-STATUS.
001730     SELECT CTL-FILE ASSIGN TO P37CTLF
001740         ORGANIZATION IS INDEXED
001750         ACCESS MODE IS RANDOM
001760         RECORD KEY IS CTL-KEY
001770         FILE STATUS IS WS-CTL-STATUS.
001780 DATA DIVISION.
001790 FILE SECTION.
001800 FD  PARM-FILE
001810     LABEL RECORDS ARE OMITTED.
001820 01  PARM-RECORD.
001830     05  PARM-RUN-DATE        PIC 9(08).
001840     05  PARM-HOLD-MONTHS     PIC 9(03).
001850     05  PARM-MODE            PIC X(01).
001860         88  PARM-REVIEW          VALUE 'R'.
001870         88  PARM-WRITE-OFF       VALUE 'W'.
001880     05  FILLER               PIC X(68).
001890 FD  MASTER-FILE
001900     LABEL RECORDS ARE STANDARD.
001910 01  WS-RECORD.
001920     05  CUS-ACCNO            PIC 9(15).
001930     05  CUS-STATUS           PIC X(01).
001940         88  CUS-ACTIVE           VALUE 'A'.
001950         88  CUS-FROZEN           VALUE 'F'.
001960         88  CUS-CLOSED           VALUE 'C'.
001970         88  CUS-DORMANT          VALUE 'D'.
001980     05  CUS-BALANCE          PIC S9(09)V9(02).
001990     05  CUS-LAST-TXNREF      PIC X(26).
002000     05  CUS-TXN-SEQ          PIC 9(07).
002010     05  CUS-WD-DATE          PIC 9(08).
002020     05  CUS-WD-TODAY         PIC 9(09)V9(02).
002030     05  CUS-PRODUCT          PIC X(02).
002040     05  CUS-HOLD-AMT         PIC 9(09)V9(02).
002050     05  CUS-HOLD-DATE        PIC 9(08).
002060     05  CUS-OD-LIMIT         PIC 9(09)V9(02).
002070     05  CUS-LAST-ACT-DATE    PIC 9(08).
002080     05  FILLER               PIC X(01).
002090 FD  CUST-FILE
002100     LABEL RECORDS ARE STANDARD.
002110 01  WS-CUST-RECORD.
002120     05  CIF-CUSTNO           PIC 9(10).
002130     05  CIF-NAME             PIC X(30).
002140     05  CIF-ADDR1            PIC X(30).
002150     05  CIF-ADDR2            PIC X(30).
002160     05  CIF-ADDR3            PIC X(30).
002170     05  CIF-PHONE            PIC X(15).
002180     05  FILLER               PIC X(15).
002181 FD  REL-FILE
002182     LABEL RECORDS ARE STANDARD.
002183 01  WS-REL-RECORD.
002184     05  REL-KEY.
002185         10  REL-ACCNO        PIC 9(15).
002186         10  REL-CUSTNO       PIC 9(10).
002187     05  REL-ROLE             PIC X(01).
002188         88  REL-PRIMARY          VALUE 'P'.
002189     05  REL-STATUS           PIC X(01).
002190         88  REL-ACTIVE           VALUE 'A'.
002191     05  FILLER               PIC X(42).
002192 FD  HIST-FILE
002200     LABEL RECORDS ARE STANDARD.
002210 01  WS-HIST-RECORD.
002220     05  THS-KEY.
002230         10  THS-ACCNO        PIC 9(15).
002240         10  THS-SEQNO        PIC 9(07).
002250     05  THS-TXN-TYPE         PIC X(02).
002260     05  THS-AMOUNT           PIC 9(09)V9(02).
002270     05  THS-BAL-AFTER        PIC S9(09)V9(02).
002280     05  THS-DATE             PIC 9(08).
002290     05  THS-TIME             PIC 9(06).
002300     05  THS-TERMID           PIC X(04).
002310     05  THS-REF              PIC X(26).
002320     05  THS-DR-CR            PIC X(01).
002330     05  FILLER               PIC X(05).
002340 FD  AUDIT-FILE
002350     LABEL RECORDS ARE STANDARD.
002360 01  WS-AUDIT-RECORD.
002370     05  AUD-KEY.
002380         10  AUD-ACCNO        PIC 9(15).
002390         10  AUD-SEQNO        PIC 9(07).
002400     05  AUD-TXN-TYPE         PIC X(02).
002410     05  AUD-AMOUNT           PIC 9(09)V9(02).
002420     05  AUD-BAL-BEFORE       PIC S9(09)V9(02).
002430     05  AUD-BAL-AFTER        PIC S9(09)V9(02).
002440     05  AUD-TERMID           PIC X(04).
002450     05  AUD-OPID             PIC X(08).
002460     05  AUD-DATE             PIC 9(08).
002470     05  AUD-TIME             PIC 9(06).
002480     05  AUD-REF              PIC X(26).
002490     05  AUD-APPR-OPID        PIC X(08).
002492     05  AUD-HOLD-FLAG        PIC X(01).
002494     05  AUD-HOLD-DATE        PIC 9(08).
002496     05  FILLER               PIC X(02).
002500 FD  EXTRACT-FILE
002510     LABEL RECORDS ARE STANDARD.
002520 01  EXTRACT-RECORD            PIC X(200).
002530 FD  REPORT-FILE
002540     LABEL RECORDS ARE OMITTED.
002550 01  REPORT-RECORD             PIC X(132).
002560 FD  CTL-FILE
002570     LABEL RECORDS ARE STANDARD.
002580 01  WS-CTL-RECORD.
002590     05  CTL-KEY              PIC X(08).
002600     05  CTL-DATE             PIC 9(08).
002610     05  CTL-FLAG             PIC X(01).
002620     05  FILLER               PIC X(15).
002630 WORKING-STORAGE SECTION.
002640 77  WS-CTL-STATUS             PIC X(02) VALUE '00'.
002650 77  WS-BUS-DATE               PIC 9(08) VALUE ZERO.
002660 77  WS-JOB-NAME               PIC X(08) VALUE 'ESCHEAT '.
002670 77  WS-CTL-FOUND-SW           PIC X(01) VALUE 'N'.
002680     88  CTL-FOUND                 VALUE 'Y'.
002690 77  WS-PARM-STATUS            PIC X(02) VALUE '00'.
002700 77  WS-MASTER-STATUS          PIC X(02) VALUE '00'.
002710 77  WS-CUST-STATUS            PIC X(02) VALUE '00'.
002711 77  WS-REL-STATUS             PIC X(02) VALUE '00'.
002712 77  WS-REL-EOF-SW             PIC X(01) VALUE 'N'.
002713     88  REL-EOF                   VALUE 'Y'.
002714 77  WS-OWNER-ACCNO            PIC 9(15) VALUE ZERO.
002715 77  WS-PRIMARY-CUSTNO         PIC 9(10) VALUE ZERO.
002720 77  WS-HIST-STATUS            PIC X(02) VALUE '00'.
002730 77  WS-AUDIT-STATUS           PIC X(02) VALUE '00'.
002740 77  WS-EXTRACT-STATUS         PIC X(02) VALUE '00'.
002750 77  WS-REPORT-STATUS          PIC X(02) VALUE '00'.
002760 77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
002770     88  MASTER-EOF                VALUE 'Y'.
002780 77  WS-OPEN-FAIL-SW           PIC X(01) VALUE 'N'.
002790     88  OPEN-FAILED               VALUE 'Y'.
002800 77  WS-CIF-FOUND-SW           PIC X(01) VALUE 'N'.
002810     88  CIF-FOUND                 VALUE 'Y'.
002820 77  WS-CUR-DATE               PIC 9(08) VALUE ZERO.
002830 77  WS-CUR-TIME               PIC 9(06) VALUE ZERO.
002840 77  WS-TIME-RAW               PIC 9(08) VALUE ZERO.
002850 77  WS-MONTH-INDEX            PIC 9(07) COMP VALUE ZERO.
002860 77  WS-MONTH-REM              PIC 9(03) COMP VALUE ZERO.
002870 77  WS-ESCH-AMT               PIC 9(09)V9(02) VALUE ZERO.
002880 77  WS-REF-AMT                PIC 9(05)V9(02) VALUE ZERO.
002890 77  WS-OLD-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
002900 77  WS-ES-SEQNO               PIC 9(07) VALUE ZERO.
002910 77  WS-TXN-REF                PIC X(26) VALUE SPACES.
002920 77  WS-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
002930 77  WS-DORM-COUNT             PIC 9(07) COMP VALUE ZERO.
002940 77  WS-NIL-COUNT              PIC 9(07) COMP VALUE ZERO.
002950 77  WS-HELD-COUNT             PIC 9(07) COMP VALUE ZERO.
002960 77  WS-NOCIF-COUNT            PIC 9(07) COMP VALUE ZERO.
002970 77  WS-FAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
002980 77  WS-EXT-COUNT              PIC 9(07) VALUE ZERO.
002990 77  WS-EXT-TOTAL              PIC 9(13)V9(02) VALUE ZERO.
003000 77  WS-WOFF-COUNT             PIC 9(07) COMP VALUE ZERO.
003010 77  WS-WOFF-TOTAL             PIC 9(13)V9(02) VALUE ZERO.
003020*----------------------------------------------------------------*
003030*  THE HOLDING CUT-OFF - THE BUSINESS DATE TAKEN BACK BY THE     *
003040*  HOLDING PERIOD, MONTH FOR MONTH, THE SAME WAY THE DORMANCY    *
003050*  RUN WORKS OUT ITS OWN CUT-OFF.                                *
003060*----------------------------------------------------------------*
003070 01  WS-CUTOFF-DATE            PIC 9(08) VALUE ZERO.
003080 01  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
003090     05  WS-CUTOFF-CCYY        PIC 9(04).
003100     05  WS-CUTOFF-MM          PIC 9(02).
003110     05  WS-CUTOFF-DD          PIC 9(02).
003120 01  WS-RUN-DATE-R.
003130     05  WS-RUN-CCYY           PIC 9(04).
003140     05  WS-RUN-MM             PIC 9(02).
003150     05  WS-RUN-DD             PIC 9(02).
003160*----------------------------------------------------------------*
003170*  ESCHEXT - ONE 'D' DETAIL RECORD PER REPORTED ACCOUNT AND ONE  *
003180*  'T' TRAILER CARRYING THE COUNT AND TOTAL OF THE DETAILS.      *
003190*----------------------------------------------------------------*
003200 01  WS-EXT-DETAIL.
003210     05  ESX-REC-TYPE          PIC X(01).
003220     05  ESX-ACCNO             PIC 9(15).
003230     05  ESX-PRODUCT           PIC X(02).
003240     05  ESX-OWNER-NAME        PIC X(30).
003250     05  ESX-ADDR1             PIC X(30).
003260     05  ESX-ADDR2             PIC X(30).
003270     05  ESX-ADDR3             PIC X(30).
003280     05  ESX-LAST-ACT-DATE     PIC 9(08).
003290     05  ESX-AMOUNT            PIC 9(09)V9(02).
003300     05  ESX-REPORT-DATE       PIC 9(08).
003310     05  FILLER                PIC X(35).
003320 01  WS-EXT-TRAILER.
003330     05  EST-REC-TYPE          PIC X(01).
003340     05  EST-REPORT-DATE       PIC 9(08).
003350     05  EST-ITEM-COUNT        PIC 9(07).
003360     05  EST-AMOUNT-TOTAL      PIC 9(13)V9(02).
003370     05  FILLER                PIC X(169).
003380 01  WS-HEADING-LINE-1.
003390     05  FILLER                PIC X(30) VALUE SPACES.
003400     05  FILLER                PIC X(32)
003410             VALUE 'UNCLAIMED PROPERTY (ESCHEAT)'.
003420     05  HL-MODE               PIC X(16).
003430     05  FILLER                PIC X(10) VALUE 'RUN DATE '.
003440     05  HL-RUN-DATE           PIC 9(08).
003450     05  FILLER                PIC X(17)
003460             VALUE '  INACTIVE SINCE '.
003470     05  HL-CUTOFF-DATE        PIC 9(08).
003480 01  WS-HEADING-LINE-2.
003490     05  FILLER                PIC X(01) VALUE SPACES.
003500     05  FILLER                PIC X(16) VALUE 'ACCOUNT NUMBER'.
003510     05  FILLER                PIC X(06) VALUE 'PROD'.
003520     05  FILLER                PIC X(15) VALUE 'LAST ACTIVITY'.
003530     05  FILLER                PIC X(15) VALUE 'AMOUNT'.
003540     05  FILLER                PIC X(32) VALUE 'OWNER'.
003550     05  FILLER                PIC X(30) VALUE 'DISPOSITION'.
003560 01  WS-DETAIL-LINE.
003570     05  FILLER                PIC X(01) VALUE SPACES.
003580     05  DL-ACCNO              PIC Z(14)9.
003590     05  FILLER                PIC X(02) VALUE SPACES.
003600     05  DL-PRODUCT            PIC X(02).
003610     05  FILLER                PIC X(04) VALUE SPACES.
003620     05  DL-LAST-ACT           PIC 9(08).
003630     05  FILLER                PIC X(04) VALUE SPACES.
003640     05  DL-AMOUNT             PIC Z(08)9.99.
003650     05  FILLER                PIC X(02) VALUE SPACES.
003660     05  DL-OWNER              PIC X(30).
003670     05  FILLER                PIC X(02) VALUE SPACES.
003680     05  DL-NOTE               PIC X(30).
003690 01  WS-SUMMARY-LINE.
003700     05  FILLER                PIC X(01) VALUE SPACES.
003710     05  SM-TEXT               PIC X(30).
003720     05  SM-COUNT              PIC Z(06)9.
003730     05  FILLER                PIC X(03) VALUE SPACES.
003740     05  SM-AMOUNT             PIC Z(12)9.99.
003750 PROCEDURE DIVISION.
003760 0000-MAINLINE.
003770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003780     IF OPEN-FAILED
003790         DISPLAY 'ESCHEAT - ABENDING, FILE OPEN FAILED'
003800         MOVE 12 TO RETURN-CODE
003810     ELSE
003820         PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
003830             UNTIL MASTER-EOF
003840         PERFORM 3000-FINALIZE THRU 3000-EXIT
003850         PERFORM 9999-TERMINATE THRU 9999-EXIT
003860     END-IF.
003870     DISPLAY 'ESCHEAT - RUN DATE        ' PARM-RUN-DATE.
003880     DISPLAY 'ESCHEAT - RECORDS READ    ' WS-READ-COUNT.
003890     DISPLAY 'ESCHEAT - ITEMS EXTRACTED ' WS-EXT-COUNT.
003900     DISPLAY 'ESCHEAT - AMOUNT REPORTED ' WS-EXT-TOTAL.
003910     DISPLAY 'ESCHEAT - WRITTEN OFF     ' WS-WOFF-COUNT.
003920     STOP RUN.
003930*----------------------------------------------------------------*
003940*  READ THE RUN CARD, WORK OUT THE CUT-OFF, OPEN THE FILES,      *
003950*  PRINT THE HEADINGS AND PRIME THE FIRST READ.  A MISSING CARD, *
003960*  A ZERO HOLDING PERIOD OR A MODE OTHER THAN R OR W STOPS THE   *
003970*  RUN BEFORE ANYTHING IS OPENED.                                *
003980*----------------------------------------------------------------*
003990 1000-INITIALIZE.
004000     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
004010     ACCEPT WS-TIME-RAW FROM TIME.
004020     COMPUTE WS-CUR-TIME = WS-TIME-RAW / 100.
004030     OPEN INPUT PARM-FILE.
004040     IF WS-PARM-STATUS NOT = '00'
004050         DISPLAY 'ESCHEAT - UNABLE TO OPEN SYSIN, STATUS = '
004060             WS-PARM-STATUS
004070         MOVE ZERO TO PARM-RUN-DATE
004080     ELSE
004090         READ PARM-FILE
004100             AT END
004110                 MOVE ZERO TO PARM-RUN-DATE
004120         END-READ
004130         CLOSE PARM-FILE
004140     END-IF.
004150     IF PARM-RUN-DATE NOT NUMERIC OR PARM-RUN-DATE = ZERO
004160         DISPLAY 'ESCHEAT - NO RUN DATE, NOTHING REPORTED'
004170         MOVE ZERO TO PARM-RUN-DATE
004180         MOVE 'Y' TO WS-EOF-SW
004190         MOVE 'Y' TO WS-OPEN-FAIL-SW
004200         GO TO 1000-EXIT
004210     END-IF.
004220     IF PARM-HOLD-MONTHS NOT NUMERIC OR PARM-HOLD-MONTHS = ZERO
004230         DISPLAY 'ESCHEAT - NO HOLDING PERIOD ON THE CARD'
004240         MOVE 'Y' TO WS-EOF-SW
004250         MOVE 'Y' TO WS-OPEN-FAIL-SW
004260         GO TO 1000-EXIT
004270     END-IF.
004280     IF NOT PARM-REVIEW AND NOT PARM-WRITE-OFF
004290         DISPLAY 'ESCHEAT - RUN MODE MUST BE R OR W'
004300         MOVE 'Y' TO WS-EOF-SW
004310         MOVE 'Y' TO WS-OPEN-FAIL-SW
004320         GO TO 1000-EXIT
004330     END-IF.
004340     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT.
004350     IF OPEN-FAILED
004360         GO TO 1000-EXIT
004370     END-IF.
004380     PERFORM 1070-SET-CUTOFF THRU 1070-EXIT.
004390     OPEN I-O MASTER-FILE.
004400     OPEN INPUT CUST-FILE.
004405     OPEN INPUT REL-FILE.
004410     OPEN I-O HIST-FILE.
004420     OPEN I-O AUDIT-FILE.
004430     OPEN OUTPUT EXTRACT-FILE.
004440     OPEN OUTPUT REPORT-FILE.
004450     IF WS-MASTER-STATUS NOT = '00'
004460         DISPLAY 'ESCHEAT - UNABLE TO OPEN P37AFIL, STATUS = '
004470             WS-MASTER-STATUS
004480         MOVE 'Y' TO WS-EOF-SW
004490         MOVE 'Y' TO WS-OPEN-FAIL-SW
004500     END-IF.
004510     IF WS-CUST-STATUS NOT = '00'
004520         DISPLAY 'ESCHEAT - UNABLE TO OPEN P37CFIL, STATUS = '
004530             WS-CUST-STATUS
004540         MOVE 'Y' TO WS-EOF-SW
004550         MOVE 'Y' TO WS-OPEN-FAIL-SW
004560     END-IF.
004561     IF WS-REL-STATUS NOT = '00'
004562         DISPLAY 'ESCHEAT - UNABLE TO OPEN P37RELF, STATUS = '
004563             WS-REL-STATUS
004564         MOVE 'Y' TO WS-EOF-SW
004565         MOVE 'Y' TO WS-OPEN-FAIL-SW
004566     END-IF.
004570     IF WS-HIST-STATUS NOT = '00'
004580         DISPLAY 'ESCHEAT - UNABLE TO OPEN P37THST, STATUS = '
004590             WS-HIST-STATUS
004600         MOVE 'Y' TO WS-EOF-SW
004610         MOVE 'Y' TO WS-OPEN-FAIL-SW
004620     END-IF.
004630     IF WS-AUDIT-STATUS NOT = '00'
004640         DISPLAY 'ESCHEAT - UNABLE TO OPEN P37AUDT, STATUS = '
004650             WS-AUDIT-STATUS
004660         MOVE 'Y' TO WS-EOF-SW
004670         MOVE 'Y' TO WS-OPEN-FAIL-SW
004680     END-IF.
004690     IF WS-EXTRACT-STATUS NOT = '00'
004700         DISPLAY 'ESCHEAT - UNABLE TO OPEN ESCHEXT, STATUS = '
004710             WS-EXTRACT-STATUS
004720         MOVE 'Y' TO WS-EOF-SW
004730         MOVE 'Y' TO WS-OPEN-FAIL-SW
004740     END-IF.
004750     IF WS-REPORT-STATUS NOT = '00'
004760         DISPLAY 'ESCHEAT - UNABLE TO OPEN ESCHRPT, STATUS = '
004770             WS-REPORT-STATUS
004780         MOVE 'Y' TO WS-EOF-SW
004790         MOVE 'Y' TO WS-OPEN-FAIL-SW
004800     END-IF.
004810     IF NOT MASTER-EOF
004820         PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
004830         PERFORM 1200-READ-MASTER THRU 1200-EXIT
004840     END-IF.
004850 1000-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------*
004880*  RUN-CONTROL CHECK AGAINST THE P37CTLF SYSTEM CONTROL FILE.    *
004890*  THE RUN REFUSES TO START WHILE THE ONLINE REGION IS STILL UP  *
004900*  AGAINST THE SAME CLUSTERS, REFUSES TO RUN OUT OF SEQUENCE OR  *
004910*  AGAINST THE WRONG DATE, AND REFUSES A BUSINESS DATE IT HAS    *
004920*  ALREADY COMPLETED - THE SUPERVISOR-AUTHORIZED CTLMAINT CLEAR  *
004930*  COMMAND IS THE RERUN PATH.  THE RUN STAMPS ITSELF STARTED     *
004940*  HERE AND COMPLETED AT CLEAN END OF JOB.                       *
004950*----------------------------------------------------------------*
004960 1050-CHECK-RUN-CONTROL.
004970     OPEN I-O CTL-FILE.
004980     IF WS-CTL-STATUS NOT = '00'
004990         DISPLAY 'ESCHEAT - UNABLE TO OPEN P37CTLF, STATUS = '
005000             WS-CTL-STATUS
005010         MOVE 'Y' TO WS-EOF-SW
005020         MOVE 'Y' TO WS-OPEN-FAIL-SW
005030         GO TO 1050-EXIT
005040     END-IF.
005050     MOVE 'SYSTEM  ' TO CTL-KEY.
005060     READ CTL-FILE
005070         INVALID KEY
005080             DISPLAY 'ESCHEAT - NO SYSTEM CONTROL RECORD'
005090             MOVE 'Y' TO WS-EOF-SW
005100             MOVE 'Y' TO WS-OPEN-FAIL-SW
005110     END-READ.
005120     IF OPEN-FAILED
005130         CLOSE CTL-FILE
005140         GO TO 1050-EXIT
005150     END-IF.
005160     IF CTL-FLAG = 'U'
005170         DISPLAY 'ESCHEAT - ONLINE REGION IS STILL UP'
005180         MOVE 'Y' TO WS-EOF-SW
005190         MOVE 'Y' TO WS-OPEN-FAIL-SW
005200         CLOSE CTL-FILE
005210         GO TO 1050-EXIT
005220     END-IF.
005230     MOVE CTL-DATE TO WS-BUS-DATE.
005240     IF PARM-RUN-DATE NOT = WS-BUS-DATE
005250         DISPLAY 'ESCHEAT - CARD DATE IS NOT THE BUSINESS DATE'
005260         DISPLAY 'ESCHEAT - CARD DATE    ' PARM-RUN-DATE
005270         DISPLAY 'ESCHEAT - CONTROL DATE ' WS-BUS-DATE
005280         MOVE 'Y' TO WS-EOF-SW
005290         MOVE 'Y' TO WS-OPEN-FAIL-SW
005300         CLOSE CTL-FILE
005310         GO TO 1050-EXIT
005320     END-IF.
005330     MOVE WS-JOB-NAME TO CTL-KEY.
005340     MOVE 'N' TO WS-CTL-FOUND-SW.
005350     READ CTL-FILE
005360         INVALID KEY
005370             CONTINUE
005380         NOT INVALID KEY
005390             MOVE 'Y' TO WS-CTL-FOUND-SW
005400     END-READ.
005410     IF CTL-FOUND AND CTL-DATE = WS-BUS-DATE
005420             AND CTL-FLAG = 'C'
005430         DISPLAY 'ESCHEAT - ALREADY COMPLETED FOR ' WS-BUS-DATE
005440         DISPLAY 'ESCHEAT - CTLMAINT CLEAR IS THE RERUN PATH'
005450         MOVE 'Y' TO WS-EOF-SW
005460         MOVE 'Y' TO WS-OPEN-FAIL-SW
005470         CLOSE CTL-FILE
005480         GO TO 1050-EXIT
005490     END-IF.
005500     MOVE WS-JOB-NAME TO CTL-KEY.
005510     MOVE WS-BUS-DATE TO CTL-DATE.
005520     MOVE 'S' TO CTL-FLAG.
005530     IF CTL-FOUND
005540         REWRITE WS-CTL-RECORD
005550             INVALID KEY
005560                 DISPLAY 'ESCHEAT - RUN-CONTROL REWRITE FAILED'
005570         END-REWRITE
005580     ELSE
005590         WRITE WS-CTL-RECORD
005600             INVALID KEY
005610                 DISPLAY 'ESCHEAT - RUN-CONTROL WRITE FAILED'
005620         END-WRITE
005630     END-IF.
005640 1050-EXIT.
005650     EXIT.
005660*----------------------------------------------------------------*
005670*  STAMP THE RUN COMPLETED FOR THE BUSINESS DATE, SO A SECOND    *
005680*  SUBMISSION OF THE SAME RUN IS TURNED AWAY AT 1050.            *
005690*----------------------------------------------------------------*
005700 1060-STAMP-COMPLETE.
005710     MOVE WS-JOB-NAME TO CTL-KEY.
005720     READ CTL-FILE
005730         INVALID KEY
005740             DISPLAY 'ESCHEAT - RUN-CONTROL RECORD LOST'
005750         NOT INVALID KEY
005760             MOVE 'C' TO CTL-FLAG
005770             REWRITE WS-CTL-RECORD
005780                 INVALID KEY
005790                     DISPLAY 'ESCHEAT - COMPLETION STAMP FAILED'
005800             END-REWRITE
005810     END-READ.
005820     CLOSE CTL-FILE.
005830 1060-EXIT.
005840     EXIT.
005850*----------------------------------------------------------------*
005860*  TAKE THE RUN DATE BACK BY THE HOLDING PERIOD, WITH THE YEAR   *
005870*  AND MONTH RUN TOGETHER AS A COUNT OF MONTHS.                  *
005880*----------------------------------------------------------------*
005890 1070-SET-CUTOFF.
005900     MOVE PARM-RUN-DATE TO WS-RUN-DATE-R.
005910     COMPUTE WS-MONTH-INDEX = (WS-RUN-CCYY * 12)
005920         + WS-RUN-MM - 1 - PARM-HOLD-MONTHS.
005930     DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CUTOFF-CCYY
005940         REMAINDER WS-MONTH-REM.
005950     COMPUTE WS-CUTOFF-MM = WS-MONTH-REM + 1.
005960     MOVE WS-RUN-DD TO WS-CUTOFF-DD.
005970 1070-EXIT.
005980     EXIT.
005990 1100-WRITE-HEADINGS.
006000     IF PARM-WRITE-OFF
006010         MOVE 'WRITE-OFF RUN' TO HL-MODE
006020     ELSE
006030         MOVE 'REVIEW RUN' TO HL-MODE
006040     END-IF.
006050     MOVE PARM-RUN-DATE TO HL-RUN-DATE.
006060     MOVE WS-CUTOFF-DATE TO HL-CUTOFF-DATE.
006070     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
006080     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
006090 1100-EXIT.
006100     EXIT.
006110 1200-READ-MASTER.
006120     READ MASTER-FILE NEXT RECORD
006130         AT END
006140             MOVE 'Y' TO WS-EOF-SW
006150     END-READ.
006160 1200-EXIT.
006170     EXIT.
006180*----------------------------------------------------------------*
006190*  ONE ACCOUNT.  ONLY A DORMANT ACCOUNT INACTIVE SINCE BEFORE    *
006200*  THE CUT-OFF IS CONSIDERED.  ONE WITH NOTHING TO REMIT IS      *
006210*  COUNTED; ONE UNDER A DEPOSIT HOLD IS PRINTED AND HELD OVER;   *
006220*  THE REST ARE REPORTED, EXTRACTED AND, ON A WRITE-OFF RUN,     *
006230*  WRITTEN OFF AND CLOSED.                                       *
006240*----------------------------------------------------------------*
006250 2000-PROCESS-MASTER.
006260     ADD 1 TO WS-READ-COUNT.
006270     PERFORM 2050-SELECT-ACCOUNT THRU 2050-EXIT.
006280     PERFORM 1200-READ-MASTER THRU 1200-EXIT.
006290 2000-EXIT.
006300     EXIT.
006310 2050-SELECT-ACCOUNT.
006320     IF NOT CUS-DORMANT
006330             OR CUS-LAST-ACT-DATE NOT NUMERIC
006340             OR CUS-LAST-ACT-DATE NOT < WS-CUTOFF-DATE
006350         GO TO 2050-EXIT
006360     END-IF.
006370     ADD 1 TO WS-DORM-COUNT.
006380     IF CUS-BALANCE NOT > ZERO
006390         ADD 1 TO WS-NIL-COUNT
006400         GO TO 2050-EXIT
006410     END-IF.
006420     MOVE CUS-BALANCE TO WS-ESCH-AMT.
006430     PERFORM 2100-READ-OWNER THRU 2100-EXIT.
006440     IF CUS-HOLD-AMT > ZERO
006450         ADD 1 TO WS-HELD-COUNT
006460         MOVE 'FUNDS ON HOLD - HELD OVER' TO DL-NOTE
006470         PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT
006480         GO TO 2050-EXIT
006490     END-IF.
006500     IF PARM-WRITE-OFF
006510         PERFORM 2300-WRITE-OFF THRU 2300-EXIT
006520         IF WS-MASTER-STATUS NOT = '00'
006530             ADD 1 TO WS-FAIL-COUNT
006540             MOVE 'WRITE-OFF FAILED - NOT FILED' TO DL-NOTE
006550             PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT
006560             GO TO 2050-EXIT
006570         END-IF
006580         MOVE 'WRITTEN OFF AND CLOSED' TO DL-NOTE
006590     ELSE
006600         MOVE 'REPORTABLE' TO DL-NOTE
006610     END-IF.
006620     IF NOT CIF-FOUND
006630         MOVE 'NO NAME/ADDRESS - TRACE OWNER' TO DL-NOTE
006640     END-IF.
006650     PERFORM 2200-WRITE-EXTRACT THRU 2200-EXIT.
006660     PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT.
006670 2050-EXIT.
006680     EXIT.
006690 2100-READ-OWNER.
006695     MOVE CUS-ACCNO TO WS-OWNER-ACCNO.
006700     PERFORM 2110-FIND-PRIMARY THRU 2110-EXIT.
006705     MOVE WS-PRIMARY-CUSTNO TO CIF-CUSTNO.
006710     MOVE 'Y' TO WS-CIF-FOUND-SW.
006715     IF WS-PRIMARY-CUSTNO = ZERO
006720         MOVE 'N' TO WS-CIF-FOUND-SW
006725     ELSE
006730         READ CUST-FILE
006735             INVALID KEY
006740                 MOVE 'N' TO WS-CIF-FOUND-SW
006745         END-READ
006750     END-IF.
006760     IF NOT CIF-FOUND
006770         ADD 1 TO WS-NOCIF-COUNT
006780         MOVE SPACES TO CIF-NAME
006790         MOVE SPACES TO CIF-ADDR1
006800         MOVE SPACES TO CIF-ADDR2
006810         MOVE SPACES TO CIF-ADDR3
006820     END-IF.
006830 2100-EXIT.
006840     EXIT.
006841*----------------------------------------------------------------*
006842*  FIND THE HOLDER THE ACCOUNT IS ADDRESSED TO ON P37RELF - THE  *
006843*  ACTIVE PRIMARY HOLDER, OR FAILING ONE THE FIRST ACTIVE HOLDER *
006844*  ON FILE.  WS-PRIMARY-CUSTNO IS LEFT ZERO WHEN THE ACCOUNT HAS *
006845*  NO ACTIVE HOLDER AT ALL.                                      *
006846*----------------------------------------------------------------*
006847 2110-FIND-PRIMARY.
006848     MOVE ZERO TO WS-PRIMARY-CUSTNO.
006849     MOVE 'N' TO WS-REL-EOF-SW.
006850     MOVE WS-OWNER-ACCNO TO REL-ACCNO.
006851     MOVE ZERO TO REL-CUSTNO.
006852     START REL-FILE KEY IS NOT LESS THAN REL-KEY
006853         INVALID KEY
006854             MOVE 'Y' TO WS-REL-EOF-SW
006855     END-START.
006856     PERFORM 2120-READ-REL THRU 2120-EXIT
006857         UNTIL REL-EOF.
006858 2110-EXIT.
006859     EXIT.
006860 2120-READ-REL.
006861     READ REL-FILE NEXT RECORD
006862         AT END
006863             MOVE 'Y' TO WS-REL-EOF-SW
006864             GO TO 2120-EXIT
006865     END-READ.
006866     IF REL-ACCNO NOT = WS-OWNER-ACCNO
006867         MOVE 'Y' TO WS-REL-EOF-SW
006868         GO TO 2120-EXIT
006869     END-IF.
006870     IF NOT REL-ACTIVE
006871         GO TO 2120-EXIT
006872     END-IF.
006873     IF REL-PRIMARY
006874         MOVE REL-CUSTNO TO WS-PRIMARY-CUSTNO
006875         MOVE 'Y' TO WS-REL-EOF-SW
006876         GO TO 2120-EXIT
006877     END-IF.
006878     IF WS-PRIMARY-CUSTNO = ZERO
006879         MOVE REL-CUSTNO TO WS-PRIMARY-CUSTNO
006880     END-IF.
006881 2120-EXIT.
006882     EXIT.
006883 2200-WRITE-EXTRACT.
006884     MOVE SPACES            TO WS-EXT-DETAIL.
006885     MOVE 'D'               TO ESX-REC-TYPE.
006886     MOVE CUS-ACCNO         TO ESX-ACCNO.
006890     MOVE CUS-PRODUCT       TO ESX-PRODUCT.
006900     MOVE CIF-NAME          TO ESX-OWNER-NAME.
006910     MOVE CIF-ADDR1         TO ESX-ADDR1.
006920     MOVE CIF-ADDR2         TO ESX-ADDR2.
006930     MOVE CIF-ADDR3         TO ESX-ADDR3.
006940     MOVE CUS-LAST-ACT-DATE TO ESX-LAST-ACT-DATE.
006950     MOVE WS-ESCH-AMT       TO ESX-AMOUNT.
006960     MOVE PARM-RUN-DATE     TO ESX-REPORT-DATE.
006970     WRITE EXTRACT-RECORD FROM WS-EXT-DETAIL.
006980     ADD 1 TO WS-EXT-COUNT.
006990     ADD WS-ESCH-AMT TO WS-EXT-TOTAL.
007000 2200-EXIT.
007010     EXIT.
007020*----------------------------------------------------------------*
007030*  WRITE THE WHOLE BALANCE OFF AND CLOSE THE ACCOUNT UNDER ONE   *
007040*  REWRITE OF THE MASTER.  THE 'ES' DEBIT TAKES THE NEXT         *
007050*  SEQUENCE NUMBER AND THE 'ST' CLOSURE THE ONE AFTER, SO THE    *
007060*  JOURNAL REPLAYS THEM IN THAT ORDER.  A FAILED REWRITE CUTS NO *
007070*  JOURNAL ENTRY AND THE ACCOUNT STAYS AS IT WAS.                *
007080*----------------------------------------------------------------*
007090 2300-WRITE-OFF.
007100     MOVE CUS-BALANCE TO WS-OLD-BALANCE.
007110     MOVE ZERO TO CUS-BALANCE.
007120     ADD 1 TO CUS-TXN-SEQ.
007130     MOVE CUS-TXN-SEQ TO WS-ES-SEQNO.
007140     MOVE WS-ESCH-AMT TO WS-REF-AMT.
007150     MOVE SPACES TO WS-TXN-REF.
007160     STRING WS-CUR-DATE  DELIMITED BY SIZE
007170            'ES'         DELIMITED BY SIZE
007180            WS-CUR-TIME  DELIMITED BY SIZE
007190            WS-REF-AMT   DELIMITED BY SIZE
007200       INTO WS-TXN-REF
007210     END-STRING.
007220     MOVE WS-TXN-REF TO CUS-LAST-TXNREF.
007230     MOVE 'C' TO CUS-STATUS.
007240     ADD 1 TO CUS-TXN-SEQ.
007250     REWRITE WS-RECORD
007260         INVALID KEY
007270             DISPLAY 'ESCHEAT - REWRITE FAILED, ACCT ' CUS-ACCNO
007280     END-REWRITE.
007290     IF WS-MASTER-STATUS NOT = '00'
007300         GO TO 2300-EXIT
007310     END-IF.
007320     MOVE CUS-ACCNO       TO THS-ACCNO.
007330     MOVE WS-ES-SEQNO     TO THS-SEQNO.
007340     MOVE 'ES'            TO THS-TXN-TYPE.
007350     MOVE WS-ESCH-AMT     TO THS-AMOUNT.
007360     MOVE ZERO            TO THS-BAL-AFTER.
007370     MOVE WS-CUR-DATE     TO THS-DATE.
007380     MOVE WS-CUR-TIME     TO THS-TIME.
007390     MOVE 'BTCH'          TO THS-TERMID.
007400     MOVE WS-TXN-REF      TO THS-REF.
007410     MOVE 'D'             TO THS-DR-CR.
007420     WRITE WS-HIST-RECORD
007430         INVALID KEY
007440             DISPLAY 'ESCHEAT - HIST WRITE FAILED, ACCT '
007450                 CUS-ACCNO
007460     END-WRITE.
007470     MOVE CUS-ACCNO       TO AUD-ACCNO.
007480     MOVE WS-ES-SEQNO     TO AUD-SEQNO.
007490     MOVE 'ES'            TO AUD-TXN-TYPE.
007500     MOVE WS-ESCH-AMT     TO AUD-AMOUNT.
007510     MOVE WS-OLD-BALANCE  TO AUD-BAL-BEFORE.
007520     MOVE ZERO            TO AUD-BAL-AFTER.
007530     MOVE 'BTCH'          TO AUD-TERMID.
007540     MOVE 'ESCHEAT'       TO AUD-OPID.
007545     MOVE SPACES          TO AUD-APPR-OPID.
007546     MOVE SPACES          TO AUD-HOLD-FLAG.
007547     MOVE ZERO            TO AUD-HOLD-DATE.
007550     MOVE WS-CUR-DATE     TO AUD-DATE.
007560     MOVE WS-CUR-TIME     TO AUD-TIME.
007570     MOVE WS-TXN-REF      TO AUD-REF.
007580     WRITE WS-AUDIT-RECORD
007590         INVALID KEY
007600             DISPLAY 'ESCHEAT - AUDIT WRITE FAILED, ACCT '
007610                 CUS-ACCNO
007620     END-WRITE.
007630     MOVE CUS-TXN-SEQ     TO AUD-SEQNO.
007640     MOVE 'ST'            TO AUD-TXN-TYPE.
007650     MOVE ZERO            TO AUD-AMOUNT.
007660     MOVE ZERO            TO AUD-BAL-BEFORE.
007670     MOVE ZERO            TO AUD-BAL-AFTER.
007680     MOVE 'STAT D>C RSN ESC' TO AUD-REF.
007690     WRITE WS-AUDIT-RECORD
007700         INVALID KEY
007710             DISPLAY 'ESCHEAT - AUDIT WRITE FAILED, ACCT '
007720                 CUS-ACCNO
007730     END-WRITE.
007740     ADD 1 TO WS-WOFF-COUNT.
007750     ADD WS-ESCH-AMT TO WS-WOFF-TOTAL.
007760 2300-EXIT.
007770     EXIT.
007780 2500-PRINT-DETAIL.
007790     MOVE CUS-ACCNO         TO DL-ACCNO.
007800     MOVE CUS-PRODUCT       TO DL-PRODUCT.
007810     MOVE CUS-LAST-ACT-DATE TO DL-LAST-ACT.
007820     MOVE WS-ESCH-AMT       TO DL-AMOUNT.
007830     MOVE CIF-NAME          TO DL-OWNER.
007840     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
007850 2500-EXIT.
007860     EXIT.
007870*----------------------------------------------------------------*
007880*  CLOSE THE EXTRACT WITH ITS TRAILER AND PRINT THE CONTROL      *
007890*  TOTALS - THE EXTRACTED TOTAL ON A WRITE-OFF RUN IS WHAT       *
007900*  GLEXTRCT WILL MOVE TO THE UNCLAIMED-PROPERTY GL TONIGHT.      *
007910*----------------------------------------------------------------*
007920 3000-FINALIZE.
007930     MOVE SPACES TO WS-EXT-TRAILER.
007940     MOVE 'T' TO EST-REC-TYPE.
007950     MOVE PARM-RUN-DATE TO EST-REPORT-DATE.
007960     MOVE WS-EXT-COUNT TO EST-ITEM-COUNT.
007970     MOVE WS-EXT-TOTAL TO EST-AMOUNT-TOTAL.
007980     WRITE EXTRACT-RECORD FROM WS-EXT-TRAILER.
007990     MOVE 'ACCOUNTS READ' TO SM-TEXT.
008000     MOVE WS-READ-COUNT TO SM-COUNT.
008010     MOVE ZERO TO SM-AMOUNT.
008020     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
008030     MOVE 'DORMANT PAST HOLDING PERIOD' TO SM-TEXT.
008040     MOVE WS-DORM-COUNT TO SM-COUNT.
008050     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
008060     MOVE 'NOTHING TO REMIT' TO SM-TEXT.
008070     MOVE WS-NIL-COUNT TO SM-COUNT.
008080     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
008090     MOVE 'HELD OVER - FUNDS ON HOLD' TO SM-TEXT.
008100     MOVE WS-HELD-COUNT TO SM-COUNT.
008110     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
008120     MOVE 'OWNER NOT ON P37CFILE' TO SM-TEXT.
008130     MOVE WS-NOCIF-COUNT TO SM-COUNT.
008140     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
008150     MOVE 'WRITE-OFFS FAILED' TO SM-TEXT.
008160     MOVE WS-FAIL-COUNT TO SM-COUNT.
008170     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
008180     MOVE 'EXTRACTED FOR FILING' TO SM-TEXT.
008190     MOVE WS-EXT-COUNT TO SM-COUNT.
008200     MOVE WS-EXT-TOTAL TO SM-AMOUNT.
008210     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
008220     MOVE 'WRITTEN OFF TO UNCLAIMED GL' TO SM-TEXT.
008230     MOVE WS-WOFF-COUNT TO SM-COUNT.
008240     MOVE WS-WOFF-TOTAL TO SM-AMOUNT.
008250     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
008260 3000-EXIT.
008270     EXIT.
008280 9999-TERMINATE.
008290     CLOSE MASTER-FILE.
008300     CLOSE CUST-FILE.
008305     CLOSE REL-FILE.
008310     CLOSE HIST-FILE.
008320     CLOSE AUDIT-FILE.
008330     CLOSE EXTRACT-FILE.
008340     CLOSE REPORT-FILE.
008350     PERFORM 1060-STAMP-COMPLETE THRU 1060-EXIT.
008360 9999-EXIT.
008370     EXIT.
