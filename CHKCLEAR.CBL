001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. CHKCLEAR.
001020 AUTHOR. R T KOWALSKI.
001030 INSTALLATION. RETAIL BANKING SYSTEMS - BATCH OPERATIONS.
001040 DATE-WRITTEN. 10/15/2026.
001050 DATE-COMPILED.
001060*
001070*    MODIFICATION HISTORY
001080*    DATE      INIT  DESCRIPTION
001090*    10/15/26  RTK   INITIAL VERSION - NIGHTLY INWARD-CLEARING
001100*                    RUN FOR CHECKS DRAWN ON CHECKING
001110*                    ACCOUNTS, WITH STOP-PAYMENT CHECKING,
001120*                    AN OUTBOUND RETURN FILE AND CHECKPOINT
001130*                    RESTART.
001133*    10/15/26  RTK   P37AUDIT ENTRIES CLEAR THE HOLD FLAG
001136*                    AND HOLD DATE.
001140*
001150*----------------------------------------------------------------*
001160*  READS THE POSTING DATE AND CHECKPOINT INTERVAL OFF A          *
001170*  PARAMETER CARD, THEN WORKS THE CLEARING HOUSE'S CLRIN FILE    *
001180*  OF CHECKS PRESENTED AGAINST OUR ACCOUNTS - ACCOUNT, CHECK     *
001190*  NUMBER AND AMOUNT PER ITEM - AND EITHER PAYS OR RETURNS       *
001200*  EACH ONE.  A PAID CHECK POSTS AS A 'CH' DEBIT TO P37AFILE     *
001210*  WITH THE SAME P37THIST AND P37AUDIT ENTRIES THE OTHER         *
001220*  POSTING PROGRAMS CUT, THE CHECK NUMBER CARRIED IN THE         *
001230*  REFERENCE SO THE MINI-STATEMENT AND THE MONTHLY STATEMENT     *
001240*  CAN SHOW IT.  AN ITEM THAT CANNOT BE PAID GOES BACK TO THE    *
001250*  PRESENTING BANK ON THE CLRRET RETURN FILE, UNCHANGED, WITH    *
001260*  A RETURN REASON CODE:                                         *
001270*                                                                *
001280*    A  INSUFFICIENT FUNDS - MORE THAN THE BALANCE PLUS ANY      *
001290*       ARRANGED OVERDRAFT LINE                                  *
001300*    B  UNCOLLECTED FUNDS - COVERED BY THE BALANCE ONLY IF THE   *
001310*       FUNDS ON HOLD ARE COUNTED                                *
001320*    C  STOP PAYMENT - AN ACTIVE, UNEXPIRED STOP ON P37STOP FOR  *
001330*       THE CHECK NUMBER (AND THE AMOUNT, IF THE STOP NAMES ONE) *
001340*    D  ACCOUNT CLOSED                                           *
001350*    E  NO SUCH ACCOUNT                                          *
001360*    F  ACCOUNT FROZEN OR DORMANT                                *
001370*    X  NOT A CHECKING ACCOUNT                                   *
001380*    Z  ITEM UNREADABLE - CHECK NUMBER OR AMOUNT NOT NUMERIC     *
001390*                                                                *
001400*  THE FUNDS TEST IS THE SAME BALANCE-LESS-HOLDS-PLUS-LINE RULE  *
001410*  TXNPOST AND THE ONLINE CHECK-WD-LIMITS APPLY.  A CHECK IS NOT *
001420*  A CASH WITHDRAWAL, SO IT DOES NOT COUNT AGAINST THE DAILY     *
001430*  WITHDRAWAL CAP; IT IS CUSTOMER ACTIVITY, SO IT DOES MOVE THE  *
001440*  LAST-ACTIVITY DATE.                                           *
001450*                                                                *
001460*  RESTART.  CLRCKPT CARRIES THE COUNT OF ITEMS HANDLED, THE     *
001470*  SAME WAY TXNCKPT DOES FOR TXNPOST, AND A RERUN AFTER AN       *
001480*  ABEND SKIPS THE CHECKPOINTED COUNT AND PROVES EACH ITEM IN    *
001490*  THE ONE INTERVAL BEYOND IT AGAINST THE ACCOUNT'S HISTORY AND  *
001500*  THE MASTER'S LAST-REFERENCE BEFORE PAYING IT.  A RETURN IS    *
001510*  JUST AS FINAL AS A PAYMENT - THE PRESENTING BANK MUST NOT SEE *
001520*  THE SAME ITEM RETURNED TWICE - SO THE RETURNS ALREADY ON      *
001530*  CLRRET FOR THAT INTERVAL ARE LOADED AT START-UP AND AN ITEM   *
001540*  FOUND AMONG THEM IS PASSED BY RATHER THAN RETURNED AGAIN.     *
001550*----------------------------------------------------------------*
001560 ENVIRONMENT DIVISION.
001570 CONFIGURATION SECTION.
001580 SOURCE-COMPUTER. IBM-370.
001590 OBJECT-COMPUTER. IBM-370.
001600 INPUT-OUTPUT SECTION.
001610 FILE-CONTROL.
001620     SELECT PARM-FILE ASSIGN TO SYSIN
001630         ORGANIZATION IS LINE SEQUENTIAL
001640         FILE STATUS IS WS-PARM-STATUS.
001650     SELECT CLR-FILE ASSIGN TO CLRIN
001660         ORGANIZATION IS LINE SEQUENTIAL
001670         FILE STATUS IS WS-CLR-STATUS.
001680     SELECT MASTER-FILE ASSIGN TO P37AFIL
001690         ORGANIZATION IS INDEXED
001700         ACCESS MODE IS RANDOM
001710         RECORD KEY IS CUS-ACCNO
001720         FILE STATUS IS WS-MASTER-STATUS.
001730     SELECT HIST-FILE ASSIGN TO P37THST
001740         ORGANIZATION IS INDEXED
001750         ACCESS MODE IS DYNAMIC
001760         RECORD KEY IS THS-KEY
001770         FILE STATUS IS WS-HIST-STATUS.
001780     SELECT AUDIT-FILE ASSIGN TO P37AUDT
001790         ORGANIZATION IS INDEXED
001800         ACCESS MODE IS RANDOM
001810         RECORD KEY IS AUD-KEY
001820         FILE STATUS IS WS-AUDIT-STATUS.
001830     SELECT STOP-FILE ASSIGN TO P37STOP
001840         ORGANIZATION IS INDEXED
001850         ACCESS MODE IS RANDOM
001860         RECORD KEY IS STP-KEY
001870         FILE STATUS IS WS-STOP-STATUS.
001880     SELECT RETURN-FILE ASSIGN TO CLRRET
001890         ORGANIZATION IS LINE SEQUENTIAL
001900         FILE STATUS IS WS-RETURN-STATUS.
001910     SELECT CKPT-FILE ASSIGN TO CLRCKPT
001920         ORGANIZATION IS LINE SEQUENTIAL
001930         FILE STATUS IS WS-CKPT-STATUS.
001940     SELECT CTL-FILE ASSIGN TO P37CTLF
001950         ORGANIZATION IS INDEXED
001960         ACCESS MODE IS RANDOM
001970         RECORD KEY IS CTL-KEY
001980         FILE STATUS IS WS-CTL-STATUS.
001990 DATA DIVISION.
002000 FILE SECTION.
002010 FD  PARM-FILE
002020     LABEL RECORDS ARE OMITTED.
002030 01  PARM-RECORD.
002040     05  PARM-POST-DATE       PIC 9(08).
002050     05  PARM-CKPT-INTVL      PIC 9(05).
002060     05  FILLER               PIC X(67).
002070*----------------------------------------------------------------*
002080*  ONE PRESENTED CHECK AS THE CLEARING HOUSE SENDS IT - THE      *
002090*  ACCOUNT AND CHECK NUMBER OFF THE MICR LINE, THE AMOUNT AS     *
002100*  DDDDDDDDDCC, THE CLEARING HOUSE'S OWN ITEM TRACE NUMBER AND   *
002110*  THE PRESENTING BANK'S ROUTING NUMBER, BOTH CARRIED BACK ON A  *
002120*  RETURN UNCHANGED.                                             *
002130*----------------------------------------------------------------*
002140 FD  CLR-FILE
002150     LABEL RECORDS ARE OMITTED.
002160 01  CLR-RECORD.
002170     05  CLI-ACCNO            PIC 9(15).
002180     05  CLI-CHK-NO           PIC 9(10).
002190     05  CLI-AMOUNT           PIC 9(09)V9(02).
002200     05  CLI-TRACE            PIC X(15).
002210     05  CLI-PRES-RT          PIC X(09).
002220     05  FILLER               PIC X(20).
002230 FD  MASTER-FILE
002240     LABEL RECORDS ARE STANDARD.
002250 01  WS-RECORD.
002260     05  CUS-ACCNO            PIC 9(15).
002270     05  CUS-STATUS           PIC X(01).
002280         88  CUS-ACTIVE           VALUE 'A'.
002290         88  CUS-FROZEN           VALUE 'F'.
002300         88  CUS-CLOSED           VALUE 'C'.
002310         88  CUS-DORMANT          VALUE 'D'.
002320     05  CUS-BALANCE          PIC S9(09)V9(02).
002330     05  CUS-LAST-TXNREF      PIC X(26).
002340     05  CUS-TXN-SEQ          PIC 9(07).
002350     05  CUS-WD-DATE          PIC 9(08).
002360     05  CUS-WD-TODAY         PIC 9(09)V9(02).
002370     05  CUS-PRODUCT          PIC X(02).
002380         88  CUS-PROD-CHECKING    VALUE 'CK'.
002390     05  CUS-HOLD-AMT         PIC 9(09)V9(02).
002400     05  CUS-HOLD-DATE        PIC 9(08).
002410     05  CUS-OD-LIMIT         PIC 9(09)V9(02).
002420     05  CUS-LAST-ACT-DATE    PIC 9(08).
002430     05  FILLER               PIC X(01).
002440 FD  HIST-FILE
002450     LABEL RECORDS ARE STANDARD.
002460 01  WS-HIST-RECORD.
002470     05  THS-KEY.
002480         10  THS-ACCNO        PIC 9(15).
002490         10  THS-SEQNO        PIC 9(07).
002500     05  THS-TXN-TYPE         PIC X(02).
002510     05  THS-AMOUNT           PIC 9(09)V9(02).
002520     05  THS-BAL-AFTER        PIC S9(09)V9(02).
002530     05  THS-DATE             PIC 9(08).
002540     05  THS-TIME             PIC 9(06).
002550     05  THS-TERMID           PIC X(04).
002560     05  THS-REF              PIC X(26).
002570     05  THS-DR-CR            PIC X(01).
002580     05  FILLER               PIC X(05).
002590 FD  AUDIT-FILE
002600     LABEL RECORDS ARE STANDARD.
002610 01  WS-AUDIT-RECORD.
002620     05  AUD-KEY.
002630         10  AUD-ACCNO        PIC 9(15).
002640         10  AUD-SEQNO        PIC 9(07).
002650     05  AUD-TXN-TYPE         PIC X(02).
002660     05  AUD-AMOUNT           PIC 9(09)V9(02).
002670     05  AUD-BAL-BEFORE       PIC S9(09)V9(02).
002680     05  AUD-BAL-AFTER        PIC S9(09)V9(02).
002690     05  AUD-TERMID           PIC X(04).
002700     05  AUD-OPID             PIC X(08).
002710     05  AUD-DATE             PIC 9(08).
002720     05  AUD-TIME             PIC 9(06).
002730     05  AUD-REF              PIC X(26).
002740     05  AUD-APPR-OPID        PIC X(08).
002745     05  AUD-HOLD-FLAG        PIC X(01).
002750     05  AUD-HOLD-DATE        PIC 9(08).
002755     05  FILLER               PIC X(02).
002760 FD  STOP-FILE
002770     LABEL RECORDS ARE STANDARD.
002780 01  WS-STOP-RECORD.
002790     05  STP-KEY.
002800         10  STP-ACCNO        PIC 9(15).
002810         10  STP-CHK-NO       PIC 9(10).
002820     05  STP-STATUS           PIC X(01).
002830         88  STP-ACTIVE           VALUE 'A'.
002840     05  STP-AMOUNT           PIC 9(09)V9(02).
002850     05  STP-PAYEE            PIC X(20).
002860     05  STP-PLACED-DATE      PIC 9(08).
002870     05  STP-PLACED-TIME      PIC 9(06).
002880     05  STP-PLACED-OPID      PIC X(08).
002890     05  STP-EXPIRY-DATE      PIC 9(08).
002900     05  STP-RLSE-DATE        PIC 9(08).
002910     05  STP-RLSE-OPID        PIC X(08).
002920     05  FILLER               PIC X(10).
002930*----------------------------------------------------------------*
002940*  ONE RETURNED ITEM - ITS ORDINAL ON CLRIN, THE PRESENTED       *
002950*  IMAGE AS RECEIVED, THE RETURN REASON CODE AND TEXT, AND THE   *
002960*  DATE IT WAS RETURNED.                                         *
002970*----------------------------------------------------------------*
002980 FD  RETURN-FILE
002990     LABEL RECORDS ARE OMITTED.
003000 01  RETURN-RECORD.
003010     05  RET-ITEM-NO          PIC 9(07).
003020     05  FILLER               PIC X(01).
003030     05  RET-IMAGE            PIC X(80).
003040     05  FILLER               PIC X(01).
003050     05  RET-CODE             PIC X(01).
003060     05  FILLER               PIC X(01).
003070     05  RET-REASON           PIC X(30).
003080     05  FILLER               PIC X(01).
003090     05  RET-DATE             PIC 9(08).
003100 FD  CKPT-FILE
003110     LABEL RECORDS ARE OMITTED.
003120 01  CKPT-RECORD.
003130     05  CKPT-COUNT           PIC 9(07).
003140 FD  CTL-FILE
003150     LABEL RECORDS ARE STANDARD.
003160 01  WS-CTL-RECORD.
003170     05  CTL-KEY              PIC X(08).
003180     05  CTL-DATE             PIC 9(08).
003190     05  CTL-FLAG             PIC X(01).
003200     05  FILLER               PIC X(15).
003210 WORKING-STORAGE SECTION.
003220 77  WS-CTL-STATUS             PIC X(02) VALUE '00'.
003230 77  WS-BUS-DATE               PIC 9(08) VALUE ZERO.
003240 77  WS-JOB-NAME               PIC X(08) VALUE 'CHKCLEAR'.
003250 77  WS-CTL-FOUND-SW           PIC X(01) VALUE 'N'.
003260     88  CTL-FOUND                 VALUE 'Y'.
003270 77  WS-PARM-STATUS            PIC X(02) VALUE '00'.
003280 77  WS-CLR-STATUS             PIC X(02) VALUE '00'.
003290 77  WS-MASTER-STATUS          PIC X(02) VALUE '00'.
003300 77  WS-HIST-STATUS            PIC X(02) VALUE '00'.
003310 77  WS-AUDIT-STATUS           PIC X(02) VALUE '00'.
003320 77  WS-STOP-STATUS            PIC X(02) VALUE '00'.
003330 77  WS-RETURN-STATUS          PIC X(02) VALUE '00'.
003340 77  WS-CKPT-STATUS            PIC X(02) VALUE '00'.
003350 77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
003360     88  CLR-EOF                   VALUE 'Y'.
003370 77  WS-RET-EOF-SW             PIC X(01) VALUE 'N'.
003380     88  RET-EOF                   VALUE 'Y'.
003390 77  WS-CKPT-LOST-SW           PIC X(01) VALUE 'N'.
003400     88  CKPT-LOST                 VALUE 'Y'.
003410 77  WS-OPEN-FAIL-SW           PIC X(01) VALUE 'N'.
003420     88  OPEN-FAILED               VALUE 'Y'.
003430 77  WS-STATUS-OK              PIC X(01) VALUE 'Y'.
003440 77  WS-POSTED-SW              PIC X(01) VALUE 'N'.
003450     88  ALREADY-POSTED            VALUE 'Y'.
003460 77  WS-RETURNED-SW            PIC X(01) VALUE 'N'.
003470     88  ALREADY-RETURNED          VALUE 'Y'.
003480 77  WS-BROWSE-SW              PIC X(01) VALUE 'N'.
003490     88  BROWSE-DONE               VALUE 'Y'.
003500 77  WS-CKPT-START             PIC 9(07) VALUE ZERO.
003510 77  WS-GUARD-LIMIT            PIC 9(07) VALUE ZERO.
003520 77  WS-ITEM-NO                PIC 9(07) VALUE ZERO.
003530 77  WS-HANDLED                PIC 9(07) VALUE ZERO.
003540 77  WS-SINCE-CKPT             PIC 9(05) VALUE ZERO.
003550 77  WS-SKIP-COUNT             PIC 9(07) VALUE ZERO.
003560 77  WS-PAID-COUNT             PIC 9(07) VALUE ZERO.
003570 77  WS-RET-COUNT              PIC 9(07) VALUE ZERO.
003580 77  WS-DUP-COUNT              PIC 9(07) VALUE ZERO.
003590 77  WS-REDO-COUNT             PIC 9(07) VALUE ZERO.
003600 77  WS-PAID-AMT               PIC 9(11)V9(02) VALUE ZERO.
003610 77  WS-RET-AMT                PIC 9(11)V9(02) VALUE ZERO.
003620 77  WS-OLD-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
003630 77  WS-NEW-BALANCE            PIC S9(09)V9(02) VALUE ZERO.
003640 77  WS-CUR-TIME               PIC 9(06) VALUE ZERO.
003650 77  WS-TIME-RAW               PIC 9(08) VALUE ZERO.
003660 77  WS-RET-CODE               PIC X(01) VALUE SPACE.
003670 77  WS-RET-REASON             PIC X(30) VALUE SPACES.
003680*----------------------------------------------------------------*
003690*  A PAID CHECK'S REFERENCE - THE POSTING DATE, 'CH', THE CHECK  *
003700*  NUMBER AND THE ITEM'S ORDINAL ON CLRIN - SO THE SAME ITEM     *
003710*  ALWAYS BUILDS THE SAME REFERENCE AND A RERUN CAN SEE IT       *
003720*  ALREADY WENT THROUGH.  SIX DIGITS OF ORDINAL IS A MILLION     *
003730*  ITEMS A NIGHT.                                                *
003740*----------------------------------------------------------------*
003750 01  WS-TXN-REF.
003760     05  WR-DATE               PIC 9(08).
003770     05  WR-TAG                PIC X(02) VALUE 'CH'.
003780     05  WR-CHK-NO             PIC 9(10).
003790     05  WR-ITEM               PIC 9(06).
003800*----------------------------------------------------------------*
003810*  ORDINALS OF THE ITEMS THE ABENDED RUN HAD ALREADY RETURNED    *
003820*  PAST ITS LAST CHECKPOINT, LOADED OFF CLRRET ON A RESTART.     *
003830*----------------------------------------------------------------*
003840 77  WS-DONE-MAX               PIC 9(05) COMP VALUE 5000.
003850 77  WS-DONE-COUNT             PIC 9(05) COMP VALUE ZERO.
003860 77  WS-DONE-IX                PIC 9(05) COMP VALUE ZERO.
003870 01  WS-DONE-TABLE.
003880     05  WS-DONE-ITEM OCCURS 5000 TIMES
003890                               PIC 9(07).
003900 PROCEDURE DIVISION.
003910 0000-MAINLINE.
003920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003930     IF OPEN-FAILED
003940         DISPLAY 'CHKCLEAR - ABENDING, FILE OPEN FAILED'
003950         MOVE 12 TO RETURN-CODE
003960     ELSE
003970         PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
003980             UNTIL CLR-EOF
003990         PERFORM 3000-FINALIZE THRU 3000-EXIT
004000         PERFORM 9999-TERMINATE THRU 9999-EXIT
004010     END-IF.
004020     STOP RUN.
004030*----------------------------------------------------------------*
004040*  PICK UP THE POSTING DATE AND CHECKPOINT INTERVAL, READ THE    *
004050*  CHECKPOINT LEFT BY ANY PRIOR ABENDED RUN, LOAD THE RETURNS    *
004060*  IT ALREADY MADE PAST THAT CHECKPOINT, OPEN THE FILES AND      *
004070*  PRIME THE FIRST READ.                                         *
004080*----------------------------------------------------------------*
004090 1000-INITIALIZE.
004100     ACCEPT WS-TIME-RAW FROM TIME.
004110     COMPUTE WS-CUR-TIME = WS-TIME-RAW / 100.
004120     OPEN INPUT PARM-FILE.
004130     IF WS-PARM-STATUS NOT = '00'
004140         DISPLAY 'CHKCLEAR - UNABLE TO OPEN SYSIN, STATUS = '
004150             WS-PARM-STATUS
004160         MOVE 'Y' TO WS-EOF-SW
004170         MOVE 'Y' TO WS-OPEN-FAIL-SW
004180     ELSE
004190         READ PARM-FILE
004200             AT END
004210                 MOVE ZERO TO PARM-POST-DATE
004220                 MOVE 100 TO PARM-CKPT-INTVL
004230         END-READ
004240         CLOSE PARM-FILE
004250     END-IF.
004260     IF PARM-CKPT-INTVL = ZERO
004270         MOVE 100 TO PARM-CKPT-INTVL
004280     END-IF.
004290     MOVE PARM-POST-DATE TO WR-DATE.
004300     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT.
004310     PERFORM 1100-READ-CKPT THRU 1100-EXIT.
004320     IF CKPT-LOST
004330         DISPLAY 'CHKCLEAR - CLRCKPT EMPTY, PROVING EVERY ITEM'
004340         MOVE 9999999 TO WS-GUARD-LIMIT
004350     ELSE
004360         COMPUTE WS-GUARD-LIMIT = WS-CKPT-START + PARM-CKPT-INTVL
004370     END-IF.
004380     IF NOT OPEN-FAILED
004390         PERFORM 1160-LOAD-RETURNED THRU 1160-EXIT
004400     END-IF.
004410     OPEN INPUT CLR-FILE.
004420     OPEN I-O MASTER-FILE.
004430     OPEN I-O HIST-FILE.
004440     OPEN I-O AUDIT-FILE.
004450     OPEN INPUT STOP-FILE.
004460     PERFORM 1150-OPEN-RETURN THRU 1150-EXIT.
004470     IF WS-CLR-STATUS NOT = '00'
004480         DISPLAY 'CHKCLEAR - UNABLE TO OPEN CLRIN, STATUS = '
004490             WS-CLR-STATUS
004500         MOVE 'Y' TO WS-EOF-SW
004510         MOVE 'Y' TO WS-OPEN-FAIL-SW
004520     END-IF.
004530     IF WS-MASTER-STATUS NOT = '00'
004540         DISPLAY 'CHKCLEAR - UNABLE TO OPEN P37AFIL, STATUS = '
004550             WS-MASTER-STATUS
004560         MOVE 'Y' TO WS-EOF-SW
004570         MOVE 'Y' TO WS-OPEN-FAIL-SW
004580     END-IF.
004590     IF WS-HIST-STATUS NOT = '00'
004600         DISPLAY 'CHKCLEAR - UNABLE TO OPEN P37THST, STATUS = '
004610             WS-HIST-STATUS
004620         MOVE 'Y' TO WS-EOF-SW
004630         MOVE 'Y' TO WS-OPEN-FAIL-SW
004640     END-IF.
004650     IF WS-AUDIT-STATUS NOT = '00'
004660         DISPLAY 'CHKCLEAR - UNABLE TO OPEN P37AUDT, STATUS = '
004670             WS-AUDIT-STATUS
004680         MOVE 'Y' TO WS-EOF-SW
004690         MOVE 'Y' TO WS-OPEN-FAIL-SW
004700     END-IF.
004710     IF WS-STOP-STATUS NOT = '00'
004720         DISPLAY 'CHKCLEAR - UNABLE TO OPEN P37STOP, STATUS = '
004730             WS-STOP-STATUS
004740         MOVE 'Y' TO WS-EOF-SW
004750         MOVE 'Y' TO WS-OPEN-FAIL-SW
004760     END-IF.
004770     IF WS-RETURN-STATUS NOT = '00'
004780         DISPLAY 'CHKCLEAR - UNABLE TO OPEN CLRRET, STATUS = '
004790             WS-RETURN-STATUS
004800         MOVE 'Y' TO WS-EOF-SW
004810         MOVE 'Y' TO WS-OPEN-FAIL-SW
004820     END-IF.
004830     IF NOT CLR-EOF
004840         IF WS-CKPT-START > ZERO
004850             DISPLAY 'CHKCLEAR - RESTART, SKIPPING '
004860                 WS-CKPT-START ' ITEMS'
004870         END-IF
004880         PERFORM 1200-READ-CLR THRU 1200-EXIT
004890     END-IF.
004900 1000-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------*
004930*  RUN-CONTROL CHECK AGAINST THE P37CTLF SYSTEM CONTROL FILE.    *
004940*  THE RUN REFUSES TO START WHILE THE ONLINE REGION IS STILL UP  *
004950*  AGAINST THE SAME CLUSTERS, REFUSES TO RUN OUT OF SEQUENCE OR  *
004960*  AGAINST THE WRONG DATE, AND REFUSES A BUSINESS DATE IT HAS    *
004970*  ALREADY COMPLETED - THE SUPERVISOR-AUTHORIZED CTLMAINT CLEAR  *
004980*  COMMAND IS THE RERUN PATH.  THE RUN STAMPS ITSELF STARTED     *
004990*  HERE AND COMPLETED AT CLEAN END OF JOB.                       *
005000*----------------------------------------------------------------*
005010 1050-CHECK-RUN-CONTROL.
005020     OPEN I-O CTL-FILE.
005030     IF WS-CTL-STATUS NOT = '00'
005040         DISPLAY 'CHKCLEAR - UNABLE TO OPEN P37CTLF, STATUS = '
005050             WS-CTL-STATUS
005060         MOVE 'Y' TO WS-EOF-SW
005070         MOVE 'Y' TO WS-OPEN-FAIL-SW
005080         GO TO 1050-EXIT
005090     END-IF.
005100     MOVE 'SYSTEM  ' TO CTL-KEY.
005110     READ CTL-FILE
005120         INVALID KEY
005130             DISPLAY 'CHKCLEAR - NO SYSTEM CONTROL RECORD'
005140             MOVE 'Y' TO WS-EOF-SW
005150             MOVE 'Y' TO WS-OPEN-FAIL-SW
005160     END-READ.
005170     IF OPEN-FAILED
005180         CLOSE CTL-FILE
005190         GO TO 1050-EXIT
005200     END-IF.
005210     IF CTL-FLAG = 'U'
005220         DISPLAY 'CHKCLEAR - ONLINE REGION IS STILL UP'
005230         MOVE 'Y' TO WS-EOF-SW
005240         MOVE 'Y' TO WS-OPEN-FAIL-SW
005250         CLOSE CTL-FILE
005260         GO TO 1050-EXIT
005270     END-IF.
005280     MOVE CTL-DATE TO WS-BUS-DATE.
005290     IF PARM-POST-DATE NOT = WS-BUS-DATE
005300         DISPLAY 'CHKCLEAR - CARD DATE IS NOT THE BUSINESS DATE'
005310         DISPLAY 'CHKCLEAR - CARD DATE    ' PARM-POST-DATE
005320         DISPLAY 'CHKCLEAR - CONTROL DATE ' WS-BUS-DATE
005330         MOVE 'Y' TO WS-EOF-SW
005340         MOVE 'Y' TO WS-OPEN-FAIL-SW
005350         CLOSE CTL-FILE
005360         GO TO 1050-EXIT
005370     END-IF.
005380     MOVE WS-JOB-NAME TO CTL-KEY.
005390     MOVE 'N' TO WS-CTL-FOUND-SW.
005400     READ CTL-FILE
005410         INVALID KEY
005420             CONTINUE
005430         NOT INVALID KEY
005440             MOVE 'Y' TO WS-CTL-FOUND-SW
005450     END-READ.
005460     IF CTL-FOUND AND CTL-DATE = WS-BUS-DATE
005470             AND CTL-FLAG = 'C'
005480         DISPLAY 'CHKCLEAR - ALREADY COMPLETED FOR ' WS-BUS-DATE
005490         DISPLAY 'CHKCLEAR - CTLMAINT CLEAR IS THE RERUN PATH'
005500         MOVE 'Y' TO WS-EOF-SW
005510         MOVE 'Y' TO WS-OPEN-FAIL-SW
005520         CLOSE CTL-FILE
005530         GO TO 1050-EXIT
005540     END-IF.
005550     MOVE WS-JOB-NAME TO CTL-KEY.
005560     MOVE WS-BUS-DATE TO CTL-DATE.
005570     MOVE 'S' TO CTL-FLAG.
005580     IF CTL-FOUND
005590         REWRITE WS-CTL-RECORD
005600             INVALID KEY
005610                 DISPLAY 'CHKCLEAR - RUN-CONTROL REWRITE FAILED'
005620         END-REWRITE
005630     ELSE
005640         WRITE WS-CTL-RECORD
005650             INVALID KEY
005660                 DISPLAY 'CHKCLEAR - RUN-CONTROL WRITE FAILED'
005670         END-WRITE
005680     END-IF.
005690 1050-EXIT.
005700     EXIT.
005710*----------------------------------------------------------------*
005720*  STAMP THE RUN COMPLETED FOR THE BUSINESS DATE, SO A SECOND    *
005730*  SUBMISSION OF THE SAME NIGHT IS TURNED AWAY AT 1050.          *
005740*----------------------------------------------------------------*
005750 1060-STAMP-COMPLETE.
005760     MOVE WS-JOB-NAME TO CTL-KEY.
005770     READ CTL-FILE
005780         INVALID KEY
005790             DISPLAY 'CHKCLEAR - RUN-CONTROL RECORD LOST'
005800         NOT INVALID KEY
005810             MOVE 'C' TO CTL-FLAG
005820             REWRITE WS-CTL-RECORD
005830                 INVALID KEY
005840                     DISPLAY 'CHKCLEAR - COMPLETION STAMP FAILED'
005850             END-REWRITE
005860     END-READ.
005870     CLOSE CTL-FILE.
005880 1060-EXIT.
005890     EXIT.
005900*----------------------------------------------------------------*
005910*  A MISSING CHECKPOINT FILE MEANS A FIRST-EVER RUN - TREAT IT   *
005920*  AS A CLEAN ZERO.  A FILE THAT EXISTS BUT HOLDS NO RECORD      *
005930*  MEANS THE ABEND FELL MID-REFRESH IN 9100, SO THE COUNT IS     *
005940*  LOST, NOT ZERO, AND EVERY ITEM IS PROVED ON THE RERUN.        *
005950*----------------------------------------------------------------*
005960 1100-READ-CKPT.
005970     OPEN INPUT CKPT-FILE.
005980     IF WS-CKPT-STATUS = '35'
005990         MOVE ZERO TO WS-CKPT-START
006000     ELSE
006010         IF WS-CKPT-STATUS = '00'
006020             READ CKPT-FILE
006030                 AT END
006040                     MOVE ZERO TO CKPT-COUNT
006050                     MOVE 'Y' TO WS-CKPT-LOST-SW
006060             END-READ
006070             MOVE CKPT-COUNT TO WS-CKPT-START
006080             CLOSE CKPT-FILE
006090         ELSE
006100             DISPLAY 'CHKCLEAR - CLRCKPT OPEN STATUS = '
006110                 WS-CKPT-STATUS
006120             MOVE 'Y' TO WS-OPEN-FAIL-SW
006130         END-IF
006140     END-IF.
006150 1100-EXIT.
006160     EXIT.
006170*----------------------------------------------------------------*
006180*  ON A RESTART THE ABENDED RUN'S RETURNS ARE ALREADY ON CLRRET, *
006190*  SO THE FILE IS EXTENDED RATHER THAN CUT FRESH.  A RESTART     *
006200*  AGAINST A MISSING FILE FALLS BACK TO A FRESH ONE.             *
006210*----------------------------------------------------------------*
006220 1150-OPEN-RETURN.
006230     IF WS-CKPT-START > ZERO OR CKPT-LOST
006240         OPEN EXTEND RETURN-FILE
006250         IF WS-RETURN-STATUS = '35'
006260             OPEN OUTPUT RETURN-FILE
006270         END-IF
006280     ELSE
006290         OPEN OUTPUT RETURN-FILE
006300     END-IF.
006310 1150-EXIT.
006320     EXIT.
006330*----------------------------------------------------------------*
006340*  ON A RESTART, NOTE EVERY ITEM CLRRET ALREADY RETURNED INSIDE  *
006350*  THE GUARD WINDOW, SO 2350 CAN PASS IT BY.  ITEMS UP TO THE    *
006360*  CHECKPOINT ARE SKIPPED OUTRIGHT AND NEED NO ENTRY.  A WINDOW  *
006370*  HOLDING MORE RETURNS THAN THE TABLE TAKES STOPS THE RUN       *
006380*  RATHER THAN RISK RETURNING AN ITEM TWICE.                     *
006390*----------------------------------------------------------------*
006400 1160-LOAD-RETURNED.
006410     MOVE ZERO TO WS-DONE-COUNT.
006420     IF WS-CKPT-START = ZERO AND NOT CKPT-LOST
006430         GO TO 1160-EXIT
006440     END-IF.
006450     OPEN INPUT RETURN-FILE.
006460     IF WS-RETURN-STATUS = '35'
006470         GO TO 1160-EXIT
006480     END-IF.
006490     IF WS-RETURN-STATUS NOT = '00'
006500         DISPLAY 'CHKCLEAR - CLRRET OPEN STATUS = '
006510             WS-RETURN-STATUS
006520         MOVE 'Y' TO WS-OPEN-FAIL-SW
006530         GO TO 1160-EXIT
006540     END-IF.
006550     MOVE 'N' TO WS-RET-EOF-SW.
006560     PERFORM 1170-READ-RETURNED THRU 1170-EXIT
006570         UNTIL RET-EOF.
006580     CLOSE RETURN-FILE.
006590     IF WS-DONE-COUNT > ZERO
006600         DISPLAY 'CHKCLEAR - RETURNS ALREADY MADE ' WS-DONE-COUNT
006610     END-IF.
006620 1160-EXIT.
006630     EXIT.
006640 1170-READ-RETURNED.
006650     READ RETURN-FILE
006660         AT END
006670             MOVE 'Y' TO WS-RET-EOF-SW
006680             GO TO 1170-EXIT
006690     END-READ.
006700     IF RET-ITEM-NO NOT > WS-CKPT-START
006710         GO TO 1170-EXIT
006720     END-IF.
006730     IF WS-DONE-COUNT NOT < WS-DONE-MAX
006740         DISPLAY 'CHKCLEAR - TOO MANY RETURNS PAST CHECKPOINT'
006750         MOVE 'Y' TO WS-OPEN-FAIL-SW
006760         MOVE 'Y' TO WS-RET-EOF-SW
006770         GO TO 1170-EXIT
006780     END-IF.
006790     ADD 1 TO WS-DONE-COUNT.
006800     MOVE RET-ITEM-NO TO WS-DONE-ITEM (WS-DONE-COUNT).
006810 1170-EXIT.
006820     EXIT.
006830 1200-READ-CLR.
006840     READ CLR-FILE
006850         AT END
006860             MOVE 'Y' TO WS-EOF-SW
006870     END-READ.
006880     IF NOT CLR-EOF
006890         ADD 1 TO WS-ITEM-NO
006900     END-IF.
006910 1200-EXIT.
006920     EXIT.
006930*----------------------------------------------------------------*
006940*  ONE ITEM.  ITEMS ALREADY COVERED BY THE CHECKPOINT ARE        *
006950*  SKIPPED OUTRIGHT; ITEMS INSIDE THE GUARD WINDOW ARE PROVED    *
006960*  AGAINST WHAT THE ABENDED RUN ALREADY DID FIRST; EVERYTHING    *
006970*  ELSE IS PAID OR RETURNED.                                     *
006980*----------------------------------------------------------------*
006990 2000-PROCESS-ITEM.
007000     IF WS-ITEM-NO NOT GREATER THAN WS-CKPT-START
007010         ADD 1 TO WS-SKIP-COUNT
007020     ELSE
007030         PERFORM 2100-HANDLE-ITEM THRU 2100-EXIT
007040         ADD 1 TO WS-HANDLED
007050         ADD 1 TO WS-SINCE-CKPT
007060         IF WS-SINCE-CKPT NOT LESS THAN PARM-CKPT-INTVL
007070             PERFORM 9100-TAKE-CHECKPOINT THRU 9100-EXIT
007080         END-IF
007090     END-IF.
007100     PERFORM 1200-READ-CLR THRU 1200-EXIT.
007110 2000-EXIT.
007120     EXIT.
007130 2100-HANDLE-ITEM.
007140     PERFORM 2200-BUILD-REF THRU 2200-EXIT.
007150     IF WS-ITEM-NO NOT GREATER THAN WS-GUARD-LIMIT
007160         PERFORM 2300-CHECK-POSTED THRU 2300-EXIT
007170         IF ALREADY-POSTED
007180             ADD 1 TO WS-DUP-COUNT
007190             GO TO 2100-EXIT
007200         END-IF
007210         PERFORM 2350-CHECK-RETURNED THRU 2350-EXIT
007220         IF ALREADY-RETURNED
007230             ADD 1 TO WS-REDO-COUNT
007240             GO TO 2100-EXIT
007250         END-IF
007260     END-IF.
007270     PERFORM 2400-EDIT-ITEM THRU 2400-EXIT.
007280     IF WS-STATUS-OK = 'Y'
007290         PERFORM 2500-PAY-ITEM THRU 2500-EXIT
007300     ELSE
007310         PERFORM 2600-WRITE-RETURN THRU 2600-EXIT
007320     END-IF.
007330 2100-EXIT.
007340     EXIT.
007350 2200-BUILD-REF.
007360     IF CLI-CHK-NO NUMERIC
007370         MOVE CLI-CHK-NO TO WR-CHK-NO
007380     ELSE
007390         MOVE ZERO TO WR-CHK-NO
007400     END-IF.
007410     MOVE WS-ITEM-NO TO WR-ITEM.
007420 2200-EXIT.
007430     EXIT.
007440*----------------------------------------------------------------*
007450*  PROVE WHETHER THIS ITEM WAS ALREADY PAID IN THE ABENDED RUN - *
007460*  THE SAME HISTORY BROWSE AND MASTER LAST-REFERENCE TEST        *
007470*  TXNPOST MAKES, REPAIRING ANY JOURNAL ENTRY THE ABEND LEFT     *
007480*  MISSING INSTEAD OF PAYING THE CHECK A SECOND TIME.            *
007490*----------------------------------------------------------------*
007500 2300-CHECK-POSTED.
007510     MOVE 'N' TO WS-POSTED-SW.
007520     MOVE 'N' TO WS-BROWSE-SW.
007530     IF CLI-ACCNO NOT NUMERIC
007540         GO TO 2300-EXIT
007550     END-IF.
007560     MOVE CLI-ACCNO TO CUS-ACCNO.
007570     READ MASTER-FILE
007580         INVALID KEY
007590             MOVE 'Y' TO WS-BROWSE-SW
007600     END-READ.
007610     IF BROWSE-DONE
007620         GO TO 2300-EXIT
007630     END-IF.
007640     MOVE CLI-ACCNO TO THS-ACCNO.
007650     MOVE ZERO TO THS-SEQNO.
007660     START HIST-FILE KEY NOT LESS THAN THS-KEY
007670         INVALID KEY
007680             MOVE 'Y' TO WS-BROWSE-SW
007690     END-START.
007700     PERFORM 2310-READ-HIST-NEXT THRU 2310-EXIT
007710         UNTIL BROWSE-DONE.
007720     IF ALREADY-POSTED
007730         PERFORM 2320-REPAIR-AUDIT THRU 2320-EXIT
007740     ELSE
007750         IF CUS-LAST-TXNREF = WS-TXN-REF
007760             MOVE 'Y' TO WS-POSTED-SW
007770             PERFORM 2330-REPAIR-JOURNAL THRU 2330-EXIT
007780         END-IF
007790     END-IF.
007800 2300-EXIT.
007810     EXIT.
007820 2310-READ-HIST-NEXT.
007830     READ HIST-FILE NEXT RECORD
007840         AT END
007850             MOVE 'Y' TO WS-BROWSE-SW
007860     END-READ.
007870     IF NOT BROWSE-DONE
007880         IF THS-ACCNO NOT = CLI-ACCNO
007890             MOVE 'Y' TO WS-BROWSE-SW
007900         ELSE
007910             IF THS-REF = WS-TXN-REF
007920                 MOVE 'Y' TO WS-POSTED-SW
007930                 MOVE 'Y' TO WS-BROWSE-SW
007940             END-IF
007950         END-IF
007960     END-IF.
007970 2310-EXIT.
007980     EXIT.
007990 2320-REPAIR-AUDIT.
008000     MOVE THS-ACCNO TO AUD-ACCNO.
008010     MOVE THS-SEQNO TO AUD-SEQNO.
008020     READ AUDIT-FILE
008030         INVALID KEY
008040             PERFORM 2321-WRITE-RPR-AUDIT THRU 2321-EXIT
008050     END-READ.
008060 2320-EXIT.
008070     EXIT.
008080 2321-WRITE-RPR-AUDIT.
008090     MOVE THS-ACCNO       TO AUD-ACCNO.
008100     MOVE THS-SEQNO       TO AUD-SEQNO.
008110     MOVE THS-TXN-TYPE    TO AUD-TXN-TYPE.
008120     MOVE THS-AMOUNT      TO AUD-AMOUNT.
008130     MOVE THS-BAL-AFTER   TO AUD-BAL-AFTER.
008140     COMPUTE AUD-BAL-BEFORE = THS-BAL-AFTER + THS-AMOUNT.
008150     MOVE THS-TERMID      TO AUD-TERMID.
008160     MOVE 'CHKCLEAR'      TO AUD-OPID.
008170     MOVE SPACES          TO AUD-APPR-OPID.
008173     MOVE SPACES          TO AUD-HOLD-FLAG.
008176     MOVE ZERO            TO AUD-HOLD-DATE.
008180     MOVE THS-DATE        TO AUD-DATE.
008190     MOVE THS-TIME        TO AUD-TIME.
008200     MOVE THS-REF         TO AUD-REF.
008210     WRITE WS-AUDIT-RECORD
008220         INVALID KEY
008230             DISPLAY 'CHKCLEAR - AUDIT REPAIR FAILED, ACCT '
008240                 AUD-ACCNO
008250     END-WRITE.
008260 2321-EXIT.
008270     EXIT.
008280 2330-REPAIR-JOURNAL.
008290     MOVE CUS-ACCNO       TO THS-ACCNO.
008300     MOVE CUS-TXN-SEQ     TO THS-SEQNO.
008310     MOVE 'CH'            TO THS-TXN-TYPE.
008320     MOVE CLI-AMOUNT      TO THS-AMOUNT.
008330     MOVE CUS-BALANCE     TO THS-BAL-AFTER.
008340     MOVE PARM-POST-DATE  TO THS-DATE.
008350     MOVE WS-CUR-TIME     TO THS-TIME.
008360     MOVE 'BTCH'          TO THS-TERMID.
008370     MOVE WS-TXN-REF      TO THS-REF.
008380     MOVE 'D'             TO THS-DR-CR.
008390     WRITE WS-HIST-RECORD
008400         INVALID KEY
008410             DISPLAY 'CHKCLEAR - HIST REPAIR FAILED, ACCT '
008420                 THS-ACCNO
008430     END-WRITE.
008440     PERFORM 2321-WRITE-RPR-AUDIT THRU 2321-EXIT.
008450 2330-EXIT.
008460     EXIT.
008470*----------------------------------------------------------------*
008480*  WAS THIS ITEM AMONG THE RETURNS THE ABENDED RUN ALREADY PUT   *
008490*  ON CLRRET?                                                    *
008500*----------------------------------------------------------------*
008510 2350-CHECK-RETURNED.
008520     MOVE 'N' TO WS-RETURNED-SW.
008530     PERFORM 2360-SCAN-RETURNED THRU 2360-EXIT
008540         VARYING WS-DONE-IX FROM 1 BY 1
008550         UNTIL WS-DONE-IX > WS-DONE-COUNT
008560            OR ALREADY-RETURNED.
008570 2350-EXIT.
008580     EXIT.
008590 2360-SCAN-RETURNED.
008600     IF WS-DONE-ITEM (WS-DONE-IX) = WS-ITEM-NO
008610         MOVE 'Y' TO WS-RETURNED-SW
008620     END-IF.
008630 2360-EXIT.
008640     EXIT.
008650*----------------------------------------------------------------*
008660*  EDIT THE ITEM AND FETCH ITS MASTER.  THE ACCOUNT HAS TO BE    *
008670*  THERE, OPEN FOR POSTING AND A CHECKING ACCOUNT; THE CHECK     *
008680*  MUST NOT BE STOPPED; AND THE BALANCE LESS HOLDS PLUS ANY      *
008690*  ARRANGED LINE MUST COVER IT.  THE FIRST RULE BROKEN IS THE    *
008700*  RETURN REASON.                                                *
008710*----------------------------------------------------------------*
008720 2400-EDIT-ITEM.
008730     MOVE 'Y' TO WS-STATUS-OK.
008740     MOVE SPACE TO WS-RET-CODE.
008750     MOVE SPACES TO WS-RET-REASON.
008760     IF CLI-CHK-NO NOT NUMERIC
008770             OR CLI-AMOUNT NOT NUMERIC OR CLI-AMOUNT = ZERO
008780         MOVE 'Z' TO WS-RET-CODE
008790         MOVE 'ITEM UNREADABLE' TO WS-RET-REASON
008800         MOVE 'N' TO WS-STATUS-OK
008810         GO TO 2400-EXIT
008820     END-IF.
008830     IF CLI-ACCNO NOT NUMERIC
008840         MOVE 'E' TO WS-RET-CODE
008850         MOVE 'NO SUCH ACCOUNT' TO WS-RET-REASON
008860         MOVE 'N' TO WS-STATUS-OK
008870         GO TO 2400-EXIT
008880     END-IF.
008890     MOVE CLI-ACCNO TO CUS-ACCNO.
008900     READ MASTER-FILE
008910         INVALID KEY
008920             MOVE 'E' TO WS-RET-CODE
008930             MOVE 'NO SUCH ACCOUNT' TO WS-RET-REASON
008940             MOVE 'N' TO WS-STATUS-OK
008950     END-READ.
008960     IF WS-STATUS-OK = 'N'
008970         GO TO 2400-EXIT
008980     END-IF.
008990     IF CUS-CLOSED
009000         MOVE 'D' TO WS-RET-CODE
009010         MOVE 'ACCOUNT CLOSED' TO WS-RET-REASON
009020         MOVE 'N' TO WS-STATUS-OK
009030         GO TO 2400-EXIT
009040     END-IF.
009050     IF CUS-FROZEN
009060         MOVE 'F' TO WS-RET-CODE
009070         MOVE 'ACCOUNT FROZEN' TO WS-RET-REASON
009080         MOVE 'N' TO WS-STATUS-OK
009090         GO TO 2400-EXIT
009100     END-IF.
009110     IF CUS-DORMANT
009120         MOVE 'F' TO WS-RET-CODE
009130         MOVE 'ACCOUNT DORMANT' TO WS-RET-REASON
009140         MOVE 'N' TO WS-STATUS-OK
009150         GO TO 2400-EXIT
009160     END-IF.
009170     IF NOT CUS-PROD-CHECKING
009180         MOVE 'X' TO WS-RET-CODE
009190         MOVE 'NOT A CHECKING ACCOUNT' TO WS-RET-REASON
009200         MOVE 'N' TO WS-STATUS-OK
009210         GO TO 2400-EXIT
009220     END-IF.
009230     PERFORM 2410-CHECK-STOP THRU 2410-EXIT.
009240     IF WS-STATUS-OK = 'N'
009250         GO TO 2400-EXIT
009260     END-IF.
009270     IF CLI-AMOUNT > CUS-BALANCE + CUS-OD-LIMIT
009280         MOVE 'A' TO WS-RET-CODE
009290         MOVE 'INSUFFICIENT FUNDS' TO WS-RET-REASON
009300         MOVE 'N' TO WS-STATUS-OK
009310         GO TO 2400-EXIT
009320     END-IF.
009330     IF CLI-AMOUNT > CUS-BALANCE - CUS-HOLD-AMT + CUS-OD-LIMIT
009340         MOVE 'B' TO WS-RET-CODE
009350         MOVE 'UNCOLLECTED FUNDS' TO WS-RET-REASON
009360         MOVE 'N' TO WS-STATUS-OK
009370     END-IF.
009380 2400-EXIT.
009390     EXIT.
009400*----------------------------------------------------------------*
009410*  A STOP STANDS AGAINST THE CHECK IF IT IS STILL ACTIVE, HAS    *
009420*  NOT EXPIRED BY THE POSTING DATE, AND EITHER NAMES NO AMOUNT   *
009430*  OR NAMES THE AMOUNT PRESENTED.                                *
009440*----------------------------------------------------------------*
009450 2410-CHECK-STOP.
009460     MOVE CLI-ACCNO TO STP-ACCNO.
009470     MOVE CLI-CHK-NO TO STP-CHK-NO.
009480     READ STOP-FILE
009490         INVALID KEY
009500             GO TO 2410-EXIT
009510     END-READ.
009520     IF STP-ACTIVE
009530             AND STP-EXPIRY-DATE NOT < PARM-POST-DATE
009540             AND (STP-AMOUNT = ZERO OR STP-AMOUNT = CLI-AMOUNT)
009550         MOVE 'C' TO WS-RET-CODE
009560         MOVE 'STOP PAYMENT' TO WS-RET-REASON
009570         MOVE 'N' TO WS-STATUS-OK
009580     END-IF.
009590 2410-EXIT.
009600     EXIT.
009610*----------------------------------------------------------------*
009620*  PAY THE CHECK - BALANCE, LAST-REFERENCE, SEQUENCE AND THE     *
009630*  LAST-ACTIVITY DATE ON THE MASTER, THEN THE 'CH' HISTORY AND   *
009640*  AUDIT ENTRIES.                                                *
009650*----------------------------------------------------------------*
009660 2500-PAY-ITEM.
009670     MOVE CUS-BALANCE TO WS-OLD-BALANCE.
009680     COMPUTE WS-NEW-BALANCE = CUS-BALANCE - CLI-AMOUNT.
009690     MOVE WS-NEW-BALANCE TO CUS-BALANCE.
009700     MOVE WS-TXN-REF TO CUS-LAST-TXNREF.
009710     MOVE PARM-POST-DATE TO CUS-LAST-ACT-DATE.
009720     ADD 1 TO CUS-TXN-SEQ.
009730     REWRITE WS-RECORD
009740         INVALID KEY
009750             DISPLAY 'CHKCLEAR - REWRITE FAILED, ACCT ' CUS-ACCNO
009760     END-REWRITE.
009770     IF WS-MASTER-STATUS = '00'
009780         PERFORM 2510-WRITE-HIST THRU 2510-EXIT
009790         PERFORM 2520-WRITE-AUDIT THRU 2520-EXIT
009800         ADD 1 TO WS-PAID-COUNT
009810         ADD CLI-AMOUNT TO WS-PAID-AMT
009820     ELSE
009830         DISPLAY 'CHKCLEAR - ITEM ' WS-ITEM-NO
009840             ' NOT PAID, MASTER STATUS ' WS-MASTER-STATUS
009850         MOVE 'E' TO WS-RET-CODE
009860         MOVE 'MASTER REWRITE FAILED' TO WS-RET-REASON
009870         PERFORM 2600-WRITE-RETURN THRU 2600-EXIT
009880     END-IF.
009890 2500-EXIT.
009900     EXIT.
009910 2510-WRITE-HIST.
009920     MOVE CUS-ACCNO       TO THS-ACCNO.
009930     MOVE CUS-TXN-SEQ     TO THS-SEQNO.
009940     MOVE 'CH'            TO THS-TXN-TYPE.
009950     MOVE CLI-AMOUNT      TO THS-AMOUNT.
009960     MOVE WS-NEW-BALANCE  TO THS-BAL-AFTER.
009970     MOVE PARM-POST-DATE  TO THS-DATE.
009980     MOVE WS-CUR-TIME     TO THS-TIME.
009990     MOVE 'BTCH'          TO THS-TERMID.
010000     MOVE WS-TXN-REF      TO THS-REF.
010010     MOVE 'D'             TO THS-DR-CR.
010020     WRITE WS-HIST-RECORD
010030         INVALID KEY
010040             DISPLAY 'CHKCLEAR - HIST WRITE FAILED, ACCT '
010050                 CUS-ACCNO
010060     END-WRITE.
010070 2510-EXIT.
010080     EXIT.
010090 2520-WRITE-AUDIT.
010100     MOVE CUS-ACCNO       TO AUD-ACCNO.
010110     MOVE CUS-TXN-SEQ     TO AUD-SEQNO.
010120     MOVE 'CH'            TO AUD-TXN-TYPE.
010130     MOVE CLI-AMOUNT      TO AUD-AMOUNT.
010140     MOVE WS-OLD-BALANCE  TO AUD-BAL-BEFORE.
010150     MOVE WS-NEW-BALANCE  TO AUD-BAL-AFTER.
010160     MOVE 'BTCH'          TO AUD-TERMID.
010170     MOVE 'CHKCLEAR'      TO AUD-OPID.
010180     MOVE SPACES          TO AUD-APPR-OPID.
010183     MOVE SPACES          TO AUD-HOLD-FLAG.
010186     MOVE ZERO            TO AUD-HOLD-DATE.
010190     MOVE PARM-POST-DATE  TO AUD-DATE.
010200     MOVE WS-CUR-TIME     TO AUD-TIME.
010210     MOVE WS-TXN-REF      TO AUD-REF.
010220     WRITE WS-AUDIT-RECORD
010230         INVALID KEY
010240             DISPLAY 'CHKCLEAR - AUDIT WRITE FAILED, ACCT '
010250                 CUS-ACCNO
010260     END-WRITE.
010270 2520-EXIT.
010280     EXIT.
010290 2600-WRITE-RETURN.
010300     MOVE SPACES TO RETURN-RECORD.
010310     MOVE WS-ITEM-NO TO RET-ITEM-NO.
010320     MOVE CLR-RECORD TO RET-IMAGE.
010330     MOVE WS-RET-CODE TO RET-CODE.
010340     MOVE WS-RET-REASON TO RET-REASON.
010350     MOVE PARM-POST-DATE TO RET-DATE.
010360     WRITE RETURN-RECORD.
010370     ADD 1 TO WS-RET-COUNT.
010380     IF CLI-AMOUNT NUMERIC
010390         ADD CLI-AMOUNT TO WS-RET-AMT
010400     END-IF.
010410 2600-EXIT.
010420     EXIT.
010430*----------------------------------------------------------------*
010440*  REFRESH THE CHECKPOINT WITH THE COUNT OF ITEMS HANDLED SO     *
010450*  FAR.  REWRITTEN FROM SCRATCH EACH TIME - THE FILE ONLY EVER   *
010460*  HOLDS THE ONE COUNT RECORD.                                   *
010470*----------------------------------------------------------------*
010480 9100-TAKE-CHECKPOINT.
010490     MOVE ZERO TO WS-SINCE-CKPT.
010500     OPEN OUTPUT CKPT-FILE.
010510     COMPUTE CKPT-COUNT = WS-CKPT-START + WS-HANDLED.
010520     WRITE CKPT-RECORD.
010530     CLOSE CKPT-FILE.
010540 9100-EXIT.
010550     EXIT.
010560*----------------------------------------------------------------*
010570*  A CLEAN END OF JOB RESETS THE CHECKPOINT TO ZERO SO THE NEXT  *
010580*  NIGHT'S RUN STARTS FRESH.  THE COUNTS AND THE PAID AND        *
010590*  RETURNED TOTALS GO TO THE JOB LOG FOR THE SETTLEMENT          *
010600*  TIE-OUT AGAINST THE CLEARING HOUSE'S OWN FIGURES.             *
010610*----------------------------------------------------------------*
010620 3000-FINALIZE.
010630     MOVE ZERO TO WS-CKPT-START.
010640     MOVE ZERO TO WS-HANDLED.
010650     PERFORM 9100-TAKE-CHECKPOINT THRU 9100-EXIT.
010660     DISPLAY 'CHKCLEAR - ITEMS SKIPPED    ' WS-SKIP-COUNT.
010670     DISPLAY 'CHKCLEAR - ITEMS PAID       ' WS-PAID-COUNT.
010680     DISPLAY 'CHKCLEAR - AMOUNT PAID      ' WS-PAID-AMT.
010690     DISPLAY 'CHKCLEAR - ITEMS RETURNED   ' WS-RET-COUNT.
010700     DISPLAY 'CHKCLEAR - AMOUNT RETURNED  ' WS-RET-AMT.
010710     DISPLAY 'CHKCLEAR - ALREADY PAID     ' WS-DUP-COUNT.
010720     DISPLAY 'CHKCLEAR - ALREADY RETURNED ' WS-REDO-COUNT.
010730 3000-EXIT.
010740     EXIT.
010750 9999-TERMINATE.
010760     CLOSE CLR-FILE.
010770     CLOSE MASTER-FILE.
010780     CLOSE HIST-FILE.
010790     CLOSE AUDIT-FILE.
010800     CLOSE STOP-FILE.
010810     CLOSE RETURN-FILE.
010820     PERFORM 1060-STAMP-COMPLETE THRU 1060-EXIT.
010830 9999-EXIT.
010840     EXIT.
