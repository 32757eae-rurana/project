001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. AFRECOV.
001020 AUTHOR. R T KOWALSKI.
001030 INSTALLATION. RETAIL BANKING SYSTEMS - BATCH OPERATIONS.
001040 DATE-WRITTEN. 10/15/2026.
001050 DATE-COMPILED.
001060*
001070*    MODIFICATION HISTORY
001080*    DATE      INIT  DESCRIPTION
001090*    10/15/26  RTK   INITIAL VERSION - FORWARD RECOVERY OF
001100*                    P37AFILE FROM THE AFBACKUP BACKUP POINT
001110*                    BY REPLAYING THE P37AUDIT JOURNAL.
001112*    10/15/26  RTK   A BATCH STATUS CHANGE OFF DORMANT (THE
001114*                    ESCHEAT WRITE-OFF) NO LONGER RESETS THE
001116*                    LAST-ACTIVITY DATE ON REPLAY.
001117*    10/15/26  RTK   HOLDRLSE NOW JOURNALS ITS RELEASES AS 'HR'
001118*                    ENTRIES; THE REPLAY PUTS THEM BACK.
001120*
001130*----------------------------------------------------------------*
001140*  RUN ONLY WHEN THE P37AFILE CLUSTER HAS BEEN LOST OR DAMAGED.  *
001150*  THE BACKUP POINT IS THE 'AFBACKUP' RECORD ON P37CTLF, WRITTEN *
001160*  BY THE PRE-BATCH BACKUP STEP.  THE SYSIN CARD SAYS WHERE THE  *
001170*  MASTER COMES FROM:                                            *
001180*                                                                *
001190*    L   LOAD THE AFBKUP GENERATION INTO A FRESHLY DEFINED,      *
001200*        EMPTY P37AFILE FIRST, PROVING THE RECORD COUNT AGAINST  *
001210*        THE BACKUP POINT, THEN REPLAY.                          *
001220*    R   THE MASTER HAS ALREADY BEEN RESTORED (OR A STOPPED      *
001230*        REPLAY IS BEING RESUMED) - REPLAY ONLY.                 *
001240*                                                                *
001250*  THE JOURNAL IS READ IN KEY SEQUENCE - ACCOUNT, THEN THE       *
001260*  ACCOUNT'S OWN POSTING SEQUENCE - SO EACH ACCOUNT'S ENTRIES    *
001270*  ARE REPLAYED IN THE ORDER THEY WERE POSTED.  NOTHING DATED    *
001280*  BEFORE THE BACKUP POINT'S BUSINESS DATE IS LOOKED AT.  FROM   *
001290*  THERE ON, THE SEQUENCE NUMBER ON THE RESTORED MASTER SAYS     *
001300*  WHICH ENTRIES THE BACKUP ALREADY HOLDS; EVERY LATER ONE IS    *
001310*  REPLAYED.  THAT RULE DOES NOT DEPEND ON THE CLOCK, SO A BATCH *
001320*  RUN THAT CROSSED MIDNIGHT IS STILL REPLAYED IN FULL, AND A    *
001330*  STOPPED REPLAY CAN BE RESUMED WITH AN 'R' CARD WITHOUT        *
001340*  APPLYING ANY ENTRY TWICE.                                     *
001350*                                                                *
001360*  EACH ENTRY MUST FIND THE BALANCE IT WAS POSTED AGAINST - ITS  *
001370*  AUD-BAL-BEFORE - ON THE MASTER BEING REBUILT.  THE FIRST ONE  *
001380*  THAT DOES NOT STOPS THE RUN, RC=12, WITH THE ENTRY AND BOTH   *
001390*  BALANCES ON RCVRPT.  THE MASTER MUST NOT GO BACK ONLINE UNTIL *
001400*  THE BREAK IS FOUND AND A RESUMED RUN COMPLETES.               *
001410*                                                                *
001420*  WHAT IS PUT BACK: THE BALANCE AND POSTING SEQUENCE OFF EVERY  *
001430*  ENTRY; A DEPOSIT HOLD ('DP' MARKED HELD) AND A HOLD RELEASE   *
001440*  ('HR'); THE STATUS OFF AN 'ST' ENTRY'S 'STAT X>Y' REFERENCE;  *
001450*  THE OVERDRAFT LINE OFF AN 'OL' ENTRY'S 'ODL' REFERENCE; AN    *
001460*  ACCOUNT OPENED SINCE THE BACKUP ('OP'); AND THE LAST          *
001470*  REFERENCE, LAST-ACTIVITY DATE AND DAILY WITHDRAWAL TOTAL THE  *
001480*  POSTING PROGRAMS KEEP, SO THE DUPLICATE-SUBMISSION AND DAILY  *
001490*  LIMIT CHECKS CARRY ON AS IF NOTHING HAD HAPPENED.             *
001491*                                                                *
001492*  A HOLD RELEASE IS JOURNALED WHETHER IT IS THE NIGHTLY         *
001493*  HOLDRLSE RUN CLEARING A HOLD THAT HAS COME DUE OR A           *
001494*  SUPERVISOR RELEASING ONE EARLY FROM HOLDREL.  A BACKUP TAKEN  *
001495*  BEFORE THE NIGHT'S HOLDRLSE THEREFORE HAS THOSE RELEASES PUT  *
001496*  BACK BY THE REPLAY LIKE ANY OTHER ENTRY - NO HOLD COMES BACK  *
001497*  THAT WAS ALREADY FREED.                                       *
001500*----------------------------------------------------------------*
001510 ENVIRONMENT DIVISION.
001520 CONFIGURATION SECTION.
001530 SOURCE-COMPUTER. IBM-370.
001540 OBJECT-COMPUTER. IBM-370.
001550 INPUT-OUTPUT SECTION.
001560 FILE-CONTROL.
001570     SELECT PARM-FILE ASSIGN TO SYSIN
001580         ORGANIZATION IS LINE SEQUENTIAL
001590         FILE STATUS IS WS-PARM-STATUS.
001600     SELECT AUDIT-FILE ASSIGN TO P37AUDT
001610         ORGANIZATION IS INDEXED
001620         ACCESS MODE IS SEQUENTIAL
001630         RECORD KEY IS AUD-KEY
001640         FILE STATUS IS WS-AUDIT-STATUS.
001650     SELECT MASTER-FILE ASSIGN TO P37AFIL
001660         ORGANIZATION IS INDEXED
001670         ACCESS MODE IS DYNAMIC
001680         RECORD KEY IS CUS-ACCNO
001690         FILE STATUS IS WS-MASTER-STATUS.
001700     SELECT BACKUP-FILE ASSIGN TO AFBKUP
001710         ORGANIZATION IS SEQUENTIAL
001720         FILE STATUS IS WS-BACKUP-STATUS.
001730     SELECT REPORT-FILE ASSIGN TO RCVRPT
001740         ORGANIZATION IS LINE SEQUENTIAL
001750         FILE STATUS IS WS-REPORT-STATUS.
001760     SELECT CTL-FILE ASSIGN TO P37CTLF
001770         ORGANIZATION IS INDEXED
001780         ACCESS MODE IS RANDOM
001790         RECORD KEY IS CTL-KEY
001800         FILE STATUS IS WS-CTL-STATUS.
001810 DATA DIVISION.
001820 FILE SECTION.
001830 FD  PARM-FILE
001840     LABEL RECORDS ARE OMITTED.
001850 01  PARM-RECORD.
001860     05  PARM-MODE            PIC X(01).
001870         88  PARM-LOAD            VALUE 'L'.
001880         88  PARM-REPLAY-ONLY     VALUE 'R'.
001890     05  FILLER               PIC X(79).
001900 FD  AUDIT-FILE
001910     LABEL RECORDS ARE STANDARD.
001920 01  WS-AUDIT-RECORD.
001930     05  AUD-KEY.
001940         10  AUD-ACCNO        PIC 9(15).
001950         10  AUD-SEQNO        PIC 9(07).
001960     05  AUD-TXN-TYPE         PIC X(02).
001970         88  AUD-DEPOSIT          VALUE 'DP'.
001980         88  AUD-WITHDRAWAL       VALUE 'WD'.
001990         88  AUD-TRANSFER         VALUE 'TF'.
002000         88  AUD-REVERSAL         VALUE 'RV'.
002010         88  AUD-CHECK            VALUE 'CH'.
002020         88  AUD-ACCT-OPEN        VALUE 'OP'.
002030         88  AUD-STAT-CHG         VALUE 'ST'.
002040         88  AUD-HOLD-REL         VALUE 'HR'.
002050         88  AUD-OD-LIMIT         VALUE 'OL'.
002060     05  AUD-AMOUNT           PIC 9(09)V9(02).
002070     05  AUD-BAL-BEFORE       PIC S9(09)V9(02).
002080     05  AUD-BAL-AFTER        PIC S9(09)V9(02).
002090     05  AUD-TERMID           PIC X(04).
002100     05  AUD-OPID             PIC X(08).
002110     05  AUD-DATE             PIC 9(08).
002120     05  AUD-TIME             PIC 9(06).
002130     05  AUD-REF              PIC X(26).
002140*    ACCTMNT AND THE BATCH STATUS CHANGES WRITE 'STAT A>C RSN
002150*    XXX'; ACCTMNT'S OVERDRAFT LINE WRITES 'ODL' AND THE NEW
002160*    LIMIT; ACCTMNT'S ACCOUNT OPENING WRITES 'OPEN' AND THE
002170*    PRODUCT CODE.
002180     05  AUD-STAT-REF REDEFINES AUD-REF.
002190         10  FILLER           PIC X(05).
002200         10  AUD-STAT-OLD     PIC X(01).
002210         10  FILLER           PIC X(01).
002220         10  AUD-STAT-NEW     PIC X(01).
002230         10  FILLER           PIC X(18).
002240     05  AUD-ODL-REF REDEFINES AUD-REF.
002250         10  FILLER           PIC X(04).
002260         10  AUD-ODL-LIMIT    PIC 9(07)V9(02).
002270         10  FILLER           PIC X(13).
002280     05  AUD-OPEN-REF REDEFINES AUD-REF.
002290         10  FILLER           PIC X(05).
002300         10  AUD-OPEN-PROD    PIC X(02).
002310         10  FILLER           PIC X(19).
002320     05  AUD-APPR-OPID        PIC X(08).
002330     05  AUD-HOLD-FLAG        PIC X(01).
002340         88  AUD-HOLD-PLACED      VALUE 'H'.
002350     05  AUD-HOLD-DATE        PIC 9(08).
002360     05  FILLER               PIC X(02).
002370 FD  MASTER-FILE
002380     LABEL RECORDS ARE STANDARD.
002390 01  WS-RECORD.
002400     05  CUS-ACCNO            PIC 9(15).
002410     05  CUS-STATUS           PIC X(01).
002420         88  CUS-ACTIVE           VALUE 'A'.
002430         88  CUS-FROZEN           VALUE 'F'.
002440         88  CUS-CLOSED           VALUE 'C'.
002450         88  CUS-DORMANT          VALUE 'D'.
002460     05  CUS-BALANCE          PIC S9(09)V9(02).
002470     05  CUS-LAST-TXNREF      PIC X(26).
002480     05  CUS-TXN-SEQ          PIC 9(07).
002490     05  CUS-WD-DATE          PIC 9(08).
002500     05  CUS-WD-TODAY         PIC 9(09)V9(02).
002510     05  CUS-PRODUCT          PIC X(02).
002520     05  CUS-HOLD-AMT         PIC 9(09)V9(02).
002530     05  CUS-HOLD-DATE        PIC 9(08).
002540     05  CUS-OD-LIMIT         PIC 9(09)V9(02).
002550     05  CUS-LAST-ACT-DATE    PIC 9(08).
002560     05  FILLER               PIC X(01).
002570 FD  BACKUP-FILE
002580     LABEL RECORDS ARE STANDARD.
002590 01  BACKUP-RECORD            PIC X(120).
002600 FD  REPORT-FILE
002610     LABEL RECORDS ARE OMITTED.
002620 01  REPORT-RECORD             PIC X(132).
002630 FD  CTL-FILE
002640     LABEL RECORDS ARE STANDARD.
002650 01  WS-CTL-RECORD.
002660     05  CTL-KEY              PIC X(08).
002670     05  CTL-DATE             PIC 9(08).
002680     05  CTL-FLAG             PIC X(01).
002690     05  FILLER               PIC X(15).
002700*    THE BACKUP-POINT RECORD WRITTEN BY AFBACKUP.
002710 01  WS-CTL-BKP-RECORD.
002720     05  FILLER               PIC X(17).
002730     05  CTL-BKP-TIME         PIC 9(06).
002740     05  CTL-BKP-COUNT        PIC 9(09).
002750 WORKING-STORAGE SECTION.
002760 77  WS-CTL-STATUS             PIC X(02) VALUE '00'.
002770 77  WS-BUS-DATE               PIC 9(08) VALUE ZERO.
002780 77  WS-JOB-NAME               PIC X(08) VALUE 'AFRECOV '.
002790 77  WS-CTL-FOUND-SW           PIC X(01) VALUE 'N'.
002800     88  CTL-FOUND                 VALUE 'Y'.
002810 77  WS-PARM-STATUS            PIC X(02) VALUE '00'.
002820 77  WS-AUDIT-STATUS           PIC X(02) VALUE '00'.
002830 77  WS-MASTER-STATUS          PIC X(02) VALUE '00'.
002840 77  WS-BACKUP-STATUS          PIC X(02) VALUE '00'.
002850 77  WS-REPORT-STATUS          PIC X(02) VALUE '00'.
002860 77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
002870     88  AUDIT-EOF                 VALUE 'Y'.
002880 77  WS-BKP-EOF-SW             PIC X(01) VALUE 'N'.
002890     88  BACKUP-EOF                VALUE 'Y'.
002900 77  WS-OPEN-FAIL-SW           PIC X(01) VALUE 'N'.
002910     88  OPEN-FAILED               VALUE 'Y'.
002920 77  WS-STOP-SW                PIC X(01) VALUE 'N'.
002930     88  REPLAY-STOPPED            VALUE 'Y'.
002940 77  WS-FOUND-SW               PIC X(01) VALUE 'N'.
002950     88  MASTER-FOUND              VALUE 'Y'.
002960 77  WS-MSTR-OPEN-SW           PIC X(01) VALUE 'N'.
002970     88  MASTER-OPEN               VALUE 'Y'.
002980 77  WS-LOAD-SW                PIC X(01) VALUE 'N'.
002990     88  LOAD-FIRST                VALUE 'Y'.
003000 77  WS-BKP-DATE               PIC 9(08) VALUE ZERO.
003010 77  WS-BKP-TIME               PIC 9(06) VALUE ZERO.
003020 77  WS-BKP-COUNT              PIC 9(09) VALUE ZERO.
003030 77  WS-STOP-MSG               PIC X(36) VALUE SPACES.
003040 77  WS-LOAD-COUNT             PIC 9(09) COMP VALUE ZERO.
003050 77  WS-READ-COUNT             PIC 9(09) COMP VALUE ZERO.
003060 77  WS-EARLY-COUNT            PIC 9(09) COMP VALUE ZERO.
003070 77  WS-HELD-COUNT             PIC 9(09) COMP VALUE ZERO.
003080 77  WS-REPLAY-COUNT           PIC 9(09) COMP VALUE ZERO.
003090 77  WS-OPEN-COUNT             PIC 9(07) COMP VALUE ZERO.
003100 77  WS-SEC-COUNT              PIC 9(07) COMP VALUE ZERO.
003110 01  WS-HEADING-LINE-1.
003120     05  FILLER                PIC X(35) VALUE SPACES.
003130     05  FILLER                PIC X(45)
003140             VALUE 'P37AFILE FORWARD RECOVERY REPORT'.
003150 01  WS-STAMP-LINE.
003160     05  FILLER                PIC X(01) VALUE SPACES.
003170     05  FILLER                PIC X(22)
003180             VALUE 'BACKUP POINT - DATE  '.
003190     05  BL-DATE               PIC 9(08).
003200     05  FILLER                PIC X(08) VALUE '  TIME '.
003210     05  BL-TIME               PIC 9(06).
003220     05  FILLER                PIC X(12) VALUE '   RECORDS '.
003230     05  BL-COUNT              PIC Z(08)9.
003240     05  FILLER                PIC X(09) VALUE '   MODE '.
003250     05  BL-MODE               PIC X(01).
003260 01  WS-HEADING-LINE-2.
003270     05  FILLER                PIC X(01) VALUE SPACES.
003280     05  FILLER                PIC X(17) VALUE 'ACCOUNT NUMBER'.
003290     05  FILLER                PIC X(09) VALUE 'SEQ'.
003300     05  FILLER                PIC X(04) VALUE 'TY'.
003310     05  FILLER                PIC X(10) VALUE 'DATE'.
003320     05  FILLER                PIC X(08) VALUE 'TIME'.
003330     05  FILLER                PIC X(15) VALUE 'JOURNAL BEFORE'.
003340     05  FILLER                PIC X(15) VALUE 'REBUILT BAL'.
003350     05  FILLER                PIC X(36) VALUE 'NOTE'.
003360 01  WS-DETAIL-LINE.
003370     05  FILLER                PIC X(01) VALUE SPACES.
003380     05  DL-ACCNO              PIC Z(14)9.
003390     05  FILLER                PIC X(02) VALUE SPACES.
003400     05  DL-SEQNO              PIC Z(06)9.
003410     05  FILLER                PIC X(02) VALUE SPACES.
003420     05  DL-TYPE               PIC X(02).
003430     05  FILLER                PIC X(02) VALUE SPACES.
003440     05  DL-DATE               PIC 9(08).
003450     05  FILLER                PIC X(02) VALUE SPACES.
003460     05  DL-TIME               PIC 9(06).
003470     05  FILLER                PIC X(02) VALUE SPACES.
003480     05  DL-BEFORE             PIC -(09)9.99.
003490     05  FILLER                PIC X(02) VALUE SPACES.
003500     05  DL-REBUILT            PIC -(09)9.99.
003510     05  FILLER                PIC X(02) VALUE SPACES.
003520     05  DL-NOTE               PIC X(36).
003530 01  WS-SUMMARY-LINE.
003540     05  FILLER                PIC X(01) VALUE SPACES.
003550     05  SM-TEXT               PIC X(36).
003560     05  SM-COUNT              PIC Z(08)9.
003570 01  WS-END-LINE.
003580     05  FILLER                PIC X(01) VALUE SPACES.
003590     05  EL-TEXT               PIC X(60).
003600 PROCEDURE DIVISION.
003610 0000-MAINLINE.
003620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003630     IF OPEN-FAILED
003640         DISPLAY 'AFRECOV - ABENDING, FILE OPEN FAILED'
003650         MOVE 12 TO RETURN-CODE
003660     ELSE
003670         IF LOAD-FIRST
003680             PERFORM 1500-LOAD-BACKUP THRU 1500-EXIT
003690         END-IF
003700         IF NOT REPLAY-STOPPED
003710             PERFORM 1200-READ-AUDIT THRU 1200-EXIT
003720             PERFORM 2000-REPLAY-ENTRY THRU 2000-EXIT
003730                 UNTIL AUDIT-EOF OR REPLAY-STOPPED
003740         END-IF
003750         PERFORM 3000-FINALIZE THRU 3000-EXIT
003760         PERFORM 9999-TERMINATE THRU 9999-EXIT
003770     END-IF.
003780     STOP RUN.
003790*----------------------------------------------------------------*
003800*  READ THE MODE CARD AND THE BACKUP POINT, OPEN THE FILES - THE *
003810*  MASTER FOR OUTPUT WHEN IT IS TO BE LOADED FIRST, OTHERWISE    *
003820*  FOR UPDATE - AND PRINT THE HEADINGS.                          *
003830*----------------------------------------------------------------*
003840 1000-INITIALIZE.
003850     OPEN INPUT PARM-FILE.
003860     IF WS-PARM-STATUS NOT = '00'
003870         DISPLAY 'AFRECOV - UNABLE TO OPEN SYSIN, STATUS = '
003880             WS-PARM-STATUS
003890         MOVE 'Y' TO WS-OPEN-FAIL-SW
003900         GO TO 1000-EXIT
003910     END-IF.
003920     READ PARM-FILE
003930         AT END
003940             MOVE SPACES TO PARM-RECORD
003950     END-READ.
003960     CLOSE PARM-FILE.
003970     IF NOT PARM-LOAD AND NOT PARM-REPLAY-ONLY
003980         DISPLAY 'AFRECOV - SYSIN MODE MUST BE L OR R'
003990         MOVE 'Y' TO WS-OPEN-FAIL-SW
004000         GO TO 1000-EXIT
004010     END-IF.
004020     IF PARM-LOAD
004030         MOVE 'Y' TO WS-LOAD-SW
004040     END-IF.
004050     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT.
004060     IF OPEN-FAILED
004070         GO TO 1000-EXIT
004080     END-IF.
004090     OPEN INPUT AUDIT-FILE.
004100     OPEN OUTPUT REPORT-FILE.
004110     IF LOAD-FIRST
004120         OPEN INPUT BACKUP-FILE
004130         OPEN OUTPUT MASTER-FILE
004140         IF WS-BACKUP-STATUS NOT = '00'
004150             DISPLAY 'AFRECOV - UNABLE TO OPEN AFBKUP, STATUS = '
004160                 WS-BACKUP-STATUS
004170             MOVE 'Y' TO WS-OPEN-FAIL-SW
004180         END-IF
004190     ELSE
004200         OPEN I-O MASTER-FILE
004210     END-IF.
004220     IF WS-AUDIT-STATUS NOT = '00'
004230         DISPLAY 'AFRECOV - UNABLE TO OPEN P37AUDT, STATUS = '
004240             WS-AUDIT-STATUS
004250         MOVE 'Y' TO WS-OPEN-FAIL-SW
004260     END-IF.
004270     IF WS-MASTER-STATUS NOT = '00'
004280         DISPLAY 'AFRECOV - UNABLE TO OPEN P37AFIL, STATUS = '
004290             WS-MASTER-STATUS
004300         MOVE 'Y' TO WS-OPEN-FAIL-SW
004310     ELSE
004320         MOVE 'Y' TO WS-MSTR-OPEN-SW
004330     END-IF.
004340     IF WS-REPORT-STATUS NOT = '00'
004350         DISPLAY 'AFRECOV - UNABLE TO OPEN RCVRPT, STATUS = '
004360             WS-REPORT-STATUS
004370         MOVE 'Y' TO WS-OPEN-FAIL-SW
004380     END-IF.
004390     IF OPEN-FAILED
004400         CLOSE CTL-FILE
004410         GO TO 1000-EXIT
004420     END-IF.
004430     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
004440     MOVE WS-BKP-DATE TO BL-DATE.
004450     MOVE WS-BKP-TIME TO BL-TIME.
004460     MOVE WS-BKP-COUNT TO BL-COUNT.
004470     MOVE PARM-MODE TO BL-MODE.
004480     WRITE REPORT-RECORD FROM WS-STAMP-LINE.
004490     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
004500 1000-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------*
004530*  RUN-CONTROL CHECK AGAINST THE P37CTLF SYSTEM CONTROL FILE.    *
004540*  THE MASTER IS REBUILT WITH THE ONLINE REGION DOWN, AND ONLY   *
004550*  FROM A BACKUP POINT AFBACKUP COMPLETED.  THE RUN STAMPS       *
004560*  ITSELF STARTED HERE AND COMPLETED ONLY WHEN THE REPLAY WENT   *
004570*  THROUGH TO THE END OF THE JOURNAL - A STOPPED REPLAY STAYS    *
004580*  'S', AND IS NOT REFUSED WHEN IT IS RESUMED.                   *
004590*----------------------------------------------------------------*
004600 1050-CHECK-RUN-CONTROL.
004610     OPEN I-O CTL-FILE.
004620     IF WS-CTL-STATUS NOT = '00'
004630         DISPLAY 'AFRECOV - UNABLE TO OPEN P37CTLF, STATUS = '
004640             WS-CTL-STATUS
004650         MOVE 'Y' TO WS-OPEN-FAIL-SW
004660         GO TO 1050-EXIT
004670     END-IF.
004680     MOVE 'SYSTEM  ' TO CTL-KEY.
004690     READ CTL-FILE
004700         INVALID KEY
004710             DISPLAY 'AFRECOV - NO SYSTEM CONTROL RECORD'
004720             MOVE 'Y' TO WS-OPEN-FAIL-SW
004730     END-READ.
004740     IF OPEN-FAILED
004750         CLOSE CTL-FILE
004760         GO TO 1050-EXIT
004770     END-IF.
004780     IF CTL-FLAG = 'U'
004790         DISPLAY 'AFRECOV - ONLINE REGION IS STILL UP'
004800         MOVE 'Y' TO WS-OPEN-FAIL-SW
004810         CLOSE CTL-FILE
004820         GO TO 1050-EXIT
004830     END-IF.
004840     MOVE CTL-DATE TO WS-BUS-DATE.
004850     MOVE 'AFBACKUP' TO CTL-KEY.
004860     MOVE 'N' TO WS-CTL-FOUND-SW.
004870     READ CTL-FILE
004880         INVALID KEY
004890             CONTINUE
004900         NOT INVALID KEY
004910             MOVE 'Y' TO WS-CTL-FOUND-SW
004920     END-READ.
004930     IF NOT CTL-FOUND OR CTL-FLAG NOT = 'C'
004940         DISPLAY 'AFRECOV - NO COMPLETED BACKUP POINT ON P37CTLF'
004950         MOVE 'Y' TO WS-OPEN-FAIL-SW
004960         CLOSE CTL-FILE
004970         GO TO 1050-EXIT
004980     END-IF.
004990     MOVE CTL-DATE TO WS-BKP-DATE.
005000     MOVE CTL-BKP-TIME TO WS-BKP-TIME.
005010     MOVE CTL-BKP-COUNT TO WS-BKP-COUNT.
005020     DISPLAY 'AFRECOV - BACKUP POINT ' WS-BKP-DATE ' '
005030         WS-BKP-TIME ' RECORDS ' WS-BKP-COUNT.
005040     MOVE WS-JOB-NAME TO CTL-KEY.
005050     MOVE 'N' TO WS-CTL-FOUND-SW.
005060     READ CTL-FILE
005070         INVALID KEY
005080             CONTINUE
005090         NOT INVALID KEY
005100             MOVE 'Y' TO WS-CTL-FOUND-SW
005110     END-READ.
005120     MOVE WS-JOB-NAME TO CTL-KEY.
005130     MOVE WS-BUS-DATE TO CTL-DATE.
005140     MOVE 'S' TO CTL-FLAG.
005150     IF CTL-FOUND
005160         REWRITE WS-CTL-RECORD
005170             INVALID KEY
005180                 DISPLAY 'AFRECOV - RUN-CONTROL REWRITE FAILED'
005190         END-REWRITE
005200     ELSE
005210         WRITE WS-CTL-RECORD
005220             INVALID KEY
005230                 DISPLAY 'AFRECOV - RUN-CONTROL WRITE FAILED'
005240         END-WRITE
005250     END-IF.
005260 1050-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------*
005290*  STAMP THE RECOVERY COMPLETED - THE REBUILT MASTER WENT        *
005300*  THROUGH TO THE END OF THE JOURNAL WITHOUT A BREAK.            *
005310*----------------------------------------------------------------*
005320 1060-STAMP-COMPLETE.
005330     MOVE WS-JOB-NAME TO CTL-KEY.
005340     READ CTL-FILE
005350         INVALID KEY
005360             DISPLAY 'AFRECOV - RUN-CONTROL RECORD LOST'
005370         NOT INVALID KEY
005380             MOVE 'C' TO CTL-FLAG
005390             REWRITE WS-CTL-RECORD
005400                 INVALID KEY
005410                     DISPLAY 'AFRECOV - COMPLETION STAMP FAILED'
005420             END-REWRITE
005430     END-READ.
005440 1060-EXIT.
005450     EXIT.
005460 1200-READ-AUDIT.
005470     READ AUDIT-FILE NEXT RECORD
005480         AT END
005490             MOVE 'Y' TO WS-EOF-SW
005500     END-READ.
005510 1200-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------*
005540*  LOAD THE BACKUP GENERATION INTO THE EMPTY CLUSTER, THEN       *
005550*  REOPEN IT FOR UPDATE.  A COUNT THAT DOES NOT MATCH THE BACKUP *
005560*  POINT MEANS THE WRONG GENERATION WAS MOUNTED - NOTHING IS     *
005570*  REPLAYED ONTO IT.                                             *
005580*----------------------------------------------------------------*
005590 1500-LOAD-BACKUP.
005600     PERFORM 1510-LOAD-RECORD THRU 1510-EXIT
005610         UNTIL BACKUP-EOF.
005620     CLOSE BACKUP-FILE.
005630     CLOSE MASTER-FILE.
005640     MOVE 'N' TO WS-MSTR-OPEN-SW.
005650     MOVE WS-LOAD-COUNT TO SM-COUNT.
005660     MOVE 'MASTER RECORDS LOADED FROM BACKUP' TO SM-TEXT.
005670     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
005680     IF REPLAY-STOPPED
005690         GO TO 1500-EXIT
005700     END-IF.
005710     IF WS-LOAD-COUNT NOT = WS-BKP-COUNT
005720         MOVE 'Y' TO WS-STOP-SW
005730         MOVE 'LOADED COUNT DOES NOT MATCH THE BACKUP POINT'
005740             TO EL-TEXT
005750         WRITE REPORT-RECORD FROM WS-END-LINE
005760         GO TO 1500-EXIT
005770     END-IF.
005780     OPEN I-O MASTER-FILE.
005790     IF WS-MASTER-STATUS NOT = '00'
005800         DISPLAY 'AFRECOV - UNABLE TO REOPEN P37AFIL, STATUS = '
005810             WS-MASTER-STATUS
005820         MOVE 'Y' TO WS-STOP-SW
005830     ELSE
005840         MOVE 'Y' TO WS-MSTR-OPEN-SW
005850     END-IF.
005860 1500-EXIT.
005870     EXIT.
005880 1510-LOAD-RECORD.
005890     READ BACKUP-FILE INTO WS-RECORD
005900         AT END
005910             MOVE 'Y' TO WS-BKP-EOF-SW
005920             GO TO 1510-EXIT
005930     END-READ.
005940     WRITE WS-RECORD
005950         INVALID KEY
005960             DISPLAY 'AFRECOV - LOAD WRITE FAILED, ACCT '
005970                 CUS-ACCNO
005980             MOVE 'Y' TO WS-STOP-SW
005990             MOVE 'Y' TO WS-BKP-EOF-SW
006000             GO TO 1510-EXIT
006010     END-WRITE.
006020     ADD 1 TO WS-LOAD-COUNT.
006030 1510-EXIT.
006040     EXIT.
006050*----------------------------------------------------------------*
006060*  ONE JOURNAL ENTRY.  SECURITY ENTRIES (ACCOUNT ZERO) AND       *
006070*  ANYTHING DATED BEFORE THE BACKUP POINT ARE PASSED BY; AN      *
006080*  ENTRY AT OR BELOW THE MASTER'S OWN POSTING SEQUENCE IS        *
006090*  ALREADY ON IT.  EVERYTHING ELSE MUST FIND ITS BALANCE-BEFORE  *
006100*  ON THE MASTER, OR THE REPLAY STOPS THERE.                     *
006110*----------------------------------------------------------------*
006120 2000-REPLAY-ENTRY.
006130     ADD 1 TO WS-READ-COUNT.
006140     IF AUD-ACCNO = ZERO
006150         ADD 1 TO WS-SEC-COUNT
006160         GO TO 2000-NEXT
006170     END-IF.
006180     IF AUD-DATE < WS-BKP-DATE
006190         ADD 1 TO WS-EARLY-COUNT
006200         GO TO 2000-NEXT
006210     END-IF.
006220     MOVE AUD-ACCNO TO CUS-ACCNO.
006230     MOVE 'N' TO WS-FOUND-SW.
006240     READ MASTER-FILE
006250         INVALID KEY
006260             MOVE 'N' TO WS-FOUND-SW
006270         NOT INVALID KEY
006280             MOVE 'Y' TO WS-FOUND-SW
006290     END-READ.
006300     IF AUD-ACCT-OPEN
006310         IF MASTER-FOUND
006320             ADD 1 TO WS-HELD-COUNT
006330         ELSE
006340             PERFORM 2300-REOPEN-ACCOUNT THRU 2300-EXIT
006350         END-IF
006360         GO TO 2000-NEXT
006370     END-IF.
006380     IF NOT MASTER-FOUND
006390         MOVE ZERO TO CUS-BALANCE
006400         MOVE 'ACCOUNT NOT ON RESTORED MASTER' TO WS-STOP-MSG
006410         PERFORM 2900-STOP-REPLAY THRU 2900-EXIT
006420         GO TO 2000-EXIT
006430     END-IF.
006440     IF AUD-SEQNO NOT > CUS-TXN-SEQ
006450         ADD 1 TO WS-HELD-COUNT
006460         GO TO 2000-NEXT
006470     END-IF.
006480     IF AUD-BAL-BEFORE NOT = CUS-BALANCE
006490         MOVE 'BALANCE BEFORE DOES NOT MATCH' TO WS-STOP-MSG
006500         PERFORM 2900-STOP-REPLAY THRU 2900-EXIT
006510         GO TO 2000-EXIT
006520     END-IF.
006530     PERFORM 2100-APPLY-ENTRY THRU 2100-EXIT.
006540     REWRITE WS-RECORD
006550         INVALID KEY
006560             MOVE 'MASTER REWRITE FAILED' TO WS-STOP-MSG
006570             PERFORM 2900-STOP-REPLAY THRU 2900-EXIT
006580             GO TO 2000-EXIT
006590     END-REWRITE.
006600     ADD 1 TO WS-REPLAY-COUNT.
006610 2000-NEXT.
006620     PERFORM 1200-READ-AUDIT THRU 1200-EXIT.
006630 2000-EXIT.
006640     EXIT.
006650*----------------------------------------------------------------*
006660*  PUT THE ENTRY BACK ON THE MASTER THE WAY THE PROGRAM THAT     *
006670*  POSTED IT DID.  THE BALANCE AND SEQUENCE COME OFF EVERY       *
006680*  ENTRY; STATUS, OVERDRAFT-LINE AND HOLD-RELEASE ENTRIES MOVE   *
006690*  NO MONEY AND CHANGE ONLY THEIR OWN FIELD.  ONLY AN ONLINE     *
006693*  ACCTMNT REACTIVATION OF A DORMANT ACCOUNT RESTARTS THE        *
006696*  LAST-ACTIVITY DATE - THE BATCH ESCHEAT MOVE OFF 'D' DOES NOT. *
006700*----------------------------------------------------------------*
006710 2100-APPLY-ENTRY.
006720     MOVE AUD-BAL-AFTER TO CUS-BALANCE.
006730     MOVE AUD-SEQNO TO CUS-TXN-SEQ.
006740     EVALUATE TRUE
006750         WHEN AUD-STAT-CHG
006760             MOVE AUD-STAT-NEW TO CUS-STATUS
006770             IF AUD-STAT-OLD = 'D'
006775                 AND AUD-TERMID NOT = 'BTCH'
006780                 MOVE AUD-DATE TO CUS-LAST-ACT-DATE
006790             END-IF
006800         WHEN AUD-OD-LIMIT
006810             MOVE AUD-ODL-LIMIT TO CUS-OD-LIMIT
006820         WHEN AUD-HOLD-REL
006830             MOVE ZERO TO CUS-HOLD-AMT
006840             MOVE ZERO TO CUS-HOLD-DATE
006850         WHEN OTHER
006860             PERFORM 2200-APPLY-MONEY THRU 2200-EXIT
006870     END-EVALUATE.
006880 2100-EXIT.
006890     EXIT.
006900*----------------------------------------------------------------*
006910*  A MONEY ENTRY.  A HELD DEPOSIT STACKS ITS AMOUNT ONTO THE     *
006920*  HOLD AND MOVES THE RELEASE DATE, AS DEPOSIT DOES.  THE LAST   *
006930*  REFERENCE IS THE ENTRY'S OWN, EXCEPT ON A REVERSAL, WHICH     *
006940*  LEAVES THE ORIGINAL'S.  DEPOSITS, WITHDRAWALS, PAID CHECKS    *
006950*  AND A CUSTOMER'S OWN TRANSFER OUT ARE CUSTOMER ACTIVITY;      *
006960*  WITHDRAWALS AND TRANSFERS OUT OTHER THAN A TERM DEPOSIT       *
006970*  PAYOUT COUNT AGAINST THE DAY'S WITHDRAWAL LIMIT.              *
006980*----------------------------------------------------------------*
006990 2200-APPLY-MONEY.
007000     IF AUD-DEPOSIT AND AUD-HOLD-PLACED
007010         ADD AUD-AMOUNT TO CUS-HOLD-AMT
007020         MOVE AUD-HOLD-DATE TO CUS-HOLD-DATE
007030     END-IF.
007040     IF NOT AUD-REVERSAL
007050         MOVE AUD-REF TO CUS-LAST-TXNREF
007060     END-IF.
007070     IF AUD-DEPOSIT OR AUD-WITHDRAWAL OR AUD-CHECK
007080         MOVE AUD-DATE TO CUS-LAST-ACT-DATE
007090     END-IF.
007100     IF AUD-TRANSFER AND AUD-BAL-AFTER < AUD-BAL-BEFORE
007110             AND AUD-OPID NOT = 'SORDPOST'
007120             AND AUD-OPID NOT = 'TDMATUR '
007130         MOVE AUD-DATE TO CUS-LAST-ACT-DATE
007140     END-IF.
007150     IF AUD-WITHDRAWAL
007160             OR (AUD-TRANSFER AND AUD-BAL-AFTER < AUD-BAL-BEFORE
007170                 AND AUD-OPID NOT = 'TDMATUR ')
007180         IF CUS-WD-DATE NOT = AUD-DATE
007190             MOVE AUD-DATE TO CUS-WD-DATE
007200             MOVE ZERO TO CUS-WD-TODAY
007210         END-IF
007220         ADD AUD-AMOUNT TO CUS-WD-TODAY
007230     END-IF.
007240 2200-EXIT.
007250     EXIT.
007260*----------------------------------------------------------------*
007270*  AN ACCOUNT OPENED SINCE THE BACKUP IS WRITTEN BACK THE WAY    *
007280*  ACCTMNT OPENS ONE - ACTIVE, NOTHING ON IT, THE PRODUCT OFF    *
007290*  THE 'OPEN' REFERENCE.  ITS LATER ENTRIES THEN REPLAY ONTO IT. *
007300*----------------------------------------------------------------*
007310 2300-REOPEN-ACCOUNT.
007320     MOVE AUD-ACCNO      TO CUS-ACCNO.
007330     MOVE 'A'            TO CUS-STATUS.
007340     MOVE AUD-BAL-AFTER  TO CUS-BALANCE.
007350     MOVE SPACES         TO CUS-LAST-TXNREF.
007360     MOVE AUD-SEQNO      TO CUS-TXN-SEQ.
007370     MOVE ZERO           TO CUS-WD-DATE.
007380     MOVE ZERO           TO CUS-WD-TODAY.
007390     MOVE AUD-OPEN-PROD  TO CUS-PRODUCT.
007400     MOVE ZERO           TO CUS-HOLD-AMT.
007410     MOVE ZERO           TO CUS-HOLD-DATE.
007420     MOVE ZERO           TO CUS-OD-LIMIT.
007430     MOVE AUD-DATE       TO CUS-LAST-ACT-DATE.
007440     WRITE WS-RECORD
007450         INVALID KEY
007460             DISPLAY 'AFRECOV - REOPEN WRITE FAILED, ACCT '
007470                 CUS-ACCNO
007480             MOVE 'MASTER WRITE FAILED ON OPEN' TO WS-STOP-MSG
007490             PERFORM 2900-STOP-REPLAY THRU 2900-EXIT
007500             GO TO 2300-EXIT
007510     END-WRITE.
007520     ADD 1 TO WS-OPEN-COUNT.
007530     MOVE AUD-ACCNO      TO DL-ACCNO.
007540     MOVE AUD-SEQNO      TO DL-SEQNO.
007550     MOVE AUD-TXN-TYPE   TO DL-TYPE.
007560     MOVE AUD-DATE       TO DL-DATE.
007570     MOVE AUD-TIME       TO DL-TIME.
007580     MOVE AUD-BAL-BEFORE TO DL-BEFORE.
007590     MOVE CUS-BALANCE    TO DL-REBUILT.
007600     MOVE 'OPENED SINCE BACKUP - WRITTEN BACK' TO DL-NOTE.
007610     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
007620 2300-EXIT.
007630     EXIT.
007640*----------------------------------------------------------------*
007650*  THE BREAK - PRINT THE ENTRY, WHAT IT EXPECTED AND WHAT THE    *
007660*  REBUILT MASTER HOLDS, AND STOP.  NOTHING AFTER IT IS APPLIED. *
007670*----------------------------------------------------------------*
007680 2900-STOP-REPLAY.
007690     MOVE AUD-ACCNO      TO DL-ACCNO.
007700     MOVE AUD-SEQNO      TO DL-SEQNO.
007710     MOVE AUD-TXN-TYPE   TO DL-TYPE.
007720     MOVE AUD-DATE       TO DL-DATE.
007730     MOVE AUD-TIME       TO DL-TIME.
007740     MOVE AUD-BAL-BEFORE TO DL-BEFORE.
007750     MOVE CUS-BALANCE    TO DL-REBUILT.
007760     MOVE WS-STOP-MSG    TO DL-NOTE.
007770     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
007780     DISPLAY 'AFRECOV - REPLAY STOPPED AT ACCT ' AUD-ACCNO
007790         ' SEQ ' AUD-SEQNO ' - ' WS-STOP-MSG.
007800     MOVE 'Y' TO WS-STOP-SW.
007810 2900-EXIT.
007820     EXIT.
007830 3000-FINALIZE.
007840     MOVE 'JOURNAL ENTRIES READ' TO SM-TEXT.
007850     MOVE WS-READ-COUNT TO SM-COUNT.
007860     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
007870     MOVE 'DATED BEFORE THE BACKUP POINT' TO SM-TEXT.
007880     MOVE WS-EARLY-COUNT TO SM-COUNT.
007890     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
007900     MOVE 'ALREADY ON THE RESTORED MASTER' TO SM-TEXT.
007910     MOVE WS-HELD-COUNT TO SM-COUNT.
007920     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
007930     MOVE 'SECURITY ENTRIES PASSED BY' TO SM-TEXT.
007940     MOVE WS-SEC-COUNT TO SM-COUNT.
007950     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
007960     MOVE 'ACCOUNTS WRITTEN BACK FROM OPENINGS' TO SM-TEXT.
007970     MOVE WS-OPEN-COUNT TO SM-COUNT.
007980     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
007990     MOVE 'ENTRIES REPLAYED' TO SM-TEXT.
008000     MOVE WS-REPLAY-COUNT TO SM-COUNT.
008010     WRITE REPORT-RECORD FROM WS-SUMMARY-LINE.
008020     IF REPLAY-STOPPED
008030         MOVE 'REPLAY STOPPED - MASTER MUST NOT GO BACK ONLINE'
008040             TO EL-TEXT
008050         MOVE 12 TO RETURN-CODE
008060     ELSE
008070         MOVE 'REPLAY COMPLETE TO END OF JOURNAL' TO EL-TEXT
008080     END-IF.
008090     WRITE REPORT-RECORD FROM WS-END-LINE.
008100 3000-EXIT.
008110     EXIT.
008120 9999-TERMINATE.
008130     CLOSE AUDIT-FILE.
008140     IF MASTER-OPEN
008150         CLOSE MASTER-FILE
008160     END-IF.
008170     CLOSE REPORT-FILE.
008180     IF NOT REPLAY-STOPPED
008190         PERFORM 1060-STAMP-COMPLETE THRU 1060-EXIT
008200     END-IF.
008210     CLOSE CTL-FILE.
008220 9999-EXIT.
008230     EXIT.
