001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. AUDEXPND.
001020 AUTHOR. R T KOWALSKI.
001030 INSTALLATION. RETAIL BANKING SYSTEMS - BATCH OPERATIONS.
001040 DATE-WRITTEN. 10/15/2026.
001050 DATE-COMPILED.
001060*
001070*    MODIFICATION HISTORY
001080*    DATE      INIT  DESCRIPTION
001090*    10/15/26  RTK   INITIAL VERSION - ONE-TIME EXPANSION OF
001100*                    P37AUDIT FOR THE APPROVING SUPERVISOR ON
001110*                    OVER-LIMIT POSTINGS, WITH FRESH SPARE
001120*                    FILLER.
001123*    10/15/26  RTK   CONVERTED ENTRIES CARRY THE DEPOSIT HOLD
001126*                    FLAG AS SPACES AND THE HOLD DATE AS ZERO.
001130*
001140*----------------------------------------------------------------*
001150*  ONE-TIME CONVERSION RUN, THE SAME SHAPE AS MSTEXPND.  COPIES  *
001160*  THE P37AUDIT JOURNAL TO A FRESHLY DEFINED OUTPUT CLUSTER,     *
001170*  MOVING EVERY FIELD ACROSS ONE BY ONE AND SETTING THE NEW      *
001180*  APPROVING-SUPERVISOR ID TO SPACES - NO ENTRY ALREADY ON FILE  *
001190*  WAS RELEASED OFF THE APPROVAL QUEUE.  THE DEPOSIT HOLD FLAG   *
001193*  AND HOLD DATE GO ACROSS AS SPACES AND ZERO, THE SAME AS ON    *
001196*  EVERY ENTRY THAT PLACED NO HOLD.  THE RECORD GROWS FROM       *
001200*  113 TO 128 BYTES, SO THE NEW CLUSTER MUST BE DEFINED WITH THE *
001210*  NEW RECORD SIZE.                                              *
001220*                                                                *
001230*  THE MONTHLY ARCHIVE GENERATIONS ARCHPURG HAS ALREADY WRITTEN  *
001240*  ARE STILL 113 BYTES AND CANNOT BE CONCATENATED WITH THE NEW   *
001250*  ONES.  WHEN AN ARCHOLD DD IS SUPPLIED (ALL THE OLD            *
001260*  GENERATIONS CONCATENATED) THEY ARE COPIED THE SAME WAY TO ONE *
001270*  128-BYTE ARCHNEW DATASET THAT ARCHRTRV READS FOR ANY DISPUTE  *
001280*  OLDER THAN THE CONVERSION.  NO ARCHOLD DD, NO ARCHIVE STEP.   *
001290*                                                                *
001300*  RUN WITH THE ONLINE REGION DOWN, THEN SWAP THE NEW CLUSTER IN *
001310*  UNDER THE PRODUCTION NAME BEFORE THE REGION COMES BACK.  KEEP *
001320*  THE OLD CLUSTER UNTIL THE FIRST CLEAN EODRECON RUN CONFIRMS   *
001330*  THE CONVERTED JOURNAL TIES OUT.                               *
001340*----------------------------------------------------------------*
001350 ENVIRONMENT DIVISION.
001360 CONFIGURATION SECTION.
001370 SOURCE-COMPUTER. IBM-370.
001380 OBJECT-COMPUTER. IBM-370.
001390 INPUT-OUTPUT SECTION.
001400 FILE-CONTROL.
001410     SELECT OLD-JOURNAL ASSIGN TO P37JOLD
001420         ORGANIZATION IS INDEXED
001430         ACCESS MODE IS SEQUENTIAL
001440         RECORD KEY IS OAU-KEY
001450         FILE STATUS IS WS-OJ-STATUS.
001460     SELECT NEW-JOURNAL ASSIGN TO P37JNEW
001470         ORGANIZATION IS INDEXED
001480         ACCESS MODE IS SEQUENTIAL
001490         RECORD KEY IS NAU-KEY
001500         FILE STATUS IS WS-NJ-STATUS.
001510     SELECT OLD-ARCHIVE ASSIGN TO ARCHOLD
001520         ORGANIZATION IS SEQUENTIAL
001530         FILE STATUS IS WS-OA-STATUS.
001540     SELECT NEW-ARCHIVE ASSIGN TO ARCHNEW
001550         ORGANIZATION IS SEQUENTIAL
001560         FILE STATUS IS WS-NA-STATUS.
001570 DATA DIVISION.
001580 FILE SECTION.
001590 FD  OLD-JOURNAL
001600     LABEL RECORDS ARE STANDARD.
001610 01  OLD-JOURNAL-REC.
001620     05  OAU-KEY.
001630         10  OAU-ACCNO        PIC 9(15).
001640         10  OAU-SEQNO        PIC 9(07).
001650     05  OAU-TXN-TYPE         PIC X(02).
001660     05  OAU-AMOUNT           PIC 9(09)V9(02).
001670     05  OAU-BAL-BEFORE       PIC S9(09)V9(02).
001680     05  OAU-BAL-AFTER        PIC S9(09)V9(02).
001690     05  OAU-TERMID           PIC X(04).
001700     05  OAU-OPID             PIC X(08).
001710     05  OAU-DATE             PIC 9(08).
001720     05  OAU-TIME             PIC 9(06).
001730     05  OAU-REF              PIC X(26).
001740     05  FILLER               PIC X(04).
001750 FD  NEW-JOURNAL
001760     LABEL RECORDS ARE STANDARD.
001770 01  NEW-JOURNAL-REC.
001780     05  NAU-KEY.
001790         10  NAU-ACCNO        PIC 9(15).
001800         10  NAU-SEQNO        PIC 9(07).
001810     05  NAU-TXN-TYPE         PIC X(02).
001820     05  NAU-AMOUNT           PIC 9(09)V9(02).
001830     05  NAU-BAL-BEFORE       PIC S9(09)V9(02).
001840     05  NAU-BAL-AFTER        PIC S9(09)V9(02).
001850     05  NAU-TERMID           PIC X(04).
001860     05  NAU-OPID             PIC X(08).
001870     05  NAU-DATE             PIC 9(08).
001880     05  NAU-TIME             PIC 9(06).
001890     05  NAU-REF              PIC X(26).
001900     05  NAU-APPR-OPID        PIC X(08).
001903     05  NAU-HOLD-FLAG        PIC X(01).
001906     05  NAU-HOLD-DATE        PIC 9(08).
001910     05  FILLER               PIC X(02).
001920 FD  OLD-ARCHIVE
001930     LABEL RECORDS ARE STANDARD.
001940 01  OLD-ARCHIVE-REC          PIC X(113).
001950 FD  NEW-ARCHIVE
001960     LABEL RECORDS ARE STANDARD.
001970 01  NEW-ARCHIVE-REC          PIC X(128).
001980 WORKING-STORAGE SECTION.
001990 77  WS-OJ-STATUS              PIC X(02) VALUE '00'.
002000 77  WS-NJ-STATUS              PIC X(02) VALUE '00'.
002010 77  WS-OA-STATUS              PIC X(02) VALUE '00'.
002020 77  WS-NA-STATUS              PIC X(02) VALUE '00'.
002030 77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
002040     88  FILE-EOF                  VALUE 'Y'.
002050 77  WS-WRITE-FAIL-SW          PIC X(01) VALUE 'N'.
002060     88  WRITE-FAILED              VALUE 'Y'.
002070 77  WS-JOURNAL-COUNT          PIC 9(07) COMP VALUE ZERO.
002080 77  WS-ARCHIVE-COUNT          PIC 9(09) COMP VALUE ZERO.
002090*    THE FIELDS THE OLD RECORD CARRIED LINE UP BYTE FOR BYTE
002100*    WITH THE FRONT OF THE NEW ONE - ONLY THE TAIL IS NEW - SO
002110*    AN ARCHIVE ENTRY IS WIDENED THROUGH THIS VIEW RATHER THAN
002120*    FIELD BY FIELD.
002130 01  WS-WIDE-ENTRY.
002140     05  WS-WIDE-OLD           PIC X(109).
002150     05  WS-WIDE-APPR-OPID     PIC X(08).
002153     05  WS-WIDE-HOLD-FLAG     PIC X(01) VALUE SPACES.
002156     05  WS-WIDE-HOLD-DATE     PIC 9(08) VALUE ZERO.
002160     05  FILLER                PIC X(02) VALUE SPACES.
002170 01  WS-OLD-ENTRY              PIC X(113).
002180 01  WS-OLD-ENTRY-R REDEFINES WS-OLD-ENTRY.
002190     05  WS-OLD-FIELDS         PIC X(109).
002200     05  FILLER                PIC X(04).
002210 PROCEDURE DIVISION.
002220 0000-MAINLINE.
002230     PERFORM 1000-CONVERT-JOURNAL THRU 1000-EXIT.
002240     DISPLAY 'AUDEXPND - JOURNAL RECORDS ' WS-JOURNAL-COUNT.
002250     PERFORM 2000-CONVERT-ARCHIVE THRU 2000-EXIT.
002260     DISPLAY 'AUDEXPND - ARCHIVE RECORDS ' WS-ARCHIVE-COUNT.
002270*    AN OPEN OR WRITE FAILURE MUST NOT END WITH A CLEAN JOB
002280*    LOG - THE TOTALS ABOVE ARE WHAT THE SWAP-IN IS VERIFIED
002290*    AGAINST, AND AN INCOMPLETE CLUSTER MUST NEVER REACH
002300*    PRODUCTION.
002310     IF WRITE-FAILED
002320         DISPLAY 'AUDEXPND - RUN INCOMPLETE, DO NOT SWAP IN'
002330         MOVE 12 TO RETURN-CODE
002340     END-IF.
002350     STOP RUN.
002360 1000-CONVERT-JOURNAL.
002370     OPEN INPUT OLD-JOURNAL.
002380     OPEN OUTPUT NEW-JOURNAL.
002390     IF WS-OJ-STATUS NOT = '00' OR WS-NJ-STATUS NOT = '00'
002400         DISPLAY 'AUDEXPND - JOURNAL OPEN FAILED, OLD = '
002410             WS-OJ-STATUS ' NEW = ' WS-NJ-STATUS
002420         MOVE 'Y' TO WS-EOF-SW
002430         MOVE 'Y' TO WS-WRITE-FAIL-SW
002440     END-IF.
002450     PERFORM 1100-COPY-JOURNAL THRU 1100-EXIT
002460         UNTIL FILE-EOF.
002470     CLOSE OLD-JOURNAL.
002480     CLOSE NEW-JOURNAL.
002490 1000-EXIT.
002500     EXIT.
002510 1100-COPY-JOURNAL.
002520     READ OLD-JOURNAL NEXT RECORD
002530         AT END
002540             MOVE 'Y' TO WS-EOF-SW
002550     END-READ.
002560     IF NOT FILE-EOF
002570         MOVE OAU-ACCNO       TO NAU-ACCNO
002580         MOVE OAU-SEQNO       TO NAU-SEQNO
002590         MOVE OAU-TXN-TYPE    TO NAU-TXN-TYPE
002600         MOVE OAU-AMOUNT      TO NAU-AMOUNT
002610         MOVE OAU-BAL-BEFORE  TO NAU-BAL-BEFORE
002620         MOVE OAU-BAL-AFTER   TO NAU-BAL-AFTER
002630         MOVE OAU-TERMID      TO NAU-TERMID
002640         MOVE OAU-OPID        TO NAU-OPID
002650         MOVE OAU-DATE        TO NAU-DATE
002660         MOVE OAU-TIME        TO NAU-TIME
002670         MOVE OAU-REF         TO NAU-REF
002680         MOVE SPACES          TO NAU-APPR-OPID
002683             MOVE SPACES          TO NAU-HOLD-FLAG
002686             MOVE ZERO            TO NAU-HOLD-DATE
002690         WRITE NEW-JOURNAL-REC
002700             INVALID KEY
002710                 DISPLAY 'AUDEXPND - JOURNAL WRITE FAILED, KEY '
002720                     NAU-KEY
002730                 MOVE 'Y' TO WS-WRITE-FAIL-SW
002740             NOT INVALID KEY
002750                 ADD 1 TO WS-JOURNAL-COUNT
002760         END-WRITE
002770     END-IF.
002780 1100-EXIT.
002790     EXIT.
002800*    STATUS 35 IS NO ARCHOLD DD IN THE STEP - THE ARCHIVE
002810*    GENERATIONS ARE BEING LEFT FOR A LATER RUN, WHICH IS NOT A
002820*    FAILURE.  ANY OTHER OPEN ERROR IS.
002830 2000-CONVERT-ARCHIVE.
002840     MOVE 'N' TO WS-EOF-SW.
002850     OPEN INPUT OLD-ARCHIVE.
002860     IF WS-OA-STATUS = '35'
002870         DISPLAY 'AUDEXPND - NO ARCHOLD DD, ARCHIVES SKIPPED'
002880         GO TO 2000-EXIT
002890     END-IF.
002900     OPEN OUTPUT NEW-ARCHIVE.
002910     IF WS-OA-STATUS NOT = '00' OR WS-NA-STATUS NOT = '00'
002920         DISPLAY 'AUDEXPND - ARCHIVE OPEN FAILED, OLD = '
002930             WS-OA-STATUS ' NEW = ' WS-NA-STATUS
002940         MOVE 'Y' TO WS-EOF-SW
002950         MOVE 'Y' TO WS-WRITE-FAIL-SW
002960     END-IF.
002970     PERFORM 2100-COPY-ARCHIVE THRU 2100-EXIT
002980         UNTIL FILE-EOF.
002990     CLOSE OLD-ARCHIVE.
003000     CLOSE NEW-ARCHIVE.
003010 2000-EXIT.
003020     EXIT.
003030 2100-COPY-ARCHIVE.
003040     READ OLD-ARCHIVE INTO WS-OLD-ENTRY
003050         AT END
003060             MOVE 'Y' TO WS-EOF-SW
003070             GO TO 2100-EXIT
003080     END-READ.
003090     MOVE WS-OLD-FIELDS TO WS-WIDE-OLD.
003100     MOVE SPACES        TO WS-WIDE-APPR-OPID.
003110     WRITE NEW-ARCHIVE-REC FROM WS-WIDE-ENTRY.
003120     IF WS-NA-STATUS NOT = '00'
003130         DISPLAY 'AUDEXPND - ARCHIVE WRITE FAILED, STATUS '
003140             WS-NA-STATUS
003150         MOVE 'Y' TO WS-WRITE-FAIL-SW
003160         MOVE 'Y' TO WS-EOF-SW
003170     ELSE
003180         ADD 1 TO WS-ARCHIVE-COUNT
003190     END-IF.
003200 2100-EXIT.
003210     EXIT.
