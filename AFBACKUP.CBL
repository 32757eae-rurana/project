001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. AFBACKUP.
001020 AUTHOR. R T KOWALSKI.
001030 INSTALLATION. RETAIL BANKING SYSTEMS - BATCH OPERATIONS.
001040 DATE-WRITTEN. 10/15/2026.
001050 DATE-COMPILED.
001060*
001070*    MODIFICATION HISTORY
001080*    DATE      INIT  DESCRIPTION
001090*    10/15/26  RTK   INITIAL VERSION - PRE-BATCH BACKUP OF
001100*                    P37AFILE, STAMPING THE BACKUP POINT ON
001110*                    P37CTLF FOR THE AFRECOV FORWARD RECOVERY.
001120*
001130*----------------------------------------------------------------*
001140*  FIRST STEP OF THE NIGHTLY STREAM, RUN AS SOON AS THE ONLINE   *
001150*  REGION COMES DOWN AND BEFORE ANY POSTING JOB.  COPIES EVERY   *
001160*  P37AFILE RECORD, IN KEY SEQUENCE, TO A NEW GENERATION OF THE  *
001170*  AFBKUP BACKUP, THEN STAMPS THE BACKUP POINT ON P37CTLF UNDER  *
001180*  KEY 'AFBACKUP' - THE BUSINESS DATE, THE TIME THE COPY ENDED   *
001190*  AND THE NUMBER OF RECORDS COPIED.  IF THE MASTER IS LOST,     *
001200*  AFRECOV LOADS THAT GENERATION AND REPLAYS THE P37AUDIT        *
001210*  JOURNAL FORWARD FROM THE STAMP.                               *
001220*                                                                *
001230*  THE STAMP IS ONLY MOVED ONCE THE COPY HAS CLOSED CLEAN, SO A  *
001240*  FAILED BACKUP LEAVES THE LAST GOOD BACKUP POINT IN PLACE.  A  *
001250*  RERUN SIMPLY TAKES A NEWER BACKUP AND MOVES THE STAMP ON TO   *
001260*  IT - THERE IS NO ALREADY-COMPLETED REFUSAL, SINCE A SECOND    *
001270*  COPY OF THE SAME MASTER CAN DO NO HARM.                       *
001280*----------------------------------------------------------------*
001290 ENVIRONMENT DIVISION.
001300 CONFIGURATION SECTION.
001310 SOURCE-COMPUTER. IBM-370.
001320 OBJECT-COMPUTER. IBM-370.
001330 INPUT-OUTPUT SECTION.
001340 FILE-CONTROL.
001350     SELECT MASTER-FILE ASSIGN TO P37AFIL
001360         ORGANIZATION IS INDEXED
001370         ACCESS MODE IS SEQUENTIAL
001380         RECORD KEY IS CUS-ACCNO
001390         FILE STATUS IS WS-MASTER-STATUS.
001400     SELECT BACKUP-FILE ASSIGN TO AFBKUP
001410         ORGANIZATION IS SEQUENTIAL
001420         FILE STATUS IS WS-BACKUP-STATUS.
001430     SELECT CTL-FILE ASSIGN TO P37CTLF
001440         ORGANIZATION IS INDEXED
001450         ACCESS MODE IS RANDOM
001460         RECORD KEY IS CTL-KEY
001470         FILE STATUS IS WS-CTL-STATUS.
001480 DATA DIVISION.
001490 FILE SECTION.
001500 FD  MASTER-FILE
001510     LABEL RECORDS ARE STANDARD.
001520 01  WS-RECORD.
001530     05  CUS-ACCNO            PIC 9(15).
001540     05  FILLER               PIC X(105).
001550 FD  BACKUP-FILE
001560     LABEL RECORDS ARE STANDARD.
001570 01  BACKUP-RECORD            PIC X(120).
001580 FD  CTL-FILE
001590     LABEL RECORDS ARE STANDARD.
001600 01  WS-CTL-RECORD.
001610     05  CTL-KEY              PIC X(08).
001620     05  CTL-DATE             PIC 9(08).
001630     05  CTL-FLAG             PIC X(01).
001640     05  FILLER               PIC X(15).
001650*    THE BACKUP-POINT RECORD CARRIES THE TIME THE COPY ENDED AND
001660*    THE RECORD COUNT IN WHAT IS SPARE ON EVERY OTHER RECORD.
001670 01  WS-CTL-BKP-RECORD.
001680     05  FILLER               PIC X(17).
001690     05  CTL-BKP-TIME         PIC 9(06).
001700     05  CTL-BKP-COUNT        PIC 9(09).
001710 WORKING-STORAGE SECTION.
001720 77  WS-CTL-STATUS             PIC X(02) VALUE '00'.
001730 77  WS-BUS-DATE               PIC 9(08) VALUE ZERO.
001740 77  WS-JOB-NAME               PIC X(08) VALUE 'AFBACKUP'.
001750 77  WS-CTL-FOUND-SW           PIC X(01) VALUE 'N'.
001760     88  CTL-FOUND                 VALUE 'Y'.
001770 77  WS-MASTER-STATUS          PIC X(02) VALUE '00'.
001780 77  WS-BACKUP-STATUS          PIC X(02) VALUE '00'.
001790 77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
001800     88  MASTER-EOF                VALUE 'Y'.
001810 77  WS-OPEN-FAIL-SW           PIC X(01) VALUE 'N'.
001820     88  OPEN-FAILED               VALUE 'Y'.
001830 77  WS-WRITE-FAIL-SW          PIC X(01) VALUE 'N'.
001840     88  WRITE-FAILED              VALUE 'Y'.
001850 77  WS-CUR-TIME               PIC 9(06) VALUE ZERO.
001860 77  WS-TIME-RAW               PIC 9(08) VALUE ZERO.
001870 77  WS-COPY-COUNT             PIC 9(09) COMP VALUE ZERO.
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001910     IF OPEN-FAILED
001920         DISPLAY 'AFBACKUP - ABENDING, FILE OPEN FAILED'
001930         MOVE 12 TO RETURN-CODE
001940     ELSE
001950         PERFORM 2000-COPY-MASTER THRU 2000-EXIT
001960             UNTIL MASTER-EOF
001970         PERFORM 9999-TERMINATE THRU 9999-EXIT
001980     END-IF.
001990     STOP RUN.
002000*----------------------------------------------------------------*
002010*  CHECK RUN CONTROL, THEN OPEN THE MASTER AND THE NEW BACKUP    *
002020*  GENERATION.                                                   *
002030*----------------------------------------------------------------*
002040 1000-INITIALIZE.
002050     PERFORM 1050-CHECK-RUN-CONTROL THRU 1050-EXIT.
002060     IF OPEN-FAILED
002070         GO TO 1000-EXIT
002080     END-IF.
002090     OPEN INPUT MASTER-FILE.
002100     OPEN OUTPUT BACKUP-FILE.
002110     IF WS-MASTER-STATUS NOT = '00'
002120         DISPLAY 'AFBACKUP - UNABLE TO OPEN P37AFIL, STATUS = '
002130             WS-MASTER-STATUS
002140         MOVE 'Y' TO WS-EOF-SW
002150         MOVE 'Y' TO WS-OPEN-FAIL-SW
002160     END-IF.
002170     IF WS-BACKUP-STATUS NOT = '00'
002180         DISPLAY 'AFBACKUP - UNABLE TO OPEN AFBKUP, STATUS = '
002190             WS-BACKUP-STATUS
002200         MOVE 'Y' TO WS-EOF-SW
002210         MOVE 'Y' TO WS-OPEN-FAIL-SW
002220     END-IF.
002230     IF OPEN-FAILED
002240         CLOSE CTL-FILE
002250     END-IF.
002260 1000-EXIT.
002270     EXIT.
002280*----------------------------------------------------------------*
002290*  RUN-CONTROL CHECK AGAINST THE P37CTLF SYSTEM CONTROL FILE.    *
002300*  A BACKUP TAKEN WHILE THE ONLINE REGION IS STILL UP WOULD NOT  *
002310*  BE A CLEAN POINT TO RECOVER FROM, SO THE RUN REFUSES TO       *
002320*  START.  THE BACKUP-POINT RECORD IS LEFT ALONE HERE AND ONLY   *
002330*  MOVED AT 1060 ONCE THE COPY IS SAFELY CLOSED.                 *
002340*----------------------------------------------------------------*
002350 1050-CHECK-RUN-CONTROL.
002360     OPEN I-O CTL-FILE.
002370     IF WS-CTL-STATUS NOT = '00'
002380         DISPLAY 'AFBACKUP - UNABLE TO OPEN P37CTLF, STATUS = '
002390             WS-CTL-STATUS
002400         MOVE 'Y' TO WS-EOF-SW
002410         MOVE 'Y' TO WS-OPEN-FAIL-SW
002420         GO TO 1050-EXIT
002430     END-IF.
002440     MOVE 'SYSTEM  ' TO CTL-KEY.
002450     READ CTL-FILE
002460         INVALID KEY
002470             DISPLAY 'AFBACKUP - NO SYSTEM CONTROL RECORD'
002480             MOVE 'Y' TO WS-EOF-SW
002490             MOVE 'Y' TO WS-OPEN-FAIL-SW
002500     END-READ.
002510     IF OPEN-FAILED
002520         CLOSE CTL-FILE
002530         GO TO 1050-EXIT
002540     END-IF.
002550     IF CTL-FLAG = 'U'
002560         DISPLAY 'AFBACKUP - ONLINE REGION IS STILL UP'
002570         MOVE 'Y' TO WS-EOF-SW
002580         MOVE 'Y' TO WS-OPEN-FAIL-SW
002590         CLOSE CTL-FILE
002600         GO TO 1050-EXIT
002610     END-IF.
002620     MOVE CTL-DATE TO WS-BUS-DATE.
002630 1050-EXIT.
002640     EXIT.
002650*----------------------------------------------------------------*
002660*  STAMP THE BACKUP POINT - BUSINESS DATE, TIME THE COPY ENDED,  *
002670*  RECORDS COPIED.  AFRECOV STARTS ITS REPLAY FROM HERE AND      *
002680*  PROVES THE LOADED RECORD COUNT AGAINST IT.                    *
002690*----------------------------------------------------------------*
002700 1060-STAMP-COMPLETE.
002710     ACCEPT WS-TIME-RAW FROM TIME.
002720     COMPUTE WS-CUR-TIME = WS-TIME-RAW / 100.
002730     MOVE WS-JOB-NAME TO CTL-KEY.
002740     MOVE 'N' TO WS-CTL-FOUND-SW.
002750     READ CTL-FILE
002760         INVALID KEY
002770             CONTINUE
002780         NOT INVALID KEY
002790             MOVE 'Y' TO WS-CTL-FOUND-SW
002800     END-READ.
002810     MOVE WS-JOB-NAME TO CTL-KEY.
002820     MOVE WS-BUS-DATE TO CTL-DATE.
002830     MOVE 'C' TO CTL-FLAG.
002840     MOVE WS-CUR-TIME TO CTL-BKP-TIME.
002850     MOVE WS-COPY-COUNT TO CTL-BKP-COUNT.
002860     IF CTL-FOUND
002870         REWRITE WS-CTL-RECORD
002880             INVALID KEY
002890                 DISPLAY 'AFBACKUP - BACKUP STAMP REWRITE FAILED'
002900                 MOVE 12 TO RETURN-CODE
002910         END-REWRITE
002920     ELSE
002930         WRITE WS-CTL-RECORD
002940             INVALID KEY
002950                 DISPLAY 'AFBACKUP - BACKUP STAMP WRITE FAILED'
002960                 MOVE 12 TO RETURN-CODE
002970         END-WRITE
002980     END-IF.
002990     CLOSE CTL-FILE.
003000 1060-EXIT.
003010     EXIT.
003020 2000-COPY-MASTER.
003030     READ MASTER-FILE NEXT RECORD
003040         AT END
003050             MOVE 'Y' TO WS-EOF-SW
003060             GO TO 2000-EXIT
003070     END-READ.
003080     WRITE BACKUP-RECORD FROM WS-RECORD.
003090     IF WS-BACKUP-STATUS NOT = '00'
003100         DISPLAY 'AFBACKUP - BACKUP WRITE FAILED, STATUS '
003110             WS-BACKUP-STATUS ' ACCT ' CUS-ACCNO
003120         MOVE 'Y' TO WS-WRITE-FAIL-SW
003130         MOVE 'Y' TO WS-EOF-SW
003140         GO TO 2000-EXIT
003150     END-IF.
003160     ADD 1 TO WS-COPY-COUNT.
003170 2000-EXIT.
003180     EXIT.
003190*----------------------------------------------------------------*
003200*  A BACKUP THAT DID NOT COPY EVERY RECORD MUST NEVER BECOME THE *
003210*  RECOVERY POINT - THE STAMP STAYS ON THE LAST GOOD ONE AND THE *
003220*  STEP ENDS RC=12 SO THE STREAM STOPS HERE.                     *
003230*----------------------------------------------------------------*
003240 9999-TERMINATE.
003250     CLOSE MASTER-FILE.
003260     CLOSE BACKUP-FILE.
003270     DISPLAY 'AFBACKUP - RECORDS COPIED ' WS-COPY-COUNT.
003280     IF WRITE-FAILED OR WS-BACKUP-STATUS NOT = '00'
003290         DISPLAY 'AFBACKUP - BACKUP INCOMPLETE, POINT NOT MOVED'
003300         MOVE 12 TO RETURN-CODE
003310         CLOSE CTL-FILE
003320     ELSE
003330         PERFORM 1060-STAMP-COMPLETE THRU 1060-EXIT
003340     END-IF.
003350 9999-EXIT.
003360     EXIT.
