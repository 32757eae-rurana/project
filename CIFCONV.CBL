001000 IDENTIFICATION DIVISION.
001010 PROGRAM-ID. CIFCONV.
001020 AUTHOR. R T KOWALSKI.
001030 INSTALLATION. RETAIL BANKING SYSTEMS - BATCH OPERATIONS.
001040 DATE-WRITTEN. 10/15/2026.
001050 DATE-COMPILED.
001060*
001070*    MODIFICATION HISTORY
001080*    DATE      INIT  DESCRIPTION
001090*    10/15/26  RTK   INITIAL VERSION - ONE-TIME CONVERSION OF
001100*                    P37CFILE FROM ONE RECORD PER ACCOUNT TO
001110*                    ONE RECORD PER CUSTOMER, BUILDING THE
001120*                    P37RELF RELATIONSHIP FILE.
001130*
001140*----------------------------------------------------------------*
001150*  ONE-TIME CONVERSION RUN, THE SAME SHAPE AS AUDEXPND.  THE OLD *
001160*  P37CFILE CARRIES ONE NAME-AND-ADDRESS RECORD PER ACCOUNT,     *
001170*  KEYED ON THE ACCOUNT NUMBER.  THE NEW ONE CARRIES ONE RECORD  *
001180*  PER CUSTOMER, KEYED ON A TEN-DIGIT CUSTOMER NUMBER, WITH THE  *
001190*  ACCOUNTS THEY HOLD ON P37RELF.  THE RECORD STAYS 160 BYTES.   *
001200*                                                                *
001210*  THE OLD RECORDS ARE SORTED BY TAXPAYER ID, NAME AND ACCOUNT.  *
001220*  RECORDS WITH THE SAME NINE-DIGIT TAXPAYER ID AND THE SAME     *
001230*  NAME ARE TAKEN TO BE ONE CUSTOMER, AND TAKE THE ADDRESS,      *
001240*  PHONE AND WITHHOLDING FLAG OFF THE LOWEST-NUMBERED OF THEIR   *
001250*  ACCOUNTS.  A RECORD WITH NO TAXPAYER ID ON FILE IS NEVER      *
001260*  MERGED - IT BECOMES A CUSTOMER OF ITS OWN FOR THE BRANCH TO   *
001270*  TIDY UP ON CUSTMNT.  CUSTOMER NUMBERS ARE ISSUED FROM 1 IN    *
001280*  THAT ORDER, AND EVERY OLD ACCOUNT GETS ONE ACTIVE PRIMARY     *
001290*  HOLDER ROW ON P37RELF.  JOINT HOLDERS AND TRUSTEES ARE ADDED  *
001300*  AFTERWARDS ON CUSTMNT - THE OLD FILE NEVER RECORDED THEM.     *
001310*                                                                *
001320*  RUN ONCE, WITH THE ONLINE REGION DOWN, AGAINST A FRESHLY      *
001330*  DEFINED CUSTOMER CLUSTER AND AN EMPTY P37RELF.  AFTER A CLEAN *
001340*  RUN, SWAP THE NEW CUSTOMER CLUSTER IN UNDER THE PRODUCTION    *
001350*  NAME AND BUILD THE ALTERNATE INDEXES BEFORE THE REGION COMES  *
001360*  BACK.  KEEP THE OLD CLUSTER UNTIL THE FIRST CLEAN MONTHLY     *
001370*  STATEMENT RUN.                                                *
001380*----------------------------------------------------------------*
001390 ENVIRONMENT DIVISION.
001400 CONFIGURATION SECTION.
001410 SOURCE-COMPUTER. IBM-370.
001420 OBJECT-COMPUTER. IBM-370.
001430 INPUT-OUTPUT SECTION.
001440 FILE-CONTROL.
001450     SELECT OLD-CUST ASSIGN TO P37COLD
001460         ORGANIZATION IS INDEXED
001470         ACCESS MODE IS SEQUENTIAL
001480         RECORD KEY IS OCF-ACCNO
001490         FILE STATUS IS WS-OC-STATUS.
001500     SELECT NEW-CUST ASSIGN TO P37CNEW
001510         ORGANIZATION IS INDEXED
001520         ACCESS MODE IS SEQUENTIAL
001530         RECORD KEY IS NCF-CUSTNO
001540         FILE STATUS IS WS-NC-STATUS.
001550     SELECT REL-FILE ASSIGN TO P37RELF
001560         ORGANIZATION IS INDEXED
001570         ACCESS MODE IS RANDOM
001580         RECORD KEY IS REL-KEY
001590         FILE STATUS IS WS-REL-STATUS.
001600     SELECT SORT-FILE ASSIGN TO SORTWK01.
001610 DATA DIVISION.
001620 FILE SECTION.
001630 FD  OLD-CUST
001640     LABEL RECORDS ARE STANDARD.
001650 01  OLD-CUST-REC.
001660     05  OCF-ACCNO            PIC 9(15).
001670     05  OCF-NAME             PIC X(30).
001680     05  OCF-ADDR1            PIC X(30).
001690     05  OCF-ADDR2            PIC X(30).
001700     05  OCF-ADDR3            PIC X(30).
001710     05  OCF-PHONE            PIC X(15).
001720     05  OCF-TAX-ID           PIC X(09).
001730     05  OCF-WHOLD-FLAG       PIC X(01).
001740 FD  NEW-CUST
001750     LABEL RECORDS ARE STANDARD.
001760 01  NEW-CUST-REC.
001770     05  NCF-CUSTNO           PIC 9(10).
001780     05  NCF-NAME             PIC X(30).
001790     05  NCF-ADDR1            PIC X(30).
001800     05  NCF-ADDR2            PIC X(30).
001810     05  NCF-ADDR3            PIC X(30).
001820     05  NCF-PHONE            PIC X(15).
001830     05  NCF-TAX-ID           PIC X(09).
001840     05  NCF-WHOLD-FLAG       PIC X(01).
001850     05  FILLER               PIC X(05).
001860 FD  REL-FILE
001870     LABEL RECORDS ARE STANDARD.
001880 01  WS-REL-RECORD.
001890     05  REL-KEY.
001900         10  REL-ACCNO        PIC 9(15).
001910         10  REL-CUSTNO       PIC 9(10).
001920     05  REL-ROLE             PIC X(01).
001930     05  REL-STATUS           PIC X(01).
001940     05  REL-ADDED-DATE       PIC 9(08).
001950     05  REL-ADDED-OPID       PIC X(08).
001960     05  REL-RMVD-DATE        PIC 9(08).
001970     05  REL-RMVD-OPID        PIC X(08).
001980     05  FILLER               PIC X(10).
001990 SD  SORT-FILE.
002000 01  SORT-RECORD.
002010     05  SRT-TAX-ID           PIC X(09).
002020     05  SRT-NAME             PIC X(30).
002030     05  SRT-ACCNO            PIC 9(15).
002040     05  SRT-ADDR1            PIC X(30).
002050     05  SRT-ADDR2            PIC X(30).
002060     05  SRT-ADDR3            PIC X(30).
002070     05  SRT-PHONE            PIC X(15).
002080     05  SRT-WHOLD-FLAG       PIC X(01).
002090 WORKING-STORAGE SECTION.
002100 77  WS-OC-STATUS              PIC X(02) VALUE '00'.
002110 77  WS-NC-STATUS              PIC X(02) VALUE '00'.
002120 77  WS-REL-STATUS             PIC X(02) VALUE '00'.
002130 77  WS-EOF-SW                 PIC X(01) VALUE 'N'.
002140     88  FILE-EOF                  VALUE 'Y'.
002150 77  WS-SORT-EOF-SW            PIC X(01) VALUE 'N'.
002160     88  SORT-EOF                  VALUE 'Y'.
002170 77  WS-WRITE-FAIL-SW          PIC X(01) VALUE 'N'.
002180     88  WRITE-FAILED              VALUE 'Y'.
002190 77  WS-CUR-DATE               PIC 9(08) VALUE ZERO.
002200 77  WS-CUR-CUSTNO             PIC 9(10) VALUE ZERO.
002210 77  WS-PREV-TAX-ID            PIC X(09) VALUE SPACES.
002220 77  WS-PREV-NAME              PIC X(30) VALUE SPACES.
002230 77  WS-ACCT-COUNT             PIC 9(09) COMP VALUE ZERO.
002240 77  WS-CUST-COUNT             PIC 9(09) COMP VALUE ZERO.
002250 77  WS-MERGE-COUNT            PIC 9(09) COMP VALUE ZERO.
002260 77  WS-REL-COUNT              PIC 9(09) COMP VALUE ZERO.
002270 PROCEDURE DIVISION.
002280 0000-MAINLINE.
002290     ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.
002300     OPEN INPUT OLD-CUST.
002310     OPEN OUTPUT NEW-CUST.
002320     OPEN OUTPUT REL-FILE.
002330     IF WS-OC-STATUS NOT = '00' OR WS-NC-STATUS NOT = '00'
002340             OR WS-REL-STATUS NOT = '00'
002350         DISPLAY 'CIFCONV - OPEN FAILED, OLD = ' WS-OC-STATUS
002360             ' NEW = ' WS-NC-STATUS ' REL = ' WS-REL-STATUS
002370         MOVE 'Y' TO WS-WRITE-FAIL-SW
002380     ELSE
002390         SORT SORT-FILE
002400             ON ASCENDING KEY SRT-TAX-ID
002410                              SRT-NAME
002420                              SRT-ACCNO
002430             INPUT PROCEDURE IS 1000-READ-OLD
002440                 THRU 1000-EXIT
002450             OUTPUT PROCEDURE IS 2000-WRITE-NEW
002460                 THRU 2000-EXIT
002470     END-IF.
002480     CLOSE OLD-CUST.
002490     CLOSE NEW-CUST.
002500     CLOSE REL-FILE.
002510     DISPLAY 'CIFCONV - ACCOUNTS READ         ' WS-ACCT-COUNT.
002520     DISPLAY 'CIFCONV - CUSTOMERS WRITTEN     ' WS-CUST-COUNT.
002530     DISPLAY 'CIFCONV - ACCOUNTS MERGED       ' WS-MERGE-COUNT.
002540     DISPLAY 'CIFCONV - RELATIONSHIPS WRITTEN ' WS-REL-COUNT.
002550*    AN OPEN OR WRITE FAILURE MUST NOT END WITH A CLEAN JOB
002560*    LOG - THE TOTALS ABOVE ARE WHAT THE SWAP-IN IS VERIFIED
002570*    AGAINST.  ACCOUNTS READ MUST EQUAL RELATIONSHIPS WRITTEN,
002580*    AND CUSTOMERS WRITTEN PLUS ACCOUNTS MERGED MUST EQUAL
002590*    ACCOUNTS READ.
002600     IF WRITE-FAILED
002610         DISPLAY 'CIFCONV - RUN INCOMPLETE, DO NOT SWAP IN'
002620         MOVE 12 TO RETURN-CODE
002630     END-IF.
002640     STOP RUN.
002650*----------------------------------------------------------------*
002660*  SORT INPUT - EVERY RECORD ON THE OLD ACCOUNT-KEYED FILE.      *
002670*----------------------------------------------------------------*
002680 1000-READ-OLD.
002690     MOVE 'N' TO WS-EOF-SW.
002700     PERFORM 1100-RELEASE-OLD THRU 1100-EXIT
002710         UNTIL FILE-EOF.
002720 1000-EXIT.
002730     EXIT.
002740 1100-RELEASE-OLD.
002750     READ OLD-CUST NEXT RECORD
002760         AT END
002770             MOVE 'Y' TO WS-EOF-SW
002780             GO TO 1100-EXIT
002790     END-READ.
002800     MOVE OCF-TAX-ID     TO SRT-TAX-ID.
002810     MOVE OCF-NAME       TO SRT-NAME.
002820     MOVE OCF-ACCNO      TO SRT-ACCNO.
002830     MOVE OCF-ADDR1      TO SRT-ADDR1.
002840     MOVE OCF-ADDR2      TO SRT-ADDR2.
002850     MOVE OCF-ADDR3      TO SRT-ADDR3.
002860     MOVE OCF-PHONE      TO SRT-PHONE.
002870     MOVE OCF-WHOLD-FLAG TO SRT-WHOLD-FLAG.
002880     RELEASE SORT-RECORD.
002890     ADD 1 TO WS-ACCT-COUNT.
002900 1100-EXIT.
002910     EXIT.
002920*----------------------------------------------------------------*
002930*  SORT OUTPUT - ONE CUSTOMER PER TAXPAYER ID AND NAME, ONE      *
002940*  PRIMARY-HOLDER RELATIONSHIP PER ACCOUNT.  CUSTOMER NUMBERS    *
002950*  COME OUT ASCENDING, SO THE NEW CLUSTER LOADS IN KEY ORDER;    *
002960*  THE RELATIONSHIPS COME OUT IN TAXPAYER ORDER AND ARE WRITTEN  *
002970*  BY KEY.                                                       *
002980*----------------------------------------------------------------*
002990 2000-WRITE-NEW.
003000     MOVE 'N' TO WS-SORT-EOF-SW.
003010     PERFORM 2100-NEXT-ACCOUNT THRU 2100-EXIT
003020         UNTIL SORT-EOF.
003030 2000-EXIT.
003040     EXIT.
003050 2100-NEXT-ACCOUNT.
003060     RETURN SORT-FILE
003070         AT END
003080             MOVE 'Y' TO WS-SORT-EOF-SW
003090             GO TO 2100-EXIT
003100     END-RETURN.
003110     IF SRT-TAX-ID = WS-PREV-TAX-ID
003120             AND SRT-NAME = WS-PREV-NAME
003130             AND SRT-TAX-ID IS NUMERIC
003140             AND SRT-TAX-ID NOT = '000000000'
003150             AND WS-CUR-CUSTNO > ZERO
003160         ADD 1 TO WS-MERGE-COUNT
003170     ELSE
003180         PERFORM 2200-WRITE-CUSTOMER THRU 2200-EXIT
003190     END-IF.
003200     IF WRITE-FAILED
003210         MOVE 'Y' TO WS-SORT-EOF-SW
003220         GO TO 2100-EXIT
003230     END-IF.
003240     MOVE SRT-ACCNO      TO REL-ACCNO.
003250     MOVE WS-CUR-CUSTNO  TO REL-CUSTNO.
003260     MOVE 'P'            TO REL-ROLE.
003270     MOVE 'A'            TO REL-STATUS.
003280     MOVE WS-CUR-DATE    TO REL-ADDED-DATE.
003290     MOVE 'CIFCONV'      TO REL-ADDED-OPID.
003300     MOVE ZERO           TO REL-RMVD-DATE.
003310     MOVE SPACES         TO REL-RMVD-OPID.
003320     WRITE WS-REL-RECORD
003330         INVALID KEY
003340             DISPLAY 'CIFCONV - RELATIONSHIP WRITE FAILED, KEY '
003350                 REL-KEY
003360             MOVE 'Y' TO WS-WRITE-FAIL-SW
003370             MOVE 'Y' TO WS-SORT-EOF-SW
003380         NOT INVALID KEY
003390             ADD 1 TO WS-REL-COUNT
003400     END-WRITE.
003410 2100-EXIT.
003420     EXIT.
003430 2200-WRITE-CUSTOMER.
003440     ADD 1 TO WS-CUR-CUSTNO.
003450     MOVE SRT-TAX-ID     TO WS-PREV-TAX-ID.
003460     MOVE SRT-NAME       TO WS-PREV-NAME.
003470     MOVE SPACES         TO NEW-CUST-REC.
003480     MOVE WS-CUR-CUSTNO  TO NCF-CUSTNO.
003490     MOVE SRT-NAME       TO NCF-NAME.
003500     MOVE SRT-ADDR1      TO NCF-ADDR1.
003510     MOVE SRT-ADDR2      TO NCF-ADDR2.
003520     MOVE SRT-ADDR3      TO NCF-ADDR3.
003530     MOVE SRT-PHONE      TO NCF-PHONE.
003540     MOVE SRT-TAX-ID     TO NCF-TAX-ID.
003550     MOVE SRT-WHOLD-FLAG TO NCF-WHOLD-FLAG.
003560     WRITE NEW-CUST-REC
003570         INVALID KEY
003580             DISPLAY 'CIFCONV - CUSTOMER WRITE FAILED, KEY '
003590                 NCF-CUSTNO
003600             MOVE 'Y' TO WS-WRITE-FAIL-SW
003610         NOT INVALID KEY
003620             ADD 1 TO WS-CUST-COUNT
003630     END-WRITE.
003640 2200-EXIT.
003650     EXIT.
