       EXEC CICS RETURN
       END-EXEC.
       COPY P37TMOUT.
*>SHOW MAP IF EIBCALEN IS NOT ZERO.  THE PRIMARY HOLDER OF THE
*>SESSION ACCOUNT, IF IT HAS ONE, IS FILLED IN FIRST SO THE
*>TELLER CORRECTS WHAT IS ON FILE INSTEAD OF RE-KEYING IT BLIND.
 SHOW-MAP-PARA.
       MOVE LOW-VALUES TO CUSMAPO
       END-EXEC
       PERFORM RESPONSE-PARA.
 PREFILL-PARA.
       MOVE WS-CUS-ACCNO TO ACCTNOO
       MOVE WS-CUS-ACCNO TO WS-HOLDER-ACCNO
       PERFORM FIND-PRIMARY-PARA
       IF WS-PRIMARY-CUSTNO = ZERO
           MOVE 'NO CUSTOMER LINKED TO ACCOUNT' TO MSGO
       ELSE
           MOVE WS-PRIMARY-CUSTNO TO CIF-CUSTNO
           EXEC CICS READ
               FILE('P37CFILE')
               RIDFLD(CIF-CUSTNO)
               INTO(WS-CUST-RECORD)
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE WS-RESP-CODE
           WHEN DFHRESP(NORMAL)
               MOVE CIF-CUSTNO TO CUSTNOO
               MOVE CIF-NAME  TO CNAMEO
               MOVE CIF-ADDR1 TO ADDR1O
               MOVE CIF-ADDR2 TO ADDR2O
               MOVE CIF-ADDR3 TO ADDR3O
               MOVE CIF-PHONE TO PHONEO
               MOVE CIF-TAX-ID TO TAXIDO
               MOVE CIF-WHOLD-FLAG TO WHOLDO
               MOVE 'P' TO ROLEO
           WHEN OTHER
               MOVE 'NO CUSTOMER RECORD ON FILE' TO MSGO
           END-EVALUATE
       END-IF.
*>THE ACTIVE PRIMARY HOLDER OF WS-HOLDER-ACCNO, OFF A BROWSE OF
*>THAT ACCOUNT'S RELATIONSHIPS - ZERO IF IT HAS NONE.
 FIND-PRIMARY-PARA.
       MOVE ZERO TO WS-PRIMARY-CUSTNO
       MOVE WS-HOLDER-ACCNO TO REL-ACCNO
       MOVE ZERO TO REL-CUSTNO
       MOVE 'N' TO WS-BROWSE-DONE
       EXEC CICS STARTBR
           FILE('P37RELF')
           RIDFLD(REL-KEY)
           GTEQ
           RESP(WS-RESP-CODE)
       END-EXEC
       IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
           MOVE 'Y' TO WS-BROWSE-DONE
       ELSE
           PERFORM FIND-PRIMARY-NEXT-PARA
               UNTIL WS-BROWSE-DONE = 'Y'
           EXEC CICS ENDBR
               FILE('P37RELF')
           END-EXEC
       END-IF.
 FIND-PRIMARY-NEXT-PARA.
       EXEC CICS READNEXT
           FILE('P37RELF')
           INTO(WS-REL-RECORD)
           RIDFLD(REL-KEY)
           RESP(WS-RESP-CODE)
       END-EXEC
       IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
                    OR REL-ACCNO NOT = WS-HOLDER-ACCNO
           MOVE 'Y' TO WS-BROWSE-DONE
       ELSE
           IF REL-ACTIVE AND REL-PRIMARY
               MOVE REL-CUSTNO TO WS-PRIMARY-CUSTNO
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF
       END-IF.
*>CHECK ENTERED KEY
 RESPONSE-PARA.
       EVALUATE EIBAID
           PROGRAM('BACKPGM')
           COMMAREA(WS-CA)
       END-EXEC.
*>ADD OR CORRECT A CUSTOMER, THEN LINK OR UNLINK THE KEYED
*>ACCOUNT.  A BLANK CUSTOMER NUMBER ADDS A NEW CUSTOMER UNDER THE
*>NEXT NUMBER; A KEYED ONE REWRITES THAT CUSTOMER'S NAME,
*>ADDRESS AND TAX DETAILS IN PLACE.  ONE CUSTOMER RECORD SERVES
*>EVERY ACCOUNT THE CUSTOMER IS ON, SO AN ADDRESS CHANGE IS MADE
*>ONCE.
 MAINT-PARA.
       EXEC CICS RECEIVE
           MAP('CUSMAP')
           MAPSET('CMBMS')
           INTO(CUSMAPI)
       END-EXEC
       MOVE 'Y' TO WS-STATUS-OK
       IF CNAMEL = ZERO OR CNAME = SPACES
           MOVE 'PLEASE ENTER CUSTOMER NAME' TO MSGO
           MOVE 'N' TO WS-STATUS-OK
       ELSE
           PERFORM CHECK-TAX-PARA
       END-IF
       IF WS-STATUS-OK = 'Y'
           IF CUSTNOL = ZERO OR CUSTNO = ZERO
               PERFORM ADD-CUST-PARA
           ELSE
               IF CUSTNO NOT NUMERIC
                   MOVE 'INVALID CUSTOMER NUMBER' TO MSGO
                   MOVE 'N' TO WS-STATUS-OK
               ELSE
                   PERFORM REWRITE-CUST-PARA
               END-IF
           END-IF
       END-IF
       IF WS-STATUS-OK = 'Y'
           PERFORM RELATION-PARA
       END-IF
       PERFORM RESEND-MAP-PARA.
*>THE TAXPAYER ID IS OPTIONAL UNTIL THE YEAR-END RUN NEEDS IT, BUT
*>ONE THAT IS KEYED MUST BE NINE DIGITS - NO DASHES - OR THE 1099
*>FILING REJECTS IT.  THE BACKUP-WITHHOLDING FLAG IS Y OR N, AND
*>LEFT BLANK IT MEANS N.
 CHECK-TAX-PARA.
       IF TAXIDL = ZERO OR TAXID = SPACES OR TAXID = LOW-VALUES
           MOVE SPACES TO TAXID
       END-IF
       IF WHOLDL = ZERO OR WHOLD = SPACE OR WHOLD = LOW-VALUE
           MOVE 'N' TO WHOLD
       END-IF
       IF TAXID NOT = SPACES AND TAXID NOT NUMERIC
           MOVE 'TAX ID MUST BE 9 DIGITS' TO MSGO
           MOVE 'N' TO WS-STATUS-OK
       ELSE
           IF WHOLD NOT = 'Y' AND WHOLD NOT = 'N'
               MOVE 'WITHHOLDING MUST BE Y OR N' TO MSGO
               MOVE 'N' TO WS-STATUS-OK
           END-IF
       END-IF.
*>A NEW CUSTOMER IS GIVEN ONE PAST THE HIGHEST NUMBER ON FILE.
*>TWO TERMINALS ADDING AT THE SAME MOMENT CAN BE HANDED THE SAME
*>NUMBER - THE SECOND WRITE GETS DUPREC AND THE TELLER PRESSES
*>ENTER AGAIN FOR THE NEXT ONE.
 ADD-CUST-PARA.
       PERFORM NEXT-CUSTNO-PARA
       MOVE WS-NEW-CUSTNO TO CIF-CUSTNO
       PERFORM MOVE-CUST-PARA
       EXEC CICS WRITE
           FILE('P37CFILE')
           FROM(WS-CUST-RECORD)
           RIDFLD(CIF-CUSTNO)
           RESP(WS-RESP-CODE)
       END-EXEC
       EVALUATE WS-RESP-CODE
       WHEN DFHRESP(NORMAL)
           MOVE CIF-CUSTNO TO CUSTNO
           MOVE 'CUSTOMER RECORD ADDED' TO MSGO
       WHEN DFHRESP(DUPREC)
           MOVE 'NUMBER IN USE - PRESS ENTER' TO MSGO
           MOVE 'N' TO WS-STATUS-OK
       WHEN OTHER
           MOVE 'SAVE NOT SUCESSFULL' TO MSGO
           MOVE 'N' TO WS-STATUS-OK
       END-EVALUATE.
*>A BROWSE STARTED AT HIGH-VALUES SITS PAST THE LAST CUSTOMER, SO
*>ONE READPREV GIVES THE HIGHEST NUMBER ISSUED.  AN EMPTY FILE
*>STARTS AT ONE.
 NEXT-CUSTNO-PARA.
       MOVE ZERO TO WS-NEW-CUSTNO
       MOVE HIGH-VALUES TO WS-CUST-KEY
       EXEC CICS STARTBR
           FILE('P37CFILE')
           RIDFLD(WS-CUST-KEY)
           GTEQ
           RESP(WS-RESP-CODE)
       END-EXEC
       IF WS-RESP-CODE = DFHRESP(NORMAL)
           EXEC CICS READPREV
               FILE('P37CFILE')
               INTO(WS-CUST-RECORD)
               RIDFLD(WS-CUST-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE CIF-CUSTNO TO WS-NEW-CUSTNO
           END-IF
           EXEC CICS ENDBR
               FILE('P37CFILE')
           END-EXEC
       END-IF
       ADD 1 TO WS-NEW-CUSTNO.
 MOVE-CUST-PARA.
       MOVE CNAME  TO CIF-NAME
       MOVE ADDR1  TO CIF-ADDR1
       MOVE ADDR2  TO CIF-ADDR2
       MOVE ADDR3  TO CIF-ADDR3
       MOVE PHONE  TO CIF-PHONE
       MOVE TAXID  TO CIF-TAX-ID
       MOVE WHOLD  TO CIF-WHOLD-FLAG.
 REWRITE-CUST-PARA.
       MOVE CUSTNO TO CIF-CUSTNO
       EXEC CICS READ
           FILE('P37CFILE')
           RIDFLD(CIF-CUSTNO)
           INTO(WS-CUST-RECORD)
           RESP(WS-RESP-CODE)
           UPDATE
       END-EXEC
       EVALUATE WS-RESP-CODE
       WHEN DFHRESP(NORMAL)
           PERFORM MOVE-CUST-PARA
           EXEC CICS REWRITE
               FILE('P37CFILE')
               FROM(WS-CUST-RECORD)
               MOVE 'CUSTOMER RECORD UPDATED' TO MSGO
           WHEN OTHER
               MOVE 'SAVE NOT SUCESSFULL' TO MSGO
               MOVE 'N' TO WS-STATUS-OK
           END-EVALUATE
       WHEN DFHRESP(NOTFND)
           MOVE 'CUSTOMER NOT FOUND' TO MSGO
           MOVE 'N' TO WS-STATUS-OK
       WHEN OTHER
           MOVE 'SAVE NOT SUCESSFULL' TO MSGO
           MOVE 'N' TO WS-STATUS-OK
       END-EVALUATE.
*>LINK THE CUSTOMER TO THE KEYED ACCOUNT, OR UNLINK THEM.  LEFT
*>BLANK, THE ACCOUNT IS NOT TOUCHED AND THE CUSTOMER DETAILS
*>ALONE ARE SAVED.
 RELATION-PARA.
       IF RELACTL = ZERO OR RELACT = SPACE OR RELACT = LOW-VALUE
           CONTINUE
       ELSE
           IF ACCTNOL = ZERO OR ACCTNO NOT NUMERIC
               MOVE 'PLEASE ENTER ACCOUNT NUMBER' TO MSGO
           ELSE
               EVALUATE RELACT
               WHEN 'L'
                   PERFORM LINK-PARA
               WHEN 'U'
                   PERFORM UNLINK-PARA
               WHEN OTHER
                   MOVE 'LINK ACTION MUST BE L OR U' TO MSGO
               END-EVALUATE
           END-IF
       END-IF.
*>THE ACCOUNT MUST BE ON THE MASTER AND NOT CLOSED.  AN ACCOUNT
*>HAS ONE PRIMARY HOLDER - TO CHANGE IT, RE-LINK THE OLD PRIMARY
*>AS JOINT FIRST, THEN LINK THE NEW ONE AS PRIMARY.  A ROLE LEFT
*>BLANK MAKES THE CUSTOMER PRIMARY ON AN ACCOUNT THAT HAS NONE
*>YET, JOINT OTHERWISE.
 LINK-PARA.
       EXEC CICS READ
           FILE('P37AFILE')
           RIDFLD(ACCTNO)
           INTO(WS-RECORD)
           RESP(WS-RESP-CODE)
       END-EXEC
       IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
           MOVE 'ACCOUNT NOT FOUND' TO MSGO
       ELSE
           IF CUS-CLOSED
               MOVE 'ACCOUNT IS CLOSED' TO MSGO
           ELSE
               MOVE ACCTNO TO WS-HOLDER-ACCNO
               PERFORM FIND-PRIMARY-PARA
               IF ROLEL = ZERO OR ROLE = SPACE OR ROLE = LOW-VALUE
                   IF WS-PRIMARY-CUSTNO = ZERO
                       MOVE 'P' TO ROLE
                   ELSE
                       MOVE 'J' TO ROLE
                   END-IF
               END-IF
               EVALUATE TRUE
               WHEN ROLE NOT = 'P' AND ROLE NOT = 'J'
                                   AND ROLE NOT = 'T'
                   MOVE 'ROLE MUST BE P, J OR T' TO MSGO
               WHEN ROLE = 'P' AND WS-PRIMARY-CUSTNO NOT = ZERO
                               AND WS-PRIMARY-CUSTNO NOT = CIF-CUSTNO
                   MOVE 'ACCOUNT ALREADY HAS A PRIMARY' TO MSGO
               WHEN OTHER
                   PERFORM WRITE-REL-PARA
               END-EVALUATE
           END-IF
       END-IF.
*>A CUSTOMER ONCE TAKEN OFF THE ACCOUNT STILL HAS THEIR REMOVED
*>RELATIONSHIP ON FILE - LINKING THEM AGAIN BRINGS IT BACK.
 WRITE-REL-PARA.
       MOVE ACCTNO TO REL-ACCNO
       MOVE CIF-CUSTNO TO REL-CUSTNO
       EXEC CICS READ
           FILE('P37RELF')
           RIDFLD(REL-KEY)
           INTO(WS-REL-RECORD)
           RESP(WS-RESP-CODE)
           UPDATE
       END-EXEC
       EVALUATE WS-RESP-CODE
       WHEN DFHRESP(NORMAL)
           IF REL-ACTIVE AND REL-ROLE = ROLE
               EXEC CICS UNLOCK
                   FILE('P37RELF')
               END-EXEC
               MOVE 'ALREADY LINKED IN THAT ROLE' TO MSGO
           ELSE
               PERFORM BUILD-REL-PARA
               EXEC CICS REWRITE
                   FILE('P37RELF')
                   FROM(WS-REL-RECORD)
                   RESP(WS-RESP-CODE)
               END-EXEC
               PERFORM LINKED-PARA
           END-IF
       WHEN DFHRESP(NOTFND)
           PERFORM BUILD-REL-PARA
           EXEC CICS WRITE
               FILE('P37RELF')
               FROM(WS-REL-RECORD)
               RIDFLD(REL-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           PERFORM LINKED-PARA
       WHEN OTHER
           MOVE 'LINK NOT SUCESSFULL' TO MSGO
       END-EVALUATE.
 BUILD-REL-PARA.
       MOVE ACCTNO     TO REL-ACCNO
       MOVE CIF-CUSTNO TO REL-CUSTNO
       MOVE ROLE       TO REL-ROLE
       MOVE 'A'        TO REL-STATUS
       MOVE EIBDATE    TO REL-ADDED-DATE
       MOVE EIBOPID    TO REL-ADDED-OPID
       MOVE ZERO       TO REL-RMVD-DATE
       MOVE SPACES     TO REL-RMVD-OPID.
 LINKED-PARA.
       IF WS-RESP-CODE = DFHRESP(NORMAL)
           MOVE 'CUSTOMER LINKED TO ACCOUNT' TO MSGO
           MOVE SPACE TO RELACT
       ELSE
           MOVE 'LINK NOT SUCESSFULL' TO MSGO
       END-IF.
*>THE PRIMARY HOLDER STAYS ON THE ACCOUNT UNTIL ANOTHER CUSTOMER
*>REPLACES THEM (SEE LINK-PARA) - AN ACCOUNT IS NEVER LEFT WITH
*>NOBODY TO ADDRESS THE STATEMENT TO.
 UNLINK-PARA.
       MOVE ACCTNO TO REL-ACCNO
       MOVE CIF-CUSTNO TO REL-CUSTNO
       EXEC CICS READ
           FILE('P37RELF')
           RIDFLD(REL-KEY)
           INTO(WS-REL-RECORD)
           RESP(WS-RESP-CODE)
           UPDATE
       END-EXEC
       IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
           MOVE 'CUSTOMER NOT ON THAT ACCOUNT' TO MSGO
       ELSE
           EVALUATE TRUE
           WHEN NOT REL-ACTIVE
               EXEC CICS UNLOCK
                   FILE('P37RELF')
               END-EXEC
               MOVE 'CUSTOMER NOT ON THAT ACCOUNT' TO MSGO
           WHEN REL-PRIMARY
               EXEC CICS UNLOCK
                   FILE('P37RELF')
               END-EXEC
               MOVE 'CANNOT UNLINK PRIMARY HOLDER' TO MSGO
           WHEN OTHER
               MOVE 'R'     TO REL-STATUS
               MOVE EIBDATE TO REL-RMVD-DATE
               MOVE EIBOPID TO REL-RMVD-OPID
               EXEC CICS REWRITE
                   FILE('P37RELF')
                   FROM(WS-REL-RECORD)
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   MOVE 'CUSTOMER UNLINKED' TO MSGO
                   MOVE SPACE TO RELACT
               ELSE
                   MOVE 'UNLINK NOT SUCESSFULL' TO MSGO
               END-IF
           END-EVALUATE
       END-IF.
*>PUT THE MAP BACK WITH THE OUTCOME AND, FOR A NEW CUSTOMER, THE
*>NUMBER JUST ISSUED - THE FIRST SEND IN SHOW-MAP-PARA ONLY
*>PAINTS THE PREFILLED SCREEN.
 RESEND-MAP-PARA.
       EXEC CICS SEND
           MAP('CUSMAP')
           MAPSET('CMBMS')
           FROM(CUSMAPO)
       END-EXEC.
