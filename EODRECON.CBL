001180*    09/03/26  RTK   RUN-CONTROL CHECKS AGAINST THE
001190*                    P37CTLF SYSTEM CONTROL FILE AT
001200*                    INITIALIZE; COMPLETION STAMPED BACK.
001202*    10/15/26  RTK   MASTER LAYOUT NOW CARRIES THE
001204*                    LAST-ACTIVITY DATE AND THE DORMANT
001206*                    STATUS.
001207*    10/15/26  RTK   P37AUDIT LAYOUT FOLLOWS THE 128-BYTE
001208*                    JOURNAL RECORD (APPROVING SUPERVISOR ID).
001210*
001220*----------------------------------------------------------------*
001230*  THIS RUN REPLAYS THE AUDIT JOURNAL WRITTEN BY DEPOSIT AND     *
001700     05  AUD-DATE             PIC 9(08).
001710     05  AUD-TIME             PIC 9(06).
001720     05  AUD-REF              PIC X(26).
001730     05  AUD-APPR-OPID        PIC X(08).
001735     05  FILLER               PIC X(11).
001740 FD  MASTER-FILE
001750     LABEL RECORDS ARE STANDARD.
001760 01  WS-RECORD.
001790         88  CUS-ACTIVE           VALUE 'A'.
001800         88  CUS-FROZEN           VALUE 'F'.
001810         88  CUS-CLOSED           VALUE 'C'.
001815         88  CUS-DORMANT          VALUE 'D'.
001820     05  CUS-BALANCE          PIC S9(09)V9(02).
001830     05  CUS-LAST-TXNREF      PIC X(26).
001840     05  CUS-TXN-SEQ          PIC 9(07).
001880     05  CUS-HOLD-AMT         PIC 9(09)V9(02).
001890     05  CUS-HOLD-DATE        PIC 9(08).
001900     05  CUS-OD-LIMIT         PIC 9(09)V9(02).
001905     05  CUS-LAST-ACT-DATE    PIC 9(08).
001910     05  FILLER               PIC X(01).
001920 FD  REPORT-FILE
001930     LABEL RECORDS ARE OMITTED.
001940 01  REPORT-RECORD             PIC X(132).
