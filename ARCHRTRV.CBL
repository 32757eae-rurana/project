001090*    09/02/26  RTK   INITIAL VERSION - RETRIEVAL OF ONE
001100*                    ACCOUNT'S ARCHIVED HISTORY AND AUDIT
001110*                    ACTIVITY BY ACCOUNT AND DATE RANGE.
001112*    10/15/26  RTK   ARCHAUD RECORD FOLLOWS THE 128-BYTE
001114*                    JOURNAL RECORD; THE APPROVING SUPERVISOR
001116*                    OF AN OVER-LIMIT POSTING IS PRINTED.
001120*
001130*----------------------------------------------------------------*
001140*  READS AN ACCOUNT NUMBER AND A FROM/TO DATE RANGE OFF A        *
001780     05  AUD-DATE             PIC 9(08).
001790     05  AUD-TIME             PIC 9(06).
001800     05  AUD-REF              PIC X(26).
001810     05  AUD-APPR-OPID        PIC X(08).
001815     05  FILLER               PIC X(11).
001820 FD  REPORT-FILE
001830     LABEL RECORDS ARE OMITTED.
001840 01  REPORT-RECORD             PIC X(132).
002440     05  FILLER                PIC X(15) VALUE 'BAL AFTER  '.
002450     05  FILLER                PIC X(06) VALUE 'TERM '.
002460     05  FILLER                PIC X(10) VALUE 'OPERATOR '.
002465     05  FILLER                PIC X(10) VALUE 'APPROVED '.
002470     05  FILLER                PIC X(26) VALUE 'REFERENCE'.
002480 01  WS-AUD-LINE.
002490     05  FILLER                PIC X(01) VALUE SPACES.
002630     05  FILLER                PIC X(02) VALUE SPACES.
002640     05  AL-OPID               PIC X(08).
002650     05  FILLER                PIC X(02) VALUE SPACES.
002653     05  AL-APPR-OPID          PIC X(08).
002656     05  FILLER                PIC X(02) VALUE SPACES.
002660     05  AL-REF                PIC X(26).
002670 01  WS-SUMMARY-LINE.
002680     05  FILLER                PIC X(01) VALUE SPACES.
003930         MOVE AUD-BAL-AFTER  TO AL-BAL-AFTER
003940         MOVE AUD-TERMID     TO AL-TERMID
003950         MOVE AUD-OPID       TO AL-OPID
003955         MOVE AUD-APPR-OPID  TO AL-APPR-OPID
003960         MOVE AUD-REF        TO AL-REF
003970         WRITE REPORT-RECORD FROM WS-AUD-LINE
003980         ADD 1 TO WS-AUD-HITS
