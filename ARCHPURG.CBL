001130*    09/03/26  RTK   RUN-CONTROL CHECKS AGAINST THE
001140*                    P37CTLF SYSTEM CONTROL FILE AT
001150*                    INITIALIZE; COMPLETION STAMPED BACK.
001152*    10/15/26  RTK   P37AUDIT AND ARCHAUD RECORDS FOLLOW THE
001154*                    128-BYTE JOURNAL RECORD (APPROVING
001156*                    SUPERVISOR ID).
001160*
001170*----------------------------------------------------------------*
001180*  READS THE CUTOFF DATE OFF A PARAMETER CARD AND MOVES EVERY    *
001980     05  AUD-DATE             PIC 9(08).
001990     05  AUD-TIME             PIC 9(06).
002000     05  AUD-REF              PIC X(26).
002010     05  AUD-APPR-OPID        PIC X(08).
002015     05  FILLER               PIC X(11).
002020 FD  ARCH-HIST-FILE
002030     LABEL RECORDS ARE STANDARD.
002040 01  ARCH-HIST-RECORD          PIC X(96).
002050 FD  ARCH-AUDIT-FILE
002060     LABEL RECORDS ARE STANDARD.
002070 01  ARCH-AUDIT-RECORD         PIC X(128).
002080 FD  CTL-FILE
002090     LABEL RECORDS ARE STANDARD.
002100 01  WS-CTL-RECORD.
