001160*    09/03/26  RTK   RUN-CONTROL CHECKS AGAINST THE
001170*                    P37CTLF SYSTEM CONTROL FILE AT
001180*                    INITIALIZE; COMPLETION STAMPED BACK.
001183*    10/15/26  RTK   P37AUDIT LAYOUT FOLLOWS THE 128-BYTE
001186*                    JOURNAL RECORD (APPROVING SUPERVISOR ID).
001190*
001200*----------------------------------------------------------------*
001210*  READS THE BUSINESS DATE OFF A PARAMETER CARD AND ROLLS THE    *
001710     05  AUD-DATE             PIC 9(08).
001720     05  AUD-TIME             PIC 9(06).
001730     05  AUD-REF              PIC X(26).
001740     05  AUD-APPR-OPID        PIC X(08).
001745     05  FILLER               PIC X(11).
001750 FD  REPORT-FILE
001760     LABEL RECORDS ARE OMITTED.
001770 01  REPORT-RECORD             PIC X(132).
