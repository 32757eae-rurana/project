*>    LINES, AND THE AIBMS/AIQMAP SYMBOLIC MAP.  DISPLAY-ONLY -
*>    NOTHING HERE EVER REWRITES A FILE.  EACH JOURNAL ENTRY
*>    TAKES TWO SCREEN LINES (MONEY ON THE FIRST, WHO/WHERE/REF
*>    AND ANY APPROVING SUPERVISOR ON THE SECOND), SO A PAGE IS
*>    FOUR ENTRIES OVER EIGHT LINES.
     COPY P37JREC.
 01  WS-RESP-CODE   PIC S9(08) COMP.
 01  WS-BROWSE-DONE PIC X(01) VALUE 'N'.
 01  WS-AMT-EDIT    PIC Z(08)9.99.
 01  WS-BEF-EDIT    PIC -(09)9.99.
 01  WS-AFT-EDIT    PIC -(09)9.99.
 01  WS-APPR-TAG    PIC X(13) VALUE SPACES.
 01  WS-PAGE-TABLE.
     05  WS-PAGE-LINE OCCURS 8 TIMES
                      PIC X(75).
