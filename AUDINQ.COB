
       FD  ARCHOUT
           RECORDING MODE IS F.
       01  ARCHOUT-RECORD            PIC X(158).

       FD  WORKFILE
           RECORDING MODE IS F.
       01  WORKFILE-RECORD           PIC X(158).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-HEADER-1.

       REPORT-AUDIT-RECORD SECTION.
           ADD 1 TO WS-SELECT-COUNT
      *    The total is kept in the base currency; records cut
      *    before currencies existed were all base already.
           IF AU-BASE-RESULT IS NUMERIC
               ADD AU-BASE-RESULT TO WS-RESULT-TOTAL
           ELSE
               ADD AU-RESULT TO WS-RESULT-TOTAL
           END-IF
           IF AU-EVEN-ODD-FLAG = "EVEN"
               ADD 1 TO WS-EVEN-COUNT
           ELSE
