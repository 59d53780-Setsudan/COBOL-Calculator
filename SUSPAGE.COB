       PROGRAM-ID. SUSPAGE.

      *    Suspense aging report. Reads SUSPENSE.DAT and prints every
      *    open item with its business days in suspense - counted
      *    from CALENDAR.DAT through BUSDAY, so a holiday weekend
      *    ages an item by one day, not four - followed by a summary
      *    by source and reason code with each group's count and
      *    oldest item. This is the morning answer to "what is still
      *    sitting unrepaired and how long has it sat" - a 5-day-old
      *    evaporated with the old single-night REJECT.DAT.
      *    Return code 4 when anything is open, so the scheduler can
      *    tell a clean suspense file from one that needs a clerk.
      *    An item whose aging runs through a year that is not on the
      *    calendar stops the report with return code 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER                PIC X(25) VALUE
               "SUSPENSE AGING REPORT -  ".
           05  WS-RH-RUN-DATE        PIC X(10).
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  FILLER                PIC X(20) VALUE
               "AGE IN BUSINESS DAYS".
           05  FILLER                PIC X(21) VALUE SPACES.
       01  WS-REPORT-HEADER-2.
           05  FILLER                PIC X(7)  VALUE "SOURCE".
           05  FILLER                PIC X(8)  VALUE "SEQ NO".
           05  WS-RD-YYYY            PIC 9(4).
           05  WS-RD-MM              PIC 9(2).
           05  WS-RD-DD              PIC 9(2).
       01  WS-DAYS-OPEN              PIC S9(5).
       COPY CALCBDY.

       01  WS-OPEN-COUNT             PIC 9(7)    VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           OPEN INPUT SUSPF
           IF WS-SUSPF-STATUS = "35" OR WS-SUSPF-STATUS = "05"

       REPORT-OPEN-ITEM SECTION.
           ADD 1 TO WS-OPEN-COUNT
           SET BD-FUNC-COUNT TO TRUE
           MOVE SU-REJECT-DATE TO BD-DATE
           MOVE WS-RUN-DATE-YYYYMMDD TO BD-TO-DATE
           CALL "BUSDAY" USING BUSDAY-REQUEST
           EVALUATE TRUE
               WHEN BD-YEAR-MISSING
                   DISPLAY "ERROR: calendar year " BD-MISSING-YEAR
                       " is not on CALENDAR.DAT - add it with CALMNT"
                   PERFORM ABANDON-AGING-REPORT
               WHEN BD-CALENDAR-ERROR
                   DISPLAY "ERROR: " BD-DAY-TEXT
                   PERFORM ABANDON-AGING-REPORT
               WHEN BD-BAD-DATE
                   DISPLAY "WARNING: item " SU-SOURCE-ID "/" SU-SEQ-NO
                       " has an invalid reject date " SU-REJECT-DATE
                   MOVE ZERO TO WS-DAYS-OPEN
               WHEN OTHER
                   MOVE BD-DAY-COUNT TO WS-DAYS-OPEN
           END-EVALUATE

           MOVE SU-SOURCE-ID TO WS-RD-SOURCE-ID
           MOVE SU-SEQ-NO TO WS-RD-SEQ-NO
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS.

       ABANDON-AGING-REPORT SECTION.
           DISPLAY "Aging report abandoned - business days for "
               "reject date " SU-REJECT-DATE " cannot be counted"
           CLOSE SUSPF
           CLOSE RPTOUT
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       CHECK-RPTOUT-STATUS SECTION.
           IF WS-RPTOUT-STATUS NOT = "00"
               DISPLAY "ERROR: write to SUSPRPT.DAT failed, status "
