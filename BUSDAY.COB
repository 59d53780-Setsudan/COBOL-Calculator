       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDAY.

      *    Shared business-day lookup, CALLed by every program that
      *    ages, dates or schedules by business days - CALC, COLLECT,
      *    FEEDEDIT, SUSPAGE, CLOSEPD and NIGHTRUN - so they all count
      *    the same days off the one calendar. CALENDAR.DAT (CALCCAL
      *    layout, maintained by CALMNT) is loaded on the first call
      *    and kept for the rest of the run. The functions are listed
      *    in CALCBDY.
      *    Only a year with its year record is on the calendar. Any
      *    date this program has to look at in a year that is not -
      *    including a missing CALENDAR.DAT - is handed back as a
      *    missing year, never answered from the weekday alone: a
      *    holiday nobody loaded must not quietly become a business
      *    day.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALIN ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALIN
           RECORDING MODE IS F.
       COPY CALCCAL.

       WORKING-STORAGE SECTION.
       01  WS-CALIN-STATUS           PIC XX.
       01  WS-CAL-EOF-SWITCH         PIC X       VALUE "N".
           88  WS-END-OF-CALIN                   VALUE "Y".
       01  WS-LOADED-SWITCH          PIC X       VALUE "N".
           88  WS-CALENDAR-LOADED                VALUE "Y".
       01  WS-LOAD-FAIL-SWITCH       PIC X       VALUE "N".
           88  WS-CALENDAR-UNREADABLE            VALUE "Y".
       01  WS-LOAD-FAIL-STATUS       PIC XX      VALUE SPACES.

       01  WS-YEAR-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-YEAR-TABLE.
           05  WS-YEAR-ENTRY OCCURS 100 TIMES PIC 9(4).
       01  WS-YEAR-INDEX             PIC 9(3).

       01  WS-DAY-COUNT              PIC 9(4)    VALUE ZERO.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 2000 TIMES.
               10  WS-DY-DATE        PIC 9(8).
               10  WS-DY-TYPE        PIC X.
               10  WS-DY-DESC        PIC X(30).
       01  WS-DAY-INDEX              PIC 9(4).

      *    The day being classified.
       01  WS-CHECK-DATE             PIC 9(8).
       01  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YEAR         PIC 9(4).
           05  WS-CHECK-MONTH-DAY    PIC 9(4).
       01  WS-CHECK-INTEGER          PIC 9(9).
       01  WS-CHECK-WEEKDAY          PIC 9.
       01  WS-CHECK-BUSINESS-SW      PIC X.
           88  WS-CHECK-IS-BUSINESS              VALUE "Y".
       01  WS-CHECK-TEXT             PIC X(30).
       01  WS-YEAR-FOUND-SWITCH      PIC X.
           88  WS-YEAR-ON-CALENDAR               VALUE "Y".
       01  WS-DAY-FOUND-SWITCH       PIC X.
           88  WS-DAY-ON-CALENDAR                VALUE "Y".

       01  WS-WALK-INTEGER           PIC 9(9).
       01  WS-WALK-END-INTEGER       PIC 9(9).
       01  WS-WALK-STEPS             PIC 9(4).
       01  WS-WALK-SWITCH            PIC X.
           88  WS-WALK-DONE                      VALUE "Y".
       01  WS-FROM-INTEGER           PIC 9(9).
       01  WS-TO-INTEGER             PIC 9(9).
       01  WS-PRIOR-BUSINESS-DATE    PIC 9(8).

       LINKAGE SECTION.
       COPY CALCBDY.

       PROCEDURE DIVISION USING BUSDAY-REQUEST.
       MAIN-LOGIC SECTION.
           SET BD-OK TO TRUE
           MOVE ZERO TO BD-RESULT-DATE
           MOVE ZERO TO BD-DAY-COUNT
           MOVE ZERO TO BD-MISSING-YEAR
           MOVE "N" TO BD-BUSINESS-SW
           MOVE "N" TO BD-ACCEPTED-SW
           MOVE SPACES TO BD-DAY-TEXT

           IF NOT WS-CALENDAR-LOADED
               PERFORM LOAD-CALENDAR
           END-IF
           IF WS-CALENDAR-UNREADABLE
               SET BD-CALENDAR-ERROR TO TRUE
               STRING "CALENDAR.DAT OPEN STATUS "
                   WS-LOAD-FAIL-STATUS DELIMITED BY SIZE
                   INTO BD-DAY-TEXT
               GOBACK
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD (BD-DATE) NOT = ZERO
               SET BD-BAD-DATE TO TRUE
               GOBACK
           END-IF
           IF (BD-FUNC-COUNT OR BD-FUNC-BATCH-DATE)
                   AND FUNCTION TEST-DATE-YYYYMMDD (BD-TO-DATE)
                       NOT = ZERO
               SET BD-BAD-DATE TO TRUE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN BD-FUNC-CHECK
                   MOVE BD-DATE TO WS-CHECK-DATE
                   PERFORM CLASSIFY-DAY
                   IF BD-OK
                       MOVE WS-CHECK-BUSINESS-SW TO BD-BUSINESS-SW
                       MOVE WS-CHECK-TEXT TO BD-DAY-TEXT
                   END-IF
               WHEN BD-FUNC-PRIOR
                   PERFORM FIND-PRIOR-BUSINESS-DAY
               WHEN BD-FUNC-FIRST
                   PERFORM FIND-FIRST-BUSINESS-DAY
               WHEN BD-FUNC-COUNT
                   PERFORM COUNT-BUSINESS-DAYS
               WHEN BD-FUNC-BATCH-DATE
                   PERFORM CHECK-BATCH-DATE
               WHEN OTHER
                   SET BD-CALENDAR-ERROR TO TRUE
                   STRING "UNKNOWN FUNCTION [" BD-FUNCTION "]"
                       DELIMITED BY SIZE INTO BD-DAY-TEXT
           END-EVALUATE
           GOBACK.

       LOAD-CALENDAR SECTION.
           SET WS-CALENDAR-LOADED TO TRUE
           OPEN INPUT CALIN
           IF WS-CALIN-STATUS = "05"
               CLOSE CALIN
           ELSE
               IF WS-CALIN-STATUS NOT = "00"
                   SET WS-CALENDAR-UNREADABLE TO TRUE
                   MOVE WS-CALIN-STATUS TO WS-LOAD-FAIL-STATUS
               ELSE
                   PERFORM UNTIL WS-END-OF-CALIN
                       READ CALIN
                           AT END
                               SET WS-END-OF-CALIN TO TRUE
                           NOT AT END
                               PERFORM NOTE-CALENDAR-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE CALIN
               END-IF
           END-IF.

       NOTE-CALENDAR-RECORD SECTION.
           EVALUATE TRUE
               WHEN CL-YEAR-ENTRY
                   IF WS-YEAR-COUNT < 100
                       ADD 1 TO WS-YEAR-COUNT
                       MOVE CL-YEAR TO WS-YEAR-ENTRY (WS-YEAR-COUNT)
                   ELSE
                       DISPLAY "WARNING: CALENDAR.DAT holds more "
                           "than 100 years, year " CL-YEAR
                           " dropped"
                   END-IF
               WHEN CL-HOLIDAY
               WHEN CL-WORKING-DAY
                   IF WS-DAY-COUNT < 2000
                       ADD 1 TO WS-DAY-COUNT
                       MOVE CL-DATE TO WS-DY-DATE (WS-DAY-COUNT)
                       MOVE CL-DAY-TYPE TO WS-DY-TYPE (WS-DAY-COUNT)
                       MOVE CL-DESCRIPTION
                           TO WS-DY-DESC (WS-DAY-COUNT)
                   ELSE
                       DISPLAY "WARNING: CALENDAR.DAT holds more "
                           "than 2000 days, " CL-DATE " dropped"
                   END-IF
               WHEN OTHER
                   DISPLAY "WARNING: CALENDAR.DAT record for "
                       CL-DATE " has unknown type [" CL-DAY-TYPE
                       "], ignored"
           END-EVALUATE.

      *    Business day or not, for WS-CHECK-DATE. A date in a year
      *    that is not on the calendar sets BD-YEAR-MISSING.
       CLASSIFY-DAY SECTION.
           MOVE "N" TO WS-CHECK-BUSINESS-SW
           MOVE SPACES TO WS-CHECK-TEXT
           MOVE "N" TO WS-YEAR-FOUND-SWITCH
           PERFORM VARYING WS-YEAR-INDEX FROM 1 BY 1
                   UNTIL WS-YEAR-INDEX > WS-YEAR-COUNT
                   OR WS-YEAR-ON-CALENDAR
               IF WS-YEAR-ENTRY (WS-YEAR-INDEX) = WS-CHECK-YEAR
                   SET WS-YEAR-ON-CALENDAR TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-YEAR-ON-CALENDAR
               SET BD-YEAR-MISSING TO TRUE
               MOVE WS-CHECK-YEAR TO BD-MISSING-YEAR
           ELSE
               MOVE "N" TO WS-DAY-FOUND-SWITCH
               PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                       UNTIL WS-DAY-INDEX > WS-DAY-COUNT
                       OR WS-DAY-ON-CALENDAR
                   IF WS-DY-DATE (WS-DAY-INDEX) = WS-CHECK-DATE
                       SET WS-DAY-ON-CALENDAR TO TRUE
                       IF WS-DY-TYPE (WS-DAY-INDEX) = "W"
                           SET WS-CHECK-IS-BUSINESS TO TRUE
                       ELSE
                           MOVE WS-DY-DESC (WS-DAY-INDEX)
                               TO WS-CHECK-TEXT
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-DAY-ON-CALENDAR
      *            Day one of the integer calendar is a Monday, so
      *            the remainder is 1 for Monday through 6 for
      *            Saturday and 0 for Sunday.
                   COMPUTE WS-CHECK-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE)
                   COMPUTE WS-CHECK-WEEKDAY =
                       FUNCTION MOD (WS-CHECK-INTEGER, 7)
                   EVALUATE WS-CHECK-WEEKDAY
                       WHEN 6
                           MOVE "SATURDAY" TO WS-CHECK-TEXT
                       WHEN 0
                           MOVE "SUNDAY" TO WS-CHECK-TEXT
                       WHEN OTHER
                           SET WS-CHECK-IS-BUSINESS TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.

      *    The walks give up after a year of days without a business
      *    day, which only a calendar keyed in error can produce.
       FIND-PRIOR-BUSINESS-DAY SECTION.
           COMPUTE WS-WALK-INTEGER =
               FUNCTION INTEGER-OF-DATE (BD-DATE)
           MOVE ZERO TO WS-WALK-STEPS
           MOVE "N" TO WS-WALK-SWITCH
           PERFORM UNTIL WS-WALK-DONE
               SUBTRACT 1 FROM WS-WALK-INTEGER
               ADD 1 TO WS-WALK-STEPS
               COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WALK-INTEGER)
               PERFORM CLASSIFY-DAY
               EVALUATE TRUE
                   WHEN NOT BD-OK
                       SET WS-WALK-DONE TO TRUE
                   WHEN WS-CHECK-IS-BUSINESS
                       MOVE WS-CHECK-DATE TO BD-RESULT-DATE
                       SET WS-WALK-DONE TO TRUE
                   WHEN WS-WALK-STEPS > 366
                       SET BD-CALENDAR-ERROR TO TRUE
                       MOVE "NO BUSINESS DAY IN A YEAR"
                           TO BD-DAY-TEXT
                       SET WS-WALK-DONE TO TRUE
               END-EVALUATE
           END-PERFORM.

       FIND-FIRST-BUSINESS-DAY SECTION.
           COMPUTE WS-WALK-INTEGER =
               FUNCTION INTEGER-OF-DATE (BD-DATE)
           MOVE ZERO TO WS-WALK-STEPS
           MOVE "N" TO WS-WALK-SWITCH
           PERFORM UNTIL WS-WALK-DONE
               ADD 1 TO WS-WALK-STEPS
               COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WALK-INTEGER)
               PERFORM CLASSIFY-DAY
               EVALUATE TRUE
                   WHEN NOT BD-OK
                       SET WS-WALK-DONE TO TRUE
                   WHEN WS-CHECK-IS-BUSINESS
                       MOVE WS-CHECK-DATE TO BD-RESULT-DATE
                       SET WS-WALK-DONE TO TRUE
                   WHEN WS-WALK-STEPS > 366
                       SET BD-CALENDAR-ERROR TO TRUE
                       MOVE "NO BUSINESS DAY IN A YEAR"
                           TO BD-DAY-TEXT
                       SET WS-WALK-DONE TO TRUE
               END-EVALUATE
               ADD 1 TO WS-WALK-INTEGER
           END-PERFORM.

      *    An item dated today, or a range that runs backwards,
      *    counts zero.
       COUNT-BUSINESS-DAYS SECTION.
           COMPUTE WS-WALK-INTEGER =
               FUNCTION INTEGER-OF-DATE (BD-DATE)
           COMPUTE WS-WALK-END-INTEGER =
               FUNCTION INTEGER-OF-DATE (BD-TO-DATE)
           PERFORM UNTIL WS-WALK-INTEGER NOT < WS-WALK-END-INTEGER
                   OR NOT BD-OK
               ADD 1 TO WS-WALK-INTEGER
               COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-WALK-INTEGER)
               PERFORM CLASSIFY-DAY
               IF BD-OK AND WS-CHECK-IS-BUSINESS
                   ADD 1 TO BD-DAY-COUNT
               END-IF
           END-PERFORM.

      *    A header dated the run date is always current. One dated
      *    the last business day before the run date is current too
      *    when the feed has been waiting out non-business days - a
      *    Friday file on Monday, or on the Saturday between - but
      *    not when the run date is simply the next business day,
      *    which is the stale file the check has always caught.
       CHECK-BATCH-DATE SECTION.
           IF BD-DATE = BD-TO-DATE
               SET BD-DATE-ACCEPTED TO TRUE
           ELSE
               IF BD-DATE < BD-TO-DATE
                   MOVE BD-DATE TO WS-PRIOR-BUSINESS-DATE
                   MOVE BD-TO-DATE TO BD-DATE
                   PERFORM FIND-PRIOR-BUSINESS-DAY
                   MOVE WS-PRIOR-BUSINESS-DATE TO BD-DATE
                   IF BD-OK AND BD-RESULT-DATE = BD-DATE
                       MOVE BD-TO-DATE TO WS-CHECK-DATE
                       PERFORM CLASSIFY-DAY
                       COMPUTE WS-FROM-INTEGER =
                           FUNCTION INTEGER-OF-DATE (BD-DATE)
                       COMPUTE WS-TO-INTEGER =
                           FUNCTION INTEGER-OF-DATE (BD-TO-DATE)
                       IF BD-OK
                           IF NOT WS-CHECK-IS-BUSINESS
                                   OR WS-TO-INTEGER >
                                       WS-FROM-INTEGER + 1
                               SET BD-DATE-ACCEPTED TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
