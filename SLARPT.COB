       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLARPT.

      *    Batch-window elapsed-time and SLA report over OPSTAT.DAT,
      *    the step status file the NIGHTRUN stream controller
      *    appends to. For each night in the date range it prints
      *    every step's elapsed time (the run that ended clean, or
      *    the last attempt), how many times the step was started and
      *    how many attempts failed, the whole stream's elapsed time
      *    from the first step's start to the last step's end, and
      *    whether the night finished on time, inside the warning
      *    margin, past the deadline, or not at all. A step running
      *    more than the SLAOVERPCT percentage (default 50) over its
      *    trailing average - the mean of the same step on the
      *    earlier nights of the range, once there are at least three
      *    of them - is flagged, the early sign of a step that is
      *    growing toward the ledger handoff. The report ends with
      *    each step's average, best and worst time over the range.
      *    PARM='[from-date [to-date]]', both YYYYMMDD; the range
      *    defaults to the thirty nights ending today. The deadline
      *    and warning times come from the SLADEADLINE and SLAWARNING
      *    keywords in CALCPARM.DAT (HHMM, default 0600 and 0530) and
      *    fall on the first morning after the stream started.
      *    The run's return code is the morning check: 8 when the
      *    last night in the range finished past the deadline (or is
      *    still unfinished after it), 4 when it finished inside the
      *    warning margin.
      *    A step NIGHTRUN skipped on a night that was not a business
      *    day is listed as SKIPPED and stays out of the step's
      *    averages; a night on which every step was skipped is shown
      *    as a NON-BUSINESS DAY, with no verdict and no return code.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPSTAT ASSIGN TO "OPSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPSTAT-STATUS.

           SELECT SLAOUT ASSIGN TO "SLARPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLAOUT-STATUS.

           SELECT OPTIONAL PARMIN ASSIGN TO "CALCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPSTAT
           RECORDING MODE IS F.
       COPY CALCOPS.

       FD  SLAOUT
           RECORDING MODE IS F.
       01  SLAOUT-LINE               PIC X(80).

       FD  PARMIN
           RECORDING MODE IS F.
       COPY CALCPRM.

       WORKING-STORAGE SECTION.
       01  WS-REPORT-HEADER-1.
           05  FILLER                PIC X(26) VALUE
               "BATCH WINDOW SLA REPORT - ".
           05  WS-RH-FROM-DATE       PIC 9(8).
           05  FILLER                PIC X(4)  VALUE " TO ".
           05  WS-RH-TO-DATE         PIC 9(8).
           05  FILLER                PIC X(34) VALUE SPACES.
       01  WS-REPORT-HEADER-2.
           05  FILLER                PIC X(9)  VALUE "DEADLINE ".
           05  WS-RH-DEADLINE        PIC X(5).
           05  FILLER                PIC X(10) VALUE "  WARNING ".
           05  WS-RH-WARNING         PIC X(5).
           05  FILLER                PIC X(27) VALUE
               "  SLOW FLAG OVER AVERAGE + ".
           05  WS-RH-OVER-PCT        PIC ZZ9.
           05  FILLER                PIC X(1)  VALUE "%".
           05  FILLER                PIC X(20) VALUE SPACES.
       01  WS-NIGHT-LINE.
           05  FILLER                PIC X(6)  VALUE "NIGHT ".
           05  WS-NL-RUN-DATE        PIC 9(8).
           05  FILLER                PIC X(8)  VALUE "  START ".
           05  WS-NL-START-TIME      PIC X(8).
           05  FILLER                PIC X(6)  VALUE "  END ".
           05  WS-NL-END-TIME        PIC X(8).
           05  FILLER                PIC X(9)  VALUE "  STREAM ".
           05  WS-NL-ELAPSED         PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-NL-STATUS          PIC X(17).
       01  WS-STEP-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-SL-STEP-NO         PIC Z9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-SL-STEP-NAME       PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-SL-ELAPSED         PIC X(8).
           05  FILLER                PIC X(7)  VALUE "  RUNS ".
           05  WS-SL-STARTS          PIC ZZ9.
           05  FILLER                PIC X(9)  VALUE "  FAILED ".
           05  WS-SL-FAILS           PIC ZZ9.
           05  FILLER                PIC X(12) VALUE "  TRAIL AVG ".
           05  WS-SL-TRAIL-AVG       PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-SL-FLAG            PIC X(13).
       01  WS-NIGHT-TRAILER.
           05  FILLER                PIC X(14) VALUE
               "    RESTARTS: ".
           05  WS-NT-RESTARTS        PIC ZZ9.
           05  FILLER                PIC X(13) VALUE
               "   FAILURES: ".
           05  WS-NT-FAILURES        PIC ZZ9.
           05  FILLER                PIC X(47) VALUE SPACES.
       01  WS-SUMMARY-HEADER.
           05  FILLER                PIC X(40) VALUE
               "STEP TIMES OVER THE RANGE    NIGHTS    A".
           05  FILLER                PIC X(40) VALUE
               "VERAGE      BEST     WORST              ".
       01  WS-SUMMARY-LINE.
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-SM-STEP-NO         PIC Z9.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-SM-STEP-NAME       PIC X(8).
           05  FILLER                PIC X(16) VALUE SPACES.
           05  WS-SM-NIGHTS          PIC ZZ9.
           05  FILLER                PIC X(4)  VALUE SPACES.
           05  WS-SM-AVERAGE         PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-SM-BEST            PIC X(8).
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  WS-SM-WORST           PIC X(8).
           05  FILLER                PIC X(16) VALUE SPACES.
       01  WS-REPORT-TRAILER-1.
           05  FILLER                PIC X(25) VALUE
               "NIGHTS / ON TIME:        ".
           05  WS-RT-NIGHTS          PIC ZZ9.
           05  FILLER                PIC X(3)  VALUE " / ".
           05  WS-RT-ON-TIME         PIC ZZ9.
           05  FILLER                PIC X(46) VALUE SPACES.
       01  WS-REPORT-TRAILER-2.
           05  FILLER                PIC X(25) VALUE
               "WARNING / MISSED / OPEN: ".
           05  WS-RT-WARNING         PIC ZZ9.
           05  FILLER                PIC X(3)  VALUE " / ".
           05  WS-RT-MISSED          PIC ZZ9.
           05  FILLER                PIC X(3)  VALUE " / ".
           05  WS-RT-UNFINISHED      PIC ZZ9.
           05  FILLER                PIC X(40) VALUE SPACES.

       01  WS-OPSTAT-STATUS          PIC XX.
       01  WS-SLAOUT-STATUS          PIC XX.
       01  WS-PARMIN-STATUS          PIC XX.

       01  WS-EOF-SWITCH             PIC X       VALUE "N".
           88  WS-END-OF-OPSTAT                  VALUE "Y".
       01  WS-PARM-EOF-SWITCH        PIC X       VALUE "N".
           88  WS-END-OF-PARMIN                  VALUE "Y".
       01  WS-NIGHT-OPEN-SWITCH      PIC X       VALUE "N".
           88  WS-NIGHT-IN-PROGRESS              VALUE "Y".
       01  WS-NIGHT-DONE-SWITCH      PIC X       VALUE "Y".
           88  WS-NIGHT-FINISHED                 VALUE "Y".

       01  WS-RUN-DATE-YYYYMMDD      PIC 9(8).
       01  WS-RUN-PARM               PIC X(40).
       01  WS-PARM-FROM              PIC X(10).
       01  WS-PARM-TO                PIC X(10).
       01  WS-FROM-DATE              PIC 9(8).
       01  WS-TO-DATE                PIC 9(8).

      *    Deadline and warning as HHMM, and the slow-step margin.
       01  WS-DEADLINE-HHMM          PIC 9(4)    VALUE 0600.
       01  WS-DEADLINE-PARTS REDEFINES WS-DEADLINE-HHMM.
           05  WS-DEADLINE-HH        PIC 9(2).
           05  WS-DEADLINE-MI        PIC 9(2).
       01  WS-WARNING-HHMM           PIC 9(4)    VALUE 0530.
       01  WS-WARNING-PARTS REDEFINES WS-WARNING-HHMM.
           05  WS-WARNING-HH         PIC 9(2).
           05  WS-WARNING-MI         PIC 9(2).
       01  WS-OVER-PCT               PIC 9(3)    VALUE 50.
       01  WS-PARM-NUMBER            PIC 9(4).

      *    A CURRENT-DATE timestamp as OPSTAT.DAT carries it, and the
      *    same instant as seconds since the calendar's day one, so
      *    steps that cross midnight still subtract correctly.
       01  WS-TS-WORK                PIC X(26).
       01  WS-TS-PARTS REDEFINES WS-TS-WORK.
           05  WS-TS-DATE            PIC 9(8).
           05  WS-TS-HH              PIC 9(2).
           05  WS-TS-MI              PIC 9(2).
           05  WS-TS-SS              PIC 9(2).
           05  FILLER                PIC X(12).
       01  WS-TS-SECONDS             PIC 9(12).
       01  WS-NOW-SECONDS            PIC 9(12).

       01  WS-FMT-SECONDS            PIC 9(7).
       01  WS-FMT-REMAINDER          PIC 9(7).
       01  WS-FMT-HMS.
           05  WS-FMT-HH             PIC 9(2).
           05  FILLER                PIC X       VALUE ":".
           05  WS-FMT-MI             PIC 9(2).
           05  FILLER                PIC X       VALUE ":".
           05  WS-FMT-SS             PIC 9(2).
       01  WS-FMT-HM.
           05  WS-FMT-HM-HH          PIC 9(2).
           05  FILLER                PIC X       VALUE ":".
           05  WS-FMT-HM-MI          PIC 9(2).

      *    The night being gathered, one slot per stream step number.
       01  WS-NIGHT-DATE             PIC 9(8)    VALUE ZERO.
       01  WS-NIGHT-FIRST-START      PIC 9(12).
       01  WS-NIGHT-LAST-END         PIC 9(12).
       01  WS-NIGHT-START-TS         PIC X(26).
       01  WS-NIGHT-END-TS           PIC X(26).
       01  WS-NIGHT-RESTARTS         PIC 9(3).
       01  WS-NIGHT-FAILURES         PIC 9(3).
       01  WS-NIGHT-DEADLINE         PIC 9(12).
       01  WS-NIGHT-WARNING          PIC 9(12).
       01  WS-NIGHT-TABLE.
           05  WS-NS-ENTRY OCCURS 9 TIMES.
               10  WS-NS-NAME        PIC X(8).
               10  WS-NS-STARTS      PIC 9(3).
               10  WS-NS-FAILS       PIC 9(3).
               10  WS-NS-STATE       PIC X.
               10  WS-NS-ELAPSED     PIC 9(7).

      *    Range totals per step, for the trailing average and the
      *    closing summary. Only clean runs count.
       01  WS-RANGE-TABLE.
           05  WS-RG-ENTRY OCCURS 9 TIMES.
               10  WS-RG-NAME        PIC X(8).
               10  WS-RG-NIGHTS      PIC 9(5).
               10  WS-RG-SUM         PIC 9(11).
               10  WS-RG-BEST        PIC 9(7).
               10  WS-RG-WORST       PIC 9(7).
       01  WS-STEP-NO                PIC 9(2).
       01  WS-TRAIL-AVG              PIC 9(7).
       01  WS-TRAIL-LIMIT            PIC 9(9).
       01  WS-STEP-ELAPSED           PIC 9(7).

       01  WS-NIGHT-COUNT            PIC 9(3)    VALUE ZERO.
       01  WS-ON-TIME-COUNT          PIC 9(3)    VALUE ZERO.
       01  WS-WARNING-COUNT          PIC 9(3)    VALUE ZERO.
       01  WS-MISSED-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-UNFINISHED-COUNT       PIC 9(3)    VALUE ZERO.
       01  WS-SLOW-STEP-COUNT        PIC 9(3)    VALUE ZERO.
       01  WS-LAST-NIGHT-VERDICT     PIC X       VALUE SPACE.
           88  WS-LAST-NIGHT-ON-TIME             VALUE "O".
           88  WS-LAST-NIGHT-WARNING             VALUE "W".
           88  WS-LAST-NIGHT-MISSED              VALUE "M".
           88  WS-LAST-NIGHT-OPEN                VALUE "U".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-TS-WORK
           PERFORM TIMESTAMP-TO-SECONDS
           MOVE WS-TS-SECONDS TO WS-NOW-SECONDS

           PERFORM RESOLVE-DATE-RANGE
           PERFORM LOAD-RUN-PARAMETERS

           MOVE ZERO TO WS-RANGE-TABLE
           PERFORM VARYING WS-STEP-NO FROM 1 BY 1
                   UNTIL WS-STEP-NO > 9
               MOVE SPACES TO WS-RG-NAME (WS-STEP-NO)
           END-PERFORM

           OPEN INPUT OPSTAT
           IF WS-OPSTAT-STATUS NOT = "00"
               DISPLAY "ERROR: could not open OPSTAT.DAT, status "
                   WS-OPSTAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SLAOUT
           IF WS-SLAOUT-STATUS NOT = "00"
                   AND WS-SLAOUT-STATUS NOT = "05"
               DISPLAY "ERROR: could not open SLARPT.DAT, status "
                   WS-SLAOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-REPORT-HEADER

           PERFORM UNTIL WS-END-OF-OPSTAT
               READ OPSTAT
                   AT END
                       SET WS-END-OF-OPSTAT TO TRUE
                   NOT AT END
                       IF OS-RUN-DATE NOT < WS-FROM-DATE
                               AND OS-RUN-DATE NOT > WS-TO-DATE
                               AND OS-STEP-NO >= 1
                               AND OS-STEP-NO <= 9
                           PERFORM NOTE-STATUS-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NIGHT-IN-PROGRESS
               PERFORM REPORT-NIGHT
           END-IF

           PERFORM WRITE-STEP-SUMMARY
           PERFORM WRITE-REPORT-TRAILER

           CLOSE OPSTAT
           CLOSE SLAOUT

           DISPLAY "SLA report complete, " WS-NIGHT-COUNT
               " night(s) - see SLARPT.DAT"
           IF WS-SLOW-STEP-COUNT > 0
               DISPLAY WS-SLOW-STEP-COUNT " step run(s) flagged "
                   "well over their trailing average"
           END-IF
           EVALUATE TRUE
               WHEN WS-LAST-NIGHT-MISSED
                   DISPLAY "DEADLINE MISSED: the stream of "
                       WS-NIGHT-DATE " finished after "
                       WS-RH-DEADLINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LAST-NIGHT-OPEN
                   DISPLAY "DEADLINE MISSED: the stream of "
                       WS-NIGHT-DATE " has not finished and it is "
                       "past " WS-RH-DEADLINE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LAST-NIGHT-WARNING
                   DISPLAY "WARNING: the stream of " WS-NIGHT-DATE
                       " finished inside the warning margin"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           STOP RUN.

       RESOLVE-DATE-RANGE SECTION.
           MOVE SPACES TO WS-PARM-FROM
           MOVE SPACES TO WS-PARM-TO
           UNSTRING WS-RUN-PARM DELIMITED BY ALL " "
               INTO WS-PARM-FROM WS-PARM-TO
           END-UNSTRING
           IF WS-PARM-TO = SPACES
               MOVE WS-RUN-DATE-YYYYMMDD TO WS-TO-DATE
           ELSE
               IF WS-PARM-TO (1:8) IS NUMERIC
                   MOVE WS-PARM-TO (1:8) TO WS-TO-DATE
               ELSE
                   DISPLAY "ERROR: to-date must be YYYYMMDD, got ["
                       WS-PARM-TO "]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-PARM-FROM = SPACES
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TO-DATE) - 29)
           ELSE
               IF WS-PARM-FROM (1:8) IS NUMERIC
                   MOVE WS-PARM-FROM (1:8) TO WS-FROM-DATE
               ELSE
                   DISPLAY "ERROR: from-date must be YYYYMMDD, got ["
                       WS-PARM-FROM "]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "ERROR: from-date " WS-FROM-DATE
                   " is after to-date " WS-TO-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Records are appended as the stream runs, so a night's
      *    records are together and a new run date closes the night
      *    before it. A restarted night keeps the date it started
      *    under, so its restart lands in the same night.
       NOTE-STATUS-RECORD SECTION.
           IF NOT WS-NIGHT-IN-PROGRESS
                   OR OS-RUN-DATE NOT = WS-NIGHT-DATE
               IF WS-NIGHT-IN-PROGRESS
                   PERFORM REPORT-NIGHT
               END-IF
               PERFORM START-NIGHT
           END-IF
           MOVE OS-STEP-NO TO WS-STEP-NO
           MOVE OS-STEP-NAME TO WS-NS-NAME (WS-STEP-NO)
           MOVE OS-START-TIME TO WS-TS-WORK
           PERFORM TIMESTAMP-TO-SECONDS
           EVALUATE TRUE
               WHEN OS-STEP-STARTED
                   ADD 1 TO WS-NS-STARTS (WS-STEP-NO)
                   IF WS-NS-STARTS (WS-STEP-NO) > 1
                       ADD 1 TO WS-NIGHT-RESTARTS
                   END-IF
                   MOVE "S" TO WS-NS-STATE (WS-STEP-NO)
                   IF WS-NIGHT-FIRST-START = ZERO
                       MOVE WS-TS-SECONDS TO WS-NIGHT-FIRST-START
                       MOVE OS-START-TIME TO WS-NIGHT-START-TS
                   END-IF
               WHEN OS-STEP-ENDED
                   PERFORM NOTE-STEP-COMPLETION
                   MOVE "E" TO WS-NS-STATE (WS-STEP-NO)
               WHEN OS-STEP-SKIPPED
                   MOVE "K" TO WS-NS-STATE (WS-STEP-NO)
               WHEN OTHER
                   PERFORM NOTE-STEP-COMPLETION
                   ADD 1 TO WS-NS-FAILS (WS-STEP-NO)
                   ADD 1 TO WS-NIGHT-FAILURES
                   MOVE "F" TO WS-NS-STATE (WS-STEP-NO)
           END-EVALUATE.

      *    The completion record carries the step's own start time
      *    as well as its end, so the step's elapsed time comes from
      *    the one record.
       NOTE-STEP-COMPLETION SECTION.
           MOVE WS-TS-SECONDS TO WS-STEP-ELAPSED
           MOVE OS-END-TIME TO WS-TS-WORK
           PERFORM TIMESTAMP-TO-SECONDS
           IF WS-TS-SECONDS > WS-STEP-ELAPSED
               COMPUTE WS-NS-ELAPSED (WS-STEP-NO) =
                   WS-TS-SECONDS - WS-STEP-ELAPSED
           ELSE
               MOVE ZERO TO WS-NS-ELAPSED (WS-STEP-NO)
           END-IF
           IF WS-TS-SECONDS > WS-NIGHT-LAST-END
               MOVE WS-TS-SECONDS TO WS-NIGHT-LAST-END
               MOVE OS-END-TIME TO WS-NIGHT-END-TS
           END-IF.

       START-NIGHT SECTION.
           SET WS-NIGHT-IN-PROGRESS TO TRUE
           MOVE OS-RUN-DATE TO WS-NIGHT-DATE
           MOVE ZERO TO WS-NIGHT-FIRST-START
           MOVE ZERO TO WS-NIGHT-LAST-END
           MOVE SPACES TO WS-NIGHT-START-TS
           MOVE SPACES TO WS-NIGHT-END-TS
           MOVE ZERO TO WS-NIGHT-RESTARTS
           MOVE ZERO TO WS-NIGHT-FAILURES
           PERFORM VARYING WS-STEP-NO FROM 1 BY 1
                   UNTIL WS-STEP-NO > 9
               MOVE SPACES TO WS-NS-NAME (WS-STEP-NO)
               MOVE ZERO TO WS-NS-STARTS (WS-STEP-NO)
               MOVE ZERO TO WS-NS-FAILS (WS-STEP-NO)
               MOVE SPACE TO WS-NS-STATE (WS-STEP-NO)
               MOVE ZERO TO WS-NS-ELAPSED (WS-STEP-NO)
           END-PERFORM.

      *    The deadline and warning times fall on the first morning
      *    after the stream's first step started: a stream started
      *    before the deadline hour on its own date is due that same
      *    morning.
       REPORT-NIGHT SECTION.
           ADD 1 TO WS-NIGHT-COUNT
           MOVE "Y" TO WS-NIGHT-DONE-SWITCH
           PERFORM VARYING WS-STEP-NO FROM 1 BY 1
                   UNTIL WS-STEP-NO > 9
               IF WS-NS-STATE (WS-STEP-NO) = "S"
                       OR WS-NS-STATE (WS-STEP-NO) = "F"
                   MOVE "N" TO WS-NIGHT-DONE-SWITCH
               END-IF
           END-PERFORM

           COMPUTE WS-NIGHT-DEADLINE =
               FUNCTION INTEGER-OF-DATE (WS-NIGHT-DATE) * 86400
               + WS-DEADLINE-HH * 3600 + WS-DEADLINE-MI * 60
           IF WS-NIGHT-DEADLINE NOT > WS-NIGHT-FIRST-START
               ADD 86400 TO WS-NIGHT-DEADLINE
           END-IF
           COMPUTE WS-NIGHT-WARNING =
               FUNCTION INTEGER-OF-DATE (WS-NIGHT-DATE) * 86400
               + WS-WARNING-HH * 3600 + WS-WARNING-MI * 60
           IF WS-NIGHT-WARNING NOT > WS-NIGHT-FIRST-START
               ADD 86400 TO WS-NIGHT-WARNING
           END-IF

           EVALUATE TRUE
               WHEN WS-NIGHT-FINISHED AND WS-NIGHT-FIRST-START = ZERO
                   MOVE SPACE TO WS-LAST-NIGHT-VERDICT
                   MOVE "NON-BUSINESS DAY" TO WS-NL-STATUS
               WHEN NOT WS-NIGHT-FINISHED
                       AND WS-NOW-SECONDS > WS-NIGHT-DEADLINE
                   SET WS-LAST-NIGHT-OPEN TO TRUE
                   ADD 1 TO WS-UNFINISHED-COUNT
                   MOVE "NOT FINISHED" TO WS-NL-STATUS
               WHEN NOT WS-NIGHT-FINISHED
                   MOVE SPACE TO WS-LAST-NIGHT-VERDICT
                   ADD 1 TO WS-UNFINISHED-COUNT
                   MOVE "IN FLIGHT" TO WS-NL-STATUS
               WHEN WS-NIGHT-LAST-END > WS-NIGHT-DEADLINE
                   SET WS-LAST-NIGHT-MISSED TO TRUE
                   ADD 1 TO WS-MISSED-COUNT
                   MOVE "**DEADLINE MISSED" TO WS-NL-STATUS
               WHEN WS-NIGHT-LAST-END > WS-NIGHT-WARNING
                   SET WS-LAST-NIGHT-WARNING TO TRUE
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE "*WARNING" TO WS-NL-STATUS
               WHEN OTHER
                   SET WS-LAST-NIGHT-ON-TIME TO TRUE
                   ADD 1 TO WS-ON-TIME-COUNT
                   MOVE "ON TIME" TO WS-NL-STATUS
           END-EVALUATE

           MOVE SPACES TO SLAOUT-LINE
           WRITE SLAOUT-LINE
           PERFORM CHECK-SLAOUT-STATUS
           MOVE WS-NIGHT-DATE TO WS-NL-RUN-DATE
           IF WS-NIGHT-FIRST-START > ZERO
               MOVE WS-NIGHT-START-TS TO WS-TS-WORK
               PERFORM FORMAT-CLOCK-TIME
               MOVE WS-FMT-HMS TO WS-NL-START-TIME
           ELSE
               MOVE "--:--:--" TO WS-NL-START-TIME
           END-IF
           IF WS-NIGHT-LAST-END > ZERO
               MOVE WS-NIGHT-END-TS TO WS-TS-WORK
               PERFORM FORMAT-CLOCK-TIME
               MOVE WS-FMT-HMS TO WS-NL-END-TIME
               COMPUTE WS-FMT-SECONDS =
                   WS-NIGHT-LAST-END - WS-NIGHT-FIRST-START
               PERFORM FORMAT-ELAPSED
               MOVE WS-FMT-HMS TO WS-NL-ELAPSED
           ELSE
               MOVE "--:--:--" TO WS-NL-END-TIME
               MOVE "--:--:--" TO WS-NL-ELAPSED
           END-IF
           MOVE WS-NIGHT-LINE TO SLAOUT-LINE
           WRITE SLAOUT-LINE
           PERFORM CHECK-SLAOUT-STATUS

           PERFORM VARYING WS-STEP-NO FROM 1 BY 1
                   UNTIL WS-STEP-NO > 9
               IF WS-NS-STATE (WS-STEP-NO) NOT = SPACE
                   PERFORM REPORT-NIGHT-STEP
               END-IF
           END-PERFORM

           MOVE WS-NIGHT-RESTARTS TO WS-NT-RESTARTS
           MOVE WS-NIGHT-FAILURES TO WS-NT-FAILURES
           MOVE WS-NIGHT-TRAILER TO SLAOUT-LINE
           WRITE SLAOUT-LINE
           PERFORM CHECK-SLAOUT-STATUS
           MOVE "N" TO WS-NIGHT-OPEN-SWITCH.

      *    The trailing average is taken before tonight's time joins
      *    it, and only once three earlier clean nights are behind it
      *    - one slow night should not set the bar for the next.
       REPORT-NIGHT-STEP SECTION.
           MOVE WS-STEP-NO TO WS-SL-STEP-NO
           MOVE WS-NS-NAME (WS-STEP-NO) TO WS-SL-STEP-NAME
           MOVE WS-NS-STARTS (WS-STEP-NO) TO WS-SL-STARTS
           MOVE WS-NS-FAILS (WS-STEP-NO) TO WS-SL-FAILS
           MOVE SPACES TO WS-SL-FLAG
           MOVE SPACES TO WS-SL-TRAIL-AVG
           IF WS-NS-STATE (WS-STEP-NO) = "S"
                   OR WS-NS-STATE (WS-STEP-NO) = "K"
               MOVE "--:--:--" TO WS-SL-ELAPSED
               IF WS-NS-STATE (WS-STEP-NO) = "S"
                   MOVE "NO END RECORD" TO WS-SL-FLAG
               ELSE
                   MOVE "SKIPPED" TO WS-SL-FLAG
               END-IF
           ELSE
               MOVE WS-NS-ELAPSED (WS-STEP-NO) TO WS-FMT-SECONDS
               PERFORM FORMAT-ELAPSED
               MOVE WS-FMT-HMS TO WS-SL-ELAPSED
               IF WS-NS-STATE (WS-STEP-NO) = "F"
                   MOVE "FAILED" TO WS-SL-FLAG
               END-IF
           END-IF

           IF WS-RG-NIGHTS (WS-STEP-NO) > 0
               COMPUTE WS-TRAIL-AVG ROUNDED =
                   WS-RG-SUM (WS-STEP-NO) / WS-RG-NIGHTS (WS-STEP-NO)
               MOVE WS-TRAIL-AVG TO WS-FMT-SECONDS
               PERFORM FORMAT-ELAPSED
               MOVE WS-FMT-HMS TO WS-SL-TRAIL-AVG
           END-IF

           IF WS-NS-STATE (WS-STEP-NO) = "E"
               IF WS-RG-NIGHTS (WS-STEP-NO) >= 3
                   COMPUTE WS-TRAIL-LIMIT ROUNDED =
                       WS-TRAIL-AVG * (100 + WS-OVER-PCT) / 100
                   IF WS-NS-ELAPSED (WS-STEP-NO) > WS-TRAIL-LIMIT
                       MOVE "**SLOW" TO WS-SL-FLAG
                       ADD 1 TO WS-SLOW-STEP-COUNT
                   END-IF
               END-IF
               PERFORM ADD-TO-RANGE
           END-IF

           MOVE WS-STEP-LINE TO SLAOUT-LINE
           WRITE SLAOUT-LINE
           PERFORM CHECK-SLAOUT-STATUS.

       ADD-TO-RANGE SECTION.
           MOVE WS-NS-NAME (WS-STEP-NO) TO WS-RG-NAME (WS-STEP-NO)
           IF WS-RG-NIGHTS (WS-STEP-NO) = 0
                   OR WS-NS-ELAPSED (WS-STEP-NO)
                       < WS-RG-BEST (WS-STEP-NO)
               MOVE WS-NS-ELAPSED (WS-STEP-NO)
                   TO WS-RG-BEST (WS-STEP-NO)
           END-IF
           IF WS-NS-ELAPSED (WS-STEP-NO) > WS-RG-WORST (WS-STEP-NO)
               MOVE WS-NS-ELAPSED (WS-STEP-NO)
                   TO WS-RG-WORST (WS-STEP-NO)
           END-IF
           ADD 1 TO WS-RG-NIGHTS (WS-STEP-NO)
           ADD WS-NS-ELAPSED (WS-STEP-NO) TO WS-RG-SUM (WS-STEP-NO).

       WRITE-STEP-SUMMARY SECTION.
           MOVE SPACES TO SLAOUT-LINE
           WRITE SLAOUT-LINE
           PERFORM CHECK-SLAOUT-STATUS
           MOVE WS-SUMMARY-HEADER TO SLAOUT-LINE
           WRITE SLAOUT-LINE
           PERFORM CHECK-SLAOUT-STATUS
           PERFORM VARYING WS-STEP-NO FROM 1 BY 1
                   UNTIL WS-STEP-NO > 9
               IF WS-RG-NIGHTS (WS-STEP-NO) > 0
                   MOVE WS-STEP-NO TO WS-SM-STEP-NO
                   MOVE WS-RG-NAME (WS-STEP-NO) TO WS-SM-STEP-NAME
                   MOVE WS-RG-NIGHTS (WS-STEP-NO) TO WS-SM-NIGHTS
                   COMPUTE WS-FMT-SECONDS ROUNDED =
                       WS-RG-SUM (WS-STEP-NO)
                       / WS-RG-NIGHTS (WS-STEP-NO)
                   PERFORM FORMAT-ELAPSED
                   MOVE WS-FMT-HMS TO WS-SM-AVERAGE
                   MOVE WS-RG-BEST (WS-STEP-NO) TO WS-FMT-SECONDS
                   PERFORM FORMAT-ELAPSED
                   MOVE WS-FMT-HMS TO WS-SM-BEST
                   MOVE WS-RG-WORST (WS-STEP-NO) TO WS-FMT-SECONDS
                   PERFORM FORMAT-ELAPSED
                   MOVE WS-FMT-HMS TO WS-SM-WORST
                   MOVE WS-SUMMARY-LINE TO SLAOUT-LINE
                   WRITE SLAOUT-LINE
                   PERFORM CHECK-SLAOUT-STATUS
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER SECTION.
           MOVE WS-FROM-DATE TO WS-RH-FROM-DATE
           MOVE WS-TO-DATE TO WS-RH-TO-DATE
           MOVE WS-REPORT-HEADER-1 TO SLAOUT-LINE
           WRITE SLAOUT-LINE
           PERFORM CHECK-SLAOUT-STATUS
           MOVE WS-DEADLINE-HH TO WS-FMT-HM-HH
           MOVE WS-DEADLINE-MI TO WS-FMT-HM-MI
           MOVE WS-FMT-HM TO WS-RH-DEADLINE
           MOVE WS-WARNING-HH TO WS-FMT-HM-HH
           MOVE WS-WARNING-MI TO WS-FMT-HM-MI
           MOVE WS-FMT-HM TO WS-RH-WARNING
           MOVE WS-OVER-PCT TO WS-RH-OVER-PCT
           MOVE WS-REPORT-HEADER-2 TO SLAOUT-LINE
           WRITE SLAOUT-LINE
           PERFORM CHECK-SLAOUT-STATUS.

       WRITE-REPORT-TRAILER SECTION.
           MOVE SPACES TO SLAOUT-LINE
           WRITE SLAOUT-LINE
           PERFORM CHECK-SLAOUT-STATUS
           MOVE WS-NIGHT-COUNT TO WS-RT-NIGHTS
           MOVE WS-ON-TIME-COUNT TO WS-RT-ON-TIME
           MOVE WS-REPORT-TRAILER-1 TO SLAOUT-LINE
           WRITE SLAOUT-LINE
           PERFORM CHECK-SLAOUT-STATUS
           MOVE WS-WARNING-COUNT TO WS-RT-WARNING
           MOVE WS-MISSED-COUNT TO WS-RT-MISSED
           MOVE WS-UNFINISHED-COUNT TO WS-RT-UNFINISHED
           MOVE WS-REPORT-TRAILER-2 TO SLAOUT-LINE
           WRITE SLAOUT-LINE
           PERFORM CHECK-SLAOUT-STATUS.

       TIMESTAMP-TO-SECONDS SECTION.
           IF WS-TS-DATE IS NUMERIC AND WS-TS-DATE > ZERO
                   AND WS-TS-HH IS NUMERIC
                   AND WS-TS-MI IS NUMERIC
                   AND WS-TS-SS IS NUMERIC
               COMPUTE WS-TS-SECONDS =
                   FUNCTION INTEGER-OF-DATE (WS-TS-DATE) * 86400
                   + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
           ELSE
               MOVE ZERO TO WS-TS-SECONDS
           END-IF.

       FORMAT-CLOCK-TIME SECTION.
           IF WS-TS-HH IS NUMERIC AND WS-TS-MI IS NUMERIC
                   AND WS-TS-SS IS NUMERIC
               MOVE WS-TS-HH TO WS-FMT-HH
               MOVE WS-TS-MI TO WS-FMT-MI
               MOVE WS-TS-SS TO WS-FMT-SS
           ELSE
               MOVE ZERO TO WS-FMT-HH
               MOVE ZERO TO WS-FMT-MI
               MOVE ZERO TO WS-FMT-SS
           END-IF.

       FORMAT-ELAPSED SECTION.
           DIVIDE WS-FMT-SECONDS BY 3600 GIVING WS-FMT-HH
               REMAINDER WS-FMT-REMAINDER
           DIVIDE WS-FMT-REMAINDER BY 60 GIVING WS-FMT-MI
               REMAINDER WS-FMT-SS.

      *    SLADEADLINE, SLAWARNING and SLAOVERPCT are this program's
      *    keywords in the shared run-control file; a time that is
      *    not a valid HHMM is ignored and the default kept.
       LOAD-RUN-PARAMETERS SECTION.
           OPEN INPUT PARMIN
           IF WS-PARMIN-STATUS = "00"
               MOVE "N" TO WS-PARM-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-PARMIN
                   READ PARMIN
                       AT END
                           SET WS-END-OF-PARMIN TO TRUE
                       NOT AT END
                           PERFORM APPLY-RUN-PARAMETER
                   END-READ
               END-PERFORM
           ELSE
               IF WS-PARMIN-STATUS NOT = "05"
                   DISPLAY "ERROR: could not open CALCPARM.DAT, "
                       "status " WS-PARMIN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE PARMIN.

       APPLY-RUN-PARAMETER SECTION.
           EVALUATE PM-KEYWORD
               WHEN "SLADEADLINE"
                   MOVE FUNCTION NUMVAL (PM-VALUE) TO WS-PARM-NUMBER
                   IF WS-PARM-NUMBER (1:2) < "24"
                           AND WS-PARM-NUMBER (3:2) < "60"
                       MOVE WS-PARM-NUMBER TO WS-DEADLINE-HHMM
                   END-IF
               WHEN "SLAWARNING"
                   MOVE FUNCTION NUMVAL (PM-VALUE) TO WS-PARM-NUMBER
                   IF WS-PARM-NUMBER (1:2) < "24"
                           AND WS-PARM-NUMBER (3:2) < "60"
                       MOVE WS-PARM-NUMBER TO WS-WARNING-HHMM
                   END-IF
               WHEN "SLAOVERPCT"
                   MOVE FUNCTION NUMVAL (PM-VALUE) TO WS-PARM-NUMBER
                   IF WS-PARM-NUMBER > 0 AND WS-PARM-NUMBER < 1000
                       MOVE WS-PARM-NUMBER TO WS-OVER-PCT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-SLAOUT-STATUS SECTION.
           IF WS-SLAOUT-STATUS NOT = "00"
               DISPLAY "ERROR: write to SLARPT.DAT failed, status "
                   WS-SLAOUT-STATUS
           END-IF.
