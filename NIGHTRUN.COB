       PROGRAM-ID. NIGHTRUN.

      *    Nightly stream controller. Runs the overnight steps -
      *    FEEDEDIT, COLLECT, the CALC batch, RECON, EXTRACT, TREND,
      *    NIGHTBAL and GENSAVE - in their required order instead of
      *    leaving the sequence to whoever is on shift. Each step's
      *    start, end and return code are recorded in OPSTAT.DAT, and
      *    a step only launches when every step before it has ended
      *    clean tonight, so an
      *    EXTRACT can no longer ship the prior night's LEDGER.DAT
      *    because it was started ahead of CALC.
      *    stream that fails before midnight and is restarted after
      *    midnight carries on instead of rerunning from the top -
      *    the same reason CALC checkpoints CK-BATCH-DATE.
      *    When FEEDEDIT has stopped the night on a possible
      *    resubmission that the operator has confirmed is genuine,
      *    PARM='RESTART OVERRIDE SOURCE2' (any of the department
      *    files may be named) hands the OVERRIDE on to FEEDEDIT and
      *    COLLECT, where it is honoured and logged; no other step
      *    sees it.
      *    A return code of 4 from a step is a warning (COLLECT uses
      *    it when the recycle archive rename fails) and does not
      *    stop the stream; 8 or higher does.
      *    GENSAVE runs last, once NIGHTBAL has proved the night in
      *    balance, and keeps the night's files as a dated generation
      *    set on GENCAT.DAT (see GENREST for putting one back).
      *    The run date is checked against CALENDAR.DAT through
      *    BUSDAY before any step starts. On a weekend or holiday no
      *    department sends a feed, so the stream is cut down to the
      *    steps marked as running on a non-business day (TREND) -
      *    or, with NONBUSDAY SKIP on CALCPARM.DAT, to nothing - and
      *    every step not run is logged to OPSTAT.DAT as SKIPPED, so
      *    the night shows as skipped rather than missing. A run date
      *    whose year is not on the calendar stops the stream before
      *    the first step; add the year with CALMNT and rerun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKF-STATUS.

           SELECT OPTIONAL PARMIN ASSIGN TO "CALCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPSTAT
           05  FILLER            PIC X.
           05  NL-START-TIME     PIC X(26).

       FD  PARMIN
           RECORDING MODE IS F.
       COPY CALCPRM.

       WORKING-STORAGE SECTION.
       01  WS-OPSTAT-STATUS          PIC XX.
       01  WS-LOCKF-STATUS           PIC XX.
       01  WS-PARMIN-STATUS          PIC XX.

       01  WS-OPSTAT-EOF-SWITCH      PIC X       VALUE "N".
           88  WS-END-OF-OPSTAT                  VALUE "Y".
           88  WS-STREAM-FAILED                  VALUE "Y".
       01  WS-PRIOR-RUN-SWITCH       PIC X       VALUE "N".
           88  WS-PRIOR-RUN-TONIGHT              VALUE "Y".
       01  WS-PARM-EOF-SWITCH        PIC X       VALUE "N".
           88  WS-END-OF-PARMIN                  VALUE "Y".
       01  WS-NON-BUSINESS-SWITCH    PIC X       VALUE "N".
           88  WS-NON-BUSINESS-NIGHT             VALUE "Y".
       01  WS-NON-BUSINESS-MODE      PIC X(8)    VALUE "REDUCED".
           88  WS-NON-BUSINESS-REDUCED           VALUE "REDUCED".
           88  WS-NON-BUSINESS-SKIP              VALUE "SKIP".
       01  WS-STEPS-RUN              PIC 9(2)    VALUE ZERO.
       COPY CALCBDY.

       01  WS-RUN-DATE-YYYYMMDD      PIC 9(8).
       01  WS-LAST-OPSTAT-DATE       PIC 9(8)    VALUE ZERO.
       01  WS-RUN-PARM               PIC X(60).
       01  WS-PARM-FIRST-WORD        PIC X(12).
       01  WS-PARM-POINTER           PIC 9(3).
       01  WS-OVERRIDE-PARM          PIC X(60)   VALUE SPACES.
       01  WS-TIMESTAMP              PIC X(26).
       01  WS-LOCK-FILE-NAME         PIC X(12)   VALUE "NIGHTLCK.DAT".

       01  WS-STEP-DEFINITIONS.
           05  FILLER                PIC X(8)  VALUE "FEEDEDIT".
           05  FILLER                PIC X(30) VALUE "./FEEDEDIT".
           05  FILLER                PIC X     VALUE "N".
           05  FILLER                PIC X(8)  VALUE "COLLECT ".
           05  FILLER                PIC X(30) VALUE "./COLLECT STREAM".
           05  FILLER                PIC X     VALUE "N".
           05  FILLER                PIC X(8)  VALUE "CALC    ".
           05  FILLER                PIC X(30) VALUE "./CALC BATCH".
           05  FILLER                PIC X     VALUE "N".
           05  FILLER                PIC X(8)  VALUE "RECON   ".
           05  FILLER                PIC X(30) VALUE "./RECON".
           05  FILLER                PIC X     VALUE "N".
           05  FILLER                PIC X(8)  VALUE "EXTRACT ".
           05  FILLER                PIC X(30) VALUE "./EXTRACT".
           05  FILLER                PIC X     VALUE "N".
           05  FILLER                PIC X(8)  VALUE "TREND   ".
           05  FILLER                PIC X(30) VALUE "./TREND".
           05  FILLER                PIC X     VALUE "Y".
           05  FILLER                PIC X(8)  VALUE "NIGHTBAL".
           05  FILLER                PIC X(30) VALUE "./NIGHTBAL".
           05  FILLER                PIC X     VALUE "N".
           05  FILLER                PIC X(8)  VALUE "GENSAVE ".
           05  FILLER                PIC X(30) VALUE "./GENSAVE".
           05  FILLER                PIC X     VALUE "N".
      *    The third column is "Y" for a step that still runs on a
      *    night that is not a business day.
       01  WS-STEP-TABLE REDEFINES WS-STEP-DEFINITIONS.
           05  WS-STEP-ENTRY OCCURS 8 TIMES.
               10  WS-SE-NAME        PIC X(8).
               10  WS-SE-COMMAND     PIC X(30).
               10  WS-SE-NONBUS-RUN  PIC X.
       01  WS-STEP-COUNT             PIC 9(2)    VALUE 8.
       01  WS-STEP-NO                PIC 9(2).
       01  WS-FIRST-STEP             PIC 9(2)    VALUE 1.

      *    One byte per step: space = not run tonight, "E" = ended
      *    clean, "F" = failed or started and never came back, "K" =
      *    skipped on a non-business night.
       01  WS-STEP-STATE-TABLE.
           05  WS-STEP-STATE OCCURS 9 TIMES PIC X VALUE SPACE.

       01  WS-COMMAND                PIC X(80).
       01  WS-FAILED-STEP-NAME       PIC X(8)    VALUE SPACES.
       01  WS-RAW-RC                 PIC 9(9).
       01  WS-STEP-RC                PIC 9(4).
       MAIN-LOGIC SECTION.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM PARSE-RUN-PARM
           PERFORM LOAD-RUN-PARAMETERS

           PERFORM ACQUIRE-RUN-LOCK
           PERFORM LOAD-STREAM-STATUS
                       " - the night crossed midnight"
                   MOVE WS-LAST-OPSTAT-DATE TO WS-RUN-DATE-YYYYMMDD
               END-IF
               PERFORM CHECK-BUSINESS-NIGHT
               PERFORM FIND-RESUME-STEP
           ELSE
               IF WS-PRIOR-RUN-TONIGHT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM CHECK-BUSINESS-NIGHT
               MOVE 1 TO WS-FIRST-STEP
           END-IF

                   " - fix the failure and rerun with PARM='RESTART'"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NON-BUSINESS-NIGHT
                   IF WS-STEPS-RUN = 0
                       DISPLAY "Night skipped and logged in "
                           "OPSTAT.DAT - " BD-DAY-TEXT
                   ELSE
                       DISPLAY "Reduced night stream complete - "
                           BD-DAY-TEXT
                   END-IF
               ELSE
                   DISPLAY "Night stream complete - all steps ended "
                       "clean"
               END-IF
               MOVE ZERO TO RETURN-CODE
           END-IF

           STOP RUN.

      *    RESTART, OVERRIDE ... or RESTART OVERRIDE ...; the
      *    OVERRIDE and the files it names are passed on untouched.
       PARSE-RUN-PARM SECTION.
           MOVE SPACES TO WS-PARM-FIRST-WORD
           MOVE 1 TO WS-PARM-POINTER
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-FIRST-WORD
               WITH POINTER WS-PARM-POINTER
           END-UNSTRING
           IF WS-PARM-FIRST-WORD = "RESTART"
               SET WS-RESTART-REQUESTED TO TRUE
               IF WS-PARM-POINTER NOT > 60
                   MOVE WS-RUN-PARM (WS-PARM-POINTER:)
                       TO WS-OVERRIDE-PARM
               END-IF
           ELSE
               MOVE WS-RUN-PARM TO WS-OVERRIDE-PARM
           END-IF
           IF WS-OVERRIDE-PARM NOT = SPACES
                   AND WS-OVERRIDE-PARM (1:9) NOT = "OVERRIDE "
               DISPLAY "ERROR: parameter " WS-RUN-PARM
                   " not understood - use RESTART and/or "
                   "OVERRIDE SOURCEn ..."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RUN-PARAMETERS SECTION.
           OPEN INPUT PARMIN
           IF WS-PARMIN-STATUS = "00"
               MOVE "N" TO WS-PARM-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-PARMIN
                   READ PARMIN
                       AT END
                           SET WS-END-OF-PARMIN TO TRUE
                       NOT AT END
                           IF PM-KEYWORD = "NONBUSDAY"
                               MOVE PM-VALUE TO WS-NON-BUSINESS-MODE
                               IF NOT WS-NON-BUSINESS-REDUCED
                                       AND NOT WS-NON-BUSINESS-SKIP
                                   DISPLAY "ERROR: NONBUSDAY must be "
                                       "REDUCED or SKIP, got ["
                                       PM-VALUE "]"
                                   MOVE 8 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                           END-IF
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

       ACQUIRE-RUN-LOCK SECTION.
           OPEN INPUT LOCKF
           IF WS-LOCKF-STATUS = "00"
               EVALUATE TRUE
                   WHEN OS-STEP-ENDED
                       MOVE "E" TO WS-STEP-STATE (OS-STEP-NO)
                   WHEN OS-STEP-SKIPPED
                       MOVE "K" TO WS-STEP-STATE (OS-STEP-NO)
                   WHEN OTHER
                       MOVE "F" TO WS-STEP-STATE (OS-STEP-NO)
               END-EVALUATE
           END-IF.

      *    The calendar decides whether tonight gets the full stream.
      *    A year that is not on it stops the night outright - running
      *    the full stream on a guess is what the calendar replaced.
       CHECK-BUSINESS-NIGHT SECTION.
           SET BD-FUNC-CHECK TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO BD-DATE
           CALL "BUSDAY" USING BUSDAY-REQUEST
           IF NOT BD-OK
               IF BD-YEAR-MISSING
                   DISPLAY "ERROR: calendar year " BD-MISSING-YEAR
                       " is not on CALENDAR.DAT - add it with CALMNT"
               ELSE
                   DISPLAY "ERROR: " BD-DAY-TEXT
               END-IF
               DISPLAY "Stream not started - the run date "
                   WS-RUN-DATE-YYYYMMDD " cannot be checked"
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT BD-BUSINESS-DAY
               SET WS-NON-BUSINESS-NIGHT TO TRUE
               IF WS-NON-BUSINESS-SKIP
                   DISPLAY "Skipping the night - " WS-RUN-DATE-YYYYMMDD
                       " is not a business day: " BD-DAY-TEXT
               ELSE
                   DISPLAY "Running the reduced stream - "
                       WS-RUN-DATE-YYYYMMDD " is not a business day: "
                       BD-DAY-TEXT
               END-IF
           END-IF.

      *    The resume point is the first step that did not end clean
      *    tonight; everything before it is proven clean, so the
      *    predecessor rule holds on a restart as well. A step skipped
      *    on a non-business night counts as done while the night is
      *    still one - if the calendar has since made it a business
      *    day the skipped steps run.
       FIND-RESUME-STEP SECTION.
           MOVE ZERO TO WS-FIRST-STEP
           PERFORM VARYING WS-STEP-NO FROM 1 BY 1
                   UNTIL WS-STEP-NO > WS-STEP-COUNT
                   OR WS-FIRST-STEP > 0
               IF WS-STEP-STATE (WS-STEP-NO) NOT = "E"
                       AND (WS-STEP-STATE (WS-STEP-NO) NOT = "K"
                           OR NOT WS-NON-BUSINESS-NIGHT)
                   MOVE WS-STEP-NO TO WS-FIRST-STEP
               END-IF
           END-PERFORM
               WS-SE-NAME (WS-FIRST-STEP).

       RUN-ONE-STEP SECTION.
           IF WS-NON-BUSINESS-NIGHT
                   AND (WS-NON-BUSINESS-SKIP
                       OR WS-SE-NONBUS-RUN (WS-STEP-NO) NOT = "Y")
               PERFORM SKIP-ONE-STEP
           ELSE
               PERFORM LAUNCH-ONE-STEP
           END-IF.

       SKIP-ONE-STEP SECTION.
           DISPLAY "Skipping step " WS-STEP-NO " "
               WS-SE-NAME (WS-STEP-NO) " - not a business day"
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE ZERO TO WS-STEP-RC
           SET OS-STEP-SKIPPED TO TRUE
           PERFORM WRITE-COMPLETION-RECORD.

       LAUNCH-ONE-STEP SECTION.
           ADD 1 TO WS-STEPS-RUN
           MOVE WS-SE-COMMAND (WS-STEP-NO) TO WS-COMMAND
           IF WS-SE-NAME (WS-STEP-NO) = "CALC    "
                   AND WS-RESTART-REQUESTED
                   AND WS-STEP-STATE (WS-STEP-NO) = "F"
               MOVE "./CALC RESTART" TO WS-COMMAND
           END-IF
           IF WS-OVERRIDE-PARM NOT = SPACES
                   AND (WS-SE-NAME (WS-STEP-NO) = "FEEDEDIT"
                       OR WS-SE-NAME (WS-STEP-NO) = "COLLECT ")
               MOVE SPACES TO WS-COMMAND
               STRING WS-SE-COMMAND (WS-STEP-NO) DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-OVERRIDE-PARM DELIMITED BY SIZE
                   INTO WS-COMMAND
           END-IF

           DISPLAY "Starting step " WS-STEP-NO " "
               WS-SE-NAME (WS-STEP-NO)
