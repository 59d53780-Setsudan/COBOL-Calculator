       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT.

      *    Business-day calendar maintenance. Loads CALENDAR.DAT
      *    (CALCCAL layout), lets the operator list a year, put a new
      *    year on the calendar, add a holiday or a worked weekend
      *    day, or remove one, then rewrites the file in date order
      *    on exit. Every change is stamped to CALAUD.DAT, and onto
      *    the calendar record itself, with the operator's user id.
      *    A year must be on the calendar before any of its days can
      *    be maintained - and before the stream will run in it; the
      *    business-day programs stop on a year that is missing
      *    rather than guess. Within a year Monday to Friday are
      *    business days and weekends are not, so a holiday may only
      *    be added on a weekday and a worked day only on a weekend.
      *    The calendar is reference data of the same standing as
      *    RATES.DAT, so the shared SIGNON check against OPERAUTH.DAT
      *    asks for the same rate-maintenance authority.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CALENDF ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDF-STATUS.

           SELECT OPTIONAL CALAUDIT ASSIGN TO "CALAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDF
           RECORDING MODE IS F.
       COPY CALCCAL.

       FD  CALAUDIT
           RECORDING MODE IS F.
       01  CALAUDIT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-DETAIL.
           05  WS-AD-TIMESTAMP       PIC X(26).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-AD-USER-ID         PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-AD-ACTION          PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-AD-DATE            PIC 9(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-AD-TYPE            PIC X(1).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-AD-DESCRIPTION     PIC X(26).

       01  WS-CALENDF-STATUS         PIC XX.
       01  WS-CALAUDIT-STATUS        PIC XX.

       01  WS-EOF-SWITCH             PIC X       VALUE "N".
           88  WS-END-OF-CALENDF                 VALUE "Y".
       01  WS-MENU-CHOICE            PIC 9       VALUE ZERO.
       01  WS-MENU-EXIT-SWITCH       PIC X       VALUE "N".
           88  WS-MENU-EXIT-REQUESTED            VALUE "Y".
       01  WS-FOUND-SWITCH           PIC X       VALUE "N".
           88  WS-ENTRY-FOUND                    VALUE "Y".
       01  WS-YEAR-SWITCH            PIC X       VALUE "N".
           88  WS-YEAR-LOADED                    VALUE "Y".

       01  WS-TODAY-YYYYMMDD         PIC 9(8).
       01  WS-USER-ID                PIC X(8).
       COPY CALCSGN.

      *    The whole calendar, kept in date order; a year record
      *    (month and day zero) sorts ahead of its own days.
       01  WS-CAL-COUNT              PIC 9(4)    VALUE ZERO.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 2000 TIMES.
               10  WS-CE-DATE        PIC 9(8).
               10  WS-CE-TYPE        PIC X.
               10  WS-CE-DESC        PIC X(30).
               10  WS-CE-CHANGED     PIC 9(8).
               10  WS-CE-CHANGED-BY  PIC X(8).
       01  WS-CAL-INDEX              PIC 9(4).
       01  WS-CAL-SLOT               PIC 9(4).
       01  WS-LIST-COUNT             PIC 9(4).

       01  WS-NEW-YEAR               PIC 9(4).
       01  WS-NEW-DATE               PIC 9(8).
       01  WS-NEW-DATE-PARTS REDEFINES WS-NEW-DATE.
           05  WS-ND-YEAR            PIC 9(4).
           05  WS-ND-MONTH-DAY       PIC 9(4).
       01  WS-NEW-TYPE               PIC X.
       01  WS-NEW-DESC               PIC X(30).
       01  WS-DAY-INTEGER            PIC 9(9).
       01  WS-WEEKDAY                PIC 9.
       01  WS-WEEKEND-SWITCH         PIC X.
           88  WS-WEEKEND-DAY                    VALUE "Y".
       01  WS-WEEKDAY-NAMES.
           05  FILLER                PIC X(9)  VALUE "SUNDAY   ".
           05  FILLER                PIC X(9)  VALUE "MONDAY   ".
           05  FILLER                PIC X(9)  VALUE "TUESDAY  ".
           05  FILLER                PIC X(9)  VALUE "WEDNESDAY".
           05  FILLER                PIC X(9)  VALUE "THURSDAY ".
           05  FILLER                PIC X(9)  VALUE "FRIDAY   ".
           05  FILLER                PIC X(9)  VALUE "SATURDAY ".
       01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
           05  WS-WEEKDAY-NAME OCCURS 7 TIMES PIC X(9).
       01  WS-DAY-NAME               PIC X(9).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           SET SG-FUNC-RATEMNT TO TRUE
           CALL "SIGNON" USING SIGNON-REQUEST
           IF NOT SG-SIGNON-GRANTED
               DISPLAY "Calendar maintenance refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SG-USER-ID TO WS-USER-ID
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD

           PERFORM LOAD-CALENDAR-TABLE

           OPEN EXTEND CALAUDIT
           IF WS-CALAUDIT-STATUS NOT = "00"
                   AND WS-CALAUDIT-STATUS NOT = "05"
               DISPLAY "ERROR: could not open CALAUD.DAT, status "
                   WS-CALAUDIT-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-MENU-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "1. List a calendar year"
               DISPLAY "2. Add a calendar year"
               DISPLAY "3. Add a holiday"
               DISPLAY "4. Add a worked weekend day"
               DISPLAY "5. Remove a holiday or worked day"
               DISPLAY "6. Save and exit"
               DISPLAY "Enter choice: "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-CALENDAR-YEAR
                   WHEN 2
                       PERFORM ADD-CALENDAR-YEAR
                   WHEN 3
                       MOVE "H" TO WS-NEW-TYPE
                       PERFORM ADD-CALENDAR-DAY
                   WHEN 4
                       MOVE "W" TO WS-NEW-TYPE
                       PERFORM ADD-CALENDAR-DAY
                   WHEN 5
                       PERFORM REMOVE-CALENDAR-DAY
                   WHEN 6
                       PERFORM SAVE-CALENDAR-TABLE
                       SET WS-MENU-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Invalid choice, please try again."
               END-EVALUATE
           END-PERFORM

           CLOSE CALAUDIT

           STOP RUN.

       LOAD-CALENDAR-TABLE SECTION.
           MOVE ZERO TO WS-CAL-COUNT
           OPEN INPUT CALENDF
           IF WS-CALENDF-STATUS NOT = "00"
                   AND WS-CALENDF-STATUS NOT = "05"
               DISPLAY "ERROR: could not open CALENDAR.DAT, status "
                   WS-CALENDF-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-CALENDF
               READ CALENDF
                   AT END
                       SET WS-END-OF-CALENDF TO TRUE
                   NOT AT END
                       IF WS-CAL-COUNT < 2000
                           MOVE CL-DATE TO WS-NEW-DATE
                           PERFORM FIND-INSERT-SLOT
                           PERFORM OPEN-TABLE-SLOT
                           MOVE CL-DAY-TYPE
                               TO WS-CE-TYPE (WS-CAL-SLOT)
                           MOVE CL-DESCRIPTION
                               TO WS-CE-DESC (WS-CAL-SLOT)
                           MOVE CL-CHANGED-DATE
                               TO WS-CE-CHANGED (WS-CAL-SLOT)
                           MOVE CL-CHANGED-BY
                               TO WS-CE-CHANGED-BY (WS-CAL-SLOT)
                       ELSE
                           DISPLAY "WARNING: CALENDAR.DAT holds more "
                               "than 2000 entries, extras dropped"
                           SET WS-END-OF-CALENDF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDF
           DISPLAY WS-CAL-COUNT " calendar entr(ies) loaded.".

      *    The first entry dated after WS-NEW-DATE, or the end of
      *    the table.
       FIND-INSERT-SLOT SECTION.
           COMPUTE WS-CAL-SLOT = WS-CAL-COUNT + 1
           PERFORM VARYING WS-CAL-INDEX FROM WS-CAL-COUNT BY -1
                   UNTIL WS-CAL-INDEX < 1
                   OR WS-CE-DATE (WS-CAL-INDEX) NOT > WS-NEW-DATE
               MOVE WS-CAL-INDEX TO WS-CAL-SLOT
           END-PERFORM.

      *    Shift the entries from WS-CAL-SLOT down one place and
      *    date the freed slot.
       OPEN-TABLE-SLOT SECTION.
           PERFORM VARYING WS-CAL-INDEX FROM WS-CAL-COUNT BY -1
                   UNTIL WS-CAL-INDEX < WS-CAL-SLOT
               MOVE WS-CAL-ENTRY (WS-CAL-INDEX)
                   TO WS-CAL-ENTRY (WS-CAL-INDEX + 1)
           END-PERFORM
           ADD 1 TO WS-CAL-COUNT
           MOVE WS-NEW-DATE TO WS-CE-DATE (WS-CAL-SLOT).

       LIST-CALENDAR-YEAR SECTION.
           DISPLAY "Year (YYYY): "
           ACCEPT WS-NEW-YEAR
           PERFORM CHECK-YEAR-LOADED
           IF NOT WS-YEAR-LOADED
               DISPLAY "Year " WS-NEW-YEAR " is not on the calendar."
           ELSE
               MOVE ZERO TO WS-LIST-COUNT
               PERFORM VARYING WS-CAL-INDEX FROM 1 BY 1
                       UNTIL WS-CAL-INDEX > WS-CAL-COUNT
                   MOVE WS-CE-DATE (WS-CAL-INDEX) TO WS-NEW-DATE
                   IF WS-ND-YEAR = WS-NEW-YEAR
                           AND WS-ND-MONTH-DAY NOT = ZERO
                       PERFORM FIND-WEEKDAY
                       IF WS-CE-TYPE (WS-CAL-INDEX) = "H"
                           DISPLAY WS-NEW-DATE " " WS-DAY-NAME
                               " HOLIDAY " WS-CE-DESC (WS-CAL-INDEX)
                       ELSE
                           DISPLAY WS-NEW-DATE " " WS-DAY-NAME
                               " WORKED  " WS-CE-DESC (WS-CAL-INDEX)
                       END-IF
                       ADD 1 TO WS-LIST-COUNT
                   END-IF
               END-PERFORM
               DISPLAY WS-LIST-COUNT " holiday(s) and worked day(s) "
                   "in " WS-NEW-YEAR "; every other weekday is a "
                   "business day."
           END-IF.

       ADD-CALENDAR-YEAR SECTION.
           IF WS-CAL-COUNT = 2000
               DISPLAY "Calendar table is full (2000)."
           ELSE
               DISPLAY "Year to add (YYYY): "
               ACCEPT WS-NEW-YEAR
               PERFORM CHECK-YEAR-LOADED
               EVALUATE TRUE
                   WHEN WS-NEW-YEAR < 1601
                       DISPLAY "Year " WS-NEW-YEAR " is not valid."
                   WHEN WS-YEAR-LOADED
                       DISPLAY "Year " WS-NEW-YEAR
                           " is already on the calendar."
                   WHEN OTHER
                       MOVE ZERO TO WS-NEW-DATE
                       MOVE WS-NEW-YEAR TO WS-ND-YEAR
                       MOVE SPACES TO WS-NEW-DESC
                       STRING WS-NEW-YEAR " CALENDAR"
                           DELIMITED BY SIZE INTO WS-NEW-DESC
                       MOVE "Y" TO WS-NEW-TYPE
                       PERFORM INSERT-CALENDAR-ENTRY
                       DISPLAY "Year " WS-NEW-YEAR " added - "
                           "add its holidays before the stream "
                           "reaches it."
               END-EVALUATE
           END-IF.

       ADD-CALENDAR-DAY SECTION.
           IF WS-CAL-COUNT = 2000
               DISPLAY "Calendar table is full (2000)."
           ELSE
               DISPLAY "Date (YYYYMMDD): "
               ACCEPT WS-NEW-DATE
               DISPLAY "Description: "
               ACCEPT WS-NEW-DESC
               MOVE "N" TO WS-FOUND-SWITCH
               MOVE "N" TO WS-YEAR-SWITCH
               MOVE "N" TO WS-WEEKEND-SWITCH
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-NEW-DATE) = ZERO
                   MOVE WS-ND-YEAR TO WS-NEW-YEAR
                   PERFORM CHECK-YEAR-LOADED
                   PERFORM FIND-CALENDAR-DAY
                   PERFORM FIND-WEEKDAY
               END-IF

               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-NEW-DATE)
                           NOT = ZERO
                       DISPLAY WS-NEW-DATE " is not a valid date."
                   WHEN NOT WS-YEAR-LOADED
                       DISPLAY "Year " WS-NEW-YEAR " is not on the "
                           "calendar - add the year first."
                   WHEN WS-ENTRY-FOUND
                       DISPLAY WS-NEW-DATE " is already on the "
                           "calendar - remove it first."
                   WHEN WS-NEW-DESC = SPACES
                       DISPLAY "Description is required."
                   WHEN WS-NEW-TYPE = "H" AND WS-WEEKEND-DAY
                       DISPLAY WS-NEW-DATE " is a " WS-DAY-NAME
                           " and not a business day already."
                   WHEN WS-NEW-TYPE = "W" AND NOT WS-WEEKEND-DAY
                       DISPLAY WS-NEW-DATE " is a " WS-DAY-NAME
                           " and a business day already."
                   WHEN OTHER
                       PERFORM INSERT-CALENDAR-ENTRY
                       IF WS-NEW-TYPE = "H"
                           DISPLAY "Holiday added."
                       ELSE
                           DISPLAY "Worked day added."
                       END-IF
               END-EVALUATE
           END-IF.

       REMOVE-CALENDAR-DAY SECTION.
           DISPLAY "Date to remove (YYYYMMDD): "
           ACCEPT WS-NEW-DATE
           PERFORM FIND-CALENDAR-DAY
           IF NOT WS-ENTRY-FOUND
               DISPLAY "No holiday or worked day on the calendar "
                   "for " WS-NEW-DATE "."
           ELSE
               MOVE "REMOVE" TO WS-AD-ACTION
               PERFORM WRITE-CALENDAR-AUDIT
               PERFORM VARYING WS-CAL-INDEX FROM WS-CAL-SLOT BY 1
                       UNTIL WS-CAL-INDEX NOT < WS-CAL-COUNT
                   MOVE WS-CAL-ENTRY (WS-CAL-INDEX + 1)
                       TO WS-CAL-ENTRY (WS-CAL-INDEX)
               END-PERFORM
               SUBTRACT 1 FROM WS-CAL-COUNT
               DISPLAY WS-NEW-DATE " removed."
           END-IF.

       INSERT-CALENDAR-ENTRY SECTION.
           PERFORM FIND-INSERT-SLOT
           PERFORM OPEN-TABLE-SLOT
           MOVE WS-NEW-TYPE TO WS-CE-TYPE (WS-CAL-SLOT)
           MOVE WS-NEW-DESC TO WS-CE-DESC (WS-CAL-SLOT)
           MOVE WS-TODAY-YYYYMMDD TO WS-CE-CHANGED (WS-CAL-SLOT)
           MOVE WS-USER-ID TO WS-CE-CHANGED-BY (WS-CAL-SLOT)
           MOVE "ADD   " TO WS-AD-ACTION
           PERFORM WRITE-CALENDAR-AUDIT.

       CHECK-YEAR-LOADED SECTION.
           MOVE "N" TO WS-YEAR-SWITCH
           PERFORM VARYING WS-CAL-INDEX FROM 1 BY 1
                   UNTIL WS-CAL-INDEX > WS-CAL-COUNT
                   OR WS-YEAR-LOADED
               IF WS-CE-TYPE (WS-CAL-INDEX) = "Y"
                       AND WS-CE-DATE (WS-CAL-INDEX) (1:4)
                           = WS-NEW-YEAR
                   SET WS-YEAR-LOADED TO TRUE
               END-IF
           END-PERFORM.

      *    A holiday or worked day on WS-NEW-DATE; its position is
      *    left in WS-CAL-SLOT.
       FIND-CALENDAR-DAY SECTION.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-CAL-INDEX FROM 1 BY 1
                   UNTIL WS-CAL-INDEX > WS-CAL-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-CE-DATE (WS-CAL-INDEX) = WS-NEW-DATE
                       AND WS-CE-TYPE (WS-CAL-INDEX) NOT = "Y"
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-CAL-INDEX TO WS-CAL-SLOT
               END-IF
           END-PERFORM.

      *    Day one of the integer calendar is a Monday, so the
      *    remainder is 0 for Sunday through 6 for Saturday.
       FIND-WEEKDAY SECTION.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-NEW-DATE)
           COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-DAY-INTEGER, 7)
           MOVE WS-WEEKDAY-NAME (WS-WEEKDAY + 1) TO WS-DAY-NAME
           IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
               SET WS-WEEKEND-DAY TO TRUE
           ELSE
               MOVE "N" TO WS-WEEKEND-SWITCH
           END-IF.

       WRITE-CALENDAR-AUDIT SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-AD-TIMESTAMP
           MOVE WS-USER-ID TO WS-AD-USER-ID
           MOVE WS-CE-DATE (WS-CAL-SLOT) TO WS-AD-DATE
           MOVE WS-CE-TYPE (WS-CAL-SLOT) TO WS-AD-TYPE
           MOVE WS-CE-DESC (WS-CAL-SLOT) TO WS-AD-DESCRIPTION
           MOVE WS-AUDIT-DETAIL TO CALAUDIT-LINE
           WRITE CALAUDIT-LINE
           IF WS-CALAUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: write to CALAUD.DAT failed, status "
                   WS-CALAUDIT-STATUS
           END-IF.

       SAVE-CALENDAR-TABLE SECTION.
           OPEN OUTPUT CALENDF
           IF WS-CALENDF-STATUS NOT = "00"
                   AND WS-CALENDF-STATUS NOT = "05"
               DISPLAY "ERROR: could not rewrite CALENDAR.DAT, "
                   "status " WS-CALENDF-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-CAL-INDEX FROM 1 BY 1
                   UNTIL WS-CAL-INDEX > WS-CAL-COUNT
               MOVE WS-CE-DATE (WS-CAL-INDEX) TO CL-DATE
               MOVE WS-CE-TYPE (WS-CAL-INDEX) TO CL-DAY-TYPE
               MOVE WS-CE-DESC (WS-CAL-INDEX) TO CL-DESCRIPTION
               MOVE WS-CE-CHANGED (WS-CAL-INDEX) TO CL-CHANGED-DATE
               MOVE WS-CE-CHANGED-BY (WS-CAL-INDEX)
                   TO CL-CHANGED-BY
               WRITE CALENDAR-RECORD
               IF WS-CALENDF-STATUS NOT = "00"
                   DISPLAY "ERROR: write to CALENDAR.DAT failed, "
                       "status " WS-CALENDF-STATUS
               END-IF
           END-PERFORM
           CLOSE CALENDF
           DISPLAY WS-CAL-COUNT " calendar entr(ies) saved.".
