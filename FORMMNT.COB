       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORMMNT.

      *    Formula library maintenance, the FORMULA.DAT counterpart
      *    of RATEMNT. Loads FORMULA.DAT, lets the operator list the
      *    formulas, show one version's steps, add a formula (or a
      *    new version of an existing one) or expire one, then
      *    rewrites the file on exit. A formula is never edited in
      *    place: a change is keyed as a new version with its own
      *    effective date, numbered one above the code's highest
      *    version, so every result CALC stamped with a code and
      *    version can still be traced to the steps that made it.
      *    Each step's operator must be one CALC knows, and a step
      *    that takes its operand from RATES.DAT must name a rate
      *    code in force on the formula's effective date.
      *    Every add and expire is stamped to FRMAUD.DAT with the
      *    operator's user id, an added formula with one further
      *    line per step, so there is a record of who changed what.
      *    Formulas are reference data of the same standing as
      *    RATES.DAT, so the shared SIGNON check against OPERAUTH.DAT
      *    asks for the same rate-maintenance authority.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FORMF ASSIGN TO "FORMULA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORMF-STATUS.

           SELECT OPTIONAL FORMAUDIT ASSIGN TO "FRMAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORMAUDIT-STATUS.

           SELECT OPTIONAL RATEIN ASSIGN TO "RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FORMF
           RECORDING MODE IS F.
       COPY CALCFRM.

       FD  FORMAUDIT
           RECORDING MODE IS F.
       01  FORMAUDIT-LINE            PIC X(80).

       FD  RATEIN
           RECORDING MODE IS F.
       COPY CALCRATE.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-DETAIL.
           05  WS-AD-TIMESTAMP       PIC X(26).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-AD-USER-ID         PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-AD-ACTION          PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-AD-FORMULA-CODE    PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-AD-VERSION         PIC 9(3).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-AD-DETAIL          PIC X(28).
       01  WS-AUDIT-HEADER-DETAIL.
           05  WS-AH-EFFECTIVE       PIC 9(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-AH-EXPIRY          PIC 9(8).
           05  FILLER                PIC X(7)  VALUE " STEPS ".
           05  WS-AH-STEP-COUNT      PIC 9(2).
           05  FILLER                PIC X(2)  VALUE SPACES.
       01  WS-AUDIT-STEP-DETAIL.
           05  WS-AS-STEP-NO         PIC 9(2).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-AS-OPERATOR        PIC X(3).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-AS-OPERAND-TYPE    PIC X(1).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-AS-OPERAND         PIC X(15).
           05  FILLER                PIC X(4)  VALUE SPACES.

       01  WS-FORMF-STATUS           PIC XX.
       01  WS-FORMAUDIT-STATUS       PIC XX.
       01  WS-RATEIN-STATUS          PIC XX.

       01  WS-EOF-SWITCH             PIC X       VALUE "N".
           88  WS-END-OF-FORMF                   VALUE "Y".
       01  WS-RATE-EOF-SWITCH        PIC X       VALUE "N".
           88  WS-END-OF-RATEIN                  VALUE "Y".
       01  WS-MENU-CHOICE            PIC 9       VALUE ZERO.
       01  WS-MENU-EXIT-SWITCH       PIC X       VALUE "N".
           88  WS-MENU-EXIT-REQUESTED            VALUE "Y".
       01  WS-FOUND-SWITCH           PIC X       VALUE "N".
           88  WS-FORMULA-FOUND                  VALUE "Y".
       01  WS-STEP-VALID-SWITCH      PIC X       VALUE "Y".
           88  WS-STEPS-VALID                    VALUE "Y".
       01  WS-RATE-ACTIVE-SWITCH     PIC X       VALUE "N".
           88  WS-RATE-ACTIVE                    VALUE "Y".

       01  WS-USER-ID                PIC X(8).
       COPY CALCSGN.

      *    Each table entry holds a FORMULA.DAT record image; the
      *    working copy below gives it field names while it is
      *    listed, keyed or written.
       01  WS-FORMULA-COUNT          PIC 9(3)    VALUE ZERO.
       01  WS-FORMULA-TABLE.
           05  WS-FORMULA-ENTRY OCCURS 50 TIMES PIC X(205).
       01  WS-FORMULA-INDEX          PIC 9(3).
       COPY CALCFRM
           REPLACING ==CALC-FORMULA-RECORD== BY ==WS-FORMULA-WORK==
                     LEADING ==FM-== BY ==WF-==.

       01  WS-RATE-COUNT             PIC 9(3)    VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-RT-CODE        PIC X(4).
               10  WS-RT-EFFECTIVE   PIC 9(8).
               10  WS-RT-EXPIRY      PIC 9(8).
       01  WS-RATE-INDEX             PIC 9(3).

       01  WS-STEP-INDEX             PIC 9(2).
       01  WS-NEW-CODE               PIC X(4).
       01  WS-NEW-DESC               PIC X(20).
       01  WS-NEW-VERSION            PIC 9(3).
       01  WS-NEW-EFFECTIVE          PIC 9(8).
       01  WS-NEW-EXPIRY             PIC 9(8).
       01  WS-NEW-STEP-COUNT         PIC 9(2).
       01  WS-NEW-OPERATOR           PIC X(3).
       01  WS-NEW-OPERAND-TYPE       PIC X.
       01  WS-NEW-CONSTANT           PIC S9(9)V99.
       01  WS-NEW-RATE-CODE          PIC X(4).
       01  WS-DISPLAY-CONSTANT       PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           SET SG-FUNC-RATEMNT TO TRUE
           CALL "SIGNON" USING SIGNON-REQUEST
           IF NOT SG-SIGNON-GRANTED
               DISPLAY "Formula maintenance refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SG-USER-ID TO WS-USER-ID

           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-FORMULA-TABLE

           OPEN EXTEND FORMAUDIT
           IF WS-FORMAUDIT-STATUS NOT = "00"
                   AND WS-FORMAUDIT-STATUS NOT = "05"
               DISPLAY "ERROR: could not open FRMAUD.DAT, status "
                   WS-FORMAUDIT-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-MENU-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "1. List formulas"
               DISPLAY "2. Show a formula's steps"
               DISPLAY "3. Add a formula or a new version"
               DISPLAY "4. Expire a formula"
               DISPLAY "5. Save and exit"
               DISPLAY "Enter choice: "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-FORMULAS
                   WHEN 2
                       PERFORM SHOW-FORMULA
                   WHEN 3
                       PERFORM ADD-FORMULA
                   WHEN 4
                       PERFORM EXPIRE-FORMULA
                   WHEN 5
                       PERFORM SAVE-FORMULA-TABLE
                       SET WS-MENU-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Invalid choice, please try again."
               END-EVALUATE
           END-PERFORM

           CLOSE FORMAUDIT

           STOP RUN.

      *    Rate codes are loaded only to check the ones a formula
      *    step names; the value is CALC's business on the night.
       LOAD-RATE-TABLE SECTION.
           MOVE ZERO TO WS-RATE-COUNT
           OPEN INPUT RATEIN
           IF WS-RATEIN-STATUS = "00"
               MOVE "N" TO WS-RATE-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-RATEIN
                   READ RATEIN
                       AT END
                           SET WS-END-OF-RATEIN TO TRUE
                       NOT AT END
                           IF WS-RATE-COUNT < 50
                               ADD 1 TO WS-RATE-COUNT
                               MOVE RA-RATE-CODE
                                   TO WS-RT-CODE (WS-RATE-COUNT)
                               MOVE RA-EFFECTIVE-DATE
                                   TO WS-RT-EFFECTIVE (WS-RATE-COUNT)
                               MOVE RA-EXPIRY-DATE
                                   TO WS-RT-EXPIRY (WS-RATE-COUNT)
                           ELSE
                               DISPLAY "WARNING: RATES.DAT holds more "
                                   "than 50 rates, extras ignored"
                               SET WS-END-OF-RATEIN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               IF WS-RATEIN-STATUS NOT = "05"
                   DISPLAY "ERROR: could not open RATES.DAT, status "
                       WS-RATEIN-STATUS
                   STOP RUN
               END-IF
           END-IF
           CLOSE RATEIN.

       LOAD-FORMULA-TABLE SECTION.
           MOVE ZERO TO WS-FORMULA-COUNT
           OPEN INPUT FORMF
           IF WS-FORMF-STATUS NOT = "00"
                   AND WS-FORMF-STATUS NOT = "05"
               DISPLAY "ERROR: could not open FORMULA.DAT, status "
                   WS-FORMF-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FORMF
               READ FORMF
                   AT END
                       SET WS-END-OF-FORMF TO TRUE
                   NOT AT END
                       IF WS-FORMULA-COUNT < 50
                           ADD 1 TO WS-FORMULA-COUNT
                           MOVE CALC-FORMULA-RECORD
                               TO WS-FORMULA-ENTRY (WS-FORMULA-COUNT)
                       ELSE
                           DISPLAY "WARNING: FORMULA.DAT holds more "
                               "than 50 formulas, extras dropped"
                           SET WS-END-OF-FORMF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FORMF
           DISPLAY WS-FORMULA-COUNT " formula version(s) loaded.".

       LIST-FORMULAS SECTION.
           IF WS-FORMULA-COUNT = 0
               DISPLAY "No formulas on file."
           ELSE
               PERFORM VARYING WS-FORMULA-INDEX FROM 1 BY 1
                       UNTIL WS-FORMULA-INDEX > WS-FORMULA-COUNT
                   MOVE WS-FORMULA-ENTRY (WS-FORMULA-INDEX)
                       TO WS-FORMULA-WORK
                   DISPLAY WF-FORMULA-CODE " v" WF-VERSION " "
                       WF-DESCRIPTION " eff " WF-EFFECTIVE-DATE
                       " exp " WF-EXPIRY-DATE " steps "
                       WF-STEP-COUNT
               END-PERFORM
           END-IF.

       SHOW-FORMULA SECTION.
           DISPLAY "Formula code: "
           ACCEPT WS-NEW-CODE
           DISPLAY "Version: "
           ACCEPT WS-NEW-VERSION

           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-FORMULA-INDEX FROM 1 BY 1
                   UNTIL WS-FORMULA-INDEX > WS-FORMULA-COUNT
               MOVE WS-FORMULA-ENTRY (WS-FORMULA-INDEX)
                   TO WS-FORMULA-WORK
               IF WF-FORMULA-CODE = WS-NEW-CODE
                   AND WF-VERSION = WS-NEW-VERSION
                   SET WS-FORMULA-FOUND TO TRUE
                   DISPLAY WF-FORMULA-CODE " v" WF-VERSION " "
                       WF-DESCRIPTION " eff " WF-EFFECTIVE-DATE
                       " exp " WF-EXPIRY-DATE
                   PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                           UNTIL WS-STEP-INDEX > WF-STEP-COUNT
                               OR WS-STEP-INDEX > 8
                       PERFORM DISPLAY-ONE-STEP
                   END-PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FORMULA-FOUND
               DISPLAY "No formula [" WS-NEW-CODE "] version "
                   WS-NEW-VERSION " on file."
           END-IF.

       DISPLAY-ONE-STEP SECTION.
           EVALUATE TRUE
               WHEN WF-STEP-CONSTANT-OPERAND (WS-STEP-INDEX)
                   MOVE WF-STEP-CONSTANT (WS-STEP-INDEX)
                       TO WS-DISPLAY-CONSTANT
                   DISPLAY "  step " WS-STEP-INDEX " "
                       WF-STEP-OPERATOR (WS-STEP-INDEX)
                       " constant " WS-DISPLAY-CONSTANT
               WHEN WF-STEP-RATE-OPERAND (WS-STEP-INDEX)
                   DISPLAY "  step " WS-STEP-INDEX " "
                       WF-STEP-OPERATOR (WS-STEP-INDEX)
                       " rate code " WF-STEP-RATE-CODE (WS-STEP-INDEX)
               WHEN OTHER
                   DISPLAY "  step " WS-STEP-INDEX " "
                       WF-STEP-OPERATOR (WS-STEP-INDEX)
                       " second input"
           END-EVALUATE.

      *    The new version is built in the working copy step by step
      *    and only added to the table once every step has passed, so
      *    a keying slip costs the operator a re-key, never a broken
      *    formula on file.
       ADD-FORMULA SECTION.
           IF WS-FORMULA-COUNT = 50
               DISPLAY "Formula table is full (50), expire and purge "
                   "old versions first."
           ELSE
               DISPLAY "Formula code (4 characters): "
               ACCEPT WS-NEW-CODE
               DISPLAY "Description: "
               ACCEPT WS-NEW-DESC
               DISPLAY "Effective date (YYYYMMDD): "
               ACCEPT WS-NEW-EFFECTIVE
               DISPLAY "Number of steps (1-8): "
               ACCEPT WS-NEW-STEP-COUNT

               EVALUATE TRUE
                   WHEN WS-NEW-CODE = SPACES
                       DISPLAY "Formula code is required."
                   WHEN WS-NEW-STEP-COUNT < 1
                       OR WS-NEW-STEP-COUNT > 8
                       DISPLAY "A formula has 1 to 8 steps."
                   WHEN OTHER
                       PERFORM KEY-NEW-FORMULA
               END-EVALUATE
           END-IF.

       KEY-NEW-FORMULA SECTION.
           MOVE ZERO TO WS-NEW-VERSION
           PERFORM VARYING WS-FORMULA-INDEX FROM 1 BY 1
                   UNTIL WS-FORMULA-INDEX > WS-FORMULA-COUNT
               MOVE WS-FORMULA-ENTRY (WS-FORMULA-INDEX)
                   TO WS-FORMULA-WORK
               IF WF-FORMULA-CODE = WS-NEW-CODE
                   AND WF-VERSION > WS-NEW-VERSION
                   MOVE WF-VERSION TO WS-NEW-VERSION
               END-IF
           END-PERFORM
           ADD 1 TO WS-NEW-VERSION

           MOVE SPACES TO WS-FORMULA-WORK
           MOVE WS-NEW-CODE TO WF-FORMULA-CODE
           MOVE WS-NEW-VERSION TO WF-VERSION
           MOVE WS-NEW-DESC TO WF-DESCRIPTION
           MOVE WS-NEW-EFFECTIVE TO WF-EFFECTIVE-DATE
           MOVE 99999999 TO WF-EXPIRY-DATE
           MOVE WS-NEW-STEP-COUNT TO WF-STEP-COUNT
           SET WS-STEPS-VALID TO TRUE
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > 8
               MOVE ZERO TO WF-STEP-CONSTANT (WS-STEP-INDEX)
           END-PERFORM
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                   UNTIL WS-STEP-INDEX > WS-NEW-STEP-COUNT
                       OR NOT WS-STEPS-VALID
               PERFORM KEY-ONE-STEP
           END-PERFORM

           IF WS-STEPS-VALID
               ADD 1 TO WS-FORMULA-COUNT
               MOVE WS-FORMULA-WORK
                   TO WS-FORMULA-ENTRY (WS-FORMULA-COUNT)
               MOVE "ADD   " TO WS-AD-ACTION
               PERFORM WRITE-FORMULA-AUDIT
               PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1
                       UNTIL WS-STEP-INDEX > WF-STEP-COUNT
                   PERFORM WRITE-STEP-AUDIT
               END-PERFORM
               DISPLAY "Formula " WS-NEW-CODE " version "
                   WS-NEW-VERSION " added."
           ELSE
               DISPLAY "Formula not added."
           END-IF.

       KEY-ONE-STEP SECTION.
           DISPLAY "Step " WS-STEP-INDEX
               " operator (+, -, *, /, MOD, PCT): "
           ACCEPT WS-NEW-OPERATOR
           DISPLAY "Step " WS-STEP-INDEX
               " operand (K=constant, R=rate code, I=second input): "
           ACCEPT WS-NEW-OPERAND-TYPE

           IF WS-NEW-OPERATOR NOT = "+" AND NOT = "-" AND NOT = "*"
                   AND NOT = "/" AND NOT = "MOD" AND NOT = "PCT"
               DISPLAY "Unknown operator [" WS-NEW-OPERATOR "]."
               MOVE "N" TO WS-STEP-VALID-SWITCH
           END-IF
           MOVE WS-NEW-OPERATOR TO WF-STEP-OPERATOR (WS-STEP-INDEX)
           MOVE WS-NEW-OPERAND-TYPE
               TO WF-STEP-OPERAND-TYPE (WS-STEP-INDEX)

           EVALUATE TRUE
               WHEN NOT WS-STEPS-VALID
                   CONTINUE
               WHEN WF-STEP-CONSTANT-OPERAND (WS-STEP-INDEX)
                   DISPLAY "Step " WS-STEP-INDEX " constant: "
                   ACCEPT WS-NEW-CONSTANT
                   MOVE WS-NEW-CONSTANT
                       TO WF-STEP-CONSTANT (WS-STEP-INDEX)
               WHEN WF-STEP-RATE-OPERAND (WS-STEP-INDEX)
                   DISPLAY "Step " WS-STEP-INDEX " rate code: "
                   ACCEPT WS-NEW-RATE-CODE
                   PERFORM CHECK-STEP-RATE-CODE
                   MOVE WS-NEW-RATE-CODE
                       TO WF-STEP-RATE-CODE (WS-STEP-INDEX)
               WHEN WF-STEP-INPUT-OPERAND (WS-STEP-INDEX)
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Operand type must be K, R or I."
                   MOVE "N" TO WS-STEP-VALID-SWITCH
           END-EVALUATE.

       CHECK-STEP-RATE-CODE SECTION.
           MOVE "N" TO WS-RATE-ACTIVE-SWITCH
           PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1
                   UNTIL WS-RATE-INDEX > WS-RATE-COUNT
               IF WS-RT-CODE (WS-RATE-INDEX) = WS-NEW-RATE-CODE
                   AND WS-RT-EFFECTIVE (WS-RATE-INDEX)
                       NOT > WS-NEW-EFFECTIVE
                   AND WS-RT-EXPIRY (WS-RATE-INDEX)
                       > WS-NEW-EFFECTIVE
                   SET WS-RATE-ACTIVE TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-RATE-ACTIVE
               DISPLAY "Rate code [" WS-NEW-RATE-CODE "] is not on "
                   "RATES.DAT in force on " WS-NEW-EFFECTIVE "."
               MOVE "N" TO WS-STEP-VALID-SWITCH
           END-IF.

       EXPIRE-FORMULA SECTION.
           DISPLAY "Formula code to expire: "
           ACCEPT WS-NEW-CODE
           DISPLAY "Expiry date (YYYYMMDD): "
           ACCEPT WS-NEW-EXPIRY

           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-FORMULA-INDEX FROM 1 BY 1
                   UNTIL WS-FORMULA-INDEX > WS-FORMULA-COUNT
               MOVE WS-FORMULA-ENTRY (WS-FORMULA-INDEX)
                   TO WS-FORMULA-WORK
               IF WF-FORMULA-CODE = WS-NEW-CODE
                   AND WF-EXPIRY-DATE = 99999999
                   MOVE WS-NEW-EXPIRY TO WF-EXPIRY-DATE
                   MOVE WS-FORMULA-WORK
                       TO WS-FORMULA-ENTRY (WS-FORMULA-INDEX)
                   MOVE "EXPIRE" TO WS-AD-ACTION
                   PERFORM WRITE-FORMULA-AUDIT
                   SET WS-FORMULA-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FORMULA-FOUND
               DISPLAY "Formula expired."
           ELSE
               DISPLAY "No open-ended formula found for code ["
                   WS-NEW-CODE "]."
           END-IF.

      *    Both audit lines describe the formula in the working copy.
       WRITE-FORMULA-AUDIT SECTION.
           MOVE WF-EFFECTIVE-DATE TO WS-AH-EFFECTIVE
           MOVE WF-EXPIRY-DATE TO WS-AH-EXPIRY
           MOVE WF-STEP-COUNT TO WS-AH-STEP-COUNT
           MOVE WS-AUDIT-HEADER-DETAIL TO WS-AD-DETAIL
           PERFORM WRITE-AUDIT-LINE.

       WRITE-STEP-AUDIT SECTION.
           MOVE "STEP  " TO WS-AD-ACTION
           MOVE WS-STEP-INDEX TO WS-AS-STEP-NO
           MOVE WF-STEP-OPERATOR (WS-STEP-INDEX) TO WS-AS-OPERATOR
           MOVE WF-STEP-OPERAND-TYPE (WS-STEP-INDEX)
               TO WS-AS-OPERAND-TYPE
           EVALUATE TRUE
               WHEN WF-STEP-CONSTANT-OPERAND (WS-STEP-INDEX)
                   MOVE WF-STEP-CONSTANT (WS-STEP-INDEX)
                       TO WS-DISPLAY-CONSTANT
                   MOVE WS-DISPLAY-CONSTANT TO WS-AS-OPERAND
               WHEN WF-STEP-RATE-OPERAND (WS-STEP-INDEX)
                   MOVE WF-STEP-RATE-CODE (WS-STEP-INDEX)
                       TO WS-AS-OPERAND
               WHEN OTHER
                   MOVE SPACES TO WS-AS-OPERAND
           END-EVALUATE
           MOVE WS-AUDIT-STEP-DETAIL TO WS-AD-DETAIL
           PERFORM WRITE-AUDIT-LINE.

       WRITE-AUDIT-LINE SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-AD-TIMESTAMP
           MOVE WS-USER-ID TO WS-AD-USER-ID
           MOVE WF-FORMULA-CODE TO WS-AD-FORMULA-CODE
           MOVE WF-VERSION TO WS-AD-VERSION
           MOVE WS-AUDIT-DETAIL TO FORMAUDIT-LINE
           WRITE FORMAUDIT-LINE
           IF WS-FORMAUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: write to FRMAUD.DAT failed, status "
                   WS-FORMAUDIT-STATUS
           END-IF.

       SAVE-FORMULA-TABLE SECTION.
           OPEN OUTPUT FORMF
           IF WS-FORMF-STATUS NOT = "00"
                   AND WS-FORMF-STATUS NOT = "05"
               DISPLAY "ERROR: could not rewrite FORMULA.DAT, status "
                   WS-FORMF-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-FORMULA-INDEX FROM 1 BY 1
                   UNTIL WS-FORMULA-INDEX > WS-FORMULA-COUNT
               MOVE WS-FORMULA-ENTRY (WS-FORMULA-INDEX)
                   TO CALC-FORMULA-RECORD
               WRITE CALC-FORMULA-RECORD
               IF WS-FORMF-STATUS NOT = "00"
                   DISPLAY "ERROR: write to FORMULA.DAT failed, "
                       "status " WS-FORMF-STATUS
               END-IF
           END-PERFORM
           CLOSE FORMF
           DISPLAY WS-FORMULA-COUNT " formula version(s) saved.".
