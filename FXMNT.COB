       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXMNT.

      *    Exchange-rate file maintenance, the FXRATES.DAT
      *    counterpart of RATEMNT. Loads FXRATES.DAT, lets the
      *    operator list rates, add a new rate (effective-dated) or
      *    expire an active one, then rewrites the file on exit.
      *    Every add and expire is stamped to FXAUD.DAT with the
      *    operator's user id so there is a record of who changed
      *    what. A new rate must be greater than zero and may not be
      *    added for the base currency (CALCPARM BASECURRENCY),
      *    which CALC always converts at one.
      *    Exchange rates are reference data of the same standing as
      *    RATES.DAT, so the shared SIGNON check against OPERAUTH.DAT
      *    asks for the same rate-maintenance authority.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FXRATEF ASSIGN TO "FXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATEF-STATUS.

           SELECT OPTIONAL FXAUDIT ASSIGN TO "FXAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXAUDIT-STATUS.

           SELECT OPTIONAL PARMIN ASSIGN TO "CALCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FXRATEF
           RECORDING MODE IS F.
       COPY CALCFXR.

       FD  FXAUDIT
           RECORDING MODE IS F.
       01  FXAUDIT-LINE              PIC X(80).

       FD  PARMIN
           RECORDING MODE IS F.
       COPY CALCPRM.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-DETAIL.
           05  WS-AD-TIMESTAMP       PIC X(26).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-AD-USER-ID         PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-AD-ACTION          PIC X(6).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-AD-CURRENCY        PIC X(3).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-AD-EFFECTIVE       PIC 9(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-AD-EXPIRY          PIC 9(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-AD-RATE            PIC ZZZ9.999999.
           05  FILLER                PIC X(4)  VALUE SPACES.

       01  WS-FXRATEF-STATUS         PIC XX.
       01  WS-FXAUDIT-STATUS         PIC XX.
       01  WS-PARMIN-STATUS          PIC XX.

       01  WS-EOF-SWITCH             PIC X       VALUE "N".
           88  WS-END-OF-FXRATEF                 VALUE "Y".
       01  WS-PARM-EOF-SWITCH        PIC X       VALUE "N".
           88  WS-END-OF-PARMIN                  VALUE "Y".
       01  WS-MENU-CHOICE            PIC 9       VALUE ZERO.
       01  WS-MENU-EXIT-SWITCH       PIC X       VALUE "N".
           88  WS-MENU-EXIT-REQUESTED            VALUE "Y".
       01  WS-FOUND-SWITCH           PIC X       VALUE "N".
           88  WS-RATE-FOUND                     VALUE "Y".

       01  WS-BASE-CURRENCY          PIC X(3)    VALUE "USD".

       01  WS-USER-ID                PIC X(8).
       COPY CALCSGN.
       01  WS-FX-COUNT               PIC 9(3)    VALUE ZERO.
       01  WS-FX-TABLE.
           05  WS-FX-ENTRY OCCURS 50 TIMES.
               10  WS-FX-CODE        PIC X(3).
               10  WS-FX-DESC        PIC X(20).
               10  WS-FX-EFFECTIVE   PIC 9(8).
               10  WS-FX-EXPIRY      PIC 9(8).
               10  WS-FX-RATE        PIC 9(4)V9(6).
       01  WS-FX-INDEX               PIC 9(3).

       01  WS-NEW-CODE               PIC X(3).
       01  WS-NEW-DESC               PIC X(20).
       01  WS-NEW-EFFECTIVE          PIC 9(8).
       01  WS-NEW-EXPIRY             PIC 9(8).
       01  WS-NEW-RATE               PIC 9(4)V9(6).
       01  WS-DISPLAY-RATE           PIC ZZZ9.999999.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           SET SG-FUNC-RATEMNT TO TRUE
           CALL "SIGNON" USING SIGNON-REQUEST
           IF NOT SG-SIGNON-GRANTED
               DISPLAY "Exchange-rate maintenance refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SG-USER-ID TO WS-USER-ID

           PERFORM LOAD-RUN-PARAMETERS
           PERFORM LOAD-FX-TABLE

           OPEN EXTEND FXAUDIT
           IF WS-FXAUDIT-STATUS NOT = "00"
                   AND WS-FXAUDIT-STATUS NOT = "05"
               DISPLAY "ERROR: could not open FXAUD.DAT, status "
                   WS-FXAUDIT-STATUS
               STOP RUN
           END-IF

           DISPLAY "Base currency is " WS-BASE-CURRENCY "."
           PERFORM UNTIL WS-MENU-EXIT-REQUESTED
               DISPLAY " "
               DISPLAY "1. List exchange rates"
               DISPLAY "2. Add an exchange rate"
               DISPLAY "3. Expire an exchange rate"
               DISPLAY "4. Save and exit"
               DISPLAY "Enter choice: "
               ACCEPT WS-MENU-CHOICE

               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-FX-RATES
                   WHEN 2
                       PERFORM ADD-FX-RATE
                   WHEN 3
                       PERFORM EXPIRE-FX-RATE
                   WHEN 4
                       PERFORM SAVE-FX-TABLE
                       SET WS-MENU-EXIT-REQUESTED TO TRUE
                   WHEN OTHER
                       DISPLAY "Invalid choice, please try again."
               END-EVALUATE
           END-PERFORM

           CLOSE FXAUDIT

           STOP RUN.

       LOAD-RUN-PARAMETERS SECTION.
           OPEN INPUT PARMIN
           IF WS-PARMIN-STATUS = "00"
               MOVE "N" TO WS-PARM-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-PARMIN
                   READ PARMIN
                       AT END
                           SET WS-END-OF-PARMIN TO TRUE
                       NOT AT END
                           IF PM-KEYWORD = "BASECURRENCY"
                                   AND PM-VALUE (1:3) NOT = SPACES
                               MOVE PM-VALUE (1:3)
                                   TO WS-BASE-CURRENCY
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               IF WS-PARMIN-STATUS NOT = "05"
                   DISPLAY "ERROR: could not open CALCPARM.DAT, "
                       "status " WS-PARMIN-STATUS
                   STOP RUN
               END-IF
           END-IF
           CLOSE PARMIN.

       LOAD-FX-TABLE SECTION.
           MOVE ZERO TO WS-FX-COUNT
           OPEN INPUT FXRATEF
           IF WS-FXRATEF-STATUS NOT = "00"
                   AND WS-FXRATEF-STATUS NOT = "05"
               DISPLAY "ERROR: could not open FXRATES.DAT, status "
                   WS-FXRATEF-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FXRATEF
               READ FXRATEF
                   AT END
                       SET WS-END-OF-FXRATEF TO TRUE
                   NOT AT END
                       IF WS-FX-COUNT < 50
                           ADD 1 TO WS-FX-COUNT
                           MOVE FX-CURRENCY-CODE
                               TO WS-FX-CODE (WS-FX-COUNT)
                           MOVE FX-DESCRIPTION
                               TO WS-FX-DESC (WS-FX-COUNT)
                           MOVE FX-EFFECTIVE-DATE
                               TO WS-FX-EFFECTIVE (WS-FX-COUNT)
                           MOVE FX-EXPIRY-DATE
                               TO WS-FX-EXPIRY (WS-FX-COUNT)
                           MOVE FX-RATE
                               TO WS-FX-RATE (WS-FX-COUNT)
                       ELSE
                           DISPLAY "WARNING: FXRATES.DAT holds more "
                               "than 50 rates, extras dropped"
                           SET WS-END-OF-FXRATEF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FXRATEF
           DISPLAY WS-FX-COUNT " exchange rate(s) loaded.".

       LIST-FX-RATES SECTION.
           IF WS-FX-COUNT = 0
               DISPLAY "No exchange rates on file."
           ELSE
               PERFORM VARYING WS-FX-INDEX FROM 1 BY 1
                       UNTIL WS-FX-INDEX > WS-FX-COUNT
                   MOVE WS-FX-RATE (WS-FX-INDEX)
                       TO WS-DISPLAY-RATE
                   DISPLAY WS-FX-CODE (WS-FX-INDEX) " "
                       WS-FX-DESC (WS-FX-INDEX) " eff "
                       WS-FX-EFFECTIVE (WS-FX-INDEX) " exp "
                       WS-FX-EXPIRY (WS-FX-INDEX) " rate "
                       WS-DISPLAY-RATE
               END-PERFORM
           END-IF.

       ADD-FX-RATE SECTION.
           IF WS-FX-COUNT = 50
               DISPLAY "Exchange-rate table is full (50), expire "
                   "and purge old rates first."
           ELSE
               DISPLAY "Currency code (3 characters): "
               ACCEPT WS-NEW-CODE
               DISPLAY "Description: "
               ACCEPT WS-NEW-DESC
               DISPLAY "Effective date (YYYYMMDD): "
               ACCEPT WS-NEW-EFFECTIVE
               DISPLAY "Base units per one " WS-NEW-CODE ": "
               ACCEPT WS-NEW-RATE

               EVALUATE TRUE
                   WHEN WS-NEW-CODE = SPACES
                       DISPLAY "Currency code is required."
                   WHEN WS-NEW-CODE = WS-BASE-CURRENCY
                       DISPLAY WS-BASE-CURRENCY " is the base "
                           "currency and always converts at one."
                   WHEN WS-NEW-RATE NOT > ZERO
                       DISPLAY "Exchange rate must be greater "
                           "than zero."
                   WHEN OTHER
                       ADD 1 TO WS-FX-COUNT
                       MOVE WS-NEW-CODE TO WS-FX-CODE (WS-FX-COUNT)
                       MOVE WS-NEW-DESC TO WS-FX-DESC (WS-FX-COUNT)
                       MOVE WS-NEW-EFFECTIVE
                           TO WS-FX-EFFECTIVE (WS-FX-COUNT)
                       MOVE 99999999 TO WS-FX-EXPIRY (WS-FX-COUNT)
                       MOVE WS-NEW-RATE TO WS-FX-RATE (WS-FX-COUNT)

                       MOVE "ADD   " TO WS-AD-ACTION
                       MOVE WS-FX-COUNT TO WS-FX-INDEX
                       PERFORM WRITE-FX-AUDIT
                       DISPLAY "Exchange rate added."
               END-EVALUATE
           END-IF.

       EXPIRE-FX-RATE SECTION.
           DISPLAY "Currency code to expire: "
           ACCEPT WS-NEW-CODE
           DISPLAY "Expiry date (YYYYMMDD): "
           ACCEPT WS-NEW-EXPIRY

           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-FX-INDEX FROM 1 BY 1
                   UNTIL WS-FX-INDEX > WS-FX-COUNT
               IF WS-FX-CODE (WS-FX-INDEX) = WS-NEW-CODE
                   AND WS-FX-EXPIRY (WS-FX-INDEX) = 99999999
                   MOVE WS-NEW-EXPIRY
                       TO WS-FX-EXPIRY (WS-FX-INDEX)
                   MOVE "EXPIRE" TO WS-AD-ACTION
                   PERFORM WRITE-FX-AUDIT
                   SET WS-RATE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-RATE-FOUND
               DISPLAY "Exchange rate expired."
           ELSE
               DISPLAY "No open-ended exchange rate found for ["
                   WS-NEW-CODE "]."
           END-IF.

       WRITE-FX-AUDIT SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-AD-TIMESTAMP
           MOVE WS-USER-ID TO WS-AD-USER-ID
           MOVE WS-FX-CODE (WS-FX-INDEX) TO WS-AD-CURRENCY
           MOVE WS-FX-EFFECTIVE (WS-FX-INDEX) TO WS-AD-EFFECTIVE
           MOVE WS-FX-EXPIRY (WS-FX-INDEX) TO WS-AD-EXPIRY
           MOVE WS-FX-RATE (WS-FX-INDEX) TO WS-AD-RATE
           MOVE WS-AUDIT-DETAIL TO FXAUDIT-LINE
           WRITE FXAUDIT-LINE
           IF WS-FXAUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: write to FXAUD.DAT failed, status "
                   WS-FXAUDIT-STATUS
           END-IF.

       SAVE-FX-TABLE SECTION.
           OPEN OUTPUT FXRATEF
           IF WS-FXRATEF-STATUS NOT = "00"
                   AND WS-FXRATEF-STATUS NOT = "05"
               DISPLAY "ERROR: could not rewrite FXRATES.DAT, status "
                   WS-FXRATEF-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-FX-INDEX FROM 1 BY 1
                   UNTIL WS-FX-INDEX > WS-FX-COUNT
               MOVE WS-FX-CODE (WS-FX-INDEX) TO FX-CURRENCY-CODE
               MOVE WS-FX-DESC (WS-FX-INDEX) TO FX-DESCRIPTION
               MOVE WS-FX-EFFECTIVE (WS-FX-INDEX)
                   TO FX-EFFECTIVE-DATE
               MOVE WS-FX-EXPIRY (WS-FX-INDEX) TO FX-EXPIRY-DATE
               MOVE WS-FX-RATE (WS-FX-INDEX) TO FX-RATE
               WRITE CALC-FX-RATE-RECORD
               IF WS-FXRATEF-STATUS NOT = "00"
                   DISPLAY "ERROR: write to FXRATES.DAT failed, "
                       "status " WS-FXRATEF-STATUS
               END-IF
           END-PERFORM
           CLOSE FXRATEF
           DISPLAY WS-FX-COUNT " exchange rate(s) saved.".
