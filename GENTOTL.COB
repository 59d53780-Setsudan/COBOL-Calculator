       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENTOTL.

      *    Shared control-total count for the night's file
      *    generations, CALLed by GENSAVE when a generation is cut
      *    and by GENREST when one is put back, so both ends count a
      *    file exactly the same way. Given the member name and the
      *    file to read, it returns whether the file is there, its
      *    line count and its control total:
      *      - TRANIN  the trailer's hash total;
      *      - RESULT  the sum of the base-currency results (the
      *                result itself on a record cut before
      *                currencies existed);
      *      - LEDGER  the trailer's total;
      *      - any other member carries its line count only.
      *    A file that cannot be opened for any reason other than
      *    not being there is handed back as an error for the
      *    caller to report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GENIN ASSIGN USING WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GENIN
           RECORDING MODE IS F.
       01  GENIN-LINE                PIC X(256).

       WORKING-STORAGE SECTION.
       COPY CALCTRAN.

       COPY CALCRSLT.

       01  WS-GENIN-STATUS           PIC XX.
       01  WS-GEN-FILE-NAME          PIC X(40).
       01  WS-GEN-EOF-SWITCH         PIC X       VALUE "N".
           88  WS-END-OF-GENIN                   VALUE "Y".

       01  WS-LEDGER-PARSE.
           05  WS-LP-TYPE            PIC X(1).
           05  WS-LP-DATE            PIC X(8).
           05  WS-LP-COUNT           PIC X(7).
           05  WS-LP-TOTAL           PIC X(18).

       LINKAGE SECTION.
       COPY CALCGTL.

       PROCEDURE DIVISION USING GENTOTL-REQUEST.
       MAIN-LOGIC SECTION.
           MOVE ZERO TO GT-LINE-COUNT
           MOVE ZERO TO GT-CONTROL-TOTAL
           MOVE "N" TO WS-GEN-EOF-SWITCH
           MOVE GT-FILE-NAME TO WS-GEN-FILE-NAME
           OPEN INPUT GENIN
           EVALUATE WS-GENIN-STATUS
               WHEN "00"
                   SET GT-FILE-FOUND TO TRUE
               WHEN "05"
                   SET GT-FILE-MISSING TO TRUE
                   CLOSE GENIN
                   GOBACK
               WHEN "35"
                   SET GT-FILE-MISSING TO TRUE
                   GOBACK
               WHEN OTHER
                   SET GT-FILE-ERROR TO TRUE
                   GOBACK
           END-EVALUATE
           PERFORM UNTIL WS-END-OF-GENIN
               READ GENIN
                   AT END
                       SET WS-END-OF-GENIN TO TRUE
                   NOT AT END
                       ADD 1 TO GT-LINE-COUNT
                       PERFORM NOTE-CONTROL-AMOUNT
               END-READ
           END-PERFORM
           CLOSE GENIN
           GOBACK.

       NOTE-CONTROL-AMOUNT SECTION.
           EVALUATE GT-MEMBER-NAME
               WHEN "TRANIN"
                   MOVE GENIN-LINE TO CALC-TRAN-RECORD
                   IF CT-TRAILER-RECORD
                           AND CT-TRL-HASH-TOTAL IS NUMERIC
                       MOVE CT-TRL-HASH-TOTAL TO GT-CONTROL-TOTAL
                   END-IF
               WHEN "RESULT"
                   MOVE GENIN-LINE TO CALC-RESULT-RECORD
                   IF RO-BASE-RESULT IS NUMERIC
                       ADD RO-BASE-RESULT TO GT-CONTROL-TOTAL
                   ELSE
                       IF RO-RESULT IS NUMERIC
                           ADD RO-RESULT TO GT-CONTROL-TOTAL
                       END-IF
                   END-IF
               WHEN "LEDGER"
                   IF GENIN-LINE (1:2) = "T;"
                       MOVE SPACES TO WS-LEDGER-PARSE
                       UNSTRING GENIN-LINE DELIMITED BY ";"
                           INTO WS-LP-TYPE
                                WS-LP-DATE
                                WS-LP-COUNT
                                WS-LP-TOTAL
                       END-UNSTRING
                       MOVE FUNCTION NUMVAL (WS-LP-TOTAL)
                           TO GT-CONTROL-TOTAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
