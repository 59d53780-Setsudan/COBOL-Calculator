      *    Both inputs are sorted to work files on source id and
      *    sequence number and matched in one pass, so the morning
      *    volume never outgrows an in-core table.
      *    Every acknowledged item is also stamped posted or bounced
      *    on the posted-item master POSTMAST.DAT, under the run
      *    number carried on the LEDGER.DAT trailer, so the item's
      *    ledger outcome is kept after POSTSTAT.DAT is overwritten.
      *    Bounced suspense items carry the same run number so REJFIX
      *    can find the master record again when it disposes of them.
      *    A bounced item's suspense record also carries the currency
      *    from the LEDGER.DAT line, so a repair recycles it in the
      *    currency it was sent in.
      *    A held item released into the ledger (entry type H)
      *    belongs to the run that held it, not to the run on the
      *    trailer: its master record and any bounce's suspense item
      *    are keyed on the run number its ledger line carries in
      *    the original-item fields.
      *    A bounced formula item's suspense record takes the
      *    formula code from its master record, since the ledger
      *    line only says FRM, so REJFIX can recycle it as the same
      *    formula. A bounced reversing entry (entry type R) goes to
      *    suspense as a REV item, the way CALC suspends a reversal
      *    it refuses, so it can only be discarded; the original it
      *    reversed is flagged unreversed again on the master so the
      *    department can resubmit a corrected reversal.
      *    Each POSTSTAT.DAT item line also carries the run number
      *    the item belongs to and its ledger entry type, so DEPTRTN
      *    can tell a held item released from an earlier run from
      *    one of tonight's items with the same sequence number.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTOUT-STATUS.

           SELECT OPTIONAL POSTMAST ASSIGN TO "POSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-KEY
               ALTERNATE RECORD KEY IS PI-ITEM-KEY WITH DUPLICATES
               FILE STATUS IS WS-POSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGERIN
           RECORDING MODE IS F.
       01  LEDGERIN-LINE             PIC X(132).

       FD  ACKIN
           RECORDING MODE IS F.
           05  LS-OPERATOR       PIC X(3).
           05  LS-NUM2           PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  LS-RESULT         PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  LS-CURRENCY-CODE  PIC X(3).
           05  LS-ITEM-RUN-NO    PIC 9(6).
           05  LS-ENTRY-TYPE     PIC X.
           05  LS-ORIG-RUN-NO    PIC 9(6).
           05  LS-ORIG-SOURCE-ID PIC X(4).
           05  LS-ORIG-SEQ-NO    PIC 9(6).

       SD  ACKSORT.
       01  ACK-SORT-RECORD.
           05  LW-OPERATOR       PIC X(3).
           05  LW-NUM2           PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  LW-RESULT         PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  LW-CURRENCY-CODE  PIC X(3).
           05  LW-ITEM-RUN-NO    PIC 9(6).
           05  LW-ENTRY-TYPE     PIC X.
               88  LW-REVERSING-ENTRY        VALUE "R".
           05  LW-ORIG-RUN-NO    PIC 9(6).
           05  LW-ORIG-SOURCE-ID PIC X(4).
           05  LW-ORIG-SEQ-NO    PIC 9(6).

       FD  ACKWORK
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  RPTOUT-LINE               PIC X(90).

       FD  POSTMAST
           RECORDING MODE IS F.
       COPY CALCPOST.

       WORKING-STORAGE SECTION.
       01  WS-REPORT-HEADER-1.
           05  FILLER                PIC X(24) VALUE
           05  FILLER                PIC X(2)  VALUE SPACES.
           05  FILLER                PIC X(12) VALUE "STATUS".
           05  FILLER                PIC X(6)  VALUE "REASON".
           05  FILLER                PIC X(25) VALUE SPACES.
           05  FILLER                PIC X(7)  VALUE "RUN NO ".
           05  FILLER                PIC X(1)  VALUE "E".
           05  FILLER                PIC X(2)  VALUE SPACES.
       01  WS-REPORT-DETAIL-LINE.
           05  WS-RD-SEQ-NO          PIC 9(6).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-RD-REASON-CODE     PIC X(2).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-RD-REASON-TEXT     PIC X(30).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-RD-ITEM-RUN-NO     PIC 9(6).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-RD-ENTRY-TYPE      PIC X(1).
           05  FILLER                PIC X(6)  VALUE SPACES.
       01  WS-REPORT-TRAILER-1.
           05  FILLER                PIC X(25) VALUE
       01  WS-ACKWORK-STATUS         PIC XX.
       01  WS-SUSPOUT-STATUS         PIC XX.
       01  WS-RPTOUT-STATUS          PIC XX.
       01  WS-POSTMAST-STATUS        PIC XX.

       01  WS-LEDGER-EOF-SWITCH      PIC X       VALUE "N".
           88  WS-END-OF-LEDGERIN                VALUE "Y".
           05  WS-LP-OPERATOR        PIC X(3).
           05  WS-LP-NUM2            PIC X(14).
           05  WS-LP-RESULT          PIC X(18).
           05  WS-LP-ENTRY           PIC X(1).
           05  WS-LP-ORIG-RUN        PIC X(6).
           05  WS-LP-ORIG-SOURCE     PIC X(4).
           05  WS-LP-ORIG-SEQ        PIC X(6).
           05  WS-LP-CURRENCY        PIC X(3).

       01  WS-LEDGER-KEY.
           05  WS-LK-SOURCE-ID       PIC X(4).
       01  WS-UNACKED-COUNT          PIC 9(7)    VALUE ZERO.
       01  WS-UNKNOWN-ACK-COUNT      PIC 9(7)    VALUE ZERO.
       01  WS-EXCEPTION-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-LEDGER-RUN-NO          PIC 9(6)    VALUE ZERO.
       01  WS-ITEM-RUN-NO            PIC 9(6)    VALUE ZERO.
       01  WS-NOT-ON-MASTER-COUNT    PIC 9(7)    VALUE ZERO.
       01  WS-ITEM-FORMULA-CODE      PIC X(4)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O POSTMAST
           IF WS-POSTMAST-STATUS NOT = "00"
                   AND WS-POSTMAST-STATUS NOT = "05"
               DISPLAY "ERROR: could not open POSTMAST.DAT, status "
                   WS-POSTMAST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-REPORT-HEADER

           CLOSE ACKWORK
           CLOSE SUSPOUT
           CLOSE RPTOUT
           CLOSE POSTMAST

           DISPLAY "Acknowledgment matching complete."
           DISPLAY "Posted:          " WS-POSTED-COUNT
           DISPLAY "Bounced:         " WS-BOUNCED-COUNT
           DISPLAY "Unacknowledged:  " WS-UNACKED-COUNT
           DISPLAY "Unknown acks:    " WS-UNKNOWN-ACK-COUNT
           IF WS-NOT-ON-MASTER-COUNT > 0
               DISPLAY "WARNING: " WS-NOT-ON-MASTER-COUNT
                   " acknowledged item(s) not found on POSTMAST.DAT "
                   "for run " WS-LEDGER-RUN-NO
           END-IF
           COMPUTE WS-EXCEPTION-COUNT = WS-BOUNCED-COUNT
               + WS-UNACKED-COUNT + WS-UNKNOWN-ACK-COUNT
           IF WS-EXCEPTION-COUNT > 0

      *    LEDGER.DAT as EXTRACT writes it: a column-name header
      *    line, semicolon-delimited details, and a "T;" trailer
      *    whose count is kept for the report tie-out. The trailer's
      *    fifth field is the CALC run number, which lands in the
      *    NUM2 slot of the parse area.
       PARSE-LEDGER-FILE SECTION.
           OPEN INPUT LEDGERIN
           IF WS-LEDGERIN-STATUS NOT = "00"
                        WS-LP-OPERATOR
                        WS-LP-NUM2
                        WS-LP-RESULT
                        WS-LP-ENTRY
                        WS-LP-ORIG-RUN
                        WS-LP-ORIG-SOURCE
                        WS-LP-ORIG-SEQ
                        WS-LP-CURRENCY
               END-UNSTRING
               IF WS-LP-SEQ = "T"
                   MOVE FUNCTION NUMVAL (WS-LP-NUM1)
                       TO WS-TRAILER-COUNT
                   IF WS-LP-NUM2 NOT = SPACES
                       MOVE FUNCTION NUMVAL (WS-LP-NUM2)
                           TO WS-LEDGER-RUN-NO
                   END-IF
               ELSE
                   MOVE SPACES TO LEDG-SORT-RECORD
                   MOVE WS-LP-SOURCE TO LS-SOURCE-ID
                   MOVE WS-LP-OPERATOR TO LS-OPERATOR
                   MOVE FUNCTION NUMVAL (WS-LP-NUM2) TO LS-NUM2
                   MOVE FUNCTION NUMVAL (WS-LP-RESULT) TO LS-RESULT
                   MOVE WS-LP-CURRENCY TO LS-CURRENCY-CODE
                   MOVE ZERO TO LS-ITEM-RUN-NO
                   MOVE WS-LP-ENTRY TO LS-ENTRY-TYPE
                   MOVE ZERO TO LS-ORIG-RUN-NO
                   MOVE ZERO TO LS-ORIG-SEQ-NO
                   IF WS-LP-ENTRY = "H"
                       MOVE FUNCTION NUMVAL (WS-LP-ORIG-RUN)
                           TO LS-ITEM-RUN-NO
                   END-IF
                   IF WS-LP-ENTRY = "R"
                       MOVE FUNCTION NUMVAL (WS-LP-ORIG-RUN)
                           TO LS-ORIG-RUN-NO
                       MOVE WS-LP-ORIG-SOURCE TO LS-ORIG-SOURCE-ID
                       MOVE FUNCTION NUMVAL (WS-LP-ORIG-SEQ)
                           TO LS-ORIG-SEQ-NO
                   END-IF
                   ADD 1 TO WS-SENT-COUNT
                   RELEASE LEDG-SORT-RECORD
               END-IF
           END-READ.

       MATCH-LEDGER-TO-ACK SECTION.
           IF LW-ITEM-RUN-NO IS NUMERIC AND LW-ITEM-RUN-NO > 0
               MOVE LW-ITEM-RUN-NO TO WS-ITEM-RUN-NO
           ELSE
               MOVE WS-LEDGER-RUN-NO TO WS-ITEM-RUN-NO
           END-IF
           IF AW-POSTED
               ADD 1 TO WS-POSTED-COUNT
               MOVE "POSTED" TO WS-RD-STATUS
               MOVE AW-REASON-CODE TO WS-RD-REASON-CODE
               MOVE AW-REASON-TEXT TO WS-RD-REASON-TEXT
               PERFORM WRITE-STATUS-LINE
           END-IF
           PERFORM STAMP-POSTED-MASTER
           IF AW-BOUNCED
               PERFORM WRITE-BOUNCED-REJECT
               IF LW-REVERSING-ENTRY
                   PERFORM RELEASE-REVERSED-ORIGINAL
               END-IF
           END-IF.

      *    A LEDGER.DAT cut before the trailer carried a run number
      *    cannot be tied to a master record and is left alone. An
      *    item missing from the master (cut before the master
      *    existed) is counted and reported, not treated as an error.
       STAMP-POSTED-MASTER SECTION.
           MOVE SPACES TO WS-ITEM-FORMULA-CODE
           IF WS-ITEM-RUN-NO > 0
               MOVE WS-ITEM-RUN-NO TO PI-RUN-NO
               MOVE LW-SOURCE-ID TO PI-SOURCE-ID
               MOVE LW-SEQ-NO TO PI-SEQ-NO
               READ POSTMAST
                   KEY IS PI-KEY
                   INVALID KEY
                       ADD 1 TO WS-NOT-ON-MASTER-COUNT
                   NOT INVALID KEY
                       PERFORM UPDATE-MASTER-LEDGER-STATUS
               END-READ
           END-IF.

       UPDATE-MASTER-LEDGER-STATUS SECTION.
           MOVE PI-FORMULA-CODE TO WS-ITEM-FORMULA-CODE
           MOVE WS-RUN-DATE-YYYYMMDD TO PI-LEDGER-DATE
           IF AW-POSTED
               SET PI-LEDGER-POSTED TO TRUE
               MOVE SPACES TO PI-LEDGER-REASON-CODE
               MOVE SPACES TO PI-LEDGER-REASON-TEXT
           ELSE
               SET PI-LEDGER-BOUNCED TO TRUE
               MOVE AW-REASON-CODE TO PI-LEDGER-REASON-CODE
               MOVE AW-REASON-TEXT TO PI-LEDGER-REASON-TEXT
               SET PI-SUSPENSE-OPEN TO TRUE
               MOVE WS-RUN-DATE-YYYYMMDD TO PI-SUSPENSE-DATE
               MOVE SPACES TO PI-SUSPENSE-USER
           END-IF
           REWRITE POSTED-ITEM-RECORD
           IF WS-POSTMAST-STATUS NOT = "00"
               DISPLAY "ERROR: rewrite of POSTMAST.DAT failed, status "
                   WS-POSTMAST-STATUS
           END-IF.

       REPORT-UNACKNOWLEDGED SECTION.
           MOVE AW-SEQ-NO TO WS-RD-SEQ-NO
           MOVE AW-SOURCE-ID TO WS-RD-SOURCE-ID
           MOVE ZERO TO WS-RD-RESULT
           MOVE ZERO TO WS-RD-ITEM-RUN-NO
           MOVE SPACE TO WS-RD-ENTRY-TYPE
           MOVE "UNKNOWN ACK" TO WS-RD-STATUS
           MOVE AW-REASON-CODE TO WS-RD-REASON-CODE
           MOVE AW-REASON-TEXT TO WS-RD-REASON-TEXT
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS.

      *    A released held item is reported under the run that
      *    held it; everything else under the run on the trailer.
       WRITE-STATUS-LINE SECTION.
           MOVE LW-SEQ-NO TO WS-RD-SEQ-NO
           MOVE LW-SOURCE-ID TO WS-RD-SOURCE-ID
           MOVE LW-RESULT TO WS-RD-RESULT
           IF LW-ITEM-RUN-NO IS NUMERIC AND LW-ITEM-RUN-NO > 0
               MOVE LW-ITEM-RUN-NO TO WS-RD-ITEM-RUN-NO
           ELSE
               MOVE WS-LEDGER-RUN-NO TO WS-RD-ITEM-RUN-NO
           END-IF
           MOVE LW-ENTRY-TYPE TO WS-RD-ENTRY-TYPE
           MOVE WS-REPORT-DETAIL-LINE TO RPTOUT-LINE
           WRITE RPTOUT-LINE
           PERFORM CHECK-RPTOUT-STATUS.
           MOVE WS-RUN-DATE-YYYYMMDD TO SU-REJECT-DATE
           SET SU-OPEN TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO SU-STATUS-DATE
           MOVE WS-ITEM-RUN-NO TO SU-RUN-NO
           MOVE LW-CURRENCY-CODE TO SU-CURRENCY-CODE
           MOVE WS-ITEM-FORMULA-CODE TO SU-FORMULA-CODE
           IF LW-REVERSING-ENTRY
               COMPUTE SU-NUM1 = 0 - LW-RESULT
               MOVE "REV" TO SU-OPERATOR
               MOVE ZERO TO SU-NUM2
               MOVE SPACES TO SU-FORMULA-CODE
           END-IF
           WRITE SUSPENSE-RECORD
           IF WS-SUSPOUT-STATUS NOT = "00"
               DISPLAY "ERROR: write to SUSPENSE.DAT failed, status "
                   WS-SUSPOUT-STATUS
           END-IF.

      *    The ledger refused the reversing entry, so the original
      *    it reversed was never backed out. Its reversed flag is
      *    cleared - only while it still points at this entry - so a
      *    corrected reversal is not refused as already reversed.
       RELEASE-REVERSED-ORIGINAL SECTION.
           IF LW-ORIG-RUN-NO > 0
               MOVE LW-ORIG-RUN-NO TO PI-RUN-NO
               MOVE LW-ORIG-SOURCE-ID TO PI-SOURCE-ID
               MOVE LW-ORIG-SEQ-NO TO PI-SEQ-NO
               READ POSTMAST
                   KEY IS PI-KEY
                   INVALID KEY
                       DISPLAY "WARNING: original of bounced reversal "
                           LW-SOURCE-ID " " LW-SEQ-NO
                           " not found on POSTMAST.DAT"
                   NOT INVALID KEY
                       IF PI-REVERSED
                               AND PI-LINK-RUN-NO = WS-ITEM-RUN-NO
                               AND PI-LINK-SOURCE-ID = LW-SOURCE-ID
                               AND PI-LINK-SEQ-NO = LW-SEQ-NO
                           PERFORM CLEAR-ORIGINAL-REVERSED
                       END-IF
               END-READ
           END-IF.

       CLEAR-ORIGINAL-REVERSED SECTION.
           SET PI-NOT-REVERSED TO TRUE
           MOVE ZERO TO PI-LINK-RUN-NO
           MOVE SPACES TO PI-LINK-SOURCE-ID
           MOVE ZERO TO PI-LINK-SEQ-NO
           REWRITE POSTED-ITEM-RECORD
           IF WS-POSTMAST-STATUS NOT = "00"
               DISPLAY "ERROR: rewrite of POSTMAST.DAT failed, status "
                   WS-POSTMAST-STATUS
           END-IF.

       WRITE-REPORT-HEADER SECTION.
           STRING WS-RD-MM "/" WS-RD-DD "/" WS-RD-YYYY
               DELIMITED BY SIZE INTO WS-RH-RUN-DATE
