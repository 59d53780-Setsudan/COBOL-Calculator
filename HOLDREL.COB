       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDREL.

      *    Supervisor release of held items. CALC holds back any
      *    batch result over its LIMITS.DAT limit on HELD.DAT instead
      *    of posting it; this program walks the items still held so
      *    a supervisor can release each one into the next EXTRACT
      *    (R) or reject it to SUSPENSE.DAT as an open item (X), or
      *    skip it for another day. Only an operator OPERAUTH.DAT
      *    grants the approve authority may sign on, and even then
      *    an item the signed-on user keyed is passed over: the
      *    person who keyed a transaction may never release it.
      *    HELD.DAT is first sorted into key order. A restarted CALC
      *    run reprocesses the records after its last checkpoint and
      *    can append an item a second time; only the first record
      *    of each key is kept, so an item can never be released
      *    twice. The file is rewritten through HELDWORK.DAT and
      *    copied back only when every write succeeded, the same way
      *    REJFIX protects the suspense file.
      *    A rejected item goes onto SUSPENSE.DAT with reason 14 and
      *    its original run number, so REJFIX can repair or discard
      *    it like any other reject. Every decision, skipped items
      *    included, is appended to HOLDLOG.DAT with the supervisor's
      *    validated user id, and once HELD.DAT has been safely
      *    rewritten each release or rejection made today is stamped
      *    onto the item's POSTMAST.DAT record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HELDF ASSIGN TO "HELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDF-STATUS.

           SELECT HELDSORT ASSIGN TO "HELDSORT.TMP".

           SELECT HELDSRTD ASSIGN TO "HELDSRTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDSRTD-STATUS.

           SELECT HELDWORK ASSIGN TO "HELDWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDWORK-STATUS.

           SELECT OPTIONAL SUSPOUT ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPOUT-STATUS.

           SELECT OPTIONAL HOLDLOG ASSIGN TO "HOLDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDLOG-STATUS.

           SELECT OPTIONAL POSTMAST ASSIGN TO "POSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-KEY
               ALTERNATE RECORD KEY IS PI-ITEM-KEY WITH DUPLICATES
               FILE STATUS IS WS-POSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELDF
           RECORDING MODE IS F.
       COPY CALCHELD.

       SD  HELDSORT.
       COPY CALCHELD
           REPLACING ==HELD-ITEM-RECORD== BY ==HELD-SORT-RECORD==
                     LEADING ==HD-== BY ==HS-==.

       FD  HELDSRTD
           RECORDING MODE IS F.
       COPY CALCHELD
           REPLACING ==HELD-ITEM-RECORD== BY ==HELD-SORTED-RECORD==
                     LEADING ==HD-== BY ==HT-==.

       FD  HELDWORK
           RECORDING MODE IS F.
       COPY CALCHELD
           REPLACING ==HELD-ITEM-RECORD== BY ==HELD-WORK-RECORD==
                     LEADING ==HD-== BY ==HW-==.

       FD  SUSPOUT
           RECORDING MODE IS F.
       COPY CALCSUSP.

       FD  HOLDLOG
           RECORDING MODE IS F.
       01  HOLDLOG-LINE              PIC X(136).

       FD  POSTMAST
           RECORDING MODE IS F.
       COPY CALCPOST.

       WORKING-STORAGE SECTION.
       01  WS-LOG-DETAIL.
           05  WS-LG-DISPOSITION     PIC X(10).
           05  WS-LG-RUN-NO          PIC 9(6).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-LG-SOURCE-ID       PIC X(4).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-LG-SEQ-NO          PIC 9(6).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-LG-RESULT          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-LG-CURRENCY        PIC X(3).
           05  FILLER                PIC X(6)  VALUE " BASE ".
           05  WS-LG-BASE-RESULT     PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(7)  VALUE " LIMIT ".
           05  WS-LG-LIMIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(7)  VALUE " KEYED ".
           05  WS-LG-KEYED-BY        PIC X(8).
           05  FILLER                PIC X(4)  VALUE " BY ".
           05  WS-LG-USER-ID         PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-LG-DATE            PIC 9(8).

       01  WS-LOG-TRAILER.
           05  FILLER                PIC X(30) VALUE
               "RELEASED / REJECTED / SKIPPED ".
           05  FILLER                PIC X(2)  VALUE ": ".
           05  WS-LT-RELEASED        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(3)  VALUE " / ".
           05  WS-LT-REJECTED        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(3)  VALUE " / ".
           05  WS-LT-SKIPPED         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(4)  VALUE " BY ".
           05  WS-LT-USER-ID         PIC X(8).
           05  FILLER                PIC X(1)  VALUE SPACES.
           05  WS-LT-DATE            PIC 9(8).

       01  WS-HELDF-STATUS           PIC XX.
       01  WS-HELDSRTD-STATUS        PIC XX.
       01  WS-HELDWORK-STATUS        PIC XX.
       01  WS-SUSPOUT-STATUS         PIC XX.
       01  WS-HOLDLOG-STATUS         PIC XX.
       01  WS-POSTMAST-STATUS        PIC XX.

       01  WS-EOF-SWITCH             PIC X       VALUE "N".
           88  WS-END-OF-HELD                    VALUE "Y".
       01  WS-ACTION                 PIC X       VALUE SPACE.
       01  WS-ACTION-SWITCH          PIC X       VALUE "N".
           88  WS-ACTION-TAKEN                   VALUE "Y".
       01  WS-UPDATE-FAIL-SWITCH     PIC X       VALUE "N".
           88  WS-UPDATE-WRITE-FAILED            VALUE "Y".
       01  WS-MASTER-OPEN-SWITCH     PIC X       VALUE "N".
           88  WS-MASTER-OPEN                    VALUE "Y".

       01  WS-PREVIOUS-KEY.
           05  WS-PREV-RUN-NO        PIC 9(6)    VALUE ZERO.
           05  WS-PREV-SOURCE-ID     PIC X(4)    VALUE SPACES.
           05  WS-PREV-SEQ-NO        PIC 9(6)    VALUE ZERO.

       01  WS-HELD-COUNT             PIC 9(7)    VALUE ZERO.
       01  WS-RELEASED-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-REJECTED-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-SKIPPED-COUNT          PIC 9(7)    VALUE ZERO.
       01  WS-OWN-ITEM-COUNT         PIC 9(7)    VALUE ZERO.
       01  WS-DUPLICATE-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-MASTER-STAMPED-COUNT   PIC 9(7)    VALUE ZERO.

       01  WS-DISPLAY-NUM1           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-NUM2           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-RESULT         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-BASE           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-LIMIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-RUN-DATE-YYYYMMDD      PIC 9(8).
       COPY CALCSGN.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD

           SET SG-FUNC-APPROVE TO TRUE
           CALL "SIGNON" USING SIGNON-REQUEST
           IF NOT SG-SIGNON-GRANTED
               DISPLAY "Held-item release refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SG-USER-ID TO WS-LG-USER-ID

           OPEN INPUT HELDF
           IF WS-HELDF-STATUS = "35" OR WS-HELDF-STATUS = "05"
               DISPLAY "No HELD.DAT on file - nothing to release."
               CLOSE HELDF
               STOP RUN
           END-IF
           IF WS-HELDF-STATUS NOT = "00"
               DISPLAY "ERROR: could not open HELD.DAT, status "
                   WS-HELDF-STATUS
               STOP RUN
           END-IF
           CLOSE HELDF

           SORT HELDSORT
               ASCENDING KEY HS-RUN-NO HS-SOURCE-ID HS-SEQ-NO
               WITH DUPLICATES IN ORDER
               USING HELDF
               GIVING HELDSRTD

           OPEN INPUT HELDSRTD
           IF WS-HELDSRTD-STATUS NOT = "00"
               DISPLAY "ERROR: could not open HELDSRTD.DAT, status "
                   WS-HELDSRTD-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT HELDWORK
           IF WS-HELDWORK-STATUS NOT = "00"
                   AND WS-HELDWORK-STATUS NOT = "05"
               DISPLAY "ERROR: could not open HELDWORK.DAT, status "
                   WS-HELDWORK-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND SUSPOUT
           IF WS-SUSPOUT-STATUS NOT = "00"
                   AND WS-SUSPOUT-STATUS NOT = "05"
               DISPLAY "ERROR: could not open SUSPENSE.DAT, status "
                   WS-SUSPOUT-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND HOLDLOG
           IF WS-HOLDLOG-STATUS NOT = "00"
                   AND WS-HOLDLOG-STATUS NOT = "05"
               DISPLAY "ERROR: could not open HOLDLOG.DAT, status "
                   WS-HOLDLOG-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-END-OF-HELD
               READ HELDSRTD
                   AT END
                       SET WS-END-OF-HELD TO TRUE
                   NOT AT END
                       IF HT-KEY = WS-PREVIOUS-KEY
                           ADD 1 TO WS-DUPLICATE-COUNT
                       ELSE
                           MOVE HT-KEY TO WS-PREVIOUS-KEY
                           IF HT-HELD
                               ADD 1 TO WS-HELD-COUNT
                               PERFORM REVIEW-ONE-HELD-ITEM
                           END-IF
                           PERFORM WRITE-HELD-WORK
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-RELEASED-COUNT TO WS-LT-RELEASED
           MOVE WS-REJECTED-COUNT TO WS-LT-REJECTED
           MOVE WS-SKIPPED-COUNT TO WS-LT-SKIPPED
           MOVE SG-USER-ID TO WS-LT-USER-ID
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-LT-DATE
           MOVE WS-LOG-TRAILER TO HOLDLOG-LINE
           WRITE HOLDLOG-LINE
           PERFORM CHECK-HOLDLOG-STATUS

           CLOSE HELDSRTD
           CLOSE HELDWORK
           CLOSE SUSPOUT
           CLOSE HOLDLOG

           IF WS-UPDATE-WRITE-FAILED
               DISPLAY "Held-item update abandoned - a write to "
                   "HELDWORK.DAT failed; HELD.DAT left untouched."
               DISPLAY "Items rejected this session are already on "
                   "SUSPENSE.DAT - straighten HELD.DAT out before "
                   "the next extract."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM COPY-WORK-BACK

           DISPLAY " "
           DISPLAY "Held-item review complete."
           DISPLAY "Held items: " WS-HELD-COUNT
           DISPLAY "Released:   " WS-RELEASED-COUNT
           DISPLAY "Rejected:   " WS-REJECTED-COUNT
           DISPLAY "Skipped:    " WS-SKIPPED-COUNT
           IF WS-OWN-ITEM-COUNT > 0
               DISPLAY "Own items passed over: " WS-OWN-ITEM-COUNT
           END-IF
           IF WS-DUPLICATE-COUNT > 0
               DISPLAY "Duplicate records dropped: "
                   WS-DUPLICATE-COUNT
           END-IF

           STOP RUN.

      *    An item the signed-on supervisor keyed is shown but not
      *    offered: it is logged as skipped and waits for another
      *    supervisor. An item with no keyer on record (a feed that
      *    did not name one) may be actioned by any supervisor.
       REVIEW-ONE-HELD-ITEM SECTION.
           MOVE HT-NUM1 TO WS-DISPLAY-NUM1
           MOVE HT-NUM2 TO WS-DISPLAY-NUM2
           MOVE HT-RESULT TO WS-DISPLAY-RESULT
           MOVE HT-BASE-RESULT TO WS-DISPLAY-BASE
           MOVE HT-LIMIT TO WS-DISPLAY-LIMIT
           DISPLAY " "
           DISPLAY "Held item: run " HT-RUN-NO " source "
               HT-SOURCE-ID " seq " HT-SEQ-NO " held "
               HT-HELD-DATE " keyed by " HT-KEYED-BY
           DISPLAY "  " WS-DISPLAY-NUM1 " " HT-OPERATOR " "
               WS-DISPLAY-NUM2 " = " WS-DISPLAY-RESULT " "
               HT-CURRENCY-CODE
           DISPLAY "  Base " WS-DISPLAY-BASE " over limit "
               WS-DISPLAY-LIMIT

           IF HT-KEYED-BY = SG-USER-ID
               DISPLAY "You keyed this item - another supervisor "
                   "must release or reject it."
               ADD 1 TO WS-OWN-ITEM-COUNT
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "OWN ITEM  " TO WS-LG-DISPOSITION
               PERFORM WRITE-LOG-LINE
           ELSE
               MOVE "N" TO WS-ACTION-SWITCH
               PERFORM UNTIL WS-ACTION-TAKEN
                   DISPLAY "Action (R=release, X=reject, S=skip): "
                   ACCEPT WS-ACTION
                   EVALUATE WS-ACTION
                       WHEN "R"
                       WHEN "r"
                           ADD 1 TO WS-RELEASED-COUNT
                           SET HT-RELEASED TO TRUE
                           MOVE WS-RUN-DATE-YYYYMMDD TO HT-ACTION-DATE
                           MOVE SG-USER-ID TO HT-ACTION-USER
                           MOVE "RELEASED  " TO WS-LG-DISPOSITION
                           PERFORM WRITE-LOG-LINE
                           SET WS-ACTION-TAKEN TO TRUE
                       WHEN "X"
                       WHEN "x"
                           ADD 1 TO WS-REJECTED-COUNT
                           SET HT-REJECTED TO TRUE
                           MOVE WS-RUN-DATE-YYYYMMDD TO HT-ACTION-DATE
                           MOVE SG-USER-ID TO HT-ACTION-USER
                           PERFORM WRITE-REJECTED-SUSPENSE
                           MOVE "REJECTED  " TO WS-LG-DISPOSITION
                           PERFORM WRITE-LOG-LINE
                           SET WS-ACTION-TAKEN TO TRUE
                       WHEN "S"
                       WHEN "s"
                           ADD 1 TO WS-SKIPPED-COUNT
                           MOVE "SKIPPED   " TO WS-LG-DISPOSITION
                           PERFORM WRITE-LOG-LINE
                           SET WS-ACTION-TAKEN TO TRUE
                       WHEN OTHER
                           DISPLAY "Invalid action, please try again."
                   END-EVALUATE
               END-PERFORM
           END-IF.

      *    The rejected item opens a suspense item under the run
      *    that held it, stated the way CALC would have stated a
      *    reject - a formula item with operator FRM and the
      *    formula's inputs - so REJFIX can rekey and recycle it.
       WRITE-REJECTED-SUSPENSE SECTION.
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE HT-SEQ-NO TO SU-SEQ-NO
           MOVE HT-SOURCE-ID TO SU-SOURCE-ID
           MOVE HT-NUM1 TO SU-NUM1
           MOVE HT-OPERATOR TO SU-OPERATOR
           MOVE HT-NUM2 TO SU-NUM2
           MOVE "14" TO SU-REASON-CODE
           MOVE "HELD ITEM REJECTED" TO SU-REASON-TEXT
           MOVE WS-RUN-DATE-YYYYMMDD TO SU-REJECT-DATE
           SET SU-OPEN TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO SU-STATUS-DATE
           MOVE HT-RUN-NO TO SU-RUN-NO
           MOVE HT-CURRENCY-CODE TO SU-CURRENCY-CODE
           MOVE HT-FORMULA-CODE TO SU-FORMULA-CODE
           WRITE SUSPENSE-RECORD
           IF WS-SUSPOUT-STATUS NOT = "00"
               DISPLAY "ERROR: write to SUSPENSE.DAT failed, status "
                   WS-SUSPOUT-STATUS
           END-IF.

       WRITE-HELD-WORK SECTION.
           MOVE HELD-SORTED-RECORD TO HELD-WORK-RECORD
           WRITE HELD-WORK-RECORD
           IF WS-HELDWORK-STATUS NOT = "00"
               DISPLAY "ERROR: write to HELDWORK.DAT failed, status "
                   WS-HELDWORK-STATUS
               MOVE "Y" TO WS-UPDATE-FAIL-SWITCH
           END-IF.

       COPY-WORK-BACK SECTION.
           OPEN INPUT HELDWORK
           IF WS-HELDWORK-STATUS NOT = "00"
               DISPLAY "ERROR: could not reopen HELDWORK.DAT, "
                   "status " WS-HELDWORK-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT HELDF
           IF WS-HELDF-STATUS NOT = "00"
                   AND WS-HELDF-STATUS NOT = "05"
               DISPLAY "ERROR: could not rewrite HELD.DAT, "
                   "status " WS-HELDF-STATUS
               STOP RUN
           END-IF
           OPEN I-O POSTMAST
           IF WS-POSTMAST-STATUS = "00" OR WS-POSTMAST-STATUS = "05"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR: could not open POSTMAST.DAT, status "
                   WS-POSTMAST-STATUS " - decisions not stamped "
                   "on the master"
           END-IF

           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-HELD
               READ HELDWORK
                   AT END
                       SET WS-END-OF-HELD TO TRUE
                   NOT AT END
                       MOVE HELD-WORK-RECORD TO HELD-ITEM-RECORD
                       WRITE HELD-ITEM-RECORD
                       IF WS-HELDF-STATUS NOT = "00"
                           DISPLAY "ERROR: write to HELD.DAT "
                               "failed, status " WS-HELDF-STATUS
                       ELSE
                           PERFORM STAMP-MASTER-DECISION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HELDWORK
           CLOSE HELDF
           IF WS-MASTER-OPEN
               CLOSE POSTMAST
           END-IF
           IF WS-MASTER-STAMPED-COUNT > 0
               DISPLAY "Decisions stamped on POSTMAST.DAT: "
                   WS-MASTER-STAMPED-COUNT
           END-IF.

      *    Only today's releases and rejections are stamped, and
      *    only once. A rejection also marks the master's suspense
      *    item open, with the reason, so REJFIX's later repair or
      *    discard lands on the same record.
       STAMP-MASTER-DECISION SECTION.
           IF WS-MASTER-OPEN
                   AND (HD-RELEASED OR HD-REJECTED)
                   AND HD-ACTION-DATE = WS-RUN-DATE-YYYYMMDD
               MOVE HD-RUN-NO TO PI-RUN-NO
               MOVE HD-SOURCE-ID TO PI-SOURCE-ID
               MOVE HD-SEQ-NO TO PI-SEQ-NO
               READ POSTMAST
                   KEY IS PI-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PI-HOLD-STATUS NOT = HD-STATUS
                           MOVE HD-STATUS TO PI-HOLD-STATUS
                           MOVE HD-ACTION-DATE TO PI-HOLD-DATE
                           MOVE HD-ACTION-USER TO PI-HOLD-USER
                           IF HD-REJECTED
                               MOVE "14" TO PI-REASON-CODE
                               MOVE "HELD ITEM REJECTED"
                                   TO PI-REASON-TEXT
                               SET PI-SUSPENSE-OPEN TO TRUE
                               MOVE HD-ACTION-DATE
                                   TO PI-SUSPENSE-DATE
                           END-IF
                           REWRITE POSTED-ITEM-RECORD
                           IF WS-POSTMAST-STATUS = "00"
                               ADD 1 TO WS-MASTER-STAMPED-COUNT
                           ELSE
                               DISPLAY "ERROR: rewrite of "
                                   "POSTMAST.DAT failed, status "
                                   WS-POSTMAST-STATUS
                           END-IF
                       END-IF
               END-READ
           END-IF.

       WRITE-LOG-LINE SECTION.
           MOVE HT-RUN-NO TO WS-LG-RUN-NO
           MOVE HT-SOURCE-ID TO WS-LG-SOURCE-ID
           MOVE HT-SEQ-NO TO WS-LG-SEQ-NO
           MOVE HT-RESULT TO WS-LG-RESULT
           MOVE HT-CURRENCY-CODE TO WS-LG-CURRENCY
           MOVE HT-BASE-RESULT TO WS-LG-BASE-RESULT
           MOVE HT-LIMIT TO WS-LG-LIMIT
           MOVE HT-KEYED-BY TO WS-LG-KEYED-BY
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-LG-DATE
           MOVE WS-LOG-DETAIL TO HOLDLOG-LINE
           WRITE HOLDLOG-LINE
           PERFORM CHECK-HOLDLOG-STATUS.

       CHECK-HOLDLOG-STATUS SECTION.
           IF WS-HOLDLOG-STATUS NOT = "00"
               DISPLAY "ERROR: write to HOLDLOG.DAT failed, status "
                   WS-HOLDLOG-STATUS
           END-IF.
