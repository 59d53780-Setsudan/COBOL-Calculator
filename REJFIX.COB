      *    validated user id from the shared SIGNON check against
      *    OPERAUTH.DAT (repair authority), so the fixed versus
      *    dropped history is traceable.
      *    A rejected reversal (operator REV) names a posted item
      *    rather than carrying operands, so it cannot be rekeyed
      *    into RECYCLE.DAT: it may only be discarded or skipped,
      *    and the department sends a corrected reversal.
      *    A recycled transaction keeps the currency it was rejected
      *    in; an item rejected for want of an exchange rate is
      *    repaired by adding the rate through FXMNT and recycling.
      *    A rejected formula transaction (operator FRM) is repaired
      *    against its formula: the clerk may name a different
      *    formula code, and the recycled record carries the code
      *    with a blank operator. Keying an ordinary operator
      *    instead turns it into a single operation.
      *    Once SUSPENSE.DAT has been safely rewritten, each repair
      *    or discard made today is stamped onto the item's record
      *    on the posted-item master POSTMAST.DAT (found by the
      *    suspense item's run number, source id and sequence
      *    number) with the date and the operator's user id, so the
      *    item's lineage shows how its suspense entry was settled.
      *    A recycled record, and the RECYCLE.DAT header, carry the
      *    repairing clerk's user id as the keyer, so a repair that
      *    CALC holds over its limit cannot be released by the clerk
      *    who keyed it.
      *    Stamping waits for the copy-back so the master never
      *    shows a disposition the suspense file does not.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPAIRLOG-STATUS.

           SELECT OPTIONAL POSTMAST ASSIGN TO "POSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PI-KEY
               ALTERNATE RECORD KEY IS PI-ITEM-KEY WITH DUPLICATES
               FILE STATUS IS WS-POSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPF
           RECORDING MODE IS F.
       01  REPAIRLOG-LINE            PIC X(110).

       FD  POSTMAST
           RECORDING MODE IS F.
       COPY CALCPOST.

       WORKING-STORAGE SECTION.
       01  WS-LOG-DETAIL.
           05  WS-LG-DISPOSITION     PIC X(10).
       01  WS-SUSPWORK-STATUS        PIC XX.
       01  WS-RECYCOUT-STATUS        PIC XX.
       01  WS-REPAIRLOG-STATUS       PIC XX.
       01  WS-POSTMAST-STATUS        PIC XX.

       01  WS-EOF-SWITCH             PIC X       VALUE "N".
           88  WS-END-OF-SUSPF                   VALUE "Y".
       01  WS-DISCARDED-COUNT        PIC 9(7)    VALUE ZERO.
       01  WS-SKIPPED-COUNT          PIC 9(7)    VALUE ZERO.
       01  WS-RECYCLE-HASH-TOTAL     PIC S9(13)V99 VALUE ZERO.
       01  WS-MASTER-STAMPED-COUNT   PIC 9(7)    VALUE ZERO.
       01  WS-MASTER-OPEN-SWITCH     PIC X       VALUE "N".
           88  WS-MASTER-OPEN                    VALUE "Y".

       01  WS-NEW-NUM1               PIC S9(9)V99.
       01  WS-NEW-OPERATOR           PIC X(3).
       01  WS-NEW-NUM2               PIC S9(9)V99.
       01  WS-NEW-FORMULA-CODE       PIC X(4).

       01  WS-DISPLAY-NUM1           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-NUM2           PIC -ZZZ,ZZZ,ZZ9.99.
               EVALUATE WS-ACTION
                   WHEN "R"
                   WHEN "r"
                       IF SU-OPERATOR = "REV"
                           DISPLAY "A rejected reversal cannot be "
                               "repaired - discard it and have the "
                               "department resubmit it."
                       ELSE
                           PERFORM REPAIR-SUSPENSE-ITEM
                           SET WS-ACTION-TAKEN TO TRUE
                       END-IF
                   WHEN "D"
                   WHEN "d"
                       ADD 1 TO WS-DISCARDED-COUNT
           DISPLAY "Enter corrected second number ("
               WS-DISPLAY-NUM2 "): "
           ACCEPT WS-NEW-NUM2
           MOVE SPACES TO WS-NEW-FORMULA-CODE
           IF SU-FORMULA-CODE NOT = SPACES
                   AND (WS-NEW-OPERATOR = "FRM" OR SPACES)
               DISPLAY "Enter corrected formula code ("
                   SU-FORMULA-CODE "): "
               ACCEPT WS-NEW-FORMULA-CODE
               IF WS-NEW-FORMULA-CODE = SPACES
                   MOVE SU-FORMULA-CODE TO WS-NEW-FORMULA-CODE
               END-IF
               MOVE SPACES TO WS-NEW-OPERATOR
           END-IF

           MOVE SPACES TO CALC-TRAN-RECORD
           SET CT-DETAIL-RECORD TO TRUE
           MOVE WS-NEW-NUM1 TO CT-NUM1
           MOVE WS-NEW-OPERATOR TO CT-OPERATOR
           MOVE WS-NEW-NUM2 TO CT-NUM2
           MOVE SU-CURRENCY-CODE TO CT-CURRENCY-CODE
           MOVE WS-NEW-FORMULA-CODE TO CT-FORMULA-CODE
           MOVE SG-USER-ID TO CT-KEYED-BY
           WRITE CALC-TRAN-RECORD
           PERFORM CHECK-RECYCOUT-STATUS

           MOVE " NEW: " TO WS-LG-NEW-TAG
           MOVE WS-NEW-NUM1 TO WS-LG-NEW-NUM1
           MOVE WS-NEW-OPERATOR TO WS-LG-NEW-OPER
           IF WS-NEW-FORMULA-CODE NOT = SPACES
               MOVE "FRM" TO WS-LG-NEW-OPER
           END-IF
           MOVE WS-NEW-NUM2 TO WS-LG-NEW-NUM2
           MOVE SU-NUM1 TO WS-LG-NUM1
           MOVE SU-OPERATOR TO WS-LG-OPERATOR
                   "status " WS-SUSPF-STATUS
               STOP RUN
           END-IF
           OPEN I-O POSTMAST
           IF WS-POSTMAST-STATUS = "00" OR WS-POSTMAST-STATUS = "05"
               SET WS-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR: could not open POSTMAST.DAT, status "
                   WS-POSTMAST-STATUS " - dispositions not stamped "
                   "on the master"
           END-IF

           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-SUSPF
                       IF WS-SUSPF-STATUS NOT = "00"
                           DISPLAY "ERROR: write to SUSPENSE.DAT "
                               "failed, status " WS-SUSPF-STATUS
                       ELSE
                           PERFORM STAMP-MASTER-DISPOSITION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUSPWORK
           CLOSE SUSPF
           IF WS-MASTER-OPEN
               CLOSE POSTMAST
           END-IF
           IF WS-MASTER-STAMPED-COUNT > 0
               DISPLAY "Dispositions stamped on POSTMAST.DAT: "
                   WS-MASTER-STAMPED-COUNT
           END-IF.

      *    Only today's repairs and discards are stamped, and only
      *    once: an item the master already shows settled is left as
      *    it is. Suspense items with no run number (cut before run
      *    numbers were carried) have no master record to find.
       STAMP-MASTER-DISPOSITION SECTION.
           IF WS-MASTER-OPEN
                   AND (SU-REPAIRED OR SU-DISCARDED)
                   AND SU-STATUS-DATE = WS-RUN-DATE-YYYYMMDD
                   AND SU-RUN-NO IS NUMERIC
                   AND SU-RUN-NO > 0
               MOVE SU-RUN-NO TO PI-RUN-NO
               MOVE SU-SOURCE-ID TO PI-SOURCE-ID
               MOVE SU-SEQ-NO TO PI-SEQ-NO
               READ POSTMAST
                   KEY IS PI-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PI-SUSPENSE-STATUS NOT = SU-STATUS
                           MOVE SU-STATUS TO PI-SUSPENSE-STATUS
                           MOVE SU-STATUS-DATE TO PI-SUSPENSE-DATE
                           MOVE SG-USER-ID TO PI-SUSPENSE-USER
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

       WRITE-RECYCLE-HEADER SECTION.
           MOVE SPACES TO CALC-TRAN-RECORD
           SET CT-HEADER-RECORD TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO CT-HDR-BATCH-DATE
           MOVE "RCYC" TO CT-HDR-SOURCE-ID
           MOVE SG-USER-ID TO CT-KEYED-BY
           WRITE CALC-TRAN-RECORD
           PERFORM CHECK-RECYCOUT-STATUS.

