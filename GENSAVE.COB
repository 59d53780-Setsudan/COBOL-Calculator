       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENSAVE.

      *    Night's file generations, run by NIGHTRUN as the last step
      *    of the stream. TRANIN.DAT, RESULT.DAT, REJECT.DAT,
      *    REPORT.DAT, MISMATCH.DAT, LEDGER.DAT and BALRPT.DAT are
      *    overwritten every night, and so are EXPECTED.DAT and
      *    RECONSUM.DAT, which RECON and NIGHTBAL need to run again;
      *    this program copies each of them to a generation named
      *    for the night and tagged with the CALC run number -
      *    <file>.<run date>.R<run no>.DAT, e.g.
      *    LEDGER.20261015.R000412.DAT - and lists the set on the
      *    generation catalog GENCAT.DAT (CALCGEN layout) with every
      *    file's line count and control total as GENTOTL counts
      *    them. The night is the last RUNHIST.DAT entry, the same
      *    run every other downstream step works on.
      *    Each copy is counted again once it is written and must
      *    agree with the file it was copied from; a copy that fails
      *    or does not agree, or a file the night must have that is
      *    not there (REJECT.DAT and MISMATCH.DAT may be missing on
      *    a clean night), ends the run with return code 8 and the
      *    catalog untouched, so NIGHTRUN RESTART cuts the set again.
      *    Cutting the same run's set a second time replaces its
      *    catalog entry.
      *    GENRETAIN in CALCPARM.DAT is how many sets are kept
      *    (default 14). The oldest sets beyond that have their
      *    files deleted and stay on the catalog marked pruned with
      *    the date they went. A generation file that will not
      *    delete is left for removal by hand with return code 4.
      *    GENREST puts a set back for a rerun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTIN ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.

           SELECT OPTIONAL PARMIN ASSIGN TO "CALCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARMIN-STATUS.

           SELECT OPTIONAL GENCAT ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCAT-STATUS.

           SELECT GENWORK ASSIGN TO "GENWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENWORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTIN
           RECORDING MODE IS F.
       COPY CALCHIST.

       FD  PARMIN
           RECORDING MODE IS F.
       COPY CALCPRM.

       FD  GENCAT
           RECORDING MODE IS F.
       COPY CALCGEN.

       FD  GENWORK
           RECORDING MODE IS F.
       COPY CALCGEN REPLACING ==GEN-CATALOG-RECORD==
                           BY ==GEN-WORK-RECORD==
                           LEADING ==GC-== BY ==GW-==.

       WORKING-STORAGE SECTION.
      *    The members of a generation set, in catalog order, and
      *    whether the night must have each one (Y) or may be
      *    without it (N).
       01  WS-MEMBER-DEFINITIONS.
           05  FILLER                PIC X(9)  VALUE "TRANIN  Y".
           05  FILLER                PIC X(9)  VALUE "RESULT  Y".
           05  FILLER                PIC X(9)  VALUE "REJECT  N".
           05  FILLER                PIC X(9)  VALUE "REPORT  Y".
           05  FILLER                PIC X(9)  VALUE "MISMATCHN".
           05  FILLER                PIC X(9)  VALUE "LEDGER  Y".
           05  FILLER                PIC X(9)  VALUE "BALRPT  Y".
           05  FILLER                PIC X(9)  VALUE "EXPECTEDY".
           05  FILLER                PIC X(9)  VALUE "RECONSUMY".
       01  WS-MEMBER-TABLE REDEFINES WS-MEMBER-DEFINITIONS.
           05  WS-MEMBER-ENTRY OCCURS 9 TIMES.
               10  WS-MD-NAME        PIC X(8).
               10  WS-MD-REQUIRED    PIC X.
       01  WS-MEMBER-COUNT           PIC 9(2)    VALUE 9.
       01  WS-MEMBER-NO              PIC 9(2).

       COPY CALCGEN REPLACING ==GEN-CATALOG-RECORD==
                           BY ==WS-NEW-CATALOG-ENTRY==
                           LEADING ==GC-== BY ==WS-NC-==.

       COPY CALCGTL.

       01  WS-HISTIN-STATUS          PIC XX.
       01  WS-PARMIN-STATUS          PIC XX.
       01  WS-GENCAT-STATUS          PIC XX.
       01  WS-GENWORK-STATUS         PIC XX.

       01  WS-HIST-EOF-SWITCH        PIC X       VALUE "N".
           88  WS-END-OF-HISTIN                  VALUE "Y".
       01  WS-PARM-EOF-SWITCH        PIC X       VALUE "N".
           88  WS-END-OF-PARMIN                  VALUE "Y".
       01  WS-GENCAT-EOF-SWITCH      PIC X       VALUE "N".
           88  WS-END-OF-GENCAT                  VALUE "Y".
       01  WS-GENWORK-EOF-SWITCH     PIC X       VALUE "N".
           88  WS-END-OF-GENWORK                 VALUE "Y".
       01  WS-SAVE-FAIL-SWITCH       PIC X       VALUE "N".
           88  WS-SAVE-FAILED                    VALUE "Y".
       01  WS-WORK-FAIL-SWITCH       PIC X       VALUE "N".
           88  WS-WORK-WRITE-FAILED              VALUE "Y".
       01  WS-DELETE-FAIL-SWITCH     PIC X       VALUE "N".
           88  WS-DELETE-FAILED                  VALUE "Y".

       01  WS-TODAY-YYYYMMDD         PIC 9(8).
       01  WS-RUN-NO                 PIC 9(6)    VALUE ZERO.
       01  WS-RUN-DATE               PIC 9(8)    VALUE ZERO.
       01  WS-RETAIN-COUNT           PIC 9(3)    VALUE 14.
       01  WS-PARM-NUMBER            PIC 9(5).

       01  WS-SOURCE-FILE-NAME       PIC X(40).
       01  WS-GEN-FILE-NAME          PIC X(40).
       01  WS-GEN-MEMBER-NAME        PIC X(8).
       01  WS-GEN-RUN-NO             PIC 9(6).
       01  WS-GEN-RUN-DATE           PIC 9(8).
       01  WS-SOURCE-LINES           PIC 9(7).
       01  WS-SOURCE-TOTAL           PIC S9(13)V99.

       01  WS-ACTIVE-COUNT           PIC 9(5)    VALUE ZERO.
       01  WS-PRUNE-COUNT            PIC 9(5)    VALUE ZERO.
       01  WS-PRUNED-SO-FAR          PIC 9(5)    VALUE ZERO.
       01  WS-SAVED-COUNT            PIC 9(2)    VALUE ZERO.
       01  WS-MEMBER-INDEX           PIC 9(2).
       01  WS-DISPLAY-TOTAL          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           ACCEPT WS-TODAY-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM READ-RUN-HISTORY
           PERFORM LOAD-RUN-PARAMETERS

           MOVE SPACES TO WS-NEW-CATALOG-ENTRY
           MOVE WS-RUN-NO TO WS-NC-RUN-NO
           MOVE WS-RUN-DATE TO WS-NC-RUN-DATE
           MOVE WS-TODAY-YYYYMMDD TO WS-NC-SAVED-DATE
           SET WS-NC-ACTIVE TO TRUE
           MOVE ZERO TO WS-NC-PRUNED-DATE
           MOVE WS-MEMBER-COUNT TO WS-NC-MEMBER-COUNT
           PERFORM VARYING WS-MEMBER-NO FROM 1 BY 1
                   UNTIL WS-MEMBER-NO > WS-MEMBER-COUNT
               PERFORM SAVE-ONE-MEMBER
           END-PERFORM

           IF WS-SAVE-FAILED
               DISPLAY "ERROR: generation set for run " WS-RUN-NO
                   " not cut - GENCAT.DAT left as it was"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM COUNT-ACTIVE-GENERATIONS
           IF WS-ACTIVE-COUNT + 1 > WS-RETAIN-COUNT
               COMPUTE WS-PRUNE-COUNT =
                   WS-ACTIVE-COUNT + 1 - WS-RETAIN-COUNT
           END-IF
           PERFORM REWRITE-CATALOG

           DISPLAY "Generation set for run " WS-RUN-NO " of "
               WS-RUN-DATE " saved: " WS-SAVED-COUNT " file(s)"
           IF WS-PRUNED-SO-FAR > 0
               DISPLAY WS-PRUNED-SO-FAR " older generation set(s) "
                   "pruned - keeping " WS-RETAIN-COUNT
           END-IF
           IF WS-DELETE-FAILED
               DISPLAY "WARNING: some pruned generation files could "
                   "not be deleted - remove them by hand"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF

           STOP RUN.

      *    The night is the run on the last RUNHIST.DAT entry.
       READ-RUN-HISTORY SECTION.
           OPEN INPUT HISTIN
           IF WS-HISTIN-STATUS NOT = "00"
               DISPLAY "ERROR: could not open RUNHIST.DAT, status "
                   WS-HISTIN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-HISTIN
               READ HISTIN
                   AT END
                       SET WS-END-OF-HISTIN TO TRUE
                   NOT AT END
                       MOVE RH-RUN-DATE TO WS-RUN-DATE
                       IF RH-RUN-NO IS NUMERIC
                           MOVE RH-RUN-NO TO WS-RUN-NO
                       ELSE
                           MOVE ZERO TO WS-RUN-NO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTIN
           IF WS-RUN-NO = ZERO
               DISPLAY "ERROR: the last RUNHIST.DAT entry has no run "
                   "number - nothing to tag the generation with"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    GENRETAIN is this program's keyword in the shared
      *    run-control file; a count that is not a number from 1 up
      *    is ignored and the default kept.
       LOAD-RUN-PARAMETERS SECTION.
           OPEN INPUT PARMIN
           IF WS-PARMIN-STATUS = "00"
               PERFORM UNTIL WS-END-OF-PARMIN
                   READ PARMIN
                       AT END
                           SET WS-END-OF-PARMIN TO TRUE
                       NOT AT END
                           IF PM-KEYWORD = "GENRETAIN"
                               MOVE FUNCTION NUMVAL (PM-VALUE)
                                   TO WS-PARM-NUMBER
                               IF WS-PARM-NUMBER > 0
                                       AND WS-PARM-NUMBER < 1000
                                   MOVE WS-PARM-NUMBER
                                       TO WS-RETAIN-COUNT
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

      *    Count the night's file, copy it to its generation, and
      *    count the copy; the two counts must agree.
       SAVE-ONE-MEMBER SECTION.
           MOVE WS-MD-NAME (WS-MEMBER-NO)
               TO WS-NC-MEMBER-NAME (WS-MEMBER-NO)
           MOVE "N" TO WS-NC-MEMBER-SW (WS-MEMBER-NO)
           MOVE ZERO TO WS-NC-MEMBER-LINES (WS-MEMBER-NO)
           MOVE ZERO TO WS-NC-MEMBER-TOTAL (WS-MEMBER-NO)

           MOVE SPACES TO WS-SOURCE-FILE-NAME
           STRING WS-MD-NAME (WS-MEMBER-NO) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-SOURCE-FILE-NAME
           MOVE WS-MD-NAME (WS-MEMBER-NO) TO GT-MEMBER-NAME
           MOVE WS-SOURCE-FILE-NAME TO GT-FILE-NAME
           CALL "GENTOTL" USING GENTOTL-REQUEST
           EVALUATE TRUE
               WHEN GT-FILE-FOUND
                   MOVE GT-LINE-COUNT TO WS-SOURCE-LINES
                   MOVE GT-CONTROL-TOTAL TO WS-SOURCE-TOTAL
                   PERFORM COPY-ONE-MEMBER
               WHEN GT-FILE-MISSING
                   IF WS-MD-REQUIRED (WS-MEMBER-NO) = "Y"
                       DISPLAY "ERROR: " WS-SOURCE-FILE-NAME
                           " is not there - the night is not "
                           "complete"
                       SET WS-SAVE-FAILED TO TRUE
                   ELSE
                       DISPLAY "  " WS-MD-NAME (WS-MEMBER-NO)
                           " not there tonight - not saved"
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR: could not read "
                       WS-SOURCE-FILE-NAME
                   SET WS-SAVE-FAILED TO TRUE
           END-EVALUATE.

       COPY-ONE-MEMBER SECTION.
           MOVE WS-MD-NAME (WS-MEMBER-NO) TO WS-GEN-MEMBER-NAME
           MOVE WS-RUN-NO TO WS-GEN-RUN-NO
           MOVE WS-RUN-DATE TO WS-GEN-RUN-DATE
           PERFORM BUILD-GENERATION-NAME
           CALL "CBL_COPY_FILE"
               USING WS-SOURCE-FILE-NAME WS-GEN-FILE-NAME
           IF RETURN-CODE NOT = ZERO
               MOVE ZERO TO RETURN-CODE
               DISPLAY "ERROR: could not copy " WS-SOURCE-FILE-NAME
                   " to " WS-GEN-FILE-NAME
               SET WS-SAVE-FAILED TO TRUE
           ELSE
               PERFORM VERIFY-ONE-MEMBER
           END-IF.

       VERIFY-ONE-MEMBER SECTION.
           MOVE WS-GEN-FILE-NAME TO GT-FILE-NAME
           CALL "GENTOTL" USING GENTOTL-REQUEST
           IF GT-FILE-FOUND
                   AND GT-LINE-COUNT = WS-SOURCE-LINES
                   AND GT-CONTROL-TOTAL = WS-SOURCE-TOTAL
               SET WS-NC-MEMBER-SAVED (WS-MEMBER-NO) TO TRUE
               MOVE WS-SOURCE-LINES
                   TO WS-NC-MEMBER-LINES (WS-MEMBER-NO)
               MOVE WS-SOURCE-TOTAL
                   TO WS-NC-MEMBER-TOTAL (WS-MEMBER-NO)
               ADD 1 TO WS-SAVED-COUNT
               MOVE WS-SOURCE-TOTAL TO WS-DISPLAY-TOTAL
               DISPLAY "  " WS-GEN-FILE-NAME " " WS-SOURCE-LINES
                   " line(s) " WS-DISPLAY-TOTAL
           ELSE
               DISPLAY "ERROR: " WS-GEN-FILE-NAME
                   " does not agree with " WS-SOURCE-FILE-NAME
               SET WS-SAVE-FAILED TO TRUE
           END-IF.

      *    <member>.<run date>.R<run no>.DAT
       BUILD-GENERATION-NAME SECTION.
           MOVE SPACES TO WS-GEN-FILE-NAME
           STRING WS-GEN-MEMBER-NAME DELIMITED BY SPACE
               "." WS-GEN-RUN-DATE ".R" WS-GEN-RUN-NO ".DAT"
               DELIMITED BY SIZE
               INTO WS-GEN-FILE-NAME.

      *    Sets still on disk, other than an earlier cut of tonight's
      *    run, which is about to be replaced.
       COUNT-ACTIVE-GENERATIONS SECTION.
           MOVE ZERO TO WS-ACTIVE-COUNT
           OPEN INPUT GENCAT
           IF WS-GENCAT-STATUS = "00"
               PERFORM UNTIL WS-END-OF-GENCAT
                   READ GENCAT
                       AT END
                           SET WS-END-OF-GENCAT TO TRUE
                       NOT AT END
                           IF GC-ACTIVE AND GC-RUN-NO NOT = WS-RUN-NO
                               ADD 1 TO WS-ACTIVE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               IF WS-GENCAT-STATUS NOT = "05"
                   DISPLAY "ERROR: could not open GENCAT.DAT, status "
                       WS-GENCAT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE GENCAT.

      *    The catalog is rebuilt through GENWORK.DAT: an earlier cut
      *    of tonight's run is dropped, the oldest active sets beyond
      *    the retention count are pruned, and tonight's set goes on
      *    the end. GENCAT.DAT is only replaced once the work file
      *    is complete.
       REWRITE-CATALOG SECTION.
           OPEN OUTPUT GENWORK
           IF WS-GENWORK-STATUS NOT = "00"
               DISPLAY "ERROR: could not open GENWORK.DAT, status "
                   WS-GENWORK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-GENCAT-EOF-SWITCH
           OPEN INPUT GENCAT
           IF WS-GENCAT-STATUS = "00"
               PERFORM UNTIL WS-END-OF-GENCAT
                   READ GENCAT
                       AT END
                           SET WS-END-OF-GENCAT TO TRUE
                       NOT AT END
                           PERFORM CARRY-CATALOG-ENTRY
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GENCAT
           MOVE WS-NEW-CATALOG-ENTRY TO GEN-WORK-RECORD
           PERFORM WRITE-GENWORK-RECORD
           CLOSE GENWORK

           IF WS-WORK-WRITE-FAILED
               DISPLAY "ERROR: GENWORK.DAT incomplete - GENCAT.DAT "
                   "left as it was; the generation files are cut "
                   "but not catalogued"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COPY-CATALOG-WORK-BACK.

       CARRY-CATALOG-ENTRY SECTION.
           IF GC-RUN-NO NOT = WS-RUN-NO
               IF GC-ACTIVE AND WS-PRUNED-SO-FAR < WS-PRUNE-COUNT
                   PERFORM PRUNE-GENERATION-SET
                   SET GC-PRUNED TO TRUE
                   MOVE WS-TODAY-YYYYMMDD TO GC-PRUNED-DATE
                   ADD 1 TO WS-PRUNED-SO-FAR
               END-IF
               MOVE GEN-CATALOG-RECORD TO GEN-WORK-RECORD
               PERFORM WRITE-GENWORK-RECORD
           END-IF.

       PRUNE-GENERATION-SET SECTION.
           DISPLAY "Pruning generation set for run " GC-RUN-NO
               " of " GC-RUN-DATE
           PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1
                   UNTIL WS-MEMBER-INDEX > GC-MEMBER-COUNT
                   OR WS-MEMBER-INDEX > 9
               IF GC-MEMBER-SAVED (WS-MEMBER-INDEX)
                   MOVE GC-MEMBER-NAME (WS-MEMBER-INDEX)
                       TO WS-GEN-MEMBER-NAME
                   MOVE GC-RUN-NO TO WS-GEN-RUN-NO
                   MOVE GC-RUN-DATE TO WS-GEN-RUN-DATE
                   PERFORM BUILD-GENERATION-NAME
                   CALL "CBL_DELETE_FILE" USING WS-GEN-FILE-NAME
                   IF RETURN-CODE NOT = ZERO
                       DISPLAY "WARNING: could not delete "
                           WS-GEN-FILE-NAME
                       SET WS-DELETE-FAILED TO TRUE
                   END-IF
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-PERFORM.

       WRITE-GENWORK-RECORD SECTION.
           WRITE GEN-WORK-RECORD
           IF WS-GENWORK-STATUS NOT = "00"
               DISPLAY "ERROR: write to GENWORK.DAT failed, status "
                   WS-GENWORK-STATUS
               SET WS-WORK-WRITE-FAILED TO TRUE
           END-IF.

       COPY-CATALOG-WORK-BACK SECTION.
           OPEN INPUT GENWORK
           IF WS-GENWORK-STATUS NOT = "00"
               DISPLAY "ERROR: could not reopen GENWORK.DAT, status "
                   WS-GENWORK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GENCAT
           IF WS-GENCAT-STATUS NOT = "00"
                   AND WS-GENCAT-STATUS NOT = "05"
               DISPLAY "ERROR: could not open GENCAT.DAT for "
                   "output, status " WS-GENCAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-GENWORK
               READ GENWORK
                   AT END
                       SET WS-END-OF-GENWORK TO TRUE
                   NOT AT END
                       MOVE GEN-WORK-RECORD TO GEN-CATALOG-RECORD
                       WRITE GEN-CATALOG-RECORD
                       IF WS-GENCAT-STATUS NOT = "00"
                           DISPLAY "ERROR: write to GENCAT.DAT "
                               "failed, status " WS-GENCAT-STATUS
                               " - rebuild it from GENWORK.DAT"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GENWORK
           CLOSE GENCAT.
