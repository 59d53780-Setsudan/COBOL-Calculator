       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENREST.

      *    Puts a night's generation set back for a rerun. GENSAVE
      *    keeps each night's files as generations listed on
      *    GENCAT.DAT; this program copies the set for the run named
      *    in the PARM into the rerun area, the RERUN directory under
      *    the batch directory, as TRANIN.DAT, RESULT.DAT and so on,
      *    and counts every file again with GENTOTL. A file whose
      *    line count or control total does not agree with its
      *    catalog entry stops the restore with return code 8 -
      *    nothing is rerun from a damaged set.
      *    RERUN also gets a RUNHIST.DAT that ends at the restored
      *    run's entry, so EXTRACT, RECON, RATERPT and NIGHTBAL,
      *    which all work on the last run on the history, pick up
      *    the restored night; the current CALCPARM.DAT and
      *    RATES.DAT are copied in alongside. HELD.DAT goes in cut
      *    back to the restored run: only the items that run held or
      *    that its extract sent on, with any item it held and left
      *    unextracted put back to held, so a rerun EXTRACT sends
      *    exactly the released items the original sent and not
      *    ones released since. Everything the
      *    rerun reads and writes is in RERUN: tonight's files, the
      *    history, the ledger log and the NIGHTLCK.DAT run lock in
      *    the batch directory are never opened, so a restore can
      *    be made while the stream is running.
      *      PARM='nnnnnn'          restore run nnnnnn
      *      PARM='nnnnnn EXTRACT'  restore it and run EXTRACT (or
      *                             RECON, RATERPT or NIGHTBAL) on it
      *                             in RERUN; the step's return code
      *                             is this program's return code
      *      no PARM                list the generation catalog
      *    A pruned set, a run that is not on the catalog, or any
      *    other step name is refused with return code 8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GENCAT ASSIGN TO "GENCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCAT-STATUS.

           SELECT HISTIN ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.

           SELECT HISTOUT ASSIGN USING WS-RERUN-HIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTOUT-STATUS.

           SELECT OPTIONAL HELDIN ASSIGN TO "HELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDIN-STATUS.

           SELECT HELDOUT ASSIGN USING WS-RERUN-HELD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GENCAT
           RECORDING MODE IS F.
       COPY CALCGEN.

       FD  HISTIN
           RECORDING MODE IS F.
       COPY CALCHIST.

       FD  HISTOUT
           RECORDING MODE IS F.
       01  HISTOUT-RECORD            PIC X(915).

       FD  HELDIN
           RECORDING MODE IS F.
       COPY CALCHELD.

       FD  HELDOUT
           RECORDING MODE IS F.
       COPY CALCHELD
           REPLACING ==HELD-ITEM-RECORD== BY ==HELD-RERUN-RECORD==
                     LEADING ==HD-== BY ==HR-==.

       WORKING-STORAGE SECTION.
       COPY CALCGEN REPLACING ==GEN-CATALOG-RECORD==
                           BY ==WS-RESTORE-ENTRY==
                           LEADING ==GC-== BY ==WS-RE-==.

       COPY CALCGTL.

       01  WS-GENCAT-STATUS          PIC XX.
       01  WS-HISTIN-STATUS          PIC XX.
       01  WS-HISTOUT-STATUS         PIC XX.
       01  WS-HELDIN-STATUS          PIC XX.
       01  WS-HELDOUT-STATUS         PIC XX.

       01  WS-GENCAT-EOF-SWITCH      PIC X       VALUE "N".
           88  WS-END-OF-GENCAT                  VALUE "Y".
       01  WS-HIST-EOF-SWITCH        PIC X       VALUE "N".
           88  WS-END-OF-HISTIN                  VALUE "Y".
       01  WS-HELD-EOF-SWITCH        PIC X       VALUE "N".
           88  WS-END-OF-HELDIN                  VALUE "Y".
       01  WS-FOUND-SWITCH           PIC X       VALUE "N".
           88  WS-RUN-ON-CATALOG                 VALUE "Y".
       01  WS-RESTORE-FAIL-SWITCH    PIC X       VALUE "N".
           88  WS-RESTORE-FAILED                 VALUE "Y".

       01  WS-RUN-PARM               PIC X(60).
       01  WS-PARM-RUN-TEXT          PIC X(10).
       01  WS-PARM-STEP              PIC X(10).
       01  WS-RESTORE-RUN-NO         PIC 9(6).

       01  WS-RERUN-DIR              PIC X(8)    VALUE "RERUN".
       01  WS-RERUN-HIST-NAME        PIC X(40)
                                     VALUE "RERUN/RUNHIST.DAT".
       01  WS-RERUN-HELD-NAME        PIC X(40)
                                     VALUE "RERUN/HELD.DAT".
       01  WS-GEN-FILE-NAME          PIC X(40).
       01  WS-RERUN-FILE-NAME        PIC X(40).
       01  WS-CURRENT-FILE-NAME      PIC X(40).
       01  WS-MEMBER-INDEX           PIC 9(2).
       01  WS-CATALOG-COUNT          PIC 9(5)    VALUE ZERO.
       01  WS-HIST-RECORD-NO         PIC 9(7)    VALUE ZERO.
       01  WS-HIST-LAST-MATCH        PIC 9(7)    VALUE ZERO.
       01  WS-HIST-WRITTEN           PIC 9(7)    VALUE ZERO.
       01  WS-HELD-WRITTEN           PIC 9(7)    VALUE ZERO.
       01  WS-DISPLAY-TOTAL          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-COMMAND                PIC X(80).
       01  WS-RAW-RC                 PIC 9(9).
       01  WS-STEP-RC                PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-RUN-PARM = SPACES
               PERFORM LIST-CATALOG
               MOVE ZERO TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PARSE-RUN-PARM
           PERFORM FIND-CATALOG-ENTRY

           PERFORM PREPARE-RERUN-AREA
           PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1
                   UNTIL WS-MEMBER-INDEX > WS-RE-MEMBER-COUNT
                   OR WS-MEMBER-INDEX > 9
               PERFORM RESTORE-ONE-MEMBER
           END-PERFORM
           IF WS-RESTORE-FAILED
               DISPLAY "ERROR: generation set for run "
                   WS-RESTORE-RUN-NO " does not agree with "
                   "GENCAT.DAT - not rerun"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-RERUN-HISTORY
           MOVE "CALCPARM.DAT" TO WS-CURRENT-FILE-NAME
           PERFORM COPY-CURRENT-FILE
           MOVE "RATES.DAT" TO WS-CURRENT-FILE-NAME
           PERFORM COPY-CURRENT-FILE
           PERFORM WRITE-RERUN-HELD
           DISPLAY "Run " WS-RESTORE-RUN-NO " of "
               WS-RE-RUN-DATE " restored to RERUN"

           IF WS-PARM-STEP = SPACES
               MOVE ZERO TO RETURN-CODE
           ELSE
               PERFORM RUN-RERUN-STEP
               MOVE WS-STEP-RC TO RETURN-CODE
           END-IF

           STOP RUN.

       PARSE-RUN-PARM SECTION.
           MOVE SPACES TO WS-PARM-RUN-TEXT
           MOVE SPACES TO WS-PARM-STEP
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-RUN-TEXT WS-PARM-STEP
           END-UNSTRING
           IF WS-PARM-RUN-TEXT (7:4) NOT = SPACES
                   OR WS-PARM-RUN-TEXT (1:6) IS NOT NUMERIC
               DISPLAY "ERROR: run number must be six digits, got "
                   WS-PARM-RUN-TEXT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARM-RUN-TEXT (1:6) TO WS-RESTORE-RUN-NO
           EVALUATE WS-PARM-STEP
               WHEN SPACES
               WHEN "EXTRACT"
               WHEN "RECON"
               WHEN "RATERPT"
               WHEN "NIGHTBAL"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR: only EXTRACT, RECON, RATERPT or "
                       "NIGHTBAL can be rerun from a generation, not "
                       WS-PARM-STEP
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       LIST-CATALOG SECTION.
           OPEN INPUT GENCAT
           IF WS-GENCAT-STATUS NOT = "00"
                   AND WS-GENCAT-STATUS NOT = "05"
               DISPLAY "ERROR: could not open GENCAT.DAT, status "
                   WS-GENCAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "RUN NO  RUN DATE  SAVED     STATUS    FILES"
           PERFORM UNTIL WS-END-OF-GENCAT
               READ GENCAT
                   AT END
                       SET WS-END-OF-GENCAT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CATALOG-COUNT
                       IF GC-PRUNED
                           DISPLAY GC-RUN-NO "  " GC-RUN-DATE "  "
                               GC-SAVED-DATE "  PRUNED " GC-PRUNED-DATE
                       ELSE
                           DISPLAY GC-RUN-NO "  " GC-RUN-DATE "  "
                               GC-SAVED-DATE "  ACTIVE    "
                               GC-MEMBER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GENCAT
           DISPLAY WS-CATALOG-COUNT " generation set(s) on GENCAT.DAT".

      *    The last catalog entry for the run is the one that counts;
      *    GENSAVE only ever keeps one, but a hand-edited catalog
      *    should not restore an older cut.
       FIND-CATALOG-ENTRY SECTION.
           OPEN INPUT GENCAT
           IF WS-GENCAT-STATUS NOT = "00"
                   AND WS-GENCAT-STATUS NOT = "05"
               DISPLAY "ERROR: could not open GENCAT.DAT, status "
                   WS-GENCAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-GENCAT
               READ GENCAT
                   AT END
                       SET WS-END-OF-GENCAT TO TRUE
                   NOT AT END
                       IF GC-RUN-NO = WS-RESTORE-RUN-NO
                           MOVE GEN-CATALOG-RECORD
                               TO WS-RESTORE-ENTRY
                           SET WS-RUN-ON-CATALOG TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GENCAT
           IF NOT WS-RUN-ON-CATALOG
               DISPLAY "ERROR: run " WS-RESTORE-RUN-NO
                   " is not on GENCAT.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RE-PRUNED
               DISPLAY "ERROR: generation set for run "
                   WS-RESTORE-RUN-NO " was pruned on "
                   WS-RE-PRUNED-DATE " - it can no longer be restored"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The rerun area may already hold an earlier restore; the
      *    ledger log and any member this set does not have are
      *    cleared so nothing from that restore is read as this one.
       PREPARE-RERUN-AREA SECTION.
           CALL "CBL_CREATE_DIR" USING WS-RERUN-DIR
           MOVE ZERO TO RETURN-CODE
           MOVE "RERUN/LEDGLOG.DAT" TO WS-RERUN-FILE-NAME
           CALL "CBL_DELETE_FILE" USING WS-RERUN-FILE-NAME
           MOVE ZERO TO RETURN-CODE
           PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1
                   UNTIL WS-MEMBER-INDEX > WS-RE-MEMBER-COUNT
                   OR WS-MEMBER-INDEX > 9
               IF NOT WS-RE-MEMBER-SAVED (WS-MEMBER-INDEX)
                   PERFORM BUILD-RERUN-NAME
                   CALL "CBL_DELETE_FILE" USING WS-RERUN-FILE-NAME
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-PERFORM.

       BUILD-RERUN-NAME SECTION.
           MOVE SPACES TO WS-RERUN-FILE-NAME
           STRING "RERUN/" DELIMITED BY SIZE
               WS-RE-MEMBER-NAME (WS-MEMBER-INDEX) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-RERUN-FILE-NAME.

       RESTORE-ONE-MEMBER SECTION.
           IF WS-RE-MEMBER-SAVED (WS-MEMBER-INDEX)
               MOVE SPACES TO WS-GEN-FILE-NAME
               STRING WS-RE-MEMBER-NAME (WS-MEMBER-INDEX)
                       DELIMITED BY SPACE
                   "." WS-RE-RUN-DATE ".R" WS-RE-RUN-NO ".DAT"
                       DELIMITED BY SIZE
                   INTO WS-GEN-FILE-NAME
               PERFORM BUILD-RERUN-NAME
               CALL "CBL_COPY_FILE"
                   USING WS-GEN-FILE-NAME WS-RERUN-FILE-NAME
               IF RETURN-CODE NOT = ZERO
                   MOVE ZERO TO RETURN-CODE
                   DISPLAY "ERROR: could not copy " WS-GEN-FILE-NAME
                       " to " WS-RERUN-FILE-NAME
                   SET WS-RESTORE-FAILED TO TRUE
               ELSE
                   PERFORM CHECK-RESTORED-MEMBER
               END-IF
           END-IF.

       CHECK-RESTORED-MEMBER SECTION.
           MOVE WS-RE-MEMBER-NAME (WS-MEMBER-INDEX) TO GT-MEMBER-NAME
           MOVE WS-RERUN-FILE-NAME TO GT-FILE-NAME
           CALL "GENTOTL" USING GENTOTL-REQUEST
           MOVE GT-CONTROL-TOTAL TO WS-DISPLAY-TOTAL
           IF GT-FILE-FOUND
                   AND GT-LINE-COUNT =
                       WS-RE-MEMBER-LINES (WS-MEMBER-INDEX)
                   AND GT-CONTROL-TOTAL =
                       WS-RE-MEMBER-TOTAL (WS-MEMBER-INDEX)
               DISPLAY "  " WS-RERUN-FILE-NAME " " GT-LINE-COUNT
                   " line(s) " WS-DISPLAY-TOTAL " agrees"
           ELSE
               DISPLAY "ERROR: " WS-RERUN-FILE-NAME " "
                   GT-LINE-COUNT " line(s) " WS-DISPLAY-TOTAL
               MOVE WS-RE-MEMBER-TOTAL (WS-MEMBER-INDEX)
                   TO WS-DISPLAY-TOTAL
               DISPLAY "       catalog says "
                   WS-RE-MEMBER-LINES (WS-MEMBER-INDEX)
                   " line(s) " WS-DISPLAY-TOTAL
               SET WS-RESTORE-FAILED TO TRUE
           END-IF.

      *    The history up to and including the restored run, so that
      *    run is the last entry every downstream step looks for.
       WRITE-RERUN-HISTORY SECTION.
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
                       ADD 1 TO WS-HIST-RECORD-NO
                       IF RH-RUN-NO IS NUMERIC
                               AND RH-RUN-NO = WS-RESTORE-RUN-NO
                           MOVE WS-HIST-RECORD-NO
                               TO WS-HIST-LAST-MATCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTIN
           IF WS-HIST-LAST-MATCH = ZERO
               DISPLAY "ERROR: run " WS-RESTORE-RUN-NO
                   " is not on RUNHIST.DAT - cannot rerun it"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT HISTIN
           IF WS-HISTIN-STATUS NOT = "00"
               DISPLAY "ERROR: could not reopen RUNHIST.DAT, status "
                   WS-HISTIN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HISTOUT
           IF WS-HISTOUT-STATUS NOT = "00"
               DISPLAY "ERROR: could not open RERUN/RUNHIST.DAT, "
                   "status " WS-HISTOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-HIST-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-HISTIN
                   OR WS-HIST-WRITTEN = WS-HIST-LAST-MATCH
               READ HISTIN
                   AT END
                       SET WS-END-OF-HISTIN TO TRUE
                   NOT AT END
                       MOVE CALC-HISTORY-RECORD TO HISTOUT-RECORD
                       WRITE HISTOUT-RECORD
                       IF WS-HISTOUT-STATUS NOT = "00"
                           DISPLAY "ERROR: write to RERUN/RUNHIST.DAT"
                               " failed, status " WS-HISTOUT-STATUS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-HIST-WRITTEN
               END-READ
           END-PERFORM
           CLOSE HISTIN
           CLOSE HISTOUT.

      *    HELD.DAT is cumulative and HOLDREL keeps releasing into
      *    it after the night has run, so the live file would hand a
      *    rerun EXTRACT every item released since. Only the items
      *    the restored run held, or that its extract marked as sent,
      *    go into RERUN; one it held that was released or extracted
      *    later is put back to H as it stood when the run ended.
      *    Items extracted by the run stay E with its run number,
      *    which EXTRACT and NIGHTBAL take as this run's releases.
       WRITE-RERUN-HELD SECTION.
           CALL "CBL_DELETE_FILE" USING WS-RERUN-HELD-NAME
           MOVE ZERO TO RETURN-CODE
           OPEN INPUT HELDIN
           IF WS-HELDIN-STATUS NOT = "00"
               IF WS-HELDIN-STATUS NOT = "05"
                       AND WS-HELDIN-STATUS NOT = "35"
                   DISPLAY "ERROR: could not open HELD.DAT, status "
                       WS-HELDIN-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE HELDIN
               DISPLAY "  HELD.DAT not copied - the rerun goes "
                   "without it"
           ELSE
               OPEN OUTPUT HELDOUT
               IF WS-HELDOUT-STATUS NOT = "00"
                   DISPLAY "ERROR: could not open RERUN/HELD.DAT, "
                       "status " WS-HELDOUT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-END-OF-HELDIN
                   READ HELDIN
                       AT END
                           SET WS-END-OF-HELDIN TO TRUE
                       NOT AT END
                           PERFORM COPY-RERUN-HELD-ITEM
                   END-READ
               END-PERFORM
               CLOSE HELDIN
               CLOSE HELDOUT
               DISPLAY "  RERUN/HELD.DAT " WS-HELD-WRITTEN
                   " item(s) for run " WS-RESTORE-RUN-NO
           END-IF.

       COPY-RERUN-HELD-ITEM SECTION.
           EVALUATE TRUE
               WHEN HD-EXTRACTED
                       AND HD-EXTRACT-RUN-NO = WS-RESTORE-RUN-NO
                   PERFORM WRITE-RERUN-HELD-ITEM
               WHEN HD-RUN-NO = WS-RESTORE-RUN-NO
                   IF HD-RELEASED OR HD-EXTRACTED
                       SET HD-HELD TO TRUE
                       MOVE ZERO TO HD-ACTION-DATE
                       MOVE SPACES TO HD-ACTION-USER
                       MOVE ZERO TO HD-EXTRACT-RUN-NO
                   END-IF
                   PERFORM WRITE-RERUN-HELD-ITEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-RERUN-HELD-ITEM SECTION.
           MOVE HELD-ITEM-RECORD TO HELD-RERUN-RECORD
           WRITE HELD-RERUN-RECORD
           IF WS-HELDOUT-STATUS NOT = "00"
               DISPLAY "ERROR: write to RERUN/HELD.DAT failed, "
                   "status " WS-HELDOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HELD-WRITTEN.

      *    Run-control and reference files are taken as they stand
      *    today; one that is missing is simply left out.
       COPY-CURRENT-FILE SECTION.
           MOVE SPACES TO WS-RERUN-FILE-NAME
           STRING "RERUN/" WS-CURRENT-FILE-NAME DELIMITED BY SIZE
               INTO WS-RERUN-FILE-NAME
           CALL "CBL_DELETE_FILE" USING WS-RERUN-FILE-NAME
           MOVE ZERO TO RETURN-CODE
           CALL "CBL_COPY_FILE"
               USING WS-CURRENT-FILE-NAME WS-RERUN-FILE-NAME
           IF RETURN-CODE NOT = ZERO
               DISPLAY "  " WS-CURRENT-FILE-NAME
                   " not copied - the rerun goes without it"
           END-IF
           MOVE ZERO TO RETURN-CODE.

       RUN-RERUN-STEP SECTION.
           MOVE SPACES TO WS-COMMAND
           STRING "cd RERUN && ../" DELIMITED BY SIZE
               WS-PARM-STEP DELIMITED BY SPACE
               INTO WS-COMMAND
           DISPLAY "Rerunning run " WS-RESTORE-RUN-NO " in RERUN: "
               WS-PARM-STEP
           MOVE ZERO TO RETURN-CODE
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-RAW-RC
           MOVE ZERO TO RETURN-CODE
      *    Same normalization as NIGHTRUN: the exit code may come
      *    back in the high byte of the wait status.
           IF WS-RAW-RC > 255
               DIVIDE WS-RAW-RC BY 256 GIVING WS-STEP-RC
           ELSE
               MOVE WS-RAW-RC TO WS-STEP-RC
           END-IF
           DISPLAY "Rerun ended, return code " WS-STEP-RC.
