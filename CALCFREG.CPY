      *****************************************************
      *  CALCFREG.CPY                                     *
      *  Feed registry record - FEEDREG.DAT. COLLECT adds   *
      *  one record for every department feed it accepts:  *
      *  the header source id and batch date, the count    *
      *  and hash the trailer proved, the lowest and       *
      *  highest sequence numbers carried, and the run     *
      *  number the feed went into (the number CALC will   *
      *  issue next, read from RUNCTL.DAT). FEEDEDIT and   *
      *  COLLECT both check each night's feeds against it  *
      *  so a department file sent or dropped a second     *
      *  time is caught before it posts twice.             *
      *  FR-OVERRIDE-SW is Y when the feed was accepted     *
      *  over a possible-resubmission finding; the         *
      *  override itself is logged on FEEDOVR.DAT.          *
      *****************************************************
       01  FEED-REGISTRY-RECORD.
           05  FR-SOURCE-ID          PIC X(4).
           05  FR-BATCH-DATE         PIC 9(8).
           05  FR-RECORD-COUNT       PIC 9(7).
           05  FR-HASH-TOTAL         PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
           05  FR-LOW-SEQ-NO         PIC 9(6).
           05  FR-HIGH-SEQ-NO        PIC 9(6).
           05  FR-RUN-NO             PIC 9(6).
           05  FR-FILE-NAME          PIC X(12).
           05  FR-COLLECTED-DATE     PIC 9(8).
           05  FR-OVERRIDE-SW        PIC X.
               88  FR-OVERRIDDEN             VALUE "Y".
