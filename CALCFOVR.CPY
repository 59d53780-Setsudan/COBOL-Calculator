      *****************************************************
      *  CALCFOVR.CPY                                     *
      *  Feed override log record - FEEDOVR.DAT, append-   *
      *  only. COLLECT writes one record for each          *
      *  possible-resubmission finding an operator         *
      *  overrode with the OVERRIDE parameter: when, the   *
      *  feed accepted, the registry entry it matched and  *
      *  the parameter exactly as it was given.            *
      *****************************************************
       01  FEED-OVERRIDE-RECORD.
           05  FO-TIMESTAMP          PIC X(26).
           05  FO-RUN-NO             PIC 9(6).
           05  FO-FILE-NAME          PIC X(12).
           05  FO-SOURCE-ID          PIC X(4).
           05  FO-BATCH-DATE         PIC 9(8).
           05  FO-RECORD-COUNT       PIC 9(7).
           05  FO-HASH-TOTAL         PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
           05  FO-FINDING            PIC X(24).
           05  FO-MATCH-RUN-NO       PIC 9(6).
           05  FO-MATCH-BATCH-DATE   PIC 9(8).
           05  FO-RUN-PARM           PIC X(60).
