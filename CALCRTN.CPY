      *****************************************************
      *  CALCRTN.CPY                                      *
      *  Department return record - RTNxxxx.DAT, one file  *
      *  per source id, written by DEPTRTN once CALC and   *
      *  LEDGACK have run. An "H" header names the source,  *
      *  the batch date and the CALC run; then one "D"     *
      *  line per record the department sent ("D", "C" or   *
      *  "R" as sent, in sequence-number order) with what   *
      *  became of it; then one "T" trailer.                 *
      *  DR-STATUS is POSTED, BOUNCED or NO ACK (from the    *
      *  ledger acknowledgment), REJECTED (CALC reject,      *
      *  with the reason), CALCULATED (a result not yet      *
      *  acknowledged by the ledger), HELD (a result over   *
      *  its limit, awaiting supervisor release) or CHAINED  *
      *  (a chain step whose outcome is on the chain's      *
      *  final line).                                        *
      *  DR-HASH-AMOUNT is the line's share of the feed's    *
      *  hash total - NUM1 plus NUM2 for a "D", NUM2 for a   *
      *  "C", the original sequence number for an "R" - so   *
      *  the trailer's count and hash are the feed          *
      *  trailer's own figures, and DR-TRL-TIE-STATUS says   *
      *  whether they agree with the feed as registered on   *
      *  FEEDREG.DAT (Y / N, or U when it is not there).     *
      *  A held item from an earlier run that a supervisor   *
      *  released onto tonight's ledger is returned on its   *
      *  own "D" line with DR-RECORD-KIND "H", the ledger's  *
      *  verdict in DR-STATUS and the run that held it in    *
      *  DR-HELD-RUN-NO (zero on every other line). It was   *
      *  not in tonight's feed, so it is left out of the     *
      *  trailer count and hash and counted separately in    *
      *  DR-TRL-RELEASED-COUNT.                              *
      *****************************************************
       01  DEPT-RETURN-RECORD.
           05  DR-RECORD-TYPE        PIC X.
               88  DR-HEADER-RECORD          VALUE "H".
               88  DR-DETAIL-RECORD          VALUE "D".
               88  DR-TRAILER-RECORD         VALUE "T".
           05  DR-DETAIL.
               10  DR-SEQ-NO         PIC 9(6).
               10  DR-SOURCE-ID      PIC X(4).
               10  DR-RECORD-KIND    PIC X.
               10  DR-STATUS         PIC X(10).
               10  DR-HASH-AMOUNT    PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
               10  DR-RESULT         PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
               10  DR-REASON-CODE    PIC X(2).
               10  DR-REASON-TEXT    PIC X(30).
               10  DR-HELD-RUN-NO    PIC 9(6).
           05  DR-HEADER REDEFINES DR-DETAIL.
               10  DR-HDR-SOURCE-ID  PIC X(4).
               10  DR-HDR-BATCH-DATE PIC 9(8).
               10  DR-HDR-RUN-NO     PIC 9(6).
               10  DR-HDR-RETURN-DATE PIC 9(8).
               10  FILLER            PIC X(61).
           05  DR-TRAILER REDEFINES DR-DETAIL.
               10  DR-TRL-RECORD-COUNT   PIC 9(7).
               10  DR-TRL-HASH-TOTAL     PIC S9(13)V99
                                         SIGN LEADING SEPARATE.
               10  DR-TRL-POSTED-COUNT   PIC 9(7).
               10  DR-TRL-REJECTED-COUNT PIC 9(7).
               10  DR-TRL-BOUNCED-COUNT  PIC 9(7).
               10  DR-TRL-PENDING-COUNT  PIC 9(7).
               10  DR-TRL-CHAINED-COUNT  PIC 9(7).
               10  DR-TRL-TIE-STATUS     PIC X.
                   88  DR-TRL-TIES               VALUE "Y".
                   88  DR-TRL-DOES-NOT-TIE       VALUE "N".
                   88  DR-TRL-NOT-REGISTERED     VALUE "U".
               10  DR-TRL-HELD-COUNT     PIC 9(7).
               10  DR-TRL-RELEASED-COUNT PIC 9(7).
               10  FILLER                PIC X(14).
