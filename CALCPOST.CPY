      *****************************************************
      *  CALCPOST.CPY                                     *
      *  Posted-item master record - POSTMAST.DAT, the     *
      *  cumulative indexed history of every batch item    *
      *  CALC has handled, keyed on run number, source id  *
      *  and sequence number. RESULT.DAT, REJECT.DAT and   *
      *  LEDGER.DAT are overwritten nightly; this file is  *
      *  not, so an item's lineage can still be traced     *
      *  weeks later.                                       *
      *  CALC adds one record per final result (status C)   *
      *  and one per batch reject (status J, with the       *
      *  reject reason and the suspense item opened).       *
      *  LEDGACK stamps the ledger's posted / bounced        *
      *  acknowledgment (a bounce also opens a suspense      *
      *  item) and REJFIX stamps the suspense item's         *
      *  repair or discard with the date and operator.       *
      *  PI-ITEM-KEY (source id plus sequence number) is an  *
      *  alternate key with duplicates, so ITEMINQ can pull  *
      *  every run an item appeared in without knowing the   *
      *  run numbers. Interactive calculations never reach   *
      *  the master, for the same reason they stay off the   *
      *  suspense file.                                      *
      *  PI-FEED-ID is the source id on the TRANIN.DAT       *
      *  batch header the item arrived under (COLL for the   *
      *  collected nightly stream) and PI-BATCH-DATE that    *
      *  header's batch date.                                *
      *  A reversing entry is added with PI-ENTRY-TYPE R and   *
      *  PI-LINK-KEY naming the item it reverses; the original *
      *  is then flagged PI-REVERSED with PI-LINK-KEY pointing *
      *  back at the reversing entry, so each can be reached   *
      *  from the other and an item is never reversed twice.   *
      *  PI-RESULT is in PI-CURRENCY-CODE; PI-FX-RATE and      *
      *  PI-BASE-RESULT are the conversion CALC applied, so a  *
      *  reversal backs out exactly the base amount posted.    *
      *  PI-HOLD-STATUS is H when CALC held the result for     *
      *  supervisor release instead of writing it to           *
      *  RESULT.DAT; HOLDREL sets it to R (released into the   *
      *  next extract) or X (rejected to suspense) with the    *
      *  date and the approving supervisor. Blank otherwise.   *
      *  PI-FORMULA-CODE and PI-FORMULA-VERSION name the       *
      *  FORMULA.DAT entry a named-formula item was worked     *
      *  with; blank and zero for an ordinary item.            *
      *****************************************************
       01  POSTED-ITEM-RECORD.
           05  PI-KEY.
               10  PI-RUN-NO         PIC 9(6).
               10  PI-ITEM-KEY.
                   15  PI-SOURCE-ID  PIC X(4).
                   15  PI-SEQ-NO     PIC 9(6).
           05  PI-BATCH-DATE         PIC 9(8).
           05  PI-FEED-ID            PIC X(4).
           05  PI-NUM1               PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
           05  PI-OPERATOR           PIC X(3).
           05  PI-NUM2               PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
           05  PI-RESULT             PIC S9(9)V99
                                     SIGN LEADING SEPARATE.
           05  PI-RATE-CODE          PIC X(4).
           05  PI-RATE-EFFECTIVE     PIC 9(8).
           05  PI-CALC-STATUS        PIC X.
               88  PI-CALCULATED             VALUE "C".
               88  PI-CALC-REJECTED          VALUE "J".
           05  PI-REASON-CODE        PIC X(2).
           05  PI-REASON-TEXT        PIC X(30).
           05  PI-LEDGER-STATUS      PIC X.
               88  PI-LEDGER-PENDING         VALUE " ".
               88  PI-LEDGER-POSTED          VALUE "P".
               88  PI-LEDGER-BOUNCED         VALUE "B".
           05  PI-LEDGER-DATE        PIC 9(8).
           05  PI-LEDGER-REASON-CODE PIC X(2).
           05  PI-LEDGER-REASON-TEXT PIC X(30).
           05  PI-SUSPENSE-STATUS    PIC X.
               88  PI-NOT-IN-SUSPENSE        VALUE " ".
               88  PI-SUSPENSE-OPEN          VALUE "O".
               88  PI-SUSPENSE-REPAIRED      VALUE "R".
               88  PI-SUSPENSE-DISCARDED     VALUE "D".
           05  PI-SUSPENSE-DATE      PIC 9(8).
           05  PI-SUSPENSE-USER      PIC X(8).
           05  PI-ENTRY-TYPE         PIC X.
               88  PI-ORDINARY-ENTRY         VALUE " ".
               88  PI-REVERSING-ENTRY        VALUE "R".
           05  PI-REVERSED-SW        PIC X.
               88  PI-NOT-REVERSED           VALUE " ".
               88  PI-REVERSED               VALUE "Y".
           05  PI-LINK-KEY.
               10  PI-LINK-RUN-NO        PIC 9(6).
               10  PI-LINK-SOURCE-ID     PIC X(4).
               10  PI-LINK-SEQ-NO        PIC 9(6).
           05  PI-CURRENCY-CODE      PIC X(3).
           05  PI-FX-RATE            PIC 9(4)V9(6).
           05  PI-BASE-RESULT        PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
           05  PI-HOLD-STATUS        PIC X.
               88  PI-NOT-HELD               VALUE " ".
               88  PI-HELD                   VALUE "H".
               88  PI-HOLD-RELEASED          VALUE "R".
               88  PI-HOLD-REJECTED          VALUE "X".
           05  PI-HOLD-DATE          PIC 9(8).
           05  PI-HOLD-USER          PIC X(8).
           05  PI-FORMULA-CODE       PIC X(4).
           05  PI-FORMULA-VERSION    PIC 9(3).
