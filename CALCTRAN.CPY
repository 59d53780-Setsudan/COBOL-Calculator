      *  resolves the code against RATES.DAT before           *
      *  computing. CT-NUM2 must then be zero-filled (it      *
      *  still participates in the hash total as written).    *
      *  An "R" record reverses a result already posted to    *
      *  the ledger: CT-REV-ORIG-RUN-NO, -SOURCE-ID and        *
      *  -SEQ-NO name the original item on POSTMAST.DAT, and   *
      *  CT-SEQ-NO / CT-SOURCE-ID identify the reversal        *
      *  itself. CALC posts the original's result back with    *
      *  the opposite sign. "R" records count in the trailer   *
      *  count and add CT-REV-ORIG-SEQ-NO to the hash total.   *
      *  CT-CURRENCY-CODE is the currency the "D" record's      *
      *  operands are stated in; blank means the base currency  *
      *  (CALCPARM BASECURRENCY). CALC computes in that         *
      *  currency and converts the result to base at the       *
      *  FXRATES.DAT rate in force for the batch date. A "C"    *
      *  record inherits its chain's currency; its own code    *
      *  is ignored.                                            *
      *  A non-blank CT-FORMULA-CODE on a "D" record names a   *
      *  FORMULA.DAT formula instead of a single operation:     *
      *  CT-OPERATOR is left blank (or FRM), CT-NUM1 is the     *
      *  formula's first input and CT-NUM2 its second, and      *
      *  CT-RATE-CODE is blank - the formula's own steps say    *
      *  which rates they use. The hash total still sums        *
      *  CT-NUM1 and CT-NUM2.                                   *
      *  CT-KEYED-BY, after the record-type area, is the user  *
      *  id of whoever keyed the record. On a department       *
      *  feed the header's CT-KEYED-BY names the keyer of the  *
      *  whole file and COLLECT stamps it onto every record    *
      *  that does not name its own; REJFIX stamps the clerk   *
      *  who repaired the item. CALC carries it onto a result  *
      *  it holds for supervisor release, so the keyer cannot  *
      *  release their own item. Blank when not known.         *
      *****************************************************
       01  CALC-TRAN-RECORD.
           05  CT-RECORD-TYPE    PIC X.
               88  CT-DETAIL-RECORD          VALUE "D".
               88  CT-CONTINUATION-RECORD    VALUE "C".
               88  CT-TRAILER-RECORD         VALUE "T".
               88  CT-REVERSAL-RECORD        VALUE "R".
           05  CT-DETAIL.
               10  CT-SEQ-NO     PIC 9(6).
               10  CT-SOURCE-ID  PIC X(4).
               10  CT-OPERATOR   PIC X(3).
               10  CT-NUM2       PIC S9(9)V99 SIGN LEADING SEPARATE.
               10  CT-RATE-CODE  PIC X(4).
               10  CT-CURRENCY-CODE PIC X(3).
               10  CT-FORMULA-CODE  PIC X(4).
           05  CT-HEADER REDEFINES CT-DETAIL.
               10  CT-HDR-BATCH-DATE PIC 9(8).
               10  CT-HDR-SOURCE-ID  PIC X(4).
               10  FILLER            PIC X(36).
           05  CT-TRAILER REDEFINES CT-DETAIL.
               10  CT-TRL-RECORD-COUNT PIC 9(7).
               10  CT-TRL-HASH-TOTAL   PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(25).
           05  CT-REVERSAL REDEFINES CT-DETAIL.
               10  CT-REV-SEQ-NO         PIC 9(6).
               10  CT-REV-SOURCE-ID      PIC X(4).
               10  CT-REV-ORIG-RUN-NO    PIC 9(6).
               10  CT-REV-ORIG-SOURCE-ID PIC X(4).
               10  CT-REV-ORIG-SEQ-NO    PIC 9(6).
               10  FILLER                PIC X(22).
           05  CT-KEYED-BY       PIC X(8).
