      *****************************************************
      *  CALCGEN.CPY                                      *
      *  Generation catalog record - GENCAT.DAT, one record *
      *  per night's generation set, written by GENSAVE as  *
      *  the last step of the stream and read by GENREST.   *
      *  A set is the night's copy of each file named in    *
      *  GC-MEMBER, saved as <member>.<run date>.R<run no>  *
      *  .DAT, with the line count and control total it     *
      *  had when it was saved (counted by GENTOTL).        *
      *  GC-MEMBER-SAVED is off for an optional file the    *
      *  night did not have. Once a set falls outside the   *
      *  CALCPARM.DAT GENRETAIN count its files are deleted *
      *  and the record stays on the catalog as pruned (P)  *
      *  with the date it went.                             *
      *****************************************************
       01  GEN-CATALOG-RECORD.
           05  GC-RUN-NO         PIC 9(6).
           05  GC-RUN-DATE       PIC 9(8).
           05  GC-SAVED-DATE     PIC 9(8).
           05  GC-STATUS         PIC X.
               88  GC-ACTIVE                 VALUE "A".
               88  GC-PRUNED                 VALUE "P".
           05  GC-PRUNED-DATE    PIC 9(8).
           05  GC-MEMBER-COUNT   PIC 9(2).
           05  GC-MEMBER OCCURS 9 TIMES.
               10  GC-MEMBER-NAME    PIC X(8).
               10  GC-MEMBER-SW      PIC X.
                   88  GC-MEMBER-SAVED       VALUE "Y".
               10  GC-MEMBER-LINES   PIC 9(7).
               10  GC-MEMBER-TOTAL   PIC S9(13)V99
                                     SIGN LEADING SEPARATE.
