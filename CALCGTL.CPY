      *****************************************************
      *  CALCGTL.CPY                                      *
      *  Control-total request area passed to the GENTOTL  *
      *  subprogram. The caller names the generation       *
      *  member (TRANIN, RESULT, ...) and the file to read; *
      *  GENTOTL returns whether the file is there, its     *
      *  line count and the member's control total, so a    *
      *  generation is counted the same way when it is      *
      *  saved and when it is put back.                     *
      *****************************************************
       01  GENTOTL-REQUEST.
           05  GT-MEMBER-NAME    PIC X(8).
           05  GT-FILE-NAME      PIC X(40).
           05  GT-FILE-STATUS    PIC X.
               88  GT-FILE-FOUND             VALUE "Y".
               88  GT-FILE-MISSING           VALUE "N".
               88  GT-FILE-ERROR             VALUE "E".
           05  GT-LINE-COUNT     PIC 9(7).
           05  GT-CONTROL-TOTAL  PIC S9(13)V99.
