       FILE SECTION.
       FD  HISTF
           RECORDING MODE IS F.
       01  HIST-INPUT-RECORD         PIC X(915).

       FD  HISTWORK
           RECORDING MODE IS F.
