      *****************************************************
      *  CALCCAL.CPY                                      *
      *  Business-day calendar record - CALENDAR.DAT,      *
      *  maintained by CALMNT and read through BUSDAY.     *
      *  A year is on the calendar once it has its year    *
      *  record (CL-MONTH-DAY zero, type Y); a date in a    *
      *  year without one stops any program that needs it.  *
      *  Within a loaded year Monday to Friday are business *
      *  days and Saturday and Sunday are not, except where *
      *  a day record says otherwise: H for a holiday on a  *
      *  weekday, W for a weekend day worked as a business  *
      *  day. CL-CHANGED-DATE and CL-CHANGED-BY carry the   *
      *  last maintenance of the record.                    *
      *****************************************************
       01  CALENDAR-RECORD.
           05  CL-DATE           PIC 9(8).
           05  CL-DATE-PARTS REDEFINES CL-DATE.
               10  CL-YEAR           PIC 9(4).
               10  CL-MONTH-DAY      PIC 9(4).
           05  CL-DAY-TYPE       PIC X.
               88  CL-YEAR-ENTRY             VALUE "Y".
               88  CL-HOLIDAY                VALUE "H".
               88  CL-WORKING-DAY            VALUE "W".
           05  CL-DESCRIPTION    PIC X(30).
           05  CL-CHANGED-DATE   PIC 9(8).
           05  CL-CHANGED-BY     PIC X(8).
