      *****************************************************************
      *  CALENDAR.CPY
      *  Processing calendar record.  One record per calendar date
      *  for the year, keyed on the date, saying whether the shop
      *  processes that day or it is a weekend or shop holiday, and
      *  whether the date closes an accounting period.  DATEROLL
      *  rolls BUSNDATE onto the next processing day on it and
      *  LEDGCLOS takes its cutoff from the period-end flag, so
      *  nobody keys a boundary by hand any more.  Maintained by
      *  CALMAINT.
      *****************************************************************
       01  CALENDAR-RECORD               VALUE SPACES.
           05  CALENDAR-DATE             PIC 9(08).
           05  CALENDAR-DAY-TYPE         PIC X(01).
               88  CALENDAR-IS-PROCESSING    VALUE "P".
               88  CALENDAR-IS-WEEKEND       VALUE "W".
               88  CALENDAR-IS-HOLIDAY       VALUE "H".
               88  CALENDAR-TYPE-VALID       VALUE "P" "W" "H".
           05  CALENDAR-PERIOD-END       PIC X(01).
               88  CALENDAR-IS-PERIOD-END    VALUE "Y".
               88  CALENDAR-NOT-PERIOD-END   VALUE "N".
           05  CALENDAR-DESCRIPTION      PIC X(30).
           05  CALENDAR-DATE-CHANGED     PIC 9(08).
           05  FILLER                    PIC X(32).
