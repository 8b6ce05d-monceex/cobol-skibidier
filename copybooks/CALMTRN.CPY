      *****************************************************************
      *  CALMTRN.CPY
      *  Maintenance transaction record for the processing calendar.
      *  One record per add, change or delete CALMAINT is to apply
      *  against CALENDAR, plus the generate action that lays a
      *  whole year down at once: every Saturday and Sunday a
      *  weekend, every other date a processing day, no period ends.
      *  Holidays and period ends are then keyed as changes.  As on
      *  TAXMTRN, a blank field on a change leaves the calendar
      *  value alone.  For a generate only the year in the first four
      *  digits of the date is used.
      *****************************************************************
       01  CALMTRN-RECORD                VALUE SPACES.
           05  CALMTRN-ACTION            PIC X(01).
               88  CALMTRN-IS-ADD            VALUE "A".
               88  CALMTRN-IS-CHANGE         VALUE "C".
               88  CALMTRN-IS-DELETE         VALUE "D".
               88  CALMTRN-IS-GENERATE       VALUE "G".
           05  CALMTRN-DATE              PIC X(08).
           05  CALMTRN-DATE-N REDEFINES CALMTRN-DATE
                                         PIC 9(08).
           05  CALMTRN-DATE-PARTS REDEFINES CALMTRN-DATE.
               10  CALMTRN-YEAR          PIC 9(04).
               10  FILLER                PIC X(04).
           05  CALMTRN-DAY-TYPE          PIC X(01).
           05  CALMTRN-PERIOD-END        PIC X(01).
           05  CALMTRN-DESCRIPTION       PIC X(30).
           05  FILLER                    PIC X(39).
