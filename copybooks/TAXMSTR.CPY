      *  Taxpayer master record.  One record per taxpayer the system
      *  is allowed to classify, keyed on the taxpayer ID.  Maintained
      *  by TAXMAINT and read by SKIBIDIER so an unknown or inactive
      *  ID is rejected instead of being skibidied on faith.  A
      *  taxpayer is never removed: TAXMAINT deactivates the record
      *  and stamps the date, so the history still finds it.
      *****************************************************************
       01  TAXMSTR-RECORD                VALUE SPACES.
           05  TAXMSTR-TAXPAYER-ID       PIC X(09).
               88  TAXMSTR-ACTIVE            VALUE "A".
               88  TAXMSTR-INACTIVE          VALUE "I".
           05  TAXMSTR-DATE-ADDED        PIC 9(08).
           05  TAXMSTR-DATE-DEACTIVATED  PIC 9(08).
           05  FILLER                    PIC X(20).
