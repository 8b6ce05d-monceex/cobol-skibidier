      *****************************************************************
      *  SETLREC.CPY
      *  One record per taxpayer on TAXSETL's settlement file: the
      *  coins the punches generated off that taxpayer knocked loose
      *  (CLOSS) and the gold they paid out when a wizard perished
      *  (PAYOUT) over the settlement period, with the name and
      *  district off the taxpayer master.  A taxpayer no longer on
      *  the master settles under district "????".
      *****************************************************************
       01  SETLREC-RECORD                VALUE SPACES.
           05  SETLREC-TAXPAYER-ID       PIC X(09).
           05  SETLREC-NAME              PIC X(30).
           05  SETLREC-DISTRICT          PIC X(04).
           05  SETLREC-PERIOD-FROM       PIC 9(08).
           05  SETLREC-PERIOD-THRU       PIC 9(08).
           05  SETLREC-CLOSS-AMOUNT      PIC 9(07).
           05  SETLREC-PAYOUT-AMOUNT     PIC 9(07).
           05  SETLREC-ENTRY-COUNT       PIC 9(05).
           05  FILLER                    PIC X(02).
