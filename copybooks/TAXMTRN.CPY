      *  TAXMTRN.CPY
      *  Maintenance transaction record for the taxpayer master.  One
      *  record per add, change or delete TAXMAINT is to apply against
      *  TAXMSTR.  A blank effective date applies at once; a date past
      *  the standing business date holds the transaction on the
      *  TAXMPND pending file, stamped with the date it was queued,
      *  until the nightly maintenance step finds it due.  A delete
      *  no longer removes the record: it deactivates the taxpayer as
      *  of the effective date.
      *****************************************************************
       01  TAXMTRN-RECORD                VALUE SPACES.
           05  TAXMTRN-ACTION            PIC X(01).
           05  TAXMTRN-NAME              PIC X(30).
           05  TAXMTRN-DISTRICT          PIC X(04).
           05  TAXMTRN-NEW-STATUS        PIC X(01).
           05  TAXMTRN-EFFECTIVE-DATE    PIC X(08).
           05  TAXMTRN-EFFECTIVE-DATE-N REDEFINES
               TAXMTRN-EFFECTIVE-DATE    PIC 9(08).
           05  TAXMTRN-QUEUED-DATE       PIC X(08).
           05  FILLER                    PIC X(19).
