      *  record per add, change or retire WIZMAINT is to apply
      *  against WIZMSTR in a single batch run.  The stake is keyed
      *  as characters so a blank can mean "leave the master value
      *  alone" on a change, the way TAXMTRN's blank fields do.  The
      *  effective date works as TAXMTRN's does: blank applies at
      *  once, a later date holds the transaction on WIZMPND until
      *  the nightly maintenance step finds it due.
      *****************************************************************
       01  WIZMTRN-RECORD                VALUE SPACES.
           05  WIZMTRN-ACTION            PIC X(01).
           05  WIZMTRN-SQUAD             PIC X(04).
           05  WIZMTRN-NEW-STATUS        PIC X(01).
           05  WIZMTRN-STAKE-GOLD        PIC X(03).
           05  WIZMTRN-EFFECTIVE-DATE    PIC X(08).
           05  WIZMTRN-EFFECTIVE-DATE-N REDEFINES
               WIZMTRN-EFFECTIVE-DATE    PIC 9(08).
           05  WIZMTRN-QUEUED-DATE       PIC X(08).
           05  FILLER                    PIC X(16).
