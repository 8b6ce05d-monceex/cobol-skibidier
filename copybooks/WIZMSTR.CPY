      *  provisioned every morning.  The stake is the starting gold
      *  WIZPROV books when it stands the wizard up, replacing the
      *  squared-timestamp roll inherited from the old starter-
      *  wizard code.  A retirement stamps the date it took effect.
      *****************************************************************
       01  WIZMSTR-RECORD                VALUE SPACES.
           05  WIZMSTR-WIZARD-ID         PIC X(09).
               88  WIZMSTR-RETIRED           VALUE "R".
           05  WIZMSTR-STAKE-GOLD        PIC 9(03).
           05  WIZMSTR-DATE-ADDED        PIC 9(08).
           05  WIZMSTR-DATE-RETIRED      PIC 9(08).
           05  FILLER                    PIC X(17).
