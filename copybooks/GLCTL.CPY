      *****************************************************************
      *  GLCTL.CPY
      *  GL extract control record.  GLEXTR forwards the BALFWD
      *  entries of each LEDGCLOS close to the general ledger once,
      *  on the first business date that sees them, and notes the
      *  close and that business date here.  A rerun of the same
      *  business date forwards the close again; a later date does
      *  not.
      *****************************************************************
       01  GLCTL-RECORD                  VALUE SPACES.
           05  GLCTL-LAST-CLOSE          PIC 9(08).
           05  GLCTL-FORWARDED-ON        PIC 9(08).
           05  FILLER                    PIC X(64).
