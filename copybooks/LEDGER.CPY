      *  Auditable record of every coin movement the batch causes -
      *  a SHARE deduction when a wizard's pouch springs a leak, the
      *  full gold payout when a wizard perishes, or the starting
      *  gold staked when WIZPROV stands a fresh wizard up.  The
      *  operations adjustments PUNCHER applies post their own types:
      *  a BONUS adds gold, an XFER posts an XFROUT on the wizard the
      *  gold leaves and an XFERIN on the wizard it reaches, and a
      *  HEAL records the health points restored -- health, not
      *  gold, so no gold proof counts it.  Each entry is stamped
      *  with the wizard it belongs to.
      *****************************************************************
       01  LEDGER-RECORD                 VALUE SPACES.
           05  LEDGER-DATE               PIC 9(08).
               88  LEDGER-IS-PAYOUT          VALUE "PAYOUT".
               88  LEDGER-IS-PROVISION       VALUE "PROVSN".
               88  LEDGER-IS-BALFWD          VALUE "BALFWD".
               88  LEDGER-IS-HEAL            VALUE "HEAL  ".
               88  LEDGER-IS-BONUS           VALUE "BONUS ".
               88  LEDGER-IS-XFER-OUT        VALUE "XFROUT".
               88  LEDGER-IS-XFER-IN         VALUE "XFERIN".
           05  LEDGER-AMOUNT             PIC 9(03).
           05  FILLER                    PIC X(45).
