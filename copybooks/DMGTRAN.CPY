      *  One record per punch transaction PUNCHER is to apply in a
      *  single batch run.  Each punch names the wizard it lands on,
      *  so one run can work a whole roster instead of a single
      *  anonymous wizard.  Besides the punch PUNCHGEN generates,
      *  operations key HEAL, BONUS and XFER adjustments on ADJTRAN
      *  in the same layout, dated for the business date they are to
      *  apply on; PUNCHGEN copies the day's onto DMGTRAN after the
      *  punches.  The amount is health points for a HEAL and gold
      *  for a BONUS or XFER; an XFER moves gold from the wizard
      *  named to the TO-WIZARD.  A blank type is a punch, as every
      *  record written before the type existed is.  A punch PUNCHER
      *  parks on CARRYOVR carries, in the adjustment date's place,
      *  the business date it was first carried over on, so RETPURGE
      *  can age the carry-over.
      *****************************************************************
       01  DMGTRAN-RECORD                VALUE SPACES.
           05  DMGTRAN-TXN-ID            PIC X(09).
           05  DMGTRAN-WIZARD-ID         PIC X(09).
           05  DMGTRAN-DAMAGE            PIC 9(03).
           05  DMGTRAN-AMOUNT REDEFINES
               DMGTRAN-DAMAGE            PIC 9(03).
           05  DMGTRAN-TXN-TYPE          PIC X(05).
               88  DMGTRAN-IS-PUNCH          VALUE "PUNCH" SPACES.
               88  DMGTRAN-IS-HEAL           VALUE "HEAL ".
               88  DMGTRAN-IS-BONUS          VALUE "BONUS".
               88  DMGTRAN-IS-XFER           VALUE "XFER ".
           05  DMGTRAN-TO-WIZARD-ID      PIC X(09).
           05  DMGTRAN-ADJ-DATE          PIC X(08).
           05  DMGTRAN-ADJ-DATE-N REDEFINES
               DMGTRAN-ADJ-DATE          PIC 9(08).
           05  DMGTRAN-CARRY-DATE REDEFINES
               DMGTRAN-ADJ-DATE          PIC 9(08).
           05  FILLER                    PIC X(37).
