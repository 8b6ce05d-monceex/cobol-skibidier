
       01  REC-WIZ-COUNT                PIC 9(05) VALUE ZERO.
       01  REC-EXPECT-CLOSE             PIC S9(06) VALUE ZERO.
       01  REC-ADJ-NET                  PIC S9(06) VALUE ZERO.

      *****************************************************************
      *  REC-WRK-RECORD - one keyed work record per wizard on the
      *  and closing state so each wizard can be proved on one line.
      *  Keyed on the wizard ID the way TAXMSTR is, replacing the
      *  old in-core table that capped the proof at 20 wizards.
      *  ADJ-IN carries the gold a BONUS or an incoming XFER added,
      *  ADJ-OUT the gold an outgoing XFER took away.
      *****************************************************************
       01  REC-WRK-RECORD.
           05  REC-WRK-WIZARD-ID        PIC X(09).
           05  REC-WRK-CLOSS            PIC 9(05).
           05  REC-WRK-PAYOUT           PIC 9(05).
           05  REC-WRK-CLOSE            PIC 9(03).
           05  REC-WRK-ADJ-IN           PIC 9(05).
           05  REC-WRK-ADJ-OUT          PIC 9(05).
           05  FILLER                   PIC X(45).

      *****************************************************************
      *  REC-VERDICT-LINE - fixed-column overall verdict line,

      *****************************************************************
      *  REC-WIZ-LINE - fixed-column detail line for the wizard gold
      *  proof, one line per wizard on the opening snapshot.  The
      *  adj column is the net gold the day's BONUS and XFER
      *  adjustments moved, signed.
      *****************************************************************
       01  REC-WIZ-LINE.
           05  REC-WL-ID                PIC X(09).
           05  FILLER                   PIC X(06) VALUE " open ".
           05  REC-WL-OPEN              PIC 9(03).
           05  FILLER                   PIC X(07) VALUE " closs ".
           05  REC-WL-CLOSS             PIC 9(05).
           05  FILLER                   PIC X(08) VALUE " payout ".
           05  REC-WL-PAYOUT            PIC 9(05).
           05  FILLER                   PIC X(05) VALUE " adj ".
           05  REC-WL-ADJ               PIC -(05)9.
           05  FILLER                   PIC X(07) VALUE " close ".
           05  REC-WL-CLOSE             PIC 9(03).
           05  FILLER                   PIC X(01) VALUE " ".
           05  REC-WL-STATUS            PIC X(14).
           05  FILLER                   PIC X(01) VALUE SPACES.

       01  TAXPYIN-STATUS               PIC X(02) VALUE SPACES.
           88  TAXPYIN-OK                          VALUE "00".
      *  RECONCILE-WIZARD-GOLD - build one keyed work record per
      *  wizard off the opening snapshot, fold in today's ledger
      *  activity and the closing roster, then prove
      *  open - closs - payout + adj-in - adj-out = close for every
      *  wizard.
      *****************************************************************
       RECONCILE-WIZARD-GOLD.
           PERFORM LOAD-OPENING-SNAPSHOT
               MOVE ZEROS TO REC-WRK-CLOSS
               MOVE ZEROS TO REC-WRK-PAYOUT
               MOVE ZEROS TO REC-WRK-CLOSE
               MOVE ZEROS TO REC-WRK-ADJ-IN
               MOVE ZEROS TO REC-WRK-ADJ-OUT
               WRITE RECNWRK-FILE-RECORD FROM REC-WRK-RECORD
                   INVALID KEY
                       CONTINUE
           END-IF.

      *****************************************************************
      *  FOLD-IN-LEDGER - accumulate today's CLOSS and PAYOUT amounts,
      *  and the gold moved by BONUS, XFERIN and XFROUT adjustments,
      *  against the wizard each entry is stamped with.  HEAL moves
      *  health, not gold, and stays out of the proof.  Entries for
      *  other days belong to other runs' reconciliations; a today
      *  entry naming a wizard missing from the opening snapshot
      *  breaks the gold proof outright.
           IF NOT REC-LEDGER-DONE
               IF LEDGER-DATE OF LEDGER-RECORD = REC-TODAY
                   AND (LEDGER-IS-COIN-LOSS OF LEDGER-RECORD
                       OR LEDGER-IS-PAYOUT OF LEDGER-RECORD
                       OR LEDGER-IS-BONUS OF LEDGER-RECORD
                       OR LEDGER-IS-XFER-IN OF LEDGER-RECORD
                       OR LEDGER-IS-XFER-OUT OF LEDGER-RECORD)
                   MOVE LEDGER-WIZARD-ID OF LEDGER-RECORD
                       TO WIZSTATE-WIZARD-ID OF WIZSTATE-RECORD
                   PERFORM READ-RECON-WORK
                   IF REC-WIZ-FOUND
                       EVALUATE TRUE
                           WHEN LEDGER-IS-COIN-LOSS OF LEDGER-RECORD
                               ADD LEDGER-AMOUNT OF LEDGER-RECORD
                                   TO REC-WRK-CLOSS
                           WHEN LEDGER-IS-PAYOUT OF LEDGER-RECORD
                               ADD LEDGER-AMOUNT OF LEDGER-RECORD
                                   TO REC-WRK-PAYOUT
                           WHEN LEDGER-IS-XFER-OUT OF LEDGER-RECORD
                               ADD LEDGER-AMOUNT OF LEDGER-RECORD
                                   TO REC-WRK-ADJ-OUT
                           WHEN OTHER
                               ADD LEDGER-AMOUNT OF LEDGER-RECORD
                                   TO REC-WRK-ADJ-IN
                       END-EVALUATE
                       PERFORM REWRITE-RECON-WORK
                   ELSE
                       MOVE "N" TO REC-GOLD-BALANCE-SW
      *****************************************************************
      *  PROVE-ONE-WIZARD - one line of the gold proof: the wizard's
      *  closing gold must equal opening less coin losses less
      *  payout, plus or minus the gold the day's adjustments moved.
      *  A wizard who perished and was not yet provisioned closes at
      *  zero, which the payout entry accounts for.
      *****************************************************************
       PROVE-ONE-WIZARD.
           READ RECNWRK-FILE NEXT RECORD INTO REC-WRK-RECORD
                   REC-WRK-OPEN-GOLD
                   - REC-WRK-CLOSS
                   - REC-WRK-PAYOUT
                   + REC-WRK-ADJ-IN
                   - REC-WRK-ADJ-OUT
               COMPUTE REC-ADJ-NET =
                   REC-WRK-ADJ-IN - REC-WRK-ADJ-OUT
               MOVE REC-WRK-WIZARD-ID TO REC-WL-ID
               MOVE REC-WRK-OPEN-GOLD TO REC-WL-OPEN
               MOVE REC-WRK-CLOSS TO REC-WL-CLOSS
               MOVE REC-WRK-PAYOUT TO REC-WL-PAYOUT
               MOVE REC-ADJ-NET TO REC-WL-ADJ
               MOVE REC-WRK-CLOSE TO REC-WL-CLOSE
               IF REC-EXPECT-CLOSE = REC-WRK-CLOSE
                   MOVE "IN BALANCE" TO REC-WL-STATUS
