      *  rerun after a mid-batch abend resumes at the last committed
      *  punch with LEDGER and WIZSTATE agreeing, instead of
      *  replaying the whole day against a hand-edited ledger.
      *  Operations adjustments ride the same file: a HEAL restores
      *  health, a BONUS grants gold and an XFER moves gold from one
      *  wizard to another.  Each is checked against the wizard's
      *  WIZMSTR status and the PARMFIL limits, rejected to PUNREJ
      *  when it fails, and posted to LEDGER under its own event
      *  type, so nobody has to edit WIZSTATE by hand and RECON's
      *  gold proof still balances.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WIZSTATE-FILE-WIZARD-ID
               FILE STATUS IS WIZSTATE-STATUS.
           SELECT WIZMSTR-FILE ASSIGN TO "WIZMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WIZMSTR-FILE-WIZARD-ID
               FILE STATUS IS WIZMSTR-STATUS.
           SELECT WIZCKPT-FILE ASSIGN TO "WIZCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WIZCKPT-STATUS.
           05  WIZSTATE-FILE-WIZARD-ID  PIC X(09).
           05  FILLER                   PIC X(71).

       FD  WIZMSTR-FILE.
       01  WIZMSTR-FILE-RECORD.
           05  WIZMSTR-FILE-WIZARD-ID   PIC X(09).
           05  FILLER                   PIC X(71).

       FD  WIZCKPT-FILE.
       01  WIZCKPT-FILE-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DMGTRAN.
       COPY WIZSTATE.
       COPY WIZMSTR.
       COPY LEDGER.
       COPY REJCTREC.
       COPY RUNCTL.
       01  PUN-TRIM-TARGET       PIC 9(07) VALUE ZEROS.
       01  PUN-TRIM-RECORD       PIC X(80) VALUE SPACES.

      *****************************************************************
      *  Adjustment working fields.  The limits are the PARMFIL
      *  PUNHEALMAX, PUNBONUSMAX and PUNXFERMAX defaults.  An XFER
      *  holds both wizards' roster records while it is checked, so
      *  neither is rewritten until both sides are known good.
      *****************************************************************
       01  PUN-HEAL-MAX          PIC 9(03) VALUE 50.
       01  PUN-BONUS-MAX         PIC 9(03) VALUE 50.
       01  PUN-XFER-MAX          PIC 9(03) VALUE 100.
       01  PUN-FULL-HEALTH       PIC 9(03) VALUE 100.
       01  PUN-ADJ-LIMIT         PIC 9(03) VALUE ZEROS.
       01  PUN-ADJ-AMOUNT        PIC 9(03) VALUE ZEROS.
       01  PUN-ADJ-RESULT        PIC 9(04) VALUE ZEROS.
       01  PUN-TO-WIZARD-ID      PIC X(09) VALUE SPACES.
       01  PUN-TO-HEALTH         PIC 9(03) VALUE ZEROS.
       01  PUN-TO-GOLD           PIC 9(03) VALUE ZEROS.
       01  PUN-XFER-FROM-RECORD  PIC X(80) VALUE SPACES.
       01  PUN-XFER-TO-RECORD    PIC X(80) VALUE SPACES.
       01  PUN-ADJ-COUNT         PIC 9(05) VALUE ZEROS.

       01  DMGTRAN-STATUS        PIC X(02) VALUE SPACES.
           88  DMGTRAN-OK                    VALUE "00".

           88  WIZSTATE-OK                   VALUE "00".
           88  WIZSTATE-NO-FILE              VALUE "35".

       01  WIZMSTR-STATUS        PIC X(02) VALUE SPACES.
           88  WIZMSTR-OK                    VALUE "00".

       01  WIZCKPT-STATUS        PIC X(02) VALUE SPACES.
           88  WIZCKPT-OK                    VALUE "00".

               88  PARMFIL-DONE                VALUE "Y".
           05  PUN-PARM-VALID-SW PIC X(01) VALUE "Y".
               88  PUN-PARM-VALID              VALUE "Y".
           05  PUN-WIZMSTR-OPEN-SW PIC X(01) VALUE "N".
               88  PUN-WIZMSTR-OPEN            VALUE "Y".
           05  PUN-MSTR-FOUND-SW PIC X(01) VALUE "N".
               88  PUN-MSTR-FOUND              VALUE "Y".
           05  PUN-ADJ-VALID-SW  PIC X(01) VALUE "Y".
               88  PUN-ADJ-VALID               VALUE "Y".

       PROCEDURE DIVISION.

                       MOVE "Y" TO PUN-DMGTRAN-OPEN-SW
                       PERFORM OPEN-CARRY-FILES
                       PERFORM OPEN-PUNREJ
                       PERFORM OPEN-WIZARD-MASTER
                       PERFORM LOAD-RUNTIME-PARMS
                       IF PUN-RESTARTING
                           PERFORM SKIP-COMMITTED-PUNCHES
               ADD 1 TO PUN-PASSED-COUNT
           END-IF.

      *****************************************************************
      *  OPEN-WIZARD-MASTER - the wizard master is only consulted for
      *  operations adjustments; PUNCHGEN has already checked every
      *  generated punch against it.  A run without the master still
      *  applies its punches, and rejects every adjustment rather
      *  than apply one unchecked.
      *****************************************************************
       OPEN-WIZARD-MASTER.
           OPEN INPUT WIZMSTR-FILE
           IF WIZMSTR-OK
               MOVE "Y" TO PUN-WIZMSTR-OPEN-SW
           ELSE
               DISPLAY "PUNCHER: unable to open WIZMSTR, status "
                       WIZMSTR-STATUS ", adjustments will reject"
           END-IF.

      *****************************************************************
      *  OPEN-PUNREJ - open the reject file for punches that fail
      *  validation before they reach the punch calculations.  PUNREJ
      *  coin-loss health threshold and the SHARE divisor.  A bad
      *  value is rejected to PUNREJ and the default stands, the
      *  same treatment a bad DAMAGE gets; keys belonging to other
      *  programs pass through untouched.  The HEAL, BONUS and XFER
      *  ceilings come off here too.
      *****************************************************************
       LOAD-RUNTIME-PARMS.
           OPEN INPUT PARMFIL-FILE
                           MOVE PUN-PARM-VALUE-WK
                               TO PUN-SHARE-DIV
                       END-IF
                   WHEN "PUNHEALMAX"
                       PERFORM VALIDATE-PARM-VALUE
                       IF PUN-PARM-VALID
                           MOVE PUN-PARM-VALUE-WK
                               TO PUN-HEAL-MAX
                       END-IF
                   WHEN "PUNBONUSMAX"
                       PERFORM VALIDATE-PARM-VALUE
                       IF PUN-PARM-VALID
                           MOVE PUN-PARM-VALUE-WK
                               TO PUN-BONUS-MAX
                       END-IF
                   WHEN "PUNXFERMAX"
                       PERFORM VALIDATE-PARM-VALUE
                       IF PUN-PARM-VALID
                           MOVE PUN-PARM-VALUE-WK
                               TO PUN-XFER-MAX
                       END-IF
               END-EVALUATE
           END-IF.

      *****************************************************************
      *  SCAN-ONE-LEDGER-ENTRY - a CLOSS or PAYOUT entry stamped with
      *  today's date means a same-date run already moved gold off
      *  the roster, and a BONUS, XFROUT or XFERIN entry means one
      *  already moved roster gold by adjustment.  PROVSN and BALFWD
      *  entries do not count: that gold is already in the roster
      *  the run opens with.  A HEAL moves no gold.
      *****************************************************************
       SCAN-ONE-LEDGER-ENTRY.
           READ LEDGER-FILE INTO LEDGER-RECORD
               ADD 1 TO PUN-LEDGER-RECS
               IF LEDGER-DATE OF LEDGER-RECORD = LEDGER-TODAY
                   AND (LEDGER-IS-COIN-LOSS OF LEDGER-RECORD
                       OR LEDGER-IS-PAYOUT OF LEDGER-RECORD
                       OR LEDGER-IS-BONUS OF LEDGER-RECORD
                       OR LEDGER-IS-XFER-OUT OF LEDGER-RECORD
                       OR LEDGER-IS-XFER-IN OF LEDGER-RECORD)
                   MOVE "Y" TO PUN-DAY-PUNCHED-SW
               END-IF
           END-IF.
      *  applied to the wizard the punch names.  A punch naming a
      *  wizard who is not on the roster is rejected rather than
      *  landing on somebody else's wizard -- that is exactly the
      *  mix-up that cost a wizard his gold last month.  Anything
      *  that is not a punch is an operations adjustment; its
      *  rejects go out under source ADJUST so REJFIX never rebuilds
      *  one as a punch -- a bad adjustment is rekeyed on ADJTRAN.
      *****************************************************************
       PROCESS-TRANSACTIONS.
           PERFORM READ-NEXT-PUNCH
               MOVE DMGTRAN-WIZARD-ID OF DMGTRAN-RECORD TO WIZARD-ID
               PERFORM READ-WIZARD-STATE
               IF NOT PUN-WIZ-FOUND
                   IF DMGTRAN-IS-PUNCH OF DMGTRAN-RECORD
                       MOVE "WIZARD  " TO REJCTREC-SOURCE
                   ELSE
                       MOVE "ADJUST  " TO REJCTREC-SOURCE
                   END-IF
                   MOVE TXN-ID TO REJCTREC-KEY-VALUE
                   MOVE WIZARD-ID TO REJCTREC-BAD-VALUE
                   MOVE "R004" TO REJCTREC-REASON-CODE
                       TO REJCTREC-REASON-TEXT
                   PERFORM WRITE-PUNREJ-RECORD
               ELSE
                   IF DMGTRAN-IS-PUNCH OF DMGTRAN-RECORD
                       PERFORM VALIDATE-DAMAGE
                       IF PUN-DAMAGE-VALID
                           PERFORM APPLY-PUNCH-TO-WIZARD
                       END-IF
                   ELSE
                       PERFORM PROCESS-ADJUSTMENT
                   END-IF
               END-IF
               ADD 1 TO PUN-CKPT-COUNT
                   MOVE "N" TO PUN-DAMAGE-VALID-SW
           END-EVALUATE.

      *****************************************************************
      *  PROCESS-ADJUSTMENT - an operations HEAL, BONUS or XFER.  It
      *  is checked in full before anything moves, and applied only
      *  when every check passes; the first failed check rejects it.
      *  Unlike a punch, an adjustment aimed at a perished wizard is
      *  rejected, not carried over: a fresh stake is WIZPROV's job.
      *****************************************************************
       PROCESS-ADJUSTMENT.
           MOVE "Y" TO PUN-ADJ-VALID-SW
           PERFORM CHECK-ADJUSTMENT-TYPE
           IF PUN-ADJ-VALID
               PERFORM CHECK-ADJUSTMENT-AMOUNT
           END-IF
           IF PUN-ADJ-VALID
               PERFORM CHECK-ADJUSTMENT-MASTER
           END-IF
           IF PUN-ADJ-VALID
               IF DMGTRAN-IS-XFER OF DMGTRAN-RECORD
                   PERFORM CHECK-XFER-TARGET
               ELSE
                   PERFORM CHECK-ADJUSTMENT-ROSTER
               END-IF
           END-IF
           IF PUN-ADJ-VALID
               EVALUATE TRUE
                   WHEN DMGTRAN-IS-HEAL OF DMGTRAN-RECORD
                       PERFORM APPLY-HEAL-TO-WIZARD
                   WHEN DMGTRAN-IS-BONUS OF DMGTRAN-RECORD
                       PERFORM APPLY-BONUS-TO-WIZARD
                   WHEN DMGTRAN-IS-XFER OF DMGTRAN-RECORD
                       PERFORM APPLY-XFER-BETWEEN-WIZARDS
               END-EVALUATE
               ADD 1 TO PUN-ADJ-COUNT
               ADD 1 TO PUN-APPLIED-COUNT
           END-IF.

      *****************************************************************
      *  CHECK-ADJUSTMENT-TYPE - only the types PUNCHER knows how to
      *  post get through, each with its own PARMFIL ceiling.
      *****************************************************************
       CHECK-ADJUSTMENT-TYPE.
           EVALUATE TRUE
               WHEN DMGTRAN-IS-HEAL OF DMGTRAN-RECORD
                   MOVE PUN-HEAL-MAX TO PUN-ADJ-LIMIT
               WHEN DMGTRAN-IS-BONUS OF DMGTRAN-RECORD
                   MOVE PUN-BONUS-MAX TO PUN-ADJ-LIMIT
               WHEN DMGTRAN-IS-XFER OF DMGTRAN-RECORD
                   MOVE PUN-XFER-MAX TO PUN-ADJ-LIMIT
               WHEN OTHER
                   MOVE DMGTRAN-TXN-TYPE OF DMGTRAN-RECORD
                       TO REJCTREC-BAD-VALUE
                   MOVE "R003" TO REJCTREC-REASON-CODE
                   MOVE "Type is not PUNCH, HEAL, BONUS or XFER"
                       TO REJCTREC-REASON-TEXT
                   PERFORM REJECT-ADJUSTMENT
           END-EVALUATE.

      *****************************************************************
      *  CHECK-ADJUSTMENT-AMOUNT - the amount gets the same scrutiny
      *  DAMAGE gets, plus the ceiling operations set on PARMFIL for
      *  its type.
      *****************************************************************
       CHECK-ADJUSTMENT-AMOUNT.
           MOVE DMGTRAN-DAMAGE OF DMGTRAN-RECORD TO REJCTREC-BAD-VALUE
           EVALUATE TRUE
               WHEN DMGTRAN-AMOUNT OF DMGTRAN-RECORD NOT NUMERIC
                   MOVE "R001" TO REJCTREC-REASON-CODE
                   MOVE "Amount is not numeric"
                       TO REJCTREC-REASON-TEXT
                   PERFORM REJECT-ADJUSTMENT
               WHEN DMGTRAN-AMOUNT OF DMGTRAN-RECORD = ZERO
                   MOVE "R002" TO REJCTREC-REASON-CODE
                   MOVE "Amount must be greater than zero"
                       TO REJCTREC-REASON-TEXT
                   PERFORM REJECT-ADJUSTMENT
               WHEN DMGTRAN-AMOUNT OF DMGTRAN-RECORD > PUN-ADJ-LIMIT
                   MOVE "R002" TO REJCTREC-REASON-CODE
                   MOVE "Amount is over the PARMFIL limit"
                       TO REJCTREC-REASON-TEXT
                   PERFORM REJECT-ADJUSTMENT
               WHEN OTHER
                   MOVE DMGTRAN-AMOUNT OF DMGTRAN-RECORD
                       TO PUN-ADJ-AMOUNT
           END-EVALUATE.

      *****************************************************************
      *  CHECK-ADJUSTMENT-MASTER - the wizard named must be on
      *  WIZMSTR.  A HEAL or BONUS must go to an active wizard; an
      *  XFER may take gold off a retired one, since moving the gold
      *  off a wizard on his way out is what XFER is for.
      *****************************************************************
       CHECK-ADJUSTMENT-MASTER.
           PERFORM READ-WIZARD-MASTER
           MOVE WIZARD-ID TO REJCTREC-BAD-VALUE
           EVALUATE TRUE
               WHEN NOT PUN-WIZMSTR-OPEN
                   MOVE "R004" TO REJCTREC-REASON-CODE
                   MOVE "WIZMSTR is not on hand"
                       TO REJCTREC-REASON-TEXT
                   PERFORM REJECT-ADJUSTMENT
               WHEN NOT PUN-MSTR-FOUND
                   MOVE "R004" TO REJCTREC-REASON-CODE
                   MOVE "Wizard is not on the master"
                       TO REJCTREC-REASON-TEXT
                   PERFORM REJECT-ADJUSTMENT
               WHEN NOT WIZMSTR-ACTIVE
                   AND NOT DMGTRAN-IS-XFER OF DMGTRAN-RECORD
                   MOVE "R005" TO REJCTREC-REASON-CODE
                   MOVE "Wizard is retired on the master"
                       TO REJCTREC-REASON-TEXT
                   PERFORM REJECT-ADJUSTMENT
           END-EVALUATE.

      *****************************************************************
      *  CHECK-ADJUSTMENT-ROSTER - a HEAL or BONUS needs a standing
      *  wizard with room for it: health tops out at full, and gold
      *  at what the roster can carry.
      *****************************************************************
       CHECK-ADJUSTMENT-ROSTER.
           MOVE WIZARD-ID TO REJCTREC-BAD-VALUE
           COMPUTE PUN-ADJ-RESULT =
               WIZSTATE-GOLD OF WIZSTATE-RECORD + PUN-ADJ-AMOUNT
           EVALUATE TRUE
               WHEN WIZSTATE-HEALTH OF WIZSTATE-RECORD = ZERO
                   MOVE "R005" TO REJCTREC-REASON-CODE
                   MOVE "Wizard has perished"
                       TO REJCTREC-REASON-TEXT
                   PERFORM REJECT-ADJUSTMENT
               WHEN DMGTRAN-IS-HEAL OF DMGTRAN-RECORD
                   AND WIZSTATE-HEALTH OF WIZSTATE-RECORD
                       NOT < PUN-FULL-HEALTH
                   MOVE "R002" TO REJCTREC-REASON-CODE
                   MOVE "Wizard is already at full health"
                       TO REJCTREC-REASON-TEXT
                   PERFORM REJECT-ADJUSTMENT
               WHEN DMGTRAN-IS-BONUS OF DMGTRAN-RECORD
                   AND PUN-ADJ-RESULT > 999
                   MOVE "R002" TO REJCTREC-REASON-CODE
                   MOVE "BONUS would take gold past 999"
                       TO REJCTREC-REASON-TEXT
                   PERFORM REJECT-ADJUSTMENT
           END-EVALUATE.

      *****************************************************************
      *  CHECK-XFER-TARGET - the giving wizard must hold the gold,
      *  and the receiving wizard must be a different wizard, active
      *  on the master, standing on the roster and able to carry it.
      *  The giving wizard's roster record is put back in
      *  WIZSTATE-RECORD on the way out whatever the verdict.
      *****************************************************************
       CHECK-XFER-TARGET.
           MOVE WIZSTATE-RECORD TO PUN-XFER-FROM-RECORD
           MOVE DMGTRAN-TO-WIZARD-ID OF DMGTRAN-RECORD
               TO PUN-TO-WIZARD-ID
           MOVE PUN-TO-WIZARD-ID TO REJCTREC-BAD-VALUE
           IF PUN-ADJ-AMOUNT > WIZSTATE-GOLD OF WIZSTATE-RECORD
               MOVE WIZARD-ID TO REJCTREC-BAD-VALUE
               MOVE "R002" TO REJCTREC-REASON-CODE
               MOVE "XFER is more than the wizard's gold"
                   TO REJCTREC-REASON-TEXT
               PERFORM REJECT-ADJUSTMENT
           END-IF
           IF PUN-ADJ-VALID
               IF PUN-TO-WIZARD-ID = SPACES
                   OR PUN-TO-WIZARD-ID = WIZARD-ID
                   MOVE "R004" TO REJCTREC-REASON-CODE
                   MOVE "XFER needs a different TO-WIZARD"
                       TO REJCTREC-REASON-TEXT
                   PERFORM REJECT-ADJUSTMENT
               END-IF
           END-IF
           IF PUN-ADJ-VALID
               MOVE PUN-TO-WIZARD-ID TO WIZMSTR-FILE-WIZARD-ID
               PERFORM READ-MASTER-BY-KEY
               EVALUATE TRUE
                   WHEN NOT PUN-MSTR-FOUND
                       MOVE "R004" TO REJCTREC-REASON-CODE
                       MOVE "TO-WIZARD is not on the master"
                           TO REJCTREC-REASON-TEXT
                       PERFORM REJECT-ADJUSTMENT
                   WHEN NOT WIZMSTR-ACTIVE
                       MOVE "R005" TO REJCTREC-REASON-CODE
                       MOVE "TO-WIZARD is retired on the master"
                           TO REJCTREC-REASON-TEXT
                       PERFORM REJECT-ADJUSTMENT
               END-EVALUATE
           END-IF
           IF PUN-ADJ-VALID
               MOVE PUN-TO-WIZARD-ID TO WIZSTATE-FILE-WIZARD-ID
               READ WIZSTATE-FILE INTO WIZSTATE-RECORD
                   INVALID KEY
                       MOVE "R004" TO REJCTREC-REASON-CODE
                       MOVE "TO-WIZARD is not on the roster"
                           TO REJCTREC-REASON-TEXT
                       PERFORM REJECT-ADJUSTMENT
                   NOT INVALID KEY
                       MOVE WIZSTATE-RECORD TO PUN-XFER-TO-RECORD
                       MOVE WIZSTATE-HEALTH OF WIZSTATE-RECORD
                           TO PUN-TO-HEALTH
                       MOVE WIZSTATE-GOLD OF WIZSTATE-RECORD
                           TO PUN-TO-GOLD
               END-READ
           END-IF
           IF PUN-ADJ-VALID
               COMPUTE PUN-ADJ-RESULT = PUN-TO-GOLD + PUN-ADJ-AMOUNT
               EVALUATE TRUE
                   WHEN PUN-TO-HEALTH = ZERO
                       MOVE "R005" TO REJCTREC-REASON-CODE
                       MOVE "TO-WIZARD has perished"
                           TO REJCTREC-REASON-TEXT
                       PERFORM REJECT-ADJUSTMENT
                   WHEN PUN-ADJ-RESULT > 999
                       MOVE "R002" TO REJCTREC-REASON-CODE
                       MOVE "XFER would take gold past 999"
                           TO REJCTREC-REASON-TEXT
                       PERFORM REJECT-ADJUSTMENT
               END-EVALUATE
           END-IF
           MOVE PUN-XFER-FROM-RECORD TO WIZSTATE-RECORD.

      *****************************************************************
      *  READ-WIZARD-MASTER / READ-MASTER-BY-KEY - look a wizard up
      *  on WIZMSTR, leaving his record in WIZMSTR-RECORD when
      *  PUN-MSTR-FOUND.  No master on hand finds nobody.
      *****************************************************************
       READ-WIZARD-MASTER.
           MOVE WIZARD-ID TO WIZMSTR-FILE-WIZARD-ID
           PERFORM READ-MASTER-BY-KEY.

       READ-MASTER-BY-KEY.
           MOVE "N" TO PUN-MSTR-FOUND-SW
           IF PUN-WIZMSTR-OPEN
               READ WIZMSTR-FILE INTO WIZMSTR-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO PUN-MSTR-FOUND-SW
               END-READ
           END-IF.

      *****************************************************************
      *  REJECT-ADJUSTMENT - common reject path for a failed
      *  adjustment.  The caller has set the bad value, reason code
      *  and text.
      *****************************************************************
       REJECT-ADJUSTMENT.
           MOVE "ADJUST  " TO REJCTREC-SOURCE
           MOVE TXN-ID TO REJCTREC-KEY-VALUE
           PERFORM WRITE-PUNREJ-RECORD
           MOVE "N" TO PUN-ADJ-VALID-SW.

      *****************************************************************
      *  APPLY-HEAL-TO-WIZARD - restore health, never past full.  The
      *  ledger records the points actually restored.
      *****************************************************************
       APPLY-HEAL-TO-WIZARD.
           MOVE WIZSTATE-HEALTH OF WIZSTATE-RECORD TO WIZARD-HEALTH
           IF WIZARD-HEALTH + PUN-ADJ-AMOUNT > PUN-FULL-HEALTH
               COMPUTE PUN-ADJ-AMOUNT = PUN-FULL-HEALTH - WIZARD-HEALTH
           END-IF
           ADD PUN-ADJ-AMOUNT TO WIZARD-HEALTH
           MOVE WIZARD-HEALTH TO WIZSTATE-HEALTH OF WIZSTATE-RECORD
           PERFORM REWRITE-WIZARD-STATE
           PERFORM WRITE-HEAL-LEDGER-ENTRY
           DISPLAY ""
           DISPLAY TXN-ID ": Healing " WIZARD-ID " for "
                   PUN-ADJ-AMOUNT ", health now " WIZARD-HEALTH.

      *****************************************************************
      *  APPLY-BONUS-TO-WIZARD - grant the gold.
      *****************************************************************
       APPLY-BONUS-TO-WIZARD.
           MOVE WIZSTATE-GOLD OF WIZSTATE-RECORD TO WIZARD-GOLD
           ADD PUN-ADJ-AMOUNT TO WIZARD-GOLD
           MOVE WIZARD-GOLD TO WIZSTATE-GOLD OF WIZSTATE-RECORD
           PERFORM REWRITE-WIZARD-STATE
           PERFORM WRITE-BONUS-LEDGER-ENTRY
           DISPLAY ""
           DISPLAY TXN-ID ": Bonus of " PUN-ADJ-AMOUNT " coins to "
                   WIZARD-ID ", gold now " WIZARD-GOLD.

      *****************************************************************
      *  APPLY-XFER-BETWEEN-WIZARDS - move the gold: the receiving
      *  wizard's record is rewritten first, then the giving
      *  wizard's, each with its own ledger entry, so the two sides
      *  net to nothing across the roster.
      *****************************************************************
       APPLY-XFER-BETWEEN-WIZARDS.
           MOVE PUN-XFER-TO-RECORD TO WIZSTATE-RECORD
           ADD PUN-ADJ-AMOUNT TO WIZSTATE-GOLD OF WIZSTATE-RECORD
           REWRITE WIZSTATE-FILE-RECORD FROM WIZSTATE-RECORD
               INVALID KEY
                   DISPLAY "PUNCHER: unable to rewrite wizard "
                           PUN-TO-WIZARD-ID ", status "
                           WIZSTATE-STATUS
           END-REWRITE
           MOVE PUN-XFER-FROM-RECORD TO WIZSTATE-RECORD
           SUBTRACT PUN-ADJ-AMOUNT FROM WIZSTATE-GOLD OF WIZSTATE-RECORD
           PERFORM REWRITE-WIZARD-STATE
           PERFORM WRITE-XFER-LEDGER-ENTRIES
           DISPLAY ""
           DISPLAY TXN-ID ": Transfer of " PUN-ADJ-AMOUNT
                   " coins from " WIZARD-ID " to " PUN-TO-WIZARD-ID.

      *****************************************************************
      *  WRITE-CARRYOUT-RECORD - the punch cannot be applied on this
      *  run, so park it on CARRYOUT as it arrived and count it for
      *  the end-of-run report.  A punch carried for the first time
      *  is stamped with the business date; one already carried
      *  keeps the date it was first parked on.
      *****************************************************************
       WRITE-CARRYOUT-RECORD.
           IF DMGTRAN-CARRY-DATE NOT NUMERIC
               OR DMGTRAN-CARRY-DATE = ZERO
               MOVE LEDGER-TODAY TO DMGTRAN-CARRY-DATE
           END-IF
           IF PUN-CARRYOUT-OPEN
               WRITE CARRYOUT-FILE-RECORD FROM DMGTRAN-RECORD
           END-IF
               ADD 1 TO PUN-LEDGER-RECS
           END-IF.

      *****************************************************************
      *  WRITE-HEAL-LEDGER-ENTRY - record the health points a HEAL
      *  restored.  The amount is health, not gold.
      *****************************************************************
       WRITE-HEAL-LEDGER-ENTRY.
           IF PUN-LEDGER-OPEN
               MOVE LEDGER-TODAY TO LEDGER-DATE OF LEDGER-RECORD
               MOVE TXN-ID TO LEDGER-TXN-ID OF LEDGER-RECORD
               MOVE WIZARD-ID TO LEDGER-WIZARD-ID OF LEDGER-RECORD
               MOVE "HEAL  " TO LEDGER-EVENT-TYPE OF LEDGER-RECORD
               MOVE PUN-ADJ-AMOUNT TO LEDGER-AMOUNT OF LEDGER-RECORD
               WRITE LEDGER-FILE-RECORD FROM LEDGER-RECORD
               ADD 1 TO PUN-LEDGER-RECS
           END-IF.

      *****************************************************************
      *  WRITE-BONUS-LEDGER-ENTRY - record the gold a BONUS granted.
      *****************************************************************
       WRITE-BONUS-LEDGER-ENTRY.
           IF PUN-LEDGER-OPEN
               MOVE LEDGER-TODAY TO LEDGER-DATE OF LEDGER-RECORD
               MOVE TXN-ID TO LEDGER-TXN-ID OF LEDGER-RECORD
               MOVE WIZARD-ID TO LEDGER-WIZARD-ID OF LEDGER-RECORD
               MOVE "BONUS " TO LEDGER-EVENT-TYPE OF LEDGER-RECORD
               MOVE PUN-ADJ-AMOUNT TO LEDGER-AMOUNT OF LEDGER-RECORD
               WRITE LEDGER-FILE-RECORD FROM LEDGER-RECORD
               ADD 1 TO PUN-LEDGER-RECS
           END-IF.

      *****************************************************************
      *  WRITE-XFER-LEDGER-ENTRIES - one entry on each side of an
      *  XFER under the same transaction ID: XFROUT on the wizard
      *  the gold left, XFERIN on the wizard it reached.
      *****************************************************************
       WRITE-XFER-LEDGER-ENTRIES.
           IF PUN-LEDGER-OPEN
               MOVE LEDGER-TODAY TO LEDGER-DATE OF LEDGER-RECORD
               MOVE TXN-ID TO LEDGER-TXN-ID OF LEDGER-RECORD
               MOVE WIZARD-ID TO LEDGER-WIZARD-ID OF LEDGER-RECORD
               MOVE "XFROUT" TO LEDGER-EVENT-TYPE OF LEDGER-RECORD
               MOVE PUN-ADJ-AMOUNT TO LEDGER-AMOUNT OF LEDGER-RECORD
               WRITE LEDGER-FILE-RECORD FROM LEDGER-RECORD
               ADD 1 TO PUN-LEDGER-RECS
               MOVE PUN-TO-WIZARD-ID
                   TO LEDGER-WIZARD-ID OF LEDGER-RECORD
               MOVE "XFERIN" TO LEDGER-EVENT-TYPE OF LEDGER-RECORD
               WRITE LEDGER-FILE-RECORD FROM LEDGER-RECORD
               ADD 1 TO PUN-LEDGER-RECS
           END-IF.

      *****************************************************************
      *  APPLY-FATAL-PUNCH - DAMAGE finally caught up with this
      *  wizard.
               PERFORM WRITE-ROSTER-SUMMARY
               DISPLAY "PUNCHER: carried over " PUN-CARRY-COUNT
                       " punches to CARRYOUT"
               DISPLAY "PUNCHER: applied " PUN-ADJ-COUNT
                       " operations adjustments"
           END-IF
           IF PUN-COMPLETE
               PERFORM CLEAR-COMMIT-POINT
           IF PUN-STATE-OPEN
               CLOSE WIZSTATE-FILE
           END-IF
           IF PUN-WIZMSTR-OPEN
               CLOSE WIZMSTR-FILE
           END-IF
           PERFORM WRITE-RUN-END.

      *****************************************************************
