      *  When accounting questions a wizard's gold, the answer used
      *  to be a grep through LEDGER and the LEDGARCH archive
      *  LEDGCLOS writes, added up on paper.  WIZSTMT prints, for one
      *  wizard or the whole roster, every PROVSN, BALFWD, CLOSS,
      *  PAYOUT and adjustment entry with a running balance, reading
      *  LEDGARCH first and then LEDGER so the statement crosses
      *  period boundaries seamlessly, and foots each statement to
      *  the wizard's current WIZSTATE gold -- flagging any statement
      *  that does not.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  STM-ARCH-DONE             VALUE "Y".
           05  STM-ARCH-READ-SW  PIC X(01) VALUE "N".
               88  STM-ARCH-READ             VALUE "Y".
           05  STM-OPENED-SW     PIC X(01) VALUE "N".
               88  STM-OPENED                VALUE "Y".
           05  STM-LIVE-DONE-SW  PIC X(01) VALUE "N".
               88  STM-LIVE-DONE             VALUE "Y".
           05  STM-RPT-OPEN-SW   PIC X(01) VALUE "N".

           MOVE "N" TO STM-ARCH-DONE-SW
           MOVE "N" TO STM-ARCH-READ-SW
           MOVE "N" TO STM-OPENED-SW
           OPEN INPUT LEDGARCH-FILE
           IF LEDGARCH-OK
               MOVE "Y" TO STM-ARCH-READ-SW

      *****************************************************************
      *  LIST-ONE-LEDGER-ENTRY - an entry stamped with this wizard's
      *  ID joins the statement: PROVSN, BONUS and XFERIN credit the
      *  running balance, CLOSS, PAYOUT and XFROUT debit it, the same
      *  signs RECON and LEDGCLOS prove with.  A HEAL restores health,
      *  not gold, and is listed without moving the balance.  A
      *  BALFWD only *summarizes* the closed periods' detail, and
      *  LEDGCLOS keeps that full detail on the LEDGARCH archive this
      *  statement has already walked -- so a BALFWD is listed
      *  without moving the balance whenever the archive was
      *  readable, and counted only on a run with no archive to stand
      *  in for the detail it summarizes.  Adding both would foot
      *  every wizard at twice his closed-period net and break the
      *  footing the statement exists to prove.  The one exception is
      *  a BALFWD that opens the wizard's trail: RETPURGE cuts the
      *  archive back to a close and leaves that close's BALFWD
      *  standing for the detail it took, so a BALFWD with nothing
      *  ahead of it is the opening balance and is counted.  An entry
      *  whose event type is none of these is listed without moving
      *  the balance, so a garbage event shows up on the statement
      *  instead of hiding in it.
      *****************************************************************
       LIST-ONE-LEDGER-ENTRY.
           IF LEDGER-WIZARD-ID OF LEDGER-RECORD = STM-WIZARD-ID
                           TO STM-BALANCE
                   WHEN LEDGER-IS-BALFWD OF LEDGER-RECORD
                       IF NOT STM-ARCH-READ
                           OR NOT STM-OPENED
                           ADD LEDGER-AMOUNT OF LEDGER-RECORD
                               TO STM-BALANCE
                       END-IF
                   WHEN LEDGER-IS-PAYOUT OF LEDGER-RECORD
                       SUBTRACT LEDGER-AMOUNT OF LEDGER-RECORD
                           FROM STM-BALANCE
                   WHEN LEDGER-IS-BONUS OF LEDGER-RECORD
                       ADD LEDGER-AMOUNT OF LEDGER-RECORD
                           TO STM-BALANCE
                   WHEN LEDGER-IS-XFER-IN OF LEDGER-RECORD
                       ADD LEDGER-AMOUNT OF LEDGER-RECORD
                           TO STM-BALANCE
                   WHEN LEDGER-IS-XFER-OUT OF LEDGER-RECORD
                       SUBTRACT LEDGER-AMOUNT OF LEDGER-RECORD
                           FROM STM-BALANCE
               END-EVALUATE
               MOVE "Y" TO STM-OPENED-SW
               MOVE LEDGER-DATE OF LEDGER-RECORD TO STM-DL-DATE
               MOVE LEDGER-TXN-ID OF LEDGER-RECORD TO STM-DL-TXN-ID
               MOVE LEDGER-EVENT-TYPE OF LEDGER-RECORD
