       01  RPT-CLOSS-TOTAL              PIC 9(07) VALUE ZERO.
       01  RPT-PAYOUT-COUNT             PIC 9(05) VALUE ZERO.
       01  RPT-PAYOUT-TOTAL             PIC 9(07) VALUE ZERO.
       01  RPT-HEAL-COUNT               PIC 9(05) VALUE ZERO.
       01  RPT-HEAL-TOTAL               PIC 9(07) VALUE ZERO.
       01  RPT-BONUS-COUNT              PIC 9(05) VALUE ZERO.
       01  RPT-BONUS-TOTAL              PIC 9(07) VALUE ZERO.
       01  RPT-XFER-COUNT               PIC 9(05) VALUE ZERO.
       01  RPT-XFER-TOTAL               PIC 9(07) VALUE ZERO.

       01  TAXPYCL-STATUS               PIC X(02) VALUE SPACES.
           88  TAXPYCL-OK                          VALUE "00".

      *****************************************************************
      *  TALLY-LEDGER - roll PUNCHER's coin-loss and payout entries
      *  up into counts and totals for the consolidated report,
      *  along with the HEAL, BONUS and XFER adjustments.  A transfer
      *  posts an XFROUT and an XFERIN for the same gold, so only
      *  the XFROUT side is counted.
      *****************************************************************
       TALLY-LEDGER.
           READ LEDGER-FILE INTO LEDGER-RECORD
                       ADD 1 TO RPT-PAYOUT-COUNT
                       ADD LEDGER-AMOUNT OF LEDGER-RECORD
                           TO RPT-PAYOUT-TOTAL
                   WHEN LEDGER-IS-HEAL OF LEDGER-RECORD
                       ADD 1 TO RPT-HEAL-COUNT
                       ADD LEDGER-AMOUNT OF LEDGER-RECORD
                           TO RPT-HEAL-TOTAL
                   WHEN LEDGER-IS-BONUS OF LEDGER-RECORD
                       ADD 1 TO RPT-BONUS-COUNT
                       ADD LEDGER-AMOUNT OF LEDGER-RECORD
                           TO RPT-BONUS-TOTAL
                   WHEN LEDGER-IS-XFER-OUT OF LEDGER-RECORD
                       ADD 1 TO RPT-XFER-COUNT
                       ADD LEDGER-AMOUNT OF LEDGER-RECORD
                           TO RPT-XFER-TOTAL
               END-EVALUATE
           END-IF.

           STRING "Payout entries  . . " RPT-PAYOUT-COUNT
               "   total coins " RPT-PAYOUT-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Heal entries  . . . " RPT-HEAL-COUNT
               "   total health " RPT-HEAL-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Bonus entries . . . " RPT-BONUS-COUNT
               "   total coins " RPT-BONUS-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "Transfers . . . . . " RPT-XFER-COUNT
               "   total coins " RPT-XFER-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
