       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQUADRPT.

      *****************************************************************
      *  SQUADRPT does for the wizards what DISTRPT does for the
      *  taxpayers.  WIZMAINT captures a squad on every wizard master
      *  record, but nothing reported on it, so the squad leads asking
      *  which squads keep getting wiped out and re-provisioned were
      *  answered by hand off WIZSTMT printouts.  SQUADRPT walks the
      *  WIZMSTR master for each squad's active and retired wizards,
      *  reads the live WIZSTATE health and gold, and folds the day's
      *  DMGTRAN punches and the LEDGARCH and LEDGER activity in by
      *  squad -- punches absorbed, CLOSS coins lost, PAYOUT
      *  perishes and PROVSN restakes, each for the business date and
      *  for the period to date since the last LEDGCLOS close -- with
      *  squad and all-squad totals.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIZMSTR-FILE ASSIGN TO "WIZMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WIZMSTR-FILE-WIZARD-ID
               FILE STATUS IS WIZMSTR-STATUS.
           SELECT WIZSTATE-FILE ASSIGN TO "WIZSTATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WIZSTATE-FILE-WIZARD-ID
               FILE STATUS IS WIZSTATE-STATUS.
           SELECT DMGTRAN-FILE ASSIGN TO "DMGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DMGTRAN-STATUS.
           SELECT LEDGARCH-FILE ASSIGN TO "LEDGARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGARCH-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT SQUADRPT-FILE ASSIGN TO "SQUADRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SQUADRPT-STATUS.
           SELECT BUSNDATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSNDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WIZMSTR-FILE.
       01  WIZMSTR-FILE-RECORD.
           05  WIZMSTR-FILE-WIZARD-ID   PIC X(09).
           05  FILLER                   PIC X(71).

       FD  WIZSTATE-FILE.
       01  WIZSTATE-FILE-RECORD.
           05  WIZSTATE-FILE-WIZARD-ID  PIC X(09).
           05  FILLER                   PIC X(71).

       FD  DMGTRAN-FILE.
       01  DMGTRAN-FILE-RECORD          PIC X(80).

       FD  LEDGARCH-FILE.
       01  LEDGARCH-FILE-RECORD         PIC X(80).

       FD  LEDGER-FILE.
       01  LEDGER-FILE-RECORD           PIC X(80).

       FD  SQUADRPT-FILE.
       01  SQUADRPT-FILE-RECORD         PIC X(80).

       FD  BUSNDATE-FILE.
       01  BUSNDATE-FILE-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY WIZMSTR.
       COPY WIZSTATE.
       COPY DMGTRAN.
       COPY LEDGER.
       COPY BUSNDATE.

       01  SQD-LINE              PIC X(80) VALUE SPACES.
       01  SQD-TODAY             PIC 9(08) VALUE ZEROS.
       01  SQD-LAST-CLOSE        PIC 9(08) VALUE ZEROS.
       01  SQD-SQUAD-WK          PIC X(04) VALUE SPACES.
       01  SQD-SQUAD-IX          PIC 9(03) COMP VALUE ZERO.
       01  SQD-PRINT-IX          PIC 9(03) COMP VALUE ZERO.
       01  SQD-WIZ-COUNT         PIC 9(05) VALUE ZEROS.
       01  SQD-UNKNOWN-COUNT     PIC 9(05) VALUE ZEROS.

       01  WIZMSTR-STATUS        PIC X(02) VALUE SPACES.
           88  WIZMSTR-OK                    VALUE "00".

       01  WIZSTATE-STATUS       PIC X(02) VALUE SPACES.
           88  WIZSTATE-OK                   VALUE "00".

       01  DMGTRAN-STATUS        PIC X(02) VALUE SPACES.
           88  DMGTRAN-OK                    VALUE "00".

       01  LEDGARCH-STATUS       PIC X(02) VALUE SPACES.
           88  LEDGARCH-OK                   VALUE "00".

       01  LEDGER-STATUS         PIC X(02) VALUE SPACES.
           88  LEDGER-OK                     VALUE "00".

       01  SQUADRPT-STATUS       PIC X(02) VALUE SPACES.
           88  SQUADRPT-OK                   VALUE "00".

       01  BUSNDATE-STATUS       PIC X(02) VALUE SPACES.
           88  BUSNDATE-OK                   VALUE "00".

       01  SQD-SWITCHES.
           05  SQD-DONE-SW       PIC X(01) VALUE "N".
               88  SQD-DONE                  VALUE "Y".
           05  SQD-ROSTER-DONE-SW PIC X(01) VALUE "N".
               88  SQD-ROSTER-DONE            VALUE "Y".
           05  SQD-DMG-DONE-SW   PIC X(01) VALUE "N".
               88  SQD-DMG-DONE              VALUE "Y".
           05  SQD-SCAN-DONE-SW  PIC X(01) VALUE "N".
               88  SQD-SCAN-DONE             VALUE "Y".
           05  SQD-ARCH-DONE-SW  PIC X(01) VALUE "N".
               88  SQD-ARCH-DONE             VALUE "Y".
           05  SQD-LIVE-DONE-SW  PIC X(01) VALUE "N".
               88  SQD-LIVE-DONE             VALUE "Y".
           05  SQD-WIZMSTR-OPEN-SW PIC X(01) VALUE "N".
               88  SQD-WIZMSTR-OPEN            VALUE "Y".
           05  SQD-STATE-OPEN-SW PIC X(01) VALUE "N".
               88  SQD-STATE-OPEN            VALUE "Y".
           05  SQD-RPT-OPEN-SW   PIC X(01) VALUE "N".
               88  SQD-RPT-OPEN              VALUE "Y".
           05  SQD-SQUAD-FOUND-SW PIC X(01) VALUE "N".
               88  SQD-SQUAD-FOUND            VALUE "Y".
           05  SQD-SQUAD-FULL-SW PIC X(01) VALUE "N".
               88  SQD-SQUAD-FULL             VALUE "Y".

      *****************************************************************
      *  SQD-SQUAD-TABLE - one entry per squad on the master, found
      *  or added the way DISTRPT builds its district table.  A
      *  wizard ID on DMGTRAN or the ledger with no master record
      *  lands in the "????" squad so nothing drops off the totals.
      *  Every entry has the same layout as SQD-PRINT-ENTRY and
      *  SQD-GRAND-ENTRY, so one paragraph prints a squad block and
      *  the all-squad block alike.
      *****************************************************************
       01  SQD-SQUAD-TABLE.
           05  SQD-SQUAD-COUNT   PIC 9(03) COMP VALUE ZERO.
           05  SQD-SQUAD-ENTRY OCCURS 100 TIMES.
               10  SQD-SQUAD             PIC X(04).
               10  SQD-ACTIVE            PIC 9(05).
               10  SQD-RETIRED           PIC 9(05).
               10  SQD-DOWN              PIC 9(05).
               10  SQD-GOLD              PIC 9(07).
               10  SQD-DAY-DMGTRAN       PIC 9(05).
               10  SQD-DAY-PUNCHES       PIC 9(05).
               10  SQD-PTD-PUNCHES       PIC 9(05).
               10  SQD-DAY-CLOSS         PIC 9(07).
               10  SQD-PTD-CLOSS         PIC 9(07).
               10  SQD-DAY-PERISH        PIC 9(05).
               10  SQD-PTD-PERISH        PIC 9(05).
               10  SQD-DAY-RESTAKE       PIC 9(05).
               10  SQD-PTD-RESTAKE       PIC 9(05).

       01  SQD-PRINT-ENTRY.
           05  SQD-PR-SQUAD              PIC X(04).
           05  SQD-PR-ACTIVE             PIC 9(05).
           05  SQD-PR-RETIRED            PIC 9(05).
           05  SQD-PR-DOWN               PIC 9(05).
           05  SQD-PR-GOLD               PIC 9(07).
           05  SQD-PR-DAY-DMGTRAN        PIC 9(05).
           05  SQD-PR-DAY-PUNCHES        PIC 9(05).
           05  SQD-PR-PTD-PUNCHES        PIC 9(05).
           05  SQD-PR-DAY-CLOSS          PIC 9(07).
           05  SQD-PR-PTD-CLOSS          PIC 9(07).
           05  SQD-PR-DAY-PERISH         PIC 9(05).
           05  SQD-PR-PTD-PERISH         PIC 9(05).
           05  SQD-PR-DAY-RESTAKE        PIC 9(05).
           05  SQD-PR-PTD-RESTAKE        PIC 9(05).

       01  SQD-GRAND-ENTRY.
           05  SQD-GT-SQUAD              PIC X(04) VALUE "ALL ".
           05  SQD-GT-ACTIVE             PIC 9(05) VALUE ZERO.
           05  SQD-GT-RETIRED            PIC 9(05) VALUE ZERO.
           05  SQD-GT-DOWN               PIC 9(05) VALUE ZERO.
           05  SQD-GT-GOLD               PIC 9(07) VALUE ZERO.
           05  SQD-GT-DAY-DMGTRAN        PIC 9(05) VALUE ZERO.
           05  SQD-GT-DAY-PUNCHES        PIC 9(05) VALUE ZERO.
           05  SQD-GT-PTD-PUNCHES        PIC 9(05) VALUE ZERO.
           05  SQD-GT-DAY-CLOSS          PIC 9(07) VALUE ZERO.
           05  SQD-GT-PTD-CLOSS          PIC 9(07) VALUE ZERO.
           05  SQD-GT-DAY-PERISH         PIC 9(05) VALUE ZERO.
           05  SQD-GT-PTD-PERISH         PIC 9(05) VALUE ZERO.
           05  SQD-GT-DAY-RESTAKE        PIC 9(05) VALUE ZERO.
           05  SQD-GT-PTD-RESTAKE        PIC 9(05) VALUE ZERO.

      *****************************************************************
      *  SQD-COLUMN-LINE / SQD-FIGURE-LINE - fixed-column lines for
      *  the figures reported both for the business date and for
      *  the period to date.
      *****************************************************************
       01  SQD-COLUMN-LINE.
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE "   Busn date".
           05  FILLER                   PIC X(15)
               VALUE "  Period to dt".
           05  FILLER                   PIC X(33) VALUE SPACES.

       01  SQD-FIGURE-LINE.
           05  SQD-FL-LABEL             PIC X(20).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  SQD-FL-DAY               PIC 9(07).
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  SQD-FL-PTD               PIC 9(07).
           05  FILLER                   PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-PROGRAM
           IF NOT SQD-DONE
               PERFORM TALLY-ROSTER UNTIL SQD-ROSTER-DONE
               PERFORM FIND-LAST-CLOSE
               PERFORM TALLY-DAMAGE-TRANSACTIONS
               PERFORM TALLY-ARCHIVE-ENTRIES
               PERFORM TALLY-LIVE-ENTRIES
               PERFORM PRINT-SQUAD-REPORT
           END-IF
           PERFORM FINALIZE-PROGRAM
           STOP RUN.

      *****************************************************************
      *  INITIALIZE-PROGRAM - business date first, then the report,
      *  the wizard master and the live roster.  No master means no
      *  wizard can be put in a squad, so that ends the run the way
      *  a missing TAXMSTR ends DISTRPT; a missing WIZSTATE just
      *  reports every squad's health and gold as zero.
      *****************************************************************
       INITIALIZE-PROGRAM.
           PERFORM READ-BUSINESS-DATE
           OPEN OUTPUT SQUADRPT-FILE
           IF SQUADRPT-OK
               MOVE "Y" TO SQD-RPT-OPEN-SW
           ELSE
               DISPLAY "SQUADRPT: unable to open SQUADRPT, status "
                       SQUADRPT-STATUS
           END-IF
           IF NOT SQD-DONE
               OPEN INPUT WIZMSTR-FILE
               IF WIZMSTR-OK
                   MOVE "Y" TO SQD-WIZMSTR-OPEN-SW
                   MOVE LOW-VALUES TO WIZMSTR-FILE-WIZARD-ID
                   START WIZMSTR-FILE
                       KEY NOT < WIZMSTR-FILE-WIZARD-ID
                       INVALID KEY
                           MOVE "Y" TO SQD-ROSTER-DONE-SW
                   END-START
               ELSE
                   DISPLAY "SQUADRPT: unable to open WIZMSTR, status "
                           WIZMSTR-STATUS
                   MOVE "Y" TO SQD-DONE-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT SQD-DONE
               OPEN INPUT WIZSTATE-FILE
               IF WIZSTATE-OK
                   MOVE "Y" TO SQD-STATE-OPEN-SW
               ELSE
                   DISPLAY "SQUADRPT: WIZSTATE not available, status "
                           WIZSTATE-STATUS
               END-IF
           END-IF.

      *****************************************************************
      *  READ-BUSINESS-DATE - the business-date column reports the
      *  day off the BUSNDATE control DATEROLL maintains, the same
      *  day the batch stamped the ledger with.  No usable date ends
      *  the run: there is no "business date" column without one.
      *****************************************************************
       READ-BUSINESS-DATE.
           OPEN INPUT BUSNDATE-FILE
           IF BUSNDATE-OK
               READ BUSNDATE-FILE INTO BUSNDATE-RECORD
                   AT END
                       CONTINUE
               END-READ
               CLOSE BUSNDATE-FILE
           END-IF
           IF BUSNDATE-DATE NUMERIC
               AND BUSNDATE-DATE > ZERO
               MOVE BUSNDATE-DATE TO SQD-TODAY
           ELSE
               DISPLAY "SQUADRPT: no usable business date on "
                       "BUSNDATE, run ends"
               MOVE "Y" TO SQD-DONE-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************************
      *  TALLY-ROSTER - one wizard master record per pass: count the
      *  wizard active or retired in his squad, and pick up his live
      *  health and gold off WIZSTATE.  A wizard at zero health is
      *  down until WIZPROV stands him back up.
      *****************************************************************
       TALLY-ROSTER.
           READ WIZMSTR-FILE NEXT RECORD INTO WIZMSTR-RECORD
               AT END
                   MOVE "Y" TO SQD-ROSTER-DONE-SW
           END-READ
           IF NOT SQD-ROSTER-DONE
               ADD 1 TO SQD-WIZ-COUNT
               MOVE WIZMSTR-SQUAD TO SQD-SQUAD-WK
               PERFORM FIND-SQUAD-ENTRY
               IF NOT SQD-SQUAD-FULL
                   IF WIZMSTR-RETIRED
                       ADD 1 TO SQD-RETIRED (SQD-SQUAD-IX)
                       ADD 1 TO SQD-GT-RETIRED
                   ELSE
                       ADD 1 TO SQD-ACTIVE (SQD-SQUAD-IX)
                       ADD 1 TO SQD-GT-ACTIVE
                   END-IF
                   PERFORM TALLY-LIVE-STATE
               END-IF
           END-IF.

       TALLY-LIVE-STATE.
           IF SQD-STATE-OPEN
               MOVE WIZMSTR-WIZARD-ID TO WIZSTATE-FILE-WIZARD-ID
               READ WIZSTATE-FILE INTO WIZSTATE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WIZSTATE-GOLD TO SQD-GOLD (SQD-SQUAD-IX)
                       ADD WIZSTATE-GOLD TO SQD-GT-GOLD
                       IF WIZSTATE-HEALTH = ZERO
                           ADD 1 TO SQD-DOWN (SQD-SQUAD-IX)
                           ADD 1 TO SQD-GT-DOWN
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      *  FIND-SQUAD-ENTRY - find or add SQD-SQUAD-WK in the squad
      *  table, leaving SQD-SQUAD-IX on it.  More squads than the
      *  table holds ends the run rather than folding the overflow
      *  into the wrong squad's figures.
      *****************************************************************
       FIND-SQUAD-ENTRY.
           MOVE "N" TO SQD-SQUAD-FOUND-SW
           MOVE 1 TO SQD-SQUAD-IX
           PERFORM CHECK-ONE-SQUAD
               UNTIL SQD-SQUAD-FOUND
                   OR SQD-SQUAD-IX > SQD-SQUAD-COUNT
           IF NOT SQD-SQUAD-FOUND
               IF SQD-SQUAD-COUNT < 100
                   ADD 1 TO SQD-SQUAD-COUNT
                   MOVE SQD-SQUAD-COUNT TO SQD-SQUAD-IX
                   MOVE SQD-SQUAD-WK TO SQD-SQUAD (SQD-SQUAD-IX)
                   MOVE ZEROS TO SQD-ACTIVE (SQD-SQUAD-IX)
                   MOVE ZEROS TO SQD-RETIRED (SQD-SQUAD-IX)
                   MOVE ZEROS TO SQD-DOWN (SQD-SQUAD-IX)
                   MOVE ZEROS TO SQD-GOLD (SQD-SQUAD-IX)
                   MOVE ZEROS TO SQD-DAY-DMGTRAN (SQD-SQUAD-IX)
                   MOVE ZEROS TO SQD-DAY-PUNCHES (SQD-SQUAD-IX)
                   MOVE ZEROS TO SQD-PTD-PUNCHES (SQD-SQUAD-IX)
                   MOVE ZEROS TO SQD-DAY-CLOSS (SQD-SQUAD-IX)
                   MOVE ZEROS TO SQD-PTD-CLOSS (SQD-SQUAD-IX)
                   MOVE ZEROS TO SQD-DAY-PERISH (SQD-SQUAD-IX)
                   MOVE ZEROS TO SQD-PTD-PERISH (SQD-SQUAD-IX)
                   MOVE ZEROS TO SQD-DAY-RESTAKE (SQD-SQUAD-IX)
                   MOVE ZEROS TO SQD-PTD-RESTAKE (SQD-SQUAD-IX)
               ELSE
                   DISPLAY "SQUADRPT: squad table is full, "
                           SQD-SQUAD-WK
                           " cannot be tallied, run ends"
                   MOVE "Y" TO SQD-SQUAD-FULL-SW
                   MOVE "Y" TO SQD-ROSTER-DONE-SW
                   MOVE "Y" TO SQD-DMG-DONE-SW
                   MOVE "Y" TO SQD-ARCH-DONE-SW
                   MOVE "Y" TO SQD-LIVE-DONE-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       CHECK-ONE-SQUAD.
           IF SQD-SQUAD (SQD-SQUAD-IX) = SQD-SQUAD-WK
               MOVE "Y" TO SQD-SQUAD-FOUND-SW
           ELSE
               ADD 1 TO SQD-SQUAD-IX
           END-IF.

      *****************************************************************
      *  LOOK-UP-WIZARD-SQUAD - the squad a DMGTRAN or ledger wizard
      *  belongs to, off the master.  A wizard with no master record
      *  reports in the "????" squad.
      *****************************************************************
       LOOK-UP-WIZARD-SQUAD.
           READ WIZMSTR-FILE INTO WIZMSTR-RECORD
               INVALID KEY
                   MOVE "????" TO WIZMSTR-SQUAD
                   ADD 1 TO SQD-UNKNOWN-COUNT
           END-READ
           MOVE WIZMSTR-SQUAD TO SQD-SQUAD-WK
           PERFORM FIND-SQUAD-ENTRY.

      *****************************************************************
      *  FIND-LAST-CLOSE - the period to date runs from the day after
      *  the last LEDGCLOS close.  LEDGCLOS leads the new live ledger
      *  with its BALFWD records dated at the cutoff, so the latest
      *  BALFWD date on LEDGER is that close.  A ledger that has
      *  never been closed has no BALFWD, and the period to date
      *  then runs from the start of the ledger.
      *****************************************************************
       FIND-LAST-CLOSE.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-OK
               PERFORM SCAN-ONE-FOR-CLOSE UNTIL SQD-SCAN-DONE
               CLOSE LEDGER-FILE
           END-IF.

       SCAN-ONE-FOR-CLOSE.
           READ LEDGER-FILE INTO LEDGER-RECORD
               AT END
                   MOVE "Y" TO SQD-SCAN-DONE-SW
           END-READ
           IF NOT SQD-SCAN-DONE
               IF LEDGER-IS-BALFWD OF LEDGER-RECORD
                   AND LEDGER-DATE OF LEDGER-RECORD > SQD-LAST-CLOSE
                   MOVE LEDGER-DATE OF LEDGER-RECORD TO SQD-LAST-CLOSE
               END-IF
           END-IF.

      *****************************************************************
      *  TALLY-DAMAGE-TRANSACTIONS - every punch on the day's DMGTRAN
      *  counts against the squad of the wizard it lands on, clean
      *  punches included.  Only punches count: the HEAL, BONUS and
      *  XFER adjustments PUNCHGEN appends behind them are not
      *  punches absorbed.  DMGTRAN only ever holds the one business
      *  date, so this figure has no period-to-date column.
      *****************************************************************
       TALLY-DAMAGE-TRANSACTIONS.
           OPEN INPUT DMGTRAN-FILE
           IF DMGTRAN-OK
               PERFORM TALLY-ONE-DAMAGE UNTIL SQD-DMG-DONE
               CLOSE DMGTRAN-FILE
           ELSE
               DISPLAY "SQUADRPT: DMGTRAN not available, status "
                       DMGTRAN-STATUS
           END-IF.

       TALLY-ONE-DAMAGE.
           READ DMGTRAN-FILE INTO DMGTRAN-RECORD
               AT END
                   MOVE "Y" TO SQD-DMG-DONE-SW
           END-READ
           IF NOT SQD-DMG-DONE
               AND DMGTRAN-IS-PUNCH
               MOVE DMGTRAN-WIZARD-ID TO WIZMSTR-FILE-WIZARD-ID
               PERFORM LOOK-UP-WIZARD-SQUAD
               IF NOT SQD-SQUAD-FULL
                   ADD 1 TO SQD-DAY-DMGTRAN (SQD-SQUAD-IX)
                   ADD 1 TO SQD-GT-DAY-DMGTRAN
               END-IF
           END-IF.

      *****************************************************************
      *  TALLY-ARCHIVE-ENTRIES / TALLY-LIVE-ENTRIES - LEDGARCH first,
      *  then the live LEDGER, so the figures cross a period close
      *  without a seam.  A missing archive just means no period has
      *  closed yet.
      *****************************************************************
       TALLY-ARCHIVE-ENTRIES.
           OPEN INPUT LEDGARCH-FILE
           IF LEDGARCH-OK
               PERFORM TALLY-ONE-ARCHIVE-ENTRY UNTIL SQD-ARCH-DONE
               CLOSE LEDGARCH-FILE
           END-IF.

       TALLY-ONE-ARCHIVE-ENTRY.
           READ LEDGARCH-FILE INTO LEDGER-RECORD
               AT END
                   MOVE "Y" TO SQD-ARCH-DONE-SW
           END-READ
           IF NOT SQD-ARCH-DONE
               PERFORM TALLY-ONE-LEDGER-ENTRY
           END-IF.

       TALLY-LIVE-ENTRIES.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-OK
               PERFORM TALLY-ONE-LIVE-ENTRY UNTIL SQD-LIVE-DONE
               CLOSE LEDGER-FILE
           ELSE
               DISPLAY "SQUADRPT: LEDGER not available, status "
                       LEDGER-STATUS
           END-IF.

       TALLY-ONE-LIVE-ENTRY.
           READ LEDGER-FILE INTO LEDGER-RECORD
               AT END
                   MOVE "Y" TO SQD-LIVE-DONE-SW
           END-READ
           IF NOT SQD-LIVE-DONE
               PERFORM TALLY-ONE-LEDGER-ENTRY
           END-IF.

      *****************************************************************
      *  TALLY-ONE-LEDGER-ENTRY - an entry dated inside the open
      *  period, up to the business date, counts period to date; one
      *  dated on the business date counts for the day as well.
      *  Every CLOSS and every PAYOUT is a punch the wizard absorbed
      *  that cost him gold, and a PAYOUT is a perish; a PROVSN is a
      *  restake.  BALFWD only carries balances across the close and
      *  is not activity, and the HEAL, BONUS and XFER adjustments
      *  operations key are not punches and stay out of the figures.
      *****************************************************************
       TALLY-ONE-LEDGER-ENTRY.
           IF LEDGER-DATE OF LEDGER-RECORD > SQD-LAST-CLOSE
               AND LEDGER-DATE OF LEDGER-RECORD NOT > SQD-TODAY
               AND NOT LEDGER-IS-BALFWD OF LEDGER-RECORD
               MOVE LEDGER-WIZARD-ID OF LEDGER-RECORD
                   TO WIZMSTR-FILE-WIZARD-ID
               PERFORM LOOK-UP-WIZARD-SQUAD
               IF NOT SQD-SQUAD-FULL
                   PERFORM TALLY-PERIOD-FIGURES
                   IF LEDGER-DATE OF LEDGER-RECORD = SQD-TODAY
                       PERFORM TALLY-DAY-FIGURES
                   END-IF
               END-IF
           END-IF.

       TALLY-PERIOD-FIGURES.
           EVALUATE TRUE
               WHEN LEDGER-IS-COIN-LOSS OF LEDGER-RECORD
                   ADD 1 TO SQD-PTD-PUNCHES (SQD-SQUAD-IX)
                   ADD 1 TO SQD-GT-PTD-PUNCHES
                   ADD LEDGER-AMOUNT OF LEDGER-RECORD
                       TO SQD-PTD-CLOSS (SQD-SQUAD-IX)
                   ADD LEDGER-AMOUNT OF LEDGER-RECORD
                       TO SQD-GT-PTD-CLOSS
               WHEN LEDGER-IS-PAYOUT OF LEDGER-RECORD
                   ADD 1 TO SQD-PTD-PUNCHES (SQD-SQUAD-IX)
                   ADD 1 TO SQD-GT-PTD-PUNCHES
                   ADD 1 TO SQD-PTD-PERISH (SQD-SQUAD-IX)
                   ADD 1 TO SQD-GT-PTD-PERISH
               WHEN LEDGER-IS-PROVISION OF LEDGER-RECORD
                   ADD 1 TO SQD-PTD-RESTAKE (SQD-SQUAD-IX)
                   ADD 1 TO SQD-GT-PTD-RESTAKE
           END-EVALUATE.

       TALLY-DAY-FIGURES.
           EVALUATE TRUE
               WHEN LEDGER-IS-COIN-LOSS OF LEDGER-RECORD
                   ADD 1 TO SQD-DAY-PUNCHES (SQD-SQUAD-IX)
                   ADD 1 TO SQD-GT-DAY-PUNCHES
                   ADD LEDGER-AMOUNT OF LEDGER-RECORD
                       TO SQD-DAY-CLOSS (SQD-SQUAD-IX)
                   ADD LEDGER-AMOUNT OF LEDGER-RECORD
                       TO SQD-GT-DAY-CLOSS
               WHEN LEDGER-IS-PAYOUT OF LEDGER-RECORD
                   ADD 1 TO SQD-DAY-PUNCHES (SQD-SQUAD-IX)
                   ADD 1 TO SQD-GT-DAY-PUNCHES
                   ADD 1 TO SQD-DAY-PERISH (SQD-SQUAD-IX)
                   ADD 1 TO SQD-GT-DAY-PERISH
               WHEN LEDGER-IS-PROVISION OF LEDGER-RECORD
                   ADD 1 TO SQD-DAY-RESTAKE (SQD-SQUAD-IX)
                   ADD 1 TO SQD-GT-DAY-RESTAKE
           END-EVALUATE.

      *****************************************************************
      *  PRINT-SQUAD-REPORT - one block per squad in the order they
      *  first appeared on the master, then the all-squad block.
      *****************************************************************
       PRINT-SQUAD-REPORT.
           MOVE "SQUADRPT Squad Roster Performance Report" TO SQD-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "========================================" TO SQD-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SQD-LINE
           STRING "Business date . . . " SQD-TODAY
               DELIMITED BY SIZE INTO SQD-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SQD-LINE
           IF SQD-LAST-CLOSE = ZERO
               MOVE "Period opened . . . no close on LEDGER"
                   TO SQD-LINE
           ELSE
               STRING "Period opened after " SQD-LAST-CLOSE
                   DELIMITED BY SIZE INTO SQD-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SQD-LINE
           PERFORM WRITE-REPORT-LINE

           IF SQD-SQUAD-COUNT = ZERO
               MOVE "No wizards on WIZMSTR to report" TO SQD-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO SQD-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE 1 TO SQD-PRINT-IX
           PERFORM PRINT-ONE-SQUAD
               UNTIL SQD-PRINT-IX > SQD-SQUAD-COUNT

           MOVE SQD-GRAND-ENTRY TO SQD-PRINT-ENTRY
           MOVE "All squads" TO SQD-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-SQUAD-BLOCK
           IF SQD-UNKNOWN-COUNT > ZERO
               MOVE SPACES TO SQD-LINE
               STRING "Not on master . . . " SQD-UNKNOWN-COUNT
                   " entries (shown as squad ????)"
                   DELIMITED BY SIZE INTO SQD-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-ONE-SQUAD.
           MOVE SQD-SQUAD-ENTRY (SQD-PRINT-IX) TO SQD-PRINT-ENTRY
           MOVE SPACES TO SQD-LINE
           STRING "Squad " SQD-PR-SQUAD
               DELIMITED BY SIZE INTO SQD-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM PRINT-SQUAD-BLOCK
           ADD 1 TO SQD-PRINT-IX.

      *****************************************************************
      *  PRINT-SQUAD-BLOCK - the figures for whichever squad (or the
      *  all-squad totals) sits in SQD-PRINT-ENTRY: the roster as it
      *  stands, then the activity for the day and the period.
      *****************************************************************
       PRINT-SQUAD-BLOCK.
           MOVE "-----------------------------------" TO SQD-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SQD-LINE
           STRING "Active wizards  . . " SQD-PR-ACTIVE
               DELIMITED BY SIZE INTO SQD-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SQD-LINE
           STRING "Retired wizards . . " SQD-PR-RETIRED
               DELIMITED BY SIZE INTO SQD-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SQD-LINE
           STRING "Down at zero health " SQD-PR-DOWN
               DELIMITED BY SIZE INTO SQD-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SQD-LINE
           STRING "Current gold  . . . " SQD-PR-GOLD
               DELIMITED BY SIZE INTO SQD-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SQD-LINE
           STRING "Punches on DMGTRAN  " SQD-PR-DAY-DMGTRAN
               DELIMITED BY SIZE INTO SQD-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SQD-COLUMN-LINE TO SQD-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Punches absorbed  ." TO SQD-FL-LABEL
           MOVE SQD-PR-DAY-PUNCHES TO SQD-FL-DAY
           MOVE SQD-PR-PTD-PUNCHES TO SQD-FL-PTD
           MOVE SQD-FIGURE-LINE TO SQD-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "CLOSS coins lost  ." TO SQD-FL-LABEL
           MOVE SQD-PR-DAY-CLOSS TO SQD-FL-DAY
           MOVE SQD-PR-PTD-CLOSS TO SQD-FL-PTD
           MOVE SQD-FIGURE-LINE TO SQD-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "PAYOUT perishes . ." TO SQD-FL-LABEL
           MOVE SQD-PR-DAY-PERISH TO SQD-FL-DAY
           MOVE SQD-PR-PTD-PERISH TO SQD-FL-PTD
           MOVE SQD-FIGURE-LINE TO SQD-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "PROVSN restakes . ." TO SQD-FL-LABEL
           MOVE SQD-PR-DAY-RESTAKE TO SQD-FL-DAY
           MOVE SQD-PR-PTD-RESTAKE TO SQD-FL-PTD
           MOVE SQD-FIGURE-LINE TO SQD-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SQD-LINE
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      *  WRITE-REPORT-LINE - common line-out paragraph so every line
      *  of the report goes through the same open-checked WRITE.
      *****************************************************************
       WRITE-REPORT-LINE.
           IF SQD-RPT-OPEN
               WRITE SQUADRPT-FILE-RECORD FROM SQD-LINE
           END-IF.

      *****************************************************************
      *  FINALIZE-PROGRAM - report the counts and close whatever this
      *  run actually opened.
      *****************************************************************
       FINALIZE-PROGRAM.
           DISPLAY "SQUADRPT: reported " SQD-WIZ-COUNT
                   " wizards across " SQD-SQUAD-COUNT " squads"
           IF SQD-WIZMSTR-OPEN
               CLOSE WIZMSTR-FILE
           END-IF
           IF SQD-STATE-OPEN
               CLOSE WIZSTATE-FILE
           END-IF
           IF SQD-RPT-OPEN
               CLOSE SQUADRPT-FILE
           END-IF.

       END PROGRAM SQUADRPT.
