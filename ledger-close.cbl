      *  PUNCHER's OPEN EXTEND appends forever, so LEDGER grows
      *  without bound and DLYRPT rereads the whole history every
      *  night just to report one day.  LEDGCLOS cuts the ledger off
      *  at the period boundary: entries on or before the cutoff
      *  move to the LEDGARCH archive, the period statement shows
      *  each wizard's opening balance, the CLOSS, PAYOUT, PROVSN,
      *  BONUS and XFER activity by date, and the closing balance,
      *  and the new live ledger on LEDGNEW starts fresh with one
      *  balance-forward record per wizard.  Nightly runtime stays
      *  flat and accounting finally gets a periodized statement.
      *
      *  The cutoff used to be keyed onto PERDCTL by hand before each
      *  run, and was keyed wrong once.  It now comes off the CALENDAR
      *  processing calendar: the latest date flagged as a period end
      *  after the last close whose period the batch has finished,
      *  meaning no processing day falls between the standing
      *  business date and it.  A period that is not over yet, or one
      *  already closed, ends the run with nothing written.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CALENDAR-FILE-DATE
               FILE STATUS IS CALENDAR-STATUS.
           SELECT BUSNDATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSNDATE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       01  CALENDAR-FILE-RECORD.
           05  CALENDAR-FILE-DATE       PIC 9(08).
           05  FILLER                   PIC X(72).

       FD  BUSNDATE-FILE.
       01  BUSNDATE-FILE-RECORD         PIC X(80).

       FD  LEDGER-FILE.
       01  LEDGER-FILE-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY LEDGER.
       COPY CALENDAR.
       COPY BUSNDATE.

       01  CLO-CUTOFF-DATE       PIC 9(08) VALUE ZEROS.
       01  CLO-TODAY             PIC 9(08) VALUE ZEROS.
       01  CLO-LAST-CLOSE        PIC 9(08) VALUE ZEROS.
       01  CLO-LINE              PIC X(80) VALUE SPACES.
       01  CLO-WIZ-COUNT         PIC 9(05) VALUE ZEROS.
       01  CLO-DATE-IX           PIC 9(03) COMP VALUE ZERO.
       01  CLO-PROVSN-TOTAL      PIC 9(06) VALUE ZEROS.
       01  CLO-CLOSS-TOTAL       PIC 9(06) VALUE ZEROS.
       01  CLO-PAYOUT-TOTAL      PIC 9(06) VALUE ZEROS.
       01  CLO-BONUS-TOTAL       PIC 9(06) VALUE ZEROS.
       01  CLO-XFER-TOTAL        PIC 9(06) VALUE ZEROS.
       01  CLO-CLOSE-TOTAL       PIC 9(06) VALUE ZEROS.
       01  CLO-ARCH-COUNT        PIC 9(05) VALUE ZEROS.
       01  CLO-KEEP-COUNT        PIC 9(05) VALUE ZEROS.

      *****************************************************************
      *  CLO-DATE-LINE - fixed-column statement line, one per ledger
      *  date inside the period.  The xfer column is the gold moved
      *  between wizards, which nets to zero across the roster.
      *****************************************************************
       01  CLO-DATE-LINE.
           05  CLO-DL-DATE              PIC 9(08).
           05  CLO-DL-PAYOUT            PIC 9(05).
           05  FILLER                   PIC X(08) VALUE " provsn ".
           05  CLO-DL-PROVSN            PIC 9(05).
           05  FILLER                   PIC X(07) VALUE " bonus ".
           05  CLO-DL-BONUS             PIC 9(05).
           05  FILLER                   PIC X(06) VALUE " xfer ".
           05  CLO-DL-XFER              PIC 9(05).
           05  FILLER                   PIC X(10) VALUE SPACES.

      *****************************************************************
      *  CLO-WIZ-LINE - fixed-column statement line, one per wizard,
           05  CLO-WL-AMOUNT            PIC 9(05).
           05  FILLER                   PIC X(47) VALUE SPACES.

       01  CALENDAR-STATUS       PIC X(02) VALUE SPACES.
           88  CALENDAR-OK                   VALUE "00".

       01  BUSNDATE-STATUS       PIC X(02) VALUE SPACES.
           88  BUSNDATE-OK                   VALUE "00".

       01  LEDGER-STATUS         PIC X(02) VALUE SPACES.
           88  LEDGER-OK                     VALUE "00".
               88  CLO-DATE-FOUND            VALUE "Y".
           05  CLO-DATE-FULL-SW  PIC X(01) VALUE "N".
               88  CLO-DATE-FULL             VALUE "Y".
           05  CLO-CAL-DONE-SW   PIC X(01) VALUE "N".
               88  CLO-CAL-DONE              VALUE "Y".

      *****************************************************************
      *  CLO-DATE-TABLE - per-date activity totals for the period
               10  CLO-DT-CLOSS          PIC 9(05).
               10  CLO-DT-PAYOUT         PIC 9(05).
               10  CLO-DT-PROVSN         PIC 9(05).
               10  CLO-DT-BONUS          PIC 9(05).
               10  CLO-DT-XFER           PIC 9(05).

       PROCEDURE DIVISION.

           STOP RUN.

      *****************************************************************
      *  INITIALIZE-PROGRAM - settle the cutoff off the calendar and
      *  open the archive, the new ledger and the statement.  Closing
      *  a ledger on a missing or wrong cutoff would archive the
      *  wrong period, so that ends the run instead.
      *****************************************************************
       INITIALIZE-PROGRAM.
           PERFORM READ-BUSINESS-DATE
           IF NOT CLO-DONE
               PERFORM FIND-LAST-CLOSE
               PERFORM FIND-PERIOD-CUTOFF
           END-IF
           IF NOT CLO-DONE
               OPEN INPUT LEDGARCH-FILE
               IF LEDGARCH-OK
           END-IF.

      *****************************************************************
      *  READ-BUSINESS-DATE - the standing date DATEROLL last rolled
      *  to.  It says how far the batch has got, and so which period
      *  ends are behind it; without it no cutoff can be trusted.
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
               MOVE BUSNDATE-DATE TO CLO-TODAY
           ELSE
               DISPLAY "LEDGCLOS: no usable business date on BUSNDATE"
               MOVE "Y" TO CLO-DONE-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************************
      *  FIND-LAST-CLOSE - the previous close led the live ledger
      *  with its BALFWD records dated at its cutoff, so the latest
      *  BALFWD date is where this period starts.  A ledger never
      *  closed has none and starts from the beginning.
      *****************************************************************
       FIND-LAST-CLOSE.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-OK
               PERFORM CHECK-ONE-BALFWD UNTIL CLO-TALLY-DONE
               CLOSE LEDGER-FILE
           END-IF
           MOVE "N" TO CLO-TALLY-DONE-SW.

       CHECK-ONE-BALFWD.
           READ LEDGER-FILE INTO LEDGER-RECORD
               AT END
                   MOVE "Y" TO CLO-TALLY-DONE-SW
               NOT AT END
                   IF LEDGER-IS-BALFWD OF LEDGER-RECORD
                       AND LEDGER-DATE OF LEDGER-RECORD
                           > CLO-LAST-CLOSE
                       MOVE LEDGER-DATE OF LEDGER-RECORD
                           TO CLO-LAST-CLOSE
                   END-IF
           END-READ.

      *****************************************************************
      *  FIND-PERIOD-CUTOFF - walk the calendar forward from the day
      *  after the last close.  Every period end met before the first
      *  processing day after the standing date is a period the batch
      *  has finished, and the latest of them is the cutoff; several
      *  missed closes are caught up in one.  No such period end
      *  means there is nothing due to close.
      *****************************************************************
       FIND-PERIOD-CUTOFF.
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-OK
               MOVE CLO-LAST-CLOSE TO CALENDAR-FILE-DATE
               START CALENDAR-FILE KEY > CALENDAR-FILE-DATE
                   INVALID KEY
                       MOVE "Y" TO CLO-CAL-DONE-SW
               END-START
               PERFORM CHECK-ONE-CALENDAR-DATE UNTIL CLO-CAL-DONE
               CLOSE CALENDAR-FILE
               IF CLO-CUTOFF-DATE > ZERO
                   DISPLAY "LEDGCLOS: closing period through "
                           CLO-CUTOFF-DATE
               ELSE
                   DISPLAY "LEDGCLOS: no period end on CALENDAR is "
                           "due to close after " CLO-LAST-CLOSE
                   MOVE "Y" TO CLO-DONE-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "LEDGCLOS: unable to open CALENDAR, status "
                       CALENDAR-STATUS
               MOVE "Y" TO CLO-DONE-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       CHECK-ONE-CALENDAR-DATE.
           READ CALENDAR-FILE NEXT RECORD INTO CALENDAR-RECORD
               AT END
                   MOVE "Y" TO CLO-CAL-DONE-SW
           END-READ
           IF NOT CLO-CAL-DONE
               IF CALENDAR-DATE > CLO-TODAY
                   AND CALENDAR-IS-PROCESSING
                   MOVE "Y" TO CLO-CAL-DONE-SW
               ELSE
                   IF CALENDAR-IS-PERIOD-END
                       MOVE CALENDAR-DATE TO CLO-CUTOFF-DATE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  TALLY-PERIOD-ACTIVITY - first pass over the ledger: fold
      *  every entry on or before the cutoff into the per-wizard and
                               TO CLO-WRK-CREDITS
                           ADD LEDGER-AMOUNT OF LEDGER-RECORD
                               TO CLO-OPEN-TOTAL
                       WHEN LEDGER-IS-BONUS OF LEDGER-RECORD
                           ADD LEDGER-AMOUNT OF LEDGER-RECORD
                               TO CLO-WRK-CREDITS
                           ADD LEDGER-AMOUNT OF LEDGER-RECORD
                               TO CLO-DT-BONUS (CLO-DATE-IX)
                           ADD LEDGER-AMOUNT OF LEDGER-RECORD
                               TO CLO-BONUS-TOTAL
                       WHEN LEDGER-IS-XFER-IN OF LEDGER-RECORD
                           ADD LEDGER-AMOUNT OF LEDGER-RECORD
                               TO CLO-WRK-CREDITS
                       WHEN LEDGER-IS-XFER-OUT OF LEDGER-RECORD
                           ADD LEDGER-AMOUNT OF LEDGER-RECORD
                               TO CLO-WRK-DEBITS
                           ADD LEDGER-AMOUNT OF LEDGER-RECORD
                               TO CLO-DT-XFER (CLO-DATE-IX)
                           ADD LEDGER-AMOUNT OF LEDGER-RECORD
                               TO CLO-XFER-TOTAL
                   END-EVALUATE
                   PERFORM REWRITE-CLOSE-WIZARD
               END-IF
                   MOVE ZEROS TO CLO-DT-CLOSS (CLO-DATE-IX)
                   MOVE ZEROS TO CLO-DT-PAYOUT (CLO-DATE-IX)
                   MOVE ZEROS TO CLO-DT-PROVSN (CLO-DATE-IX)
                   MOVE ZEROS TO CLO-DT-BONUS (CLO-DATE-IX)
                   MOVE ZEROS TO CLO-DT-XFER (CLO-DATE-IX)
               ELSE
                   DISPLAY "LEDGCLOS: date table is full, "
                           LEDGER-DATE OF LEDGER-RECORD
               DELIMITED BY SIZE INTO CLO-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO CLO-LINE
           STRING "Bonuses . . . . . . " CLO-BONUS-TOTAL
               DELIMITED BY SIZE INTO CLO-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO CLO-LINE
           STRING "Transferred . . . . " CLO-XFER-TOTAL
               DELIMITED BY SIZE INTO CLO-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO CLO-LINE
           STRING "Closing balance . . " CLO-CLOSE-TOTAL
               DELIMITED BY SIZE INTO CLO-LINE
           PERFORM WRITE-STATEMENT-LINE.
           MOVE CLO-DT-CLOSS (CLO-DATE-IX) TO CLO-DL-CLOSS
           MOVE CLO-DT-PAYOUT (CLO-DATE-IX) TO CLO-DL-PAYOUT
           MOVE CLO-DT-PROVSN (CLO-DATE-IX) TO CLO-DL-PROVSN
           MOVE CLO-DT-BONUS (CLO-DATE-IX) TO CLO-DL-BONUS
           MOVE CLO-DT-XFER (CLO-DATE-IX) TO CLO-DL-XFER
           MOVE CLO-DATE-LINE TO CLO-LINE
           PERFORM WRITE-STATEMENT-LINE
           ADD 1 TO CLO-DATE-IX.
