       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXSETL.

      *****************************************************************
      *  TAXSETL attributes PUNCHER's coin movement back to the
      *  taxpayer that caused it.  PUNCHGEN stamps every punch with
      *  the taxpayer ID as DMGTRAN-TXN-ID and PUNCHER carries it
      *  onto LEDGER-TXN-ID for the CLOSS and PAYOUT entries the
      *  punch causes, but nothing read it back that way -- finance
      *  answered "how many coins did this taxpayer knock loose this
      *  month" with TAXTRACE one ID at a time.  Given a settlement
      *  period on SETLPARM, TAXSETL reads the LEDGARCH archive and
      *  then the live LEDGER, folds every CLOSS and PAYOUT inside
      *  the period into a keyed per-taxpayer work file, joins in
      *  the name and district off TAXMSTR, and writes one
      *  settlement record per taxpayer to SETLFIL plus a printed
      *  statement with district subtotals and a grand total proved
      *  against the ledger's own CLOSS and PAYOUT totals.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETLPARM-FILE ASSIGN TO "SETLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETLPARM-STATUS.
           SELECT LEDGARCH-FILE ASSIGN TO "LEDGARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGARCH-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT TAXMSTR-FILE ASSIGN TO "TAXMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAXMSTR-FILE-TAXPAYER-ID
               FILE STATUS IS TAXMSTR-STATUS.
           SELECT SETLWRK-FILE ASSIGN TO "SETLWRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SETLWRK-KEY
               FILE STATUS IS SETLWRK-STATUS.
           SELECT SETLFIL-FILE ASSIGN TO "SETLFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETLFIL-STATUS.
           SELECT SETLRPT-FILE ASSIGN TO "SETLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETLPARM-FILE.
       01  SETLPARM-FILE-RECORD         PIC X(80).

       FD  LEDGARCH-FILE.
       01  LEDGARCH-FILE-RECORD         PIC X(80).

       FD  LEDGER-FILE.
       01  LEDGER-FILE-RECORD           PIC X(80).

       FD  TAXMSTR-FILE.
       01  TAXMSTR-FILE-RECORD.
           05  TAXMSTR-FILE-TAXPAYER-ID PIC X(09).
           05  FILLER                   PIC X(71).

       FD  SETLWRK-FILE.
       01  SETLWRK-FILE-RECORD.
           05  SETLWRK-KEY              PIC X(13).
           05  FILLER                   PIC X(67).

       FD  SETLFIL-FILE.
       01  SETLFIL-FILE-RECORD          PIC X(80).

       FD  SETLRPT-FILE.
       01  SETLRPT-FILE-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY LEDGER.
       COPY TAXMSTR.
       COPY SETLREC.

       01  STL-LINE              PIC X(80) VALUE SPACES.
       01  STL-FROM-DATE         PIC 9(08) VALUE ZEROS.
       01  STL-THRU-DATE         PIC 9(08) VALUE ZEROS.
       01  STL-CURR-DISTRICT     PIC X(04) VALUE SPACES.
       01  STL-ENTRY-COUNT       PIC 9(05) VALUE ZEROS.
       01  STL-TAXPAYER-COUNT    PIC 9(05) VALUE ZEROS.
       01  STL-UNKNOWN-COUNT     PIC 9(05) VALUE ZEROS.
       01  STL-DISTRICT-COUNT    PIC 9(05) VALUE ZEROS.
       01  STL-SETL-OUT          PIC 9(05) VALUE ZEROS.

      *****************************************************************
      *  STL-PARM-RECORD - the settlement period: the first and last
      *  business dates it covers, inclusive.
      *****************************************************************
       01  STL-PARM-RECORD.
           05  STL-PARM-FROM             PIC 9(08).
           05  STL-PARM-THRU             PIC 9(08).
           05  FILLER                    PIC X(64).

      *****************************************************************
      *  STL-WRK-RECORD - one keyed work record per taxpayer seen in
      *  the period, keyed district first so the statement walks out
      *  in district order for the subtotals without a sort.
      *****************************************************************
       01  STL-WRK-RECORD.
           05  STL-WRK-KEY.
               10  STL-WRK-DISTRICT     PIC X(04).
               10  STL-WRK-TAXPAYER-ID  PIC X(09).
           05  STL-WRK-NAME             PIC X(30).
           05  STL-WRK-CLOSS-AMOUNT     PIC 9(07).
           05  STL-WRK-PAYOUT-AMOUNT    PIC 9(07).
           05  STL-WRK-ENTRY-COUNT      PIC 9(05).
           05  FILLER                   PIC X(18).

      *****************************************************************
      *  Ledger control totals, counted straight off the entries as
      *  they are read, and the statement totals footed off the work
      *  file as it prints.  The two must agree or the statement does
      *  not tie to the ledger.
      *****************************************************************
       01  STL-LEDGER-CLOSS      PIC 9(07) VALUE ZEROS.
       01  STL-LEDGER-PAYOUT     PIC 9(07) VALUE ZEROS.
       01  STL-DIST-CLOSS        PIC 9(07) VALUE ZEROS.
       01  STL-DIST-PAYOUT       PIC 9(07) VALUE ZEROS.
       01  STL-DIST-TAXPAYERS    PIC 9(05) VALUE ZEROS.
       01  STL-GT-CLOSS          PIC 9(07) VALUE ZEROS.
       01  STL-GT-PAYOUT         PIC 9(07) VALUE ZEROS.
       01  STL-GT-TOTAL          PIC 9(07) VALUE ZEROS.

      *****************************************************************
      *  STL-HEAD-LINE / STL-DETAIL-LINE - fixed-column statement
      *  lines, one detail per taxpayer.
      *****************************************************************
       01  STL-HEAD-LINE.
           05  FILLER                   PIC X(11) VALUE "Taxpayer".
           05  FILLER                   PIC X(31) VALUE "Name".
           05  FILLER                   PIC X(09) VALUE "  Closs".
           05  FILLER                   PIC X(09) VALUE " Payout".
           05  FILLER                   PIC X(09) VALUE "  Total".
           05  FILLER                   PIC X(11) VALUE "  Entries".

       01  STL-DETAIL-LINE.
           05  STL-DL-TAXPAYER-ID       PIC X(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  STL-DL-NAME              PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  STL-DL-CLOSS             PIC 9(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  STL-DL-PAYOUT            PIC 9(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  STL-DL-TOTAL             PIC 9(07).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  STL-DL-ENTRIES           PIC 9(05).
           05  FILLER                   PIC X(01) VALUE SPACES.

       01  SETLPARM-STATUS       PIC X(02) VALUE SPACES.
           88  SETLPARM-OK                   VALUE "00".

       01  LEDGARCH-STATUS       PIC X(02) VALUE SPACES.
           88  LEDGARCH-OK                   VALUE "00".

       01  LEDGER-STATUS         PIC X(02) VALUE SPACES.
           88  LEDGER-OK                     VALUE "00".

       01  TAXMSTR-STATUS        PIC X(02) VALUE SPACES.
           88  TAXMSTR-OK                    VALUE "00".

       01  SETLWRK-STATUS        PIC X(02) VALUE SPACES.
           88  SETLWRK-OK                    VALUE "00".

       01  SETLFIL-STATUS        PIC X(02) VALUE SPACES.
           88  SETLFIL-OK                    VALUE "00".

       01  SETLRPT-STATUS        PIC X(02) VALUE SPACES.
           88  SETLRPT-OK                    VALUE "00".

       01  STL-SWITCHES.
           05  STL-DONE-SW       PIC X(01) VALUE "N".
               88  STL-DONE                  VALUE "Y".
           05  STL-ARCH-DONE-SW  PIC X(01) VALUE "N".
               88  STL-ARCH-DONE             VALUE "Y".
           05  STL-LIVE-DONE-SW  PIC X(01) VALUE "N".
               88  STL-LIVE-DONE             VALUE "Y".
           05  STL-TAXMSTR-OPEN-SW PIC X(01) VALUE "N".
               88  STL-TAXMSTR-OPEN            VALUE "Y".
           05  STL-WRK-OPEN-SW   PIC X(01) VALUE "N".
               88  STL-WRK-OPEN              VALUE "Y".
           05  STL-WRK-EOF-SW    PIC X(01) VALUE "N".
               88  STL-WRK-EOF               VALUE "Y".
           05  STL-SETL-OPEN-SW  PIC X(01) VALUE "N".
               88  STL-SETL-OPEN             VALUE "Y".
           05  STL-RPT-OPEN-SW   PIC X(01) VALUE "N".
               88  STL-RPT-OPEN              VALUE "Y".
           05  STL-IN-DISTRICT-SW PIC X(01) VALUE "N".
               88  STL-IN-DISTRICT            VALUE "Y".
           05  STL-TAXPAYER-FOUND-SW PIC X(01) VALUE "N".
               88  STL-TAXPAYER-FOUND          VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-PROGRAM
           IF NOT STL-DONE
               PERFORM TALLY-ARCHIVE-ENTRIES
               PERFORM TALLY-LIVE-ENTRIES
           END-IF
           IF NOT STL-DONE
               PERFORM PRINT-SETTLEMENT
           END-IF
           PERFORM FINALIZE-PROGRAM
           STOP RUN.

      *****************************************************************
      *  INITIALIZE-PROGRAM - read the settlement period, then open
      *  the taxpayer master, the keyed work file, the settlement
      *  file and the statement.  No period, no master or no work
      *  file ends the run before anything is settled: a settlement
      *  without names and districts is not one finance can use.
      *****************************************************************
       INITIALIZE-PROGRAM.
           OPEN OUTPUT SETLRPT-FILE
           IF SETLRPT-OK
               MOVE "Y" TO STL-RPT-OPEN-SW
           ELSE
               DISPLAY "TAXSETL: unable to open SETLRPT, status "
                       SETLRPT-STATUS
           END-IF
           PERFORM READ-SETTLEMENT-PERIOD
           IF NOT STL-DONE
               OPEN INPUT TAXMSTR-FILE
               IF TAXMSTR-OK
                   MOVE "Y" TO STL-TAXMSTR-OPEN-SW
               ELSE
                   DISPLAY "TAXSETL: unable to open TAXMSTR, status "
                           TAXMSTR-STATUS
                   MOVE "Y" TO STL-DONE-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT STL-DONE
               PERFORM OPEN-SETTLEMENT-WORK-FILE
           END-IF
           IF NOT STL-DONE
               OPEN OUTPUT SETLFIL-FILE
               IF SETLFIL-OK
                   MOVE "Y" TO STL-SETL-OPEN-SW
               ELSE
                   DISPLAY "TAXSETL: unable to open SETLFIL, status "
                           SETLFIL-STATUS
                   MOVE "Y" TO STL-DONE-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      *  READ-SETTLEMENT-PERIOD - the period comes off SETLPARM the
      *  way LEDGCLOS reads its cutoff: validated, not trusted.  Both
      *  dates must be numeric and the period must not run
      *  backwards.
      *****************************************************************
       READ-SETTLEMENT-PERIOD.
           OPEN INPUT SETLPARM-FILE
           IF SETLPARM-OK
               READ SETLPARM-FILE INTO STL-PARM-RECORD
                   AT END
                       MOVE "Y" TO STL-DONE-SW
                       MOVE 8 TO RETURN-CODE
                       DISPLAY "TAXSETL: SETLPARM is empty"
               END-READ
               IF NOT STL-DONE
                   IF STL-PARM-FROM NUMERIC
                       AND STL-PARM-THRU NUMERIC
                       AND STL-PARM-FROM > ZERO
                       AND STL-PARM-THRU NOT < STL-PARM-FROM
                       MOVE STL-PARM-FROM TO STL-FROM-DATE
                       MOVE STL-PARM-THRU TO STL-THRU-DATE
                       DISPLAY "TAXSETL: settling " STL-FROM-DATE
                               " through " STL-THRU-DATE
                   ELSE
                       DISPLAY "TAXSETL: SETLPARM needs a from and "
                               "a through date, in order"
                       MOVE "Y" TO STL-DONE-SW
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE SETLPARM-FILE
           ELSE
               DISPLAY "TAXSETL: unable to open SETLPARM, status "
                       SETLPARM-STATUS
               MOVE "Y" TO STL-DONE-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************************
      *  OPEN-SETTLEMENT-WORK-FILE - stand the keyed work file up
      *  empty for this run, the way LEDGCLOS stands up CLOSWRK.
      *****************************************************************
       OPEN-SETTLEMENT-WORK-FILE.
           OPEN OUTPUT SETLWRK-FILE
           IF SETLWRK-OK
               CLOSE SETLWRK-FILE
               OPEN I-O SETLWRK-FILE
           END-IF
           IF SETLWRK-OK
               MOVE "Y" TO STL-WRK-OPEN-SW
           ELSE
               DISPLAY "TAXSETL: unable to open SETLWRK, status "
                       SETLWRK-STATUS
               MOVE "Y" TO STL-DONE-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************************
      *  TALLY-ARCHIVE-ENTRIES / TALLY-LIVE-ENTRIES - LEDGARCH first,
      *  then the live LEDGER, so a period that straddles a LEDGCLOS
      *  close settles seamlessly.  LEDGCLOS moves closed entries to
      *  the archive rather than copying them, so no CLOSS or PAYOUT
      *  is ever on both.  A missing archive just means no period
      *  has closed yet, but a missing live LEDGER ends the run: a
      *  settlement proved against nothing is not one to send.
      *****************************************************************
       TALLY-ARCHIVE-ENTRIES.
           OPEN INPUT LEDGARCH-FILE
           IF LEDGARCH-OK
               PERFORM TALLY-ONE-ARCHIVE-ENTRY UNTIL STL-ARCH-DONE
               CLOSE LEDGARCH-FILE
           ELSE
               DISPLAY "TAXSETL: LEDGARCH not available, status "
                       LEDGARCH-STATUS
           END-IF.

       TALLY-ONE-ARCHIVE-ENTRY.
           READ LEDGARCH-FILE INTO LEDGER-RECORD
               AT END
                   MOVE "Y" TO STL-ARCH-DONE-SW
           END-READ
           IF NOT STL-ARCH-DONE
               PERFORM TALLY-ONE-LEDGER-ENTRY
           END-IF.

       TALLY-LIVE-ENTRIES.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-OK
               PERFORM TALLY-ONE-LIVE-ENTRY UNTIL STL-LIVE-DONE
               CLOSE LEDGER-FILE
           ELSE
               DISPLAY "TAXSETL: unable to open LEDGER, status "
                       LEDGER-STATUS
               MOVE "Y" TO STL-DONE-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       TALLY-ONE-LIVE-ENTRY.
           READ LEDGER-FILE INTO LEDGER-RECORD
               AT END
                   MOVE "Y" TO STL-LIVE-DONE-SW
           END-READ
           IF NOT STL-LIVE-DONE
               PERFORM TALLY-ONE-LEDGER-ENTRY
           END-IF.

      *****************************************************************
      *  TALLY-ONE-LEDGER-ENTRY - a CLOSS or PAYOUT dated inside the
      *  period settles against the taxpayer its transaction ID
      *  names.  PROVSN, BALFWD and the HEAL, BONUS and XFER
      *  adjustment entries are not caused by any taxpayer and are
      *  passed over.  Every settled amount is also
      *  added to the ledger control totals the statement is proved
      *  against.
      *****************************************************************
       TALLY-ONE-LEDGER-ENTRY.
           IF LEDGER-DATE OF LEDGER-RECORD NOT < STL-FROM-DATE
               AND LEDGER-DATE OF LEDGER-RECORD
                   NOT > STL-THRU-DATE
               AND (LEDGER-IS-COIN-LOSS OF LEDGER-RECORD
                   OR LEDGER-IS-PAYOUT OF LEDGER-RECORD)
               ADD 1 TO STL-ENTRY-COUNT
               PERFORM LOOK-UP-TAXPAYER
               PERFORM FIND-SETTLEMENT-ENTRY
               IF LEDGER-IS-COIN-LOSS OF LEDGER-RECORD
                   ADD LEDGER-AMOUNT OF LEDGER-RECORD
                       TO STL-WRK-CLOSS-AMOUNT
                   ADD LEDGER-AMOUNT OF LEDGER-RECORD
                       TO STL-LEDGER-CLOSS
               ELSE
                   ADD LEDGER-AMOUNT OF LEDGER-RECORD
                       TO STL-WRK-PAYOUT-AMOUNT
                   ADD LEDGER-AMOUNT OF LEDGER-RECORD
                       TO STL-LEDGER-PAYOUT
               END-IF
               ADD 1 TO STL-WRK-ENTRY-COUNT
               PERFORM REWRITE-SETTLEMENT-ENTRY
           END-IF.

      *****************************************************************
      *  LOOK-UP-TAXPAYER - pull the name and district off TAXMSTR.
      *  A transaction ID missing from the master settles under
      *  district "????" so the statement still foots to the ledger.
      *****************************************************************
       LOOK-UP-TAXPAYER.
           MOVE "Y" TO STL-TAXPAYER-FOUND-SW
           MOVE LEDGER-TXN-ID OF LEDGER-RECORD
               TO TAXMSTR-FILE-TAXPAYER-ID
           READ TAXMSTR-FILE INTO TAXMSTR-RECORD
               INVALID KEY
                   MOVE "N" TO STL-TAXPAYER-FOUND-SW
                   MOVE SPACES TO TAXMSTR-RECORD
                   MOVE "????" TO TAXMSTR-DISTRICT
                   MOVE "*** not on taxpayer master" TO TAXMSTR-NAME
           END-READ.

      *****************************************************************
      *  FIND-SETTLEMENT-ENTRY - read or add the taxpayer's keyed
      *  work record, leaving its running totals in STL-WRK-RECORD.
      *****************************************************************
       FIND-SETTLEMENT-ENTRY.
           MOVE TAXMSTR-DISTRICT TO STL-WRK-DISTRICT
           MOVE LEDGER-TXN-ID OF LEDGER-RECORD
               TO STL-WRK-TAXPAYER-ID
           MOVE STL-WRK-KEY TO SETLWRK-KEY
           READ SETLWRK-FILE INTO STL-WRK-RECORD
               INVALID KEY
                   MOVE SPACES TO STL-WRK-RECORD
                   MOVE TAXMSTR-DISTRICT TO STL-WRK-DISTRICT
                   MOVE LEDGER-TXN-ID OF LEDGER-RECORD
                       TO STL-WRK-TAXPAYER-ID
                   MOVE TAXMSTR-NAME TO STL-WRK-NAME
                   MOVE ZEROS TO STL-WRK-CLOSS-AMOUNT
                   MOVE ZEROS TO STL-WRK-PAYOUT-AMOUNT
                   MOVE ZEROS TO STL-WRK-ENTRY-COUNT
                   WRITE SETLWRK-FILE-RECORD FROM STL-WRK-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   ADD 1 TO STL-TAXPAYER-COUNT
                   IF NOT STL-TAXPAYER-FOUND
                       ADD 1 TO STL-UNKNOWN-COUNT
                   END-IF
           END-READ.

       REWRITE-SETTLEMENT-ENTRY.
           REWRITE SETLWRK-FILE-RECORD FROM STL-WRK-RECORD
               INVALID KEY
                   DISPLAY "TAXSETL: unable to rewrite "
                           STL-WRK-TAXPAYER-ID ", status "
                           SETLWRK-STATUS
           END-REWRITE.

      *****************************************************************
      *  PRINT-SETTLEMENT - walk the work file in district order:
      *  one statement line and one SETLFIL record per taxpayer, a
      *  subtotal at every district break, then the grand total and
      *  its proof against the ledger control totals.
      *****************************************************************
       PRINT-SETTLEMENT.
           MOVE "TAXSETL Taxpayer Settlement Statement" TO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE "=====================================" TO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE SPACES TO STL-LINE
           STRING "Period  . . . . . . " STL-FROM-DATE
               " through " STL-THRU-DATE
               DELIMITED BY SIZE INTO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE SPACES TO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE

           IF STL-TAXPAYER-COUNT = ZERO
               MOVE "No coin movement in the period to settle"
                   TO STL-LINE
               PERFORM WRITE-SETTLEMENT-LINE
               MOVE SPACES TO STL-LINE
               PERFORM WRITE-SETTLEMENT-LINE
           END-IF

           PERFORM START-SETTLEMENT-WALK
           PERFORM PRINT-ONE-TAXPAYER UNTIL STL-WRK-EOF
           IF STL-IN-DISTRICT
               PERFORM PRINT-DISTRICT-SUBTOTAL
           END-IF

           COMPUTE STL-GT-TOTAL = STL-GT-CLOSS + STL-GT-PAYOUT
           MOVE "All districts" TO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE "-----------------------------------" TO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE SPACES TO STL-LINE
           STRING "Taxpayers settled . " STL-TAXPAYER-COUNT
               DELIMITED BY SIZE INTO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE SPACES TO STL-LINE
           STRING "Districts . . . . . " STL-DISTRICT-COUNT
               DELIMITED BY SIZE INTO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE SPACES TO STL-LINE
           STRING "Coin losses . . . . " STL-GT-CLOSS
               DELIMITED BY SIZE INTO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE SPACES TO STL-LINE
           STRING "Payouts . . . . . . " STL-GT-PAYOUT
               DELIMITED BY SIZE INTO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE SPACES TO STL-LINE
           STRING "Grand total . . . . " STL-GT-TOTAL
               DELIMITED BY SIZE INTO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           IF STL-UNKNOWN-COUNT > ZERO
               MOVE SPACES TO STL-LINE
               STRING "Not on master . . . " STL-UNKNOWN-COUNT
                   " (shown as district ????)"
                   DELIMITED BY SIZE INTO STL-LINE
               PERFORM WRITE-SETTLEMENT-LINE
           END-IF
           MOVE SPACES TO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           PERFORM PROVE-TO-LEDGER.

      *****************************************************************
      *  START-SETTLEMENT-WALK - position the keyed work file at its
      *  first taxpayer.  An empty work file leaves STL-WRK-EOF set.
      *****************************************************************
       START-SETTLEMENT-WALK.
           MOVE "N" TO STL-WRK-EOF-SW
           MOVE LOW-VALUES TO SETLWRK-KEY
           START SETLWRK-FILE KEY NOT < SETLWRK-KEY
               INVALID KEY
                   MOVE "Y" TO STL-WRK-EOF-SW
           END-START.

       PRINT-ONE-TAXPAYER.
           READ SETLWRK-FILE NEXT RECORD INTO STL-WRK-RECORD
               AT END
                   MOVE "Y" TO STL-WRK-EOF-SW
           END-READ
           IF NOT STL-WRK-EOF
               IF STL-IN-DISTRICT
                   AND STL-WRK-DISTRICT NOT = STL-CURR-DISTRICT
                   PERFORM PRINT-DISTRICT-SUBTOTAL
               END-IF
               IF NOT STL-IN-DISTRICT
                   PERFORM START-DISTRICT-BLOCK
               END-IF
               PERFORM SETTLE-ONE-TAXPAYER
           END-IF.

      *****************************************************************
      *  START-DISTRICT-BLOCK - heading for a new district and fresh
      *  subtotals.
      *****************************************************************
       START-DISTRICT-BLOCK.
           MOVE "Y" TO STL-IN-DISTRICT-SW
           MOVE STL-WRK-DISTRICT TO STL-CURR-DISTRICT
           MOVE ZEROS TO STL-DIST-CLOSS
           MOVE ZEROS TO STL-DIST-PAYOUT
           MOVE ZEROS TO STL-DIST-TAXPAYERS
           ADD 1 TO STL-DISTRICT-COUNT
           MOVE SPACES TO STL-LINE
           STRING "District " STL-CURR-DISTRICT
               DELIMITED BY SIZE INTO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE STL-HEAD-LINE TO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE "-----------------------------------" TO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE.

      *****************************************************************
      *  SETTLE-ONE-TAXPAYER - the statement line and the SETLFIL
      *  record for one taxpayer, and its share of the district and
      *  grand totals.
      *****************************************************************
       SETTLE-ONE-TAXPAYER.
           MOVE STL-WRK-TAXPAYER-ID TO STL-DL-TAXPAYER-ID
           MOVE STL-WRK-NAME TO STL-DL-NAME
           MOVE STL-WRK-CLOSS-AMOUNT TO STL-DL-CLOSS
           MOVE STL-WRK-PAYOUT-AMOUNT TO STL-DL-PAYOUT
           COMPUTE STL-DL-TOTAL =
               STL-WRK-CLOSS-AMOUNT + STL-WRK-PAYOUT-AMOUNT
           MOVE STL-WRK-ENTRY-COUNT TO STL-DL-ENTRIES
           MOVE STL-DETAIL-LINE TO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE

           MOVE SPACES TO SETLREC-RECORD
           MOVE STL-WRK-TAXPAYER-ID TO SETLREC-TAXPAYER-ID
           MOVE STL-WRK-NAME TO SETLREC-NAME
           MOVE STL-WRK-DISTRICT TO SETLREC-DISTRICT
           MOVE STL-FROM-DATE TO SETLREC-PERIOD-FROM
           MOVE STL-THRU-DATE TO SETLREC-PERIOD-THRU
           MOVE STL-WRK-CLOSS-AMOUNT TO SETLREC-CLOSS-AMOUNT
           MOVE STL-WRK-PAYOUT-AMOUNT TO SETLREC-PAYOUT-AMOUNT
           MOVE STL-WRK-ENTRY-COUNT TO SETLREC-ENTRY-COUNT
           IF STL-SETL-OPEN
               WRITE SETLFIL-FILE-RECORD FROM SETLREC-RECORD
               ADD 1 TO STL-SETL-OUT
           END-IF

           ADD STL-WRK-CLOSS-AMOUNT TO STL-DIST-CLOSS
           ADD STL-WRK-PAYOUT-AMOUNT TO STL-DIST-PAYOUT
           ADD 1 TO STL-DIST-TAXPAYERS
           ADD STL-WRK-CLOSS-AMOUNT TO STL-GT-CLOSS
           ADD STL-WRK-PAYOUT-AMOUNT TO STL-GT-PAYOUT.

      *****************************************************************
      *  PRINT-DISTRICT-SUBTOTAL - foot the district just finished.
      *****************************************************************
       PRINT-DISTRICT-SUBTOTAL.
           MOVE "-----------------------------------" TO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE SPACES TO STL-LINE
           STRING "District taxpayers  " STL-DIST-TAXPAYERS
               DELIMITED BY SIZE INTO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE SPACES TO STL-LINE
           STRING "District coin loss  " STL-DIST-CLOSS
               DELIMITED BY SIZE INTO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE SPACES TO STL-LINE
           STRING "District payouts  . " STL-DIST-PAYOUT
               DELIMITED BY SIZE INTO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE SPACES TO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE "N" TO STL-IN-DISTRICT-SW.

      *****************************************************************
      *  PROVE-TO-LEDGER - the statement's grand totals against the
      *  CLOSS and PAYOUT totals counted straight off the ledger as
      *  it was read.  A statement that does not tie lost or double-
      *  counted a taxpayer on the way through the work file, and is
      *  flagged with a nonzero return code rather than handed to
      *  finance as settled.
      *****************************************************************
       PROVE-TO-LEDGER.
           MOVE "Proof to ledger" TO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE "-----------------------------------" TO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE SPACES TO STL-LINE
           STRING "Ledger entries  . . " STL-ENTRY-COUNT
               DELIMITED BY SIZE INTO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE SPACES TO STL-LINE
           STRING "Ledger coin losses  " STL-LEDGER-CLOSS
               DELIMITED BY SIZE INTO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           MOVE SPACES TO STL-LINE
           STRING "Ledger payouts  . . " STL-LEDGER-PAYOUT
               DELIMITED BY SIZE INTO STL-LINE
           PERFORM WRITE-SETTLEMENT-LINE
           IF STL-GT-CLOSS = STL-LEDGER-CLOSS
               AND STL-GT-PAYOUT = STL-LEDGER-PAYOUT
               MOVE "Overall . . . . . . TIES TO LEDGER" TO STL-LINE
           ELSE
               MOVE "Overall . . . . . . DOES NOT TIE" TO STL-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-SETTLEMENT-LINE.

      *****************************************************************
      *  WRITE-SETTLEMENT-LINE - common line-out paragraph so every
      *  line of the statement goes through the same open-checked
      *  WRITE.
      *****************************************************************
       WRITE-SETTLEMENT-LINE.
           IF STL-RPT-OPEN
               WRITE SETLRPT-FILE-RECORD FROM STL-LINE
           END-IF.

      *****************************************************************
      *  FINALIZE-PROGRAM - report the counts and close whatever this
      *  run actually opened.
      *****************************************************************
       FINALIZE-PROGRAM.
           DISPLAY "TAXSETL: settled " STL-TAXPAYER-COUNT
                   " taxpayers from " STL-ENTRY-COUNT
                   " ledger entries, " STL-SETL-OUT " records out"
           IF STL-TAXMSTR-OPEN
               CLOSE TAXMSTR-FILE
           END-IF
           IF STL-WRK-OPEN
               CLOSE SETLWRK-FILE
           END-IF
           IF STL-SETL-OPEN
               CLOSE SETLFIL-FILE
           END-IF
           IF STL-RPT-OPEN
               CLOSE SETLRPT-FILE
           END-IF.

       END PROGRAM TAXSETL.
