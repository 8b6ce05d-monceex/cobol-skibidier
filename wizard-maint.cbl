      *  WIZMTRN against the keyed master and writes an audit
      *  listing of every transaction it applied or refused, so the
      *  auditors can see exactly how the master got into the state
      *  it is in.  A squad move or retirement dated past the
      *  standing business date is held on the WIZMPND pending file
      *  instead, and each run (DAILYBAT runs one early every night
      *  with no WIZMTRN) first applies whatever pending work has
      *  fallen due, the way TAXMAINT does.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS WIZSTATE-FILE-WIZARD-ID
               FILE STATUS IS WIZSTATE-STATUS.
           SELECT PENDIN-FILE ASSIGN TO "PENDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDIN-STATUS.
           SELECT PENDOUT-FILE ASSIGN TO "PENDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  WIZSTATE-FILE-WIZARD-ID  PIC X(09).
           05  FILLER                   PIC X(71).

       FD  PENDIN-FILE.
       01  PENDIN-FILE-RECORD           PIC X(80).

       FD  PENDOUT-FILE.
       01  PENDOUT-FILE-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY WIZMTRN.
       COPY WIZMSTR.
       COPY WIZSTATE.

       01  WIM-TODAY             PIC 9(08) VALUE ZEROS.
       01  WIM-ASOF-DATE         PIC 9(08) VALUE ZEROS.
       01  WIM-LIST-LINE         PIC X(80) VALUE SPACES.
       01  WIM-RESULT-TEXT       PIC X(40) VALUE SPACES.
       01  WIM-DEFAULT-STAKE     PIC 9(03) VALUE 050.
       01  WIM-CHANGE-COUNT      PIC 9(05) VALUE ZEROS.
       01  WIM-RETIRE-COUNT      PIC 9(05) VALUE ZEROS.
       01  WIM-REJECT-COUNT      PIC 9(05) VALUE ZEROS.
       01  WIM-QUEUED-COUNT      PIC 9(05) VALUE ZEROS.
       01  WIM-CARRIED-COUNT     PIC 9(05) VALUE ZEROS.

      *****************************************************************
      *  WIM-DUE-TABLE - the pending transactions that have fallen
      *  due, held so they are applied in effective-date order rather
      *  than the order they were keyed.  Ties keep their keyed
      *  order.  Due work past the table's size stays pending for
      *  the next run.
      *****************************************************************
       01  WIM-DUE-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  WIM-DUE-APPLIED       PIC 9(03) COMP VALUE ZERO.
       01  WIM-DUE-IX            PIC 9(03) COMP VALUE ZERO.
       01  WIM-DUE-PICK          PIC 9(03) COMP VALUE ZERO.
       01  WIM-DUE-LOW           PIC 9(08) VALUE ZEROS.
       01  WIM-DUE-TABLE.
           05  WIM-DUE-ENTRY OCCURS 500 TIMES.
               10  WIM-DUE-RECORD        PIC X(80).
               10  WIM-DUE-DATE          PIC 9(08).
               10  WIM-DUE-DONE-SW       PIC X(01).
                   88  WIM-DUE-DONE                VALUE "Y".

       01  WIZMTRN-STATUS        PIC X(02) VALUE SPACES.
           88  WIZMTRN-OK                    VALUE "00".
           88  WIZSTATE-OK                   VALUE "00".
           88  WIZSTATE-NO-FILE              VALUE "35".

       01  PENDIN-STATUS         PIC X(02) VALUE SPACES.
           88  PENDIN-OK                     VALUE "00".

       01  PENDOUT-STATUS        PIC X(02) VALUE SPACES.
           88  PENDOUT-OK                    VALUE "00".

       01  WIM-SWITCHES.
           05  WIM-DONE-SW       PIC X(01) VALUE "N".
               88  WIM-DONE                  VALUE "Y".
               88  WIM-APPLIED               VALUE "Y".
           05  WIM-STATE-OPEN-SW PIC X(01) VALUE "N".
               88  WIM-STATE-OPEN            VALUE "Y".
           05  WIM-PENDIN-OPEN-SW PIC X(01) VALUE "N".
               88  WIM-PENDIN-OPEN           VALUE "Y".
           05  WIM-PENDOUT-OPEN-SW PIC X(01) VALUE "N".
               88  WIM-PENDOUT-OPEN          VALUE "Y".
           05  WIM-PEND-DONE-SW  PIC X(01) VALUE "N".
               88  WIM-PEND-DONE             VALUE "Y".
           05  WIM-DATE-BAD-SW   PIC X(01) VALUE "N".
               88  WIM-DATE-BAD              VALUE "Y".
           05  WIM-FUTURE-SW     PIC X(01) VALUE "N".
               88  WIM-FUTURE-DATED          VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-PROGRAM
           IF NOT WIM-DONE
               PERFORM APPLY-DUE-PENDING
           END-IF
           PERFORM PROCESS-TRANSACTIONS UNTIL WIM-DONE
           PERFORM FINALIZE-PROGRAM
           STOP RUN.
      *  no master on file yet, so a status-35 OPEN I-O is retried
      *  as OPEN OUTPUT/CLOSE to create an empty master and then
      *  opened I-O again, the way TAXMAINT creates its master.
      *  PENDOUT is a fresh generation every run, so a run that
      *  cannot go on still copies the standing queue across to it.
      *****************************************************************
       INITIALIZE-PROGRAM.
           PERFORM READ-BUSINESS-DATE
           MOVE SPACES TO WIM-LIST-LINE
           PERFORM WRITE-LISTING-LINE

           OPEN OUTPUT PENDOUT-FILE
           IF PENDOUT-OK
               MOVE "Y" TO WIM-PENDOUT-OPEN-SW
           ELSE
               DISPLAY "WIZMAINT: unable to open PENDOUT, status "
                       PENDOUT-STATUS
               MOVE "Y" TO WIM-DONE-SW
               MOVE 8 TO RETURN-CODE
           END-IF

           IF NOT WIM-DONE
               OPEN I-O WIZMSTR-FILE
               IF WIZMSTR-NO-FILE
                   OPEN OUTPUT WIZMSTR-FILE
                   CLOSE WIZMSTR-FILE
                   OPEN I-O WIZMSTR-FILE
               END-IF
               IF WIZMSTR-OK
                   MOVE "Y" TO WIM-MSTR-OPEN-SW
               ELSE
                   DISPLAY "WIZMAINT: unable to open WIZMSTR, status "
                           WIZMSTR-STATUS
                   MOVE "Y" TO WIM-DONE-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           IF NOT WIM-DONE
               PERFORM OPEN-WIZARD-STATE
           END-IF
                   MOVE "Y" TO WIM-DONE-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           OPEN INPUT PENDIN-FILE
           IF PENDIN-OK
               MOVE "Y" TO WIM-PENDIN-OPEN-SW
           ELSE
               MOVE "Y" TO WIM-PEND-DONE-SW
           END-IF
           IF WIM-DONE AND WIM-PENDOUT-OPEN
               PERFORM CARRY-ONE-PENDING UNTIL WIM-PEND-DONE
           END-IF.

      *****************************************************************
           END-IF.

      *****************************************************************
      *  APPLY-DUE-PENDING - sift the standing queue: work dated on or
      *  before the business date is due and is applied here, in
      *  effective-date order, ahead of anything keyed on WIZMTRN;
      *  the rest goes straight back onto the new queue.
      *****************************************************************
       APPLY-DUE-PENDING.
           PERFORM SIFT-ONE-PENDING UNTIL WIM-PEND-DONE
           PERFORM APPLY-EARLIEST-DUE
               UNTIL WIM-DUE-APPLIED = WIM-DUE-COUNT.

       SIFT-ONE-PENDING.
           READ PENDIN-FILE INTO WIZMTRN-RECORD
               AT END
                   MOVE "Y" TO WIM-PEND-DONE-SW
           END-READ
           IF NOT WIM-PEND-DONE
               IF WIZMTRN-EFFECTIVE-DATE-N NOT NUMERIC
                   MOVE ZEROS TO WIZMTRN-EFFECTIVE-DATE-N
               END-IF
               IF WIZMTRN-EFFECTIVE-DATE-N > WIM-TODAY
                   OR WIM-DUE-COUNT = 500
                   WRITE PENDOUT-FILE-RECORD FROM WIZMTRN-RECORD
                   ADD 1 TO WIM-CARRIED-COUNT
               ELSE
                   ADD 1 TO WIM-DUE-COUNT
                   MOVE WIZMTRN-RECORD
                       TO WIM-DUE-RECORD (WIM-DUE-COUNT)
                   MOVE WIZMTRN-EFFECTIVE-DATE-N
                       TO WIM-DUE-DATE (WIM-DUE-COUNT)
                   MOVE "N" TO WIM-DUE-DONE-SW (WIM-DUE-COUNT)
               END-IF
           END-IF.

       APPLY-EARLIEST-DUE.
           MOVE 99999999 TO WIM-DUE-LOW
           MOVE ZERO TO WIM-DUE-PICK
           MOVE 1 TO WIM-DUE-IX
           PERFORM CHECK-ONE-DUE UNTIL WIM-DUE-IX > WIM-DUE-COUNT
           MOVE WIM-DUE-RECORD (WIM-DUE-PICK) TO WIZMTRN-RECORD
           MOVE "Y" TO WIM-DUE-DONE-SW (WIM-DUE-PICK)
           ADD 1 TO WIM-DUE-APPLIED
           PERFORM APPLY-ONE-TRANSACTION.

       CHECK-ONE-DUE.
           IF NOT WIM-DUE-DONE (WIM-DUE-IX)
               AND WIM-DUE-DATE (WIM-DUE-IX) < WIM-DUE-LOW
               MOVE WIM-DUE-DATE (WIM-DUE-IX) TO WIM-DUE-LOW
               MOVE WIM-DUE-IX TO WIM-DUE-PICK
           END-IF
           ADD 1 TO WIM-DUE-IX.

       CARRY-ONE-PENDING.
           READ PENDIN-FILE INTO WIZMTRN-RECORD
               AT END
                   MOVE "Y" TO WIM-PEND-DONE-SW
           END-READ
           IF NOT WIM-PEND-DONE
               WRITE PENDOUT-FILE-RECORD FROM WIZMTRN-RECORD
               ADD 1 TO WIM-CARRIED-COUNT
           END-IF.

      *****************************************************************
      *  PROCESS-TRANSACTIONS - one maintenance transaction per pass.
      *  A transaction effective after the business date is queued;
      *  anything else is applied now.  An effective date that is
      *  not a real date is refused rather than guessed at.
      *****************************************************************
       PROCESS-TRANSACTIONS.
           READ WIZMTRN-FILE INTO WIZMTRN-RECORD
                   MOVE "Y" TO WIM-DONE-SW
           END-READ
           IF NOT WIM-DONE
               PERFORM CHECK-EFFECTIVE-DATE
               EVALUATE TRUE
                   WHEN WIM-DATE-BAD
                       MOVE "refused - effective date is not a date"
                           TO WIM-RESULT-TEXT
                       ADD 1 TO WIM-REJECT-COUNT
                       PERFORM WRITE-AUDIT-LINE
                   WHEN WIM-FUTURE-DATED
                       PERFORM QUEUE-TRANSACTION
                   WHEN OTHER
                       PERFORM APPLY-ONE-TRANSACTION
               END-EVALUATE
           END-IF.

       CHECK-EFFECTIVE-DATE.
           MOVE "N" TO WIM-DATE-BAD-SW
           MOVE "N" TO WIM-FUTURE-SW
           IF WIZMTRN-EFFECTIVE-DATE NOT = SPACES
               IF WIZMTRN-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "Y" TO WIM-DATE-BAD-SW
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD
                          (WIZMTRN-EFFECTIVE-DATE-N) NOT = ZERO
                       MOVE "Y" TO WIM-DATE-BAD-SW
                   ELSE
                       IF WIZMTRN-EFFECTIVE-DATE-N > WIM-TODAY
                           MOVE "Y" TO WIM-FUTURE-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  QUEUE-TRANSACTION - hold a future-dated transaction on the
      *  new pending generation, stamped with the date it was keyed.
      *  Only the action is checked now; whether the wizard is on
      *  file, or his stake is numeric, is a question for the day the
      *  transaction falls due.
      *****************************************************************
       QUEUE-TRANSACTION.
           MOVE SPACES TO WIM-RESULT-TEXT
           IF WIZMTRN-IS-ADD OR WIZMTRN-IS-CHANGE OR WIZMTRN-IS-RETIRE
               MOVE WIM-TODAY TO WIZMTRN-QUEUED-DATE
               WRITE PENDOUT-FILE-RECORD FROM WIZMTRN-RECORD
               MOVE "queued" TO WIM-RESULT-TEXT
               ADD 1 TO WIM-QUEUED-COUNT
           ELSE
               MOVE "refused - action is not A, C or R"
                   TO WIM-RESULT-TEXT
               ADD 1 TO WIM-REJECT-COUNT
           END-IF
           PERFORM WRITE-AUDIT-LINE.

      *****************************************************************
      *  APPLY-ONE-TRANSACTION - apply one transaction, routed by its
      *  action byte, as of its effective date (or the business date
      *  when none was keyed).  An unrecognised action is refused to
      *  the listing rather than guessed at.
      *****************************************************************
       APPLY-ONE-TRANSACTION.
           MOVE "N" TO WIM-APPLIED-SW
           MOVE SPACES TO WIM-RESULT-TEXT
           IF WIZMTRN-EFFECTIVE-DATE NUMERIC
               AND WIZMTRN-EFFECTIVE-DATE-N > ZERO
               MOVE WIZMTRN-EFFECTIVE-DATE-N TO WIM-ASOF-DATE
           ELSE
               MOVE WIM-TODAY TO WIM-ASOF-DATE
           END-IF
           EVALUATE TRUE
               WHEN WIZMTRN-IS-ADD
                   PERFORM APPLY-ADD-TRANSACTION
               WHEN WIZMTRN-IS-CHANGE
                   PERFORM APPLY-CHANGE-TRANSACTION
               WHEN WIZMTRN-IS-RETIRE
                   PERFORM APPLY-RETIRE-TRANSACTION
               WHEN OTHER
                   MOVE "refused - action is not A, C or R"
                       TO WIM-RESULT-TEXT
           END-EVALUATE
           IF NOT WIM-APPLIED
               ADD 1 TO WIM-REJECT-COUNT
           END-IF
           PERFORM WRITE-AUDIT-LINE.

      *****************************************************************
      *  APPLY-ADD-TRANSACTION - a new wizard joins the master.  An
      *  ID already on file is refused so a rekeyed add can never
                           MOVE WIZMTRN-STAKE-GOLD
                               TO WIZMSTR-STAKE-GOLD
                       END-IF
                       MOVE WIM-ASOF-DATE TO WIZMSTR-DATE-ADDED
                       MOVE ZEROS TO WIZMSTR-DATE-RETIRED
                       PERFORM STAMP-RETIREMENT
                       WRITE WIZMSTR-FILE-RECORD FROM WIZMSTR-RECORD
                       PERFORM ADD-ROSTER-RECORD
                       MOVE "added" TO WIM-RESULT-TEXT
      *  APPLY-CHANGE-TRANSACTION - update an existing wizard in
      *  place.  Only the fields actually keyed on the transaction
      *  are changed; a blank field leaves the master value alone.
      *  A status change keeps the retirement date in step.
      *****************************************************************
       APPLY-CHANGE-TRANSACTION.
           MOVE WIZMTRN-WIZARD-ID TO WIZMSTR-FILE-WIZARD-ID
                           MOVE WIZMTRN-STAKE-GOLD
                               TO WIZMSTR-STAKE-GOLD
                       END-IF
                       PERFORM STAMP-RETIREMENT
                       REWRITE WIZMSTR-FILE-RECORD FROM WIZMSTR-RECORD
                       MOVE "changed" TO WIM-RESULT-TEXT
                       MOVE "Y" TO WIM-APPLIED-SW
                           TO WIM-RESULT-TEXT
                   ELSE
                       MOVE "R" TO WIZMSTR-ACTIVE-STATUS
                       MOVE ZEROS TO WIZMSTR-DATE-RETIRED
                       PERFORM STAMP-RETIREMENT
                       REWRITE WIZMSTR-FILE-RECORD FROM WIZMSTR-RECORD
                       MOVE "retired" TO WIM-RESULT-TEXT
                       MOVE "Y" TO WIM-APPLIED-SW
                   END-IF
           END-READ.

      *****************************************************************
      *  STAMP-RETIREMENT - a retired wizard carries the date he went
      *  out of service; one already stamped keeps his date.  An
      *  active wizard carries none.
      *****************************************************************
       STAMP-RETIREMENT.
           IF WIZMSTR-RETIRED
               IF WIZMSTR-DATE-RETIRED NOT NUMERIC
                   OR WIZMSTR-DATE-RETIRED = ZERO
                   MOVE WIM-ASOF-DATE TO WIZMSTR-DATE-RETIRED
               END-IF
           ELSE
               MOVE ZEROS TO WIZMSTR-DATE-RETIRED
           END-IF.

      *****************************************************************
      *  WRITE-AUDIT-LINE - one listing line per transaction showing
      *  the action, the wizard ID, what became of it and, for a
      *  dated transaction, the date it takes effect.
      *****************************************************************
       WRITE-AUDIT-LINE.
           MOVE SPACES TO WIM-LIST-LINE
           IF WIZMTRN-EFFECTIVE-DATE = SPACES
               STRING WIZMTRN-ACTION " " WIZMTRN-WIZARD-ID " "
                   WIM-RESULT-TEXT
                   DELIMITED BY SIZE INTO WIM-LIST-LINE
           ELSE
               STRING WIZMTRN-ACTION " " WIZMTRN-WIZARD-ID " "
                   WIM-RESULT-TEXT " effective "
                   WIZMTRN-EFFECTIVE-DATE
                   DELIMITED BY SIZE INTO WIM-LIST-LINE
           END-IF
           PERFORM WRITE-LISTING-LINE.

      *****************************************************************
           STRING "Refused . . . . . . " WIM-REJECT-COUNT
               DELIMITED BY SIZE INTO WIM-LIST-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE SPACES TO WIM-LIST-LINE
           STRING "Queued  . . . . . . " WIM-QUEUED-COUNT
               DELIMITED BY SIZE INTO WIM-LIST-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE SPACES TO WIM-LIST-LINE
           STRING "Carried pending . . " WIM-CARRIED-COUNT
               DELIMITED BY SIZE INTO WIM-LIST-LINE
           PERFORM WRITE-LISTING-LINE
           IF WIM-TRAN-OPEN
               CLOSE WIZMTRN-FILE
           END-IF
           IF WIM-STATE-OPEN
               CLOSE WIZSTATE-FILE
           END-IF
           IF WIM-PENDIN-OPEN
               CLOSE PENDIN-FILE
           END-IF
           IF WIM-PENDOUT-OPEN
               CLOSE PENDOUT-FILE
           END-IF
           IF WIM-LIST-OPEN
               CLOSE WIZMLST-FILE
           END-IF.
