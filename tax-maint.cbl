      *  transactions from TAXMTRN against the keyed master and writes
      *  an audit listing of every transaction it applied or refused,
      *  so the auditors can see exactly how the master got into the
      *  state it is in.  A transaction dated past the standing
      *  business date is held on the TAXMPND pending file instead,
      *  and each run (DAILYBAT runs one early every night with no
      *  TAXMTRN) first applies whatever pending work has fallen due.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BUSNDATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSNDATE-STATUS.
           SELECT PENDIN-FILE ASSIGN TO "PENDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDIN-STATUS.
           SELECT PENDOUT-FILE ASSIGN TO "PENDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSNDATE-FILE.
       01  BUSNDATE-FILE-RECORD         PIC X(80).

       FD  PENDIN-FILE.
       01  PENDIN-FILE-RECORD           PIC X(80).

       FD  PENDOUT-FILE.
       01  PENDOUT-FILE-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY TAXMTRN.
       COPY TAXMSTR.
       COPY BUSNDATE.

       01  MNT-TODAY             PIC 9(08) VALUE ZEROS.
       01  MNT-ASOF-DATE         PIC 9(08) VALUE ZEROS.
       01  MNT-LIST-LINE         PIC X(80) VALUE SPACES.
       01  MNT-RESULT-TEXT       PIC X(40) VALUE SPACES.

       01  MNT-CHANGE-COUNT      PIC 9(05) VALUE ZEROS.
       01  MNT-DELETE-COUNT      PIC 9(05) VALUE ZEROS.
       01  MNT-REJECT-COUNT      PIC 9(05) VALUE ZEROS.
       01  MNT-QUEUED-COUNT      PIC 9(05) VALUE ZEROS.
       01  MNT-CARRIED-COUNT     PIC 9(05) VALUE ZEROS.

      *****************************************************************
      *  MNT-DUE-TABLE - the pending transactions that have fallen
      *  due, held so they can be applied in effective-date order
      *  rather than the order they were keyed: a district move
      *  keyed for the 5th and a correction keyed later for the 1st
      *  must land 1st then 5th.  Ties keep their keyed order.  Due
      *  work past the table's size stays pending for the next run.
      *****************************************************************
       01  MNT-DUE-COUNT         PIC 9(03) COMP VALUE ZERO.
       01  MNT-DUE-APPLIED       PIC 9(03) COMP VALUE ZERO.
       01  MNT-DUE-IX            PIC 9(03) COMP VALUE ZERO.
       01  MNT-DUE-PICK          PIC 9(03) COMP VALUE ZERO.
       01  MNT-DUE-LOW           PIC 9(08) VALUE ZEROS.
       01  MNT-DUE-TABLE.
           05  MNT-DUE-ENTRY OCCURS 500 TIMES.
               10  MNT-DUE-RECORD        PIC X(80).
               10  MNT-DUE-DATE          PIC 9(08).
               10  MNT-DUE-DONE-SW       PIC X(01).
                   88  MNT-DUE-DONE                VALUE "Y".

       01  TAXMTRN-STATUS        PIC X(02) VALUE SPACES.
           88  TAXMTRN-OK                    VALUE "00".
       01  BUSNDATE-STATUS       PIC X(02) VALUE SPACES.
           88  BUSNDATE-OK                   VALUE "00".

       01  PENDIN-STATUS         PIC X(02) VALUE SPACES.
           88  PENDIN-OK                     VALUE "00".

       01  PENDOUT-STATUS        PIC X(02) VALUE SPACES.
           88  PENDOUT-OK                    VALUE "00".

       01  MNT-SWITCHES.
           05  MNT-DONE-SW       PIC X(01) VALUE "N".
               88  MNT-DONE                  VALUE "Y".
               88  MNT-LIST-OPEN             VALUE "Y".
           05  MNT-APPLIED-SW    PIC X(01) VALUE "N".
               88  MNT-APPLIED               VALUE "Y".
           05  MNT-PENDIN-OPEN-SW PIC X(01) VALUE "N".
               88  MNT-PENDIN-OPEN           VALUE "Y".
           05  MNT-PENDOUT-OPEN-SW PIC X(01) VALUE "N".
               88  MNT-PENDOUT-OPEN          VALUE "Y".
           05  MNT-PEND-DONE-SW  PIC X(01) VALUE "N".
               88  MNT-PEND-DONE             VALUE "Y".
           05  MNT-DATE-BAD-SW   PIC X(01) VALUE "N".
               88  MNT-DATE-BAD              VALUE "Y".
           05  MNT-FUTURE-SW     PIC X(01) VALUE "N".
               88  MNT-FUTURE-DATED          VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-PROGRAM
           IF NOT MNT-DONE
               PERFORM APPLY-DUE-PENDING
           END-IF
           PERFORM PROCESS-TRANSACTIONS UNTIL MNT-DONE
           PERFORM FINALIZE-PROGRAM
           STOP RUN.

      *****************************************************************
      *  INITIALIZE-PROGRAM - open the transaction file, the audit
      *  listing, the master and the pending files.  The very first
      *  maintenance run has no master on file yet, so a status-35
      *  OPEN I-O is retried as OPEN OUTPUT/CLOSE to create an empty
      *  master and then opened I-O again.  PENDOUT is a fresh
      *  generation every run, so a run that cannot go on still
      *  copies the standing queue across to it untouched, the way
      *  PUNCHER passes its carry-over through.
      *****************************************************************
       INITIALIZE-PROGRAM.
           PERFORM READ-BUSINESS-DATE
           MOVE SPACES TO MNT-LIST-LINE
           PERFORM WRITE-LISTING-LINE

           OPEN OUTPUT PENDOUT-FILE
           IF PENDOUT-OK
               MOVE "Y" TO MNT-PENDOUT-OPEN-SW
           ELSE
               DISPLAY "TAXMAINT: unable to open PENDOUT, status "
                       PENDOUT-STATUS
               MOVE "Y" TO MNT-DONE-SW
               MOVE 8 TO RETURN-CODE
           END-IF

           IF NOT MNT-DONE
               OPEN I-O TAXMSTR-FILE
               IF TAXMSTR-NO-FILE
                   OPEN OUTPUT TAXMSTR-FILE
                   CLOSE TAXMSTR-FILE
                   OPEN I-O TAXMSTR-FILE
               END-IF
               IF TAXMSTR-OK
                   MOVE "Y" TO MNT-MSTR-OPEN-SW
               ELSE
                   DISPLAY "TAXMAINT: unable to open TAXMSTR, status "
                           TAXMSTR-STATUS
                   MOVE "Y" TO MNT-DONE-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           IF NOT MNT-DONE
               OPEN INPUT TAXMTRN-FILE
               IF TAXMTRN-OK
                   MOVE "Y" TO MNT-DONE-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           OPEN INPUT PENDIN-FILE
           IF PENDIN-OK
               MOVE "Y" TO MNT-PENDIN-OPEN-SW
           ELSE
               MOVE "Y" TO MNT-PEND-DONE-SW
           END-IF
           IF MNT-DONE AND MNT-PENDOUT-OPEN
               PERFORM CARRY-ONE-PENDING UNTIL MNT-PEND-DONE
           END-IF.

      *****************************************************************
           END-IF.

      *****************************************************************
      *  APPLY-DUE-PENDING - sift the standing queue: work dated on or
      *  before the business date is due and is applied here, in
      *  effective-date order, ahead of anything keyed on TAXMTRN;
      *  the rest goes straight back onto the new queue.
      *****************************************************************
       APPLY-DUE-PENDING.
           PERFORM SIFT-ONE-PENDING UNTIL MNT-PEND-DONE
           PERFORM APPLY-EARLIEST-DUE
               UNTIL MNT-DUE-APPLIED = MNT-DUE-COUNT.

       SIFT-ONE-PENDING.
           READ PENDIN-FILE INTO TAXMTRN-RECORD
               AT END
                   MOVE "Y" TO MNT-PEND-DONE-SW
           END-READ
           IF NOT MNT-PEND-DONE
               IF TAXMTRN-EFFECTIVE-DATE-N NOT NUMERIC
                   MOVE ZEROS TO TAXMTRN-EFFECTIVE-DATE-N
               END-IF
               IF TAXMTRN-EFFECTIVE-DATE-N > MNT-TODAY
                   OR MNT-DUE-COUNT = 500
                   WRITE PENDOUT-FILE-RECORD FROM TAXMTRN-RECORD
                   ADD 1 TO MNT-CARRIED-COUNT
               ELSE
                   ADD 1 TO MNT-DUE-COUNT
                   MOVE TAXMTRN-RECORD
                       TO MNT-DUE-RECORD (MNT-DUE-COUNT)
                   MOVE TAXMTRN-EFFECTIVE-DATE-N
                       TO MNT-DUE-DATE (MNT-DUE-COUNT)
                   MOVE "N" TO MNT-DUE-DONE-SW (MNT-DUE-COUNT)
               END-IF
           END-IF.

       APPLY-EARLIEST-DUE.
           MOVE 99999999 TO MNT-DUE-LOW
           MOVE ZERO TO MNT-DUE-PICK
           MOVE 1 TO MNT-DUE-IX
           PERFORM CHECK-ONE-DUE UNTIL MNT-DUE-IX > MNT-DUE-COUNT
           MOVE MNT-DUE-RECORD (MNT-DUE-PICK) TO TAXMTRN-RECORD
           MOVE "Y" TO MNT-DUE-DONE-SW (MNT-DUE-PICK)
           ADD 1 TO MNT-DUE-APPLIED
           PERFORM APPLY-ONE-TRANSACTION.

       CHECK-ONE-DUE.
           IF NOT MNT-DUE-DONE (MNT-DUE-IX)
               AND MNT-DUE-DATE (MNT-DUE-IX) < MNT-DUE-LOW
               MOVE MNT-DUE-DATE (MNT-DUE-IX) TO MNT-DUE-LOW
               MOVE MNT-DUE-IX TO MNT-DUE-PICK
           END-IF
           ADD 1 TO MNT-DUE-IX.

       CARRY-ONE-PENDING.
           READ PENDIN-FILE INTO TAXMTRN-RECORD
               AT END
                   MOVE "Y" TO MNT-PEND-DONE-SW
           END-READ
           IF NOT MNT-PEND-DONE
               WRITE PENDOUT-FILE-RECORD FROM TAXMTRN-RECORD
               ADD 1 TO MNT-CARRIED-COUNT
           END-IF.

      *****************************************************************
      *  PROCESS-TRANSACTIONS - one maintenance transaction per pass.
      *  A transaction effective after the business date is queued;
      *  anything else is applied now.  An effective date that is
      *  not a real date is refused rather than guessed at.
      *****************************************************************
       PROCESS-TRANSACTIONS.
           READ TAXMTRN-FILE INTO TAXMTRN-RECORD
                   MOVE "Y" TO MNT-DONE-SW
           END-READ
           IF NOT MNT-DONE
               PERFORM CHECK-EFFECTIVE-DATE
               EVALUATE TRUE
                   WHEN MNT-DATE-BAD
                       MOVE "refused - effective date is not a date"
                           TO MNT-RESULT-TEXT
                       ADD 1 TO MNT-REJECT-COUNT
                       PERFORM WRITE-AUDIT-LINE
                   WHEN MNT-FUTURE-DATED
                       PERFORM QUEUE-TRANSACTION
                   WHEN OTHER
                       PERFORM APPLY-ONE-TRANSACTION
               END-EVALUATE
           END-IF.

       CHECK-EFFECTIVE-DATE.
           MOVE "N" TO MNT-DATE-BAD-SW
           MOVE "N" TO MNT-FUTURE-SW
           IF TAXMTRN-EFFECTIVE-DATE NOT = SPACES
               IF TAXMTRN-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "Y" TO MNT-DATE-BAD-SW
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD
                          (TAXMTRN-EFFECTIVE-DATE-N) NOT = ZERO
                       MOVE "Y" TO MNT-DATE-BAD-SW
                   ELSE
                       IF TAXMTRN-EFFECTIVE-DATE-N > MNT-TODAY
                           MOVE "Y" TO MNT-FUTURE-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  QUEUE-TRANSACTION - hold a future-dated transaction on the
      *  new pending generation, stamped with the date it was keyed.
      *  Only the action is checked now; whether the taxpayer is on
      *  file is a question for the day the transaction falls due.
      *****************************************************************
       QUEUE-TRANSACTION.
           MOVE SPACES TO MNT-RESULT-TEXT
           IF TAXMTRN-IS-ADD OR TAXMTRN-IS-CHANGE OR TAXMTRN-IS-DELETE
               MOVE MNT-TODAY TO TAXMTRN-QUEUED-DATE
               WRITE PENDOUT-FILE-RECORD FROM TAXMTRN-RECORD
               MOVE "queued" TO MNT-RESULT-TEXT
               ADD 1 TO MNT-QUEUED-COUNT
           ELSE
               MOVE "refused - action is not A, C or D"
                   TO MNT-RESULT-TEXT
               ADD 1 TO MNT-REJECT-COUNT
           END-IF
           PERFORM WRITE-AUDIT-LINE.

      *****************************************************************
      *  APPLY-ONE-TRANSACTION - apply one transaction, routed by its
      *  action byte, as of its effective date (or the business date
      *  when none was keyed).  An unrecognised action is refused to
      *  the listing rather than guessed at.
      *****************************************************************
       APPLY-ONE-TRANSACTION.
           MOVE "N" TO MNT-APPLIED-SW
           MOVE SPACES TO MNT-RESULT-TEXT
           IF TAXMTRN-EFFECTIVE-DATE NUMERIC
               AND TAXMTRN-EFFECTIVE-DATE-N > ZERO
               MOVE TAXMTRN-EFFECTIVE-DATE-N TO MNT-ASOF-DATE
           ELSE
               MOVE MNT-TODAY TO MNT-ASOF-DATE
           END-IF
           EVALUATE TRUE
               WHEN TAXMTRN-IS-ADD
                   PERFORM APPLY-ADD-TRANSACTION
               WHEN TAXMTRN-IS-CHANGE
                   PERFORM APPLY-CHANGE-TRANSACTION
               WHEN TAXMTRN-IS-DELETE
                   PERFORM APPLY-DELETE-TRANSACTION
               WHEN OTHER
                   MOVE "refused - action is not A, C or D"
                       TO MNT-RESULT-TEXT
           END-EVALUATE
           IF NOT MNT-APPLIED
               ADD 1 TO MNT-REJECT-COUNT
           END-IF
           PERFORM WRITE-AUDIT-LINE.

      *****************************************************************
      *  APPLY-ADD-TRANSACTION - a new taxpayer joins the master.  An
      *  ID already on file is refused so a rekeyed add can never
                   ELSE
                       MOVE TAXMTRN-NEW-STATUS TO TAXMSTR-ACTIVE-STATUS
                   END-IF
                   MOVE MNT-ASOF-DATE TO TAXMSTR-DATE-ADDED
                   MOVE ZEROS TO TAXMSTR-DATE-DEACTIVATED
                   PERFORM STAMP-DEACTIVATION
                   WRITE TAXMSTR-FILE-RECORD FROM TAXMSTR-RECORD
                   MOVE "added" TO MNT-RESULT-TEXT
                   MOVE "Y" TO MNT-APPLIED-SW
      *  APPLY-CHANGE-TRANSACTION - update an existing taxpayer in
      *  place.  Only the fields actually keyed on the transaction
      *  are changed; a blank field leaves the master value alone.
      *  A status change keeps the deactivation date in step.
      *****************************************************************
       APPLY-CHANGE-TRANSACTION.
           MOVE TAXMTRN-TAXPAYER-ID TO TAXMSTR-FILE-TAXPAYER-ID
                   IF TAXMTRN-NEW-STATUS NOT = SPACE
                       MOVE TAXMTRN-NEW-STATUS TO TAXMSTR-ACTIVE-STATUS
                   END-IF
                   PERFORM STAMP-DEACTIVATION
                   REWRITE TAXMSTR-FILE-RECORD FROM TAXMSTR-RECORD
                   MOVE "changed" TO MNT-RESULT-TEXT
                   MOVE "Y" TO MNT-APPLIED-SW
           END-READ.

      *****************************************************************
      *  APPLY-DELETE-TRANSACTION - take a taxpayer off the books as
      *  of the effective date.  The record stays on the master with
      *  status I and the date it went inactive, so TAXTRACE and
      *  DISTRPT still find the taxpayer behind older history and
      *  SKIBIDIER rejects the ID from that date on.
      *****************************************************************
       APPLY-DELETE-TRANSACTION.
           MOVE TAXMTRN-TAXPAYER-ID TO TAXMSTR-FILE-TAXPAYER-ID
           READ TAXMSTR-FILE INTO TAXMSTR-RECORD
               INVALID KEY
                   MOVE "refused - not on master" TO MNT-RESULT-TEXT
               NOT INVALID KEY
                   IF TAXMSTR-INACTIVE
                       MOVE "refused - already inactive"
                           TO MNT-RESULT-TEXT
                   ELSE
                       MOVE "I" TO TAXMSTR-ACTIVE-STATUS
                       MOVE ZEROS TO TAXMSTR-DATE-DEACTIVATED
                       PERFORM STAMP-DEACTIVATION
                       REWRITE TAXMSTR-FILE-RECORD FROM TAXMSTR-RECORD
                       MOVE "deactivated" TO MNT-RESULT-TEXT
                       MOVE "Y" TO MNT-APPLIED-SW
                       ADD 1 TO MNT-DELETE-COUNT
                   END-IF
           END-READ.

      *****************************************************************
      *  STAMP-DEACTIVATION - an inactive taxpayer carries the date
      *  it went inactive; one already stamped keeps its date.  An
      *  active taxpayer carries none.
      *****************************************************************
       STAMP-DEACTIVATION.
           IF TAXMSTR-INACTIVE
               IF TAXMSTR-DATE-DEACTIVATED NOT NUMERIC
                   OR TAXMSTR-DATE-DEACTIVATED = ZERO
                   MOVE MNT-ASOF-DATE TO TAXMSTR-DATE-DEACTIVATED
               END-IF
           ELSE
               MOVE ZEROS TO TAXMSTR-DATE-DEACTIVATED
           END-IF.

      *****************************************************************
      *  WRITE-AUDIT-LINE - one listing line per transaction showing
      *  the action, the taxpayer ID, what became of it and, for a
      *  dated transaction, the date it takes effect.
      *****************************************************************
       WRITE-AUDIT-LINE.
           MOVE SPACES TO MNT-LIST-LINE
           IF TAXMTRN-EFFECTIVE-DATE = SPACES
               STRING TAXMTRN-ACTION " " TAXMTRN-TAXPAYER-ID " "
                   MNT-RESULT-TEXT
                   DELIMITED BY SIZE INTO MNT-LIST-LINE
           ELSE
               STRING TAXMTRN-ACTION " " TAXMTRN-TAXPAYER-ID " "
                   MNT-RESULT-TEXT " effective "
                   TAXMTRN-EFFECTIVE-DATE
                   DELIMITED BY SIZE INTO MNT-LIST-LINE
           END-IF
           PERFORM WRITE-LISTING-LINE.

      *****************************************************************
               DELIMITED BY SIZE INTO MNT-LIST-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE SPACES TO MNT-LIST-LINE
           STRING "Deactivated . . . . " MNT-DELETE-COUNT
               DELIMITED BY SIZE INTO MNT-LIST-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE SPACES TO MNT-LIST-LINE
           STRING "Refused . . . . . . " MNT-REJECT-COUNT
               DELIMITED BY SIZE INTO MNT-LIST-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE SPACES TO MNT-LIST-LINE
           STRING "Queued  . . . . . . " MNT-QUEUED-COUNT
               DELIMITED BY SIZE INTO MNT-LIST-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE SPACES TO MNT-LIST-LINE
           STRING "Carried pending . . " MNT-CARRIED-COUNT
               DELIMITED BY SIZE INTO MNT-LIST-LINE
           PERFORM WRITE-LISTING-LINE
           IF MNT-TRAN-OPEN
               CLOSE TAXMTRN-FILE
           END-IF
           IF MNT-MSTR-OPEN
               CLOSE TAXMSTR-FILE
           END-IF
           IF MNT-PENDIN-OPEN
               CLOSE PENDIN-FILE
           END-IF
           IF MNT-PENDOUT-OPEN
               CLOSE PENDOUT-FILE
           END-IF
           IF MNT-LIST-OPEN
               CLOSE TAXMLST-FILE
           END-IF.
