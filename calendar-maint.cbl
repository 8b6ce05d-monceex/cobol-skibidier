       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMAINT.

      *****************************************************************
      *  CALMAINT keeps the CALENDAR processing calendar DATEROLL and
      *  LEDGCLOS run by.  Before it the business date simply moved
      *  forward one calendar day and somebody keyed PERDCTL by hand
      *  before every close; a cutoff keyed wrong and a holiday booked
      *  as a business day each cost a rerun.  CALMAINT applies
      *  add/change/delete transactions from CALMTRN against the keyed
      *  calendar, plus a generate action that lays a year down with
      *  its weekends marked, and writes an audit listing of every
      *  transaction it applied or refused the way TAXMAINT does for
      *  the taxpayer master.  A date the batch has already processed
      *  -- on or before the standing business date -- cannot have
      *  its day type changed or be deleted: the books have already
      *  been kept on it.  Its period-end flag can still be set, so a
      *  missed period end can be keyed before LEDGCLOS runs.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALMTRN-FILE ASSIGN TO "CALMTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALMTRN-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALENDAR-FILE-DATE
               FILE STATUS IS CALENDAR-STATUS.
           SELECT CALMLST-FILE ASSIGN TO "CALMLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALMLST-STATUS.
           SELECT BUSNDATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSNDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALMTRN-FILE.
       01  CALMTRN-FILE-RECORD          PIC X(80).

       FD  CALENDAR-FILE.
       01  CALENDAR-FILE-RECORD.
           05  CALENDAR-FILE-DATE       PIC 9(08).
           05  FILLER                   PIC X(72).

       FD  CALMLST-FILE.
       01  CALMLST-FILE-RECORD          PIC X(80).

       FD  BUSNDATE-FILE.
       01  BUSNDATE-FILE-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CALMTRN.
       COPY CALENDAR.
       COPY BUSNDATE.

       01  CAL-TODAY             PIC 9(08) VALUE ZEROS.
       01  CAL-LIST-LINE         PIC X(80) VALUE SPACES.
       01  CAL-RESULT-TEXT       PIC X(40) VALUE SPACES.

       01  CAL-ADD-COUNT         PIC 9(05) VALUE ZEROS.
       01  CAL-CHANGE-COUNT      PIC 9(05) VALUE ZEROS.
       01  CAL-DELETE-COUNT      PIC 9(05) VALUE ZEROS.
       01  CAL-GEN-COUNT         PIC 9(05) VALUE ZEROS.
       01  CAL-REJECT-COUNT      PIC 9(05) VALUE ZEROS.

      *****************************************************************
      *  Year-generate work fields.  The integer date runs from the
      *  year's first day to its last; its remainder by seven gives
      *  the weekday, day 1 of the integer calendar being a Monday,
      *  so a remainder of 6 is a Saturday and 0 a Sunday.
      *****************************************************************
       01  CAL-GEN-FIELDS.
           05  CAL-GEN-INT               PIC 9(08) COMP VALUE ZERO.
           05  CAL-GEN-LAST-INT          PIC 9(08) COMP VALUE ZERO.
           05  CAL-GEN-WEEKS             PIC 9(08) COMP VALUE ZERO.
           05  CAL-GEN-WEEKDAY           PIC 9(01) VALUE ZERO.
           05  CAL-GEN-FIRST             PIC 9(08) VALUE ZEROS.
           05  CAL-GEN-LAST              PIC 9(08) VALUE ZEROS.
           05  CAL-GEN-ADDED             PIC 9(05) VALUE ZEROS.
           05  CAL-GEN-KEPT              PIC 9(05) VALUE ZEROS.

       01  CALMTRN-STATUS        PIC X(02) VALUE SPACES.
           88  CALMTRN-OK                    VALUE "00".

       01  CALENDAR-STATUS       PIC X(02) VALUE SPACES.
           88  CALENDAR-OK                   VALUE "00".
           88  CALENDAR-NOT-FOUND            VALUE "23".
           88  CALENDAR-NO-FILE              VALUE "35".

       01  CALMLST-STATUS        PIC X(02) VALUE SPACES.
           88  CALMLST-OK                    VALUE "00".

       01  BUSNDATE-STATUS       PIC X(02) VALUE SPACES.
           88  BUSNDATE-OK                   VALUE "00".

       01  CAL-SWITCHES.
           05  CAL-DONE-SW       PIC X(01) VALUE "N".
               88  CAL-DONE                  VALUE "Y".
           05  CAL-TRAN-OPEN-SW  PIC X(01) VALUE "N".
               88  CAL-TRAN-OPEN             VALUE "Y".
           05  CAL-CAL-OPEN-SW   PIC X(01) VALUE "N".
               88  CAL-CAL-OPEN              VALUE "Y".
           05  CAL-LIST-OPEN-SW  PIC X(01) VALUE "N".
               88  CAL-LIST-OPEN             VALUE "Y".
           05  CAL-APPLIED-SW    PIC X(01) VALUE "N".
               88  CAL-APPLIED               VALUE "Y".
           05  CAL-VALID-SW      PIC X(01) VALUE "N".
               88  CAL-VALID                 VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-PROGRAM
           PERFORM PROCESS-TRANSACTIONS UNTIL CAL-DONE
           PERFORM FINALIZE-PROGRAM
           STOP RUN.

      *****************************************************************
      *  INITIALIZE-PROGRAM - open the transaction file, the audit
      *  listing and the calendar.  The very first maintenance run
      *  has no calendar on file yet, so a status-35 OPEN I-O is
      *  retried as OPEN OUTPUT/CLOSE to create an empty one and then
      *  opened I-O again, the way TAXMAINT creates its master.
      *****************************************************************
       INITIALIZE-PROGRAM.
           PERFORM READ-BUSINESS-DATE
           OPEN OUTPUT CALMLST-FILE
           IF CALMLST-OK
               MOVE "Y" TO CAL-LIST-OPEN-SW
           ELSE
               DISPLAY "CALMAINT: unable to open CALMLST, status "
                       CALMLST-STATUS
           END-IF
           MOVE "CALMAINT Processing Calendar Maintenance"
               TO CAL-LIST-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE "========================================"
               TO CAL-LIST-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE SPACES TO CAL-LIST-LINE
           STRING "Standing business date  " CAL-TODAY
               DELIMITED BY SIZE INTO CAL-LIST-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE SPACES TO CAL-LIST-LINE
           PERFORM WRITE-LISTING-LINE

           OPEN I-O CALENDAR-FILE
           IF CALENDAR-NO-FILE
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF
           IF CALENDAR-OK
               MOVE "Y" TO CAL-CAL-OPEN-SW
           ELSE
               DISPLAY "CALMAINT: unable to open CALENDAR, status "
                       CALENDAR-STATUS
               MOVE "Y" TO CAL-DONE-SW
               MOVE 8 TO RETURN-CODE
           END-IF

           IF NOT CAL-DONE
               OPEN INPUT CALMTRN-FILE
               IF CALMTRN-OK
                   MOVE "Y" TO CAL-TRAN-OPEN-SW
               ELSE
                   DISPLAY "CALMAINT: unable to open CALMTRN, status "
                           CALMTRN-STATUS
                   MOVE "Y" TO CAL-DONE-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      *  READ-BUSINESS-DATE - the standing business date is both the
      *  changed-on stamp and the line between dates already
      *  processed and dates still to come.  Maintenance runs ahead
      *  of the nightly roll, so a missing control falls back to the
      *  wall clock with a note, as TAXMAINT does.
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
               MOVE BUSNDATE-DATE TO CAL-TODAY
           ELSE
               ACCEPT CAL-TODAY FROM DATE YYYYMMDD
               DISPLAY "CALMAINT: no usable business date on "
                       "BUSNDATE, stamping off the clock"
           END-IF.

      *****************************************************************
      *  PROCESS-TRANSACTIONS - one maintenance transaction per pass,
      *  routed by its action byte.  An unrecognised action is refused
      *  to the listing rather than guessed at.
      *****************************************************************
       PROCESS-TRANSACTIONS.
           READ CALMTRN-FILE INTO CALMTRN-RECORD
               AT END
                   MOVE "Y" TO CAL-DONE-SW
           END-READ
           IF NOT CAL-DONE
               MOVE "N" TO CAL-APPLIED-SW
               MOVE SPACES TO CAL-RESULT-TEXT
               EVALUATE TRUE
                   WHEN CALMTRN-IS-ADD
                       PERFORM APPLY-ADD-TRANSACTION
                   WHEN CALMTRN-IS-CHANGE
                       PERFORM APPLY-CHANGE-TRANSACTION
                   WHEN CALMTRN-IS-DELETE
                       PERFORM APPLY-DELETE-TRANSACTION
                   WHEN CALMTRN-IS-GENERATE
                       PERFORM APPLY-GENERATE-TRANSACTION
                   WHEN OTHER
                       MOVE "refused - action is not A, C, D or G"
                           TO CAL-RESULT-TEXT
               END-EVALUATE
               IF NOT CAL-APPLIED
                   ADD 1 TO CAL-REJECT-COUNT
               END-IF
               PERFORM WRITE-AUDIT-LINE
           END-IF.

      *****************************************************************
      *  VALIDATE-TRANSACTION - the date must be a real calendar date
      *  and any day type or period-end flag keyed must be one the
      *  calendar knows.  Blank fields pass; what a blank means is up
      *  to the action.
      *****************************************************************
       VALIDATE-TRANSACTION.
           MOVE "Y" TO CAL-VALID-SW
           IF CALMTRN-DATE NOT NUMERIC
               MOVE "N" TO CAL-VALID-SW
               MOVE "refused - date is not numeric" TO CAL-RESULT-TEXT
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(CALMTRN-DATE-N)
                       NOT = ZERO
                   MOVE "N" TO CAL-VALID-SW
                   MOVE "refused - not a calendar date"
                       TO CAL-RESULT-TEXT
               END-IF
           END-IF
           IF CAL-VALID
               IF CALMTRN-DAY-TYPE NOT = SPACE
                   AND CALMTRN-DAY-TYPE NOT = "P"
                   AND CALMTRN-DAY-TYPE NOT = "W"
                   AND CALMTRN-DAY-TYPE NOT = "H"
                   MOVE "N" TO CAL-VALID-SW
                   MOVE "refused - day type is not P, W or H"
                       TO CAL-RESULT-TEXT
               END-IF
           END-IF
           IF CAL-VALID
               IF CALMTRN-PERIOD-END NOT = SPACE
                   AND CALMTRN-PERIOD-END NOT = "Y"
                   AND CALMTRN-PERIOD-END NOT = "N"
                   MOVE "N" TO CAL-VALID-SW
                   MOVE "refused - period end is not Y or N"
                       TO CAL-RESULT-TEXT
               END-IF
           END-IF.

      *****************************************************************
      *  APPLY-ADD-TRANSACTION - a date joins the calendar.  A blank
      *  day type adds a processing day and a blank flag no period
      *  end.  A date already on file is refused so a rekeyed add can
      *  never silently overlay a holiday.
      *****************************************************************
       APPLY-ADD-TRANSACTION.
           PERFORM VALIDATE-TRANSACTION
           IF CAL-VALID
               MOVE CALMTRN-DATE-N TO CALENDAR-FILE-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       MOVE SPACES TO CALENDAR-RECORD
                       MOVE CALMTRN-DATE-N TO CALENDAR-DATE
                       IF CALMTRN-DAY-TYPE = SPACE
                           MOVE "P" TO CALENDAR-DAY-TYPE
                       ELSE
                           MOVE CALMTRN-DAY-TYPE TO CALENDAR-DAY-TYPE
                       END-IF
                       IF CALMTRN-PERIOD-END = SPACE
                           MOVE "N" TO CALENDAR-PERIOD-END
                       ELSE
                           MOVE CALMTRN-PERIOD-END
                               TO CALENDAR-PERIOD-END
                       END-IF
                       MOVE CALMTRN-DESCRIPTION
                           TO CALENDAR-DESCRIPTION
                       MOVE CAL-TODAY TO CALENDAR-DATE-CHANGED
                       WRITE CALENDAR-FILE-RECORD FROM CALENDAR-RECORD
                       MOVE "added" TO CAL-RESULT-TEXT
                       MOVE "Y" TO CAL-APPLIED-SW
                       ADD 1 TO CAL-ADD-COUNT
                   NOT INVALID KEY
                       MOVE "refused - already on calendar"
                           TO CAL-RESULT-TEXT
               END-READ
           END-IF.

      *****************************************************************
      *  APPLY-CHANGE-TRANSACTION - update a date in place.  Only the
      *  fields actually keyed are changed.  A processed date keeps
      *  its day type; turning a day the batch already booked into a
      *  holiday, or the reverse, would rewrite history the ledger
      *  cannot follow.
      *****************************************************************
       APPLY-CHANGE-TRANSACTION.
           PERFORM VALIDATE-TRANSACTION
           IF CAL-VALID
               MOVE CALMTRN-DATE-N TO CALENDAR-FILE-DATE
               READ CALENDAR-FILE INTO CALENDAR-RECORD
                   INVALID KEY
                       MOVE "refused - not on calendar"
                           TO CAL-RESULT-TEXT
                   NOT INVALID KEY
                       PERFORM CHANGE-CALENDAR-DATE
               END-READ
           END-IF.

       CHANGE-CALENDAR-DATE.
           IF CALMTRN-DAY-TYPE NOT = SPACE
               AND CALMTRN-DAY-TYPE NOT = CALENDAR-DAY-TYPE
               AND CALENDAR-DATE NOT > CAL-TODAY
               MOVE "refused - day type of a processed date"
                   TO CAL-RESULT-TEXT
           ELSE
               IF CALMTRN-DAY-TYPE NOT = SPACE
                   MOVE CALMTRN-DAY-TYPE TO CALENDAR-DAY-TYPE
               END-IF
               IF CALMTRN-PERIOD-END NOT = SPACE
                   MOVE CALMTRN-PERIOD-END TO CALENDAR-PERIOD-END
               END-IF
               IF CALMTRN-DESCRIPTION NOT = SPACES
                   MOVE CALMTRN-DESCRIPTION TO CALENDAR-DESCRIPTION
               END-IF
               MOVE CAL-TODAY TO CALENDAR-DATE-CHANGED
               REWRITE CALENDAR-FILE-RECORD FROM CALENDAR-RECORD
               MOVE "changed" TO CAL-RESULT-TEXT
               MOVE "Y" TO CAL-APPLIED-SW
               ADD 1 TO CAL-CHANGE-COUNT
           END-IF.

      *****************************************************************
      *  APPLY-DELETE-TRANSACTION - remove a date keyed in error.  A
      *  processed date stays: DATEROLL and LEDGCLOS have already run
      *  by it.
      *****************************************************************
       APPLY-DELETE-TRANSACTION.
           PERFORM VALIDATE-TRANSACTION
           IF CAL-VALID
               IF CALMTRN-DATE-N NOT > CAL-TODAY
                   MOVE "refused - date already processed"
                       TO CAL-RESULT-TEXT
               ELSE
                   MOVE CALMTRN-DATE-N TO CALENDAR-FILE-DATE
                   READ CALENDAR-FILE
                       INVALID KEY
                           MOVE "refused - not on calendar"
                               TO CAL-RESULT-TEXT
                       NOT INVALID KEY
                           DELETE CALENDAR-FILE
                           MOVE "deleted" TO CAL-RESULT-TEXT
                           MOVE "Y" TO CAL-APPLIED-SW
                           ADD 1 TO CAL-DELETE-COUNT
                   END-READ
               END-IF
           END-IF.

      *****************************************************************
      *  APPLY-GENERATE-TRANSACTION - lay the whole year keyed in the
      *  transaction's first four digits down on the calendar: every
      *  Saturday and Sunday a weekend, every other date a processing
      *  day.  Dates already on file are left exactly as they are, so
      *  rerunning a generate never undoes holidays or period ends
      *  keyed since.
      *****************************************************************
       APPLY-GENERATE-TRANSACTION.
           IF CALMTRN-YEAR NOT NUMERIC
               OR CALMTRN-YEAR < 1601
               MOVE "refused - year is not usable" TO CAL-RESULT-TEXT
           ELSE
               COMPUTE CAL-GEN-FIRST = CALMTRN-YEAR * 10000 + 0101
               COMPUTE CAL-GEN-LAST = CALMTRN-YEAR * 10000 + 1231
               COMPUTE CAL-GEN-INT =
                   FUNCTION INTEGER-OF-DATE(CAL-GEN-FIRST)
               COMPUTE CAL-GEN-LAST-INT =
                   FUNCTION INTEGER-OF-DATE(CAL-GEN-LAST)
               MOVE ZEROS TO CAL-GEN-ADDED
               MOVE ZEROS TO CAL-GEN-KEPT
               PERFORM GENERATE-ONE-DATE
                   UNTIL CAL-GEN-INT > CAL-GEN-LAST-INT
               ADD CAL-GEN-ADDED TO CAL-GEN-COUNT
               MOVE SPACES TO CAL-RESULT-TEXT
               STRING "generated " CAL-GEN-ADDED ", kept "
                   CAL-GEN-KEPT " on file"
                   DELIMITED BY SIZE INTO CAL-RESULT-TEXT
               MOVE "Y" TO CAL-APPLIED-SW
           END-IF.

       GENERATE-ONE-DATE.
           MOVE SPACES TO CALENDAR-RECORD
           COMPUTE CALENDAR-DATE =
               FUNCTION DATE-OF-INTEGER(CAL-GEN-INT)
           MOVE CALENDAR-DATE TO CALENDAR-FILE-DATE
           READ CALENDAR-FILE
               INVALID KEY
                   DIVIDE CAL-GEN-INT BY 7 GIVING CAL-GEN-WEEKS
                       REMAINDER CAL-GEN-WEEKDAY
                   EVALUATE CAL-GEN-WEEKDAY
                       WHEN 6
                           MOVE "W" TO CALENDAR-DAY-TYPE
                           MOVE "Saturday" TO CALENDAR-DESCRIPTION
                       WHEN 0
                           MOVE "W" TO CALENDAR-DAY-TYPE
                           MOVE "Sunday" TO CALENDAR-DESCRIPTION
                       WHEN OTHER
                           MOVE "P" TO CALENDAR-DAY-TYPE
                   END-EVALUATE
                   MOVE "N" TO CALENDAR-PERIOD-END
                   MOVE CAL-TODAY TO CALENDAR-DATE-CHANGED
                   WRITE CALENDAR-FILE-RECORD FROM CALENDAR-RECORD
                   ADD 1 TO CAL-GEN-ADDED
               NOT INVALID KEY
                   ADD 1 TO CAL-GEN-KEPT
           END-READ
           ADD 1 TO CAL-GEN-INT.

      *****************************************************************
      *  WRITE-AUDIT-LINE - one listing line per transaction showing
      *  the action, the date, the day type and period-end flag keyed,
      *  and what became of it.
      *****************************************************************
       WRITE-AUDIT-LINE.
           MOVE SPACES TO CAL-LIST-LINE
           STRING CALMTRN-ACTION " " CALMTRN-DATE " "
               CALMTRN-DAY-TYPE " " CALMTRN-PERIOD-END " "
               CAL-RESULT-TEXT
               DELIMITED BY SIZE INTO CAL-LIST-LINE
           PERFORM WRITE-LISTING-LINE.

      *****************************************************************
      *  WRITE-LISTING-LINE - common line-out paragraph so every line
      *  of the audit listing goes through the same open-checked
      *  WRITE.
      *****************************************************************
       WRITE-LISTING-LINE.
           IF CAL-LIST-OPEN
               WRITE CALMLST-FILE-RECORD FROM CAL-LIST-LINE
           END-IF.

      *****************************************************************
      *  FINALIZE-PROGRAM - totals to the foot of the listing, then
      *  close whatever this run actually opened.
      *****************************************************************
       FINALIZE-PROGRAM.
           MOVE SPACES TO CAL-LIST-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE "------------------------------------" TO CAL-LIST-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE SPACES TO CAL-LIST-LINE
           STRING "Added . . . . . . . " CAL-ADD-COUNT
               DELIMITED BY SIZE INTO CAL-LIST-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE SPACES TO CAL-LIST-LINE
           STRING "Changed . . . . . . " CAL-CHANGE-COUNT
               DELIMITED BY SIZE INTO CAL-LIST-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE SPACES TO CAL-LIST-LINE
           STRING "Deleted . . . . . . " CAL-DELETE-COUNT
               DELIMITED BY SIZE INTO CAL-LIST-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE SPACES TO CAL-LIST-LINE
           STRING "Generated . . . . . " CAL-GEN-COUNT
               DELIMITED BY SIZE INTO CAL-LIST-LINE
           PERFORM WRITE-LISTING-LINE
           MOVE SPACES TO CAL-LIST-LINE
           STRING "Refused . . . . . . " CAL-REJECT-COUNT
               DELIMITED BY SIZE INTO CAL-LIST-LINE
           PERFORM WRITE-LISTING-LINE
           IF CAL-TRAN-OPEN
               CLOSE CALMTRN-FILE
           END-IF
           IF CAL-CAL-OPEN
               CLOSE CALENDAR-FILE
           END-IF
           IF CAL-LIST-OPEN
               CLOSE CALMLST-FILE
           END-IF.

       END PROGRAM CALMAINT.
