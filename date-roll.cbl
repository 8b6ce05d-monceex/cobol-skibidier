      *  processed.  DATEROLL runs at the top of DAILYBAT: it
      *  verifies the standing BUSNDATE date closed cleanly in
      *  RUNCTL (end records for the classification, punch and
      *  report steps, none of them nonzero, and no GL journal
      *  refused for the date), advances the date to the next
      *  processing day, and writes it back for every later step to
      *  read.  A date that did not close cleanly refuses to
      *  roll unless the operator supplies a RUNOVRD override, so
      *  the books can never skip a day that is still broken.  The
      *  very first run has no BUSNDATE on file and seeds it from
      *  the system date.
      *
      *  The advance runs by the CALENDAR processing calendar, not
      *  the wall calendar: weekends and shop holidays are stepped
      *  over to the next processing day.  A date the calendar does
      *  not carry stops the roll rather than guessing -- a holiday
      *  booked as a business day costs a rerun, and the calendar for
      *  the year is CALMAINT's to load.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUNOVRD-FILE ASSIGN TO "RUNOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNOVRD-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CALENDAR-FILE-DATE
               FILE STATUS IS CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNOVRD-FILE.
       01  RUNOVRD-FILE-RECORD          PIC X(80).

       FD  CALENDAR-FILE.
       01  CALENDAR-FILE-RECORD.
           05  CALENDAR-FILE-DATE       PIC 9(08).
           05  FILLER                   PIC X(72).

       WORKING-STORAGE SECTION.
       COPY BUSNDATE.
       COPY RUNCTL.
       COPY CALENDAR.

       01  ROL-CURR-DATE         PIC 9(08) VALUE ZEROS.
       01  ROL-NEXT-DATE         PIC 9(08) VALUE ZEROS.
       01  ROL-DATE-INT          PIC 9(08) COMP VALUE ZERO.
       01  ROL-OVERRIDE-REC      PIC X(80) VALUE SPACES.
       01  ROL-SKIPPED-COUNT     PIC 9(03) VALUE ZEROS.

       01  BUSNDATE-STATUS       PIC X(02) VALUE SPACES.
           88  BUSNDATE-OK                   VALUE "00".
       01  RUNOVRD-STATUS        PIC X(02) VALUE SPACES.
           88  RUNOVRD-OK                    VALUE "00".

       01  CALENDAR-STATUS       PIC X(02) VALUE SPACES.
           88  CALENDAR-OK                   VALUE "00".

       01  ROL-SWITCHES.
           05  ROL-DONE-SW       PIC X(01) VALUE "N".
               88  ROL-DONE                  VALUE "Y".
               88  ROL-RAN-AT-ALL            VALUE "Y".
           05  ROL-BAD-RC-SW     PIC X(01) VALUE "N".
               88  ROL-BAD-RC                VALUE "Y".
           05  ROL-GL-HELD-SW    PIC X(01) VALUE "N".
               88  ROL-GL-HELD               VALUE "Y".
           05  ROL-PROCESSING-SW PIC X(01) VALUE "N".
               88  ROL-PROCESSING-DAY        VALUE "Y".

       PROCEDURE DIVISION.

                   PERFORM VERIFY-PRIOR-CLOSE
                   IF NOT ROL-DONE
                       PERFORM ADVANCE-BUSINESS-DATE
                   END-IF
                   IF NOT ROL-DONE
                       PERFORM WRITE-BUSINESS-DATE
                   END-IF
               END-IF
      *  cleanly before the books move on: SKIBIDIER, PUNCHER and
      *  DLYRPT each logged an end record for it and none of them
      *  ended nonzero.  A date with no runs at all also rolls -- a
      *  scheduled quiet day is not a broken one.  GLEXTR and
      *  INTAUDIT end 4 on warnings that hold nothing; only a GLEXTR
      *  whose latest run ended 8 holds the date, since it sent the
      *  GL no journal and can only extract while the date stands.
      *****************************************************************
       VERIFY-PRIOR-CLOSE.
           OPEN INPUT RUNCTL-FILE
           END-IF
           IF ROL-RAN-AT-ALL
               IF ROL-BAD-RC
                   OR ROL-GL-HELD
                   OR NOT ROL-SKI-ENDED
                   OR NOT ROL-PUN-ENDED
                   OR NOT ROL-RPT-ENDED
                       EVALUATE RUNCTL-PROGRAM
                           WHEN "SKIBIDIER"
                               MOVE "Y" TO ROL-SKI-ENDED-SW
                               PERFORM CHECK-END-RC
                           WHEN "PUNCHER"
                               MOVE "Y" TO ROL-PUN-ENDED-SW
                               PERFORM CHECK-END-RC
                           WHEN "DLYRPT"
                               MOVE "Y" TO ROL-RPT-ENDED-SW
                               PERFORM CHECK-END-RC
                           WHEN "GLEXTR"
                               PERFORM CHECK-GL-END-RC
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

       CHECK-END-RC.
           IF RUNCTL-RETURN-CODE NUMERIC
               AND RUNCTL-RETURN-CODE NOT = ZEROS
               MOVE "Y" TO ROL-BAD-RC-SW
           END-IF.

       CHECK-GL-END-RC.
           IF RUNCTL-RETURN-CODE NUMERIC
               AND RUNCTL-RETURN-CODE NOT < 8
               MOVE "Y" TO ROL-GL-HELD-SW
           ELSE
               MOVE "N" TO ROL-GL-HELD-SW
           END-IF.

      *****************************************************************
      *  ADVANCE-BUSINESS-DATE - forward from the standing date to
      *  the next processing day on CALENDAR, a day at a time through
      *  the integer date so month and year ends roll correctly.
      *  Weekends and holidays are stepped over and named on SYSOUT.
      *  No calendar, a date missing from it, or a run of more than
      *  31 closed days (a calendar keyed wrong) ends the run with
      *  BUSNDATE untouched.
      *****************************************************************
       ADVANCE-BUSINESS-DATE.
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-OK
               COMPUTE ROL-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(ROL-CURR-DATE)
               MOVE "N" TO ROL-PROCESSING-SW
               MOVE ZEROS TO ROL-SKIPPED-COUNT
               PERFORM ADVANCE-ONE-DAY
                   UNTIL ROL-PROCESSING-DAY
                       OR ROL-DONE
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY "DATEROLL: unable to open CALENDAR, status "
                       CALENDAR-STATUS
               MOVE "Y" TO ROL-DONE-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       ADVANCE-ONE-DAY.
           ADD 1 TO ROL-DATE-INT
           COMPUTE ROL-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(ROL-DATE-INT)
           MOVE ROL-NEXT-DATE TO CALENDAR-FILE-DATE
           READ CALENDAR-FILE INTO CALENDAR-RECORD
               INVALID KEY
                   DISPLAY "DATEROLL: " ROL-NEXT-DATE
                           " is not on CALENDAR, load the year "
                           "through CALMAINT"
                   MOVE "Y" TO ROL-DONE-SW
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   IF CALENDAR-IS-PROCESSING
                       MOVE "Y" TO ROL-PROCESSING-SW
                   ELSE
                       DISPLAY "DATEROLL: skipping " ROL-NEXT-DATE
                               " " CALENDAR-DESCRIPTION
                       ADD 1 TO ROL-SKIPPED-COUNT
                   END-IF
           END-READ
           IF NOT ROL-PROCESSING-DAY
               AND NOT ROL-DONE
               AND ROL-SKIPPED-COUNT > 31
               DISPLAY "DATEROLL: no processing day on CALENDAR "
                       "within 31 days of " ROL-CURR-DATE
               MOVE "Y" TO ROL-DONE-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************************
      *  WRITE-BUSINESS-DATE - put the new business date on BUSNDATE
