       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTR.

      *****************************************************************
      *  The coin movements on LEDGER never reached the corporate
      *  general ledger except as totals an accountant keyed off the
      *  DLYRPT printout each morning.  GLEXTR turns the business
      *  date's LEDGER entries into a balanced double-entry journal
      *  file the GL load takes unattended: every entry posts as a
      *  debit line and a credit line for its amount, to the pair of
      *  accounts GLACCT maps its event type to, with the wizard's
      *  squad as the cost center.  The BALFWD entries a LEDGCLOS
      *  close leads the new ledger with are forwarded once, on the
      *  first business date that sees them.  The file opens with a
      *  header and ends with a control trailer carrying the record
      *  counts and debit and credit hash totals.  Nothing goes to
      *  the GL unless RECON balanced the business date first.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT WIZMSTR-FILE ASSIGN TO "WIZMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WIZMSTR-FILE-WIZARD-ID
               FILE STATUS IS WIZMSTR-STATUS.
           SELECT GLACCT-FILE ASSIGN TO "GLACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLACCT-STATUS.
           SELECT GLCTL-FILE ASSIGN TO "GLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLCTL-STATUS.
           SELECT GLJRNL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLJRNL-STATUS.
           SELECT GLXRPT-FILE ASSIGN TO "GLXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLXRPT-STATUS.
           SELECT RECNRPT-FILE ASSIGN TO "RECNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECNRPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.
           SELECT RUNOVRD-FILE ASSIGN TO "RUNOVRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNOVRD-STATUS.
           SELECT BUSNDATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSNDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-FILE-RECORD           PIC X(80).

       FD  WIZMSTR-FILE.
       01  WIZMSTR-FILE-RECORD.
           05  WIZMSTR-FILE-WIZARD-ID   PIC X(09).
           05  FILLER                   PIC X(71).

       FD  GLACCT-FILE.
       01  GLACCT-FILE-RECORD           PIC X(80).

       FD  GLCTL-FILE.
       01  GLCTL-FILE-RECORD            PIC X(80).

       FD  GLJRNL-FILE.
       01  GLJRNL-FILE-RECORD           PIC X(80).

       FD  GLXRPT-FILE.
       01  GLXRPT-FILE-RECORD           PIC X(80).

       FD  RECNRPT-FILE.
       01  RECNRPT-FILE-RECORD          PIC X(80).

       FD  RUNCTL-FILE.
       01  RUNCTL-FILE-RECORD           PIC X(80).

       FD  RUNOVRD-FILE.
       01  RUNOVRD-FILE-RECORD          PIC X(80).

       FD  BUSNDATE-FILE.
       01  BUSNDATE-FILE-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY LEDGER.
       COPY WIZMSTR.
       COPY GLACCT.
       COPY GLCTL.
       COPY GLJRNL.
       COPY RUNCTL.
       COPY BUSNDATE.

       01  GLX-LINE                     PIC X(80) VALUE SPACES.
       01  GLX-SCAN-LINE                PIC X(80) VALUE SPACES.
       01  GLX-OVERRIDE-REC             PIC X(80) VALUE SPACES.
       01  GLX-TODAY                    PIC 9(08) VALUE ZEROS.
       01  GLX-RUN-DATE                 PIC 9(08) VALUE ZEROS.
       01  GLX-TIME-WK                  PIC 9(08) VALUE ZEROS.
       01  GLX-RECS-IN                  PIC 9(05) VALUE ZEROS.
       01  GLX-RECS-OUT                 PIC 9(05) VALUE ZEROS.
       01  GLX-LAST-CLOSE               PIC 9(08) VALUE ZEROS.
       01  GLX-VERDICT                  PIC X(14) VALUE SPACES.
       01  GLX-REFUSAL                  PIC X(60) VALUE SPACES.
       01  GLX-UNMAPPED-TYPE            PIC X(06) VALUE SPACES.
       01  GLX-EVENT-WK                 PIC X(06) VALUE SPACES.

       01  GLX-JOURNAL-FIGURES.
           05  GLX-ENTRY-COUNT          PIC 9(07) VALUE ZEROS.
           05  GLX-JOURNAL-NO           PIC 9(07) VALUE ZEROS.
           05  GLX-RECORD-COUNT         PIC 9(07) VALUE ZEROS.
           05  GLX-DEBIT-COUNT          PIC 9(07) VALUE ZEROS.
           05  GLX-CREDIT-COUNT         PIC 9(07) VALUE ZEROS.
           05  GLX-DEBIT-TOTAL          PIC 9(11) VALUE ZEROS.
           05  GLX-CREDIT-TOTAL         PIC 9(11) VALUE ZEROS.
           05  GLX-UNMAPPED-COUNT       PIC 9(05) VALUE ZEROS.
           05  GLX-NO-SQUAD-COUNT       PIC 9(05) VALUE ZEROS.
           05  GLX-BAD-MAP-COUNT        PIC 9(05) VALUE ZEROS.

      *****************************************************************
      *  GLX-MAP-TABLE - the event-type-to-account mapping loaded from
      *  GLACCT, with the count and gold of the entries each event
      *  type sends for the control report.  There are no built-in
      *  accounts: the chart of accounts belongs to accounting, so an
      *  event type GLACCT does not map stops the extract instead of
      *  posting somewhere a program guessed.
      *****************************************************************
       01  GLX-MAP-IX                   PIC 9(02) COMP VALUE ZERO.
       01  GLX-MAP-COUNT                PIC 9(02) COMP VALUE ZERO.
       01  GLX-MAP-TABLE.
           05  GLX-MAP-ENTRY OCCURS 20 TIMES.
               10  GLX-MAP-EVENT        PIC X(06).
               10  GLX-MAP-DEBIT        PIC X(10).
               10  GLX-MAP-CREDIT       PIC X(10).
               10  GLX-MAP-ENTRIES      PIC 9(07).
               10  GLX-MAP-GOLD         PIC 9(09).

      *****************************************************************
      *  GLX-MAP-LINE - fixed-column line for the per-event-type
      *  totals on the control report.
      *****************************************************************
       01  GLX-MAP-HEAD.
           05  FILLER                   PIC X(08) VALUE "Event".
           05  FILLER                   PIC X(12) VALUE "Debit".
           05  FILLER                   PIC X(12) VALUE "Credit".
           05  FILLER                   PIC X(10) VALUE "   Entries".
           05  FILLER                   PIC X(12) VALUE "        Gold".
           05  FILLER                   PIC X(26) VALUE SPACES.

       01  GLX-MAP-LINE.
           05  GLX-ML-EVENT             PIC X(06).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  GLX-ML-DEBIT             PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  GLX-ML-CREDIT            PIC X(10).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  GLX-ML-ENTRIES           PIC 9(07).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  GLX-ML-GOLD              PIC 9(09).
           05  FILLER                   PIC X(26) VALUE SPACES.

       01  LEDGER-STATUS                PIC X(02) VALUE SPACES.
           88  LEDGER-OK                           VALUE "00".

       01  WIZMSTR-STATUS               PIC X(02) VALUE SPACES.
           88  WIZMSTR-OK                          VALUE "00".

       01  GLACCT-STATUS                PIC X(02) VALUE SPACES.
           88  GLACCT-OK                           VALUE "00".

       01  GLCTL-STATUS                 PIC X(02) VALUE SPACES.
           88  GLCTL-OK                            VALUE "00".

       01  GLJRNL-STATUS                PIC X(02) VALUE SPACES.
           88  GLJRNL-OK                           VALUE "00".

       01  GLXRPT-STATUS                PIC X(02) VALUE SPACES.
           88  GLXRPT-OK                           VALUE "00".

       01  RECNRPT-STATUS               PIC X(02) VALUE SPACES.
           88  RECNRPT-OK                          VALUE "00".

       01  RUNCTL-STATUS                PIC X(02) VALUE SPACES.
           88  RUNCTL-OK                           VALUE "00".

       01  RUNOVRD-STATUS               PIC X(02) VALUE SPACES.
           88  RUNOVRD-OK                          VALUE "00".

       01  BUSNDATE-STATUS              PIC X(02) VALUE SPACES.
           88  BUSNDATE-OK                         VALUE "00".

       01  GLX-SWITCHES.
           05  GLX-DONE-SW              PIC X(01) VALUE "N".
               88  GLX-DONE                       VALUE "Y".
           05  GLX-PRODUCED-SW          PIC X(01) VALUE "N".
               88  GLX-PRODUCED                   VALUE "Y".
           05  GLX-DUP-RUN-SW           PIC X(01) VALUE "N".
               88  GLX-DUP-RUN                    VALUE "Y".
           05  GLX-OVERRIDE-SW          PIC X(01) VALUE "N".
               88  GLX-RERUN-OVERRIDE             VALUE "Y".
           05  GLX-RECN-DONE-SW         PIC X(01) VALUE "N".
               88  GLX-RECN-DONE                  VALUE "Y".
           05  GLX-GLACCT-DONE-SW       PIC X(01) VALUE "N".
               88  GLX-GLACCT-DONE                VALUE "Y".
           05  GLX-LEDGER-DONE-SW       PIC X(01) VALUE "N".
               88  GLX-LEDGER-DONE                VALUE "Y".
           05  GLX-MAP-FOUND-SW         PIC X(01) VALUE "N".
               88  GLX-MAP-FOUND                  VALUE "Y".
           05  GLX-MAP-VALID-SW         PIC X(01) VALUE "Y".
               88  GLX-MAP-VALID                  VALUE "Y".
           05  GLX-SEND-SW              PIC X(01) VALUE "N".
               88  GLX-SEND-ENTRY                 VALUE "Y".
           05  GLX-FORWARD-CLOSE-SW     PIC X(01) VALUE "N".
               88  GLX-FORWARD-CLOSE              VALUE "Y".
           05  GLX-WIZMSTR-OPEN-SW      PIC X(01) VALUE "N".
               88  GLX-WIZMSTR-OPEN               VALUE "Y".
           05  GLX-GLJRNL-OPEN-SW       PIC X(01) VALUE "N".
               88  GLX-GLJRNL-OPEN                VALUE "Y".
           05  GLX-GLXRPT-OPEN-SW       PIC X(01) VALUE "N".
               88  GLX-GLXRPT-OPEN                VALUE "Y".
           05  RUNCTL-SCAN-DONE-SW      PIC X(01) VALUE "N".
               88  RUNCTL-SCAN-DONE               VALUE "Y".
           05  RUNCTL-EXISTS-SW         PIC X(01) VALUE "N".
               88  RUNCTL-EXISTS                  VALUE "Y".
           05  RUNCTL-OPEN-SW           PIC X(01) VALUE "N".
               88  RUNCTL-OPEN                    VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-PROGRAM
           IF NOT GLX-DONE
               PERFORM SELECT-JOURNAL-ENTRIES
           END-IF
           IF NOT GLX-DONE
               PERFORM WRITE-JOURNAL-FILE
           END-IF
           IF GLX-PRODUCED
               PERFORM WRITE-GL-CONTROL
           END-IF
           PERFORM PRINT-CONTROL-REPORT
           PERFORM FINALIZE-PROGRAM
           STOP RUN.

      *****************************************************************
      *  INITIALIZE-PROGRAM - log the run to RUNCTL and refuse a
      *  duplicate business date, then make every check that can
      *  stop the extract before a journal line is written: RECON's
      *  verdict, the account map, and the last close on LEDGER.
      *****************************************************************
       INITIALIZE-PROGRAM.
           ACCEPT GLX-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-BUSINESS-DATE
           IF NOT GLX-DONE
               PERFORM CHECK-RUN-CONTROL
           END-IF
           IF NOT GLX-DONE
               PERFORM CHECK-RECON-VERDICT
           END-IF
           IF NOT GLX-DONE
               PERFORM LOAD-ACCOUNT-MAP
           END-IF
           IF NOT GLX-DONE
               PERFORM READ-GL-CONTROL
               PERFORM FIND-LAST-CLOSE
           END-IF.

      *****************************************************************
      *  READ-BUSINESS-DATE - the journal is dated with the business
      *  date off BUSNDATE, the same day every other step of the
      *  night stamps.  No usable date refuses the run.
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
               MOVE BUSNDATE-DATE TO GLX-TODAY
           ELSE
               MOVE "no usable business date on BUSNDATE"
                   TO GLX-REFUSAL
               PERFORM REFUSE-EXTRACT
           END-IF.

      *****************************************************************
      *  CHECK-RUN-CONTROL - a GLEXTR end record for this business
      *  date with a return code under 8 means a journal already went
      *  to the GL today, and a second one would post every entry
      *  twice: refuse unless the operator supplied a RUNOVRD
      *  override.  A run that was refused produced nothing, so it
      *  does not count.  A clean check logs this run's start record,
      *  so every later refusal shows on RUNCTL for EXCPRPT.
      *****************************************************************
       CHECK-RUN-CONTROL.
           PERFORM CHECK-RERUN-OVERRIDE
           OPEN INPUT RUNCTL-FILE
           IF RUNCTL-OK
               MOVE "Y" TO RUNCTL-EXISTS-SW
               PERFORM SCAN-ONE-RUNCTL UNTIL RUNCTL-SCAN-DONE
               CLOSE RUNCTL-FILE
           END-IF
           IF GLX-DUP-RUN AND NOT GLX-RERUN-OVERRIDE
               DISPLAY "GLEXTR: business date " GLX-TODAY
                       " already extracted, supply RUNOVRD to rerun"
               MOVE "journal already extracted for the date"
                   TO GLX-REFUSAL
               MOVE "Y" TO GLX-DONE-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-RUN-START
           END-IF.

      *****************************************************************
      *  CHECK-RERUN-OVERRIDE - an operator reruns a business date on
      *  purpose by supplying a RUNOVRD file whose first record
      *  starts with Y.  Anything else leaves the duplicate-run
      *  protection armed.
      *****************************************************************
       CHECK-RERUN-OVERRIDE.
           OPEN INPUT RUNOVRD-FILE
           IF RUNOVRD-OK
               READ RUNOVRD-FILE INTO GLX-OVERRIDE-REC
                   AT END
                       CONTINUE
               END-READ
               IF GLX-OVERRIDE-REC (1:1) = "Y"
                   MOVE "Y" TO GLX-OVERRIDE-SW
                   DISPLAY "GLEXTR: rerun override accepted"
               END-IF
               CLOSE RUNOVRD-FILE
           END-IF.

       SCAN-ONE-RUNCTL.
           READ RUNCTL-FILE INTO RUNCTL-RECORD
               AT END
                   MOVE "Y" TO RUNCTL-SCAN-DONE-SW
           END-READ
           IF NOT RUNCTL-SCAN-DONE
               IF RUNCTL-BUSN-DATE = GLX-TODAY
                   AND RUNCTL-PROGRAM = "GLEXTR"
                   AND RUNCTL-IS-END
                   AND RUNCTL-RETURN-CODE < 8
                   MOVE "Y" TO GLX-DUP-RUN-SW
               END-IF
           END-IF.

      *****************************************************************
      *  WRITE-RUN-START - log this run's start record to RUNCTL.
      *  RUNCTL is an audit trail like LEDGER, so an existing file is
      *  appended to; it stays open for the end record.
      *****************************************************************
       WRITE-RUN-START.
           IF RUNCTL-EXISTS
               OPEN EXTEND RUNCTL-FILE
           ELSE
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           IF RUNCTL-OK
               MOVE "Y" TO RUNCTL-OPEN-SW
               MOVE SPACES TO RUNCTL-RECORD
               MOVE GLX-TODAY TO RUNCTL-BUSN-DATE
               MOVE "GLEXTR" TO RUNCTL-PROGRAM
               MOVE "S" TO RUNCTL-REC-TYPE
               PERFORM SET-RUNCTL-TIME
               MOVE ZEROS TO RUNCTL-RECS-IN
               MOVE ZEROS TO RUNCTL-RECS-OUT
               MOVE ZEROS TO RUNCTL-REJECTS
               MOVE ZEROS TO RUNCTL-RETURN-CODE
               WRITE RUNCTL-FILE-RECORD FROM RUNCTL-RECORD
           ELSE
               DISPLAY "GLEXTR: unable to open RUNCTL, status "
                       RUNCTL-STATUS
           END-IF.

       SET-RUNCTL-TIME.
           ACCEPT GLX-TIME-WK FROM TIME
           COMPUTE RUNCTL-TIME = GLX-TIME-WK / 100.

      *****************************************************************
      *  CHECK-RECON-VERDICT - RECON appends an Overall verdict line
      *  stamped with the business date to the cataloged RECNRPT,
      *  the line EXCPRPT also reads.  The last one for today is the
      *  one that counts, since a rerun of RECON appends a fresh
      *  verdict.  No verdict for today, or one that is not IN
      *  BALANCE, refuses the extract: gold that does not prove on
      *  the roster is not sent to the GL.
      *****************************************************************
       CHECK-RECON-VERDICT.
           OPEN INPUT RECNRPT-FILE
           IF RECNRPT-OK
               PERFORM SCAN-ONE-RECNRPT UNTIL GLX-RECN-DONE
               CLOSE RECNRPT-FILE
           END-IF
           EVALUATE TRUE
               WHEN GLX-VERDICT = SPACES
                   MOVE "no RECON verdict on RECNRPT for the date"
                       TO GLX-REFUSAL
                   PERFORM REFUSE-EXTRACT
               WHEN GLX-VERDICT NOT = "IN BALANCE"
                   MOVE "RECON did not balance the date"
                       TO GLX-REFUSAL
                   PERFORM REFUSE-EXTRACT
           END-EVALUATE.

       SCAN-ONE-RECNRPT.
           READ RECNRPT-FILE INTO GLX-SCAN-LINE
               AT END
                   MOVE "Y" TO GLX-RECN-DONE-SW
           END-READ
           IF NOT GLX-RECN-DONE
               IF GLX-SCAN-LINE (1:7) = "Overall"
                   AND GLX-SCAN-LINE (43:8) = GLX-TODAY
                   MOVE GLX-SCAN-LINE (21:14) TO GLX-VERDICT
               END-IF
           END-IF.

      *****************************************************************
      *  LOAD-ACCOUNT-MAP - load the GLACCT account pairs.  An entry
      *  with no event type, a missing account, or the same account
      *  on both sides could only post a one-sided or self-cancelling
      *  line, so it is reported and left out (RC 4); a later entry
      *  for the same event type overlays an earlier one.  A missing
      *  GLACCT refuses the extract.
      *****************************************************************
       LOAD-ACCOUNT-MAP.
           OPEN INPUT GLACCT-FILE
           IF GLACCT-OK
               PERFORM LOAD-ONE-ACCOUNT UNTIL GLX-GLACCT-DONE
               CLOSE GLACCT-FILE
           ELSE
               MOVE "GLACCT account map is not available"
                   TO GLX-REFUSAL
               PERFORM REFUSE-EXTRACT
           END-IF
           IF GLX-BAD-MAP-COUNT > ZERO
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-ONE-ACCOUNT.
           READ GLACCT-FILE INTO GLACCT-RECORD
               AT END
                   MOVE "Y" TO GLX-GLACCT-DONE-SW
           END-READ
           IF NOT GLX-GLACCT-DONE
               PERFORM VALIDATE-ACCOUNT-ENTRY
               IF GLX-MAP-VALID
                   MOVE GLACCT-EVENT-TYPE TO GLX-EVENT-WK
                   PERFORM FIND-ACCOUNT-MAP
                   IF NOT GLX-MAP-FOUND
                       AND GLX-MAP-COUNT < 20
                       ADD 1 TO GLX-MAP-COUNT
                       MOVE GLX-MAP-COUNT TO GLX-MAP-IX
                       MOVE GLACCT-EVENT-TYPE
                           TO GLX-MAP-EVENT (GLX-MAP-IX)
                       MOVE ZEROS TO GLX-MAP-ENTRIES (GLX-MAP-IX)
                       MOVE ZEROS TO GLX-MAP-GOLD (GLX-MAP-IX)
                       MOVE "Y" TO GLX-MAP-FOUND-SW
                   END-IF
                   IF GLX-MAP-FOUND
                       MOVE GLACCT-DEBIT-ACCOUNT
                           TO GLX-MAP-DEBIT (GLX-MAP-IX)
                       MOVE GLACCT-CREDIT-ACCOUNT
                           TO GLX-MAP-CREDIT (GLX-MAP-IX)
                   ELSE
                       DISPLAY "GLEXTR: GLACCT entry for "
                               GLACCT-EVENT-TYPE
                               " ignored, account map is full"
                       ADD 1 TO GLX-BAD-MAP-COUNT
                   END-IF
               END-IF
           END-IF.

       VALIDATE-ACCOUNT-ENTRY.
           MOVE "Y" TO GLX-MAP-VALID-SW
           EVALUATE TRUE
               WHEN GLACCT-EVENT-TYPE = SPACES
                   DISPLAY "GLEXTR: GLACCT entry ignored, "
                           "no event type"
                   MOVE "N" TO GLX-MAP-VALID-SW
               WHEN GLACCT-DEBIT-ACCOUNT = SPACES
                   OR GLACCT-CREDIT-ACCOUNT = SPACES
                   DISPLAY "GLEXTR: GLACCT entry for "
                           GLACCT-EVENT-TYPE
                           " ignored, debit and credit accounts "
                           "are both required"
                   MOVE "N" TO GLX-MAP-VALID-SW
               WHEN GLACCT-DEBIT-ACCOUNT = GLACCT-CREDIT-ACCOUNT
                   DISPLAY "GLEXTR: GLACCT entry for "
                           GLACCT-EVENT-TYPE
                           " ignored, debit and credit accounts "
                           "are the same"
                   MOVE "N" TO GLX-MAP-VALID-SW
           END-EVALUATE
           IF NOT GLX-MAP-VALID
               ADD 1 TO GLX-BAD-MAP-COUNT
           END-IF.

      *****************************************************************
      *  FIND-ACCOUNT-MAP - scan GLX-MAP-TABLE for the event type in
      *  GLX-EVENT-WK, leaving GLX-MAP-IX on the matching entry
      *  when GLX-MAP-FOUND.
      *****************************************************************
       FIND-ACCOUNT-MAP.
           MOVE "N" TO GLX-MAP-FOUND-SW
           MOVE 1 TO GLX-MAP-IX
           PERFORM CHECK-ONE-ACCOUNT-MAP
               UNTIL GLX-MAP-FOUND
                   OR GLX-MAP-IX > GLX-MAP-COUNT.

       CHECK-ONE-ACCOUNT-MAP.
           IF GLX-MAP-EVENT (GLX-MAP-IX) = GLX-EVENT-WK
               MOVE "Y" TO GLX-MAP-FOUND-SW
           ELSE
               ADD 1 TO GLX-MAP-IX
           END-IF.

      *****************************************************************
      *  READ-GL-CONTROL - the close GLEXTR last forwarded BALFWD
      *  entries for, and the business date it did so on.  The first
      *  run finds no GLCTL and starts from zeros.
      *****************************************************************
       READ-GL-CONTROL.
           OPEN INPUT GLCTL-FILE
           IF GLCTL-OK
               READ GLCTL-FILE INTO GLCTL-RECORD
                   AT END
                       CONTINUE
               END-READ
               CLOSE GLCTL-FILE
           END-IF
           IF GLCTL-LAST-CLOSE NOT NUMERIC
               OR GLCTL-FORWARDED-ON NOT NUMERIC
               MOVE ZEROS TO GLCTL-LAST-CLOSE
               MOVE ZEROS TO GLCTL-FORWARDED-ON
           END-IF.

      *****************************************************************
      *  FIND-LAST-CLOSE - LEDGCLOS leads the new live ledger with its
      *  BALFWD records dated at the cutoff, so the latest BALFWD date
      *  on LEDGER is the last close.  Its BALFWD entries go to the
      *  GL when the close is newer than the one GLCTL says was
      *  forwarded, or when this is a rerun of the business date that
      *  forwarded it.
      *****************************************************************
       FIND-LAST-CLOSE.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-OK
               PERFORM CHECK-ONE-BALFWD UNTIL GLX-LEDGER-DONE
               CLOSE LEDGER-FILE
               MOVE "N" TO GLX-LEDGER-DONE-SW
           ELSE
               MOVE "LEDGER is not available" TO GLX-REFUSAL
               PERFORM REFUSE-EXTRACT
           END-IF
           IF GLX-LAST-CLOSE > GLCTL-LAST-CLOSE
               MOVE "Y" TO GLX-FORWARD-CLOSE-SW
           END-IF
           IF GLX-LAST-CLOSE > ZERO
               AND GLX-LAST-CLOSE = GLCTL-LAST-CLOSE
               AND GLCTL-FORWARDED-ON = GLX-TODAY
               MOVE "Y" TO GLX-FORWARD-CLOSE-SW
           END-IF.

       CHECK-ONE-BALFWD.
           READ LEDGER-FILE INTO LEDGER-RECORD
               AT END
                   MOVE "Y" TO GLX-LEDGER-DONE-SW
           END-READ
           IF NOT GLX-LEDGER-DONE
               IF LEDGER-IS-BALFWD
                   AND LEDGER-DATE > GLX-LAST-CLOSE
                   MOVE LEDGER-DATE TO GLX-LAST-CLOSE
               END-IF
           END-IF.

      *****************************************************************
      *  SELECT-JOURNAL-ENTRIES - a first pass over LEDGER counting
      *  the entries to send by event type.  Every one of them must
      *  have an account pair before any line is written, so an
      *  event type GLACCT does not map refuses the whole extract
      *  rather than sending the GL a journal with entries missing.
      *****************************************************************
       SELECT-JOURNAL-ENTRIES.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-OK
               PERFORM TALLY-ONE-ENTRY UNTIL GLX-LEDGER-DONE
               CLOSE LEDGER-FILE
               MOVE "N" TO GLX-LEDGER-DONE-SW
           ELSE
               MOVE "LEDGER is not available" TO GLX-REFUSAL
               PERFORM REFUSE-EXTRACT
           END-IF
           IF GLX-UNMAPPED-COUNT > ZERO
               MOVE SPACES TO GLX-REFUSAL
               STRING "no GLACCT accounts for event type "
                      GLX-UNMAPPED-TYPE
                   DELIMITED BY SIZE INTO GLX-REFUSAL
               PERFORM REFUSE-EXTRACT
           END-IF.

       TALLY-ONE-ENTRY.
           READ LEDGER-FILE INTO LEDGER-RECORD
               AT END
                   MOVE "Y" TO GLX-LEDGER-DONE-SW
           END-READ
           IF NOT GLX-LEDGER-DONE
               PERFORM CHECK-ENTRY-WANTED
               IF GLX-SEND-ENTRY
                   MOVE LEDGER-EVENT-TYPE TO GLX-EVENT-WK
                   PERFORM FIND-ACCOUNT-MAP
                   IF GLX-MAP-FOUND
                       ADD 1 TO GLX-ENTRY-COUNT
                       ADD 1 TO GLX-MAP-ENTRIES (GLX-MAP-IX)
                       ADD LEDGER-AMOUNT TO GLX-MAP-GOLD (GLX-MAP-IX)
                   ELSE
                       IF GLX-UNMAPPED-COUNT = ZERO
                           MOVE LEDGER-EVENT-TYPE
                               TO GLX-UNMAPPED-TYPE
                       END-IF
                       ADD 1 TO GLX-UNMAPPED-COUNT
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  CHECK-ENTRY-WANTED - the entries the journal carries: every
      *  entry dated the business date, and the BALFWD entries of the
      *  last close when that close is being forwarded.  A BALFWD
      *  dated today belongs to a close already forwarded or not yet
      *  due, so BALFWD is only ever taken through the close test.  A
      *  HEAL carries health points, not gold, and is never sent.
      *****************************************************************
       CHECK-ENTRY-WANTED.
           MOVE "N" TO GLX-SEND-SW
           EVALUATE TRUE
               WHEN LEDGER-IS-HEAL
                   CONTINUE
               WHEN LEDGER-IS-BALFWD
                   IF GLX-FORWARD-CLOSE
                       AND LEDGER-DATE = GLX-LAST-CLOSE
                       MOVE "Y" TO GLX-SEND-SW
                   END-IF
               WHEN OTHER
                   IF LEDGER-DATE = GLX-TODAY
                       MOVE "Y" TO GLX-SEND-SW
                   END-IF
           END-EVALUATE.

      *****************************************************************
      *  WRITE-JOURNAL-FILE - the second pass over LEDGER writes the
      *  journal: header, a debit and a credit line per entry, and
      *  the control trailer.  WIZMSTR supplies the cost center, so
      *  it is opened before the journal is; a journal that cannot be
      *  completed is not started.
      *****************************************************************
       WRITE-JOURNAL-FILE.
           OPEN INPUT WIZMSTR-FILE
           IF WIZMSTR-OK
               MOVE "Y" TO GLX-WIZMSTR-OPEN-SW
           ELSE
               DISPLAY "GLEXTR: unable to open WIZMSTR, status "
                       WIZMSTR-STATUS
               MOVE "WIZMSTR is not available for cost centers"
                   TO GLX-REFUSAL
               PERFORM REFUSE-EXTRACT
           END-IF
           IF NOT GLX-DONE
               OPEN OUTPUT GLJRNL-FILE
               IF GLJRNL-OK
                   MOVE "Y" TO GLX-GLJRNL-OPEN-SW
               ELSE
                   DISPLAY "GLEXTR: unable to open GLJRNL, status "
                           GLJRNL-STATUS
                   MOVE "GLJRNL could not be opened" TO GLX-REFUSAL
                   PERFORM REFUSE-EXTRACT
               END-IF
           END-IF
           IF NOT GLX-DONE
               OPEN INPUT LEDGER-FILE
               IF LEDGER-OK
                   PERFORM WRITE-JOURNAL-HEADER
                   PERFORM POST-ONE-ENTRY UNTIL GLX-LEDGER-DONE
                   CLOSE LEDGER-FILE
                   PERFORM WRITE-JOURNAL-TRAILER
                   MOVE "Y" TO GLX-PRODUCED-SW
               ELSE
                   MOVE "LEDGER is not available" TO GLX-REFUSAL
                   PERFORM REFUSE-EXTRACT
               END-IF
           END-IF
           IF GLX-NO-SQUAD-COUNT > ZERO
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-JOURNAL-HEADER.
           MOVE SPACES TO GLJRNL-RECORD
           MOVE "H" TO GLJRNL-HDR-TYPE
           MOVE GLX-TODAY TO GLJRNL-HDR-BUSN-DATE
           MOVE "LEDGER" TO GLJRNL-HDR-SOURCE
           MOVE GLX-RUN-DATE TO GLJRNL-HDR-RUN-DATE
           ACCEPT GLX-TIME-WK FROM TIME
           COMPUTE GLJRNL-HDR-RUN-TIME = GLX-TIME-WK / 100
           PERFORM WRITE-JOURNAL-RECORD.

      *****************************************************************
      *  POST-ONE-ENTRY - one LEDGER entry becomes a debit line and a
      *  credit line for the same amount under one journal number,
      *  so the journal balances entry by entry as well as in total.
      *****************************************************************
       POST-ONE-ENTRY.
           READ LEDGER-FILE INTO LEDGER-RECORD
               AT END
                   MOVE "Y" TO GLX-LEDGER-DONE-SW
           END-READ
           IF NOT GLX-LEDGER-DONE
               ADD 1 TO GLX-RECS-IN
               PERFORM CHECK-ENTRY-WANTED
               IF GLX-SEND-ENTRY
                   MOVE LEDGER-EVENT-TYPE TO GLX-EVENT-WK
                   PERFORM FIND-ACCOUNT-MAP
                   PERFORM LOOK-UP-COST-CENTER
                   ADD 1 TO GLX-JOURNAL-NO
                   MOVE SPACES TO GLJRNL-RECORD
                   MOVE "D" TO GLJRNL-DTL-TYPE
                   MOVE GLX-TODAY TO GLJRNL-DTL-BUSN-DATE
                   MOVE GLX-JOURNAL-NO TO GLJRNL-DTL-JOURNAL-NO
                   MOVE WIZMSTR-SQUAD TO GLJRNL-DTL-COST-CENTER
                   MOVE LEDGER-AMOUNT TO GLJRNL-DTL-AMOUNT
                   MOVE LEDGER-EVENT-TYPE TO GLJRNL-DTL-EVENT-TYPE
                   MOVE LEDGER-WIZARD-ID TO GLJRNL-DTL-WIZARD-ID
                   MOVE LEDGER-TXN-ID TO GLJRNL-DTL-TXN-ID
                   MOVE LEDGER-DATE TO GLJRNL-DTL-LEDGER-DATE
                   MOVE "D" TO GLJRNL-DTL-DR-CR
                   MOVE GLX-MAP-DEBIT (GLX-MAP-IX)
                       TO GLJRNL-DTL-ACCOUNT
                   PERFORM WRITE-JOURNAL-RECORD
                   ADD 1 TO GLX-DEBIT-COUNT
                   ADD LEDGER-AMOUNT TO GLX-DEBIT-TOTAL
                   MOVE "C" TO GLJRNL-DTL-DR-CR
                   MOVE GLX-MAP-CREDIT (GLX-MAP-IX)
                       TO GLJRNL-DTL-ACCOUNT
                   PERFORM WRITE-JOURNAL-RECORD
                   ADD 1 TO GLX-CREDIT-COUNT
                   ADD LEDGER-AMOUNT TO GLX-CREDIT-TOTAL
               END-IF
           END-IF.

      *****************************************************************
      *  LOOK-UP-COST-CENTER - the wizard's squad off the master is
      *  the cost center.  A wizard with no master record, or no
      *  squad on it, posts to cost center "????" and is counted so
      *  accounting can reclass it (RC 4).
      *****************************************************************
       LOOK-UP-COST-CENTER.
           MOVE LEDGER-WIZARD-ID TO WIZMSTR-FILE-WIZARD-ID
           READ WIZMSTR-FILE INTO WIZMSTR-RECORD
               INVALID KEY
                   MOVE SPACES TO WIZMSTR-SQUAD
           END-READ
           IF WIZMSTR-SQUAD = SPACES
               MOVE "????" TO WIZMSTR-SQUAD
               ADD 1 TO GLX-NO-SQUAD-COUNT
           END-IF.

      *****************************************************************
      *  WRITE-JOURNAL-TRAILER - the control trailer the GL load
      *  proves the file against.  The record count covers every
      *  record on the file, header and trailer included.
      *****************************************************************
       WRITE-JOURNAL-TRAILER.
           ADD 1 TO GLX-RECORD-COUNT
           MOVE SPACES TO GLJRNL-RECORD
           MOVE "T" TO GLJRNL-TRL-TYPE
           MOVE GLX-TODAY TO GLJRNL-TRL-BUSN-DATE
           MOVE GLX-RECORD-COUNT TO GLJRNL-TRL-RECORD-COUNT
           MOVE GLX-DEBIT-COUNT TO GLJRNL-TRL-DEBIT-COUNT
           MOVE GLX-CREDIT-COUNT TO GLJRNL-TRL-CREDIT-COUNT
           MOVE GLX-DEBIT-TOTAL TO GLJRNL-TRL-DEBIT-HASH
           MOVE GLX-CREDIT-TOTAL TO GLJRNL-TRL-CREDIT-HASH
           WRITE GLJRNL-FILE-RECORD FROM GLJRNL-RECORD
           ADD 1 TO GLX-RECS-OUT.

       WRITE-JOURNAL-RECORD.
           WRITE GLJRNL-FILE-RECORD FROM GLJRNL-RECORD
           ADD 1 TO GLX-RECORD-COUNT
           ADD 1 TO GLX-RECS-OUT.

      *****************************************************************
      *  WRITE-GL-CONTROL - note the close whose BALFWD entries this
      *  journal forwarded, so tomorrow's extract does not send them
      *  again.  If GLCTL cannot be written the journal is held back
      *  (RC 8) rather than let the next run forward the close twice.
      *****************************************************************
       WRITE-GL-CONTROL.
           IF GLX-FORWARD-CLOSE
               MOVE GLX-LAST-CLOSE TO GLCTL-LAST-CLOSE
               MOVE GLX-TODAY TO GLCTL-FORWARDED-ON
               OPEN OUTPUT GLCTL-FILE
               IF GLCTL-OK
                   WRITE GLCTL-FILE-RECORD FROM GLCTL-RECORD
                   CLOSE GLCTL-FILE
               ELSE
                   DISPLAY "GLEXTR: unable to open GLCTL, status "
                           GLCTL-STATUS
                   MOVE "GLCTL could not be updated, journal held"
                       TO GLX-REFUSAL
                   PERFORM REFUSE-EXTRACT
               END-IF
           END-IF.

      *****************************************************************
      *  REFUSE-EXTRACT - common exit for every check that fails.
      *  The JCL only catalogs the journal when this step ends under
      *  RC 8, so a refused run sends the GL nothing.
      *****************************************************************
       REFUSE-EXTRACT.
           DISPLAY "GLEXTR: " GLX-REFUSAL ", no journal produced"
           MOVE "Y" TO GLX-DONE-SW
           MOVE 8 TO RETURN-CODE.

      *****************************************************************
      *  PRINT-CONTROL-REPORT - the GLXRPT control listing: what the
      *  extract checked, the entries and gold it sent by event type
      *  with their accounts, and the trailer totals the GL load will
      *  prove the journal against.  A refused run prints why.
      *****************************************************************
       PRINT-CONTROL-REPORT.
           OPEN OUTPUT GLXRPT-FILE
           IF GLXRPT-OK
               MOVE "Y" TO GLX-GLXRPT-OPEN-SW
           ELSE
               DISPLAY "GLEXTR: unable to open GLXRPT, status "
                       GLXRPT-STATUS
           END-IF
           MOVE "GLEXTR General Ledger Journal Extract" TO GLX-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "=====================================" TO GLX-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO GLX-LINE
           STRING "Business date . . . " GLX-TODAY
               DELIMITED BY SIZE INTO GLX-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO GLX-LINE
           STRING "RECON verdict . . . " GLX-VERDICT
               DELIMITED BY SIZE INTO GLX-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO GLX-LINE
           EVALUATE TRUE
               WHEN GLX-LAST-CLOSE = ZERO
                   MOVE "Last close  . . . . none on LEDGER"
                       TO GLX-LINE
               WHEN GLX-FORWARD-CLOSE
                   STRING "Last close  . . . . " GLX-LAST-CLOSE
                          "   BALFWD forwarded"
                       DELIMITED BY SIZE INTO GLX-LINE
               WHEN OTHER
                   STRING "Last close  . . . . " GLX-LAST-CLOSE
                          "   already forwarded"
                       DELIMITED BY SIZE INTO GLX-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO GLX-LINE
           PERFORM WRITE-REPORT-LINE
           IF GLX-PRODUCED
               PERFORM PRINT-EVENT-TOTALS
               PERFORM PRINT-TRAILER-TOTALS
           END-IF
           IF GLX-DONE
               MOVE SPACES TO GLX-LINE
               STRING "Extract refused . . " GLX-REFUSAL
                   DELIMITED BY SIZE INTO GLX-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF GLX-GLXRPT-OPEN
               CLOSE GLXRPT-FILE
           END-IF.

       PRINT-EVENT-TOTALS.
           MOVE GLX-MAP-HEAD TO GLX-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "-----------------------------------" TO GLX-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO GLX-MAP-IX
           PERFORM PRINT-ONE-EVENT-TOTAL
               UNTIL GLX-MAP-IX > GLX-MAP-COUNT
           MOVE "-----------------------------------" TO GLX-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO GLX-LINE
           STRING "Entries sent  . . . " GLX-ENTRY-COUNT
               DELIMITED BY SIZE INTO GLX-LINE
           PERFORM WRITE-REPORT-LINE
           IF GLX-NO-SQUAD-COUNT > ZERO
               MOVE SPACES TO GLX-LINE
               STRING "No squad (????) . . " GLX-NO-SQUAD-COUNT
                   DELIMITED BY SIZE INTO GLX-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF GLX-BAD-MAP-COUNT > ZERO
               MOVE SPACES TO GLX-LINE
               STRING "GLACCT ignored  . . " GLX-BAD-MAP-COUNT
                   DELIMITED BY SIZE INTO GLX-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO GLX-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-ONE-EVENT-TOTAL.
           MOVE GLX-MAP-EVENT (GLX-MAP-IX) TO GLX-ML-EVENT
           MOVE GLX-MAP-DEBIT (GLX-MAP-IX) TO GLX-ML-DEBIT
           MOVE GLX-MAP-CREDIT (GLX-MAP-IX) TO GLX-ML-CREDIT
           MOVE GLX-MAP-ENTRIES (GLX-MAP-IX) TO GLX-ML-ENTRIES
           MOVE GLX-MAP-GOLD (GLX-MAP-IX) TO GLX-ML-GOLD
           MOVE GLX-MAP-LINE TO GLX-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO GLX-MAP-IX.

       PRINT-TRAILER-TOTALS.
           MOVE "Journal Control Trailer" TO GLX-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "-----------------------------------" TO GLX-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO GLX-LINE
           STRING "Records . . . . . . " GLX-RECORD-COUNT
               DELIMITED BY SIZE INTO GLX-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO GLX-LINE
           STRING "Debit lines . . . . " GLX-DEBIT-COUNT
                  "   hash " GLX-DEBIT-TOTAL
               DELIMITED BY SIZE INTO GLX-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO GLX-LINE
           STRING "Credit lines  . . . " GLX-CREDIT-COUNT
                  "   hash " GLX-CREDIT-TOTAL
               DELIMITED BY SIZE INTO GLX-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO GLX-LINE
           IF GLX-DEBIT-COUNT = GLX-CREDIT-COUNT
               AND GLX-DEBIT-TOTAL = GLX-CREDIT-TOTAL
               MOVE "Journal . . . . . . IN BALANCE" TO GLX-LINE
           ELSE
               MOVE "Journal . . . . . . OUT OF BALANCE" TO GLX-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      *  WRITE-REPORT-LINE - common line-out paragraph so every line
      *  of the report goes through the same open-checked WRITE.
      *****************************************************************
       WRITE-REPORT-LINE.
           IF GLX-GLXRPT-OPEN
               WRITE GLXRPT-FILE-RECORD FROM GLX-LINE
           END-IF.

      *****************************************************************
      *  FINALIZE-PROGRAM - close whatever this run actually opened
      *  and log the end record.
      *****************************************************************
       FINALIZE-PROGRAM.
           IF GLX-WIZMSTR-OPEN
               CLOSE WIZMSTR-FILE
           END-IF
           IF GLX-GLJRNL-OPEN
               CLOSE GLJRNL-FILE
           END-IF
           PERFORM WRITE-RUN-END.

      *****************************************************************
      *  WRITE-RUN-END - log the end record with this run's counts
      *  and return code, and let go of RUNCTL.
      *****************************************************************
       WRITE-RUN-END.
           IF RUNCTL-OPEN
               MOVE SPACES TO RUNCTL-RECORD
               MOVE GLX-TODAY TO RUNCTL-BUSN-DATE
               MOVE "GLEXTR" TO RUNCTL-PROGRAM
               MOVE "E" TO RUNCTL-REC-TYPE
               PERFORM SET-RUNCTL-TIME
               MOVE GLX-RECS-IN TO RUNCTL-RECS-IN
               MOVE GLX-RECS-OUT TO RUNCTL-RECS-OUT
               MOVE ZEROS TO RUNCTL-REJECTS
               MOVE RETURN-CODE TO RUNCTL-RETURN-CODE
               WRITE RUNCTL-FILE-RECORD FROM RUNCTL-RECORD
               CLOSE RUNCTL-FILE
           END-IF.

       END PROGRAM GLEXTR.
