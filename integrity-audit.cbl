       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTAUDIT.

      *****************************************************************
      *  Every nightly step checks its own input against the masters
      *  as it reads it, but nothing ever checks the files against
      *  each other once they are written.  A roster entry whose
      *  WIZMSTR record is gone, a retired wizard still sitting on
      *  gold or on punches parked on CARRYOVR, a classification or
      *  a ledger entry for a taxpayer TAXMAINT has since deactivated
      *  -- each one used to surface only when a WIZSTMT or TAXTRACE
      *  came back wrong for a customer.  INTAUDIT sweeps WIZSTATE,
      *  WIZMSTR, TAXPYCL, DMGTRAN, the current CARRYOVR generation,
      *  LEDGER and LEDGARCH, looks every wizard and taxpayer they
      *  name up on WIZMSTR, WIZSTATE and TAXMSTR, and lists each
      *  orphan and inconsistency under its category with a count
      *  per category.  The WIZMSTR sweep catches the reverse of a
      *  roster orphan: an active wizard WIZMAINT added whose roster
      *  row is gone, whom WIZPROV and PUNCHER will never touch.
      *
      *  Only a punch carries a taxpayer ID: PUNCHGEN puts it in
      *  DMGTRAN-TXN-ID and PUNCHER posts it on the CLOSS or PAYOUT
      *  entry the punch causes.  The transaction ID on a PROVSN,
      *  BALFWD, HEAL, BONUS, XFROUT or XFERIN entry, and on a HEAL,
      *  BONUS or XFER adjustment, is not a taxpayer and is never
      *  looked up as one.  A ledger wizard matches nothing when it
      *  is on neither WIZMSTR nor the roster.
      *
      *  The run is logged on RUNCTL under the standing business date
      *  so EXCPRPT shows its return code.  Return code 4: something
      *  was found, or a file to sweep was not on hand.  Return code
      *  8: a master the lookups need would not open, and nothing was
      *  swept.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSNDATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSNDATE-STATUS.
           SELECT TAXMSTR-FILE ASSIGN TO "TAXMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAXMSTR-FILE-TAXPAYER-ID
               FILE STATUS IS TAXMSTR-STATUS.
           SELECT WIZMSTR-FILE ASSIGN TO "WIZMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WIZMSTR-FILE-WIZARD-ID
               FILE STATUS IS WIZMSTR-STATUS.
           SELECT WIZSTATE-FILE ASSIGN TO "WIZSTATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WIZSTATE-FILE-WIZARD-ID
               FILE STATUS IS WIZSTATE-STATUS.
           SELECT TAXPYCL-FILE ASSIGN TO "TAXPYCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXPYCL-STATUS.
           SELECT DMGTRAN-FILE ASSIGN TO "DMGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DMGTRAN-STATUS.
           SELECT CARRYOVR-FILE ASSIGN TO "CARRYOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARRYOVR-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT LEDGARCH-FILE ASSIGN TO "LEDGARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGARCH-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.
           SELECT AUDRPT-FILE ASSIGN TO "AUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSNDATE-FILE.
       01  BUSNDATE-FILE-RECORD         PIC X(80).

       FD  TAXMSTR-FILE.
       01  TAXMSTR-FILE-RECORD.
           05  TAXMSTR-FILE-TAXPAYER-ID PIC X(09).
           05  FILLER                   PIC X(71).

       FD  WIZMSTR-FILE.
       01  WIZMSTR-FILE-RECORD.
           05  WIZMSTR-FILE-WIZARD-ID   PIC X(09).
           05  FILLER                   PIC X(71).

       FD  WIZSTATE-FILE.
       01  WIZSTATE-FILE-RECORD.
           05  WIZSTATE-FILE-WIZARD-ID  PIC X(09).
           05  FILLER                   PIC X(71).

       FD  TAXPYCL-FILE.
       01  TAXPYCL-FILE-RECORD          PIC X(80).

       FD  DMGTRAN-FILE.
       01  DMGTRAN-FILE-RECORD          PIC X(80).

       FD  CARRYOVR-FILE.
       01  CARRYOVR-FILE-RECORD         PIC X(80).

       FD  LEDGER-FILE.
       01  LEDGER-FILE-RECORD           PIC X(80).

       FD  LEDGARCH-FILE.
       01  LEDGARCH-FILE-RECORD         PIC X(80).

       FD  RUNCTL-FILE.
       01  RUNCTL-FILE-RECORD           PIC X(80).

       FD  AUDRPT-FILE.
       01  AUDRPT-FILE-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BUSNDATE.
       COPY TAXMSTR.
       COPY WIZMSTR.
       COPY WIZSTATE.
       COPY TAXPYCL.
       COPY DMGTRAN.
       COPY LEDGER.
       COPY RUNCTL.

       01  AUD-LINE              PIC X(80) VALUE SPACES.
       01  AUD-TODAY             PIC 9(08) VALUE ZEROS.
       01  AUD-TIME-WK           PIC 9(08) VALUE ZEROS.
       01  AUD-TAXPAYER-WK       PIC X(09) VALUE SPACES.
       01  AUD-WIZARD-WK         PIC X(09) VALUE SPACES.
       01  AUD-NOTE              PIC X(12) VALUE SPACES.
       01  AUD-GOLD-WK           PIC 9(03) VALUE ZEROS.
       01  AUD-CX                PIC 9(02) COMP VALUE ZERO.
       01  AUD-SX                PIC 9(02) COMP VALUE ZERO.
       01  AUD-TOTAL-SWEPT       PIC 9(07) VALUE ZEROS.
       01  AUD-TOTAL-FOUND       PIC 9(07) VALUE ZEROS.

      *****************************************************************
      *  AUD-CATEGORY-VALUES - every kind of finding, with the label
      *  the summary counts it under and the short text its detail
      *  lines carry.  The subscript is the category number the
      *  sweeps report under.
      *****************************************************************
       01  AUD-CATEGORY-VALUES.
           05  FILLER            PIC X(40)
               VALUE "Roster wizard not on WIZMSTR".
           05  FILLER            PIC X(28)
               VALUE "wizard not on WIZMSTR".
           05  FILLER            PIC X(40)
               VALUE "Retired wizard still holding gold".
           05  FILLER            PIC X(28)
               VALUE "retired, holds gold".
           05  FILLER            PIC X(40)
               VALUE "Carried punch at a retired wizard".
           05  FILLER            PIC X(28)
               VALUE "wizard retired".
           05  FILLER            PIC X(40)
               VALUE "Transaction wizard not on WIZMSTR".
           05  FILLER            PIC X(28)
               VALUE "wizard not on WIZMSTR".
           05  FILLER            PIC X(40)
               VALUE "Classified taxpayer not on TAXMSTR".
           05  FILLER            PIC X(28)
               VALUE "taxpayer not on TAXMSTR".
           05  FILLER            PIC X(40)
               VALUE "Classified taxpayer deactivated".
           05  FILLER            PIC X(28)
               VALUE "taxpayer deactivated".
           05  FILLER            PIC X(40)
               VALUE "Punch taxpayer not on TAXMSTR".
           05  FILLER            PIC X(28)
               VALUE "taxpayer not on TAXMSTR".
           05  FILLER            PIC X(40)
               VALUE "Punch taxpayer deactivated".
           05  FILLER            PIC X(28)
               VALUE "taxpayer deactivated".
           05  FILLER            PIC X(40)
               VALUE "Ledger taxpayer not on TAXMSTR".
           05  FILLER            PIC X(28)
               VALUE "taxpayer not on TAXMSTR".
           05  FILLER            PIC X(40)
               VALUE "Ledger taxpayer deactivated".
           05  FILLER            PIC X(28)
               VALUE "taxpayer deactivated".
           05  FILLER            PIC X(40)
               VALUE "Ledger wizard matching nothing".
           05  FILLER            PIC X(28)
               VALUE "wizard matches nothing".
           05  FILLER            PIC X(40)
               VALUE "Active wizard not on roster".
           05  FILLER            PIC X(28)
               VALUE "wizard not on WIZSTATE".

       01  AUD-CATEGORY-TABLE REDEFINES AUD-CATEGORY-VALUES.
           05  AUD-CATEGORY OCCURS 12 TIMES.
               10  AUD-CT-LABEL          PIC X(40).
               10  AUD-CT-TEXT           PIC X(28).

       01  AUD-CATEGORY-COUNTS.
           05  AUD-CC-COUNT      PIC 9(07) OCCURS 12 TIMES.

      *****************************************************************
      *  AUD-SWEEP-TABLE - the files swept, in sweep order, with the
      *  records read from each and whether it was on hand.
      *****************************************************************
       01  AUD-SWEEP-VALUES.
           05  FILLER            PIC X(09) VALUE "WIZSTATE".
           05  FILLER            PIC X(09) VALUE "WIZMSTR".
           05  FILLER            PIC X(09) VALUE "TAXPYCL".
           05  FILLER            PIC X(09) VALUE "DMGTRAN".
           05  FILLER            PIC X(09) VALUE "CARRYOVR".
           05  FILLER            PIC X(09) VALUE "LEDGER".
           05  FILLER            PIC X(09) VALUE "LEDGARCH".

       01  AUD-SWEEP-TABLE REDEFINES AUD-SWEEP-VALUES.
           05  AUD-SW-NAME       PIC X(09) OCCURS 7 TIMES.

       01  AUD-SWEEP-COUNTS.
           05  AUD-SWEEP-ENTRY OCCURS 7 TIMES.
               10  AUD-SC-READ           PIC 9(07).
               10  AUD-SC-STATUS         PIC X(02).

      *****************************************************************
      *  AUD-DETAIL-LINE - one finding: the file it was found on, the
      *  record's date where it carries one, the key, the wizard,
      *  and what is wrong.
      *****************************************************************
       01  AUD-DETAIL-HEAD.
           05  FILLER            PIC X(10) VALUE "File".
           05  FILLER            PIC X(09) VALUE "Date".
           05  FILLER            PIC X(10) VALUE "ID".
           05  FILLER            PIC X(10) VALUE "Wizard".
           05  FILLER            PIC X(41) VALUE "Finding".

       01  AUD-DETAIL-LINE.
           05  AUD-DL-FILE       PIC X(09).
           05  FILLER            PIC X(01) VALUE SPACES.
           05  AUD-DL-DATE       PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACES.
           05  AUD-DL-KEY        PIC X(09).
           05  FILLER            PIC X(01) VALUE SPACES.
           05  AUD-DL-WIZARD     PIC X(09).
           05  FILLER            PIC X(01) VALUE SPACES.
           05  AUD-DL-TEXT       PIC X(41).

       01  AUD-SUMMARY-LINE.
           05  AUD-SL-LABEL      PIC X(40).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  AUD-SL-COUNT      PIC 9(07).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  AUD-SL-NOTE       PIC X(29).

       01  BUSNDATE-STATUS       PIC X(02) VALUE SPACES.
           88  BUSNDATE-OK                   VALUE "00".

       01  TAXMSTR-STATUS        PIC X(02) VALUE SPACES.
           88  TAXMSTR-OK                    VALUE "00".

       01  WIZMSTR-STATUS        PIC X(02) VALUE SPACES.
           88  WIZMSTR-OK                    VALUE "00".

       01  WIZSTATE-STATUS       PIC X(02) VALUE SPACES.
           88  WIZSTATE-OK                   VALUE "00".

       01  TAXPYCL-STATUS        PIC X(02) VALUE SPACES.
           88  TAXPYCL-OK                    VALUE "00".

       01  DMGTRAN-STATUS        PIC X(02) VALUE SPACES.
           88  DMGTRAN-OK                    VALUE "00".

       01  CARRYOVR-STATUS       PIC X(02) VALUE SPACES.
           88  CARRYOVR-OK                   VALUE "00".

       01  LEDGER-STATUS         PIC X(02) VALUE SPACES.
           88  LEDGER-OK                     VALUE "00".

       01  LEDGARCH-STATUS       PIC X(02) VALUE SPACES.
           88  LEDGARCH-OK                   VALUE "00".

       01  RUNCTL-STATUS         PIC X(02) VALUE SPACES.
           88  RUNCTL-OK                     VALUE "00".

       01  AUDRPT-STATUS         PIC X(02) VALUE SPACES.
           88  AUDRPT-OK                     VALUE "00".

       01  AUD-SWITCHES.
           05  AUD-DONE-SW       PIC X(01) VALUE "N".
               88  AUD-DONE                  VALUE "Y".
           05  AUD-SWEEP-DONE-SW PIC X(01) VALUE "N".
               88  AUD-SWEEP-DONE            VALUE "Y".
           05  AUD-RPT-OPEN-SW   PIC X(01) VALUE "N".
               88  AUD-RPT-OPEN              VALUE "Y".
           05  AUD-TAX-OPEN-SW   PIC X(01) VALUE "N".
               88  AUD-TAX-OPEN              VALUE "Y".
           05  AUD-WIZ-OPEN-SW   PIC X(01) VALUE "N".
               88  AUD-WIZ-OPEN              VALUE "Y".
           05  AUD-ROSTER-OPEN-SW PIC X(01) VALUE "N".
               88  AUD-ROSTER-OPEN           VALUE "Y".
           05  AUD-TAX-FOUND-SW  PIC X(01) VALUE "N".
               88  AUD-TAX-FOUND             VALUE "Y".
           05  AUD-WIZ-FOUND-SW  PIC X(01) VALUE "N".
               88  AUD-WIZ-FOUND             VALUE "Y".
           05  AUD-ROSTER-FOUND-SW PIC X(01) VALUE "N".
               88  AUD-ROSTER-FOUND          VALUE "Y".
           05  AUD-SWEPT-SW      PIC X(01) VALUE "N".
               88  AUD-SWEPT                 VALUE "Y".
           05  RUNCTL-EXISTS-SW  PIC X(01) VALUE "N".
               88  RUNCTL-EXISTS             VALUE "Y".
           05  RUNCTL-OPEN-SW    PIC X(01) VALUE "N".
               88  RUNCTL-OPEN               VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-PROGRAM
           IF NOT AUD-DONE
               PERFORM AUDIT-ROSTER
               PERFORM AUDIT-WIZARD-MASTER
               PERFORM AUDIT-CLASSIFICATIONS
               PERFORM AUDIT-PUNCH-FILES
               PERFORM AUDIT-LEDGERS
               MOVE "Y" TO AUD-SWEPT-SW
           END-IF
           PERFORM PRINT-AUDIT-SUMMARY
           PERFORM FINALIZE-PROGRAM
           STOP RUN.

      *****************************************************************
      *  INITIALIZE-PROGRAM - stamp the run with the business date,
      *  log its start on RUNCTL, open the report and open the three
      *  masters every finding is looked up on.
      *****************************************************************
       INITIALIZE-PROGRAM.
           MOVE ZEROS TO AUD-CATEGORY-COUNTS
           MOVE ZEROS TO AUD-SWEEP-COUNTS
           OPEN OUTPUT AUDRPT-FILE
           IF AUDRPT-OK
               MOVE "Y" TO AUD-RPT-OPEN-SW
           ELSE
               DISPLAY "INTAUDIT: unable to open AUDRPT, status "
                       AUDRPT-STATUS
           END-IF
           PERFORM READ-BUSINESS-DATE
           IF NOT AUD-DONE
               PERFORM WRITE-RUN-START
               PERFORM PRINT-AUDIT-HEADER
               PERFORM OPEN-MASTERS
           END-IF.

      *****************************************************************
      *  READ-BUSINESS-DATE - the run is logged under the standing
      *  business date so it lands on the same EXCPRPT page as the
      *  night's steps.  No usable date refuses the audit.
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
               MOVE BUSNDATE-DATE TO AUD-TODAY
           ELSE
               DISPLAY "INTAUDIT: no usable business date on "
                       "BUSNDATE, audit refused"
               MOVE "Y" TO AUD-DONE-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************************
      *  WRITE-RUN-START - log this run's start record to RUNCTL.
      *  RUNCTL is an audit trail like LEDGER, so an existing file is
      *  appended to; it stays open for the end record.  The audit
      *  changes nothing, so a second run for the same date is never
      *  refused.
      *****************************************************************
       WRITE-RUN-START.
           OPEN INPUT RUNCTL-FILE
           IF RUNCTL-OK
               MOVE "Y" TO RUNCTL-EXISTS-SW
               CLOSE RUNCTL-FILE
           END-IF
           IF RUNCTL-EXISTS
               OPEN EXTEND RUNCTL-FILE
           ELSE
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           IF RUNCTL-OK
               MOVE "Y" TO RUNCTL-OPEN-SW
               MOVE SPACES TO RUNCTL-RECORD
               MOVE AUD-TODAY TO RUNCTL-BUSN-DATE
               MOVE "INTAUDIT" TO RUNCTL-PROGRAM
               MOVE "S" TO RUNCTL-REC-TYPE
               PERFORM SET-RUNCTL-TIME
               MOVE ZEROS TO RUNCTL-RECS-IN
               MOVE ZEROS TO RUNCTL-RECS-OUT
               MOVE ZEROS TO RUNCTL-REJECTS
               MOVE ZEROS TO RUNCTL-RETURN-CODE
               WRITE RUNCTL-FILE-RECORD FROM RUNCTL-RECORD
           ELSE
               DISPLAY "INTAUDIT: unable to open RUNCTL, status "
                       RUNCTL-STATUS
           END-IF.

       SET-RUNCTL-TIME.
           ACCEPT AUD-TIME-WK FROM TIME
           COMPUTE RUNCTL-TIME = AUD-TIME-WK / 100.

       PRINT-AUDIT-HEADER.
           MOVE "INTAUDIT Referential Integrity Audit" TO AUD-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "====================================" TO AUD-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO AUD-LINE
           STRING "Business date . . . " AUD-TODAY
               DELIMITED BY SIZE INTO AUD-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO AUD-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE AUD-DETAIL-HEAD TO AUD-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "-----------------------------------" TO AUD-LINE
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      *  OPEN-MASTERS - every sweep looks its wizards and taxpayers
      *  up on these, so without any one of them the audit would
      *  report everything as an orphan: it is refused instead.
      *****************************************************************
       OPEN-MASTERS.
           OPEN INPUT TAXMSTR-FILE
           IF TAXMSTR-OK
               MOVE "Y" TO AUD-TAX-OPEN-SW
           ELSE
               DISPLAY "INTAUDIT: unable to open TAXMSTR, status "
                       TAXMSTR-STATUS
               MOVE "Y" TO AUD-DONE-SW
           END-IF
           OPEN INPUT WIZMSTR-FILE
           IF WIZMSTR-OK
               MOVE "Y" TO AUD-WIZ-OPEN-SW
           ELSE
               DISPLAY "INTAUDIT: unable to open WIZMSTR, status "
                       WIZMSTR-STATUS
               MOVE "Y" TO AUD-DONE-SW
           END-IF
           OPEN INPUT WIZSTATE-FILE
           IF WIZSTATE-OK
               MOVE "Y" TO AUD-ROSTER-OPEN-SW
           ELSE
               DISPLAY "INTAUDIT: unable to open WIZSTATE, status "
                       WIZSTATE-STATUS
               MOVE "Y" TO AUD-DONE-SW
           END-IF
           IF AUD-DONE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************************
      *  LOOKUP-TAXPAYER / LOOKUP-WIZARD / LOOKUP-ROSTER - random
      *  reads of the masters for AUD-TAXPAYER-WK or AUD-WIZARD-WK,
      *  leaving the found switch and, when found, the record.
      *****************************************************************
       LOOKUP-TAXPAYER.
           MOVE AUD-TAXPAYER-WK TO TAXMSTR-FILE-TAXPAYER-ID
           READ TAXMSTR-FILE INTO TAXMSTR-RECORD
               INVALID KEY
                   MOVE "N" TO AUD-TAX-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO AUD-TAX-FOUND-SW
           END-READ.

       LOOKUP-WIZARD.
           MOVE AUD-WIZARD-WK TO WIZMSTR-FILE-WIZARD-ID
           READ WIZMSTR-FILE INTO WIZMSTR-RECORD
               INVALID KEY
                   MOVE "N" TO AUD-WIZ-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO AUD-WIZ-FOUND-SW
           END-READ.

       LOOKUP-ROSTER.
           MOVE AUD-WIZARD-WK TO WIZSTATE-FILE-WIZARD-ID
           READ WIZSTATE-FILE INTO WIZSTATE-RECORD
               INVALID KEY
                   MOVE "N" TO AUD-ROSTER-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO AUD-ROSTER-FOUND-SW
           END-READ.

      *****************************************************************
      *  REPORT-FINDING - count a finding under category AUD-CX and
      *  list it.  The caller has filled in the file, date, key and
      *  wizard on AUD-DETAIL-LINE and any figure in AUD-NOTE.
      *****************************************************************
       REPORT-FINDING.
           ADD 1 TO AUD-CC-COUNT (AUD-CX)
           ADD 1 TO AUD-TOTAL-FOUND
           MOVE SPACES TO AUD-DL-TEXT
           STRING AUD-CT-TEXT (AUD-CX) DELIMITED BY "  "
                  " " AUD-NOTE DELIMITED BY SIZE
               INTO AUD-DL-TEXT
           MOVE AUD-DETAIL-LINE TO AUD-LINE
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      *  AUDIT-ROSTER - every roster entry must be a wizard WIZMSTR
      *  knows, and a wizard WIZMAINT has retired must not still hold
      *  gold on it: retired wizards are never punched or provisioned
      *  again, so gold left there is stranded until operations
      *  transfer it off.
      *****************************************************************
       AUDIT-ROSTER.
           MOVE 1 TO AUD-SX
           MOVE "N" TO AUD-SWEEP-DONE-SW
           MOVE LOW-VALUES TO WIZSTATE-FILE-WIZARD-ID
           START WIZSTATE-FILE KEY IS NOT LESS THAN
                   WIZSTATE-FILE-WIZARD-ID
               INVALID KEY
                   MOVE "Y" TO AUD-SWEEP-DONE-SW
           END-START
           PERFORM AUDIT-ONE-ROSTER-ENTRY UNTIL AUD-SWEEP-DONE.

       AUDIT-ONE-ROSTER-ENTRY.
           READ WIZSTATE-FILE NEXT RECORD INTO WIZSTATE-RECORD
               AT END
                   MOVE "Y" TO AUD-SWEEP-DONE-SW
           END-READ
           IF NOT AUD-SWEEP-DONE
               ADD 1 TO AUD-SC-READ (AUD-SX)
               MOVE WIZSTATE-WIZARD-ID TO AUD-WIZARD-WK
               PERFORM LOOKUP-WIZARD
               MOVE "WIZSTATE" TO AUD-DL-FILE
               MOVE SPACES TO AUD-DL-DATE
               MOVE WIZSTATE-WIZARD-ID TO AUD-DL-KEY
               MOVE WIZSTATE-WIZARD-ID TO AUD-DL-WIZARD
               MOVE SPACES TO AUD-NOTE
               IF NOT AUD-WIZ-FOUND
                   MOVE 1 TO AUD-CX
                   PERFORM REPORT-FINDING
               ELSE
                   IF WIZMSTR-RETIRED
                       AND WIZSTATE-GOLD > ZERO
                       MOVE WIZSTATE-GOLD TO AUD-GOLD-WK
                       STRING "gold " AUD-GOLD-WK
                           DELIMITED BY SIZE INTO AUD-NOTE
                       MOVE 2 TO AUD-CX
                       PERFORM REPORT-FINDING
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  AUDIT-WIZARD-MASTER - every wizard WIZMSTR holds as active
      *  must have a roster entry: WIZMAINT writes one with every
      *  add, so a wizard without one has gone from WIZSTATE since,
      *  and WIZPROV and PUNCHER will never provision or punch him.
      *  Retired wizards are looked at from the roster side only.
      *****************************************************************
       AUDIT-WIZARD-MASTER.
           MOVE 2 TO AUD-SX
           MOVE "N" TO AUD-SWEEP-DONE-SW
           MOVE LOW-VALUES TO WIZMSTR-FILE-WIZARD-ID
           START WIZMSTR-FILE KEY IS NOT LESS THAN
                   WIZMSTR-FILE-WIZARD-ID
               INVALID KEY
                   MOVE "Y" TO AUD-SWEEP-DONE-SW
           END-START
           PERFORM AUDIT-ONE-WIZARD-MASTER UNTIL AUD-SWEEP-DONE.

       AUDIT-ONE-WIZARD-MASTER.
           READ WIZMSTR-FILE NEXT RECORD INTO WIZMSTR-RECORD
               AT END
                   MOVE "Y" TO AUD-SWEEP-DONE-SW
           END-READ
           IF NOT AUD-SWEEP-DONE
               ADD 1 TO AUD-SC-READ (AUD-SX)
               IF NOT WIZMSTR-RETIRED
                   MOVE WIZMSTR-WIZARD-ID TO AUD-WIZARD-WK
                   PERFORM LOOKUP-ROSTER
                   IF NOT AUD-ROSTER-FOUND
                       MOVE "WIZMSTR" TO AUD-DL-FILE
                       MOVE SPACES TO AUD-DL-DATE
                       IF WIZMSTR-DATE-ADDED NUMERIC
                           MOVE WIZMSTR-DATE-ADDED TO AUD-DL-DATE
                       END-IF
                       MOVE WIZMSTR-WIZARD-ID TO AUD-DL-KEY
                       MOVE WIZMSTR-WIZARD-ID TO AUD-DL-WIZARD
                       MOVE SPACES TO AUD-NOTE
                       MOVE 12 TO AUD-CX
                       PERFORM REPORT-FINDING
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  AUDIT-CLASSIFICATIONS - every TAXPYCL record must name a
      *  taxpayer TAXMSTR still holds as active.  A deactivated
      *  taxpayer's note carries the date TAXMAINT deactivated it, to
      *  set against the record's own date.
      *****************************************************************
       AUDIT-CLASSIFICATIONS.
           MOVE 3 TO AUD-SX
           MOVE "N" TO AUD-SWEEP-DONE-SW
           OPEN INPUT TAXPYCL-FILE
           MOVE TAXPYCL-STATUS TO AUD-SC-STATUS (AUD-SX)
           IF TAXPYCL-OK
               PERFORM AUDIT-ONE-CLASSIFICATION UNTIL AUD-SWEEP-DONE
               CLOSE TAXPYCL-FILE
           END-IF.

       AUDIT-ONE-CLASSIFICATION.
           READ TAXPYCL-FILE INTO TAXPYCL-RECORD
               AT END
                   MOVE "Y" TO AUD-SWEEP-DONE-SW
           END-READ
           IF NOT AUD-SWEEP-DONE
               ADD 1 TO AUD-SC-READ (AUD-SX)
               MOVE TAXPYCL-TAXPAYER-ID TO AUD-TAXPAYER-WK
               PERFORM LOOKUP-TAXPAYER
               MOVE "TAXPYCL" TO AUD-DL-FILE
               MOVE SPACES TO AUD-DL-DATE
               IF TAXPYCL-BUSN-DATE NUMERIC
                   MOVE TAXPYCL-BUSN-DATE TO AUD-DL-DATE
               END-IF
               MOVE TAXPYCL-TAXPAYER-ID TO AUD-DL-KEY
               MOVE SPACES TO AUD-DL-WIZARD
               MOVE 5 TO AUD-CX
               PERFORM CHECK-TAXPAYER
           END-IF.

      *****************************************************************
      *  CHECK-TAXPAYER - report AUD-TAXPAYER-WK, already looked up,
      *  under category AUD-CX when it is not on TAXMSTR, or under
      *  the deactivated category that follows AUD-CX when it is
      *  there but inactive.
      *****************************************************************
       CHECK-TAXPAYER.
           MOVE SPACES TO AUD-NOTE
           IF NOT AUD-TAX-FOUND
               PERFORM REPORT-FINDING
           ELSE
               IF TAXMSTR-INACTIVE
                   IF TAXMSTR-DATE-DEACTIVATED NUMERIC
                       MOVE TAXMSTR-DATE-DEACTIVATED TO AUD-NOTE
                   END-IF
                   ADD 1 TO AUD-CX
                   PERFORM REPORT-FINDING
               END-IF
           END-IF.

      *****************************************************************
      *  AUDIT-PUNCH-FILES - DMGTRAN, and the punches PUNCHER parked
      *  on the current CARRYOVR generation.  Every wizard a
      *  transaction names must be on WIZMSTR, a punch's taxpayer
      *  must be on TAXMSTR and active, and a parked punch must not
      *  be waiting on a wizard WIZMAINT has retired, since it will
      *  never land.
      *****************************************************************
       AUDIT-PUNCH-FILES.
           MOVE 4 TO AUD-SX
           MOVE "N" TO AUD-SWEEP-DONE-SW
           OPEN INPUT DMGTRAN-FILE
           MOVE DMGTRAN-STATUS TO AUD-SC-STATUS (AUD-SX)
           IF DMGTRAN-OK
               PERFORM AUDIT-ONE-DMGTRAN UNTIL AUD-SWEEP-DONE
               CLOSE DMGTRAN-FILE
           END-IF
           MOVE 5 TO AUD-SX
           MOVE "N" TO AUD-SWEEP-DONE-SW
           OPEN INPUT CARRYOVR-FILE
           MOVE CARRYOVR-STATUS TO AUD-SC-STATUS (AUD-SX)
           IF CARRYOVR-OK
               PERFORM AUDIT-ONE-CARRIED UNTIL AUD-SWEEP-DONE
               CLOSE CARRYOVR-FILE
           END-IF.

       AUDIT-ONE-DMGTRAN.
           READ DMGTRAN-FILE INTO DMGTRAN-RECORD
               AT END
                   MOVE "Y" TO AUD-SWEEP-DONE-SW
           END-READ
           IF NOT AUD-SWEEP-DONE
               ADD 1 TO AUD-SC-READ (AUD-SX)
               MOVE "DMGTRAN" TO AUD-DL-FILE
               MOVE DMGTRAN-ADJ-DATE TO AUD-DL-DATE
               PERFORM AUDIT-PUNCH-RECORD
           END-IF.

       AUDIT-ONE-CARRIED.
           READ CARRYOVR-FILE INTO DMGTRAN-RECORD
               AT END
                   MOVE "Y" TO AUD-SWEEP-DONE-SW
           END-READ
           IF NOT AUD-SWEEP-DONE
               ADD 1 TO AUD-SC-READ (AUD-SX)
               MOVE "CARRYOVR" TO AUD-DL-FILE
               MOVE SPACES TO AUD-DL-DATE
               IF DMGTRAN-CARRY-DATE NUMERIC
                   AND DMGTRAN-CARRY-DATE > ZERO
                   MOVE DMGTRAN-ADJ-DATE TO AUD-DL-DATE
               END-IF
               PERFORM AUDIT-PUNCH-RECORD
           END-IF.

      *****************************************************************
      *  AUDIT-PUNCH-RECORD - the checks common to a DMGTRAN record
      *  and a carried one.  The to-wizard is only checked on an XFER,
      *  the only type that names one.
      *****************************************************************
       AUDIT-PUNCH-RECORD.
           MOVE DMGTRAN-TXN-ID TO AUD-DL-KEY
           MOVE DMGTRAN-WIZARD-ID TO AUD-DL-WIZARD
           MOVE DMGTRAN-WIZARD-ID TO AUD-WIZARD-WK
           PERFORM CHECK-TRANSACTION-WIZARD
           IF DMGTRAN-IS-XFER
               MOVE DMGTRAN-TO-WIZARD-ID TO AUD-DL-WIZARD
               MOVE DMGTRAN-TO-WIZARD-ID TO AUD-WIZARD-WK
               PERFORM CHECK-TRANSACTION-WIZARD
               MOVE DMGTRAN-WIZARD-ID TO AUD-DL-WIZARD
           END-IF
           IF DMGTRAN-IS-PUNCH
               MOVE DMGTRAN-TXN-ID TO AUD-TAXPAYER-WK
               PERFORM LOOKUP-TAXPAYER
               MOVE 7 TO AUD-CX
               PERFORM CHECK-TAXPAYER
           END-IF.

       CHECK-TRANSACTION-WIZARD.
           PERFORM LOOKUP-WIZARD
           MOVE SPACES TO AUD-NOTE
           IF NOT AUD-WIZ-FOUND
               MOVE 4 TO AUD-CX
               PERFORM REPORT-FINDING
           ELSE
               IF WIZMSTR-RETIRED
                   AND AUD-SX = 5
                   IF WIZMSTR-DATE-RETIRED NUMERIC
                       MOVE WIZMSTR-DATE-RETIRED TO AUD-NOTE
                   END-IF
                   MOVE 3 TO AUD-CX
                   PERFORM REPORT-FINDING
               END-IF
           END-IF.

      *****************************************************************
      *  AUDIT-LEDGERS - the live ledger and its archive.  Every entry
      *  must name a wizard WIZMSTR or the roster knows, and a CLOSS
      *  or PAYOUT entry must carry a taxpayer TAXMSTR still holds as
      *  active.  LEDGARCH is not there before the first close, and
      *  its absence is only noted.
      *****************************************************************
       AUDIT-LEDGERS.
           MOVE 6 TO AUD-SX
           MOVE "N" TO AUD-SWEEP-DONE-SW
           OPEN INPUT LEDGER-FILE
           MOVE LEDGER-STATUS TO AUD-SC-STATUS (AUD-SX)
           IF LEDGER-OK
               PERFORM AUDIT-ONE-LIVE-ENTRY UNTIL AUD-SWEEP-DONE
               CLOSE LEDGER-FILE
           END-IF
           MOVE 7 TO AUD-SX
           MOVE "N" TO AUD-SWEEP-DONE-SW
           OPEN INPUT LEDGARCH-FILE
           MOVE LEDGARCH-STATUS TO AUD-SC-STATUS (AUD-SX)
           IF LEDGARCH-OK
               PERFORM AUDIT-ONE-ARCHIVE-ENTRY UNTIL AUD-SWEEP-DONE
               CLOSE LEDGARCH-FILE
           END-IF.

       AUDIT-ONE-LIVE-ENTRY.
           READ LEDGER-FILE INTO LEDGER-RECORD
               AT END
                   MOVE "Y" TO AUD-SWEEP-DONE-SW
           END-READ
           IF NOT AUD-SWEEP-DONE
               MOVE "LEDGER" TO AUD-DL-FILE
               PERFORM AUDIT-LEDGER-ENTRY
           END-IF.

       AUDIT-ONE-ARCHIVE-ENTRY.
           READ LEDGARCH-FILE INTO LEDGER-RECORD
               AT END
                   MOVE "Y" TO AUD-SWEEP-DONE-SW
           END-READ
           IF NOT AUD-SWEEP-DONE
               MOVE "LEDGARCH" TO AUD-DL-FILE
               PERFORM AUDIT-LEDGER-ENTRY
           END-IF.

       AUDIT-LEDGER-ENTRY.
           ADD 1 TO AUD-SC-READ (AUD-SX)
           MOVE LEDGER-DATE TO AUD-DL-DATE
           MOVE LEDGER-TXN-ID TO AUD-DL-KEY
           MOVE LEDGER-WIZARD-ID TO AUD-DL-WIZARD
           MOVE LEDGER-WIZARD-ID TO AUD-WIZARD-WK
           PERFORM LOOKUP-WIZARD
           IF NOT AUD-WIZ-FOUND
               PERFORM LOOKUP-ROSTER
               IF NOT AUD-ROSTER-FOUND
                   MOVE SPACES TO AUD-NOTE
                   MOVE 11 TO AUD-CX
                   PERFORM REPORT-FINDING
               END-IF
           END-IF
           IF LEDGER-IS-COIN-LOSS
               OR LEDGER-IS-PAYOUT
               MOVE LEDGER-TXN-ID TO AUD-TAXPAYER-WK
               PERFORM LOOKUP-TAXPAYER
               MOVE 9 TO AUD-CX
               PERFORM CHECK-TAXPAYER
           END-IF.

      *****************************************************************
      *  PRINT-AUDIT-SUMMARY - the records swept from each file, then
      *  the count under every category, found or not, so a clean
      *  week reads as clean rather than as missing.
      *****************************************************************
       PRINT-AUDIT-SUMMARY.
           IF AUD-SWEPT
               IF AUD-TOTAL-FOUND = ZERO
                   MOVE "No findings" TO AUD-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE SPACES TO AUD-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "Files swept" TO AUD-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "-----------------------------------" TO AUD-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 1 TO AUD-SX
               PERFORM PRINT-ONE-SWEEP UNTIL AUD-SX > 7
               MOVE SPACES TO AUD-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "Findings by category" TO AUD-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "-----------------------------------" TO AUD-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 1 TO AUD-CX
               PERFORM PRINT-ONE-CATEGORY UNTIL AUD-CX > 12
               MOVE "-----------------------------------" TO AUD-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO AUD-SUMMARY-LINE
               MOVE "Total findings" TO AUD-SL-LABEL
               MOVE AUD-TOTAL-FOUND TO AUD-SL-COUNT
               MOVE AUD-SUMMARY-LINE TO AUD-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "Audit refused, no file was swept" TO AUD-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-ONE-SWEEP.
           MOVE SPACES TO AUD-SUMMARY-LINE
           MOVE AUD-SW-NAME (AUD-SX) TO AUD-SL-LABEL
           MOVE AUD-SC-READ (AUD-SX) TO AUD-SL-COUNT
           ADD AUD-SC-READ (AUD-SX) TO AUD-TOTAL-SWEPT
           IF AUD-SX > 2
               AND AUD-SC-STATUS (AUD-SX) NOT = "00"
               STRING "not on hand, status "
                      AUD-SC-STATUS (AUD-SX)
                   DELIMITED BY SIZE INTO AUD-SL-NOTE
           END-IF
           MOVE AUD-SUMMARY-LINE TO AUD-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO AUD-SX.

       PRINT-ONE-CATEGORY.
           MOVE SPACES TO AUD-SUMMARY-LINE
           MOVE AUD-CT-LABEL (AUD-CX) TO AUD-SL-LABEL
           MOVE AUD-CC-COUNT (AUD-CX) TO AUD-SL-COUNT
           MOVE AUD-SUMMARY-LINE TO AUD-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO AUD-CX.

      *****************************************************************
      *  WRITE-REPORT-LINE - common line-out paragraph so every line
      *  of the report goes through the same open-checked WRITE.
      *****************************************************************
       WRITE-REPORT-LINE.
           IF AUD-RPT-OPEN
               WRITE AUDRPT-FILE-RECORD FROM AUD-LINE
           END-IF.

      *****************************************************************
      *  FINALIZE-PROGRAM - a finding, or a file that could not be
      *  swept, ends 4 so the morning EXCPRPT page shows it.
      *  LEDGARCH not being there yet is not counted against it.
      *****************************************************************
       FINALIZE-PROGRAM.
           IF AUD-SWEPT
               IF AUD-TOTAL-FOUND > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE 3 TO AUD-SX
               PERFORM CHECK-ONE-SWEEP UNTIL AUD-SX > 6
           END-IF
           DISPLAY "INTAUDIT: " AUD-TOTAL-FOUND " findings in "
                   AUD-TOTAL-SWEPT " records"
           IF AUD-TAX-OPEN
               CLOSE TAXMSTR-FILE
           END-IF
           IF AUD-WIZ-OPEN
               CLOSE WIZMSTR-FILE
           END-IF
           IF AUD-ROSTER-OPEN
               CLOSE WIZSTATE-FILE
           END-IF
           IF AUD-RPT-OPEN
               CLOSE AUDRPT-FILE
           END-IF
           PERFORM WRITE-RUN-END.

       CHECK-ONE-SWEEP.
           IF AUD-SC-STATUS (AUD-SX) NOT = "00"
               MOVE 4 TO RETURN-CODE
           END-IF
           ADD 1 TO AUD-SX.

      *****************************************************************
      *  WRITE-RUN-END - log the end record with the records swept,
      *  the findings in the rejects column, and the return code.
      *  Counts past what RUNCTL holds are logged at its ceiling.
      *****************************************************************
       WRITE-RUN-END.
           IF RUNCTL-OPEN
               MOVE SPACES TO RUNCTL-RECORD
               MOVE AUD-TODAY TO RUNCTL-BUSN-DATE
               MOVE "INTAUDIT" TO RUNCTL-PROGRAM
               MOVE "E" TO RUNCTL-REC-TYPE
               PERFORM SET-RUNCTL-TIME
               IF AUD-TOTAL-SWEPT > 99999
                   MOVE 99999 TO RUNCTL-RECS-IN
               ELSE
                   MOVE AUD-TOTAL-SWEPT TO RUNCTL-RECS-IN
               END-IF
               MOVE ZEROS TO RUNCTL-RECS-OUT
               IF AUD-TOTAL-FOUND > 99999
                   MOVE 99999 TO RUNCTL-REJECTS
               ELSE
                   MOVE AUD-TOTAL-FOUND TO RUNCTL-REJECTS
               END-IF
               MOVE RETURN-CODE TO RUNCTL-RETURN-CODE
               WRITE RUNCTL-FILE-RECORD FROM RUNCTL-RECORD
               CLOSE RUNCTL-FILE
           END-IF.

       END PROGRAM INTAUDIT.
