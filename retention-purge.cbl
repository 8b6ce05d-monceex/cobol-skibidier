       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPURGE.

      *****************************************************************
      *  RETPURGE is the retention job the accumulating batch files
      *  never had.  RUNCTL, SKIHIST, TAXPYCL and the three reject
      *  files are appended to every night, the LEDGARCH archive
      *  grows with every LEDGCLOS close, and a punch PUNCHER carries
      *  over at a wizard who never stands back up rides every
      *  CARRYOVR generation forever -- while RUNINQ, TRENDRPT,
      *  TAXTRACE and DISTRPT read them front to back every time.
      *  RETPURGE takes each file's retention in days off PARMFIL,
      *  copies every record past it to the xxxxARC dataset the JCL
      *  files as a new generation of the offline archive, and
      *  writes the rest to the xxxxPRG dataset the JCL copies back
      *  over the live file, the way BACKOUT rewrites them.  The
      *  purge audit report shows each file's cutoff and its record
      *  counts before, archived and after.
      *
      *  Two limits override any retention.  Nothing dated after the
      *  last LEDGCLOS close is ever purged: the open period is still
      *  BACKOUT's, RECON's and the GL extract's to work with.  And
      *  nothing dated on or after a business date with a run still
      *  open on RUNCTL -- a SKIBIDIER, PUNCHER, DLYRPT or GLEXTR
      *  start record with no end, or an end at return code 8 or
      *  over, that a RUNOVRD rerun has not yet put right -- is
      *  purged, because the rerun reads those records.  Only those
      *  programs rerun a date; a failed INTAUDIT can never be rerun
      *  for its date and holds nothing.
      *  LEDGARCH is only ever cut back to a close, leaving that
      *  close's BALFWD records to open every wizard's trail, so
      *  WIZSTMT still foots to the roster.  TAXPYCL records from
      *  before the file carried a date are aged as old as the first
      *  dated record behind them; a carried punch from before
      *  PUNCHER stamped the carry date is kept.
      *
      *  Return code 4: the purge ran but was held back by an open
      *  rerun, or no close is on file yet and nothing was purged.
      *  Return code 8: the purge failed or did not prove, and
      *  nothing is to be archived or copied back.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSNDATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSNDATE-STATUS.
           SELECT PARMFIL-FILE ASSIGN TO "PARMFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARMFIL-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.
           SELECT RUNCPRG-FILE ASSIGN TO "RUNCPRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCPRG-STATUS.
           SELECT RUNCARC-FILE ASSIGN TO "RUNCARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCARC-STATUS.
           SELECT SKIHIST-FILE ASSIGN TO "SKIHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKIHIST-STATUS.
           SELECT SKIHPRG-FILE ASSIGN TO "SKIHPRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKIHPRG-STATUS.
           SELECT SKIHARC-FILE ASSIGN TO "SKIHARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKIHARC-STATUS.
           SELECT LEDGARCH-FILE ASSIGN TO "LEDGARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGARCH-STATUS.
           SELECT LARCPRG-FILE ASSIGN TO "LARCPRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LARCPRG-STATUS.
           SELECT LARCARC-FILE ASSIGN TO "LARCARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LARCARC-STATUS.
           SELECT TAXPYCL-FILE ASSIGN TO "TAXPYCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXPYCL-STATUS.
           SELECT TAXPPRG-FILE ASSIGN TO "TAXPPRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXPPRG-STATUS.
           SELECT TAXPARC-FILE ASSIGN TO "TAXPARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXPARC-STATUS.
           SELECT CARRYOVR-FILE ASSIGN TO "CARRYOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARRYOVR-STATUS.
           SELECT CARRPRG-FILE ASSIGN TO "CARRPRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARRPRG-STATUS.
           SELECT CARRARC-FILE ASSIGN TO "CARRARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARRARC-STATUS.
           SELECT SKIREJ-FILE ASSIGN TO "SKIREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKIREJ-STATUS.
           SELECT SKIRPRG-FILE ASSIGN TO "SKIRPRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKIRPRG-STATUS.
           SELECT SKIRARC-FILE ASSIGN TO "SKIRARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKIRARC-STATUS.
           SELECT PUNREJ-FILE ASSIGN TO "PUNREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUNREJ-STATUS.
           SELECT PUNRPRG-FILE ASSIGN TO "PUNRPRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUNRPRG-STATUS.
           SELECT PUNRARC-FILE ASSIGN TO "PUNRARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUNRARC-STATUS.
           SELECT GENREJ-FILE ASSIGN TO "GENREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENREJ-STATUS.
           SELECT GENRPRG-FILE ASSIGN TO "GENRPRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENRPRG-STATUS.
           SELECT GENRARC-FILE ASSIGN TO "GENRARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENRARC-STATUS.
           SELECT PRGRPT-FILE ASSIGN TO "PRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSNDATE-FILE.
       01  BUSNDATE-FILE-RECORD         PIC X(80).

       FD  PARMFIL-FILE.
       01  PARMFIL-FILE-RECORD          PIC X(80).

       FD  LEDGER-FILE.
       01  LEDGER-FILE-RECORD           PIC X(80).

       FD  RUNCTL-FILE.
       01  RUNCTL-FILE-RECORD           PIC X(80).

       FD  RUNCPRG-FILE.
       01  RUNCPRG-FILE-RECORD          PIC X(80).

       FD  RUNCARC-FILE.
       01  RUNCARC-FILE-RECORD          PIC X(80).

       FD  SKIHIST-FILE.
       01  SKIHIST-FILE-RECORD          PIC X(80).

       FD  SKIHPRG-FILE.
       01  SKIHPRG-FILE-RECORD          PIC X(80).

       FD  SKIHARC-FILE.
       01  SKIHARC-FILE-RECORD          PIC X(80).

       FD  LEDGARCH-FILE.
       01  LEDGARCH-FILE-RECORD         PIC X(80).

       FD  LARCPRG-FILE.
       01  LARCPRG-FILE-RECORD          PIC X(80).

       FD  LARCARC-FILE.
       01  LARCARC-FILE-RECORD          PIC X(80).

       FD  TAXPYCL-FILE.
       01  TAXPYCL-FILE-RECORD          PIC X(80).

       FD  TAXPPRG-FILE.
       01  TAXPPRG-FILE-RECORD          PIC X(80).

       FD  TAXPARC-FILE.
       01  TAXPARC-FILE-RECORD          PIC X(80).

       FD  CARRYOVR-FILE.
       01  CARRYOVR-FILE-RECORD         PIC X(80).

       FD  CARRPRG-FILE.
       01  CARRPRG-FILE-RECORD          PIC X(80).

       FD  CARRARC-FILE.
       01  CARRARC-FILE-RECORD          PIC X(80).

       FD  SKIREJ-FILE.
       01  SKIREJ-FILE-RECORD           PIC X(80).

       FD  SKIRPRG-FILE.
       01  SKIRPRG-FILE-RECORD          PIC X(80).

       FD  SKIRARC-FILE.
       01  SKIRARC-FILE-RECORD          PIC X(80).

       FD  PUNREJ-FILE.
       01  PUNREJ-FILE-RECORD           PIC X(80).

       FD  PUNRPRG-FILE.
       01  PUNRPRG-FILE-RECORD          PIC X(80).

       FD  PUNRARC-FILE.
       01  PUNRARC-FILE-RECORD          PIC X(80).

       FD  GENREJ-FILE.
       01  GENREJ-FILE-RECORD           PIC X(80).

       FD  GENRPRG-FILE.
       01  GENRPRG-FILE-RECORD          PIC X(80).

       FD  GENRARC-FILE.
       01  GENRARC-FILE-RECORD          PIC X(80).

       FD  PRGRPT-FILE.
       01  PRGRPT-FILE-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BUSNDATE.
       COPY PARMFIL.
       COPY RUNCTL.
       COPY LEDGER.
       COPY SKIHIST.
       COPY TAXPYCL.
       COPY DMGTRAN.
       COPY REJCTREC.

       01  PRG-LINE              PIC X(80) VALUE SPACES.
       01  PRG-TODAY             PIC 9(08) VALUE ZEROS.
       01  PRG-LAST-CLOSE        PIC 9(08) VALUE ZEROS.
       01  PRG-HOLD-DATE         PIC 9(08) VALUE ZEROS.
       01  PRG-HOLD-PROGRAM      PIC X(09) VALUE SPACES.
       01  PRG-ARCH-BOUNDARY     PIC 9(08) VALUE ZEROS.
       01  PRG-TAXPYCL-LEGACY    PIC 9(08) VALUE ZEROS.
       01  PRG-REC-DATE          PIC 9(08) VALUE ZEROS.
       01  PRG-PARM-VALUE-WK     PIC 9(05) VALUE ZEROS.
       01  PRG-TODAY-INT         PIC 9(08) COMP VALUE ZERO.
       01  PRG-SAFE-INT          PIC 9(08) COMP VALUE ZERO.
       01  PRG-AGE-INT           PIC 9(08) COMP VALUE ZERO.
       01  PRG-FX                PIC 9(02) COMP VALUE ZERO.
       01  PRG-OX                PIC 9(02) COMP VALUE ZERO.
       01  PRG-FREE-OX           PIC 9(02) COMP VALUE ZERO.
       01  PRG-TOTAL-BEFORE      PIC 9(07) VALUE ZEROS.
       01  PRG-TOTAL-ARCHIVED    PIC 9(07) VALUE ZEROS.
       01  PRG-TOTAL-AFTER       PIC 9(07) VALUE ZEROS.

      *****************************************************************
      *  PRG-RETAIN-DEFAULTS - the files RETPURGE trims, the PARMFIL
      *  key that sets each one's retention, and the retention in
      *  days that stands when PARMFIL does not set a usable one.
      *  The subscript order is the order the files are purged and
      *  reported in.
      *****************************************************************
       01  PRG-RETAIN-DEFAULTS.
           05  FILLER            PIC X(26)
                                 VALUE "RUNCTL   RETRUNCTL   00400".
           05  FILLER            PIC X(26)
                                 VALUE "SKIHIST  RETSKIHIST  00750".
           05  FILLER            PIC X(26)
                                 VALUE "LEDGARCH RETLEDGARCH 02555".
           05  FILLER            PIC X(26)
                                 VALUE "TAXPYCL  RETTAXPYCL  00090".
           05  FILLER            PIC X(26)
                                 VALUE "CARRYOVR RETCARRYOVR 00180".
           05  FILLER            PIC X(26)
                                 VALUE "SKIREJ   RETSKIREJ   00090".
           05  FILLER            PIC X(26)
                                 VALUE "PUNREJ   RETPUNREJ   00090".
           05  FILLER            PIC X(26)
                                 VALUE "GENREJ   RETGENREJ   00090".

       01  PRG-FILE-TABLE REDEFINES PRG-RETAIN-DEFAULTS.
           05  PRG-FILE-ENTRY OCCURS 8 TIMES.
               10  PRG-FT-NAME           PIC X(09).
               10  PRG-FT-KEY            PIC X(12).
               10  PRG-FT-RETAIN         PIC 9(05).

      *****************************************************************
      *  PRG-FILE-COUNTS - per file, in PRG-FILE-TABLE order: the
      *  date a record must be older than to go, and the records
      *  read, archived and kept.  Read must equal archived plus
      *  kept for every file or nothing is copied back.
      *****************************************************************
       01  PRG-FILE-COUNTS.
           05  PRG-COUNT-ENTRY OCCURS 8 TIMES.
               10  PRG-FC-LIMIT          PIC 9(08).
               10  PRG-FC-BEFORE         PIC 9(07).
               10  PRG-FC-ARCHIVED       PIC 9(07).
               10  PRG-FC-KEPT           PIC 9(07).
               10  PRG-FC-UNDATED        PIC 9(07).
               10  PRG-FC-HELD-SW        PIC X(01).
                   88  PRG-FC-HELD               VALUE "Y".

      *****************************************************************
      *  PRG-OPEN-TABLE - runs RUNCTL shows started on a business
      *  date and not yet ended under return code 8.  A later clean
      *  end for the same program and date, which is what a RUNOVRD
      *  rerun leaves, frees the slot.
      *****************************************************************
       01  PRG-OPEN-TABLE.
           05  PRG-OPEN-COUNT    PIC 9(02) COMP VALUE ZERO.
           05  PRG-OPEN-ENTRY OCCURS 50 TIMES.
               10  PRG-OPEN-DATE         PIC 9(08).
               10  PRG-OPEN-PROGRAM      PIC X(09).

      *****************************************************************
      *  PRG-COUNT-LINE - fixed-column line for the per-file audit.
      *****************************************************************
       01  PRG-COUNT-HEAD.
           05  FILLER                   PIC X(11) VALUE "File".
           05  FILLER                   PIC X(08) VALUE " Days".
           05  FILLER                   PIC X(11) VALUE "Cutoff".
           05  FILLER                   PIC X(09) VALUE " Before".
           05  FILLER                   PIC X(09) VALUE "Archived".
           05  FILLER                   PIC X(11) VALUE "   After".
           05  FILLER                   PIC X(21) VALUE "Note".

       01  PRG-COUNT-LINE.
           05  PRG-CL-FILE              PIC X(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRG-CL-RETAIN            PIC 9(05).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PRG-CL-LIMIT             PIC 9(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PRG-CL-BEFORE            PIC 9(07).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PRG-CL-ARCHIVED          PIC 9(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PRG-CL-AFTER             PIC 9(07).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  PRG-CL-NOTE              PIC X(21).

       01  BUSNDATE-STATUS       PIC X(02) VALUE SPACES.
           88  BUSNDATE-OK                   VALUE "00".

       01  PARMFIL-STATUS        PIC X(02) VALUE SPACES.
           88  PARMFIL-OK                    VALUE "00".

       01  LEDGER-STATUS         PIC X(02) VALUE SPACES.
           88  LEDGER-OK                     VALUE "00".

       01  RUNCTL-STATUS         PIC X(02) VALUE SPACES.
           88  RUNCTL-OK                     VALUE "00".

       01  RUNCPRG-STATUS        PIC X(02) VALUE SPACES.
           88  RUNCPRG-OK                    VALUE "00".

       01  RUNCARC-STATUS        PIC X(02) VALUE SPACES.
           88  RUNCARC-OK                    VALUE "00".

       01  SKIHIST-STATUS        PIC X(02) VALUE SPACES.
           88  SKIHIST-OK                    VALUE "00".

       01  SKIHPRG-STATUS        PIC X(02) VALUE SPACES.
           88  SKIHPRG-OK                    VALUE "00".

       01  SKIHARC-STATUS        PIC X(02) VALUE SPACES.
           88  SKIHARC-OK                    VALUE "00".

       01  LEDGARCH-STATUS       PIC X(02) VALUE SPACES.
           88  LEDGARCH-OK                   VALUE "00".
           88  LEDGARCH-NO-FILE              VALUE "35".

       01  LARCPRG-STATUS        PIC X(02) VALUE SPACES.
           88  LARCPRG-OK                    VALUE "00".

       01  LARCARC-STATUS        PIC X(02) VALUE SPACES.
           88  LARCARC-OK                    VALUE "00".

       01  TAXPYCL-STATUS        PIC X(02) VALUE SPACES.
           88  TAXPYCL-OK                    VALUE "00".

       01  TAXPPRG-STATUS        PIC X(02) VALUE SPACES.
           88  TAXPPRG-OK                    VALUE "00".

       01  TAXPARC-STATUS        PIC X(02) VALUE SPACES.
           88  TAXPARC-OK                    VALUE "00".

       01  CARRYOVR-STATUS       PIC X(02) VALUE SPACES.
           88  CARRYOVR-OK                   VALUE "00".

       01  CARRPRG-STATUS        PIC X(02) VALUE SPACES.
           88  CARRPRG-OK                    VALUE "00".

       01  CARRARC-STATUS        PIC X(02) VALUE SPACES.
           88  CARRARC-OK                    VALUE "00".

       01  SKIREJ-STATUS         PIC X(02) VALUE SPACES.
           88  SKIREJ-OK                     VALUE "00".
           88  SKIREJ-NO-FILE                VALUE "35".

       01  SKIRPRG-STATUS        PIC X(02) VALUE SPACES.
           88  SKIRPRG-OK                    VALUE "00".

       01  SKIRARC-STATUS        PIC X(02) VALUE SPACES.
           88  SKIRARC-OK                    VALUE "00".

       01  PUNREJ-STATUS         PIC X(02) VALUE SPACES.
           88  PUNREJ-OK                     VALUE "00".
           88  PUNREJ-NO-FILE                VALUE "35".

       01  PUNRPRG-STATUS        PIC X(02) VALUE SPACES.
           88  PUNRPRG-OK                    VALUE "00".

       01  PUNRARC-STATUS        PIC X(02) VALUE SPACES.
           88  PUNRARC-OK                    VALUE "00".

       01  GENREJ-STATUS         PIC X(02) VALUE SPACES.
           88  GENREJ-OK                     VALUE "00".
           88  GENREJ-NO-FILE                VALUE "35".

       01  GENRPRG-STATUS        PIC X(02) VALUE SPACES.
           88  GENRPRG-OK                    VALUE "00".

       01  GENRARC-STATUS        PIC X(02) VALUE SPACES.
           88  GENRARC-OK                    VALUE "00".

       01  PRGRPT-STATUS         PIC X(02) VALUE SPACES.
           88  PRGRPT-OK                     VALUE "00".

       01  PRG-SWITCHES.
           05  PRG-DONE-SW       PIC X(01) VALUE "N".
               88  PRG-DONE                  VALUE "Y".
           05  PRG-SCAN-DONE-SW  PIC X(01) VALUE "N".
               88  PRG-SCAN-DONE             VALUE "Y".
           05  PRG-COPY-DONE-SW  PIC X(01) VALUE "N".
               88  PRG-COPY-DONE             VALUE "Y".
           05  PRG-RPT-OPEN-SW   PIC X(01) VALUE "N".
               88  PRG-RPT-OPEN              VALUE "Y".
           05  PRG-EXPIRED-SW    PIC X(01) VALUE "N".
               88  PRG-EXPIRED               VALUE "Y".
           05  PRG-OPEN-FOUND-SW PIC X(01) VALUE "N".
               88  PRG-OPEN-FOUND            VALUE "Y".
           05  PRG-OPEN-FULL-SW  PIC X(01) VALUE "N".
               88  PRG-OPEN-FULL             VALUE "Y".
           05  PRG-PURGED-SW     PIC X(01) VALUE "N".
               88  PRG-PURGED                VALUE "Y".
           05  PRG-PROVED-SW     PIC X(01) VALUE "Y".
               88  PRG-PROVED                VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-PROGRAM
           IF NOT PRG-DONE
               PERFORM FIND-LAST-CLOSE
           END-IF
           IF NOT PRG-DONE
               PERFORM FIND-OPEN-RERUNS
           END-IF
           IF NOT PRG-DONE
               PERFORM SET-PURGE-CUTOFFS
               PERFORM WRITE-PURGED-FILES
           END-IF
           IF NOT PRG-DONE
               PERFORM PROVE-FILE-COUNTS
               MOVE "Y" TO PRG-PURGED-SW
           END-IF
           PERFORM PRINT-PURGE-REPORT
           PERFORM FINALIZE-PROGRAM
           STOP RUN.

      *****************************************************************
      *  INITIALIZE-PROGRAM - open the report, read the standing
      *  business date every cutoff is measured back from, and load
      *  the retention periods.
      *****************************************************************
       INITIALIZE-PROGRAM.
           OPEN OUTPUT PRGRPT-FILE
           IF PRGRPT-OK
               MOVE "Y" TO PRG-RPT-OPEN-SW
           ELSE
               DISPLAY "RETPURGE: unable to open PRGRPT, status "
                       PRGRPT-STATUS
           END-IF
           MOVE ZEROS TO PRG-FILE-COUNTS
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
               MOVE BUSNDATE-DATE TO PRG-TODAY
               COMPUTE PRG-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(PRG-TODAY)
               PERFORM LOAD-RETENTION-PARMS
           ELSE
               DISPLAY "RETPURGE: no usable business date on "
                       "BUSNDATE, purge refused"
               MOVE "Y" TO PRG-DONE-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************************
      *  LOAD-RETENTION-PARMS - a RETxxxx key overlays its file's
      *  default retention when the value is numeric and not zero,
      *  the way REJFIX checks FIXAGELIMIT.  Keys belonging to other
      *  programs pass straight by.
      *****************************************************************
       LOAD-RETENTION-PARMS.
           MOVE "N" TO PRG-SCAN-DONE-SW
           OPEN INPUT PARMFIL-FILE
           IF PARMFIL-OK
               PERFORM LOAD-ONE-PARM UNTIL PRG-SCAN-DONE
               CLOSE PARMFIL-FILE
           END-IF.

       LOAD-ONE-PARM.
           READ PARMFIL-FILE INTO PARMFIL-RECORD
               AT END
                   MOVE "Y" TO PRG-SCAN-DONE-SW
           END-READ
           IF NOT PRG-SCAN-DONE
               MOVE 1 TO PRG-FX
               PERFORM MATCH-ONE-PARM UNTIL PRG-FX > 8
           END-IF.

       MATCH-ONE-PARM.
           IF PARMFIL-KEY = PRG-FT-KEY (PRG-FX)
               IF PARMFIL-VALUE NOT NUMERIC
                   DISPLAY "RETPURGE: " PRG-FT-KEY (PRG-FX)
                           " is not numeric, default stands"
               ELSE
                   MOVE PARMFIL-VALUE TO PRG-PARM-VALUE-WK
                   IF PRG-PARM-VALUE-WK = ZERO
                       DISPLAY "RETPURGE: " PRG-FT-KEY (PRG-FX)
                               " must not be zero, default stands"
                   ELSE
                       MOVE PRG-PARM-VALUE-WK TO PRG-FT-RETAIN (PRG-FX)
                   END-IF
               END-IF
           END-IF
           ADD 1 TO PRG-FX.

      *****************************************************************
      *  FIND-LAST-CLOSE - LEDGCLOS leads the new live ledger with
      *  its BALFWD records dated at the cutoff, so the latest BALFWD
      *  date on LEDGER is the last close.  Without LEDGER there is
      *  no telling what is closed, and the purge is refused.
      *****************************************************************
       FIND-LAST-CLOSE.
           MOVE "N" TO PRG-SCAN-DONE-SW
           OPEN INPUT LEDGER-FILE
           IF LEDGER-OK
               PERFORM SCAN-ONE-LEDGER UNTIL PRG-SCAN-DONE
               CLOSE LEDGER-FILE
           ELSE
               DISPLAY "RETPURGE: unable to open LEDGER, status "
                       LEDGER-STATUS ", purge refused"
               MOVE "Y" TO PRG-DONE-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       SCAN-ONE-LEDGER.
           READ LEDGER-FILE INTO LEDGER-RECORD
               AT END
                   MOVE "Y" TO PRG-SCAN-DONE-SW
           END-READ
           IF NOT PRG-SCAN-DONE
               IF LEDGER-IS-BALFWD
                   AND LEDGER-DATE NUMERIC
                   AND LEDGER-DATE > PRG-LAST-CLOSE
                   MOVE LEDGER-DATE TO PRG-LAST-CLOSE
               END-IF
           END-IF.

      *****************************************************************
      *  FIND-OPEN-RERUNS - walk RUNCTL keeping the runs that started
      *  and have not ended clean.  Only SKIBIDIER, PUNCHER, DLYRPT
      *  and GLEXTR runs count: they are the ones a RUNOVRD rerun
      *  puts right.  A start opens a slot for its program and date;
      *  an end under return code 8 for the same program and date
      *  closes it.  The earliest date still open
      *  when the file is done is the hold: nothing on or after it is
      *  purged.  A table too small to follow every open run holds
      *  from the earliest date it could not follow as well.  Without
      *  RUNCTL there is no telling what is still open, and the purge
      *  is refused.
      *****************************************************************
       FIND-OPEN-RERUNS.
           MOVE "N" TO PRG-SCAN-DONE-SW
           OPEN INPUT RUNCTL-FILE
           IF RUNCTL-OK
               PERFORM SCAN-ONE-RUNCTL UNTIL PRG-SCAN-DONE
               CLOSE RUNCTL-FILE
               MOVE 1 TO PRG-OX
               PERFORM NOTE-ONE-OPEN-RUN
                   UNTIL PRG-OX > PRG-OPEN-COUNT
           ELSE
               DISPLAY "RETPURGE: unable to open RUNCTL, status "
                       RUNCTL-STATUS ", purge refused"
               MOVE "Y" TO PRG-DONE-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       SCAN-ONE-RUNCTL.
           READ RUNCTL-FILE INTO RUNCTL-RECORD
               AT END
                   MOVE "Y" TO PRG-SCAN-DONE-SW
           END-READ
           IF NOT PRG-SCAN-DONE
               AND RUNCTL-BUSN-DATE NUMERIC
               AND RUNCTL-IS-RERUNNABLE
               PERFORM FIND-OPEN-RUN
               EVALUATE TRUE
                   WHEN RUNCTL-IS-START
                       AND NOT PRG-OPEN-FOUND
                       PERFORM ADD-OPEN-RUN
                   WHEN RUNCTL-IS-END
                       AND PRG-OPEN-FOUND
                       AND RUNCTL-RETURN-CODE NUMERIC
                       AND RUNCTL-RETURN-CODE < 8
                       MOVE ZEROS TO PRG-OPEN-DATE (PRG-OX)
                       MOVE SPACES TO PRG-OPEN-PROGRAM (PRG-OX)
               END-EVALUATE
           END-IF.

      *****************************************************************
      *  FIND-OPEN-RUN - look for the program and date in
      *  RUNCTL-RECORD among the open runs, leaving PRG-OX on it when
      *  PRG-OPEN-FOUND and PRG-FREE-OX on a freed slot, if any.
      *****************************************************************
       FIND-OPEN-RUN.
           MOVE "N" TO PRG-OPEN-FOUND-SW
           MOVE ZERO TO PRG-FREE-OX
           MOVE 1 TO PRG-OX
           PERFORM CHECK-ONE-OPEN-RUN
               UNTIL PRG-OPEN-FOUND
                   OR PRG-OX > PRG-OPEN-COUNT.

       CHECK-ONE-OPEN-RUN.
           IF PRG-OPEN-DATE (PRG-OX) = RUNCTL-BUSN-DATE
               AND PRG-OPEN-PROGRAM (PRG-OX) = RUNCTL-PROGRAM
               MOVE "Y" TO PRG-OPEN-FOUND-SW
           ELSE
               IF PRG-OPEN-DATE (PRG-OX) = ZERO
                   AND PRG-FREE-OX = ZERO
                   MOVE PRG-OX TO PRG-FREE-OX
               END-IF
               ADD 1 TO PRG-OX
           END-IF.

       ADD-OPEN-RUN.
           IF PRG-FREE-OX = ZERO
               AND PRG-OPEN-COUNT < 50
               ADD 1 TO PRG-OPEN-COUNT
               MOVE PRG-OPEN-COUNT TO PRG-FREE-OX
           END-IF
           IF PRG-FREE-OX = ZERO
               IF NOT PRG-OPEN-FULL
                   OR RUNCTL-BUSN-DATE < PRG-HOLD-DATE
                   MOVE RUNCTL-BUSN-DATE TO PRG-HOLD-DATE
                   MOVE RUNCTL-PROGRAM TO PRG-HOLD-PROGRAM
               END-IF
               MOVE "Y" TO PRG-OPEN-FULL-SW
           ELSE
               MOVE RUNCTL-BUSN-DATE TO PRG-OPEN-DATE (PRG-FREE-OX)
               MOVE RUNCTL-PROGRAM TO PRG-OPEN-PROGRAM (PRG-FREE-OX)
           END-IF.

       NOTE-ONE-OPEN-RUN.
           IF PRG-OPEN-DATE (PRG-OX) > ZERO
               IF PRG-HOLD-DATE = ZERO
                   OR PRG-OPEN-DATE (PRG-OX) < PRG-HOLD-DATE
                   MOVE PRG-OPEN-DATE (PRG-OX) TO PRG-HOLD-DATE
                   MOVE PRG-OPEN-PROGRAM (PRG-OX) TO PRG-HOLD-PROGRAM
               END-IF
           END-IF
           ADD 1 TO PRG-OX.

      *****************************************************************
      *  SET-PURGE-CUTOFFS - each file's cutoff is the business date
      *  less its retention, pulled back to the day after the last
      *  close and back again to an open rerun's date; a record goes
      *  only when dated before its file's cutoff.  With no close on
      *  file yet every cutoff is zero and nothing goes.
      *****************************************************************
       SET-PURGE-CUTOFFS.
           IF PRG-LAST-CLOSE > ZERO
               COMPUTE PRG-SAFE-INT =
                   FUNCTION INTEGER-OF-DATE(PRG-LAST-CLOSE) + 1
               IF PRG-HOLD-DATE > ZERO
                   AND FUNCTION INTEGER-OF-DATE(PRG-HOLD-DATE)
                       < PRG-SAFE-INT
                   COMPUTE PRG-SAFE-INT =
                       FUNCTION INTEGER-OF-DATE(PRG-HOLD-DATE)
               END-IF
               MOVE 1 TO PRG-FX
               PERFORM SET-ONE-CUTOFF UNTIL PRG-FX > 8
           ELSE
               DISPLAY "RETPURGE: no LEDGCLOS close on file, "
                       "nothing is purged"
           END-IF.

       SET-ONE-CUTOFF.
           IF PRG-FT-RETAIN (PRG-FX) < PRG-TODAY-INT
               COMPUTE PRG-AGE-INT =
                   PRG-TODAY-INT - PRG-FT-RETAIN (PRG-FX)
               IF PRG-AGE-INT > PRG-SAFE-INT
                   MOVE PRG-SAFE-INT TO PRG-AGE-INT
                   IF PRG-HOLD-DATE > ZERO
                       AND FUNCTION INTEGER-OF-DATE(PRG-HOLD-DATE)
                           = PRG-SAFE-INT
                       MOVE "Y" TO PRG-FC-HELD-SW (PRG-FX)
                   END-IF
               END-IF
               COMPUTE PRG-FC-LIMIT (PRG-FX) =
                   FUNCTION DATE-OF-INTEGER(PRG-AGE-INT)
           END-IF
           ADD 1 TO PRG-FX.

      *****************************************************************
      *  CHECK-RECORD-DATE - is the record dated PRG-REC-DATE past
      *  the cutoff for file PRG-FX.  A record with no usable date
      *  cannot be aged and is kept.
      *****************************************************************
       CHECK-RECORD-DATE.
           MOVE "N" TO PRG-EXPIRED-SW
           IF PRG-REC-DATE NUMERIC
               AND PRG-REC-DATE > ZERO
               IF PRG-REC-DATE < PRG-FC-LIMIT (PRG-FX)
                   MOVE "Y" TO PRG-EXPIRED-SW
               END-IF
           ELSE
               ADD 1 TO PRG-FC-UNDATED (PRG-FX)
           END-IF
           ADD 1 TO PRG-FC-BEFORE (PRG-FX)
           IF PRG-EXPIRED
               ADD 1 TO PRG-FC-ARCHIVED (PRG-FX)
           ELSE
               ADD 1 TO PRG-FC-KEPT (PRG-FX)
           END-IF.

      *****************************************************************
      *  WRITE-PURGED-FILES - split each file into its archive and
      *  kept datasets.  Any dataset that will not open ends the run
      *  with return code 8, which holds every archive and copy-back
      *  step.
      *****************************************************************
       WRITE-PURGED-FILES.
           PERFORM PURGE-RUN-CONTROL
           IF NOT PRG-DONE
               PERFORM PURGE-SKIHIST
           END-IF
           IF NOT PRG-DONE
               PERFORM PURGE-LEDGER-ARCHIVE
           END-IF
           IF NOT PRG-DONE
               PERFORM PURGE-TAXPYCL
           END-IF
           IF NOT PRG-DONE
               PERFORM PURGE-CARRYOVER
           END-IF
           IF NOT PRG-DONE
               PERFORM PURGE-SKIREJ
           END-IF
           IF NOT PRG-DONE
               PERFORM PURGE-PUNREJ
           END-IF
           IF NOT PRG-DONE
               PERFORM PURGE-GENREJ
           END-IF.

      *****************************************************************
      *  PURGE-FILE-FAILED - a live file, or its archive or kept
      *  dataset, would not open.  A live file that cannot be read
      *  would leave its kept copy short, and copying that back would
      *  lose every record it holds.  Only LEDGARCH and the reject
      *  files may be missing outright: nothing has been written to
      *  them yet, and they split into two empty datasets.
      *****************************************************************
       PURGE-FILE-FAILED.
           DISPLAY "RETPURGE: unable to open " PRG-FT-NAME (PRG-FX)
                   " or its purge datasets, purge abandoned"
           MOVE "Y" TO PRG-DONE-SW
           MOVE 8 TO RETURN-CODE.

       PURGE-RUN-CONTROL.
           MOVE 1 TO PRG-FX
           OPEN OUTPUT RUNCPRG-FILE
           OPEN OUTPUT RUNCARC-FILE
           IF RUNCPRG-OK AND RUNCARC-OK
               MOVE "N" TO PRG-COPY-DONE-SW
               OPEN INPUT RUNCTL-FILE
               IF RUNCTL-OK
                   PERFORM PURGE-ONE-RUNCTL UNTIL PRG-COPY-DONE
                   CLOSE RUNCTL-FILE
               ELSE
                   PERFORM PURGE-FILE-FAILED
               END-IF
               CLOSE RUNCPRG-FILE
               CLOSE RUNCARC-FILE
           ELSE
               PERFORM PURGE-FILE-FAILED
           END-IF.

       PURGE-ONE-RUNCTL.
           READ RUNCTL-FILE INTO RUNCTL-RECORD
               AT END
                   MOVE "Y" TO PRG-COPY-DONE-SW
           END-READ
           IF NOT PRG-COPY-DONE
               MOVE RUNCTL-BUSN-DATE TO PRG-REC-DATE
               PERFORM CHECK-RECORD-DATE
               IF PRG-EXPIRED
                   WRITE RUNCARC-FILE-RECORD FROM RUNCTL-RECORD
               ELSE
                   WRITE RUNCPRG-FILE-RECORD FROM RUNCTL-RECORD
               END-IF
           END-IF.

       PURGE-SKIHIST.
           MOVE 2 TO PRG-FX
           OPEN OUTPUT SKIHPRG-FILE
           OPEN OUTPUT SKIHARC-FILE
           IF SKIHPRG-OK AND SKIHARC-OK
               MOVE "N" TO PRG-COPY-DONE-SW
               OPEN INPUT SKIHIST-FILE
               IF SKIHIST-OK
                   PERFORM PURGE-ONE-SKIHIST UNTIL PRG-COPY-DONE
                   CLOSE SKIHIST-FILE
               ELSE
                   PERFORM PURGE-FILE-FAILED
               END-IF
               CLOSE SKIHPRG-FILE
               CLOSE SKIHARC-FILE
           ELSE
               PERFORM PURGE-FILE-FAILED
           END-IF.

       PURGE-ONE-SKIHIST.
           READ SKIHIST-FILE INTO SKIHIST-RECORD
               AT END
                   MOVE "Y" TO PRG-COPY-DONE-SW
           END-READ
           IF NOT PRG-COPY-DONE
               MOVE SKIHIST-DATE TO PRG-REC-DATE
               PERFORM CHECK-RECORD-DATE
               IF PRG-EXPIRED
                   WRITE SKIHARC-FILE-RECORD FROM SKIHIST-RECORD
               ELSE
                   WRITE SKIHPRG-FILE-RECORD FROM SKIHIST-RECORD
               END-IF
           END-IF.

      *****************************************************************
      *  PURGE-LEDGER-ARCHIVE - LEDGARCH is cut back to the latest
      *  close before its cutoff and no further: a first pass finds
      *  that close's BALFWD date, and the second archives everything
      *  on or before it except that close's own BALFWD records,
      *  which stay to carry each wizard's balance forward.  No close
      *  before the cutoff leaves LEDGARCH whole.
      *****************************************************************
       PURGE-LEDGER-ARCHIVE.
           MOVE 3 TO PRG-FX
           MOVE "N" TO PRG-SCAN-DONE-SW
           OPEN INPUT LEDGARCH-FILE
           IF LEDGARCH-OK
               PERFORM FIND-ONE-ARCHIVE-CLOSE UNTIL PRG-SCAN-DONE
               CLOSE LEDGARCH-FILE
           ELSE
               IF NOT LEDGARCH-NO-FILE
                   PERFORM PURGE-FILE-FAILED
               END-IF
           END-IF
           IF NOT PRG-DONE
               PERFORM SPLIT-LEDGER-ARCHIVE
           END-IF.

       SPLIT-LEDGER-ARCHIVE.
           OPEN OUTPUT LARCPRG-FILE
           OPEN OUTPUT LARCARC-FILE
           IF LARCPRG-OK AND LARCARC-OK
               MOVE "N" TO PRG-COPY-DONE-SW
               OPEN INPUT LEDGARCH-FILE
               IF LEDGARCH-OK
                   PERFORM PURGE-ONE-LEDGARCH UNTIL PRG-COPY-DONE
                   CLOSE LEDGARCH-FILE
               ELSE
                   IF NOT LEDGARCH-NO-FILE
                       PERFORM PURGE-FILE-FAILED
                   END-IF
               END-IF
               CLOSE LARCPRG-FILE
               CLOSE LARCARC-FILE
           ELSE
               PERFORM PURGE-FILE-FAILED
           END-IF.

       FIND-ONE-ARCHIVE-CLOSE.
           READ LEDGARCH-FILE INTO LEDGER-RECORD
               AT END
                   MOVE "Y" TO PRG-SCAN-DONE-SW
           END-READ
           IF NOT PRG-SCAN-DONE
               IF LEDGER-IS-BALFWD
                   AND LEDGER-DATE NUMERIC
                   AND LEDGER-DATE < PRG-FC-LIMIT (PRG-FX)
                   AND LEDGER-DATE > PRG-ARCH-BOUNDARY
                   MOVE LEDGER-DATE TO PRG-ARCH-BOUNDARY
               END-IF
           END-IF.

       PURGE-ONE-LEDGARCH.
           READ LEDGARCH-FILE INTO LEDGER-RECORD
               AT END
                   MOVE "Y" TO PRG-COPY-DONE-SW
           END-READ
           IF NOT PRG-COPY-DONE
               MOVE LEDGER-DATE TO PRG-REC-DATE
               PERFORM CHECK-RECORD-DATE
               IF PRG-EXPIRED
                   IF LEDGER-DATE > PRG-ARCH-BOUNDARY
                       OR (LEDGER-DATE = PRG-ARCH-BOUNDARY
                           AND LEDGER-IS-BALFWD)
                       MOVE "N" TO PRG-EXPIRED-SW
                       SUBTRACT 1 FROM PRG-FC-ARCHIVED (PRG-FX)
                       ADD 1 TO PRG-FC-KEPT (PRG-FX)
                   END-IF
               END-IF
               IF PRG-EXPIRED
                   WRITE LARCARC-FILE-RECORD FROM LEDGER-RECORD
               ELSE
                   WRITE LARCPRG-FILE-RECORD FROM LEDGER-RECORD
               END-IF
           END-IF.

      *****************************************************************
      *  PURGE-TAXPYCL - records from before TAXPYCL carried a date
      *  all sit ahead of the first dated one, so a first pass finds
      *  that date and an undated record is aged as that old.  A
      *  file with no dated record at all is kept whole.
      *****************************************************************
       PURGE-TAXPYCL.
           MOVE 4 TO PRG-FX
           MOVE "N" TO PRG-SCAN-DONE-SW
           OPEN INPUT TAXPYCL-FILE
           IF TAXPYCL-OK
               PERFORM FIND-FIRST-TAXPYCL-DATE UNTIL PRG-SCAN-DONE
               CLOSE TAXPYCL-FILE
           ELSE
               PERFORM PURGE-FILE-FAILED
           END-IF
           IF NOT PRG-DONE
               PERFORM SPLIT-TAXPYCL
           END-IF.

       SPLIT-TAXPYCL.
           OPEN OUTPUT TAXPPRG-FILE
           OPEN OUTPUT TAXPARC-FILE
           IF TAXPPRG-OK AND TAXPARC-OK
               MOVE "N" TO PRG-COPY-DONE-SW
               OPEN INPUT TAXPYCL-FILE
               IF TAXPYCL-OK
                   PERFORM PURGE-ONE-TAXPYCL UNTIL PRG-COPY-DONE
                   CLOSE TAXPYCL-FILE
               ELSE
                   PERFORM PURGE-FILE-FAILED
               END-IF
               CLOSE TAXPPRG-FILE
               CLOSE TAXPARC-FILE
           ELSE
               PERFORM PURGE-FILE-FAILED
           END-IF.

       FIND-FIRST-TAXPYCL-DATE.
           READ TAXPYCL-FILE INTO TAXPYCL-RECORD
               AT END
                   MOVE "Y" TO PRG-SCAN-DONE-SW
           END-READ
           IF NOT PRG-SCAN-DONE
               IF TAXPYCL-BUSN-DATE NUMERIC
                   AND TAXPYCL-BUSN-DATE > ZERO
                   MOVE TAXPYCL-BUSN-DATE TO PRG-TAXPYCL-LEGACY
                   MOVE "Y" TO PRG-SCAN-DONE-SW
               END-IF
           END-IF.

       PURGE-ONE-TAXPYCL.
           READ TAXPYCL-FILE INTO TAXPYCL-RECORD
               AT END
                   MOVE "Y" TO PRG-COPY-DONE-SW
           END-READ
           IF NOT PRG-COPY-DONE
               IF TAXPYCL-BUSN-DATE NUMERIC
                   AND TAXPYCL-BUSN-DATE > ZERO
                   MOVE TAXPYCL-BUSN-DATE TO PRG-REC-DATE
               ELSE
                   MOVE PRG-TAXPYCL-LEGACY TO PRG-REC-DATE
               END-IF
               PERFORM CHECK-RECORD-DATE
               IF PRG-EXPIRED
                   WRITE TAXPARC-FILE-RECORD FROM TAXPYCL-RECORD
               ELSE
                   WRITE TAXPPRG-FILE-RECORD FROM TAXPYCL-RECORD
               END-IF
           END-IF.

      *****************************************************************
      *  PURGE-CARRYOVER - the current CARRYOVR generation, aged by
      *  the date PUNCHER first carried each punch over on.  A punch
      *  carried that long is at a wizard nobody has stood back up,
      *  and would otherwise ride every generation from here on.
      *****************************************************************
       PURGE-CARRYOVER.
           MOVE 5 TO PRG-FX
           OPEN OUTPUT CARRPRG-FILE
           OPEN OUTPUT CARRARC-FILE
           IF CARRPRG-OK AND CARRARC-OK
               MOVE "N" TO PRG-COPY-DONE-SW
               OPEN INPUT CARRYOVR-FILE
               IF CARRYOVR-OK
                   PERFORM PURGE-ONE-CARRIED UNTIL PRG-COPY-DONE
                   CLOSE CARRYOVR-FILE
               ELSE
                   PERFORM PURGE-FILE-FAILED
               END-IF
               CLOSE CARRPRG-FILE
               CLOSE CARRARC-FILE
           ELSE
               PERFORM PURGE-FILE-FAILED
           END-IF.

       PURGE-ONE-CARRIED.
           READ CARRYOVR-FILE INTO DMGTRAN-RECORD
               AT END
                   MOVE "Y" TO PRG-COPY-DONE-SW
           END-READ
           IF NOT PRG-COPY-DONE
               MOVE DMGTRAN-CARRY-DATE TO PRG-REC-DATE
               PERFORM CHECK-RECORD-DATE
               IF PRG-EXPIRED
                   WRITE CARRARC-FILE-RECORD FROM DMGTRAN-RECORD
               ELSE
                   WRITE CARRPRG-FILE-RECORD FROM DMGTRAN-RECORD
               END-IF
           END-IF.

      *****************************************************************
      *  PURGE-SKIREJ / PURGE-PUNREJ / PURGE-GENREJ - rejects age by
      *  the business date they were written on.
      *****************************************************************
       PURGE-SKIREJ.
           MOVE 6 TO PRG-FX
           OPEN OUTPUT SKIRPRG-FILE
           OPEN OUTPUT SKIRARC-FILE
           IF SKIRPRG-OK AND SKIRARC-OK
               MOVE "N" TO PRG-COPY-DONE-SW
               OPEN INPUT SKIREJ-FILE
               IF SKIREJ-OK
                   PERFORM PURGE-ONE-SKIREJ UNTIL PRG-COPY-DONE
                   CLOSE SKIREJ-FILE
               ELSE
                   IF NOT SKIREJ-NO-FILE
                       PERFORM PURGE-FILE-FAILED
                   END-IF
               END-IF
               CLOSE SKIRPRG-FILE
               CLOSE SKIRARC-FILE
           ELSE
               PERFORM PURGE-FILE-FAILED
           END-IF.

       PURGE-ONE-SKIREJ.
           READ SKIREJ-FILE INTO REJCTREC-RECORD
               AT END
                   MOVE "Y" TO PRG-COPY-DONE-SW
           END-READ
           IF NOT PRG-COPY-DONE
               MOVE REJCTREC-REJECT-DATE TO PRG-REC-DATE
               PERFORM CHECK-RECORD-DATE
               IF PRG-EXPIRED
                   WRITE SKIRARC-FILE-RECORD FROM REJCTREC-RECORD
               ELSE
                   WRITE SKIRPRG-FILE-RECORD FROM REJCTREC-RECORD
               END-IF
           END-IF.

       PURGE-PUNREJ.
           MOVE 7 TO PRG-FX
           OPEN OUTPUT PUNRPRG-FILE
           OPEN OUTPUT PUNRARC-FILE
           IF PUNRPRG-OK AND PUNRARC-OK
               MOVE "N" TO PRG-COPY-DONE-SW
               OPEN INPUT PUNREJ-FILE
               IF PUNREJ-OK
                   PERFORM PURGE-ONE-PUNREJ UNTIL PRG-COPY-DONE
                   CLOSE PUNREJ-FILE
               ELSE
                   IF NOT PUNREJ-NO-FILE
                       PERFORM PURGE-FILE-FAILED
                   END-IF
               END-IF
               CLOSE PUNRPRG-FILE
               CLOSE PUNRARC-FILE
           ELSE
               PERFORM PURGE-FILE-FAILED
           END-IF.

       PURGE-ONE-PUNREJ.
           READ PUNREJ-FILE INTO REJCTREC-RECORD
               AT END
                   MOVE "Y" TO PRG-COPY-DONE-SW
           END-READ
           IF NOT PRG-COPY-DONE
               MOVE REJCTREC-REJECT-DATE TO PRG-REC-DATE
               PERFORM CHECK-RECORD-DATE
               IF PRG-EXPIRED
                   WRITE PUNRARC-FILE-RECORD FROM REJCTREC-RECORD
               ELSE
                   WRITE PUNRPRG-FILE-RECORD FROM REJCTREC-RECORD
               END-IF
           END-IF.

       PURGE-GENREJ.
           MOVE 8 TO PRG-FX
           OPEN OUTPUT GENRPRG-FILE
           OPEN OUTPUT GENRARC-FILE
           IF GENRPRG-OK AND GENRARC-OK
               MOVE "N" TO PRG-COPY-DONE-SW
               OPEN INPUT GENREJ-FILE
               IF GENREJ-OK
                   PERFORM PURGE-ONE-GENREJ UNTIL PRG-COPY-DONE
                   CLOSE GENREJ-FILE
               ELSE
                   IF NOT GENREJ-NO-FILE
                       PERFORM PURGE-FILE-FAILED
                   END-IF
               END-IF
               CLOSE GENRPRG-FILE
               CLOSE GENRARC-FILE
           ELSE
               PERFORM PURGE-FILE-FAILED
           END-IF.

       PURGE-ONE-GENREJ.
           READ GENREJ-FILE INTO REJCTREC-RECORD
               AT END
                   MOVE "Y" TO PRG-COPY-DONE-SW
           END-READ
           IF NOT PRG-COPY-DONE
               MOVE REJCTREC-REJECT-DATE TO PRG-REC-DATE
               PERFORM CHECK-RECORD-DATE
               IF PRG-EXPIRED
                   WRITE GENRARC-FILE-RECORD FROM REJCTREC-RECORD
               ELSE
                   WRITE GENRPRG-FILE-RECORD FROM REJCTREC-RECORD
               END-IF
           END-IF.

      *****************************************************************
      *  PROVE-FILE-COUNTS - every record read went to exactly one of
      *  the two datasets, file by file, or the copy-back is held.
      *****************************************************************
       PROVE-FILE-COUNTS.
           MOVE 1 TO PRG-FX
           PERFORM PROVE-ONE-FILE UNTIL PRG-FX > 8
           IF NOT PRG-PROVED
               DISPLAY "RETPURGE: purge counts do not prove, nothing "
                       "is to be copied back"
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROVE-ONE-FILE.
           IF PRG-FC-BEFORE (PRG-FX) NOT =
                   PRG-FC-ARCHIVED (PRG-FX) + PRG-FC-KEPT (PRG-FX)
               MOVE "N" TO PRG-PROVED-SW
           END-IF
           ADD PRG-FC-BEFORE (PRG-FX) TO PRG-TOTAL-BEFORE
           ADD PRG-FC-ARCHIVED (PRG-FX) TO PRG-TOTAL-ARCHIVED
           ADD PRG-FC-KEPT (PRG-FX) TO PRG-TOTAL-AFTER
           ADD 1 TO PRG-FX.

      *****************************************************************
      *  PRINT-PURGE-REPORT - the dates the cutoffs were held to,
      *  then each file's retention, cutoff and counts.  A refused
      *  purge prints the dates it got as far as and nothing else.
      *****************************************************************
       PRINT-PURGE-REPORT.
           MOVE "RETPURGE Retention Purge Audit" TO PRG-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "==============================" TO PRG-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PRG-LINE
           STRING "Business date . . . " PRG-TODAY
               DELIMITED BY SIZE INTO PRG-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PRG-LINE
           STRING "Last close  . . . . " PRG-LAST-CLOSE
               DELIMITED BY SIZE INTO PRG-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PRG-LINE
           IF PRG-HOLD-DATE > ZERO
               STRING "Open rerun hold . . " PRG-HOLD-DATE
                   " " PRG-HOLD-PROGRAM
                   DELIMITED BY SIZE INTO PRG-LINE
           ELSE
               MOVE "Open rerun hold . . none" TO PRG-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PRG-LINE
           PERFORM WRITE-REPORT-LINE
           IF PRG-PURGED
               PERFORM PRINT-FILE-COUNTS
           ELSE
               MOVE "Purge refused, no file archived or copied back"
                   TO PRG-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-FILE-COUNTS.
           MOVE PRG-COUNT-HEAD TO PRG-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "-----------------------------------" TO PRG-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO PRG-FX
           PERFORM PRINT-ONE-FILE UNTIL PRG-FX > 8
           MOVE "-----------------------------------" TO PRG-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PRG-LINE
           STRING "Records before  . . " PRG-TOTAL-BEFORE
               DELIMITED BY SIZE INTO PRG-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PRG-LINE
           STRING "Records archived  . " PRG-TOTAL-ARCHIVED
               DELIMITED BY SIZE INTO PRG-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PRG-LINE
           STRING "Records after . . . " PRG-TOTAL-AFTER
               DELIMITED BY SIZE INTO PRG-LINE
           PERFORM WRITE-REPORT-LINE
           IF PRG-PROVED
               MOVE "Overall . . . . . . IN BALANCE" TO PRG-LINE
           ELSE
               MOVE "Overall . . . . . . OUT OF BALANCE" TO PRG-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      *  PRINT-ONE-FILE - one audit line.  The note says why a file
      *  kept more than its retention alone would have: the LEDGARCH
      *  close it was cut back to, a hold, or records with no date.
      *****************************************************************
       PRINT-ONE-FILE.
           MOVE PRG-FT-NAME (PRG-FX) TO PRG-CL-FILE
           MOVE PRG-FT-RETAIN (PRG-FX) TO PRG-CL-RETAIN
           MOVE PRG-FC-LIMIT (PRG-FX) TO PRG-CL-LIMIT
           MOVE PRG-FC-BEFORE (PRG-FX) TO PRG-CL-BEFORE
           MOVE PRG-FC-ARCHIVED (PRG-FX) TO PRG-CL-ARCHIVED
           MOVE PRG-FC-KEPT (PRG-FX) TO PRG-CL-AFTER
           MOVE SPACES TO PRG-CL-NOTE
           EVALUATE TRUE
               WHEN PRG-FX = 3
                   AND PRG-ARCH-BOUNDARY > ZERO
                   STRING "cut to close " PRG-ARCH-BOUNDARY
                       DELIMITED BY SIZE INTO PRG-CL-NOTE
               WHEN PRG-FC-HELD (PRG-FX)
                   MOVE "held by open rerun" TO PRG-CL-NOTE
               WHEN PRG-FC-UNDATED (PRG-FX) > ZERO
                   STRING "undated " PRG-FC-UNDATED (PRG-FX)
                       DELIMITED BY SIZE INTO PRG-CL-NOTE
           END-EVALUATE
           MOVE PRG-COUNT-LINE TO PRG-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO PRG-FX.

      *****************************************************************
      *  WRITE-REPORT-LINE - common line-out paragraph so every line
      *  of the report goes through the same open-checked WRITE.
      *****************************************************************
       WRITE-REPORT-LINE.
           IF PRG-RPT-OPEN
               WRITE PRGRPT-FILE-RECORD FROM PRG-LINE
           END-IF.

      *****************************************************************
      *  FINALIZE-PROGRAM - a purge that ran clean but was held back
      *  by an open rerun, or found no close to purge behind, ends 4
      *  so operations see it; the archive and copy-back steps still
      *  run, since every kept dataset is whole.
      *****************************************************************
       FINALIZE-PROGRAM.
           IF PRG-PURGED
               AND RETURN-CODE = ZERO
               MOVE 1 TO PRG-FX
               PERFORM CHECK-ONE-HOLD UNTIL PRG-FX > 8
               IF PRG-LAST-CLOSE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "RETPURGE: archived " PRG-TOTAL-ARCHIVED
                   " of " PRG-TOTAL-BEFORE " records"
           IF PRG-RPT-OPEN
               CLOSE PRGRPT-FILE
           END-IF.

       CHECK-ONE-HOLD.
           IF PRG-FC-HELD (PRG-FX)
               MOVE 4 TO RETURN-CODE
           END-IF
           ADD 1 TO PRG-FX.

       END PROGRAM RETPURGE.
