       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT.

      *****************************************************************
      *  BACKOUT reverses one night's batch across every file it
      *  touched.  When a bad TAXPYIN or a wrong MOD7RUL or WRDDMG
      *  got through, the only way out used to be the RUNOVRD rerun,
      *  which lays a second pass on top of the first instead of
      *  undoing it.  Given the business date on BKOPARM, BACKOUT
      *  takes back that date's CLOSS, PAYOUT, PROVSN and HEAL, BONUS
      *  and XFER adjustment ledger entries, its TAXPYCL
      *  classifications and SKIHIST record, the DMGTRAN PUNCHGEN
      *  generated and the CARRYOVR generation PUNCHER cut, the
      *  rejects the night wrote, and its RUNCTL records bar those of
      *  a GLEXTR that already sent the journal to the GL; puts
      *  WIZSTATE back to the WIZOPEN opening snapshot with every
      *  wizard WIZPROV stood up that morning back down; and sets
      *  BUSNDATE back a day so the next DAILYBAT's DATEROLL rolls
      *  forward onto the date again for a clean rerun.
      *
      *  Only the standing business date can be backed out -- WIZOPEN
      *  holds the opening roster of the latest night and no other --
      *  and never one on or before the last LEDGCLOS close, whose
      *  entries have already moved to LEDGARCH.  Every check runs,
      *  and the night's ledger entries are proved against the roster
      *  movement back to the snapshot, before a single record is
      *  written; a refused backout changes nothing.  The rewritten
      *  sequential files go to the xxxxBKO datasets, which the later
      *  JCL steps copy back over the live files the way LEDGCLOS
      *  copies LEDGNEW over LEDGER, and the keyed WIZSTATE roster is
      *  saved to WIZBKUP and then restored in place last.  BUSNDATE
      *  is set back and the dated checkpoints cleared only once the
      *  restored roster proves.  The backout report proves record
      *  counts and roster gold before and after.
      *
      *  Return code 0: backed out, CARRYOVR generation to be dropped.
      *  Return code 4: backed out, PUNCHER never ran for the date so
      *  there is no CARRYOVR generation to drop.  Return code 8: the
      *  backout was refused or failed before WIZSTATE was touched,
      *  and nothing is to be copied.  Return code 12: WIZSTATE was
      *  being rewritten when the restore, the BUSNDATE reset or the
      *  gold proof failed; nothing is to be copied, BUSNDATE stands
      *  on the date, and WIZSTATE must be reloaded from WIZBKUP
      *  before the backout is submitted again.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKOPARM-FILE ASSIGN TO "BKOPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKOPARM-STATUS.
           SELECT BUSNDATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSNDATE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.
           SELECT RUNCBKO-FILE ASSIGN TO "RUNCBKO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCBKO-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT LEDGBKO-FILE ASSIGN TO "LEDGBKO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGBKO-STATUS.
           SELECT SKIHIST-FILE ASSIGN TO "SKIHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKIHIST-STATUS.
           SELECT SKIHBKO-FILE ASSIGN TO "SKIHBKO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKIHBKO-STATUS.
           SELECT TAXPYCL-FILE ASSIGN TO "TAXPYCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXPYCL-STATUS.
           SELECT TAXPBKO-FILE ASSIGN TO "TAXPBKO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXPBKO-STATUS.
           SELECT DMGTRAN-FILE ASSIGN TO "DMGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DMGTRAN-STATUS.
           SELECT DMGTBKO-FILE ASSIGN TO "DMGTBKO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DMGTBKO-STATUS.
           SELECT CARRYNEW-FILE ASSIGN TO "CARRYNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARRYNEW-STATUS.
           SELECT SKIREJ-FILE ASSIGN TO "SKIREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKIREJ-STATUS.
           SELECT SKIRBKO-FILE ASSIGN TO "SKIRBKO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKIRBKO-STATUS.
           SELECT PUNREJ-FILE ASSIGN TO "PUNREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUNREJ-STATUS.
           SELECT PUNRBKO-FILE ASSIGN TO "PUNRBKO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUNRBKO-STATUS.
           SELECT GENREJ-FILE ASSIGN TO "GENREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENREJ-STATUS.
           SELECT GENRBKO-FILE ASSIGN TO "GENRBKO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENRBKO-STATUS.
           SELECT WIZOPEN-FILE ASSIGN TO "WIZOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WIZOPEN-STATUS.
           SELECT WIZBKUP-FILE ASSIGN TO "WIZBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WIZBKUP-STATUS.
           SELECT WIZSTATE-FILE ASSIGN TO "WIZSTATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WIZSTATE-FILE-WIZARD-ID
               FILE STATUS IS WIZSTATE-STATUS.
           SELECT SKICKPT-FILE ASSIGN TO "SKICKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SKICKPT-STATUS.
           SELECT PUNCKPT-FILE ASSIGN TO "PUNCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PUNCKPT-STATUS.
           SELECT BKORPT-FILE ASSIGN TO "BKORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKORPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BKOPARM-FILE.
       01  BKOPARM-FILE-RECORD          PIC X(80).

       FD  BUSNDATE-FILE.
       01  BUSNDATE-FILE-RECORD         PIC X(80).

       FD  RUNCTL-FILE.
       01  RUNCTL-FILE-RECORD           PIC X(80).

       FD  RUNCBKO-FILE.
       01  RUNCBKO-FILE-RECORD          PIC X(80).

       FD  LEDGER-FILE.
       01  LEDGER-FILE-RECORD           PIC X(80).

       FD  LEDGBKO-FILE.
       01  LEDGBKO-FILE-RECORD          PIC X(80).

       FD  SKIHIST-FILE.
       01  SKIHIST-FILE-RECORD          PIC X(80).

       FD  SKIHBKO-FILE.
       01  SKIHBKO-FILE-RECORD          PIC X(80).

       FD  TAXPYCL-FILE.
       01  TAXPYCL-FILE-RECORD          PIC X(80).

       FD  TAXPBKO-FILE.
       01  TAXPBKO-FILE-RECORD          PIC X(80).

       FD  DMGTRAN-FILE.
       01  DMGTRAN-FILE-RECORD          PIC X(80).

       FD  DMGTBKO-FILE.
       01  DMGTBKO-FILE-RECORD          PIC X(80).

       FD  CARRYNEW-FILE.
       01  CARRYNEW-FILE-RECORD         PIC X(80).

       FD  SKIREJ-FILE.
       01  SKIREJ-FILE-RECORD           PIC X(80).

       FD  SKIRBKO-FILE.
       01  SKIRBKO-FILE-RECORD          PIC X(80).

       FD  PUNREJ-FILE.
       01  PUNREJ-FILE-RECORD           PIC X(80).

       FD  PUNRBKO-FILE.
       01  PUNRBKO-FILE-RECORD          PIC X(80).

       FD  GENREJ-FILE.
       01  GENREJ-FILE-RECORD           PIC X(80).

       FD  GENRBKO-FILE.
       01  GENRBKO-FILE-RECORD          PIC X(80).

       FD  WIZOPEN-FILE.
       01  WIZOPEN-FILE-RECORD          PIC X(80).

       FD  WIZBKUP-FILE.
       01  WIZBKUP-FILE-RECORD          PIC X(80).

       FD  WIZSTATE-FILE.
       01  WIZSTATE-FILE-RECORD.
           05  WIZSTATE-FILE-WIZARD-ID  PIC X(09).
           05  FILLER                   PIC X(71).

       FD  SKICKPT-FILE.
       01  SKICKPT-FILE-RECORD          PIC X(80).

       FD  PUNCKPT-FILE.
       01  PUNCKPT-FILE-RECORD          PIC X(80).

       FD  BKORPT-FILE.
       01  BKORPT-FILE-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BUSNDATE.
       COPY RUNCTL.
       COPY LEDGER.
       COPY SKIHIST.
       COPY TAXPYCL.
       COPY REJCTREC.
       COPY WIZSTATE.
       COPY SKICKPT.
       COPY PUNCKPT.

       01  BKO-LINE              PIC X(80) VALUE SPACES.
       01  BKO-RECORD-WK         PIC X(80) VALUE SPACES.
       01  BKO-BACKOUT-DATE      PIC 9(08) VALUE ZEROS.
       01  BKO-STANDING-DATE     PIC 9(08) VALUE ZEROS.
       01  BKO-LAST-CLOSE        PIC 9(08) VALUE ZEROS.
       01  BKO-RESET-DATE        PIC 9(08) VALUE ZEROS.
       01  BKO-DATE-INT          PIC 9(08) COMP VALUE ZERO.
       01  BKO-REFUSAL           PIC X(60) VALUE SPACES.
       01  BKO-PROV-IX           PIC 9(03) COMP VALUE ZERO.

      *****************************************************************
      *  BKO-CURRENT-STATE - a wizard's live roster record, read
      *  alongside his WIZOPEN snapshot in WIZSTATE-RECORD.
      *****************************************************************
       01  BKO-CURRENT-STATE.
           05  BKO-CURRENT-WIZARD-ID     PIC X(09).
           05  BKO-CURRENT-HEALTH        PIC 9(03).
           05  BKO-CURRENT-GOLD          PIC 9(03).
           05  FILLER                    PIC X(65).
       01  BKO-RESTORED-COUNT    PIC 9(05) VALUE ZEROS.
       01  BKO-STOOD-DOWN-COUNT  PIC 9(05) VALUE ZEROS.
       01  BKO-SAVED-COUNT       PIC 9(05) VALUE ZEROS.

      *****************************************************************
      *  BKO-PARM-RECORD - the business date to back out.
      *****************************************************************
       01  BKO-PARM-RECORD.
           05  BKO-PARM-DATE             PIC 9(08).
           05  FILLER                    PIC X(72).

      *****************************************************************
      *  Record counts per file, before the backout and taken off by
      *  it.  What stands after is the difference, and the report
      *  proves each file's figures add up.
      *****************************************************************
       01  BKO-FILE-COUNTS.
           05  BKO-LEDGER-BEFORE         PIC 9(07) VALUE ZEROS.
           05  BKO-LEDGER-REMOVED        PIC 9(07) VALUE ZEROS.
           05  BKO-RUNCTL-BEFORE         PIC 9(07) VALUE ZEROS.
           05  BKO-RUNCTL-REMOVED        PIC 9(07) VALUE ZEROS.
           05  BKO-RUNCTL-GLEXTR         PIC 9(07) VALUE ZEROS.
           05  BKO-SKIHIST-BEFORE        PIC 9(07) VALUE ZEROS.
           05  BKO-SKIHIST-REMOVED       PIC 9(07) VALUE ZEROS.
           05  BKO-TAXPYCL-BEFORE        PIC 9(07) VALUE ZEROS.
           05  BKO-TAXPYCL-REMOVED       PIC 9(07) VALUE ZEROS.
           05  BKO-DMGTRAN-BEFORE        PIC 9(07) VALUE ZEROS.
           05  BKO-DMGTRAN-REMOVED       PIC 9(07) VALUE ZEROS.
           05  BKO-CARRY-BEFORE          PIC 9(07) VALUE ZEROS.
           05  BKO-CARRY-REMOVED         PIC 9(07) VALUE ZEROS.
           05  BKO-SKIREJ-BEFORE         PIC 9(07) VALUE ZEROS.
           05  BKO-SKIREJ-REMOVED        PIC 9(07) VALUE ZEROS.
           05  BKO-PUNREJ-BEFORE         PIC 9(07) VALUE ZEROS.
           05  BKO-PUNREJ-REMOVED        PIC 9(07) VALUE ZEROS.
           05  BKO-GENREJ-BEFORE         PIC 9(07) VALUE ZEROS.
           05  BKO-GENREJ-REMOVED        PIC 9(07) VALUE ZEROS.

      *****************************************************************
      *  Ledger activity taken back, and the roster gold it has to
      *  account for.  BKO-COVERED-GOLD is what the wizards being
      *  restored hold now and BKO-PROJECTED-GOLD what they will
      *  hold once restored: the night's CLOSS, PAYOUT and XFROUT
      *  coins come back to the roster and its PROVSN, BONUS and
      *  XFERIN coins come off it, so covered plus the coins returned
      *  less the coins taken off must land on projected exactly, or
      *  the roster moved in ways the ledger cannot explain and the
      *  backout is refused.  HEAL entries move health, not gold, and
      *  are only counted.
      *****************************************************************
       01  BKO-GOLD-FIGURES.
           05  BKO-CLOSS-COUNT           PIC 9(05) VALUE ZEROS.
           05  BKO-CLOSS-GOLD            PIC 9(07) VALUE ZEROS.
           05  BKO-PAYOUT-COUNT          PIC 9(05) VALUE ZEROS.
           05  BKO-PAYOUT-GOLD           PIC 9(07) VALUE ZEROS.
           05  BKO-PROVSN-COUNT          PIC 9(05) VALUE ZEROS.
           05  BKO-PROVSN-GOLD           PIC 9(07) VALUE ZEROS.
           05  BKO-HEAL-COUNT            PIC 9(05) VALUE ZEROS.
           05  BKO-ADJ-IN-COUNT          PIC 9(05) VALUE ZEROS.
           05  BKO-ADJ-IN-GOLD           PIC 9(07) VALUE ZEROS.
           05  BKO-ADJ-OUT-COUNT         PIC 9(05) VALUE ZEROS.
           05  BKO-ADJ-OUT-GOLD          PIC 9(07) VALUE ZEROS.
           05  BKO-BEFORE-GOLD           PIC 9(07) VALUE ZEROS.
           05  BKO-AFTER-GOLD            PIC 9(07) VALUE ZEROS.
           05  BKO-EXPECTED-GOLD         PIC S9(07) VALUE ZEROS.
           05  BKO-COVERED-GOLD          PIC 9(07) VALUE ZEROS.
           05  BKO-PROJECTED-GOLD        PIC 9(07) VALUE ZEROS.
           05  BKO-PROOF-WK              PIC S9(07) VALUE ZEROS.

      *****************************************************************
      *  BKO-PROV-TABLE - the wizards WIZPROV stood up on the date
      *  being backed out, off their PROVSN entries.  Each goes back
      *  down to the zero health and gold WIZPROV found him at.
      *****************************************************************
       01  BKO-PROV-TABLE.
           05  BKO-PROV-COUNT    PIC 9(03) COMP VALUE ZERO.
           05  BKO-PROV-ENTRY OCCURS 500 TIMES.
               10  BKO-PROV-WIZARD-ID    PIC X(09).

      *****************************************************************
      *  BKO-COUNT-LINE - fixed-column line for the per-file counts.
      *****************************************************************
       01  BKO-COUNT-HEAD.
           05  FILLER                   PIC X(12) VALUE "File".
           05  FILLER                   PIC X(10) VALUE "    Before".
           05  FILLER                   PIC X(10) VALUE "   Removed".
           05  FILLER                   PIC X(10) VALUE "     After".
           05  FILLER                   PIC X(38) VALUE SPACES.

       01  BKO-COUNT-LINE.
           05  BKO-CL-FILE              PIC X(09).
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  BKO-CL-BEFORE            PIC 9(07).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  BKO-CL-REMOVED           PIC 9(07).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  BKO-CL-AFTER             PIC 9(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BKO-CL-NOTE              PIC X(36).

       01  BKOPARM-STATUS        PIC X(02) VALUE SPACES.
           88  BKOPARM-OK                    VALUE "00".

       01  BUSNDATE-STATUS       PIC X(02) VALUE SPACES.
           88  BUSNDATE-OK                   VALUE "00".

       01  RUNCTL-STATUS         PIC X(02) VALUE SPACES.
           88  RUNCTL-OK                     VALUE "00".

       01  RUNCBKO-STATUS        PIC X(02) VALUE SPACES.
           88  RUNCBKO-OK                    VALUE "00".

       01  LEDGER-STATUS         PIC X(02) VALUE SPACES.
           88  LEDGER-OK                     VALUE "00".

       01  LEDGBKO-STATUS        PIC X(02) VALUE SPACES.
           88  LEDGBKO-OK                    VALUE "00".

       01  SKIHIST-STATUS        PIC X(02) VALUE SPACES.
           88  SKIHIST-OK                    VALUE "00".

       01  SKIHBKO-STATUS        PIC X(02) VALUE SPACES.
           88  SKIHBKO-OK                    VALUE "00".

       01  TAXPYCL-STATUS        PIC X(02) VALUE SPACES.
           88  TAXPYCL-OK                    VALUE "00".

       01  TAXPBKO-STATUS        PIC X(02) VALUE SPACES.
           88  TAXPBKO-OK                    VALUE "00".

       01  DMGTRAN-STATUS        PIC X(02) VALUE SPACES.
           88  DMGTRAN-OK                    VALUE "00".

       01  DMGTBKO-STATUS        PIC X(02) VALUE SPACES.
           88  DMGTBKO-OK                    VALUE "00".

       01  CARRYNEW-STATUS       PIC X(02) VALUE SPACES.
           88  CARRYNEW-OK                   VALUE "00".

       01  SKIREJ-STATUS         PIC X(02) VALUE SPACES.
           88  SKIREJ-OK                     VALUE "00".
           88  SKIREJ-NO-FILE                VALUE "35".

       01  SKIRBKO-STATUS        PIC X(02) VALUE SPACES.
           88  SKIRBKO-OK                    VALUE "00".

       01  PUNREJ-STATUS         PIC X(02) VALUE SPACES.
           88  PUNREJ-OK                     VALUE "00".
           88  PUNREJ-NO-FILE                VALUE "35".

       01  PUNRBKO-STATUS        PIC X(02) VALUE SPACES.
           88  PUNRBKO-OK                    VALUE "00".

       01  GENREJ-STATUS         PIC X(02) VALUE SPACES.
           88  GENREJ-OK                     VALUE "00".
           88  GENREJ-NO-FILE                VALUE "35".

       01  GENRBKO-STATUS        PIC X(02) VALUE SPACES.
           88  GENRBKO-OK                    VALUE "00".

       01  WIZOPEN-STATUS        PIC X(02) VALUE SPACES.
           88  WIZOPEN-OK                    VALUE "00".

       01  WIZBKUP-STATUS        PIC X(02) VALUE SPACES.
           88  WIZBKUP-OK                    VALUE "00".

       01  WIZSTATE-STATUS       PIC X(02) VALUE SPACES.
           88  WIZSTATE-OK                   VALUE "00".

       01  SKICKPT-STATUS        PIC X(02) VALUE SPACES.
           88  SKICKPT-OK                    VALUE "00".

       01  PUNCKPT-STATUS        PIC X(02) VALUE SPACES.
           88  PUNCKPT-OK                    VALUE "00".

       01  BKORPT-STATUS         PIC X(02) VALUE SPACES.
           88  BKORPT-OK                     VALUE "00".

       01  BKO-SWITCHES.
           05  BKO-DONE-SW       PIC X(01) VALUE "N".
               88  BKO-DONE                  VALUE "Y".
           05  BKO-SCAN-DONE-SW  PIC X(01) VALUE "N".
               88  BKO-SCAN-DONE             VALUE "Y".
           05  BKO-COPY-DONE-SW  PIC X(01) VALUE "N".
               88  BKO-COPY-DONE             VALUE "Y".
           05  BKO-RPT-OPEN-SW   PIC X(01) VALUE "N".
               88  BKO-RPT-OPEN              VALUE "Y".
           05  BKO-STATE-OPEN-SW PIC X(01) VALUE "N".
               88  BKO-STATE-OPEN            VALUE "Y".
           05  BKO-DATE-RAN-SW   PIC X(01) VALUE "N".
               88  BKO-DATE-RAN              VALUE "Y".
           05  BKO-PUNCHER-RAN-SW PIC X(01) VALUE "N".
               88  BKO-PUNCHER-RAN            VALUE "Y".
           05  BKO-GL-SENT-SW    PIC X(01) VALUE "N".
               88  BKO-GL-SENT               VALUE "Y".
           05  BKO-LATER-DATE-SW PIC X(01) VALUE "N".
               88  BKO-LATER-DATE            VALUE "Y".
           05  BKO-PROV-FOUND-SW PIC X(01) VALUE "N".
               88  BKO-PROV-FOUND            VALUE "Y".
           05  BKO-PROV-FULL-SW  PIC X(01) VALUE "N".
               88  BKO-PROV-FULL             VALUE "Y".
           05  BKO-BACKED-OUT-SW PIC X(01) VALUE "N".
               88  BKO-BACKED-OUT            VALUE "Y".
           05  BKO-RESTORE-FAILED-SW PIC X(01) VALUE "N".
               88  BKO-RESTORE-FAILED        VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-PROGRAM
           IF NOT BKO-DONE
               PERFORM SCAN-RUN-CONTROL
           END-IF
           IF NOT BKO-DONE
               PERFORM SCAN-LEDGER
           END-IF
           IF NOT BKO-DONE
               PERFORM CHECK-BACKOUT-DATE
           END-IF
           IF NOT BKO-DONE
               PERFORM OPEN-WIZARD-STATE
           END-IF
           IF NOT BKO-DONE
               PERFORM SUM-ROSTER-GOLD
               MOVE BKO-AFTER-GOLD TO BKO-BEFORE-GOLD
               PERFORM PROJECT-RESTORED-ROSTER
           END-IF
           IF NOT BKO-DONE
               PERFORM PROVE-PROJECTION
           END-IF
           IF NOT BKO-DONE
               PERFORM WRITE-BACKED-OUT-FILES
           END-IF
           IF NOT BKO-DONE
               PERFORM SAVE-WIZARD-STATE
           END-IF
           IF NOT BKO-DONE
               PERFORM RESTORE-WIZARD-STATE
           END-IF
           IF NOT BKO-DONE
               PERFORM SUM-ROSTER-GOLD
               PERFORM CHECK-RESTORED-GOLD
               IF NOT BKO-RESTORE-FAILED
                   PERFORM RESET-BUSINESS-DATE
               END-IF
               IF NOT BKO-RESTORE-FAILED
                   PERFORM CLEAR-DATED-CHECKPOINTS
               END-IF
               MOVE "Y" TO BKO-BACKED-OUT-SW
           END-IF
           PERFORM PRINT-BACKOUT-REPORT
           PERFORM FINALIZE-PROGRAM
           STOP RUN.

      *****************************************************************
      *  INITIALIZE-PROGRAM - open the report, then read the date to
      *  back out and the standing business date.
      *****************************************************************
       INITIALIZE-PROGRAM.
           OPEN OUTPUT BKORPT-FILE
           IF BKORPT-OK
               MOVE "Y" TO BKO-RPT-OPEN-SW
           ELSE
               DISPLAY "BACKOUT: unable to open BKORPT, status "
                       BKORPT-STATUS
           END-IF
           PERFORM READ-BACKOUT-DATE
           IF NOT BKO-DONE
               PERFORM READ-BUSINESS-DATE
           END-IF.

      *****************************************************************
      *  READ-BACKOUT-DATE - the date comes off BKOPARM the way
      *  TAXSETL reads its period: validated, not trusted.
      *****************************************************************
       READ-BACKOUT-DATE.
           OPEN INPUT BKOPARM-FILE
           IF BKOPARM-OK
               READ BKOPARM-FILE INTO BKO-PARM-RECORD
                   AT END
                       MOVE "BKOPARM is empty" TO BKO-REFUSAL
                       PERFORM REFUSE-BACKOUT
               END-READ
               IF NOT BKO-DONE
                   IF BKO-PARM-DATE NUMERIC
                       AND BKO-PARM-DATE > ZERO
                       MOVE BKO-PARM-DATE TO BKO-BACKOUT-DATE
                       DISPLAY "BACKOUT: backing out business date "
                               BKO-BACKOUT-DATE
                   ELSE
                       MOVE "BKOPARM does not carry a usable date"
                           TO BKO-REFUSAL
                       PERFORM REFUSE-BACKOUT
                   END-IF
               END-IF
               CLOSE BKOPARM-FILE
           ELSE
               DISPLAY "BACKOUT: unable to open BKOPARM, status "
                       BKOPARM-STATUS
               MOVE "BKOPARM is not available" TO BKO-REFUSAL
               PERFORM REFUSE-BACKOUT
           END-IF.

      *****************************************************************
      *  READ-BUSINESS-DATE - the standing date DATEROLL last rolled
      *  to.  No usable date means there is nothing to check the
      *  backout date against, so the run ends.
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
               MOVE BUSNDATE-DATE TO BKO-STANDING-DATE
           ELSE
               MOVE "no usable business date on BUSNDATE"
                   TO BKO-REFUSAL
               PERFORM REFUSE-BACKOUT
           END-IF.

      *****************************************************************
      *  REFUSE-BACKOUT - common exit for every check that fails.
      *  Nothing has been written when this is reached, so the files
      *  stand exactly as they were and the copy-back steps are held
      *  by the return code.
      *****************************************************************
       REFUSE-BACKOUT.
           DISPLAY "BACKOUT: " BKO-REFUSAL ", backout refused"
           MOVE "Y" TO BKO-DONE-SW
           MOVE 8 TO RETURN-CODE.

      *****************************************************************
      *  SCAN-RUN-CONTROL - read RUNCTL for what actually ran on the
      *  date: whether PUNCHER started, so WIZOPEN and the newest
      *  CARRYOVR generation belong to it, and whether GLEXTR ended
      *  under 8, so the date's journal has already gone to the GL.
      *  That journal cannot be called back from here: GLEXTR's
      *  RUNCTL records for the date are kept, so the rerun's GLEXTR
      *  refuses a second journal until accounting has reversed the
      *  first and a RUNOVRD is supplied.  A record for any later
      *  date means the batch has moved past the date
      *  and it can no longer be backed out on its own.
      *****************************************************************
       SCAN-RUN-CONTROL.
           MOVE "N" TO BKO-SCAN-DONE-SW
           OPEN INPUT RUNCTL-FILE
           IF RUNCTL-OK
               PERFORM SCAN-ONE-RUNCTL UNTIL BKO-SCAN-DONE
               CLOSE RUNCTL-FILE
               IF BKO-GL-SENT
                   SUBTRACT BKO-RUNCTL-GLEXTR FROM BKO-RUNCTL-REMOVED
                   DISPLAY "BACKOUT: GLEXTR already sent the journal "
                           "for " BKO-BACKOUT-DATE ", reverse it in "
                           "the GL before the rerun"
               END-IF
           ELSE
               DISPLAY "BACKOUT: unable to open RUNCTL, status "
                       RUNCTL-STATUS
               MOVE "RUNCTL is not available" TO BKO-REFUSAL
               PERFORM REFUSE-BACKOUT
           END-IF.

       SCAN-ONE-RUNCTL.
           READ RUNCTL-FILE INTO RUNCTL-RECORD
               AT END
                   MOVE "Y" TO BKO-SCAN-DONE-SW
           END-READ
           IF NOT BKO-SCAN-DONE
               ADD 1 TO BKO-RUNCTL-BEFORE
               EVALUATE TRUE
                   WHEN RUNCTL-BUSN-DATE = BKO-BACKOUT-DATE
                       ADD 1 TO BKO-RUNCTL-REMOVED
                       MOVE "Y" TO BKO-DATE-RAN-SW
                       PERFORM NOTE-DATE-RUN
                   WHEN RUNCTL-BUSN-DATE > BKO-BACKOUT-DATE
                       MOVE "Y" TO BKO-LATER-DATE-SW
               END-EVALUATE
           END-IF.

       NOTE-DATE-RUN.
           IF RUNCTL-PROGRAM = "PUNCHER"
               AND RUNCTL-IS-START
               MOVE "Y" TO BKO-PUNCHER-RAN-SW
           END-IF
           IF RUNCTL-PROGRAM = "GLEXTR"
               ADD 1 TO BKO-RUNCTL-GLEXTR
               IF RUNCTL-IS-END
                   AND RUNCTL-RETURN-CODE IS NUMERIC
                   AND RUNCTL-RETURN-CODE < 8
                   MOVE "Y" TO BKO-GL-SENT-SW
               END-IF
           END-IF.

      *****************************************************************
      *  SCAN-LEDGER - count what comes off the live LEDGER and the
      *  gold it moved, note the wizards WIZPROV stood up on the
      *  date, and find the last LEDGCLOS close: LEDGCLOS leads the
      *  new live ledger with its BALFWD records dated at the cutoff,
      *  so the latest BALFWD date is that close.
      *****************************************************************
       SCAN-LEDGER.
           MOVE "N" TO BKO-SCAN-DONE-SW
           OPEN INPUT LEDGER-FILE
           IF LEDGER-OK
               PERFORM SCAN-ONE-LEDGER UNTIL BKO-SCAN-DONE
               CLOSE LEDGER-FILE
           ELSE
               DISPLAY "BACKOUT: unable to open LEDGER, status "
                       LEDGER-STATUS
               MOVE "LEDGER is not available" TO BKO-REFUSAL
               PERFORM REFUSE-BACKOUT
           END-IF.

       SCAN-ONE-LEDGER.
           READ LEDGER-FILE INTO LEDGER-RECORD
               AT END
                   MOVE "Y" TO BKO-SCAN-DONE-SW
           END-READ
           IF NOT BKO-SCAN-DONE
               ADD 1 TO BKO-LEDGER-BEFORE
               IF LEDGER-IS-BALFWD
                   AND LEDGER-DATE > BKO-LAST-CLOSE
                   MOVE LEDGER-DATE TO BKO-LAST-CLOSE
               END-IF
               IF LEDGER-DATE > BKO-BACKOUT-DATE
                   MOVE "Y" TO BKO-LATER-DATE-SW
               END-IF
               IF LEDGER-DATE = BKO-BACKOUT-DATE
                   AND NOT LEDGER-IS-BALFWD
                   PERFORM TALLY-REMOVED-ENTRY
               END-IF
           END-IF.

       TALLY-REMOVED-ENTRY.
           EVALUATE TRUE
               WHEN LEDGER-IS-COIN-LOSS
                   ADD 1 TO BKO-LEDGER-REMOVED
                   ADD 1 TO BKO-CLOSS-COUNT
                   ADD LEDGER-AMOUNT TO BKO-CLOSS-GOLD
               WHEN LEDGER-IS-PAYOUT
                   ADD 1 TO BKO-LEDGER-REMOVED
                   ADD 1 TO BKO-PAYOUT-COUNT
                   ADD LEDGER-AMOUNT TO BKO-PAYOUT-GOLD
               WHEN LEDGER-IS-PROVISION
                   ADD 1 TO BKO-LEDGER-REMOVED
                   ADD 1 TO BKO-PROVSN-COUNT
                   ADD LEDGER-AMOUNT TO BKO-PROVSN-GOLD
                   PERFORM NOTE-PROVISIONED-WIZARD
               WHEN LEDGER-IS-HEAL
                   ADD 1 TO BKO-LEDGER-REMOVED
                   ADD 1 TO BKO-HEAL-COUNT
               WHEN LEDGER-IS-BONUS
                   OR LEDGER-IS-XFER-IN
                   ADD 1 TO BKO-LEDGER-REMOVED
                   ADD 1 TO BKO-ADJ-IN-COUNT
                   ADD LEDGER-AMOUNT TO BKO-ADJ-IN-GOLD
               WHEN LEDGER-IS-XFER-OUT
                   ADD 1 TO BKO-LEDGER-REMOVED
                   ADD 1 TO BKO-ADJ-OUT-COUNT
                   ADD LEDGER-AMOUNT TO BKO-ADJ-OUT-GOLD
           END-EVALUATE.

      *****************************************************************
      *  NOTE-PROVISIONED-WIZARD - add the wizard to the stood-up
      *  table.  More than the table holds refuses the backout rather
      *  than leaving some of them standing on gold the ledger no
      *  longer shows.
      *****************************************************************
       NOTE-PROVISIONED-WIZARD.
           IF BKO-PROV-COUNT < 500
               ADD 1 TO BKO-PROV-COUNT
               MOVE LEDGER-WIZARD-ID
                   TO BKO-PROV-WIZARD-ID (BKO-PROV-COUNT)
           ELSE
               MOVE "Y" TO BKO-PROV-FULL-SW
           END-IF.

      *****************************************************************
      *  FIND-PROVISIONED-WIZARD - is the wizard in
      *  WIZSTATE-WIZARD-ID one WIZPROV stood up on the date.
      *****************************************************************
       FIND-PROVISIONED-WIZARD.
           MOVE "N" TO BKO-PROV-FOUND-SW
           MOVE 1 TO BKO-PROV-IX
           PERFORM CHECK-ONE-PROVISIONED
               UNTIL BKO-PROV-FOUND
                   OR BKO-PROV-IX > BKO-PROV-COUNT.

       CHECK-ONE-PROVISIONED.
           IF BKO-PROV-WIZARD-ID (BKO-PROV-IX) = WIZSTATE-WIZARD-ID
               MOVE "Y" TO BKO-PROV-FOUND-SW
           ELSE
               ADD 1 TO BKO-PROV-IX
           END-IF.

      *****************************************************************
      *  CHECK-BACKOUT-DATE - the refusals.  Only the standing date
      *  can be backed out, never one the last close has already
      *  archived, and only one the batch actually ran.
      *****************************************************************
       CHECK-BACKOUT-DATE.
           EVALUATE TRUE
               WHEN BKO-BACKOUT-DATE NOT = BKO-STANDING-DATE
                   MOVE "only the standing business date backs out"
                       TO BKO-REFUSAL
                   PERFORM REFUSE-BACKOUT
               WHEN BKO-BACKOUT-DATE NOT > BKO-LAST-CLOSE
                   MOVE "date is on or before the last LEDGCLOS close"
                       TO BKO-REFUSAL
                   PERFORM REFUSE-BACKOUT
               WHEN BKO-LATER-DATE
                   MOVE "RUNCTL or LEDGER already holds a later date"
                       TO BKO-REFUSAL
                   PERFORM REFUSE-BACKOUT
               WHEN NOT BKO-DATE-RAN
                   AND BKO-LEDGER-REMOVED = ZERO
                   MOVE "nothing ran on the date, nothing to back out"
                       TO BKO-REFUSAL
                   PERFORM REFUSE-BACKOUT
               WHEN BKO-PROV-FULL
                   MOVE "more than 500 wizards provisioned on the date"
                       TO BKO-REFUSAL
                   PERFORM REFUSE-BACKOUT
           END-EVALUATE.

      *****************************************************************
      *  OPEN-WIZARD-STATE - the keyed roster, open for the restore.
      *****************************************************************
       OPEN-WIZARD-STATE.
           OPEN I-O WIZSTATE-FILE
           IF WIZSTATE-OK
               MOVE "Y" TO BKO-STATE-OPEN-SW
           ELSE
               DISPLAY "BACKOUT: unable to open WIZSTATE, status "
                       WIZSTATE-STATUS
               MOVE "WIZSTATE is not available" TO BKO-REFUSAL
               PERFORM REFUSE-BACKOUT
           END-IF.

      *****************************************************************
      *  SUM-ROSTER-GOLD - walk the keyed roster front to back and
      *  foot its gold into BKO-AFTER-GOLD: before the backout for
      *  the opening figure, and again after it for the proof.
      *****************************************************************
       SUM-ROSTER-GOLD.
           MOVE ZEROS TO BKO-AFTER-GOLD
           MOVE "N" TO BKO-SCAN-DONE-SW
           MOVE LOW-VALUES TO WIZSTATE-FILE-WIZARD-ID
           START WIZSTATE-FILE
               KEY NOT < WIZSTATE-FILE-WIZARD-ID
               INVALID KEY
                   MOVE "Y" TO BKO-SCAN-DONE-SW
           END-START
           PERFORM SUM-ONE-WIZARD UNTIL BKO-SCAN-DONE.

       SUM-ONE-WIZARD.
           READ WIZSTATE-FILE NEXT RECORD INTO WIZSTATE-RECORD
               AT END
                   MOVE "Y" TO BKO-SCAN-DONE-SW
               NOT AT END
                   ADD WIZSTATE-GOLD TO BKO-AFTER-GOLD
           END-READ.

      *****************************************************************
      *  PROJECT-RESTORED-ROSTER - work out, without writing, what
      *  the wizards being restored hold now and what they will hold
      *  after.  When PUNCHER ran on the date every wizard on WIZOPEN
      *  goes back to his snapshot; when it never got that far the
      *  snapshot is an older night's, and only the wizards WIZPROV
      *  stood up are touched.  Either way a wizard stood up on the
      *  date goes back to zero.
      *****************************************************************
       PROJECT-RESTORED-ROSTER.
           IF BKO-PUNCHER-RAN
               MOVE "N" TO BKO-SCAN-DONE-SW
               OPEN INPUT WIZOPEN-FILE
               IF WIZOPEN-OK
                   PERFORM PROJECT-ONE-SNAPSHOT UNTIL BKO-SCAN-DONE
                   CLOSE WIZOPEN-FILE
               ELSE
                   DISPLAY "BACKOUT: unable to open WIZOPEN, status "
                           WIZOPEN-STATUS
                   MOVE "WIZOPEN snapshot is not available"
                       TO BKO-REFUSAL
                   PERFORM REFUSE-BACKOUT
               END-IF
           ELSE
               MOVE 1 TO BKO-PROV-IX
               PERFORM PROJECT-ONE-STAND-DOWN
                   UNTIL BKO-PROV-IX > BKO-PROV-COUNT
           END-IF.

       PROJECT-ONE-SNAPSHOT.
           READ WIZOPEN-FILE INTO WIZSTATE-RECORD
               AT END
                   MOVE "Y" TO BKO-SCAN-DONE-SW
           END-READ
           IF NOT BKO-SCAN-DONE
               PERFORM FIND-PROVISIONED-WIZARD
               IF NOT BKO-PROV-FOUND
                   ADD WIZSTATE-GOLD TO BKO-PROJECTED-GOLD
               END-IF
               PERFORM ADD-CURRENT-GOLD
           END-IF.

       PROJECT-ONE-STAND-DOWN.
           MOVE BKO-PROV-WIZARD-ID (BKO-PROV-IX)
               TO WIZSTATE-WIZARD-ID
           PERFORM ADD-CURRENT-GOLD
           ADD 1 TO BKO-PROV-IX.

      *****************************************************************
      *  ADD-CURRENT-GOLD - what the wizard in WIZSTATE-WIZARD-ID
      *  holds on the live roster right now.  One missing from the
      *  roster holds nothing.
      *****************************************************************
       ADD-CURRENT-GOLD.
           MOVE WIZSTATE-WIZARD-ID TO WIZSTATE-FILE-WIZARD-ID
           READ WIZSTATE-FILE INTO BKO-CURRENT-STATE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD BKO-CURRENT-GOLD TO BKO-COVERED-GOLD
           END-READ.

      *****************************************************************
      *  PROVE-PROJECTION - the night's ledger entries must account
      *  for every coin between the roster as it stands and the
      *  roster as it will be restored.  A difference means WIZSTATE
      *  was moved outside the ledger and a backout would bury it.
      *****************************************************************
       PROVE-PROJECTION.
           COMPUTE BKO-PROOF-WK =
               BKO-COVERED-GOLD + BKO-CLOSS-GOLD + BKO-PAYOUT-GOLD
                   + BKO-ADJ-OUT-GOLD - BKO-ADJ-IN-GOLD
                   - BKO-PROVSN-GOLD - BKO-PROJECTED-GOLD
           IF BKO-PROOF-WK NOT = ZERO
               DISPLAY "BACKOUT: roster gold differs from the ledger "
                       "by " BKO-PROOF-WK
               MOVE "ledger does not account for the roster movement"
                   TO BKO-REFUSAL
               PERFORM REFUSE-BACKOUT
           END-IF.

      *****************************************************************
      *  WRITE-BACKED-OUT-FILES - copy each sequential file to its
      *  xxxxBKO dataset without the date's records.  Any dataset
      *  that will not open ends the run before WIZSTATE is touched,
      *  and the return code holds every copy-back step.
      *****************************************************************
       WRITE-BACKED-OUT-FILES.
           PERFORM COPY-LEDGER
           IF NOT BKO-DONE
               PERFORM COPY-RUN-CONTROL
           END-IF
           IF NOT BKO-DONE
               PERFORM COPY-SKIHIST
           END-IF
           IF NOT BKO-DONE
               PERFORM COPY-TAXPYCL
           END-IF
           IF NOT BKO-DONE
               PERFORM EMPTY-DMGTRAN
           END-IF
           IF NOT BKO-DONE
               PERFORM COUNT-CARRYOVER
           END-IF
           IF NOT BKO-DONE
               PERFORM COPY-SKIREJ
           END-IF
           IF NOT BKO-DONE
               PERFORM COPY-PUNREJ
           END-IF
           IF NOT BKO-DONE
               PERFORM COPY-GENREJ
           END-IF.

      *****************************************************************
      *  BACKOUT-FILE-FAILED - a live file or its xxxxBKO dataset
      *  would not open.  A live file that cannot be read would leave
      *  its xxxxBKO copy short, and copying that back would lose
      *  every record it holds, so the whole backout is abandoned.
      *  A reject file that is not there yet has had nothing
      *  rejected onto it, and copies back as the empty file it is.
      *****************************************************************
       BACKOUT-FILE-FAILED.
           DISPLAY "BACKOUT: unable to open " BKO-CL-FILE
                   ", backout abandoned"
           MOVE "Y" TO BKO-DONE-SW
           MOVE 8 TO RETURN-CODE.

      *****************************************************************
      *  COPY-LEDGER - every entry but the date's CLOSS, PAYOUT,
      *  PROVSN, HEAL, BONUS, XFROUT and XFERIN goes across to
      *  LEDGBKO.
      *****************************************************************
       COPY-LEDGER.
           MOVE "LEDGBKO" TO BKO-CL-FILE
           OPEN OUTPUT LEDGBKO-FILE
           IF LEDGBKO-OK
               MOVE "N" TO BKO-COPY-DONE-SW
               OPEN INPUT LEDGER-FILE
               IF LEDGER-OK
                   PERFORM COPY-ONE-LEDGER UNTIL BKO-COPY-DONE
                   CLOSE LEDGER-FILE
               ELSE
                   MOVE "LEDGER" TO BKO-CL-FILE
                   PERFORM BACKOUT-FILE-FAILED
               END-IF
               CLOSE LEDGBKO-FILE
           ELSE
               PERFORM BACKOUT-FILE-FAILED
           END-IF.

       COPY-ONE-LEDGER.
           READ LEDGER-FILE INTO LEDGER-RECORD
               AT END
                   MOVE "Y" TO BKO-COPY-DONE-SW
           END-READ
           IF NOT BKO-COPY-DONE
               IF LEDGER-DATE = BKO-BACKOUT-DATE
                   AND (LEDGER-IS-COIN-LOSS
                       OR LEDGER-IS-PAYOUT
                       OR LEDGER-IS-PROVISION
                       OR LEDGER-IS-HEAL
                       OR LEDGER-IS-BONUS
                       OR LEDGER-IS-XFER-OUT
                       OR LEDGER-IS-XFER-IN)
                   CONTINUE
               ELSE
                   WRITE LEDGBKO-FILE-RECORD FROM LEDGER-RECORD
               END-IF
           END-IF.

       COPY-RUN-CONTROL.
           MOVE "RUNCBKO" TO BKO-CL-FILE
           OPEN OUTPUT RUNCBKO-FILE
           IF RUNCBKO-OK
               MOVE "N" TO BKO-COPY-DONE-SW
               OPEN INPUT RUNCTL-FILE
               IF RUNCTL-OK
                   PERFORM COPY-ONE-RUNCTL UNTIL BKO-COPY-DONE
                   CLOSE RUNCTL-FILE
               ELSE
                   MOVE "RUNCTL" TO BKO-CL-FILE
                   PERFORM BACKOUT-FILE-FAILED
               END-IF
               CLOSE RUNCBKO-FILE
           ELSE
               PERFORM BACKOUT-FILE-FAILED
           END-IF.

       COPY-ONE-RUNCTL.
           READ RUNCTL-FILE INTO RUNCTL-RECORD
               AT END
                   MOVE "Y" TO BKO-COPY-DONE-SW
           END-READ
           IF NOT BKO-COPY-DONE
               IF RUNCTL-BUSN-DATE NOT = BKO-BACKOUT-DATE
                   OR (BKO-GL-SENT AND RUNCTL-PROGRAM = "GLEXTR")
                   WRITE RUNCBKO-FILE-RECORD FROM RUNCTL-RECORD
               END-IF
           END-IF.

       COPY-SKIHIST.
           MOVE "SKIHBKO" TO BKO-CL-FILE
           OPEN OUTPUT SKIHBKO-FILE
           IF SKIHBKO-OK
               MOVE "N" TO BKO-COPY-DONE-SW
               OPEN INPUT SKIHIST-FILE
               IF SKIHIST-OK
                   PERFORM COPY-ONE-SKIHIST UNTIL BKO-COPY-DONE
                   CLOSE SKIHIST-FILE
               ELSE
                   MOVE "SKIHIST" TO BKO-CL-FILE
                   PERFORM BACKOUT-FILE-FAILED
               END-IF
               CLOSE SKIHBKO-FILE
           ELSE
               PERFORM BACKOUT-FILE-FAILED
           END-IF.

       COPY-ONE-SKIHIST.
           READ SKIHIST-FILE INTO SKIHIST-RECORD
               AT END
                   MOVE "Y" TO BKO-COPY-DONE-SW
           END-READ
           IF NOT BKO-COPY-DONE
               ADD 1 TO BKO-SKIHIST-BEFORE
               IF SKIHIST-DATE = BKO-BACKOUT-DATE
                   ADD 1 TO BKO-SKIHIST-REMOVED
               ELSE
                   WRITE SKIHBKO-FILE-RECORD FROM SKIHIST-RECORD
               END-IF
           END-IF.

      *****************************************************************
      *  COPY-TAXPYCL - every classification but the date's goes
      *  across to TAXPBKO.  Records written before TAXPYCL carried
      *  a date are older nights' and always stay.
      *****************************************************************
       COPY-TAXPYCL.
           MOVE "TAXPBKO" TO BKO-CL-FILE
           OPEN OUTPUT TAXPBKO-FILE
           IF TAXPBKO-OK
               MOVE "N" TO BKO-COPY-DONE-SW
               OPEN INPUT TAXPYCL-FILE
               IF TAXPYCL-OK
                   PERFORM COPY-ONE-TAXPYCL UNTIL BKO-COPY-DONE
                   CLOSE TAXPYCL-FILE
               ELSE
                   MOVE "TAXPYCL" TO BKO-CL-FILE
                   PERFORM BACKOUT-FILE-FAILED
               END-IF
               CLOSE TAXPBKO-FILE
           ELSE
               PERFORM BACKOUT-FILE-FAILED
           END-IF.

       COPY-ONE-TAXPYCL.
           READ TAXPYCL-FILE INTO TAXPYCL-RECORD
               AT END
                   MOVE "Y" TO BKO-COPY-DONE-SW
           END-READ
           IF NOT BKO-COPY-DONE
               ADD 1 TO BKO-TAXPYCL-BEFORE
               IF TAXPYCL-BUSN-DATE NUMERIC
                   AND TAXPYCL-BUSN-DATE = BKO-BACKOUT-DATE
                   ADD 1 TO BKO-TAXPYCL-REMOVED
               ELSE
                   WRITE TAXPBKO-FILE-RECORD FROM TAXPYCL-RECORD
               END-IF
           END-IF.

      *****************************************************************
      *  EMPTY-DMGTRAN - DMGTRAN holds the one night PUNCHGEN last
      *  generated, so backing the date out leaves it empty for the
      *  rerun's PUNCHGEN to fill again.
      *****************************************************************
       EMPTY-DMGTRAN.
           MOVE "DMGTBKO" TO BKO-CL-FILE
           MOVE "N" TO BKO-COPY-DONE-SW
           OPEN INPUT DMGTRAN-FILE
           IF DMGTRAN-OK
               PERFORM COUNT-ONE-DMGTRAN UNTIL BKO-COPY-DONE
               CLOSE DMGTRAN-FILE
           END-IF
           MOVE BKO-DMGTRAN-BEFORE TO BKO-DMGTRAN-REMOVED
           OPEN OUTPUT DMGTBKO-FILE
           IF DMGTBKO-OK
               CLOSE DMGTBKO-FILE
           ELSE
               PERFORM BACKOUT-FILE-FAILED
           END-IF.

       COUNT-ONE-DMGTRAN.
           READ DMGTRAN-FILE INTO BKO-RECORD-WK
               AT END
                   MOVE "Y" TO BKO-COPY-DONE-SW
               NOT AT END
                   ADD 1 TO BKO-DMGTRAN-BEFORE
           END-READ.

      *****************************************************************
      *  COUNT-CARRYOVER - CARRYNEW is the newest CARRYOVR generation.
      *  When PUNCHER ran on the date it cut that generation, and the
      *  JCL step after this one drops it so the prior night's
      *  carry-over is current again; its punches are counted here
      *  for the report.  When PUNCHER never ran, the newest
      *  generation is an older night's and stays.
      *****************************************************************
       COUNT-CARRYOVER.
           IF BKO-PUNCHER-RAN
               MOVE "N" TO BKO-COPY-DONE-SW
               OPEN INPUT CARRYNEW-FILE
               IF CARRYNEW-OK
                   PERFORM COUNT-ONE-CARRIED UNTIL BKO-COPY-DONE
                   CLOSE CARRYNEW-FILE
               END-IF
               MOVE BKO-CARRY-BEFORE TO BKO-CARRY-REMOVED
           END-IF.

       COUNT-ONE-CARRIED.
           READ CARRYNEW-FILE INTO BKO-RECORD-WK
               AT END
                   MOVE "Y" TO BKO-COPY-DONE-SW
               NOT AT END
                   ADD 1 TO BKO-CARRY-BEFORE
           END-READ.

      *****************************************************************
      *  COPY-SKIREJ / COPY-PUNREJ / COPY-GENREJ - the rejects the
      *  night wrote carry its date; they come off so the rerun's own
      *  rejects are not counted twice against one day's input, the
      *  same reasoning SKIBIDIER's override rerun applies to SKIREJ.
      *  Earlier days' rejects stay for REJFIX.
      *****************************************************************
       COPY-SKIREJ.
           MOVE "SKIRBKO" TO BKO-CL-FILE
           OPEN OUTPUT SKIRBKO-FILE
           IF SKIRBKO-OK
               MOVE "N" TO BKO-COPY-DONE-SW
               OPEN INPUT SKIREJ-FILE
               IF SKIREJ-OK
                   PERFORM COPY-ONE-SKIREJ UNTIL BKO-COPY-DONE
                   CLOSE SKIREJ-FILE
               ELSE
                   IF NOT SKIREJ-NO-FILE
                       MOVE "SKIREJ" TO BKO-CL-FILE
                       PERFORM BACKOUT-FILE-FAILED
                   END-IF
               END-IF
               CLOSE SKIRBKO-FILE
           ELSE
               PERFORM BACKOUT-FILE-FAILED
           END-IF.

       COPY-ONE-SKIREJ.
           READ SKIREJ-FILE INTO REJCTREC-RECORD
               AT END
                   MOVE "Y" TO BKO-COPY-DONE-SW
           END-READ
           IF NOT BKO-COPY-DONE
               ADD 1 TO BKO-SKIREJ-BEFORE
               IF REJCTREC-REJECT-DATE = BKO-BACKOUT-DATE
                   ADD 1 TO BKO-SKIREJ-REMOVED
               ELSE
                   WRITE SKIRBKO-FILE-RECORD FROM REJCTREC-RECORD
               END-IF
           END-IF.

       COPY-PUNREJ.
           MOVE "PUNRBKO" TO BKO-CL-FILE
           OPEN OUTPUT PUNRBKO-FILE
           IF PUNRBKO-OK
               MOVE "N" TO BKO-COPY-DONE-SW
               OPEN INPUT PUNREJ-FILE
               IF PUNREJ-OK
                   PERFORM COPY-ONE-PUNREJ UNTIL BKO-COPY-DONE
                   CLOSE PUNREJ-FILE
               ELSE
                   IF NOT PUNREJ-NO-FILE
                       MOVE "PUNREJ" TO BKO-CL-FILE
                       PERFORM BACKOUT-FILE-FAILED
                   END-IF
               END-IF
               CLOSE PUNRBKO-FILE
           ELSE
               PERFORM BACKOUT-FILE-FAILED
           END-IF.

       COPY-ONE-PUNREJ.
           READ PUNREJ-FILE INTO REJCTREC-RECORD
               AT END
                   MOVE "Y" TO BKO-COPY-DONE-SW
           END-READ
           IF NOT BKO-COPY-DONE
               ADD 1 TO BKO-PUNREJ-BEFORE
               IF REJCTREC-REJECT-DATE = BKO-BACKOUT-DATE
                   ADD 1 TO BKO-PUNREJ-REMOVED
               ELSE
                   WRITE PUNRBKO-FILE-RECORD FROM REJCTREC-RECORD
               END-IF
           END-IF.

       COPY-GENREJ.
           MOVE "GENRBKO" TO BKO-CL-FILE
           OPEN OUTPUT GENRBKO-FILE
           IF GENRBKO-OK
               MOVE "N" TO BKO-COPY-DONE-SW
               OPEN INPUT GENREJ-FILE
               IF GENREJ-OK
                   PERFORM COPY-ONE-GENREJ UNTIL BKO-COPY-DONE
                   CLOSE GENREJ-FILE
               ELSE
                   IF NOT GENREJ-NO-FILE
                       MOVE "GENREJ" TO BKO-CL-FILE
                       PERFORM BACKOUT-FILE-FAILED
                   END-IF
               END-IF
               CLOSE GENRBKO-FILE
           ELSE
               PERFORM BACKOUT-FILE-FAILED
           END-IF.

       COPY-ONE-GENREJ.
           READ GENREJ-FILE INTO REJCTREC-RECORD
               AT END
                   MOVE "Y" TO BKO-COPY-DONE-SW
           END-READ
           IF NOT BKO-COPY-DONE
               ADD 1 TO BKO-GENREJ-BEFORE
               IF REJCTREC-REJECT-DATE = BKO-BACKOUT-DATE
                   ADD 1 TO BKO-GENREJ-REMOVED
               ELSE
                   WRITE GENRBKO-FILE-RECORD FROM REJCTREC-RECORD
               END-IF
           END-IF.

      *****************************************************************
      *  SAVE-WIZARD-STATE - the roster as it stands goes to WIZBKUP
      *  before a record of it is rewritten.  Should the restore fail
      *  partway, WIZSTLD reloads WIZSTATE from this copy and the
      *  backout can be submitted again against the night's roster.
      *****************************************************************
       SAVE-WIZARD-STATE.
           OPEN OUTPUT WIZBKUP-FILE
           IF WIZBKUP-OK
               MOVE "N" TO BKO-SCAN-DONE-SW
               MOVE LOW-VALUES TO WIZSTATE-FILE-WIZARD-ID
               START WIZSTATE-FILE
                   KEY NOT < WIZSTATE-FILE-WIZARD-ID
                   INVALID KEY
                       MOVE "Y" TO BKO-SCAN-DONE-SW
               END-START
               PERFORM SAVE-ONE-WIZARD UNTIL BKO-SCAN-DONE
               CLOSE WIZBKUP-FILE
           ELSE
               MOVE "WIZBKUP" TO BKO-CL-FILE
               PERFORM BACKOUT-FILE-FAILED
           END-IF.

       SAVE-ONE-WIZARD.
           READ WIZSTATE-FILE NEXT RECORD INTO WIZSTATE-RECORD
               AT END
                   MOVE "Y" TO BKO-SCAN-DONE-SW
               NOT AT END
                   WRITE WIZBKUP-FILE-RECORD FROM WIZSTATE-RECORD
                   ADD 1 TO BKO-SAVED-COUNT
           END-READ.

      *****************************************************************
      *  RESTORE-WIZARD-STATE - put the keyed roster back the way the
      *  projection said: every WIZOPEN wizard to his snapshot when
      *  PUNCHER ran, and every wizard WIZPROV stood up on the date
      *  back down to zero health and gold.
      *****************************************************************
       RESTORE-WIZARD-STATE.
           IF BKO-PUNCHER-RAN
               MOVE "N" TO BKO-SCAN-DONE-SW
               OPEN INPUT WIZOPEN-FILE
               IF WIZOPEN-OK
                   PERFORM RESTORE-ONE-SNAPSHOT UNTIL BKO-SCAN-DONE
                   CLOSE WIZOPEN-FILE
               ELSE
                   MOVE "WIZOPEN" TO BKO-CL-FILE
                   PERFORM BACKOUT-FILE-FAILED
               END-IF
           ELSE
               MOVE 1 TO BKO-PROV-IX
               PERFORM STAND-DOWN-ONE-WIZARD
                   UNTIL BKO-PROV-IX > BKO-PROV-COUNT
           END-IF.

       RESTORE-ONE-SNAPSHOT.
           READ WIZOPEN-FILE INTO WIZSTATE-RECORD
               AT END
                   MOVE "Y" TO BKO-SCAN-DONE-SW
           END-READ
           IF NOT BKO-SCAN-DONE
               PERFORM FIND-PROVISIONED-WIZARD
               IF BKO-PROV-FOUND
                   MOVE ZERO TO WIZSTATE-HEALTH
                   MOVE ZERO TO WIZSTATE-GOLD
                   ADD 1 TO BKO-STOOD-DOWN-COUNT
               ELSE
                   ADD 1 TO BKO-RESTORED-COUNT
               END-IF
               PERFORM PUT-WIZARD-STATE
           END-IF.

       STAND-DOWN-ONE-WIZARD.
           MOVE BKO-PROV-WIZARD-ID (BKO-PROV-IX)
               TO WIZSTATE-FILE-WIZARD-ID
           READ WIZSTATE-FILE INTO WIZSTATE-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZERO TO WIZSTATE-HEALTH
                   MOVE ZERO TO WIZSTATE-GOLD
                   PERFORM PUT-WIZARD-STATE
                   ADD 1 TO BKO-STOOD-DOWN-COUNT
           END-READ
           ADD 1 TO BKO-PROV-IX.

      *****************************************************************
      *  PUT-WIZARD-STATE - rewrite the wizard in WIZSTATE-RECORD on
      *  the keyed roster, or write him back if he has gone from it.
      *****************************************************************
       PUT-WIZARD-STATE.
           MOVE WIZSTATE-WIZARD-ID TO WIZSTATE-FILE-WIZARD-ID
           READ WIZSTATE-FILE INTO BKO-CURRENT-STATE
               INVALID KEY
                   WRITE WIZSTATE-FILE-RECORD FROM WIZSTATE-RECORD
                       INVALID KEY
                           DISPLAY "BACKOUT: unable to restore "
                                   WIZSTATE-WIZARD-ID
                           PERFORM ROSTER-RESTORE-FAILED
                   END-WRITE
               NOT INVALID KEY
                   REWRITE WIZSTATE-FILE-RECORD FROM WIZSTATE-RECORD
                       INVALID KEY
                           DISPLAY "BACKOUT: unable to restore "
                                   WIZSTATE-WIZARD-ID
                           PERFORM ROSTER-RESTORE-FAILED
                   END-REWRITE
           END-READ.

      *****************************************************************
      *  ROSTER-RESTORE-FAILED - something went wrong once WIZSTATE
      *  was being rewritten.  The roster no longer stands as the
      *  night left it and the files have not been copied back, so
      *  this is not a refusal: return code 12 holds every copy-back
      *  step, BUSNDATE and the checkpoints are left alone, and the
      *  report says WIZSTATE is to be reloaded from WIZBKUP.
      *****************************************************************
       ROSTER-RESTORE-FAILED.
           MOVE "Y" TO BKO-RESTORE-FAILED-SW
           MOVE 12 TO RETURN-CODE.

      *****************************************************************
      *  CHECK-RESTORED-GOLD - gold before plus the CLOSS, PAYOUT and
      *  XFROUT coins returned less the PROVSN, BONUS and XFERIN
      *  coins taken off must equal the restored roster's gold.
      *****************************************************************
       CHECK-RESTORED-GOLD.
           COMPUTE BKO-EXPECTED-GOLD =
               BKO-BEFORE-GOLD + BKO-CLOSS-GOLD + BKO-PAYOUT-GOLD
                   + BKO-ADJ-OUT-GOLD - BKO-ADJ-IN-GOLD
                   - BKO-PROVSN-GOLD
           IF BKO-EXPECTED-GOLD NOT = BKO-AFTER-GOLD
               DISPLAY "BACKOUT: roster gold after the backout does "
                       "not prove"
               PERFORM ROSTER-RESTORE-FAILED
           END-IF.

      *****************************************************************
      *  CLEAR-DATED-CHECKPOINTS - a SKIBIDIER checkpoint or PUNCHER
      *  commit point stamped with the date belongs to a run that
      *  abended partway through it.  Left standing, the rerun would
      *  resume from it against files the backout has emptied, so it
      *  is cleared the way a clean finish clears it.
      *****************************************************************
       CLEAR-DATED-CHECKPOINTS.
           OPEN INPUT SKICKPT-FILE
           IF SKICKPT-OK
               READ SKICKPT-FILE INTO SKICKPT-RECORD
                   AT END
                       CONTINUE
               END-READ
               CLOSE SKICKPT-FILE
               IF SKICKPT-BUSN-DATE = BKO-BACKOUT-DATE
                   PERFORM CLEAR-SKIBIDIER-CHECKPOINT
               END-IF
           END-IF
           OPEN INPUT PUNCKPT-FILE
           IF PUNCKPT-OK
               READ PUNCKPT-FILE INTO PUNCKPT-RECORD
                   AT END
                       CONTINUE
               END-READ
               CLOSE PUNCKPT-FILE
               IF PUNCKPT-BUSN-DATE = BKO-BACKOUT-DATE
                   PERFORM CLEAR-PUNCHER-COMMIT-POINT
               END-IF
           END-IF.

       CLEAR-SKIBIDIER-CHECKPOINT.
           MOVE ZERO TO SKICKPT-I
           MOVE ZERO TO SKICKPT-STEP
           MOVE ZEROS TO SKICKPT-COUNTS
           MOVE ZEROS TO SKICKPT-TAXPYCL-RECS
           MOVE ZEROS TO SKICKPT-SKIREJ-RECS
           MOVE ZEROS TO SKICKPT-BUSN-DATE
           OPEN OUTPUT SKICKPT-FILE
           IF SKICKPT-OK
               WRITE SKICKPT-FILE-RECORD FROM SKICKPT-RECORD
               CLOSE SKICKPT-FILE
               DISPLAY "BACKOUT: SKIBIDIER checkpoint cleared"
           ELSE
               DISPLAY "BACKOUT: unable to open SKICKPT, status "
                       SKICKPT-STATUS
           END-IF.

       CLEAR-PUNCHER-COMMIT-POINT.
           MOVE SPACES TO PUNCKPT-RECORD
           MOVE ZEROS TO PUNCKPT-CARRY-READ
           MOVE ZEROS TO PUNCKPT-TRAN-READ
           MOVE ZEROS TO PUNCKPT-LEDGER-RECS
           MOVE ZEROS TO PUNCKPT-PUNREJ-RECS
           MOVE ZEROS TO PUNCKPT-COUNTS
           MOVE ZEROS TO PUNCKPT-BUSN-DATE
           OPEN OUTPUT PUNCKPT-FILE
           IF PUNCKPT-OK
               WRITE PUNCKPT-FILE-RECORD FROM PUNCKPT-RECORD
               CLOSE PUNCKPT-FILE
               DISPLAY "BACKOUT: PUNCHER commit point cleared"
           ELSE
               DISPLAY "BACKOUT: unable to open PUNCKPT, status "
                       PUNCKPT-STATUS
           END-IF.

      *****************************************************************
      *  RESET-BUSINESS-DATE - set BUSNDATE back to the calendar
      *  day before the date backed out.  After a weekend or holiday
      *  that is a closed CALENDAR day that never ran; it has no
      *  RUNCTL records, and DATEROLL rolls a date with no runs at
      *  all.  Otherwise it is the previous processing day, which
      *  closed cleanly when DATEROLL rolled onto the date (or was
      *  forced past by RUNOVRD, and needs it again).  Either way
      *  the next DAILYBAT's DATEROLL advances by CALENDAR, stepping
      *  over any closed days, onto the backed-out date and reruns
      *  it from the top.
      *****************************************************************
       RESET-BUSINESS-DATE.
           COMPUTE BKO-DATE-INT =
               FUNCTION INTEGER-OF-DATE(BKO-BACKOUT-DATE) - 1
           COMPUTE BKO-RESET-DATE =
               FUNCTION DATE-OF-INTEGER(BKO-DATE-INT)
           OPEN OUTPUT BUSNDATE-FILE
           IF BUSNDATE-OK
               MOVE SPACES TO BUSNDATE-RECORD
               MOVE BKO-RESET-DATE TO BUSNDATE-DATE
               WRITE BUSNDATE-FILE-RECORD FROM BUSNDATE-RECORD
               CLOSE BUSNDATE-FILE
               DISPLAY "BACKOUT: business date is now " BKO-RESET-DATE
           ELSE
               DISPLAY "BACKOUT: unable to write BUSNDATE, status "
                       BUSNDATE-STATUS
               PERFORM ROSTER-RESTORE-FAILED
           END-IF.

      *****************************************************************
      *  PRINT-BACKOUT-REPORT - the dates, the record counts file by
      *  file, and the roster gold proved from before to after.  A
      *  refused backout prints why, and nothing else.
      *****************************************************************
       PRINT-BACKOUT-REPORT.
           MOVE "BACKOUT Business Date Backout Report" TO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "====================================" TO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO BKO-LINE
           STRING "Backout date  . . . " BKO-BACKOUT-DATE
               DELIMITED BY SIZE INTO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO BKO-LINE
           STRING "Standing date . . . " BKO-STANDING-DATE
               DELIMITED BY SIZE INTO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO BKO-LINE
           STRING "Last close  . . . . " BKO-LAST-CLOSE
               DELIMITED BY SIZE INTO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           IF BKO-BACKED-OUT
               PERFORM PRINT-FILE-COUNTS
               PERFORM PRINT-GOLD-PROOF
               IF BKO-GL-SENT
                   PERFORM PRINT-GL-WARNING
               END-IF
               IF BKO-RESTORE-FAILED
                   PERFORM PRINT-RESTORE-FAILURE
               END-IF
           ELSE
               STRING "Backout refused . . " BKO-REFUSAL
                   DELIMITED BY SIZE INTO BKO-LINE
               PERFORM WRITE-REPORT-LINE
               IF BKO-REFUSAL = SPACES
                   MOVE "Backout abandoned, no file copied back"
                       TO BKO-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

      *****************************************************************
      *  PRINT-GL-WARNING - the date's journal went to the GL before
      *  the backout and is not taken back by it.
      *****************************************************************
       PRINT-GL-WARNING.
           MOVE SPACES TO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "WARNING: GLEXTR already sent this date's GLJRNL"
               TO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "GLEXTR RUNCTL records kept, journal not backed out"
               TO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Reverse it in the GL and supply RUNOVRD for rerun"
               TO BKO-LINE
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      *  PRINT-RESTORE-FAILURE - the counts above are what the
      *  backout would have done; none of it was copied back.
      *****************************************************************
       PRINT-RESTORE-FAILURE.
           MOVE SPACES TO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Roster restored, files not copied back" TO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Reload WIZSTATE from WIZBKUP before rerunning"
               TO BKO-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-FILE-COUNTS.
           MOVE BKO-COUNT-HEAD TO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "-----------------------------------" TO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "LEDGER" TO BKO-CL-FILE
           MOVE BKO-LEDGER-BEFORE TO BKO-CL-BEFORE
           MOVE BKO-LEDGER-REMOVED TO BKO-CL-REMOVED
           MOVE "CLOSS, PAYOUT, PROVSN, adjustments"
               TO BKO-CL-NOTE
           PERFORM WRITE-COUNT-LINE
           MOVE "RUNCTL" TO BKO-CL-FILE
           MOVE BKO-RUNCTL-BEFORE TO BKO-CL-BEFORE
           MOVE BKO-RUNCTL-REMOVED TO BKO-CL-REMOVED
           MOVE "start and end records" TO BKO-CL-NOTE
           PERFORM WRITE-COUNT-LINE
           MOVE "SKIHIST" TO BKO-CL-FILE
           MOVE BKO-SKIHIST-BEFORE TO BKO-CL-BEFORE
           MOVE BKO-SKIHIST-REMOVED TO BKO-CL-REMOVED
           MOVE SPACES TO BKO-CL-NOTE
           PERFORM WRITE-COUNT-LINE
           MOVE "TAXPYCL" TO BKO-CL-FILE
           MOVE BKO-TAXPYCL-BEFORE TO BKO-CL-BEFORE
           MOVE BKO-TAXPYCL-REMOVED TO BKO-CL-REMOVED
           MOVE SPACES TO BKO-CL-NOTE
           PERFORM WRITE-COUNT-LINE
           MOVE "DMGTRAN" TO BKO-CL-FILE
           MOVE BKO-DMGTRAN-BEFORE TO BKO-CL-BEFORE
           MOVE BKO-DMGTRAN-REMOVED TO BKO-CL-REMOVED
           MOVE SPACES TO BKO-CL-NOTE
           PERFORM WRITE-COUNT-LINE
           MOVE "CARRYOVR" TO BKO-CL-FILE
           MOVE BKO-CARRY-BEFORE TO BKO-CL-BEFORE
           MOVE BKO-CARRY-REMOVED TO BKO-CL-REMOVED
           IF BKO-PUNCHER-RAN
               MOVE "newest generation dropped" TO BKO-CL-NOTE
           ELSE
               MOVE "no PUNCHER run, generation kept" TO BKO-CL-NOTE
           END-IF
           PERFORM WRITE-COUNT-LINE
           MOVE "SKIREJ" TO BKO-CL-FILE
           MOVE BKO-SKIREJ-BEFORE TO BKO-CL-BEFORE
           MOVE BKO-SKIREJ-REMOVED TO BKO-CL-REMOVED
           MOVE SPACES TO BKO-CL-NOTE
           PERFORM WRITE-COUNT-LINE
           MOVE "PUNREJ" TO BKO-CL-FILE
           MOVE BKO-PUNREJ-BEFORE TO BKO-CL-BEFORE
           MOVE BKO-PUNREJ-REMOVED TO BKO-CL-REMOVED
           PERFORM WRITE-COUNT-LINE
           MOVE "GENREJ" TO BKO-CL-FILE
           MOVE BKO-GENREJ-BEFORE TO BKO-CL-BEFORE
           MOVE BKO-GENREJ-REMOVED TO BKO-CL-REMOVED
           PERFORM WRITE-COUNT-LINE
           MOVE SPACES TO BKO-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-COUNT-LINE.
           COMPUTE BKO-CL-AFTER = BKO-CL-BEFORE - BKO-CL-REMOVED
           MOVE BKO-COUNT-LINE TO BKO-LINE
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      *  PRINT-GOLD-PROOF - roster gold before, the ledger movement
      *  taken back, and roster gold after, proved the way
      *  CHECK-RESTORED-GOLD proved them.
      *****************************************************************
       PRINT-GOLD-PROOF.
           MOVE "Roster gold" TO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "-----------------------------------" TO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO BKO-LINE
           STRING "Gold before . . . . " BKO-BEFORE-GOLD
               DELIMITED BY SIZE INTO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO BKO-LINE
           STRING "CLOSS returned  . . " BKO-CLOSS-GOLD
               "  (" BKO-CLOSS-COUNT " entries)"
               DELIMITED BY SIZE INTO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO BKO-LINE
           STRING "PAYOUT returned . . " BKO-PAYOUT-GOLD
               "  (" BKO-PAYOUT-COUNT " entries)"
               DELIMITED BY SIZE INTO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO BKO-LINE
           STRING "PROVSN taken off  . " BKO-PROVSN-GOLD
               "  (" BKO-PROVSN-COUNT " entries)"
               DELIMITED BY SIZE INTO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO BKO-LINE
           STRING "XFROUT returned . . " BKO-ADJ-OUT-GOLD
               "  (" BKO-ADJ-OUT-COUNT " entries)"
               DELIMITED BY SIZE INTO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO BKO-LINE
           STRING "BONUS/XFERIN off  . " BKO-ADJ-IN-GOLD
               "  (" BKO-ADJ-IN-COUNT " entries)"
               DELIMITED BY SIZE INTO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO BKO-LINE
           STRING "HEAL entries  . . . " BKO-HEAL-COUNT
               DELIMITED BY SIZE INTO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO BKO-LINE
           STRING "Gold after  . . . . " BKO-AFTER-GOLD
               DELIMITED BY SIZE INTO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO BKO-LINE
           STRING "Wizards restored  . " BKO-RESTORED-COUNT
               DELIMITED BY SIZE INTO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO BKO-LINE
           STRING "Wizards stood down  " BKO-STOOD-DOWN-COUNT
               DELIMITED BY SIZE INTO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO BKO-LINE
           STRING "Wizards saved . . . " BKO-SAVED-COUNT
               DELIMITED BY SIZE INTO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO BKO-LINE
           IF BKO-RESTORE-FAILED
               STRING "BUSNDATE left at  . " BKO-STANDING-DATE
                   DELIMITED BY SIZE INTO BKO-LINE
           ELSE
               STRING "BUSNDATE reset to . " BKO-RESET-DATE
                   DELIMITED BY SIZE INTO BKO-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE "-----------------------------------" TO BKO-LINE
           PERFORM WRITE-REPORT-LINE
           IF BKO-EXPECTED-GOLD = BKO-AFTER-GOLD
               MOVE "Overall . . . . . . IN BALANCE" TO BKO-LINE
           ELSE
               MOVE "Overall . . . . . . OUT OF BALANCE" TO BKO-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      *  WRITE-REPORT-LINE - common line-out paragraph so every line
      *  of the report goes through the same open-checked WRITE.
      *****************************************************************
       WRITE-REPORT-LINE.
           IF BKO-RPT-OPEN
               WRITE BKORPT-FILE-RECORD FROM BKO-LINE
           END-IF.

      *****************************************************************
      *  FINALIZE-PROGRAM - a clean backout of a date PUNCHER never
      *  reached ends 4, so the JCL copies the files back but keeps
      *  the newest CARRYOVR generation.
      *****************************************************************
       FINALIZE-PROGRAM.
           IF BKO-RESTORE-FAILED
               DISPLAY "BACKOUT: roster restored, files not copied "
                       "back - reload WIZSTATE from WIZBKUP before "
                       "rerunning"
           END-IF
           IF BKO-BACKED-OUT
               AND RETURN-CODE = ZERO
               AND NOT BKO-PUNCHER-RAN
               MOVE 4 TO RETURN-CODE
           END-IF
           IF BKO-STATE-OPEN
               CLOSE WIZSTATE-FILE
           END-IF
           IF BKO-RPT-OPEN
               CLOSE BKORPT-FILE
           END-IF.

       END PROGRAM BACKOUT.
