       IDENTIFICATION DIVISION.
       PROGRAM-ID. RULESIM.

      *****************************************************************
      *  RULESIM is the dry run MOD7RUL and WRDDMG changes never had.
      *  A rule change used to go straight into production and its
      *  effect was only seen after the overnight run -- a bad damage
      *  map once perished half the roster in one night.  RULESIM
      *  runs every active taxpayer on TAXMSTR through SKIBIDIER's
      *  MOD7 classification and PUNCHGEN's word-to-damage mapping
      *  twice, once under the rules in production (MOD7RUL, WRDDMG)
      *  and once under the proposed set (MOD7PRP, WRDDPRP), and
      *  lands each side's punches on its own half of a scratch copy
      *  of the WIZSTATE roster with PUNCHER's arithmetic.  The
      *  report shows the taxpayers whose WORD changes, by district,
      *  the projected punches per wizard, and the CLOSS coins,
      *  perishes and PROVSN restakes of both sides next to each
      *  other.  WIZSTATE is only ever read; LEDGER and TAXPYCL are
      *  not opened at all, so a simulation leaves nothing behind.
      *
      *  The night is modelled in DAILYBAT order: the spread pool is
      *  built off the roster as PUNCHGEN finds it, WIZPROV then
      *  stands perished wizards up, and the punches land in
      *  taxpayer ID order (the real run follows TAXPYIN order, so
      *  the per-wizard figures are a projection, not a replay).
      *  PUNCHER's carry-over is left out on both sides alike.  A
      *  proposed file that is not supplied leaves that side on the
      *  production rules.  Return code 4: the proposed rules perish
      *  more wizards than the production rules.  Return code 8: a
      *  file the simulation needs could not be opened.
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
           SELECT MOD7RUL-FILE ASSIGN TO "MOD7RUL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOD7RUL-STATUS.
           SELECT MOD7PRP-FILE ASSIGN TO "MOD7PRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOD7PRP-STATUS.
           SELECT WRDDMG-FILE ASSIGN TO "WRDDMG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRDDMG-STATUS.
           SELECT WRDDPRP-FILE ASSIGN TO "WRDDPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRDDPRP-STATUS.
           SELECT TAXMSTR-FILE ASSIGN TO "TAXMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TAXMSTR-FILE-TAXPAYER-ID
               FILE STATUS IS TAXMSTR-STATUS.
           SELECT WIZMSTR-FILE ASSIGN TO "WIZMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WIZMSTR-FILE-WIZARD-ID
               FILE STATUS IS WIZMSTR-STATUS.
           SELECT WIZSTATE-FILE ASSIGN TO "WIZSTATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WIZSTATE-FILE-WIZARD-ID
               FILE STATUS IS WIZSTATE-STATUS.
           SELECT SIMWIZ-FILE ASSIGN TO "SIMWIZ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIMWIZ-WIZARD-ID
               FILE STATUS IS SIMWIZ-STATUS.
           SELECT SIMRPT-FILE ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSNDATE-FILE.
       01  BUSNDATE-FILE-RECORD         PIC X(80).

       FD  PARMFIL-FILE.
       01  PARMFIL-FILE-RECORD          PIC X(80).

       FD  MOD7RUL-FILE.
       01  MOD7RUL-FILE-RECORD          PIC X(80).

       FD  MOD7PRP-FILE.
       01  MOD7PRP-FILE-RECORD          PIC X(80).

       FD  WRDDMG-FILE.
       01  WRDDMG-FILE-RECORD           PIC X(80).

       FD  WRDDPRP-FILE.
       01  WRDDPRP-FILE-RECORD          PIC X(80).

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

       FD  SIMWIZ-FILE.
       01  SIMWIZ-FILE-RECORD.
           05  SIMWIZ-WIZARD-ID         PIC X(09).
           05  FILLER                   PIC X(71).

       FD  SIMRPT-FILE.
       01  SIMRPT-FILE-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BUSNDATE.
       COPY PARMFIL.
       COPY MOD7RUL.
       COPY WRDDMG.
       COPY TAXMSTR.
       COPY WIZMSTR.
       COPY WIZSTATE.

       01  SIM-TODAY             PIC 9(08) VALUE ZEROS.
       01  SIM-LINE              PIC X(80) VALUE SPACES.
       01  SIM-SIDE              PIC 9(01) COMP VALUE ZERO.
       01  SIM-MOD7              PIC 99 VALUE ZERO.
       01  SIM-MOD7-KEY-WK       PIC 9(01) VALUE ZERO.
       01  SIM-HASH-SUM          PIC 9(05) COMP VALUE ZERO.
       01  SIM-HASH-IX           PIC 9(02) COMP VALUE ZERO.
       01  SIM-MAP-IX            PIC 9(02) COMP VALUE ZERO.
       01  SIM-DIST-IX           PIC 9(03) COMP VALUE ZERO.
       01  SIM-PRINT-IX          PIC 9(03) COMP VALUE ZERO.
       01  SIM-PARM-VALUE-WK     PIC 9(05) VALUE ZEROS.
       01  SIM-TARGET-WIZARD     PIC X(09) VALUE SPACES.
       01  SIM-DAMAGE            PIC 9(03) VALUE ZEROS.
       01  SIM-STAKE-WK          PIC 9(03) VALUE ZEROS.

      *****************************************************************
      *  PUNCHER's coin-loss health threshold and SHARE divisor, off
      *  the same PARMFIL keys PUNCHER reads.  SIM-SHARE is two
      *  digits wide exactly as PUNCHER's SHARE is, so a large purse
      *  loses what it would really lose.
      *****************************************************************
       01  SIM-CLOSS-HEALTH      PIC 9(03) VALUE 21.
       01  SIM-SHARE-DIV         PIC 9(03) VALUE 3.
       01  SIM-SHARE             PIC 9(02) VALUE ZEROS.

       01  SIM-TAXPAYER-COUNT    PIC 9(07) VALUE ZEROS.
       01  SIM-INACTIVE-COUNT    PIC 9(07) VALUE ZEROS.
       01  SIM-CHANGED-COUNT     PIC 9(07) VALUE ZEROS.
       01  SIM-IGNORED-COUNT     PIC 9(05) VALUE ZEROS.
       01  SIM-WIZARD-COUNT      PIC 9(05) VALUE ZEROS.

       01  SIM-WORDS.
           05  SIM-WORD OCCURS 2 TIMES   PIC X(07).

       01  SIM-POOL-POSITIONS.
           05  SIM-POOL-IX OCCURS 2 TIMES
                                 PIC 9(03) COMP.

      *****************************************************************
      *  SIM-MOD7-TABLES - the MOD7-to-WORD mapping for each side,
      *  set 1 the production rules and set 2 the proposed ones.
      *  Both start from SKIBIDIER's built-in defaults and are
      *  overlaid by their own rule file, the way SKIBIDIER loads
      *  MOD7RUL.
      *****************************************************************
       01  SIM-MOD7-DEFAULT-WORDS.
           05  FILLER                    PIC X(07) VALUE "DipDip ".
           05  FILLER                    PIC X(07) VALUE "Skibidi".
           05  FILLER                    PIC X(07) VALUE "DopDop ".
           05  FILLER                    PIC X(07) VALUE "DopYes ".
           05  FILLER                    PIC X(07) VALUE "Yes    ".
           05  FILLER                    PIC X(07) VALUE "Skibidi".
           05  FILLER                    PIC X(07) VALUE "Dop    ".

       01  SIM-MOD7-TABLES.
           05  SIM-MOD7-SET OCCURS 2 TIMES.
               10  SIM-MOD7-WORD OCCURS 7 TIMES
                                         PIC X(07).

      *****************************************************************
      *  SIM-MAP-TABLES - the WORD-to-DAMAGE mapping for each side,
      *  started from PUNCHGEN's built-in defaults and overlaid by
      *  WRDDMG or WRDDPRP the way PUNCHGEN loads WRDDMG.
      *****************************************************************
       01  SIM-DEFAULT-MAP.
           05  FILLER        PIC X(19) VALUE "Skibidi020WIZARD001".
           05  FILLER        PIC X(19) VALUE "DopDop 015WIZARD001".
           05  FILLER        PIC X(19) VALUE "DopYes 012WIZARD001".
           05  FILLER        PIC X(19) VALUE "Yes    010WIZARD001".
           05  FILLER        PIC X(19) VALUE "Dop    008WIZARD001".
           05  FILLER        PIC X(19) VALUE "Dip    005WIZARD001".
           05  FILLER        PIC X(19) VALUE "DipDip 003WIZARD001".
           05  FILLER        PIC X(57) VALUE SPACES.

       01  SIM-MAP-TABLES.
           05  SIM-MAP-SET OCCURS 2 TIMES.
               10  SIM-MAP-COUNT         PIC 9(02) COMP.
               10  SIM-MAP-ENTRIES.
                   15  SIM-MAP-ENTRY OCCURS 10 TIMES.
                       20  SIM-MAP-WORD      PIC X(07).
                       20  SIM-MAP-DAMAGE    PIC 9(03).
                       20  SIM-MAP-WIZARD    PIC X(09).

      *****************************************************************
      *  SIM-POOL-TABLE - the wizards eligible to catch a spread
      *  punch, built the way PUNCHGEN builds its pool: standing on
      *  WIZSTATE and active on WIZMSTR.  Each side walks it
      *  round-robin with its own position.
      *****************************************************************
       01  SIM-POOL-TABLE.
           05  SIM-POOL-COUNT    PIC 9(03) COMP VALUE ZERO.
           05  SIM-POOL-WIZARD OCCURS 500 TIMES
                                 PIC X(09).

      *****************************************************************
      *  SIM-DIST-TABLE - taxpayers simulated and taxpayers whose
      *  WORD changes, per TAXMSTR district, found or added the way
      *  DISTRPT builds its district table.
      *****************************************************************
       01  SIM-DIST-TABLE.
           05  SIM-DIST-COUNT    PIC 9(03) COMP VALUE ZERO.
           05  SIM-DIST-ENTRY OCCURS 100 TIMES.
               10  SIM-DISTRICT          PIC X(04).
               10  SIM-DIST-TAXPAYERS    PIC 9(05).
               10  SIM-DIST-CHANGED      PIC 9(05).

      *****************************************************************
      *  SIM-SIDE-TOTALS - the projected night under each rule set,
      *  side 1 production and side 2 proposed.
      *****************************************************************
       01  SIM-SIDE-TOTALS.
           05  SIM-TOTAL-SET OCCURS 2 TIMES.
               10  SIM-T-GENERATED       PIC 9(07).
               10  SIM-T-REJECTED        PIC 9(07).
               10  SIM-T-APPLIED         PIC 9(07).
               10  SIM-T-CARRIED         PIC 9(07).
               10  SIM-T-CLOSS-COUNT     PIC 9(07).
               10  SIM-T-CLOSS-COINS     PIC 9(07).
               10  SIM-T-PERISHED        PIC 9(07).
               10  SIM-T-PAYOUT-COINS    PIC 9(07).
               10  SIM-T-PROV-TONIGHT    PIC 9(07).
               10  SIM-T-PROV-NEXT       PIC 9(07).
               10  SIM-T-PROV-GOLD       PIC 9(07).
               10  SIM-T-CLOSE-GOLD      PIC 9(07).

      *****************************************************************
      *  SIM-WIZ-RECORD - one keyed scratch record per wizard on the
      *  WIZSTATE roster, holding the wizard's health and gold
      *  separately for each side so the two nights never touch, and
      *  the punches each side landed on him.  Keyed on the wizard
      *  ID the way RECON's work file is.
      *****************************************************************
       01  SIM-WIZ-RECORD.
           05  SIM-WIZ-WIZARD-ID        PIC X(09).
           05  SIM-WIZ-SIDE OCCURS 2 TIMES.
               10  SIM-WIZ-HEALTH       PIC 9(03).
               10  SIM-WIZ-GOLD         PIC 9(03).
               10  SIM-WIZ-PUNCHES      PIC 9(05).
               10  SIM-WIZ-CLOSS        PIC 9(05).
               10  SIM-WIZ-PERISHED     PIC 9(03).
               10  SIM-WIZ-CARRIED      PIC 9(05).
           05  FILLER                   PIC X(23).

      *****************************************************************
      *  Report lines.  "now" columns are the production rules and
      *  "new" columns the proposed rules.
      *****************************************************************
       01  SIM-DIST-HEAD.
           05  FILLER                   PIC X(10) VALUE "District".
           05  FILLER                   PIC X(10) VALUE "Taxpayers".
           05  FILLER                   PIC X(60) VALUE "Changed".

       01  SIM-DIST-LINE.
           05  SIM-DL-DISTRICT          PIC X(04).
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  SIM-DL-TAXPAYERS         PIC 9(05).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  SIM-DL-CHANGED           PIC 9(05).
           05  FILLER                   PIC X(55) VALUE SPACES.

       01  SIM-WIZ-HEAD-1.
           05  FILLER                   PIC X(12) VALUE "Wizard".
           05  FILLER                   PIC X(14) VALUE "Punches".
           05  FILLER                   PIC X(14) VALUE "CLOSS coins".
           05  FILLER                   PIC X(10) VALUE "Perished".
           05  FILLER                   PIC X(30) VALUE "Carried".

       01  SIM-WIZ-HEAD-2.
           05  FILLER                   PIC X(12) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE "  now ".
           05  FILLER                   PIC X(08) VALUE "  new   ".
           05  FILLER                   PIC X(06) VALUE "  now ".
           05  FILLER                   PIC X(08) VALUE "  new   ".
           05  FILLER                   PIC X(04) VALUE "now ".
           05  FILLER                   PIC X(06) VALUE "new   ".
           05  FILLER                   PIC X(06) VALUE "  now ".
           05  FILLER                   PIC X(24) VALUE "  new".

       01  SIM-WIZ-LINE.
           05  SIM-WL-ID                PIC X(09).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  SIM-WL-PUNCH-NOW         PIC 9(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SIM-WL-PUNCH-NEW         PIC 9(05).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  SIM-WL-CLOSS-NOW         PIC 9(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SIM-WL-CLOSS-NEW         PIC 9(05).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  SIM-WL-PERISH-NOW        PIC 9(03).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SIM-WL-PERISH-NEW        PIC 9(03).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  SIM-WL-CARRY-NOW         PIC 9(05).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  SIM-WL-CARRY-NEW         PIC 9(05).
           05  FILLER                   PIC X(19) VALUE SPACES.

       01  SIM-TOTAL-HEAD.
           05  FILLER                   PIC X(20) VALUE SPACES.
           05  FILLER                   PIC X(07) VALUE "Current".
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE "Proposed".
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  FILLER                   PIC X(06) VALUE "Change".
           05  FILLER                   PIC X(29) VALUE SPACES.

       01  SIM-TOTAL-LINE.
           05  SIM-TL-LABEL             PIC X(20).
           05  SIM-TL-NOW               PIC 9(07).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  SIM-TL-NEW               PIC 9(07).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  SIM-TL-CHANGE            PIC -(06)9.
           05  FILLER                   PIC X(29) VALUE SPACES.

       01  BUSNDATE-STATUS       PIC X(02) VALUE SPACES.
           88  BUSNDATE-OK                   VALUE "00".

       01  PARMFIL-STATUS        PIC X(02) VALUE SPACES.
           88  PARMFIL-OK                    VALUE "00".

       01  MOD7RUL-STATUS        PIC X(02) VALUE SPACES.
           88  MOD7RUL-OK                    VALUE "00".

       01  MOD7PRP-STATUS        PIC X(02) VALUE SPACES.
           88  MOD7PRP-OK                    VALUE "00".

       01  WRDDMG-STATUS         PIC X(02) VALUE SPACES.
           88  WRDDMG-OK                     VALUE "00".

       01  WRDDPRP-STATUS        PIC X(02) VALUE SPACES.
           88  WRDDPRP-OK                    VALUE "00".

       01  TAXMSTR-STATUS        PIC X(02) VALUE SPACES.
           88  TAXMSTR-OK                    VALUE "00".

       01  WIZMSTR-STATUS        PIC X(02) VALUE SPACES.
           88  WIZMSTR-OK                    VALUE "00".

       01  WIZSTATE-STATUS       PIC X(02) VALUE SPACES.
           88  WIZSTATE-OK                   VALUE "00".

       01  SIMWIZ-STATUS         PIC X(02) VALUE SPACES.
           88  SIMWIZ-OK                     VALUE "00".

       01  SIMRPT-STATUS         PIC X(02) VALUE SPACES.
           88  SIMRPT-OK                     VALUE "00".

       01  SIM-SWITCHES.
           05  SIM-DONE-SW       PIC X(01) VALUE "N".
               88  SIM-DONE                  VALUE "Y".
           05  SIM-RULES-DONE-SW PIC X(01) VALUE "N".
               88  SIM-RULES-DONE            VALUE "Y".
           05  SIM-TAX-DONE-SW   PIC X(01) VALUE "N".
               88  SIM-TAX-DONE              VALUE "Y".
           05  SIM-ROSTER-DONE-SW PIC X(01) VALUE "N".
               88  SIM-ROSTER-DONE            VALUE "Y".
           05  SIM-WRK-EOF-SW    PIC X(01) VALUE "N".
               88  SIM-WRK-EOF               VALUE "Y".
           05  SIM-RPT-OPEN-SW   PIC X(01) VALUE "N".
               88  SIM-RPT-OPEN              VALUE "Y".
           05  SIM-WRK-OPEN-SW   PIC X(01) VALUE "N".
               88  SIM-WRK-OPEN              VALUE "Y".
           05  SIM-TAX-OPEN-SW   PIC X(01) VALUE "N".
               88  SIM-TAX-OPEN              VALUE "Y".
           05  SIM-WIZMSTR-OPEN-SW PIC X(01) VALUE "N".
               88  SIM-WIZMSTR-OPEN            VALUE "Y".
           05  SIM-MOD7PRP-SW    PIC X(01) VALUE "N".
               88  SIM-MOD7PRP-ON-FILE       VALUE "Y".
           05  SIM-WRDDPRP-SW    PIC X(01) VALUE "N".
               88  SIM-WRDDPRP-ON-FILE       VALUE "Y".
           05  SIM-MAP-FOUND-SW  PIC X(01) VALUE "N".
               88  SIM-MAP-FOUND             VALUE "Y".
           05  SIM-TARGET-VALID-SW PIC X(01) VALUE "N".
               88  SIM-TARGET-VALID            VALUE "Y".
           05  SIM-MSTR-ACTIVE-SW PIC X(01) VALUE "N".
               88  SIM-MSTR-ACTIVE            VALUE "Y".
           05  SIM-DIST-FOUND-SW PIC X(01) VALUE "N".
               88  SIM-DIST-FOUND            VALUE "Y".
           05  SIM-DIST-FULL-SW  PIC X(01) VALUE "N".
               88  SIM-DIST-FULL             VALUE "Y".
           05  SIM-POOL-FULL-SW  PIC X(01) VALUE "N".
               88  SIM-POOL-FULL             VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-PROGRAM
           IF NOT SIM-DONE
               PERFORM LOAD-SCRATCH-ROSTER
           END-IF
           IF NOT SIM-DONE
               PERFORM PROVISION-SCRATCH-ROSTER
               PERFORM SIMULATE-ONE-TAXPAYER UNTIL SIM-TAX-DONE
               PERFORM PRINT-SIMULATION-REPORT
           END-IF
           PERFORM FINALIZE-PROGRAM
           STOP RUN.

      *****************************************************************
      *  INITIALIZE-PROGRAM - the business date is only for the
      *  report heading, so a missing BUSNDATE does not stop a
      *  simulation.  The rules and PUNCHER's parameters load next,
      *  then the masters and the scratch roster open; any of those
      *  that will not open ends the run before a punch is landed.
      *****************************************************************
       INITIALIZE-PROGRAM.
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-RUNTIME-PARMS
           PERFORM LOAD-PRODUCTION-RULES
           PERFORM LOAD-PROPOSED-RULES
           MOVE ZEROS TO SIM-SIDE-TOTALS
           MOVE ZERO TO SIM-POOL-IX (1)
           MOVE ZERO TO SIM-POOL-IX (2)
           OPEN OUTPUT SIMRPT-FILE
           IF SIMRPT-OK
               MOVE "Y" TO SIM-RPT-OPEN-SW
           ELSE
               DISPLAY "RULESIM: unable to open SIMRPT, status "
                       SIMRPT-STATUS
               MOVE "Y" TO SIM-DONE-SW
               MOVE 8 TO RETURN-CODE
           END-IF
           IF NOT SIM-DONE
               OPEN INPUT WIZMSTR-FILE
               IF WIZMSTR-OK
                   MOVE "Y" TO SIM-WIZMSTR-OPEN-SW
               ELSE
                   DISPLAY "RULESIM: unable to open WIZMSTR, status "
                           WIZMSTR-STATUS
                   MOVE "Y" TO SIM-DONE-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT SIM-DONE
               OPEN INPUT TAXMSTR-FILE
               IF TAXMSTR-OK
                   MOVE "Y" TO SIM-TAX-OPEN-SW
               ELSE
                   DISPLAY "RULESIM: unable to open TAXMSTR, status "
                           TAXMSTR-STATUS
                   MOVE "Y" TO SIM-DONE-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

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
               MOVE BUSNDATE-DATE TO SIM-TODAY
           END-IF.

      *****************************************************************
      *  LOAD-RUNTIME-PARMS - PUNCHER's coin-loss threshold and SHARE
      *  divisor, checked the way PUNCHER checks them: a value that
      *  is not numeric, zero or over 999 leaves the default.  Keys
      *  belonging to other programs pass straight by.
      *****************************************************************
       LOAD-RUNTIME-PARMS.
           MOVE "N" TO SIM-RULES-DONE-SW
           OPEN INPUT PARMFIL-FILE
           IF PARMFIL-OK
               PERFORM LOAD-ONE-PARM UNTIL SIM-RULES-DONE
               CLOSE PARMFIL-FILE
           END-IF.

       LOAD-ONE-PARM.
           READ PARMFIL-FILE INTO PARMFIL-RECORD
               AT END
                   MOVE "Y" TO SIM-RULES-DONE-SW
           END-READ
           IF NOT SIM-RULES-DONE
               AND PARMFIL-VALUE NUMERIC
               MOVE PARMFIL-VALUE TO SIM-PARM-VALUE-WK
               IF SIM-PARM-VALUE-WK > ZERO
                   AND SIM-PARM-VALUE-WK NOT > 999
                   EVALUATE PARMFIL-KEY
                       WHEN "PUNCLOSSHLTH"
                           MOVE SIM-PARM-VALUE-WK TO SIM-CLOSS-HEALTH
                       WHEN "PUNSHAREDIV"
                           MOVE SIM-PARM-VALUE-WK TO SIM-SHARE-DIV
                   END-EVALUATE
               END-IF
           END-IF.

      *****************************************************************
      *  LOAD-PRODUCTION-RULES - side 1 is what tonight's batch will
      *  run with: the built-in defaults overlaid by MOD7RUL and
      *  WRDDMG, exactly as SKIBIDIER and PUNCHGEN load them.
      *****************************************************************
       LOAD-PRODUCTION-RULES.
           MOVE 1 TO SIM-SIDE
           PERFORM SET-DEFAULT-RULES
           MOVE "N" TO SIM-RULES-DONE-SW
           OPEN INPUT MOD7RUL-FILE
           IF MOD7RUL-OK
               PERFORM LOAD-ONE-MOD7RUL UNTIL SIM-RULES-DONE
               CLOSE MOD7RUL-FILE
           END-IF
           MOVE "N" TO SIM-RULES-DONE-SW
           OPEN INPUT WRDDMG-FILE
           IF WRDDMG-OK
               PERFORM LOAD-ONE-WRDDMG UNTIL SIM-RULES-DONE
               CLOSE WRDDMG-FILE
           END-IF.

       LOAD-ONE-MOD7RUL.
           READ MOD7RUL-FILE INTO MOD7RUL-RECORD
               AT END
                   MOVE "Y" TO SIM-RULES-DONE-SW
           END-READ
           IF NOT SIM-RULES-DONE
               PERFORM APPLY-MOD7-RULE
           END-IF.

       LOAD-ONE-WRDDMG.
           READ WRDDMG-FILE INTO WRDDMG-RECORD
               AT END
                   MOVE "Y" TO SIM-RULES-DONE-SW
           END-READ
           IF NOT SIM-RULES-DONE
               PERFORM APPLY-DAMAGE-RULE
           END-IF.

      *****************************************************************
      *  LOAD-PROPOSED-RULES - side 2 is the proposal: the built-in
      *  defaults overlaid by MOD7PRP and WRDDPRP, which is what the
      *  batch would run with if each replaced its production file.
      *  A proposed file that is not supplied leaves that half of
      *  side 2 on the production rules, so a WRDDMG-only proposal
      *  needs no MOD7PRP.
      *****************************************************************
       LOAD-PROPOSED-RULES.
           MOVE 2 TO SIM-SIDE
           PERFORM SET-DEFAULT-RULES
           MOVE "N" TO SIM-RULES-DONE-SW
           OPEN INPUT MOD7PRP-FILE
           IF MOD7PRP-OK
               MOVE "Y" TO SIM-MOD7PRP-SW
               PERFORM LOAD-ONE-MOD7PRP UNTIL SIM-RULES-DONE
               CLOSE MOD7PRP-FILE
           ELSE
               MOVE SIM-MOD7-SET (1) TO SIM-MOD7-SET (2)
           END-IF
           MOVE "N" TO SIM-RULES-DONE-SW
           OPEN INPUT WRDDPRP-FILE
           IF WRDDPRP-OK
               MOVE "Y" TO SIM-WRDDPRP-SW
               PERFORM LOAD-ONE-WRDDPRP UNTIL SIM-RULES-DONE
               CLOSE WRDDPRP-FILE
           ELSE
               MOVE SIM-MAP-SET (1) TO SIM-MAP-SET (2)
           END-IF.

       LOAD-ONE-MOD7PRP.
           READ MOD7PRP-FILE INTO MOD7RUL-RECORD
               AT END
                   MOVE "Y" TO SIM-RULES-DONE-SW
           END-READ
           IF NOT SIM-RULES-DONE
               PERFORM APPLY-MOD7-RULE
           END-IF.

       LOAD-ONE-WRDDPRP.
           READ WRDDPRP-FILE INTO WRDDMG-RECORD
               AT END
                   MOVE "Y" TO SIM-RULES-DONE-SW
           END-READ
           IF NOT SIM-RULES-DONE
               PERFORM APPLY-DAMAGE-RULE
           END-IF.

       SET-DEFAULT-RULES.
           MOVE SIM-MOD7-DEFAULT-WORDS TO SIM-MOD7-SET (SIM-SIDE)
           MOVE SIM-DEFAULT-MAP TO SIM-MAP-ENTRIES (SIM-SIDE)
           MOVE 7 TO SIM-MAP-COUNT (SIM-SIDE).

      *****************************************************************
      *  APPLY-MOD7-RULE - overlay one MOD7 remainder's WORD on the
      *  side being loaded.  A key SKIBIDIER would refuse (not
      *  numeric, or over 6) is refused here too and counted.
      *****************************************************************
       APPLY-MOD7-RULE.
           IF MOD7RUL-KEY OF MOD7RUL-RECORD NUMERIC
               AND MOD7RUL-KEY OF MOD7RUL-RECORD NOT > 6
               MOVE MOD7RUL-KEY OF MOD7RUL-RECORD TO SIM-MOD7-KEY-WK
               MOVE MOD7RUL-WORD OF MOD7RUL-RECORD
                   TO SIM-MOD7-WORD (SIM-SIDE, SIM-MOD7-KEY-WK + 1)
           ELSE
               ADD 1 TO SIM-IGNORED-COUNT
           END-IF.

      *****************************************************************
      *  APPLY-DAMAGE-RULE - overlay one word's damage and target on
      *  the side being loaded, or add the word on the end while room
      *  remains, as PUNCHGEN does.  A non-numeric damage PUNCHGEN
      *  would reject is refused here too and counted.
      *****************************************************************
       APPLY-DAMAGE-RULE.
           IF WRDDMG-DAMAGE NOT NUMERIC
               ADD 1 TO SIM-IGNORED-COUNT
           ELSE
               PERFORM FIND-MAP-ENTRY
               IF SIM-MAP-FOUND
                   MOVE WRDDMG-DAMAGE
                       TO SIM-MAP-DAMAGE (SIM-SIDE, SIM-MAP-IX)
                   MOVE WRDDMG-WIZARD-ID
                       TO SIM-MAP-WIZARD (SIM-SIDE, SIM-MAP-IX)
               ELSE
                   IF SIM-MAP-COUNT (SIM-SIDE) < 10
                       ADD 1 TO SIM-MAP-COUNT (SIM-SIDE)
                       MOVE SIM-MAP-COUNT (SIM-SIDE) TO SIM-MAP-IX
                       MOVE WRDDMG-WORD
                           TO SIM-MAP-WORD (SIM-SIDE, SIM-MAP-IX)
                       MOVE WRDDMG-DAMAGE
                           TO SIM-MAP-DAMAGE (SIM-SIDE, SIM-MAP-IX)
                       MOVE WRDDMG-WIZARD-ID
                           TO SIM-MAP-WIZARD (SIM-SIDE, SIM-MAP-IX)
                   ELSE
                       ADD 1 TO SIM-IGNORED-COUNT
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  FIND-MAP-ENTRY - scan the side's map for the word in
      *  WRDDMG-WORD, leaving SIM-MAP-IX on it when SIM-MAP-FOUND.
      *****************************************************************
       FIND-MAP-ENTRY.
           MOVE "N" TO SIM-MAP-FOUND-SW
           MOVE 1 TO SIM-MAP-IX
           PERFORM CHECK-ONE-MAP-ENTRY
               UNTIL SIM-MAP-FOUND
                   OR SIM-MAP-IX > SIM-MAP-COUNT (SIM-SIDE).

       CHECK-ONE-MAP-ENTRY.
           IF SIM-MAP-WORD (SIM-SIDE, SIM-MAP-IX) = WRDDMG-WORD
               MOVE "Y" TO SIM-MAP-FOUND-SW
           ELSE
               ADD 1 TO SIM-MAP-IX
           END-IF.

      *****************************************************************
      *  LOAD-SCRATCH-ROSTER - copy every WIZSTATE wizard onto the
      *  keyed scratch roster, twice over (one half per side), and
      *  build the spread pool off the roster as PUNCHGEN will find
      *  it.  WIZSTATE is opened for input and closed again here;
      *  nothing below this paragraph can reach it.
      *****************************************************************
       LOAD-SCRATCH-ROSTER.
           OPEN INPUT WIZSTATE-FILE
           IF NOT WIZSTATE-OK
               DISPLAY "RULESIM: unable to open WIZSTATE, status "
                       WIZSTATE-STATUS
               MOVE "Y" TO SIM-DONE-SW
               MOVE 8 TO RETURN-CODE
           END-IF
           IF NOT SIM-DONE
               OPEN OUTPUT SIMWIZ-FILE
               IF SIMWIZ-OK
                   PERFORM COPY-ONE-WIZARD UNTIL SIM-ROSTER-DONE
                   CLOSE SIMWIZ-FILE
                   OPEN I-O SIMWIZ-FILE
               END-IF
               IF SIMWIZ-OK
                   MOVE "Y" TO SIM-WRK-OPEN-SW
               ELSE
                   DISPLAY "RULESIM: unable to open SIMWIZ, status "
                           SIMWIZ-STATUS
                   MOVE "Y" TO SIM-DONE-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE WIZSTATE-FILE
           END-IF.

       COPY-ONE-WIZARD.
           READ WIZSTATE-FILE INTO WIZSTATE-RECORD
               AT END
                   MOVE "Y" TO SIM-ROSTER-DONE-SW
           END-READ
           IF NOT SIM-ROSTER-DONE
               MOVE SPACES TO SIM-WIZ-RECORD
               MOVE WIZSTATE-WIZARD-ID TO SIM-WIZ-WIZARD-ID
               MOVE 1 TO SIM-SIDE
               PERFORM SEED-ONE-SIDE UNTIL SIM-SIDE > 2
               WRITE SIMWIZ-FILE-RECORD FROM SIM-WIZ-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO SIM-WIZARD-COUNT
               IF WIZSTATE-HEALTH > ZERO
                   PERFORM CHECK-POOL-CANDIDATE
               END-IF
           END-IF.

       SEED-ONE-SIDE.
           MOVE WIZSTATE-HEALTH TO SIM-WIZ-HEALTH (SIM-SIDE)
           MOVE WIZSTATE-GOLD TO SIM-WIZ-GOLD (SIM-SIDE)
           MOVE ZEROS TO SIM-WIZ-PUNCHES (SIM-SIDE)
           MOVE ZEROS TO SIM-WIZ-CLOSS (SIM-SIDE)
           MOVE ZEROS TO SIM-WIZ-PERISHED (SIM-SIDE)
           MOVE ZEROS TO SIM-WIZ-CARRIED (SIM-SIDE)
           ADD 1 TO SIM-SIDE.

       CHECK-POOL-CANDIDATE.
           MOVE WIZSTATE-WIZARD-ID TO WIZMSTR-FILE-WIZARD-ID
           PERFORM READ-WIZARD-MASTER
           IF SIM-MSTR-ACTIVE
               IF SIM-POOL-COUNT < 500
                   ADD 1 TO SIM-POOL-COUNT
                   MOVE WIZSTATE-WIZARD-ID
                       TO SIM-POOL-WIZARD (SIM-POOL-COUNT)
               ELSE
                   MOVE "Y" TO SIM-POOL-FULL-SW
               END-IF
           END-IF.

      *****************************************************************
      *  READ-WIZARD-MASTER - look up the wizard in
      *  WIZMSTR-FILE-WIZARD-ID, setting SIM-MSTR-ACTIVE when he is
      *  on the master and active.  His stake is left in
      *  WIZMSTR-RECORD.
      *****************************************************************
       READ-WIZARD-MASTER.
           MOVE "N" TO SIM-MSTR-ACTIVE-SW
           READ WIZMSTR-FILE INTO WIZMSTR-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WIZMSTR-ACTIVE
                       MOVE "Y" TO SIM-MSTR-ACTIVE-SW
                   END-IF
           END-READ.

      *****************************************************************
      *  PROVISION-SCRATCH-ROSTER - WIZPROV runs ahead of PUNCHER, so
      *  every perished wizard who is active on the master stands
      *  back up on both halves with health 100 and his stake before
      *  the first punch lands.  Both sides start the night from the
      *  same roster, so tonight's restakes are the same on each.
      *****************************************************************
       PROVISION-SCRATCH-ROSTER.
           PERFORM START-SCRATCH-WALK
           PERFORM PROVISION-ONE-WIZARD UNTIL SIM-WRK-EOF.

       PROVISION-ONE-WIZARD.
           READ SIMWIZ-FILE NEXT RECORD INTO SIM-WIZ-RECORD
               AT END
                   MOVE "Y" TO SIM-WRK-EOF-SW
           END-READ
           IF NOT SIM-WRK-EOF
               AND SIM-WIZ-HEALTH (1) = ZERO
               MOVE SIM-WIZ-WIZARD-ID TO WIZMSTR-FILE-WIZARD-ID
               PERFORM READ-WIZARD-MASTER
               IF SIM-MSTR-ACTIVE
                   MOVE WIZMSTR-STAKE-GOLD TO SIM-STAKE-WK
                   MOVE 1 TO SIM-SIDE
                   PERFORM STAND-UP-ONE-SIDE UNTIL SIM-SIDE > 2
                   REWRITE SIMWIZ-FILE-RECORD FROM SIM-WIZ-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.

       STAND-UP-ONE-SIDE.
           MOVE 100 TO SIM-WIZ-HEALTH (SIM-SIDE)
           MOVE SIM-STAKE-WK TO SIM-WIZ-GOLD (SIM-SIDE)
           ADD 1 TO SIM-T-PROV-TONIGHT (SIM-SIDE)
           ADD 1 TO SIM-SIDE.

      *****************************************************************
      *  START-SCRATCH-WALK - position the scratch roster at its
      *  first wizard for a front-to-back walk.
      *****************************************************************
       START-SCRATCH-WALK.
           MOVE "N" TO SIM-WRK-EOF-SW
           MOVE LOW-VALUES TO SIMWIZ-WIZARD-ID
           START SIMWIZ-FILE KEY NOT < SIMWIZ-WIZARD-ID
               INVALID KEY
                   MOVE "Y" TO SIM-WRK-EOF-SW
           END-START.

      *****************************************************************
      *  SIMULATE-ONE-TAXPAYER - one TAXMSTR record per pass.  An
      *  inactive taxpayer is one SKIBIDIER would reject and is
      *  passed over.  An active one is classified under both rule
      *  sets, counted against its district when the two WORDs
      *  differ, and each side's punch is generated and landed.
      *****************************************************************
       SIMULATE-ONE-TAXPAYER.
           READ TAXMSTR-FILE INTO TAXMSTR-RECORD
               AT END
                   MOVE "Y" TO SIM-TAX-DONE-SW
           END-READ
           IF NOT SIM-TAX-DONE
               IF TAXMSTR-ACTIVE
                   ADD 1 TO SIM-TAXPAYER-COUNT
                   PERFORM COMPUTE-MOD7-FROM-ID
                   MOVE SIM-MOD7-WORD (1, SIM-MOD7 + 1) TO SIM-WORD (1)
                   MOVE SIM-MOD7-WORD (2, SIM-MOD7 + 1) TO SIM-WORD (2)
                   PERFORM TALLY-DISTRICT
                   MOVE 1 TO SIM-SIDE
                   PERFORM SIMULATE-ONE-PUNCH UNTIL SIM-SIDE > 2
               ELSE
                   ADD 1 TO SIM-INACTIVE-COUNT
               END-IF
           END-IF.

      *****************************************************************
      *  COMPUTE-MOD7-FROM-ID - SKIBIDIER's remainder: the collating
      *  values of the nine ID characters summed, modulo 7.
      *****************************************************************
       COMPUTE-MOD7-FROM-ID.
           MOVE ZERO TO SIM-HASH-SUM
           MOVE 1 TO SIM-HASH-IX
           PERFORM ADD-ID-CHARACTER UNTIL SIM-HASH-IX > 9
           COMPUTE SIM-MOD7 = FUNCTION MOD(SIM-HASH-SUM 7).

       ADD-ID-CHARACTER.
           COMPUTE SIM-HASH-SUM = SIM-HASH-SUM
               + FUNCTION ORD(TAXMSTR-TAXPAYER-ID (SIM-HASH-IX:1))
           ADD 1 TO SIM-HASH-IX.

      *****************************************************************
      *  TALLY-DISTRICT - find or add the taxpayer's district and
      *  count the taxpayer there, and count the taxpayer as changed
      *  when the two rule sets give different WORDs.  Past 100
      *  districts the overflow is counted in the totals only, with
      *  one console note.
      *****************************************************************
       TALLY-DISTRICT.
           IF SIM-WORD (1) NOT = SIM-WORD (2)
               ADD 1 TO SIM-CHANGED-COUNT
           END-IF
           MOVE "N" TO SIM-DIST-FOUND-SW
           MOVE 1 TO SIM-DIST-IX
           PERFORM CHECK-ONE-DISTRICT
               UNTIL SIM-DIST-FOUND
                   OR SIM-DIST-IX > SIM-DIST-COUNT
           IF NOT SIM-DIST-FOUND
               IF SIM-DIST-COUNT < 100
                   ADD 1 TO SIM-DIST-COUNT
                   MOVE SIM-DIST-COUNT TO SIM-DIST-IX
                   MOVE TAXMSTR-DISTRICT TO SIM-DISTRICT (SIM-DIST-IX)
                   MOVE ZEROS TO SIM-DIST-TAXPAYERS (SIM-DIST-IX)
                   MOVE ZEROS TO SIM-DIST-CHANGED (SIM-DIST-IX)
                   MOVE "Y" TO SIM-DIST-FOUND-SW
               ELSE
                   IF NOT SIM-DIST-FULL
                       DISPLAY "RULESIM: district table is full, "
                               "later districts are in the totals "
                               "only"
                       MOVE "Y" TO SIM-DIST-FULL-SW
                   END-IF
               END-IF
           END-IF
           IF SIM-DIST-FOUND
               ADD 1 TO SIM-DIST-TAXPAYERS (SIM-DIST-IX)
               IF SIM-WORD (1) NOT = SIM-WORD (2)
                   ADD 1 TO SIM-DIST-CHANGED (SIM-DIST-IX)
               END-IF
           END-IF.

       CHECK-ONE-DISTRICT.
           IF SIM-DISTRICT (SIM-DIST-IX) = TAXMSTR-DISTRICT
               MOVE "Y" TO SIM-DIST-FOUND-SW
           ELSE
               ADD 1 TO SIM-DIST-IX
           END-IF.

      *****************************************************************
      *  SIMULATE-ONE-PUNCH - PUNCHGEN's half for the side in
      *  SIM-SIDE: map the WORD to its damage and target, pick the
      *  spread wizard or check the named one on the master.  A
      *  word with no mapping or a target PUNCHGEN would refuse
      *  counts as rejected; anything else is generated and handed
      *  to PUNCHER's half.
      *****************************************************************
       SIMULATE-ONE-PUNCH.
           MOVE SIM-WORD (SIM-SIDE) TO WRDDMG-WORD
           PERFORM FIND-MAP-ENTRY
           IF SIM-MAP-FOUND
               IF SIM-MAP-WIZARD (SIM-SIDE, SIM-MAP-IX) = "*SPREAD"
                   OR SIM-MAP-WIZARD (SIM-SIDE, SIM-MAP-IX) = SPACES
                   PERFORM PICK-SPREAD-WIZARD
               ELSE
                   MOVE SIM-MAP-WIZARD (SIM-SIDE, SIM-MAP-IX)
                       TO SIM-TARGET-WIZARD
                   MOVE SIM-TARGET-WIZARD TO WIZMSTR-FILE-WIZARD-ID
                   PERFORM READ-WIZARD-MASTER
                   MOVE SIM-MSTR-ACTIVE-SW TO SIM-TARGET-VALID-SW
               END-IF
               IF SIM-TARGET-VALID
                   ADD 1 TO SIM-T-GENERATED (SIM-SIDE)
                   MOVE SIM-MAP-DAMAGE (SIM-SIDE, SIM-MAP-IX)
                       TO SIM-DAMAGE
                   PERFORM LAND-SIMULATED-PUNCH
               ELSE
                   ADD 1 TO SIM-T-REJECTED (SIM-SIDE)
               END-IF
           ELSE
               ADD 1 TO SIM-T-REJECTED (SIM-SIDE)
           END-IF
           ADD 1 TO SIM-SIDE.

       PICK-SPREAD-WIZARD.
           IF SIM-POOL-COUNT = ZERO
               MOVE "N" TO SIM-TARGET-VALID-SW
           ELSE
               ADD 1 TO SIM-POOL-IX (SIM-SIDE)
               IF SIM-POOL-IX (SIM-SIDE) > SIM-POOL-COUNT
                   MOVE 1 TO SIM-POOL-IX (SIM-SIDE)
               END-IF
               MOVE SIM-POOL-WIZARD (SIM-POOL-IX (SIM-SIDE))
                   TO SIM-TARGET-WIZARD
               MOVE "Y" TO SIM-TARGET-VALID-SW
           END-IF.

      *****************************************************************
      *  LAND-SIMULATED-PUNCH - PUNCHER's half, against the side's
      *  own health and gold on the scratch roster.  A zero damage or
      *  a wizard not on the roster is rejected; a punch at a wizard
      *  already down is carried over; anything else is applied.
      *****************************************************************
       LAND-SIMULATED-PUNCH.
           IF SIM-DAMAGE = ZERO
               ADD 1 TO SIM-T-REJECTED (SIM-SIDE)
           ELSE
               MOVE SIM-TARGET-WIZARD TO SIMWIZ-WIZARD-ID
               READ SIMWIZ-FILE INTO SIM-WIZ-RECORD
                   INVALID KEY
                       ADD 1 TO SIM-T-REJECTED (SIM-SIDE)
                   NOT INVALID KEY
                       PERFORM APPLY-SIMULATED-PUNCH
                       REWRITE SIMWIZ-FILE-RECORD FROM SIM-WIZ-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-IF.

      *****************************************************************
      *  APPLY-SIMULATED-PUNCH - PUNCHER's arithmetic: damage at or
      *  over the wizard's health perishes him and pays his purse
      *  out; a survivor dropped under the coin-loss threshold loses
      *  SHARE, his gold over the divisor; otherwise the punch only
      *  costs health.
      *****************************************************************
       APPLY-SIMULATED-PUNCH.
           IF SIM-WIZ-HEALTH (SIM-SIDE) = ZERO
               ADD 1 TO SIM-WIZ-CARRIED (SIM-SIDE)
               ADD 1 TO SIM-T-CARRIED (SIM-SIDE)
           ELSE
               ADD 1 TO SIM-WIZ-PUNCHES (SIM-SIDE)
               ADD 1 TO SIM-T-APPLIED (SIM-SIDE)
               COMPUTE SIM-SHARE =
                   SIM-WIZ-GOLD (SIM-SIDE) / SIM-SHARE-DIV
               IF SIM-DAMAGE >= SIM-WIZ-HEALTH (SIM-SIDE)
                   ADD 1 TO SIM-WIZ-PERISHED (SIM-SIDE)
                   ADD 1 TO SIM-T-PERISHED (SIM-SIDE)
                   ADD SIM-WIZ-GOLD (SIM-SIDE)
                       TO SIM-T-PAYOUT-COINS (SIM-SIDE)
                   MOVE ZERO TO SIM-WIZ-HEALTH (SIM-SIDE)
                   MOVE ZERO TO SIM-WIZ-GOLD (SIM-SIDE)
               ELSE
                   IF SIM-WIZ-HEALTH (SIM-SIDE) - SIM-DAMAGE
                           < SIM-CLOSS-HEALTH
                       ADD 1 TO SIM-T-CLOSS-COUNT (SIM-SIDE)
                       ADD SIM-SHARE TO SIM-T-CLOSS-COINS (SIM-SIDE)
                       ADD SIM-SHARE TO SIM-WIZ-CLOSS (SIM-SIDE)
                       SUBTRACT SIM-SHARE
                           FROM SIM-WIZ-GOLD (SIM-SIDE)
                   END-IF
                   SUBTRACT SIM-DAMAGE FROM SIM-WIZ-HEALTH (SIM-SIDE)
               END-IF
           END-IF.

      *****************************************************************
      *  PRINT-SIMULATION-REPORT - the rules compared, WORD changes
      *  by district, projected punches by wizard, and the two
      *  nights' totals side by side.  The wizard walk also projects
      *  the next morning's WIZPROV restakes, so the totals print
      *  after it.
      *****************************************************************
       PRINT-SIMULATION-REPORT.
           MOVE "RULESIM What-If Rule Simulation" TO SIM-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "===============================" TO SIM-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SIM-LINE
           STRING "Business date . . . " SIM-TODAY
               DELIMITED BY SIZE INTO SIM-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SIM-LINE
           IF SIM-MOD7PRP-ON-FILE
               MOVE "Proposed MOD7RUL  . on file (MOD7PRP)" TO SIM-LINE
           ELSE
               MOVE "Proposed MOD7RUL  . none, production rules used"
                   TO SIM-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           IF SIM-WRDDPRP-ON-FILE
               MOVE "Proposed WRDDMG . . on file (WRDDPRP)" TO SIM-LINE
           ELSE
               MOVE "Proposed WRDDMG . . none, production map used"
                   TO SIM-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SIM-LINE
           STRING "Rule records ignored" SIM-IGNORED-COUNT
               DELIMITED BY SIZE INTO SIM-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SIM-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM PRINT-DISTRICT-SECTION
           PERFORM PRINT-WIZARD-SECTION
           PERFORM PRINT-TOTALS-SECTION.

       PRINT-DISTRICT-SECTION.
           MOVE "WORD Changes by District" TO SIM-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "-----------------------------------" TO SIM-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SIM-DIST-HEAD TO SIM-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO SIM-PRINT-IX
           PERFORM PRINT-ONE-DISTRICT
               UNTIL SIM-PRINT-IX > SIM-DIST-COUNT
           MOVE SPACES TO SIM-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SIM-LINE
           STRING "Taxpayers simulated " SIM-TAXPAYER-COUNT
               DELIMITED BY SIZE INTO SIM-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SIM-LINE
           STRING "Changed WORD  . . . " SIM-CHANGED-COUNT
               DELIMITED BY SIZE INTO SIM-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SIM-LINE
           STRING "Inactive, passed by " SIM-INACTIVE-COUNT
               DELIMITED BY SIZE INTO SIM-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SIM-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-ONE-DISTRICT.
           MOVE SIM-DISTRICT (SIM-PRINT-IX) TO SIM-DL-DISTRICT
           MOVE SIM-DIST-TAXPAYERS (SIM-PRINT-IX) TO SIM-DL-TAXPAYERS
           MOVE SIM-DIST-CHANGED (SIM-PRINT-IX) TO SIM-DL-CHANGED
           MOVE SIM-DIST-LINE TO SIM-LINE
           PERFORM WRITE-REPORT-LINE
           ADD 1 TO SIM-PRINT-IX.

       PRINT-WIZARD-SECTION.
           MOVE "Projected Punches by Wizard" TO SIM-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "-----------------------------------" TO SIM-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SIM-WIZ-HEAD-1 TO SIM-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SIM-WIZ-HEAD-2 TO SIM-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM START-SCRATCH-WALK
           PERFORM PRINT-ONE-WIZARD UNTIL SIM-WRK-EOF
           MOVE SPACES TO SIM-LINE
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      *  PRINT-ONE-WIZARD - one line per wizard on the scratch
      *  roster.  On the way past, each side's closing gold is added
      *  up and a wizard the side leaves down, if active on the
      *  master, is counted as the restake WIZPROV would book for
      *  him the next morning.
      *****************************************************************
       PRINT-ONE-WIZARD.
           READ SIMWIZ-FILE NEXT RECORD INTO SIM-WIZ-RECORD
               AT END
                   MOVE "Y" TO SIM-WRK-EOF-SW
           END-READ
           IF NOT SIM-WRK-EOF
               MOVE SIM-WIZ-WIZARD-ID TO WIZMSTR-FILE-WIZARD-ID
               PERFORM READ-WIZARD-MASTER
               MOVE 1 TO SIM-SIDE
               PERFORM PROJECT-ONE-SIDE UNTIL SIM-SIDE > 2
               MOVE SIM-WIZ-WIZARD-ID TO SIM-WL-ID
               MOVE SIM-WIZ-PUNCHES (1) TO SIM-WL-PUNCH-NOW
               MOVE SIM-WIZ-PUNCHES (2) TO SIM-WL-PUNCH-NEW
               MOVE SIM-WIZ-CLOSS (1) TO SIM-WL-CLOSS-NOW
               MOVE SIM-WIZ-CLOSS (2) TO SIM-WL-CLOSS-NEW
               MOVE SIM-WIZ-PERISHED (1) TO SIM-WL-PERISH-NOW
               MOVE SIM-WIZ-PERISHED (2) TO SIM-WL-PERISH-NEW
               MOVE SIM-WIZ-CARRIED (1) TO SIM-WL-CARRY-NOW
               MOVE SIM-WIZ-CARRIED (2) TO SIM-WL-CARRY-NEW
               MOVE SIM-WIZ-LINE TO SIM-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PROJECT-ONE-SIDE.
           ADD SIM-WIZ-GOLD (SIM-SIDE) TO SIM-T-CLOSE-GOLD (SIM-SIDE)
           IF SIM-WIZ-HEALTH (SIM-SIDE) = ZERO
               AND SIM-MSTR-ACTIVE
               ADD 1 TO SIM-T-PROV-NEXT (SIM-SIDE)
               ADD WIZMSTR-STAKE-GOLD TO SIM-T-PROV-GOLD (SIM-SIDE)
           END-IF
           ADD 1 TO SIM-SIDE.

      *****************************************************************
      *  PRINT-TOTALS-SECTION - the two nights side by side, and the
      *  verdict: proposed rules that perish more wizards than the
      *  production rules end the run with return code 4.
      *****************************************************************
       PRINT-TOTALS-SECTION.
           MOVE "Projected Night" TO SIM-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "-----------------------------------" TO SIM-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SIM-TOTAL-HEAD TO SIM-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Punches generated . " TO SIM-TL-LABEL
           MOVE SIM-T-GENERATED (1) TO SIM-TL-NOW
           MOVE SIM-T-GENERATED (2) TO SIM-TL-NEW
           PERFORM WRITE-TOTAL-LINE
           MOVE "Punches rejected  . " TO SIM-TL-LABEL
           MOVE SIM-T-REJECTED (1) TO SIM-TL-NOW
           MOVE SIM-T-REJECTED (2) TO SIM-TL-NEW
           PERFORM WRITE-TOTAL-LINE
           MOVE "Punches applied . . " TO SIM-TL-LABEL
           MOVE SIM-T-APPLIED (1) TO SIM-TL-NOW
           MOVE SIM-T-APPLIED (2) TO SIM-TL-NEW
           PERFORM WRITE-TOTAL-LINE
           MOVE "Punches carried . . " TO SIM-TL-LABEL
           MOVE SIM-T-CARRIED (1) TO SIM-TL-NOW
           MOVE SIM-T-CARRIED (2) TO SIM-TL-NEW
           PERFORM WRITE-TOTAL-LINE
           MOVE "CLOSS entries . . . " TO SIM-TL-LABEL
           MOVE SIM-T-CLOSS-COUNT (1) TO SIM-TL-NOW
           MOVE SIM-T-CLOSS-COUNT (2) TO SIM-TL-NEW
           PERFORM WRITE-TOTAL-LINE
           MOVE "CLOSS coins . . . . " TO SIM-TL-LABEL
           MOVE SIM-T-CLOSS-COINS (1) TO SIM-TL-NOW
           MOVE SIM-T-CLOSS-COINS (2) TO SIM-TL-NEW
           PERFORM WRITE-TOTAL-LINE
           MOVE "Perishes  . . . . . " TO SIM-TL-LABEL
           MOVE SIM-T-PERISHED (1) TO SIM-TL-NOW
           MOVE SIM-T-PERISHED (2) TO SIM-TL-NEW
           PERFORM WRITE-TOTAL-LINE
           MOVE "Payout coins  . . . " TO SIM-TL-LABEL
           MOVE SIM-T-PAYOUT-COINS (1) TO SIM-TL-NOW
           MOVE SIM-T-PAYOUT-COINS (2) TO SIM-TL-NEW
           PERFORM WRITE-TOTAL-LINE
           MOVE "PROVSN tonight  . . " TO SIM-TL-LABEL
           MOVE SIM-T-PROV-TONIGHT (1) TO SIM-TL-NOW
           MOVE SIM-T-PROV-TONIGHT (2) TO SIM-TL-NEW
           PERFORM WRITE-TOTAL-LINE
           MOVE "PROVSN next day . . " TO SIM-TL-LABEL
           MOVE SIM-T-PROV-NEXT (1) TO SIM-TL-NOW
           MOVE SIM-T-PROV-NEXT (2) TO SIM-TL-NEW
           PERFORM WRITE-TOTAL-LINE
           MOVE "Restake gold  . . . " TO SIM-TL-LABEL
           MOVE SIM-T-PROV-GOLD (1) TO SIM-TL-NOW
           MOVE SIM-T-PROV-GOLD (2) TO SIM-TL-NEW
           PERFORM WRITE-TOTAL-LINE
           MOVE "Closing roster gold " TO SIM-TL-LABEL
           MOVE SIM-T-CLOSE-GOLD (1) TO SIM-TL-NOW
           MOVE SIM-T-CLOSE-GOLD (2) TO SIM-TL-NEW
           PERFORM WRITE-TOTAL-LINE
           MOVE SPACES TO SIM-LINE
           PERFORM WRITE-REPORT-LINE
           IF SIM-T-PERISHED (2) > SIM-T-PERISHED (1)
               MOVE "Verdict . . . . . . PROPOSED RULES PERISH MORE"
                   TO SIM-LINE
               PERFORM WRITE-REPORT-LINE
               DISPLAY "RULESIM: proposed rules perish more wizards"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "Verdict . . . . . . no more perishes" TO SIM-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-TOTAL-LINE.
           COMPUTE SIM-TL-CHANGE = SIM-TL-NEW - SIM-TL-NOW
           MOVE SIM-TOTAL-LINE TO SIM-LINE
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      *  WRITE-REPORT-LINE - common line-out paragraph so every line
      *  of the report goes through the same open-checked WRITE.
      *****************************************************************
       WRITE-REPORT-LINE.
           IF SIM-RPT-OPEN
               WRITE SIMRPT-FILE-RECORD FROM SIM-LINE
           END-IF.

      *****************************************************************
      *  FINALIZE-PROGRAM - close whatever this run opened.  The
      *  scratch roster is a temporary dataset and goes with the job.
      *****************************************************************
       FINALIZE-PROGRAM.
           DISPLAY "RULESIM: simulated " SIM-TAXPAYER-COUNT
                   " taxpayers against " SIM-WIZARD-COUNT " wizards"
           IF SIM-WRK-OPEN
               CLOSE SIMWIZ-FILE
           END-IF
           IF SIM-TAX-OPEN
               CLOSE TAXMSTR-FILE
           END-IF
           IF SIM-WIZMSTR-OPEN
               CLOSE WIZMSTR-FILE
           END-IF
           IF SIM-RPT-OPEN
               CLOSE SIMRPT-FILE
           END-IF.

       END PROGRAM RULESIM.
