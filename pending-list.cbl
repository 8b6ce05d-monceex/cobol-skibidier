       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDLIST.

      *****************************************************************
      *  PENDLIST prints the effective-dated maintenance still waiting
      *  on the pending queues -- TAXMPND for the taxpayer master and
      *  WIZMPND for the wizard master -- so the districts can see
      *  what is booked to take effect, and when, without reading the
      *  queue files by hand.  One line per queued transaction: the
      *  action, the ID, the effective date, the date it was queued
      *  and the fields it will change.  An item whose date has
      *  already come round is flagged DUE; after the nightly
      *  maintenance steps there should be none, so a DUE line means
      *  the queue was not worked.  A queue that is not on hand lists
      *  as empty.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSNDATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSNDATE-STATUS.
           SELECT TAXPEND-FILE ASSIGN TO "TAXPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXPEND-STATUS.
           SELECT WIZPEND-FILE ASSIGN TO "WIZPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WIZPEND-STATUS.
           SELECT PNDLST-FILE ASSIGN TO "PNDLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PNDLST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSNDATE-FILE.
       01  BUSNDATE-FILE-RECORD         PIC X(80).

       FD  TAXPEND-FILE.
       01  TAXPEND-FILE-RECORD          PIC X(80).

       FD  WIZPEND-FILE.
       01  WIZPEND-FILE-RECORD          PIC X(80).

       FD  PNDLST-FILE.
       01  PNDLST-FILE-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BUSNDATE.
       COPY TAXMTRN.
       COPY WIZMTRN.

       01  PND-TODAY             PIC 9(08) VALUE ZEROS.
       01  PND-LINE              PIC X(80) VALUE SPACES.
       01  PND-DUE-FLAG          PIC X(03) VALUE SPACES.

       01  PND-TAX-COUNT         PIC 9(05) VALUE ZEROS.
       01  PND-TAX-DUE-COUNT     PIC 9(05) VALUE ZEROS.
       01  PND-WIZ-COUNT         PIC 9(05) VALUE ZEROS.
       01  PND-WIZ-DUE-COUNT     PIC 9(05) VALUE ZEROS.

       01  BUSNDATE-STATUS       PIC X(02) VALUE SPACES.
           88  BUSNDATE-OK                   VALUE "00".

       01  TAXPEND-STATUS        PIC X(02) VALUE SPACES.
           88  TAXPEND-OK                    VALUE "00".

       01  WIZPEND-STATUS        PIC X(02) VALUE SPACES.
           88  WIZPEND-OK                    VALUE "00".

       01  PNDLST-STATUS         PIC X(02) VALUE SPACES.
           88  PNDLST-OK                     VALUE "00".

       01  PND-SWITCHES.
           05  PND-DONE-SW       PIC X(01) VALUE "N".
               88  PND-DONE                  VALUE "Y".
           05  PND-LIST-OPEN-SW  PIC X(01) VALUE "N".
               88  PND-LIST-OPEN             VALUE "Y".
           05  PND-TAX-DONE-SW   PIC X(01) VALUE "N".
               88  PND-TAX-DONE              VALUE "Y".
           05  PND-WIZ-DONE-SW   PIC X(01) VALUE "N".
               88  PND-WIZ-DONE              VALUE "Y".

       PROCEDURE DIVISION.

       MAIN-PROCESS.
           PERFORM INITIALIZE-PROGRAM
           IF NOT PND-DONE
               PERFORM LIST-TAXPAYER-QUEUE
               PERFORM LIST-WIZARD-QUEUE
           END-IF
           PERFORM FINALIZE-PROGRAM
           STOP RUN.

      *****************************************************************
      *  INITIALIZE-PROGRAM - open the listing and take the business
      *  date the DUE flag is judged against.  Without a usable
      *  business date there is nothing to judge by, so the run
      *  stops.
      *****************************************************************
       INITIALIZE-PROGRAM.
           OPEN OUTPUT PNDLST-FILE
           IF PNDLST-OK
               MOVE "Y" TO PND-LIST-OPEN-SW
           ELSE
               DISPLAY "PENDLIST: unable to open PNDLST, status "
                       PNDLST-STATUS
               MOVE "Y" TO PND-DONE-SW
               MOVE 8 TO RETURN-CODE
           END-IF
           IF NOT PND-DONE
               PERFORM READ-BUSINESS-DATE
           END-IF
           IF NOT PND-DONE
               MOVE "PENDLIST Pending Maintenance" TO PND-LINE
               PERFORM WRITE-LIST-LINE
               MOVE "============================" TO PND-LINE
               PERFORM WRITE-LIST-LINE
               MOVE SPACES TO PND-LINE
               STRING "Business date . . . " PND-TODAY
                   DELIMITED BY SIZE INTO PND-LINE
               PERFORM WRITE-LIST-LINE
               MOVE SPACES TO PND-LINE
               PERFORM WRITE-LIST-LINE
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
               AND BUSNDATE-DATE > ZERO
               MOVE BUSNDATE-DATE TO PND-TODAY
           ELSE
               DISPLAY "PENDLIST: no usable business date on BUSNDATE"
               MOVE "Y" TO PND-DONE-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************************
      *  LIST-TAXPAYER-QUEUE - the TAXMPND queue in file order, which
      *  is the order the transactions were keyed.
      *****************************************************************
       LIST-TAXPAYER-QUEUE.
           MOVE "Taxpayer master (TAXMPND)" TO PND-LINE
           PERFORM WRITE-LIST-LINE
           MOVE "-----------------------------------" TO PND-LINE
           PERFORM WRITE-LIST-LINE
           MOVE "A ID        EFFECTIVE QUEUED   CHANGES" TO PND-LINE
           PERFORM WRITE-LIST-LINE
           OPEN INPUT TAXPEND-FILE
           IF TAXPEND-OK
               PERFORM LIST-ONE-TAXPAYER UNTIL PND-TAX-DONE
               CLOSE TAXPEND-FILE
           ELSE
               MOVE "Queue not on hand - listed as empty" TO PND-LINE
               PERFORM WRITE-LIST-LINE
           END-IF
           MOVE SPACES TO PND-LINE
           STRING "Queued  . . . . . . " PND-TAX-COUNT
               DELIMITED BY SIZE INTO PND-LINE
           PERFORM WRITE-LIST-LINE
           MOVE SPACES TO PND-LINE
           STRING "Due now . . . . . . " PND-TAX-DUE-COUNT
               DELIMITED BY SIZE INTO PND-LINE
           PERFORM WRITE-LIST-LINE
           MOVE SPACES TO PND-LINE
           PERFORM WRITE-LIST-LINE.

       LIST-ONE-TAXPAYER.
           READ TAXPEND-FILE INTO TAXMTRN-RECORD
               AT END
                   MOVE "Y" TO PND-TAX-DONE-SW
           END-READ
           IF NOT PND-TAX-DONE
               ADD 1 TO PND-TAX-COUNT
               MOVE SPACES TO PND-DUE-FLAG
               IF TAXMTRN-EFFECTIVE-DATE-N NOT NUMERIC
                   OR TAXMTRN-EFFECTIVE-DATE-N NOT > PND-TODAY
                   MOVE "DUE" TO PND-DUE-FLAG
                   ADD 1 TO PND-TAX-DUE-COUNT
               END-IF
               MOVE SPACES TO PND-LINE
               STRING TAXMTRN-ACTION " " TAXMTRN-TAXPAYER-ID " "
                   TAXMTRN-EFFECTIVE-DATE "  " TAXMTRN-QUEUED-DATE " "
                   TAXMTRN-NAME " " TAXMTRN-DISTRICT " "
                   TAXMTRN-NEW-STATUS " " PND-DUE-FLAG
                   DELIMITED BY SIZE INTO PND-LINE
               PERFORM WRITE-LIST-LINE
           END-IF.

      *****************************************************************
      *  LIST-WIZARD-QUEUE - the WIZMPND queue, laid out the same way
      *  with the squad and stake in place of the district.
      *****************************************************************
       LIST-WIZARD-QUEUE.
           MOVE "Wizard master (WIZMPND)" TO PND-LINE
           PERFORM WRITE-LIST-LINE
           MOVE "-----------------------------------" TO PND-LINE
           PERFORM WRITE-LIST-LINE
           MOVE "A ID        EFFECTIVE QUEUED   CHANGES" TO PND-LINE
           PERFORM WRITE-LIST-LINE
           OPEN INPUT WIZPEND-FILE
           IF WIZPEND-OK
               PERFORM LIST-ONE-WIZARD UNTIL PND-WIZ-DONE
               CLOSE WIZPEND-FILE
           ELSE
               MOVE "Queue not on hand - listed as empty" TO PND-LINE
               PERFORM WRITE-LIST-LINE
           END-IF
           MOVE SPACES TO PND-LINE
           STRING "Queued  . . . . . . " PND-WIZ-COUNT
               DELIMITED BY SIZE INTO PND-LINE
           PERFORM WRITE-LIST-LINE
           MOVE SPACES TO PND-LINE
           STRING "Due now . . . . . . " PND-WIZ-DUE-COUNT
               DELIMITED BY SIZE INTO PND-LINE
           PERFORM WRITE-LIST-LINE.

       LIST-ONE-WIZARD.
           READ WIZPEND-FILE INTO WIZMTRN-RECORD
               AT END
                   MOVE "Y" TO PND-WIZ-DONE-SW
           END-READ
           IF NOT PND-WIZ-DONE
               ADD 1 TO PND-WIZ-COUNT
               MOVE SPACES TO PND-DUE-FLAG
               IF WIZMTRN-EFFECTIVE-DATE-N NOT NUMERIC
                   OR WIZMTRN-EFFECTIVE-DATE-N NOT > PND-TODAY
                   MOVE "DUE" TO PND-DUE-FLAG
                   ADD 1 TO PND-WIZ-DUE-COUNT
               END-IF
               MOVE SPACES TO PND-LINE
               STRING WIZMTRN-ACTION " " WIZMTRN-WIZARD-ID " "
                   WIZMTRN-EFFECTIVE-DATE "  " WIZMTRN-QUEUED-DATE " "
                   WIZMTRN-NAME " " WIZMTRN-SQUAD " "
                   WIZMTRN-NEW-STATUS " " WIZMTRN-STAKE-GOLD " "
                   PND-DUE-FLAG
                   DELIMITED BY SIZE INTO PND-LINE
               PERFORM WRITE-LIST-LINE
           END-IF.

       WRITE-LIST-LINE.
           IF PND-LIST-OPEN
               WRITE PNDLST-FILE-RECORD FROM PND-LINE
           END-IF.

      *****************************************************************
      *  FINALIZE-PROGRAM - close the listing.  Due work left on a
      *  queue is worth a warning: it should have been applied.
      *****************************************************************
       FINALIZE-PROGRAM.
           IF NOT PND-DONE
               DISPLAY "PENDLIST: " PND-TAX-COUNT " taxpayer and "
                       PND-WIZ-COUNT " wizard transactions pending"
               IF PND-TAX-DUE-COUNT > ZERO
                   OR PND-WIZ-DUE-COUNT > ZERO
                   DISPLAY "PENDLIST: queued work is past due"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF PND-LIST-OPEN
               CLOSE PNDLST-FILE
           END-IF.

       END PROGRAM PENDLIST.
