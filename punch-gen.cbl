      *  classifications and generates one DMGTRAN punch per taxpayer
      *  from the WRDDMG word-to-damage mapping, carrying the taxpayer
      *  ID through as the transaction ID so a ledger entry can be
      *  traced back to the taxpayer that caused it.  The HEAL, BONUS
      *  and XFER adjustments operations key on ADJTRAN for the
      *  business date follow the punches onto DMGTRAN, so PUNCHER
      *  works them in the same pass; PUNCHER does their checking.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GENREJ-FILE ASSIGN TO "GENREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENREJ-STATUS.
           SELECT ADJTRAN-FILE ASSIGN TO "ADJTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJTRAN-STATUS.
           SELECT BUSNDATE-FILE ASSIGN TO "BUSNDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSNDATE-STATUS.
       FD  GENREJ-FILE.
       01  GENREJ-FILE-RECORD           PIC X(80).

       FD  ADJTRAN-FILE.
       01  ADJTRAN-FILE-RECORD          PIC X(80).

       FD  BUSNDATE-FILE.
       01  BUSNDATE-FILE-RECORD         PIC X(80).

       01  GEN-DAMAGE-WK         PIC 9(03) VALUE ZEROS.
       01  GEN-PUNCH-COUNT       PIC 9(05) VALUE ZEROS.
       01  GEN-REJECT-COUNT      PIC 9(05) VALUE ZEROS.
       01  GEN-ADJ-COUNT         PIC 9(05) VALUE ZEROS.
       01  GEN-TODAY             PIC 9(08) VALUE ZEROS.
       01  GEN-POOL-IX           PIC 9(03) COMP VALUE ZERO.
       01  GEN-TARGET-WIZARD     PIC X(09) VALUE SPACES.
       01  GENREJ-STATUS         PIC X(02) VALUE SPACES.
           88  GENREJ-OK                     VALUE "00".

       01  ADJTRAN-STATUS        PIC X(02) VALUE SPACES.
           88  ADJTRAN-OK                    VALUE "00".

       01  BUSNDATE-STATUS       PIC X(02) VALUE SPACES.
           88  BUSNDATE-OK                   VALUE "00".

               88  GEN-POOL-DONE             VALUE "Y".
           05  GEN-POOL-FULL-SW  PIC X(01) VALUE "N".
               88  GEN-POOL-FULL             VALUE "Y".
           05  GEN-ADJ-DONE-SW   PIC X(01) VALUE "N".
               88  GEN-ADJ-DONE              VALUE "Y".

      *****************************************************************
      *  GEN-POOL-TABLE - the wizards eligible to catch a spread
       MAIN-PROCESS.
           PERFORM INITIALIZE-PROGRAM
           PERFORM PROCESS-CLASSIFICATIONS UNTIL GEN-DONE
           IF GEN-TAXPYCL-OPEN AND GEN-DMGTRAN-OPEN
               PERFORM COPY-ADJUSTMENTS
           END-IF
           PERFORM FINALIZE-PROGRAM
           STOP RUN.

                       MOVE TAXPYCL-TAXPAYER-ID TO DMGTRAN-TXN-ID
                       MOVE GEN-TARGET-WIZARD TO DMGTRAN-WIZARD-ID
                       MOVE GEN-DAMAGE-WK TO DMGTRAN-DAMAGE
                       MOVE "PUNCH" TO DMGTRAN-TXN-TYPE
                       WRITE DMGTRAN-FILE-RECORD FROM DMGTRAN-RECORD
                       ADD 1 TO GEN-PUNCH-COUNT
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  COPY-ADJUSTMENTS - append the adjustments keyed for this
      *  business date to DMGTRAN behind the punches.  ADJTRAN keeps
      *  every day's keying, so only the records dated today are
      *  taken and a rerun of the night takes the same ones again.
      *  Only HEAL, BONUS and XFER are adjustments: any other type,
      *  blank or PUNCH included, would reach PUNCHER as a punch that
      *  never passed the wizard master check, so it goes to GENREJ.
      *  No ADJTRAN means no adjustments today.
      *****************************************************************
       COPY-ADJUSTMENTS.
           OPEN INPUT ADJTRAN-FILE
           IF ADJTRAN-OK
               PERFORM COPY-ONE-ADJUSTMENT UNTIL GEN-ADJ-DONE
               CLOSE ADJTRAN-FILE
           END-IF.

       COPY-ONE-ADJUSTMENT.
           READ ADJTRAN-FILE INTO DMGTRAN-RECORD
               AT END
                   MOVE "Y" TO GEN-ADJ-DONE-SW
           END-READ
           IF NOT GEN-ADJ-DONE
               IF DMGTRAN-ADJ-DATE-N NUMERIC
                   AND DMGTRAN-ADJ-DATE-N = GEN-TODAY
                   IF DMGTRAN-IS-HEAL
                       OR DMGTRAN-IS-BONUS
                       OR DMGTRAN-IS-XFER
                       WRITE DMGTRAN-FILE-RECORD FROM DMGTRAN-RECORD
                       ADD 1 TO GEN-ADJ-COUNT
                   ELSE
                       MOVE "ADJTRAN " TO REJCTREC-SOURCE
                       MOVE DMGTRAN-TXN-ID TO REJCTREC-KEY-VALUE
                       MOVE DMGTRAN-TXN-TYPE TO REJCTREC-BAD-VALUE
                       MOVE "R003" TO REJCTREC-REASON-CODE
                       MOVE "Type is not HEAL, BONUS or XFER"
                           TO REJCTREC-REASON-TEXT
                       PERFORM WRITE-GENREJ-RECORD
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  WRITE-GENREJ-RECORD - common line-out paragraph for rejected
      *  PUNCHGEN input.  Owns the reject counter so every path that
       FINALIZE-PROGRAM.
           DISPLAY "PUNCHGEN: generated " GEN-PUNCH-COUNT
                   " punches, rejected " GEN-REJECT-COUNT
           DISPLAY "PUNCHGEN: copied " GEN-ADJ-COUNT
                   " adjustments from ADJTRAN"
           IF GEN-TAXPYCL-OPEN
               CLOSE TAXPYCL-FILE
           END-IF
