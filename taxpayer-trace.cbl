      *  -- "what happened to this taxpayer last night?" -- in one
      *  pass instead of the twenty-minute hand search through six
      *  files it used to take.  Given a taxpayer ID and a business
      *  date on TRCPARM, it shows the TAXMSTR master record (kept,
      *  with its date, after a deactivation), checks TAXPYIN for the
      *  input record, TAXPYCL for the WORD assigned, SKIREJ for a
      *  classification reject, DMGTRAN for the punch PUNCHGEN
      *  generated (the taxpayer ID rides in DMGTRAN-TXN-ID), GENREJ
      *  for a punch-generation reject, and LEDGER for any entry
      *  carrying that transaction ID, and prints the consolidated
      *  trail.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TRCPARM-FILE ASSIGN TO "TRCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRCPARM-STATUS.
           SELECT TAXMSTR-FILE ASSIGN TO "TAXMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TAXMSTR-FILE-TAXPAYER-ID
               FILE STATUS IS TAXMSTR-STATUS.
           SELECT TAXPYIN-FILE ASSIGN TO "TAXPYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXPYIN-STATUS.
       FD  TRCPARM-FILE.
       01  TRCPARM-FILE-RECORD          PIC X(80).

       FD  TAXMSTR-FILE.
       01  TAXMSTR-FILE-RECORD.
           05  TAXMSTR-FILE-TAXPAYER-ID PIC X(09).
           05  FILLER                   PIC X(71).

       FD  TAXPYIN-FILE.
       01  TAXPYIN-FILE-RECORD          PIC X(80).

       01  TRCRPT-FILE-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY TAXMSTR.
       COPY TAXPYIN.
       COPY TAXPYCL.
       COPY REJCTREC.
       01  TRCPARM-STATUS        PIC X(02) VALUE SPACES.
           88  TRCPARM-OK                    VALUE "00".

       01  TAXMSTR-STATUS        PIC X(02) VALUE SPACES.
           88  TAXMSTR-OK                    VALUE "00".
           88  TAXMSTR-NOT-FOUND             VALUE "23".

       01  TAXPYIN-STATUS        PIC X(02) VALUE SPACES.
           88  TAXPYIN-OK                    VALUE "00".

       MAIN-PROCESS.
           PERFORM INITIALIZE-PROGRAM
           IF NOT TRC-DONE
               PERFORM TRACE-TAXMSTR-STAGE
               PERFORM TRACE-TAXPYIN-STAGE
               PERFORM TRACE-TAXPYCL-STAGE
               PERFORM TRACE-SKIREJ-STAGE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************************
      *  TRACE-TAXMSTR-STAGE - who the taxpayer is on the master.  A
      *  deactivated taxpayer keeps the record and the date it went
      *  inactive; when that date is on or before the trace date the
      *  trail says so, since SKIBIDIER would have rejected the
      *  taxpayer that night.
      *****************************************************************
       TRACE-TAXMSTR-STAGE.
           MOVE "Master record (TAXMSTR)" TO TRC-LINE
           PERFORM WRITE-TRACE-LINE
           MOVE "-----------------------------------" TO TRC-LINE
           PERFORM WRITE-TRACE-LINE
           MOVE "N" TO TRC-STAGE-HIT-SW
           OPEN INPUT TAXMSTR-FILE
           IF TAXMSTR-OK
               MOVE TRC-TAXPAYER-ID TO TAXMSTR-FILE-TAXPAYER-ID
               READ TAXMSTR-FILE INTO TAXMSTR-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM WRITE-MASTER-DETAIL
               END-READ
               CLOSE TAXMSTR-FILE
               PERFORM NOTE-STAGE-MISS
           ELSE
               PERFORM NOTE-FILE-MISSING
           END-IF
           MOVE SPACES TO TRC-LINE
           PERFORM WRITE-TRACE-LINE.

       WRITE-MASTER-DETAIL.
           MOVE SPACES TO TRC-LINE
           STRING "Name  . . . . . . . " TAXMSTR-NAME
               DELIMITED BY SIZE INTO TRC-LINE
           PERFORM WRITE-TRACE-LINE
           MOVE SPACES TO TRC-LINE
           STRING "District  . . . . . " TAXMSTR-DISTRICT
               DELIMITED BY SIZE INTO TRC-LINE
           PERFORM WRITE-TRACE-LINE
           MOVE SPACES TO TRC-LINE
           STRING "Status  . . . . . . " TAXMSTR-ACTIVE-STATUS
               DELIMITED BY SIZE INTO TRC-LINE
           PERFORM WRITE-TRACE-LINE
           IF TAXMSTR-INACTIVE
               AND TAXMSTR-DATE-DEACTIVATED NUMERIC
               AND TAXMSTR-DATE-DEACTIVATED > ZERO
               MOVE SPACES TO TRC-LINE
               STRING "Deactivated . . . . " TAXMSTR-DATE-DEACTIVATED
                   DELIMITED BY SIZE INTO TRC-LINE
               PERFORM WRITE-TRACE-LINE
               IF TAXMSTR-DATE-DEACTIVATED NOT > TRC-BUSN-DATE
                   MOVE "Inactive on the business date traced"
                       TO TRC-LINE
                   PERFORM WRITE-TRACE-LINE
               END-IF
           END-IF
           PERFORM NOTE-STAGE-HIT.

      *****************************************************************
      *  TRACE-TAXPYIN-STAGE - was the taxpayer on the extract at
      *  all?  Only detail records count; the header is not a
