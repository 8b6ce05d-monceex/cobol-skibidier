      *****************************************************************
      *  GLJRNL.CPY
      *  Record layout for the GL journal interface file GLEXTR
      *  writes for the corporate general ledger each night.  The
      *  first record is the header naming the business date.  Every
      *  record after it is a journal line: each LEDGER entry posts
      *  as a debit line and a credit line sharing one journal
      *  number, so the file balances entry by entry.  The last
      *  record is the control trailer: record counts and the debit
      *  and credit hash totals the GL load proves the file against.
      *****************************************************************
       01  GLJRNL-RECORD.
           05  GLJRNL-REC-TYPE           PIC X(01).
               88  GLJRNL-IS-HEADER          VALUE "H".
               88  GLJRNL-IS-DETAIL          VALUE "D".
               88  GLJRNL-IS-TRAILER         VALUE "T".
           05  GLJRNL-REC-DATA           PIC X(79).

       01  GLJRNL-HEADER-RECORD REDEFINES GLJRNL-RECORD.
           05  GLJRNL-HDR-TYPE           PIC X(01).
           05  GLJRNL-HDR-BUSN-DATE      PIC 9(08).
           05  GLJRNL-HDR-SOURCE         PIC X(08).
           05  GLJRNL-HDR-RUN-DATE       PIC 9(08).
           05  GLJRNL-HDR-RUN-TIME       PIC 9(06).
           05  FILLER                    PIC X(49).

       01  GLJRNL-DETAIL-RECORD REDEFINES GLJRNL-RECORD.
           05  GLJRNL-DTL-TYPE           PIC X(01).
           05  GLJRNL-DTL-BUSN-DATE      PIC 9(08).
           05  GLJRNL-DTL-JOURNAL-NO     PIC 9(07).
           05  GLJRNL-DTL-DR-CR          PIC X(01).
               88  GLJRNL-DTL-IS-DEBIT       VALUE "D".
               88  GLJRNL-DTL-IS-CREDIT      VALUE "C".
           05  GLJRNL-DTL-ACCOUNT        PIC X(10).
           05  GLJRNL-DTL-COST-CENTER    PIC X(04).
           05  GLJRNL-DTL-AMOUNT         PIC 9(09).
           05  GLJRNL-DTL-EVENT-TYPE     PIC X(06).
           05  GLJRNL-DTL-WIZARD-ID      PIC X(09).
           05  GLJRNL-DTL-TXN-ID         PIC X(09).
           05  GLJRNL-DTL-LEDGER-DATE    PIC 9(08).
           05  FILLER                    PIC X(08).

       01  GLJRNL-TRAILER-RECORD REDEFINES GLJRNL-RECORD.
           05  GLJRNL-TRL-TYPE           PIC X(01).
           05  GLJRNL-TRL-BUSN-DATE      PIC 9(08).
           05  GLJRNL-TRL-RECORD-COUNT   PIC 9(07).
           05  GLJRNL-TRL-DEBIT-COUNT    PIC 9(07).
           05  GLJRNL-TRL-CREDIT-COUNT   PIC 9(07).
           05  GLJRNL-TRL-DEBIT-HASH     PIC 9(11).
           05  GLJRNL-TRL-CREDIT-HASH    PIC 9(11).
           05  FILLER                    PIC X(28).
