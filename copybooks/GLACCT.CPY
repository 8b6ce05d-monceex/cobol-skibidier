      *****************************************************************
      *  GLACCT.CPY
      *  General-ledger account mapping.  One record per LEDGER event
      *  type, naming the corporate GL account the event debits and
      *  the account it credits.  Accounting keeps it by editing
      *  GLACCT between runs, the way MOD7RUL keeps the MOD7 words,
      *  so a chart-of-accounts change never needs a program change.
      *  GLEXTR posts every ledger entry of the event type as one
      *  debit line and one credit line for the entry's amount.
      *****************************************************************
       01  GLACCT-RECORD                 VALUE SPACES.
           05  GLACCT-EVENT-TYPE         PIC X(06).
           05  GLACCT-DEBIT-ACCOUNT      PIC X(10).
           05  GLACCT-CREDIT-ACCOUNT     PIC X(10).
           05  GLACCT-DESCRIPTION        PIC X(30).
           05  FILLER                    PIC X(24).
