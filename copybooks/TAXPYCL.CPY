      *  Output record for SKIBIDIER's TAXPYCL classification file.
      *  Pairs each taxpayer ID with the WORD its MOD7 EVALUATE
      *  produced so downstream systems can consume the result without
      *  scraping the console log.  Each record carries the business
      *  date SKIBIDIER classified it on, so one night's records can
      *  be told from another's on the cumulative file; records
      *  written before the date was carried have spaces there.
      *****************************************************************
       01  TAXPYCL-RECORD                VALUE SPACES.
           05  TAXPYCL-TAXPAYER-ID       PIC X(09).
           05  TAXPYCL-WORD              PIC X(07).
           05  TAXPYCL-BUSN-DATE         PIC 9(08).
           05  FILLER                    PIC X(56).
