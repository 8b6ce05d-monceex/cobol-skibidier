
                       MOVE TAXPAYER-ID TO TAXPYCL-TAXPAYER-ID
                       MOVE WORD TO TAXPYCL-WORD
                       MOVE SKI-TODAY TO TAXPYCL-BUSN-DATE
                       WRITE TAXPYCL-FILE-RECORD FROM TAXPYCL-RECORD
                       ADD 1 TO SKI-TAXPYCL-RECS
                       PERFORM TALLY-CLASSIFICATION
