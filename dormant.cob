           ADD 1 TO WS-CUT-MM.
           COMPUTE WS-CUTOFF = (WS-CUT-YYYY * 100) + WS-CUT-MM.

      *REMEMBER THE LATEST DEPOSIT/WITHDRAWAL/TRANSFER/CHEQUE PAID/
      *EXTERNAL PAYMENT PER ACCOUNT.
      *INTEREST POSTINGS ARE NOT CUSTOMER-INITIATED AND DO NOT COUNT.
       PARA-SCAN-LOG.
           MOVE ZEROES TO WS-LAST-TABLE.
       PARA-NOTE-ACTIVITY.
           IF TL-ACCNUM > 0
               AND (TL-TRANTYPE = 'D' OR TL-TRANTYPE = 'Q'
                   OR TL-TRANTYPE = 'W' OR TL-TRANTYPE = 'T'
                   OR TL-TRANTYPE = 'C' OR TL-TRANTYPE = 'X'
                   OR TL-TRANTYPE = 'P')
               IF TL-DATE > WS-LAST-DATE (TL-ACCNUM)
                   MOVE TL-DATE TO WS-LAST-DATE (TL-ACCNUM)
               END-IF
