               PERFORM PARA-WRITE-EXCEPTION
           END-IF.
      *THE BALANCES MUST MOVE THE WAY THE TYPE SAYS: CASH AND
      *CHEQUE DEPOSITS, EXTERNAL CREDITS, RETURNED PAYMENTS, TERM
      *DEPOSIT REPAYMENTS AND INTEREST CREDIT; WITHDRAWALS, CHEQUES
      *PAID THROUGH CLEARING, EXTERNAL PAYMENTS, TERM DEPOSIT
      *PLACEMENTS, OVERDRAFT INTEREST AND FEES DEBIT. TRANSFER
      *LEGS ARE BOTH 'T' AND A REVERSAL 'R' RUNS AGAINST ITS
      *ORIGINAL, SO THOSE TWO TAKE THEIR SIGN FROM THE BALANCE
      *MOVEMENT.
           IF ((SR-TRANTYPE = 'D' OR SR-TRANTYPE = 'Q'
                       OR SR-TRANTYPE = 'I' OR SR-TRANTYPE = 'E'
                       OR SR-TRANTYPE = 'J' OR SR-TRANTYPE = 'M'
                       OR SR-TRANTYPE = 'N')
                   AND SR-NEWBAL LESS THAN SR-OLDBAL)
               OR ((SR-TRANTYPE = 'W' OR SR-TRANTYPE = 'O'
                       OR SR-TRANTYPE = 'F' OR SR-TRANTYPE = 'C'
                       OR SR-TRANTYPE = 'X' OR SR-TRANTYPE = 'P')
                   AND SR-NEWBAL GREATER THAN SR-OLDBAL)
               MOVE 'WRONG DIRECTION FOR TYPE' TO EX-TEXT
               MOVE SR-OLDBAL TO EX-VAL1
               WHEN 'Q'
               WHEN 'I'
               WHEN 'E'
               WHEN 'J'
               WHEN 'M'
               WHEN 'N'
                   COMPUTE WS-CALC-BAL = SR-OLDBAL + SR-AMOUNT
               WHEN 'W'
               WHEN 'O'
               WHEN 'F'
               WHEN 'C'
               WHEN 'X'
               WHEN 'P'
                   COMPUTE WS-CALC-BAL = SR-OLDBAL - SR-AMOUNT
               WHEN OTHER
                   IF SR-NEWBAL GREATER THAN SR-OLDBAL
