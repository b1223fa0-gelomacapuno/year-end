      *EXTERNAL CREDITS POSTED FROM EMPLOYER PAYMENT FILES
       01  WS-EXT-COUNT    PIC 9(7) VALUE 0.
       01  WS-EXT-TOTAL    PIC 9(11)V99 VALUE 0.
      *CHEQUES DRAWN ON CHECKING ACCOUNTS AND PAID THROUGH INWARD
      *CLEARING
       01  WS-CPD-COUNT    PIC 9(7) VALUE 0.
       01  WS-CPD-TOTAL    PIC 9(11)V99 VALUE 0.
      *PAYMENTS TO BENEFICIARIES AT OTHER BANKS, AND THOSE THE
      *RECEIVING BANK SENT BACK
       01  WS-PYX-COUNT    PIC 9(7) VALUE 0.
       01  WS-PYX-TOTAL    PIC 9(11)V99 VALUE 0.
       01  WS-PYJ-COUNT    PIC 9(7) VALUE 0.
       01  WS-PYJ-TOTAL    PIC 9(11)V99 VALUE 0.
      *TERM DEPOSITS - PLACEMENTS OUT OF CUSTOMER ACCOUNTS, AND
      *PRINCIPAL AND INTEREST PAID BACK INTO THEM
       01  WS-TDP-COUNT    PIC 9(7) VALUE 0.
       01  WS-TDP-TOTAL    PIC 9(11)V99 VALUE 0.
       01  WS-TDM-COUNT    PIC 9(7) VALUE 0.
       01  WS-TDM-TOTAL    PIC 9(11)V99 VALUE 0.
       01  WS-TDN-COUNT    PIC 9(7) VALUE 0.
       01  WS-TDN-TOTAL    PIC 9(11)V99 VALUE 0.
      *SUPERVISOR REVERSALS - CREDITS (INTO) AND DEBITS (OUT OF)
      *ACCOUNTS, TOLD APART THE SAME WAY AS TRANSFER LEGS. THESE
      *TWO PAIRS FEED THE CONTROL REPORT ONLY.
       01  WS-RV-CASHIN    PIC 9(11)V99 VALUE 0.
       01  WS-RV-CASHOUT   PIC 9(11)V99 VALUE 0.
       01  WS-RV-CLRG      PIC 9(11)V99 VALUE 0.
       01  WS-RV-CPD       PIC 9(11)V99 VALUE 0.
       01  WS-RV-PYX       PIC 9(11)V99 VALUE 0.
       01  WS-RV-PYJ       PIC 9(11)V99 VALUE 0.
       01  WS-RV-TDP       PIC 9(11)V99 VALUE 0.
       01  WS-RV-TDM       PIC 9(11)V99 VALUE 0.
       01  WS-RV-TDN       PIC 9(11)V99 VALUE 0.
       01  WS-RV-XFER      PIC 9(11)V99 VALUE 0.
       01  WS-RV-FEE       PIC 9(11)V99 VALUE 0.
       01  WS-RV-INT       PIC 9(11)V99 VALUE 0.
       01  GL-ACCT-INTINC  PIC X(8) VALUE '40010000'.
       01  GL-ACCT-FEEINC  PIC X(8) VALUE '40020000'.
       01  GL-ACCT-CLEARNG PIC X(8) VALUE '10020000'.
       01  GL-ACCT-PAYSTL  PIC X(8) VALUE '10030000'.
       01  GL-ACCT-TDLIAB  PIC X(8) VALUE '20020000'.
       01  GL-ACCT-TDINT   PIC X(8) VALUE '50020000'.
      *REPORT LINES
       01  WS-RPT-HDR.
           02 FILLER       PIC X(36)
                   WHEN 'E'
                       ADD 1 TO WS-EXT-COUNT
                       ADD TL-AMOUNT TO WS-EXT-TOTAL
                   WHEN 'C'
                       ADD 1 TO WS-CPD-COUNT
                       ADD TL-AMOUNT TO WS-CPD-TOTAL
                   WHEN 'X'
                       ADD 1 TO WS-PYX-COUNT
                       ADD TL-AMOUNT TO WS-PYX-TOTAL
                   WHEN 'J'
                       ADD 1 TO WS-PYJ-COUNT
                       ADD TL-AMOUNT TO WS-PYJ-TOTAL
                   WHEN 'P'
                       ADD 1 TO WS-TDP-COUNT
                       ADD TL-AMOUNT TO WS-TDP-TOTAL
                   WHEN 'M'
                       ADD 1 TO WS-TDM-COUNT
                       ADD TL-AMOUNT TO WS-TDM-TOTAL
                   WHEN 'N'
                       ADD 1 TO WS-TDN-COUNT
                       ADD TL-AMOUNT TO WS-TDN-TOTAL
                   WHEN 'R'
                       IF TL-NEWBAL GREATER THAN TL-OLDBAL
                           ADD 1 TO WS-RVI-COUNT
               WHEN 'Q'
               WHEN 'E'
                   ADD TL-AMOUNT TO WS-RV-CLRG
               WHEN 'C'
                   ADD TL-AMOUNT TO WS-RV-CPD
               WHEN 'X'
                   ADD TL-AMOUNT TO WS-RV-PYX
               WHEN 'J'
                   ADD TL-AMOUNT TO WS-RV-PYJ
               WHEN 'P'
                   ADD TL-AMOUNT TO WS-RV-TDP
               WHEN 'M'
                   ADD TL-AMOUNT TO WS-RV-TDM
               WHEN 'N'
                   ADD TL-AMOUNT TO WS-RV-TDN
               WHEN 'T'
                   ADD TL-AMOUNT TO WS-RV-XFER
               WHEN 'F'
      *OD INTEREST: DR CUSTOMER DEP    CR INTEREST INCOME
      *FEES:        DR CUSTOMER DEP    CR FEE INCOME
      *EXT CREDITS: DR CLEARING        CR CUSTOMER DEPOSITS
      *CHEQUES PAID:DR CUSTOMER DEP    CR CLEARING
      *EXT PAYMENTS:DR CUSTOMER DEP    CR PAYMENT SETTLEMENT
      *PAYMENTS RETURNED:
      *             DR PAYMENT SETTLE  CR CUSTOMER DEPOSITS
      *TD PLACED:   DR CUSTOMER DEP    CR TERM DEPOSITS
      *TD REPAID:   DR TERM DEPOSITS   CR CUSTOMER DEPOSITS
      *TD INTEREST: DR TD INTEREST EXP CR CUSTOMER DEPOSITS
      *REVERSALS:   MIRROR OF THE ORIGINAL TYPE'S OWN PAIR, SO A
      *CORRECTED DAY STILL TIES OUT AGAINST CASH AND NO PHANTOM
      *CASH MOVEMENT IS POSTED
               MOVE WS-EXT-TOTAL TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
           END-IF.
           IF WS-CPD-TOTAL > 0
               MOVE GL-ACCT-CUSTDEP TO GP-ACCOUNT
               MOVE 'D' TO GP-DRCR
               MOVE WS-CPD-TOTAL TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
               MOVE GL-ACCT-CLEARNG TO GP-ACCOUNT
               MOVE 'C' TO GP-DRCR
               MOVE WS-CPD-TOTAL TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
           END-IF.
           IF WS-PYX-TOTAL > 0
               MOVE GL-ACCT-CUSTDEP TO GP-ACCOUNT
               MOVE 'D' TO GP-DRCR
               MOVE WS-PYX-TOTAL TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
               MOVE GL-ACCT-PAYSTL TO GP-ACCOUNT
               MOVE 'C' TO GP-DRCR
               MOVE WS-PYX-TOTAL TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
           END-IF.
           IF WS-PYJ-TOTAL > 0
               MOVE GL-ACCT-PAYSTL TO GP-ACCOUNT
               MOVE 'D' TO GP-DRCR
               MOVE WS-PYJ-TOTAL TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
               MOVE GL-ACCT-CUSTDEP TO GP-ACCOUNT
               MOVE 'C' TO GP-DRCR
               MOVE WS-PYJ-TOTAL TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
           END-IF.
           IF WS-TDP-TOTAL > 0
               MOVE GL-ACCT-CUSTDEP TO GP-ACCOUNT
               MOVE 'D' TO GP-DRCR
               MOVE WS-TDP-TOTAL TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
               MOVE GL-ACCT-TDLIAB TO GP-ACCOUNT
               MOVE 'C' TO GP-DRCR
               MOVE WS-TDP-TOTAL TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
           END-IF.
           IF WS-TDM-TOTAL > 0
               MOVE GL-ACCT-TDLIAB TO GP-ACCOUNT
               MOVE 'D' TO GP-DRCR
               MOVE WS-TDM-TOTAL TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
               MOVE GL-ACCT-CUSTDEP TO GP-ACCOUNT
               MOVE 'C' TO GP-DRCR
               MOVE WS-TDM-TOTAL TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
           END-IF.
           IF WS-TDN-TOTAL > 0
               MOVE GL-ACCT-TDINT TO GP-ACCOUNT
               MOVE 'D' TO GP-DRCR
               MOVE WS-TDN-TOTAL TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
               MOVE GL-ACCT-CUSTDEP TO GP-ACCOUNT
               MOVE 'C' TO GP-DRCR
               MOVE WS-TDN-TOTAL TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
           END-IF.
           IF WS-RV-CASHIN > 0
               MOVE GL-ACCT-CASH TO GP-ACCOUNT
               MOVE 'D' TO GP-DRCR
               MOVE WS-RV-CLRG TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
           END-IF.
           IF WS-RV-CPD > 0
               MOVE GL-ACCT-CLEARNG TO GP-ACCOUNT
               MOVE 'D' TO GP-DRCR
               MOVE WS-RV-CPD TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
               MOVE GL-ACCT-CUSTDEP TO GP-ACCOUNT
               MOVE 'C' TO GP-DRCR
               MOVE WS-RV-CPD TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
           END-IF.
           IF WS-RV-PYX > 0
               MOVE GL-ACCT-PAYSTL TO GP-ACCOUNT
               MOVE 'D' TO GP-DRCR
               MOVE WS-RV-PYX TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
               MOVE GL-ACCT-CUSTDEP TO GP-ACCOUNT
               MOVE 'C' TO GP-DRCR
               MOVE WS-RV-PYX TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
           END-IF.
           IF WS-RV-PYJ > 0
               MOVE GL-ACCT-CUSTDEP TO GP-ACCOUNT
               MOVE 'D' TO GP-DRCR
               MOVE WS-RV-PYJ TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
               MOVE GL-ACCT-PAYSTL TO GP-ACCOUNT
               MOVE 'C' TO GP-DRCR
               MOVE WS-RV-PYJ TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
           END-IF.
           IF WS-RV-TDP > 0
               MOVE GL-ACCT-TDLIAB TO GP-ACCOUNT
               MOVE 'D' TO GP-DRCR
               MOVE WS-RV-TDP TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
               MOVE GL-ACCT-CUSTDEP TO GP-ACCOUNT
               MOVE 'C' TO GP-DRCR
               MOVE WS-RV-TDP TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
           END-IF.
           IF WS-RV-TDM > 0
               MOVE GL-ACCT-CUSTDEP TO GP-ACCOUNT
               MOVE 'D' TO GP-DRCR
               MOVE WS-RV-TDM TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
               MOVE GL-ACCT-TDLIAB TO GP-ACCOUNT
               MOVE 'C' TO GP-DRCR
               MOVE WS-RV-TDM TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
           END-IF.
           IF WS-RV-TDN > 0
               MOVE GL-ACCT-CUSTDEP TO GP-ACCOUNT
               MOVE 'D' TO GP-DRCR
               MOVE WS-RV-TDN TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
               MOVE GL-ACCT-TDINT TO GP-ACCOUNT
               MOVE 'C' TO GP-DRCR
               MOVE WS-RV-TDN TO GP-AMOUNT
               PERFORM PARA-WRITE-ONE
           END-IF.
           IF WS-RV-XFER > 0
               MOVE GL-ACCT-CUSTDEP TO GP-ACCOUNT
               MOVE 'D' TO GP-DRCR
           MOVE WS-EXT-COUNT TO CAT-COUNT.
           MOVE WS-EXT-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'CHEQUES PAID (CLEARING)   ' TO CAT-TEXT.
           MOVE WS-CPD-COUNT TO CAT-COUNT.
           MOVE WS-CPD-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'EXTERNAL PAYMENTS OUT     ' TO CAT-TEXT.
           MOVE WS-PYX-COUNT TO CAT-COUNT.
           MOVE WS-PYX-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'EXTERNAL PAYMENTS RETURNED' TO CAT-TEXT.
           MOVE WS-PYJ-COUNT TO CAT-COUNT.
           MOVE WS-PYJ-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'TERM DEPOSITS PLACED      ' TO CAT-TEXT.
           MOVE WS-TDP-COUNT TO CAT-COUNT.
           MOVE WS-TDP-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'TERM DEPOSITS REPAID      ' TO CAT-TEXT.
           MOVE WS-TDM-COUNT TO CAT-COUNT.
           MOVE WS-TDM-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'TERM DEPOSIT INTEREST     ' TO CAT-TEXT.
           MOVE WS-TDN-COUNT TO CAT-COUNT.
           MOVE WS-TDN-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'REVERSALS IN              ' TO CAT-TEXT.
           MOVE WS-RVI-COUNT TO CAT-COUNT.
           MOVE WS-RVI-TOTAL TO CAT-AMOUNT.
