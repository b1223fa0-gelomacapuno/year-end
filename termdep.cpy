      *****************************************************************
      *  TERMDEP.CPY
      *  SHARED RECORD LAYOUT FOR THE TERM DEPOSIT BOOK.
      *  A TERM DEPOSIT IS FUNDED FROM A CUSTOMER ACCOUNT, RUNS FOR
      *  A WHOLE NUMBER OF MONTHS AT A FIXED RATE, AND ON MATURITY
      *  PAYS PRINCIPAL AND INTEREST BACK TO THAT SAME ACCOUNT - OR
      *  PAYS THE INTEREST AND ROLLS THE PRINCIPAL OVER FOR ANOTHER
      *  TERM WHEN THE CUSTOMER ASKED FOR THAT.
      *  COPY THIS UNDER 01 TermDepRecord IN ANY PROGRAM THAT OPENS
      *  TDFile / TermDeposits.dat SO THE LAYOUT STAYS IN ONE PLACE.
      *****************************************************************
           02 TD-DEPNUM       PIC 9(6).
      *THE FUNDING ACCOUNT ON Customer.dat - DEBITED AT OPENING,
      *CREDITED WITH PRINCIPAL AND INTEREST ON MATURITY
           02 TD-ACCNUM       PIC 9(4).
           02 TD-PRINCIPAL    PIC 9(7)V99.
      *FIXED ANNUAL RATE, E.G. 0.0450 FOR 4.5%
           02 TD-RATE         PIC 9V9999.
           02 TD-TERM-MONTHS  PIC 9(3).
      *START OF THE CURRENT TERM AND THE DAY IT MATURES (YYYYMMDD);
      *A ROLLOVER MOVES BOTH ON BY ONE TERM
           02 TD-START-DATE   PIC 9(8).
           02 TD-MATURE-DATE  PIC 9(8).
           02 TD-INSTRUCTION  PIC X(1).
               88 TD-PAY-OUT    VALUE 'P'.
               88 TD-ROLL-OVER  VALUE 'R'.
           02 TD-STATUS       PIC X(1).
               88 TD-ACTIVE     VALUE 'A'.
               88 TD-MATURED    VALUE 'M'.
               88 TD-BROKEN     VALUE 'B'.
      *TELLER WHO OPENED IT; SUPERVISOR WHO BROKE IT EARLY
           02 TD-OPENED-BY    PIC X(8).
           02 TD-CLOSED-BY    PIC X(8).
      *SET WHEN THE DEPOSIT IS FINALLY PAID OFF
           02 TD-CLOSE-DATE   PIC 9(8).
      *INTEREST PAID OVER THE LIFE OF THE DEPOSIT, AND ANY EARLY
      *WITHDRAWAL PENALTY KEPT BACK
           02 TD-INT-PAID     PIC 9(7)V99.
           02 TD-PENALTY      PIC 9(7)V99.
           02 TD-ROLL-COUNT   PIC 9(2).
