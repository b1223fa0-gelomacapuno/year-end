      *FOR A TYPE 'R' REVERSAL, THE DATE, TIME AND TYPE OF THE
      *ENTRY IT BACKS OUT (SAME ACCOUNT), SO THE LOG SAYS WHICH
      *ENTRY AN 'R' UNDOES AND THE GL EXTRACT CAN MIRROR THE
      *RIGHT ACCOUNT PAIR. FOR A TYPE 'C' CHEQUE PAID THROUGH
      *CLEARING, TL-REF-DATE CARRIES THE CHEQUE SERIAL NUMBER;
      *FOR A TYPE 'X' EXTERNAL PAYMENT AND A TYPE 'J' RETURNED
      *PAYMENT IT CARRIES THE PAYMENT NUMBER FROM THE QUEUE;
      *FOR A TYPE 'P' TERM DEPOSIT PLACED, 'M' TERM DEPOSIT
      *PRINCIPAL REPAID AND 'N' TERM DEPOSIT INTEREST PAID IT
      *CARRIES THE DEPOSIT NUMBER.
      *ZERO/SPACE ON EVERY OTHER TYPE.
           02 TL-REF-DATE  PIC 9(8).
           02 TL-REF-TIME  PIC 9(8).
           02 TL-REF-TYPE  PIC X(1).
