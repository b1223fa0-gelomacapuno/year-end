      *****************************************************************
      *  PAYQUEUE.CPY
      *  SHARED RECORD LAYOUT FOR THE OUTBOUND PAYMENTS QUEUE.
      *  A PAYMENT TO A BENEFICIARY AT ANOTHER BANK IS DEBITED AT
      *  THE COUNTER AND QUEUED HERE; THE NIGHTLY SEND BATCH PUTS
      *  IT ON THE OUTBOUND INTERCHANGE FILE AND MARKS IT SENT. A
      *  PAYMENT THE RECEIVING BANK SENDS BACK IS CREDITED TO THE
      *  CUSTOMER AND MARKED RETURNED.
      *  COPY THIS UNDER 01 PaymentRecord IN ANY PROGRAM THAT OPENS
      *  PayFile / PaymentQueue.dat SO THE LAYOUT STAYS IN ONE PLACE.
      *****************************************************************
           02 PY-PAYNUM       PIC 9(6).
      *THE CUSTOMER ACCOUNT THE PAYMENT WAS DEBITED FROM
           02 PY-ACCNUM       PIC 9(4).
           02 PY-AMOUNT       PIC 9(7)V99.
      *BENEFICIARY: NAME, RECEIVING BANK CODE AND ACCOUNT AT THAT
      *BANK, AND THE REFERENCE THE BENEFICIARY WILL SEE
           02 PY-BENEF-NAME   PIC X(30).
           02 PY-BENEF-BANK   PIC X(11).
           02 PY-BENEF-ACCT   PIC X(20).
           02 PY-PAYREF       PIC X(16).
           02 PY-STATUS       PIC X(1).
               88 PY-QUEUED     VALUE 'Q'.
               88 PY-SENT       VALUE 'S'.
               88 PY-RETURNED   VALUE 'R'.
      *TELLER WHO TOOK THE PAYMENT, AND WHEN
           02 PY-TELLER       PIC X(8).
           02 PY-ENTRY-DATE   PIC 9(8).
           02 PY-ENTRY-TIME   PIC 9(8).
      *RUN DATE OF THE OUTBOUND FILE THAT CARRIED IT; 0 = NOT SENT
           02 PY-SENT-DATE    PIC 9(8).
      *SET WHEN THE RECEIVING BANK SENDS IT BACK
           02 PY-RETURN-DATE  PIC 9(8).
           02 PY-RETURN-CODE  PIC X(2).
