      *****************************************************************
      *  OPERATOR.CPY
      *  SHARED RECORD LAYOUT FOR THE OPERATOR MASTER FILE.
      *  ONE RECORD PER TELLER, SUPERVISOR OR BACK-OFFICE USER.
      *  EVERY PROGRAM THAT ASKS FOR AN OPERATOR ID PROVES IT HERE
      *  BEFORE THE ID GOES NEAR AN AUDIT LOG OR A DRAWER.
      *  COPY THIS UNDER 01 OperatorRecord IN ANY PROGRAM THAT OPENS
      *  OperFile / Operators.dat SO THE LAYOUT STAYS IN ONE PLACE.
      *****************************************************************
           02 OP-ID        PIC X(8).
           02 OP-PASSWORD  PIC X(8).
           02 OP-NAME      PIC X(20).
      *THE ROLE DECIDES WHICH FUNCTIONS EACH PROGRAM OFFERS
           02 OP-ROLE      PIC X(1).
               88 OP-TELLER       VALUE 'T'.
               88 OP-SUPERVISOR   VALUE 'S'.
               88 OP-BACKOFFICE   VALUE 'B'.
           02 OP-STATUS    PIC X(1).
               88 OP-ACTIVE       VALUE 'A'.
               88 OP-REVOKED      VALUE 'R'.
      *LARGEST SINGLE WITHDRAWAL OR TRANSFER THE OPERATOR MAY POST
      *WITHOUT A SUPERVISOR SIGNING IT OFF ON THE SPOT
           02 OP-TXN-LIMIT PIC 9(7)V99.
      *LAST DATE THE RECORD WAS CHANGED, AND BY WHOM
           02 OP-CHG-DATE  PIC 9(8).
           02 OP-CHG-BY    PIC X(8).
