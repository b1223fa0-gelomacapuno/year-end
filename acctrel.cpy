      *****************************************************************
      *  ACCTREL.CPY
      *  SHARED RECORD LAYOUT FOR THE ACCOUNT RELATIONSHIP FILE, ONE
      *  RECORD PER CUSTOMER PER ACCOUNT. EVERY ACCOUNT HAS ONE
      *  PRIMARY OWNER, WHOSE NAME IS CARRIED ON THE ACCOUNT RECORD,
      *  AND MAY HAVE JOINT OWNERS BESIDES. A LINK THAT HAS ENDED IS
      *  KEPT, MARKED ENDED, SO THE HISTORY IS NOT LOST.
      *  COPY THIS UNDER 01 RelRecord IN ANY PROGRAM THAT OPENS
      *  RelFile / AcctRel.dat SO THE LAYOUT STAYS IN ONE PLACE.
      *****************************************************************
           02 RL-KEY.
               03 RL-CUSTID    PIC 9(6).
               03 RL-ACCNUM    PIC 9(4).
           02 RL-ROLE      PIC X(1).
               88 RL-PRIMARY      VALUE 'P'.
               88 RL-JOINT        VALUE 'J'.
           02 RL-STATUS    PIC X(1).
               88 RL-ACTIVE       VALUE 'A'.
               88 RL-ENDED        VALUE 'E'.
           02 RL-START-DATE PIC 9(8).
           02 RL-END-DATE  PIC 9(8).
