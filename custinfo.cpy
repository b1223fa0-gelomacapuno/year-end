      *****************************************************************
      *  CUSTINFO.CPY
      *  SHARED RECORD LAYOUT FOR THE CUSTOMER INFORMATION FILE, ONE
      *  RECORD PER CUSTOMER WHATEVER THE NUMBER OF ACCOUNTS THEY
      *  HOLD. THE ACCOUNTS THEMSELVES ARE LINKED THROUGH THE
      *  RELATIONSHIP FILE (ACCTREL.CPY) AS PRIMARY OR JOINT OWNER.
      *  COPY THIS UNDER 01 CustInfoRecord IN ANY PROGRAM THAT OPENS
      *  CustFile / CustInfo.dat SO THE LAYOUT STAYS IN ONE PLACE.
      *****************************************************************
           02 CI-CUSTID    PIC 9(6).
           02 CI-FullName.
               03 CI-FNAME     PIC X(10).
               03 CI-LNAME     PIC X(10).
      *IDENTITY DETAILS SEEN WHEN THE CUSTOMER WAS TAKEN ON
           02 CI-BIRTH-DATE PIC 9(8).
           02 CI-ID-TYPE   PIC X(1).
               88 CI-ID-PASSPORT  VALUE 'P'.
               88 CI-ID-DRIVING   VALUE 'D'.
               88 CI-ID-NATIONAL  VALUE 'N'.
           02 CI-ID-NUMBER PIC X(20).
      *CONTACT DETAILS - COPIED ONTO THE ADDRESS RECORD OF EVERY
      *ACCOUNT THE CUSTOMER IS PRIMARY OWNER OF
           02 CI-ADDR1     PIC X(25).
           02 CI-ADDR2     PIC X(25).
           02 CI-ADDR3     PIC X(25).
           02 CI-PHONE     PIC X(12).
           02 CI-EMAIL     PIC X(25).
           02 CI-DELIV     PIC X(1).
               88 CI-DELIV-MAIL   VALUE 'M'.
               88 CI-DELIV-EMAIL  VALUE 'E'.
           02 CI-STATUS    PIC X(1).
               88 CI-ACTIVE       VALUE 'A'.
           02 CI-OPEN-DATE PIC 9(8).
