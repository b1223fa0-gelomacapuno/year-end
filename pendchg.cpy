      *****************************************************************
      *  PENDCHG.CPY
      *  SHARED RECORD LAYOUT FOR THE PENDING-CHANGES FILE.
      *  A FREEZE, UNFREEZE, PIN RESET, MINIMUM BALANCE OR OVERDRAFT
      *  LIMIT CHANGE FROM THE BACK-OFFICE MENU, OR A REVERSAL, IS
      *  HELD HERE UNTIL A SECOND SUPERVISOR APPROVES OR REJECTS IT
      *  THROUGH THE APPROVAL PROGRAM. ONLY AN APPROVED ITEM EVER
      *  REACHES THE CUSTOMER MASTER OR THE TRANSACTION LOG.
      *  COPY THIS UNDER 01 PendRecord IN ANY PROGRAM THAT OPENS
      *  PendFile / PendingChanges.dat SO THE LAYOUT STAYS IN ONE
      *  PLACE.
      *****************************************************************
           02 PC-PENDNUM    PIC 9(6).
           02 PC-STATUS     PIC X(1).
               88 PC-PENDING    VALUE 'P'.
               88 PC-APPROVED   VALUE 'A'.
               88 PC-REJECTED   VALUE 'J'.
      *THE CHANGE ASKED FOR - THE SAME LETTER IT CARRIES ON THE
      *MAINTENANCE LOG ONCE APPLIED
           02 PC-ACTION     PIC X(1).
               88 PC-FREEZE     VALUE 'F'.
               88 PC-UNFREEZE   VALUE 'U'.
               88 PC-PINRESET   VALUE 'P'.
               88 PC-MINBAL     VALUE 'M'.
               88 PC-ODLIMIT    VALUE 'O'.
               88 PC-REVERSAL   VALUE 'R'.
           02 PC-ACCNUM     PIC 9(4).
      *WHAT THE CHECKER SEES: THE VALUE ON FILE WHEN THE CHANGE
      *WAS RAISED AND THE VALUE ASKED FOR (FOR A REVERSAL, THE
      *TYPE AND AMOUNT OF THE ENTRY TO BACK OUT)
           02 PC-OLDVAL     PIC X(12).
           02 PC-NEWVAL     PIC X(12).
      *THE VALUE TO APPLY, VIEWED ACCORDING TO PC-ACTION
           02 PC-APPLY.
               03 PC-NEW-STATUS  PIC X(1).
               03 FILLER         PIC X(16).
           02 PC-APPLY-PIN REDEFINES PC-APPLY.
               03 PC-NEW-PIN     PIC 9(4).
               03 FILLER         PIC X(13).
           02 PC-APPLY-AMT REDEFINES PC-APPLY.
               03 PC-NEW-AMOUNT  PIC 9(7)V99.
               03 FILLER         PIC X(8).
      *FOR A REVERSAL, THE LOG ENTRY TO BACK OUT (SAME ACCOUNT)
           02 PC-APPLY-REV REDEFINES PC-APPLY.
               03 PC-REF-DATE    PIC 9(8).
               03 PC-REF-TIME    PIC 9(8).
               03 PC-REF-TYPE    PIC X(1).
      *WHO RAISED THE CHANGE, AND WHO APPROVED OR REJECTED IT
           02 PC-MAKER      PIC X(8).
           02 PC-MAKE-DATE  PIC 9(8).
           02 PC-MAKE-TIME  PIC 9(8).
           02 PC-CHECKER    PIC X(8).
           02 PC-CHECK-DATE PIC 9(8).
           02 PC-CHECK-TIME PIC 9(8).
