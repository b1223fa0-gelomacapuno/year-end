      *****************************************************************
      *  MAINTLOG.CPY
      *  SHARED RECORD LAYOUT FOR THE MAINTENANCE AUDIT LOG.
      *  ONE ENTRY PER SUPERVISOR OR BACK-OFFICE ACTION. ML-ACTION:
      *      F FREEZE             U UNFREEZE/REACTIVATE
      *      P PIN RESET          M MINIMUM BALANCE
      *      O OVERDRAFT LIMIT    A ADDRESS AND CONTACT
      *      R REVERSAL           H HOLD RELEASE
      *      S LIMIT SIGN-OFF     (ML-OLDVAL = TELLER SIGNED FOR)
      *      N NEW OPERATOR       L OPERATOR ROLE/LIMIT CHANGE
      *      W OPERATOR PASSWORD  V OPERATOR REVOKED
      *      I OPERATOR REINSTATED
      *      J QUEUED CHANGE REJECTED (ML-OLDVAL = ACTION REJECTED)
      *      B TERM DEPOSIT BROKEN EARLY (ML-OLDVAL = DEPOSIT NUMBER,
      *        ML-NEWVAL = PENALTY KEPT BACK)
      *      C CUSTOMER NAME      K CUSTOMER CONTACT
      *      D CUSTOMER IDENTITY DETAILS
      *      G JOINT OWNER ADDED  E JOINT OWNER ENDED
      *  OPERATOR ENTRIES CARRY ACCOUNT 0000 AND THE OPERATOR ID
      *  THEY CONCERN IN ML-OLDVAL. CUSTOMER ENTRIES (C K D G E)
      *  CARRY THE CUSTOMER ID IN ML-OLDVAL AND ACCOUNT 0000 FOR THE
      *  CUSTOMER RECORD ITSELF; A NAME CARRIED TO AN ACCOUNT IS A
      *  'C' AGAINST THAT ACCOUNT, A CONTACT CARRIED TO ONE AN 'A'.
      *  F U P M O AND R ARE APPLIED ONLY THROUGH THE APPROVAL QUEUE:
      *  ML-OPERATOR IS THE MAKER WHO RAISED THE CHANGE, ML-CHECKER
      *  THE SUPERVISOR WHO APPROVED OR REJECTED IT AND ML-PENDNUM
      *  THE QUEUE ITEM. BOTH ARE BLANK/ZERO FOR DIRECT ACTIONS.
      *  COPY THIS UNDER 01 MLogRecord IN ANY PROGRAM THAT OPENS
      *  MaintLog / MaintLog.dat SO THE LAYOUT STAYS IN ONE PLACE.
      *****************************************************************
           02 ML-OPERATOR  PIC X(8).
           02 ML-ACCNUM    PIC 9(4).
           02 ML-ACTION    PIC X(1).
           02 ML-OLDVAL    PIC X(12).
           02 ML-NEWVAL    PIC X(12).
           02 ML-DATE      PIC 9(8).
           02 ML-TIME      PIC 9(8).
           02 ML-CHECKER   PIC X(8).
           02 ML-PENDNUM   PIC 9(6).
