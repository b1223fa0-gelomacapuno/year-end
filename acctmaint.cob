               ACCESS IS DYNAMIC
               RECORD KEY IS AD-ACCNUM
               FILE STATUS ADFS.
           SELECT OperFile ASSIGN TO "Operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS OPFS.
           SELECT PendFile ASSIGN TO "PendingChanges.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PC-PENDNUM
               FILE STATUS PCFS.
           SELECT CustFile ASSIGN TO "CustInfo.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CI-CUSTID
               ALTERNATE RECORD KEY IS CI-LNAME WITH DUPLICATES
               FILE STATUS CIFS.
           SELECT RelFile ASSIGN TO "AcctRel.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RL-KEY
               ALTERNATE RECORD KEY IS RL-ACCNUM WITH DUPLICATES
               FILE STATUS RLFS.
       DATA DIVISION.
       FILE SECTION.
       FD  CRecords.
      *MAINTENANCE AUDIT LOG - ONE ENTRY PER SUPERVISOR ACTION
       FD  MaintLog.
       01  MLogRecord.
           COPY maintlog.
      *ADDRESS AND CONTACT DETAILS, MAINTAINED FROM THE MENU WITH
      *EVERY CHANGE LOGGED LIKE THE OTHER SUPERVISOR ACTIONS
       FD  AddrFile.
       01  AddressRecord.
           COPY custaddr.
      *OPERATOR MASTER - THE OPERATOR ID IS PROVED HERE AT SIGN-ON
       FD  OperFile.
       01  OperatorRecord.
           COPY operator.
      *PENDING CHANGES - ACCOUNT CHANGES WAIT HERE FOR A SECOND
      *SUPERVISOR TO APPROVE THEM; ONLY ADDRESS CHANGES APPLY AT ONCE
       FD  PendFile.
       01  PendRecord.
           COPY pendchg.
      *CUSTOMER INFORMATION - NAME, IDENTITY AND CONTACT HELD ONCE
      *PER CUSTOMER AND CARRIED FROM HERE TO THEIR ACCOUNTS
       FD  CustFile.
       01  CustInfoRecord.
           COPY custinfo.
      *ACCOUNT RELATIONSHIPS - WHICH CUSTOMERS OWN WHICH ACCOUNTS,
      *AS PRIMARY OR JOINT OWNER
       FD  RelFile.
       01  RelRecord.
           COPY acctrel.
       WORKING-STORAGE SECTION.
      *TO MAKE SOME DELAYS IN PROCESSING
       01  GETCH            PIC X.
           02 WSODLIMIT   PIC 9(7)V99.
      *OPERATOR ID FOR THE AUDIT TRAIL
       01  WS-OPERATOR     PIC X(8).
      *PASSWORD KEYED AT SIGN-ON
       01  WS-PASSWORD     PIC X(8).
      *'Y' ONCE THE OPERATOR IS PROVED; THREE FAILED TRIES END
      *THE SESSION
       01  WS-SIGNED-ON    PIC A(1) VALUE 'N'.
       01  WS-SIGNON-TRIES PIC 9 VALUE 0.
      *THE SIGNED-ON OPERATOR'S ROLE - PIN RESETS AND OVERDRAFT
      *LIMITS ARE FOR SUPERVISORS, THE REST FOR BACK OFFICE TOO
       01  WS-OPER-ROLE    PIC X(1).
           88 ROLE-SUPERVISOR  VALUE 'S'.
      *ACCOUNT UNDER MAINTENANCE
       01  WS-ACCT         PIC 9(4).
      *FOR THE MAINTENANCE MENU
           88 MAINT-ADDRESS   VALUE 'E', 'e'.
           88 MAINT-ODLIMIT   VALUE 'F', 'f'.
           88 MAINT-QUIT      VALUE 'G', 'g'.
           88 MAINT-CUSTOMER  VALUE 'H', 'h'.
      *NEW VALUES KEYED BY THE OPERATOR
       01  WS-NEWPIN       PIC 9(4).
       01  WS-NEWMINBAL    PIC 9(7)V99.
       01  QUIT            PIC 9  VALUE 0.
      *EDITED MINIMUM BALANCE FOR THE ACCOUNT DISPLAY
       01  WS-EDIT-MINBAL  PIC Z,ZZZ,ZZ9.99.
      *THE CHANGE TO QUEUE, BUILT UP BEFORE THE PENDING FILE IS
      *SCANNED FOR THE NEXT ITEM NUMBER
       01  WS-PENDING.
           02 WS-PC-ACTION    PIC X(1).
           02 WS-PC-OLDVAL    PIC X(12).
           02 WS-PC-NEWVAL    PIC X(12).
           02 WS-PC-APPLY     PIC X(17).
           02 WS-PC-APPLY-PIN REDEFINES WS-PC-APPLY.
               03 WS-PC-NEW-PIN     PIC 9(4).
               03 FILLER            PIC X(13).
           02 WS-PC-APPLY-AMT REDEFINES WS-PC-APPLY.
               03 WS-PC-NEW-AMOUNT  PIC 9(7)V99.
               03 FILLER            PIC X(8).
      *NEXT QUEUE ITEM NUMBER, AND 'Y' WHEN THE SAME KIND OF CHANGE
      *IS ALREADY WAITING ON THE ACCOUNT
       01  WS-PENDNUM      PIC 9(6).
       01  WS-PEND-DUP     PIC A(1).
      *TO INDICATE IF EOF ON THE PENDING FILE SCAN
       01  WS-PEND-EOF     PIC A(1).
      *FOR FILE STATUS
       01  FS              PIC X(2).
       01  MLFS            PIC X(2).
       01  ADFS            PIC X(2).
       01  OPFS            PIC X(2).
       01  PCFS            PIC X(2).
       01  CIFS            PIC X(2).
       01  RLFS            PIC X(2).
      *CUSTOMER UNDER MAINTENANCE
       01  WS-CUST-ID      PIC 9(6).
      *FOR THE CUSTOMER MAINTENANCE MENU
       01  WS-CUST-CHOICE  PIC A.
           88 CUST-NAME       VALUE 'A', 'a'.
           88 CUST-CONTACT    VALUE 'B', 'b'.
           88 CUST-IDENT      VALUE 'C', 'c'.
           88 CUST-JOINT-ADD  VALUE 'D', 'd'.
           88 CUST-JOINT-END  VALUE 'E', 'e'.
      *NEW NAME KEYED BY THE OPERATOR
       01  WS-NEW-FNAME    PIC X(10).
       01  WS-NEW-LNAME    PIC X(10).
      *WHAT PARA-CUST-LINKS DOES WITH EACH OF THE CUSTOMER'S LINKS:
      *L LIST IT, N CARRY THE NEW NAME TO THE ACCOUNT, K CARRY THE
      *NEW CONTACT TO THE ACCOUNT'S ADDRESS RECORD
       01  WS-LINK-PASS    PIC X(1).
      *ACCOUNTS LISTED OR UPDATED ON THE PASS
       01  WS-LINK-COUNT   PIC 9(4).
      *'Y' WHEN THE CUSTOMER HAS A LINK, LIVE OR ENDED, TO THE
      *ACCOUNT KEYED
       01  WS-LINK-FOUND   PIC A(1).
      *ACCOUNT WHOSE ADDRESS WAS CHANGED FROM THE ACCOUNT MENU, SO
      *THE PASS THAT CARRIES IT TO THE OWNER'S OTHER ACCOUNTS SKIPS
      *IT; 0 ON A CHANGE MADE FROM THE CUSTOMER MENU
       01  WS-ADDR-ACCT    PIC 9(4) VALUE 0.
      *TO INDICATE IF EOF ON THE RELATIONSHIP BROWSE
       01  WS-RL-EOF       PIC A(1).
       01  WS-ROLE-TEXT    PIC X(7).
      *BALANCE OF EVERY ACCOUNT THE CUSTOMER HOLDS, ADDED UP
       01  WS-CUST-BAL     PIC S9(9)V99.
       01  WS-EDIT-BAL     PIC -ZZZ,ZZZ,ZZ9.99.
      *ONLY IN NEW LINE
       01  WS-BLANK        PIC X(25) VALUE SPACES.
       PROCEDURE DIVISION.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************************'.
           DISPLAY "*   Banque d'or BACK-OFFICE ACCOUNT MAINTENANCE  *".
           DISPLAY '*        SUPERVISOR AND BACK-OFFICE USE          *'.
           DISPLAY '**************************************************'.
           PERFORM PARA-SIGN-ON.
           IF WS-SIGNED-ON = 'Y'
               PERFORM PARA-MAINT-MENU WITH TEST BEFORE UNTIL QUIT = 1
           END-IF.
           STOP RUN.

      *THE OPERATOR ID IS PROVED AGAINST THE OPERATOR MASTER - AN
      *UNKNOWN OR REVOKED ID, A WRONG PASSWORD, OR A TELLER IS
      *REFUSED
       PARA-SIGN-ON.
           MOVE 'N' TO WS-SIGNED-ON.
           MOVE 0 TO WS-SIGNON-TRIES.
           OPEN INPUT OperFile.
           IF OPFS NOT = "00"
               DISPLAY 'OPERATOR FILE NOT AVAILABLE. STATUS ' OPFS
           ELSE
               PERFORM PARA-TRY-SIGN-ON
                   UNTIL WS-SIGNED-ON = 'Y' OR WS-SIGNON-TRIES = 3
               CLOSE OperFile
           END-IF.
           IF WS-SIGNED-ON NOT = 'Y'
               DISPLAY 'SIGN-ON FAILED. SESSION ENDED.'
           END-IF.

       PARA-TRY-SIGN-ON.
           ADD 1 TO WS-SIGNON-TRIES.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           DISPLAY 'PASSWORD: ' WITH NO ADVANCING.
           ACCEPT WS-PASSWORD.
           MOVE WS-OPERATOR TO OP-ID.
           READ OperFile
               INVALID KEY
                   DISPLAY 'SIGN-ON REFUSED.'
               NOT INVALID KEY
                   IF OP-PASSWORD NOT = WS-PASSWORD
                       DISPLAY 'SIGN-ON REFUSED.'
                   ELSE IF OP-REVOKED
                       DISPLAY 'OPERATOR ' WS-OPERATOR
                           ' HAS BEEN REVOKED.'
                   ELSE IF NOT (OP-SUPERVISOR OR OP-BACKOFFICE)
                       DISPLAY 'ACCOUNT MAINTENANCE IS FOR SUPERVISORS '
                           'AND BACK OFFICE ONLY.'
                   ELSE
                       MOVE 'Y' TO WS-SIGNED-ON
                       MOVE OP-ROLE TO WS-OPER-ROLE
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       PARA-MAINT-MENU.
           DISPLAY WS-BLANK.
           DISPLAY '*            ACCOUNT MAINTENANCE MENU            *'.
           DISPLAY '*            [A]. FREEZE AN ACCOUNT              *'.
           DISPLAY '*      [B]. UNFREEZE/REACTIVATE AN ACCOUNT       *'.
           IF ROLE-SUPERVISOR
               DISPLAY '*           [C]. RESET A CUSTOMER PIN'
                   '            *'
           END-IF.
           DISPLAY '*          [D]. CHANGE MINIMUM BALANCE           *'.
           DISPLAY '*       [E]. CHANGE ADDRESS AND CONTACT          *'.
           IF ROLE-SUPERVISOR
               DISPLAY '*          [F]. SET OVERDRAFT LIMIT'
                   '              *'
           END-IF.
           DISPLAY '*       [H]. CUSTOMER ACCOUNTS AND DETAILS       *'.
           DISPLAY '*                 [G]. EXIT                      *'.
           DISPLAY '**************************************************'.
           DISPLAY ' CHOOSE AN OPERATION: ' WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           IF MAINT-QUIT
               ADD 1 TO QUIT
           ELSE IF (MAINT-PINRESET OR MAINT-ODLIMIT)
                   AND NOT ROLE-SUPERVISOR
               DISPLAY 'THAT FUNCTION NEEDS A SUPERVISOR.'
           ELSE IF MAINT-FREEZE OR MAINT-UNFREEZE OR MAINT-PINRESET
                   OR MAINT-MINBAL OR MAINT-ADDRESS OR MAINT-ODLIMIT
               PERFORM PARA-MAINTAIN
           ELSE IF MAINT-CUSTOMER
               PERFORM PARA-CUSTOMER
           ELSE
               DISPLAY 'INVALID SELECTION.'
           END-IF.
           MOVE WSODLIMIT TO WS-EDIT-MINBAL.
           DISPLAY 'ODLIMIT : ' WS-EDIT-MINBAL.

      *FREEZE, UNFREEZE, PIN, MINIMUM BALANCE AND OVERDRAFT LIMIT
      *CHANGES ARE CHECKED HERE BUT ONLY QUEUED - THE APPROVAL
      *PROGRAM APPLIES THEM ONCE A SECOND SUPERVISOR AGREES
       PARA-FREEZE.
           IF WS-ACCT-CLOSED
               DISPLAY 'ACCOUNT IS CLOSED. NO CHANGE MADE.'
           ELSE IF WS-ACCT-FROZEN
               DISPLAY 'ACCOUNT IS ALREADY FROZEN.'
           ELSE
               MOVE SPACES TO WS-PENDING
               MOVE 'F' TO WS-PC-ACTION
               MOVE WSSTATUS TO WS-PC-OLDVAL
               MOVE 'F' TO WS-PC-NEWVAL
               MOVE 'F' TO WS-PC-APPLY
               PERFORM PARA-QUEUE-CHANGE
           END-IF.

       PARA-UNFREEZE.
           ELSE IF WS-ACCT-ACTIVE
               DISPLAY 'ACCOUNT IS ALREADY ACTIVE.'
           ELSE
               MOVE SPACES TO WS-PENDING
               MOVE 'U' TO WS-PC-ACTION
               MOVE WSSTATUS TO WS-PC-OLDVAL
               MOVE 'A' TO WS-PC-NEWVAL
               MOVE 'A' TO WS-PC-APPLY
               PERFORM PARA-QUEUE-CHANGE
           END-IF.

       PARA-PINRESET.
           DISPLAY 'ENTER NEW 4-DIGIT PIN: ' WITH NO ADVANCING.
           ACCEPT WS-NEWPIN.
      *THE OLD PIN IS NEVER WRITTEN TO THE AUDIT LOG, AND THE NEW
      *ONE IS NEVER SHOWN TO THE CHECKER
           MOVE SPACES TO WS-PENDING.
           MOVE 'P' TO WS-PC-ACTION.
           MOVE '****' TO WS-PC-OLDVAL.
           MOVE '****' TO WS-PC-NEWVAL.
           MOVE WS-NEWPIN TO WS-PC-NEW-PIN.
           PERFORM PARA-QUEUE-CHANGE.

       PARA-CHG-MINBAL.
           DISPLAY 'ENTER NEW MINIMUM BALANCE: ' WITH NO ADVANCING.
           ACCEPT WS-NEWMINBAL.
           MOVE SPACES TO WS-PENDING.
           MOVE 'M' TO WS-PC-ACTION.
           MOVE WSMINBAL TO WS-EDIT-MINBAL.
           MOVE WS-EDIT-MINBAL TO WS-PC-OLDVAL.
           MOVE WS-NEWMINBAL TO WS-EDIT-MINBAL.
           MOVE WS-EDIT-MINBAL TO WS-PC-NEWVAL.
           MOVE WS-NEWMINBAL TO WS-PC-NEW-AMOUNT.
           PERFORM PARA-QUEUE-CHANGE.

      *AN OVERDRAFT FACILITY IS APPROVED HERE, BY A SUPERVISOR,
      *AND NOWHERE ELSE - ONLY A CHECKING ACCOUNT MAY CARRY ONE
               DISPLAY 'ENTER APPROVED OVERDRAFT LIMIT (0 FOR '
                   'NONE): ' WITH NO ADVANCING
               ACCEPT WS-NEWODLIMIT
               MOVE SPACES TO WS-PENDING
               MOVE 'O' TO WS-PC-ACTION
               MOVE WSODLIMIT TO WS-EDIT-MINBAL
               MOVE WS-EDIT-MINBAL TO WS-PC-OLDVAL
               MOVE WS-NEWODLIMIT TO WS-EDIT-MINBAL
               MOVE WS-EDIT-MINBAL TO WS-PC-NEWVAL
               MOVE WS-NEWODLIMIT TO WS-PC-NEW-AMOUNT
               PERFORM PARA-QUEUE-CHANGE
           END-IF.

      *ADDRESS AND CONTACT CHANGES GO THROUGH THE SAME AUDIT LOG
      *AS EVERY OTHER SUPERVISOR ACTION. THE LOG CARRIES THE
      *LEADING PART OF THE OLD AND NEW FIRST ADDRESS LINES. THE
      *CHANGE IS THEN CARRIED TO THE ACCOUNT'S PRIMARY OWNER.
       PARA-CHG-ADDRESS.
           OPEN I-O AddrFile.
           IF ADFS = "35"
                   END-REWRITE
                   PERFORM PARA-ADDRESS-RESULT
           END-READ.
           IF ADFS = "00"
               PERFORM PARA-ADDR-TO-CUSTOMER
           END-IF.
           CLOSE AddrFile.

      *THE PRIMARY OWNER'S CUSTOMER RECORD TAKES THE NEW CONTACT,
      *AND FROM THERE EVERY OTHER ACCOUNT THEY ARE PRIMARY OWNER
      *OF, JUST AS IF IT HAD BEEN CHANGED FROM THE CUSTOMER MENU.
      *AN ACCOUNT NOT YET LINKED TO A CUSTOMER KEEPS IT TO ITSELF.
       PARA-ADDR-TO-CUSTOMER.
           MOVE WS-ACCT TO WS-ADDR-ACCT.
           MOVE 0 TO WS-CUST-ID.
           OPEN I-O RelFile.
           IF RLFS = "00"
               MOVE 'N' TO WS-RL-EOF
               MOVE WS-ACCT TO RL-ACCNUM
               START RelFile KEY = RL-ACCNUM
                   INVALID KEY MOVE 'Y' TO WS-RL-EOF
               END-START
               PERFORM UNTIL WS-RL-EOF = 'Y'
                   READ RelFile NEXT
                       AT END MOVE 'Y' TO WS-RL-EOF
                       NOT AT END
                           IF RL-ACCNUM NOT = WS-ACCT
                               MOVE 'Y' TO WS-RL-EOF
                           ELSE IF RL-ACTIVE AND RL-PRIMARY
                               MOVE RL-CUSTID TO WS-CUST-ID
                               MOVE 'Y' TO WS-RL-EOF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CUST-ID = 0
                   DISPLAY 'ACCOUNT HAS NO PRIMARY OWNER ON FILE. '
                       'CUSTOMER RECORD NOT CHANGED.'
               ELSE
                   PERFORM PARA-ADDR-CUST-RECORD
               END-IF
               CLOSE RelFile
           END-IF.
           MOVE WS-ADDR-ACCT TO WS-ACCT.
           MOVE 0 TO WS-ADDR-ACCT.

       PARA-ADDR-CUST-RECORD.
           OPEN I-O CustFile.
           IF CIFS NOT = "00"
               DISPLAY 'CUSTOMER INFORMATION FILE NOT AVAILABLE. '
                   'STATUS ' CIFS
           ELSE
               MOVE WS-CUST-ID TO CI-CUSTID
               READ CustFile
                   INVALID KEY
                       DISPLAY 'CUSTOMER ' WS-CUST-ID ' NOT FOUND. '
                           'CUSTOMER RECORD NOT CHANGED.'
                   NOT INVALID KEY
                       MOVE AD-ADDR1 TO CI-ADDR1
                       MOVE AD-ADDR2 TO CI-ADDR2
                       MOVE AD-ADDR3 TO CI-ADDR3
                       MOVE AD-PHONE TO CI-PHONE
                       MOVE AD-EMAIL TO CI-EMAIL
                       MOVE AD-DELIV TO CI-DELIV
                       REWRITE CustInfoRecord
                       END-REWRITE
                       IF CIFS = "00"
                           MOVE 0 TO WS-ACCT
                           MOVE 'K' TO ML-ACTION
                           MOVE WS-CUST-ID TO ML-OLDVAL
                           MOVE CI-ADDR1 (1:12) TO ML-NEWVAL
                           PERFORM PARA-LOG-MAINT
                           MOVE 'K' TO WS-LINK-PASS
                           PERFORM PARA-CUST-LINKS
                           DISPLAY 'CONTACT UPDATED FOR CUSTOMER '
                               WS-CUST-ID ' AND ' WS-LINK-COUNT
                               ' OTHER ACCOUNT(S).'
                       ELSE
                           DISPLAY 'CUSTOMER RECORD COULD NOT BE '
                               'SAVED. STATUS ' CIFS
                       END-IF
               END-READ
               CLOSE CustFile
           END-IF.

       PARA-ASK-ADDRESS.
           DISPLAY 'ADDRESS LINE 1: ' WITH NO ADVANCING.
           ACCEPT AD-ADDR1.
                   '. NO CHANGE LOGGED.'
           END-IF.

      *ONE CUSTOMER AND EVERY ACCOUNT THEY HOLD, SHOWN TOGETHER.
      *NAME AND CONTACT ARE CHANGED ONCE HERE AND CARRIED TO EVERY
      *ACCOUNT THE CUSTOMER IS PRIMARY OWNER OF. LIKE AN ADDRESS
      *CHANGE THEY APPLY AT ONCE, WITHOUT THE APPROVAL QUEUE.
       PARA-CUSTOMER.
           DISPLAY 'CUSTOMER ID: ' WITH NO ADVANCING.
           ACCEPT WS-CUST-ID.
           OPEN I-O CustFile.
           IF CIFS = "35"
               DISPLAY 'CUSTOMER INFORMATION FILE NOT FOUND.'
           ELSE
               MOVE WS-CUST-ID TO CI-CUSTID
               READ CustFile
                   INVALID KEY
                       DISPLAY 'CUSTOMER NOT FOUND.'
                   NOT INVALID KEY
                       PERFORM PARA-CUST-FILES
               END-READ
               CLOSE CustFile
           END-IF.
           DISPLAY 'PLEASE ENTER TO CONTINUE...' WITH NO ADVANCING.
           ACCEPT GETCH.

      *THE ACCOUNT AND RELATIONSHIP FILES STAY OPEN WHILE THE
      *CUSTOMER IS ON SCREEN
       PARA-CUST-FILES.
           OPEN I-O CRecords.
           IF FS = "35"
               DISPLAY 'CUSTOMER FILE NOT FOUND.'
           ELSE
               OPEN I-O RelFile
               IF RLFS = "35"
                   CLOSE RelFile
                   OPEN OUTPUT RelFile
                   CLOSE RelFile
                   OPEN I-O RelFile
               END-IF
               PERFORM PARA-SHOW-CUSTOMER
               PERFORM PARA-CUST-MENU
               CLOSE RelFile
               CLOSE CRecords
           END-IF.

       PARA-SHOW-CUSTOMER.
           DISPLAY WS-BLANK.
           DISPLAY 'CUSTOMER: ' CI-CUSTID.
           DISPLAY 'NAME    : ' CI-FNAME ' ' CI-LNAME.
           DISPLAY 'BORN    : ' CI-BIRTH-DATE.
           DISPLAY 'ID      : ' CI-ID-TYPE ' ' CI-ID-NUMBER.
           DISPLAY 'ADDRESS : ' CI-ADDR1.
           DISPLAY '          ' CI-ADDR2.
           DISPLAY '          ' CI-ADDR3.
           DISPLAY 'PHONE   : ' CI-PHONE.
           DISPLAY 'EMAIL   : ' CI-EMAIL.
           DISPLAY 'DELIVERY: ' CI-DELIV.
           DISPLAY WS-BLANK.
           DISPLAY 'ACCT#  ROLE     TYPE  STATUS          BALANCE'.
           DISPLAY '---------------------------------------------'.
           MOVE 0 TO WS-CUST-BAL.
           MOVE 'L' TO WS-LINK-PASS.
           PERFORM PARA-CUST-LINKS.
           DISPLAY '---------------------------------------------'.
           MOVE WS-CUST-BAL TO WS-EDIT-BAL.
           DISPLAY 'ACCOUNTS: ' WS-LINK-COUNT
               '        TOTAL ' WS-EDIT-BAL.

       PARA-CUST-MENU.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************************'.
           DISPLAY '*              CUSTOMER MAINTENANCE              *'.
           DISPLAY '*           [A]. CHANGE CUSTOMER NAME            *'.
           DISPLAY '*        [B]. CHANGE ADDRESS AND CONTACT         *'.
           DISPLAY '*          [C]. CHANGE IDENTITY DETAILS          *'.
           DISPLAY '*      [D]. MAKE JOINT OWNER OF AN ACCOUNT       *'.
           DISPLAY '*           [E]. END A JOINT OWNERSHIP           *'.
           DISPLAY '*                 [ANY]. RETURN                  *'.
           DISPLAY '**************************************************'.
           DISPLAY ' CHOOSE AN OPERATION: ' WITH NO ADVANCING.
           ACCEPT WS-CUST-CHOICE.
           IF CUST-NAME
               PERFORM PARA-CHG-CUST-NAME
           ELSE IF CUST-CONTACT
               PERFORM PARA-CHG-CUST-CONTACT
           ELSE IF CUST-IDENT
               PERFORM PARA-CHG-CUST-IDENT
           ELSE IF CUST-JOINT-ADD
               PERFORM PARA-JOINT-ADD
           ELSE IF CUST-JOINT-END
               PERFORM PARA-JOINT-END
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *WALK THE CUSTOMER'S LINKS IN ACCOUNT NUMBER ORDER, DOING
      *WHAT WS-LINK-PASS SAYS WITH EACH ONE
       PARA-CUST-LINKS.
           MOVE 0 TO WS-LINK-COUNT.
           MOVE 'N' TO WS-RL-EOF.
           MOVE WS-CUST-ID TO RL-CUSTID.
           MOVE 0 TO RL-ACCNUM.
           START RelFile KEY NOT LESS THAN RL-KEY
               INVALID KEY MOVE 'Y' TO WS-RL-EOF
           END-START.
           PERFORM UNTIL WS-RL-EOF = 'Y'
               READ RelFile NEXT
                   AT END MOVE 'Y' TO WS-RL-EOF
                   NOT AT END
                       IF RL-CUSTID NOT = WS-CUST-ID
                           MOVE 'Y' TO WS-RL-EOF
                       ELSE
                           PERFORM PARA-LINK-PASS
                       END-IF
               END-READ
           END-PERFORM.

      *ONLY THE PRIMARY OWNER'S NAME AND ADDRESS GO ON THE ACCOUNT;
      *A JOINT OWNER'S CHANGE STAYS ON THEIR CUSTOMER RECORD
       PARA-LINK-PASS.
           IF WS-LINK-PASS = 'L'
               PERFORM PARA-LIST-LINK
           ELSE IF RL-ACTIVE AND RL-PRIMARY
                   AND RL-ACCNUM NOT = WS-ADDR-ACCT
               IF WS-LINK-PASS = 'N'
                   PERFORM PARA-RENAME-ACCOUNT
               ELSE
                   PERFORM PARA-READDRESS-ACCOUNT
               END-IF
           END-IF
           END-IF.

       PARA-LIST-LINK.
           IF RL-ACTIVE
               ADD 1 TO WS-LINK-COUNT
               IF RL-PRIMARY
                   MOVE 'PRIMARY' TO WS-ROLE-TEXT
               ELSE
                   MOVE 'JOINT' TO WS-ROLE-TEXT
               END-IF
               MOVE RL-ACCNUM TO ACCNUM
               READ CRecords INTO WSCustomer
                   INVALID KEY
                       DISPLAY RL-ACCNUM '   ' WS-ROLE-TEXT
                           '  NOT ON THE CUSTOMER FILE'
                   NOT INVALID KEY
                       ADD WSBAL TO WS-CUST-BAL
                       MOVE WSBAL TO WS-EDIT-BAL
                       DISPLAY RL-ACCNUM '   ' WS-ROLE-TEXT '  '
                           WSTYPE '     ' WSSTATUS '    '
                           WS-EDIT-BAL
               END-READ
           END-IF.

       PARA-CHG-CUST-NAME.
           DISPLAY 'NEW FIRST NAME: ' WITH NO ADVANCING.
           ACCEPT WS-NEW-FNAME.
           DISPLAY 'NEW LAST NAME: ' WITH NO ADVANCING.
           ACCEPT WS-NEW-LNAME.
           IF WS-NEW-LNAME = SPACES
               DISPLAY 'A LAST NAME IS REQUIRED. NO CHANGE MADE.'
           ELSE
               MOVE WS-NEW-FNAME TO CI-FNAME
               MOVE WS-NEW-LNAME TO CI-LNAME
               REWRITE CustInfoRecord
               END-REWRITE
               IF CIFS = "00"
                   MOVE 0 TO WS-ACCT
                   MOVE 'C' TO ML-ACTION
                   MOVE WS-CUST-ID TO ML-OLDVAL
                   MOVE CI-LNAME TO ML-NEWVAL
                   PERFORM PARA-LOG-MAINT
                   MOVE 'N' TO WS-LINK-PASS
                   PERFORM PARA-CUST-LINKS
                   DISPLAY 'NAME UPDATED FOR CUSTOMER ' WS-CUST-ID
                       ' AND ' WS-LINK-COUNT ' ACCOUNT(S).'
               ELSE
                   DISPLAY 'NAME COULD NOT BE SAVED. STATUS ' CIFS
                       '. NO CHANGE LOGGED.'
               END-IF
           END-IF.

       PARA-RENAME-ACCOUNT.
           MOVE RL-ACCNUM TO ACCNUM.
           READ CRecords
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CI-FNAME TO FNAME
                   MOVE CI-LNAME TO LNAME
                   REWRITE CustomerData
                   END-REWRITE
                   IF FS = "00"
                       ADD 1 TO WS-LINK-COUNT
                       MOVE RL-ACCNUM TO WS-ACCT
                       MOVE 'C' TO ML-ACTION
                       MOVE WS-CUST-ID TO ML-OLDVAL
                       MOVE CI-LNAME TO ML-NEWVAL
                       PERFORM PARA-LOG-MAINT
                   ELSE
                       DISPLAY 'ACCOUNT ' RL-ACCNUM ' COULD NOT BE '
                           'RENAMED. STATUS ' FS
                   END-IF
           END-READ.

      *THE CUSTOMER'S CONTACT IS CHANGED FIRST, THEN COPIED TO THE
      *ADDRESS RECORD OF EACH ACCOUNT THEY ARE PRIMARY OWNER OF -
      *EACH ACCOUNT'S CHANGE LOGGED AS AN ADDRESS CHANGE
       PARA-CHG-CUST-CONTACT.
           DISPLAY 'CURRENT ADDRESS: ' CI-ADDR1.
           MOVE CI-ADDR1 (1:12) TO ML-OLDVAL.
           DISPLAY 'ADDRESS LINE 1: ' WITH NO ADVANCING.
           ACCEPT CI-ADDR1.
           DISPLAY 'ADDRESS LINE 2: ' WITH NO ADVANCING.
           ACCEPT CI-ADDR2.
           DISPLAY 'ADDRESS LINE 3: ' WITH NO ADVANCING.
           ACCEPT CI-ADDR3.
           DISPLAY 'PHONE: ' WITH NO ADVANCING.
           ACCEPT CI-PHONE.
           DISPLAY 'EMAIL: ' WITH NO ADVANCING.
           ACCEPT CI-EMAIL.
           DISPLAY 'STATEMENT DELIVERY (M-MAIL/E-EMAIL): '
               WITH NO ADVANCING.
           ACCEPT CI-DELIV.
           INSPECT CI-DELIV CONVERTING 'me' TO 'ME'.
           REWRITE CustInfoRecord
           END-REWRITE.
           IF CIFS = "00"
               MOVE 0 TO WS-ACCT
               MOVE 'K' TO ML-ACTION
               MOVE WS-CUST-ID TO ML-OLDVAL
               MOVE CI-ADDR1 (1:12) TO ML-NEWVAL
               PERFORM PARA-LOG-MAINT
               OPEN I-O AddrFile
               IF ADFS = "35"
                   CLOSE AddrFile
                   OPEN OUTPUT AddrFile
                   CLOSE AddrFile
                   OPEN I-O AddrFile
               END-IF
               MOVE 'K' TO WS-LINK-PASS
               PERFORM PARA-CUST-LINKS
               CLOSE AddrFile
               DISPLAY 'CONTACT UPDATED FOR CUSTOMER ' WS-CUST-ID
                   ' AND ' WS-LINK-COUNT ' ACCOUNT(S).'
           ELSE
               DISPLAY 'CONTACT COULD NOT BE SAVED. STATUS ' CIFS
                   '. NO CHANGE LOGGED.'
           END-IF.

       PARA-READDRESS-ACCOUNT.
           MOVE RL-ACCNUM TO WS-ACCT.
           MOVE RL-ACCNUM TO AD-ACCNUM.
           READ AddrFile
               INVALID KEY
                   MOVE SPACES TO ML-OLDVAL
                   PERFORM PARA-CI-TO-ADDRESS
                   WRITE AddressRecord
                   END-WRITE
               NOT INVALID KEY
                   MOVE AD-ADDR1 (1:12) TO ML-OLDVAL
                   PERFORM PARA-CI-TO-ADDRESS
                   REWRITE AddressRecord
                   END-REWRITE
           END-READ.
           PERFORM PARA-ADDRESS-RESULT.
           IF ADFS = "00"
               ADD 1 TO WS-LINK-COUNT
           END-IF.

       PARA-CI-TO-ADDRESS.
           MOVE RL-ACCNUM TO AD-ACCNUM.
           MOVE CI-ADDR1 TO AD-ADDR1.
           MOVE CI-ADDR2 TO AD-ADDR2.
           MOVE CI-ADDR3 TO AD-ADDR3.
           MOVE CI-PHONE TO AD-PHONE.
           MOVE CI-EMAIL TO AD-EMAIL.
           MOVE CI-DELIV TO AD-DELIV.

      *THE AUDIT LOG CARRIES THE LEADING PART OF THE NEW ID NUMBER
       PARA-CHG-CUST-IDENT.
           DISPLAY 'DATE OF BIRTH (YYYYMMDD): ' WITH NO ADVANCING.
           ACCEPT CI-BIRTH-DATE.
           DISPLAY 'ID SEEN (P-PASSPORT/D-DRIVING LICENCE/'
               'N-NATIONAL ID): ' WITH NO ADVANCING.
           ACCEPT CI-ID-TYPE.
           INSPECT CI-ID-TYPE CONVERTING 'pdn' TO 'PDN'.
           PERFORM UNTIL CI-ID-PASSPORT OR CI-ID-DRIVING
                   OR CI-ID-NATIONAL
               DISPLAY 'INVALID ENTRY. ENTER P, D OR N: '
                   WITH NO ADVANCING
               ACCEPT CI-ID-TYPE
               INSPECT CI-ID-TYPE CONVERTING 'pdn' TO 'PDN'
           END-PERFORM.
           DISPLAY 'ID DOCUMENT NUMBER: ' WITH NO ADVANCING.
           ACCEPT CI-ID-NUMBER.
           REWRITE CustInfoRecord
           END-REWRITE.
           IF CIFS = "00"
               MOVE 0 TO WS-ACCT
               MOVE 'D' TO ML-ACTION
               MOVE WS-CUST-ID TO ML-OLDVAL
               MOVE CI-ID-NUMBER (1:12) TO ML-NEWVAL
               PERFORM PARA-LOG-MAINT
               DISPLAY 'IDENTITY DETAILS UPDATED FOR CUSTOMER '
                   WS-CUST-ID '.'
           ELSE
               DISPLAY 'IDENTITY DETAILS COULD NOT BE SAVED. STATUS '
                   CIFS '. NO CHANGE LOGGED.'
           END-IF.

      *THE CUSTOMER ON SCREEN BECOMES A JOINT OWNER OF THE ACCOUNT
      *KEYED. A JOINT OWNERSHIP THAT ENDED EARLIER IS TAKEN UP AGAIN.
       PARA-JOINT-ADD.
           DISPLAY 'ACCOUNT NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-ACCT.
           MOVE WS-ACCT TO ACCNUM.
           READ CRecords INTO WSCustomer
               INVALID KEY
                   DISPLAY 'ACCOUNT NOT FOUND.'
               NOT INVALID KEY
                   IF WS-ACCT-CLOSED
                       DISPLAY 'ACCOUNT IS CLOSED. NO CHANGE MADE.'
                   ELSE
                       DISPLAY 'ACCOUNT HOLDER: ' WSFNAME ' ' WSLNAME
                       PERFORM PARA-READ-LINK
                       IF WS-LINK-FOUND = 'Y' AND RL-ACTIVE
                           DISPLAY 'CUSTOMER ALREADY OWNS THIS '
                               'ACCOUNT. NO CHANGE MADE.'
                       ELSE
                           PERFORM PARA-WRITE-JOINT
                       END-IF
                   END-IF
           END-READ.

       PARA-WRITE-JOINT.
           MOVE WS-CUST-ID TO RL-CUSTID.
           MOVE WS-ACCT TO RL-ACCNUM.
           MOVE 'J' TO RL-ROLE.
           MOVE 'A' TO RL-STATUS.
           ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO RL-END-DATE.
           IF WS-LINK-FOUND = 'Y'
               REWRITE RelRecord
               END-REWRITE
           ELSE
               WRITE RelRecord
               END-WRITE
           END-IF.
           IF RLFS = "00"
               MOVE 'G' TO ML-ACTION
               MOVE WS-CUST-ID TO ML-OLDVAL
               MOVE 'JOINT' TO ML-NEWVAL
               PERFORM PARA-LOG-MAINT
               DISPLAY 'CUSTOMER ' WS-CUST-ID ' IS NOW A JOINT OWNER '
                   'OF ACCOUNT ' WS-ACCT '.'
           ELSE
               DISPLAY 'LINK COULD NOT BE SAVED. STATUS ' RLFS
                   '. NO CHANGE LOGGED.'
           END-IF.

      *ONLY A JOINT OWNERSHIP ENDS HERE - THE PRIMARY OWNER STAYS
      *WITH THE ACCOUNT UNTIL IT IS CLOSED
       PARA-JOINT-END.
           DISPLAY 'ACCOUNT NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-ACCT.
           PERFORM PARA-READ-LINK.
           IF WS-LINK-FOUND NOT = 'Y' OR NOT RL-ACTIVE
               DISPLAY 'CUSTOMER DOES NOT OWN THIS ACCOUNT.'
           ELSE IF RL-PRIMARY
               DISPLAY 'THE PRIMARY OWNER CANNOT BE REMOVED. NO '
                   'CHANGE MADE.'
           ELSE
               MOVE 'E' TO RL-STATUS
               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
               REWRITE RelRecord
               END-REWRITE
               IF RLFS = "00"
                   MOVE 'E' TO ML-ACTION
                   MOVE WS-CUST-ID TO ML-OLDVAL
                   MOVE 'ENDED' TO ML-NEWVAL
                   PERFORM PARA-LOG-MAINT
                   DISPLAY 'JOINT OWNERSHIP OF ACCOUNT ' WS-ACCT
                       ' ENDED.'
               ELSE
                   DISPLAY 'LINK COULD NOT BE SAVED. STATUS ' RLFS
                       '. NO CHANGE LOGGED.'
               END-IF
           END-IF
           END-IF.

      *THE CUSTOMER'S LINK, LIVE OR ENDED, TO THE ACCOUNT IN WS-ACCT
       PARA-READ-LINK.
           MOVE 'N' TO WS-LINK-FOUND.
           MOVE WS-CUST-ID TO RL-CUSTID.
           MOVE WS-ACCT TO RL-ACCNUM.
           READ RelFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-LINK-FOUND
           END-READ.

      *HOLD THE CHANGE ON THE PENDING FILE FOR A SECOND SUPERVISOR.
      *ONLY ONE CHANGE OF A KIND MAY WAIT ON AN ACCOUNT AT A TIME,
      *SO THE CHECKER NEVER HAS TO WORK OUT WHICH ONE STANDS. ITEM
      *NUMBERS RUN SEQUENTIALLY LIKE HOLD NUMBERS. THE CALLER
      *FILLS WS-PENDING BEFORE PERFORMING THIS.
       PARA-QUEUE-CHANGE.
           OPEN I-O PendFile.
           IF PCFS = "35"
               CLOSE PendFile
               OPEN OUTPUT PendFile
               CLOSE PendFile
               OPEN I-O PendFile
           END-IF.
           MOVE 1 TO WS-PENDNUM.
           MOVE 'N' TO WS-PEND-DUP.
           MOVE 'N' TO WS-PEND-EOF.
           MOVE 0 TO PC-PENDNUM.
           START PendFile KEY NOT LESS THAN PC-PENDNUM
               INVALID KEY MOVE 'Y' TO WS-PEND-EOF
           END-START.
           PERFORM UNTIL WS-PEND-EOF = 'Y'
               READ PendFile NEXT
                   AT END MOVE 'Y' TO WS-PEND-EOF
                   NOT AT END
                       COMPUTE WS-PENDNUM = PC-PENDNUM + 1
                       IF PC-PENDING AND PC-ACCNUM = WS-ACCT
                           AND PC-ACTION = WS-PC-ACTION
                           MOVE 'Y' TO WS-PEND-DUP
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PEND-DUP = 'Y'
               DISPLAY 'A CHANGE OF THIS KIND IS ALREADY AWAITING '
                   'APPROVAL. NO CHANGE MADE.'
           ELSE
               MOVE WS-PENDNUM TO PC-PENDNUM
               MOVE 'P' TO PC-STATUS
               MOVE WS-PC-ACTION TO PC-ACTION
               MOVE WS-ACCT TO PC-ACCNUM
               MOVE WS-PC-OLDVAL TO PC-OLDVAL
               MOVE WS-PC-NEWVAL TO PC-NEWVAL
               MOVE WS-PC-APPLY TO PC-APPLY
               MOVE WS-OPERATOR TO PC-MAKER
               ACCEPT PC-MAKE-DATE FROM DATE YYYYMMDD
               ACCEPT PC-MAKE-TIME FROM TIME
               MOVE SPACES TO PC-CHECKER
               MOVE 0 TO PC-CHECK-DATE
               MOVE 0 TO PC-CHECK-TIME
               WRITE PendRecord
               END-WRITE
               IF PCFS = "00"
                   DISPLAY 'CHANGE ' WS-PENDNUM ' QUEUED FOR '
                       'APPROVAL BY A SECOND SUPERVISOR.'
               ELSE
                   DISPLAY 'CHANGE COULD NOT BE QUEUED. STATUS ' PCFS
                       '. NO CHANGE MADE.'
               END-IF
           END-IF.
           CLOSE PendFile.

       PARA-LOG-MAINT.
           MOVE WS-OPERATOR TO ML-OPERATOR.
           MOVE WS-ACCT TO ML-ACCNUM.
           MOVE SPACES TO ML-CHECKER.
           MOVE 0 TO ML-PENDNUM.
           ACCEPT ML-DATE FROM DATE YYYYMMDD.
           ACCEPT ML-TIME FROM TIME.
           OPEN EXTEND MaintLog.
