               ACCESS IS DYNAMIC
               RECORD KEY IS AD-ACCNUM
               FILE STATUS ADFS.
           SELECT OperFile ASSIGN TO "Operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS OPFS.
           SELECT MaintLog ASSIGN TO "MaintLog.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS MLFS.
           SELECT PayFile ASSIGN TO "PaymentQueue.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PY-PAYNUM
               FILE STATUS PYFS.
           SELECT TDFile ASSIGN TO "TermDeposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TD-DEPNUM
               FILE STATUS TDFS.
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
       FD  AddrFile.
       01  AddressRecord.
           COPY custaddr.
      *OPERATOR MASTER - THE TELLER ID IS PROVED HERE AT SIGN-ON,
      *AND SO IS A SUPERVISOR SIGNING OFF AN OVER-LIMIT ITEM
       FD  OperFile.
       01  OperatorRecord.
           COPY operator.
      *MAINTENANCE AUDIT LOG - EVERY SUPERVISOR SIGN-OFF GOES HERE
       FD  MaintLog.
       01  MLogRecord.
           COPY maintlog.
      *OUTBOUND PAYMENTS QUEUE - A PAYMENT TO ANOTHER BANK WAITS
      *HERE FOR THE NIGHT'S INTERCHANGE FILE
       FD  PayFile.
       01  PaymentRecord.
           COPY payqueue.
      *TERM DEPOSIT BOOK - FIXED-TERM DEPOSITS FUNDED FROM, AND
      *PAID BACK TO, A CUSTOMER ACCOUNT
       FD  TDFile.
       01  TermDepRecord.
           COPY termdep.
      *CUSTOMER INFORMATION - ONE RECORD PER CUSTOMER, HOWEVER MANY
      *ACCOUNTS THEY HOLD
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
           88 USER-E      VALUE 'E', 'e'.
           88 USER-F      VALUE 'F', 'f'.
           88 USER-G      VALUE 'G', 'g'.
           88 USER-H      VALUE 'H', 'h'.
           88 USER-I      VALUE 'I', 'i'.
      *FOR PARA-MENU
       01  WS-MENU         PIC A.
           88 A            VALUE 'A', 'a'.
      *TELLER SIGNED ON TO THIS SESSION; THEIR DRAWER TAKES THE
      *CASH SIDE OF EVERY CASH DEPOSIT AND WITHDRAWAL
       01  WS-TELLER     PIC X(8) VALUE SPACES.
      *FOR THE OPERATOR FILE AND THE MAINTENANCE LOG
       01  OPFS          PIC X(2).
       01  MLFS          PIC X(2).
      *PASSWORD KEYED AT SIGN-ON OR AT A SUPERVISOR SIGN-OFF
       01  WS-PASSWORD   PIC X(8).
      *'Y' ONCE THE TELLER IS PROVED; THREE FAILED TRIES END THE
      *SESSION
       01  WS-SIGNED-ON    PIC A(1) VALUE 'N'.
       01  WS-SIGNON-TRIES PIC 9 VALUE 0.
      *THE SIGNED-ON OPERATOR'S ROLE AND TRANSACTION LIMIT
       01  WS-OPER-ROLE  PIC X(1).
           88 ROLE-SUPERVISOR  VALUE 'S'.
       01  WS-OPER-LIMIT PIC 9(7)V99.
      *AN OUTFLOW TESTED AGAINST THE LIMIT: ITS AMOUNT, WHETHER IT
      *MAY GO THROUGH, AND THE SUPERVISOR WHO SIGNED IT OFF
       01  WS-LIMIT-AMT  PIC 9(7)V99.
       01  WS-SIGNOFF    PIC A(1).
       01  WS-SIGNOFF-ID PIC X(8).
      *EDITED AMOUNT FOR THE AUDIT LOG
       01  WS-EDIT-AMT   PIC Z,ZZZ,ZZ9.99.
      *AMOUNT AND DIRECTION ('I' IN / 'O' OUT) FOR A DRAWER POST
       01  WS-DRAWER-AMT PIC 9(7)V99.
       01  WS-DRAWER-DIR PIC X(1).
      *FOR PARA-CLOSE CONFIRMATION
       01  WS-CONFIRM    PIC A.
           88 CONFIRM-YES  VALUE 'Y', 'y'.
      *FOR THE OUTBOUND PAYMENTS QUEUE
       01  PYFS          PIC X(2).
       01  WS-PAY-EOF    PIC A(1) VALUE 'N'.
      *PAYMENT TO AN EXTERNAL BENEFICIARY KEYED BY THE CUSTOMER
       01  WS-PAY-AMT    PIC 9(7)V99.
       01  WS-PAY-NAME   PIC X(30).
       01  WS-PAY-BANK   PIC X(11).
       01  WS-PAY-ACCT   PIC X(20).
       01  WS-PAY-REF    PIC X(16).
       01  WS-NEXT-PAY   PIC 9(6).
      *FOR THE TERM DEPOSIT BOOK
       01  TDFS          PIC X(2).
       01  WS-TD-EOF     PIC A(1) VALUE 'N'.
      *SET WHEN THE ACCOUNT STILL FUNDS AN ACTIVE DEPOSIT
       01  WS-TD-HELD    PIC A(1) VALUE 'N'.
      *FOR THE TERM DEPOSITS MENU
       01  WS-TD-CHOICE  PIC A.
           88 TDCH-OPEN    VALUE 'A', 'a'.
           88 TDCH-LIST    VALUE 'B', 'b'.
           88 TDCH-INSTR   VALUE 'C', 'c'.
           88 TDCH-BREAK   VALUE 'D', 'd'.
      *NEW DEPOSIT DETAILS KEYED AT THE COUNTER
       01  WS-TD-AMT     PIC 9(7)V99.
       01  WS-TD-RATE    PIC 9V9999.
       01  WS-TD-TERM    PIC 9(3).
       01  WS-TD-INSTR   PIC A.
           88 TD-INSTR-PAY   VALUE 'P', 'p'.
           88 TD-INSTR-ROLL  VALUE 'R', 'r'.
       01  WS-TD-DEPNUM  PIC 9(6).
       01  WS-NEXT-DEP   PIC 9(6).
       01  WS-TD-EDIT-RATE PIC 9.9999.
      *START OF TERM AND MATURITY DATE (OR TODAY, ON AN EARLY
      *WITHDRAWAL) BROKEN DOWN FOR THE MONTH ARITHMETIC
       01  WS-TD-DATE    PIC 9(8).
       01  WS-TD-DATE-X REDEFINES WS-TD-DATE.
           02 WS-TD-YYYY PIC 9(4).
           02 WS-TD-MM   PIC 9(2).
           02 WS-TD-DD   PIC 9(2).
       01  WS-TD-MAT     PIC 9(8).
       01  WS-TD-MAT-X REDEFINES WS-TD-MAT.
           02 WS-MAT-YYYY PIC 9(4).
           02 WS-MAT-MM  PIC 9(2).
           02 WS-MAT-DD  PIC 9(2).
       01  WS-TD-TOT-MONTHS PIC 9(6).
      *DAYS IN EACH MONTH, FOR A MATURITY THAT LANDS ON A DAY THE
      *MONTH DOES NOT HAVE
       01  WS-MONTH-DAYS   PIC X(24) VALUE '312831303130313130313031'.
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-DAYS.
           02 WS-MDAYS     PIC 9(2) OCCURS 12 TIMES.
       01  WS-EOM-DAY      PIC 9(2).
      *FOR THE LEAP-YEAR TEST
       01  WS-LEAP-Q       PIC 9(4).
       01  WS-LEAP-R4      PIC 9(4).
       01  WS-LEAP-R100    PIC 9(4).
       01  WS-LEAP-R400    PIC 9(4).
      *EARLY WITHDRAWAL: WHOLE MONTHS RUN, INTEREST EARNED, THE
      *PENALTY KEPT BACK AND WHAT IS LEFT TO PAY
       01  WS-TD-ELAPSED PIC S9(4).
       01  WS-TD-ACCRUED PIC 9(7)V99.
       01  WS-TD-PENALTY PIC 9(7)V99.
       01  WS-TD-NETINT  PIC 9(7)V99.
      *MONTHS OF INTEREST FORFEITED ON AN EARLY WITHDRAWAL
       01  WS-TD-PENALTY-MONTHS PIC 9(2) VALUE 3.
      *FOR THE CUSTOMER INFORMATION AND RELATIONSHIP FILES
       01  CIFS          PIC X(2).
       01  RLFS          PIC X(2).
       01  WS-CI-EOF     PIC A(1) VALUE 'N'.
       01  WS-RL-EOF     PIC A(1) VALUE 'N'.
      *CUSTOMER THE NEW ACCOUNT IS OPENED FOR - KEYED WHEN THE
      *CUSTOMER IS ALREADY ON FILE, ASSIGNED WHEN A NEW CUSTOMER
      *IS TAKEN ON
       01  WS-CUST-ID    PIC 9(6) VALUE 0.
       01  WS-NEXT-CUST  PIC 9(6).
      *'Y' ONCE THE CUSTOMER KEYED HAS BEEN FOUND ON FILE
       01  WS-CUST-KNOWN PIC A(1) VALUE 'N'.
      *IDENTITY DETAILS KEYED FOR A NEW CUSTOMER
       01  WS-CI-BIRTH   PIC 9(8).
       01  WS-CI-IDTYPE  PIC X(1).
       01  WS-CI-IDNUM   PIC X(20).
      *CONTACT DETAILS CAPTURED FOR THE NEW ACCOUNT, KEPT FOR THE
      *NEW CUSTOMER RECORD ONCE THE ADDRESS FILE IS CLOSED
       01  WS-NEW-CONTACT.
           02 WS-NC-ADDR1 PIC X(25).
           02 WS-NC-ADDR2 PIC X(25).
           02 WS-NC-ADDR3 PIC X(25).
           02 WS-NC-PHONE PIC X(12).
           02 WS-NC-EMAIL PIC X(25).
           02 WS-NC-DELIV PIC X(1).
      *THE LINK TO WRITE: CUSTOMER, ACCOUNT AND ROLE
       01  WS-REL-CUST   PIC 9(6).
       01  WS-REL-ACCT   PIC 9(4).
       01  WS-REL-ROLE   PIC X(1).
      *JOINT OWNER KEYED WHEN THE ACCOUNT IS OPENED; 0 FOR NONE
       01  WS-JOINT-ID   PIC 9(6).
       PROCEDURE DIVISION.
       MAIN.
      *THE TELLER SIGNS ON ONCE PER SESSION; PARA-STOP RE-ENTERS
      *MAIN, SO A TELLER ALREADY SIGNED ON IS NOT ASKED AGAIN
           IF WS-TELLER = SPACES
               PERFORM PARA-SIGN-ON
               IF WS-SIGNED-ON NOT = 'Y'
                   STOP RUN
               END-IF
           END-IF.
           PERFORM PARA-CHECKPOINT-VERIFY.
           PERFORM PARA-MENU WITH TEST BEFORE UNTIL QUIT = 1.
           STOP RUN.

      *THE TELLER ID IS PROVED AGAINST THE OPERATOR MASTER - AN
      *UNKNOWN OR REVOKED ID, A WRONG PASSWORD, OR A BACK-OFFICE
      *ROLE IS REFUSED. WS-TELLER IS ONLY KEPT ONCE PROVED.
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
               MOVE SPACES TO WS-TELLER
               DISPLAY 'SIGN-ON FAILED. SESSION ENDED.'
           END-IF.

       PARA-TRY-SIGN-ON.
           ADD 1 TO WS-SIGNON-TRIES.
           DISPLAY 'TELLER ID: ' WITH NO ADVANCING.
           ACCEPT WS-TELLER.
           DISPLAY 'PASSWORD: ' WITH NO ADVANCING.
           ACCEPT WS-PASSWORD.
           MOVE WS-TELLER TO OP-ID.
           READ OperFile
               INVALID KEY
                   DISPLAY 'SIGN-ON REFUSED.'
               NOT INVALID KEY
                   IF OP-PASSWORD NOT = WS-PASSWORD
                       DISPLAY 'SIGN-ON REFUSED.'
                   ELSE IF OP-REVOKED
                       DISPLAY 'OPERATOR ' WS-TELLER
                           ' HAS BEEN REVOKED.'
                   ELSE IF NOT (OP-TELLER OR OP-SUPERVISOR)
                       DISPLAY 'THE TELLER SYSTEM IS FOR TELLERS AND '
                           'SUPERVISORS ONLY.'
                   ELSE
                       MOVE 'Y' TO WS-SIGNED-ON
                       MOVE OP-ROLE TO WS-OPER-ROLE
                       MOVE OP-TXN-LIMIT TO WS-OPER-LIMIT
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       PARA-CHECKPOINT-VERIFY.
           OPEN INPUT CheckFile.
           IF CKFS = "00"
       PARA-CREATE.
           DISPLAY WS-BLANK.
           DISPLAY WS-BLANK.
      *A CUSTOMER ALREADY ON FILE KEEPS THEIR ONE CUSTOMER RECORD
      *AND THE NEW ACCOUNT IS LINKED TO IT; AN ID THAT IS NOT ON
      *FILE OPENS NOTHING
           PERFORM PARA-FIND-CUSTOMER.
           IF WS-CUST-ID NOT = 0 AND WS-CUST-KNOWN NOT = 'Y'
               DISPLAY 'NO ACCOUNT OPENED.'
               PERFORM PARA-STOP
           END-IF.
           OPEN I-O CRecords.
           IF FS = "35"
               CLOSE CRecords
                   DISPLAY 'ENTER A 4-DIGIT PIN: ' WITH NO ADVANCING
                   ACCEPT CPIN
                   MOVE CPIN TO CUSTPIN
                   IF WS-CUST-KNOWN NOT = 'Y'
                       DISPLAY 'ENTER FIRST NAME: ' WITH NO ADVANCING
                       ACCEPT CFNAME
                       DISPLAY 'ENTER LAST NAME: ' WITH NO ADVANCING
                       ACCEPT CLNAME
                       PERFORM PARA-CAPTURE-IDENTITY
                   END-IF
                   MOVE CFNAME TO FNAME
                   MOVE CLNAME TO LNAME
                   DISPLAY 'ENTER BALANCE: ' WITH NO ADVANCING
                   ACCEPT CBAL
                   WRITE CustomerData
                   END-WRITE
               CLOSE CRecords
               IF WS-CUST-KNOWN = 'Y'
                   PERFORM PARA-COPY-CUST-ADDRESS
               ELSE
                   PERFORM PARA-CAPTURE-ADDRESS
                   PERFORM PARA-SAVE-CUSTOMER
               END-IF
               IF WS-CUST-ID NOT = 0
                   MOVE WS-CUST-ID TO WS-REL-CUST
                   MOVE CACCNUM TO WS-REL-ACCT
                   MOVE 'P' TO WS-REL-ROLE
                   PERFORM PARA-LINK-ACCOUNT
                   PERFORM PARA-ADD-JOINT
               END-IF
               DISPLAY WS-BLANK
           DISPLAY '**************************************************'
           DISPLAY '*      WELCOME TO OUR BANKING SYSTEM!            *'
           DISPLAY '*     ACCOUNT NUMBER: ' CACCNUM 
           '                       *'
           DISPLAY '*     ACCOUNT NAME: ' CFNAME CLNAME    '         *'
           DISPLAY '*     CUSTOMER ID: ' WS-CUST-ID
           '                        *'
           MOVE CBAL TO WS-EDIT-BAL
           DISPLAY '*     CURRENT BALANCE: ' WS-EDIT-BAL '            *'
           DISPLAY '**************************************************'
           DISPLAY '*                [B]. DEPOSIT                    *'.
           DISPLAY '*               [C]. WITHDRAW                    *'.
           DISPLAY '*                [D]. LOGOUT                     *'.
      *CLOSING AN ACCOUNT IS OFFERED TO SUPERVISORS ONLY
           IF ROLE-SUPERVISOR
               DISPLAY '*             [E]. CLOSE ACCOUNT'
                   '                 *'
           END-IF.
           DISPLAY '*             [F]. TRANSFER FUNDS                *'.
           DISPLAY '*            [G]. STANDING ORDERS                *'.
           DISPLAY '*       [H]. PAY AN EXTERNAL BENEFICIARY         *'.
           DISPLAY '*             [I]. TERM DEPOSITS                 *'.
           DISPLAY '**************************************************'.
           DISPLAY 'PLEASE SELECT AN OPERATION:' WITH NO ADVANCING.
           ACCEPT WSUSER.
               PERFORM PARA-DEPOSIT
           ELSE IF USER-C
               PERFORM PARA-WITHDRAW
           ELSE IF USER-E AND ROLE-SUPERVISOR
               PERFORM PARA-CLOSE
           ELSE IF USER-F
               PERFORM PARA-TRANSFER
           ELSE IF USER-G
               PERFORM PARA-STANDING
           ELSE IF USER-H
               PERFORM PARA-PAY-EXTERNAL
           ELSE IF USER-I
               PERFORM PARA-TERM-DEPOSIT
           ELSE
               CONTINUE
           END-IF.
                               'MINIMUM REQUIRED BALANCE.'
                       END-IF
                   ELSE
                       MOVE WS-WITHDRAW TO WS-LIMIT-AMT
                       PERFORM PARA-LIMIT-CHECK
                       IF WS-SIGNOFF NOT = 'Y'
                           DISPLAY 'WITHDRAWAL NOT AUTHORISED.'
                       ELSE
                           MOVE WSBAL TO WS-OLDBAL
                           SUBTRACT WS-WITHDRAW FROM WSBAL GIVING WSBAL
                           IF WS-ACCT-SAVINGS
                               ADD 1 TO WSWDCOUNT
                           END-IF
                           MOVE WS-WITHDRAW TO CK-AMOUNT
                           MOVE 'W' TO CK-DIRECTION
                           MOVE 0 TO CK-XFER-ACCNUM
                           PERFORM PARA-CHECKPOINT-WRITE
                           MOVE WSCustomer TO CustomerData
                           REWRITE CustomerData
                           END-REWRITE
                           IF FS = "00"
                               PERFORM PARA-CHECKPOINT-CLEAR
                               MOVE SIGNIN TO TL-ACCNUM
                               MOVE 'W' TO TL-TRANTYPE
                               MOVE WS-WITHDRAW TO TL-AMOUNT
                               MOVE WS-OLDBAL TO TL-OLDBAL
                               MOVE WSBAL TO TL-NEWBAL
                               PERFORM PARA-LOG-TRANSACTION
      *THE CASH PAID OUT COMES FROM THE TELLER'S DRAWER
                               MOVE WS-WITHDRAW TO WS-DRAWER-AMT
                               MOVE 'O' TO WS-DRAWER-DIR
                               PERFORM PARA-DRAWER-CASH
                               PERFORM PARA-LOG-SIGNOFF
                               MOVE WSBAL TO WS-EDIT-BAL
           DISPLAY '**************************************************'
           DISPLAY '*       NEW ACCOUNT BALANCE: ' WS-EDIT-BAL
           '        *'
           DISPLAY '**************************************************'
                           ELSE
                               DISPLAY 'WITHDRAWAL FAILED: COULD NOT '
                                   'UPDATE YOUR ACCOUNT. CHECKPOINT '
                                   'LEFT ACTIVE FOR RECOVERY.'
                           END-IF
                       END-IF
                   END-IF
                   END-IF
           DISPLAY 'CLOSE THIS ACCOUNT? THIS CANNOT BE UNDONE. (Y/N): '
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
      *AN OPEN TERM DEPOSIT PAYS BACK TO THIS ACCOUNT, SO THE
      *ACCOUNT STAYS OPEN UNTIL THE DEPOSIT HAS BEEN CLOSED
           IF CONFIRM-YES
               PERFORM PARA-TD-ON-ACCOUNT
               IF WS-TD-HELD = 'Y'
                   DISPLAY 'THIS ACCOUNT FUNDS AN OPEN TERM DEPOSIT '
                       'AND CANNOT BE CLOSED YET.'
                   MOVE 'N' TO WS-CONFIRM
               END-IF
           END-IF.
           IF CONFIRM-YES
               OPEN I-O CRecords
               MOVE SIGNIN TO ACCNUM
                           CLOSE ClosedAccounts
                           DELETE CRecords
                           END-DELETE
                           PERFORM PARA-END-LINKS
                           DISPLAY 'ACCOUNT CLOSED AND MOVED TO THE '
                               'ARCHIVE.'
                       END-IF
                                 ELSE
                                   DISPLAY 'PAYING TO: ' XC-FNAME
                                       ' ' XC-LNAME
                                   MOVE WS-XFER-AMT TO WS-LIMIT-AMT
                                   PERFORM PARA-LIMIT-CHECK
                                   IF WS-SIGNOFF NOT = 'Y'
                                     DISPLAY 'TRANSFER NOT '
                                         'AUTHORISED.'
                                   ELSE
                                     MOVE XC-BAL TO WS-XFER-OLDBAL
                                     ADD WS-XFER-AMT TO XC-BAL
                                     MOVE WS-XFER-AMT TO CK-AMOUNT
                                     MOVE 'T' TO CK-DIRECTION
                                     MOVE WS-XFER-DEST TO CK-XFER-ACCNUM
                                     PERFORM PARA-CHECKPOINT-WRITE
                                     MOVE WS-XFER-CUST TO CustomerData
                                     REWRITE CustomerData
                                     END-REWRITE
                                     IF FS NOT = "00"
                                       PERFORM PARA-CHECKPOINT-CLEAR
                                       DISPLAY 'TRANSFER FAILED: COULD '
                                           'NOT CREDIT THE DESTINATION '
                                           'ACCOUNT. NOTHING WAS '
                                           'DEBITED.'
                                     ELSE
                                       MOVE WSBAL TO WS-OLDBAL
                                       SUBTRACT WS-XFER-AMT FROM WSBAL
                                       IF WS-ACCT-SAVINGS
                                           ADD 1 TO WSWDCOUNT
                                       END-IF
                                       MOVE WSCustomer TO CustomerData
                                       REWRITE CustomerData
                                       END-REWRITE
                                       IF FS NOT = "00"
                                         SUBTRACT WS-XFER-AMT FROM
                                             XC-BAL
                                         MOVE WS-XFER-DEST TO ACCNUM
                                         MOVE WS-XFER-CUST TO
                                             CustomerData
                                         REWRITE CustomerData
                                         END-REWRITE
                                         PERFORM PARA-CHECKPOINT-CLEAR
                                         DISPLAY 'TRANSFER FAILED: '
                                             'COULD NOT DEBIT YOUR '
                                             'ACCOUNT. DESTINATION '
                                             'CREDIT WAS REVERSED.'
                                       ELSE
                                         PERFORM PARA-CHECKPOINT-CLEAR
                                         MOVE WS-XFER-DEST TO TL-ACCNUM
                                         MOVE 'T' TO TL-TRANTYPE
                                         MOVE WS-XFER-AMT TO TL-AMOUNT
                                         MOVE WS-XFER-OLDBAL TO
                                             TL-OLDBAL
                                         MOVE XC-BAL TO TL-NEWBAL
                                         PERFORM PARA-LOG-TRANSACTION

                                         MOVE SIGNIN TO TL-ACCNUM
                                         MOVE 'T' TO TL-TRANTYPE
                                         MOVE WS-XFER-AMT TO TL-AMOUNT
                                         MOVE WS-OLDBAL TO TL-OLDBAL
                                         MOVE WSBAL TO TL-NEWBAL
                                         PERFORM PARA-LOG-TRANSACTION
                                         PERFORM PARA-LOG-SIGNOFF

                                         DISPLAY WS-BLANK
                                         MOVE WSBAL TO WS-EDIT-BAL
           DISPLAY '**************************************************'
           DISPLAY '*   TRANSFER COMPLETE. NEW BALANCE: ' WS-EDIT-BAL
           ' *'
           DISPLAY '**************************************************'
                                       END-IF
                                     END-IF
                                   END-IF
                                 END-IF
                           END-READ
                       END-IF
                       END-IF
               END-READ
               CLOSE CRecords
           END-IF.
           PERFORM PARA-STOP.

      *A PAYMENT TO A BENEFICIARY AT ANOTHER BANK IS TESTED LIKE A
      *WITHDRAWAL - AVAILABLE BALANCE, FLOOR AND TELLER LIMIT - AND
      *QUEUED BEFORE THE ACCOUNT IS DEBITED, SO A DEBIT NEVER GOES
      *THROUGH WITHOUT A PAYMENT BEHIND IT. THE NIGHT'S SEND BATCH
      *PUTS IT ON THE OUTBOUND INTERCHANGE FILE.
       PARA-PAY-EXTERNAL.
           OPEN I-O CRecords.
           MOVE SIGNIN TO ACCNUM.
           READ CRecords INTO WSCustomer
               INVALID KEY
                   DISPLAY 'ACCOUNT NOT FOUND.'
               NOT INVALID KEY
                 IF NOT WS-ACCT-ACTIVE
                   DISPLAY 'THIS ACCOUNT IS FROZEN, DORMANT OR '
                       'CLOSED. PAYMENT DENIED.'
                 ELSE
      *AN EXTERNAL PAYMENT COUNTS TOWARDS THE SAVINGS CAP THE SAME
      *WAY AS A TRANSFER
                   IF WS-ACCT-SAVINGS AND WSWDCOUNT
                           NOT LESS THAN WS-SAVINGS-CAP
                       DISPLAY 'NOTE: MONTHLY SAVINGS WITHDRAWAL '
                           'CAP REACHED - AN EXCESS-WITHDRAWAL '
                           'FEE APPLIES AT PERIOD END.'
                   END-IF
                   DISPLAY 'BENEFICIARY NAME: ' WITH NO ADVANCING
                   ACCEPT WS-PAY-NAME
                   DISPLAY 'BENEFICIARY BANK CODE: ' WITH NO ADVANCING
                   ACCEPT WS-PAY-BANK
                   DISPLAY 'BENEFICIARY ACCOUNT: ' WITH NO ADVANCING
                   ACCEPT WS-PAY-ACCT
                   DISPLAY 'PAYMENT REFERENCE: ' WITH NO ADVANCING
                   ACCEPT WS-PAY-REF
                   INSPECT WS-PAY-BANK CONVERTING
                       'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   DISPLAY 'ENTER PAYMENT AMOUNT: '
                       WITH NO ADVANCING
                   ACCEPT WS-PAY-AMT
                   PERFORM PARA-SET-FLOOR
                   PERFORM PARA-AVAIL-BAL
                   MOVE WS-PAY-AMT TO WS-LIMIT-AMT
                   IF WS-PAY-NAME = SPACES OR WS-PAY-BANK = SPACES
                           OR WS-PAY-ACCT = SPACES
                       DISPLAY 'BENEFICIARY DETAILS ARE INCOMPLETE. '
                           'PAYMENT NOT TAKEN.'
                   ELSE IF WS-PAY-AMT = 0
                       DISPLAY 'PAYMENT AMOUNT MUST BE GREATER THAN '
                           'ZERO.'
                   ELSE IF WS-PAY-AMT > WS-AVAIL-BAL
                           AND WS-FLOOR NOT < 0
                       DISPLAY 'INSUFFICIENT AVAILABLE BALANCE.'
                   ELSE IF (WS-AVAIL-BAL - WS-PAY-AMT) < WS-FLOOR
                       IF WS-FLOOR < 0
                           DISPLAY 'PAYMENT WOULD EXCEED THE '
                               'APPROVED OVERDRAFT LIMIT.'
                       ELSE
                           DISPLAY 'PAYMENT WOULD BREACH THE '
                               'MINIMUM REQUIRED BALANCE.'
                       END-IF
                   ELSE
                       PERFORM PARA-LIMIT-CHECK
                       IF WS-SIGNOFF NOT = 'Y'
                           DISPLAY 'PAYMENT NOT AUTHORISED.'
                       ELSE
                           PERFORM PARA-QUEUE-PAYMENT
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                 END-IF
           END-READ.
           CLOSE CRecords.
           PERFORM PARA-STOP.

      *QUEUE THE PAYMENT, THEN DEBIT THE ACCOUNT. IF THE DEBIT
      *CANNOT BE WRITTEN THE QUEUED PAYMENT IS TAKEN BACK OFF, SO
      *NOTHING LEAVES THE BANK THAT WAS NOT PAID FOR.
       PARA-QUEUE-PAYMENT.
           OPEN I-O PayFile.
           IF PYFS = "35"
               CLOSE PayFile
               OPEN OUTPUT PayFile
               CLOSE PayFile
               OPEN I-O PayFile
           END-IF.
           PERFORM PARA-NEXT-PAYNUM.
           MOVE WS-NEXT-PAY TO PY-PAYNUM.
           MOVE SIGNIN TO PY-ACCNUM.
           MOVE WS-PAY-AMT TO PY-AMOUNT.
           MOVE WS-PAY-NAME TO PY-BENEF-NAME.
           MOVE WS-PAY-BANK TO PY-BENEF-BANK.
           MOVE WS-PAY-ACCT TO PY-BENEF-ACCT.
           MOVE WS-PAY-REF TO PY-PAYREF.
           MOVE 'Q' TO PY-STATUS.
           MOVE WS-TELLER TO PY-TELLER.
           ACCEPT PY-ENTRY-DATE FROM DATE YYYYMMDD.
           ACCEPT PY-ENTRY-TIME FROM TIME.
           MOVE 0 TO PY-SENT-DATE.
           MOVE 0 TO PY-RETURN-DATE.
           MOVE SPACES TO PY-RETURN-CODE.
           WRITE PaymentRecord
           END-WRITE.
           IF PYFS NOT = "00"
               DISPLAY 'PAYMENT COULD NOT BE QUEUED. STATUS ' PYFS
                   '. NOTHING WAS DEBITED.'
           ELSE
               MOVE WSBAL TO WS-OLDBAL
               SUBTRACT WS-PAY-AMT FROM WSBAL GIVING WSBAL
               IF WS-ACCT-SAVINGS
                   ADD 1 TO WSWDCOUNT
               END-IF
               MOVE WS-PAY-AMT TO CK-AMOUNT
               MOVE 'X' TO CK-DIRECTION
               MOVE 0 TO CK-XFER-ACCNUM
               PERFORM PARA-CHECKPOINT-WRITE
               MOVE WSCustomer TO CustomerData
               REWRITE CustomerData
               END-REWRITE
               IF FS NOT = "00"
                   DELETE PayFile
                   END-DELETE
                   PERFORM PARA-CHECKPOINT-CLEAR
                   DISPLAY 'PAYMENT FAILED: COULD NOT UPDATE YOUR '
                       'ACCOUNT. THE PAYMENT WAS NOT QUEUED.'
               ELSE
                   PERFORM PARA-CHECKPOINT-CLEAR
                   MOVE SIGNIN TO TL-ACCNUM
                   MOVE 'X' TO TL-TRANTYPE
                   MOVE WS-PAY-AMT TO TL-AMOUNT
                   MOVE WS-OLDBAL TO TL-OLDBAL
                   MOVE WSBAL TO TL-NEWBAL
      *THE PAYMENT NUMBER RIDES IN TL-REF-DATE SO THE STATEMENT
      *AND A LATER RETURN CAN POINT BACK TO IT
                   MOVE WS-NEXT-PAY TO TL-REF-DATE
                   MOVE 0 TO TL-REF-TIME
                   MOVE SPACE TO TL-REF-TYPE
                   PERFORM PARA-WRITE-LOG
                   PERFORM PARA-LOG-SIGNOFF
                   DISPLAY 'PAYMENT ' WS-NEXT-PAY ' TO ' WS-PAY-NAME
                   DISPLAY 'QUEUED FOR TONIGHT''S OUTBOUND FILE.'
                   MOVE WSBAL TO WS-EDIT-BAL
           DISPLAY '**************************************************'
           DISPLAY '*       NEW ACCOUNT BALANCE: ' WS-EDIT-BAL
           '        *'
           DISPLAY '**************************************************'
               END-IF
           END-IF.
           CLOSE PayFile.

       PARA-STANDING.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************************'.
               CLOSE SORecords
           END-IF.

       PARA-TERM-DEPOSIT.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************************'.
           DISPLAY '*                TERM DEPOSITS                   *'.
           DISPLAY '*         [A]. OPEN A TERM DEPOSIT               *'.
           DISPLAY '*          [B]. LIST YOUR DEPOSITS               *'.
           DISPLAY '*      [C]. CHANGE MATURITY INSTRUCTION          *'.
      *BREAKING A DEPOSIT BEFORE MATURITY IS FOR SUPERVISORS ONLY
           IF ROLE-SUPERVISOR
               DISPLAY '*        [D]. EARLY WITHDRAWAL'
                   '                    *'
           END-IF.
           DISPLAY '**************************************************'.
           DISPLAY 'PLEASE SELECT AN OPERATION:' WITH NO ADVANCING.
           ACCEPT WS-TD-CHOICE.
           IF TDCH-OPEN
               PERFORM PARA-TD-OPEN
           ELSE IF TDCH-LIST
               PERFORM PARA-TD-LIST
           ELSE IF TDCH-INSTR
               PERFORM PARA-TD-INSTRUCT
           ELSE IF TDCH-BREAK AND ROLE-SUPERVISOR
               PERFORM PARA-TD-BREAK
           END-IF.
           PERFORM PARA-STOP.

      *A NEW DEPOSIT IS FUNDED FROM THE SIGNED-IN ACCOUNT AND TESTED
      *LIKE ANY OTHER OUTFLOW - AVAILABLE BALANCE, FLOOR AND TELLER
      *LIMIT. IT DOES NOT COUNT AGAINST THE SAVINGS WITHDRAWAL CAP:
      *THE MONEY STAYS WITH THE BANK.
       PARA-TD-OPEN.
           OPEN I-O CRecords.
           MOVE SIGNIN TO ACCNUM.
           READ CRecords INTO WSCustomer
               INVALID KEY
                   DISPLAY 'ACCOUNT NOT FOUND.'
               NOT INVALID KEY
                 IF NOT WS-ACCT-ACTIVE
                   DISPLAY 'THIS ACCOUNT IS FROZEN, DORMANT OR '
                       'CLOSED. DEPOSIT NOT OPENED.'
                 ELSE
                   DISPLAY 'AMOUNT TO PLACE ON DEPOSIT: '
                       WITH NO ADVANCING
                   ACCEPT WS-TD-AMT
                   DISPLAY 'TERM IN MONTHS (1-120): ' WITH NO ADVANCING
                   ACCEPT WS-TD-TERM
                   PERFORM UNTIL WS-TD-TERM > 0 AND WS-TD-TERM < 121
                       DISPLAY 'INVALID ENTRY. ENTER 1-120: '
                           WITH NO ADVANCING
                       ACCEPT WS-TD-TERM
                   END-PERFORM
                   DISPLAY 'ANNUAL RATE (E.G. 0.0450 FOR 4.5%): '
                       WITH NO ADVANCING
                   ACCEPT WS-TD-RATE
                   DISPLAY 'AT MATURITY: P-PAY OUT OR R-ROLL OVER '
                       '(P/R): ' WITH NO ADVANCING
                   ACCEPT WS-TD-INSTR
                   PERFORM UNTIL TD-INSTR-PAY OR TD-INSTR-ROLL
                       DISPLAY 'INVALID ENTRY. ENTER P OR R: '
                           WITH NO ADVANCING
                       ACCEPT WS-TD-INSTR
                   END-PERFORM
                   INSPECT WS-TD-INSTR CONVERTING 'pr' TO 'PR'
                   PERFORM PARA-SET-FLOOR
                   PERFORM PARA-AVAIL-BAL
                   MOVE WS-TD-AMT TO WS-LIMIT-AMT
                   IF WS-TD-AMT = 0
                       DISPLAY 'DEPOSIT AMOUNT MUST BE GREATER THAN '
                           'ZERO.'
                   ELSE IF WS-TD-RATE = 0 OR WS-TD-RATE NOT < 1
                       DISPLAY 'RATE MUST BE ABOVE ZERO AND BELOW '
                           '1.0000.'
                   ELSE IF WS-TD-AMT > WS-AVAIL-BAL
                           AND WS-FLOOR NOT < 0
                       DISPLAY 'INSUFFICIENT AVAILABLE BALANCE.'
                   ELSE IF (WS-AVAIL-BAL - WS-TD-AMT) < WS-FLOOR
                       IF WS-FLOOR < 0
                           DISPLAY 'DEPOSIT WOULD EXCEED THE '
                               'APPROVED OVERDRAFT LIMIT.'
                       ELSE
                           DISPLAY 'DEPOSIT WOULD BREACH THE '
                               'MINIMUM REQUIRED BALANCE.'
                       END-IF
                   ELSE
                       PERFORM PARA-LIMIT-CHECK
                       IF WS-SIGNOFF NOT = 'Y'
                           DISPLAY 'DEPOSIT NOT AUTHORISED.'
                       ELSE
                           PERFORM PARA-TD-PLACE
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                 END-IF
           END-READ.
           CLOSE CRecords.

      *BOOK THE DEPOSIT, THEN DEBIT THE FUNDING ACCOUNT. IF THE
      *DEBIT CANNOT BE WRITTEN THE DEPOSIT IS TAKEN BACK OFF THE
      *BOOK, SO NO DEPOSIT EXISTS THAT WAS NOT PAID FOR.
       PARA-TD-PLACE.
           OPEN I-O TDFile.
           IF TDFS = "35"
               CLOSE TDFile
               OPEN OUTPUT TDFile
               CLOSE TDFile
               OPEN I-O TDFile
           END-IF.
           PERFORM PARA-NEXT-DEPNUM.
           ACCEPT WS-TD-DATE FROM DATE YYYYMMDD.
           PERFORM PARA-TD-ADD-TERM.
           MOVE WS-NEXT-DEP TO TD-DEPNUM.
           MOVE SIGNIN TO TD-ACCNUM.
           MOVE WS-TD-AMT TO TD-PRINCIPAL.
           MOVE WS-TD-RATE TO TD-RATE.
           MOVE WS-TD-TERM TO TD-TERM-MONTHS.
           MOVE WS-TD-DATE TO TD-START-DATE.
           MOVE WS-TD-MAT TO TD-MATURE-DATE.
           MOVE WS-TD-INSTR TO TD-INSTRUCTION.
           MOVE 'A' TO TD-STATUS.
           MOVE WS-TELLER TO TD-OPENED-BY.
           MOVE SPACES TO TD-CLOSED-BY.
           MOVE 0 TO TD-CLOSE-DATE.
           MOVE 0 TO TD-INT-PAID.
           MOVE 0 TO TD-PENALTY.
           MOVE 0 TO TD-ROLL-COUNT.
           WRITE TermDepRecord
           END-WRITE.
           IF TDFS NOT = "00"
               DISPLAY 'DEPOSIT COULD NOT BE BOOKED. STATUS ' TDFS
                   '. NOTHING WAS DEBITED.'
           ELSE
               MOVE WSBAL TO WS-OLDBAL
               SUBTRACT WS-TD-AMT FROM WSBAL GIVING WSBAL
               MOVE WS-TD-AMT TO CK-AMOUNT
               MOVE 'P' TO CK-DIRECTION
               MOVE 0 TO CK-XFER-ACCNUM
               PERFORM PARA-CHECKPOINT-WRITE
               MOVE WSCustomer TO CustomerData
               REWRITE CustomerData
               END-REWRITE
               IF FS NOT = "00"
                   DELETE TDFile
                   END-DELETE
                   PERFORM PARA-CHECKPOINT-CLEAR
                   DISPLAY 'DEPOSIT FAILED: COULD NOT UPDATE YOUR '
                       'ACCOUNT. THE DEPOSIT WAS NOT OPENED.'
               ELSE
                   PERFORM PARA-CHECKPOINT-CLEAR
                   MOVE SIGNIN TO TL-ACCNUM
                   MOVE 'P' TO TL-TRANTYPE
                   MOVE WS-TD-AMT TO TL-AMOUNT
                   MOVE WS-OLDBAL TO TL-OLDBAL
                   MOVE WSBAL TO TL-NEWBAL
                   MOVE WS-NEXT-DEP TO TL-REF-DATE
                   MOVE 0 TO TL-REF-TIME
                   MOVE SPACE TO TL-REF-TYPE
                   PERFORM PARA-WRITE-LOG
                   PERFORM PARA-LOG-SIGNOFF
                   DISPLAY 'TERM DEPOSIT ' WS-NEXT-DEP
                       ' OPENED. MATURES ' WS-TD-MAT '.'
                   MOVE WSBAL TO WS-EDIT-BAL
           DISPLAY '**************************************************'
           DISPLAY '*       NEW ACCOUNT BALANCE: ' WS-EDIT-BAL
           '        *'
           DISPLAY '**************************************************'
               END-IF
           END-IF.
           CLOSE TDFile.

       PARA-TD-LIST.
           OPEN INPUT TDFile.
           IF TDFS NOT = "00"
               DISPLAY 'NO TERM DEPOSITS ON FILE.'
           ELSE
               MOVE 'N' TO WS-TD-EOF
               MOVE 0 TO TD-DEPNUM
               START TDFile KEY NOT LESS THAN TD-DEPNUM
                   INVALID KEY MOVE 'Y' TO WS-TD-EOF
               END-START
               DISPLAY 'DEPOSIT  PRINCIPAL     RATE   MATURES   '
                   'AT MAT STATUS'
               DISPLAY '----------------------------------------'
                   '-------------'
               PERFORM UNTIL WS-TD-EOF = 'Y'
                   READ TDFile NEXT
                       AT END MOVE 'Y' TO WS-TD-EOF
                       NOT AT END
                           IF TD-ACCNUM = SIGNIN
                               MOVE TD-PRINCIPAL TO WS-EDIT-AMT
                               MOVE TD-RATE TO WS-TD-EDIT-RATE
                               DISPLAY TD-DEPNUM ' ' WS-EDIT-AMT ' '
                                   WS-TD-EDIT-RATE ' ' TD-MATURE-DATE
                                   '  ' TD-INSTRUCTION '      '
                                   TD-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TDFile
           END-IF.

       PARA-TD-INSTRUCT.
           OPEN I-O TDFile.
           IF TDFS NOT = "00"
               DISPLAY 'NO TERM DEPOSITS ON FILE.'
           ELSE
               DISPLAY 'DEPOSIT NUMBER: ' WITH NO ADVANCING
               ACCEPT WS-TD-DEPNUM
               MOVE WS-TD-DEPNUM TO TD-DEPNUM
               READ TDFile
                   INVALID KEY
                       DISPLAY 'DEPOSIT NOT FOUND.'
                   NOT INVALID KEY
                       IF TD-ACCNUM NOT = SIGNIN
                           DISPLAY 'THAT DEPOSIT IS NOT ON YOUR '
                               'ACCOUNT.'
                       ELSE IF NOT TD-ACTIVE
                           DISPLAY 'THAT DEPOSIT IS NO LONGER OPEN.'
                       ELSE
                           DISPLAY 'AT MATURITY: P-PAY OUT OR '
                               'R-ROLL OVER (P/R): ' WITH NO ADVANCING
                           ACCEPT WS-TD-INSTR
                           PERFORM UNTIL TD-INSTR-PAY OR TD-INSTR-ROLL
                               DISPLAY 'INVALID ENTRY. ENTER P OR R: '
                                   WITH NO ADVANCING
                               ACCEPT WS-TD-INSTR
                           END-PERFORM
                           INSPECT WS-TD-INSTR CONVERTING 'pr' TO 'PR'
                           MOVE WS-TD-INSTR TO TD-INSTRUCTION
                           REWRITE TermDepRecord
                           END-REWRITE
                           IF TDFS = "00"
                               DISPLAY 'INSTRUCTION UPDATED.'
                           ELSE
                               DISPLAY 'INSTRUCTION COULD NOT BE '
                                   'SAVED. STATUS ' TDFS
                           END-IF
                       END-IF
                       END-IF
               END-READ
               CLOSE TDFile
           END-IF.

      *AN EARLY WITHDRAWAL EARNS INTEREST FOR THE WHOLE MONTHS THE
      *DEPOSIT HAS RUN, LESS A PENALTY OF WS-TD-PENALTY-MONTHS OF
      *INTEREST. THE PENALTY NEVER EXCEEDS THE INTEREST EARNED, SO
      *THE PRINCIPAL ALWAYS COMES BACK WHOLE.
       PARA-TD-BREAK.
           OPEN I-O TDFile.
           IF TDFS NOT = "00"
               DISPLAY 'NO TERM DEPOSITS ON FILE.'
           ELSE
               DISPLAY 'DEPOSIT NUMBER: ' WITH NO ADVANCING
               ACCEPT WS-TD-DEPNUM
               MOVE WS-TD-DEPNUM TO TD-DEPNUM
               READ TDFile
                   INVALID KEY
                       DISPLAY 'DEPOSIT NOT FOUND.'
                   NOT INVALID KEY
                       IF TD-ACCNUM NOT = SIGNIN
                           DISPLAY 'THAT DEPOSIT IS NOT ON YOUR '
                               'ACCOUNT.'
                       ELSE IF NOT TD-ACTIVE
                           DISPLAY 'THAT DEPOSIT IS NO LONGER OPEN.'
                       ELSE
                           PERFORM PARA-TD-BREAK-CALC
                           MOVE TD-PRINCIPAL TO WS-EDIT-AMT
                           DISPLAY 'PRINCIPAL         : ' WS-EDIT-AMT
                           MOVE WS-TD-ACCRUED TO WS-EDIT-AMT
                           DISPLAY 'INTEREST EARNED   : ' WS-EDIT-AMT
                               ' (' WS-TD-ELAPSED ' MONTHS)'
                           MOVE WS-TD-PENALTY TO WS-EDIT-AMT
                           DISPLAY 'PENALTY           : ' WS-EDIT-AMT
                           MOVE WS-TD-NETINT TO WS-EDIT-AMT
                           DISPLAY 'INTEREST PAID     : ' WS-EDIT-AMT
                           DISPLAY 'BREAK THIS DEPOSIT NOW? (Y/N): '
                               WITH NO ADVANCING
                           ACCEPT WS-CONFIRM
                           IF CONFIRM-YES
                               PERFORM PARA-TD-PAY-BREAK
                           ELSE
                               DISPLAY 'EARLY WITHDRAWAL CANCELLED.'
                           END-IF
                       END-IF
                       END-IF
               END-READ
               CLOSE TDFile
           END-IF.

      *WHOLE MONTHS RUN FROM THE START OF THE TERM TO TODAY
       PARA-TD-BREAK-CALC.
           ACCEPT WS-TD-MAT FROM DATE YYYYMMDD.
           MOVE TD-START-DATE TO WS-TD-DATE.
           COMPUTE WS-TD-ELAPSED =
               ((WS-MAT-YYYY * 12) + WS-MAT-MM)
               - ((WS-TD-YYYY * 12) + WS-TD-MM).
           IF WS-MAT-DD < WS-TD-DD
               SUBTRACT 1 FROM WS-TD-ELAPSED
           END-IF.
           IF WS-TD-ELAPSED < 0
               MOVE 0 TO WS-TD-ELAPSED
           END-IF.
           COMPUTE WS-TD-ACCRUED ROUNDED =
               TD-PRINCIPAL * TD-RATE * WS-TD-ELAPSED / 12.
           COMPUTE WS-TD-PENALTY ROUNDED =
               TD-PRINCIPAL * TD-RATE * WS-TD-PENALTY-MONTHS / 12.
           IF WS-TD-PENALTY > WS-TD-ACCRUED
               MOVE WS-TD-ACCRUED TO WS-TD-PENALTY
           END-IF.
           COMPUTE WS-TD-NETINT = WS-TD-ACCRUED - WS-TD-PENALTY.

      *CLOSE THE DEPOSIT, THEN CREDIT THE FUNDING ACCOUNT WITH THE
      *PRINCIPAL ('M') AND ANY INTEREST LEFT AFTER THE PENALTY
      *('N'). IF THE CREDIT CANNOT BE WRITTEN THE DEPOSIT IS PUT
      *BACK AS IT WAS.
       PARA-TD-PAY-BREAK.
           OPEN I-O CRecords.
           MOVE SIGNIN TO ACCNUM.
           READ CRecords INTO WSCustomer
               INVALID KEY
                   DISPLAY 'ACCOUNT NOT FOUND.'
               NOT INVALID KEY
                 IF NOT WS-ACCT-ACTIVE
                   DISPLAY 'THIS ACCOUNT IS FROZEN, DORMANT OR '
                       'CLOSED. DEPOSIT NOT BROKEN.'
                 ELSE
                   MOVE 'B' TO TD-STATUS
                   MOVE WS-TELLER TO TD-CLOSED-BY
                   ACCEPT TD-CLOSE-DATE FROM DATE YYYYMMDD
                   ADD WS-TD-NETINT TO TD-INT-PAID
                   MOVE WS-TD-PENALTY TO TD-PENALTY
                   REWRITE TermDepRecord
                   END-REWRITE
                   IF TDFS NOT = "00"
                       DISPLAY 'DEPOSIT COULD NOT BE CLOSED. STATUS '
                           TDFS '. NOTHING WAS PAID.'
                   ELSE
                       MOVE WSBAL TO WS-OLDBAL
                       COMPUTE WSBAL = WSBAL + TD-PRINCIPAL
                           + WS-TD-NETINT
                       MOVE TD-PRINCIPAL TO CK-AMOUNT
                       MOVE 'M' TO CK-DIRECTION
                       MOVE 0 TO CK-XFER-ACCNUM
                       PERFORM PARA-CHECKPOINT-WRITE
                       MOVE WSCustomer TO CustomerData
                       REWRITE CustomerData
                       END-REWRITE
                       IF FS NOT = "00"
                           MOVE 'A' TO TD-STATUS
                           MOVE SPACES TO TD-CLOSED-BY
                           MOVE 0 TO TD-CLOSE-DATE
                           SUBTRACT WS-TD-NETINT FROM TD-INT-PAID
                           MOVE 0 TO TD-PENALTY
                           REWRITE TermDepRecord
                           END-REWRITE
                           PERFORM PARA-CHECKPOINT-CLEAR
                           DISPLAY 'EARLY WITHDRAWAL FAILED: COULD '
                               'NOT CREDIT YOUR ACCOUNT. THE '
                               'DEPOSIT IS STILL OPEN.'
                       ELSE
                           PERFORM PARA-CHECKPOINT-CLEAR
                           PERFORM PARA-TD-LOG-BREAK
                           MOVE WSBAL TO WS-EDIT-BAL
           DISPLAY '**************************************************'
           DISPLAY '*       NEW ACCOUNT BALANCE: ' WS-EDIT-BAL
           '        *'
           DISPLAY '**************************************************'
                       END-IF
                   END-IF
                 END-IF
           END-READ.
           CLOSE CRecords.

      *THE TWO CREDITS GO ON THE LOG SEPARATELY SO THE GL CAN TELL
      *THE DEPOSIT LIABILITY FROM THE INTEREST EXPENSE; THE
      *SUPERVISOR'S ACTION GOES ON THE MAINTENANCE LOG
       PARA-TD-LOG-BREAK.
           MOVE SIGNIN TO TL-ACCNUM.
           MOVE 'M' TO TL-TRANTYPE.
           MOVE TD-PRINCIPAL TO TL-AMOUNT.
           MOVE WS-OLDBAL TO TL-OLDBAL.
           COMPUTE TL-NEWBAL = WS-OLDBAL + TD-PRINCIPAL.
           MOVE TD-DEPNUM TO TL-REF-DATE.
           MOVE 0 TO TL-REF-TIME.
           MOVE SPACE TO TL-REF-TYPE.
           PERFORM PARA-WRITE-LOG.
           IF WS-TD-NETINT > 0
               MOVE SIGNIN TO TL-ACCNUM
               MOVE 'N' TO TL-TRANTYPE
               MOVE WS-TD-NETINT TO TL-AMOUNT
               COMPUTE TL-OLDBAL = WS-OLDBAL + TD-PRINCIPAL
               MOVE WSBAL TO TL-NEWBAL
               MOVE TD-DEPNUM TO TL-REF-DATE
               MOVE 0 TO TL-REF-TIME
               MOVE SPACE TO TL-REF-TYPE
               PERFORM PARA-WRITE-LOG
           END-IF.
           MOVE WS-TELLER TO ML-OPERATOR.
           MOVE SIGNIN TO ML-ACCNUM.
           MOVE 'B' TO ML-ACTION.
           MOVE SPACES TO ML-OLDVAL.
           STRING 'TD ' TD-DEPNUM DELIMITED BY SIZE INTO ML-OLDVAL.
           MOVE WS-TD-PENALTY TO WS-EDIT-AMT.
           MOVE WS-EDIT-AMT TO ML-NEWVAL.
           MOVE SPACES TO ML-CHECKER.
           MOVE 0 TO ML-PENDNUM.
           ACCEPT ML-DATE FROM DATE YYYYMMDD.
           ACCEPT ML-TIME FROM TIME.
           OPEN EXTEND MaintLog.
           IF MLFS = "35"
               OPEN OUTPUT MaintLog
           END-IF.
           WRITE MLogRecord
           END-WRITE.
           CLOSE MaintLog.

      *MAILING AND CONTACT DETAILS GO ON FILE WITH THE NEW
      *ACCOUNT; THE STATEMENT RUN AND THE COMPLIANCE REPORTS
      *PRINT FROM THIS RECORD
           IF ADFS NOT = "00"
               DISPLAY 'ADDRESS COULD NOT BE SAVED. STATUS ' ADFS
           END-IF.
           MOVE AD-ADDR1 TO WS-NC-ADDR1.
           MOVE AD-ADDR2 TO WS-NC-ADDR2.
           MOVE AD-ADDR3 TO WS-NC-ADDR3.
           MOVE AD-PHONE TO WS-NC-PHONE.
           MOVE AD-EMAIL TO WS-NC-EMAIL.
           MOVE AD-DELIV TO WS-NC-DELIV.
           CLOSE AddrFile.

      *A SECOND ACCOUNT FOR A CUSTOMER ALREADY ON FILE TAKES THE
      *NAME AND CONTACT FROM THE CUSTOMER RECORD. CUSTOMER ID 0
      *TAKES ON A NEW CUSTOMER.
       PARA-FIND-CUSTOMER.
           MOVE 'N' TO WS-CUST-KNOWN.
           MOVE 0 TO WS-CUST-ID.
           DISPLAY 'EXISTING CUSTOMER ID (0 = NEW CUSTOMER): '
               WITH NO ADVANCING.
           ACCEPT WS-CUST-ID.
           IF WS-CUST-ID NOT = 0
               OPEN INPUT CustFile
               IF CIFS NOT = "00"
                   DISPLAY 'CUSTOMER FILE NOT AVAILABLE. STATUS ' CIFS
               ELSE
                   MOVE WS-CUST-ID TO CI-CUSTID
                   READ CustFile
                       INVALID KEY
                           DISPLAY 'CUSTOMER ' WS-CUST-ID
                               ' NOT FOUND.'
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-CUST-KNOWN
                           MOVE CI-FNAME TO CFNAME
                           MOVE CI-LNAME TO CLNAME
                           DISPLAY 'CUSTOMER: ' CI-FNAME ' ' CI-LNAME
                   END-READ
                   CLOSE CustFile
               END-IF
           END-IF.

      *IDENTITY DOCUMENTS ARE SEEN ONCE, WHEN THE CUSTOMER IS TAKEN
      *ON, AND KEPT ON THE CUSTOMER RECORD
       PARA-CAPTURE-IDENTITY.
           DISPLAY 'DATE OF BIRTH (YYYYMMDD): ' WITH NO ADVANCING.
           ACCEPT WS-CI-BIRTH.
           DISPLAY 'ID SEEN (P-PASSPORT/D-DRIVING LICENCE/'
               'N-NATIONAL ID): ' WITH NO ADVANCING.
           ACCEPT WS-CI-IDTYPE.
           INSPECT WS-CI-IDTYPE CONVERTING 'pdn' TO 'PDN'.
           PERFORM UNTIL WS-CI-IDTYPE = 'P' OR WS-CI-IDTYPE = 'D'
                   OR WS-CI-IDTYPE = 'N'
               DISPLAY 'INVALID ENTRY. ENTER P, D OR N: '
                   WITH NO ADVANCING
               ACCEPT WS-CI-IDTYPE
               INSPECT WS-CI-IDTYPE CONVERTING 'pdn' TO 'PDN'
           END-PERFORM.
           DISPLAY 'ID DOCUMENT NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-CI-IDNUM.

      *THE NEW CUSTOMER RECORD TAKES THE NAME AND IDENTITY KEYED
      *FOR THE ACCOUNT AND THE CONTACT JUST CAPTURED FOR IT.
      *WS-CUST-ID STAYS 0 IF THE RECORD COULD NOT BE WRITTEN.
       PARA-SAVE-CUSTOMER.
           OPEN I-O CustFile.
           IF CIFS = "35"
               CLOSE CustFile
               OPEN OUTPUT CustFile
               CLOSE CustFile
               OPEN I-O CustFile
           END-IF.
           IF CIFS NOT = "00"
               DISPLAY 'CUSTOMER FILE NOT AVAILABLE. STATUS ' CIFS
           ELSE
               PERFORM PARA-NEXT-CUSTID
               MOVE WS-NEXT-CUST TO CI-CUSTID
               MOVE CFNAME       TO CI-FNAME
               MOVE CLNAME       TO CI-LNAME
               MOVE WS-CI-BIRTH  TO CI-BIRTH-DATE
               MOVE WS-CI-IDTYPE TO CI-ID-TYPE
               MOVE WS-CI-IDNUM  TO CI-ID-NUMBER
               MOVE WS-NC-ADDR1  TO CI-ADDR1
               MOVE WS-NC-ADDR2  TO CI-ADDR2
               MOVE WS-NC-ADDR3  TO CI-ADDR3
               MOVE WS-NC-PHONE  TO CI-PHONE
               MOVE WS-NC-EMAIL  TO CI-EMAIL
               MOVE WS-NC-DELIV  TO CI-DELIV
               MOVE 'A'          TO CI-STATUS
               ACCEPT CI-OPEN-DATE FROM DATE YYYYMMDD
               WRITE CustInfoRecord
               END-WRITE
               IF CIFS = "00"
                   MOVE WS-NEXT-CUST TO WS-CUST-ID
               ELSE
                   DISPLAY 'CUSTOMER RECORD COULD NOT BE SAVED. '
                       'STATUS ' CIFS
               END-IF
               CLOSE CustFile
           END-IF.

      *CUSTOMER IDS RUN SEQUENTIALLY; THE NEXT ONE IS ONE PAST THE
      *HIGHEST ON FILE
       PARA-NEXT-CUSTID.
           MOVE 1 TO WS-NEXT-CUST.
           MOVE 'N' TO WS-CI-EOF.
           MOVE 0 TO CI-CUSTID.
           START CustFile KEY NOT LESS THAN CI-CUSTID
               INVALID KEY MOVE 'Y' TO WS-CI-EOF
           END-START.
           PERFORM UNTIL WS-CI-EOF = 'Y'
               READ CustFile NEXT
                   AT END MOVE 'Y' TO WS-CI-EOF
                   NOT AT END
                       COMPUTE WS-NEXT-CUST = CI-CUSTID + 1
               END-READ
           END-PERFORM.

      *AN ACCOUNT OPENED FOR A CUSTOMER ALREADY ON FILE TAKES ITS
      *MAILING AND CONTACT DETAILS FROM THE CUSTOMER RECORD; ONLY
      *IF THAT CANNOT BE READ ARE THEY KEYED AGAIN
       PARA-COPY-CUST-ADDRESS.
           MOVE 'N' TO WS-CUST-KNOWN.
           OPEN I-O AddrFile.
           IF ADFS = "35"
               CLOSE AddrFile
               OPEN OUTPUT AddrFile
               CLOSE AddrFile
               OPEN I-O AddrFile
           END-IF.
           OPEN INPUT CustFile.
           IF CIFS = "00"
               MOVE WS-CUST-ID TO CI-CUSTID
               READ CustFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUST-KNOWN
                       MOVE CACCNUM  TO AD-ACCNUM
                       MOVE CI-ADDR1 TO AD-ADDR1
                       MOVE CI-ADDR2 TO AD-ADDR2
                       MOVE CI-ADDR3 TO AD-ADDR3
                       MOVE CI-PHONE TO AD-PHONE
                       MOVE CI-EMAIL TO AD-EMAIL
                       MOVE CI-DELIV TO AD-DELIV
                       WRITE AddressRecord
                       END-WRITE
                       IF ADFS NOT = "00"
                           DISPLAY 'ADDRESS COULD NOT BE SAVED. '
                               'STATUS ' ADFS
                       END-IF
               END-READ
               CLOSE CustFile
           END-IF.
           CLOSE AddrFile.
           IF WS-CUST-KNOWN NOT = 'Y'
               DISPLAY 'CUSTOMER CONTACT NOT ON FILE - PLEASE KEY '
                   'THE ADDRESS.'
               PERFORM PARA-CAPTURE-ADDRESS
           END-IF.

      *LINK AN ACCOUNT TO A CUSTOMER. A CUSTOMER WHO OWNED A
      *REISSUED ACCOUNT NUMBER BEFORE HAS THEIR ENDED LINK TAKEN
      *OVER BY THE NEW ONE.
       PARA-LINK-ACCOUNT.
           OPEN I-O RelFile.
           IF RLFS = "35"
               CLOSE RelFile
               OPEN OUTPUT RelFile
               CLOSE RelFile
               OPEN I-O RelFile
           END-IF.
           IF RLFS NOT = "00"
               DISPLAY 'RELATIONSHIP FILE NOT AVAILABLE. STATUS ' RLFS
           ELSE
               MOVE WS-REL-CUST TO RL-CUSTID
               MOVE WS-REL-ACCT TO RL-ACCNUM
               MOVE WS-REL-ROLE TO RL-ROLE
               MOVE 'A' TO RL-STATUS
               ACCEPT RL-START-DATE FROM DATE YYYYMMDD
               MOVE 0 TO RL-END-DATE
               WRITE RelRecord
               END-WRITE
               IF RLFS = "22"
                   REWRITE RelRecord
                   END-REWRITE
               END-IF
               IF RLFS NOT = "00"
                   DISPLAY 'ACCOUNT ' WS-REL-ACCT ' COULD NOT BE '
                       'LINKED TO CUSTOMER ' WS-REL-CUST
                       '. STATUS ' RLFS
               END-IF
               CLOSE RelFile
           END-IF.

      *A JOINT OWNER MUST ALREADY BE ON THE CUSTOMER FILE; FURTHER
      *JOINT OWNERS ARE ADDED THROUGH THE BACK-OFFICE MENU
       PARA-ADD-JOINT.
           MOVE 0 TO WS-JOINT-ID.
           DISPLAY 'JOINT OWNER CUSTOMER ID (0 = NONE): '
               WITH NO ADVANCING.
           ACCEPT WS-JOINT-ID.
           IF WS-JOINT-ID = 0
               CONTINUE
           ELSE IF WS-JOINT-ID = WS-CUST-ID
               DISPLAY 'THAT IS THE PRIMARY OWNER. NO JOINT OWNER '
                   'ADDED.'
           ELSE
               MOVE 'N' TO WS-CUST-KNOWN
               OPEN INPUT CustFile
               IF CIFS = "00"
                   MOVE WS-JOINT-ID TO CI-CUSTID
                   READ CustFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-CUST-KNOWN
                           DISPLAY 'JOINT OWNER: ' CI-FNAME ' '
                               CI-LNAME
                   END-READ
                   CLOSE CustFile
               END-IF
               IF WS-CUST-KNOWN = 'Y'
                   MOVE WS-JOINT-ID TO WS-REL-CUST
                   MOVE CACCNUM TO WS-REL-ACCT
                   MOVE 'J' TO WS-REL-ROLE
                   PERFORM PARA-LINK-ACCOUNT
               ELSE
                   DISPLAY 'CUSTOMER ' WS-JOINT-ID ' NOT FOUND. NO '
                       'JOINT OWNER ADDED.'
               END-IF
           END-IF
           END-IF.

      *A CLOSED ACCOUNT'S OWNERS ARE UNLINKED, SO A NUMBER ISSUED
      *AGAIN LATER DOES NOT CARRY THEM OVER. THE LINKS ARE KEPT,
      *MARKED ENDED, FOR THE HISTORY.
       PARA-END-LINKS.
           OPEN I-O RelFile.
           IF RLFS = "00"
               MOVE 'N' TO WS-RL-EOF
               MOVE SIGNIN TO RL-ACCNUM
               START RelFile KEY = RL-ACCNUM
                   INVALID KEY MOVE 'Y' TO WS-RL-EOF
               END-START
               PERFORM UNTIL WS-RL-EOF = 'Y'
                   READ RelFile NEXT
                       AT END MOVE 'Y' TO WS-RL-EOF
                       NOT AT END
                           IF RL-ACCNUM NOT = SIGNIN
                               MOVE 'Y' TO WS-RL-EOF
                           ELSE IF RL-ACTIVE
                               MOVE 'E' TO RL-STATUS
                               ACCEPT RL-END-DATE FROM DATE YYYYMMDD
                               REWRITE RelRecord
                               END-REWRITE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RelFile
           END-IF.

      *THE SYSTEM ASSIGNS THE NEXT ACCOUNT NUMBER ITSELF: THREE
      *SEQUENCE DIGITS FROM THE NUMBER CONTROL FILE PLUS A CHECK
               END-READ
           END-PERFORM.

      *PAYMENT NUMBERS RUN SEQUENTIALLY; THE NEXT ONE IS ONE PAST
      *THE HIGHEST ON FILE
       PARA-NEXT-PAYNUM.
           MOVE 1 TO WS-NEXT-PAY.
           MOVE 'N' TO WS-PAY-EOF.
           MOVE 0 TO PY-PAYNUM.
           START PayFile KEY NOT LESS THAN PY-PAYNUM
               INVALID KEY MOVE 'Y' TO WS-PAY-EOF
           END-START.
           PERFORM UNTIL WS-PAY-EOF = 'Y'
               READ PayFile NEXT
                   AT END MOVE 'Y' TO WS-PAY-EOF
                   NOT AT END
                       COMPUTE WS-NEXT-PAY = PY-PAYNUM + 1
               END-READ
           END-PERFORM.

      *DOES THE SIGNED-IN ACCOUNT FUND ANY DEPOSIT STILL RUNNING
       PARA-TD-ON-ACCOUNT.
           MOVE 'N' TO WS-TD-HELD.
           OPEN INPUT TDFile.
           IF TDFS = "00"
               MOVE 'N' TO WS-TD-EOF
               MOVE 0 TO TD-DEPNUM
               START TDFile KEY NOT LESS THAN TD-DEPNUM
                   INVALID KEY MOVE 'Y' TO WS-TD-EOF
               END-START
               PERFORM UNTIL WS-TD-EOF = 'Y'
                   READ TDFile NEXT
                       AT END MOVE 'Y' TO WS-TD-EOF
                       NOT AT END
                           IF TD-ACCNUM = SIGNIN AND TD-ACTIVE
                               MOVE 'Y' TO WS-TD-HELD
                               MOVE 'Y' TO WS-TD-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TDFile
           END-IF.

      *DEPOSIT NUMBERS RUN SEQUENTIALLY; THE NEXT ONE IS ONE PAST
      *THE HIGHEST ON FILE
       PARA-NEXT-DEPNUM.
           MOVE 1 TO WS-NEXT-DEP.
           MOVE 'N' TO WS-TD-EOF.
           MOVE 0 TO TD-DEPNUM.
           START TDFile KEY NOT LESS THAN TD-DEPNUM
               INVALID KEY MOVE 'Y' TO WS-TD-EOF
           END-START.
           PERFORM UNTIL WS-TD-EOF = 'Y'
               READ TDFile NEXT
                   AT END MOVE 'Y' TO WS-TD-EOF
                   NOT AT END
                       COMPUTE WS-NEXT-DEP = TD-DEPNUM + 1
               END-READ
           END-PERFORM.

      *MATURITY DATE = START DATE PLUS THE TERM IN MONTHS. A START
      *DAY THE MATURITY MONTH DOES NOT HAVE FALLS BACK TO THAT
      *MONTH'S LAST DAY, WITH THE LEAP-YEAR CORRECTION FOR FEBRUARY
       PARA-TD-ADD-TERM.
           COMPUTE WS-TD-TOT-MONTHS =
               (WS-TD-YYYY * 12) + WS-TD-MM - 1 + WS-TD-TERM.
           DIVIDE WS-TD-TOT-MONTHS BY 12
               GIVING WS-MAT-YYYY REMAINDER WS-MAT-MM.
           ADD 1 TO WS-MAT-MM.
           MOVE WS-TD-DD TO WS-MAT-DD.
           MOVE WS-MDAYS (WS-MAT-MM) TO WS-EOM-DAY.
           IF WS-MAT-MM = 2
               DIVIDE WS-MAT-YYYY BY 4
                   GIVING WS-LEAP-Q REMAINDER WS-LEAP-R4
               DIVIDE WS-MAT-YYYY BY 100
                   GIVING WS-LEAP-Q REMAINDER WS-LEAP-R100
               DIVIDE WS-MAT-YYYY BY 400
                   GIVING WS-LEAP-Q REMAINDER WS-LEAP-R400
               IF WS-LEAP-R4 = 0
                   AND (WS-LEAP-R100 NOT = 0 OR WS-LEAP-R400 = 0)
                   MOVE 29 TO WS-EOM-DAY
               END-IF
           END-IF.
           IF WS-MAT-DD > WS-EOM-DAY
               MOVE WS-EOM-DAY TO WS-MAT-DD
           END-IF.

      *POST THE CASH LEG ONTO THE SIGNED-ON TELLER'S DRAWER. A
      *TELLER WITHOUT AN OPEN DRAWER DOES NOT STOP THE BUSINESS,
      *BUT THE MISS IS CALLED OUT - OTHERWISE THE DAY'S CASH
               PERFORM PARA-DRAWER-MISSED
           END-IF.

      *AN OUTFLOW OVER THE SIGNED-ON OPERATOR'S OWN LIMIT NEEDS A
      *SUPERVISOR - SOMEONE ELSE, WHOSE OWN LIMIT COVERS IT - TO
      *KEY THEIR ID AND PASSWORD ON THE SPOT. WS-SIGNOFF COMES BACK
      *'Y' WHEN THE AMOUNT IN WS-LIMIT-AMT MAY GO THROUGH, WITH
      *WS-SIGNOFF-ID SET WHEN A SUPERVISOR HAD TO SIGN FOR IT.
       PARA-LIMIT-CHECK.
           MOVE 'Y' TO WS-SIGNOFF.
           MOVE SPACES TO WS-SIGNOFF-ID.
           IF WS-LIMIT-AMT > WS-OPER-LIMIT
               MOVE 'N' TO WS-SIGNOFF
               MOVE WS-OPER-LIMIT TO WS-EDIT-AMT
               DISPLAY 'AMOUNT IS OVER YOUR LIMIT OF ' WS-EDIT-AMT
                   '. A SUPERVISOR MUST SIGN IT OFF.'
               DISPLAY 'SUPERVISOR ID: ' WITH NO ADVANCING
               ACCEPT WS-SIGNOFF-ID
               DISPLAY 'SUPERVISOR PASSWORD: ' WITH NO ADVANCING
               ACCEPT WS-PASSWORD
               IF WS-SIGNOFF-ID = WS-TELLER
                   DISPLAY 'THE SIGN-OFF MUST COME FROM ANOTHER '
                       'SUPERVISOR.'
               ELSE
                   OPEN INPUT OperFile
                   IF OPFS = "00"
                       MOVE WS-SIGNOFF-ID TO OP-ID
                       READ OperFile
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF OP-PASSWORD = WS-PASSWORD
                                       AND OP-ACTIVE AND OP-SUPERVISOR
                                       AND OP-TXN-LIMIT
                                           NOT LESS THAN WS-LIMIT-AMT
                                   MOVE 'Y' TO WS-SIGNOFF
                               END-IF
                       END-READ
                       CLOSE OperFile
                   END-IF
                   IF WS-SIGNOFF = 'Y'
                       DISPLAY 'SIGNED OFF BY ' WS-SIGNOFF-ID '.'
                   ELSE
                       DISPLAY 'SIGN-OFF REFUSED.'
                   END-IF
               END-IF
               IF WS-SIGNOFF NOT = 'Y'
                   MOVE SPACES TO WS-SIGNOFF-ID
               END-IF
           END-IF.

      *A SIGNED-OFF ITEM GOES ON THE MAINTENANCE LOG UNDER THE
      *SUPERVISOR'S ID, NAMING THE TELLER THEY SIGNED FOR
       PARA-LOG-SIGNOFF.
           IF WS-SIGNOFF-ID NOT = SPACES
               MOVE WS-SIGNOFF-ID TO ML-OPERATOR
               MOVE SIGNIN TO ML-ACCNUM
               MOVE 'S' TO ML-ACTION
               MOVE WS-TELLER TO ML-OLDVAL
               MOVE WS-LIMIT-AMT TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT TO ML-NEWVAL
               MOVE SPACES TO ML-CHECKER
               MOVE 0 TO ML-PENDNUM
               ACCEPT ML-DATE FROM DATE YYYYMMDD
               ACCEPT ML-TIME FROM TIME
               OPEN EXTEND MaintLog
               IF MLFS = "35"
                   OPEN OUTPUT MaintLog
               END-IF
               WRITE MLogRecord
               END-WRITE
               CLOSE MaintLog
           END-IF.

       PARA-DRAWER-MISSED.
           DISPLAY 'NOTE: NO OPEN DRAWER FOR ' WS-TELLER
               ' - CASH NOT POSTED TO A DRAWER.'.

       PARA-LOG-TRANSACTION.
           MOVE 0 TO TL-REF-DATE.
           MOVE 0 TO TL-REF-TIME.
           MOVE SPACE TO TL-REF-TYPE.
           PERFORM PARA-WRITE-LOG.

      *THE CALLER HAS FILLED EVERYTHING BUT THE DATE AND TIME
       PARA-WRITE-LOG.
           ACCEPT TL-DATE FROM DATE YYYYMMDD.
           ACCEPT TL-TIME FROM TIME.
           OPEN EXTEND TLogFile.
           IF TLFS = "35"
               OPEN OUTPUT TLogFile
