       IDENTIFICATION DIVISION.
       PROGRAM-ID. approve.
       AUTHOR. Angelo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PendFile ASSIGN TO "PendingChanges.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PC-PENDNUM
               FILE STATUS PCFS.
           SELECT CRecords ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS ACCNUM
               ALTERNATE RECORD KEY IS LNAME WITH DUPLICATES
               FILE STATUS FS.
           SELECT TLogFile ASSIGN TO "TransactionLog.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS TLFS.
           SELECT MaintLog ASSIGN TO "MaintLog.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS MLFS.
           SELECT HoldFile ASSIGN TO "Holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HD-HOLDNUM
               FILE STATUS HDFS.
           SELECT OperFile ASSIGN TO "Operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS OPFS.
       DATA DIVISION.
       FILE SECTION.
      *PENDING CHANGES - RAISED BY ACCTMAINT AND REVERSAL, DECIDED
      *HERE BY A SECOND SUPERVISOR
       FD  PendFile.
       01  PendRecord.
           COPY pendchg.
       FD  CRecords.
       01  CustomerData.
           COPY customer.
      *TRANSACTION LOG - AN APPROVED REVERSAL LOOKS UP ITS ENTRY
      *HERE AND APPENDS THE OFFSETTING TYPE 'R' ENTRY
       FD  TLogFile.
       01  TLogRecord.
           COPY tranlog.
      *MAINTENANCE AUDIT LOG - EVERY DECISION CARRIES BOTH THE
      *MAKER AND THE CHECKER
       FD  MaintLog.
       01  MLogRecord.
           COPY maintlog.
      *DEPOSIT HOLDS - A REVERSED CHEQUE DEPOSIT MAY LEAVE ITS
      *HOLD IN FORCE, AND THE CHECKER RELEASES IT FROM HERE
       FD  HoldFile.
       01  HoldRecord.
           COPY holds.
      *OPERATOR MASTER - THE OPERATOR ID IS PROVED HERE AT SIGN-ON
       FD  OperFile.
       01  OperatorRecord.
           COPY operator.
       WORKING-STORAGE SECTION.
      *TO MAKE SOME DELAYS IN PROCESSING
       01  GETCH            PIC X.
      *OPERATOR ID OF THE CHECKER FOR THE AUDIT TRAIL
       01  WS-OPERATOR     PIC X(8).
      *PASSWORD KEYED AT SIGN-ON
       01  WS-PASSWORD     PIC X(8).
      *'Y' ONCE THE OPERATOR IS PROVED; THREE FAILED TRIES END
      *THE SESSION
       01  WS-SIGNED-ON    PIC A(1) VALUE 'N'.
       01  WS-SIGNON-TRIES PIC 9 VALUE 0.
      *FOR THE APPROVAL MENU
       01  WS-CHOICE       PIC A.
           88 APR-LIST       VALUE 'A', 'a'.
           88 APR-REVIEW     VALUE 'B', 'b'.
           88 APR-QUIT       VALUE 'C', 'c'.
       01  QUIT            PIC 9  VALUE 0.
      *THE CHECKER'S DECISION ON ONE ITEM
       01  WS-DECISION     PIC A.
           88 DEC-APPROVE    VALUE 'A', 'a'.
           88 DEC-REJECT     VALUE 'R', 'r'.
      *QUEUE ITEM UNDER REVIEW
       01  WS-PENDNUM      PIC 9(6).
      *'Y' ONCE THE CHANGE HAS REACHED THE CUSTOMER MASTER
       01  WS-APPLIED      PIC A(1).
      *NUMBER OF ITEMS STILL WAITING, FOR THE LIST
       01  WS-PEND-CNT     PIC 9(6).
      *TO INDICATE IF EOF ON THE PENDING FILE BROWSE
       01  WS-PEND-EOF     PIC A(1).
      *THE ORIGINAL ENTRY OF A REVERSAL AS FOUND ON THE LOG
       01  WS-ORIG-AMT     PIC 9(7)V99.
       01  WS-ORIG-OLD     PIC S9(7)V99.
       01  WS-ORIG-NEW     PIC S9(7)V99.
      *'Y' ONCE THE ENTRY IS FOUND / ALREADY REVERSED ON THE LOG
       01  WS-FOUND        PIC A(1).
       01  WS-REVERSED     PIC A(1).
      *BALANCE BEFORE THE OFFSETTING POSTING, FOR THE LOG ENTRY
       01  WS-OLDBAL       PIC S9(7)V99.
      *TO INDICATE IF EOF ON THE LOG SCAN
       01  WSEOF           PIC A(1).
      *EDITED AMOUNTS FOR THE SCREEN AND THE AUDIT LOG
       01  WS-EDIT-AMT     PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-BAL     PIC -Z,ZZZ,ZZ9.99.
      *TO INDICATE IF EOF ON THE HOLDS BROWSE
       01  WS-HOLD-EOF     PIC A(1).
      *UNRELEASED HOLDS LISTED FOR THE ACCOUNT, AND THE ONE THE
      *CHECKER PICKS TO RELEASE
       01  WS-HOLD-CNT     PIC 9(4).
       01  WS-HOLDNUM      PIC 9(4).
      *FOR FILE STATUS
       01  PCFS            PIC X(2).
       01  FS              PIC X(2).
       01  TLFS            PIC X(2).
       01  MLFS            PIC X(2).
       01  HDFS            PIC X(2).
       01  OPFS            PIC X(2).
      *ONLY IN NEW LINE
       01  WS-BLANK        PIC X(25) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************************'.
           DISPLAY "*      Banque d'or CHANGE APPROVAL               *".
           DISPLAY '*             SUPERVISOR USE ONLY                *'.
           DISPLAY '**************************************************'.
           PERFORM PARA-SIGN-ON.
           IF WS-SIGNED-ON = 'Y'
               PERFORM PARA-APPROVE-MENU WITH TEST BEFORE
                   UNTIL QUIT = 1
           END-IF.
           STOP RUN.

      *THE OPERATOR ID IS PROVED AGAINST THE OPERATOR MASTER - AN
      *UNKNOWN OR REVOKED ID, A WRONG PASSWORD, OR ANYONE BUT A
      *SUPERVISOR IS REFUSED
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
                   ELSE IF NOT OP-SUPERVISOR
                       DISPLAY 'APPROVALS ARE FOR SUPERVISORS ONLY.'
                   ELSE
                       MOVE 'Y' TO WS-SIGNED-ON
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       PARA-APPROVE-MENU.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************************'.
           DISPLAY '*              CHANGE APPROVAL MENU              *'.
           DISPLAY '*         [A]. LIST CHANGES AWAITING APPROVAL    *'.
           DISPLAY '*         [B]. APPROVE OR REJECT A CHANGE        *'.
           DISPLAY '*                 [C]. EXIT                      *'.
           DISPLAY '**************************************************'.
           DISPLAY ' CHOOSE AN OPERATION: ' WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           IF APR-QUIT
               ADD 1 TO QUIT
           ELSE IF APR-LIST
               PERFORM PARA-LIST-PENDING
           ELSE IF APR-REVIEW
               PERFORM PARA-REVIEW
           ELSE
               DISPLAY 'INVALID SELECTION.'
           END-IF.

       PARA-LIST-PENDING.
           MOVE 0 TO WS-PEND-CNT.
           OPEN INPUT PendFile.
           IF PCFS = "00"
               MOVE 'N' TO WS-PEND-EOF
               MOVE 0 TO PC-PENDNUM
               START PendFile KEY NOT LESS THAN PC-PENDNUM
                   INVALID KEY MOVE 'Y' TO WS-PEND-EOF
               END-START
               DISPLAY 'ITEM   ACCT ACT OLD VALUE    NEW VALUE    '
                   'MAKER'
               DISPLAY '-----------------------------------------'
                   '------------'
               PERFORM UNTIL WS-PEND-EOF = 'Y'
                   READ PendFile NEXT
                       AT END MOVE 'Y' TO WS-PEND-EOF
                       NOT AT END
                           IF PC-PENDING
                               DISPLAY PC-PENDNUM ' ' PC-ACCNUM '  '
                                   PC-ACTION ' ' PC-OLDVAL ' '
                                   PC-NEWVAL ' ' PC-MAKER
                               ADD 1 TO WS-PEND-CNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PendFile
           END-IF.
           IF WS-PEND-CNT = 0
               DISPLAY 'NO CHANGES AWAITING APPROVAL.'
           END-IF.
           PERFORM PARA-STOP.

      *THE CHECKER MUST NOT BE THE MAKER. A CHANGE THAT CAN NO
      *LONGER BE APPLIED STAYS PENDING SO IT CAN BE REJECTED WITH
      *ITS REASON ON RECORD RATHER THAN VANISH.
       PARA-REVIEW.
           DISPLAY 'ITEM NUMBER: ' WITH NO ADVANCING.
           ACCEPT WS-PENDNUM.
           OPEN I-O PendFile.
           IF PCFS NOT = "00"
               DISPLAY 'NO CHANGES AWAITING APPROVAL.'
           ELSE
               MOVE WS-PENDNUM TO PC-PENDNUM
               READ PendFile
                   INVALID KEY
                       DISPLAY 'ITEM NOT FOUND.'
                   NOT INVALID KEY
                       IF NOT PC-PENDING
                           DISPLAY 'THAT ITEM HAS ALREADY BEEN '
                               'DECIDED BY ' PC-CHECKER '.'
                       ELSE IF PC-MAKER = WS-OPERATOR
                           DISPLAY 'YOU RAISED THIS CHANGE. A '
                               'DIFFERENT SUPERVISOR MUST DECIDE IT.'
                       ELSE
                           PERFORM PARA-SHOW-ITEM
                           PERFORM PARA-DECIDE
                       END-IF
                       END-IF
               END-READ
               CLOSE PendFile
           END-IF.
           PERFORM PARA-STOP.

       PARA-SHOW-ITEM.
           DISPLAY WS-BLANK.
           DISPLAY 'ITEM      : ' PC-PENDNUM.
           DISPLAY 'ACCOUNT   : ' PC-ACCNUM.
           IF PC-FREEZE
               DISPLAY 'CHANGE    : FREEZE ACCOUNT'
           ELSE IF PC-UNFREEZE
               DISPLAY 'CHANGE    : UNFREEZE/REACTIVATE ACCOUNT'
           ELSE IF PC-PINRESET
               DISPLAY 'CHANGE    : PIN RESET'
           ELSE IF PC-MINBAL
               DISPLAY 'CHANGE    : MINIMUM BALANCE'
           ELSE IF PC-ODLIMIT
               DISPLAY 'CHANGE    : OVERDRAFT LIMIT'
           ELSE IF PC-REVERSAL
               DISPLAY 'CHANGE    : REVERSAL OF ' PC-REF-DATE ' '
                   PC-REF-TIME
           END-IF.
           DISPLAY 'FROM      : ' PC-OLDVAL.
           DISPLAY 'TO        : ' PC-NEWVAL.
           DISPLAY 'RAISED BY : ' PC-MAKER ' ON ' PC-MAKE-DATE
               ' ' PC-MAKE-TIME.

       PARA-DECIDE.
           DISPLAY '(A)PPROVE, (R)EJECT OR ENTER TO LEAVE IT: '
               WITH NO ADVANCING.
           ACCEPT WS-DECISION.
           IF DEC-APPROVE
               PERFORM PARA-APPLY-CHANGE
               IF WS-APPLIED = 'Y'
                   MOVE 'A' TO PC-STATUS
                   PERFORM PARA-MARK-DECIDED
                   DISPLAY 'ITEM ' PC-PENDNUM ' APPROVED AND APPLIED.'
               ELSE
                   DISPLAY 'ITEM ' PC-PENDNUM ' LEFT PENDING.'
               END-IF
           ELSE IF DEC-REJECT
               MOVE 'J' TO PC-STATUS
               PERFORM PARA-MARK-DECIDED
               IF PCFS = "00"
                   MOVE 'J' TO ML-ACTION
                   MOVE PC-ACTION TO ML-OLDVAL
                   MOVE 'REJECTED' TO ML-NEWVAL
                   PERFORM PARA-LOG-MAINT
                   DISPLAY 'ITEM ' PC-PENDNUM ' REJECTED.'
               END-IF
           ELSE
               DISPLAY 'NO DECISION MADE. ITEM LEFT PENDING.'
           END-IF.

       PARA-MARK-DECIDED.
           MOVE WS-OPERATOR TO PC-CHECKER.
           ACCEPT PC-CHECK-DATE FROM DATE YYYYMMDD.
           ACCEPT PC-CHECK-TIME FROM TIME.
           REWRITE PendRecord
           END-REWRITE.
           IF PCFS NOT = "00"
               DISPLAY 'QUEUE ITEM COULD NOT BE UPDATED. STATUS '
                   PCFS
           END-IF.

       PARA-APPLY-CHANGE.
           MOVE 'N' TO WS-APPLIED.
           IF PC-REVERSAL
               PERFORM PARA-FIND-ENTRY
               IF WS-FOUND NOT = 'Y'
                   DISPLAY 'THE ENTRY IS NO LONGER ON THE TRANSACTION '
                       'LOG. REJECT THE ITEM INSTEAD.'
               ELSE IF WS-REVERSED = 'Y'
                   DISPLAY 'THAT ENTRY HAS ALREADY BEEN REVERSED. '
                       'REJECT THE ITEM INSTEAD.'
      *A TERM DEPOSIT, CHEQUE OR PAYMENT ENTRY WOULD LEAVE ITS OWN
      *RECORD STANDING - REVERSAL REFUSES THEM, AND SO DOES THIS
               ELSE IF PC-REF-TYPE = 'P' OR PC-REF-TYPE = 'M'
                       OR PC-REF-TYPE = 'N' OR PC-REF-TYPE = 'X'
                       OR PC-REF-TYPE = 'J' OR PC-REF-TYPE = 'C'
                   DISPLAY 'ENTRIES OF TYPE ' PC-REF-TYPE ' ARE NOT '
                       'REVERSED HERE. REJECT THE ITEM INSTEAD.'
               ELSE
                   PERFORM PARA-POST-REVERSAL
               END-IF
               END-IF
               END-IF
           ELSE
               PERFORM PARA-APPLY-ACCOUNT
           END-IF.

      *THE ACCOUNT IS RE-READ AND THE CHANGE RE-CHECKED AT THE
      *TIME OF APPROVAL - IT MAY HAVE MOVED SINCE THE MAKER SAW IT
       PARA-APPLY-ACCOUNT.
           OPEN I-O CRecords.
           IF FS = "35"
               DISPLAY 'CUSTOMER FILE NOT FOUND.'
           ELSE
               MOVE PC-ACCNUM TO ACCNUM
               READ CRecords
                   INVALID KEY
                       DISPLAY 'ACCOUNT NOT FOUND.'
                   NOT INVALID KEY
                       PERFORM PARA-APPLY-TO-RECORD
               END-READ
               CLOSE CRecords
           END-IF.

       PARA-APPLY-TO-RECORD.
           IF (PC-FREEZE OR PC-UNFREEZE) AND ACCT-CLOSED
               DISPLAY 'ACCOUNT IS CLOSED. NO CHANGE MADE.'
           ELSE IF PC-FREEZE AND ACCT-FROZEN
               DISPLAY 'ACCOUNT IS ALREADY FROZEN.'
           ELSE IF PC-UNFREEZE AND ACCT-ACTIVE
               DISPLAY 'ACCOUNT IS ALREADY ACTIVE.'
           ELSE IF PC-ODLIMIT AND NOT ACCT-CHECKING
               DISPLAY 'OVERDRAFT FACILITIES ARE FOR CHECKING '
                   'ACCOUNTS ONLY. NO CHANGE MADE.'
           ELSE
               IF PC-FREEZE OR PC-UNFREEZE
                   MOVE ACCTSTATUS TO ML-OLDVAL
                   MOVE PC-NEW-STATUS TO ACCTSTATUS
               ELSE IF PC-PINRESET
                   MOVE '****' TO ML-OLDVAL
                   MOVE PC-NEW-PIN TO CUSTPIN
               ELSE IF PC-MINBAL
                   MOVE MINBAL TO WS-EDIT-AMT
                   MOVE WS-EDIT-AMT TO ML-OLDVAL
                   MOVE PC-NEW-AMOUNT TO MINBAL
               ELSE IF PC-ODLIMIT
                   MOVE ODLIMIT TO WS-EDIT-AMT
                   MOVE WS-EDIT-AMT TO ML-OLDVAL
                   MOVE PC-NEW-AMOUNT TO ODLIMIT
               END-IF
               END-IF
               END-IF
               END-IF
               REWRITE CustomerData
               END-REWRITE
               IF FS = "00"
                   MOVE 'Y' TO WS-APPLIED
                   MOVE PC-ACTION TO ML-ACTION
                   MOVE PC-NEWVAL TO ML-NEWVAL
                   PERFORM PARA-LOG-MAINT
               ELSE
                   DISPLAY 'UPDATE FAILED. FILE STATUS ' FS
                       '. NO CHANGE MADE.'
               END-IF
           END-IF.

      *ONE PASS OF THE LIVE LOG FINDS THE ENTRY AND, IN THE SAME
      *BREATH, ANY TYPE 'R' ENTRY THAT ALREADY REFERENCES IT
       PARA-FIND-ENTRY.
           MOVE 'N' TO WS-FOUND.
           MOVE 'N' TO WS-REVERSED.
           MOVE 'N' TO WSEOF.
           OPEN INPUT TLogFile.
           IF TLFS NOT = "00"
               DISPLAY 'TRANSACTION LOG NOT FOUND.'
               MOVE 'Y' TO WSEOF
           END-IF.
           PERFORM UNTIL WSEOF = 'Y'
               READ TLogFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF TL-ACCNUM = PC-ACCNUM
                           AND TL-DATE = PC-REF-DATE
                           AND TL-TIME = PC-REF-TIME
                           AND TL-TRANTYPE NOT = 'R'
                           MOVE 'Y' TO WS-FOUND
                           MOVE TL-AMOUNT TO WS-ORIG-AMT
                           MOVE TL-OLDBAL TO WS-ORIG-OLD
                           MOVE TL-NEWBAL TO WS-ORIG-NEW
                       END-IF
                       IF TL-ACCNUM = PC-ACCNUM
                           AND TL-TRANTYPE = 'R'
                           AND TL-REF-DATE = PC-REF-DATE
                           AND TL-REF-TIME = PC-REF-TIME
                           MOVE 'Y' TO WS-REVERSED
                       END-IF
               END-READ
           END-PERFORM.
           IF TLFS = "00" OR TLFS = "10"
               CLOSE TLogFile
           END-IF.

      *THE OFFSET RUNS AGAINST THE DIRECTION THE ORIGINAL MOVED
      *THE BALANCE: A CREDIT IS TAKEN BACK OUT, A DEBIT PUT BACK
       PARA-POST-REVERSAL.
           OPEN I-O CRecords.
           MOVE PC-ACCNUM TO ACCNUM.
           READ CRecords
               INVALID KEY
                   DISPLAY 'ACCOUNT NOT ON THE CUSTOMER MASTER.'
               NOT INVALID KEY
                   MOVE BAL TO WS-OLDBAL
                   IF WS-ORIG-NEW GREATER THAN WS-ORIG-OLD
                       SUBTRACT WS-ORIG-AMT FROM BAL
                   ELSE
                       ADD WS-ORIG-AMT TO BAL
                   END-IF
      *BACKING OUT A SAVINGS WITHDRAWAL - OR THE OUTFLOW LEG OF A
      *SAVINGS TRANSFER, WHICH ALSO COUNTED WHEN IT POSTED -
      *GIVES THE MONTH'S WITHDRAWAL COUNT BACK TOO, SO THE FEE
      *BATCH DOES NOT CHARGE THE CUSTOMER FOR THE TELLER'S ERROR
                   IF (PC-REF-TYPE = 'W'
                           OR (PC-REF-TYPE = 'T'
                               AND WS-ORIG-NEW LESS THAN WS-ORIG-OLD))
                           AND ACCT-SAVINGS AND WDCOUNT > 0
                       SUBTRACT 1 FROM WDCOUNT
                   END-IF
                   REWRITE CustomerData
                   END-REWRITE
                   IF FS = "00"
                       MOVE 'Y' TO WS-APPLIED
                       PERFORM PARA-LOG-REVERSAL
                       MOVE 'R' TO ML-ACTION
                       MOVE WS-OLDBAL TO WS-EDIT-BAL
                       MOVE WS-EDIT-BAL TO ML-OLDVAL
                       MOVE BAL TO WS-EDIT-BAL
                       MOVE WS-EDIT-BAL TO ML-NEWVAL
                       PERFORM PARA-LOG-MAINT
                       MOVE BAL TO WS-EDIT-BAL
                       DISPLAY 'REVERSAL POSTED. NEW BALANCE: '
                           WS-EDIT-BAL
      *A REVERSED CHEQUE DEPOSIT MAY HAVE LEFT ITS HOLD IN
      *FORCE, UNDERSTATING THE AVAILABLE BALANCE UNTIL ITS DATE
                       IF PC-REF-TYPE = 'Q'
                           PERFORM PARA-OFFER-HOLD-RELEASE
                       END-IF
                   ELSE
                       DISPLAY 'UPDATE FAILED. FILE STATUS ' FS
                           '. NO CHANGE MADE.'
                   END-IF
           END-READ.
           CLOSE CRecords.

       PARA-LOG-REVERSAL.
           MOVE PC-ACCNUM TO TL-ACCNUM.
           MOVE 'R' TO TL-TRANTYPE.
           MOVE WS-ORIG-AMT TO TL-AMOUNT.
           MOVE WS-OLDBAL TO TL-OLDBAL.
           MOVE BAL TO TL-NEWBAL.
           ACCEPT TL-DATE FROM DATE YYYYMMDD.
           ACCEPT TL-TIME FROM TIME.
           MOVE PC-REF-DATE TO TL-REF-DATE.
           MOVE PC-REF-TIME TO TL-REF-TIME.
           MOVE PC-REF-TYPE TO TL-REF-TYPE.
           OPEN EXTEND TLogFile.
           IF TLFS = "35"
               OPEN OUTPUT TLogFile
           END-IF.
           WRITE TLogRecord
           END-WRITE.
           CLOSE TLogFile.

      *LIST THE ACCOUNT'S UNRELEASED HOLDS AND LET THE CHECKER
      *RELEASE THE ONE THAT BELONGED TO THE REVERSED DEPOSIT. THE
      *RELEASE IS LOGGED LIKE EVERY OTHER SUPERVISOR ACTION.
       PARA-OFFER-HOLD-RELEASE.
           OPEN I-O HoldFile.
           IF HDFS NOT = "00"
               DISPLAY 'NO HOLDS ON FILE FOR THIS ACCOUNT.'
           ELSE
               MOVE 0 TO WS-HOLD-CNT
               MOVE 'N' TO WS-HOLD-EOF
               MOVE 0 TO HD-HOLDNUM
               START HoldFile KEY NOT LESS THAN HD-HOLDNUM
                   INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
               END-START
               PERFORM UNTIL WS-HOLD-EOF = 'Y'
                   READ HoldFile NEXT
                       AT END MOVE 'Y' TO WS-HOLD-EOF
                       NOT AT END
                           IF HD-HELD AND HD-ACCNUM = PC-ACCNUM
                               MOVE HD-AMOUNT TO WS-EDIT-AMT
                               DISPLAY 'HOLD ' HD-HOLDNUM '  '
                                   WS-EDIT-AMT '  UNTIL '
                                   HD-RELEASE-DATE
                               ADD 1 TO WS-HOLD-CNT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-HOLD-CNT = 0
                   DISPLAY 'NO UNRELEASED HOLDS ON THIS ACCOUNT.'
               ELSE
                   DISPLAY 'HOLD NUMBER TO RELEASE (0 FOR NONE): '
                       WITH NO ADVANCING
                   ACCEPT WS-HOLDNUM
                   IF WS-HOLDNUM > 0
                       PERFORM PARA-RELEASE-ONE-HOLD
                   END-IF
               END-IF
               CLOSE HoldFile
           END-IF.

       PARA-RELEASE-ONE-HOLD.
           MOVE WS-HOLDNUM TO HD-HOLDNUM.
           READ HoldFile
               INVALID KEY
                   DISPLAY 'HOLD NOT FOUND.'
               NOT INVALID KEY
                   IF HD-ACCNUM NOT = PC-ACCNUM OR NOT HD-HELD
                       DISPLAY 'THAT HOLD IS NOT AN UNRELEASED '
                           'HOLD ON THIS ACCOUNT.'
                   ELSE
                       MOVE 'R' TO HD-STATUS
                       REWRITE HoldRecord
                       END-REWRITE
                       IF HDFS = "00"
                           MOVE 'H' TO ML-ACTION
                           MOVE SPACES TO ML-OLDVAL
                           STRING 'HOLD ' WS-HOLDNUM
                               DELIMITED BY SIZE INTO ML-OLDVAL
                           MOVE 'RELEASED' TO ML-NEWVAL
                           PERFORM PARA-LOG-MAINT
                           DISPLAY 'HOLD ' WS-HOLDNUM ' RELEASED.'
                       ELSE
                           DISPLAY 'HOLD COULD NOT BE RELEASED. '
                               'STATUS ' HDFS
                       END-IF
                   END-IF
           END-READ.

      *EVERY ENTRY WRITTEN FROM HERE NAMES THE MAKER WHO RAISED THE
      *CHANGE AND THE CHECKER WHO DECIDED IT, AND THE QUEUE ITEM.
      *THE CALLER SETS ML-ACTION AND THE OLD/NEW VALUES.
       PARA-LOG-MAINT.
           MOVE PC-MAKER TO ML-OPERATOR.
           MOVE WS-OPERATOR TO ML-CHECKER.
           MOVE PC-PENDNUM TO ML-PENDNUM.
           MOVE PC-ACCNUM TO ML-ACCNUM.
           ACCEPT ML-DATE FROM DATE YYYYMMDD.
           ACCEPT ML-TIME FROM TIME.
           OPEN EXTEND MaintLog.
           IF MLFS = "35"
               OPEN OUTPUT MaintLog
           END-IF.
           WRITE MLogRecord
           END-WRITE.
           CLOSE MaintLog.

       PARA-STOP.
           DISPLAY 'PLEASE ENTER TO CONTINUE...' WITH NO ADVANCING.
           ACCEPT GETCH.
      *END LINE OF THE PROGRAM.
