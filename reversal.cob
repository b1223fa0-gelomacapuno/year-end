       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TLogFile ASSIGN TO "TransactionLog.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS TLFS.
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
       DATA DIVISION.
       FILE SECTION.
      *TRANSACTION LOG - THE ENTRY TO REVERSE IS LOOKED UP HERE
       FD  TLogFile.
       01  TLogRecord.
           COPY tranlog.
      *OPERATOR MASTER - THE OPERATOR ID IS PROVED HERE AT SIGN-ON
       FD  OperFile.
       01  OperatorRecord.
           COPY operator.
      *PENDING CHANGES - THE REVERSAL WAITS HERE UNTIL A SECOND
      *SUPERVISOR APPROVES IT, AND ONLY THEN IS IT POSTED
       FD  PendFile.
       01  PendRecord.
           COPY pendchg.
       WORKING-STORAGE SECTION.
      *TO MAKE SOME DELAYS IN PROCESSING
       01  GETCH            PIC X.
      *OPERATOR ID FOR THE AUDIT TRAIL
       01  WS-OPERATOR     PIC X(8).
      *PASSWORD KEYED AT SIGN-ON
       01  WS-PASSWORD     PIC X(8).
      *'Y' ONCE THE OPERATOR IS PROVED; THREE FAILED TRIES END
      *THE SESSION
       01  WS-SIGNED-ON    PIC A(1) VALUE 'N'.
       01  WS-SIGNON-TRIES PIC 9 VALUE 0.
      *THE TRANSACTION THE SUPERVISOR WANTS BACKED OUT
       01  WS-ACCT         PIC 9(4).
       01  WS-TDATE        PIC 9(8).
      *'Y' ONCE THE ENTRY IS FOUND / ALREADY REVERSED ON THE LOG
       01  WS-FOUND        PIC A(1).
       01  WS-REVERSED     PIC A(1).
      *NEXT QUEUE ITEM NUMBER, AND 'Y' WHEN THE SAME ENTRY IS
      *ALREADY WAITING FOR APPROVAL
       01  WS-PENDNUM      PIC 9(6).
       01  WS-PEND-DUP     PIC A(1).
      *TO INDICATE IF EOF ON THE PENDING FILE SCAN
       01  WS-PEND-EOF     PIC A(1).
      *FOR THE REVERSAL MENU LOOP
       01  WS-AGAIN        PIC A.
           88 AGAIN-YES   VALUE 'Y', 'y'.
           88 CONFIRM-YES  VALUE 'Y', 'y'.
      *TO INDICATE IF EOF ON THE LOG SCAN
       01  WSEOF           PIC A(1).
      *EDITED AMOUNT FOR THE SCREEN AND THE CHECKER'S REVIEW
       01  WS-EDIT-AMT     PIC Z,ZZZ,ZZ9.99.
      *FOR FILE STATUS
       01  TLFS            PIC X(2).
       01  OPFS            PIC X(2).
       01  PCFS            PIC X(2).
      *ONLY IN NEW LINE
       01  WS-BLANK        PIC X(25) VALUE SPACES.
       PROCEDURE DIVISION.
           DISPLAY "*     Banque d'or TRANSACTION REVERSAL           *".
           DISPLAY '*             SUPERVISOR USE ONLY                *'.
           DISPLAY '**************************************************'.
           PERFORM PARA-SIGN-ON.
           IF WS-SIGNED-ON = 'Y'
               MOVE 'Y' TO WS-AGAIN
               PERFORM PARA-ONE-REVERSAL WITH TEST BEFORE
                   UNTIL NOT AGAIN-YES
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
                       DISPLAY 'REVERSALS ARE FOR SUPERVISORS ONLY.'
                   ELSE
                       MOVE 'Y' TO WS-SIGNED-ON
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       PARA-ONE-REVERSAL.
           DISPLAY WS-BLANK.
           ELSE IF WS-ORIG-TYPE = 'R'
               DISPLAY 'THAT ENTRY IS ITSELF A REVERSAL AND CANNOT '
                   'BE REVERSED.'
      *THESE ENTRIES HAVE A TERM DEPOSIT, CHEQUE OR PAYMENT RECORD
      *BEHIND THEM THAT A LEDGER REVERSAL WOULD LEAVE STANDING -
      *THEY ARE UNWOUND THROUGH THAT RECORD'S OWN PROCESS
           ELSE IF WS-ORIG-TYPE = 'P' OR WS-ORIG-TYPE = 'M'
                   OR WS-ORIG-TYPE = 'N'
               DISPLAY 'TERM DEPOSIT ENTRIES CANNOT BE REVERSED HERE. '
                   'USE THE EARLY WITHDRAWAL ON THE DEPOSIT.'
           ELSE IF WS-ORIG-TYPE = 'X' OR WS-ORIG-TYPE = 'J'
               DISPLAY 'PAYMENT ENTRIES CANNOT BE REVERSED HERE. '
                   'USE THE PAYMENT RETURN RUN.'
           ELSE IF WS-ORIG-TYPE = 'C'
               DISPLAY 'CLEARED CHEQUES CANNOT BE REVERSED HERE. '
                   'REFER THE CHEQUE BACK THROUGH CLEARING.'
           ELSE IF WS-REVERSED = 'Y'
               DISPLAY 'THAT ENTRY HAS ALREADY BEEN REVERSED.'
           ELSE
               PERFORM PARA-CONFIRM-AND-POST
           END-IF
           END-IF
           END-IF
           END-IF.
           DISPLAY 'REVERSE ANOTHER TRANSACTION? (Y/N): '
               WITH NO ADVANCING.
           MOVE WS-ORIG-AMT TO WS-EDIT-AMT.
           DISPLAY 'FOUND: TYPE ' WS-ORIG-TYPE ' AMOUNT '
               WS-EDIT-AMT.
           DISPLAY 'QUEUE THE OFFSETTING ENTRY FOR APPROVAL? (Y/N): '
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF CONFIRM-YES
               PERFORM PARA-QUEUE-REVERSAL
           ELSE
               DISPLAY 'REVERSAL CANCELLED.'
           END-IF.

      *THE REVERSAL IS NOT POSTED HERE. IT IS HELD ON THE PENDING
      *CHANGES FILE, AND THE APPROVAL PROGRAM POSTS THE OFFSETTING
      *ENTRY - AND OFFERS ANY HOLD RELEASE - ONCE A SECOND
      *SUPERVISOR AGREES. THE SAME ENTRY MAY ONLY WAIT ONCE.
       PARA-QUEUE-REVERSAL.
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
                       IF PC-PENDING AND PC-REVERSAL
                           AND PC-ACCNUM = WS-ACCT
                           AND PC-REF-DATE = WS-TDATE
                           AND PC-REF-TIME = WS-TTIME
                           MOVE 'Y' TO WS-PEND-DUP
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PEND-DUP = 'Y'
               DISPLAY 'THAT ENTRY IS ALREADY AWAITING APPROVAL FOR '
                   'REVERSAL.'
           ELSE
               MOVE WS-PENDNUM TO PC-PENDNUM
               MOVE 'P' TO PC-STATUS
               MOVE 'R' TO PC-ACTION
               MOVE WS-ACCT TO PC-ACCNUM
               MOVE SPACES TO PC-OLDVAL
               STRING 'TYPE ' WS-ORIG-TYPE
                   DELIMITED BY SIZE INTO PC-OLDVAL
               MOVE WS-EDIT-AMT TO PC-NEWVAL
               MOVE WS-TDATE TO PC-REF-DATE
               MOVE WS-TTIME TO PC-REF-TIME
               MOVE WS-ORIG-TYPE TO PC-REF-TYPE
               MOVE WS-OPERATOR TO PC-MAKER
               ACCEPT PC-MAKE-DATE FROM DATE YYYYMMDD
               ACCEPT PC-MAKE-TIME FROM TIME
               MOVE SPACES TO PC-CHECKER
               MOVE 0 TO PC-CHECK-DATE
               MOVE 0 TO PC-CHECK-TIME
               WRITE PendRecord
               END-WRITE
               IF PCFS = "00"
                   DISPLAY 'REVERSAL ' WS-PENDNUM ' QUEUED FOR '
                       'APPROVAL BY A SECOND SUPERVISOR.'
               ELSE
                   DISPLAY 'REVERSAL COULD NOT BE QUEUED. STATUS '
                       PCFS '. NO CHANGE MADE.'
               END-IF
           END-IF.
           CLOSE PendFile.
      *END LINE OF THE PROGRAM.
