           SELECT ProofReport ASSIGN TO "DrawerProof.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PRFS.
           SELECT OperFile ASSIGN TO "Operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS OPFS.
       DATA DIVISION.
       FILE SECTION.
      *ONE DRAWER PER TELLER - THE TELLER SYSTEM ACCUMULATES CASH
      *DEPOSIT AND WITHDRAWAL TOTALS ON THE GL CONTROL REPORT
       FD  ProofReport.
       01  ReportLine      PIC X(80).
      *OPERATOR MASTER - THE OPERATOR ID IS PROVED HERE AT SIGN-ON
       FD  OperFile.
       01  OperatorRecord.
           COPY operator.
       WORKING-STORAGE SECTION.
      *TO MAKE SOME DELAYS IN PROCESSING
       01  GETCH            PIC X.
      *OPERATOR SIGNED ON TO THIS SESSION
       01  WS-OPERATOR     PIC X(8).
      *PASSWORD KEYED AT SIGN-ON
       01  WS-PASSWORD     PIC X(8).
      *'Y' ONCE THE OPERATOR IS PROVED; THREE FAILED TRIES END
      *THE SESSION
       01  WS-SIGNED-ON    PIC A(1) VALUE 'N'.
       01  WS-SIGNON-TRIES PIC 9 VALUE 0.
      *FOR THE DRAWER MENU
       01  WS-CHOICE       PIC A.
           88 DRW-OPEN     VALUE 'A', 'a'.
      *FOR FILE STATUS
       01  DRFS            PIC X(2).
       01  PRFS            PIC X(2).
       01  OPFS            PIC X(2).
      *REPORT LINES
       01  WS-RPT-HDR.
           02 FILLER       PIC X(34)
           DISPLAY '**************************************************'.
           DISPLAY "*      Banque d'or TELLER CASH DRAWER            *".
           DISPLAY '**************************************************'.
           PERFORM PARA-SIGN-ON.
           IF WS-SIGNED-ON = 'Y'
               PERFORM PARA-DRAWER-MENU WITH TEST BEFORE UNTIL QUIT = 1
           END-IF.
           STOP RUN.

      *THE OPERATOR ID IS PROVED AGAINST THE OPERATOR MASTER - AN
      *UNKNOWN OR REVOKED ID, A WRONG PASSWORD, OR A BACK-OFFICE USER IS
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
                   ELSE IF NOT (OP-TELLER OR OP-SUPERVISOR)
                       DISPLAY 'CASH DRAWERS ARE FOR TELLERS AND '
                           'SUPERVISORS ONLY.'
                   ELSE
                       MOVE 'Y' TO WS-SIGNED-ON
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       PARA-DRAWER-MENU.
           DISPLAY WS-BLANK.
