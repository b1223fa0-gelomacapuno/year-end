       IDENTIFICATION DIVISION.
       PROGRAM-ID. opermaint.
       AUTHOR. Angelo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperFile ASSIGN TO "Operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS OPFS.
           SELECT MaintLog ASSIGN TO "MaintLog.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS MLFS.
       DATA DIVISION.
       FILE SECTION.
      *OPERATOR MASTER - ONE RECORD PER TELLER, SUPERVISOR OR
      *BACK-OFFICE USER, MAINTAINED ONLY FROM HERE
       FD  OperFile.
       01  OperatorRecord.
           COPY operator.
      *MAINTENANCE AUDIT LOG - EVERY OPERATOR CHANGE IS LOGGED
      *LIKE THE OTHER SUPERVISOR ACTIONS
       FD  MaintLog.
       01  MLogRecord.
           COPY maintlog.
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
      *OPERATOR RECORD UNDER MAINTENANCE
       01  WS-TARGET       PIC X(8).
      *FOR THE OPERATOR MENU
       01  WS-CHOICE       PIC A.
           88 OPM-ADD        VALUE 'A', 'a'.
           88 OPM-ROLE       VALUE 'B', 'b'.
           88 OPM-PASSWORD   VALUE 'C', 'c'.
           88 OPM-REVOKE     VALUE 'D', 'd'.
           88 OPM-REINSTATE  VALUE 'E', 'e'.
           88 OPM-LIST       VALUE 'F', 'f'.
           88 OPM-QUIT       VALUE 'G', 'g'.
       01  QUIT            PIC 9  VALUE 0.
      *NEW VALUES KEYED BY THE SUPERVISOR
       01  WS-NEW-NAME     PIC X(20).
       01  WS-NEW-ROLE     PIC X(1).
           88 NEW-ROLE-OK    VALUE 'T', 'S', 'B'.
       01  WS-NEW-PASSWORD PIC X(8).
       01  WS-NEW-LIMIT    PIC 9(7)V99.
      *ROLE AND LIMIT AS THEY GO ON THE AUDIT LOG
       01  WS-ROLE-LIMIT.
           02 RL-ROLE      PIC X(1).
           02 FILLER       PIC X(1) VALUE SPACE.
           02 RL-LIMIT     PIC ZZZZZZ9.99.
      *EDITED LIMIT FOR THE SCREEN
       01  WS-EDIT-LIMIT   PIC Z,ZZZ,ZZ9.99.
      *'Y' WHEN THE OPERATOR FILE HOLDS NO RECORDS AT ALL
       01  WS-OPR-EMPTY    PIC A(1).
      *TO INDICATE IF EOF ON THE OPERATOR LIST BROWSE
       01  WS-OPR-EOF      PIC A(1).
      *FOR FILE STATUS
       01  OPFS            PIC X(2).
       01  MLFS            PIC X(2).
      *ONLY IN NEW LINE
       01  WS-BLANK        PIC X(25) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************************'.
           DISPLAY "*     Banque d'or OPERATOR MAINTENANCE           *".
           DISPLAY '*             SUPERVISOR USE ONLY                *'.
           DISPLAY '**************************************************'.
      *A NEW INSTALLATION HAS NOBODY TO SIGN ON WITH, SO THE FIRST
      *SUPERVISOR IS SET UP BEFORE THE SIGN-ON IS ASKED FOR
           PERFORM PARA-CHECK-EMPTY.
           IF WS-OPR-EMPTY = 'Y'
               PERFORM PARA-FIRST-SUPERVISOR
           END-IF.
           PERFORM PARA-SIGN-ON.
           IF WS-SIGNED-ON = 'Y'
               PERFORM PARA-OPER-MENU WITH TEST BEFORE UNTIL QUIT = 1
           END-IF.
           STOP RUN.

      *THE OPERATOR ID IS PROVED AGAINST THE OPERATOR MASTER - AN
      *UNKNOWN OR REVOKED ID, A WRONG PASSWORD, OR A ROLE THIS
      *PROGRAM DOES NOT SERVE IS REFUSED
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
                       DISPLAY 'OPERATOR MAINTENANCE IS FOR '
                           'SUPERVISORS ONLY.'
                   ELSE
                       MOVE 'Y' TO WS-SIGNED-ON
                   END-IF
                   END-IF
                   END-IF
           END-READ.

       PARA-CHECK-EMPTY.
           MOVE 'Y' TO WS-OPR-EMPTY.
           OPEN INPUT OperFile.
           IF OPFS = "00"
               MOVE LOW-VALUES TO OP-ID
               START OperFile KEY NOT LESS THAN OP-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ OperFile NEXT
                           AT END CONTINUE
                           NOT AT END MOVE 'N' TO WS-OPR-EMPTY
                       END-READ
               END-START
               CLOSE OperFile
           END-IF.

       PARA-FIRST-SUPERVISOR.
           DISPLAY 'NO OPERATORS ON FILE. SET UP THE FIRST '
               'SUPERVISOR NOW.'.
           OPEN I-O OperFile.
           IF OPFS = "35"
               CLOSE OperFile
               OPEN OUTPUT OperFile
               CLOSE OperFile
               OPEN I-O OperFile
           END-IF.
           PERFORM PARA-ASK-NEW-ID.
           IF WS-TARGET NOT = SPACES
               MOVE WS-TARGET TO WS-OPERATOR
               MOVE 'S' TO WS-NEW-ROLE
               PERFORM PARA-ASK-NAME-PASSWORD
               PERFORM PARA-ASK-LIMIT
               PERFORM PARA-WRITE-OPERATOR
           END-IF.
           CLOSE OperFile.

       PARA-OPER-MENU.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************************'.
           DISPLAY '*             OPERATOR MAINTENANCE MENU          *'.
           DISPLAY '*            [A]. ADD AN OPERATOR                *'.
           DISPLAY '*         [B]. CHANGE ROLE AND LIMIT             *'.
           DISPLAY '*           [C]. RESET A PASSWORD                *'.
           DISPLAY '*          [D]. REVOKE AN OPERATOR               *'.
           DISPLAY '*        [E]. REINSTATE AN OPERATOR              *'.
           DISPLAY '*           [F]. LIST ALL OPERATORS              *'.
           DISPLAY '*                 [G]. EXIT                      *'.
           DISPLAY '**************************************************'.
           DISPLAY ' CHOOSE AN OPERATION: ' WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           IF OPM-QUIT
               ADD 1 TO QUIT
           ELSE IF OPM-ADD
               PERFORM PARA-ADD-OPERATOR
           ELSE IF OPM-ROLE OR OPM-PASSWORD OR OPM-REVOKE
                   OR OPM-REINSTATE
               PERFORM PARA-MAINTAIN
           ELSE IF OPM-LIST
               PERFORM PARA-LIST-OPERATORS
           ELSE
               DISPLAY 'INVALID SELECTION.'
           END-IF.

       PARA-ADD-OPERATOR.
           OPEN I-O OperFile.
           IF OPFS = "35"
               CLOSE OperFile
               OPEN OUTPUT OperFile
               CLOSE OperFile
               OPEN I-O OperFile
           END-IF.
           PERFORM PARA-ASK-NEW-ID.
           IF WS-TARGET NOT = SPACES
               DISPLAY 'ROLE (T-TELLER/S-SUPERVISOR/B-BACK OFFICE): '
                   WITH NO ADVANCING
               ACCEPT WS-NEW-ROLE
               INSPECT WS-NEW-ROLE CONVERTING 'tsb' TO 'TSB'
               PERFORM UNTIL NEW-ROLE-OK
                   DISPLAY 'INVALID ENTRY. ENTER T, S OR B: '
                       WITH NO ADVANCING
                   ACCEPT WS-NEW-ROLE
                   INSPECT WS-NEW-ROLE CONVERTING 'tsb' TO 'TSB'
               END-PERFORM
               PERFORM PARA-ASK-NAME-PASSWORD
               PERFORM PARA-ASK-LIMIT
               PERFORM PARA-WRITE-OPERATOR
           END-IF.
           CLOSE OperFile.
           PERFORM PARA-STOP.

      *A NEW ID MUST BE NON-BLANK AND NOT ALREADY ON FILE; WS-TARGET
      *COMES BACK SPACES WHEN IT IS REFUSED. OperFile MUST BE OPEN.
       PARA-ASK-NEW-ID.
           DISPLAY 'NEW OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-TARGET.
           IF WS-TARGET = SPACES
               DISPLAY 'AN OPERATOR ID IS REQUIRED.'
           ELSE
               MOVE WS-TARGET TO OP-ID
               READ OperFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'OPERATOR ' WS-TARGET
                           ' IS ALREADY ON FILE.'
                       MOVE SPACES TO WS-TARGET
               END-READ
           END-IF.

       PARA-ASK-NAME-PASSWORD.
           DISPLAY 'OPERATOR NAME: ' WITH NO ADVANCING.
           ACCEPT WS-NEW-NAME.
           PERFORM PARA-ASK-PASSWORD.

       PARA-ASK-PASSWORD.
           MOVE SPACES TO WS-NEW-PASSWORD.
           PERFORM UNTIL WS-NEW-PASSWORD NOT = SPACES
               DISPLAY 'PASSWORD (UP TO 8 CHARACTERS): '
                   WITH NO ADVANCING
               ACCEPT WS-NEW-PASSWORD
           END-PERFORM.

       PARA-ASK-LIMIT.
           DISPLAY 'TRANSACTION LIMIT WITHOUT SIGN-OFF: '
               WITH NO ADVANCING.
           ACCEPT WS-NEW-LIMIT.

       PARA-WRITE-OPERATOR.
           MOVE WS-TARGET TO OP-ID.
           MOVE WS-NEW-PASSWORD TO OP-PASSWORD.
           MOVE WS-NEW-NAME TO OP-NAME.
           MOVE WS-NEW-ROLE TO OP-ROLE.
           MOVE 'A' TO OP-STATUS.
           MOVE WS-NEW-LIMIT TO OP-TXN-LIMIT.
           ACCEPT OP-CHG-DATE FROM DATE YYYYMMDD.
           MOVE WS-OPERATOR TO OP-CHG-BY.
           WRITE OperatorRecord
           END-WRITE.
           IF OPFS = "00"
               MOVE 'N' TO ML-ACTION
               MOVE WS-TARGET TO ML-OLDVAL
               MOVE OP-ROLE TO RL-ROLE
               MOVE OP-TXN-LIMIT TO RL-LIMIT
               MOVE WS-ROLE-LIMIT TO ML-NEWVAL
               PERFORM PARA-LOG-MAINT
               DISPLAY 'OPERATOR ' WS-TARGET ' ADDED.'
           ELSE
               DISPLAY 'OPERATOR COULD NOT BE SAVED. STATUS ' OPFS
           END-IF.

      *EVERY CHANGE TO AN EXISTING OPERATOR READS THE RECORD FIRST.
      *A SUPERVISOR MAY RESET THEIR OWN PASSWORD BUT MAY NOT CHANGE
      *THEIR OWN ROLE OR LIMIT, NOR REVOKE THEMSELVES.
       PARA-MAINTAIN.
           DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING.
           ACCEPT WS-TARGET.
           OPEN I-O OperFile.
           IF OPFS NOT = "00"
               DISPLAY 'OPERATOR FILE NOT AVAILABLE. STATUS ' OPFS
           ELSE
               MOVE WS-TARGET TO OP-ID
               READ OperFile
                   INVALID KEY
                       DISPLAY 'OPERATOR NOT FOUND.'
                   NOT INVALID KEY
                       PERFORM PARA-SHOW-OPERATOR
                       IF WS-TARGET = WS-OPERATOR
                               AND NOT OPM-PASSWORD
                           DISPLAY 'YOU MAY NOT CHANGE YOUR OWN '
                               'ROLE, LIMIT OR STATUS.'
                       ELSE IF OPM-ROLE
                           PERFORM PARA-CHG-ROLE
                       ELSE IF OPM-PASSWORD
                           PERFORM PARA-CHG-PASSWORD
                       ELSE IF OPM-REVOKE
                           PERFORM PARA-REVOKE
                       ELSE IF OPM-REINSTATE
                           PERFORM PARA-REINSTATE
                       END-IF
               END-READ
               CLOSE OperFile
           END-IF.
           PERFORM PARA-STOP.

       PARA-SHOW-OPERATOR.
           DISPLAY WS-BLANK.
           DISPLAY 'OPERATOR: ' OP-ID '  ' OP-NAME.
           DISPLAY 'ROLE    : ' OP-ROLE '   STATUS: ' OP-STATUS.
           MOVE OP-TXN-LIMIT TO WS-EDIT-LIMIT.
           DISPLAY 'LIMIT   : ' WS-EDIT-LIMIT.

       PARA-CHG-ROLE.
           DISPLAY 'NEW ROLE (T-TELLER/S-SUPERVISOR/B-BACK OFFICE): '
               WITH NO ADVANCING.
           ACCEPT WS-NEW-ROLE.
           INSPECT WS-NEW-ROLE CONVERTING 'tsb' TO 'TSB'.
           PERFORM UNTIL NEW-ROLE-OK
               DISPLAY 'INVALID ENTRY. ENTER T, S OR B: '
                   WITH NO ADVANCING
               ACCEPT WS-NEW-ROLE
               INSPECT WS-NEW-ROLE CONVERTING 'tsb' TO 'TSB'
           END-PERFORM.
           PERFORM PARA-ASK-LIMIT.
           MOVE WS-NEW-ROLE TO OP-ROLE.
           MOVE WS-NEW-LIMIT TO OP-TXN-LIMIT.
           MOVE 'L' TO ML-ACTION.
           MOVE WS-NEW-ROLE TO RL-ROLE.
           MOVE WS-NEW-LIMIT TO RL-LIMIT.
           MOVE WS-ROLE-LIMIT TO ML-NEWVAL.
           PERFORM PARA-REWRITE-OPERATOR.

      *THE PASSWORD ITSELF IS NEVER WRITTEN TO THE AUDIT LOG
       PARA-CHG-PASSWORD.
           PERFORM PARA-ASK-PASSWORD.
           MOVE WS-NEW-PASSWORD TO OP-PASSWORD.
           MOVE 'W' TO ML-ACTION.
           MOVE '********' TO ML-NEWVAL.
           PERFORM PARA-REWRITE-OPERATOR.

       PARA-REVOKE.
           IF OP-REVOKED
               DISPLAY 'OPERATOR IS ALREADY REVOKED.'
           ELSE
               MOVE 'R' TO OP-STATUS
               MOVE 'V' TO ML-ACTION
               MOVE 'REVOKED' TO ML-NEWVAL
               PERFORM PARA-REWRITE-OPERATOR
           END-IF.

       PARA-REINSTATE.
           IF OP-ACTIVE
               DISPLAY 'OPERATOR IS ALREADY ACTIVE.'
           ELSE
               MOVE 'A' TO OP-STATUS
               MOVE 'I' TO ML-ACTION
               MOVE 'ACTIVE' TO ML-NEWVAL
               PERFORM PARA-REWRITE-OPERATOR
           END-IF.

      *THE CALLER SETS ML-ACTION AND ML-NEWVAL BEFORE PERFORMING
      *THIS; THE LOG ENTRY NAMES THE OPERATOR CHANGED IN ML-OLDVAL
       PARA-REWRITE-OPERATOR.
           ACCEPT OP-CHG-DATE FROM DATE YYYYMMDD.
           MOVE WS-OPERATOR TO OP-CHG-BY.
           REWRITE OperatorRecord
           END-REWRITE.
           IF OPFS = "00"
               MOVE WS-TARGET TO ML-OLDVAL
               PERFORM PARA-LOG-MAINT
               DISPLAY 'OPERATOR ' WS-TARGET ' UPDATED.'
           ELSE
               DISPLAY 'UPDATE FAILED. FILE STATUS ' OPFS
                   '. NO CHANGE MADE.'
           END-IF.

       PARA-LIST-OPERATORS.
           OPEN INPUT OperFile.
           IF OPFS NOT = "00"
               DISPLAY 'NO OPERATORS ON FILE.'
           ELSE
               MOVE 'N' TO WS-OPR-EOF
               MOVE LOW-VALUES TO OP-ID
               START OperFile KEY NOT LESS THAN OP-ID
                   INVALID KEY MOVE 'Y' TO WS-OPR-EOF
               END-START
               DISPLAY 'ID        NAME                 ROLE STAT '
                   '        LIMIT'
               DISPLAY '-----------------------------------------'
                   '-------------'
               PERFORM UNTIL WS-OPR-EOF = 'Y'
                   READ OperFile NEXT
                       AT END MOVE 'Y' TO WS-OPR-EOF
                       NOT AT END
                           MOVE OP-TXN-LIMIT TO WS-EDIT-LIMIT
                           DISPLAY OP-ID '  ' OP-NAME ' ' OP-ROLE
                               '    ' OP-STATUS '    ' WS-EDIT-LIMIT
                   END-READ
               END-PERFORM
               CLOSE OperFile
           END-IF.
           PERFORM PARA-STOP.

       PARA-LOG-MAINT.
           MOVE WS-OPERATOR TO ML-OPERATOR.
           MOVE 0 TO ML-ACCNUM.
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

       PARA-STOP.
           DISPLAY 'PLEASE ENTER TO CONTINUE...' WITH NO ADVANCING.
           ACCEPT GETCH.
      *END LINE OF THE PROGRAM.
