               RECORD KEY IS ACCNUM
               ALTERNATE RECORD KEY IS LNAME WITH DUPLICATES
               FILE STATUS FS.
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
       01  CustomerData.
           COPY customer.
      *CUSTOMER INFORMATION - THE SEARCH RUNS ALONG ITS LAST NAMES
       FD  CustFile.
       01  CustInfoRecord.
           COPY custinfo.
      *ACCOUNT RELATIONSHIPS - THE ACCOUNTS EACH CUSTOMER HOLDS
       FD  RelFile.
       01  RelRecord.
           COPY acctrel.
       WORKING-STORAGE SECTION.
      *TO MAKE SOME DELAYS IN PROCESSING
       01  GETCH            PIC X.
      *FOR FILE STATUS
       01  FS              PIC X(2).
       01  CIFS            PIC X(2).
       01  RLFS            PIC X(2).
      *'N' WHEN THE RELATIONSHIP FILE COULD NOT BE OPENED, SO THE
      *CUSTOMERS ARE LISTED WITHOUT THEIR ACCOUNTS
       01  WS-REL-OK       PIC A(1) VALUE 'Y'.
      *TO INDICATE IF EOF ON THE ALTERNATE KEY BROWSE
       01  WSEOF           PIC A(1) VALUE 'N'.
      *TO INDICATE IF EOF ON THE CUSTOMER'S ACCOUNT LINKS
       01  WS-RL-EOF       PIC A(1) VALUE 'N'.
       01  WS-ROLE-TEXT    PIC X(7).
      *THE NAME (OR LEADING PART OF A NAME) KEYED BY THE TELLER
       01  WS-SEARCH       PIC X(10).
      *LENGTH OF THE PART THE TELLER ACTUALLY KEYED
       01  WS-SRCH-LEN     PIC 9(2).
       01  WS-SUB          PIC 9(2).
      *HOW MANY CUSTOMERS MATCHED
       01  WS-MATCHES      PIC 9(4) VALUE 0.
      *FOR THE SEARCH MENU
       01  WS-AGAIN        PIC A.
           DISPLAY '**************************************************'.
           DISPLAY "*     Banque d'or CUSTOMER NAME INQUIRY          *".
           DISPLAY '**************************************************'.
           OPEN INPUT CustFile.
           IF CIFS = "35"
               DISPLAY 'CUSTOMER INFORMATION FILE NOT FOUND.'
           ELSE IF CIFS NOT = "00"
               DISPLAY 'CUSTOMER INFORMATION FILE COULD NOT BE '
                   'OPENED. STATUS ' CIFS
           ELSE
               OPEN INPUT CRecords
               IF FS NOT = "00"
                   DISPLAY 'CUSTOMER FILE COULD NOT BE OPENED. '
                       'STATUS ' FS
               ELSE
                   OPEN INPUT RelFile
                   IF RLFS NOT = "00"
                       MOVE 'N' TO WS-REL-OK
                       DISPLAY 'RELATIONSHIP FILE NOT AVAILABLE - '
                           'ACCOUNTS WILL NOT BE LISTED.'
                   END-IF
                   MOVE 'Y' TO WS-AGAIN
                   PERFORM PARA-SEARCH WITH TEST BEFORE
                       UNTIL NOT AGAIN-YES
                   IF WS-REL-OK = 'Y'
                       CLOSE RelFile
                   END-IF
                   CLOSE CRecords
               END-IF
               CLOSE CustFile
           END-IF
           END-IF.
           STOP RUN.

           MOVE 'N' TO WSEOF.
      *POSITION THE BROWSE AT THE FIRST NAME AT OR AFTER THE
      *SEARCH VALUE, THEN READ FORWARD ALONG THE ALTERNATE KEY
           MOVE WS-SEARCH TO CI-LNAME.
           START CustFile KEY NOT LESS THAN CI-LNAME
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START.
           IF WSEOF = 'N'
               DISPLAY WS-BLANK
               DISPLAY 'CUST#    NAME                   ACCOUNTS'
               DISPLAY '---------------------------------------------'
               PERFORM UNTIL WSEOF = 'Y'
                   READ CustFile NEXT
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM PARA-LIST-MATCH
                   END-READ
               END-PERFORM
               DISPLAY '---------------------------------------------'
           END-IF.
           DISPLAY 'CUSTOMERS MATCHED: ' WS-MATCHES.
           DISPLAY 'SEARCH AGAIN? (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-AGAIN.

      *THE BROWSE ENDS AS SOON AS THE KEYED PART NO LONGER MATCHES
       PARA-LIST-MATCH.
           IF CI-LNAME (1:WS-SRCH-LEN)
                   NOT = WS-SEARCH (1:WS-SRCH-LEN)
               MOVE 'Y' TO WSEOF
           ELSE
               DISPLAY CI-CUSTID '   ' CI-FNAME ' ' CI-LNAME
               ADD 1 TO WS-MATCHES
               IF WS-REL-OK = 'Y'
                   PERFORM PARA-LIST-ACCOUNTS
               END-IF
           END-IF.

      *EVERY ACCOUNT THE CUSTOMER HOLDS, PRIMARY OR JOINT, UNDER
      *THEIR NAME
       PARA-LIST-ACCOUNTS.
           MOVE 'N' TO WS-RL-EOF.
           MOVE CI-CUSTID TO RL-CUSTID.
           MOVE 0 TO RL-ACCNUM.
           START RelFile KEY NOT LESS THAN RL-KEY
               INVALID KEY MOVE 'Y' TO WS-RL-EOF
           END-START.
           PERFORM UNTIL WS-RL-EOF = 'Y'
               READ RelFile NEXT
                   AT END MOVE 'Y' TO WS-RL-EOF
                   NOT AT END
                       IF RL-CUSTID NOT = CI-CUSTID
                           MOVE 'Y' TO WS-RL-EOF
                       ELSE IF RL-ACTIVE
                           PERFORM PARA-LIST-ACCOUNT
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PARA-LIST-ACCOUNT.
           IF RL-PRIMARY
               MOVE 'PRIMARY' TO WS-ROLE-TEXT
           ELSE
               MOVE 'JOINT' TO WS-ROLE-TEXT
           END-IF.
           MOVE RL-ACCNUM TO ACCNUM.
           READ CRecords
               INVALID KEY
                   DISPLAY '                                '
                       RL-ACCNUM ' ' WS-ROLE-TEXT ' NOT ON FILE'
               NOT INVALID KEY
                   DISPLAY '                                '
                       RL-ACCNUM ' ' WS-ROLE-TEXT ' ' ACCTTYPE ' '
                       ACCTSTATUS
           END-READ.

      *FIND HOW MANY CHARACTERS OF THE NAME WERE ACTUALLY KEYED
       PARA-SEARCH-LENGTH.
