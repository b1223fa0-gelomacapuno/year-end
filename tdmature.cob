       IDENTIFICATION DIVISION.
       PROGRAM-ID. tdmature.
       AUTHOR. Angelo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRecords ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCNUM
               ALTERNATE RECORD KEY IS LNAME WITH DUPLICATES
               FILE STATUS FS.
           SELECT TDFile ASSIGN TO "TermDeposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TD-DEPNUM
               FILE STATUS TDFS.
           SELECT TLogFile ASSIGN TO "TransactionLog.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS TLFS.
           SELECT ParamFile ASSIGN TO "EODParams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PFFS.
           SELECT MatReport ASSIGN TO "TDMaturity.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS MRFS.
       DATA DIVISION.
       FILE SECTION.
       FD  CRecords.
       01  CustomerData.
           COPY customer.
      *TERM DEPOSIT BOOK - EVERY ACTIVE DEPOSIT DUE BY THE RUN DATE
      *IS PAID OUT OR ROLLED OVER HERE
       FD  TDFile.
       01  TermDepRecord.
           COPY termdep.
      *TRANSACTION LOG - PRINCIPAL REPAID IS LOGGED AS TYPE 'M',
      *INTEREST PAID AS TYPE 'N'
       FD  TLogFile.
       01  TLogRecord.
           COPY tranlog.
      *END-OF-DAY PARAMETERS MAINTAINED BY OPERATIONS
       FD  ParamFile.
       01  ParamRecord.
           COPY eodparam.
      *MATURITY REPORT WITH A COUNT-AND-VALUE CONTROL TOTAL FOR
      *THE OPERATIONS BINDER
       FD  MatReport.
       01  ReportLine      PIC X(80).
       WORKING-STORAGE SECTION.
      *FOR FILE STATUS
       01  FS              PIC X(2).
       01  TDFS            PIC X(2).
       01  TLFS            PIC X(2).
       01  PFFS            PIC X(2).
       01  MRFS            PIC X(2).
      *TO INDICATE IF EOF
       01  WSEOF           PIC A(1) VALUE 'N'.
      *RUN DATE FROM THE PARAMETER FILE; 0 = NONE, USE THE CLOCK
       01  WS-RUN-DATE     PIC 9(8) VALUE 0.
      *INTEREST EARNED OVER THE TERM JUST ENDED
       01  WS-INTEREST     PIC 9(7)V99.
      *BALANCE BEFORE THE CREDITS, FOR THE LOG ENTRIES
       01  WS-OLDBAL       PIC S9(7)V99.
      *WHY THE DEPOSIT IN HAND COULD NOT BE PAID
       01  WS-REASON       PIC X(24).
      *OLD MATURITY DATE BROKEN DOWN TO WORK OUT THE NEXT ONE ON A
      *ROLLOVER
       01  WS-TD-DATE      PIC 9(8).
       01  WS-TD-DATE-X REDEFINES WS-TD-DATE.
           02 WS-TD-YYYY   PIC 9(4).
           02 WS-TD-MM     PIC 9(2).
           02 WS-TD-DD     PIC 9(2).
       01  WS-TD-MAT       PIC 9(8).
       01  WS-TD-MAT-X REDEFINES WS-TD-MAT.
           02 WS-MAT-YYYY  PIC 9(4).
           02 WS-MAT-MM    PIC 9(2).
           02 WS-MAT-DD    PIC 9(2).
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
      *FOR THE RUN TOTALS
       01  WS-DUE-COUNT    PIC 9(7) VALUE 0.
       01  WS-DUE-TOTAL    PIC 9(11)V99 VALUE 0.
       01  WS-PAID-COUNT   PIC 9(7) VALUE 0.
       01  WS-PAID-TOTAL   PIC 9(11)V99 VALUE 0.
       01  WS-ROLL-COUNT   PIC 9(7) VALUE 0.
       01  WS-ROLL-TOTAL   PIC 9(11)V99 VALUE 0.
       01  WS-INT-COUNT    PIC 9(7) VALUE 0.
       01  WS-INT-TOTAL    PIC 9(11)V99 VALUE 0.
       01  WS-EXC-COUNT    PIC 9(7) VALUE 0.
       01  WS-EXC-TOTAL    PIC 9(11)V99 VALUE 0.
      *REPORT LINES
       01  WS-RPT-HDR.
           02 FILLER       PIC X(38)
               VALUE "Banque d'or TERM DEPOSIT MATURITIES   ".
           02 FILLER       PIC X(1) VALUE SPACES.
           02 RH-DATE      PIC 9(8).
           02 FILLER       PIC X(33) VALUE SPACES.
       01  WS-RULE         PIC X(56) VALUE ALL '-'.
       01  WS-MAT-LINE.
           02 FILLER       PIC X(3) VALUE 'TD '.
           02 ML-DEPNUM    PIC 9(6).
           02 FILLER       PIC X(5) VALUE ' ACC '.
           02 ML-ACCNUM    PIC 9(4).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 ML-PRINCIPAL PIC Z,ZZZ,ZZ9.99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 ML-INTEREST  PIC Z,ZZZ,ZZ9.99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 ML-RESULT    PIC X(24).
           02 FILLER       PIC X(10) VALUE SPACES.
       01  WS-CAT-LINE.
           02 CAT-TEXT     PIC X(26).
           02 CAT-COUNT    PIC Z(6)9.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 CAT-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(28) VALUE SPACES.
      *ONLY IN NEW LINE
       01  WS-BLANK        PIC X(25) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************************'.
           DISPLAY "*   Banque d'or TERM DEPOSIT MATURITY JOB        *".
           DISPLAY '**************************************************'.
           PERFORM PARA-GET-RUN-DATE.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-RUN-DATE TO RH-DATE.
           OPEN OUTPUT MatReport.
           WRITE ReportLine FROM WS-RPT-HDR.
           WRITE ReportLine FROM WS-RULE.
           PERFORM PARA-MATURE-BOOK.
           PERFORM PARA-WRITE-CONTROL.
           CLOSE MatReport.
           DISPLAY 'TERM DEPOSIT MATURITIES COMPLETE. PAID OUT: '
               WS-PAID-COUNT ' ROLLED OVER: ' WS-ROLL-COUNT
               ' EXCEPTIONS: ' WS-EXC-COUNT.
           DISPLAY 'REPORT WRITTEN TO TDMaturity.txt'.
           GOBACK.

      *THE RUN DATE COMES FROM THE OPERATIONS PARAMETER FILE WHEN
      *ONE IS PRESENT; OTHERWISE THE SYSTEM DATE IS USED
       PARA-GET-RUN-DATE.
           OPEN INPUT ParamFile.
           IF PFFS = "00"
               READ ParamFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE PR-RUN-DATE TO WS-RUN-DATE
                       DISPLAY 'RUN DATE FROM PARAMETER FILE: '
                           PR-RUN-DATE
               END-READ
               CLOSE ParamFile
           END-IF.

       PARA-MATURE-BOOK.
           OPEN I-O TDFile.
           IF TDFS NOT = "00"
               DISPLAY 'NO TERM DEPOSIT BOOK ON HAND. NOTHING DUE.'
               MOVE 'NO TERM DEPOSIT BOOK ON HAND' TO ReportLine
               WRITE ReportLine
           ELSE
               OPEN I-O CRecords
               IF FS NOT = "00"
                   DISPLAY 'CUSTOMER FILE COULD NOT BE OPENED. STATUS '
                       FS '. NOTHING PAID.'
                   CLOSE TDFile
               ELSE
                   MOVE 0 TO TD-DEPNUM
                   START TDFile KEY NOT LESS THAN TD-DEPNUM
                       INVALID KEY MOVE 'Y' TO WSEOF
                   END-START
                   PERFORM UNTIL WSEOF = 'Y'
                       READ TDFile NEXT
                           AT END MOVE 'Y' TO WSEOF
                           NOT AT END
                               IF TD-ACTIVE
                                   AND TD-MATURE-DATE NOT > WS-RUN-DATE
                                   PERFORM PARA-ONE-DEPOSIT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CRecords
                   CLOSE TDFile
               END-IF
           END-IF.

      *A DEPOSIT DUE TODAY (OR MISSED ON AN EARLIER NIGHT) EARNS A
      *FULL TERM'S INTEREST AT ITS OWN RATE. THE MONEY IS THE
      *CUSTOMER'S OWN, SO A FROZEN OR DORMANT FUNDING ACCOUNT STILL
      *TAKES IT; ONE CLOSED SINCE LEAVES THE DEPOSIT OPEN AND ON
      *THE EXCEPTION LIST TO BE PAID BY HAND.
       PARA-ONE-DEPOSIT.
           ADD 1 TO WS-DUE-COUNT.
           ADD TD-PRINCIPAL TO WS-DUE-TOTAL.
           MOVE SPACES TO WS-REASON.
           COMPUTE WS-INTEREST ROUNDED =
               TD-PRINCIPAL * TD-RATE * TD-TERM-MONTHS / 12.
           MOVE TD-ACCNUM TO ACCNUM.
           READ CRecords
               INVALID KEY
                   MOVE 'ACCOUNT CLOSED - BY HAND' TO WS-REASON
           END-READ.
           IF WS-REASON = SPACES
               PERFORM PARA-PAY-DEPOSIT
           ELSE
               PERFORM PARA-WRITE-EXCEPTION
           END-IF.

      *PAY-OUT: PRINCIPAL AND INTEREST BACK TO THE FUNDING ACCOUNT
      *AND THE DEPOSIT IS CLOSED. ROLLOVER: ONLY THE INTEREST IS
      *PAID AND THE SAME PRINCIPAL STARTS A NEW TERM AT THE SAME
      *RATE FROM THE OLD MATURITY DATE.
       PARA-PAY-DEPOSIT.
           MOVE BAL TO WS-OLDBAL.
           IF TD-PAY-OUT
               ADD TD-PRINCIPAL TO BAL
           END-IF.
           ADD WS-INTEREST TO BAL.
           REWRITE CustomerData
           END-REWRITE.
           IF FS NOT = "00"
               MOVE 'MASTER UPDATE FAILED' TO WS-REASON
               PERFORM PARA-WRITE-EXCEPTION
           ELSE
               ADD WS-INTEREST TO TD-INT-PAID
               IF TD-PAY-OUT
                   MOVE 'M' TO TD-STATUS
                   MOVE WS-RUN-DATE TO TD-CLOSE-DATE
               ELSE
                   MOVE TD-MATURE-DATE TO WS-TD-DATE
                   PERFORM PARA-TD-ADD-TERM
                   MOVE TD-MATURE-DATE TO TD-START-DATE
                   MOVE WS-TD-MAT TO TD-MATURE-DATE
                   ADD 1 TO TD-ROLL-COUNT
               END-IF
               REWRITE TermDepRecord
               END-REWRITE
               IF TDFS NOT = "00"
                   DISPLAY 'DEPOSIT ' TD-DEPNUM ' PAID BUT NOT '
                       'UPDATED ON THE BOOK. STATUS ' TDFS
               END-IF
               IF TD-PAY-OUT
                   MOVE TD-ACCNUM TO TL-ACCNUM
                   MOVE 'M' TO TL-TRANTYPE
                   MOVE TD-PRINCIPAL TO TL-AMOUNT
                   MOVE WS-OLDBAL TO TL-OLDBAL
                   COMPUTE TL-NEWBAL = WS-OLDBAL + TD-PRINCIPAL
                   PERFORM PARA-LOG-TRANSACTION
                   ADD TD-PRINCIPAL TO WS-OLDBAL
                   ADD 1 TO WS-PAID-COUNT
                   ADD TD-PRINCIPAL TO WS-PAID-TOTAL
                   MOVE 'PAID OUT' TO ML-RESULT
               ELSE
                   ADD 1 TO WS-ROLL-COUNT
                   ADD TD-PRINCIPAL TO WS-ROLL-TOTAL
                   MOVE SPACES TO ML-RESULT
                   STRING 'ROLLED TO ' TD-MATURE-DATE
                       DELIMITED BY SIZE INTO ML-RESULT
               END-IF
               IF WS-INTEREST > 0
                   MOVE TD-ACCNUM TO TL-ACCNUM
                   MOVE 'N' TO TL-TRANTYPE
                   MOVE WS-INTEREST TO TL-AMOUNT
                   MOVE WS-OLDBAL TO TL-OLDBAL
                   MOVE BAL TO TL-NEWBAL
                   PERFORM PARA-LOG-TRANSACTION
                   ADD 1 TO WS-INT-COUNT
                   ADD WS-INTEREST TO WS-INT-TOTAL
               END-IF
               PERFORM PARA-WRITE-REPORT-LINE
           END-IF.

      *NEXT MATURITY = OLD MATURITY PLUS THE TERM IN MONTHS. A DAY
      *THE NEW MONTH DOES NOT HAVE FALLS BACK TO ITS LAST DAY, WITH
      *THE LEAP-YEAR CORRECTION FOR FEBRUARY
       PARA-TD-ADD-TERM.
           COMPUTE WS-TD-TOT-MONTHS =
               (WS-TD-YYYY * 12) + WS-TD-MM - 1 + TD-TERM-MONTHS.
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

       PARA-WRITE-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT.
           ADD TD-PRINCIPAL TO WS-EXC-TOTAL.
           MOVE WS-REASON TO ML-RESULT.
           PERFORM PARA-WRITE-REPORT-LINE.

       PARA-WRITE-REPORT-LINE.
           MOVE TD-DEPNUM TO ML-DEPNUM.
           MOVE TD-ACCNUM TO ML-ACCNUM.
           MOVE TD-PRINCIPAL TO ML-PRINCIPAL.
           MOVE WS-INTEREST TO ML-INTEREST.
           WRITE ReportLine FROM WS-MAT-LINE.

      *POSTINGS CARRY THE RUN DATE SO THE SAME NIGHT'S
      *RECONCILIATION AND GL EXTRACT PICK THEM UP. THE DEPOSIT
      *NUMBER RIDES IN TL-REF-DATE, AS IT DID ON THE 'P' PLACEMENT.
       PARA-LOG-TRANSACTION.
           MOVE WS-RUN-DATE TO TL-DATE.
           ACCEPT TL-TIME FROM TIME.
           MOVE TD-DEPNUM TO TL-REF-DATE.
           MOVE 0 TO TL-REF-TIME.
           MOVE SPACE TO TL-REF-TYPE.
           OPEN EXTEND TLogFile.
           IF TLFS = "35"
               OPEN OUTPUT TLogFile
           END-IF.
           WRITE TLogRecord
           END-WRITE.
           CLOSE TLogFile.

       PARA-WRITE-CONTROL.
           WRITE ReportLine FROM WS-RULE.
           MOVE 'DEPOSITS DUE             ' TO CAT-TEXT.
           MOVE WS-DUE-COUNT TO CAT-COUNT.
           MOVE WS-DUE-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'PRINCIPAL PAID OUT        ' TO CAT-TEXT.
           MOVE WS-PAID-COUNT TO CAT-COUNT.
           MOVE WS-PAID-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'PRINCIPAL ROLLED OVER     ' TO CAT-TEXT.
           MOVE WS-ROLL-COUNT TO CAT-COUNT.
           MOVE WS-ROLL-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'INTEREST PAID             ' TO CAT-TEXT.
           MOVE WS-INT-COUNT TO CAT-COUNT.
           MOVE WS-INT-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'EXCEPTIONS - NOT PAID     ' TO CAT-TEXT.
           MOVE WS-EXC-COUNT TO CAT-COUNT.
           MOVE WS-EXC-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
      *END LINE OF THE PROGRAM.
