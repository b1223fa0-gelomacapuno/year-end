       IDENTIFICATION DIVISION.
       PROGRAM-ID. tdladder.
       AUTHOR. Angelo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDFile ASSIGN TO "TermDeposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS TD-DEPNUM
               FILE STATUS TDFS.
           SELECT ParamFile ASSIGN TO "EODParams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PFFS.
           SELECT SortFile ASSIGN TO "LadderSort.tmp".
           SELECT LadReport ASSIGN TO "TDLadder.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS LRFS.
       DATA DIVISION.
       FILE SECTION.
      *TERM DEPOSIT BOOK - ONLY ACTIVE DEPOSITS GO ON THE LADDER
       FD  TDFile.
       01  TermDepRecord.
           COPY termdep.
      *END-OF-DAY PARAMETERS MAINTAINED BY OPERATIONS
       FD  ParamFile.
       01  ParamRecord.
           COPY eodparam.
      *ACTIVE DEPOSITS RESEQUENCED BY MATURITY DATE
       SD  SortFile.
       01  SortRecord.
           02 SR-MATURE-DATE PIC 9(8).
           02 SR-DEPNUM    PIC 9(6).
           02 SR-ACCNUM    PIC 9(4).
           02 SR-PRINCIPAL PIC 9(7)V99.
           02 SR-RATE      PIC 9V9999.
           02 SR-TERM      PIC 9(3).
           02 SR-INSTRUCTION PIC X(1).
      *MATURITY LADDER FOR TREASURY - WHEN THE BOOK FALLS DUE
       FD  LadReport.
       01  ReportLine      PIC X(80).
       WORKING-STORAGE SECTION.
      *FOR FILE STATUS
       01  TDFS            PIC X(2).
       01  PFFS            PIC X(2).
       01  LRFS            PIC X(2).
      *TO INDICATE IF EOF
       01  WSEOF           PIC A(1) VALUE 'N'.
       01  WS-SORT-EOF     PIC A(1) VALUE 'N'.
      *RUN DATE FROM THE PARAMETER FILE; 0 = NONE, USE THE CLOCK
       01  WS-RUN-DATE     PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           02 WS-RUN-YYYY  PIC 9(4).
           02 WS-RUN-MM    PIC 9(2).
           02 WS-RUN-DD    PIC 9(2).
      *MATURITY OF THE DEPOSIT IN HAND, BROKEN DOWN
       01  WS-MAT-DATE     PIC 9(8).
       01  WS-MAT-DATE-X REDEFINES WS-MAT-DATE.
           02 WS-MAT-YYYY  PIC 9(4).
           02 WS-MAT-MM    PIC 9(2).
           02 WS-MAT-DD    PIC 9(2).
      *WHOLE MONTHS FROM THE RUN DATE TO MATURITY; A DEPOSIT
      *ALREADY DUE COUNTS AS ZERO
       01  WS-MONTHS-LEFT  PIC S9(4).
      *INTEREST THE DEPOSIT WILL EARN OVER ITS CURRENT TERM
       01  WS-INTEREST     PIC 9(7)V99.
      *LADDER BUCKETS - A DEPOSIT GOES IN THE FIRST BUCKET WHOSE
      *UPPER LIMIT (IN WHOLE MONTHS) IT FALLS UNDER; THE LAST
      *BUCKET TAKES EVERYTHING ELSE
       01  WS-BKT-LABELS.
           02 FILLER       PIC X(26) VALUE 'DUE WITHIN 1 MONTH        '.
           02 FILLER       PIC X(26) VALUE 'DUE IN 1 TO 3 MONTHS      '.
           02 FILLER       PIC X(26) VALUE 'DUE IN 3 TO 6 MONTHS      '.
           02 FILLER       PIC X(26) VALUE 'DUE IN 6 TO 12 MONTHS     '.
           02 FILLER       PIC X(26) VALUE 'DUE IN 12 TO 24 MONTHS    '.
           02 FILLER       PIC X(26) VALUE 'DUE AFTER 24 MONTHS       '.
       01  WS-BKT-LABEL-TABLE REDEFINES WS-BKT-LABELS.
           02 WS-BKT-LABEL PIC X(26) OCCURS 6 TIMES.
       01  WS-BKT-LIMITS   PIC X(15) VALUE '001003006012024'.
       01  WS-BKT-LIMIT-TABLE REDEFINES WS-BKT-LIMITS.
           02 WS-BKT-LIMIT PIC 9(3) OCCURS 5 TIMES.
       01  WS-BKT-TOTALS.
           02 WS-BKT-ENTRY OCCURS 6 TIMES.
               03 WS-BKT-COUNT  PIC 9(7).
               03 WS-BKT-AMOUNT PIC 9(11)V99.
       01  WS-BKT          PIC 9(2).
      *FOR THE BOOK TOTALS
       01  WS-BOOK-COUNT   PIC 9(7) VALUE 0.
       01  WS-BOOK-TOTAL   PIC 9(11)V99 VALUE 0.
       01  WS-BOOK-INT     PIC 9(11)V99 VALUE 0.
      *REPORT LINES
       01  WS-RPT-HDR.
           02 FILLER       PIC X(38)
               VALUE "Banque d'or TERM DEPOSIT LADDER       ".
           02 FILLER       PIC X(1) VALUE SPACES.
           02 RH-DATE      PIC 9(8).
           02 FILLER       PIC X(33) VALUE SPACES.
       01  WS-RULE         PIC X(56) VALUE ALL '-'.
       01  WS-COL-HDR.
           02 FILLER       PIC X(41)
               VALUE 'MATURES  DEPOSIT ACC     PRINCIPAL   RATE'.
           02 FILLER       PIC X(39)
               VALUE ' TERM     INTEREST  AT MAT'.
       01  WS-DTL-LINE.
           02 DL-MATURE    PIC 9(8).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 DL-DEPNUM    PIC 9(6).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 DL-ACCNUM    PIC 9(4).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 DL-PRINCIPAL PIC Z,ZZZ,ZZ9.99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 DL-RATE      PIC 9.9999.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 DL-TERM      PIC ZZ9.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 DL-INTEREST  PIC Z,ZZZ,ZZ9.99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 DL-INSTR     PIC X(8).
           02 FILLER       PIC X(9) VALUE SPACES.
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
           DISPLAY "*   Banque d'or TERM DEPOSIT MATURITY LADDER     *".
           DISPLAY '**************************************************'.
           PERFORM PARA-GET-RUN-DATE.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-RUN-DATE TO RH-DATE.
           INITIALIZE WS-BKT-TOTALS.
           OPEN OUTPUT LadReport.
           WRITE ReportLine FROM WS-RPT-HDR.
           WRITE ReportLine FROM WS-RULE.
           WRITE ReportLine FROM WS-COL-HDR.
           SORT SortFile
               ON ASCENDING KEY SR-MATURE-DATE SR-DEPNUM
               INPUT PROCEDURE IS PARA-SELECT-ACTIVE
               OUTPUT PROCEDURE IS PARA-PRINT-LADDER.
           PERFORM PARA-WRITE-SUMMARY.
           CLOSE LadReport.
           DISPLAY 'MATURITY LADDER COMPLETE. ACTIVE DEPOSITS: '
               WS-BOOK-COUNT.
           DISPLAY 'REPORT WRITTEN TO TDLadder.txt'.
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

      *PASS ONLY THE DEPOSITS STILL RUNNING
       PARA-SELECT-ACTIVE.
           OPEN INPUT TDFile.
           IF TDFS NOT = "00"
               DISPLAY 'NO TERM DEPOSIT BOOK ON HAND.'
           ELSE
               PERFORM UNTIL WSEOF = 'Y'
                   READ TDFile NEXT
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM PARA-RELEASE-DEPOSIT
                   END-READ
               END-PERFORM
               CLOSE TDFile
           END-IF.

       PARA-RELEASE-DEPOSIT.
           IF TD-ACTIVE
               MOVE TD-MATURE-DATE TO SR-MATURE-DATE
               MOVE TD-DEPNUM TO SR-DEPNUM
               MOVE TD-ACCNUM TO SR-ACCNUM
               MOVE TD-PRINCIPAL TO SR-PRINCIPAL
               MOVE TD-RATE TO SR-RATE
               MOVE TD-TERM-MONTHS TO SR-TERM
               MOVE TD-INSTRUCTION TO SR-INSTRUCTION
               RELEASE SortRecord
           END-IF.

       PARA-PRINT-LADDER.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SortFile
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END PERFORM PARA-PRINT-ONE
               END-RETURN
           END-PERFORM.

       PARA-PRINT-ONE.
           COMPUTE WS-INTEREST ROUNDED =
               SR-PRINCIPAL * SR-RATE * SR-TERM / 12.
           MOVE SR-MATURE-DATE TO DL-MATURE.
           MOVE SR-DEPNUM TO DL-DEPNUM.
           MOVE SR-ACCNUM TO DL-ACCNUM.
           MOVE SR-PRINCIPAL TO DL-PRINCIPAL.
           MOVE SR-RATE TO DL-RATE.
           MOVE SR-TERM TO DL-TERM.
           MOVE WS-INTEREST TO DL-INTEREST.
           IF SR-INSTRUCTION = 'R'
               MOVE 'ROLLOVER' TO DL-INSTR
           ELSE
               MOVE 'PAY OUT' TO DL-INSTR
           END-IF.
           WRITE ReportLine FROM WS-DTL-LINE.
           ADD 1 TO WS-BOOK-COUNT.
           ADD SR-PRINCIPAL TO WS-BOOK-TOTAL.
           ADD WS-INTEREST TO WS-BOOK-INT.
      *WHOLE MONTHS FROM THE RUN DATE TO MATURITY, THE SAME WAY AN
      *EARLY WITHDRAWAL COUNTS THE MONTHS A DEPOSIT HAS RUN
           MOVE SR-MATURE-DATE TO WS-MAT-DATE.
           COMPUTE WS-MONTHS-LEFT =
               ((WS-MAT-YYYY * 12) + WS-MAT-MM)
               - ((WS-RUN-YYYY * 12) + WS-RUN-MM).
           IF WS-MAT-DD < WS-RUN-DD
               SUBTRACT 1 FROM WS-MONTHS-LEFT
           END-IF.
           IF WS-MONTHS-LEFT < 0
               MOVE 0 TO WS-MONTHS-LEFT
           END-IF.
           PERFORM VARYING WS-BKT FROM 1 BY 1
                   UNTIL WS-BKT > 5
                   OR WS-MONTHS-LEFT < WS-BKT-LIMIT (WS-BKT)
               CONTINUE
           END-PERFORM.
           ADD 1 TO WS-BKT-COUNT (WS-BKT).
           ADD SR-PRINCIPAL TO WS-BKT-AMOUNT (WS-BKT).

       PARA-WRITE-SUMMARY.
           WRITE ReportLine FROM WS-RULE.
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 6
               MOVE WS-BKT-LABEL (WS-BKT) TO CAT-TEXT
               MOVE WS-BKT-COUNT (WS-BKT) TO CAT-COUNT
               MOVE WS-BKT-AMOUNT (WS-BKT) TO CAT-AMOUNT
               WRITE ReportLine FROM WS-CAT-LINE
           END-PERFORM.
           WRITE ReportLine FROM WS-RULE.
           MOVE 'ACTIVE DEPOSITS           ' TO CAT-TEXT.
           MOVE WS-BOOK-COUNT TO CAT-COUNT.
           MOVE WS-BOOK-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'INTEREST DUE AT MATURITY  ' TO CAT-TEXT.
           MOVE 0 TO CAT-COUNT.
           MOVE WS-BOOK-INT TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
      *END LINE OF THE PROGRAM.
