       IDENTIFICATION DIVISION.
       PROGRAM-ID. paysend.
       AUTHOR. Angelo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PayFile ASSIGN TO "PaymentQueue.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PY-PAYNUM
               FILE STATUS PYFS.
           SELECT ParamFile ASSIGN TO "EODParams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PFFS.
           SELECT OutFile ASSIGN TO "OutboundPayments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS OUFS.
           SELECT SendReport ASSIGN TO "PaymentsSent.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS SNFS.
       DATA DIVISION.
       FILE SECTION.
      *OUTBOUND PAYMENTS QUEUE - FILLED AT THE COUNTER
       FD  PayFile.
       01  PaymentRecord.
           COPY payqueue.
      *END-OF-DAY PARAMETERS MAINTAINED BY OPERATIONS
       FD  ParamFile.
       01  ParamRecord.
           COPY eodparam.
      *OUTBOUND INTERCHANGE FILE FOR THE PAYMENTS NETWORK - A
      *HEADER, ONE LINE PER PAYMENT AND A COUNT-AND-VALUE TRAILER
       FD  OutFile.
       01  OutLine         PIC X(132).
      *SEND REPORT FOR THE OPERATIONS BINDER
       FD  SendReport.
       01  ReportLine      PIC X(80).
       WORKING-STORAGE SECTION.
      *FOR FILE STATUS
       01  PYFS            PIC X(2).
       01  PFFS            PIC X(2).
       01  OUFS            PIC X(2).
       01  SNFS            PIC X(2).
      *TO INDICATE IF EOF
       01  WSEOF           PIC A(1) VALUE 'N'.
      *RUN DATE FROM THE PARAMETER FILE; 0 = NONE, USE THE CLOCK
       01  WS-RUN-DATE     PIC 9(8) VALUE 0.
      *FOR THE RUN TOTALS
       01  WS-SENT-COUNT   PIC 9(7) VALUE 0.
       01  WS-SENT-TOTAL   PIC 9(11)V99 VALUE 0.
       01  WS-AGAIN-COUNT  PIC 9(7) VALUE 0.
       01  WS-AGAIN-TOTAL  PIC 9(11)V99 VALUE 0.
       01  WS-LATER-COUNT  PIC 9(7) VALUE 0.
       01  WS-LATER-TOTAL  PIC 9(11)V99 VALUE 0.
      *INTERCHANGE FILE RECORDS
       01  WS-OUT-HDR.
           02 FILLER       PIC X(2) VALUE 'H '.
           02 FILLER       PIC X(11) VALUE 'BANQUEDOR  '.
           02 OTH-DATE     PIC 9(8).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 FILLER       PIC X(17) VALUE 'OUTBOUND PAYMENTS'.
           02 FILLER       PIC X(93) VALUE SPACES.
       01  WS-OUT-DTL.
           02 FILLER       PIC X(2) VALUE 'D '.
           02 OTD-PAYNUM   PIC 9(6).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 OTD-ACCNUM   PIC 9(4).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 OTD-AMOUNT   PIC 9(7).99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 OTD-BANK     PIC X(11).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 OTD-ACCT     PIC X(20).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 OTD-NAME     PIC X(30).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 OTD-PAYREF   PIC X(16).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 OTD-ENTRY    PIC 9(8).
           02 FILLER       PIC X(18) VALUE SPACES.
       01  WS-OUT-TRL.
           02 FILLER       PIC X(2) VALUE 'T '.
           02 OTT-COUNT    PIC 9(7).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 OTT-TOTAL    PIC 9(11).99.
           02 FILLER       PIC X(108) VALUE SPACES.
      *REPORT LINES
       01  WS-RPT-HDR.
           02 FILLER       PIC X(38)
               VALUE "Banque d'or OUTBOUND PAYMENTS SENT    ".
           02 RH-DATE      PIC 9(8).
           02 FILLER       PIC X(34) VALUE SPACES.
       01  WS-RULE         PIC X(56) VALUE ALL '-'.
       01  WS-PAY-LINE.
           02 FILLER       PIC X(8) VALUE 'PAYMENT '.
           02 PL-PAYNUM    PIC 9(6).
           02 FILLER       PIC X(6) VALUE '  ACC '.
           02 PL-ACCNUM    PIC 9(4).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 PL-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 PL-BANK      PIC X(11).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 PL-NOTE      PIC X(10).
           02 FILLER       PIC X(17) VALUE SPACES.
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
           DISPLAY "*   Banque d'or OUTBOUND PAYMENTS SEND JOB       *".
           DISPLAY '**************************************************'.
           PERFORM PARA-GET-RUN-DATE.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-RUN-DATE TO RH-DATE.
           MOVE WS-RUN-DATE TO OTH-DATE.
           OPEN OUTPUT SendReport.
           WRITE ReportLine FROM WS-RPT-HDR.
           WRITE ReportLine FROM WS-RULE.
           OPEN OUTPUT OutFile.
           WRITE OutLine FROM WS-OUT-HDR.
           PERFORM PARA-SEND-QUEUE.
           MOVE WS-SENT-COUNT TO OTT-COUNT.
           MOVE WS-SENT-TOTAL TO OTT-TOTAL.
           WRITE OutLine FROM WS-OUT-TRL.
           CLOSE OutFile.
           PERFORM PARA-WRITE-CONTROL.
           CLOSE SendReport.
           DISPLAY 'PAYMENTS SEND COMPLETE. ON FILE: ' WS-SENT-COUNT
               ' HELD FOR LATER: ' WS-LATER-COUNT.
           DISPLAY 'INTERCHANGE FILE: OutboundPayments.dat'.
           DISPLAY 'REPORT WRITTEN TO PaymentsSent.txt'.
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

       PARA-SEND-QUEUE.
           OPEN I-O PayFile.
           IF PYFS NOT = "00"
               DISPLAY 'NO OUTBOUND PAYMENTS QUEUE ON FILE. NOTHING '
                   'TO SEND.'
               MOVE 'NO OUTBOUND PAYMENTS QUEUE ON FILE' TO ReportLine
               WRITE ReportLine
           ELSE
               MOVE 0 TO PY-PAYNUM
               START PayFile KEY NOT LESS THAN PY-PAYNUM
                   INVALID KEY MOVE 'Y' TO WSEOF
               END-START
               PERFORM UNTIL WSEOF = 'Y'
                   READ PayFile NEXT
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM PARA-ONE-PAYMENT
                   END-READ
               END-PERFORM
               CLOSE PayFile
           END-IF.

      *EVERY QUEUED PAYMENT TAKEN ON OR BEFORE THE RUN DATE GOES
      *OUT TONIGHT. ONE ALREADY MARKED SENT UNDER TONIGHT'S DATE IS
      *WRITTEN AGAIN, SO A RERUN OF THE STEP REBUILDS THE WHOLE
      *NIGHT'S FILE RATHER THAN A FILE OF ONLY THE STRAGGLERS. A
      *PAYMENT KEYED AFTER THE RUN DATE WAITS FOR THE NEXT NIGHT.
       PARA-ONE-PAYMENT.
           IF PY-QUEUED
               IF PY-ENTRY-DATE > WS-RUN-DATE
                   ADD 1 TO WS-LATER-COUNT
                   ADD PY-AMOUNT TO WS-LATER-TOTAL
               ELSE
                   MOVE 'S' TO PY-STATUS
                   MOVE WS-RUN-DATE TO PY-SENT-DATE
                   REWRITE PaymentRecord
                   END-REWRITE
                   IF PYFS = "00"
                       MOVE SPACES TO PL-NOTE
                       PERFORM PARA-WRITE-PAYMENT
                   ELSE
                       DISPLAY 'PAYMENT ' PY-PAYNUM ' COULD NOT BE '
                           'MARKED SENT. STATUS ' PYFS
                       ADD 1 TO WS-LATER-COUNT
                       ADD PY-AMOUNT TO WS-LATER-TOTAL
                   END-IF
               END-IF
           ELSE IF PY-SENT AND PY-SENT-DATE = WS-RUN-DATE
               ADD 1 TO WS-AGAIN-COUNT
               ADD PY-AMOUNT TO WS-AGAIN-TOTAL
               MOVE 'REWRITTEN' TO PL-NOTE
               PERFORM PARA-WRITE-PAYMENT
           END-IF
           END-IF.

       PARA-WRITE-PAYMENT.
           ADD 1 TO WS-SENT-COUNT.
           ADD PY-AMOUNT TO WS-SENT-TOTAL.
           MOVE PY-PAYNUM TO OTD-PAYNUM.
           MOVE PY-ACCNUM TO OTD-ACCNUM.
           MOVE PY-AMOUNT TO OTD-AMOUNT.
           MOVE PY-BENEF-BANK TO OTD-BANK.
           MOVE PY-BENEF-ACCT TO OTD-ACCT.
           MOVE PY-BENEF-NAME TO OTD-NAME.
           MOVE PY-PAYREF TO OTD-PAYREF.
           MOVE PY-ENTRY-DATE TO OTD-ENTRY.
           WRITE OutLine FROM WS-OUT-DTL.
           MOVE PY-PAYNUM TO PL-PAYNUM.
           MOVE PY-ACCNUM TO PL-ACCNUM.
           MOVE PY-AMOUNT TO PL-AMOUNT.
           MOVE PY-BENEF-BANK TO PL-BANK.
           WRITE ReportLine FROM WS-PAY-LINE.

       PARA-WRITE-CONTROL.
           WRITE ReportLine FROM WS-RULE.
           MOVE 'PAYMENTS ON OUTBOUND FILE ' TO CAT-TEXT.
           MOVE WS-SENT-COUNT TO CAT-COUNT.
           MOVE WS-SENT-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE '  OF WHICH SENT EARLIER   ' TO CAT-TEXT.
           MOVE WS-AGAIN-COUNT TO CAT-COUNT.
           MOVE WS-AGAIN-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'HELD FOR A LATER RUN      ' TO CAT-TEXT.
           MOVE WS-LATER-COUNT TO CAT-COUNT.
           MOVE WS-LATER-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
      *END LINE OF THE PROGRAM.
