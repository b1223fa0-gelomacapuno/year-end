           02 EC-STEP-GLX   PIC X(1).
           02 EC-STEP-CMP   PIC X(1).
           02 EC-STEP-UNL   PIC X(1).
           02 EC-STEP-PND   PIC X(1).
           02 EC-STEP-CQC   PIC X(1).
           02 EC-STEP-PRJ   PIC X(1).
           02 EC-STEP-PSN   PIC X(1).
           02 EC-STEP-TDM   PIC X(1).
           02 EC-STEP-NTC   PIC X(1).
           02 EC-STEP-AUD   PIC X(1).
      *CONSOLIDATED SUMMARY PAGE FOR THE OPERATIONS LOG
       FD  SumReport.
       01  ReportLine       PIC X(80).
           02 WS-STEP-GLX  PIC X(1) VALUE 'N'.
           02 WS-STEP-CMP  PIC X(1) VALUE 'N'.
           02 WS-STEP-UNL  PIC X(1) VALUE 'N'.
           02 WS-STEP-PND  PIC X(1) VALUE 'N'.
           02 WS-STEP-CQC  PIC X(1) VALUE 'N'.
           02 WS-STEP-PRJ  PIC X(1) VALUE 'N'.
           02 WS-STEP-PSN  PIC X(1) VALUE 'N'.
           02 WS-STEP-TDM  PIC X(1) VALUE 'N'.
           02 WS-STEP-NTC  PIC X(1) VALUE 'N'.
           02 WS-STEP-AUD  PIC X(1) VALUE 'N'.
      *SET WHEN A STEP CANNOT BE CALLED, TO STOP THE CHAIN
       01  WS-ABORT        PIC 9  VALUE 0.
      *HOW EACH STEP ENDED, FOR THE SUMMARY PAGE
       01  WS-RESULT-AUD   PIC X(12) VALUE 'NOT RUN'.
       01  WS-RESULT-CRI   PIC X(12) VALUE 'NOT RUN'.
       01  WS-RESULT-HLD   PIC X(12) VALUE 'NOT RUN'.
       01  WS-RESULT-TDM   PIC X(12) VALUE 'NOT RUN'.
       01  WS-RESULT-PRJ   PIC X(12) VALUE 'NOT RUN'.
       01  WS-RESULT-CQC   PIC X(12) VALUE 'NOT RUN'.
       01  WS-RESULT-FEE   PIC X(12) VALUE 'NOT RUN'.
       01  WS-RESULT-INT   PIC X(12) VALUE 'NOT RUN'.
       01  WS-RESULT-TRB   PIC X(12) VALUE 'NOT RUN'.
       01  WS-RESULT-REC   PIC X(12) VALUE 'NOT RUN'.
       01  WS-RESULT-PSN   PIC X(12) VALUE 'NOT RUN'.
       01  WS-RESULT-GLX   PIC X(12) VALUE 'NOT RUN'.
       01  WS-RESULT-CMP   PIC X(12) VALUE 'NOT RUN'.
       01  WS-RESULT-PND   PIC X(12) VALUE 'NOT RUN'.
       01  WS-RESULT-NTC   PIC X(12) VALUE 'NOT RUN'.
       01  WS-RESULT-UNL   PIC X(12) VALUE 'NOT RUN'.
      *REPORT LINES
       01  WS-RPT-HDR.
           MOVE WS-RUN-DATE TO WS-CTL-DATE.

       PARA-RUN-STEPS.
      *THE INTEGRITY AUDIT RUNS BEFORE ANYTHING POSTS. A SEVERE
      *BREAK (RETURN CODE OVER 4) STOPS THE CHAIN HERE SO THE FILES
      *CAN BE PUT RIGHT FIRST; THE STEP IS NOT MARKED DONE, SO THE
      *RERUN AUDITS THEM AGAIN.
           IF WS-STEP-AUD = 'Y'
               MOVE 'DONE EARLIER' TO WS-RESULT-AUD
           ELSE
               DISPLAY WS-BLANK
               DISPLAY '>>> STEP 1: FILE INTEGRITY AUDIT'
               MOVE 0 TO RETURN-CODE
               CALL 'integaud'
                   ON EXCEPTION
                       DISPLAY 'STEP 1 COULD NOT BE RUN.'
                       MOVE 1 TO WS-ABORT
               END-CALL
               IF WS-ABORT = 0
                   IF RETURN-CODE > 4
                       DISPLAY 'SEVERE INTEGRITY BREAKS - SEE '
                           'IntegrityAudit.txt. POSTING STEPS NOT RUN.'
                       MOVE 'SEVERE BREAK' TO WS-RESULT-AUD
                       MOVE 1 TO WS-ABORT
                   ELSE
                       MOVE 'Y' TO WS-STEP-AUD
                       IF RETURN-CODE > 0
                           MOVE 'WARNINGS' TO WS-RESULT-AUD
                       ELSE
                           MOVE 'COMPLETED' TO WS-RESULT-AUD
                       END-IF
                       PERFORM PARA-SAVE-CONTROL
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-ABORT = 0
               IF WS-STEP-CRI = 'Y'
                   MOVE 'DONE EARLIER' TO WS-RESULT-CRI
               ELSE
                   DISPLAY WS-BLANK
                   DISPLAY '>>> STEP 2: INBOUND CREDITS'
                   CALL 'crimport'
                       ON EXCEPTION
                           DISPLAY 'STEP 2 COULD NOT BE RUN.'
                           MOVE 1 TO WS-ABORT
                   END-CALL
                   IF WS-ABORT = 0
                       MOVE 'Y' TO WS-STEP-CRI
                       MOVE 'COMPLETED' TO WS-RESULT-CRI
                       PERFORM PARA-SAVE-CONTROL
                   END-IF
               END-IF
           END-IF.
           IF WS-ABORT = 0
                   MOVE 'DONE EARLIER' TO WS-RESULT-HLD
               ELSE
                   DISPLAY WS-BLANK
                   DISPLAY '>>> STEP 3: HOLD RELEASE'
                   CALL 'holdrel'
                       ON EXCEPTION
                           DISPLAY 'STEP 3 COULD NOT BE RUN.'
                           MOVE 1 TO WS-ABORT
                   END-CALL
                   IF WS-ABORT = 0
                   END-IF
               END-IF
           END-IF.
      *TERM DEPOSITS FALLING DUE ARE PAID BACK (OR ROLLED OVER)
      *BEFORE FEES AND INTEREST SO THE MONEY IS ON THE FUNDING
      *ACCOUNT FOR THE REST OF THE NIGHT
           IF WS-ABORT = 0
               IF WS-STEP-TDM = 'Y'
                   MOVE 'DONE EARLIER' TO WS-RESULT-TDM
               ELSE
                   DISPLAY WS-BLANK
                   DISPLAY '>>> STEP 4: TERM DEPOSIT MATURITIES'
                   CALL 'tdmature'
                       ON EXCEPTION
                           DISPLAY 'STEP 4 COULD NOT BE RUN.'
                           MOVE 1 TO WS-ABORT
                   END-CALL
                   IF WS-ABORT = 0
                       MOVE 'Y' TO WS-STEP-TDM
                       MOVE 'COMPLETED' TO WS-RESULT-TDM
                       PERFORM PARA-SAVE-CONTROL
                   END-IF
               END-IF
           END-IF.
      *PAYMENTS THE RECEIVING BANK SENT BACK ARE CREDITED BEFORE
      *CHEQUES ARE CLEARED, SO THE RETURNED FUNDS CAN MEET THEM
           IF WS-ABORT = 0
               IF WS-STEP-PRJ = 'Y'
                   MOVE 'DONE EARLIER' TO WS-RESULT-PRJ
               ELSE
                   DISPLAY WS-BLANK
                   DISPLAY '>>> STEP 5: RETURNED EXTERNAL PAYMENTS'
                   CALL 'payrtn'
                       ON EXCEPTION
                           DISPLAY 'STEP 5 COULD NOT BE RUN.'
                           MOVE 1 TO WS-ABORT
                   END-CALL
                   IF WS-ABORT = 0
                       MOVE 'Y' TO WS-STEP-PRJ
                       MOVE 'COMPLETED' TO WS-RESULT-PRJ
                       PERFORM PARA-SAVE-CONTROL
                   END-IF
               END-IF
           END-IF.
      *INWARD CHEQUES ARE PAID AFTER HOLDS ARE RELEASED SO FUNDS
      *THAT CLEARED TODAY COUNT, AND BEFORE FEES AND INTEREST SO
      *THE DAY'S BALANCES INCLUDE THE CHEQUES PAID
           IF WS-ABORT = 0
               IF WS-STEP-CQC = 'Y'
                   MOVE 'DONE EARLIER' TO WS-RESULT-CQC
               ELSE
                   DISPLAY WS-BLANK
                   DISPLAY '>>> STEP 6: INWARD CHEQUE CLEARING'
                   CALL 'chqclear'
                       ON EXCEPTION
                           DISPLAY 'STEP 6 COULD NOT BE RUN.'
                           MOVE 1 TO WS-ABORT
                   END-CALL
                   IF WS-ABORT = 0
                       MOVE 'Y' TO WS-STEP-CQC
                       MOVE 'COMPLETED' TO WS-RESULT-CQC
                       PERFORM PARA-SAVE-CONTROL
                   END-IF
               END-IF
           END-IF.
      *FEES MUST GO ON BEFORE INTEREST - THE INTEREST STEP RESETS
      *THE WITHDRAWAL COUNTERS THE EXCESS FEE IS COUNTED FROM
           IF WS-ABORT = 0
                   MOVE 'DONE EARLIER' TO WS-RESULT-FEE
               ELSE
                   DISPLAY WS-BLANK
                   DISPLAY '>>> STEP 7: FEE ASSESSMENT'
                   CALL 'feepost'
                       ON EXCEPTION
                           DISPLAY 'STEP 7 COULD NOT BE RUN.'
                           MOVE 1 TO WS-ABORT
                   END-CALL
                   IF WS-ABORT = 0
                   MOVE 'DONE EARLIER' TO WS-RESULT-INT
               ELSE
                   DISPLAY WS-BLANK
                   DISPLAY '>>> STEP 8: INTEREST POSTING'
                   CALL 'interest'
                       ON EXCEPTION
                           DISPLAY 'STEP 8 COULD NOT BE RUN.'
                           MOVE 1 TO WS-ABORT
                   END-CALL
                   IF WS-ABORT = 0
                   MOVE 'DONE EARLIER' TO WS-RESULT-TRB
               ELSE
                   DISPLAY WS-BLANK
                   DISPLAY '>>> STEP 9: TRIAL BALANCE'
                   CALL 'trialbal'
                       ON EXCEPTION
                           DISPLAY 'STEP 9 COULD NOT BE RUN.'
                           MOVE 1 TO WS-ABORT
                   END-CALL
                   IF WS-ABORT = 0
                   MOVE 'DONE EARLIER' TO WS-RESULT-REC
               ELSE
                   DISPLAY WS-BLANK
                   DISPLAY '>>> STEP 10: RECONCILIATION'
                   CALL 'recon'
                       ON EXCEPTION
                           DISPLAY 'STEP 10 COULD NOT BE RUN.'
                           MOVE 1 TO WS-ABORT
                   END-CALL
                   IF WS-ABORT = 0
                   END-IF
               END-IF
           END-IF.
      *THE DAY'S EXTERNAL PAYMENTS GO ON THE OUTBOUND FILE BEFORE
      *THE GL EXTRACT, SO THE SETTLEMENT ACCOUNT AND THE FILE
      *TOTALS TIE FOR THE SAME NIGHT
           IF WS-ABORT = 0
               IF WS-STEP-PSN = 'Y'
                   MOVE 'DONE EARLIER' TO WS-RESULT-PSN
               ELSE
                   DISPLAY WS-BLANK
                   DISPLAY '>>> STEP 11: OUTBOUND PAYMENTS FILE'
                   CALL 'paysend'
                       ON EXCEPTION
                           DISPLAY 'STEP 11 COULD NOT BE RUN.'
                           MOVE 1 TO WS-ABORT
                   END-CALL
                   IF WS-ABORT = 0
                       MOVE 'Y' TO WS-STEP-PSN
                       MOVE 'COMPLETED' TO WS-RESULT-PSN
                       PERFORM PARA-SAVE-CONTROL
                   END-IF
               END-IF
           END-IF.
           IF WS-ABORT = 0
               IF WS-STEP-GLX = 'Y'
                   MOVE 'DONE EARLIER' TO WS-RESULT-GLX
               ELSE
                   DISPLAY WS-BLANK
                   DISPLAY '>>> STEP 12: GL EXTRACT'
                   CALL 'glextract'
                       ON EXCEPTION
                           DISPLAY 'STEP 12 COULD NOT BE RUN.'
                           MOVE 1 TO WS-ABORT
                   END-CALL
                   IF WS-ABORT = 0
                   MOVE 'DONE EARLIER' TO WS-RESULT-CMP
               ELSE
                   DISPLAY WS-BLANK
                   DISPLAY '>>> STEP 13: COMPLIANCE REPORT'
                   CALL 'complrpt'
                       ON EXCEPTION
                           DISPLAY 'STEP 13 COULD NOT BE RUN.'
                           MOVE 1 TO WS-ABORT
                   END-CALL
                   IF WS-ABORT = 0
                   END-IF
               END-IF
           END-IF.
      *ANY CHANGE STILL WAITING FOR A SECOND SUPERVISOR IS LISTED
      *FOR THE MORNING - NOTHING PENDING IS EVER APPLIED HERE
           IF WS-ABORT = 0
               IF WS-STEP-PND = 'Y'
                   MOVE 'DONE EARLIER' TO WS-RESULT-PND
               ELSE
                   DISPLAY WS-BLANK
                   DISPLAY '>>> STEP 14: PENDING CHANGES EXCEPTIONS'
                   CALL 'pendrpt'
                       ON EXCEPTION
                           DISPLAY 'STEP 14 COULD NOT BE RUN.'
                           MOVE 1 TO WS-ABORT
                   END-CALL
                   IF WS-ABORT = 0
                       MOVE 'Y' TO WS-STEP-PND
                       MOVE 'COMPLETED' TO WS-RESULT-PND
                       PERFORM PARA-SAVE-CONTROL
                   END-IF
               END-IF
           END-IF.
      *CUSTOMER NOTICES RUN AFTER EVERY POSTING STEP SO THE LETTERS
      *REFLECT THE NIGHT'S FEES, FREEZES AND CLOSING BALANCES
           IF WS-ABORT = 0
               IF WS-STEP-NTC = 'Y'
                   MOVE 'DONE EARLIER' TO WS-RESULT-NTC
               ELSE
                   DISPLAY WS-BLANK
                   DISPLAY '>>> STEP 15: CUSTOMER NOTICES'
                   CALL 'notices'
                       ON EXCEPTION
                           DISPLAY 'STEP 15 COULD NOT BE RUN.'
                           MOVE 1 TO WS-ABORT
                   END-CALL
                   IF WS-ABORT = 0
                       MOVE 'Y' TO WS-STEP-NTC
                       MOVE 'COMPLETED' TO WS-RESULT-NTC
                       PERFORM PARA-SAVE-CONTROL
                   END-IF
               END-IF
           END-IF.
      *THE UNLOAD RUNS LAST SO EVERY MORNING STARTS WITH LAST
      *NIGHT'S RESTORABLE COPY OF THE CUSTOMER MASTER
           IF WS-ABORT = 0
                   MOVE 'DONE EARLIER' TO WS-RESULT-UNL
               ELSE
                   DISPLAY WS-BLANK
                   DISPLAY '>>> STEP 16: CUSTOMER MASTER UNLOAD'
                   CALL 'custunld'
                       ON EXCEPTION
                           DISPLAY 'STEP 16 COULD NOT BE RUN.'
                           MOVE 1 TO WS-ABORT
                   END-CALL
                   IF WS-ABORT = 0
           OPEN OUTPUT SumReport.
           WRITE ReportLine FROM WS-RPT-HDR.
           WRITE ReportLine FROM WS-RULE.
           MOVE 'STEP 1 INTEGRITY AUDIT      ' TO STP-TEXT.
           MOVE WS-RESULT-AUD TO STP-RESULT.
           WRITE ReportLine FROM WS-STEP-LINE.
           MOVE 'STEP 2 INBOUND CREDITS      ' TO STP-TEXT.
           MOVE WS-RESULT-CRI TO STP-RESULT.
           WRITE ReportLine FROM WS-STEP-LINE.
           MOVE 'STEP 3 HOLD RELEASE         ' TO STP-TEXT.
           MOVE WS-RESULT-HLD TO STP-RESULT.
           WRITE ReportLine FROM WS-STEP-LINE.
           MOVE 'STEP 4 TERM DEPOSITS        ' TO STP-TEXT.
           MOVE WS-RESULT-TDM TO STP-RESULT.
           WRITE ReportLine FROM WS-STEP-LINE.
           MOVE 'STEP 5 PAYMENT RETURNS      ' TO STP-TEXT.
           MOVE WS-RESULT-PRJ TO STP-RESULT.
           WRITE ReportLine FROM WS-STEP-LINE.
           MOVE 'STEP 6 CHEQUE CLEARING      ' TO STP-TEXT.
           MOVE WS-RESULT-CQC TO STP-RESULT.
           WRITE ReportLine FROM WS-STEP-LINE.
           MOVE 'STEP 7 FEE ASSESSMENT       ' TO STP-TEXT.
           MOVE WS-RESULT-FEE TO STP-RESULT.
           WRITE ReportLine FROM WS-STEP-LINE.
           MOVE 'STEP 8 INTEREST POSTING     ' TO STP-TEXT.
           MOVE WS-RESULT-INT TO STP-RESULT.
           WRITE ReportLine FROM WS-STEP-LINE.
           MOVE 'STEP 9 TRIAL BALANCE        ' TO STP-TEXT.
           MOVE WS-RESULT-TRB TO STP-RESULT.
           WRITE ReportLine FROM WS-STEP-LINE.
           MOVE 'STEP 10 RECONCILIATION      ' TO STP-TEXT.
           MOVE WS-RESULT-REC TO STP-RESULT.
           WRITE ReportLine FROM WS-STEP-LINE.
           MOVE 'STEP 11 OUTBOUND PAYMENTS   ' TO STP-TEXT.
           MOVE WS-RESULT-PSN TO STP-RESULT.
           WRITE ReportLine FROM WS-STEP-LINE.
           MOVE 'STEP 12 GL EXTRACT          ' TO STP-TEXT.
           MOVE WS-RESULT-GLX TO STP-RESULT.
           WRITE ReportLine FROM WS-STEP-LINE.
           MOVE 'STEP 13 COMPLIANCE REPORT   ' TO STP-TEXT.
           MOVE WS-RESULT-CMP TO STP-RESULT.
           WRITE ReportLine FROM WS-STEP-LINE.
           MOVE 'STEP 14 PENDING CHANGES     ' TO STP-TEXT.
           MOVE WS-RESULT-PND TO STP-RESULT.
           WRITE ReportLine FROM WS-STEP-LINE.
           MOVE 'STEP 15 CUSTOMER NOTICES    ' TO STP-TEXT.
           MOVE WS-RESULT-NTC TO STP-RESULT.
           WRITE ReportLine FROM WS-STEP-LINE.
           MOVE 'STEP 16 CUSTOMER UNLOAD     ' TO STP-TEXT.
           MOVE WS-RESULT-UNL TO STP-RESULT.
           WRITE ReportLine FROM WS-STEP-LINE.
           WRITE ReportLine FROM WS-RULE.
