       IDENTIFICATION DIVISION.
       PROGRAM-ID. pendrpt.
       AUTHOR. Angelo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PendFile ASSIGN TO "PendingChanges.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PC-PENDNUM
               FILE STATUS PCFS.
           SELECT ParamFile ASSIGN TO "EODParams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PFFS.
           SELECT ExcReport ASSIGN TO "PendingExceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS ERFS.
       DATA DIVISION.
       FILE SECTION.
      *PENDING CHANGES RAISED BY ACCTMAINT AND REVERSAL AND
      *DECIDED THROUGH THE APPROVAL PROGRAM
       FD  PendFile.
       01  PendRecord.
           COPY pendchg.
      *END-OF-DAY PARAMETERS MAINTAINED BY OPERATIONS
       FD  ParamFile.
       01  ParamRecord.
           COPY eodparam.
      *EXCEPTIONS REPORT - ONE LINE PER CHANGE STILL NOT DECIDED
       FD  ExcReport.
       01  ReportLine      PIC X(80).
       WORKING-STORAGE SECTION.
      *FOR FILE STATUS
       01  PCFS            PIC X(2).
       01  PFFS            PIC X(2).
       01  ERFS            PIC X(2).
      *TO INDICATE IF EOF ON THE PENDING FILE BROWSE
       01  WS-PEND-EOF     PIC A(1) VALUE 'N'.
      *RUN DATE - ITEMS RAISED BEFORE IT ARE CALLED OUT AS OVERDUE
       01  WS-RUN-DATE     PIC 9(8).
      *FOR THE RUN TOTALS
       01  WS-PEND-COUNT   PIC 9(5) VALUE 0.
       01  WS-OLD-COUNT    PIC 9(5) VALUE 0.
       01  WS-REV-COUNT    PIC 9(5) VALUE 0.
      *REPORT LINES
       01  WS-RPT-HDR.
           02 FILLER       PIC X(34)
               VALUE "Banque d'or CHANGES NOT APPROVED  ".
           02 RH-DATE      PIC 9(8).
           02 FILLER       PIC X(38) VALUE SPACES.
       01  WS-RULE         PIC X(50) VALUE ALL '-'.
       01  WS-DTL-LINE.
           02 FILLER       PIC X(5) VALUE 'ITEM '.
           02 DTL-PENDNUM  PIC 9(6).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 DTL-ACCNUM   PIC 9(4).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 DTL-ACTION   PIC X(1).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 DTL-OLDVAL   PIC X(12).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 DTL-NEWVAL   PIC X(12).
           02 FILLER       PIC X(4) VALUE ' BY '.
           02 DTL-MAKER    PIC X(8).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 DTL-MADE     PIC 9(8).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 DTL-FLAG     PIC X(7).
           02 FILLER       PIC X(5) VALUE SPACES.
       01  WS-SUM-LINE.
           02 SUM-TEXT     PIC X(30).
           02 SUM-COUNT    PIC Z(4)9.
           02 FILLER       PIC X(45) VALUE SPACES.
      *ONLY IN NEW LINE
       01  WS-BLANK        PIC X(25) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************************'.
           DISPLAY "*    Banque d'or PENDING CHANGES EXCEPTIONS      *".
           DISPLAY '**************************************************'.
           PERFORM PARA-GET-RUN-DATE.
           MOVE WS-RUN-DATE TO RH-DATE.
           OPEN OUTPUT ExcReport.
           WRITE ReportLine FROM WS-RPT-HDR.
           WRITE ReportLine FROM WS-RULE.
           PERFORM PARA-SCAN-PENDING.
           PERFORM PARA-WRITE-SUMMARY.
           CLOSE ExcReport.
           DISPLAY 'PENDING CHANGES LISTED: ' WS-PEND-COUNT.
           DISPLAY 'REPORT WRITTEN TO PendingExceptions.txt'.
           GOBACK.

      *THE RUN DATE COMES FROM THE OPERATIONS PARAMETER FILE WHEN
      *ONE IS PRESENT; THE CONSOLE PROMPT IS ONLY THE FALLBACK
       PARA-GET-RUN-DATE.
           OPEN INPUT ParamFile.
           IF PFFS = "00"
               READ ParamFile
                   AT END
                       PERFORM PARA-ASK-DATE
                   NOT AT END
                       MOVE PR-RUN-DATE TO WS-RUN-DATE
                       DISPLAY 'RUN DATE FROM PARAMETER FILE: '
                           PR-RUN-DATE
               END-READ
               CLOSE ParamFile
           ELSE
               PERFORM PARA-ASK-DATE
           END-IF.

       PARA-ASK-DATE.
           DISPLAY 'RUN DATE (YYYYMMDD): ' WITH NO ADVANCING.
           ACCEPT WS-RUN-DATE.

       PARA-SCAN-PENDING.
           OPEN INPUT PendFile.
           IF PCFS NOT = "00"
               DISPLAY 'NO PENDING CHANGES FILE. NOTHING TO LIST.'
               MOVE 'NO PENDING CHANGES ON FILE' TO ReportLine
               WRITE ReportLine
           ELSE
               MOVE 0 TO PC-PENDNUM
               START PendFile KEY NOT LESS THAN PC-PENDNUM
                   INVALID KEY MOVE 'Y' TO WS-PEND-EOF
               END-START
               PERFORM UNTIL WS-PEND-EOF = 'Y'
                   READ PendFile NEXT
                       AT END MOVE 'Y' TO WS-PEND-EOF
                       NOT AT END PERFORM PARA-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE PendFile
           END-IF.

      *ONLY ITEMS NEITHER APPROVED NOR REJECTED ARE LISTED. ONE
      *RAISED BEFORE THE RUN DATE HAS WAITED OVER A BUSINESS DAY
      *AND IS FLAGGED SO IT IS CHASED FIRST.
       PARA-ONE-ITEM.
           IF PC-PENDING
               MOVE PC-PENDNUM TO DTL-PENDNUM
               MOVE PC-ACCNUM TO DTL-ACCNUM
               MOVE PC-ACTION TO DTL-ACTION
               MOVE PC-OLDVAL TO DTL-OLDVAL
               MOVE PC-NEWVAL TO DTL-NEWVAL
               MOVE PC-MAKER TO DTL-MAKER
               MOVE PC-MAKE-DATE TO DTL-MADE
               IF PC-MAKE-DATE LESS THAN WS-RUN-DATE
                   MOVE 'OVERDUE' TO DTL-FLAG
                   ADD 1 TO WS-OLD-COUNT
               ELSE
                   MOVE SPACES TO DTL-FLAG
               END-IF
               WRITE ReportLine FROM WS-DTL-LINE
               ADD 1 TO WS-PEND-COUNT
               IF PC-REVERSAL
                   ADD 1 TO WS-REV-COUNT
               END-IF
           END-IF.

       PARA-WRITE-SUMMARY.
           WRITE ReportLine FROM WS-RULE.
           MOVE 'CHANGES STILL PENDING       ' TO SUM-TEXT.
           MOVE WS-PEND-COUNT TO SUM-COUNT.
           WRITE ReportLine FROM WS-SUM-LINE.
           MOVE 'OF WHICH REVERSALS          ' TO SUM-TEXT.
           MOVE WS-REV-COUNT TO SUM-COUNT.
           WRITE ReportLine FROM WS-SUM-LINE.
           MOVE 'RAISED BEFORE TODAY         ' TO SUM-TEXT.
           MOVE WS-OLD-COUNT TO SUM-COUNT.
           WRITE ReportLine FROM WS-SUM-LINE.
      *END LINE OF THE PROGRAM.
