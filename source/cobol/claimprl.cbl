       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMPRL.
      ******************************************************************
      * PREMIUM-EARNED LOADER FOR THE CLAIMPRE PLAN PREMIUM FILE       *
      *                                                                *
      * THE BILLING SYSTEM SENDS A MONTHLY FILE OF PREMIUM EARNED PER  *
      * PLAN AND CALENDAR MONTH, WITH THE TAXES AND REGULATORY FEES    *
      * AND THE QUALITY-IMPROVEMENT EXPENSE ALLOCATED TO THE PLAN.     *
      * THE MEDICAL LOSS RATIO REPORT (CLAIMMLR) USED TO TAKE THOSE    *
      * FIGURES FROM A SPREADSHEET; THIS JOB LOADS THEM TO CLAIMPRE.   *
      * A MONTH BILLING HAS ALREADY SENT IS A RESTATEMENT AND          *
      * REPLACES THE ROW ON FILE; IT IS COUNTED SEPARATELY.            *
      *                                                                *
      * A RECORD WITH AN INVALID MONTH, AN UNKNOWN MARKET SEGMENT OR   *
      * A NON-NUMERIC AMOUNT IS REJECTED ON THE REPORT.                *
      *                                                                *
      * INPUT  : PREIN    - THE BILLING SYSTEM'S PREMIUM-EARNED FILE.  *
      * I-O    : CLAIMPRE - THE VSAM KSDS PREMIUM-EARNED FILE.         *
      * OUTPUT : PRLRPT   - THE PER-RUN LOAD REPORT.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREMIUM-INPUT-FILE ASSIGN TO PREIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PREMIUM-EARNED-FILE ASSIGN TO CLAIMPRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRE-KEY
               FILE STATUS IS WS-PREMIUM-FILE-STATUS.
           SELECT PREMIUM-LOAD-REPORT ASSIGN TO PRLRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PREMIUM-INPUT-FILE
           RECORDING MODE IS F.
       01  PREMIUM-INPUT-RECORD.
           05  PRI-PLAN-CODE           PIC X(4).
           05  PRI-EARNED-MONTH        PIC 9(6).
           05  PRI-EARNED-MONTH-X REDEFINES PRI-EARNED-MONTH.
               10  PRI-EARNED-YYYY     PIC 9(4).
               10  PRI-EARNED-MM       PIC 9(2).
           05  PRI-MARKET-SEGMENT      PIC X(1).
           05  PRI-EARNED-PREMIUM      PIC 9(9)V9(2).
           05  PRI-TAXES-AND-FEES      PIC 9(9)V9(2).
           05  PRI-QI-EXPENSE          PIC 9(9)V9(2).
           05  FILLER                  PIC X(36).

       FD  PREMIUM-EARNED-FILE.
       COPY CLAIMPRE.

       FD  PREMIUM-LOAD-REPORT
           RECORDING MODE IS F.
       01  PREMIUM-LOAD-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PREMIUM-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-PREMIUM-INPUT-EOF        PIC X(1) VALUE 'N'.
           88  WS-PREMIUM-INPUT-AT-EOF           VALUE 'Y'.

       01  WS-RESTATED-SW              PIC X(1) VALUE 'N'.
           88  WS-RESTATED                       VALUE 'Y'.

       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-LOADED-COUNT             PIC 9(7) VALUE 0.
       01  WS-RESTATED-COUNT           PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT  PREMIUM-INPUT-FILE
           OPEN I-O    PREMIUM-EARNED-FILE
           OPEN OUTPUT PREMIUM-LOAD-REPORT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           MOVE SPACES TO PREMIUM-LOAD-REPORT-LINE
           MOVE 'PREMIUM EARNED LOAD REPORT' TO PREMIUM-LOAD-REPORT-LINE
           WRITE PREMIUM-LOAD-REPORT-LINE

           PERFORM UNTIL WS-PREMIUM-INPUT-AT-EOF
               READ PREMIUM-INPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-PREMIUM-INPUT-EOF
                   NOT AT END
                       PERFORM DO-LOAD-PREMIUM-EARNED
               END-READ
           END-PERFORM

           MOVE SPACES TO PREMIUM-LOAD-REPORT-LINE
           WRITE PREMIUM-LOAD-REPORT-LINE
           MOVE SPACES TO PREMIUM-LOAD-REPORT-LINE
           STRING 'LOADED: ' WS-LOADED-COUNT
               '  RESTATED: ' WS-RESTATED-COUNT
               '  REJECTED: ' WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO PREMIUM-LOAD-REPORT-LINE
           WRITE PREMIUM-LOAD-REPORT-LINE

           CLOSE PREMIUM-INPUT-FILE
           CLOSE PREMIUM-EARNED-FILE
           CLOSE PREMIUM-LOAD-REPORT

           DISPLAY 'CLAIMPRL: PREMIUM MONTHS LOADED = ' WS-LOADED-COUNT
               ' RESTATED = ' WS-RESTATED-COUNT
               ' REJECTED = ' WS-REJECTED-COUNT

           STOP RUN.

       DO-LOAD-PREMIUM-EARNED SECTION.
      ******************************************************************
      * EDIT THE BILLING RECORD, THEN ADD IT -- OR, WHEN THE PLAN AND
      * MONTH ARE ALREADY ON FILE, REPLACE THE ROW WITH THE RESTATED
      * FIGURES.
      ******************************************************************
           IF PRI-PLAN-CODE = SPACES
           OR PRI-EARNED-MONTH NOT NUMERIC
           OR PRI-EARNED-MM < 1
           OR PRI-EARNED-MM > 12
           OR (PRI-MARKET-SEGMENT NOT = 'I'
               AND PRI-MARKET-SEGMENT NOT = 'S'
               AND PRI-MARKET-SEGMENT NOT = 'L')
           OR PRI-EARNED-PREMIUM NOT NUMERIC
           OR PRI-TAXES-AND-FEES NOT NUMERIC
           OR PRI-QI-EXPENSE NOT NUMERIC
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO PREMIUM-LOAD-REPORT-LINE
               STRING 'PLAN ' PRI-PLAN-CODE
                   ' MONTH ' PRI-EARNED-MONTH
                   ' REJECTED - INVALID PLAN, MONTH, SEGMENT OR AMOUNT'
                   DELIMITED BY SIZE INTO PREMIUM-LOAD-REPORT-LINE
               WRITE PREMIUM-LOAD-REPORT-LINE
               EXIT SECTION
           END-IF

           MOVE PRI-PLAN-CODE      TO PRE-PLAN-CODE
           MOVE PRI-EARNED-MONTH   TO PRE-EARNED-MONTH
           MOVE PRI-MARKET-SEGMENT TO PRE-MARKET-SEGMENT
           MOVE PRI-EARNED-PREMIUM TO PRE-EARNED-PREMIUM
           MOVE PRI-TAXES-AND-FEES TO PRE-TAXES-AND-FEES
           MOVE PRI-QI-EXPENSE     TO PRE-QI-EXPENSE
           MOVE WS-TODAY-DATE      TO PRE-LOADED-DATE
           WRITE PREMIUM-EARNED-RECORD
               INVALID KEY
                   REWRITE PREMIUM-EARNED-RECORD
                   MOVE 'Y' TO WS-RESTATED-SW
               NOT INVALID KEY
                   MOVE 'N' TO WS-RESTATED-SW
           END-WRITE

           IF WS-RESTATED
               ADD 1 TO WS-RESTATED-COUNT
               MOVE SPACES TO PREMIUM-LOAD-REPORT-LINE
               STRING 'PLAN ' PRI-PLAN-CODE
                   ' MONTH ' PRI-EARNED-MONTH
                   ' RESTATED - PRIOR FIGURES REPLACED'
                   DELIMITED BY SIZE INTO PREMIUM-LOAD-REPORT-LINE
               WRITE PREMIUM-LOAD-REPORT-LINE
           ELSE
               ADD 1 TO WS-LOADED-COUNT
           END-IF
           EXIT.
