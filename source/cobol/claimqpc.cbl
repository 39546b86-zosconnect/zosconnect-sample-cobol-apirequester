       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMQPC.
      ******************************************************************
      * QUALIFYING PAYMENT AMOUNT REBUILD                              *
      *                                                                *
      * A CLAIM PROTECTED BY THE NO SURPRISES ACT (RSP-CLAIM-NSA-FLAG) *
      * IS PRICED AT THE QUALIFYING PAYMENT AMOUNT -- THE MEDIAN OF    *
      * OUR CONTRACTED RATES FOR THE SAME SERVICE. THIS JOB READS      *
      * EVERY CLAIMFEE CONTRACTED RATE, GROUPS THEM BY PROCEDURE CODE  *
      * AND WRITES (OR REPLACES) EACH PROCEDURE'S MEDIAN ON CLAIMQPA,  *
      * WHERE DO-REPRICE-LINE-AT-QPA IN CLAIMCI0 LOOKS IT UP. WITH AN  *
      * EVEN NUMBER OF RATES THE MEDIAN IS THE AVERAGE OF THE TWO      *
      * MIDDLE RATES. RUN AFTER EACH FEE SCHEDULE LOAD AND AT LEAST    *
      * ONCE A YEAR, AS THE QPA IS INDEXED ANNUALLY.                   *
      *                                                                *
      * RATES ARE HELD IN STORAGE IN PROCEDURE/AMOUNT ORDER; RATES     *
      * BEYOND THE TABLE ARE COUNTED AND REPORTED, NOT SILENTLY        *
      * DROPPED.                                                       *
      *                                                                *
      * INPUT  : CLAIMFEE - CONTRACTED FEE SCHEDULE (KSDS).            *
      * I-O    : CLAIMQPA - QUALIFYING PAYMENT AMOUNTS (KSDS).         *
      * OUTPUT : QPARPT   - ONE LINE PER PROCEDURE REBUILT.            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-FILE ASSIGN TO CLAIMFEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEE-FILE-STATUS.
           SELECT QPA-FILE ASSIGN TO CLAIMQPA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QPA-PROCEDURE-CODE
               FILE STATUS IS WS-QPA-FILE-STATUS.
           SELECT QPA-REPORT ASSIGN TO QPARPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-FILE.
       COPY CLAIMFEE.

       FD  QPA-FILE.
       COPY CLAIMQPA.

       FD  QPA-REPORT
           RECORDING MODE IS F.
       01  QPA-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FEE-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-QPA-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-FEE-EOF                  PIC X(1) VALUE 'N'.
           88  WS-FEE-AT-EOF                     VALUE 'Y'.

      ******************************************************************
      * EVERY CONTRACTED RATE, KEPT IN PROCEDURE CODE THEN AMOUNT
      * ORDER AS IT IS LOADED, SO EACH PROCEDURE'S RATES SIT TOGETHER
      * ALREADY RANKED FOR THE MEDIAN.
      ******************************************************************
       01  WS-RATE-TABLE.
           05  WS-RT-ENTRY OCCURS 5000 TIMES.
               10  WS-RT-PROCEDURE     PIC X(8).
               10  WS-RT-AMOUNT        COMP-2 SYNC.
       01  WS-RT-COUNT                 PIC 9(5) VALUE 0.
       01  WS-RT-OVERFLOW              PIC 9(7) VALUE 0.
       01  WS-RT-IDX                   PIC 9(5).
       01  WS-RT-INSERT-AT             PIC 9(5).

      ******************************************************************
      * ONE PROCEDURE'S RUN OF RATES: ENTRIES WS-GRP-FIRST THROUGH
      * WS-GRP-LAST OF THE TABLE.
      ******************************************************************
       01  WS-GRP-FIRST                PIC 9(5).
       01  WS-GRP-LAST                 PIC 9(5).
       01  WS-GRP-COUNT                PIC 9(5).
       01  WS-GRP-MIDDLE               PIC 9(5).
       01  WS-GRP-HALF                 PIC 9(5).
       01  WS-GRP-REMAINDER            PIC 9(1).
       01  WS-MEDIAN-AMOUNT            COMP-2 SYNC.

       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-RATES-READ               PIC 9(7) VALUE 0.
       01  WS-PROCEDURES-ADDED         PIC 9(7) VALUE 0.
       01  WS-PROCEDURES-REPLACED      PIC 9(7) VALUE 0.
       01  WS-PROCEDURES-FAILED        PIC 9(7) VALUE 0.
       01  WS-QPA-ACTION               PIC X(8).

       01  WS-EDIT-COUNT               PIC ZZ,ZZ9.
       01  WS-EDIT-AMOUNT              PIC -(8)9.99.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT  FEE-FILE
           OPEN I-O    QPA-FILE
           OPEN OUTPUT QPA-REPORT

           IF WS-FEE-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMQPC: CLAIMFEE OPEN FAILED, STATUS = '
                   WS-FEE-FILE-STATUS
               MOVE 'Y' TO WS-FEE-EOF
           END-IF
           IF WS-QPA-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMQPC: CLAIMQPA OPEN FAILED, STATUS = '
                   WS-QPA-FILE-STATUS
               MOVE 'Y' TO WS-FEE-EOF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           MOVE SPACES TO QPA-REPORT-LINE
           STRING 'QUALIFYING PAYMENT AMOUNT REBUILD ' WS-TODAY-DATE
               DELIMITED BY SIZE INTO QPA-REPORT-LINE
           WRITE QPA-REPORT-LINE
           MOVE SPACES TO QPA-REPORT-LINE
           WRITE QPA-REPORT-LINE
           MOVE SPACES TO QPA-REPORT-LINE
           STRING 'PROCEDURE  RATES        MEDIAN  ACTION'
               DELIMITED BY SIZE INTO QPA-REPORT-LINE
           WRITE QPA-REPORT-LINE

           PERFORM UNTIL WS-FEE-AT-EOF
               READ FEE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FEE-EOF
                   NOT AT END
                       ADD 1 TO WS-RATES-READ
                       PERFORM DO-ADD-RATE-TO-TABLE
               END-READ
           END-PERFORM
      ******************************************************************
      * WALK THE TABLE ONE PROCEDURE AT A TIME.
      ******************************************************************
           MOVE 1 TO WS-GRP-FIRST
           PERFORM UNTIL WS-GRP-FIRST > WS-RT-COUNT
               MOVE WS-GRP-FIRST TO WS-GRP-LAST
               PERFORM UNTIL WS-GRP-LAST >= WS-RT-COUNT
                   OR WS-RT-PROCEDURE(WS-GRP-LAST + 1)
                      NOT = WS-RT-PROCEDURE(WS-GRP-FIRST)
                   ADD 1 TO WS-GRP-LAST
               END-PERFORM
               PERFORM DO-STORE-PROCEDURE-MEDIAN
               COMPUTE WS-GRP-FIRST = WS-GRP-LAST + 1
           END-PERFORM

           MOVE SPACES TO QPA-REPORT-LINE
           WRITE QPA-REPORT-LINE
           MOVE SPACES TO QPA-REPORT-LINE
           STRING 'RATES READ: ' WS-RATES-READ
               '  PROCEDURES ADDED: ' WS-PROCEDURES-ADDED
               '  REPLACED: ' WS-PROCEDURES-REPLACED
               '  FAILED: ' WS-PROCEDURES-FAILED
               DELIMITED BY SIZE INTO QPA-REPORT-LINE
           WRITE QPA-REPORT-LINE

           CLOSE FEE-FILE
           CLOSE QPA-FILE
           CLOSE QPA-REPORT

           DISPLAY 'CLAIMQPC: RATES READ = ' WS-RATES-READ
               ' ADDED = ' WS-PROCEDURES-ADDED
               ' REPLACED = ' WS-PROCEDURES-REPLACED
           IF WS-RT-OVERFLOW > 0
               DISPLAY 'CLAIMQPC: RATES OMITTED FROM THE MEDIANS, '
                   'TABLE FULL = ' WS-RT-OVERFLOW
           END-IF

           STOP RUN.

       DO-ADD-RATE-TO-TABLE SECTION.
      ******************************************************************
      * INSERT ONE CLAIMFEE RATE IN PROCEDURE/AMOUNT ORDER: FIND THE
      * FIRST ENTRY THAT SORTS AFTER IT AND SHIFT THE REST DOWN ONE.
      ******************************************************************
           IF WS-RT-COUNT >= 5000
               ADD 1 TO WS-RT-OVERFLOW
               EXIT SECTION
           END-IF

           COMPUTE WS-RT-INSERT-AT = WS-RT-COUNT + 1
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-PROCEDURE(WS-RT-IDX) > FEE-PROCEDURE-CODE
               OR (WS-RT-PROCEDURE(WS-RT-IDX) = FEE-PROCEDURE-CODE
                   AND WS-RT-AMOUNT(WS-RT-IDX) > FEE-ALLOWED-AMOUNT)
                   MOVE WS-RT-IDX TO WS-RT-INSERT-AT
                   COMPUTE WS-RT-IDX = WS-RT-COUNT + 1
               END-IF
           END-PERFORM

           PERFORM VARYING WS-RT-IDX FROM WS-RT-COUNT BY -1
                   UNTIL WS-RT-IDX < WS-RT-INSERT-AT
               MOVE WS-RT-ENTRY(WS-RT-IDX) TO WS-RT-ENTRY(WS-RT-IDX + 1)
           END-PERFORM

           MOVE FEE-PROCEDURE-CODE TO WS-RT-PROCEDURE(WS-RT-INSERT-AT)
           MOVE FEE-ALLOWED-AMOUNT TO WS-RT-AMOUNT(WS-RT-INSERT-AT)
           ADD 1 TO WS-RT-COUNT
           EXIT.

       DO-STORE-PROCEDURE-MEDIAN SECTION.
      ******************************************************************
      * MEDIAN OF ENTRIES WS-GRP-FIRST THROUGH WS-GRP-LAST (ALREADY IN
      * AMOUNT ORDER), WRITTEN TO CLAIMQPA -- OR REPLACING THE
      * PROCEDURE'S EXISTING ROW.
      ******************************************************************
           COMPUTE WS-GRP-COUNT = WS-GRP-LAST - WS-GRP-FIRST + 1
           DIVIDE WS-GRP-COUNT BY 2
               GIVING WS-GRP-HALF REMAINDER WS-GRP-REMAINDER
           COMPUTE WS-GRP-MIDDLE = WS-GRP-FIRST + WS-GRP-HALF
           IF WS-GRP-REMAINDER = 1
               MOVE WS-RT-AMOUNT(WS-GRP-MIDDLE) TO WS-MEDIAN-AMOUNT
           ELSE
               COMPUTE WS-MEDIAN-AMOUNT =
                   (WS-RT-AMOUNT(WS-GRP-MIDDLE - 1)
                    + WS-RT-AMOUNT(WS-GRP-MIDDLE)) / 2
           END-IF

           MOVE WS-RT-PROCEDURE(WS-GRP-FIRST) TO QPA-PROCEDURE-CODE
           MOVE WS-MEDIAN-AMOUNT TO QPA-AMOUNT
           MOVE WS-GRP-COUNT TO QPA-RATE-COUNT
           MOVE WS-TODAY-DATE TO QPA-COMPUTED-DATE

           MOVE 'ADDED' TO WS-QPA-ACTION
           WRITE QPA-RECORD
               INVALID KEY
                   MOVE 'REPLACED' TO WS-QPA-ACTION
                   REWRITE QPA-RECORD
                       INVALID KEY
                           MOVE 'FAILED' TO WS-QPA-ACTION
                   END-REWRITE
           END-WRITE

           EVALUATE WS-QPA-ACTION
               WHEN 'ADDED'
                   ADD 1 TO WS-PROCEDURES-ADDED
               WHEN 'REPLACED'
                   ADD 1 TO WS-PROCEDURES-REPLACED
               WHEN OTHER
                   ADD 1 TO WS-PROCEDURES-FAILED
           END-EVALUATE

           MOVE WS-GRP-COUNT TO WS-EDIT-COUNT
           MOVE WS-MEDIAN-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO QPA-REPORT-LINE
           STRING QPA-PROCEDURE-CODE '   ' WS-EDIT-COUNT
               ' ' WS-EDIT-AMOUNT '  ' WS-QPA-ACTION
               DELIMITED BY SIZE INTO QPA-REPORT-LINE
           WRITE QPA-REPORT-LINE
           EXIT.
