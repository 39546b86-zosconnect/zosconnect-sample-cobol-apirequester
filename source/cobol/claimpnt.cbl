       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMPNT.
      ******************************************************************
      * NIGHTLY PROVIDER EFT PRENOTE CYCLE                             *
      *                                                                *
      * A NEW OR CHANGED CLAIMBNK ACCOUNT (STATUS 'N', SET BY          *
      * CLAIMBN0) IS NOT PAID INTO UNTIL THE BANK HAS ACCEPTED A       *
      * ZERO-DOLLAR PRENOTE TO IT. THIS JOB RUNS THE CYCLE:            *
      *                                                                *
      *   1. APPLY THE BANK'S PRENOTE RETURNS (PNTRTN): A RETURNED     *
      *      ACCOUNT STILL AWAITING ITS PRENOTE GOES TO 'R' WITH THE   *
      *      ACH RETURN REASON -- PROVIDER MANAGEMENT MUST KEY A       *
      *      CORRECTED ACCOUNT THROUGH CLAIMBN0.                       *
      *   2. SWEEP CLAIMBNK: EVERY 'N' ACCOUNT GETS A PRENOTE ENTRY    *
      *      ON PNTOUT AND GOES TO 'P'; EVERY 'P' ACCOUNT WHOSE        *
      *      PRENOTE HAS STOOD WS-PRENOTE-WAIT-DAYS WITH NO RETURN IS  *
      *      VALIDATED ('A') AND CLAIMEXT STARTS PAYING INTO IT.       *
      *                                                                *
      * RETURNS ARE APPLIED BEFORE THE SWEEP SO AN ACCOUNT RETURNED    *
      * ON THE LAST DAY OF ITS WAITING PERIOD IS NEVER VALIDATED.      *
      * EVERY STATUS CHANGE IS LOGGED TO CLAIMBNH UNDER USERID         *
      * 'CLAIMPNT', THE SAME TRAIL CLAIMBN0 WRITES ONLINE.             *
      *                                                                *
      * INPUT  : PNTRTN   - PRENOTE RETURNS FROM THE BANK.             *
      * I-O    : CLAIMBNK - THE VSAM KSDS PROVIDER BANKING FILE.       *
      * OUTPUT : CLAIMBNH - BANKING CHANGE LOG (EXTENDED).             *
      *          PNTOUT   - TONIGHT'S ZERO-DOLLAR PRENOTE ENTRIES.     *
      *          PNTRPT   - THE PER-RUN PRENOTE REPORT.                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRENOTE-RETURN-FILE ASSIGN TO PNTRTN
               ORGANIZATION IS SEQUENTIAL.
           SELECT BANK-FILE ASSIGN TO CLAIMBNK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNK-PROVIDER-ID
               FILE STATUS IS WS-BANK-FILE-STATUS.
           SELECT BANK-HISTORY-FILE ASSIGN TO CLAIMBNH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT PRENOTE-FILE ASSIGN TO PNTOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRENOTE-REPORT ASSIGN TO PNTRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PRENOTE-RETURN-FILE
           RECORDING MODE IS F.
       01  PRENOTE-RETURN-RECORD.
           05  RTN-PROVIDER-ID         PIC X(21).
           05  RTN-ROUTING-NUMBER      PIC 9(9).
           05  RTN-ACCOUNT-NUMBER      PIC X(17).
           05  RTN-RETURN-REASON       PIC X(3).
           05  RTN-RETURN-DATE         PIC 9(8).
           05  FILLER                  PIC X(22).

       FD  BANK-FILE.
       COPY CLAIMBNK.

       FD  BANK-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CLAIMBNH.
      ******************************************************************
      * ONE ZERO-DOLLAR PRENOTE ENTRY. THE TRANSACTION CODE IS THE
      * ACH PRENOTE CODE FOR THE ACCOUNT TYPE: 23 CHECKING, 33
      * SAVINGS.
      ******************************************************************
       FD  PRENOTE-FILE
           RECORDING MODE IS F.
       01  PRENOTE-RECORD.
           05  PNT-TRANSACTION-CODE    PIC X(2).
           05  PNT-ROUTING-NUMBER      PIC 9(9).
           05  PNT-ACCOUNT-NUMBER      PIC X(17).
           05  PNT-AMOUNT              PIC 9(8)V9(2).
           05  PNT-PROVIDER-ID         PIC X(21).
           05  PNT-SEND-DATE           PIC 9(8).
           05  FILLER                  PIC X(13).

       FD  PRENOTE-REPORT
           RECORDING MODE IS F.
       01  PRENOTE-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BANK-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-HISTORY-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-RETURN-EOF               PIC X(1) VALUE 'N'.
           88  WS-RETURN-AT-EOF                  VALUE 'Y'.
       01  WS-BANK-EOF                 PIC X(1) VALUE 'N'.
           88  WS-BANK-AT-EOF                    VALUE 'Y'.

      ******************************************************************
      * CALENDAR DAYS A PRENOTE MUST STAND WITHOUT A RETURN BEFORE
      * THE ACCOUNT IS TREATED AS VALIDATED.
      ******************************************************************
       01  WS-PRENOTE-WAIT-DAYS        PIC 9(3) VALUE 6.

       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-TODAY-INTEGER            PIC S9(9) COMP.
       01  WS-PRENOTE-INTEGER          PIC S9(9) COMP.
       01  WS-CURRENT-ABSTIME          PIC S9(15) COMP-3.
       01  WS-OLD-BANK-STATUS          PIC X(1).
       01  WS-HISTORY-ACTION           PIC X(1).

       01  WS-SENT-COUNT               PIC 9(7) VALUE 0.
       01  WS-VALIDATED-COUNT          PIC 9(7) VALUE 0.
       01  WS-RETURNED-COUNT           PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-COUNT          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT  PRENOTE-RETURN-FILE
           OPEN I-O    BANK-FILE
           OPEN EXTEND BANK-HISTORY-FILE
           OPEN OUTPUT PRENOTE-FILE
           OPEN OUTPUT PRENOTE-REPORT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-CURRENT-ABSTIME =
               (WS-TODAY-INTEGER - FUNCTION INTEGER-OF-DATE(19000101))
               * 8640000

           MOVE SPACES TO PRENOTE-REPORT-LINE
           STRING 'PROVIDER EFT PRENOTE REPORT FOR ' WS-TODAY-DATE
               DELIMITED BY SIZE INTO PRENOTE-REPORT-LINE
           WRITE PRENOTE-REPORT-LINE
           MOVE SPACES TO PRENOTE-REPORT-LINE
           WRITE PRENOTE-REPORT-LINE

           PERFORM UNTIL WS-RETURN-AT-EOF
               READ PRENOTE-RETURN-FILE
                   AT END
                       MOVE 'Y' TO WS-RETURN-EOF
                   NOT AT END
                       PERFORM DO-APPLY-PRENOTE-RETURN
               END-READ
           END-PERFORM

           MOVE LOW-VALUES TO BNK-PROVIDER-ID
           START BANK-FILE KEY >= BNK-PROVIDER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-BANK-EOF
           END-START

           PERFORM UNTIL WS-BANK-AT-EOF
               READ BANK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BANK-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN BNK-PRENOTE-DUE
                               PERFORM DO-SEND-PRENOTE
                           WHEN BNK-PRENOTE-SENT
                               PERFORM DO-CHECK-PRENOTE-WAIT
                       END-EVALUATE
               END-READ
           END-PERFORM

           MOVE SPACES TO PRENOTE-REPORT-LINE
           WRITE PRENOTE-REPORT-LINE
           MOVE SPACES TO PRENOTE-REPORT-LINE
           STRING 'PRENOTES SENT: ' WS-SENT-COUNT
               '  VALIDATED: ' WS-VALIDATED-COUNT
               '  RETURNED: ' WS-RETURNED-COUNT
               '  UNMATCHED RETURNS: ' WS-UNMATCHED-COUNT
               DELIMITED BY SIZE INTO PRENOTE-REPORT-LINE
           WRITE PRENOTE-REPORT-LINE

           CLOSE PRENOTE-RETURN-FILE
           CLOSE BANK-FILE
           CLOSE BANK-HISTORY-FILE
           CLOSE PRENOTE-FILE
           CLOSE PRENOTE-REPORT

           DISPLAY 'CLAIMPNT: PRENOTES SENT = ' WS-SENT-COUNT
               ' VALIDATED = ' WS-VALIDATED-COUNT
               ' RETURNED = ' WS-RETURNED-COUNT

           STOP RUN.

       DO-APPLY-PRENOTE-RETURN SECTION.
      ******************************************************************
      * A RETURN ONLY COUNTS AGAINST THE ACCOUNT IT WAS SENT TO: IF
      * THE PROVIDER HAS SINCE KEYED A DIFFERENT ACCOUNT (OR IT WAS
      * ALREADY VALIDATED OR DEACTIVATED) THE RETURN IS REPORTED FOR
      * FOLLOW-UP BUT DOES NOT TOUCH THE FILE.
      ******************************************************************
           MOVE RTN-PROVIDER-ID TO BNK-PROVIDER-ID
           READ BANK-FILE
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED-COUNT
                   MOVE SPACES TO PRENOTE-REPORT-LINE
                   STRING 'PROVIDER ' RTN-PROVIDER-ID
                       ' RETURN ' RTN-RETURN-REASON
                       ' NOT APPLIED - NO BANKING RECORD'
                       DELIMITED BY SIZE INTO PRENOTE-REPORT-LINE
                   WRITE PRENOTE-REPORT-LINE
                   EXIT SECTION
           END-READ

           IF NOT BNK-PRENOTE-SENT
           OR BNK-ROUTING-NUMBER NOT = RTN-ROUTING-NUMBER
           OR BNK-ACCOUNT-NUMBER NOT = RTN-ACCOUNT-NUMBER
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE SPACES TO PRENOTE-REPORT-LINE
               STRING 'PROVIDER ' RTN-PROVIDER-ID
                   ' RETURN ' RTN-RETURN-REASON
                   ' NOT APPLIED - NO PRENOTE OUTSTANDING TO THAT '
                   'ACCOUNT'
                   DELIMITED BY SIZE INTO PRENOTE-REPORT-LINE
               WRITE PRENOTE-REPORT-LINE
               EXIT SECTION
           END-IF

           MOVE BNK-STATUS TO WS-OLD-BANK-STATUS
           MOVE 'R' TO BNK-STATUS
           MOVE RTN-RETURN-REASON TO BNK-RETURN-REASON
           REWRITE BANK-ACCOUNT-RECORD

           MOVE 'R' TO WS-HISTORY-ACTION
           PERFORM DO-WRITE-BANK-HISTORY

           ADD 1 TO WS-RETURNED-COUNT
           MOVE SPACES TO PRENOTE-REPORT-LINE
           STRING 'PROVIDER ' BNK-PROVIDER-ID
               ' PRENOTE RETURNED ' RTN-RETURN-REASON
               ' ON ' RTN-RETURN-DATE ' - ACCOUNT REJECTED'
               DELIMITED BY SIZE INTO PRENOTE-REPORT-LINE
           WRITE PRENOTE-REPORT-LINE
           EXIT.

       DO-SEND-PRENOTE SECTION.
      ******************************************************************
      * WRITE THE ZERO-DOLLAR PRENOTE ENTRY AND START THE ACCOUNT'S
      * WAITING PERIOD.
      ******************************************************************
           MOVE SPACES TO PRENOTE-RECORD
           IF BNK-SAVINGS
               MOVE '33' TO PNT-TRANSACTION-CODE
           ELSE
               MOVE '23' TO PNT-TRANSACTION-CODE
           END-IF
           MOVE BNK-ROUTING-NUMBER TO PNT-ROUTING-NUMBER
           MOVE BNK-ACCOUNT-NUMBER TO PNT-ACCOUNT-NUMBER
           MOVE 0                  TO PNT-AMOUNT
           MOVE BNK-PROVIDER-ID    TO PNT-PROVIDER-ID
           MOVE WS-TODAY-DATE      TO PNT-SEND-DATE
           WRITE PRENOTE-RECORD

           MOVE BNK-STATUS TO WS-OLD-BANK-STATUS
           MOVE 'P' TO BNK-STATUS
           MOVE WS-TODAY-DATE TO BNK-PRENOTE-DATE
           MOVE SPACES TO BNK-RETURN-REASON
           REWRITE BANK-ACCOUNT-RECORD

           MOVE 'P' TO WS-HISTORY-ACTION
           PERFORM DO-WRITE-BANK-HISTORY

           ADD 1 TO WS-SENT-COUNT
           MOVE SPACES TO PRENOTE-REPORT-LINE
           STRING 'PROVIDER ' BNK-PROVIDER-ID
               ' PRENOTE SENT TO ' BNK-ROUTING-NUMBER
               DELIMITED BY SIZE INTO PRENOTE-REPORT-LINE
           WRITE PRENOTE-REPORT-LINE
           EXIT.

       DO-CHECK-PRENOTE-WAIT SECTION.
      ******************************************************************
      * A PRENOTE THAT HAS STOOD ITS WAITING PERIOD WITH NO RETURN
      * VALIDATES THE ACCOUNT.
      ******************************************************************
           COMPUTE WS-PRENOTE-INTEGER =
               FUNCTION INTEGER-OF-DATE(BNK-PRENOTE-DATE)
           IF WS-TODAY-INTEGER - WS-PRENOTE-INTEGER
                < WS-PRENOTE-WAIT-DAYS
               EXIT SECTION
           END-IF

           MOVE BNK-STATUS TO WS-OLD-BANK-STATUS
           MOVE 'A' TO BNK-STATUS
           REWRITE BANK-ACCOUNT-RECORD

           MOVE 'V' TO WS-HISTORY-ACTION
           PERFORM DO-WRITE-BANK-HISTORY

           ADD 1 TO WS-VALIDATED-COUNT
           MOVE SPACES TO PRENOTE-REPORT-LINE
           STRING 'PROVIDER ' BNK-PROVIDER-ID
               ' ACCOUNT VALIDATED, PRENOTE OF ' BNK-PRENOTE-DATE
               ' NOT RETURNED'
               DELIMITED BY SIZE INTO PRENOTE-REPORT-LINE
           WRITE PRENOTE-REPORT-LINE
           EXIT.

       DO-WRITE-BANK-HISTORY SECTION.
      ******************************************************************
      * APPEND THE STATUS CHANGE TO CLAIMBNH, SAME SHAPE AS
      * DO-WRITE-BANK-HISTORY IN CLAIMBN0, WITH THE JOB NAME AS THE
      * USER.
      ******************************************************************
           MOVE BNK-PROVIDER-ID     TO BNH-PROVIDER-ID
           MOVE WS-HISTORY-ACTION   TO BNH-ACTION
           MOVE WS-OLD-BANK-STATUS  TO BNH-OLD-STATUS
           MOVE BNK-STATUS          TO BNH-NEW-STATUS
           MOVE BNK-ROUTING-NUMBER  TO BNH-ROUTING-NUMBER
           MOVE BNK-ACCOUNT-NUMBER  TO BNH-ACCOUNT-NUMBER
           MOVE WS-CURRENT-ABSTIME  TO BNH-TIMESTAMP
           MOVE 'CLAIMPNT'          TO BNH-USERID

           WRITE BANK-HISTORY-RECORD
           EXIT.
