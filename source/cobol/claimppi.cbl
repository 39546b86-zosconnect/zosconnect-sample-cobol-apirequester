       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMPPI.
      ******************************************************************
      * BANK POSITIVE-PAY ISSUE FILE                                   *
      *                                                                *
      * THE BANK WILL ONLY HONOR A CLAIM CHECK THAT APPEARS ON OUR     *
      * POSITIVE-PAY ISSUE FILE, AND NOTHING WE PRODUCED LISTED THE    *
      * CHECKS THE DISBURSEMENT SYSTEM ACTUALLY CUT. THIS JOB RUNS     *
      * AFTER THE SAME DATE'S CLAIMPST AND READS THE CLAIMPYH PAYMENT  *
      * HISTORY FOR CHECK REMITTANCES (PAY-PAYMENT-METHOD 'C'; THE     *
      * CHECK NUMBER IS THE PAYMENT REFERENCE). EVERY CHECK NOT YET    *
      * ON THE CLAIMCHK ISSUED-CHECK REGISTER -- IN PRACTICE THE       *
      * DAY'S NEW CHECKS, BUT A MISSED RUN IS CAUGHT UP THE SAME WAY   *
      * -- IS REGISTERED THERE AND WRITTEN TO THE ISSUE FILE WITH ITS  *
      * AMOUNT, PAYEE AND ISSUE DATE (THE PAID DATE ON THE             *
      * REMITTANCE). A TRAILER CARRIES THE ITEM COUNT AND TOTAL FOR    *
      * THE BANK TO BALANCE AGAINST.                                   *
      *                                                                *
      * THE PAYEE COMES FROM THE CLAIM: THE MEMBER (NAME FROM          *
      * CLAIMMAD) FOR A MEMBER-PAYEE CLAIM, OTHERWISE THE PROVIDER     *
      * (NAME FROM CLAIMPRV). A CHECK WHOSE CLAIM IS NO LONGER ON      *
      * CLAIMCIF IS STILL ISSUED -- THE MONEY HAS GONE OUT -- BUT IS   *
      * LISTED SO THE PAYEE CAN BE CHECKED BY HAND.                    *
      *                                                                *
      * A CHECK REMITTANCE RE-SENT BY THE DISBURSEMENT SYSTEM FOR THE  *
      * SAME CLAIM AND AMOUNT IS ALREADY REGISTERED AND IS SKIPPED. A  *
      * CHECK NUMBER THAT COMES BACK FOR A DIFFERENT CLAIM OR AMOUNT   *
      * IS NOT RE-SENT TO THE BANK; IT IS REPORTED FOR INVESTIGATION.  *
      *                                                                *
      * INPUT  : CLAIMPYH - THE PAYMENT HISTORY ESDS.                  *
      *          CLAIMCIF - THE LIVE CLAIM FILE, READ RANDOMLY.        *
      *          CLAIMPRV - THE PROVIDER FILE, READ RANDOMLY.          *
      *          CLAIMMAD - THE MEMBER ADDRESS FILE, READ RANDOMLY.    *
      * I-O    : CLAIMCHK - THE ISSUED-CHECK REGISTER.                 *
      *          CLAIMRNC - BATCH RUN CONTROL.                         *
      * OUTPUT : PPIOUT   - THE POSITIVE-PAY ISSUE FILE FOR THE BANK.  *
      *          PPIRPT   - ISSUED AND EXCEPTION CHECK REPORT.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO CLAIMPYH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CLAIMRNC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RNC-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO CLAIMCHK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHK-CHECK-NUMBER
               FILE STATUS IS WS-CHECK-FILE-STATUS.
           SELECT CLAIM-FILE ASSIGN TO CLAIMCIF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-CLAIM-ID
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT PROVIDER-FILE ASSIGN TO CLAIMPRV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROV-PROVIDER-ID
               FILE STATUS IS WS-PROVIDER-FILE-STATUS.
           SELECT MEMBER-ADDRESS-FILE ASSIGN TO CLAIMMAD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAD-KEY
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.
           SELECT ISSUE-FILE ASSIGN TO PPIOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ISSUE-REPORT ASSIGN TO PPIRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CLAIMPYH.

       FD  RUN-CONTROL-FILE.
       COPY CLAIMRNC.

       FD  CHECK-REGISTER-FILE.
       COPY CLAIMCHK.

       FD  CLAIM-FILE.
       COPY CLAIMCIF.

       FD  PROVIDER-FILE.
       COPY CLAIMPRV.

       FD  MEMBER-ADDRESS-FILE.
       COPY CLAIMMAD.

      ******************************************************************
      * POSITIVE-PAY ISSUE FILE: ONE 'I' RECORD PER CHECK ISSUED, THEN
      * ONE 'T' TRAILER WITH THE ITEM COUNT AND DOLLAR TOTAL. AMOUNTS
      * CARRY AN IMPLIED DECIMAL POINT.
      ******************************************************************
       FD  ISSUE-FILE
           RECORDING MODE IS F.
       01  ISSUE-RECORD.
           05  PPI-RECORD-TYPE         PIC X(1).
           05  PPI-CHECK-NUMBER        PIC X(12).
           05  PPI-ISSUE-DATE          PIC 9(8).
           05  PPI-AMOUNT              PIC 9(9)V9(2).
           05  PPI-PAYEE-NAME          PIC X(30).
           05  FILLER                  PIC X(18).
       01  ISSUE-TRAILER-RECORD.
           05  PPT-RECORD-TYPE         PIC X(1).
           05  PPT-ITEM-COUNT          PIC 9(7).
           05  PPT-TOTAL-AMOUNT        PIC 9(11)V9(2).
           05  FILLER                  PIC X(59).

       FD  ISSUE-REPORT
           RECORDING MODE IS F.
       01  ISSUE-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * RUN-CONTROL STATE (SEE CLAIMRNC.CPY). A MISSING CLAIMRNC
      * FILE TURNS THE CHECKS OFF; A REFUSED RUN STOPS BEFORE ANY
      * DATA FILE IS TOUCHED.
      ******************************************************************
       01  WS-RUN-CONTROL-STATUS       PIC X(2) VALUE '00'.
       01  WS-RUN-CONTROL-ACTIVE-SW    PIC X(1) VALUE 'N'.
           88  WS-RUN-CONTROL-ACTIVE             VALUE 'Y'.
       01  WS-RUN-REFUSED-SW           PIC X(1) VALUE 'N'.
           88  WS-RUN-REFUSED                    VALUE 'Y'.
       01  WS-PROCESS-DATE             PIC 9(8).
       01  WS-RNC-TODAY                PIC 9(8).

       01  WS-PAYHIST-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-CHECK-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PROVIDER-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-ADDRESS-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-PAYHIST-EOF              PIC X(1) VALUE 'N'.
           88  WS-PAYHIST-AT-EOF                 VALUE 'Y'.
       01  WS-CLAIM-ON-FILE-SW         PIC X(1) VALUE 'Y'.
           88  WS-CLAIM-ON-FILE                  VALUE 'Y'.

      ******************************************************************
      * AMOUNTS ARE COMPARED AND TOTALLED IN WHOLE CENTS, THE WAY THE
      * BANK SEES THEM, NOT IN COMP-2.
      ******************************************************************
       01  WS-ISSUE-CENTS              PIC S9(11).
       01  WS-REGISTER-CENTS           PIC S9(11).
       01  WS-ISSUE-AMOUNT             PIC 9(9)V9(2).
       01  WS-ISSUE-TOTAL              PIC 9(11)V9(2) VALUE 0.
       01  WS-ISSUE-DATE               PIC 9(8).
       01  WS-EDIT-AMOUNT              PIC $$$,$$$,$$9.99.
       01  WS-EDIT-TOTAL               PIC $$$,$$$,$$$,$$9.99.

       01  WS-CHECK-REMIT-COUNT        PIC 9(7) VALUE 0.
       01  WS-ISSUED-COUNT             PIC 9(7) VALUE 0.
       01  WS-ALREADY-COUNT            PIC 9(7) VALUE 0.
       01  WS-CONFLICT-COUNT           PIC 9(7) VALUE 0.
       01  WS-NO-NUMBER-COUNT          PIC 9(7) VALUE 0.
       01  WS-NO-CLAIM-COUNT           PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           PERFORM DO-CHECK-RUN-CONTROL
           IF WS-RUN-REFUSED
               STOP RUN
           END-IF

           OPEN INPUT  PAYMENT-HISTORY-FILE
           OPEN I-O    CHECK-REGISTER-FILE
           OPEN INPUT  CLAIM-FILE
           OPEN INPUT  PROVIDER-FILE
           OPEN INPUT  MEMBER-ADDRESS-FILE
           OPEN OUTPUT ISSUE-FILE
           OPEN OUTPUT ISSUE-REPORT

           MOVE SPACES TO ISSUE-REPORT-LINE
           STRING 'POSITIVE-PAY ISSUE REPORT FOR ' WS-PROCESS-DATE
               DELIMITED BY SIZE INTO ISSUE-REPORT-LINE
           WRITE ISSUE-REPORT-LINE
           MOVE SPACES TO ISSUE-REPORT-LINE
           WRITE ISSUE-REPORT-LINE

           PERFORM UNTIL WS-PAYHIST-AT-EOF
               READ PAYMENT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-PAYHIST-EOF
                   NOT AT END
                       IF PYH-PAYMENT-METHOD = 'C'
                           PERFORM DO-ISSUE-CHECK
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO ISSUE-TRAILER-RECORD
           MOVE 'T' TO PPT-RECORD-TYPE
           MOVE WS-ISSUED-COUNT TO PPT-ITEM-COUNT
           MOVE WS-ISSUE-TOTAL TO PPT-TOTAL-AMOUNT
           WRITE ISSUE-TRAILER-RECORD

           MOVE WS-ISSUE-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO ISSUE-REPORT-LINE
           WRITE ISSUE-REPORT-LINE
           MOVE SPACES TO ISSUE-REPORT-LINE
           STRING 'CHECK REMITTANCES READ: ' WS-CHECK-REMIT-COUNT
               '  ISSUED: ' WS-ISSUED-COUNT
               '  ISSUED TOTAL: ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO ISSUE-REPORT-LINE
           WRITE ISSUE-REPORT-LINE
           MOVE SPACES TO ISSUE-REPORT-LINE
           STRING 'ALREADY ISSUED: ' WS-ALREADY-COUNT
               '  NUMBER CONFLICTS: ' WS-CONFLICT-COUNT
               '  NO CHECK NUMBER: ' WS-NO-NUMBER-COUNT
               '  CLAIM NOT ON FILE: ' WS-NO-CLAIM-COUNT
               DELIMITED BY SIZE INTO ISSUE-REPORT-LINE
           WRITE ISSUE-REPORT-LINE

           CLOSE PAYMENT-HISTORY-FILE
           CLOSE CHECK-REGISTER-FILE
           CLOSE CLAIM-FILE
           CLOSE PROVIDER-FILE
           CLOSE MEMBER-ADDRESS-FILE
           CLOSE ISSUE-FILE
           CLOSE ISSUE-REPORT

           DISPLAY 'CLAIMPPI: CHECKS ISSUED = ' WS-ISSUED-COUNT
               ' TOTAL = ' WS-EDIT-TOTAL
           IF WS-CONFLICT-COUNT > 0
               DISPLAY 'CLAIMPPI: CHECK NUMBER CONFLICTS = '
                   WS-CONFLICT-COUNT
           END-IF

           PERFORM DO-POST-RUN-CONTROL

           STOP RUN.

       DO-ISSUE-CHECK SECTION.
      ******************************************************************
      * ONE CHECK REMITTANCE FROM CLAIMPYH. A CHECK NUMBER ALREADY ON
      * THE REGISTER IS EITHER A RE-SEND OF THE SAME CHECK (SKIPPED)
      * OR A NUMBER REUSED FOR ANOTHER CLAIM OR AMOUNT (REPORTED, NOT
      * SENT). A NEW CHECK IS REGISTERED OUTSTANDING AND WRITTEN TO
      * THE ISSUE FILE.
      ******************************************************************
           ADD 1 TO WS-CHECK-REMIT-COUNT
           COMPUTE WS-ISSUE-CENTS ROUNDED = PYH-PAID-AMOUNT * 100
           MOVE PYH-PAID-AMOUNT TO WS-EDIT-AMOUNT

           IF PYH-PAYMENT-REFERENCE = SPACES
               ADD 1 TO WS-NO-NUMBER-COUNT
               MOVE SPACES TO ISSUE-REPORT-LINE
               STRING 'CLAIM ' PYH-CLAIM-ID
                   ' CHECK REMITTANCE HAS NO CHECK NUMBER, AMOUNT '
                   WS-EDIT-AMOUNT ' - NOT ISSUED'
                   DELIMITED BY SIZE INTO ISSUE-REPORT-LINE
               WRITE ISSUE-REPORT-LINE
               EXIT SECTION
           END-IF

           MOVE PYH-PAYMENT-REFERENCE TO CHK-CHECK-NUMBER
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-REGISTER-CENTS ROUNDED =
                       CHK-ISSUE-AMOUNT * 100
                   IF CHK-CLAIM-ID = PYH-CLAIM-ID
                  AND WS-REGISTER-CENTS = WS-ISSUE-CENTS
                       ADD 1 TO WS-ALREADY-COUNT
                   ELSE
                       ADD 1 TO WS-CONFLICT-COUNT
                       MOVE SPACES TO ISSUE-REPORT-LINE
                       STRING 'CHECK ' PYH-PAYMENT-REFERENCE
                           ' CLAIM ' PYH-CLAIM-ID
                           ' AMOUNT ' WS-EDIT-AMOUNT
                           ' ALREADY ISSUED FOR CLAIM ' CHK-CLAIM-ID
                           ' - NOT RESENT, INVESTIGATE'
                           DELIMITED BY SIZE INTO ISSUE-REPORT-LINE
                       WRITE ISSUE-REPORT-LINE
                   END-IF
                   EXIT SECTION
           END-READ

      ******************************************************************
      * THE ISSUE DATE IS THE PAID DATE (MM/DD/YYYY) ON THE
      * REMITTANCE; ONE THAT DOES NOT PARSE FALLS BACK TO THE DATE
      * CLAIMPST POSTED IT.
      ******************************************************************
           IF PYH-PAID-DATE(1:2) NUMERIC
          AND PYH-PAID-DATE(4:2) NUMERIC
          AND PYH-PAID-DATE(7:4) NUMERIC
               MOVE PYH-PAID-DATE(7:4) TO WS-ISSUE-DATE(1:4)
               MOVE PYH-PAID-DATE(1:2) TO WS-ISSUE-DATE(5:2)
               MOVE PYH-PAID-DATE(4:2) TO WS-ISSUE-DATE(7:2)
           ELSE
               MOVE PYH-POSTED-DATE TO WS-ISSUE-DATE
           END-IF

           MOVE SPACES TO CHECK-REGISTER-RECORD
           MOVE PYH-PAYMENT-REFERENCE TO CHK-CHECK-NUMBER
           MOVE PYH-CLAIM-ID TO CHK-CLAIM-ID
           MOVE WS-ISSUE-DATE TO CHK-ISSUE-DATE
           MOVE PYH-PAID-AMOUNT TO CHK-ISSUE-AMOUNT
           MOVE 0 TO CHK-CLEARED-AMOUNT
           MOVE 'O' TO CHK-STATUS
           MOVE 0 TO CHK-CLEARED-DATE
           MOVE 0 TO CHK-LETTER-DATE
           MOVE 0 TO CHK-RESPONSE-DATE
           MOVE 0 TO CHK-ESCHEAT-DATE
           PERFORM DO-SET-PAYEE

           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-CONFLICT-COUNT
                   MOVE SPACES TO ISSUE-REPORT-LINE
                   STRING 'CHECK ' PYH-PAYMENT-REFERENCE
                       ' CLAIM ' PYH-CLAIM-ID
                       ' NOT REGISTERED, STATUS '
                       WS-CHECK-FILE-STATUS
                       ' - NOT ISSUED'
                       DELIMITED BY SIZE INTO ISSUE-REPORT-LINE
                   WRITE ISSUE-REPORT-LINE
                   EXIT SECTION
           END-WRITE

           COMPUTE WS-ISSUE-AMOUNT = WS-ISSUE-CENTS / 100
           MOVE SPACES TO ISSUE-RECORD
           MOVE 'I' TO PPI-RECORD-TYPE
           MOVE CHK-CHECK-NUMBER TO PPI-CHECK-NUMBER
           MOVE CHK-ISSUE-DATE TO PPI-ISSUE-DATE
           MOVE WS-ISSUE-AMOUNT TO PPI-AMOUNT
           MOVE CHK-PAYEE-NAME TO PPI-PAYEE-NAME
           WRITE ISSUE-RECORD

           ADD 1 TO WS-ISSUED-COUNT
           ADD WS-ISSUE-AMOUNT TO WS-ISSUE-TOTAL

           MOVE SPACES TO ISSUE-REPORT-LINE
           STRING 'CHECK ' CHK-CHECK-NUMBER
               ' CLAIM ' CHK-CLAIM-ID
               ' ISSUED ' CHK-ISSUE-DATE
               ' ' WS-EDIT-AMOUNT
               ' PAYEE ' CHK-PAYEE-TYPE ' ' CHK-PAYEE-ID
               ' ' CHK-PAYEE-NAME
               DELIMITED BY SIZE INTO ISSUE-REPORT-LINE
           WRITE ISSUE-REPORT-LINE
           EXIT.

       DO-SET-PAYEE SECTION.
      ******************************************************************
      * THE PAYEE IS WHOEVER THE CLAIM PAID: THE MEMBER WHEN
      * CF-CLAIM-PAYEE-INDICATOR IS 'M' (NAME FROM THE MAILING
      * ADDRESS, ELSE THE RESIDENCE), OTHERWISE THE PROVIDER. A CLAIM
      * NO LONGER ON CLAIMCIF LEAVES THE PAYEE BLANK AND IS LISTED.
      ******************************************************************
           MOVE 'Y' TO WS-CLAIM-ON-FILE-SW
           MOVE PYH-CLAIM-ID TO CF-CLAIM-ID
           READ CLAIM-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CLAIM-ON-FILE-SW
           END-READ

           IF NOT WS-CLAIM-ON-FILE
               MOVE 'P' TO CHK-PAYEE-TYPE
               ADD 1 TO WS-NO-CLAIM-COUNT
               MOVE SPACES TO ISSUE-REPORT-LINE
               STRING 'CHECK ' PYH-PAYMENT-REFERENCE
                   ' CLAIM ' PYH-CLAIM-ID
                   ' NOT ON CLAIMCIF - ISSUED WITHOUT PAYEE, VERIFY'
                   DELIMITED BY SIZE INTO ISSUE-REPORT-LINE
               WRITE ISSUE-REPORT-LINE
               EXIT SECTION
           END-IF

           IF CF-CLAIM-PAYEE-INDICATOR = 'M'
               MOVE 'M' TO CHK-PAYEE-TYPE
               MOVE CF-CLAIM-MEMBER-ID TO CHK-PAYEE-ID
               MOVE CF-CLAIM-MEMBER-ID TO MAD-MEMBER-ID
               MOVE 'M' TO MAD-ADDRESS-TYPE
               READ MEMBER-ADDRESS-FILE
                   INVALID KEY
                       MOVE 'R' TO MAD-ADDRESS-TYPE
                       READ MEMBER-ADDRESS-FILE
                           INVALID KEY
                               MOVE SPACES TO MAD-MEMBER-NAME
                       END-READ
               END-READ
               MOVE MAD-MEMBER-NAME TO CHK-PAYEE-NAME
           ELSE
               MOVE 'P' TO CHK-PAYEE-TYPE
               MOVE CF-CLAIM-PROVIDER TO CHK-PAYEE-ID
               MOVE CF-CLAIM-PROVIDER TO PROV-PROVIDER-ID
               READ PROVIDER-FILE
                   INVALID KEY
                       MOVE CF-CLAIM-PROVIDER TO PROV-PROVIDER-NAME
               END-READ
               MOVE PROV-PROVIDER-NAME TO CHK-PAYEE-NAME
           END-IF
           EXIT.

       DO-CHECK-RUN-CONTROL SECTION.
      ******************************************************************
      * READ THE CLAIMRNC RUN-CONTROL FILE: PICK UP THE BUSINESS
      * PROCESSING DATE FROM THE OPERATIONS 'BUSDATE' ROW, REFUSE
      * THE RUN WHEN THE SAME DATE'S CLAIMPST POSTING IS MISSING
      * (THE DAY'S REMITTANCES MUST BE ON CLAIMPYH BEFORE THE ISSUE
      * FILE IS BUILT), AND REFUSE A DATE THIS JOB ALREADY
      * COMPLETED. A MISSING CLAIMRNC FILE DISABLES THE CHECKS.
      ******************************************************************
           MOVE 'N' TO WS-RUN-CONTROL-ACTIVE-SW
           MOVE 'N' TO WS-RUN-REFUSED-SW
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RNC-TODAY
           MOVE WS-RNC-TODAY TO WS-PROCESS-DATE

           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = '00'
               DISPLAY 'CLAIMPPI: CLAIMRNC NOT AVAILABLE, '
                   'RUN CONTROL CHECKS OFF'
               EXIT SECTION
           END-IF
           MOVE 'Y' TO WS-RUN-CONTROL-ACTIVE-SW

           MOVE 'BUSDATE ' TO RNC-JOB-NAME
           MOVE 0 TO RNC-PROCESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RNC-BUSINESS-DATE NOT = 0
                       MOVE RNC-BUSINESS-DATE TO WS-PROCESS-DATE
                   END-IF
           END-READ

           MOVE 'CLAIMPST' TO RNC-JOB-NAME
           MOVE WS-PROCESS-DATE TO RNC-PROCESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               NOT INVALID KEY
                   IF NOT RNC-COMPLETE
                       MOVE 'Y' TO WS-RUN-REFUSED-SW
                   END-IF
           END-READ
           IF WS-RUN-REFUSED
               DISPLAY 'CLAIMPPI: RUN REFUSED - CLAIMPST NOT '
                   'COMPLETE FOR ' WS-PROCESS-DATE
               EXIT SECTION
           END-IF

           MOVE 'CLAIMPPI' TO RNC-JOB-NAME
           MOVE WS-PROCESS-DATE TO RNC-PROCESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RNC-COMPLETE
                       MOVE 'Y' TO WS-RUN-REFUSED-SW
                       DISPLAY 'CLAIMPPI: RUN REFUSED - ALREADY '
                           'COMPLETE FOR ' WS-PROCESS-DATE
                   END-IF
           END-READ
           EXIT.

       DO-POST-RUN-CONTROL SECTION.
      ******************************************************************
      * POST THIS JOB'S 'DONE' FOR THE PROCESSING DATE, SO THE
      * SUCCESSOR JOBS (AND A RE-RUN OF THIS ONE) CAN SEE IT RAN.
      ******************************************************************
           IF NOT WS-RUN-CONTROL-ACTIVE
               EXIT SECTION
           END-IF

           MOVE 'CLAIMPPI' TO RNC-JOB-NAME
           MOVE WS-PROCESS-DATE TO RNC-PROCESS-DATE
           MOVE 'DONE' TO RNC-STATUS
           MOVE WS-PROCESS-DATE TO RNC-BUSINESS-DATE
           COMPUTE RNC-TIMESTAMP =
               (FUNCTION INTEGER-OF-DATE(WS-RNC-TODAY)
               - FUNCTION INTEGER-OF-DATE(19000101)) * 8640000
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE
           CLOSE RUN-CONTROL-FILE
           EXIT.
