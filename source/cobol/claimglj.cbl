      *   6. THE DAY'S CLAIMVDX 'VOID' CONTROL POSTINGS (PAYMENTS     *
      *      STOPPED/TAKEN BACK):                                     *
      *          DR CASH CLEARING / CR CLAIMS PAYABLE                  *
      *   7. UNCASHED CLAIM CHECKS CLAIMUNC ESCHEATED TODAY (CLAIMCHK  *
      *      STATUS 'E', CHK-ESCHEAT-DATE TODAY), PER STATE -- THE     *
      *      CHECK IS VOIDED BACK INTO CASH AND THE MONEY IS OWED TO   *
      *      THE STATE, ON ITS CLAIMUPS LIABILITY ACCOUNT:             *
      *          DR CASH / CR UNCLAIMED PROPERTY LIABILITY             *
      *   8. THE DAY'S CLAIMPFP 'BONS' CONTROL POSTINGS (QUARTERLY     *
      *      PAY-FOR-PERFORMANCE BONUSES SENT FOR DISBURSEMENT):       *
      *          DR PROVIDER INCENTIVE EXPENSE / CR CASH CLEARING      *
      *   9. THE DAY'S CLAIMCAP 'CAPP' CONTROL POSTINGS (MONTHLY       *
      *      CAPITATION SENT FOR DISBURSEMENT, HELD MONTHS RELEASED    *
      *      INCLUDED):                                                *
      *          DR CAPITATION EXPENSE / CR CASH CLEARING              *
      *                                                                *
      * EVERY ENTRY IS A BALANCED DR/CR PAIR; THE RUN DISPLAYS THE     *
      * DEBIT AND CREDIT TOTALS SO AN OUT-OF-BALANCE FILE IS CAUGHT    *
      *          CLAIMPAY - THE PAYMENT KSDS, SWEPT FOR TODAY.         *
      *          CLAIMCIF - THE LIVE CLAIM FILE (TYPE/INTEREST LOOKUP  *
      *          AND THE REVERSAL SWEEP).                              *
      *          CLAIMCHK - THE ISSUED-CHECK REGISTER, SWEPT FOR THE   *
      *          DAY'S ESCHEATED CHECKS.                               *
      *          CLAIMUPS - STATE UNCLAIMED-PROPERTY RULES (LIABILITY  *
      *          ACCOUNT PER STATE).                                   *
      * OUTPUT : GLOUT    - THE GL JOURNAL INTERFACE FILE.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CLAIM-ID
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO CLAIMCHK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHK-CHECK-NUMBER
               FILE STATUS IS WS-CHECK-FILE-STATUS.
           SELECT UNCLAIMED-RULE-FILE ASSIGN TO CLAIMUPS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UPS-STATE
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO GLOUT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FD  CLAIM-FILE.
       COPY CLAIMCIF.

       FD  CHECK-REGISTER-FILE.
       COPY CLAIMCHK.

       FD  UNCLAIMED-RULE-FILE.
       COPY CLAIMUPS.

       FD  JOURNAL-FILE
           RECORDING MODE IS F.
       01  JOURNAL-RECORD.
           88  WS-PAYMENT-AT-EOF                 VALUE 'Y'.
       01  WS-CLAIM-FILE-EOF           PIC X(1) VALUE 'N'.
           88  WS-CLAIM-FILE-AT-EOF              VALUE 'Y'.
       01  WS-CHECK-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-RULE-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CHECK-FILE-EOF           PIC X(1) VALUE 'N'.
           88  WS-CHECK-FILE-AT-EOF              VALUE 'Y'.

      ******************************************************************
      * GL ACCOUNT AND COST CENTER PER CLAIM TYPE -- THE SHOP'S CHART
       01  WS-ACCT-CASH                PIC X(8) VALUE '10000000'.
       01  WS-ACCT-INTEREST-EXPENSE    PIC X(8) VALUE '52000000'.
       01  WS-ACCT-CLAIMS-EXPENSE      PIC X(8) VALUE '51000000'.
       01  WS-ACCT-INCENTIVE-EXPENSE   PIC X(8) VALUE '53000000'.
       01  WS-ACCT-CAPITATION-EXPENSE  PIC X(8) VALUE '54000000'.
       01  WS-CC-CORPORATE             PIC X(4) VALUE 'CORP'.
      ******************************************************************
      * TODAY'S ESCHEATED CHECKS PER STATE, WITH THE STATE'S
      * LIABILITY ACCOUNT FROM CLAIMUPS. A STATE WITH NO CLAIMUPS ROW
      * POSTS TO THE CORPORATE UNCLAIMED-PROPERTY ACCOUNT.
      ******************************************************************
       01  WS-ACCT-UNCLAIMED-PROPERTY  PIC X(8) VALUE '21500000'.
       01  WS-ESCHEAT-TABLE.
           05  WS-ESC-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-ESC-IDX.
               10  WS-ESC-STATE        PIC X(2).
               10  WS-ESC-ACCOUNT      PIC X(8).
               10  WS-ESC-AMOUNT       COMP-2 SYNC.
       01  WS-ESCHEAT-STATE-COUNT      PIC 9(2) VALUE 0.

       01  WS-SUBM-TOTAL               COMP-2 VALUE 0.
       01  WS-EXTR-TOTAL               COMP-2 VALUE 0.
       01  WS-VOID-TOTAL               COMP-2 VALUE 0.
       01  WS-BONS-TOTAL               COMP-2 VALUE 0.
       01  WS-CAPP-TOTAL               COMP-2 VALUE 0.
      ******************************************************************
      * TODAY'S ABSTIME-EQUIVALENT WINDOW (MIDNIGHT TO MIDNIGHT, THE
      * SAME DOMAIN THE BATCH POSTINGS AND CF-CLAIM-LAST-UPDATED
           END-PERFORM
           CLOSE CLAIM-FILE

           OPEN INPUT CHECK-REGISTER-FILE
           OPEN INPUT UNCLAIMED-RULE-FILE
           PERFORM UNTIL WS-CHECK-FILE-AT-EOF
               READ CHECK-REGISTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CHECK-FILE-EOF
                   NOT AT END
                       IF CHK-ESCHEATED
                      AND CHK-ESCHEAT-DATE = WS-TODAY-DATE
                           PERFORM DO-TALLY-ESCHEATED-CHECK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE
           CLOSE UNCLAIMED-RULE-FILE

           PERFORM DO-WRITE-JOURNAL-ENTRIES

           CLOSE JOURNAL-FILE
               WHEN 'CLOS'
                   MOVE 0 TO WS-SUBM-TOTAL
                   MOVE 0 TO WS-EXTR-TOTAL
                   MOVE 0 TO WS-BONS-TOTAL
                   MOVE 0 TO WS-CAPP-TOTAL
               WHEN 'SUBM'
                   ADD CTL-AMOUNT TO WS-SUBM-TOTAL
               WHEN 'EXTR'
                   ADD CTL-AMOUNT TO WS-EXTR-TOTAL
               WHEN 'VOID'
                   ADD CTL-AMOUNT TO WS-VOID-TOTAL
               WHEN 'BONS'
                   ADD CTL-AMOUNT TO WS-BONS-TOTAL
               WHEN 'CAPP'
                   ADD CTL-AMOUNT TO WS-CAPP-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
               + FUNCTION ABS(CF-CLAIM-AMOUNT)
           EXIT.

       DO-TALLY-ESCHEATED-CHECK SECTION.
      ******************************************************************
      * TALLY AN ESCHEATED CHECK UNDER ITS STATE, PICKING UP THE
      * STATE'S LIABILITY ACCOUNT THE FIRST TIME THE STATE IS SEEN.
      ******************************************************************
           SET WS-ESC-IDX TO 1
           SEARCH WS-ESC-ENTRY
               AT END
                   EXIT SECTION
               WHEN WS-ESC-IDX > WS-ESCHEAT-STATE-COUNT
                   ADD 1 TO WS-ESCHEAT-STATE-COUNT
                   MOVE CHK-ESCHEAT-STATE TO WS-ESC-STATE(WS-ESC-IDX)
                   MOVE 0 TO WS-ESC-AMOUNT(WS-ESC-IDX)
                   MOVE CHK-ESCHEAT-STATE TO UPS-STATE
                   READ UNCLAIMED-RULE-FILE
                       INVALID KEY
                           MOVE WS-ACCT-UNCLAIMED-PROPERTY
                             TO WS-ESC-ACCOUNT(WS-ESC-IDX)
                       NOT INVALID KEY
                           MOVE UPS-LIABILITY-ACCOUNT
                             TO WS-ESC-ACCOUNT(WS-ESC-IDX)
                   END-READ
               WHEN WS-ESC-STATE(WS-ESC-IDX) = CHK-ESCHEAT-STATE
                   CONTINUE
           END-SEARCH

           ADD CHK-ISSUE-AMOUNT TO WS-ESC-AMOUNT(WS-ESC-IDX)
           EXIT.

       DO-FIND-GL-TYPE-ENTRY SECTION.
           SET WS-GLT-IDX TO 1
           SEARCH WS-GLT-ENTRY
               PERFORM DO-WRITE-CREDIT
           END-IF
      ******************************************************************
      * 8 -- PAY-FOR-PERFORMANCE BONUSES ARE NOT CLAIMS, SO THEY POST
      * STRAIGHT TO INCENTIVE EXPENSE AGAINST CASH CLEARING; THE
      * DISBURSEMENT'S CASH MOVEMENT CLEARS IT AS FOR ANY PAYMENT.
      ******************************************************************
           IF WS-BONS-TOTAL NOT = 0
               MOVE WS-BONS-TOTAL TO WS-ENTRY-AMOUNT
               MOVE WS-ACCT-INCENTIVE-EXPENSE TO WS-ENTRY-ACCOUNT
               MOVE WS-CC-CORPORATE TO WS-ENTRY-COST-CENTER
               MOVE 'PAY-FOR-PERFORMANCE BONUSES' TO WS-ENTRY-DESC
               PERFORM DO-WRITE-DEBIT
               MOVE WS-ACCT-CASH-CLEARING TO WS-ENTRY-ACCOUNT
               PERFORM DO-WRITE-CREDIT
           END-IF
      ******************************************************************
      * 9 -- CAPITATION IS NOT CLAIMS EITHER; IT POSTS STRAIGHT TO
      * CAPITATION EXPENSE AGAINST CASH CLEARING THE SAME WAY.
      ******************************************************************
           IF WS-CAPP-TOTAL NOT = 0
               MOVE WS-CAPP-TOTAL TO WS-ENTRY-AMOUNT
               MOVE WS-ACCT-CAPITATION-EXPENSE TO WS-ENTRY-ACCOUNT
               MOVE WS-CC-CORPORATE TO WS-ENTRY-COST-CENTER
               MOVE 'CAPITATION PAYMENTS' TO WS-ENTRY-DESC
               PERFORM DO-WRITE-DEBIT
               MOVE WS-ACCT-CASH-CLEARING TO WS-ENTRY-ACCOUNT
               PERFORM DO-WRITE-CREDIT
           END-IF
      ******************************************************************
      * 3/4/5 -- THE PER-TYPE ENTRIES FROM THE PAYMENT AND REVERSAL
      * TALLIES.
      ******************************************************************
                   UNTIL WS-GLT-IDX > WS-GL-TYPE-COUNT
               PERFORM DO-WRITE-TYPE-ENTRIES
           END-PERFORM
      ******************************************************************
      * 7 -- THE ESCHEATED CHECKS, ONE ENTRY PER STATE.
      ******************************************************************
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > WS-ESCHEAT-STATE-COUNT
               MOVE WS-ESC-AMOUNT(WS-ESC-IDX) TO WS-ENTRY-AMOUNT
               MOVE WS-ACCT-CASH TO WS-ENTRY-ACCOUNT
               MOVE WS-CC-CORPORATE TO WS-ENTRY-COST-CENTER
               MOVE SPACES TO WS-ENTRY-DESC
               STRING 'UNCLAIMED PROPERTY ESCHEATED - '
                   WS-ESC-STATE(WS-ESC-IDX)
                   DELIMITED BY SIZE INTO WS-ENTRY-DESC
               PERFORM DO-WRITE-DEBIT
               MOVE WS-ESC-ACCOUNT(WS-ESC-IDX) TO WS-ENTRY-ACCOUNT
               PERFORM DO-WRITE-CREDIT
           END-PERFORM
           EXIT.

       DO-WRITE-TYPE-ENTRIES SECTION.
