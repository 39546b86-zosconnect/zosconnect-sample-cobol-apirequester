      * SYSTEM TO PICK UP, AND REWRITES THE CLAIMCIF RECORD WITH THE   *
      * FLAG SET SO THE NEXT RUN DOES NOT RE-EXTRACT IT.               *
      *                                                                *
      * EACH RECORD CARRIES THE PAYMENT METHOD: 'E' (EFT) WITH THE     *
      * PROVIDER'S ROUTING NUMBER, ACCOUNT AND ACCOUNT TYPE WHEN       *
      * CLAIMBNK HOLDS AN ACTIVE ACCOUNT VALIDATED BY THE CLAIMPNT     *
      * PRENOTE CYCLE AND IN EFFECT ON THE PROCESSING DATE, OTHERWISE  *
      * 'C' (CHECK) WITH THE ACCOUNT FIELDS BLANK -- A PROVIDER IS     *
      * NEVER PAID INTO AN UNVERIFIED ACCOUNT. MEMBER-PAYEE CLAIMS     *
      * ARE ALWAYS PAID BY CHECK.                                      *
      *                                                                *
      * THE EXTRACT AMOUNT IS ALWAYS IN USD -- THE DISBURSEMENT        *
      * SYSTEM SETTLES IN ONE CURRENCY. A NON-USD CLAIM IS CONVERTED   *
      * THROUGH THE CLAIMXRT EFFECTIVE-DATED RATE FILE; A NON-USD      *
      * RATHER THAN SENDING A FACE-VALUE AMOUNT IN THE WRONG           *
      * CURRENCY FOR PAYMENT.                                          *
      *                                                                *
      * A PROVIDER UNDER A CLAIMPHD PAYMENT HOLD IN FORCE ON THE       *
      * PROCESSING DATE (SIU CASE OPEN, LICENSE UNDER REVIEW -- SEE    *
      * CLAIMPHD.CPY) HAS ITS OKAY CLAIMS LEFT UNEXTRACTED THE SAME    *
      * WAY: THE FLAG STAYS 'N', SO THE CLAIMS GO OUT ON THE FIRST RUN *
      * AFTER THE HOLD IS RELEASED OR LAPSES. A MISSING CLAIMPHD FILE  *
      * MEANS NO PROVIDER IS HELD.                                     *
      *                                                                *
      * THE EXTRACT IS CHECKPOINTED AND RESTARTABLE THE SAME WAY       *
      * CLAIMRCN IS: EVERY WS-CHECKPOINT-INTERVAL EXTRACTED CLAIMS     *
      * THE RUN NUMBER, LAST CLAIM ID AND RUNNING TOTALS ARE SNAPSHOT  *
      *          REWRITTEN SEQUENTIALLY IN CLAIM-ID ORDER.             *
      *          CLAIMXRT - THE EXCHANGE-RATE FILE, LOADED INTO AN     *
      *          IN-STORAGE TABLE AT THE TOP OF THE JOB.               *
      *          CLAIMBNK - THE PROVIDER EFT BANKING FILE, READ        *
      *          RANDOMLY BY PROVIDER ID.                              *
      *          CLAIMPHD - THE PROVIDER PAYMENT HOLD FILE, READ       *
      *          RANDOMLY BY PROVIDER ID.                              *
      * OUTPUT : CLAIMEXT - THE PAYMENT/EOB EXTRACT FILE.              *
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCV-KEY
               FILE STATUS IS WS-RECOVERY-FILE-STATUS.
           SELECT BANK-FILE ASSIGN TO CLAIMBNK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BNK-PROVIDER-ID
               FILE STATUS IS WS-BANK-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO CLAIMPHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PHD-PROVIDER-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD              PIC X(100).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       FD  RECOVERY-FILE.
       COPY CLAIMRCV.

       FD  BANK-FILE.
       COPY CLAIMBNK.

       FD  HOLD-FILE.
       COPY CLAIMPHD.

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  CHECKPOINT-RECORD.
       01  WS-OFFSET-COUNT             PIC 9(7) VALUE 0.
       01  WS-OFFSET-TODAY-DATE        PIC 9(8).

      ******************************************************************
      * PAYMENT-METHOD FIELDS FOR THE EXTRACT RECORD, SET FROM
      * CLAIMBNK BY DO-SET-PAYMENT-METHOD.
      ******************************************************************
       01  WS-BANK-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PAY-METHOD               PIC X(1).
       01  WS-PAY-ACCOUNT-TYPE         PIC X(1).
       01  WS-PAY-ROUTING-NUMBER       PIC X(9).
       01  WS-PAY-ACCOUNT-NUMBER       PIC X(17).
       01  WS-EFT-COUNT                PIC 9(7) VALUE 0.
       01  WS-CHECK-COUNT              PIC 9(7) VALUE 0.

      ******************************************************************
      * PAYMENT-HOLD FIELDS, SET FROM CLAIMPHD BY
      * DO-CHECK-PAYMENT-HOLD.
      ******************************************************************
       01  WS-HOLD-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-HOLD-FILE-OPEN-SW        PIC X(1) VALUE 'N'.
           88  WS-HOLD-FILE-OPEN                 VALUE 'Y'.
       01  WS-PROVIDER-HELD-SW         PIC X(1) VALUE 'N'.
           88  WS-PROVIDER-HELD                  VALUE 'Y'.
       01  WS-HELD-COUNT               PIC 9(7) VALUE 0.

      ******************************************************************
      * CHECKPOINT/RESTART WORK FIELDS -- SEE THE PROGRAM HEADER.
      ******************************************************************
           05  WS-EXT-DATE             PIC X(10).
           05  WS-EXT-RUN-NUMBER       PIC X(6).
           05  WS-EXT-PAYEE            PIC X(1).
           05  WS-EXT-PAY-METHOD       PIC X(1).
           05  WS-EXT-ACCOUNT-TYPE     PIC X(1).
           05  WS-EXT-ROUTING-NUMBER   PIC X(9).
           05  WS-EXT-ACCOUNT-NUMBER   PIC X(17).
           05  FILLER                  PIC X(14).
       01  WS-RECONCILE-EOF            PIC X(1) VALUE 'N'.
           88  WS-RECONCILE-AT-EOF               VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW          PIC X(1) VALUE 'N'.

           OPEN I-O    CLAIM-FILE
           OPEN I-O    RECOVERY-FILE
           OPEN INPUT  BANK-FILE
           OPEN INPUT  HOLD-FILE
           IF WS-HOLD-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-FILE-OPEN-SW
           ELSE
               DISPLAY 'CLAIMEXT: CLAIMPHD NOT AVAILABLE, '
                   'NO PAYMENT HOLDS APPLIED'
           END-IF

           IF WS-RESTARTED
               PERFORM DO-RECONCILE-EXTRACT-FILE
                           IF CF-CLAIM-ENCOUNTER-FLAG = 'Y'
                               ADD 1 TO WS-ENCOUNTER-COUNT
                           ELSE
                               PERFORM DO-CHECK-PAYMENT-HOLD
                               IF WS-PROVIDER-HELD
                                   ADD 1 TO WS-HELD-COUNT
                               ELSE
                                   PERFORM DO-EXTRACT-CLAIM-REC
                               END-IF
                           END-IF
                       END-IF
               END-READ

           CLOSE CLAIM-FILE
           CLOSE RECOVERY-FILE
           CLOSE BANK-FILE
           IF WS-HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           CLOSE EXTRACT-FILE

           PERFORM DO-WRITE-FINAL-CHECKPOINT
               DISPLAY 'CLAIMEXT: CAPITATED ENCOUNTERS EXCLUDED = '
                   WS-ENCOUNTER-COUNT
           END-IF
           IF WS-HELD-COUNT > 0
               DISPLAY 'CLAIMEXT: CLAIMS HELD, PROVIDER PAYMENT HOLD = '
                   WS-HELD-COUNT
           END-IF
           IF WS-OFFSET-COUNT > 0
               DISPLAY 'CLAIMEXT: RECOVERY OFFSETS APPLIED = '
                   WS-OFFSET-COUNT
           END-IF
           DISPLAY 'CLAIMEXT: PAID BY EFT = ' WS-EFT-COUNT
               ' BY CHECK = ' WS-CHECK-COUNT

           PERFORM DO-POST-RUN-CONTROL

               PERFORM DO-APPLY-RECOVERY-OFFSET
           END-IF

           PERFORM DO-SET-PAYMENT-METHOD

           MOVE WS-USD-AMOUNT TO WS-EDIT-AMOUNT
           ADD WS-USD-AMOUNT TO WS-EXTRACT-AMOUNT

                  CF-CLAIM-DATE   DELIMITED BY SIZE
                  WS-RUN-NUMBER   DELIMITED BY SIZE
                  CF-CLAIM-PAYEE-INDICATOR DELIMITED BY SIZE
                  WS-PAY-METHOD   DELIMITED BY SIZE
                  WS-PAY-ACCOUNT-TYPE DELIMITED BY SIZE
                  WS-PAY-ROUTING-NUMBER DELIMITED BY SIZE
                  WS-PAY-ACCOUNT-NUMBER DELIMITED BY SIZE
                  INTO EXTRACT-RECORD
           END-STRING
           WRITE EXTRACT-RECORD
           END-IF
           EXIT.

       DO-CHECK-PAYMENT-HOLD SECTION.
      ******************************************************************
      * A PROVIDER IS HELD WHEN ITS CLAIMPHD HOLD IS ACTIVE AND THE
      * PROCESSING DATE FALLS INSIDE THE HOLD'S START/END SPAN (A
      * ZERO END DATE RUNS UNTIL RELEASED). THE CLAIM IS NOT TOUCHED
      * -- ITS EXTRACTED FLAG STAYS 'N' FOR THE RUN AFTER RELEASE.
      ******************************************************************
           MOVE 'N' TO WS-PROVIDER-HELD-SW
           IF NOT WS-HOLD-FILE-OPEN
               EXIT SECTION
           END-IF

           MOVE CF-CLAIM-PROVIDER TO PHD-PROVIDER-ID
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PHD-ACTIVE
                  AND PHD-START-DATE <= WS-PROCESS-DATE
                  AND (PHD-END-DATE = 0
                       OR PHD-END-DATE >= WS-PROCESS-DATE)
                       MOVE 'Y' TO WS-PROVIDER-HELD-SW
                   END-IF
           END-READ
           EXIT.

       DO-SET-PAYMENT-METHOD SECTION.
      ******************************************************************
      * EFT ONLY INTO A PROVIDER ACCOUNT THE PRENOTE CYCLE HAS
      * VALIDATED ('A') AND WHOSE EFFECTIVE DATE HAS ARRIVED; ANY
      * OTHER STATE -- NO RECORD, PRENOTE STILL OUTSTANDING, RETURNED
      * OR DEACTIVATED -- AND A MEMBER-PAYEE CLAIM ALL GO BY CHECK.
      ******************************************************************
           MOVE 'C'    TO WS-PAY-METHOD
           MOVE SPACES TO WS-PAY-ACCOUNT-TYPE
           MOVE SPACES TO WS-PAY-ROUTING-NUMBER
           MOVE SPACES TO WS-PAY-ACCOUNT-NUMBER

           IF CF-CLAIM-PAYEE-INDICATOR NOT = 'M'
               MOVE CF-CLAIM-PROVIDER TO BNK-PROVIDER-ID
               READ BANK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BNK-ACTIVE
                      AND BNK-EFFECTIVE-DATE <= WS-PROCESS-DATE
                           MOVE 'E' TO WS-PAY-METHOD
                           MOVE BNK-ACCOUNT-TYPE
                             TO WS-PAY-ACCOUNT-TYPE
                           MOVE BNK-ROUTING-NUMBER
                             TO WS-PAY-ROUTING-NUMBER
                           MOVE BNK-ACCOUNT-NUMBER
                             TO WS-PAY-ACCOUNT-NUMBER
                       END-IF
               END-READ
           END-IF

           IF WS-PAY-METHOD = 'E'
               ADD 1 TO WS-EFT-COUNT
           ELSE
               ADD 1 TO WS-CHECK-COUNT
           END-IF
           EXIT.

       DO-APPLY-RECOVERY-OFFSET SECTION.
      ******************************************************************
      * BROWSE THE PROVIDER'S CLAIMRCV ENTRIES AND APPLY EACH OPEN
       DO-CHECK-RUN-CONTROL SECTION.
      ******************************************************************
      * READ THE CLAIMRNC RUN-CONTROL FILE: PICK UP THE BUSINESS
      * PROCESSING DATE FROM THE OPERATIONS 'BUSDATE' ROW, REFUSE
      * THE RUN UNTIL THE CLAIMRTS RETROACTIVE TERMINATION SWEEP IS
      * DONE FOR THE DATE (SO A CLAIM IT PULLS BACK IS NEVER SENT
      * FOR PAYMENT), AND REFUSE A DATE THIS JOB ALREADY COMPLETED.
      * A MISSING CLAIMRNC FILE DISABLES THE CHECKS.
      ******************************************************************
           MOVE 'N' TO WS-RUN-CONTROL-ACTIVE-SW
           MOVE 'N' TO WS-RUN-REFUSED-SW
                   END-IF
           END-READ

           MOVE 'CLAIMRTS' TO RNC-JOB-NAME
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
               DISPLAY 'CLAIMEXT: RUN REFUSED - CLAIMRTS NOT '
                   'COMPLETE FOR ' WS-PROCESS-DATE
               EXIT SECTION
           END-IF

           MOVE 'CLAIMEXT' TO RNC-JOB-NAME
           MOVE WS-PROCESS-DATE TO RNC-PROCESS-DATE
           READ RUN-CONTROL-FILE
