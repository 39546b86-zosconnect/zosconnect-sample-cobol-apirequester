      * EFFECTIVE/TERMINATION SPAN (LEGACY RECORDS WITH BOTH DATES     *
      * ZERO COUNT AS ACTIVE -- SAME RULE THE SUBMIT PATHS APPLY).     *
      *                                                                *
      * A PROVIDER UNDER A CLAIMPHD PAYMENT HOLD IN FORCE TODAY (SEE   *
      * CLAIMPHD.CPY) IS NOT PAID: THE MONTH'S AMOUNT IS LISTED ON     *
      * THE JOB LOG, COUNTED IN THE HELD TOTAL AND WRITTEN HELD TO     *
      * CLAIMHPY (SEE CLAIMHPY.CPY) INSTEAD OF GOING OUT ON CAPEXT.    *
      * EACH RUN FIRST PAYS EVERY HELD MONTH WHOSE PROVIDER IS NO      *
      * LONGER UNDER A HOLD -- ON CAPEXT WITH ITS ORIGINAL PERIOD --   *
      * AND MARKS IT PAID.                                             *
      *                                                                *
      * THE RUN POSTS A CLAIMCTL 'CAPP' CONTROL TOTAL OF EVERYTHING    *
      * IT SENT (RELEASED MONTHS INCLUDED), WHICH CLAIMGLJ JOURNALS AS *
      * CAPITATION EXPENSE.                                            *
      *                                                                *
      * INPUT  : CLAIMPRV - THE PROVIDER REFERENCE FILE, SWEPT FOR     *
      *          CAPITATED PROVIDERS.                                  *
      *          CLAIMMBR - THE MEMBER MASTER, SWEPT FOR ASSIGNMENTS.  *
      *          CLAIMPHD - THE PROVIDER PAYMENT HOLD FILE, READ       *
      *          RANDOMLY BY PROVIDER ID.                              *
      * I-O    : CLAIMHPY - THE HELD PROVIDER PAYMENT FILE.            *
      * OUTPUT : CAPEXT   - THE CAPITATION PAYMENT EXTRACT.            *
      *          CLAIMCTL - ONE 'CAPP' POSTING PER RUN (EXTENDED).     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO CLAIMPHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PHD-PROVIDER-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT HELD-PAYMENT-FILE ASSIGN TO CLAIMHPY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HPY-KEY
               FILE STATUS IS WS-HELD-PAYMENT-STATUS.
           SELECT CAPITATION-FILE ASSIGN TO CAPEXT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO CLAIMCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROVIDER-FILE.
       FD  MEMBER-FILE.
       COPY CLAIMMBR.

       FD  HOLD-FILE.
       COPY CLAIMPHD.

       FD  HELD-PAYMENT-FILE.
       COPY CLAIMHPY.

       FD  CAPITATION-FILE
           RECORDING MODE IS F.
       01  CAPITATION-RECORD           PIC X(80).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY CLAIMCTL.

       WORKING-STORAGE SECTION.
       01  WS-PROVIDER-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-MEMBER-FILE-STATUS       PIC X(2) VALUE '00'.
           88  WS-PROVIDER-AT-EOF                VALUE 'Y'.
       01  WS-MEMBER-EOF               PIC X(1) VALUE 'N'.
           88  WS-MEMBER-AT-EOF                  VALUE 'Y'.
       01  WS-HOLD-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-HOLD-FILE-OPEN-SW        PIC X(1) VALUE 'N'.
           88  WS-HOLD-FILE-OPEN                 VALUE 'Y'.
       01  WS-PROVIDER-HELD-SW         PIC X(1) VALUE 'N'.
           88  WS-PROVIDER-HELD                  VALUE 'Y'.
       01  WS-HOLD-PROVIDER-ID         PIC X(21).
       01  WS-HELD-PAYMENT-STATUS      PIC X(2) VALUE '00'.
       01  WS-HELD-PAYMENT-OPEN-SW     PIC X(1) VALUE 'N'.
           88  WS-HELD-PAYMENT-OPEN              VALUE 'Y'.
       01  WS-HELD-PAYMENT-EOF         PIC X(1) VALUE 'N'.
           88  WS-HELD-PAYMENT-AT-EOF            VALUE 'Y'.
       01  WS-CONTROL-FILE-STATUS      PIC X(2) VALUE '00'.

      ******************************************************************
      * CAPITATED PROVIDER TABLE, FILLED FROM THE CLAIMPRV SWEEP AND
       01  WS-PAYMENT-AMOUNT           COMP-2 SYNC.
       01  WS-TOTAL-AMOUNT             COMP-2 VALUE 0.
       01  WS-PAID-COUNT               PIC 9(7) VALUE 0.
       01  WS-HELD-AMOUNT              COMP-2 VALUE 0.
       01  WS-HELD-COUNT               PIC 9(7) VALUE 0.
       01  WS-RELEASED-AMOUNT          COMP-2 VALUE 0.
       01  WS-RELEASED-COUNT           PIC 9(7) VALUE 0.

       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-PERIOD-YYYYMM            PIC 9(6).
       01  WS-EDIT-TRAILER-AMOUNT      PIC -(12)9.99.
       01  WS-EDIT-MEMBERS             PIC ZZZ,ZZ9.

      ******************************************************************
      * FIELDS FOR THE END-OF-JOB CLAIMCTL POSTING TIMESTAMP -- SAME
      * ABSTIME-EQUIVALENT TECHNIQUE AS CLAIMEXT'S POSTING.
      ******************************************************************
       01  WS-CTL-DAYS-SINCE-1900      PIC S9(8) COMP.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT  PROVIDER-FILE
           OPEN INPUT  MEMBER-FILE
           OPEN OUTPUT CAPITATION-FILE
           OPEN INPUT  HOLD-FILE
           IF WS-HOLD-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-FILE-OPEN-SW
           ELSE
               DISPLAY 'CLAIMCAP: CLAIMPHD NOT AVAILABLE, '
                   'NO PAYMENT HOLDS APPLIED'
           END-IF
           OPEN I-O    HELD-PAYMENT-FILE
           IF WS-HELD-PAYMENT-STATUS = '00'
               MOVE 'Y' TO WS-HELD-PAYMENT-OPEN-SW
           ELSE
               DISPLAY 'CLAIMCAP: CLAIMHPY NOT AVAILABLE, STATUS = '
                   WS-HELD-PAYMENT-STATUS
                   ' - HELD MONTHS NOT CARRIED'
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:6) TO WS-PERIOD-YYYYMM

           PERFORM DO-RELEASE-HELD-PAYMENTS

           PERFORM UNTIL WS-PROVIDER-AT-EOF
               READ PROVIDER-FILE NEXT RECORD
                   AT END
           CLOSE PROVIDER-FILE
           CLOSE MEMBER-FILE
           CLOSE CAPITATION-FILE
           IF WS-HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF WS-HELD-PAYMENT-OPEN
               CLOSE HELD-PAYMENT-FILE
           END-IF

           PERFORM DO-POST-CONTROL-TOTAL

           DISPLAY 'CLAIMCAP: PROVIDERS PAID = ' WS-PAID-COUNT
           IF WS-RELEASED-COUNT > 0
               MOVE WS-RELEASED-AMOUNT TO WS-EDIT-TRAILER-AMOUNT
               DISPLAY 'CLAIMCAP: HELD MONTHS RELEASED AND PAID = '
                   WS-RELEASED-COUNT ' AMOUNT ' WS-EDIT-TRAILER-AMOUNT
           END-IF
           IF WS-HELD-COUNT > 0
               MOVE WS-HELD-AMOUNT TO WS-EDIT-TRAILER-AMOUNT
               DISPLAY 'CLAIMCAP: PROVIDERS HELD, PAYMENT HOLD = '
                   WS-HELD-COUNT ' AMOUNT ' WS-EDIT-TRAILER-AMOUNT
           END-IF
           IF WS-CAP-OVERFLOW > 0
               DISPLAY 'CLAIMCAP: PROVIDERS OMITTED, TABLE FULL = '
                   WS-CAP-OVERFLOW

           STOP RUN.

       DO-RELEASE-HELD-PAYMENTS SECTION.
      ******************************************************************
      * PAY EVERY HELD CAPITATION MONTH ON CLAIMHPY WHOSE PROVIDER IS
      * NO LONGER UNDER A HOLD TODAY: A CAPPAYMT RECORD WITH THE
      * AMOUNT, MEMBER COUNT AND PERIOD IT WAS HELD FOR, COUNTED IN
      * THE TRAILER AND THE CLAIMCTL TOTAL, THEN THE ROW REWRITTEN
      * PAID SO NO LATER RUN SENDS IT AGAIN.
      ******************************************************************
           IF NOT WS-HELD-PAYMENT-OPEN
               EXIT SECTION
           END-IF

           MOVE LOW-VALUES TO HPY-KEY
           MOVE 'N' TO WS-HELD-PAYMENT-EOF
           START HELD-PAYMENT-FILE KEY IS NOT LESS THAN HPY-KEY
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM UNTIL WS-HELD-PAYMENT-AT-EOF
               READ HELD-PAYMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HELD-PAYMENT-EOF
                   NOT AT END
                       IF HPY-SOURCE-CAPITATION
                      AND HPY-HELD
                           PERFORM DO-RELEASE-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       DO-RELEASE-ONE-PAYMENT SECTION.
           MOVE HPY-PROVIDER-ID TO WS-HOLD-PROVIDER-ID
           PERFORM DO-CHECK-PAYMENT-HOLD
           IF WS-PROVIDER-HELD
               EXIT SECTION
           END-IF

           MOVE HPY-AMOUNT TO WS-EDIT-AMOUNT
           MOVE HPY-MEMBER-COUNT TO WS-EDIT-MEMBERS
           ADD HPY-AMOUNT TO WS-TOTAL-AMOUNT
           ADD HPY-AMOUNT TO WS-RELEASED-AMOUNT
           ADD 1 TO WS-PAID-COUNT
           ADD 1 TO WS-RELEASED-COUNT

           MOVE SPACES TO CAPITATION-RECORD
           STRING 'CAPPAYMT'       DELIMITED BY SIZE
                  HPY-PROVIDER-ID  DELIMITED BY SIZE
                  WS-EDIT-AMOUNT   DELIMITED BY SIZE
                  ' ' WS-EDIT-MEMBERS DELIMITED BY SIZE
                  ' ' HPY-PERIOD   DELIMITED BY SIZE
                  INTO CAPITATION-RECORD
           END-STRING
           WRITE CAPITATION-RECORD

           MOVE 'P' TO HPY-STATUS
           MOVE WS-TODAY-DATE TO HPY-PAID-DATE
           REWRITE HELD-PAYMENT-RECORD
           IF WS-HELD-PAYMENT-STATUS NOT = '00'
               DISPLAY 'CLAIMCAP: CLAIMHPY REWRITE FAILED, STATUS = '
                   WS-HELD-PAYMENT-STATUS ' FOR ' HPY-KEY
           END-IF

           DISPLAY 'CLAIMCAP: RELEASED ' HPY-PROVIDER-ID
               ' ' HPY-PERIOD ' MEMBERS ' WS-EDIT-MEMBERS
               ' AMOUNT ' WS-EDIT-AMOUNT
           EXIT.

       DO-TABLE-CAP-PROVIDER SECTION.
           IF WS-CAP-COUNT < 200
               ADD 1 TO WS-CAP-COUNT
           COMPUTE WS-PAYMENT-AMOUNT =
               WS-CAP-MEMBER-COUNT(WS-CAP-IDX)
               * WS-CAP-RATE-PM(WS-CAP-IDX)

           MOVE WS-PAYMENT-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-CAP-MEMBER-COUNT(WS-CAP-IDX) TO WS-EDIT-MEMBERS

           MOVE WS-CAP-PROVIDER-ID(WS-CAP-IDX) TO WS-HOLD-PROVIDER-ID
           PERFORM DO-CHECK-PAYMENT-HOLD
           IF WS-PROVIDER-HELD
               ADD WS-PAYMENT-AMOUNT TO WS-HELD-AMOUNT
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'CLAIMCAP: HELD ' WS-CAP-PROVIDER-ID(WS-CAP-IDX)
                   ' ' WS-PERIOD-YYYYMM ' MEMBERS ' WS-EDIT-MEMBERS
                   ' AMOUNT ' WS-EDIT-AMOUNT
               PERFORM DO-WRITE-HELD-PAYMENT
               EXIT SECTION
           END-IF

           ADD WS-PAYMENT-AMOUNT TO WS-TOTAL-AMOUNT
           ADD 1 TO WS-PAID-COUNT

           MOVE SPACES TO CAPITATION-RECORD
           STRING 'CAPPAYMT'       DELIMITED BY SIZE
                  WS-CAP-PROVIDER-ID(WS-CAP-IDX) DELIMITED BY SIZE
           WRITE CAPITATION-RECORD
           EXIT.

       DO-WRITE-HELD-PAYMENT SECTION.
      ******************************************************************
      * CARRY THE HELD MONTH ON CLAIMHPY UNTIL THE HOLD IS LIFTED. A
      * RE-RUN OF THE SAME MONTH REPLACES A ROW STILL HELD; ONE
      * ALREADY RELEASED AND PAID IS LEFT ALONE.
      ******************************************************************
           IF NOT WS-HELD-PAYMENT-OPEN
               EXIT SECTION
           END-IF

           MOVE WS-CAP-PROVIDER-ID(WS-CAP-IDX) TO HPY-PROVIDER-ID
           MOVE 'CAP'                   TO HPY-SOURCE
           MOVE WS-PERIOD-YYYYMM        TO HPY-PERIOD
           READ HELD-PAYMENT-FILE
               INVALID KEY
                   MOVE 'H'             TO HPY-STATUS
                   MOVE WS-PAYMENT-AMOUNT TO HPY-AMOUNT
                   MOVE WS-CAP-MEMBER-COUNT(WS-CAP-IDX)
                                        TO HPY-MEMBER-COUNT
                   MOVE 0               TO HPY-SCORE-PCT
                   MOVE SPACES          TO HPY-CONTRACT-ID
                   MOVE WS-TODAY-DATE   TO HPY-HELD-DATE
                   MOVE 0               TO HPY-PAID-DATE
                   WRITE HELD-PAYMENT-RECORD
               NOT INVALID KEY
                   IF HPY-HELD
                       MOVE WS-PAYMENT-AMOUNT TO HPY-AMOUNT
                       MOVE WS-CAP-MEMBER-COUNT(WS-CAP-IDX)
                                        TO HPY-MEMBER-COUNT
                       MOVE WS-TODAY-DATE TO HPY-HELD-DATE
                       REWRITE HELD-PAYMENT-RECORD
                   END-IF
           END-READ

           IF WS-HELD-PAYMENT-STATUS NOT = '00'
               DISPLAY 'CLAIMCAP: CLAIMHPY WRITE FAILED, STATUS = '
                   WS-HELD-PAYMENT-STATUS ' FOR ' HPY-KEY
           END-IF
           EXIT.

       DO-CHECK-PAYMENT-HOLD SECTION.
      ******************************************************************
      * SAME TEST CLAIMEXT APPLIES: AN ACTIVE CLAIMPHD HOLD WHOSE
      * START/END SPAN TAKES IN TODAY (A ZERO END DATE RUNS UNTIL
      * RELEASED). THE CALLER SETS WS-HOLD-PROVIDER-ID.
      ******************************************************************
           MOVE 'N' TO WS-PROVIDER-HELD-SW
           IF NOT WS-HOLD-FILE-OPEN
               EXIT SECTION
           END-IF

           MOVE WS-HOLD-PROVIDER-ID TO PHD-PROVIDER-ID
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PHD-ACTIVE
                  AND PHD-START-DATE <= WS-TODAY-DATE
                  AND (PHD-END-DATE = 0
                       OR PHD-END-DATE >= WS-TODAY-DATE)
                       MOVE 'Y' TO WS-PROVIDER-HELD-SW
                   END-IF
           END-READ
           EXIT.

       DO-WRITE-CAPITATION-TRAILER SECTION.
      ******************************************************************
      * END-OF-FILE TRAILER WITH COUNT AND TOTAL, AS CLAIMEXT WRITES,
           END-STRING
           WRITE CAPITATION-RECORD
           EXIT.

       DO-POST-CONTROL-TOTAL SECTION.
      ******************************************************************
      * ONE 'CAPP' POSTING PER RUN WITH THE PAYMENTS SENT ON CAPEXT
      * (RELEASED MONTHS INCLUDED) -- AN INFORMATIONAL TOTAL LIKE
      * 'BONS', NOT PART OF THE CLAIMBAL COUNT CRITERION. CLAIMGLJ
      * JOURNALS IT AS CAPITATION EXPENSE.
      ******************************************************************
           COMPUTE WS-CTL-DAYS-SINCE-1900 =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(19000101)

           MOVE 'CLAIMCAP'         TO CTL-SOURCE
           MOVE 'CAPP'             TO CTL-ACTION
           MOVE WS-PAID-COUNT      TO CTL-RECORD-COUNT
           MOVE WS-TOTAL-AMOUNT    TO CTL-AMOUNT
           COMPUTE CTL-TIMESTAMP =
               WS-CTL-DAYS-SINCE-1900 * 8640000

           OPEN EXTEND CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMCAP: CLAIMCTL OPEN FAILED, STATUS '
                   WS-CONTROL-FILE-STATUS
                   ' - CONTROL POSTING LOST'
               EXIT SECTION
           END-IF
           WRITE CONTROL-TOTAL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMCAP: CLAIMCTL WRITE FAILED, STATUS '
                   WS-CONTROL-FILE-STATUS
                   ' - CONTROL POSTING LOST'
           END-IF
           CLOSE CONTROL-FILE
           EXIT.
