       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMPFP.
      ******************************************************************
      * QUARTERLY PAY-FOR-PERFORMANCE BONUS RUN                        *
      *                                                                *
      * VALUE-BASED CONTRACTS PAY A PROVIDER A QUARTERLY BONUS FOR     *
      * HITTING THE TARGETS ON ITS CLAIMPFC CONTRACT TERMS -- THE      *
      * FIGURES USED TO BE WORKED OUT IN A SPREADSHEET FROM THE        *
      * CLAIMPSC SCORECARD AND PAID BY MANUAL CHECK REQUEST. THIS JOB  *
      * READS THE NIGHTLY CLAIMSNP SNAPSHOT AND, FOR EVERY PROVIDER    *
      * WITH A CONTRACT IN FORCE ON THE LAST DAY OF THE QUARTER,       *
      * COUNTS THE CLAIMS WHOSE DATE OF SERVICE FALLS IN THE QUARTER   *
      * (ADJUSTMENT REVERSALS LEFT OUT) THE SAME WAY CLAIMPSC DOES:    *
      *   - THE OKAY/DENY MIX, FOR THE APPROVAL RATE,                  *
      *   - FRAUD-FLAGGED SUBMISSIONS (REASON CODE 'FRAU'),            *
      *   - IN-NETWORK CLAIMS (SN-CLAIM-NETWORK-STATUS 'I'),           *
      *   - CLAIMS DENIED FOR LATE FILING (REASON CODE 'TFIL'),        *
      * AND TOTALS THE DOLLARS CLAIMPAY RECORDS AS PAID ON THEM. EACH  *
      * MEASURE ON THE CONTRACT IS MET OR NOT AGAINST ITS TARGET, THE  *
      * SCORE IS THE SUM OF THE WEIGHTS MET, AND THE BONUS IS THAT     *
      * PERCENT OF THE QUARTER'S POOL (SEE CLAIMPFC.CPY).              *
      *                                                                *
      * THE BONUSES GO OUT ON PFPEXT IN THE SAME FIXED-LAYOUT,         *
      * TRAILERED STYLE CAPEXT AND CLAIMEXT WRITE, SO THE              *
      * DISBURSEMENT SYSTEM CONSUMES ONE MORE FILE ON THE SAME         *
      * CHANNEL. THE RUN POSTS A CLAIMCTL 'BONS' CONTROL TOTAL, WHICH  *
      * CLAIMGLJ JOURNALS AS PROVIDER INCENTIVE EXPENSE, AND WRITES A  *
      * STATEMENT FOR EVERY CONTRACTED PROVIDER SHOWING EACH MEASURE,  *
      * ITS TARGET AND WEIGHT, WHETHER IT WAS MET, AND THE BONUS.      *
      *                                                                *
      * A PROVIDER UNDER A CLAIMPHD PAYMENT HOLD IN FORCE ON THE       *
      * PROCESSING DATE IS NOT PAID, AS IN CLAIMCAP: THE BONUS IS      *
      * LISTED ON THE STATEMENT AND THE JOB LOG, COUNTED IN THE HELD   *
      * TOTAL AND WRITTEN HELD TO CLAIMHPY (SEE CLAIMHPY.CPY). SINCE   *
      * THE HELD QUARTER IS ITSELF POSTED DONE, EACH RUN FIRST PAYS    *
      * EVERY EARLIER HELD BONUS WHOSE PROVIDER IS NO LONGER UNDER A   *
      * HOLD -- ON PFPEXT WITH ITS ORIGINAL QUARTER, IN THE 'BONS'     *
      * TOTAL, AND LISTED AHEAD OF THE STATEMENTS -- AND MARKS IT      *
      * PAID.                                                          *
      *                                                                *
      * THE QUARTER COMES FROM ONE PARMIN CARD (COLS 1-4 YEAR, COL 5   *
      * QUARTER 1-4). WITH NO CARD THE LAST COMPLETED CALENDAR         *
      * QUARTER BEFORE THE PROCESSING DATE IS RUN. A CARD FOR A        *
      * QUARTER NOT YET ENDED BEFORE THE PROCESSING DATE IS REFUSED    *
      * (RETURN CODE 16). THE CLAIMRNC RUN CONTROL IS KEYED ON THE LAST*
      * DAY OF THE QUARTER, SO A QUARTER ALREADY PAID IS REFUSED       *
      * OUTRIGHT.                                                      *
      *                                                                *
      * INPUT  : PARMIN   - THE BONUS QUARTER CARD (OPTIONAL).         *
      *          CLAIMPFC - THE VALUE-BASED CONTRACT TERMS FILE.       *
      *          SNAPIN   - THE CLAIMSNP SNAPSHOT DATASET.             *
      *          CLAIMPAY - THE PAYMENT KSDS (RANDOM READ).            *
      *          CLAIMPRV - THE PROVIDER REFERENCE FILE, FOR NAMES.    *
      *          CLAIMPHD - THE PROVIDER PAYMENT HOLD FILE, READ       *
      *          RANDOMLY BY PROVIDER ID.                              *
      * I-O    : CLAIMRNC - THE BATCH RUN-CONTROL FILE.                *
      *          CLAIMHPY - THE HELD PROVIDER PAYMENT FILE.            *
      * OUTPUT : PFPEXT   - THE BONUS PAYMENT EXTRACT.                 *
      *          PFPSTM   - THE PROVIDER BONUS STATEMENTS.             *
      *          CLAIMCTL - ONE 'BONS' POSTING PER RUN (EXTENDED).     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CONTRACT-FILE ASSIGN TO CLAIMPFC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PFC-PROVIDER-ID
               FILE STATUS IS WS-CONTRACT-FILE-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO SNAPIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAYMENT-FILE ASSIGN TO CLAIMPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-CLAIM-ID
               FILE STATUS IS WS-PAYMENT-FILE-STATUS.
           SELECT PROVIDER-FILE ASSIGN TO CLAIMPRV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROV-PROVIDER-ID
               FILE STATUS IS WS-PROVIDER-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO CLAIMPHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PHD-PROVIDER-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CLAIMRNC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RNC-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT HELD-PAYMENT-FILE ASSIGN TO CLAIMHPY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HPY-KEY
               FILE STATUS IS WS-HELD-PAYMENT-STATUS.
           SELECT BONUS-FILE ASSIGN TO PFPEXT
               ORGANIZATION IS SEQUENTIAL.
           SELECT STATEMENT-REPORT ASSIGN TO PFPSTM
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO CLAIMCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PRM-BONUS-QUARTER       PIC 9(5).
           05  PRM-BONUS-QUARTER-X REDEFINES PRM-BONUS-QUARTER.
               10  PRM-BONUS-YYYY      PIC 9(4).
               10  PRM-BONUS-Q         PIC 9(1).
           05  FILLER                  PIC X(75).

       FD  CONTRACT-FILE.
       COPY CLAIMPFC.

       FD  SNAPSHOT-FILE
           RECORDING MODE IS F.
       COPY CLAIMSNR.

       FD  PAYMENT-FILE.
       COPY CLAIMPAY.

       FD  PROVIDER-FILE.
       COPY CLAIMPRV.

       FD  HOLD-FILE.
       COPY CLAIMPHD.

       FD  RUN-CONTROL-FILE.
       COPY CLAIMRNC.

       FD  HELD-PAYMENT-FILE.
       COPY CLAIMHPY.

       FD  BONUS-FILE
           RECORDING MODE IS F.
       01  BONUS-RECORD                PIC X(80).

       FD  STATEMENT-REPORT
           RECORDING MODE IS F.
       01  STATEMENT-REPORT-LINE       PIC X(132).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY CLAIMCTL.

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
       01  WS-PROCESS-MM               PIC 9(2).
       01  WS-RNC-TODAY                PIC 9(8).

       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CONTRACT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-PAYMENT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-PROVIDER-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-CONTROL-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-CONTRACT-EOF             PIC X(1) VALUE 'N'.
           88  WS-CONTRACT-AT-EOF                VALUE 'Y'.
       01  WS-SNAPSHOT-EOF             PIC X(1) VALUE 'N'.
           88  WS-SNAPSHOT-AT-EOF                VALUE 'Y'.
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

      ******************************************************************
      * THE BONUS QUARTER, HELD AS ITS FIRST AND LAST DAYS. THE LABEL
      * (YYYYQN) IS STAMPED ON THE EXTRACT AND THE STATEMENTS.
      ******************************************************************
       01  WS-QUARTER-LABEL.
           05  WS-QUARTER-YYYY         PIC 9(4).
           05  FILLER                  PIC X(1) VALUE 'Q'.
           05  WS-QUARTER-Q            PIC 9(1).
       01  WS-QUARTER-START-DATE       PIC 9(8).
       01  WS-QUARTER-END-DATE         PIC 9(8).
       01  WS-SERVICE-DATE             PIC 9(8).

      ******************************************************************
      * CONTRACT TABLE, FILLED FROM THE CLAIMPFC SWEEP WITH THE
      * CONTRACTS IN FORCE FOR THE QUARTER AND COUNTED UP BY THE
      * SNAPSHOT SWEEP. THE LOOKUP SCAN IS BOUNDED BY WS-PC-COUNT, AS
      * IN CLAIMPSC; OVERFLOWS ARE COUNTED AND REPORTED RATHER THAN
      * SILENTLY DROPPED.
      ******************************************************************
       01  WS-CONTRACT-TABLE.
           05  WS-PC-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PC-IDX.
               10  WS-PC-PROVIDER-ID   PIC X(21).
               10  WS-PC-CONTRACT-ID   PIC X(10).
               10  WS-PC-QUARTERLY-POOL COMP-2 SYNC.
               10  WS-PC-POOL-PCT-OF-PAID PIC 9(2)V9(2).
               10  WS-PC-MIN-CLAIM-COUNT PIC 9(5).
               10  WS-PC-MEASURE OCCURS 4 TIMES.
                   15  WS-PC-MEASURE-CODE PIC X(4).
                   15  WS-PC-TARGET-PCT   PIC 9(3)V9(2).
                   15  WS-PC-WEIGHT-PCT   PIC 9(3).
               10  WS-PC-CLAIM-COUNT   PIC 9(7).
               10  WS-PC-OKAY-COUNT    PIC 9(7).
               10  WS-PC-DENY-COUNT    PIC 9(7).
               10  WS-PC-FRAUD-COUNT   PIC 9(7).
               10  WS-PC-IN-NETWORK-COUNT PIC 9(7).
               10  WS-PC-LATE-FILED-COUNT PIC 9(7).
               10  WS-PC-PAID-USD      COMP-2 SYNC.
       01  WS-PC-COUNT                 PIC 9(3) VALUE 0.
       01  WS-PC-OVERFLOW              PIC 9(7) VALUE 0.
       01  WS-PC-FOUND-SW              PIC X(1).
           88  WS-PC-FOUND                       VALUE 'Y'.
       01  WS-NOT-IN-FORCE-COUNT       PIC 9(7) VALUE 0.
       01  WS-UNDATED-COUNT            PIC 9(7) VALUE 0.

      ******************************************************************
      * SCORING WORK FIELDS FOR ONE PROVIDER.
      ******************************************************************
       01  WS-MEASURE-IDX              PIC 9(2).
       01  WS-MEASURE-NUMERATOR        PIC 9(7).
       01  WS-MEASURE-DENOMINATOR      PIC 9(7).
       01  WS-ACTUAL-PCT               PIC 9(3)V9(2).
       01  WS-MEASURE-MET-SW           PIC X(1).
           88  WS-MEASURE-MET                    VALUE 'Y'.
       01  WS-MEASURE-DESC             PIC X(20).
       01  WS-MEASURE-COMPARE          PIC X(2).
       01  WS-MEASURE-RESULT           PIC X(8).
       01  WS-MEASURE-POINTS           PIC 9(3).
       01  WS-SCORE-PCT                PIC 9(3).
       01  WS-WEIGHT-TOTAL             PIC 9(3).
       01  WS-POOL-AMOUNT              PIC S9(9)V9(2).
       01  WS-BONUS-AMOUNT             PIC S9(9)V9(2).

       01  WS-TOTAL-AMOUNT             COMP-2 VALUE 0.
       01  WS-PAID-COUNT               PIC 9(7) VALUE 0.
       01  WS-HELD-AMOUNT              COMP-2 VALUE 0.
       01  WS-HELD-COUNT               PIC 9(7) VALUE 0.
       01  WS-RELEASED-AMOUNT          COMP-2 VALUE 0.
       01  WS-RELEASED-COUNT           PIC 9(7) VALUE 0.
       01  WS-NO-BONUS-COUNT           PIC 9(7) VALUE 0.
       01  WS-NOT-SCORED-COUNT         PIC 9(7) VALUE 0.

       01  WS-EDIT-AMOUNT              PIC -(8)9.99.
       01  WS-EDIT-TRAILER-AMOUNT      PIC -(12)9.99.
       01  WS-EDIT-DOLLARS             PIC $$$,$$$,$$9.99.
       01  WS-EDIT-DOLLARS-2           PIC $$$,$$$,$$9.99.
       01  WS-EDIT-COUNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-COUNT-2             PIC ZZZ,ZZ9.
       01  WS-EDIT-PCT                 PIC ZZ9.99.
       01  WS-EDIT-PCT-2               PIC ZZ9.99.
       01  WS-EDIT-WEIGHT              PIC ZZ9.
       01  WS-EDIT-POINTS              PIC ZZ9.
       01  WS-EDIT-SCORE               PIC ZZ9.

      ******************************************************************
      * FIELDS FOR THE END-OF-JOB CLAIMCTL POSTING TIMESTAMP -- SAME
      * ABSTIME-EQUIVALENT TECHNIQUE AS CLAIMEXT'S POSTING.
      ******************************************************************
       01  WS-CTL-DAYS-SINCE-1900      PIC S9(8) COMP.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           PERFORM DO-CHECK-RUN-CONTROL
           PERFORM DO-SET-BONUS-QUARTER
           PERFORM DO-CHECK-QUARTER-PAID
           IF WS-RUN-REFUSED
               STOP RUN
           END-IF

           OPEN INPUT  CONTRACT-FILE
           OPEN INPUT  SNAPSHOT-FILE
           OPEN INPUT  PAYMENT-FILE
           OPEN INPUT  PROVIDER-FILE
           OPEN OUTPUT BONUS-FILE
           OPEN OUTPUT STATEMENT-REPORT
           OPEN INPUT  HOLD-FILE
           IF WS-HOLD-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-FILE-OPEN-SW
           ELSE
               DISPLAY 'CLAIMPFP: CLAIMPHD NOT AVAILABLE, '
                   'NO PAYMENT HOLDS APPLIED'
           END-IF
           OPEN I-O    HELD-PAYMENT-FILE
           IF WS-HELD-PAYMENT-STATUS = '00'
               MOVE 'Y' TO WS-HELD-PAYMENT-OPEN-SW
           ELSE
               DISPLAY 'CLAIMPFP: CLAIMHPY NOT AVAILABLE, STATUS = '
                   WS-HELD-PAYMENT-STATUS
                   ' - HELD BONUSES NOT CARRIED'
           END-IF

           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING 'PAY-FOR-PERFORMANCE BONUS STATEMENTS - QUARTER '
               WS-QUARTER-LABEL ' (' WS-QUARTER-START-DATE ' TO '
               WS-QUARTER-END-DATE ') - AMOUNTS IN USD'
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE

           PERFORM DO-RELEASE-HELD-BONUSES

           PERFORM UNTIL WS-CONTRACT-AT-EOF
               READ CONTRACT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CONTRACT-EOF
                   NOT AT END
                       PERFORM DO-TABLE-CONTRACT
               END-READ
           END-PERFORM

           PERFORM UNTIL WS-SNAPSHOT-AT-EOF
               READ SNAPSHOT-FILE
                   AT END
                       MOVE 'Y' TO WS-SNAPSHOT-EOF
                   NOT AT END
                       PERFORM DO-ACCUMULATE-CLAIM
               END-READ
           END-PERFORM

           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               PERFORM DO-SCORE-ONE-PROVIDER
           END-PERFORM

           PERFORM DO-WRITE-BONUS-TRAILER
           PERFORM DO-WRITE-STATEMENT-TOTALS

           CLOSE CONTRACT-FILE
           CLOSE SNAPSHOT-FILE
           CLOSE PAYMENT-FILE
           CLOSE PROVIDER-FILE
           CLOSE BONUS-FILE
           CLOSE STATEMENT-REPORT
           IF WS-HOLD-FILE-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF WS-HELD-PAYMENT-OPEN
               CLOSE HELD-PAYMENT-FILE
           END-IF

           PERFORM DO-POST-CONTROL-TOTAL
           PERFORM DO-POST-RUN-CONTROL

           DISPLAY 'CLAIMPFP: QUARTER ' WS-QUARTER-LABEL
               ' CONTRACTS SCORED = ' WS-PC-COUNT
           DISPLAY 'CLAIMPFP: PROVIDERS PAID = ' WS-PAID-COUNT
           IF WS-RELEASED-COUNT > 0
               MOVE WS-RELEASED-AMOUNT TO WS-EDIT-TRAILER-AMOUNT
               DISPLAY 'CLAIMPFP: HELD BONUSES RELEASED AND PAID = '
                   WS-RELEASED-COUNT ' AMOUNT ' WS-EDIT-TRAILER-AMOUNT
           END-IF
           IF WS-HELD-COUNT > 0
               MOVE WS-HELD-AMOUNT TO WS-EDIT-TRAILER-AMOUNT
               DISPLAY 'CLAIMPFP: PROVIDERS HELD, PAYMENT HOLD = '
                   WS-HELD-COUNT ' AMOUNT ' WS-EDIT-TRAILER-AMOUNT
           END-IF
           IF WS-PC-OVERFLOW > 0
               DISPLAY 'CLAIMPFP: CONTRACTS OMITTED, TABLE FULL = '
                   WS-PC-OVERFLOW
           END-IF

           STOP RUN.

       DO-CHECK-RUN-CONTROL SECTION.
      ******************************************************************
      * READ THE CLAIMRNC RUN-CONTROL FILE AND PICK UP THE BUSINESS
      * PROCESSING DATE FROM THE OPERATIONS 'BUSDATE' ROW. THE
      * QUARTER ITSELF IS CHECKED ONCE IT IS KNOWN
      * (DO-CHECK-QUARTER-PAID). A MISSING CLAIMRNC FILE DISABLES
      * THE CHECKS.
      ******************************************************************
           MOVE 'N' TO WS-RUN-CONTROL-ACTIVE-SW
           MOVE 'N' TO WS-RUN-REFUSED-SW
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RNC-TODAY
           MOVE WS-RNC-TODAY TO WS-PROCESS-DATE

           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = '00'
               DISPLAY 'CLAIMPFP: CLAIMRNC NOT AVAILABLE, '
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
           EXIT.

       DO-SET-BONUS-QUARTER SECTION.
      ******************************************************************
      * TAKE THE QUARTER FROM PARMIN, OR DEFAULT TO THE LAST
      * COMPLETED CALENDAR QUARTER BEFORE THE PROCESSING DATE. AN
      * INVALID CARD ALSO DEFAULTS. A CARD FOR A QUARTER THAT HAS NOT
      * ENDED BEFORE THE PROCESSING DATE REFUSES THE RUN -- IT WOULD
      * PAY ON PART OF THE QUARTER AND POST THE QUARTER DONE.
      ******************************************************************
           MOVE WS-PROCESS-DATE(1:4) TO WS-QUARTER-YYYY
           MOVE WS-PROCESS-DATE(5:2) TO WS-PROCESS-MM
           COMPUTE WS-QUARTER-Q = (WS-PROCESS-MM - 1) / 3 + 1
           IF WS-QUARTER-Q = 1
               MOVE 4 TO WS-QUARTER-Q
               SUBTRACT 1 FROM WS-QUARTER-YYYY
           ELSE
               SUBTRACT 1 FROM WS-QUARTER-Q
           END-IF

           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-BONUS-QUARTER IS NUMERIC
                      AND PRM-BONUS-YYYY > 1900
                      AND PRM-BONUS-Q >= 1
                      AND PRM-BONUS-Q <= 4
                           MOVE PRM-BONUS-YYYY TO WS-QUARTER-YYYY
                           MOVE PRM-BONUS-Q    TO WS-QUARTER-Q
                       ELSE
                           DISPLAY 'CLAIMPFP: PARMIN CARD INVALID, '
                               'PREVIOUS QUARTER USED'
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF

           COMPUTE WS-QUARTER-START-DATE =
               WS-QUARTER-YYYY * 10000
               + (WS-QUARTER-Q * 3 - 2) * 100 + 1
           EVALUATE WS-QUARTER-Q
               WHEN 1
                   COMPUTE WS-QUARTER-END-DATE =
                       WS-QUARTER-YYYY * 10000 + 331
               WHEN 2
                   COMPUTE WS-QUARTER-END-DATE =
                       WS-QUARTER-YYYY * 10000 + 630
               WHEN 3
                   COMPUTE WS-QUARTER-END-DATE =
                       WS-QUARTER-YYYY * 10000 + 930
               WHEN OTHER
                   COMPUTE WS-QUARTER-END-DATE =
                       WS-QUARTER-YYYY * 10000 + 1231
           END-EVALUATE

           IF WS-QUARTER-END-DATE NOT < WS-PROCESS-DATE
               MOVE 'Y' TO WS-RUN-REFUSED-SW
               MOVE 16 TO RETURN-CODE
               DISPLAY 'CLAIMPFP: RUN REFUSED - PARMIN QUARTER '
                   WS-QUARTER-LABEL ' NOT ENDED BEFORE '
                   WS-PROCESS-DATE
           END-IF
           EXIT.

       DO-CHECK-QUARTER-PAID SECTION.
      ******************************************************************
      * THE BONUS POSTING IS KEYED ON THE LAST DAY OF THE QUARTER, SO
      * A SECOND RUN FOR A QUARTER ALREADY PAID IS REFUSED.
      ******************************************************************
           IF NOT WS-RUN-CONTROL-ACTIVE
               EXIT SECTION
           END-IF

           MOVE 'CLAIMPFP' TO RNC-JOB-NAME
           MOVE WS-QUARTER-END-DATE TO RNC-PROCESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RNC-COMPLETE
                       MOVE 'Y' TO WS-RUN-REFUSED-SW
                       DISPLAY 'CLAIMPFP: RUN REFUSED - BONUS '
                           'QUARTER ALREADY PAID, ' WS-QUARTER-LABEL
                   END-IF
           END-READ
           EXIT.

       DO-RELEASE-HELD-BONUSES SECTION.
      ******************************************************************
      * PAY EVERY HELD BONUS ON CLAIMHPY WHOSE PROVIDER IS NO LONGER
      * UNDER A HOLD ON THE PROCESSING DATE: A PFPBONUS RECORD WITH
      * THE AMOUNT, SCORE, QUARTER AND CONTRACT IT WAS HELD FOR,
      * COUNTED IN THE TRAILER AND THE 'BONS' TOTAL, A LINE AHEAD OF
      * THE STATEMENTS, THEN THE ROW REWRITTEN PAID SO NO LATER RUN
      * SENDS IT AGAIN.
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
                       IF HPY-SOURCE-BONUS
                      AND HPY-HELD
                           PERFORM DO-RELEASE-ONE-BONUS
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       DO-RELEASE-ONE-BONUS SECTION.
           MOVE HPY-PROVIDER-ID TO WS-HOLD-PROVIDER-ID
           PERFORM DO-CHECK-PAYMENT-HOLD
           IF WS-PROVIDER-HELD
               EXIT SECTION
           END-IF

           MOVE HPY-AMOUNT TO WS-EDIT-AMOUNT
           MOVE HPY-SCORE-PCT TO WS-EDIT-SCORE
           ADD HPY-AMOUNT TO WS-TOTAL-AMOUNT
           ADD HPY-AMOUNT TO WS-RELEASED-AMOUNT
           ADD 1 TO WS-PAID-COUNT
           ADD 1 TO WS-RELEASED-COUNT

           MOVE SPACES TO BONUS-RECORD
           STRING 'PFPBONUS'       DELIMITED BY SIZE
                  HPY-PROVIDER-ID  DELIMITED BY SIZE
                  WS-EDIT-AMOUNT   DELIMITED BY SIZE
                  ' ' WS-EDIT-SCORE DELIMITED BY SIZE
                  ' ' HPY-PERIOD   DELIMITED BY SIZE
                  ' ' HPY-CONTRACT-ID DELIMITED BY SIZE
                  INTO BONUS-RECORD
           END-STRING
           WRITE BONUS-RECORD

           MOVE 'P' TO HPY-STATUS
           MOVE WS-PROCESS-DATE TO HPY-PAID-DATE
           REWRITE HELD-PAYMENT-RECORD
           IF WS-HELD-PAYMENT-STATUS NOT = '00'
               DISPLAY 'CLAIMPFP: CLAIMHPY REWRITE FAILED, STATUS = '
                   WS-HELD-PAYMENT-STATUS ' FOR ' HPY-KEY
           END-IF

           MOVE HPY-AMOUNT TO WS-EDIT-DOLLARS
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING 'PROVIDER ' HPY-PROVIDER-ID
               '  QUARTER ' HPY-PERIOD
               '  HELD BONUS RELEASED, HOLD LIFTED - SENT FOR '
               'DISBURSEMENT: ' WS-EDIT-DOLLARS
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           EXIT.

       DO-TABLE-CONTRACT SECTION.
      ******************************************************************
      * AN ACTIVE CONTRACT IN FORCE ON THE LAST DAY OF THE QUARTER IS
      * SCORED (A ZERO TERMINATION DATE RUNS UNTIL ENDED).
      ******************************************************************
           IF NOT PFC-ACTIVE
           OR PFC-EFFECTIVE-DATE > WS-QUARTER-END-DATE
           OR (PFC-TERMINATION-DATE NOT = 0
               AND PFC-TERMINATION-DATE < WS-QUARTER-END-DATE)
               ADD 1 TO WS-NOT-IN-FORCE-COUNT
               EXIT SECTION
           END-IF

           IF WS-PC-COUNT < 500
               ADD 1 TO WS-PC-COUNT
               SET WS-PC-IDX TO WS-PC-COUNT
               INITIALIZE WS-PC-ENTRY(WS-PC-IDX)
               MOVE PFC-PROVIDER-ID TO WS-PC-PROVIDER-ID(WS-PC-IDX)
               MOVE PFC-CONTRACT-ID TO WS-PC-CONTRACT-ID(WS-PC-IDX)
               MOVE PFC-QUARTERLY-POOL
                 TO WS-PC-QUARTERLY-POOL(WS-PC-IDX)
               MOVE PFC-POOL-PCT-OF-PAID
                 TO WS-PC-POOL-PCT-OF-PAID(WS-PC-IDX)
               MOVE PFC-MIN-CLAIM-COUNT
                 TO WS-PC-MIN-CLAIM-COUNT(WS-PC-IDX)
               MOVE 0 TO WS-PC-PAID-USD(WS-PC-IDX)
               PERFORM VARYING WS-MEASURE-IDX FROM 1 BY 1
                       UNTIL WS-MEASURE-IDX > 4
                   MOVE PFC-MEASURE-CODE(WS-MEASURE-IDX)
                     TO WS-PC-MEASURE-CODE(WS-PC-IDX WS-MEASURE-IDX)
                   MOVE PFC-TARGET-PCT(WS-MEASURE-IDX)
                     TO WS-PC-TARGET-PCT(WS-PC-IDX WS-MEASURE-IDX)
                   MOVE PFC-WEIGHT-PCT(WS-MEASURE-IDX)
                     TO WS-PC-WEIGHT-PCT(WS-PC-IDX WS-MEASURE-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-PC-OVERFLOW
           END-IF
           EXIT.

       DO-ACCUMULATE-CLAIM SECTION.
      ******************************************************************
      * A CLAIM COUNTS TOWARD ITS PROVIDER'S QUARTER WHEN ITS DATE OF
      * SERVICE (MM/DD/YYYY) FALLS IN THE QUARTER. WALK-UP CLAIMS
      * WITH NO PROVIDER AND ADJUSTMENT REVERSALS ARE LEFT OUT; A
      * CLAIM WHOSE PROVIDER HAS NO CONTRACT IN FORCE IS SKIPPED.
      ******************************************************************
           IF SN-CLAIM-PROVIDER = SPACES
           OR SN-CLAIM-ADJUSTMENT-TYPE = 'R'
               EXIT SECTION
           END-IF

           IF SN-CLAIM-DATE(7:4) NOT NUMERIC
           OR SN-CLAIM-DATE(1:2) NOT NUMERIC
           OR SN-CLAIM-DATE(4:2) NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
               EXIT SECTION
           END-IF
           MOVE SN-CLAIM-DATE(7:4) TO WS-SERVICE-DATE(1:4)
           MOVE SN-CLAIM-DATE(1:2) TO WS-SERVICE-DATE(5:2)
           MOVE SN-CLAIM-DATE(4:2) TO WS-SERVICE-DATE(7:2)
           IF WS-SERVICE-DATE < WS-QUARTER-START-DATE
           OR WS-SERVICE-DATE > WS-QUARTER-END-DATE
               EXIT SECTION
           END-IF

           MOVE 'N' TO WS-PC-FOUND-SW
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
                      OR WS-PC-FOUND
               IF WS-PC-PROVIDER-ID(WS-PC-IDX) = SN-CLAIM-PROVIDER
                   MOVE 'Y' TO WS-PC-FOUND-SW
                   PERFORM DO-COUNT-ONE-CLAIM
               END-IF
           END-PERFORM
           EXIT.

       DO-COUNT-ONE-CLAIM SECTION.
           ADD 1 TO WS-PC-CLAIM-COUNT(WS-PC-IDX)

           EVALUATE SN-CLAIM-STATUS
               WHEN 'OKAY'
                   ADD 1 TO WS-PC-OKAY-COUNT(WS-PC-IDX)
               WHEN 'DENY'
                   ADD 1 TO WS-PC-DENY-COUNT(WS-PC-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF SN-CLAIM-NETWORK-STATUS = 'I'
               ADD 1 TO WS-PC-IN-NETWORK-COUNT(WS-PC-IDX)
           END-IF

           EVALUATE SN-CLAIM-REASON-CODE
               WHEN 'FRAU'
                   ADD 1 TO WS-PC-FRAUD-COUNT(WS-PC-IDX)
               WHEN 'TFIL'
                   ADD 1 TO WS-PC-LATE-FILED-COUNT(WS-PC-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE SN-CLAIM-ID TO PAY-CLAIM-ID
           READ PAYMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD PAY-PAID-AMOUNT TO WS-PC-PAID-USD(WS-PC-IDX)
           END-READ
           EXIT.

       DO-SCORE-ONE-PROVIDER SECTION.
      ******************************************************************
      * ONE CONTRACTED PROVIDER: THE STATEMENT HEADING, EACH MEASURE
      * AGAINST ITS TARGET, THE SCORE AND THE BONUS -- THEN THE
      * PAYMENT ON PFPEXT UNLESS THE PROVIDER IS UNDER A PAYMENT HOLD.
      ******************************************************************
           MOVE WS-PC-PROVIDER-ID(WS-PC-IDX) TO PROV-PROVIDER-ID
           READ PROVIDER-FILE
               INVALID KEY
                   MOVE '(NOT ON CLAIMPRV)' TO PROV-PROVIDER-NAME
           END-READ

           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING 'PROVIDER ' WS-PC-PROVIDER-ID(WS-PC-IDX)
               ' ' PROV-PROVIDER-NAME
               '  CONTRACT ' WS-PC-CONTRACT-ID(WS-PC-IDX)
               '  QUARTER ' WS-QUARTER-LABEL
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE

           COMPUTE WS-POOL-AMOUNT ROUNDED =
               WS-PC-QUARTERLY-POOL(WS-PC-IDX)
               + WS-PC-PAID-USD(WS-PC-IDX)
                 * WS-PC-POOL-PCT-OF-PAID(WS-PC-IDX) / 100

           MOVE WS-PC-CLAIM-COUNT(WS-PC-IDX) TO WS-EDIT-COUNT
           MOVE WS-PC-PAID-USD(WS-PC-IDX) TO WS-EDIT-DOLLARS
           MOVE WS-POOL-AMOUNT TO WS-EDIT-DOLLARS-2
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING '  CLAIMS IN QUARTER: ' WS-EDIT-COUNT
               '  PAID ON THESE CLAIMS: ' WS-EDIT-DOLLARS
               '  BONUS POOL: ' WS-EDIT-DOLLARS-2
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE

           IF WS-PC-CLAIM-COUNT(WS-PC-IDX)
                < WS-PC-MIN-CLAIM-COUNT(WS-PC-IDX)
           OR WS-PC-CLAIM-COUNT(WS-PC-IDX) = 0
               ADD 1 TO WS-NOT-SCORED-COUNT
               MOVE WS-PC-MIN-CLAIM-COUNT(WS-PC-IDX) TO WS-EDIT-COUNT-2
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING '  NOT SCORED - ' WS-EDIT-COUNT
                   ' CLAIMS IN THE QUARTER, CONTRACT MINIMUM '
                   WS-EDIT-COUNT-2 '. NO BONUS EARNED.'
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
               EXIT SECTION
           END-IF

           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING '  MEASURE                     ACTUAL     TARGET  '
               'WEIGHT  RESULT    POINTS'
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE

           MOVE 0 TO WS-SCORE-PCT
           MOVE 0 TO WS-WEIGHT-TOTAL
           PERFORM VARYING WS-MEASURE-IDX FROM 1 BY 1
                   UNTIL WS-MEASURE-IDX > 4
               IF WS-PC-MEASURE-CODE(WS-PC-IDX WS-MEASURE-IDX)
                    NOT = SPACES
                   PERFORM DO-SCORE-ONE-MEASURE
               END-IF
           END-PERFORM
           IF WS-SCORE-PCT > 100
               MOVE 100 TO WS-SCORE-PCT
           END-IF

           COMPUTE WS-BONUS-AMOUNT ROUNDED =
               WS-POOL-AMOUNT * WS-SCORE-PCT / 100

           IF WS-WEIGHT-TOTAL NOT = 100
               MOVE WS-WEIGHT-TOTAL TO WS-EDIT-WEIGHT
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING '  NOTE: CONTRACT WEIGHTS TOTAL ' WS-EDIT-WEIGHT
                   ', NOT 100 - SCORE LIMITED TO 100'
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-IF

           MOVE WS-SCORE-PCT TO WS-EDIT-SCORE
           MOVE WS-BONUS-AMOUNT TO WS-EDIT-DOLLARS
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING '  SCORE: ' WS-EDIT-SCORE ' OF 100 -- BONUS IS '
               WS-EDIT-SCORE ' PERCENT OF THE POOL: ' WS-EDIT-DOLLARS
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE

           IF WS-BONUS-AMOUNT NOT > 0
               ADD 1 TO WS-NO-BONUS-COUNT
               MOVE '  NO BONUS EARNED THIS QUARTER.'
                 TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
               EXIT SECTION
           END-IF

           MOVE WS-BONUS-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-PC-PROVIDER-ID(WS-PC-IDX) TO WS-HOLD-PROVIDER-ID
           PERFORM DO-CHECK-PAYMENT-HOLD
           IF WS-PROVIDER-HELD
               ADD WS-BONUS-AMOUNT TO WS-HELD-AMOUNT
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'CLAIMPFP: HELD ' WS-PC-PROVIDER-ID(WS-PC-IDX)
                   ' ' WS-QUARTER-LABEL ' SCORE ' WS-EDIT-SCORE
                   ' AMOUNT ' WS-EDIT-AMOUNT
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING '  BONUS HELD - PROVIDER PAYMENT HOLD IN FORCE. '
                   'PAID BY THE FIRST RUN AFTER THE HOLD IS LIFTED.'
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
               PERFORM DO-WRITE-HELD-BONUS
               EXIT SECTION
           END-IF

           ADD WS-BONUS-AMOUNT TO WS-TOTAL-AMOUNT
           ADD 1 TO WS-PAID-COUNT

           MOVE SPACES TO BONUS-RECORD
           STRING 'PFPBONUS'       DELIMITED BY SIZE
                  WS-PC-PROVIDER-ID(WS-PC-IDX) DELIMITED BY SIZE
                  WS-EDIT-AMOUNT   DELIMITED BY SIZE
                  ' ' WS-EDIT-SCORE DELIMITED BY SIZE
                  ' ' WS-QUARTER-LABEL DELIMITED BY SIZE
                  ' ' WS-PC-CONTRACT-ID(WS-PC-IDX) DELIMITED BY SIZE
                  INTO BONUS-RECORD
           END-STRING
           WRITE BONUS-RECORD

           MOVE '  BONUS PAID - SENT FOR DISBURSEMENT.'
             TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE
           EXIT.

       DO-SCORE-ONE-MEASURE SECTION.
      ******************************************************************
      * ONE MEASURE: ITS ACTUAL PERCENT FOR THE QUARTER, MET OR NOT
      * AGAINST THE TARGET (FRAU IS MET AT OR BELOW IT, THE OTHERS AT
      * OR ABOVE), AND THE WEIGHT EARNED. A MEASURE WITH NOTHING TO
      * MEASURE (NO DECIDED CLAIMS FOR APPR) OR AN UNKNOWN CODE IS
      * NOT MET.
      ******************************************************************
           MOVE 0 TO WS-MEASURE-NUMERATOR
           MOVE WS-PC-CLAIM-COUNT(WS-PC-IDX) TO WS-MEASURE-DENOMINATOR
           MOVE '>=' TO WS-MEASURE-COMPARE
           EVALUATE WS-PC-MEASURE-CODE(WS-PC-IDX WS-MEASURE-IDX)
               WHEN 'APPR'
                   MOVE 'APPROVAL RATE' TO WS-MEASURE-DESC
                   MOVE WS-PC-OKAY-COUNT(WS-PC-IDX)
                     TO WS-MEASURE-NUMERATOR
                   COMPUTE WS-MEASURE-DENOMINATOR =
                       WS-PC-OKAY-COUNT(WS-PC-IDX)
                       + WS-PC-DENY-COUNT(WS-PC-IDX)
               WHEN 'FRAU'
                   MOVE 'FRAUD-FLAG RATE' TO WS-MEASURE-DESC
                   MOVE WS-PC-FRAUD-COUNT(WS-PC-IDX)
                     TO WS-MEASURE-NUMERATOR
                   MOVE '<=' TO WS-MEASURE-COMPARE
               WHEN 'INNW'
                   MOVE 'IN-NETWORK SHARE' TO WS-MEASURE-DESC
                   MOVE WS-PC-IN-NETWORK-COUNT(WS-PC-IDX)
                     TO WS-MEASURE-NUMERATOR
               WHEN 'TFIL'
                   MOVE 'TIMELY FILING' TO WS-MEASURE-DESC
                   COMPUTE WS-MEASURE-NUMERATOR =
                       WS-PC-CLAIM-COUNT(WS-PC-IDX)
                       - WS-PC-LATE-FILED-COUNT(WS-PC-IDX)
               WHEN OTHER
                   MOVE 'UNKNOWN MEASURE' TO WS-MEASURE-DESC
                   MOVE 0 TO WS-MEASURE-DENOMINATOR
           END-EVALUATE

           ADD WS-PC-WEIGHT-PCT(WS-PC-IDX WS-MEASURE-IDX)
             TO WS-WEIGHT-TOTAL
           MOVE 'N' TO WS-MEASURE-MET-SW
           MOVE 0 TO WS-ACTUAL-PCT
           IF WS-MEASURE-DENOMINATOR > 0
               COMPUTE WS-ACTUAL-PCT ROUNDED =
                   WS-MEASURE-NUMERATOR * 100 / WS-MEASURE-DENOMINATOR
               IF WS-MEASURE-COMPARE = '<='
                   IF WS-ACTUAL-PCT <=
                      WS-PC-TARGET-PCT(WS-PC-IDX WS-MEASURE-IDX)
                       MOVE 'Y' TO WS-MEASURE-MET-SW
                   END-IF
               ELSE
                   IF WS-ACTUAL-PCT >=
                      WS-PC-TARGET-PCT(WS-PC-IDX WS-MEASURE-IDX)
                       MOVE 'Y' TO WS-MEASURE-MET-SW
                   END-IF
               END-IF
           END-IF

           IF WS-MEASURE-MET
               MOVE 'MET' TO WS-MEASURE-RESULT
               MOVE WS-PC-WEIGHT-PCT(WS-PC-IDX WS-MEASURE-IDX)
                 TO WS-MEASURE-POINTS
               ADD WS-MEASURE-POINTS TO WS-SCORE-PCT
           ELSE
               MOVE 'NOT MET' TO WS-MEASURE-RESULT
               MOVE 0 TO WS-MEASURE-POINTS
           END-IF

           MOVE WS-ACTUAL-PCT TO WS-EDIT-PCT
           MOVE WS-PC-TARGET-PCT(WS-PC-IDX WS-MEASURE-IDX)
             TO WS-EDIT-PCT-2
           MOVE WS-PC-WEIGHT-PCT(WS-PC-IDX WS-MEASURE-IDX)
             TO WS-EDIT-WEIGHT
           MOVE WS-MEASURE-POINTS TO WS-EDIT-POINTS
           MOVE SPACES TO STATEMENT-REPORT-LINE
           IF WS-MEASURE-DENOMINATOR > 0
               STRING '  ' WS-PC-MEASURE-CODE(WS-PC-IDX WS-MEASURE-IDX)
                   ' ' WS-MEASURE-DESC '  ' WS-EDIT-PCT '%  '
                   WS-MEASURE-COMPARE ' ' WS-EDIT-PCT-2 '%     '
                   WS-EDIT-WEIGHT '  ' WS-MEASURE-RESULT '     '
                   WS-EDIT-POINTS
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
           ELSE
               STRING '  ' WS-PC-MEASURE-CODE(WS-PC-IDX WS-MEASURE-IDX)
                   ' ' WS-MEASURE-DESC '     N/A   '
                   WS-MEASURE-COMPARE ' ' WS-EDIT-PCT-2 '%     '
                   WS-EDIT-WEIGHT '  ' WS-MEASURE-RESULT '     '
                   WS-EDIT-POINTS
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
           END-IF
           WRITE STATEMENT-REPORT-LINE
           EXIT.

       DO-WRITE-HELD-BONUS SECTION.
      ******************************************************************
      * CARRY THE HELD BONUS ON CLAIMHPY UNTIL THE HOLD IS LIFTED. A
      * FORCED RE-RUN OF THE SAME QUARTER REPLACES A ROW STILL HELD;
      * ONE ALREADY RELEASED AND PAID IS LEFT ALONE.
      ******************************************************************
           IF NOT WS-HELD-PAYMENT-OPEN
               EXIT SECTION
           END-IF

           MOVE WS-PC-PROVIDER-ID(WS-PC-IDX) TO HPY-PROVIDER-ID
           MOVE 'PFP'                   TO HPY-SOURCE
           MOVE WS-QUARTER-LABEL        TO HPY-PERIOD
           READ HELD-PAYMENT-FILE
               INVALID KEY
                   MOVE 'H'             TO HPY-STATUS
                   MOVE WS-BONUS-AMOUNT TO HPY-AMOUNT
                   MOVE 0               TO HPY-MEMBER-COUNT
                   MOVE WS-SCORE-PCT    TO HPY-SCORE-PCT
                   MOVE WS-PC-CONTRACT-ID(WS-PC-IDX)
                                        TO HPY-CONTRACT-ID
                   MOVE WS-PROCESS-DATE TO HPY-HELD-DATE
                   MOVE 0               TO HPY-PAID-DATE
                   WRITE HELD-PAYMENT-RECORD
               NOT INVALID KEY
                   IF HPY-HELD
                       MOVE WS-BONUS-AMOUNT TO HPY-AMOUNT
                       MOVE WS-SCORE-PCT    TO HPY-SCORE-PCT
                       MOVE WS-PC-CONTRACT-ID(WS-PC-IDX)
                                            TO HPY-CONTRACT-ID
                       MOVE WS-PROCESS-DATE TO HPY-HELD-DATE
                       REWRITE HELD-PAYMENT-RECORD
                   END-IF
           END-READ

           IF WS-HELD-PAYMENT-STATUS NOT = '00'
               DISPLAY 'CLAIMPFP: CLAIMHPY WRITE FAILED, STATUS = '
                   WS-HELD-PAYMENT-STATUS ' FOR ' HPY-KEY
           END-IF
           EXIT.

       DO-CHECK-PAYMENT-HOLD SECTION.
      ******************************************************************
      * SAME TEST CLAIMCAP APPLIES: AN ACTIVE CLAIMPHD HOLD WHOSE
      * START/END SPAN TAKES IN THE PROCESSING DATE (A ZERO END DATE
      * RUNS UNTIL RELEASED). THE CALLER SETS WS-HOLD-PROVIDER-ID.
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
                  AND PHD-START-DATE <= WS-PROCESS-DATE
                  AND (PHD-END-DATE = 0
                       OR PHD-END-DATE >= WS-PROCESS-DATE)
                       MOVE 'Y' TO WS-PROVIDER-HELD-SW
                   END-IF
           END-READ
           EXIT.

       DO-WRITE-BONUS-TRAILER SECTION.
      ******************************************************************
      * END-OF-FILE TRAILER WITH COUNT AND TOTAL, AS CLAIMEXT WRITES,
      * SO THE DISBURSEMENT SYSTEM REJECTS A PARTIAL FILE.
      ******************************************************************
           MOVE WS-TOTAL-AMOUNT TO WS-EDIT-TRAILER-AMOUNT
           MOVE SPACES TO BONUS-RECORD
           STRING 'TRAILER '      DELIMITED BY SIZE
                  WS-PAID-COUNT   DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-EDIT-TRAILER-AMOUNT DELIMITED BY SIZE
                  INTO BONUS-RECORD
           END-STRING
           WRITE BONUS-RECORD
           EXIT.

       DO-WRITE-STATEMENT-TOTALS SECTION.
           MOVE SPACES TO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE

           MOVE WS-PAID-COUNT TO WS-EDIT-COUNT
           MOVE WS-TOTAL-AMOUNT TO WS-EDIT-DOLLARS
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING 'BONUSES PAID: ' WS-EDIT-COUNT
               '  TOTAL: ' WS-EDIT-DOLLARS
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE

           IF WS-RELEASED-COUNT > 0
               MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT
               MOVE WS-RELEASED-AMOUNT TO WS-EDIT-DOLLARS
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING '  OF WHICH EARLIER HELD BONUSES RELEASED: '
                   WS-EDIT-COUNT '  TOTAL: ' WS-EDIT-DOLLARS
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-IF

           IF WS-HELD-COUNT > 0
               MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
               MOVE WS-HELD-AMOUNT TO WS-EDIT-DOLLARS
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING 'BONUSES HELD, PAYMENT HOLD: ' WS-EDIT-COUNT
                   '  TOTAL: ' WS-EDIT-DOLLARS
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-IF

           MOVE WS-NO-BONUS-COUNT TO WS-EDIT-COUNT
           MOVE WS-NOT-SCORED-COUNT TO WS-EDIT-COUNT-2
           MOVE SPACES TO STATEMENT-REPORT-LINE
           STRING 'NO BONUS EARNED: ' WS-EDIT-COUNT
               '  NOT SCORED, BELOW MINIMUM VOLUME: ' WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
           WRITE STATEMENT-REPORT-LINE

           IF WS-NOT-IN-FORCE-COUNT > 0
               MOVE WS-NOT-IN-FORCE-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING 'CONTRACTS NOT IN FORCE FOR THE QUARTER: '
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-IF

           IF WS-PC-OVERFLOW > 0
               MOVE WS-PC-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING 'CONTRACTS OMITTED, CONTRACT TABLE FULL: '
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-IF

           IF WS-UNDATED-COUNT > 0
               MOVE WS-UNDATED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO STATEMENT-REPORT-LINE
               STRING 'CLAIMS OMITTED, DATE OF SERVICE NOT VALID: '
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-IF
           EXIT.

       DO-POST-CONTROL-TOTAL SECTION.
      ******************************************************************
      * ONE 'BONS' POSTING PER RUN -- AN INFORMATIONAL TOTAL LIKE
      * 'VOID', NOT PART OF THE CLAIMBAL COUNT CRITERION. CLAIMGLJ
      * JOURNALS IT AS PROVIDER INCENTIVE EXPENSE.
      ******************************************************************
           COMPUTE WS-CTL-DAYS-SINCE-1900 =
               FUNCTION INTEGER-OF-DATE(WS-RNC-TODAY)
               - FUNCTION INTEGER-OF-DATE(19000101)

           MOVE 'CLAIMPFP'         TO CTL-SOURCE
           MOVE 'BONS'             TO CTL-ACTION
           MOVE WS-PAID-COUNT      TO CTL-RECORD-COUNT
           MOVE WS-TOTAL-AMOUNT    TO CTL-AMOUNT
           COMPUTE CTL-TIMESTAMP =
               WS-CTL-DAYS-SINCE-1900 * 8640000

           OPEN EXTEND CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMPFP: CLAIMCTL OPEN FAILED, STATUS '
                   WS-CONTROL-FILE-STATUS
                   ' - CONTROL POSTING LOST'
               EXIT SECTION
           END-IF
           WRITE CONTROL-TOTAL-RECORD
           IF WS-CONTROL-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMPFP: CLAIMCTL WRITE FAILED, STATUS '
                   WS-CONTROL-FILE-STATUS
                   ' - CONTROL POSTING LOST'
           END-IF
           CLOSE CONTROL-FILE
           EXIT.

       DO-POST-RUN-CONTROL SECTION.
      ******************************************************************
      * POST THIS JOB'S 'DONE' FOR THE QUARTER, SO A RE-RUN OF THE
      * SAME QUARTER IS REFUSED.
      ******************************************************************
           IF NOT WS-RUN-CONTROL-ACTIVE
               EXIT SECTION
           END-IF

           MOVE 'CLAIMPFP' TO RNC-JOB-NAME
           MOVE WS-QUARTER-END-DATE TO RNC-PROCESS-DATE
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
