       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMMLR.
      ******************************************************************
      * MEDICAL LOSS RATIO REPORT BY PLAN, WITH REBATE CALCULATION     *
      *                                                                *
      * THE REGULATORY MLR FILING USED TO BE ASSEMBLED IN SPREADSHEETS *
      * FROM CLAIMGLJ JOURNAL OUTPUT AND A PREMIUM REPORT FROM THE     *
      * BILLING SYSTEM. THIS JOB BUILDS IT PER PLAN (MBR-PLAN-CODE)    *
      * FOR A CALENDAR QUARTER OR A CALENDAR YEAR:                     *
      *                                                                *
      *   PREMIUM   - PREMIUM EARNED IN THE PERIOD'S MONTHS, LESS      *
      *               TAXES AND REGULATORY FEES, FROM CLAIMPRE (SEE    *
      *               CLAIMPRL).                                       *
      *   INCURRED  - CLAIMS WITH A DATE OF SERVICE IN THE PERIOD,     *
      *               FROM THE LIVE CLAIMCIF AND THE ARCHIN            *
      *               GENERATIONS: THE CONFIRMED CLAIMPAY REMITTANCE,  *
      *               OR FOR AN APPROVED CLAIM NOT YET REMITTED ITS    *
      *               PLAN-PAID AMOUNT (CONVERTED TO USD THROUGH       *
      *               CLAIMXRT) -- PLUS THE IBNR ESTIMATE FROM THE     *
      *               CLAIMLAG COMPLETION FACTORS (LAGCFO): A CLAIM    *
      *               WHOSE SERVICE MONTH IS N MONTHS OLD GROSSES UP   *
      *               BY 1 / COMPLETION FACTOR(N) - 1.                 *
      *   QI        - THE QUALITY-IMPROVEMENT EXPENSE FROM CLAIMPRE,   *
      *               SHOWN SEPARATELY AND ADDED TO THE NUMERATOR.     *
      *                                                                *
      *   MLR = (INCURRED + QI) / (PREMIUM - TAXES AND FEES).          *
      *                                                                *
      * A PLAN BELOW THE REGULATORY MINIMUM FOR ITS MARKET SEGMENT     *
      * (80% INDIVIDUAL AND SMALL GROUP, 85% LARGE GROUP) OWES A       *
      * REBATE OF (MINIMUM - MLR) X ADJUSTED PREMIUM. ON A QUARTERLY   *
      * RUN IT IS SHOWN AS AN INDICATION ONLY; THE ANNUAL RUN IS THE   *
      * FIGURE FOR THE FILING. THE CLAIM'S PLAN IS THE MEMBER'S        *
      * CURRENT MBR-PLAN-CODE.                                         *
      *                                                                *
      * ADJUSTMENT REVERSALS ARE EXCLUDED (THEIR REPLACEMENTS CARRY    *
      * THE CORRECTED FIGURES), AS ARE ENCOUNTERS AND CLAIMS UNDER     *
      * RETROACTIVE-TERMINATION RECOVERY ('RTRM').                     *
      *                                                                *
      * THE PERIOD COMES FROM ONE PARMIN CARD: COLS 1-4 THE YEAR,      *
      * COL 5 THE QUARTER (1-4) OR 'A' FOR THE WHOLE YEAR. WITH NO     *
      * CARD THE MOST RECENTLY COMPLETED CALENDAR QUARTER IS RUN.      *
      *                                                                *
      * INPUT  : PARMIN   - THE REPORTING PERIOD CARD (OPTIONAL).      *
      *          CLAIMPRE - THE PREMIUM-EARNED KSDS.                   *
      *          CLAIMCIF - THE LIVE CLAIM FILE.                       *
      *          ARCHIN   - CONCATENATED CLAIMARC ARCHIVE GENERATIONS. *
      *          CLAIMPAY - THE PAYMENT KSDS (RANDOM READ).            *
      *          CLAIMMBR - THE MEMBER MASTER (RANDOM READ).           *
      *          CLAIMXRT - THE EXCHANGE-RATE FILE.                    *
      *          LAGCFO   - THE CLAIMLAG COMPLETION FACTORS.           *
      * OUTPUT : MLRRPT   - THE MEDICAL LOSS RATIO REPORT.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PREMIUM-EARNED-FILE ASSIGN TO CLAIMPRE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRE-KEY
               FILE STATUS IS WS-PREMIUM-FILE-STATUS.
           SELECT CLAIM-FILE ASSIGN TO CLAIMCIF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CF-CLAIM-ID
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PAYMENT-FILE ASSIGN TO CLAIMPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-CLAIM-ID
               FILE STATUS IS WS-PAYMENT-FILE-STATUS.
           SELECT MEMBER-FILE ASSIGN TO CLAIMMBR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO CLAIMXRT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XRT-RATE-KEY
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT LAG-FACTOR-FILE ASSIGN TO LAGCFO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FACTOR-FILE-STATUS.
           SELECT MLR-REPORT ASSIGN TO MLRRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PRM-PERIOD-YEAR         PIC 9(4).
           05  PRM-PERIOD-CODE         PIC X(1).
           05  FILLER                  PIC X(75).

       FD  PREMIUM-EARNED-FILE.
       COPY CLAIMPRE.

       FD  CLAIM-FILE.
       COPY CLAIMCIF.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       COPY CLAIMARR.

       FD  PAYMENT-FILE.
       COPY CLAIMPAY.

       FD  MEMBER-FILE.
       COPY CLAIMMBR.

       FD  RATE-FILE.
       COPY CLAIMXRT.

       FD  LAG-FACTOR-FILE
           RECORDING MODE IS F.
       COPY CLAIMLCF.

       FD  MLR-REPORT
           RECORDING MODE IS F.
       01  MLR-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CLAIMXTB.

       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PREMIUM-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PAYMENT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-MEMBER-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-RATE-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-FACTOR-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-PREMIUM-EOF              PIC X(1) VALUE 'N'.
           88  WS-PREMIUM-AT-EOF                 VALUE 'Y'.
       01  WS-CLAIM-FILE-EOF           PIC X(1) VALUE 'N'.
           88  WS-CLAIM-FILE-AT-EOF              VALUE 'Y'.
       01  WS-ARCHIVE-EOF              PIC X(1) VALUE 'N'.
           88  WS-ARCHIVE-AT-EOF                 VALUE 'Y'.
       01  WS-RATE-EOF                 PIC X(1) VALUE 'N'.
           88  WS-RATE-AT-EOF                    VALUE 'Y'.
       01  WS-FACTOR-EOF               PIC X(1) VALUE 'N'.
           88  WS-FACTOR-AT-EOF                  VALUE 'Y'.

      ******************************************************************
      * THE REPORTING PERIOD AS A RANGE OF YYYYMM MONTHS.
      ******************************************************************
       01  WS-PERIOD-YEAR              PIC 9(4).
       01  WS-PERIOD-CODE              PIC X(1).
           88  WS-ANNUAL-RUN                     VALUE 'A'.
       01  WS-PERIOD-QUARTER           PIC 9(1).
       01  WS-FIRST-MONTH              PIC 9(6).
       01  WS-LAST-MONTH               PIC 9(6).
       01  WS-PERIOD-LABEL             PIC X(16).

       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-WORK-YYYY                PIC 9(4).
       01  WS-WORK-MM                  PIC 9(2).
       01  WS-CURRENT-MONTH-IX         PIC 9(6).
       01  WS-SERVICE-MONTH-IX         PIC 9(6).
       01  WS-SERVICE-MONTH            PIC 9(6).
       01  WS-LAG-MONTHS               PIC S9(4).

      ******************************************************************
      * COMPLETION FACTORS BY LAG (ENTRY N = LAG N-1). WITH NO LAGCFO
      * FILE THEY STAY AT 1 AND NO IBNR IS ADDED -- THE REPORT SAYS
      * SO.
      ******************************************************************
       01  WS-COMPLETION-TABLE.
           05  WS-COMPLETION-FACTOR OCCURS 12 TIMES COMP-2 SYNC.
       01  WS-FACTOR-IX                PIC 9(2).
       01  WS-FACTORS-LOADED-SW        PIC X(1) VALUE 'N'.
           88  WS-FACTORS-LOADED                 VALUE 'Y'.
       01  WS-FACTOR-AS-OF-MONTH       PIC 9(6) VALUE 0.

      ******************************************************************
      * PER-PLAN TOTALS, ADDED TO AS PLANS ARE FIRST SEEN. AN
      * OVERFLOW IS COUNTED AND REPORTED.
      ******************************************************************
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PL-IDX.
               10  WS-PL-PLAN-CODE     PIC X(4).
               10  WS-PL-SEGMENT       PIC X(1).
               10  WS-PL-CLAIM-COUNT   PIC 9(7).
               10  WS-PL-PREMIUM       COMP-2 SYNC.
               10  WS-PL-TAXES-FEES    COMP-2 SYNC.
               10  WS-PL-QI-EXPENSE    COMP-2 SYNC.
               10  WS-PL-PAID          COMP-2 SYNC.
               10  WS-PL-UNPAID        COMP-2 SYNC.
               10  WS-PL-IBNR          COMP-2 SYNC.
       01  WS-PLAN-COUNT               PIC 9(3) VALUE 0.
       01  WS-PLAN-OVERFLOW            PIC 9(7) VALUE 0.
       01  WS-PL-FOUND-SW              PIC X(1).
           88  WS-PL-FOUND                       VALUE 'Y'.
       01  WS-WORK-PLAN-CODE           PIC X(4).

       01  WS-WORK-CLAIM-ID            PIC X(8).
       01  WS-WORK-MEMBER-ID           PIC X(8).
       01  WS-WORK-DATE                PIC X(10).
       01  WS-WORK-STATUS              PIC X(4).
       01  WS-WORK-AMOUNT              COMP-2 SYNC.
       01  WS-WORK-CURRENCY            PIC X(3).
       01  WS-USD-AMOUNT               COMP-2 SYNC.
       01  WS-IBNR-AMOUNT              COMP-2 SYNC.
       01  WS-PAID-SW                  PIC X(1).
           88  WS-CLAIM-PAID                     VALUE 'Y'.
       01  WS-RATE-FOUND-SW            PIC X(1) VALUE 'N'.
           88  WS-RATE-FOUND                     VALUE 'Y'.
       01  WS-RATE-TARGET-DATE         PIC 9(8).

       01  WS-ADJUSTED-PREMIUM         COMP-2.
       01  WS-INCURRED                 COMP-2.
       01  WS-MLR                      COMP-2.
       01  WS-MINIMUM-MLR              COMP-2.
       01  WS-REBATE                   COMP-2.

       01  WS-TOTAL-PREMIUM            COMP-2 VALUE 0.
       01  WS-TOTAL-TAXES-FEES         COMP-2 VALUE 0.
       01  WS-TOTAL-QI-EXPENSE         COMP-2 VALUE 0.
       01  WS-TOTAL-INCURRED           COMP-2 VALUE 0.
       01  WS-TOTAL-IBNR               COMP-2 VALUE 0.
       01  WS-TOTAL-REBATE             COMP-2 VALUE 0.

       01  WS-CLAIM-COUNT              PIC 9(7) VALUE 0.
       01  WS-NO-MEMBER-COUNT          PIC 9(7) VALUE 0.
       01  WS-UNRATED-COUNT            PIC 9(7) VALUE 0.
       01  WS-BELOW-MINIMUM-COUNT      PIC 9(3) VALUE 0.

       01  WS-EDIT-AMOUNT-1            PIC $$$$,$$$,$$9.99.
       01  WS-EDIT-AMOUNT-2            PIC $$$$,$$$,$$9.99.
       01  WS-EDIT-AMOUNT-3            PIC $$$$,$$$,$$9.99.
       01  WS-EDIT-AMOUNT-4            PIC $$$$,$$$,$$9.99.
       01  WS-EDIT-RATIO               PIC ZZ9.99.
       01  WS-EDIT-MINIMUM             PIC Z9.
       01  WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:4) TO WS-WORK-YYYY
           MOVE WS-TODAY-DATE(5:2) TO WS-WORK-MM
           COMPUTE WS-CURRENT-MONTH-IX =
               WS-WORK-YYYY * 12 + WS-WORK-MM

           PERFORM DO-SET-REPORTING-PERIOD
           PERFORM DO-LOAD-RATE-TABLE
           PERFORM DO-LOAD-COMPLETION-FACTORS

           OPEN INPUT  PREMIUM-EARNED-FILE
           OPEN INPUT  CLAIM-FILE
           OPEN INPUT  ARCHIVE-FILE
           OPEN INPUT  PAYMENT-FILE
           OPEN INPUT  MEMBER-FILE
           OPEN OUTPUT MLR-REPORT

           PERFORM UNTIL WS-PREMIUM-AT-EOF
               READ PREMIUM-EARNED-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PREMIUM-EOF
                   NOT AT END
                       IF PRE-EARNED-MONTH NOT < WS-FIRST-MONTH
                      AND PRE-EARNED-MONTH NOT > WS-LAST-MONTH
                           PERFORM DO-ADD-PREMIUM-EARNED
                       END-IF
               END-READ
           END-PERFORM

           PERFORM UNTIL WS-CLAIM-FILE-AT-EOF
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CLAIM-FILE-EOF
                   NOT AT END
                       IF CF-CLAIM-ADJUSTMENT-TYPE NOT = 'R'
                      AND CF-CLAIM-ENCOUNTER-FLAG NOT = 'Y'
                      AND CF-CLAIM-REASON-CODE NOT = 'RTRM'
                           MOVE CF-CLAIM-ID       TO WS-WORK-CLAIM-ID
                           MOVE CF-CLAIM-MEMBER-ID
                             TO WS-WORK-MEMBER-ID
                           MOVE CF-CLAIM-DATE     TO WS-WORK-DATE
                           MOVE CF-CLAIM-STATUS   TO WS-WORK-STATUS
                           MOVE CF-CLAIM-PLAN-PAID-AMOUNT
                             TO WS-WORK-AMOUNT
                           MOVE CF-CLAIM-CURRENCY-CODE
                             TO WS-WORK-CURRENCY
                           PERFORM DO-TALLY-INCURRED-CLAIM
                       END-IF
               END-READ
           END-PERFORM
           PERFORM UNTIL WS-ARCHIVE-AT-EOF
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-ARCHIVE-EOF
                   NOT AT END
                       IF AR-CLAIM-ADJUSTMENT-TYPE NOT = 'R'
                      AND AR-CLAIM-ENCOUNTER-FLAG NOT = 'Y'
                      AND AR-CLAIM-REASON-CODE NOT = 'RTRM'
                           MOVE AR-CLAIM-ID       TO WS-WORK-CLAIM-ID
                           MOVE AR-CLAIM-MEMBER-ID
                             TO WS-WORK-MEMBER-ID
                           MOVE AR-CLAIM-DATE     TO WS-WORK-DATE
                           MOVE AR-CLAIM-STATUS   TO WS-WORK-STATUS
                           MOVE AR-CLAIM-PLAN-PAID-AMOUNT
                             TO WS-WORK-AMOUNT
                           MOVE AR-CLAIM-CURRENCY-CODE
                             TO WS-WORK-CURRENCY
                           PERFORM DO-TALLY-INCURRED-CLAIM
                       END-IF
               END-READ
           END-PERFORM

           PERFORM DO-WRITE-MLR-REPORT

           CLOSE PREMIUM-EARNED-FILE
           CLOSE CLAIM-FILE
           CLOSE ARCHIVE-FILE
           CLOSE PAYMENT-FILE
           CLOSE MEMBER-FILE
           CLOSE MLR-REPORT

           DISPLAY 'CLAIMMLR: PERIOD ' WS-PERIOD-LABEL
               ' PLANS = ' WS-PLAN-COUNT
               ' CLAIMS = ' WS-CLAIM-COUNT
               ' BELOW MINIMUM = ' WS-BELOW-MINIMUM-COUNT
           IF NOT WS-FACTORS-LOADED
               DISPLAY 'CLAIMMLR: NO LAGCFO COMPLETION FACTORS, '
                   'IBNR NOT INCLUDED'
           END-IF
           IF WS-PLAN-OVERFLOW > 0
               DISPLAY 'CLAIMMLR: PLAN TABLE OVERFLOW = '
                   WS-PLAN-OVERFLOW
           END-IF

           STOP RUN.

       DO-SET-REPORTING-PERIOD SECTION.
      ******************************************************************
      * TAKE THE PERIOD FROM PARMIN, OR DEFAULT TO THE LAST CALENDAR
      * QUARTER THAT HAS ENDED. AN INVALID CARD ALSO DEFAULTS.
      ******************************************************************
           COMPUTE WS-PERIOD-QUARTER = (WS-WORK-MM + 2) / 3 - 1
           MOVE WS-WORK-YYYY TO WS-PERIOD-YEAR
           IF WS-PERIOD-QUARTER = 0
               MOVE 4 TO WS-PERIOD-QUARTER
               SUBTRACT 1 FROM WS-PERIOD-YEAR
           END-IF
           MOVE WS-PERIOD-QUARTER TO WS-PERIOD-CODE

           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-PERIOD-YEAR IS NUMERIC
                      AND PRM-PERIOD-YEAR > 1900
                      AND (PRM-PERIOD-CODE = 'A'
                           OR (PRM-PERIOD-CODE >= '1'
                               AND PRM-PERIOD-CODE <= '4'))
                           MOVE PRM-PERIOD-YEAR TO WS-PERIOD-YEAR
                           MOVE PRM-PERIOD-CODE TO WS-PERIOD-CODE
                       ELSE
                           DISPLAY 'CLAIMMLR: PARMIN CARD INVALID, '
                               'LAST COMPLETED QUARTER USED'
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF

           MOVE SPACES TO WS-PERIOD-LABEL
           IF WS-ANNUAL-RUN
               COMPUTE WS-FIRST-MONTH = WS-PERIOD-YEAR * 100 + 1
               COMPUTE WS-LAST-MONTH  = WS-PERIOD-YEAR * 100 + 12
               STRING 'YEAR ' WS-PERIOD-YEAR
                   DELIMITED BY SIZE INTO WS-PERIOD-LABEL
           ELSE
               MOVE WS-PERIOD-CODE TO WS-PERIOD-QUARTER
               COMPUTE WS-FIRST-MONTH =
                   WS-PERIOD-YEAR * 100 + WS-PERIOD-QUARTER * 3 - 2
               COMPUTE WS-LAST-MONTH =
                   WS-PERIOD-YEAR * 100 + WS-PERIOD-QUARTER * 3
               STRING 'QUARTER ' WS-PERIOD-YEAR '-Q' WS-PERIOD-QUARTER
                   DELIMITED BY SIZE INTO WS-PERIOD-LABEL
           END-IF
           EXIT.

       DO-LOAD-COMPLETION-FACTORS SECTION.
      ******************************************************************
      * LOAD THE TWELVE LAG COMPLETION FACTORS CLAIMLAG LAST WROTE.
      * A FACTOR OUTSIDE (0,1] IS TREATED AS COMPLETE.
      ******************************************************************
           PERFORM VARYING WS-FACTOR-IX FROM 1 BY 1
                   UNTIL WS-FACTOR-IX > 12
               MOVE 1 TO WS-COMPLETION-FACTOR(WS-FACTOR-IX)
           END-PERFORM

           OPEN INPUT LAG-FACTOR-FILE
           IF WS-FACTOR-FILE-STATUS NOT = '00'
               EXIT SECTION
           END-IF

           PERFORM UNTIL WS-FACTOR-AT-EOF
               READ LAG-FACTOR-FILE
                   AT END
                       MOVE 'Y' TO WS-FACTOR-EOF
                   NOT AT END
                       IF LCF-LAG-MONTHS < 12
                      AND LCF-COMPLETION-FACTOR > 0
                      AND LCF-COMPLETION-FACTOR NOT > 1
                           COMPUTE WS-FACTOR-IX = LCF-LAG-MONTHS + 1
                           MOVE LCF-COMPLETION-FACTOR
                             TO WS-COMPLETION-FACTOR(WS-FACTOR-IX)
                           MOVE LCF-AS-OF-MONTH
                             TO WS-FACTOR-AS-OF-MONTH
                           MOVE 'Y' TO WS-FACTORS-LOADED-SW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LAG-FACTOR-FILE
           EXIT.

       DO-ADD-PREMIUM-EARNED SECTION.
           MOVE PRE-PLAN-CODE TO WS-WORK-PLAN-CODE
           PERFORM DO-FIND-PLAN-ENTRY
           IF NOT WS-PL-FOUND
               EXIT SECTION
           END-IF

           MOVE PRE-MARKET-SEGMENT TO WS-PL-SEGMENT(WS-PL-IDX)
           ADD PRE-EARNED-PREMIUM TO WS-PL-PREMIUM(WS-PL-IDX)
           ADD PRE-TAXES-AND-FEES TO WS-PL-TAXES-FEES(WS-PL-IDX)
           ADD PRE-QI-EXPENSE     TO WS-PL-QI-EXPENSE(WS-PL-IDX)
           EXIT.

       DO-TALLY-INCURRED-CLAIM SECTION.
      ******************************************************************
      * A CLAIM IN THE PERIOD COUNTS AT ITS CONFIRMED REMITTANCE, OR
      * -- WHEN APPROVED ('OKAY') BUT NOT YET REMITTED -- AT ITS
      * PLAN-PAID AMOUNT IN USD. ITS IBNR GROSS-UP COMES FROM THE
      * COMPLETION FACTOR FOR THE AGE OF ITS SERVICE MONTH.
      ******************************************************************
           IF WS-WORK-DATE(7:4) NOT NUMERIC
           OR WS-WORK-DATE(1:2) NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE WS-WORK-DATE(7:4) TO WS-WORK-YYYY
           MOVE WS-WORK-DATE(1:2) TO WS-WORK-MM
           COMPUTE WS-SERVICE-MONTH = WS-WORK-YYYY * 100 + WS-WORK-MM
           IF WS-SERVICE-MONTH < WS-FIRST-MONTH
           OR WS-SERVICE-MONTH > WS-LAST-MONTH
               EXIT SECTION
           END-IF

           MOVE WS-WORK-CLAIM-ID TO PAY-CLAIM-ID
           READ PAYMENT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PAID-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PAID-SW
                   MOVE PAY-PAID-AMOUNT TO WS-USD-AMOUNT
           END-READ
           IF NOT WS-CLAIM-PAID
               IF WS-WORK-STATUS NOT = 'OKAY'
                   EXIT SECTION
               END-IF
               PERFORM DO-CONVERT-WORK-AMOUNT
               IF NOT WS-RATE-FOUND
                   ADD 1 TO WS-UNRATED-COUNT
                   EXIT SECTION
               END-IF
           END-IF

           MOVE WS-WORK-MEMBER-ID TO MBR-MEMBER-ID
           READ MEMBER-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-MEMBER-COUNT
                   EXIT SECTION
           END-READ
           MOVE MBR-PLAN-CODE TO WS-WORK-PLAN-CODE
           PERFORM DO-FIND-PLAN-ENTRY
           IF NOT WS-PL-FOUND
               EXIT SECTION
           END-IF

           COMPUTE WS-SERVICE-MONTH-IX =
               WS-WORK-YYYY * 12 + WS-WORK-MM
           COMPUTE WS-LAG-MONTHS =
               WS-CURRENT-MONTH-IX - WS-SERVICE-MONTH-IX
           IF WS-LAG-MONTHS < 0
               MOVE 0 TO WS-LAG-MONTHS
           END-IF
           MOVE 0 TO WS-IBNR-AMOUNT
           IF WS-LAG-MONTHS < 12
               COMPUTE WS-FACTOR-IX = WS-LAG-MONTHS + 1
               COMPUTE WS-IBNR-AMOUNT =
                   WS-USD-AMOUNT / WS-COMPLETION-FACTOR(WS-FACTOR-IX)
                   - WS-USD-AMOUNT
           END-IF

           ADD 1 TO WS-CLAIM-COUNT
           ADD 1 TO WS-PL-CLAIM-COUNT(WS-PL-IDX)
           IF WS-CLAIM-PAID
               ADD WS-USD-AMOUNT TO WS-PL-PAID(WS-PL-IDX)
           ELSE
               ADD WS-USD-AMOUNT TO WS-PL-UNPAID(WS-PL-IDX)
           END-IF
           ADD WS-IBNR-AMOUNT TO WS-PL-IBNR(WS-PL-IDX)
           EXIT.

       DO-FIND-PLAN-ENTRY SECTION.
      ******************************************************************
      * FIND (OR ADD) THE PLAN'S ENTRY. A FULL TABLE LEAVES
      * WS-PL-FOUND OFF AND COUNTS THE OVERFLOW.
      ******************************************************************
           MOVE 'N' TO WS-PL-FOUND-SW
           SET WS-PL-IDX TO 1
           SEARCH WS-PLAN-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PL-IDX > WS-PLAN-COUNT
                   CONTINUE
               WHEN WS-PL-PLAN-CODE(WS-PL-IDX) = WS-WORK-PLAN-CODE
                   MOVE 'Y' TO WS-PL-FOUND-SW
           END-SEARCH
           IF WS-PL-FOUND
               EXIT SECTION
           END-IF

           IF WS-PLAN-COUNT < 200
               ADD 1 TO WS-PLAN-COUNT
               SET WS-PL-IDX TO WS-PLAN-COUNT
               MOVE WS-WORK-PLAN-CODE TO WS-PL-PLAN-CODE(WS-PL-IDX)
               MOVE SPACES TO WS-PL-SEGMENT(WS-PL-IDX)
               MOVE 0 TO WS-PL-CLAIM-COUNT(WS-PL-IDX)
               MOVE 0 TO WS-PL-PREMIUM(WS-PL-IDX)
               MOVE 0 TO WS-PL-TAXES-FEES(WS-PL-IDX)
               MOVE 0 TO WS-PL-QI-EXPENSE(WS-PL-IDX)
               MOVE 0 TO WS-PL-PAID(WS-PL-IDX)
               MOVE 0 TO WS-PL-UNPAID(WS-PL-IDX)
               MOVE 0 TO WS-PL-IBNR(WS-PL-IDX)
               MOVE 'Y' TO WS-PL-FOUND-SW
           ELSE
               ADD 1 TO WS-PLAN-OVERFLOW
           END-IF
           EXIT.

       DO-CONVERT-WORK-AMOUNT SECTION.
      ******************************************************************
      * SAME EFFECTIVE-DATED LOOKUP AS CLAIMLAG'S -- THE LATEST RATE
      * ON OR BEFORE THE DATE OF SERVICE.
      ******************************************************************
           IF WS-WORK-CURRENCY = 'USD'
           OR WS-WORK-CURRENCY = SPACES
               MOVE WS-WORK-AMOUNT TO WS-USD-AMOUNT
               MOVE 'Y' TO WS-RATE-FOUND-SW
               EXIT SECTION
           END-IF

           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE 0 TO WS-USD-AMOUNT

           MOVE WS-WORK-DATE(7:4) TO WS-RATE-TARGET-DATE(1:4)
           MOVE WS-WORK-DATE(1:2) TO WS-RATE-TARGET-DATE(5:2)
           MOVE WS-WORK-DATE(4:2) TO WS-RATE-TARGET-DATE(7:2)

           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RATE-TABLE-COUNT
               IF RT-CURRENCY-CODE(RT-IDX) = WS-WORK-CURRENCY
              AND RT-EFFECTIVE-DATE(RT-IDX) <= WS-RATE-TARGET-DATE
                   MOVE 'Y' TO WS-RATE-FOUND-SW
                   COMPUTE WS-USD-AMOUNT =
                       WS-WORK-AMOUNT * RT-RATE-TO-USD(RT-IDX)
               END-IF
           END-PERFORM
           EXIT.

       DO-WRITE-MLR-REPORT SECTION.
      ******************************************************************
      * THREE LINES PER PLAN -- PREMIUM, INCURRED CLAIMS, THEN THE
      * RATIO AND ANY REBATE -- FOLLOWED BY THE TOTALS.
      ******************************************************************
           MOVE SPACES TO MLR-REPORT-LINE
           STRING 'MEDICAL LOSS RATIO REPORT - ' WS-PERIOD-LABEL
               ' (MONTHS ' WS-FIRST-MONTH ' TO ' WS-LAST-MONTH
               ', USD)'
               DELIMITED BY SIZE INTO MLR-REPORT-LINE
           WRITE MLR-REPORT-LINE
           MOVE SPACES TO MLR-REPORT-LINE
           IF WS-FACTORS-LOADED
               STRING 'IBNR FROM CLAIMLAG COMPLETION FACTORS AS OF '
                   WS-FACTOR-AS-OF-MONTH
                   DELIMITED BY SIZE INTO MLR-REPORT-LINE
           ELSE
               MOVE 'NO CLAIMLAG COMPLETION FACTORS - IBNR NOT INCLUDED'
                 TO MLR-REPORT-LINE
           END-IF
           WRITE MLR-REPORT-LINE
           IF NOT WS-ANNUAL-RUN
               MOVE SPACES TO MLR-REPORT-LINE
               MOVE 'QUARTERLY RUN - REBATES ARE INDICATIONS ONLY'
                 TO MLR-REPORT-LINE
               WRITE MLR-REPORT-LINE
           END-IF

           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PLAN-COUNT
               PERFORM DO-WRITE-PLAN-LINES
           END-PERFORM

           MOVE SPACES TO MLR-REPORT-LINE
           WRITE MLR-REPORT-LINE
           MOVE WS-TOTAL-PREMIUM    TO WS-EDIT-AMOUNT-1
           MOVE WS-TOTAL-TAXES-FEES TO WS-EDIT-AMOUNT-2
           MOVE WS-TOTAL-QI-EXPENSE TO WS-EDIT-AMOUNT-3
           MOVE SPACES TO MLR-REPORT-LINE
           STRING 'TOTAL PREMIUM: ' WS-EDIT-AMOUNT-1
               '  TAXES/FEES: ' WS-EDIT-AMOUNT-2
               '  QI EXPENSE: ' WS-EDIT-AMOUNT-3
               DELIMITED BY SIZE INTO MLR-REPORT-LINE
           WRITE MLR-REPORT-LINE
           MOVE WS-TOTAL-INCURRED   TO WS-EDIT-AMOUNT-1
           MOVE WS-TOTAL-IBNR       TO WS-EDIT-AMOUNT-2
           MOVE WS-TOTAL-REBATE     TO WS-EDIT-AMOUNT-3
           MOVE SPACES TO MLR-REPORT-LINE
           STRING 'TOTAL INCURRED: ' WS-EDIT-AMOUNT-1
               '  OF WHICH IBNR: ' WS-EDIT-AMOUNT-2
               '  TOTAL REBATE: ' WS-EDIT-AMOUNT-3
               DELIMITED BY SIZE INTO MLR-REPORT-LINE
           WRITE MLR-REPORT-LINE
           MOVE SPACES TO MLR-REPORT-LINE
           STRING 'PLANS: ' WS-PLAN-COUNT
               '  BELOW MINIMUM: ' WS-BELOW-MINIMUM-COUNT
               '  CLAIMS: ' WS-CLAIM-COUNT
               '  NO MEMBER ON FILE: ' WS-NO-MEMBER-COUNT
               '  UNRATED: ' WS-UNRATED-COUNT
               '  PLAN TABLE OVERFLOW: ' WS-PLAN-OVERFLOW
               DELIMITED BY SIZE INTO MLR-REPORT-LINE
           WRITE MLR-REPORT-LINE
           EXIT.

       DO-WRITE-PLAN-LINES SECTION.
           COMPUTE WS-ADJUSTED-PREMIUM =
               WS-PL-PREMIUM(WS-PL-IDX) - WS-PL-TAXES-FEES(WS-PL-IDX)
           COMPUTE WS-INCURRED =
               WS-PL-PAID(WS-PL-IDX) + WS-PL-UNPAID(WS-PL-IDX)
               + WS-PL-IBNR(WS-PL-IDX)
           IF WS-PL-SEGMENT(WS-PL-IDX) = 'L'
               MOVE 0.85 TO WS-MINIMUM-MLR
           ELSE
               MOVE 0.80 TO WS-MINIMUM-MLR
           END-IF
           MOVE 0 TO WS-MLR
           MOVE 0 TO WS-REBATE
           IF WS-ADJUSTED-PREMIUM > 0
               COMPUTE WS-MLR =
                   (WS-INCURRED + WS-PL-QI-EXPENSE(WS-PL-IDX))
                   / WS-ADJUSTED-PREMIUM
               IF WS-MLR < WS-MINIMUM-MLR
                   COMPUTE WS-REBATE =
                       (WS-MINIMUM-MLR - WS-MLR) * WS-ADJUSTED-PREMIUM
                   ADD 1 TO WS-BELOW-MINIMUM-COUNT
               END-IF
           END-IF

           ADD WS-PL-PREMIUM(WS-PL-IDX)    TO WS-TOTAL-PREMIUM
           ADD WS-PL-TAXES-FEES(WS-PL-IDX) TO WS-TOTAL-TAXES-FEES
           ADD WS-PL-QI-EXPENSE(WS-PL-IDX) TO WS-TOTAL-QI-EXPENSE
           ADD WS-INCURRED                 TO WS-TOTAL-INCURRED
           ADD WS-PL-IBNR(WS-PL-IDX)       TO WS-TOTAL-IBNR
           ADD WS-REBATE                   TO WS-TOTAL-REBATE

           MOVE SPACES TO MLR-REPORT-LINE
           WRITE MLR-REPORT-LINE
           MOVE WS-PL-PREMIUM(WS-PL-IDX)    TO WS-EDIT-AMOUNT-1
           MOVE WS-PL-TAXES-FEES(WS-PL-IDX) TO WS-EDIT-AMOUNT-2
           MOVE WS-ADJUSTED-PREMIUM         TO WS-EDIT-AMOUNT-3
           MOVE SPACES TO MLR-REPORT-LINE
           STRING 'PLAN ' WS-PL-PLAN-CODE(WS-PL-IDX)
               ' SEGMENT ' WS-PL-SEGMENT(WS-PL-IDX)
               '  PREMIUM ' WS-EDIT-AMOUNT-1
               '  TAXES/FEES ' WS-EDIT-AMOUNT-2
               '  ADJUSTED PREMIUM ' WS-EDIT-AMOUNT-3
               DELIMITED BY SIZE INTO MLR-REPORT-LINE
           WRITE MLR-REPORT-LINE

           MOVE WS-PL-CLAIM-COUNT(WS-PL-IDX) TO WS-EDIT-COUNT
           MOVE WS-PL-PAID(WS-PL-IDX)        TO WS-EDIT-AMOUNT-1
           MOVE WS-PL-UNPAID(WS-PL-IDX)      TO WS-EDIT-AMOUNT-2
           MOVE WS-PL-IBNR(WS-PL-IDX)        TO WS-EDIT-AMOUNT-3
           MOVE WS-INCURRED                  TO WS-EDIT-AMOUNT-4
           MOVE SPACES TO MLR-REPORT-LINE
           STRING '    CLAIMS ' WS-EDIT-COUNT
               '  PAID ' WS-EDIT-AMOUNT-1
               '  UNPAID ' WS-EDIT-AMOUNT-2
               '  IBNR ' WS-EDIT-AMOUNT-3
               '  INCURRED ' WS-EDIT-AMOUNT-4
               DELIMITED BY SIZE INTO MLR-REPORT-LINE
           WRITE MLR-REPORT-LINE

           MOVE WS-PL-QI-EXPENSE(WS-PL-IDX) TO WS-EDIT-AMOUNT-1
           MOVE WS-REBATE                   TO WS-EDIT-AMOUNT-2
           COMPUTE WS-EDIT-RATIO ROUNDED = WS-MLR * 100
           COMPUTE WS-EDIT-MINIMUM = WS-MINIMUM-MLR * 100
           MOVE SPACES TO MLR-REPORT-LINE
           IF WS-ADJUSTED-PREMIUM > 0
               STRING '    QI EXPENSE ' WS-EDIT-AMOUNT-1
                   '  MLR ' WS-EDIT-RATIO '%'
                   '  MINIMUM ' WS-EDIT-MINIMUM '%'
                   '  REBATE ' WS-EDIT-AMOUNT-2
                   DELIMITED BY SIZE INTO MLR-REPORT-LINE
           ELSE
               STRING '    QI EXPENSE ' WS-EDIT-AMOUNT-1
                   '  MLR NOT CALCULATED - NO PREMIUM ON CLAIMPRE'
                   DELIMITED BY SIZE INTO MLR-REPORT-LINE
           END-IF
           WRITE MLR-REPORT-LINE
           EXIT.

       DO-LOAD-RATE-TABLE SECTION.
      ******************************************************************
      * LOAD THE CLAIMXRT EXCHANGE-RATE FILE INTO THE IN-STORAGE RATE
      * TABLE (CLAIMXTB) -- SAME LOAD AS CLAIMLAG'S.
      ******************************************************************
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = '00'
               EXIT SECTION
           END-IF

           MOVE 'N' TO WS-RATE-EOF
           PERFORM UNTIL WS-RATE-AT-EOF
               OR RATE-TABLE-COUNT = 200
               READ RATE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RATE-EOF
                   NOT AT END
                       ADD 1 TO RATE-TABLE-COUNT
                       SET RT-IDX TO RATE-TABLE-COUNT
                       MOVE XRT-CURRENCY-CODE
                         TO RT-CURRENCY-CODE(RT-IDX)
                       MOVE XRT-EFFECTIVE-DATE
                         TO RT-EFFECTIVE-DATE(RT-IDX)
                       MOVE XRT-RATE-TO-USD
                         TO RT-RATE-TO-USD(RT-IDX)
               END-READ
           END-PERFORM

           CLOSE RATE-FILE
           EXIT.
