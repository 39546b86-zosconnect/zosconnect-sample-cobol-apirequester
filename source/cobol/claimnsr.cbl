       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMNSR.
      ******************************************************************
      * NO SURPRISES ACT CASE TRACKING AND DEADLINE REPORT             *
      *                                                                *
      * CLAIMCI0 AND CLAIMBLK OPEN A CLAIMNSC CASE FOR EVERY CLAIM     *
      * PROTECTED BY THE NO SURPRISES ACT. THIS JOB FIRST APPLIES THE  *
      * DAY'S CASE EVENTS FROM NSAIN, THEN SWEEPS THE OPEN CASES AND   *
      * WORKS OUT EACH ONE'S NEXT STATUTORY DATE (SEE CLAIMNSC):       *
      *                                                                *
      *   OPEN        - OPEN NEGOTIATION NOTICE DUE 30 BUSINESS DAYS   *
      *                 AFTER THE INITIAL PAYMENT OR DENIAL            *
      *   NEGOTIATING - NEGOTIATION ENDS 30 BUSINESS DAYS AFTER IT     *
      *                 STARTED; IDR MUST THEN BE INITIATED WITHIN 4   *
      *                 MORE BUSINESS DAYS                             *
      *   IDR         - OFFERS DUE 13 BUSINESS DAYS AFTER INITIATION   *
      *   DECIDED     - AWARD PAYMENT DUE 30 CALENDAR DAYS AFTER THE   *
      *                 DETERMINATION                                  *
      *                                                                *
      * A CASE WHOSE DATE IS PAST, OR FALLS WITHIN THE WARNING WINDOW, *
      * IS LISTED ON NSARPT. BUSINESS DAYS SKIP WEEKENDS AND CLAIMCAL  *
      * HOLIDAYS, AS CLAIMESC COUNTS THEM.                             *
      *                                                                *
      * NSAIN EVENT CARDS (80 BYTES):                                  *
      *   COLS  1-8   CLAIM ID                                         *
      *   COL   9     EVENT - 'N' OPEN NEGOTIATION STARTED (FROM OPEN) *
      *                       'I' IDR INITIATED (FROM NEGOTIATING)     *
      *                       'D' IDR DETERMINATION (FROM IDR)         *
      *                       'C' CLOSED - SETTLED, PAID OR LAPSED     *
      *   COLS 10-17  EVENT DATE YYYYMMDD (ZERO OR BLANK = TODAY)      *
      *   COLS 18-27  AMOUNT 9999999.99 - THE AWARD ON A 'D' CARD      *
      * THE WARNING WINDOW IS COLS 1-3 OF AN OPTIONAL PARMIN CARD, IN  *
      * BUSINESS DAYS; NO CARD (OR ZERO) MEANS 5.                      *
      *                                                                *
      * INPUT  : PARMIN   - THE OPTIONAL WARNING-WINDOW CARD.          *
      *          NSAIN    - THE CASE EVENT CARDS.                      *
      *          CLAIMCAL - THE HOLIDAY CALENDAR.                      *
      * I-O    : CLAIMNSC - THE NO SURPRISES ACT CASE FILE.            *
      * OUTPUT : NSARPT   - EVENTS APPLIED AND CASES DUE.              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT EVENT-FILE ASSIGN TO NSAIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.
           SELECT NSA-CASE-FILE ASSIGN TO CLAIMNSC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NSC-CLAIM-ID
               FILE STATUS IS WS-NSA-CASE-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO CLAIMCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT NSA-REPORT ASSIGN TO NSARPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PRM-WARNING-DAYS        PIC 9(3).
           05  FILLER                  PIC X(77).

       FD  EVENT-FILE
           RECORDING MODE IS F.
       01  EVENT-RECORD.
           05  NEV-CLAIM-ID            PIC X(8).
           05  NEV-EVENT-CODE          PIC X(1).
               88  NEV-NEGOTIATION               VALUE 'N'.
               88  NEV-IDR-INITIATED             VALUE 'I'.
               88  NEV-DETERMINATION             VALUE 'D'.
               88  NEV-CLOSED                    VALUE 'C'.
           05  NEV-EVENT-DATE          PIC X(8).
           05  NEV-EVENT-DATE-N REDEFINES NEV-EVENT-DATE
                                       PIC 9(8).
           05  NEV-AMOUNT              PIC 9(7).9(2).
           05  FILLER                  PIC X(53).

       FD  NSA-CASE-FILE.
       COPY CLAIMNSC.

       FD  CALENDAR-FILE.
       COPY CLAIMCAL.

       FD  NSA-REPORT
           RECORDING MODE IS F.
       01  NSA-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CLAIMHTB.

       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-EVENT-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-NSA-CASE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-CALENDAR-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-EVENT-EOF                PIC X(1) VALUE 'N'.
           88  WS-EVENT-AT-EOF                   VALUE 'Y'.
       01  WS-CASE-EOF                 PIC X(1) VALUE 'N'.
           88  WS-CASE-AT-EOF                    VALUE 'Y'.
       01  WS-CALENDAR-EOF             PIC X(1) VALUE 'N'.
           88  WS-CALENDAR-AT-EOF                VALUE 'Y'.

      ******************************************************************
      * THE STATUTORY WINDOWS, AND HOW FAR AHEAD A CASE IS WARNED.
      ******************************************************************
       01  WS-WARNING-DAYS             PIC 9(3) VALUE 5.
       01  WS-NOTICE-BUS-DAYS          PIC 9(3) VALUE 30.
       01  WS-NEGOTIATION-BUS-DAYS     PIC 9(3) VALUE 30.
       01  WS-IDR-INITIATE-BUS-DAYS    PIC 9(3) VALUE 4.
       01  WS-IDR-OFFER-BUS-DAYS       PIC 9(3) VALUE 13.
       01  WS-AWARD-PAY-DAYS           PIC 9(3) VALUE 30.

       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-TODAY-INT                PIC S9(9) COMP.
       01  WS-EVENT-DATE               PIC 9(8).
       01  WS-EVENT-REJECT             PIC X(40).
       01  WS-DUE-INT                  PIC S9(9) COMP.
       01  WS-DUE-DATE                 PIC 9(8).
       01  WS-DUE-LABEL                PIC X(28).
       01  WS-DAYS-LEFT                PIC S9(7).
       01  WS-DUE-STATE                PIC X(8).

      ******************************************************************
      * BUSINESS-DAY WORK FIELDS -- SAME ARITHMETIC AS CLAIMESC. DAY 1
      * OF THE INTEGER-OF-DATE SCALE IS A MONDAY, SO MOD 7 OF 6 IS
      * SATURDAY AND 0 IS SUNDAY.
      ******************************************************************
       01  WS-BD-START-INT             PIC S9(9) COMP.
       01  WS-BD-END-INT               PIC S9(9) COMP.
       01  WS-BD-DAY-INT               PIC S9(9) COMP.
       01  WS-BD-COUNT                 PIC S9(7).
       01  WS-BD-ADD-DAYS              PIC S9(7).
       01  WS-BD-DATE                  PIC 9(8).
       01  WS-BD-DOW                   PIC 9(1).
       01  WS-BD-HOLIDAY-SW            PIC X(1).
           88  WS-BD-HOLIDAY                     VALUE 'Y'.

       01  WS-EVENTS-READ              PIC 9(7) VALUE 0.
       01  WS-EVENTS-APPLIED           PIC 9(7) VALUE 0.
       01  WS-EVENTS-REJECTED          PIC 9(7) VALUE 0.
       01  WS-CASES-OPEN               PIC 9(7) VALUE 0.
       01  WS-CASES-DUE-SOON           PIC 9(7) VALUE 0.
       01  WS-CASES-OVERDUE            PIC 9(7) VALUE 0.

       01  WS-EDIT-DAYS                PIC -(5)9.
       01  WS-EDIT-AMOUNT              PIC -(8)9.99.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT  PARM-FILE
           OPEN INPUT  EVENT-FILE
           OPEN I-O    NSA-CASE-FILE
           OPEN OUTPUT NSA-REPORT

           PERFORM DO-READ-PARM-CARD
           PERFORM DO-LOAD-HOLIDAY-TABLE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

           IF WS-NSA-CASE-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMNSR: CLAIMNSC OPEN FAILED, STATUS = '
                   WS-NSA-CASE-FILE-STATUS
               MOVE 'Y' TO WS-EVENT-EOF
               MOVE 'Y' TO WS-CASE-EOF
           END-IF
           IF WS-EVENT-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EVENT-EOF
           END-IF

           MOVE SPACES TO NSA-REPORT-LINE
           STRING 'NO SURPRISES ACT CASES - ' WS-TODAY-DATE
               DELIMITED BY SIZE INTO NSA-REPORT-LINE
           WRITE NSA-REPORT-LINE
           MOVE SPACES TO NSA-REPORT-LINE
           WRITE NSA-REPORT-LINE
           MOVE 'CASE EVENTS' TO NSA-REPORT-LINE
           WRITE NSA-REPORT-LINE

           PERFORM UNTIL WS-EVENT-AT-EOF
               READ EVENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EVENT-EOF
                   NOT AT END
                       ADD 1 TO WS-EVENTS-READ
                       PERFORM DO-APPLY-CASE-EVENT
               END-READ
           END-PERFORM
      ******************************************************************
      * THEN THE DEADLINE SWEEP, FROM THE TOP OF THE FILE WITH THE
      * DAY'S EVENTS IN PLACE.
      ******************************************************************
           CLOSE NSA-CASE-FILE
           OPEN INPUT NSA-CASE-FILE
           IF WS-NSA-CASE-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-CASE-EOF
           END-IF

           MOVE SPACES TO NSA-REPORT-LINE
           WRITE NSA-REPORT-LINE
           MOVE SPACES TO NSA-REPORT-LINE
           STRING 'CASES DUE WITHIN ' WS-WARNING-DAYS
               ' BUSINESS DAYS OR OVERDUE'
               DELIMITED BY SIZE INTO NSA-REPORT-LINE
           WRITE NSA-REPORT-LINE
           MOVE SPACES TO NSA-REPORT-LINE
           STRING 'CLAIM    T PROVIDER              ST '
               'NEXT DATE                    DUE      DAYS STATE'
               DELIMITED BY SIZE INTO NSA-REPORT-LINE
           WRITE NSA-REPORT-LINE

           PERFORM UNTIL WS-CASE-AT-EOF
               READ NSA-CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CASE-EOF
                   NOT AT END
                       IF NOT NSC-CLOSED
                           ADD 1 TO WS-CASES-OPEN
                           PERFORM DO-CHECK-CASE-DEADLINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO NSA-REPORT-LINE
           WRITE NSA-REPORT-LINE
           MOVE SPACES TO NSA-REPORT-LINE
           STRING 'EVENTS APPLIED: ' WS-EVENTS-APPLIED
               '  REJECTED: ' WS-EVENTS-REJECTED
               '  OPEN CASES: ' WS-CASES-OPEN
               '  DUE SOON: ' WS-CASES-DUE-SOON
               '  OVERDUE: ' WS-CASES-OVERDUE
               DELIMITED BY SIZE INTO NSA-REPORT-LINE
           WRITE NSA-REPORT-LINE

           CLOSE PARM-FILE
           CLOSE EVENT-FILE
           CLOSE NSA-CASE-FILE
           CLOSE NSA-REPORT

           DISPLAY 'CLAIMNSR: EVENTS READ = ' WS-EVENTS-READ
               ' APPLIED = ' WS-EVENTS-APPLIED
               ' REJECTED = ' WS-EVENTS-REJECTED
           DISPLAY 'CLAIMNSR: OPEN CASES = ' WS-CASES-OPEN
               ' DUE SOON = ' WS-CASES-DUE-SOON
               ' OVERDUE = ' WS-CASES-OVERDUE

           STOP RUN.

       DO-READ-PARM-CARD SECTION.
      ******************************************************************
      * AN ABSENT, ZERO OR NON-NUMERIC WARNING WINDOW LEAVES THE
      * DEFAULT OF 5 BUSINESS DAYS.
      ******************************************************************
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-WARNING-DAYS IS NUMERIC
                          AND PRM-WARNING-DAYS > 0
                           MOVE PRM-WARNING-DAYS TO WS-WARNING-DAYS
                       END-IF
               END-READ
           END-IF
           EXIT.

       DO-LOAD-HOLIDAY-TABLE SECTION.
      ******************************************************************
      * SAME LOAD-ONCE PATTERN AS CLAIMESC. A MISSING OR EMPTY FILE
      * LEAVES THE TABLE EMPTY AND ONLY WEEKENDS ARE SKIPPED.
      ******************************************************************
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-FILE-STATUS NOT = '00'
               EXIT SECTION
           END-IF

           MOVE 'N' TO WS-CALENDAR-EOF
           PERFORM UNTIL WS-CALENDAR-AT-EOF
               OR HOLIDAY-TABLE-COUNT = 100
               READ CALENDAR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CALENDAR-EOF
                   NOT AT END
                       IF CAL-HOLIDAY
                           ADD 1 TO HOLIDAY-TABLE-COUNT
                           SET HT-IDX TO HOLIDAY-TABLE-COUNT
                           MOVE CAL-DATE TO HT-DATE(HT-IDX)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CALENDAR-FILE
           EXIT.

       DO-APPLY-CASE-EVENT SECTION.
      ******************************************************************
      * ONE EVENT CARD. A CASE MOVES ONLY FORWARD THROUGH ITS STAGES
      * (OPEN -> NEGOTIATING -> IDR -> DECIDED), AND ANY CASE NOT
      * ALREADY CLOSED CAN BE CLOSED. ANYTHING ELSE IS REJECTED AND
      * LISTED, AND THE CASE IS LEFT AS IT WAS.
      ******************************************************************
           MOVE SPACES TO WS-EVENT-REJECT
           IF NEV-EVENT-DATE = SPACES OR NEV-EVENT-DATE = ZEROS
               MOVE WS-TODAY-DATE TO WS-EVENT-DATE
           ELSE
               IF NEV-EVENT-DATE-N IS NUMERIC
                   MOVE NEV-EVENT-DATE-N TO WS-EVENT-DATE
               ELSE
                   MOVE 'EVENT DATE NOT NUMERIC' TO WS-EVENT-REJECT
               END-IF
           END-IF

           IF WS-EVENT-REJECT = SPACES
               MOVE NEV-CLAIM-ID TO NSC-CLAIM-ID
               READ NSA-CASE-FILE
                   INVALID KEY
                       MOVE 'NO CLAIMNSC CASE FOR CLAIM'
                         TO WS-EVENT-REJECT
               END-READ
           END-IF

           IF WS-EVENT-REJECT = SPACES
               EVALUATE TRUE
                   WHEN NEV-NEGOTIATION AND NSC-OPEN
                       MOVE 'N' TO NSC-STATUS
                       MOVE WS-EVENT-DATE TO NSC-NEGOTIATION-DATE
                   WHEN NEV-IDR-INITIATED AND NSC-NEGOTIATING
                       MOVE 'I' TO NSC-STATUS
                       MOVE WS-EVENT-DATE TO NSC-IDR-DATE
                   WHEN NEV-DETERMINATION AND NSC-IN-IDR
                       MOVE 'D' TO NSC-STATUS
                       MOVE WS-EVENT-DATE TO NSC-DECISION-DATE
                       MOVE NEV-AMOUNT TO NSC-AWARD-AMOUNT
                   WHEN NEV-CLOSED AND NOT NSC-CLOSED
                       MOVE 'C' TO NSC-STATUS
                       MOVE WS-EVENT-DATE TO NSC-CLOSED-DATE
                   WHEN OTHER
                       MOVE 'EVENT NOT VALID FOR CASE STATUS'
                         TO WS-EVENT-REJECT
               END-EVALUATE
           END-IF

           IF WS-EVENT-REJECT = SPACES
               REWRITE NSA-CASE-RECORD
                   INVALID KEY
                       MOVE 'CLAIMNSC REWRITE FAILED'
                         TO WS-EVENT-REJECT
               END-REWRITE
           END-IF

           MOVE SPACES TO NSA-REPORT-LINE
           IF WS-EVENT-REJECT = SPACES
               ADD 1 TO WS-EVENTS-APPLIED
               STRING NEV-CLAIM-ID ' EVENT ' NEV-EVENT-CODE
                   ' ' WS-EVENT-DATE ' APPLIED, STATUS NOW '
                   NSC-STATUS
                   DELIMITED BY SIZE INTO NSA-REPORT-LINE
           ELSE
               ADD 1 TO WS-EVENTS-REJECTED
               STRING NEV-CLAIM-ID ' EVENT ' NEV-EVENT-CODE
                   ' ' NEV-EVENT-DATE ' REJECTED - ' WS-EVENT-REJECT
                   DELIMITED BY SIZE INTO NSA-REPORT-LINE
           END-IF
           WRITE NSA-REPORT-LINE
           EXIT.

       DO-CHECK-CASE-DEADLINE SECTION.
      ******************************************************************
      * WORK OUT THE CASE'S NEXT STATUTORY DATE AND HOW MANY BUSINESS
      * DAYS ARE LEFT TO IT (NEGATIVE ONCE IT HAS PASSED). A
      * NEGOTIATING CASE IS MEASURED AGAINST THE END OF NEGOTIATION
      * UNTIL THAT PASSES, THEN AGAINST THE IDR INITIATION DEADLINE.
      ******************************************************************
           EVALUATE TRUE
               WHEN NSC-OPEN
                   COMPUTE WS-BD-START-INT =
                       FUNCTION INTEGER-OF-DATE(NSC-OPENED-DATE)
                   MOVE WS-NOTICE-BUS-DAYS TO WS-BD-ADD-DAYS
                   PERFORM DO-ADD-BUSINESS-DAYS
                   MOVE 'OPEN NEGOTIATION NOTICE' TO WS-DUE-LABEL
               WHEN NSC-NEGOTIATING
                   COMPUTE WS-BD-START-INT =
                       FUNCTION INTEGER-OF-DATE(NSC-NEGOTIATION-DATE)
                   MOVE WS-NEGOTIATION-BUS-DAYS TO WS-BD-ADD-DAYS
                   PERFORM DO-ADD-BUSINESS-DAYS
                   MOVE 'NEGOTIATION PERIOD ENDS' TO WS-DUE-LABEL
                   IF WS-DUE-INT < WS-TODAY-INT
                       MOVE WS-DUE-INT TO WS-BD-START-INT
                       MOVE WS-IDR-INITIATE-BUS-DAYS TO WS-BD-ADD-DAYS
                       PERFORM DO-ADD-BUSINESS-DAYS
                       MOVE 'IDR INITIATION DEADLINE' TO WS-DUE-LABEL
                   END-IF
               WHEN NSC-IN-IDR
                   COMPUTE WS-BD-START-INT =
                       FUNCTION INTEGER-OF-DATE(NSC-IDR-DATE)
                   MOVE WS-IDR-OFFER-BUS-DAYS TO WS-BD-ADD-DAYS
                   PERFORM DO-ADD-BUSINESS-DAYS
                   MOVE 'IDR OFFERS DUE' TO WS-DUE-LABEL
               WHEN NSC-DECIDED
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(NSC-DECISION-DATE)
                       + WS-AWARD-PAY-DAYS
                   MOVE 'IDR AWARD PAYMENT DUE' TO WS-DUE-LABEL
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE

           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
      ******************************************************************
      * BUSINESS DAYS LEFT, OR (NEGATIVE) BUSINESS DAYS OVERDUE.
      ******************************************************************
           IF WS-DUE-INT >= WS-TODAY-INT
               MOVE WS-TODAY-INT TO WS-BD-START-INT
               MOVE WS-DUE-INT TO WS-BD-END-INT
               PERFORM DO-COUNT-BUSINESS-DAYS
               MOVE WS-BD-COUNT TO WS-DAYS-LEFT
           ELSE
               MOVE WS-DUE-INT TO WS-BD-START-INT
               MOVE WS-TODAY-INT TO WS-BD-END-INT
               PERFORM DO-COUNT-BUSINESS-DAYS
               COMPUTE WS-DAYS-LEFT = 0 - WS-BD-COUNT
           END-IF

           IF WS-DUE-INT < WS-TODAY-INT
               MOVE 'OVERDUE' TO WS-DUE-STATE
               ADD 1 TO WS-CASES-OVERDUE
           ELSE
               IF WS-DAYS-LEFT > WS-WARNING-DAYS
                   EXIT SECTION
               END-IF
               MOVE 'DUE SOON' TO WS-DUE-STATE
               ADD 1 TO WS-CASES-DUE-SOON
           END-IF

           MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS
           MOVE SPACES TO NSA-REPORT-LINE
           STRING NSC-CLAIM-ID ' ' NSC-NSA-TYPE ' ' NSC-PROVIDER-ID
               ' ' NSC-STATUS '  ' WS-DUE-LABEL ' ' WS-DUE-DATE
               ' ' WS-EDIT-DAYS ' ' WS-DUE-STATE
               DELIMITED BY SIZE INTO NSA-REPORT-LINE
           WRITE NSA-REPORT-LINE
           EXIT.

       DO-ADD-BUSINESS-DAYS SECTION.
      ******************************************************************
      * STEP FORWARD FROM WS-BD-START-INT UNTIL WS-BD-ADD-DAYS
      * BUSINESS DAYS HAVE PASSED; THE DAY REACHED IS WS-DUE-INT.
      ******************************************************************
           MOVE WS-BD-START-INT TO WS-BD-DAY-INT
           MOVE 0 TO WS-BD-COUNT
           PERFORM UNTIL WS-BD-COUNT >= WS-BD-ADD-DAYS
               ADD 1 TO WS-BD-DAY-INT
               COMPUTE WS-BD-DOW = FUNCTION MOD(WS-BD-DAY-INT, 7)
               IF WS-BD-DOW NOT = 6 AND WS-BD-DOW NOT = 0
                   COMPUTE WS-BD-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-BD-DAY-INT)
                   MOVE 'N' TO WS-BD-HOLIDAY-SW
                   PERFORM VARYING HT-IDX FROM 1 BY 1
                           UNTIL HT-IDX > HOLIDAY-TABLE-COUNT
                       IF HT-DATE(HT-IDX) = WS-BD-DATE
                           MOVE 'Y' TO WS-BD-HOLIDAY-SW
                       END-IF
                   END-PERFORM
                   IF NOT WS-BD-HOLIDAY
                       ADD 1 TO WS-BD-COUNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-BD-DAY-INT TO WS-DUE-INT
           EXIT.

       DO-COUNT-BUSINESS-DAYS SECTION.
      ******************************************************************
      * COUNT THE BUSINESS DAYS AFTER WS-BD-START-INT THROUGH
      * WS-BD-END-INT INTO WS-BD-COUNT -- AS IN CLAIMESC.
      ******************************************************************
           MOVE 0 TO WS-BD-COUNT
           IF WS-BD-END-INT <= WS-BD-START-INT
               EXIT SECTION
           END-IF

           PERFORM VARYING WS-BD-DAY-INT FROM WS-BD-START-INT BY 1
                   UNTIL WS-BD-DAY-INT >= WS-BD-END-INT
               COMPUTE WS-BD-DOW =
                   FUNCTION MOD(WS-BD-DAY-INT + 1, 7)
               IF WS-BD-DOW NOT = 6 AND WS-BD-DOW NOT = 0
                   COMPUTE WS-BD-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-BD-DAY-INT + 1)
                   MOVE 'N' TO WS-BD-HOLIDAY-SW
                   PERFORM VARYING HT-IDX FROM 1 BY 1
                           UNTIL HT-IDX > HOLIDAY-TABLE-COUNT
                       IF HT-DATE(HT-IDX) = WS-BD-DATE
                           MOVE 'Y' TO WS-BD-HOLIDAY-SW
                       END-IF
                   END-PERFORM
                   IF NOT WS-BD-HOLIDAY
                       ADD 1 TO WS-BD-COUNT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
