       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMPHR.
      ******************************************************************
      * DAILY HELD-DOLLARS REPORT FOR PROVIDER PAYMENT HOLDS           *
      *                                                                *
      * LISTS EVERY PROVIDER WITH A CLAIMPHD PAYMENT HOLD IN FORCE     *
      * TODAY (SEE CLAIMPHD.CPY), WITH THE HOLD REASON, DATES AND      *
      * CASE REFERENCE, THE OKAY CLAIMS CLAIMEXT IS HOLDING BACK FOR   *
      * THE PROVIDER AND THE DOLLARS THEY WOULD PAY (APPROVED PORTION  *
      * PLUS INTEREST ALREADY ACCRUED, FIGURED AS CLAIMEXT FIGURES     *
      * IT), THEN TOTALS BY HOLD REASON.                               *
      *                                                                *
      * THE INTEREST EXPOSURE COLUMN IS WHAT THE HOLD IS COSTING IN    *
      * PROMPT-PAY PENALTY: THE INTEREST EACH HELD CLAIM WOULD OWE IF  *
      * PAID TODAY, LESS THE INTEREST ALREADY ACCRUED ON IT AT         *
      * APPROVAL. IT USES THE RULES DO-COMPUTE-PROMPT-PAY-INTEREST     *
      * APPLIES IN CLAIMCI0 (AND CLAIMINT REPORTS): THE CLOCK STARTS   *
      * AT THE CLAIM'S FIRST CLAIMHIS ROW, BUSINESS DAYS ARE COUNTED   *
      * OFF THE CLAIMCAL HOLIDAY TABLE, AND DAYS OVER THE STATUTORY    *
      * DEADLINE ACCRUE SIMPLE INTEREST ON THE CLAIM AMOUNT. A CLAIM   *
      * WITH NO HISTORY ROW HAS NO CLOCK AND SHOWS NO EXPOSURE, AS IN  *
      * CLAIMCI0; THOSE CLAIMS ARE COUNTED. AMOUNTS ARE IN THE         *
      * CLAIM'S OWN CURRENCY AS ON CLAIMINT; NON-USD CLAIMS ARE RARE   *
      * AND LISTED INDIVIDUALLY.                                       *
      *                                                                *
      * INPUT  : CLAIMPHD - THE PROVIDER PAYMENT HOLD FILE.            *
      *          CLAIMCIF - THE VSAM KSDS CLAIM FILE, SWEPT FOR HELD   *
      *          OKAY CLAIMS.                                          *
      *          CLAIMHIS - THE STATUS-CHANGE ESDS, SWEPT FOR EACH     *
      *          HELD CLAIM'S SUBMISSION TIME.                         *
      *          CLAIMCAL - THE HOLIDAY CALENDAR (IN-STORAGE TABLE).   *
      * OUTPUT : PHRRPT   - THE HELD-DOLLARS REPORT.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO CLAIMPHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PHD-PROVIDER-ID
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT CLAIM-FILE ASSIGN TO CLAIMCIF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CF-CLAIM-ID
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT CLAIM-HISTORY-FILE ASSIGN TO CLAIMHIS
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALENDAR-FILE ASSIGN TO CLAIMCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT HOLD-REPORT ASSIGN TO PHRRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       COPY CLAIMPHD.

       FD  CLAIM-FILE.
       COPY CLAIMCIF.

       FD  CLAIM-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CLAIMHIS.

       FD  CALENDAR-FILE.
       COPY CLAIMCAL.

       FD  HOLD-REPORT
           RECORDING MODE IS F.
       01  HOLD-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CLAIMHTB.

       01  WS-HOLD-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CALENDAR-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-CALENDAR-EOF             PIC X(1) VALUE 'N'.
           88  WS-CALENDAR-AT-EOF                VALUE 'Y'.
       01  WS-HOLD-EOF                 PIC X(1) VALUE 'N'.
           88  WS-HOLD-AT-EOF                    VALUE 'Y'.
       01  WS-CLAIM-FILE-EOF           PIC X(1) VALUE 'N'.
           88  WS-CLAIM-FILE-AT-EOF              VALUE 'Y'.
       01  WS-HISTORY-EOF              PIC X(1) VALUE 'N'.
           88  WS-HISTORY-AT-EOF                 VALUE 'Y'.

      ******************************************************************
      * PROMPT-PAY POLICY SETTINGS -- THE SAME STATUTORY DEADLINE
      * (BUSINESS DAYS) AND ANNUAL RATE CLAIMCI0 ACCRUES INTEREST AT.
      ******************************************************************
       01  WS-PROMPT-PAY-DEADLINE-DAYS PIC 9(3) VALUE 30.
       01  WS-PROMPT-PAY-RATE-PCT      PIC 9(3) VALUE 12.

      ******************************************************************
      * HOLD TABLE -- ONE ENTRY PER PROVIDER WITH A HOLD IN FORCE
      * TODAY, IN CLAIMPHD (PROVIDER ID) ORDER, WITH ITS CLAIM TALLIES.
      * OVERFLOWS ARE COUNTED AND REPORTED, AS CLAIMCAP DOES.
      ******************************************************************
       01  WS-HOLD-TABLE.
           05  WS-HLD-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-HLD-IDX.
               10  WS-HLD-PROVIDER-ID  PIC X(21).
               10  WS-HLD-REASON       PIC X(4).
               10  WS-HLD-START-DATE   PIC 9(8).
               10  WS-HLD-END-DATE     PIC 9(8).
               10  WS-HLD-CASE-REF     PIC X(12).
               10  WS-HLD-CLAIM-COUNT  PIC 9(7).
               10  WS-HLD-HELD-AMOUNT  COMP-2 SYNC.
               10  WS-HLD-ACCRUED      COMP-2 SYNC.
               10  WS-HLD-EXPOSURE     COMP-2 SYNC.
       01  WS-HOLD-COUNT               PIC 9(3) VALUE 0.
       01  WS-HOLD-OVERFLOW            PIC 9(7) VALUE 0.

      ******************************************************************
      * HELD-CLAIM TABLE -- ONE ENTRY PER HELD CLAIM, KEPT FOR THE
      * CLAIMHIS PASS THAT FINDS EACH CLAIM'S SUBMISSION DAY. A CLAIM
      * PAST THE TABLE STILL COUNTS IN ITS PROVIDER'S HELD DOLLARS BUT
      * CANNOT BE TIMED; THOSE ARE COUNTED AND REPORTED.
      ******************************************************************
       01  WS-HELD-CLAIM-TABLE.
           05  WS-HC-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-HC-IDX.
               10  WS-HC-CLAIM-ID      PIC X(8).
               10  WS-HC-HOLD-NUM      PIC 9(3).
               10  WS-HC-CLAIM-AMOUNT  COMP-2 SYNC.
               10  WS-HC-ACCRUED       COMP-2 SYNC.
               10  WS-HC-SUBMIT-DAY    PIC S9(9) COMP.
               10  WS-HC-SUBMIT-SW     PIC X(1).
                   88  WS-HC-SUBMIT-FOUND          VALUE 'Y'.
       01  WS-HELD-CLAIM-COUNT         PIC 9(4) VALUE 0.
       01  WS-HELD-CLAIM-OVERFLOW      PIC 9(7) VALUE 0.
       01  WS-NO-CLOCK-COUNT           PIC 9(7) VALUE 0.

      ******************************************************************
      * HOLD-REASON TOTALS, IN THE ORDER OF THE CLAIMPHD REASON CODES.
      ******************************************************************
       01  WS-REASON-TABLE.
           05  WS-RSN-ENTRY OCCURS 3 TIMES
                   INDEXED BY WS-RSN-IDX.
               10  WS-RSN-CODE         PIC X(4).
               10  WS-RSN-DESC         PIC X(24).
               10  WS-RSN-PROVIDERS    PIC 9(7).
               10  WS-RSN-CLAIM-COUNT  PIC 9(7).
               10  WS-RSN-HELD-AMOUNT  COMP-2 SYNC.
               10  WS-RSN-EXPOSURE     COMP-2 SYNC.

       01  WS-TOTAL-CLAIM-COUNT        PIC 9(7) VALUE 0.
       01  WS-TOTAL-HELD-AMOUNT        COMP-2 VALUE 0.
       01  WS-TOTAL-EXPOSURE           COMP-2 VALUE 0.

       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-TODAY-INTEGER            PIC S9(9) COMP.
       01  WS-HIS-DAY                  PIC S9(9) COMP.
       01  WS-PAYABLE-AMOUNT           COMP-2 SYNC.
       01  WS-INTEREST-TODAY           COMP-2 SYNC.
       01  WS-CLAIM-EXPOSURE           COMP-2 SYNC.
       01  WS-DAYS-LATE                PIC S9(7).
       01  WS-LINE-IDX                 PIC 9(2).

      ******************************************************************
      * BUSINESS-DAY COUNTING WORK FIELDS -- SAME COUNT AS CLAIMPST'S.
      * DAY 1 OF THE INTEGER-OF-DATE SCALE IS A MONDAY, SO MOD 7 OF
      * 6 IS SATURDAY AND 0 IS SUNDAY.
      ******************************************************************
       01  WS-BD-START-INT             PIC S9(9) COMP.
       01  WS-BD-END-INT               PIC S9(9) COMP.
       01  WS-BD-DAY-INT               PIC S9(9) COMP.
       01  WS-BD-COUNT                 PIC S9(7).
       01  WS-BD-DATE                  PIC 9(8).
       01  WS-BD-DOW                   PIC 9(1).
       01  WS-BD-HOLIDAY-SW            PIC X(1).
           88  WS-BD-HOLIDAY                     VALUE 'Y'.

       01  WS-EDIT-END-DATE            PIC X(8).
       01  WS-EDIT-COUNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT              PIC $$$,$$$,$$9.99.
       01  WS-EDIT-ACCRUED             PIC $$$,$$$,$$9.99.
       01  WS-EDIT-EXPOSURE            PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN OUTPUT HOLD-REPORT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

           PERFORM DO-LOAD-REASON-TABLE
           PERFORM DO-LOAD-HOLIDAY-TABLE

           MOVE SPACES TO HOLD-REPORT-LINE
           STRING 'PROVIDER PAYMENT HOLDS - HELD DOLLARS AND INTEREST '
               'EXPOSURE AS OF ' WS-TODAY-DATE
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE
           MOVE SPACES TO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE

           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = '00'
               MOVE 'CLAIMPHD NOT AVAILABLE - NO HOLDS REPORTED'
                   TO HOLD-REPORT-LINE
               WRITE HOLD-REPORT-LINE
               CLOSE HOLD-REPORT
               DISPLAY 'CLAIMPHR: CLAIMPHD NOT AVAILABLE, STATUS '
                   WS-HOLD-FILE-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-HOLD-AT-EOF
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF PHD-ACTIVE
                      AND PHD-START-DATE <= WS-TODAY-DATE
                      AND (PHD-END-DATE = 0
                           OR PHD-END-DATE >= WS-TODAY-DATE)
                           PERFORM DO-TABLE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE

           IF WS-HOLD-COUNT > 0
               OPEN INPUT CLAIM-FILE
               PERFORM UNTIL WS-CLAIM-FILE-AT-EOF
                   READ CLAIM-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CLAIM-FILE-EOF
                       NOT AT END
                           IF CF-CLAIM-STATUS = 'OKAY'
                          AND CF-CLAIM-EXTRACTED-FLAG NOT = 'Y'
                          AND CF-CLAIM-ENCOUNTER-FLAG NOT = 'Y'
                               PERFORM DO-TALLY-HELD-CLAIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIM-FILE
           END-IF

           IF WS-HELD-CLAIM-COUNT > 0
               OPEN INPUT CLAIM-HISTORY-FILE
               PERFORM UNTIL WS-HISTORY-AT-EOF
                   READ CLAIM-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF
                       NOT AT END
                           PERFORM DO-MATCH-CLAIM-HISTORY
                   END-READ
               END-PERFORM
               CLOSE CLAIM-HISTORY-FILE

               PERFORM VARYING WS-HC-IDX FROM 1 BY 1
                       UNTIL WS-HC-IDX > WS-HELD-CLAIM-COUNT
                   PERFORM DO-COMPUTE-EXPOSURE
               END-PERFORM
           END-IF

           PERFORM DO-WRITE-HOLD-REPORT

           CLOSE HOLD-REPORT

           DISPLAY 'CLAIMPHR: PROVIDERS ON HOLD = ' WS-HOLD-COUNT
               ' CLAIMS HELD = ' WS-TOTAL-CLAIM-COUNT
           IF WS-HOLD-OVERFLOW > 0
               DISPLAY 'CLAIMPHR: HOLDS OMITTED, TABLE FULL = '
                   WS-HOLD-OVERFLOW
           END-IF
           IF WS-HELD-CLAIM-OVERFLOW > 0
               DISPLAY 'CLAIMPHR: HELD CLAIMS NOT TIMED, TABLE FULL = '
                   WS-HELD-CLAIM-OVERFLOW
           END-IF

           STOP RUN.

       DO-LOAD-REASON-TABLE SECTION.
      ******************************************************************
      * THE CLAIMPHD HOLD REASONS CLAIMPH0 ACCEPTS.
      ******************************************************************
           INITIALIZE WS-REASON-TABLE
           MOVE 'SIU ' TO WS-RSN-CODE(1)
           MOVE 'SPECIAL INVESTIGATIONS'   TO WS-RSN-DESC(1)
           MOVE 'LICN' TO WS-RSN-CODE(2)
           MOVE 'LICENSE UNDER REVIEW'     TO WS-RSN-DESC(2)
           MOVE 'OTHR' TO WS-RSN-CODE(3)
           MOVE 'OTHER'                    TO WS-RSN-DESC(3)
           EXIT.

       DO-TABLE-HOLD SECTION.
           IF WS-HOLD-COUNT < 500
               ADD 1 TO WS-HOLD-COUNT
               SET WS-HLD-IDX TO WS-HOLD-COUNT
               MOVE PHD-PROVIDER-ID TO WS-HLD-PROVIDER-ID(WS-HLD-IDX)
               MOVE PHD-HOLD-REASON TO WS-HLD-REASON(WS-HLD-IDX)
               MOVE PHD-START-DATE  TO WS-HLD-START-DATE(WS-HLD-IDX)
               MOVE PHD-END-DATE    TO WS-HLD-END-DATE(WS-HLD-IDX)
               MOVE PHD-CASE-REFERENCE TO WS-HLD-CASE-REF(WS-HLD-IDX)
               MOVE 0 TO WS-HLD-CLAIM-COUNT(WS-HLD-IDX)
               MOVE 0 TO WS-HLD-HELD-AMOUNT(WS-HLD-IDX)
               MOVE 0 TO WS-HLD-ACCRUED(WS-HLD-IDX)
               MOVE 0 TO WS-HLD-EXPOSURE(WS-HLD-IDX)
           ELSE
               ADD 1 TO WS-HOLD-OVERFLOW
           END-IF
           EXIT.

       DO-TALLY-HELD-CLAIM SECTION.
      ******************************************************************
      * AN UNEXTRACTED OKAY CLAIM FOR A HELD PROVIDER IS ONE CLAIMEXT
      * IS HOLDING BACK. ITS HELD DOLLARS ARE WHAT CLAIMEXT WOULD PAY
      * -- THE OKAY LINES' ALLOWED AMOUNTS FOR A CLAIM ADJUDICATED
      * LINE BY LINE, OTHERWISE THE CLAIM AMOUNT, PLUS THE INTEREST
      * ALREADY ACCRUED.
      ******************************************************************
           SET WS-HLD-IDX TO 1
           SEARCH WS-HLD-ENTRY
               AT END
                   EXIT SECTION
               WHEN WS-HLD-IDX > WS-HOLD-COUNT
                   EXIT SECTION
               WHEN WS-HLD-PROVIDER-ID(WS-HLD-IDX) = CF-CLAIM-PROVIDER
                   CONTINUE
           END-SEARCH

           IF CF-CLAIM-LINE-ITEM-COUNT > 0
          AND CF-LINE-DISP-STATUS(1) NOT = SPACES
               MOVE 0 TO WS-PAYABLE-AMOUNT
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > CF-CLAIM-LINE-ITEM-COUNT
                   IF CF-LINE-DISP-STATUS(WS-LINE-IDX) = 'OKAY'
                       ADD CF-LINE-DISP-ALLOWED(WS-LINE-IDX)
                         TO WS-PAYABLE-AMOUNT
                   END-IF
               END-PERFORM
               ADD CF-CLAIM-INTEREST-AMOUNT TO WS-PAYABLE-AMOUNT
           ELSE
               COMPUTE WS-PAYABLE-AMOUNT =
                   CF-CLAIM-AMOUNT + CF-CLAIM-INTEREST-AMOUNT
           END-IF

           ADD 1 TO WS-HLD-CLAIM-COUNT(WS-HLD-IDX)
           ADD WS-PAYABLE-AMOUNT TO WS-HLD-HELD-AMOUNT(WS-HLD-IDX)
           ADD CF-CLAIM-INTEREST-AMOUNT TO WS-HLD-ACCRUED(WS-HLD-IDX)

           IF CF-CLAIM-CURRENCY-CODE NOT = 'USD'
          AND CF-CLAIM-CURRENCY-CODE NOT = SPACES
               MOVE WS-PAYABLE-AMOUNT TO WS-EDIT-AMOUNT
               MOVE SPACES TO HOLD-REPORT-LINE
               STRING 'CLAIM ' CF-CLAIM-ID
                   ' PROVIDER ' CF-CLAIM-PROVIDER
                   ' HELD ' WS-EDIT-AMOUNT
                   ' ' CF-CLAIM-CURRENCY-CODE
                   ' (NON-USD, LISTED SEPARATELY)'
                   DELIMITED BY SIZE INTO HOLD-REPORT-LINE
               WRITE HOLD-REPORT-LINE
           END-IF

           IF WS-HELD-CLAIM-COUNT < 5000
               ADD 1 TO WS-HELD-CLAIM-COUNT
               SET WS-HC-IDX TO WS-HELD-CLAIM-COUNT
               MOVE CF-CLAIM-ID TO WS-HC-CLAIM-ID(WS-HC-IDX)
               SET WS-HC-HOLD-NUM(WS-HC-IDX) TO WS-HLD-IDX
               MOVE CF-CLAIM-AMOUNT TO WS-HC-CLAIM-AMOUNT(WS-HC-IDX)
               MOVE CF-CLAIM-INTEREST-AMOUNT
                 TO WS-HC-ACCRUED(WS-HC-IDX)
               MOVE 0 TO WS-HC-SUBMIT-DAY(WS-HC-IDX)
               MOVE 'N' TO WS-HC-SUBMIT-SW(WS-HC-IDX)
           ELSE
               ADD 1 TO WS-HELD-CLAIM-OVERFLOW
           END-IF
           EXIT.

       DO-MATCH-CLAIM-HISTORY SECTION.
      ******************************************************************
      * CLAIMHIS IS APPEND-ONLY, SO THE FIRST ROW SEEN FOR A HELD
      * CLAIM IS ITS SUBMISSION -- THE SAME ROW CLAIMCI0 STARTS THE
      * PROMPT-PAY CLOCK FROM.
      ******************************************************************
           SET WS-HC-IDX TO 1
           SEARCH WS-HC-ENTRY
               AT END
                   EXIT SECTION
               WHEN WS-HC-IDX > WS-HELD-CLAIM-COUNT
                   EXIT SECTION
               WHEN WS-HC-CLAIM-ID(WS-HC-IDX) = HIS-CLAIM-ID
                   CONTINUE
           END-SEARCH

           IF NOT WS-HC-SUBMIT-FOUND(WS-HC-IDX)
               COMPUTE WS-HIS-DAY =
                   FUNCTION INTEGER-OF-DATE(19000101)
                   + HIS-TIMESTAMP / 8640000
               MOVE WS-HIS-DAY TO WS-HC-SUBMIT-DAY(WS-HC-IDX)
               MOVE 'Y' TO WS-HC-SUBMIT-SW(WS-HC-IDX)
           END-IF
           EXIT.

       DO-COMPUTE-EXPOSURE SECTION.
      ******************************************************************
      * THE INTEREST THE CLAIM WOULD OWE IF PAID TODAY -- BUSINESS
      * DAYS FROM SUBMISSION TO TODAY OVER THE DEADLINE, AT THE
      * ANNUAL RATE ON THE CLAIM AMOUNT, AS CLAIMCI0 FIGURES IT AT
      * APPROVAL -- LESS WHAT WAS ALREADY ACCRUED. NOTHING WITHOUT A
      * SUBMISSION ROW.
      ******************************************************************
           IF NOT WS-HC-SUBMIT-FOUND(WS-HC-IDX)
               ADD 1 TO WS-NO-CLOCK-COUNT
               EXIT SECTION
           END-IF

           MOVE WS-HC-SUBMIT-DAY(WS-HC-IDX) TO WS-BD-START-INT
           MOVE WS-TODAY-INTEGER TO WS-BD-END-INT
           PERFORM DO-COUNT-BUSINESS-DAYS
           COMPUTE WS-DAYS-LATE =
               WS-BD-COUNT - WS-PROMPT-PAY-DEADLINE-DAYS
           IF WS-DAYS-LATE <= 0
               EXIT SECTION
           END-IF

           COMPUTE WS-INTEREST-TODAY =
               WS-HC-CLAIM-AMOUNT(WS-HC-IDX)
               * WS-PROMPT-PAY-RATE-PCT / 100
               * WS-DAYS-LATE / 365
           COMPUTE WS-CLAIM-EXPOSURE =
               WS-INTEREST-TODAY - WS-HC-ACCRUED(WS-HC-IDX)
           IF WS-CLAIM-EXPOSURE > 0
               SET WS-HLD-IDX TO WS-HC-HOLD-NUM(WS-HC-IDX)
               ADD WS-CLAIM-EXPOSURE TO WS-HLD-EXPOSURE(WS-HLD-IDX)
           END-IF
           EXIT.

       DO-WRITE-HOLD-REPORT SECTION.
      ******************************************************************
      * ONE LINE PER HELD PROVIDER, THEN THE TOTALS BY HOLD REASON
      * AND THE GRAND TOTAL.
      ******************************************************************
           MOVE SPACES TO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE
           MOVE SPACES TO HOLD-REPORT-LINE
           STRING 'PROVIDER               RSN   START     END       '
               'CASE REF       CLAIMS    HELD DOLLARS     INT ON FILE'
               '    INT EXPOSURE'
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE

           IF WS-HOLD-COUNT = 0
               MOVE SPACES TO HOLD-REPORT-LINE
               MOVE 'NO PROVIDERS ON PAYMENT HOLD'
                   TO HOLD-REPORT-LINE
               WRITE HOLD-REPORT-LINE
           END-IF

           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HOLD-COUNT
               IF WS-HLD-END-DATE(WS-HLD-IDX) = 0
                   MOVE 'OPEN' TO WS-EDIT-END-DATE
               ELSE
                   MOVE WS-HLD-END-DATE(WS-HLD-IDX) TO WS-EDIT-END-DATE
               END-IF
               MOVE WS-HLD-CLAIM-COUNT(WS-HLD-IDX) TO WS-EDIT-COUNT
               MOVE WS-HLD-HELD-AMOUNT(WS-HLD-IDX) TO WS-EDIT-AMOUNT
               MOVE WS-HLD-ACCRUED(WS-HLD-IDX) TO WS-EDIT-ACCRUED
               MOVE WS-HLD-EXPOSURE(WS-HLD-IDX) TO WS-EDIT-EXPOSURE
               MOVE SPACES TO HOLD-REPORT-LINE
               STRING WS-HLD-PROVIDER-ID(WS-HLD-IDX)
                   '  ' WS-HLD-REASON(WS-HLD-IDX)
                   '  ' WS-HLD-START-DATE(WS-HLD-IDX)
                   '  ' WS-EDIT-END-DATE
                   '  ' WS-HLD-CASE-REF(WS-HLD-IDX)
                   '  ' WS-EDIT-COUNT
                   '  ' WS-EDIT-AMOUNT
                   '  ' WS-EDIT-ACCRUED
                   '  ' WS-EDIT-EXPOSURE
                   DELIMITED BY SIZE INTO HOLD-REPORT-LINE
               WRITE HOLD-REPORT-LINE

               PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                       UNTIL WS-RSN-IDX > 3
                   IF WS-RSN-CODE(WS-RSN-IDX)
                        = WS-HLD-REASON(WS-HLD-IDX)
                       ADD 1 TO WS-RSN-PROVIDERS(WS-RSN-IDX)
                       ADD WS-HLD-CLAIM-COUNT(WS-HLD-IDX)
                         TO WS-RSN-CLAIM-COUNT(WS-RSN-IDX)
                       ADD WS-HLD-HELD-AMOUNT(WS-HLD-IDX)
                         TO WS-RSN-HELD-AMOUNT(WS-RSN-IDX)
                       ADD WS-HLD-EXPOSURE(WS-HLD-IDX)
                         TO WS-RSN-EXPOSURE(WS-RSN-IDX)
                   END-IF
               END-PERFORM
               ADD WS-HLD-CLAIM-COUNT(WS-HLD-IDX)
                 TO WS-TOTAL-CLAIM-COUNT
               ADD WS-HLD-HELD-AMOUNT(WS-HLD-IDX)
                 TO WS-TOTAL-HELD-AMOUNT
               ADD WS-HLD-EXPOSURE(WS-HLD-IDX) TO WS-TOTAL-EXPOSURE
           END-PERFORM

           MOVE SPACES TO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE
           MOVE 'TOTALS BY HOLD REASON' TO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE

           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > 3
               MOVE WS-RSN-CLAIM-COUNT(WS-RSN-IDX) TO WS-EDIT-COUNT
               MOVE WS-RSN-HELD-AMOUNT(WS-RSN-IDX) TO WS-EDIT-AMOUNT
               MOVE WS-RSN-EXPOSURE(WS-RSN-IDX) TO WS-EDIT-EXPOSURE
               MOVE SPACES TO HOLD-REPORT-LINE
               STRING WS-RSN-CODE(WS-RSN-IDX)
                   ' ' WS-RSN-DESC(WS-RSN-IDX)
                   '  PROVIDERS: ' WS-RSN-PROVIDERS(WS-RSN-IDX)
                   '  CLAIMS: ' WS-EDIT-COUNT
                   '  HELD: ' WS-EDIT-AMOUNT
                   '  EXPOSURE: ' WS-EDIT-EXPOSURE
                   DELIMITED BY SIZE INTO HOLD-REPORT-LINE
               WRITE HOLD-REPORT-LINE
           END-PERFORM

           MOVE WS-TOTAL-CLAIM-COUNT TO WS-EDIT-COUNT
           MOVE WS-TOTAL-HELD-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-TOTAL-EXPOSURE TO WS-EDIT-EXPOSURE
           MOVE SPACES TO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE
           MOVE SPACES TO HOLD-REPORT-LINE
           STRING 'TOTAL'
               '                           PROVIDERS: ' WS-HOLD-COUNT
               '      CLAIMS: ' WS-EDIT-COUNT
               '  HELD: ' WS-EDIT-AMOUNT
               '  EXPOSURE: ' WS-EDIT-EXPOSURE
               DELIMITED BY SIZE INTO HOLD-REPORT-LINE
           WRITE HOLD-REPORT-LINE

           IF WS-NO-CLOCK-COUNT > 0
               MOVE SPACES TO HOLD-REPORT-LINE
               STRING 'HELD CLAIMS WITH NO CLAIMHIS SUBMISSION ROW '
                   '(NO EXPOSURE FIGURED): ' WS-NO-CLOCK-COUNT
                   DELIMITED BY SIZE INTO HOLD-REPORT-LINE
               WRITE HOLD-REPORT-LINE
           END-IF
           IF WS-HELD-CLAIM-OVERFLOW > 0
               MOVE SPACES TO HOLD-REPORT-LINE
               STRING 'HELD CLAIMS NOT TIMED, TABLE FULL '
                   '(NO EXPOSURE FIGURED): ' WS-HELD-CLAIM-OVERFLOW
                   DELIMITED BY SIZE INTO HOLD-REPORT-LINE
               WRITE HOLD-REPORT-LINE
           END-IF
           IF WS-HOLD-OVERFLOW > 0
               MOVE SPACES TO HOLD-REPORT-LINE
               STRING 'HOLDS OMITTED FROM THIS REPORT, TABLE FULL: '
                   WS-HOLD-OVERFLOW
                   DELIMITED BY SIZE INTO HOLD-REPORT-LINE
               WRITE HOLD-REPORT-LINE
           END-IF
           EXIT.

       DO-LOAD-HOLIDAY-TABLE SECTION.
      ******************************************************************
      * LOAD THE CLAIMCAL HOLIDAY FILE INTO THE IN-STORAGE TABLE
      * (CLAIMHTB) -- SAME LOAD AS CLAIMPST'S. A MISSING OR EMPTY
      * FILE LEAVES THE TABLE EMPTY AND ONLY WEEKENDS ARE SKIPPED.
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

       DO-COUNT-BUSINESS-DAYS SECTION.
      ******************************************************************
      * COUNT THE BUSINESS DAYS AFTER WS-BD-START-INT THROUGH
      * WS-BD-END-INT INTO WS-BD-COUNT, SKIPPING WEEKENDS BY
      * ARITHMETIC AND WEEKDAYS FOUND IN THE HOLIDAY TABLE -- SAME
      * COUNT AS CLAIMPST'S.
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
