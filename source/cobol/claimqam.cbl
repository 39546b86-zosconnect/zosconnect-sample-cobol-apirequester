       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMQAM.
      ******************************************************************
      * WEEKLY QUALITY-AUDIT SAMPLE OF EXAMINER DECISIONS              *
      *                                                                *
      * CLAIMWRR MEASURES HOW MANY CLAIMS EACH EXAMINER DECIDES BUT    *
      * NOT HOW MANY THEY DECIDE RIGHT -- A WRONG DECISION SURFACED    *
      * ONLY WHEN THE PROVIDER APPEALED. THIS JOB DRAWS A RANDOM       *
      * SAMPLE OF THE PAST WEEK'S DECISIONS INTO THE CLAIMQAA AUDIT    *
      * QUEUE, WHERE QA REVIEWERS RECORD PASS OR FAIL THROUGH CLAIMQA0 *
      * AND CLAIMQAR REPORTS ACCURACY MONTHLY. THE DECISIONS SAMPLED:  *
      *                                                                *
      *   - DUAL APPROVALS: CLAIMHIS WAPP -> OKAY ROWS IN THE WEEK,    *
      *     CHARGED TO THE FIRST APPROVER IN CF-CLAIM-APPROVED-BY;     *
      *   - WORK-QUEUE DISPOSITIONS: CLAIMWRK ENTRIES DISPOSED IN THE  *
      *     WEEK (ACTION 'W', OR AN ACTION 'U' DECISION ON A PEND      *
      *     CLAIM), CHARGED TO WRK-EXAMINER-ID. AN 'RFI ' DISPOSITION  *
      *     IS NOT A DECISION AND IS NOT SAMPLED, AND A DUAL APPROVAL  *
      *     ALREADY CONSIDERED ABOVE IS NOT CONSIDERED TWICE.          *
      *                                                                *
      * EACH DECISION IS SAMPLED AT THE HIGHEST RATE THAT APPLIES TO   *
      * IT: THE BASE RATE, THE NEW-EXAMINER RATE WHEN THE EXAMINER IS  *
      * NAMED ON AN 'N' CARD, THE HIGH-DOLLAR RATE WHEN THE CLAIM IS   *
      * AT OR OVER THE HIGH-DOLLAR AMOUNT (A USD FIGURE -- A NON-USD   *
      * CLAIM CANNOT BE COMPARED AND IS TREATED AS HIGH-DOLLAR). A     *
      * CLAIM ALREADY ON CLAIMQAA IS NOT SAMPLED AGAIN.                *
      *                                                                *
      * PARMIN CARDS (ALL OPTIONAL):                                   *
      *   'R' CARD - COL 1 'R', COLS 2-4 BASE RATE %, COLS 5-7 NEW-    *
      *              EXAMINER RATE %, COLS 8-10 HIGH-DOLLAR RATE %,    *
      *              COLS 11-19 HIGH-DOLLAR AMOUNT (9(7)V99, USD).     *
      *              A BLANK OR NON-NUMERIC FIELD KEEPS ITS DEFAULT    *
      *              (5%, 20%, 25%, 10,000.00).                        *
      *   'N' CARD - COL 1 'N', COLS 2-9 A NEW EXAMINER'S USERID.      *
      *                                                                *
      * THE WEEK IS THE SEVEN DAYS BEFORE THE PROCESSING DATE. RUN     *
      * CONTROL: THE JOB REFUSES A BUSINESS DATE IT ALREADY COMPLETED  *
      * -- A SECOND DRAW OVER THE SAME WEEK WOULD DOUBLE THE SAMPLE.   *
      * THE RANDOM SEED IS PRINTED ON THE REPORT.                      *
      *                                                                *
      * INPUT  : PARMIN   - SAMPLE RATE AND NEW-EXAMINER CARDS.        *
      *          CLAIMHIS - THE STATUS-CHANGE ESDS.                    *
      *          CLAIMWRK - THE EXAMINER WORK QUEUE.                   *
      *          CLAIMCIF - THE LIVE VSAM KSDS CLAIM FILE, READ        *
      *          RANDOMLY BY CLAIM ID.                                 *
      * I-O    : CLAIMQAA - THE QUALITY-AUDIT QUEUE.                   *
      *          CLAIMRNC - BATCH RUN CONTROL.                         *
      * OUTPUT : QAMRPT   - THE SAMPLE REPORT.                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CLAIM-HISTORY-FILE ASSIGN TO CLAIMHIS
               ORGANIZATION IS SEQUENTIAL.
           SELECT WORK-FILE ASSIGN TO CLAIMWRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WRK-CLAIM-ID
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT CLAIM-FILE ASSIGN TO CLAIMCIF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-CLAIM-ID
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO CLAIMQAA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QAA-CLAIM-ID
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CLAIMRNC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RNC-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT SAMPLE-REPORT ASSIGN TO QAMRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RATE-CARD.
           05  PRR-CARD-TYPE           PIC X(1).
           05  PRR-BASE-PERCENT        PIC 9(3).
           05  PRR-NEW-PERCENT         PIC 9(3).
           05  PRR-HIGH-PERCENT        PIC 9(3).
           05  PRR-HIGH-DOLLAR         PIC 9(7)V9(2).
           05  FILLER                  PIC X(61).
       01  PARM-EXAMINER-CARD.
           05  PRE-CARD-TYPE           PIC X(1).
           05  PRE-EXAMINER-ID         PIC X(8).
           05  FILLER                  PIC X(71).

       FD  CLAIM-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CLAIMHIS.

       FD  WORK-FILE.
       COPY CLAIMWRK.

       FD  CLAIM-FILE.
       COPY CLAIMCIF.

       FD  AUDIT-FILE.
       COPY CLAIMQAA.

       FD  RUN-CONTROL-FILE.
       COPY CLAIMRNC.

       FD  SAMPLE-REPORT
           RECORDING MODE IS F.
       01  SAMPLE-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * RUN-CONTROL STATE (SEE CLAIMRNC.CPY). A MISSING CLAIMRNC
      * FILE TURNS THE CHECKS OFF.
      ******************************************************************
       01  WS-RUN-CONTROL-STATUS       PIC X(2) VALUE '00'.
       01  WS-RUN-CONTROL-ACTIVE-SW    PIC X(1) VALUE 'N'.
           88  WS-RUN-CONTROL-ACTIVE             VALUE 'Y'.
       01  WS-RUN-REFUSED-SW           PIC X(1) VALUE 'N'.
           88  WS-RUN-REFUSED                    VALUE 'Y'.
       01  WS-PROCESS-DATE             PIC 9(8).
       01  WS-RNC-TODAY                PIC 9(8).

       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-WORK-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-AUDIT-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PARM-EOF                 PIC X(1) VALUE 'N'.
           88  WS-PARM-AT-EOF                    VALUE 'Y'.
       01  WS-HISTORY-EOF              PIC X(1) VALUE 'N'.
           88  WS-HISTORY-AT-EOF                 VALUE 'Y'.
       01  WS-WORK-EOF                 PIC X(1) VALUE 'N'.
           88  WS-WORK-AT-EOF                    VALUE 'Y'.

      ******************************************************************
      * SAMPLE RATES (WHOLE PERCENT) AND THE HIGH-DOLLAR AMOUNT, WITH
      * THEIR DEFAULTS -- THE HIGH-DOLLAR DEFAULT IS THE MAKER-CHECKER
      * WS-DUAL-APPROVAL-LIMIT IN CLAIMCI0. THE 'R' CARD OVERRIDES.
      ******************************************************************
       01  WS-BASE-PERCENT             PIC 9(3) VALUE 5.
       01  WS-NEW-PERCENT              PIC 9(3) VALUE 20.
       01  WS-HIGH-PERCENT             PIC 9(3) VALUE 25.
       01  WS-HIGH-DOLLAR              PIC 9(7)V9(2) VALUE 10000.

      ******************************************************************
      * THE NEW EXAMINERS NAMED ON 'N' CARDS.
      ******************************************************************
       01  WS-NEW-EXAMINER-TABLE.
           05  WS-NX-EXAMINER-ID       PIC X(8) OCCURS 50 TIMES
                   INDEXED BY WS-NX-IDX.
       01  WS-NEW-EXAMINER-COUNT       PIC 9(3) VALUE 0.

      ******************************************************************
      * THE WEEK SAMPLED, AS MIDNIGHT-BASED ABSTIME VALUES (SAME
      * TECHNIQUE AS CLAIMWRR): FROM WS-WINDOW-START UP TO (NOT
      * INCLUDING) WS-WINDOW-END, THE PROCESSING DATE.
      ******************************************************************
       01  WS-WINDOW-DAYS              PIC 9(3) VALUE 7.
       01  WS-WINDOW-START-DATE        PIC 9(8).
       01  WS-WINDOW-START             PIC S9(15) COMP-3.
       01  WS-WINDOW-END               PIC S9(15) COMP-3.

      ******************************************************************
      * DUAL APPROVALS ALREADY CONSIDERED, SO THE SAME CLAIM'S
      * WORK-QUEUE DISPOSITION IS NOT GIVEN A SECOND DRAW.
      ******************************************************************
       01  WS-CONSIDERED-TABLE.
           05  WS-CN-CLAIM-ID          PIC X(8) OCCURS 2000 TIMES
                   INDEXED BY WS-CN-IDX.
       01  WS-CONSIDERED-COUNT         PIC 9(5) VALUE 0.
       01  WS-CONSIDERED-SW            PIC X(1).
           88  WS-ALREADY-CONSIDERED             VALUE 'Y'.

      ******************************************************************
      * PER-EXAMINER DECISIONS AND SAMPLE COUNTS FOR THE REPORT.
      ******************************************************************
       01  WS-EXAMINER-TABLE.
           05  WS-EX-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-EX-IDX.
               10  WS-EX-EXAMINER-ID   PIC X(8).
               10  WS-EX-NEW-FLAG      PIC X(1).
               10  WS-EX-DECISION-COUNT PIC 9(7).
               10  WS-EX-SAMPLED-COUNT PIC 9(7).
       01  WS-EXAMINER-COUNT           PIC 9(3) VALUE 0.
       01  WS-EXAMINER-FOUND-SW        PIC X(1).
           88  WS-EXAMINER-FOUND                 VALUE 'Y'.

      ******************************************************************
      * THE DECISION BEING CONSIDERED.
      ******************************************************************
       01  WS-CAND-EXAMINER-ID         PIC X(8).
       01  WS-CAND-SOURCE              PIC X(1).
       01  WS-CAND-DECISION            PIC X(4).
       01  WS-CAND-TIMESTAMP           PIC S9(15) COMP-3.
       01  WS-CAND-NEW-SW              PIC X(1).
           88  WS-CAND-NEW-EXAMINER              VALUE 'Y'.
       01  WS-APPLIED-PERCENT          PIC 9(3).
       01  WS-SAMPLE-REASON            PIC X(4).

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-RANDOM-SEED              PIC 9(8).
       01  WS-DRAW-PERCENT             PIC 9(3)V9(4).

       01  WS-APPROVAL-COUNT           PIC 9(7) VALUE 0.
       01  WS-DISPOSITION-COUNT        PIC 9(7) VALUE 0.
       01  WS-SAMPLED-COUNT            PIC 9(7) VALUE 0.
       01  WS-ON-FILE-COUNT            PIC 9(7) VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(7) VALUE 0.
       01  WS-OVERFLOW-COUNT           PIC 9(7) VALUE 0.

       01  WS-EDIT-AMOUNT              PIC $$$,$$$,$$9.99.
       01  WS-EDIT-COUNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-COUNT-2             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           PERFORM DO-CHECK-RUN-CONTROL
           IF WS-RUN-REFUSED
               IF WS-RUN-CONTROL-ACTIVE
                   CLOSE RUN-CONTROL-FILE
               END-IF
               STOP RUN
           END-IF

           PERFORM DO-READ-PARM-CARDS

           COMPUTE WS-WINDOW-END =
               (FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
               - FUNCTION INTEGER-OF-DATE(19000101)) * 8640000
           COMPUTE WS-WINDOW-START =
               WS-WINDOW-END - WS-WINDOW-DAYS * 8640000
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
                   - WS-WINDOW-DAYS)

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(9:8) TO WS-RANDOM-SEED
           COMPUTE WS-DRAW-PERCENT =
               FUNCTION RANDOM(WS-RANDOM-SEED) * 100

           OPEN INPUT  CLAIM-HISTORY-FILE
           OPEN INPUT  WORK-FILE
           OPEN INPUT  CLAIM-FILE
           OPEN I-O    AUDIT-FILE
           OPEN OUTPUT SAMPLE-REPORT

           MOVE SPACES TO SAMPLE-REPORT-LINE
           STRING 'QUALITY-AUDIT SAMPLE OF DECISIONS FROM '
               WS-WINDOW-START-DATE ' TO BEFORE ' WS-PROCESS-DATE
               DELIMITED BY SIZE INTO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           MOVE WS-HIGH-DOLLAR TO WS-EDIT-AMOUNT
           MOVE SPACES TO SAMPLE-REPORT-LINE
           STRING 'RATES: BASE ' WS-BASE-PERCENT
               '%  NEW EXAMINER ' WS-NEW-PERCENT
               '%  HIGH-DOLLAR ' WS-HIGH-PERCENT
               '% AT ' WS-EDIT-AMOUNT ' USD  RANDOM SEED '
               WS-RANDOM-SEED
               DELIMITED BY SIZE INTO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           MOVE SPACES TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           MOVE SPACES TO SAMPLE-REPORT-LINE
           STRING 'CLAIM    EXAMINER SRC DECN REASON'
               '           AMOUNT CUR'
               DELIMITED BY SIZE INTO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE

           PERFORM UNTIL WS-HISTORY-AT-EOF
               READ CLAIM-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       IF HIS-OLD-STATUS = 'WAPP'
                      AND HIS-NEW-STATUS = 'OKAY'
                      AND HIS-TIMESTAMP >= WS-WINDOW-START
                      AND HIS-TIMESTAMP < WS-WINDOW-END
                           PERFORM DO-CONSIDER-APPROVAL
                       END-IF
               END-READ
           END-PERFORM

           PERFORM UNTIL WS-WORK-AT-EOF
               READ WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-WORK-EOF
                   NOT AT END
                       IF WRK-DISPOSITION NOT = SPACES
                      AND WRK-DISPOSITION NOT = 'RFI '
                      AND WRK-EXAMINER-ID NOT = SPACES
                      AND WRK-DISPOSED-TIMESTAMP >= WS-WINDOW-START
                      AND WRK-DISPOSED-TIMESTAMP < WS-WINDOW-END
                           PERFORM DO-CONSIDER-DISPOSITION
                       END-IF
               END-READ
           END-PERFORM

           PERFORM DO-PRINT-EXAMINER-SUMMARY

           CLOSE CLAIM-HISTORY-FILE
           CLOSE WORK-FILE
           CLOSE CLAIM-FILE
           CLOSE AUDIT-FILE
           CLOSE SAMPLE-REPORT

           DISPLAY 'CLAIMQAM: APPROVALS = ' WS-APPROVAL-COUNT
               ' DISPOSITIONS = ' WS-DISPOSITION-COUNT
               ' SAMPLED = ' WS-SAMPLED-COUNT
           IF WS-ON-FILE-COUNT > 0
               DISPLAY 'CLAIMQAM: DRAWN BUT ALREADY ON CLAIMQAA = '
                   WS-ON-FILE-COUNT
           END-IF
           IF WS-MISSING-COUNT > 0
               DISPLAY 'CLAIMQAM: DECISIONS ON CLAIMS NOT ON '
                   'CLAIMCIF = ' WS-MISSING-COUNT
           END-IF
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY 'CLAIMQAM: TABLE FULL, DECISIONS NOT SUMMARIZED '
                   'OR NOT DE-DUPLICATED = ' WS-OVERFLOW-COUNT
           END-IF

           PERFORM DO-POST-RUN-CONTROL

           STOP RUN.

       DO-READ-PARM-CARDS SECTION.
      ******************************************************************
      * APPLY THE 'R' RATE CARD AND COLLECT THE 'N' NEW-EXAMINER
      * CARDS. NO PARMIN AT ALL MEANS THE DEFAULT RATES AND NO NEW
      * EXAMINERS. A RATE OVER 100 IS IGNORED.
      ******************************************************************
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = '00'
               EXIT SECTION
           END-IF

           PERFORM UNTIL WS-PARM-AT-EOF
               READ PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-PARM-EOF
                   NOT AT END
                       EVALUATE PRR-CARD-TYPE
                           WHEN 'R'
                               PERFORM DO-APPLY-RATE-CARD
                           WHEN 'N'
                               IF PRE-EXAMINER-ID NOT = SPACES
                              AND WS-NEW-EXAMINER-COUNT < 50
                                   ADD 1 TO WS-NEW-EXAMINER-COUNT
                                   MOVE PRE-EXAMINER-ID TO
                                       WS-NX-EXAMINER-ID(
                                           WS-NEW-EXAMINER-COUNT)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE PARM-FILE
           EXIT.

       DO-APPLY-RATE-CARD SECTION.
           IF PRR-BASE-PERCENT IS NUMERIC
          AND PRR-BASE-PERCENT NOT > 100
               MOVE PRR-BASE-PERCENT TO WS-BASE-PERCENT
           END-IF
           IF PRR-NEW-PERCENT IS NUMERIC
          AND PRR-NEW-PERCENT NOT > 100
               MOVE PRR-NEW-PERCENT TO WS-NEW-PERCENT
           END-IF
           IF PRR-HIGH-PERCENT IS NUMERIC
          AND PRR-HIGH-PERCENT NOT > 100
               MOVE PRR-HIGH-PERCENT TO WS-HIGH-PERCENT
           END-IF
           IF PRR-HIGH-DOLLAR IS NUMERIC
          AND PRR-HIGH-DOLLAR > 0
               MOVE PRR-HIGH-DOLLAR TO WS-HIGH-DOLLAR
           END-IF
           EXIT.

       DO-CONSIDER-APPROVAL SECTION.
      ******************************************************************
      * A WAPP -> OKAY ROW IN THE WEEK: THE DECISION BELONGS TO THE
      * FIRST APPROVER (THE MAKER), RECORDED ON THE CLAIM.
      ******************************************************************
           MOVE HIS-CLAIM-ID TO CF-CLAIM-ID
           READ CLAIM-FILE
               INVALID KEY
                   ADD 1 TO WS-MISSING-COUNT
                   EXIT SECTION
           END-READ

           IF CF-CLAIM-APPROVED-BY = SPACES
               EXIT SECTION
           END-IF

           IF WS-CONSIDERED-COUNT < 2000
               ADD 1 TO WS-CONSIDERED-COUNT
               MOVE CF-CLAIM-ID TO WS-CN-CLAIM-ID(WS-CONSIDERED-COUNT)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF

           ADD 1 TO WS-APPROVAL-COUNT
           MOVE CF-CLAIM-APPROVED-BY TO WS-CAND-EXAMINER-ID
           MOVE 'A'                  TO WS-CAND-SOURCE
           MOVE 'OKAY'               TO WS-CAND-DECISION
           MOVE HIS-TIMESTAMP        TO WS-CAND-TIMESTAMP
           PERFORM DO-DRAW-SAMPLE
           EXIT.

       DO-CONSIDER-DISPOSITION SECTION.
      ******************************************************************
      * A WORK-QUEUE ENTRY DISPOSED IN THE WEEK, UNLESS THE CLAIM WAS
      * ALREADY CONSIDERED AS A DUAL APPROVAL.
      ******************************************************************
           MOVE 'N' TO WS-CONSIDERED-SW
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1
                   UNTIL WS-CN-IDX > WS-CONSIDERED-COUNT
                      OR WS-ALREADY-CONSIDERED
               IF WS-CN-CLAIM-ID(WS-CN-IDX) = WRK-CLAIM-ID
                   MOVE 'Y' TO WS-CONSIDERED-SW
               END-IF
           END-PERFORM
           IF WS-ALREADY-CONSIDERED
               EXIT SECTION
           END-IF

           MOVE WRK-CLAIM-ID TO CF-CLAIM-ID
           READ CLAIM-FILE
               INVALID KEY
                   ADD 1 TO WS-MISSING-COUNT
                   EXIT SECTION
           END-READ

           ADD 1 TO WS-DISPOSITION-COUNT
           MOVE WRK-EXAMINER-ID        TO WS-CAND-EXAMINER-ID
           MOVE 'W'                    TO WS-CAND-SOURCE
           MOVE WRK-DISPOSITION        TO WS-CAND-DECISION
           MOVE WRK-DISPOSED-TIMESTAMP TO WS-CAND-TIMESTAMP
           PERFORM DO-DRAW-SAMPLE
           EXIT.

       DO-DRAW-SAMPLE SECTION.
      ******************************************************************
      * PICK THE HIGHEST RATE THAT APPLIES TO THE DECISION, DRAW, AND
      * QUEUE THE CLAIM ON CLAIMQAA WHEN THE DRAW FALLS UNDER IT.
      ******************************************************************
           MOVE 'N' TO WS-CAND-NEW-SW
           PERFORM VARYING WS-NX-IDX FROM 1 BY 1
                   UNTIL WS-NX-IDX > WS-NEW-EXAMINER-COUNT
               IF WS-NX-EXAMINER-ID(WS-NX-IDX) = WS-CAND-EXAMINER-ID
                   MOVE 'Y' TO WS-CAND-NEW-SW
               END-IF
           END-PERFORM

           PERFORM DO-FIND-EXAMINER
           IF WS-EXAMINER-FOUND
               ADD 1 TO WS-EX-DECISION-COUNT(WS-EX-IDX)
           END-IF

           MOVE WS-BASE-PERCENT TO WS-APPLIED-PERCENT
           MOVE 'BASE' TO WS-SAMPLE-REASON
           IF WS-CAND-NEW-EXAMINER
          AND WS-NEW-PERCENT > WS-APPLIED-PERCENT
               MOVE WS-NEW-PERCENT TO WS-APPLIED-PERCENT
               MOVE 'NEWX' TO WS-SAMPLE-REASON
           END-IF
           IF WS-HIGH-PERCENT > WS-APPLIED-PERCENT
               IF (CF-CLAIM-CURRENCY-CODE NOT = 'USD'
                   AND CF-CLAIM-CURRENCY-CODE NOT = SPACES)
               OR CF-CLAIM-AMOUNT >= WS-HIGH-DOLLAR
                   MOVE WS-HIGH-PERCENT TO WS-APPLIED-PERCENT
                   MOVE 'HIGH' TO WS-SAMPLE-REASON
               END-IF
           END-IF

           COMPUTE WS-DRAW-PERCENT = FUNCTION RANDOM * 100
           IF WS-DRAW-PERCENT NOT < WS-APPLIED-PERCENT
               EXIT SECTION
           END-IF

           MOVE CF-CLAIM-ID TO QAA-CLAIM-ID
           READ AUDIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ON-FILE-COUNT
                   EXIT SECTION
           END-READ

           MOVE CF-CLAIM-ID            TO QAA-CLAIM-ID
           MOVE WS-CAND-EXAMINER-ID    TO QAA-EXAMINER-ID
           MOVE WS-CAND-SOURCE         TO QAA-SOURCE
           MOVE WS-CAND-DECISION       TO QAA-DECISION
           MOVE WS-SAMPLE-REASON       TO QAA-SAMPLE-REASON
           COMPUTE QAA-CLAIM-AMOUNT ROUNDED = CF-CLAIM-AMOUNT
           MOVE CF-CLAIM-CURRENCY-CODE TO QAA-CURRENCY-CODE
           MOVE WS-CAND-TIMESTAMP      TO QAA-DECIDED-TIMESTAMP
           MOVE WS-PROCESS-DATE        TO QAA-SAMPLED-DATE
           MOVE 'OPEN'                 TO QAA-STATUS
           MOVE SPACES                 TO QAA-ERROR-CATEGORY
           MOVE SPACE                  TO QAA-ERROR-TYPE
           MOVE 0                      TO QAA-FINANCIAL-IMPACT
           MOVE SPACES                 TO QAA-REVIEWER-ID
           MOVE 0                      TO QAA-REVIEWED-DATE
           MOVE 0                      TO QAA-REVIEWED-TIMESTAMP
           MOVE SPACES                 TO QAA-REVIEW-COMMENT
           MOVE SPACES                 TO QAA-ADJUST-CLAIM-ID
           WRITE QA-AUDIT-RECORD
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMQAM: CLAIMQAA WRITE FAILED FOR CLAIM '
                   CF-CLAIM-ID ', STATUS = ' WS-AUDIT-FILE-STATUS
               EXIT SECTION
           END-IF

           ADD 1 TO WS-SAMPLED-COUNT
           IF WS-EXAMINER-FOUND
               ADD 1 TO WS-EX-SAMPLED-COUNT(WS-EX-IDX)
           END-IF

           MOVE CF-CLAIM-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO SAMPLE-REPORT-LINE
           STRING CF-CLAIM-ID ' ' WS-CAND-EXAMINER-ID
               ' ' WS-CAND-SOURCE '   ' WS-CAND-DECISION
               ' ' WS-SAMPLE-REASON '   ' WS-EDIT-AMOUNT
               ' ' CF-CLAIM-CURRENCY-CODE
               DELIMITED BY SIZE INTO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           EXIT.

       DO-FIND-EXAMINER SECTION.
      ******************************************************************
      * LOCATE (OR ADD) THE EXAMINER'S SUMMARY ENTRY. A FULL TABLE
      * LEAVES THE DECISION OUT OF THE SUMMARY BUT STILL SAMPLED.
      ******************************************************************
           MOVE 'N' TO WS-EXAMINER-FOUND-SW
           SET WS-EX-IDX TO 1
           SEARCH WS-EX-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EX-IDX > WS-EXAMINER-COUNT
                   CONTINUE
               WHEN WS-EX-EXAMINER-ID(WS-EX-IDX) = WS-CAND-EXAMINER-ID
                   MOVE 'Y' TO WS-EXAMINER-FOUND-SW
           END-SEARCH

           IF WS-EXAMINER-FOUND
               EXIT SECTION
           END-IF

           IF WS-EXAMINER-COUNT = 200
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT SECTION
           END-IF

           ADD 1 TO WS-EXAMINER-COUNT
           SET WS-EX-IDX TO WS-EXAMINER-COUNT
           MOVE WS-CAND-EXAMINER-ID TO WS-EX-EXAMINER-ID(WS-EX-IDX)
           MOVE WS-CAND-NEW-SW      TO WS-EX-NEW-FLAG(WS-EX-IDX)
           MOVE 0 TO WS-EX-DECISION-COUNT(WS-EX-IDX)
           MOVE 0 TO WS-EX-SAMPLED-COUNT(WS-EX-IDX)
           MOVE 'Y' TO WS-EXAMINER-FOUND-SW
           EXIT.

       DO-PRINT-EXAMINER-SUMMARY SECTION.
           MOVE SPACES TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           MOVE SPACES TO SAMPLE-REPORT-LINE
           MOVE 'EXAMINER  NEW  DECISIONS  SAMPLED'
               TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE

           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EXAMINER-COUNT
               MOVE WS-EX-DECISION-COUNT(WS-EX-IDX) TO WS-EDIT-COUNT
               MOVE WS-EX-SAMPLED-COUNT(WS-EX-IDX) TO WS-EDIT-COUNT-2
               MOVE SPACES TO SAMPLE-REPORT-LINE
               STRING WS-EX-EXAMINER-ID(WS-EX-IDX)
                   '   ' WS-EX-NEW-FLAG(WS-EX-IDX)
                   '    ' WS-EDIT-COUNT
                   '  ' WS-EDIT-COUNT-2
                   DELIMITED BY SIZE INTO SAMPLE-REPORT-LINE
               WRITE SAMPLE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           MOVE SPACES TO SAMPLE-REPORT-LINE
           STRING 'DUAL APPROVALS: ' WS-APPROVAL-COUNT
               '  WORK-QUEUE DISPOSITIONS: ' WS-DISPOSITION-COUNT
               '  SAMPLED: ' WS-SAMPLED-COUNT
               '  ALREADY QUEUED: ' WS-ON-FILE-COUNT
               DELIMITED BY SIZE INTO SAMPLE-REPORT-LINE
           WRITE SAMPLE-REPORT-LINE
           EXIT.

       DO-CHECK-RUN-CONTROL SECTION.
      ******************************************************************
      * READ THE CLAIMRNC RUN-CONTROL FILE: PICK UP THE BUSINESS
      * PROCESSING DATE FROM THE OPERATIONS 'BUSDATE' ROW, AND
      * REFUSE A DATE THIS JOB ALREADY COMPLETED SO THE SAME WEEK IS
      * NEVER DRAWN TWICE. A MISSING CLAIMRNC FILE DISABLES THE
      * CHECKS.
      ******************************************************************
           MOVE 'N' TO WS-RUN-CONTROL-ACTIVE-SW
           MOVE 'N' TO WS-RUN-REFUSED-SW
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RNC-TODAY
           MOVE WS-RNC-TODAY TO WS-PROCESS-DATE

           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = '00'
               DISPLAY 'CLAIMQAM: CLAIMRNC NOT AVAILABLE, '
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

           MOVE 'CLAIMQAM' TO RNC-JOB-NAME
           MOVE WS-PROCESS-DATE TO RNC-PROCESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RNC-COMPLETE
                       MOVE 'Y' TO WS-RUN-REFUSED-SW
                       DISPLAY 'CLAIMQAM: RUN REFUSED - ALREADY '
                           'COMPLETE FOR ' WS-PROCESS-DATE
                   END-IF
           END-READ
           EXIT.

       DO-POST-RUN-CONTROL SECTION.
      ******************************************************************
      * POST THIS JOB'S 'DONE' FOR THE PROCESSING DATE, SO A RE-RUN
      * OF THIS ONE CAN SEE IT RAN.
      ******************************************************************
           IF NOT WS-RUN-CONTROL-ACTIVE
               EXIT SECTION
           END-IF

           MOVE 'CLAIMQAM' TO RNC-JOB-NAME
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
