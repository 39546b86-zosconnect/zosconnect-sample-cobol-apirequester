       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMQAR.
      ******************************************************************
      * MONTHLY QUALITY-AUDIT ACCURACY REPORT                          *
      *                                                                *
      * REPORTS THE QA AUDITS CLOSED IN THE MONTH -- THOSE SAMPLED BY  *
      * CLAIMQAM AND GIVEN A PASS OR FAIL THROUGH CLAIMQA0 ACTION 'R'  *
      * WITH A REVIEWED DATE IN THE MONTH -- IN THREE PARTS:           *
      *                                                                *
      *   1. PER EXAMINER: AUDITS, PASSES, FINANCIAL AND PROCEDURAL    *
      *      FAILS, THE DOLLARS AUDITED AND IN ERROR, AND              *
      *        FINANCIAL ACCURACY  = (DOLLARS AUDITED - DOLLARS IN     *
      *                              ERROR) / DOLLARS AUDITED          *
      *        PROCEDURAL ACCURACY = (AUDITS - PROCEDURAL FAILS)       *
      *                              / AUDITS                          *
      *      THEN THE SAME FIGURES FOR ALL EXAMINERS.                  *
      *   2. PER ERROR CATEGORY: FAILS AND FINANCIAL IMPACT.           *
      *   3. EVERY FAILED AUDIT, WITH THE ADJUSTMENT THAT CORRECTED    *
      *      IT -- THE CLAIM THE REVIEWER LINKED ON THE AUDIT, ELSE    *
      *      AN ADJUSTMENT CLAIM ON CLAIMCIF WHOSE CF-CLAIM-ORIG-      *
      *      CLAIM-ID IS THE AUDITED CLAIM (A CORRECTION 'C' IN        *
      *      PREFERENCE TO A REVERSAL 'R'), ELSE NONE -- SO AN ERROR   *
      *      NOBODY HAS FIXED YET STANDS OUT.                          *
      *                                                                *
      * AMOUNTS ARE IN EACH CLAIM'S OWN CURRENCY (AS CLAIMINT          *
      * REPORTS THEM); DOLLARS AUDITED AND IN ERROR ARE TAKEN AS       *
      * ABSOLUTE VALUES, SO AN OVERPAYMENT AND AN UNDERPAYMENT BOTH    *
      * COUNT AGAINST ACCURACY.                                        *
      *                                                                *
      * THE MONTH COMES FROM ONE PARMIN CARD (COLS 1-6, YYYYMM). WITH  *
      * NO CARD THE PREVIOUS CALENDAR MONTH IS RUN.                    *
      *                                                                *
      * INPUT  : PARMIN   - THE REPORT MONTH CARD (OPTIONAL).          *
      *          CLAIMQAA - THE QUALITY-AUDIT QUEUE, READ              *
      *          SEQUENTIALLY.                                         *
      *          CLAIMCIF - THE LIVE VSAM KSDS CLAIM FILE, READ        *
      *          SEQUENTIALLY FOR THE ADJUSTMENTS.                     *
      * OUTPUT : QARRPT   - THE ACCURACY REPORT.                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO CLAIMQAA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QAA-CLAIM-ID
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CLAIM-FILE ASSIGN TO CLAIMCIF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CF-CLAIM-ID
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT ACCURACY-REPORT ASSIGN TO QARRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PRM-REPORT-MONTH        PIC 9(6).
           05  PRM-REPORT-MONTH-X REDEFINES PRM-REPORT-MONTH.
               10  PRM-REPORT-YYYY     PIC 9(4).
               10  PRM-REPORT-MM       PIC 9(2).
           05  FILLER                  PIC X(74).

       FD  AUDIT-FILE.
       COPY CLAIMQAA.

       FD  CLAIM-FILE.
       COPY CLAIMCIF.

       FD  ACCURACY-REPORT
           RECORDING MODE IS F.
       01  ACCURACY-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-AUDIT-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-AUDIT-EOF                PIC X(1) VALUE 'N'.
           88  WS-AUDIT-AT-EOF                   VALUE 'Y'.
       01  WS-CLAIM-FILE-EOF           PIC X(1) VALUE 'N'.
           88  WS-CLAIM-FILE-AT-EOF              VALUE 'Y'.

       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-REPORT-MONTH.
           05  WS-REPORT-YYYY          PIC 9(4).
           05  WS-REPORT-MM            PIC 9(2).
       01  WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH
                                       PIC 9(6).
       01  WS-REVIEWED-MONTH           PIC 9(6).

       COPY CLAIMQAC.

      ******************************************************************
      * PER-EXAMINER TALLIES. OVERFLOWS ARE COUNTED AND REPORTED, AS
      * CLAIMLAG DOES.
      ******************************************************************
       01  WS-EXAMINER-TABLE.
           05  WS-EX-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-EX-IDX.
               10  WS-EX-EXAMINER-ID   PIC X(8).
               10  WS-EX-AUDITED       PIC 9(5).
               10  WS-EX-PASSED        PIC 9(5).
               10  WS-EX-FIN-FAILS     PIC 9(5).
               10  WS-EX-PROC-FAILS    PIC 9(5).
               10  WS-EX-AUDITED-AMT   PIC S9(11)V9(2).
               10  WS-EX-ERROR-AMT     PIC S9(11)V9(2).
       01  WS-EXAMINER-COUNT           PIC 9(3) VALUE 0.
       01  WS-EXAMINER-OVERFLOW        PIC 9(7) VALUE 0.
       01  WS-EXAMINER-FOUND-SW        PIC X(1).
           88  WS-EXAMINER-FOUND                 VALUE 'Y'.

      ******************************************************************
      * PER-CATEGORY TALLIES, IN STEP WITH QA-ERROR-CATEGORY-TABLE.
      * A CATEGORY NO LONGER ON THE TABLE IS COUNTED AS UNKNOWN.
      ******************************************************************
       01  WS-CATEGORY-TOTALS.
           05  WS-CT-ENTRY OCCURS 12 TIMES.
               10  WS-CT-FAILS         PIC 9(5).
               10  WS-CT-IMPACT        PIC S9(11)V9(2).
       01  WS-UNKNOWN-CATEGORY-FAILS   PIC 9(5) VALUE 0.

      ******************************************************************
      * THE FAILED AUDITS, FOR THE DETAIL PART AND THE ADJUSTMENT
      * LINK. WS-FL-ADJUST-TYPE IS 'L' FOR A LINK THE REVIEWER
      * RECORDED, ELSE THE CLAIMCIF ADJUSTMENT TYPE FOUND.
      ******************************************************************
       01  WS-FAILED-TABLE.
           05  WS-FL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-FL-IDX.
               10  WS-FL-CLAIM-ID      PIC X(8).
               10  WS-FL-EXAMINER-ID   PIC X(8).
               10  WS-FL-DECISION      PIC X(4).
               10  WS-FL-CATEGORY      PIC X(4).
               10  WS-FL-ERROR-TYPE    PIC X(1).
               10  WS-FL-IMPACT        PIC S9(9)V9(2).
               10  WS-FL-CURRENCY-CODE PIC X(3).
               10  WS-FL-REVIEWER-ID   PIC X(8).
               10  WS-FL-ADJUST-CLAIM-ID PIC X(8).
               10  WS-FL-ADJUST-TYPE   PIC X(1).
       01  WS-FAILED-COUNT             PIC 9(4) VALUE 0.
       01  WS-FAILED-OVERFLOW          PIC 9(7) VALUE 0.

       01  WS-TOTAL-AUDITED            PIC 9(7) VALUE 0.
       01  WS-TOTAL-PASSED             PIC 9(7) VALUE 0.
       01  WS-TOTAL-FIN-FAILS          PIC 9(7) VALUE 0.
       01  WS-TOTAL-PROC-FAILS         PIC 9(7) VALUE 0.
       01  WS-TOTAL-AUDITED-AMT        PIC S9(13)V9(2) VALUE 0.
       01  WS-TOTAL-ERROR-AMT          PIC S9(13)V9(2) VALUE 0.
       01  WS-UNLINKED-COUNT           PIC 9(7) VALUE 0.

       01  WS-WORK-AMOUNT              PIC S9(11)V9(2).
       01  WS-WORK-AUDITED             PIC 9(7).
       01  WS-WORK-PROC-FAILS          PIC 9(7).
       01  WS-WORK-AUDITED-AMT         PIC S9(13)V9(2).
       01  WS-WORK-ERROR-AMT           PIC S9(13)V9(2).
       01  WS-FIN-ACCURACY             PIC 9(3)V9(2).
       01  WS-PROC-ACCURACY            PIC 9(3)V9(2).

       01  WS-EDIT-COUNT-1             PIC ZZ,ZZ9.
       01  WS-EDIT-COUNT-2             PIC ZZ,ZZ9.
       01  WS-EDIT-COUNT-3             PIC ZZ,ZZ9.
       01  WS-EDIT-COUNT-4             PIC ZZ,ZZ9.
       01  WS-EDIT-AMOUNT-1            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT-2            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-PERCENT-1           PIC ZZ9.99.
       01  WS-EDIT-PERCENT-2           PIC ZZ9.99.
       01  WS-EDIT-IMPACT              PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-LINE-POINTER             PIC 9(3).

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT  AUDIT-FILE
           OPEN INPUT  CLAIM-FILE
           OPEN OUTPUT ACCURACY-REPORT

           INITIALIZE WS-EXAMINER-TABLE
           INITIALIZE WS-CATEGORY-TOTALS
           INITIALIZE WS-FAILED-TABLE
           PERFORM DO-LOAD-ERROR-CATEGORY-TABLE
           PERFORM DO-SET-REPORT-MONTH
      ******************************************************************
      * PASS 1 -- THE AUDITS CLOSED IN THE MONTH.
      ******************************************************************
           PERFORM UNTIL WS-AUDIT-AT-EOF
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                       COMPUTE WS-REVIEWED-MONTH =
                           QAA-REVIEWED-DATE / 100
                       IF (QAA-PASSED OR QAA-FAILED)
                      AND WS-REVIEWED-MONTH = WS-REPORT-MONTH-N
                           PERFORM DO-TALLY-AUDIT
                       END-IF
               END-READ
           END-PERFORM
      ******************************************************************
      * PASS 2 -- THE ADJUSTMENTS ON CLAIMCIF, FOR FAILED AUDITS THE
      * REVIEWER DID NOT LINK.
      ******************************************************************
           IF WS-FAILED-COUNT > 0
               PERFORM UNTIL WS-CLAIM-FILE-AT-EOF
                   READ CLAIM-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CLAIM-FILE-EOF
                       NOT AT END
                           IF CF-CLAIM-ORIG-CLAIM-ID NOT = SPACES
                          AND (CF-CLAIM-ADJUSTMENT-TYPE = 'C'
                            OR CF-CLAIM-ADJUSTMENT-TYPE = 'R')
                               PERFORM DO-MATCH-ADJUSTMENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
      ******************************************************************
      * PASS 3 -- THE REPORT.
      ******************************************************************
           PERFORM DO-WRITE-EXAMINER-PART
           PERFORM DO-WRITE-CATEGORY-PART
           PERFORM DO-WRITE-FAILED-PART

           CLOSE AUDIT-FILE
           CLOSE CLAIM-FILE
           CLOSE ACCURACY-REPORT

           DISPLAY 'CLAIMQAR: AUDITS REPORTED = ' WS-TOTAL-AUDITED
               ' FAILED = ' WS-FAILED-COUNT
               ' WITH NO ADJUSTMENT = ' WS-UNLINKED-COUNT
           IF WS-EXAMINER-OVERFLOW > 0
               DISPLAY 'CLAIMQAR: EXAMINER TABLE FULL, AUDITS NOT '
                   'SHOWN BY EXAMINER = ' WS-EXAMINER-OVERFLOW
           END-IF
           IF WS-FAILED-OVERFLOW > 0
               DISPLAY 'CLAIMQAR: FAILED-AUDIT TABLE FULL, FAILS NOT '
                   'DETAILED = ' WS-FAILED-OVERFLOW
           END-IF

           STOP RUN.

       DO-LOAD-ERROR-CATEGORY-TABLE SECTION.
      ******************************************************************
      * THE QA ERROR CATEGORIES (SEE CLAIMQAC.CPY) -- KEPT IN STEP
      * WITH DO-LOAD-ERROR-CATEGORY-TABLE IN CLAIMQA0.
      ******************************************************************
           MOVE 9 TO QA-ERROR-CATEGORY-COUNT

           MOVE 'PRIC' TO QC-CODE(1)  MOVE 'F' TO QC-TYPE(1)
           MOVE 'ALLOWED AMOUNT/PRICING WRONG' TO QC-DESC(1)
           MOVE 'BENE' TO QC-CODE(2)  MOVE 'F' TO QC-TYPE(2)
           MOVE 'COST SHARE/BENEFIT WRONG'     TO QC-DESC(2)
           MOVE 'DUPL' TO QC-CODE(3)  MOVE 'F' TO QC-TYPE(3)
           MOVE 'DUPLICATE OF PAID CLAIM'      TO QC-DESC(3)
           MOVE 'ELIG' TO QC-CODE(4)  MOVE 'F' TO QC-TYPE(4)
           MOVE 'MEMBER NOT ELIGIBLE'          TO QC-DESC(4)
           MOVE 'COVR' TO QC-CODE(5)  MOVE 'F' TO QC-TYPE(5)
           MOVE 'COVERAGE RULES MISAPPLIED'    TO QC-DESC(5)
           MOVE 'CODE' TO QC-CODE(6)  MOVE 'P' TO QC-TYPE(6)
           MOVE 'CODING EDIT NOT APPLIED'      TO QC-DESC(6)
           MOVE 'DOCM' TO QC-CODE(7)  MOVE 'P' TO QC-TYPE(7)
           MOVE 'DECISION NOT DOCUMENTED'      TO QC-DESC(7)
           MOVE 'RSNC' TO QC-CODE(8)  MOVE 'P' TO QC-TYPE(8)
           MOVE 'WRONG REASON CODE'            TO QC-DESC(8)
           MOVE 'ROUT' TO QC-CODE(9)  MOVE 'P' TO QC-TYPE(9)
           MOVE 'NOT ROUTED PER POLICY'        TO QC-DESC(9)
           EXIT.

       DO-SET-REPORT-MONTH SECTION.
      ******************************************************************
      * TAKE THE MONTH FROM PARMIN, OR DEFAULT TO THE PREVIOUS
      * CALENDAR MONTH. AN INVALID CARD ALSO DEFAULTS.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:4) TO WS-REPORT-YYYY
           MOVE WS-TODAY-DATE(5:2) TO WS-REPORT-MM
           IF WS-REPORT-MM = 1
               MOVE 12 TO WS-REPORT-MM
               SUBTRACT 1 FROM WS-REPORT-YYYY
           ELSE
               SUBTRACT 1 FROM WS-REPORT-MM
           END-IF

           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-REPORT-MONTH IS NUMERIC
                      AND PRM-REPORT-YYYY > 1900
                      AND PRM-REPORT-MM >= 1
                      AND PRM-REPORT-MM <= 12
                           MOVE PRM-REPORT-YYYY TO WS-REPORT-YYYY
                           MOVE PRM-REPORT-MM   TO WS-REPORT-MM
                       ELSE
                           DISPLAY 'CLAIMQAR: PARMIN CARD INVALID, '
                               'PREVIOUS MONTH USED'
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           EXIT.

       DO-TALLY-AUDIT SECTION.
      ******************************************************************
      * ADD ONE CLOSED AUDIT TO ITS EXAMINER, ITS CATEGORY AND (IF
      * FAILED) THE FAILED-AUDIT TABLE.
      ******************************************************************
           ADD 1 TO WS-TOTAL-AUDITED
           MOVE QAA-CLAIM-AMOUNT TO WS-WORK-AMOUNT
           IF WS-WORK-AMOUNT < 0
               COMPUTE WS-WORK-AMOUNT = 0 - WS-WORK-AMOUNT
           END-IF
           ADD WS-WORK-AMOUNT TO WS-TOTAL-AUDITED-AMT

           PERFORM DO-FIND-EXAMINER
           IF WS-EXAMINER-FOUND
               ADD 1 TO WS-EX-AUDITED(WS-EX-IDX)
               ADD WS-WORK-AMOUNT TO WS-EX-AUDITED-AMT(WS-EX-IDX)
           END-IF

           IF QAA-PASSED
               ADD 1 TO WS-TOTAL-PASSED
               IF WS-EXAMINER-FOUND
                   ADD 1 TO WS-EX-PASSED(WS-EX-IDX)
               END-IF
               EXIT SECTION
           END-IF

           MOVE QAA-FINANCIAL-IMPACT TO WS-WORK-AMOUNT
           IF WS-WORK-AMOUNT < 0
               COMPUTE WS-WORK-AMOUNT = 0 - WS-WORK-AMOUNT
           END-IF

           IF QAA-FINANCIAL-ERROR
               ADD 1 TO WS-TOTAL-FIN-FAILS
               ADD WS-WORK-AMOUNT TO WS-TOTAL-ERROR-AMT
               IF WS-EXAMINER-FOUND
                   ADD 1 TO WS-EX-FIN-FAILS(WS-EX-IDX)
                   ADD WS-WORK-AMOUNT TO WS-EX-ERROR-AMT(WS-EX-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-PROC-FAILS
               IF WS-EXAMINER-FOUND
                   ADD 1 TO WS-EX-PROC-FAILS(WS-EX-IDX)
               END-IF
           END-IF

           SET QC-IDX TO 1
           SEARCH QA-ERROR-CATEGORY-ENTRY
               AT END
                   ADD 1 TO WS-UNKNOWN-CATEGORY-FAILS
               WHEN QC-IDX > QA-ERROR-CATEGORY-COUNT
                   ADD 1 TO WS-UNKNOWN-CATEGORY-FAILS
               WHEN QC-CODE(QC-IDX) = QAA-ERROR-CATEGORY
                   ADD 1 TO WS-CT-FAILS(QC-IDX)
                   ADD WS-WORK-AMOUNT TO WS-CT-IMPACT(QC-IDX)
           END-SEARCH

           IF WS-FAILED-COUNT = 1000
               ADD 1 TO WS-FAILED-OVERFLOW
               EXIT SECTION
           END-IF
           ADD 1 TO WS-FAILED-COUNT
           SET WS-FL-IDX TO WS-FAILED-COUNT
           MOVE QAA-CLAIM-ID         TO WS-FL-CLAIM-ID(WS-FL-IDX)
           MOVE QAA-EXAMINER-ID      TO WS-FL-EXAMINER-ID(WS-FL-IDX)
           MOVE QAA-DECISION         TO WS-FL-DECISION(WS-FL-IDX)
           MOVE QAA-ERROR-CATEGORY   TO WS-FL-CATEGORY(WS-FL-IDX)
           MOVE QAA-ERROR-TYPE       TO WS-FL-ERROR-TYPE(WS-FL-IDX)
           MOVE QAA-FINANCIAL-IMPACT TO WS-FL-IMPACT(WS-FL-IDX)
           MOVE QAA-CURRENCY-CODE    TO WS-FL-CURRENCY-CODE(WS-FL-IDX)
           MOVE QAA-REVIEWER-ID      TO WS-FL-REVIEWER-ID(WS-FL-IDX)
           MOVE QAA-ADJUST-CLAIM-ID  TO
               WS-FL-ADJUST-CLAIM-ID(WS-FL-IDX)
           IF QAA-ADJUST-CLAIM-ID NOT = SPACES
               MOVE 'L' TO WS-FL-ADJUST-TYPE(WS-FL-IDX)
           ELSE
               MOVE SPACE TO WS-FL-ADJUST-TYPE(WS-FL-IDX)
           END-IF
           EXIT.

       DO-FIND-EXAMINER SECTION.
           MOVE 'N' TO WS-EXAMINER-FOUND-SW
           SET WS-EX-IDX TO 1
           SEARCH WS-EX-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EX-IDX > WS-EXAMINER-COUNT
                   CONTINUE
               WHEN WS-EX-EXAMINER-ID(WS-EX-IDX) = QAA-EXAMINER-ID
                   MOVE 'Y' TO WS-EXAMINER-FOUND-SW
           END-SEARCH

           IF WS-EXAMINER-FOUND
               EXIT SECTION
           END-IF

           IF WS-EXAMINER-COUNT = 200
               ADD 1 TO WS-EXAMINER-OVERFLOW
               EXIT SECTION
           END-IF

           ADD 1 TO WS-EXAMINER-COUNT
           SET WS-EX-IDX TO WS-EXAMINER-COUNT
           MOVE QAA-EXAMINER-ID TO WS-EX-EXAMINER-ID(WS-EX-IDX)
           MOVE 'Y' TO WS-EXAMINER-FOUND-SW
           EXIT.

       DO-MATCH-ADJUSTMENT SECTION.
      ******************************************************************
      * LINK AN ADJUSTMENT CLAIM TO THE FAILED AUDIT OF ITS ORIGINAL
      * CLAIM. A REVIEWER'S OWN LINK STANDS; A CORRECTION REPLACES A
      * REVERSAL ALREADY FOUND.
      ******************************************************************
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FAILED-COUNT
               IF WS-FL-CLAIM-ID(WS-FL-IDX) = CF-CLAIM-ORIG-CLAIM-ID
                   EVALUATE TRUE
                       WHEN WS-FL-ADJUST-TYPE(WS-FL-IDX) = SPACE
                       WHEN WS-FL-ADJUST-TYPE(WS-FL-IDX) = 'R'
                        AND CF-CLAIM-ADJUSTMENT-TYPE = 'C'
                           MOVE CF-CLAIM-ID TO
                               WS-FL-ADJUST-CLAIM-ID(WS-FL-IDX)
                           MOVE CF-CLAIM-ADJUSTMENT-TYPE TO
                               WS-FL-ADJUST-TYPE(WS-FL-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           EXIT.

       DO-WRITE-EXAMINER-PART SECTION.
      ******************************************************************
      * PART 1 -- ACCURACY PER EXAMINER, THEN FOR ALL EXAMINERS.
      ******************************************************************
           MOVE SPACES TO ACCURACY-REPORT-LINE
           STRING 'QUALITY-AUDIT ACCURACY REPORT FOR MONTH '
               WS-REPORT-MONTH-N
               DELIMITED BY SIZE INTO ACCURACY-REPORT-LINE
           WRITE ACCURACY-REPORT-LINE
           MOVE SPACES TO ACCURACY-REPORT-LINE
           WRITE ACCURACY-REPORT-LINE
           MOVE SPACES TO ACCURACY-REPORT-LINE
           STRING 'EXAMINER  AUDITS PASSED FINFAIL PRCFAIL'
               '    AMOUNT AUDITED   AMOUNT IN ERROR'
               '  FIN ACC%  PRC ACC%'
               DELIMITED BY SIZE INTO ACCURACY-REPORT-LINE
           WRITE ACCURACY-REPORT-LINE

           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EXAMINER-COUNT
               MOVE WS-EX-AUDITED(WS-EX-IDX)     TO WS-WORK-AUDITED
               MOVE WS-EX-PROC-FAILS(WS-EX-IDX)  TO WS-WORK-PROC-FAILS
               MOVE WS-EX-AUDITED-AMT(WS-EX-IDX) TO WS-WORK-AUDITED-AMT
               MOVE WS-EX-ERROR-AMT(WS-EX-IDX)   TO WS-WORK-ERROR-AMT
               PERFORM DO-COMPUTE-ACCURACY
               MOVE WS-EX-AUDITED(WS-EX-IDX)    TO WS-EDIT-COUNT-1
               MOVE WS-EX-PASSED(WS-EX-IDX)     TO WS-EDIT-COUNT-2
               MOVE WS-EX-FIN-FAILS(WS-EX-IDX)  TO WS-EDIT-COUNT-3
               MOVE WS-EX-PROC-FAILS(WS-EX-IDX) TO WS-EDIT-COUNT-4
               MOVE SPACES TO ACCURACY-REPORT-LINE
               STRING WS-EX-EXAMINER-ID(WS-EX-IDX)
                   DELIMITED BY SIZE INTO ACCURACY-REPORT-LINE
               PERFORM DO-WRITE-ACCURACY-LINE
           END-PERFORM

           MOVE WS-TOTAL-AUDITED     TO WS-WORK-AUDITED
           MOVE WS-TOTAL-PROC-FAILS  TO WS-WORK-PROC-FAILS
           MOVE WS-TOTAL-AUDITED-AMT TO WS-WORK-AUDITED-AMT
           MOVE WS-TOTAL-ERROR-AMT   TO WS-WORK-ERROR-AMT
           PERFORM DO-COMPUTE-ACCURACY
           MOVE WS-TOTAL-AUDITED     TO WS-EDIT-COUNT-1
           MOVE WS-TOTAL-PASSED      TO WS-EDIT-COUNT-2
           MOVE WS-TOTAL-FIN-FAILS   TO WS-EDIT-COUNT-3
           MOVE WS-TOTAL-PROC-FAILS  TO WS-EDIT-COUNT-4
           MOVE SPACES TO ACCURACY-REPORT-LINE
           WRITE ACCURACY-REPORT-LINE
           MOVE SPACES TO ACCURACY-REPORT-LINE
           MOVE 'ALL' TO ACCURACY-REPORT-LINE
           PERFORM DO-WRITE-ACCURACY-LINE
           EXIT.

       DO-COMPUTE-ACCURACY SECTION.
      ******************************************************************
      * FINANCIAL AND PROCEDURAL ACCURACY, AS PERCENTAGES. NOTHING
      * AUDITED (OR NO DOLLARS AUDITED) REPORTS AS 100.
      ******************************************************************
           MOVE 100 TO WS-FIN-ACCURACY
           MOVE 100 TO WS-PROC-ACCURACY
           IF WS-WORK-AUDITED-AMT > 0
               IF WS-WORK-ERROR-AMT >= WS-WORK-AUDITED-AMT
                   MOVE 0 TO WS-FIN-ACCURACY
               ELSE
                   COMPUTE WS-FIN-ACCURACY ROUNDED =
                       (WS-WORK-AUDITED-AMT - WS-WORK-ERROR-AMT)
                       * 100 / WS-WORK-AUDITED-AMT
               END-IF
           END-IF
           IF WS-WORK-AUDITED > 0
               COMPUTE WS-PROC-ACCURACY ROUNDED =
                   (WS-WORK-AUDITED - WS-WORK-PROC-FAILS)
                   * 100 / WS-WORK-AUDITED
           END-IF
           EXIT.

       DO-WRITE-ACCURACY-LINE SECTION.
      ******************************************************************
      * THE FIGURES FOR ONE EXAMINER (OR ALL) AFTER THE LABEL ALREADY
      * IN COLUMNS 1-8.
      ******************************************************************
           MOVE WS-WORK-AUDITED-AMT TO WS-EDIT-AMOUNT-1
           MOVE WS-WORK-ERROR-AMT   TO WS-EDIT-AMOUNT-2
           MOVE WS-FIN-ACCURACY     TO WS-EDIT-PERCENT-1
           MOVE WS-PROC-ACCURACY    TO WS-EDIT-PERCENT-2
           MOVE 9 TO WS-LINE-POINTER
           STRING ' ' WS-EDIT-COUNT-1 ' ' WS-EDIT-COUNT-2
               '  ' WS-EDIT-COUNT-3 '  ' WS-EDIT-COUNT-4
               '  ' WS-EDIT-AMOUNT-1 '  ' WS-EDIT-AMOUNT-2
               '    ' WS-EDIT-PERCENT-1 '    ' WS-EDIT-PERCENT-2
               DELIMITED BY SIZE INTO ACCURACY-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           WRITE ACCURACY-REPORT-LINE
           EXIT.

       DO-WRITE-CATEGORY-PART SECTION.
      ******************************************************************
      * PART 2 -- FAILS AND FINANCIAL IMPACT PER ERROR CATEGORY.
      ******************************************************************
           MOVE SPACES TO ACCURACY-REPORT-LINE
           WRITE ACCURACY-REPORT-LINE
           MOVE SPACES TO ACCURACY-REPORT-LINE
           STRING 'CATEGORY TYPE DESCRIPTION                    '
               '  FAILS  FINANCIAL IMPACT'
               DELIMITED BY SIZE INTO ACCURACY-REPORT-LINE
           WRITE ACCURACY-REPORT-LINE

           PERFORM VARYING QC-IDX FROM 1 BY 1
                   UNTIL QC-IDX > QA-ERROR-CATEGORY-COUNT
               MOVE WS-CT-FAILS(QC-IDX)  TO WS-EDIT-COUNT-1
               MOVE WS-CT-IMPACT(QC-IDX) TO WS-EDIT-AMOUNT-1
               MOVE SPACES TO ACCURACY-REPORT-LINE
               STRING QC-CODE(QC-IDX) '     ' QC-TYPE(QC-IDX)
                   '    ' QC-DESC(QC-IDX) ' ' WS-EDIT-COUNT-1
                   '  ' WS-EDIT-AMOUNT-1
                   DELIMITED BY SIZE INTO ACCURACY-REPORT-LINE
               WRITE ACCURACY-REPORT-LINE
           END-PERFORM

           IF WS-UNKNOWN-CATEGORY-FAILS > 0
               MOVE WS-UNKNOWN-CATEGORY-FAILS TO WS-EDIT-COUNT-1
               MOVE SPACES TO ACCURACY-REPORT-LINE
               STRING '????          CATEGORY NOT ON TABLE         '
                   ' ' WS-EDIT-COUNT-1
                   DELIMITED BY SIZE INTO ACCURACY-REPORT-LINE
               WRITE ACCURACY-REPORT-LINE
           END-IF
           EXIT.

       DO-WRITE-FAILED-PART SECTION.
      ******************************************************************
      * PART 3 -- EVERY FAILED AUDIT AND THE ADJUSTMENT THAT
      * CORRECTED IT (L = LINKED BY THE REVIEWER, C = CORRECTION,
      * R = REVERSAL FOUND ON CLAIMCIF).
      ******************************************************************
           MOVE SPACES TO ACCURACY-REPORT-LINE
           WRITE ACCURACY-REPORT-LINE
           MOVE SPACES TO ACCURACY-REPORT-LINE
           STRING 'FAILED AUDITS -- CLAIM    EXAMINER DECN CATG T'
               '   FINANCIAL IMPACT CUR REVIEWER ADJUSTMENT'
               DELIMITED BY SIZE INTO ACCURACY-REPORT-LINE
           WRITE ACCURACY-REPORT-LINE

           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FAILED-COUNT
               MOVE WS-FL-IMPACT(WS-FL-IDX) TO WS-EDIT-IMPACT
               MOVE SPACES TO ACCURACY-REPORT-LINE
               IF WS-FL-ADJUST-TYPE(WS-FL-IDX) = SPACE
                   ADD 1 TO WS-UNLINKED-COUNT
                   STRING '                 ' WS-FL-CLAIM-ID(WS-FL-IDX)
                       ' ' WS-FL-EXAMINER-ID(WS-FL-IDX)
                       ' ' WS-FL-DECISION(WS-FL-IDX)
                       ' ' WS-FL-CATEGORY(WS-FL-IDX)
                       ' ' WS-FL-ERROR-TYPE(WS-FL-IDX)
                       ' ' WS-EDIT-IMPACT
                       ' ' WS-FL-CURRENCY-CODE(WS-FL-IDX)
                       ' ' WS-FL-REVIEWER-ID(WS-FL-IDX)
                       ' NONE'
                       DELIMITED BY SIZE INTO ACCURACY-REPORT-LINE
               ELSE
                   STRING '                 ' WS-FL-CLAIM-ID(WS-FL-IDX)
                       ' ' WS-FL-EXAMINER-ID(WS-FL-IDX)
                       ' ' WS-FL-DECISION(WS-FL-IDX)
                       ' ' WS-FL-CATEGORY(WS-FL-IDX)
                       ' ' WS-FL-ERROR-TYPE(WS-FL-IDX)
                       ' ' WS-EDIT-IMPACT
                       ' ' WS-FL-CURRENCY-CODE(WS-FL-IDX)
                       ' ' WS-FL-REVIEWER-ID(WS-FL-IDX)
                       ' ' WS-FL-ADJUST-CLAIM-ID(WS-FL-IDX)
                       ' (' WS-FL-ADJUST-TYPE(WS-FL-IDX) ')'
                       DELIMITED BY SIZE INTO ACCURACY-REPORT-LINE
               END-IF
               WRITE ACCURACY-REPORT-LINE
           END-PERFORM

           IF WS-FAILED-COUNT = 0
               MOVE SPACES TO ACCURACY-REPORT-LINE
               MOVE '                 NONE' TO ACCURACY-REPORT-LINE
               WRITE ACCURACY-REPORT-LINE
           END-IF
           EXIT.
