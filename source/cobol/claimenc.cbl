       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMENC.
      ******************************************************************
      * CAPITATED ENCOUNTER COMPLETENESS REPORT                        *
      *                                                                *
      * A CAPITATED PROVIDER IS PAID THE SAME EVERY MONTH WHETHER OR   *
      * NOT THEY SEND US THEIR ENCOUNTERS, AND THE STATE RATES THE     *
      * PLAN ON THE ENCOUNTERS IT RECEIVES -- SO A PROVIDER TAKING     *
      * CAPITATION WITHOUT REPORTING THE CARE IT PAYS FOR COSTS US     *
      * TWICE. THIS REPORT PUTS, PER PROVIDER, THE CAPITATION CLAIMCAP *
      * PAID FOR THE PERIOD (FROM THAT MONTH'S CAPEXT) BESIDE THE      *
      * CAPITATED ENCOUNTERS CLAIMENS REPORTED TO THE STATE FOR IT     *
      * (FROM CLAIMENT, ORIGINALS ONLY -- A REPLACEMENT OR VOID IS NOT *
      * ANOTHER VISIT), AND FLAGS --                                   *
      *                                                                *
      *   NO ENCOUNTERS    CAPITATION PAID, NOTHING SUBMITTED OR HELD  *
      *   LOW VOLUME       FEWER ENCOUNTERS SUBMITTED PER 100 MEMBERS  *
      *                    THAN THE PARMIN THRESHOLD                   *
      *   NO CAPITATION    ENCOUNTERS SUBMITTED BUT NO CAPITATION ON   *
      *                    CAPEXT (A CLAIMPHD HOLD, OR A PROVIDER NO   *
      *                    LONGER CAPITATED)                           *
      *                                                                *
      * ONE OPTIONAL PARMIN CARD:                                      *
      *                                                                *
      *   COLS 1-6   REPORTING PERIOD YYYYMM (DEFAULT LAST MONTH)      *
      *   COLS 7-9   LOW-VOLUME THRESHOLD, ENCOUNTERS PER 100 MEMBERS  *
      *              (DEFAULT 20)                                      *
      *                                                                *
      * INPUT  : PARMIN   - THE OPTIONAL PERIOD CARD.                  *
      *          CAPEXT   - THE CLAIMCAP EXTRACT FOR THE PERIOD.       *
      *          CLAIMENT - THE STATE ENCOUNTER TRACKING FILE.         *
      * OUTPUT : ENCRPT   - THE COMPLETENESS REPORT.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CAPITATION-FILE ASSIGN TO CAPEXT
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRACKING-FILE ASSIGN TO CLAIMENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENT-CLAIM-ID
               FILE STATUS IS WS-TRACKING-FILE-STATUS.
           SELECT COMPLETENESS-REPORT ASSIGN TO ENCRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PRM-PERIOD              PIC X(6).
           05  PRM-PERIOD-N REDEFINES PRM-PERIOD.
               10  PRM-PERIOD-YYYY     PIC 9(4).
               10  PRM-PERIOD-MM       PIC 9(2).
           05  PRM-THRESHOLD           PIC X(3).
           05  PRM-THRESHOLD-N REDEFINES PRM-THRESHOLD
                                       PIC 9(3).
           05  FILLER                  PIC X(71).

      ******************************************************************
      * THE CAPEXT PAYMENT RECORD AS CLAIMCAP BUILDS IT: THE AMOUNT
      * AND MEMBER COUNT ARE EDITED FIELDS. THE TRAILER ('TRAILER ')
      * IS SKIPPED.
      ******************************************************************
       FD  CAPITATION-FILE
           RECORDING MODE IS F.
       01  CAPITATION-RECORD.
           05  CAP-RECORD-ID           PIC X(8).
           05  CAP-PROVIDER-ID         PIC X(21).
           05  CAP-AMOUNT              PIC X(12).
           05  FILLER                  PIC X(1).
           05  CAP-MEMBERS             PIC X(7).
           05  FILLER                  PIC X(1).
           05  CAP-PERIOD              PIC X(6).
           05  FILLER                  PIC X(24).

       FD  TRACKING-FILE.
       COPY CLAIMENT.

       FD  COMPLETENESS-REPORT
           RECORDING MODE IS F.
       01  COMPLETENESS-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-TRACKING-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-CAPITATION-EOF           PIC X(1) VALUE 'N'.
           88  WS-CAPITATION-AT-EOF              VALUE 'Y'.
       01  WS-TRACKING-EOF             PIC X(1) VALUE 'N'.
           88  WS-TRACKING-AT-EOF                VALUE 'Y'.
       01  WS-PROVIDER-FOUND-SW        PIC X(1) VALUE 'N'.
           88  WS-PROVIDER-FOUND                 VALUE 'Y'.

       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 9(2).
           05  WS-TODAY-DD             PIC 9(2).
       01  WS-PERIOD.
           05  WS-PERIOD-YYYY          PIC 9(4).
           05  WS-PERIOD-MM            PIC 9(2).
       01  WS-PERIOD-YYYYMM REDEFINES WS-PERIOD PIC 9(6).
       01  WS-THRESHOLD                PIC 9(3) VALUE 20.

      ******************************************************************
      * ONE ENTRY PER PROVIDER PAID CAPITATION OR WITH CAPITATED
      * ENCOUNTERS FOR THE PERIOD. OVERFLOWS ARE COUNTED AND REPORTED
      * RATHER THAN SILENTLY DROPPED, AS THE REPORT JOBS DO.
      ******************************************************************
       01  WS-PROVIDER-TABLE.
           05  WS-PRV-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PRV-IDX.
               10  WS-PRV-PROVIDER-ID  PIC X(21).
               10  WS-PRV-CAP-PAID-SW  PIC X(1).
                   88  WS-PRV-CAP-PAID           VALUE 'Y'.
               10  WS-PRV-MEMBERS      PIC 9(7).
               10  WS-PRV-CAP-AMOUNT   PIC S9(9)V9(2).
               10  WS-PRV-SUBMITTED    PIC 9(7).
               10  WS-PRV-ACCEPTED     PIC 9(7).
               10  WS-PRV-REJECTED     PIC 9(7).
               10  WS-PRV-HELD         PIC 9(7).
       01  WS-PROVIDER-COUNT           PIC 9(3) VALUE 0.
       01  WS-SEARCH-PROVIDER-ID       PIC X(21).
       01  WS-PROVIDER-OVERFLOW        PIC 9(7) VALUE 0.

       01  WS-CAP-RECORD-COUNT         PIC 9(7) VALUE 0.
       01  WS-OTHER-PERIOD-COUNT       PIC 9(7) VALUE 0.
       01  WS-ENCOUNTER-COUNT          PIC 9(7) VALUE 0.
       01  WS-FLAGGED-COUNT            PIC 9(7) VALUE 0.
       01  WS-TOTAL-CAP-AMOUNT         PIC S9(11)V9(2) VALUE 0.
       01  WS-PER-100-MEMBERS          PIC 9(5)V9(1).
       01  WS-FLAG                     PIC X(20).

       01  WS-EDIT-MEMBERS             PIC ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT              PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-SUBMITTED           PIC ZZZ,ZZ9.
       01  WS-EDIT-ACCEPTED            PIC ZZZ,ZZ9.
       01  WS-EDIT-REJECTED            PIC ZZZ,ZZ9.
       01  WS-EDIT-HELD                PIC ZZZ,ZZ9.
       01  WS-EDIT-PER-100             PIC ZZZZ9.9.
       01  WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.
       01  WS-EDIT-TOTAL-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       MOVE SPACES TO PARM-RECORD
               END-READ
               CLOSE PARM-FILE
           ELSE
               MOVE SPACES TO PARM-RECORD
           END-IF

           IF PRM-PERIOD = SPACES
               IF WS-TODAY-MM = 1
                   COMPUTE WS-PERIOD-YYYY = WS-TODAY-YYYY - 1
                   MOVE 12 TO WS-PERIOD-MM
               ELSE
                   MOVE WS-TODAY-YYYY TO WS-PERIOD-YYYY
                   COMPUTE WS-PERIOD-MM = WS-TODAY-MM - 1
               END-IF
           ELSE
               IF PRM-PERIOD NOT NUMERIC
               OR PRM-PERIOD-MM < 1
               OR PRM-PERIOD-MM > 12
                   DISPLAY 'CLAIMENC: PARMIN PERIOD ' PRM-PERIOD
                       ' IS NOT A VALID YYYYMM'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PRM-PERIOD-YYYY TO WS-PERIOD-YYYY
               MOVE PRM-PERIOD-MM   TO WS-PERIOD-MM
           END-IF
           IF PRM-THRESHOLD IS NUMERIC
          AND PRM-THRESHOLD-N > 0
               MOVE PRM-THRESHOLD-N TO WS-THRESHOLD
           END-IF

           OPEN INPUT  CAPITATION-FILE
           OPEN INPUT  TRACKING-FILE
           OPEN OUTPUT COMPLETENESS-REPORT

           PERFORM UNTIL WS-CAPITATION-AT-EOF
               READ CAPITATION-FILE
                   AT END
                       MOVE 'Y' TO WS-CAPITATION-EOF
                   NOT AT END
                       IF CAP-RECORD-ID = 'CAPPAYMT'
                           PERFORM DO-TABLE-CAPITATION
                       END-IF
               END-READ
           END-PERFORM

           PERFORM UNTIL WS-TRACKING-AT-EOF
               READ TRACKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TRACKING-EOF
                   NOT AT END
                       IF ENT-CAPITATED-ENCOUNTER
                      AND ENT-ORIGINAL
                      AND NOT ENT-NOT-REQUIRED
                      AND ENT-PERIOD = WS-PERIOD-YYYYMM
                           PERFORM DO-COUNT-ENCOUNTER
                       END-IF
               END-READ
           END-PERFORM

           PERFORM DO-WRITE-REPORT-HEADINGS
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PROVIDER-COUNT
               PERFORM DO-WRITE-PROVIDER-LINE
           END-PERFORM
           PERFORM DO-WRITE-TOTALS

           CLOSE CAPITATION-FILE
           CLOSE TRACKING-FILE
           CLOSE COMPLETENESS-REPORT

           DISPLAY 'CLAIMENC: PERIOD ' WS-PERIOD-YYYYMM
               ' PROVIDERS = ' WS-PROVIDER-COUNT
               ' FLAGGED = ' WS-FLAGGED-COUNT
           IF WS-PROVIDER-OVERFLOW > 0
               DISPLAY 'CLAIMENC: PROVIDERS OMITTED, TABLE FULL = '
                   WS-PROVIDER-OVERFLOW
           END-IF
           IF WS-OTHER-PERIOD-COUNT > 0
               DISPLAY 'CLAIMENC: CAPEXT RECORDS FOR ANOTHER PERIOD '
                   'IGNORED = ' WS-OTHER-PERIOD-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       DO-TABLE-CAPITATION SECTION.
      ******************************************************************
      * A CAPEXT FROM ANOTHER MONTH IS THE WRONG GENERATION; ITS
      * PAYMENTS ARE COUNTED AND LEFT OUT RATHER THAN COMPARED WITH
      * THIS PERIOD'S ENCOUNTERS.
      ******************************************************************
           IF CAP-PERIOD NOT = WS-PERIOD
               ADD 1 TO WS-OTHER-PERIOD-COUNT
               EXIT SECTION
           END-IF

           ADD 1 TO WS-CAP-RECORD-COUNT
           MOVE CAP-PROVIDER-ID TO WS-SEARCH-PROVIDER-ID
           PERFORM DO-FIND-PROVIDER
           IF NOT WS-PROVIDER-FOUND
               EXIT SECTION
           END-IF

           MOVE 'Y' TO WS-PRV-CAP-PAID-SW(WS-PRV-IDX)
           COMPUTE WS-PRV-MEMBERS(WS-PRV-IDX) =
               FUNCTION NUMVAL-C(CAP-MEMBERS)
           COMPUTE WS-PRV-CAP-AMOUNT(WS-PRV-IDX) =
               FUNCTION NUMVAL(CAP-AMOUNT)
           ADD WS-PRV-CAP-AMOUNT(WS-PRV-IDX) TO WS-TOTAL-CAP-AMOUNT
           EXIT.

       DO-COUNT-ENCOUNTER SECTION.
           ADD 1 TO WS-ENCOUNTER-COUNT
           MOVE ENT-PROVIDER-ID TO WS-SEARCH-PROVIDER-ID
           PERFORM DO-FIND-PROVIDER
           IF NOT WS-PROVIDER-FOUND
               EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN ENT-HELD OR ENT-WAITING
                   ADD 1 TO WS-PRV-HELD(WS-PRV-IDX)
               WHEN ENT-ACCEPTED
                   ADD 1 TO WS-PRV-SUBMITTED(WS-PRV-IDX)
                   ADD 1 TO WS-PRV-ACCEPTED(WS-PRV-IDX)
               WHEN ENT-REJECTED
                   ADD 1 TO WS-PRV-SUBMITTED(WS-PRV-IDX)
                   ADD 1 TO WS-PRV-REJECTED(WS-PRV-IDX)
               WHEN OTHER
                   ADD 1 TO WS-PRV-SUBMITTED(WS-PRV-IDX)
           END-EVALUATE
           EXIT.

       DO-FIND-PROVIDER SECTION.
      ******************************************************************
      * FIND WS-SEARCH-PROVIDER-ID IN THE TABLE, ADDING IT IF THERE IS
      * ROOM.
      ******************************************************************
           MOVE 'N' TO WS-PROVIDER-FOUND-SW
           SET WS-PRV-IDX TO 1
           SEARCH WS-PRV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PRV-IDX > WS-PROVIDER-COUNT
                   CONTINUE
               WHEN WS-PRV-PROVIDER-ID(WS-PRV-IDX) =
                    WS-SEARCH-PROVIDER-ID
                   MOVE 'Y' TO WS-PROVIDER-FOUND-SW
           END-SEARCH
           IF WS-PROVIDER-FOUND
               EXIT SECTION
           END-IF

           IF WS-PROVIDER-COUNT < 500
               ADD 1 TO WS-PROVIDER-COUNT
               SET WS-PRV-IDX TO WS-PROVIDER-COUNT
               INITIALIZE WS-PRV-ENTRY(WS-PRV-IDX)
               MOVE WS-SEARCH-PROVIDER-ID
                 TO WS-PRV-PROVIDER-ID(WS-PRV-IDX)
               MOVE 'N' TO WS-PRV-CAP-PAID-SW(WS-PRV-IDX)
               MOVE 'Y' TO WS-PROVIDER-FOUND-SW
           ELSE
               ADD 1 TO WS-PROVIDER-OVERFLOW
           END-IF
           EXIT.

       DO-WRITE-REPORT-HEADINGS SECTION.
           MOVE SPACES TO COMPLETENESS-REPORT-LINE
           STRING 'CAPITATED ENCOUNTER COMPLETENESS  PERIOD '
               WS-PERIOD-YYYYMM '  LOW-VOLUME THRESHOLD '
               WS-THRESHOLD ' ENCOUNTERS PER 100 MEMBERS'
               DELIMITED BY SIZE INTO COMPLETENESS-REPORT-LINE
           WRITE COMPLETENESS-REPORT-LINE
           MOVE SPACES TO COMPLETENESS-REPORT-LINE
           WRITE COMPLETENESS-REPORT-LINE
           MOVE SPACES TO COMPLETENESS-REPORT-LINE
           STRING 'PROVIDER              MEMBERS    CAPITATION PAID'
               '  SUBMITTED ACCEPTED REJECTED     HELD  PER 100'
               '  FLAG'
               DELIMITED BY SIZE INTO COMPLETENESS-REPORT-LINE
           WRITE COMPLETENESS-REPORT-LINE
           EXIT.

       DO-WRITE-PROVIDER-LINE SECTION.
      ******************************************************************
      * ONE LINE PER PROVIDER. ENCOUNTERS PER 100 MEMBERS USES THE
      * ENCOUNTERS SUBMITTED; HELD ONES ARE SHOWN BUT HAVE NOT REACHED
      * THE STATE.
      ******************************************************************
           MOVE SPACES TO WS-FLAG
           MOVE 0 TO WS-PER-100-MEMBERS
           IF WS-PRV-MEMBERS(WS-PRV-IDX) > 0
               COMPUTE WS-PER-100-MEMBERS ROUNDED =
                   WS-PRV-SUBMITTED(WS-PRV-IDX) * 100
                   / WS-PRV-MEMBERS(WS-PRV-IDX)
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-PRV-CAP-PAID(WS-PRV-IDX)
                   MOVE 'NO CAPITATION' TO WS-FLAG
               WHEN WS-PRV-SUBMITTED(WS-PRV-IDX) = 0
                AND WS-PRV-HELD(WS-PRV-IDX) = 0
                   MOVE 'NO ENCOUNTERS' TO WS-FLAG
               WHEN WS-PER-100-MEMBERS < WS-THRESHOLD
                   MOVE 'LOW VOLUME' TO WS-FLAG
           END-EVALUATE
           IF WS-FLAG NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF

           MOVE WS-PRV-MEMBERS(WS-PRV-IDX)    TO WS-EDIT-MEMBERS
           MOVE WS-PRV-CAP-AMOUNT(WS-PRV-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-PRV-SUBMITTED(WS-PRV-IDX)  TO WS-EDIT-SUBMITTED
           MOVE WS-PRV-ACCEPTED(WS-PRV-IDX)   TO WS-EDIT-ACCEPTED
           MOVE WS-PRV-REJECTED(WS-PRV-IDX)   TO WS-EDIT-REJECTED
           MOVE WS-PRV-HELD(WS-PRV-IDX)       TO WS-EDIT-HELD
           MOVE WS-PER-100-MEMBERS            TO WS-EDIT-PER-100

           MOVE SPACES TO COMPLETENESS-REPORT-LINE
           STRING WS-PRV-PROVIDER-ID(WS-PRV-IDX) ' '
               WS-EDIT-MEMBERS ' ' WS-EDIT-AMOUNT '    '
               WS-EDIT-SUBMITTED '  ' WS-EDIT-ACCEPTED '  '
               WS-EDIT-REJECTED '  ' WS-EDIT-HELD '  '
               WS-EDIT-PER-100 '  ' WS-FLAG
               DELIMITED BY SIZE INTO COMPLETENESS-REPORT-LINE
           WRITE COMPLETENESS-REPORT-LINE
           EXIT.

       DO-WRITE-TOTALS SECTION.
           MOVE SPACES TO COMPLETENESS-REPORT-LINE
           WRITE COMPLETENESS-REPORT-LINE

           MOVE WS-CAP-RECORD-COUNT TO WS-EDIT-COUNT
           MOVE WS-TOTAL-CAP-AMOUNT TO WS-EDIT-TOTAL-AMOUNT
           MOVE SPACES TO COMPLETENESS-REPORT-LINE
           STRING 'PROVIDERS PAID CAPITATION   ' WS-EDIT-COUNT
               '  TOTAL ' WS-EDIT-TOTAL-AMOUNT
               DELIMITED BY SIZE INTO COMPLETENESS-REPORT-LINE
           WRITE COMPLETENESS-REPORT-LINE
           MOVE WS-ENCOUNTER-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO COMPLETENESS-REPORT-LINE
           STRING 'CAPITATED ENCOUNTERS        ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO COMPLETENESS-REPORT-LINE
           WRITE COMPLETENESS-REPORT-LINE
           MOVE WS-FLAGGED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO COMPLETENESS-REPORT-LINE
           STRING 'PROVIDERS FLAGGED           ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO COMPLETENESS-REPORT-LINE
           WRITE COMPLETENESS-REPORT-LINE
           IF WS-PROVIDER-OVERFLOW > 0
               MOVE WS-PROVIDER-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO COMPLETENESS-REPORT-LINE
               STRING 'PROVIDERS OMITTED, TABLE FULL ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO COMPLETENESS-REPORT-LINE
               WRITE COMPLETENESS-REPORT-LINE
           END-IF
           IF WS-OTHER-PERIOD-COUNT > 0
               MOVE WS-OTHER-PERIOD-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO COMPLETENESS-REPORT-LINE
               STRING 'CAPEXT RECORDS FOR ANOTHER PERIOD, IGNORED '
                   WS-EDIT-COUNT ' - CHECK THE CAPEXT GENERATION'
                   DELIMITED BY SIZE INTO COMPLETENESS-REPORT-LINE
               WRITE COMPLETENESS-REPORT-LINE
           END-IF
           EXIT.
