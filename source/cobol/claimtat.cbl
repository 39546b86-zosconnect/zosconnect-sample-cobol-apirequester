       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMTAT.
      ******************************************************************
      * MONTHLY CLAIM TURNAROUND-TIME REPORT BY INTAKE CHANNEL         *
      *                                                                *
      * CLAIMAGE AGES WHAT IS STILL PENDING; THIS JOB ANSWERS THE      *
      * STATE AUDIT'S QUESTION OF HOW LONG EVERY CLAIM TOOK FROM       *
      * RECEIPT TO ITS FIRST DECISION AND FROM RECEIPT TO PAYMENT,     *
      * BROKEN DOWN BY HOW THE CLAIM CAME IN (CF-CLAIM-INTAKE-CHANNEL  *
      * -- ONLINE CLAIMCI0, IMS CLAIMIM0, BULK CLAIMBLK OR 837         *
      * CLAIMX37), THE BULK PARTNER (CF-CLAIM-PARTNER-ID) AND THE      *
      * CLAIM TYPE.                                                    *
      *                                                                *
      * THE JOB RUNS IN THREE PASSES:                                  *
      *   1. CLAIMHIS IS SWEPT. EACH CLAIM'S FIRST ROW IS ITS RECEIPT  *
      *      (AS IN CLAIMLAG); ITS FIRST ROW WITH A NEW STATUS OF      *
      *      OKAY OR DENY IS ITS FIRST DECISION. A CLAIM THAT PASSED   *
      *      THROUGH ANY OTHER STATUS (PEND, COBH, WAPP ...) BEFORE    *
      *      THAT DECISION IS A PENDED CLAIM; ONE DECIDED AT RECEIPT   *
      *      IS A CLEAN CLAIM.                                         *
      *   2. THE LIVE CLAIMCIF PLUS THE ARCHIN CONCATENATION OF        *
      *      CLAIMARC GENERATIONS ARE SWEPT FOR EACH CLAIM'S CHANNEL,  *
      *      PARTNER AND TYPE. A CLAIM FIRST DECIDED IN THE REPORT     *
      *      MONTH IS MEASURED RECEIPT-TO-DECISION; A CLAIM WHOSE      *
      *      CLAIMPAY PAID DATE FALLS IN THE MONTH IS MEASURED         *
      *      RECEIPT-TO-PAYMENT.                                       *
      *   3. THE REPORT IS PRINTED -- PER CHANNEL, PARTNER AND CLAIM   *
      *      TYPE, CLEAN AND PENDED CLAIMS SEPARATELY: THE COUNT, THE  *
      *      AVERAGE DAYS, THE COUNT IN EACH DAY BAND AND THE BANDS    *
      *      HOLDING THE 50TH AND 90TH PERCENTILES -- THEN A SUMMARY   *
      *      PER CHANNEL WITH THE CUMULATIVE PERCENT BY BAND.          *
      *                                                                *
      * CLAIMS RECEIVED BEFORE THE INTAKE CHANNEL WAS RECORDED CARRY   *
      * A BLANK CHANNEL AND ARE REPORTED UNDER 'UNKNOWN'. ADJUSTMENT   *
      * REVERSALS ARE EXCLUDED; A REPLACEMENT KEEPS ITS ORIGINAL'S     *
      * CHANNEL AND PARTNER. A CLAIM WITH NO HISTORY ROW CANNOT BE     *
      * TIMED AND IS TALLIED AS AN EXCEPTION.                          *
      *                                                                *
      * THE MONTH COMES FROM ONE PARMIN CARD (COLS 1-6, YYYYMM). WITH  *
      * NO CARD THE PREVIOUS CALENDAR MONTH IS RUN.                    *
      *                                                                *
      * INPUT  : PARMIN   - THE REPORT MONTH CARD (OPTIONAL).          *
      *          CLAIMHIS - THE STATUS-CHANGE ESDS.                    *
      *          CLAIMCIF - THE LIVE CLAIM FILE.                       *
      *          ARCHIN   - CONCATENATED CLAIMARC ARCHIVE GENERATIONS. *
      *          CLAIMPAY - THE PAYMENT KSDS (RANDOM READ).            *
      * OUTPUT : TATRPT   - THE TURNAROUND-TIME REPORT.                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CLAIM-HISTORY-FILE ASSIGN TO CLAIMHIS
               ORGANIZATION IS SEQUENTIAL.
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
           SELECT TAT-REPORT ASSIGN TO TATRPT
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

       FD  CLAIM-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CLAIMHIS.

       FD  CLAIM-FILE.
       COPY CLAIMCIF.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       COPY CLAIMARR.

       FD  PAYMENT-FILE.
       COPY CLAIMPAY.

       FD  TAT-REPORT
           RECORDING MODE IS F.
       01  TAT-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PAYMENT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-HISTORY-EOF              PIC X(1) VALUE 'N'.
           88  WS-HISTORY-AT-EOF                 VALUE 'Y'.
       01  WS-CLAIM-FILE-EOF           PIC X(1) VALUE 'N'.
           88  WS-CLAIM-FILE-AT-EOF              VALUE 'Y'.
       01  WS-ARCHIVE-EOF              PIC X(1) VALUE 'N'.
           88  WS-ARCHIVE-AT-EOF                 VALUE 'Y'.

      ******************************************************************
      * RECEIPT TABLE -- PER CLAIM, THE DAY OF ITS FIRST CLAIMHIS ROW,
      * THE DAY OF ITS FIRST OKAY/DENY ROW (ZERO UNTIL ONE IS SEEN)
      * AND WHETHER IT PENDED BEFORE THAT DECISION. DAYS ARE INTEGER
      * DATES. OVERFLOWS ARE COUNTED AND REPORTED, AS CLAIMLAG DOES.
      ******************************************************************
       01  WS-RECEIPT-TABLE.
           05  WS-RCP-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-RCP-IDX.
               10  WS-RCP-CLAIM-ID     PIC X(8).
               10  WS-RCP-RECEIPT-DAY  PIC S9(9) COMP.
               10  WS-RCP-DECISION-DAY PIC S9(9) COMP.
               10  WS-RCP-PENDED-SW    PIC X(1).
       01  WS-RECEIPT-COUNT            PIC 9(4) VALUE 0.
       01  WS-RECEIPT-OVERFLOW         PIC 9(7) VALUE 0.

      ******************************************************************
      * TALLIES. EACH STATISTICS AREA HOLDS FOUR MEASURES --
      *   1 = RECEIPT TO DECISION, CLEAN    2 = ... DECISION, PENDED
      *   3 = RECEIPT TO PAYMENT, CLEAN     4 = ... PAYMENT, PENDED
      * -- EACH WITH A CLAIM COUNT, TOTAL DAYS AND SEVEN DAY BANDS.
      * ONE AREA PER CHANNEL/PARTNER/CLAIM TYPE GROUP AND ONE PER
      * CHANNEL; A GROUP-TABLE OVERFLOW STILL COUNTS IN ITS CHANNEL.
      ******************************************************************
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY OCCURS 300 TIMES
                   INDEXED BY WS-GRP-IDX.
               10  WS-GRP-CHANNEL      PIC X(1).
               10  WS-GRP-PARTNER-ID   PIC X(8).
               10  WS-GRP-CLAIM-TYPE   PIC X(8).
               10  WS-GRP-STATS.
                   15  WS-GRP-STAT OCCURS 4 TIMES.
                       20  WS-GRP-CLAIMS     PIC 9(7).
                       20  WS-GRP-TOTAL-DAYS PIC 9(9).
                       20  WS-GRP-BAND-COUNT PIC 9(7) OCCURS 7 TIMES.
       01  WS-GROUP-COUNT              PIC 9(4) VALUE 0.
       01  WS-GROUP-OVERFLOW           PIC 9(7) VALUE 0.
       01  WS-GROUP-FOUND-SW           PIC X(1) VALUE 'N'.
           88  WS-GROUP-FOUND                    VALUE 'Y'.

       01  WS-CHANNEL-TABLE.
           05  WS-CHN-ENTRY OCCURS 5 TIMES.
               10  WS-CHN-STATS.
                   15  WS-CHN-STAT OCCURS 4 TIMES.
                       20  WS-CHN-CLAIMS     PIC 9(7).
                       20  WS-CHN-TOTAL-DAYS PIC 9(9).
                       20  WS-CHN-BAND-COUNT PIC 9(7) OCCURS 7 TIMES.
       01  WS-CHANNEL-IX               PIC 9(1).

      ******************************************************************
      * CHANNEL CODES AND NAMES, IN REPORT ORDER. A BLANK (OR ANY
      * UNRECOGNISED) CHANNEL REPORTS AS UNKNOWN.
      ******************************************************************
       01  WS-CHANNEL-VALUES.
           05  FILLER                  PIC X(9) VALUE 'OONLINE  '.
           05  FILLER                  PIC X(9) VALUE 'IIMS     '.
           05  FILLER                  PIC X(9) VALUE 'BBULK    '.
           05  FILLER                  PIC X(9) VALUE 'X837     '.
           05  FILLER                  PIC X(9) VALUE ' UNKNOWN '.
       01  WS-CHANNEL-NAMES REDEFINES WS-CHANNEL-VALUES.
           05  WS-CHANNEL-NAME-ENTRY OCCURS 5 TIMES.
               10  WS-CHANNEL-CODE     PIC X(1).
               10  WS-CHANNEL-NAME     PIC X(8).

      ******************************************************************
      * DAY BANDS -- THE UPPER BOUND OF EACH (THE LAST IS OPEN) AND
      * ITS COLUMN HEADING.
      ******************************************************************
       01  WS-BAND-VALUES.
           05  FILLER                  PIC X(8) VALUE '005  0-5'.
           05  FILLER                  PIC X(8) VALUE '015 6-15'.
           05  FILLER                  PIC X(8) VALUE '03016-30'.
           05  FILLER                  PIC X(8) VALUE '04531-45'.
           05  FILLER                  PIC X(8) VALUE '06046-60'.
           05  FILLER                  PIC X(8) VALUE '09061-90'.
           05  FILLER                  PIC X(8) VALUE '999  90+'.
       01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
           05  WS-BAND-ENTRY OCCURS 7 TIMES.
               10  WS-BAND-UPPER-DAYS  PIC 9(3).
               10  WS-BAND-LABEL       PIC X(5).
       01  WS-BAND-IX                  PIC 9(1).

       01  WS-MEASURE-VALUES.
           05  FILLER                  PIC X(15)
                   VALUE 'DECISION CLEAN '.
           05  FILLER                  PIC X(15)
                   VALUE 'DECISION PENDED'.
           05  FILLER                  PIC X(15)
                   VALUE 'PAYMENT CLEAN  '.
           05  FILLER                  PIC X(15)
                   VALUE 'PAYMENT PENDED '.
       01  WS-MEASURE-TABLE REDEFINES WS-MEASURE-VALUES.
           05  WS-MEASURE-LABEL        PIC X(15) OCCURS 4 TIMES.
       01  WS-STAT-IX                  PIC 9(1).

      ******************************************************************
      * THE STATISTICS AREA BEING PRINTED, MOVED IN FROM A GROUP OR
      * CHANNEL ENTRY.
      ******************************************************************
       01  WS-PRT-STATS.
           05  WS-PRT-STAT OCCURS 4 TIMES.
               10  WS-PRT-CLAIMS       PIC 9(7).
               10  WS-PRT-TOTAL-DAYS   PIC 9(9).
               10  WS-PRT-BAND-COUNT   PIC 9(7) OCCURS 7 TIMES.
       01  WS-PRT-CHANNEL-NAME         PIC X(8).
       01  WS-PRT-PARTNER-ID           PIC X(8).
       01  WS-PRT-CLAIM-TYPE           PIC X(8).
       01  WS-CUMULATIVE-CLAIMS        PIC 9(7).
       01  WS-P50-LABEL                PIC X(5).
       01  WS-P90-LABEL                PIC X(5).

       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-REPORT-YYYY              PIC 9(4).
       01  WS-REPORT-MM                PIC 9(2).
       01  WS-NEXT-YYYY                PIC 9(4).
       01  WS-NEXT-MM                  PIC 9(2).
       01  WS-WORK-YYYYMMDD            PIC 9(8).
       01  WS-MONTH-FIRST-DAY          PIC S9(9) COMP.
       01  WS-MONTH-LAST-DAY           PIC S9(9) COMP.
       01  WS-HIS-DAY                  PIC S9(9) COMP.
       01  WS-PAID-DAY                 PIC S9(9) COMP.
       01  WS-ELAPSED-DAYS             PIC S9(9) COMP.

       01  WS-WORK-CLAIM-ID            PIC X(8).
       01  WS-WORK-CHANNEL             PIC X(1).
       01  WS-WORK-PARTNER-ID          PIC X(8).
       01  WS-WORK-CLAIM-TYPE          PIC X(8).

       01  WS-DECISIONS-TIMED          PIC 9(7) VALUE 0.
       01  WS-PAYMENTS-TIMED           PIC 9(7) VALUE 0.
       01  WS-NO-RECEIPT-COUNT         PIC 9(7) VALUE 0.

       01  WS-EDIT-COUNT               PIC Z(6)9.
       01  WS-EDIT-AVERAGE             PIC Z(4)9.
       01  WS-EDIT-PERCENT             PIC ZZ9.9.
       01  WS-CELL-OFFSET              PIC 9(3).

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT  CLAIM-HISTORY-FILE
           OPEN INPUT  CLAIM-FILE
           OPEN INPUT  ARCHIVE-FILE
           OPEN INPUT  PAYMENT-FILE
           OPEN OUTPUT TAT-REPORT

           INITIALIZE WS-GROUP-TABLE
           INITIALIZE WS-CHANNEL-TABLE
           PERFORM DO-SET-REPORT-MONTH
      ******************************************************************
      * PASS 1 -- RECEIPT, FIRST DECISION AND PENDED FLAG PER CLAIM.
      ******************************************************************
           PERFORM UNTIL WS-HISTORY-AT-EOF
               READ CLAIM-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       PERFORM DO-TABLE-CLAIM-HISTORY
               END-READ
           END-PERFORM
      ******************************************************************
      * PASS 2 -- THE LIVE FILE AND THE ARCHIVE GENERATIONS.
      ******************************************************************
           PERFORM UNTIL WS-CLAIM-FILE-AT-EOF
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CLAIM-FILE-EOF
                   NOT AT END
                       IF CF-CLAIM-ADJUSTMENT-TYPE NOT = 'R'
                           MOVE CF-CLAIM-ID     TO WS-WORK-CLAIM-ID
                           MOVE CF-CLAIM-INTAKE-CHANNEL
                             TO WS-WORK-CHANNEL
                           MOVE CF-CLAIM-PARTNER-ID
                             TO WS-WORK-PARTNER-ID
                           MOVE CF-CLAIM-TYPE   TO WS-WORK-CLAIM-TYPE
                           PERFORM DO-MEASURE-CLAIM
                       END-IF
               END-READ
           END-PERFORM

           PERFORM UNTIL WS-ARCHIVE-AT-EOF
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-ARCHIVE-EOF
                   NOT AT END
                       IF AR-CLAIM-ADJUSTMENT-TYPE NOT = 'R'
                           MOVE AR-CLAIM-ID     TO WS-WORK-CLAIM-ID
                           MOVE AR-CLAIM-INTAKE-CHANNEL
                             TO WS-WORK-CHANNEL
                           MOVE AR-CLAIM-PARTNER-ID
                             TO WS-WORK-PARTNER-ID
                           MOVE AR-CLAIM-TYPE   TO WS-WORK-CLAIM-TYPE
                           PERFORM DO-MEASURE-CLAIM
                       END-IF
               END-READ
           END-PERFORM
      ******************************************************************
      * PASS 3 -- THE REPORT.
      ******************************************************************
           PERFORM DO-WRITE-TAT-REPORT

           CLOSE CLAIM-HISTORY-FILE
           CLOSE CLAIM-FILE
           CLOSE ARCHIVE-FILE
           CLOSE PAYMENT-FILE
           CLOSE TAT-REPORT

           DISPLAY 'CLAIMTAT: DECISIONS TIMED = ' WS-DECISIONS-TIMED
               ' PAYMENTS TIMED = ' WS-PAYMENTS-TIMED
               ' NO RECEIPT ROW = ' WS-NO-RECEIPT-COUNT
           IF WS-RECEIPT-OVERFLOW > 0
               DISPLAY 'CLAIMTAT: RECEIPT TABLE OVERFLOW = '
                   WS-RECEIPT-OVERFLOW
           END-IF
           IF WS-GROUP-OVERFLOW > 0
               DISPLAY 'CLAIMTAT: GROUP TABLE OVERFLOW = '
                   WS-GROUP-OVERFLOW
           END-IF

           STOP RUN.

       DO-SET-REPORT-MONTH SECTION.
      ******************************************************************
      * TAKE THE MONTH FROM PARMIN, OR DEFAULT TO THE PREVIOUS
      * CALENDAR MONTH. AN INVALID CARD ALSO DEFAULTS. THE MONTH IS
      * HELD AS ITS FIRST AND LAST INTEGER DAYS.
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
                           DISPLAY 'CLAIMTAT: PARMIN CARD INVALID, '
                               'PREVIOUS MONTH USED'
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF

           MOVE WS-REPORT-YYYY TO WS-NEXT-YYYY
           COMPUTE WS-NEXT-MM = WS-REPORT-MM + 1
           IF WS-NEXT-MM > 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YYYY
           END-IF

           COMPUTE WS-WORK-YYYYMMDD =
               WS-REPORT-YYYY * 10000 + WS-REPORT-MM * 100 + 1
           COMPUTE WS-MONTH-FIRST-DAY =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YYYYMMDD)
           COMPUTE WS-WORK-YYYYMMDD =
               WS-NEXT-YYYY * 10000 + WS-NEXT-MM * 100 + 1
           COMPUTE WS-MONTH-LAST-DAY =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YYYYMMDD) - 1
           EXIT.

       DO-TABLE-CLAIM-HISTORY SECTION.
      ******************************************************************
      * CLAIMHIS IS APPEND-ONLY, SO ARRIVAL ORDER IS TIME ORDER: THE
      * FIRST ROW SEEN FOR A CLAIM IS ITS RECEIPT AND THE FIRST OKAY
      * OR DENY ROW ITS FIRST DECISION. ANY OTHER STATUS SEEN BEFORE
      * THE DECISION MARKS THE CLAIM AS PENDED. ROWS AFTER THE FIRST
      * DECISION (APPEALS, REOPENS, CLOSES) ARE NOT TIMED.
      ******************************************************************
           COMPUTE WS-HIS-DAY =
               FUNCTION INTEGER-OF-DATE(19000101)
               + HIS-TIMESTAMP / 8640000

           SET WS-RCP-IDX TO 1
           SEARCH WS-RCP-ENTRY
               AT END
                   IF WS-RECEIPT-COUNT < 5000
                       ADD 1 TO WS-RECEIPT-COUNT
                       SET WS-RCP-IDX TO WS-RECEIPT-COUNT
                       MOVE HIS-CLAIM-ID
                         TO WS-RCP-CLAIM-ID(WS-RCP-IDX)
                       MOVE WS-HIS-DAY
                         TO WS-RCP-RECEIPT-DAY(WS-RCP-IDX)
                       MOVE 0 TO WS-RCP-DECISION-DAY(WS-RCP-IDX)
                       MOVE 'N' TO WS-RCP-PENDED-SW(WS-RCP-IDX)
                   ELSE
                       ADD 1 TO WS-RECEIPT-OVERFLOW
                       EXIT SECTION
                   END-IF
               WHEN WS-RCP-CLAIM-ID(WS-RCP-IDX) = HIS-CLAIM-ID
                   CONTINUE
           END-SEARCH

           IF WS-RCP-DECISION-DAY(WS-RCP-IDX) = 0
               IF HIS-NEW-STATUS = 'OKAY'
               OR HIS-NEW-STATUS = 'DENY'
                   MOVE WS-HIS-DAY
                     TO WS-RCP-DECISION-DAY(WS-RCP-IDX)
               ELSE
                   MOVE 'Y' TO WS-RCP-PENDED-SW(WS-RCP-IDX)
               END-IF
           END-IF
           EXIT.

       DO-MEASURE-CLAIM SECTION.
      ******************************************************************
      * TIME THE CLAIM'S FIRST DECISION AND ITS PAYMENT WHEN EITHER
      * FELL IN THE REPORT MONTH.
      ******************************************************************
           SET WS-RCP-IDX TO 1
           SEARCH WS-RCP-ENTRY
               AT END
                   ADD 1 TO WS-NO-RECEIPT-COUNT
                   EXIT SECTION
               WHEN WS-RCP-CLAIM-ID(WS-RCP-IDX) = WS-WORK-CLAIM-ID
                   CONTINUE
           END-SEARCH

           PERFORM VARYING WS-CHANNEL-IX FROM 1 BY 1
                   UNTIL WS-CHANNEL-IX = 5
                      OR WS-CHANNEL-CODE(WS-CHANNEL-IX)
                         = WS-WORK-CHANNEL
               CONTINUE
           END-PERFORM
           MOVE WS-CHANNEL-CODE(WS-CHANNEL-IX) TO WS-WORK-CHANNEL
           MOVE 'N' TO WS-GROUP-FOUND-SW

           IF WS-RCP-DECISION-DAY(WS-RCP-IDX) >= WS-MONTH-FIRST-DAY
          AND WS-RCP-DECISION-DAY(WS-RCP-IDX) <= WS-MONTH-LAST-DAY
               COMPUTE WS-ELAPSED-DAYS =
                   WS-RCP-DECISION-DAY(WS-RCP-IDX)
                   - WS-RCP-RECEIPT-DAY(WS-RCP-IDX)
               IF WS-RCP-PENDED-SW(WS-RCP-IDX) = 'Y'
                   MOVE 2 TO WS-STAT-IX
               ELSE
                   MOVE 1 TO WS-STAT-IX
               END-IF
               PERFORM DO-TALLY-ELAPSED-DAYS
               ADD 1 TO WS-DECISIONS-TIMED
           END-IF

           MOVE WS-WORK-CLAIM-ID TO PAY-CLAIM-ID
           READ PAYMENT-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF PAY-PAID-DATE(1:2) NOT NUMERIC
           OR PAY-PAID-DATE(4:2) NOT NUMERIC
           OR PAY-PAID-DATE(7:4) NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE PAY-PAID-DATE(7:4) TO WS-WORK-YYYYMMDD(1:4)
           MOVE PAY-PAID-DATE(1:2) TO WS-WORK-YYYYMMDD(5:2)
           MOVE PAY-PAID-DATE(4:2) TO WS-WORK-YYYYMMDD(7:2)
           COMPUTE WS-PAID-DAY =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YYYYMMDD)

           IF WS-PAID-DAY >= WS-MONTH-FIRST-DAY
          AND WS-PAID-DAY <= WS-MONTH-LAST-DAY
               COMPUTE WS-ELAPSED-DAYS =
                   WS-PAID-DAY - WS-RCP-RECEIPT-DAY(WS-RCP-IDX)
               IF WS-RCP-PENDED-SW(WS-RCP-IDX) = 'Y'
                   MOVE 4 TO WS-STAT-IX
               ELSE
                   MOVE 3 TO WS-STAT-IX
               END-IF
               PERFORM DO-TALLY-ELAPSED-DAYS
               ADD 1 TO WS-PAYMENTS-TIMED
           END-IF
           EXIT.

       DO-TALLY-ELAPSED-DAYS SECTION.
      ******************************************************************
      * ADD WS-ELAPSED-DAYS TO MEASURE WS-STAT-IX FOR THE CLAIM'S
      * CHANNEL AND FOR ITS CHANNEL/PARTNER/CLAIM TYPE GROUP.
      ******************************************************************
           IF WS-ELAPSED-DAYS < 0
               MOVE 0 TO WS-ELAPSED-DAYS
           END-IF
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                   UNTIL WS-BAND-IX = 7
                      OR WS-ELAPSED-DAYS
                         <= WS-BAND-UPPER-DAYS(WS-BAND-IX)
               CONTINUE
           END-PERFORM

           ADD 1 TO WS-CHN-CLAIMS(WS-CHANNEL-IX WS-STAT-IX)
           ADD WS-ELAPSED-DAYS
             TO WS-CHN-TOTAL-DAYS(WS-CHANNEL-IX WS-STAT-IX)
           ADD 1 TO WS-CHN-BAND-COUNT(WS-CHANNEL-IX WS-STAT-IX
                                      WS-BAND-IX)

           IF NOT WS-GROUP-FOUND
               PERFORM DO-LOCATE-GROUP
               IF NOT WS-GROUP-FOUND
                   EXIT SECTION
               END-IF
           END-IF

           ADD 1 TO WS-GRP-CLAIMS(WS-GRP-IDX WS-STAT-IX)
           ADD WS-ELAPSED-DAYS
             TO WS-GRP-TOTAL-DAYS(WS-GRP-IDX WS-STAT-IX)
           ADD 1 TO WS-GRP-BAND-COUNT(WS-GRP-IDX WS-STAT-IX
                                      WS-BAND-IX)
           EXIT.

       DO-LOCATE-GROUP SECTION.
      ******************************************************************
      * FIND (OR ADD) THE CLAIM'S CHANNEL/PARTNER/CLAIM TYPE ENTRY.
      * THE SEARCH STOPS AT THE FIRST UNUSED ENTRY, WHERE A NEW GROUP
      * IS ADDED; RUNNING OFF THE END MEANS THE TABLE IS FULL.
      ******************************************************************
           SET WS-GRP-IDX TO 1
           SEARCH WS-GRP-ENTRY
               AT END
                   ADD 1 TO WS-GROUP-OVERFLOW
               WHEN WS-GRP-IDX > WS-GROUP-COUNT
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-WORK-CHANNEL
                     TO WS-GRP-CHANNEL(WS-GRP-IDX)
                   MOVE WS-WORK-PARTNER-ID
                     TO WS-GRP-PARTNER-ID(WS-GRP-IDX)
                   MOVE WS-WORK-CLAIM-TYPE
                     TO WS-GRP-CLAIM-TYPE(WS-GRP-IDX)
                   MOVE 'Y' TO WS-GROUP-FOUND-SW
               WHEN WS-GRP-CHANNEL(WS-GRP-IDX) = WS-WORK-CHANNEL
                AND WS-GRP-PARTNER-ID(WS-GRP-IDX) = WS-WORK-PARTNER-ID
                AND WS-GRP-CLAIM-TYPE(WS-GRP-IDX) = WS-WORK-CLAIM-TYPE
                   MOVE 'Y' TO WS-GROUP-FOUND-SW
           END-SEARCH
           EXIT.

       DO-WRITE-TAT-REPORT SECTION.
           MOVE SPACES TO TAT-REPORT-LINE
           STRING 'CLAIM TURNAROUND TIME BY INTAKE CHANNEL - MONTH '
               WS-REPORT-YYYY '-' WS-REPORT-MM
               DELIMITED BY SIZE INTO TAT-REPORT-LINE
           WRITE TAT-REPORT-LINE
           MOVE SPACES TO TAT-REPORT-LINE
           STRING '(DAYS FROM RECEIPT TO FIRST OKAY/DENY DECISION'
               ' AND TO CLAIMPAY PAID DATE)'
               DELIMITED BY SIZE INTO TAT-REPORT-LINE
           WRITE TAT-REPORT-LINE
           MOVE SPACES TO TAT-REPORT-LINE
           WRITE TAT-REPORT-LINE

           PERFORM DO-WRITE-COLUMN-HEADINGS
      ******************************************************************
      * DETAIL -- THE GROUPS, CHANNEL BY CHANNEL IN REPORT ORDER.
      ******************************************************************
           PERFORM VARYING WS-CHANNEL-IX FROM 1 BY 1
                   UNTIL WS-CHANNEL-IX > 5
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > WS-GROUP-COUNT
                   IF WS-GRP-CHANNEL(WS-GRP-IDX)
                      = WS-CHANNEL-CODE(WS-CHANNEL-IX)
                       MOVE WS-CHANNEL-NAME(WS-CHANNEL-IX)
                         TO WS-PRT-CHANNEL-NAME
                       MOVE WS-GRP-PARTNER-ID(WS-GRP-IDX)
                         TO WS-PRT-PARTNER-ID
                       MOVE WS-GRP-CLAIM-TYPE(WS-GRP-IDX)
                         TO WS-PRT-CLAIM-TYPE
                       MOVE WS-GRP-STATS(WS-GRP-IDX) TO WS-PRT-STATS
                       PERFORM DO-WRITE-STATS-LINES
                   END-IF
               END-PERFORM
           END-PERFORM
      ******************************************************************
      * SUMMARY -- ONE BLOCK PER CHANNEL WITH THE CUMULATIVE PERCENT
      * OF CLAIMS COMPLETED BY THE END OF EACH BAND.
      ******************************************************************
           MOVE SPACES TO TAT-REPORT-LINE
           WRITE TAT-REPORT-LINE
           MOVE SPACES TO TAT-REPORT-LINE
           MOVE 'SUMMARY BY INTAKE CHANNEL' TO TAT-REPORT-LINE
           WRITE TAT-REPORT-LINE
           PERFORM DO-WRITE-COLUMN-HEADINGS

           PERFORM VARYING WS-CHANNEL-IX FROM 1 BY 1
                   UNTIL WS-CHANNEL-IX > 5
               MOVE WS-CHANNEL-NAME(WS-CHANNEL-IX)
                 TO WS-PRT-CHANNEL-NAME
               MOVE 'ALL' TO WS-PRT-PARTNER-ID
               MOVE 'ALL' TO WS-PRT-CLAIM-TYPE
               MOVE WS-CHN-STATS(WS-CHANNEL-IX) TO WS-PRT-STATS
               PERFORM DO-WRITE-STATS-LINES
               PERFORM VARYING WS-STAT-IX FROM 1 BY 1
                       UNTIL WS-STAT-IX > 4
                   IF WS-PRT-CLAIMS(WS-STAT-IX) > 0
                       PERFORM DO-WRITE-CUMULATIVE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO TAT-REPORT-LINE
           WRITE TAT-REPORT-LINE
           MOVE SPACES TO TAT-REPORT-LINE
           STRING 'DECISIONS TIMED: ' WS-DECISIONS-TIMED
               '  PAYMENTS TIMED: ' WS-PAYMENTS-TIMED
               '  CLAIMS WITH NO RECEIPT ROW: ' WS-NO-RECEIPT-COUNT
               DELIMITED BY SIZE INTO TAT-REPORT-LINE
           WRITE TAT-REPORT-LINE
           IF WS-RECEIPT-OVERFLOW > 0
           OR WS-GROUP-OVERFLOW > 0
               MOVE SPACES TO TAT-REPORT-LINE
               STRING 'RECEIPT TABLE OVERFLOW: ' WS-RECEIPT-OVERFLOW
                   '  GROUP TABLE OVERFLOW: ' WS-GROUP-OVERFLOW
                   ' (OVERFLOWED GROUPS COUNT IN THE SUMMARY ONLY)'
                   DELIMITED BY SIZE INTO TAT-REPORT-LINE
               WRITE TAT-REPORT-LINE
           END-IF
           EXIT.

       DO-WRITE-COLUMN-HEADINGS SECTION.
           MOVE SPACES TO TAT-REPORT-LINE
           MOVE 'CHANNEL'  TO TAT-REPORT-LINE(1:7)
           MOVE 'PARTNER'  TO TAT-REPORT-LINE(10:7)
           MOVE 'TYPE'     TO TAT-REPORT-LINE(19:4)
           MOVE 'MEASURE'  TO TAT-REPORT-LINE(28:7)
           MOVE ' CLAIMS'  TO TAT-REPORT-LINE(44:7)
           MOVE '  AVG'    TO TAT-REPORT-LINE(52:5)
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                   UNTIL WS-BAND-IX > 7
               COMPUTE WS-CELL-OFFSET = 53 + WS-BAND-IX * 7
               MOVE WS-BAND-LABEL(WS-BAND-IX)
                 TO TAT-REPORT-LINE(WS-CELL-OFFSET:5)
           END-PERFORM
           MOVE '  P50' TO TAT-REPORT-LINE(108:5)
           MOVE '  P90' TO TAT-REPORT-LINE(114:5)
           WRITE TAT-REPORT-LINE
           EXIT.

       DO-WRITE-STATS-LINES SECTION.
      ******************************************************************
      * ONE LINE PER MEASURE IN WS-PRT-STATS THAT HAS ANY CLAIMS.
      ******************************************************************
           PERFORM VARYING WS-STAT-IX FROM 1 BY 1
                   UNTIL WS-STAT-IX > 4
               IF WS-PRT-CLAIMS(WS-STAT-IX) > 0
                   PERFORM DO-FIND-PERCENTILE-BANDS
                   MOVE SPACES TO TAT-REPORT-LINE
                   MOVE WS-PRT-CHANNEL-NAME TO TAT-REPORT-LINE(1:8)
                   MOVE WS-PRT-PARTNER-ID   TO TAT-REPORT-LINE(10:8)
                   MOVE WS-PRT-CLAIM-TYPE   TO TAT-REPORT-LINE(19:8)
                   MOVE WS-MEASURE-LABEL(WS-STAT-IX)
                     TO TAT-REPORT-LINE(28:15)
                   MOVE WS-PRT-CLAIMS(WS-STAT-IX) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO TAT-REPORT-LINE(44:7)
                   COMPUTE WS-EDIT-AVERAGE ROUNDED =
                       WS-PRT-TOTAL-DAYS(WS-STAT-IX)
                       / WS-PRT-CLAIMS(WS-STAT-IX)
                   MOVE WS-EDIT-AVERAGE TO TAT-REPORT-LINE(52:5)
                   PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                           UNTIL WS-BAND-IX > 7
                       COMPUTE WS-CELL-OFFSET = 51 + WS-BAND-IX * 7
                       MOVE WS-PRT-BAND-COUNT(WS-STAT-IX WS-BAND-IX)
                         TO WS-EDIT-COUNT
                       MOVE WS-EDIT-COUNT
                         TO TAT-REPORT-LINE(WS-CELL-OFFSET:7)
                   END-PERFORM
                   MOVE WS-P50-LABEL TO TAT-REPORT-LINE(108:5)
                   MOVE WS-P90-LABEL TO TAT-REPORT-LINE(114:5)
                   WRITE TAT-REPORT-LINE
               END-IF
           END-PERFORM
           EXIT.

       DO-FIND-PERCENTILE-BANDS SECTION.
      ******************************************************************
      * THE 50TH/90TH PERCENTILE BAND IS THE FIRST BAND BY WHOSE END
      * AT LEAST 50/90 PERCENT OF THE MEASURE'S CLAIMS WERE DONE.
      ******************************************************************
           MOVE SPACES TO WS-P50-LABEL
           MOVE SPACES TO WS-P90-LABEL
           MOVE 0 TO WS-CUMULATIVE-CLAIMS
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                   UNTIL WS-BAND-IX > 7
               ADD WS-PRT-BAND-COUNT(WS-STAT-IX WS-BAND-IX)
                 TO WS-CUMULATIVE-CLAIMS
               IF WS-P50-LABEL = SPACES
              AND WS-CUMULATIVE-CLAIMS * 100
                  >= WS-PRT-CLAIMS(WS-STAT-IX) * 50
                   MOVE WS-BAND-LABEL(WS-BAND-IX) TO WS-P50-LABEL
               END-IF
               IF WS-P90-LABEL = SPACES
              AND WS-CUMULATIVE-CLAIMS * 100
                  >= WS-PRT-CLAIMS(WS-STAT-IX) * 90
                   MOVE WS-BAND-LABEL(WS-BAND-IX) TO WS-P90-LABEL
               END-IF
           END-PERFORM
           EXIT.

       DO-WRITE-CUMULATIVE-LINE SECTION.
           MOVE SPACES TO TAT-REPORT-LINE
           STRING 'CUM % ' WS-MEASURE-LABEL(WS-STAT-IX)
               DELIMITED BY SIZE INTO TAT-REPORT-LINE(22:21)
           MOVE 0 TO WS-CUMULATIVE-CLAIMS
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                   UNTIL WS-BAND-IX > 7
               ADD WS-PRT-BAND-COUNT(WS-STAT-IX WS-BAND-IX)
                 TO WS-CUMULATIVE-CLAIMS
               COMPUTE WS-EDIT-PERCENT ROUNDED =
                   WS-CUMULATIVE-CLAIMS * 100
                   / WS-PRT-CLAIMS(WS-STAT-IX)
               COMPUTE WS-CELL-OFFSET = 53 + WS-BAND-IX * 7
               MOVE WS-EDIT-PERCENT
                 TO TAT-REPORT-LINE(WS-CELL-OFFSET:5)
           END-PERFORM
           WRITE TAT-REPORT-LINE
           EXIT.
