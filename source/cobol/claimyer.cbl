      * EVERY NON-ZERO CARRYOVER IS REPORTED TO YERRPT SO MEMBER       *
      * SERVICES CAN ANSWER THE JANUARY CALLS.                         *
      *                                                                *
      * THE PLAN FREQUENCY-LIMIT COUNTERS ON CLAIMUTL ROLL TO THE NEW  *
      * YEAR AT THE SAME TIME: EVERY COUNTER STILL ON THE CLOSING      *
      * YEAR STARTS THE NEW ONE AT ZERO, AND SERVICE ENTRIES OLDER     *
      * THAN THE LONGEST ROLLING PERIOD (24 MONTHS BEFORE JANUARY 1)   *
      * ARE PURGED.                                                    *
      *                                                                *
      * A MEMBER WHOSE ACCUM YEAR ALREADY MATCHES THE CURRENT YEAR IS  *
      * SKIPPED, SO AN ACCIDENTAL SECOND RUN DOES NOT WIPE (OR         *
      * RE-SEED) ACCUMULATIONS THE NEW YEAR HAS ALREADY POSTED -- AND  *
      *          CLOSING YEAR.                                         *
      * I-O    : CLAIMMBR - THE VSAM KSDS MEMBER MASTER (READ-ONLY     *
      *          CARRYOVER PASS, THEN THE RESET PASS).                 *
      *          CLAIMUTL - THE MEMBER UTILIZATION COUNTERS.           *
      * OUTPUT : YERRPT   - THE PER-MEMBER CARRYOVER REPORT.           *
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT UTILIZATION-FILE ASSIGN TO CLAIMUTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UTL-KEY
               FILE STATUS IS WS-UTILIZATION-FILE-STATUS.
           SELECT CLAIM-FILE ASSIGN TO CLAIMCIF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
       FD  MEMBER-FILE.
       COPY CLAIMMBR.

       FD  UTILIZATION-FILE.
       COPY CLAIMUTL.

       FD  CLAIM-FILE.
       COPY CLAIMCIF.

       01  WS-MEMBER-FILE-EOF          PIC X(1) VALUE 'N'.
           88  WS-MEMBER-FILE-AT-EOF             VALUE 'Y'.

       01  WS-UTILIZATION-FILE-STATUS  PIC X(2) VALUE '00'.
       01  WS-UTILIZATION-EOF          PIC X(1) VALUE 'N'.
           88  WS-UTILIZATION-AT-EOF             VALUE 'Y'.

       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CLAIM-FILE-EOF           PIC X(1) VALUE 'N'.
           88  WS-CLAIM-FILE-AT-EOF              VALUE 'Y'.
       01  WS-RESET-COUNT              PIC 9(7) VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(7) VALUE 0.
       01  WS-CARRYOVER-COUNT          PIC 9(7) VALUE 0.
       01  WS-UTL-RESET-COUNT          PIC 9(7) VALUE 0.
       01  WS-UTL-PURGED-COUNT         PIC 9(7) VALUE 0.
       01  WS-UTL-PURGE-BEFORE         PIC 9(8).
       01  WS-UTL-IDX                  PIC 9(2).
       01  WS-UTL-KEEP-COUNT           PIC 9(2).
       01  WS-UTL-CHANGED-SW           PIC X(1).
           88  WS-UTL-CHANGED                    VALUE 'Y'.

      ******************************************************************
      * PER-MEMBER Q4 APPROVED-CLAIM TOTALS FROM THE CLAIM SWEEP, AND
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE
      ******************************************************************
      * PASS 4 -- ROLL THE FREQUENCY-LIMIT UTILIZATION COUNTERS.
      ******************************************************************
           COMPUTE WS-UTL-PURGE-BEFORE =
               (WS-CURRENT-YEAR - 2) * 10000 + 101
           OPEN I-O UTILIZATION-FILE
           IF WS-UTILIZATION-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMYER: CLAIMUTL OPEN FAILED, STATUS = '
                   WS-UTILIZATION-FILE-STATUS
               MOVE 'Y' TO WS-UTILIZATION-EOF
           END-IF
           PERFORM UNTIL WS-UTILIZATION-AT-EOF
               READ UTILIZATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-UTILIZATION-EOF
                   NOT AT END
                       PERFORM DO-RESET-UTILIZATION-COUNTER
               END-READ
           END-PERFORM
           CLOSE UTILIZATION-FILE

           MOVE SPACES TO YEAREND-REPORT-LINE
           WRITE YEAREND-REPORT-LINE
               '  ALREADY CURRENT: ' WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO YEAREND-REPORT-LINE
           WRITE YEAREND-REPORT-LINE
           MOVE SPACES TO YEAREND-REPORT-LINE
           STRING 'UTILIZATION COUNTERS RESET: ' WS-UTL-RESET-COUNT
               '  SERVICE ENTRIES PURGED: ' WS-UTL-PURGED-COUNT
               DELIMITED BY SIZE INTO YEAREND-REPORT-LINE
           WRITE YEAREND-REPORT-LINE
           CLOSE YEAREND-REPORT

           DISPLAY 'CLAIMYER: MEMBERS RESET = ' WS-RESET-COUNT
               ' ALREADY CURRENT = ' WS-SKIPPED-COUNT
           DISPLAY 'CLAIMYER: UTILIZATION COUNTERS RESET = '
               WS-UTL-RESET-COUNT
           IF WS-Q4-OVERFLOW > 0 OR WS-FAM-OVERFLOW > 0
               DISPLAY 'CLAIMYER: CARRYOVER TABLE OVERFLOW, SOME '
                   'MEMBERS SEEDED AT ZERO'
           END-IF
           EXIT.

       DO-RESET-UTILIZATION-COUNTER SECTION.
      ******************************************************************
      * A COUNTER STILL ON AN EARLIER BENEFIT YEAR STARTS THE NEW YEAR
      * AT ZERO (ONE ALREADY ROLLED BY A NEW-YEAR CLAIM IS LEFT AS
      * IT IS), AND EVERY COUNTER DROPS ITS SERVICE ENTRIES OLDER
      * THAN THE PURGE DATE. ONLY A CHANGED RECORD IS REWRITTEN.
      ******************************************************************
           MOVE 'N' TO WS-UTL-CHANGED-SW
           IF UTL-BENEFIT-YEAR < WS-CURRENT-YEAR
               MOVE WS-CURRENT-YEAR TO UTL-BENEFIT-YEAR
               MOVE 0 TO UTL-YEAR-COUNT
               MOVE 'Y' TO WS-UTL-CHANGED-SW
               ADD 1 TO WS-UTL-RESET-COUNT
           END-IF

           MOVE 0 TO WS-UTL-KEEP-COUNT
           PERFORM VARYING WS-UTL-IDX FROM 1 BY 1
                   UNTIL WS-UTL-IDX > UTL-ENTRY-COUNT
               IF UTL-SERVICE-DATE(WS-UTL-IDX) < WS-UTL-PURGE-BEFORE
                   ADD 1 TO WS-UTL-PURGED-COUNT
                   MOVE 'Y' TO WS-UTL-CHANGED-SW
               ELSE
                   ADD 1 TO WS-UTL-KEEP-COUNT
                   MOVE UTL-SERVICE-ENTRY(WS-UTL-IDX)
                     TO UTL-SERVICE-ENTRY(WS-UTL-KEEP-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-UTL-KEEP-COUNT TO UTL-ENTRY-COUNT

           IF WS-UTL-CHANGED
               REWRITE UTILIZATION-COUNTER-RECORD
           END-IF
           EXIT.

       DO-CHECK-RUN-CONTROL SECTION.
      ******************************************************************
      * READ THE CLAIMRNC RUN-CONTROL FILE: PICK UP THE BUSINESS
