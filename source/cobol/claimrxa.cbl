       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMRXA.
      ******************************************************************
      * DAILY PHARMACY BENEFIT MANAGER (PBM) ACCUMULATOR EXCHANGE      *
      *                                                                *
      * DRUG CLAIMS ARE ADJUDICATED BY AN OUTSIDE PBM, BUT THE         *
      * MEMBER'S DEDUCTIBLE AND OUT-OF-POCKET MAXIMUM ARE SHARED       *
      * ACROSS MEDICAL AND PHARMACY. WITHOUT AN EXCHANGE EACH SIDE     *
      * ONLY SEES ITS OWN SPEND AND THE MEMBER OVERPAYS ON BOTH.       *
      * THIS JOB RUNS ONCE PER BUSINESS DATE AND:                      *
      *                                                                *
      *   1. SENDS THE PBM EVERY MEDICAL ACCUMULATOR CHANGE POSTED     *
      *      SINCE THE LAST RUN (RXAOUT). THE CHANGES ARE READ FROM    *
      *      THE CLAIMMAH LOG PAST AN RXACKP HIGH-WATER-MARK, THE      *
      *      SAME RE-READ-AND-SKIP TECHNIQUE CLAIMDNL USES OVER        *
      *      CLAIMHIS. THE PBM'S OWN POSTINGS ('RXAP'/'RXRV') ARE NOT  *
      *      ECHOED BACK, AND THE SECOND ROW CLAIMCI0 WRITES FOR A     *
      *      DEPENDENT'S CLAIM (THE SUBSCRIBER'S FAMILY ACCUMULATORS)  *
      *      IS DROPPED -- THE PBM DERIVES FAMILY TOTALS FROM THE      *
      *      INDIVIDUAL ROWS, WHICH CARRY THE SUBSCRIBER ID. THE FILE  *
      *      ENDS WITH A 'T' TRAILER OF RECORD COUNT AND NET AMOUNT.   *
      *   2. APPLIES THE PBM'S INBOUND FILE (RXAIN) OF PHARMACY        *
      *      DEDUCTIBLE AND OUT-OF-POCKET AMOUNTS TO THE MEMBER'S      *
      *      CLAIMMBR ACCUMULATORS AND THE SUBSCRIBER'S FAMILY ONES,   *
      *      WITH THE SAME CAP-AND-FLOOR RULES CLAIMCI0 USES (THE      *
      *      DEDUCTIBLE-MET NEVER PASSES THE PLAN DEDUCTIBLE, NEITHER  *
      *      ACCUMULATOR DROPS BELOW ZERO) AND A CLAIMMAH ROW PER      *
      *      RECORD TOUCHED -- ACTION 'RXAP' FOR A PAID PRESCRIPTION,  *
      *      'RXRV' FOR A PBM REVERSAL, USERID 'CLAIMRXA', AND THE     *
      *      PBM'S CLAIM REFERENCE IN MAH-CLAIM-ID.                    *
      *                                                                *
      * EVERY INBOUND RECORD CARRIES THE PBM'S OWN VIEW OF THE         *
      * MEMBER'S SHARED DEDUCTIBLE-MET AND OUT-OF-POCKET TOTALS AFTER  *
      * THE TRANSACTION. WHEN OURS DIFFER BY MORE THAN A CENT THE      *
      * RECORD IS LISTED AS A MISMATCH; A MISMATCH THAT PERSISTS PAST  *
      * THE NEXT EXCHANGE (ONCE THE PBM HAS TAKEN TODAY'S MEDICAL      *
      * FILE) NEEDS THE TWO SIDES RECONCILED BY HAND.                  *
      *                                                                *
      * REJECTED RECORDS (BAD TYPE OR AMOUNTS, FILL DATE OUTSIDE THE   *
      * MEMBER'S COVERAGE OR ACCUMULATOR YEAR), UNKNOWN MEMBERS AND    *
      * MISMATCHES ARE ALL LISTED ON RXARPT FOR THE ENROLLMENT TEAM.   *
      *                                                                *
      * RUN CONTROL: THE JOB REFUSES A BUSINESS DATE IT ALREADY        *
      * COMPLETED (THE INBOUND FILE MUST NEVER BE APPLIED TWICE) AND   *
      * POSTS ITS OWN CLAIMRNC 'DONE' AT CLEAN END OF JOB.             *
      *                                                                *
      * INPUT  : RXAIN    - THE PBM INBOUND ACCUMULATOR FILE.          *
      *          CLAIMMAH - THE ACCUMULATOR CHANGE LOG, READ           *
      *          SEQUENTIALLY PAST THE HIGH-WATER-MARK.                *
      *          CLAIMCIF - THE VSAM KSDS CLAIM FILE, READ RANDOMLY.   *
      * I-O    : CLAIMMBR - THE VSAM KSDS MEMBER MASTER.               *
      *          RXACKP   - THE CLAIMMAH HIGH-WATER-MARK CHECKPOINT.   *
      *          CLAIMRNC - BATCH RUN CONTROL.                         *
      * OUTPUT : RXAOUT   - THE OUTBOUND MEDICAL ACCUMULATOR FILE.     *
      *          CLAIMMAH - EXTENDED WITH THE PHARMACY POSTINGS.       *
      *          RXARPT   - THE EXCHANGE EXCEPTION REPORT.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PBM-INBOUND-FILE ASSIGN TO RXAIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INBOUND-FILE-STATUS.
           SELECT PBM-OUTBOUND-FILE ASSIGN TO RXAOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCUM-HISTORY-FILE ASSIGN TO CLAIMMAH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCUM-LOG-STATUS.
           SELECT CLAIM-FILE ASSIGN TO CLAIMCIF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-CLAIM-ID
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT MEMBER-FILE ASSIGN TO CLAIMMBR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO RXACKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CLAIMRNC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RNC-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT EXCHANGE-REPORT ASSIGN TO RXARPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * THE PBM INBOUND RECORD. AMOUNTS ARE UNSIGNED WITH TWO IMPLIED
      * DECIMALS; THE TRANSACTION TYPE CARRIES THE DIRECTION ('A' A
      * PAID PRESCRIPTION ADDS TO THE ACCUMULATORS, 'R' A PBM
      * REVERSAL TAKES IT BACK OUT). THE TWO PBM- TOTALS ARE THE
      * PBM'S SHARED POSITIONS AFTER THE TRANSACTION, FOR THE
      * MISMATCH CHECK.
      ******************************************************************
       FD  PBM-INBOUND-FILE
           RECORDING MODE IS F.
       01  PBM-INBOUND-RECORD.
           05  RXI-MEMBER-ID           PIC X(8).
           05  RXI-PBM-CLAIM-REF       PIC X(8).
           05  RXI-TRANSACTION-TYPE    PIC X(1).
               88  RXI-PAID                      VALUE 'A'.
               88  RXI-REVERSAL                  VALUE 'R'.
           05  RXI-FILL-DATE           PIC 9(8).
           05  RXI-DEDUCTIBLE-AMOUNT   PIC 9(7)V9(2).
           05  RXI-OOP-AMOUNT          PIC 9(7)V9(2).
           05  RXI-PBM-DEDUCTIBLE-MET  PIC 9(7)V9(2).
           05  RXI-PBM-OOP-ACCUMULATED PIC 9(7)V9(2).
           05  FILLER                  PIC X(19).

      ******************************************************************
      * THE OUTBOUND MEDICAL ACCUMULATOR RECORD: ONE PER INDIVIDUAL
      * CLAIMMAH CHANGE, WITH THE SIGNED AMOUNT POSTED AND OUR
      * INDIVIDUAL POSITIONS AFTER IT. THE 'T' TRAILER SHARES THE
      * RECORD-TYPE BYTE.
      ******************************************************************
       FD  PBM-OUTBOUND-FILE
           RECORDING MODE IS F.
       01  PBM-OUTBOUND-RECORD.
           05  RXO-RECORD-TYPE         PIC X(1).
           05  RXO-MEMBER-ID           PIC X(8).
           05  RXO-SUBSCRIBER-ID       PIC X(8).
           05  RXO-CLAIM-ID            PIC X(8).
           05  RXO-ACTION              PIC X(4).
           05  RXO-AMOUNT              PIC S9(7)V9(2)
                                       SIGN LEADING SEPARATE.
           05  RXO-DEDUCTIBLE-MET      PIC 9(7)V9(2).
           05  RXO-OOP-ACCUMULATED     PIC 9(7)V9(2).
           05  FILLER                  PIC X(23).
       01  PBM-OUTBOUND-TRAILER.
           05  RXT-RECORD-TYPE         PIC X(1).
           05  RXT-PROCESS-DATE        PIC 9(8).
           05  RXT-RECORD-COUNT        PIC 9(9).
           05  RXT-NET-AMOUNT          PIC S9(11)V9(2)
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(48).

       FD  ACCUM-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CLAIMMAH.

       FD  CLAIM-FILE.
       COPY CLAIMCIF.

       FD  MEMBER-FILE.
       COPY CLAIMMBR.

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  CHECKPOINT-RECORD.
           05  XCKP-RECORDS-PROCESSED  PIC 9(9).

       FD  RUN-CONTROL-FILE.
       COPY CLAIMRNC.

       FD  EXCHANGE-REPORT
           RECORDING MODE IS F.
       01  EXCHANGE-REPORT-LINE        PIC X(132).

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

       01  WS-INBOUND-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ACCUM-LOG-STATUS         PIC X(2) VALUE '00'.
       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-MEMBER-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-CHECKPOINT-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-INBOUND-EOF              PIC X(1) VALUE 'N'.
           88  WS-INBOUND-AT-EOF                 VALUE 'Y'.
       01  WS-HISTORY-EOF              PIC X(1) VALUE 'N'.
           88  WS-HISTORY-AT-EOF                 VALUE 'Y'.
       01  WS-HISTORY-OPEN-SW          PIC X(1) VALUE 'N'.
           88  WS-HISTORY-OPEN                   VALUE 'Y'.

       01  WS-RECORDS-READ             PIC 9(9) VALUE 0.
       01  WS-SKIP-COUNT               PIC 9(9) VALUE 0.
       01  WS-SENT-COUNT               PIC 9(9) VALUE 0.
       01  WS-SENT-TOTAL               PIC S9(11)V9(2) VALUE 0.
       01  WS-INBOUND-COUNT            PIC 9(7) VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(7) VALUE 0.
       01  WS-UNKNOWN-COUNT            PIC 9(7) VALUE 0.
       01  WS-MISMATCH-COUNT           PIC 9(7) VALUE 0.

      ******************************************************************
      * THE POSTING BEING APPLIED: THE SIGNED DEDUCTIBLE AND
      * OUT-OF-POCKET AMOUNTS AND THE SUBSCRIBER WHOSE RECORD HOLDS
      * THE FAMILY ACCUMULATORS.
      ******************************************************************
       01  WS-ACC-MEMBER-ID            PIC X(8).
       01  WS-ACC-DED-AMOUNT           COMP-2.
       01  WS-ACC-OOP-AMOUNT           COMP-2.
       01  WS-MAH-ACTION               PIC X(4).
       01  WS-FAM-SUBSCRIBER-ID        PIC X(8).
       01  WS-CURRENT-ABSTIME          PIC S9(15) COMP-3.
       01  WS-DIFFERENCE               COMP-2.
       01  WS-MISMATCH-SW              PIC X(1) VALUE 'N'.
           88  WS-MISMATCH                       VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(40).

       01  WS-EDIT-AMOUNT              PIC -(8)9.99.
       01  WS-EDIT-OUR-DED             PIC -(8)9.99.
       01  WS-EDIT-OUR-OOP             PIC -(8)9.99.
       01  WS-EDIT-PBM-DED             PIC -(8)9.99.
       01  WS-EDIT-PBM-OOP             PIC -(8)9.99.
       01  WS-EDIT-TOTAL-AMOUNT        PIC -(10)9.99.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           PERFORM DO-CHECK-RUN-CONTROL
           IF WS-RUN-REFUSED
               STOP RUN
           END-IF

           COMPUTE WS-CURRENT-ABSTIME =
               (FUNCTION INTEGER-OF-DATE(WS-RNC-TODAY)
               - FUNCTION INTEGER-OF-DATE(19000101)) * 8640000

           OPEN OUTPUT EXCHANGE-REPORT
           MOVE SPACES TO EXCHANGE-REPORT-LINE
           STRING 'PBM ACCUMULATOR EXCHANGE EXCEPTIONS FOR '
               WS-PROCESS-DATE
               DELIMITED BY SIZE INTO EXCHANGE-REPORT-LINE
           WRITE EXCHANGE-REPORT-LINE
           MOVE SPACES TO EXCHANGE-REPORT-LINE
           WRITE EXCHANGE-REPORT-LINE

           OPEN INPUT  CLAIM-FILE
           OPEN I-O    MEMBER-FILE
           PERFORM DO-SEND-MEDICAL-CHANGES
           CLOSE CLAIM-FILE

           OPEN EXTEND ACCUM-HISTORY-FILE
           PERFORM DO-APPLY-PBM-FILE
           CLOSE MEMBER-FILE
           CLOSE ACCUM-HISTORY-FILE

           PERFORM DO-WRITE-EXCHANGE-TOTALS
           CLOSE EXCHANGE-REPORT

           DISPLAY 'CLAIMRXA: MEDICAL CHANGES SENT = ' WS-SENT-COUNT
           DISPLAY 'CLAIMRXA: PBM RECORDS = ' WS-INBOUND-COUNT
               ' APPLIED = ' WS-APPLIED-COUNT
               ' REJECTED = ' WS-REJECTED-COUNT
               ' UNKNOWN MEMBER = ' WS-UNKNOWN-COUNT
           IF WS-MISMATCH-COUNT > 0
               DISPLAY 'CLAIMRXA: ACCUMULATOR MISMATCHES WITH PBM = '
                   WS-MISMATCH-COUNT
           END-IF

           PERFORM DO-POST-RUN-CONTROL

           STOP RUN.

       DO-SEND-MEDICAL-CHANGES SECTION.
      ******************************************************************
      * BUILD RXAOUT FROM THE CLAIMMAH ROWS PAST THE HIGH-WATER-MARK,
      * THEN ADVANCE THE MARK. THE MARK IS WRITTEN ONLY AFTER THE
      * FILE IS CLOSED, SO AN ABEND LEAVES IT WHERE IT WAS AND THE
      * RERUN RE-SENDS THE SAME CHANGES.
      ******************************************************************
           OPEN OUTPUT PBM-OUTBOUND-FILE
           OPEN INPUT  ACCUM-HISTORY-FILE
           IF WS-ACCUM-LOG-STATUS NOT = '00'
               DISPLAY 'CLAIMRXA: CLAIMMAH OPEN FAILED, STATUS = '
                   WS-ACCUM-LOG-STATUS
               MOVE 'Y' TO WS-HISTORY-EOF
           ELSE
               MOVE 'Y' TO WS-HISTORY-OPEN-SW
               PERFORM DO-READ-CHECKPOINT
               PERFORM DO-SKIP-ALREADY-PROCESSED
           END-IF

           PERFORM UNTIL WS-HISTORY-AT-EOF
               READ ACCUM-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF MAH-ACTION NOT = 'RXAP'
                      AND MAH-ACTION NOT = 'RXRV'
                           PERFORM DO-SEND-MEDICAL-CHANGE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO PBM-OUTBOUND-TRAILER
           MOVE 'T' TO RXT-RECORD-TYPE
           MOVE WS-PROCESS-DATE TO RXT-PROCESS-DATE
           MOVE WS-SENT-COUNT TO RXT-RECORD-COUNT
           MOVE WS-SENT-TOTAL TO RXT-NET-AMOUNT
           WRITE PBM-OUTBOUND-TRAILER

           CLOSE PBM-OUTBOUND-FILE
           IF WS-HISTORY-OPEN
               CLOSE ACCUM-HISTORY-FILE
               PERFORM DO-WRITE-CHECKPOINT
           END-IF
           EXIT.

       DO-SEND-MEDICAL-CHANGE SECTION.
      ******************************************************************
      * A ROW WHOSE MEMBER IS NOT THE CLAIM'S MEMBER IS THE FAMILY
      * ROW WRITTEN UNDER THE SUBSCRIBER FOR A DEPENDENT'S CLAIM --
      * NOT SENT. A CLAIM NO LONGER ON CLAIMCIF (ARCHIVED) IS SENT AS
      * IT STANDS.
      ******************************************************************
           MOVE MAH-CLAIM-ID TO CF-CLAIM-ID
           READ CLAIM-FILE
               INVALID KEY
                   MOVE MAH-MEMBER-ID TO CF-CLAIM-MEMBER-ID
           END-READ
           IF CF-CLAIM-MEMBER-ID NOT = MAH-MEMBER-ID
               EXIT SECTION
           END-IF

           MOVE SPACES TO PBM-OUTBOUND-RECORD
           MOVE 'D' TO RXO-RECORD-TYPE
           MOVE MAH-MEMBER-ID TO RXO-MEMBER-ID
           MOVE MAH-MEMBER-ID TO MBR-MEMBER-ID
           READ MEMBER-FILE
               INVALID KEY
                   MOVE SPACES TO MBR-SUBSCRIBER-ID
           END-READ
           MOVE MBR-SUBSCRIBER-ID TO RXO-SUBSCRIBER-ID
           MOVE MAH-CLAIM-ID TO RXO-CLAIM-ID
           MOVE MAH-ACTION TO RXO-ACTION
           COMPUTE RXO-AMOUNT ROUNDED = MAH-AMOUNT
           COMPUTE RXO-DEDUCTIBLE-MET ROUNDED = MAH-DEDUCTIBLE-MET
           COMPUTE RXO-OOP-ACCUMULATED ROUNDED = MAH-OOP-ACCUMULATED
           WRITE PBM-OUTBOUND-RECORD

           ADD 1 TO WS-SENT-COUNT
           ADD RXO-AMOUNT TO WS-SENT-TOTAL
           EXIT.

       DO-READ-CHECKPOINT SECTION.
      ******************************************************************
      * THE CHECKPOINT HOLDS HOW MANY CLAIMMAH ROWS PRIOR RUNS HAVE
      * ALREADY SENT. NO CHECKPOINT FILE MEANS A FIRST RUN -- THE
      * WHOLE LOG IS SENT.
      ******************************************************************
           MOVE 0 TO WS-SKIP-COUNT
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS = '00'
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE XCKP-RECORDS-PROCESSED TO WS-SKIP-COUNT
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           EXIT.

       DO-SKIP-ALREADY-PROCESSED SECTION.
      ******************************************************************
      * CLAIMMAH IS A PLAIN SEQUENTIAL (ESDS) FILE WITH NO KEY TO
      * START FROM, SO RESUMING MEANS RE-READING AND DISCARDING THE
      * ROWS ALREADY SENT -- SAME TECHNIQUE AS CLAIMDNL'S.
      ******************************************************************
           PERFORM WS-SKIP-COUNT TIMES
               READ ACCUM-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
               END-READ
               IF NOT WS-HISTORY-AT-EOF
                   ADD 1 TO WS-RECORDS-READ
               END-IF
           END-PERFORM
           EXIT.

       DO-WRITE-CHECKPOINT SECTION.
           MOVE WS-RECORDS-READ TO XCKP-RECORDS-PROCESSED
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           EXIT.

       DO-APPLY-PBM-FILE SECTION.
      ******************************************************************
      * A MISSING INBOUND FILE (THE PBM SENT NOTHING TODAY) IS
      * REPORTED, NOT TREATED AS AN ERROR -- THE OUTBOUND SIDE HAS
      * ALREADY GONE.
      ******************************************************************
           OPEN INPUT PBM-INBOUND-FILE
           IF WS-INBOUND-FILE-STATUS NOT = '00'
               MOVE SPACES TO EXCHANGE-REPORT-LINE
               STRING 'NO PBM INBOUND FILE RECEIVED, STATUS '
                   WS-INBOUND-FILE-STATUS
                   DELIMITED BY SIZE INTO EXCHANGE-REPORT-LINE
               WRITE EXCHANGE-REPORT-LINE
               EXIT SECTION
           END-IF

           PERFORM UNTIL WS-INBOUND-AT-EOF
               READ PBM-INBOUND-FILE
                   AT END
                       MOVE 'Y' TO WS-INBOUND-EOF
                   NOT AT END
                       ADD 1 TO WS-INBOUND-COUNT
                       PERFORM DO-APPLY-PBM-RECORD
               END-READ
           END-PERFORM

           CLOSE PBM-INBOUND-FILE
           EXIT.

       DO-APPLY-PBM-RECORD SECTION.
      ******************************************************************
      * EDIT THE RECORD, FIND THE MEMBER, AND CHECK THE FILL DATE
      * FALLS IN THE MEMBER'S COVERAGE SPAN (BOTH DATES ZERO IS A
      * LEGACY RECORD, TREATED AS COVERED) AND IN THE BENEFIT YEAR
      * THE ACCUMULATORS ARE RUNNING FOR -- A FILL FROM LAST YEAR
      * MUST NOT LAND ON THIS YEAR'S DEDUCTIBLE.
      ******************************************************************
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT RXI-PAID AND NOT RXI-REVERSAL
                   MOVE 'INVALID TRANSACTION TYPE'
                     TO WS-REJECT-REASON
               WHEN RXI-FILL-DATE NOT NUMERIC
                   MOVE 'FILL DATE NOT NUMERIC' TO WS-REJECT-REASON
               WHEN RXI-DEDUCTIBLE-AMOUNT NOT NUMERIC
                 OR RXI-OOP-AMOUNT NOT NUMERIC
                 OR RXI-PBM-DEDUCTIBLE-MET NOT NUMERIC
                 OR RXI-PBM-OOP-ACCUMULATED NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
               WHEN RXI-DEDUCTIBLE-AMOUNT > RXI-OOP-AMOUNT
                   MOVE 'DEDUCTIBLE AMOUNT OVER OUT-OF-POCKET'
                     TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM DO-REPORT-REJECT
               EXIT SECTION
           END-IF

           MOVE RXI-MEMBER-ID TO MBR-MEMBER-ID
           READ MEMBER-FILE
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE SPACES TO EXCHANGE-REPORT-LINE
                   STRING 'UNKNOWN MEMBER  ' RXI-MEMBER-ID
                       ' PBM CLAIM ' RXI-PBM-CLAIM-REF
                       ' FILLED ' RXI-FILL-DATE
                       ' - NOT ON CLAIMMBR, NOT APPLIED'
                       DELIMITED BY SIZE INTO EXCHANGE-REPORT-LINE
                   WRITE EXCHANGE-REPORT-LINE
                   EXIT SECTION
           END-READ

           IF MBR-EFFECTIVE-DATE NOT = 0
           OR MBR-TERMINATION-DATE NOT = 0
               IF RXI-FILL-DATE < MBR-EFFECTIVE-DATE
               OR RXI-FILL-DATE > MBR-TERMINATION-DATE
                   MOVE 'FILL DATE OUTSIDE COVERAGE SPAN'
                     TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
          AND RXI-FILL-DATE(1:4) NOT = MBR-ACCUM-YEAR
               MOVE 'FILL DATE NOT IN ACCUMULATOR YEAR'
                 TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM DO-REPORT-REJECT
               EXIT SECTION
           END-IF

           MOVE RXI-MEMBER-ID TO WS-ACC-MEMBER-ID
           IF RXI-PAID
               MOVE 'RXAP' TO WS-MAH-ACTION
               COMPUTE WS-ACC-DED-AMOUNT = RXI-DEDUCTIBLE-AMOUNT
               COMPUTE WS-ACC-OOP-AMOUNT = RXI-OOP-AMOUNT
           ELSE
               MOVE 'RXRV' TO WS-MAH-ACTION
               COMPUTE WS-ACC-DED-AMOUNT = 0 - RXI-DEDUCTIBLE-AMOUNT
               COMPUTE WS-ACC-OOP-AMOUNT = 0 - RXI-OOP-AMOUNT
           END-IF

           PERFORM DO-POST-PHARMACY-AMOUNTS
           ADD 1 TO WS-APPLIED-COUNT
           EXIT.

       DO-POST-PHARMACY-AMOUNTS SECTION.
      ******************************************************************
      * POST THE SIGNED AMOUNTS TO THE MEMBER RECORD JUST READ, WITH
      * CLAIMCI0'S CAP-AND-FLOOR RULES, THEN THE FAMILY ACCUMULATORS
      * (ON THIS RECORD FOR A SUBSCRIBER, ON THE SUBSCRIBER'S RECORD
      * FOR A DEPENDENT). THE MISMATCH CHECK IS MADE AGAINST THE
      * MEMBER'S OWN POSITIONS AFTER THE POSTING.
      ******************************************************************
           ADD WS-ACC-DED-AMOUNT TO MBR-DEDUCTIBLE-MET
           ADD WS-ACC-OOP-AMOUNT TO MBR-OOP-ACCUMULATED
           IF MBR-DEDUCTIBLE-MET > MBR-DEDUCTIBLE
               MOVE MBR-DEDUCTIBLE TO MBR-DEDUCTIBLE-MET
           END-IF
           IF MBR-DEDUCTIBLE-MET < 0
               MOVE 0 TO MBR-DEDUCTIBLE-MET
           END-IF
           IF MBR-OOP-ACCUMULATED < 0
               MOVE 0 TO MBR-OOP-ACCUMULATED
           END-IF

           MOVE MBR-SUBSCRIBER-ID TO WS-FAM-SUBSCRIBER-ID
           IF WS-FAM-SUBSCRIBER-ID = WS-ACC-MEMBER-ID
               PERFORM DO-POST-FAMILY-FIELDS
           END-IF
           REWRITE MEMBER-RECORD

           MOVE WS-ACC-MEMBER-ID TO MAH-MEMBER-ID
           PERFORM DO-WRITE-ACCUM-HISTORY
           PERFORM DO-CHECK-PBM-MISMATCH

           IF WS-FAM-SUBSCRIBER-ID NOT = SPACES
          AND WS-FAM-SUBSCRIBER-ID NOT = WS-ACC-MEMBER-ID
               MOVE WS-FAM-SUBSCRIBER-ID TO MBR-MEMBER-ID
               READ MEMBER-FILE
                   INVALID KEY
                       MOVE SPACES TO EXCHANGE-REPORT-LINE
                       STRING 'UNKNOWN MEMBER  ' WS-FAM-SUBSCRIBER-ID
                           ' SUBSCRIBER OF ' WS-ACC-MEMBER-ID
                           ' - FAMILY ACCUMULATORS NOT APPLIED'
                           DELIMITED BY SIZE INTO EXCHANGE-REPORT-LINE
                       WRITE EXCHANGE-REPORT-LINE
                       EXIT SECTION
               END-READ
               PERFORM DO-POST-FAMILY-FIELDS
               REWRITE MEMBER-RECORD
               MOVE WS-FAM-SUBSCRIBER-ID TO MAH-MEMBER-ID
               PERFORM DO-WRITE-ACCUM-HISTORY
           END-IF
           EXIT.

       DO-POST-FAMILY-FIELDS SECTION.
           ADD WS-ACC-DED-AMOUNT TO MBR-FAM-DEDUCTIBLE-MET
           ADD WS-ACC-OOP-AMOUNT TO MBR-FAM-OOP-ACCUMULATED
           IF MBR-FAM-DEDUCTIBLE-MET > MBR-FAM-DEDUCTIBLE
               MOVE MBR-FAM-DEDUCTIBLE TO MBR-FAM-DEDUCTIBLE-MET
           END-IF
           IF MBR-FAM-DEDUCTIBLE-MET < 0
               MOVE 0 TO MBR-FAM-DEDUCTIBLE-MET
           END-IF
           IF MBR-FAM-OOP-ACCUMULATED < 0
               MOVE 0 TO MBR-FAM-OOP-ACCUMULATED
           END-IF
           EXIT.

       DO-CHECK-PBM-MISMATCH SECTION.
           MOVE 'N' TO WS-MISMATCH-SW
           COMPUTE WS-DIFFERENCE =
               MBR-DEDUCTIBLE-MET - RXI-PBM-DEDUCTIBLE-MET
           IF WS-DIFFERENCE > 0.01 OR WS-DIFFERENCE < -0.01
               MOVE 'Y' TO WS-MISMATCH-SW
           END-IF
           COMPUTE WS-DIFFERENCE =
               MBR-OOP-ACCUMULATED - RXI-PBM-OOP-ACCUMULATED
           IF WS-DIFFERENCE > 0.01 OR WS-DIFFERENCE < -0.01
               MOVE 'Y' TO WS-MISMATCH-SW
           END-IF
           IF NOT WS-MISMATCH
               EXIT SECTION
           END-IF

           ADD 1 TO WS-MISMATCH-COUNT
           MOVE MBR-DEDUCTIBLE-MET      TO WS-EDIT-OUR-DED
           MOVE MBR-OOP-ACCUMULATED     TO WS-EDIT-OUR-OOP
           MOVE RXI-PBM-DEDUCTIBLE-MET  TO WS-EDIT-PBM-DED
           MOVE RXI-PBM-OOP-ACCUMULATED TO WS-EDIT-PBM-OOP
           MOVE SPACES TO EXCHANGE-REPORT-LINE
           STRING 'MISMATCH        ' RXI-MEMBER-ID
               ' PBM CLAIM ' RXI-PBM-CLAIM-REF
               ' DED MET OURS ' WS-EDIT-OUR-DED
               ' PBM ' WS-EDIT-PBM-DED
               ' OOP OURS ' WS-EDIT-OUR-OOP
               ' PBM ' WS-EDIT-PBM-OOP
               DELIMITED BY SIZE INTO EXCHANGE-REPORT-LINE
           WRITE EXCHANGE-REPORT-LINE
           EXIT.

       DO-REPORT-REJECT SECTION.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO EXCHANGE-REPORT-LINE
           STRING 'REJECTED        ' RXI-MEMBER-ID
               ' PBM CLAIM ' RXI-PBM-CLAIM-REF
               ' TYPE ' RXI-TRANSACTION-TYPE
               ' FILLED ' RXI-FILL-DATE
               ' - ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO EXCHANGE-REPORT-LINE
           WRITE EXCHANGE-REPORT-LINE
           EXIT.

       DO-WRITE-ACCUM-HISTORY SECTION.
      ******************************************************************
      * APPEND THE CLAIMMAH ROW FOR THE MEMBER-RECORD JUST REWRITTEN.
      * MAH-AMOUNT CARRIES THE SIGNED OUT-OF-POCKET AMOUNT; THE
      * DEDUCTIBLE SHARE SHOWS IN THE MOVEMENT OF MAH-DEDUCTIBLE-MET.
      * MAH-MEMBER-ID IS SET BY THE CALLER.
      ******************************************************************
           MOVE RXI-PBM-CLAIM-REF     TO MAH-CLAIM-ID
           MOVE WS-MAH-ACTION         TO MAH-ACTION
           MOVE WS-ACC-OOP-AMOUNT     TO MAH-AMOUNT
           MOVE MBR-DEDUCTIBLE-MET    TO MAH-DEDUCTIBLE-MET
           MOVE MBR-OOP-ACCUMULATED   TO MAH-OOP-ACCUMULATED
           MOVE WS-CURRENT-ABSTIME    TO MAH-TIMESTAMP
           MOVE 'CLAIMRXA'            TO MAH-USERID

           WRITE MEMBER-ACCUM-HISTORY-RECORD
           EXIT.

       DO-WRITE-EXCHANGE-TOTALS SECTION.
           MOVE WS-SENT-TOTAL TO WS-EDIT-TOTAL-AMOUNT
           MOVE SPACES TO EXCHANGE-REPORT-LINE
           WRITE EXCHANGE-REPORT-LINE
           MOVE SPACES TO EXCHANGE-REPORT-LINE
           STRING 'MEDICAL CHANGES SENT TO PBM: ' WS-SENT-COUNT
               '  NET AMOUNT: ' WS-EDIT-TOTAL-AMOUNT
               DELIMITED BY SIZE INTO EXCHANGE-REPORT-LINE
           WRITE EXCHANGE-REPORT-LINE
           MOVE SPACES TO EXCHANGE-REPORT-LINE
           STRING 'PBM RECORDS: ' WS-INBOUND-COUNT
               '  APPLIED: ' WS-APPLIED-COUNT
               '  REJECTED: ' WS-REJECTED-COUNT
               '  UNKNOWN MEMBER: ' WS-UNKNOWN-COUNT
               '  MISMATCHED: ' WS-MISMATCH-COUNT
               DELIMITED BY SIZE INTO EXCHANGE-REPORT-LINE
           WRITE EXCHANGE-REPORT-LINE
           EXIT.

       DO-CHECK-RUN-CONTROL SECTION.
      ******************************************************************
      * READ THE CLAIMRNC RUN-CONTROL FILE: PICK UP THE BUSINESS
      * PROCESSING DATE FROM THE OPERATIONS 'BUSDATE' ROW, AND
      * REFUSE A DATE THIS JOB ALREADY COMPLETED SO THE PBM FILE IS
      * NEVER APPLIED TWICE. A MISSING CLAIMRNC FILE DISABLES THE
      * CHECKS.
      ******************************************************************
           MOVE 'N' TO WS-RUN-CONTROL-ACTIVE-SW
           MOVE 'N' TO WS-RUN-REFUSED-SW
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RNC-TODAY
           MOVE WS-RNC-TODAY TO WS-PROCESS-DATE

           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = '00'
               DISPLAY 'CLAIMRXA: CLAIMRNC NOT AVAILABLE, '
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

           MOVE 'CLAIMRXA' TO RNC-JOB-NAME
           MOVE WS-PROCESS-DATE TO RNC-PROCESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RNC-COMPLETE
                       MOVE 'Y' TO WS-RUN-REFUSED-SW
                       DISPLAY 'CLAIMRXA: RUN REFUSED - ALREADY '
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

           MOVE 'CLAIMRXA' TO RNC-JOB-NAME
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
