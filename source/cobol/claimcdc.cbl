       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMCDC.
      ******************************************************************
      * NIGHTLY CHANGE-DATA EXTRACT FOR THE ENTERPRISE DATA WAREHOUSE  *
      *                                                                *
      * THE WAREHOUSE USED TO BE RELOADED FROM A WEEKEND IDCAMS REPRO  *
      * OF ALL OF CLAIMCIF, SO IT RAN UP TO A WEEK STALE AND THE       *
      * UNLOAD COMPETED WITH CLAIMSNP FOR THE FILE. THIS JOB SENDS     *
      * ONLY THE CLAIMS ADDED OR CHANGED SINCE ITS LAST RUN, FOUND     *
      * FROM THE ACTIVITY THE SYSTEM ALREADY JOURNALS:                 *
      *                                                                *
      *   CLAIMHIS - EVERY STATUS CHANGE. A ROW WITH A BLANK OLD       *
      *              STATUS IS A NEW CLAIM (INSERT); ANY OTHER ROW IS  *
      *              AN UPDATE. EACH ROW IS ALSO SENT AS A             *
      *              DISPOSITION ROW.                                  *
      *   CLAIMNOT - EVERY NEW EXAMINER NOTE (SENT AS A NOTE ROW; THE  *
      *              CLAIM COUNTS AS UPDATED).                         *
      *   CLAIMPAY - REMITTANCES POSTED SINCE THE LAST RUN DATE (THE   *
      *              CLAIM COUNTS AS UPDATED).                         *
      *   ARCHIN   - THE CLAIMARC GENERATION(S) WRITTEN SINCE THE      *
      *              LAST RUN: EACH CLAIM IN THEM WAS DELETED FROM     *
      *              CLAIMCIF BY THE ARCHIVE AND IS SENT AS AN         *
      *              ARCHIVE DELETION.                                 *
      *   CLAIMCTL - THE CONTROL-TOTAL POSTINGS SINCE THE LAST RUN,    *
      *              SUMMED BY ACTION INTO THE TRAILER SO THE LOAD     *
      *              CAN CHECK THE DELTA AGAINST THE SYSTEM'S OWN      *
      *              COUNTS (E.G. ARCHIVE DELETIONS AGAINST 'ARCH').   *
      *                                                                *
      * "SINCE THE LAST RUN" IS TRACKED WITH A CDCCKP HIGH-WATER-MARK  *
      * CHECKPOINT, THE SAME RE-READ-AND-SKIP TECHNIQUE CLAIMDNL USES  *
      * OVER CLAIMHIS -- HERE ONE COUNT EACH FOR CLAIMHIS, CLAIMNOT    *
      * AND CLAIMCTL PLUS THE DATE OF THE LAST RUN. NO CHECKPOINT      *
      * MEANS A FIRST RUN: THE WHOLE TRAIL IS SENT.                    *
      *                                                                *
      * EVERY CHANGED CLAIM STILL ON CLAIMCIF IS RESTATED IN FULL -- A *
      * HEADER ROW, ONE LINE ROW PER SERVICE LINE (WITH ITS LINE       *
      * DISPOSITION) AND ITS PAYMENT ROW WHEN ONE IS ON CLAIMPAY. A    *
      * CHANGED CLAIM NO LONGER ON CLAIMCIF AND NOT IN THE ARCHIVE WAS *
      * DELETED ONLINE AND IS SENT AS A DELETION.                      *
      *                                                                *
      * THE EXTRACT IS PIPE-DELIMITED AND SELF-DESCRIBING: IT OPENS    *
      * WITH ONE 'DEF' ROW PER ROW TYPE NAMING ITS COLUMNS, EVERY ROW  *
      * BEGINS WITH ITS ROW TYPE, AND IT CLOSES WITH A 'TRL' CONTROL   *
      * ROW. HEADER AND LINE ROWS CARRY AN OPERATION FLAG:             *
      *   I = INSERT   U = UPDATE   A = ARCHIVE DELETION               *
      *   D = DELETED ONLINE                                           *
      * DATES ARE YYYY-MM-DD, TIMESTAMPS YYYY-MM-DD-HH.MM.SS, AMOUNTS  *
      * SIGNED WITH TWO DECIMALS IN THE CLAIM'S OWN CURRENCY (PAYMENT  *
      * ROWS IN USD). A '|' IN FREE TEXT IS SENT AS '/'.               *
      *                                                                *
      * INPUT  : CLAIMHIS - THE STATUS-CHANGE ESDS.                    *
      *          CLAIMNOT - THE EXAMINER-NOTE ESDS.                    *
      *          CLAIMCTL - THE CONTROL-TOTALS ESDS.                   *
      *          ARCHIN   - THE NEW CLAIMARC ARCHIVE GENERATION(S).    *
      *          CLAIMCIF - THE LIVE CLAIM FILE (RANDOM READ).         *
      *          CLAIMPAY - THE PAYMENT KSDS (SWEPT, THEN RANDOM).     *
      * I-O    : CDCCKP   - THE HIGH-WATER-MARK CHECKPOINT.            *
      * OUTPUT : CDCOUT   - THE WAREHOUSE DELTA EXTRACT.               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-HISTORY-FILE ASSIGN TO CLAIMHIS
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLAIM-NOTE-FILE ASSIGN TO CLAIMNOT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO CLAIMCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLAIM-FILE ASSIGN TO CLAIMCIF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-CLAIM-ID
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO CLAIMPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-CLAIM-ID
               FILE STATUS IS WS-PAYMENT-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO CDCCKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO CDCOUT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CLAIMHIS.

       FD  CLAIM-NOTE-FILE
           RECORDING MODE IS F.
       COPY CLAIMNOT.

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY CLAIMCTL.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       COPY CLAIMARR.

       FD  CLAIM-FILE.
       COPY CLAIMCIF.

       FD  PAYMENT-FILE.
       COPY CLAIMPAY.

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  CHECKPOINT-RECORD.
           05  CCKP-HISTORY-PROCESSED  PIC 9(9).
           05  CCKP-NOTES-PROCESSED    PIC 9(9).
           05  CCKP-CONTROL-PROCESSED  PIC 9(9).
           05  CCKP-LAST-RUN-DATE      PIC 9(8).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-LINE                PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PAYMENT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-CONTROL-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-CHECKPOINT-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-HISTORY-EOF              PIC X(1) VALUE 'N'.
           88  WS-HISTORY-AT-EOF                 VALUE 'Y'.
       01  WS-NOTE-EOF                 PIC X(1) VALUE 'N'.
           88  WS-NOTE-AT-EOF                    VALUE 'Y'.
       01  WS-CONTROL-EOF              PIC X(1) VALUE 'N'.
           88  WS-CONTROL-AT-EOF                 VALUE 'Y'.
       01  WS-ARCHIVE-EOF              PIC X(1) VALUE 'N'.
           88  WS-ARCHIVE-AT-EOF                 VALUE 'Y'.
       01  WS-PAYMENT-EOF              PIC X(1) VALUE 'N'.
           88  WS-PAYMENT-AT-EOF                 VALUE 'Y'.

      ******************************************************************
      * CHECKPOINT POSITIONS -- ROWS ALREADY SENT BY PRIOR RUNS (THE
      * SKIP COUNTS) AND ROWS READ THIS RUN (THE NEW HIGH-WATER MARKS).
      ******************************************************************
       01  WS-HISTORY-SKIP             PIC 9(9) VALUE 0.
       01  WS-NOTES-SKIP               PIC 9(9) VALUE 0.
       01  WS-CONTROL-SKIP             PIC 9(9) VALUE 0.
       01  WS-HISTORY-READ             PIC 9(9) VALUE 0.
       01  WS-NOTES-READ               PIC 9(9) VALUE 0.
       01  WS-CONTROL-READ             PIC 9(9) VALUE 0.
       01  WS-LAST-RUN-DATE            PIC 9(8) VALUE 0.
       01  WS-TODAY-DATE               PIC 9(8).

      ******************************************************************
      * CHANGED-CLAIM TABLE -- ONE ENTRY PER CLAIM TOUCHED SINCE THE
      * LAST RUN. AN OVERFLOW IS COUNTED INTO THE TRAILER SO THE LOAD
      * KNOWS THE DELTA IS INCOMPLETE AND A FULL REFRESH IS NEEDED.
      ******************************************************************
       01  WS-CHANGE-TABLE.
           05  WS-CHG-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-CHG-IDX.
               10  WS-CHG-CLAIM-ID     PIC X(8).
               10  WS-CHG-INSERT-SW    PIC X(1).
               10  WS-CHG-ARCHIVED-SW  PIC X(1).
       01  WS-CHANGE-COUNT             PIC 9(5) VALUE 0.
       01  WS-CHANGE-OVERFLOW          PIC 9(7) VALUE 0.
       01  WS-CHANGE-FOUND-SW          PIC X(1) VALUE 'N'.
           88  WS-CHANGE-FOUND                   VALUE 'Y'.
       01  WS-WORK-CLAIM-ID            PIC X(8).
       01  WS-WORK-INSERT-SW           PIC X(1).

      ******************************************************************
      * ROW COUNTS FOR THE TRAILER, AND THE CLAIMCTL ACTIVITY SINCE
      * THE LAST RUN BY ACTION.
      ******************************************************************
       01  WS-HEADER-ROWS              PIC 9(9) VALUE 0.
       01  WS-LINE-ROWS                PIC 9(9) VALUE 0.
       01  WS-DISPOSITION-ROWS         PIC 9(9) VALUE 0.
       01  WS-PAYMENT-ROWS             PIC 9(9) VALUE 0.
       01  WS-NOTE-ROWS                PIC 9(9) VALUE 0.
       01  WS-INSERT-COUNT             PIC 9(9) VALUE 0.
       01  WS-UPDATE-COUNT             PIC 9(9) VALUE 0.
       01  WS-ARCHIVE-DELETE-COUNT     PIC 9(9) VALUE 0.
       01  WS-ONLINE-DELETE-COUNT      PIC 9(9) VALUE 0.
       01  WS-CTL-SUBMIT-COUNT         PIC 9(9) VALUE 0.
       01  WS-CTL-DELETE-COUNT         PIC 9(9) VALUE 0.
       01  WS-CTL-ARCHIVE-COUNT        PIC 9(9) VALUE 0.
       01  WS-CTL-RESTORE-COUNT        PIC 9(9) VALUE 0.

      ******************************************************************
      * ROW-BUILDING WORK FIELDS.
      ******************************************************************
       01  WS-OPERATION                PIC X(1).
       01  WS-ROW-POINTER              PIC 9(3).
       01  WS-LINE-IX                  PIC 9(2).
       01  WS-EDIT-LINE-NO             PIC 9(2).
       01  WS-EDIT-DIAG-POINTER        PIC 9(1).
       01  WS-EDIT-AMOUNT              PIC +9(11).99.
       01  WS-EDIT-AMOUNT-2            PIC +9(11).99.
       01  WS-EDIT-AMOUNT-3            PIC +9(11).99.
       01  WS-EDIT-AMOUNT-4            PIC +9(11).99.
       01  WS-EDIT-AMOUNT-5            PIC +9(11).99.
       01  WS-EDIT-DATE                PIC X(10).
       01  WS-EDIT-TIMESTAMP           PIC X(19).
       01  WS-EDIT-POSTED-DATE         PIC X(10).
       01  WS-EDIT-COUNT               PIC 9(9).
       01  WS-TEXT-21                  PIC X(21).
       01  WS-TEXT-60                  PIC X(60).
       01  WS-SOURCE-DATE              PIC X(10).
       01  WS-SOURCE-YYYYMMDD          PIC 9(8).

       01  WS-ABSTIME-VALUE            PIC S9(15) COMP-3.
       01  WS-ABSTIME-DAYS             PIC S9(9) COMP.
       01  WS-ABSTIME-REMAINDER        PIC S9(9) COMP.
       01  WS-ABSTIME-DATE             PIC 9(8).
       01  WS-ABSTIME-HH               PIC 9(2).
       01  WS-ABSTIME-MM               PIC 9(2).
       01  WS-ABSTIME-SS               PIC 9(2).

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT  CLAIM-HISTORY-FILE
           OPEN INPUT  CLAIM-NOTE-FILE
           OPEN INPUT  CONTROL-FILE
           OPEN INPUT  ARCHIVE-FILE
           OPEN INPUT  CLAIM-FILE
           OPEN INPUT  PAYMENT-FILE
           OPEN OUTPUT EXTRACT-FILE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM DO-READ-CHECKPOINT
           PERFORM DO-WRITE-LAYOUT-ROWS
      ******************************************************************
      * NEW STATUS CHANGES -- EACH IS A DISPOSITION ROW AND MARKS ITS
      * CLAIM CHANGED (AS AN INSERT WHEN IT IS THE RECEIPT ROW).
      ******************************************************************
           PERFORM WS-HISTORY-SKIP TIMES
               READ CLAIM-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
               END-READ
               IF NOT WS-HISTORY-AT-EOF
                   ADD 1 TO WS-HISTORY-READ
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-HISTORY-AT-EOF
               READ CLAIM-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       PERFORM DO-WRITE-DISPOSITION-ROW
                       MOVE HIS-CLAIM-ID TO WS-WORK-CLAIM-ID
                       IF HIS-OLD-STATUS = SPACES
                           MOVE 'Y' TO WS-WORK-INSERT-SW
                       ELSE
                           MOVE 'N' TO WS-WORK-INSERT-SW
                       END-IF
                       PERFORM DO-NOTE-CHANGED-CLAIM
               END-READ
           END-PERFORM
      ******************************************************************
      * NEW EXAMINER NOTES.
      ******************************************************************
           PERFORM WS-NOTES-SKIP TIMES
               READ CLAIM-NOTE-FILE
                   AT END
                       MOVE 'Y' TO WS-NOTE-EOF
               END-READ
               IF NOT WS-NOTE-AT-EOF
                   ADD 1 TO WS-NOTES-READ
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-NOTE-AT-EOF
               READ CLAIM-NOTE-FILE
                   AT END
                       MOVE 'Y' TO WS-NOTE-EOF
                   NOT AT END
                       ADD 1 TO WS-NOTES-READ
                       PERFORM DO-WRITE-NOTE-ROW
                       MOVE NOT-CLAIM-ID TO WS-WORK-CLAIM-ID
                       MOVE 'N' TO WS-WORK-INSERT-SW
                       PERFORM DO-NOTE-CHANGED-CLAIM
               END-READ
           END-PERFORM
      ******************************************************************
      * NEW CONTROL-TOTAL POSTINGS, SUMMED FOR THE TRAILER.
      ******************************************************************
           PERFORM WS-CONTROL-SKIP TIMES
               READ CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-CONTROL-EOF
               END-READ
               IF NOT WS-CONTROL-AT-EOF
                   ADD 1 TO WS-CONTROL-READ
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-CONTROL-AT-EOF
               READ CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       ADD 1 TO WS-CONTROL-READ
                       EVALUATE CTL-ACTION
                           WHEN 'SUBM'
                               ADD CTL-RECORD-COUNT
                                 TO WS-CTL-SUBMIT-COUNT
                           WHEN 'DELT'
                               ADD CTL-RECORD-COUNT
                                 TO WS-CTL-DELETE-COUNT
                           WHEN 'ARCH'
                               ADD CTL-RECORD-COUNT
                                 TO WS-CTL-ARCHIVE-COUNT
                           WHEN 'REST'
                               ADD CTL-RECORD-COUNT
                                 TO WS-CTL-RESTORE-COUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
      ******************************************************************
      * REMITTANCES POSTED SINCE THE LAST RUN.
      ******************************************************************
           PERFORM UNTIL WS-PAYMENT-AT-EOF
               READ PAYMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PAYMENT-EOF
                   NOT AT END
                       IF PAY-POSTED-DATE > WS-LAST-RUN-DATE
                           MOVE PAY-CLAIM-ID TO WS-WORK-CLAIM-ID
                           MOVE 'N' TO WS-WORK-INSERT-SW
                           PERFORM DO-NOTE-CHANGED-CLAIM
                       END-IF
               END-READ
           END-PERFORM
      ******************************************************************
      * ARCHIVE DELETIONS.
      ******************************************************************
           PERFORM UNTIL WS-ARCHIVE-AT-EOF
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-ARCHIVE-EOF
                   NOT AT END
                       PERFORM DO-WRITE-ARCHIVE-DELETION
               END-READ
           END-PERFORM
      ******************************************************************
      * RESTATE EVERY OTHER CHANGED CLAIM FROM CLAIMCIF.
      ******************************************************************
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHANGE-COUNT
               IF WS-CHG-ARCHIVED-SW(WS-CHG-IDX) NOT = 'Y'
                   PERFORM DO-EXTRACT-CHANGED-CLAIM
               END-IF
           END-PERFORM

           PERFORM DO-WRITE-TRAILER-ROW
           PERFORM DO-WRITE-CHECKPOINT

           CLOSE CLAIM-HISTORY-FILE
           CLOSE CLAIM-NOTE-FILE
           CLOSE CONTROL-FILE
           CLOSE ARCHIVE-FILE
           CLOSE CLAIM-FILE
           CLOSE PAYMENT-FILE
           CLOSE EXTRACT-FILE

           DISPLAY 'CLAIMCDC: INSERTS = ' WS-INSERT-COUNT
               ' UPDATES = ' WS-UPDATE-COUNT
               ' ARCHIVE DELETIONS = ' WS-ARCHIVE-DELETE-COUNT
               ' ONLINE DELETIONS = ' WS-ONLINE-DELETE-COUNT
           IF WS-CHANGE-OVERFLOW > 0
               DISPLAY 'CLAIMCDC: CHANGED-CLAIM TABLE OVERFLOW = '
                   WS-CHANGE-OVERFLOW ' - WAREHOUSE NEEDS A FULL '
                   'REFRESH'
           END-IF

           STOP RUN.

       DO-READ-CHECKPOINT SECTION.
      ******************************************************************
      * THE CHECKPOINT HOLDS HOW MANY CLAIMHIS, CLAIMNOT AND CLAIMCTL
      * ROWS PRIOR RUNS HAVE SENT, AND THE DATE OF THE LAST RUN. NO
      * CHECKPOINT FILE MEANS A FIRST RUN.
      ******************************************************************
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS = '00'
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CCKP-HISTORY-PROCESSED TO WS-HISTORY-SKIP
                       MOVE CCKP-NOTES-PROCESSED   TO WS-NOTES-SKIP
                       MOVE CCKP-CONTROL-PROCESSED TO WS-CONTROL-SKIP
                       MOVE CCKP-LAST-RUN-DATE     TO WS-LAST-RUN-DATE
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           EXIT.

       DO-WRITE-CHECKPOINT SECTION.
           MOVE WS-HISTORY-READ TO CCKP-HISTORY-PROCESSED
           MOVE WS-NOTES-READ   TO CCKP-NOTES-PROCESSED
           MOVE WS-CONTROL-READ TO CCKP-CONTROL-PROCESSED
           MOVE WS-TODAY-DATE   TO CCKP-LAST-RUN-DATE
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           EXIT.

       DO-WRITE-LAYOUT-ROWS SECTION.
      ******************************************************************
      * ONE 'DEF' ROW PER ROW TYPE, NAMING ITS COLUMNS IN ORDER, SO
      * THE LOAD NEEDS NO SEPARATE COPY OF THE LAYOUT.
      ******************************************************************
           MOVE SPACES TO EXTRACT-LINE
           STRING 'DEF|CLM|OP|CLAIM_ID|CLAIM_TYPE|STATUS|REASON_CODE|'
               'SERVICE_DATE|MEMBER_ID|PROVIDER|CURRENCY|'
               'CLAIM_AMOUNT|ALLOWED_AMOUNT|PLAN_PAID_AMOUNT|'
               'MEMBER_RESP_AMOUNT|INTEREST_AMOUNT|APPROVED_BY|'
               'ADJUSTMENT_TYPE|ORIG_CLAIM_ID|ENCOUNTER_FLAG|'
               'NETWORK_STATUS|INTAKE_CHANNEL|PARTNER_ID|LAST_UPDATED'
               DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE
           MOVE SPACES TO EXTRACT-LINE
           STRING 'DEF|LIN|OP|CLAIM_ID|LINE_NO|PROCEDURE_CODE|MODIFIER|'
               'DIAG_POINTER|LINE_AMOUNT|DISP_STATUS|DISP_ALLOWED|'
               'DISP_REASON|LINE_DESC'
               DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE
           MOVE SPACES TO EXTRACT-LINE
           STRING 'DEF|DSP|CLAIM_ID|OLD_STATUS|NEW_STATUS|CHANGED_AT|'
               'USERID'
               DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE
           MOVE SPACES TO EXTRACT-LINE
           STRING 'DEF|PAY|CLAIM_ID|PAYMENT_METHOD|PAYMENT_REFERENCE|'
               'PAID_DATE|PAID_AMOUNT_USD|POSTED_DATE'
               DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE
           MOVE SPACES TO EXTRACT-LINE
           STRING 'DEF|NOT|CLAIM_ID|NOTED_AT|USERID|NOTE_TEXT'
               DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE
           MOVE SPACES TO EXTRACT-LINE
           STRING 'DEF|TRL|RUN_DATE|SINCE_DATE|CLM_ROWS|LIN_ROWS|'
               'DSP_ROWS|PAY_ROWS|NOT_ROWS|INSERTS|UPDATES|'
               'ARCHIVE_DELETES|ONLINE_DELETES|CTL_SUBMITTED|'
               'CTL_DELETED|CTL_ARCHIVED|CTL_RESTORED|OVERFLOW'
               DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE
           EXIT.

       DO-NOTE-CHANGED-CLAIM SECTION.
      ******************************************************************
      * ADD WS-WORK-CLAIM-ID TO THE CHANGED-CLAIM TABLE, OR MARK THE
      * ENTRY ALREADY THERE AS AN INSERT WHEN THIS ACTIVITY WAS THE
      * CLAIM'S RECEIPT.
      ******************************************************************
           SET WS-CHG-IDX TO 1
           SEARCH WS-CHG-ENTRY
               AT END
                   ADD 1 TO WS-CHANGE-OVERFLOW
               WHEN WS-CHG-IDX > WS-CHANGE-COUNT
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE WS-WORK-CLAIM-ID
                     TO WS-CHG-CLAIM-ID(WS-CHG-IDX)
                   MOVE WS-WORK-INSERT-SW
                     TO WS-CHG-INSERT-SW(WS-CHG-IDX)
                   MOVE 'N' TO WS-CHG-ARCHIVED-SW(WS-CHG-IDX)
               WHEN WS-CHG-CLAIM-ID(WS-CHG-IDX) = WS-WORK-CLAIM-ID
                   IF WS-WORK-INSERT-SW = 'Y'
                       MOVE 'Y' TO WS-CHG-INSERT-SW(WS-CHG-IDX)
                   END-IF
           END-SEARCH
           EXIT.

       DO-WRITE-ARCHIVE-DELETION SECTION.
      ******************************************************************
      * THE ARCHIVED CLAIM'S HEADER GOES OUT FLAGGED 'A' FROM ITS
      * ARCHIVE IMAGE, AND ANY OTHER CHANGE SEEN FOR IT THIS RUN IS
      * SUPERSEDED (IT IS NO LONGER ON CLAIMCIF TO RESTATE).
      ******************************************************************
           MOVE ARCHIVE-RECORD TO CF-CLAIM-RECORD
           MOVE 'A' TO WS-OPERATION
           PERFORM DO-WRITE-HEADER-ROW
           ADD 1 TO WS-ARCHIVE-DELETE-COUNT

           SET WS-CHG-IDX TO 1
           SEARCH WS-CHG-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CHG-IDX > WS-CHANGE-COUNT
                   CONTINUE
               WHEN WS-CHG-CLAIM-ID(WS-CHG-IDX) = AR-CLAIM-ID
                   MOVE 'Y' TO WS-CHG-ARCHIVED-SW(WS-CHG-IDX)
           END-SEARCH
           EXIT.

       DO-EXTRACT-CHANGED-CLAIM SECTION.
      ******************************************************************
      * RESTATE ONE CHANGED CLAIM: HEADER, LINES AND PAYMENT. A CLAIM
      * NO LONGER ON CLAIMCIF WAS DELETED ONLINE -- ONLY ITS KEY IS
      * KNOWN, SO ITS DELETION ROW CARRIES THE CLAIM ID ALONE.
      ******************************************************************
           MOVE WS-CHG-CLAIM-ID(WS-CHG-IDX) TO CF-CLAIM-ID
           READ CLAIM-FILE
               INVALID KEY
                   ADD 1 TO WS-ONLINE-DELETE-COUNT
                   ADD 1 TO WS-HEADER-ROWS
                   MOVE SPACES TO EXTRACT-LINE
                   STRING 'CLM|D|' WS-CHG-CLAIM-ID(WS-CHG-IDX)
                       DELIMITED BY SIZE INTO EXTRACT-LINE
                   WRITE EXTRACT-LINE
                   EXIT SECTION
           END-READ

           IF WS-CHG-INSERT-SW(WS-CHG-IDX) = 'Y'
               MOVE 'I' TO WS-OPERATION
               ADD 1 TO WS-INSERT-COUNT
           ELSE
               MOVE 'U' TO WS-OPERATION
               ADD 1 TO WS-UPDATE-COUNT
           END-IF
           PERFORM DO-WRITE-HEADER-ROW

           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > CF-CLAIM-LINE-ITEM-COUNT
                      OR WS-LINE-IX > 10
               PERFORM DO-WRITE-LINE-ROW
           END-PERFORM

           MOVE CF-CLAIM-ID TO PAY-CLAIM-ID
           READ PAYMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM DO-WRITE-PAYMENT-ROW
           END-READ
           EXIT.

       DO-WRITE-HEADER-ROW SECTION.
           MOVE CF-CLAIM-DATE TO WS-SOURCE-DATE
           PERFORM DO-FORMAT-SOURCE-DATE
           MOVE CF-CLAIM-LAST-UPDATED TO WS-ABSTIME-VALUE
           PERFORM DO-FORMAT-ABSTIME
           MOVE CF-CLAIM-PROVIDER TO WS-TEXT-21
           INSPECT WS-TEXT-21 REPLACING ALL '|' BY '/'
           MOVE CF-CLAIM-AMOUNT             TO WS-EDIT-AMOUNT
           MOVE CF-CLAIM-ALLOWED-AMOUNT     TO WS-EDIT-AMOUNT-2
           MOVE CF-CLAIM-PLAN-PAID-AMOUNT   TO WS-EDIT-AMOUNT-3
           MOVE CF-CLAIM-MEMBER-RESP-AMOUNT TO WS-EDIT-AMOUNT-4
           MOVE CF-CLAIM-INTEREST-AMOUNT    TO WS-EDIT-AMOUNT-5

           MOVE SPACES TO EXTRACT-LINE
           STRING 'CLM|' WS-OPERATION
               '|' CF-CLAIM-ID
               '|' CF-CLAIM-TYPE
               '|' CF-CLAIM-STATUS
               '|' CF-CLAIM-REASON-CODE
               '|' WS-EDIT-DATE
               '|' CF-CLAIM-MEMBER-ID
               '|' WS-TEXT-21
               '|' CF-CLAIM-CURRENCY-CODE
               '|' WS-EDIT-AMOUNT
               '|' WS-EDIT-AMOUNT-2
               '|' WS-EDIT-AMOUNT-3
               '|' WS-EDIT-AMOUNT-4
               '|' WS-EDIT-AMOUNT-5
               '|' CF-CLAIM-APPROVED-BY
               '|' CF-CLAIM-ADJUSTMENT-TYPE
               '|' CF-CLAIM-ORIG-CLAIM-ID
               '|' CF-CLAIM-ENCOUNTER-FLAG
               '|' CF-CLAIM-NETWORK-STATUS
               '|' CF-CLAIM-INTAKE-CHANNEL
               '|' CF-CLAIM-PARTNER-ID
               '|' WS-EDIT-TIMESTAMP
               DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE
           ADD 1 TO WS-HEADER-ROWS
           EXIT.

       DO-WRITE-LINE-ROW SECTION.
           MOVE WS-LINE-IX TO WS-EDIT-LINE-NO
           MOVE CF-LINE-DIAG-POINTER(WS-LINE-IX)
             TO WS-EDIT-DIAG-POINTER
           MOVE CF-LINE-AMOUNT(WS-LINE-IX)        TO WS-EDIT-AMOUNT
           MOVE CF-LINE-DISP-ALLOWED(WS-LINE-IX)  TO WS-EDIT-AMOUNT-2
           MOVE CF-LINE-DESC(WS-LINE-IX) TO WS-TEXT-21
           INSPECT WS-TEXT-21 REPLACING ALL '|' BY '/'

           MOVE SPACES TO EXTRACT-LINE
           STRING 'LIN|' WS-OPERATION
               '|' CF-CLAIM-ID
               '|' WS-EDIT-LINE-NO
               '|' CF-LINE-PROCEDURE-CODE(WS-LINE-IX)
               '|' CF-LINE-MODIFIER(WS-LINE-IX)
               '|' WS-EDIT-DIAG-POINTER
               '|' WS-EDIT-AMOUNT
               '|' CF-LINE-DISP-STATUS(WS-LINE-IX)
               '|' WS-EDIT-AMOUNT-2
               '|' CF-LINE-DISP-REASON(WS-LINE-IX)
               '|' WS-TEXT-21
               DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE
           ADD 1 TO WS-LINE-ROWS
           EXIT.

       DO-WRITE-DISPOSITION-ROW SECTION.
           MOVE HIS-TIMESTAMP TO WS-ABSTIME-VALUE
           PERFORM DO-FORMAT-ABSTIME

           MOVE SPACES TO EXTRACT-LINE
           STRING 'DSP|' HIS-CLAIM-ID
               '|' HIS-OLD-STATUS
               '|' HIS-NEW-STATUS
               '|' WS-EDIT-TIMESTAMP
               '|' HIS-USERID
               DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE
           ADD 1 TO WS-DISPOSITION-ROWS
           EXIT.

       DO-WRITE-PAYMENT-ROW SECTION.
           MOVE PAY-PAID-DATE TO WS-SOURCE-DATE
           PERFORM DO-FORMAT-SOURCE-DATE
           MOVE SPACES TO WS-EDIT-POSTED-DATE
           IF PAY-POSTED-DATE IS NUMERIC
           AND PAY-POSTED-DATE > 0
               STRING PAY-POSTED-DATE(1:4) '-' PAY-POSTED-DATE(5:2)
                   '-' PAY-POSTED-DATE(7:2)
                   DELIMITED BY SIZE INTO WS-EDIT-POSTED-DATE
           END-IF
           MOVE PAY-PAID-AMOUNT TO WS-EDIT-AMOUNT

           MOVE SPACES TO EXTRACT-LINE
           STRING 'PAY|' PAY-CLAIM-ID
               '|' PAY-PAYMENT-METHOD
               '|' PAY-PAYMENT-REFERENCE
               '|' WS-EDIT-DATE
               '|' WS-EDIT-AMOUNT
               '|' WS-EDIT-POSTED-DATE
               DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE
           ADD 1 TO WS-PAYMENT-ROWS
           EXIT.

       DO-WRITE-NOTE-ROW SECTION.
           MOVE NOT-TIMESTAMP TO WS-ABSTIME-VALUE
           PERFORM DO-FORMAT-ABSTIME
           MOVE NOT-NOTE-TEXT TO WS-TEXT-60
           INSPECT WS-TEXT-60 REPLACING ALL '|' BY '/'

           MOVE SPACES TO EXTRACT-LINE
           STRING 'NOT|' NOT-CLAIM-ID
               '|' WS-EDIT-TIMESTAMP
               '|' NOT-USERID
               '|' WS-TEXT-60
               DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE
           ADD 1 TO WS-NOTE-ROWS
           EXIT.

       DO-WRITE-TRAILER-ROW SECTION.
      ******************************************************************
      * THE CONTROL ROW: THE EXTRACT'S OWN ROW COUNTS, THE OPERATION
      * COUNTS, AND THE CLAIMCTL ACTIVITY FOR THE SAME WINDOW. THE
      * LOAD SHOULD REJECT THE DELTA IF ITS ROW COUNTS DISAGREE OR
      * THE OVERFLOW COUNT IS NOT ZERO.
      ******************************************************************
           MOVE SPACES TO EXTRACT-LINE
           MOVE 1 TO WS-ROW-POINTER
           STRING 'TRL|' WS-TODAY-DATE '|' WS-LAST-RUN-DATE
               '|' WS-HEADER-ROWS
               '|' WS-LINE-ROWS
               '|' WS-DISPOSITION-ROWS
               '|' WS-PAYMENT-ROWS
               '|' WS-NOTE-ROWS
               '|' WS-INSERT-COUNT
               '|' WS-UPDATE-COUNT
               '|' WS-ARCHIVE-DELETE-COUNT
               '|' WS-ONLINE-DELETE-COUNT
               DELIMITED BY SIZE INTO EXTRACT-LINE
               WITH POINTER WS-ROW-POINTER
           MOVE WS-CHANGE-OVERFLOW TO WS-EDIT-COUNT
           STRING '|' WS-CTL-SUBMIT-COUNT
               '|' WS-CTL-DELETE-COUNT
               '|' WS-CTL-ARCHIVE-COUNT
               '|' WS-CTL-RESTORE-COUNT
               '|' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO EXTRACT-LINE
               WITH POINTER WS-ROW-POINTER
           WRITE EXTRACT-LINE
           EXIT.

       DO-FORMAT-SOURCE-DATE SECTION.
      ******************************************************************
      * MM/DD/YYYY (THE CLAIM AND REMITTANCE DATE FORMAT) TO
      * YYYY-MM-DD; ANYTHING NOT A DATE GOES OUT BLANK.
      ******************************************************************
           MOVE SPACES TO WS-EDIT-DATE
           IF WS-SOURCE-DATE(1:2) IS NUMERIC
          AND WS-SOURCE-DATE(4:2) IS NUMERIC
          AND WS-SOURCE-DATE(7:4) IS NUMERIC
               STRING WS-SOURCE-DATE(7:4) '-' WS-SOURCE-DATE(1:2)
                   '-' WS-SOURCE-DATE(4:2)
                   DELIMITED BY SIZE INTO WS-EDIT-DATE
           END-IF
           EXIT.

       DO-FORMAT-ABSTIME SECTION.
      ******************************************************************
      * AN ABSTIME (HUNDREDTHS OF A SECOND SINCE 1900-01-01) TO
      * YYYY-MM-DD-HH.MM.SS, ON THE SAME MIDNIGHT-BASED SCALE THE REST
      * OF THE BATCH SUITE USES. ZERO GOES OUT BLANK.
      ******************************************************************
           MOVE SPACES TO WS-EDIT-TIMESTAMP
           IF WS-ABSTIME-VALUE NOT > 0
               EXIT SECTION
           END-IF
           COMPUTE WS-ABSTIME-DAYS = WS-ABSTIME-VALUE / 8640000
           COMPUTE WS-ABSTIME-REMAINDER =
               (WS-ABSTIME-VALUE - WS-ABSTIME-DAYS * 8640000) / 100
           COMPUTE WS-ABSTIME-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(19000101) + WS-ABSTIME-DAYS)
           COMPUTE WS-ABSTIME-HH = WS-ABSTIME-REMAINDER / 3600
           COMPUTE WS-ABSTIME-MM =
               (WS-ABSTIME-REMAINDER - WS-ABSTIME-HH * 3600) / 60
           COMPUTE WS-ABSTIME-SS =
               WS-ABSTIME-REMAINDER - WS-ABSTIME-HH * 3600
               - WS-ABSTIME-MM * 60
           STRING WS-ABSTIME-DATE(1:4) '-' WS-ABSTIME-DATE(5:2)
               '-' WS-ABSTIME-DATE(7:2) '-' WS-ABSTIME-HH
               '.' WS-ABSTIME-MM '.' WS-ABSTIME-SS
               DELIMITED BY SIZE INTO WS-EDIT-TIMESTAMP
           EXIT.
