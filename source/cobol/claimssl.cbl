       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMSSL.
      ******************************************************************
      * MONTHLY SPECIFIC STOP-LOSS REINSURANCE REPORTING AND CLAIMS    *
      *                                                                *
      * THE SPECIFIC STOP-LOSS CONTRACT REIMBURSES US FOR WHATEVER     *
      * ANY ONE MEMBER'S PAID CLAIMS IN A CONTRACT YEAR EXCEED THE     *
      * SPECIFIC ATTACHMENT POINT. FINANCE USED TO FIND THOSE MEMBERS  *
      * BY HAND FROM THE ANNUAL CLAIMPAN AND CLAIMLAG OUTPUT. THIS     *
      * JOB ACCUMULATES PAID AMOUNTS PER MEMBER FOR THE CONTRACT YEAR  *
      * FROM THE LIVE CLAIMCIF AND THE CLAIMARC ARCHIVE GENERATIONS    *
      * (ARCHIN, AS CLAIMPAN READS THEM) JOINED TO CLAIMPAY, AND:      *
      *                                                                *
      *   - LISTS EVERY MEMBER AT OR OVER THE EARLY-NOTIFICATION       *
      *     SHARE OF THE ATTACHMENT POINT (DEFAULT 50%) -- MEMBERS     *
      *     REACHING IT FOR THE FIRST TIME ARE FLAGGED 'NEW' FOR THE   *
      *     CARRIER NOTIFICATION;                                      *
      *   - LISTS EVERY MEMBER OVER THE ATTACHMENT POINT, AND FOR      *
      *     EACH ONE WHOSE EXCESS HAS GROWN SINCE THE LAST CLAIM       *
      *     FILED WRITES THE REIMBURSEMENT CLAIM FILE (SSLOUT): EVERY  *
      *     PAID CLAIM OF THE MEMBER IN THE CONTRACT YEAR ('C'), THEN  *
      *     A MEMBER SUMMARY ('M') WITH THE TOTAL PAID, THE EXCESS AND *
      *     THE AMOUNT NOW CLAIMED, AND A 'T' TRAILER;                 *
      *   - POSTS THE CARRIER'S REIMBURSEMENTS (SSLREM) SO THE         *
      *     OUTSTANDING RECOVERABLE PER MEMBER IS TRACKED ON CLAIMSSR. *
      *                                                                *
      * A CLAIM COUNTS AS PAID WHEN IT WAS EXTRACTED FOR PAYMENT AND   *
      * THE DISBURSEMENT SYSTEM HAS CONFIRMED A REMITTANCE ON CLAIMPAY *
      * (SEE CLAIMPST); THE REMITTED USD AMOUNT IS WHAT ACCUMULATES.   *
      * THE CONTRACT YEAR IS ON AN INCURRED BASIS: DATE OF SERVICE ON  *
      * OR AFTER THE CONTRACT START AND BEFORE ITS ANNIVERSARY.        *
      * ENCOUNTERS (NOTHING PAID) AND CLAIMS STAMPED 'RTRM' (UNDER     *
      * RECOVERY BY CLAIMRTS) DO NOT COUNT. EXTRACTED CLAIMS STILL     *
      * WAITING ON A REMITTANCE ARE COUNTED ON THE REPORT ONLY.        *
      *                                                                *
      * THE CONTRACT TERMS ARE ONE PARMIN CARD: COLS 1-8 THE CONTRACT  *
      * YEAR START (YYYYMMDD), COLS 9-19 THE SPECIFIC ATTACHMENT       *
      * POINT (9(9)V99, USD), COLS 20-22 THE EARLY-NOTIFICATION        *
      * PERCENTAGE (BLANK OR ZERO MEANS 50). NO VALID CARD, NO RUN.    *
      *                                                                *
      * RUN CONTROL: THE JOB REFUSES A BUSINESS DATE IT ALREADY        *
      * COMPLETED (A REIMBURSEMENT FILE MUST NEVER POST TWICE) AND     *
      * POSTS ITS OWN CLAIMRNC 'DONE' AT CLEAN END OF JOB. THE CLAIM   *
      * FILE ITSELF IS CUMULATIVE -- SSR-CLAIMED-AMOUNT RECORDS WHAT   *
      * HAS ALREADY BEEN CLAIMED, SO ONLY THE GROWTH IS CLAIMED NEXT.  *
      *                                                                *
      * INPUT  : PARMIN   - THE CONTRACT TERMS CARD.                   *
      *          CLAIMCIF - THE LIVE VSAM KSDS CLAIM FILE.             *
      *          ARCHIN   - CONCATENATED CLAIMARC ARCHIVE GENERATIONS. *
      *          CLAIMPAY - THE PAYMENT REMITTANCE KSDS.               *
      *          SSLREM   - THE CARRIER'S REIMBURSEMENT FILE.          *
      * I-O    : CLAIMSSR - THE STOP-LOSS LEDGER.                      *
      *          CLAIMRNC - BATCH RUN CONTROL.                         *
      * OUTPUT : SSLOUT   - THE REIMBURSEMENT CLAIM FILE.              *
      *          SSLRPT   - THE STOP-LOSS REPORT FOR FINANCE.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
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
           SELECT REIMBURSEMENT-FILE ASSIGN TO SSLREM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REIMB-FILE-STATUS.
           SELECT STOP-LOSS-FILE ASSIGN TO CLAIMSSR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SSR-KEY
               FILE STATUS IS WS-STOP-LOSS-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CLAIMRNC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RNC-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT REINSURANCE-CLAIM-FILE ASSIGN TO SSLOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT STOP-LOSS-REPORT ASSIGN TO SSLRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PRM-CONTRACT-START      PIC 9(8).
           05  PRM-ATTACHMENT-POINT    PIC 9(9)V9(2).
           05  PRM-NOTIFY-PERCENT      PIC 9(3).
           05  FILLER                  PIC X(58).

       FD  CLAIM-FILE.
       COPY CLAIMCIF.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       COPY CLAIMARR.

       FD  PAYMENT-FILE.
       COPY CLAIMPAY.

      ******************************************************************
      * THE CARRIER'S REIMBURSEMENT RECORD: ONE PAYMENT AGAINST A
      * MEMBER'S CONTRACT-YEAR CLAIM.
      ******************************************************************
       FD  REIMBURSEMENT-FILE
           RECORDING MODE IS F.
       01  REIMBURSEMENT-RECORD.
           05  REM-MEMBER-ID           PIC X(8).
           05  REM-CONTRACT-START      PIC 9(8).
           05  REM-AMOUNT              PIC 9(9)V9(2).
           05  REM-RECEIVED-DATE       PIC 9(8).
           05  REM-CARRIER-REFERENCE   PIC X(16).
           05  FILLER                  PIC X(29).

       FD  STOP-LOSS-FILE.
       COPY CLAIMSSR.

       FD  RUN-CONTROL-FILE.
       COPY CLAIMRNC.

      ******************************************************************
      * THE REIMBURSEMENT CLAIM FILE FOR THE CARRIER. THE RECORD-TYPE
      * BYTE IS SHARED: 'C' CLAIM DETAIL, 'M' MEMBER SUMMARY, 'T'
      * TRAILER.
      ******************************************************************
       FD  REINSURANCE-CLAIM-FILE
           RECORDING MODE IS F.
       01  SSL-CLAIM-DETAIL.
           05  SSC-RECORD-TYPE         PIC X(1).
           05  SSC-MEMBER-ID           PIC X(8).
           05  SSC-CONTRACT-START      PIC 9(8).
           05  SSC-CLAIM-ID            PIC X(8).
           05  SSC-SERVICE-DATE        PIC 9(8).
           05  SSC-PROVIDER            PIC X(21).
           05  SSC-CLAIM-TYPE          PIC X(8).
           05  SSC-PAID-DATE           PIC X(10).
           05  SSC-PAID-AMOUNT         PIC 9(9)V9(2).
           05  FILLER                  PIC X(17).
       01  SSL-MEMBER-SUMMARY.
           05  SSM-RECORD-TYPE         PIC X(1).
           05  SSM-MEMBER-ID           PIC X(8).
           05  SSM-CONTRACT-START      PIC 9(8).
           05  SSM-CLAIM-COUNT         PIC 9(5).
           05  SSM-TOTAL-PAID          PIC 9(9)V9(2).
           05  SSM-ATTACHMENT-POINT    PIC 9(9)V9(2).
           05  SSM-EXCESS-AMOUNT       PIC 9(9)V9(2).
           05  SSM-PRIOR-CLAIMED       PIC 9(9)V9(2).
           05  SSM-CLAIMED-NOW         PIC 9(9)V9(2).
           05  FILLER                  PIC X(23).
       01  SSL-TRAILER.
           05  SST-RECORD-TYPE         PIC X(1).
           05  SST-PROCESS-DATE        PIC 9(8).
           05  SST-MEMBER-COUNT        PIC 9(7).
           05  SST-DETAIL-COUNT        PIC 9(9).
           05  SST-CLAIMED-TOTAL       PIC 9(11)V9(2).
           05  FILLER                  PIC X(62).

       FD  STOP-LOSS-REPORT
           RECORDING MODE IS F.
       01  STOP-LOSS-REPORT-LINE       PIC X(132).

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
       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PAYMENT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-REIMB-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-STOP-LOSS-STATUS         PIC X(2) VALUE '00'.
       01  WS-CLAIM-FILE-EOF           PIC X(1) VALUE 'N'.
           88  WS-CLAIM-FILE-AT-EOF              VALUE 'Y'.
       01  WS-ARCHIVE-EOF              PIC X(1) VALUE 'N'.
           88  WS-ARCHIVE-AT-EOF                 VALUE 'Y'.
       01  WS-REIMB-EOF                PIC X(1) VALUE 'N'.
           88  WS-REIMB-AT-EOF                   VALUE 'Y'.

      ******************************************************************
      * THE CONTRACT TERMS FROM PARMIN. THE CONTRACT YEAR RUNS FROM
      * WS-CONTRACT-START UP TO (NOT INCLUDING) WS-CONTRACT-NEXT, THE
      * SAME MONTH AND DAY A YEAR LATER.
      ******************************************************************
       01  WS-CONTRACT-START           PIC 9(8) VALUE 0.
       01  WS-CONTRACT-NEXT            PIC 9(8).
       01  WS-ATTACHMENT-POINT         COMP-2 VALUE 0.
       01  WS-NOTIFY-PERCENT           PIC 9(3) VALUE 50.
       01  WS-NOTIFY-THRESHOLD         COMP-2.

      ******************************************************************
      * PER-MEMBER ACCUMULATOR TABLE, ADDED TO AS MEMBERS ARE FIRST
      * SEEN -- SAME FIND-OR-ADD SHAPE AS CLAIMPAN'S PROVIDER TABLE.
      * WS-MT-FILE-SW MARKS A MEMBER WHOSE CLAIMS GO ON THIS MONTH'S
      * REIMBURSEMENT FILE. AN OVERFLOW IS COUNTED AND REPORTED.
      ******************************************************************
       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-MT-IDX.
               10  WS-MT-MEMBER-ID     PIC X(8).
               10  WS-MT-CLAIM-COUNT   PIC 9(5).
               10  WS-MT-PAID-AMOUNT   COMP-2 SYNC.
               10  WS-MT-PRIOR-CLAIMED COMP-2 SYNC.
               10  WS-MT-CLAIMED-NOW   COMP-2 SYNC.
               10  WS-MT-RECEIVED      COMP-2 SYNC.
               10  WS-MT-NEW-NOTIFY-SW PIC X(1).
                   88  WS-MT-NEW-NOTIFY          VALUE 'Y'.
               10  WS-MT-FILE-SW       PIC X(1).
                   88  WS-MT-ON-FILE             VALUE 'Y'.
       01  WS-MEMBER-COUNT             PIC 9(4) VALUE 0.
       01  WS-OVERFLOW-COUNT           PIC 9(7) VALUE 0.
       01  WS-MT-FOUND-SW              PIC X(1).
           88  WS-MT-FOUND                       VALUE 'Y'.

       01  WS-WORK-MEMBER-ID           PIC X(8).
       01  WS-WORK-CLAIM-ID            PIC X(8).
       01  WS-WORK-AMOUNT              COMP-2 SYNC.
       01  WS-SERVICE-DATE             PIC 9(8).
       01  WS-EXCESS-AMOUNT            COMP-2.
       01  WS-OUTSTANDING              COMP-2.
       01  WS-SELECTED-SW              PIC X(1).
           88  WS-SELECTED                       VALUE 'Y'.

       01  WS-PAID-CLAIM-COUNT         PIC 9(7) VALUE 0.
       01  WS-AWAITING-REMIT-COUNT     PIC 9(7) VALUE 0.
       01  WS-NOTIFY-COUNT             PIC 9(7) VALUE 0.
       01  WS-NEW-NOTIFY-COUNT         PIC 9(7) VALUE 0.
       01  WS-OVER-COUNT               PIC 9(7) VALUE 0.
       01  WS-FILED-MEMBER-COUNT       PIC 9(7) VALUE 0.
       01  WS-DETAIL-COUNT             PIC 9(9) VALUE 0.
       01  WS-REIMB-COUNT              PIC 9(7) VALUE 0.
       01  WS-REIMB-REJECT-COUNT       PIC 9(7) VALUE 0.
       01  WS-CLAIMED-TOTAL            COMP-2 VALUE 0.
       01  WS-RECEIVED-TOTAL           COMP-2 VALUE 0.
       01  WS-OUTSTANDING-TOTAL        COMP-2 VALUE 0.

       01  WS-EDIT-COUNT               PIC ZZ,ZZ9.
       01  WS-EDIT-PAID                PIC $$$,$$$,$$9.99.
       01  WS-EDIT-EXCESS              PIC $$$,$$$,$$9.99.
       01  WS-EDIT-CLAIMED             PIC $$$,$$$,$$9.99.
       01  WS-EDIT-RECEIVED            PIC $$$,$$$,$$9.99.
       01  WS-EDIT-OUTSTANDING         PIC -$$,$$$,$$9.99.
       01  WS-EDIT-TOTAL-AMOUNT        PIC $$$$,$$$,$$9.99.
       01  WS-NEW-FLAG                 PIC X(3).

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           PERFORM DO-CHECK-RUN-CONTROL
           IF WS-RUN-REFUSED
               STOP RUN
           END-IF

           PERFORM DO-READ-PARM-CARD
           IF WS-CONTRACT-START = 0
               DISPLAY 'CLAIMSSL: RUN REFUSED - NO VALID CONTRACT '
                   'TERMS CARD ON PARMIN'
               IF WS-RUN-CONTROL-ACTIVE
                   CLOSE RUN-CONTROL-FILE
               END-IF
               STOP RUN
           END-IF

           OPEN INPUT  CLAIM-FILE
           OPEN INPUT  PAYMENT-FILE
           OPEN I-O    STOP-LOSS-FILE
           OPEN OUTPUT REINSURANCE-CLAIM-FILE
           OPEN OUTPUT STOP-LOSS-REPORT

           MOVE SPACES TO STOP-LOSS-REPORT-LINE
           STRING 'SPECIFIC STOP-LOSS REPORT FOR CONTRACT YEAR '
               WS-CONTRACT-START ' - RUN ' WS-PROCESS-DATE
               ' (ALL AMOUNTS IN USD)'
               DELIMITED BY SIZE INTO STOP-LOSS-REPORT-LINE
           WRITE STOP-LOSS-REPORT-LINE
           MOVE WS-ATTACHMENT-POINT TO WS-EDIT-PAID
           MOVE SPACES TO STOP-LOSS-REPORT-LINE
           STRING 'SPECIFIC ATTACHMENT POINT ' WS-EDIT-PAID
               '  EARLY NOTIFICATION AT ' WS-NOTIFY-PERCENT '%'
               DELIMITED BY SIZE INTO STOP-LOSS-REPORT-LINE
           WRITE STOP-LOSS-REPORT-LINE

           PERFORM DO-POST-REIMBURSEMENTS

           OPEN INPUT ARCHIVE-FILE
           PERFORM UNTIL WS-CLAIM-FILE-AT-EOF
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CLAIM-FILE-EOF
                   NOT AT END
                       PERFORM DO-SELECT-LIVE-CLAIM
                       IF WS-SELECTED
                           PERFORM DO-ACCUMULATE-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           PERFORM UNTIL WS-ARCHIVE-AT-EOF
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-ARCHIVE-EOF
                   NOT AT END
                       PERFORM DO-SELECT-ARCHIVED-CLAIM
                       IF WS-SELECTED
                           PERFORM DO-ACCUMULATE-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE

           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MEMBER-COUNT
               PERFORM DO-EVALUATE-MEMBER
           END-PERFORM

           IF WS-FILED-MEMBER-COUNT > 0
               PERFORM DO-WRITE-CLAIM-DETAILS
           END-IF
           PERFORM DO-WRITE-MEMBER-SUMMARIES

           MOVE SPACES TO SSL-TRAILER
           MOVE 'T' TO SST-RECORD-TYPE
           MOVE WS-PROCESS-DATE TO SST-PROCESS-DATE
           MOVE WS-FILED-MEMBER-COUNT TO SST-MEMBER-COUNT
           MOVE WS-DETAIL-COUNT TO SST-DETAIL-COUNT
           COMPUTE SST-CLAIMED-TOTAL ROUNDED = WS-CLAIMED-TOTAL
           WRITE SSL-TRAILER

           PERFORM DO-WRITE-STOP-LOSS-REPORT

           CLOSE CLAIM-FILE
           CLOSE PAYMENT-FILE
           CLOSE STOP-LOSS-FILE
           CLOSE REINSURANCE-CLAIM-FILE
           CLOSE STOP-LOSS-REPORT

           DISPLAY 'CLAIMSSL: MEMBERS WITH PAID CLAIMS = '
               WS-MEMBER-COUNT
               ' AT NOTIFICATION = ' WS-NOTIFY-COUNT
               ' OVER ATTACHMENT = ' WS-OVER-COUNT
           DISPLAY 'CLAIMSSL: MEMBERS CLAIMED THIS RUN = '
               WS-FILED-MEMBER-COUNT
               ' REIMBURSEMENTS POSTED = ' WS-REIMB-COUNT
               ' REJECTED = ' WS-REIMB-REJECT-COUNT
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY 'CLAIMSSL: CLAIMS OMITTED, MEMBER TABLE FULL = '
                   WS-OVERFLOW-COUNT
           END-IF

           PERFORM DO-POST-RUN-CONTROL

           STOP RUN.

       DO-READ-PARM-CARD SECTION.
      ******************************************************************
      * THE CONTRACT START MUST BE A REAL DATE AND THE ATTACHMENT
      * POINT POSITIVE, OR THE CARD IS IGNORED AND THE RUN REFUSED.
      ******************************************************************
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = '00'
               EXIT SECTION
           END-IF
           READ PARM-FILE
               AT END
                   CLOSE PARM-FILE
                   EXIT SECTION
           END-READ
           CLOSE PARM-FILE

           IF PRM-CONTRACT-START NOT NUMERIC
           OR PRM-ATTACHMENT-POINT NOT NUMERIC
               EXIT SECTION
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(PRM-CONTRACT-START) NOT = 0
           OR PRM-ATTACHMENT-POINT = 0
               EXIT SECTION
           END-IF

           MOVE PRM-CONTRACT-START TO WS-CONTRACT-START
           COMPUTE WS-CONTRACT-NEXT = WS-CONTRACT-START + 10000
           MOVE PRM-ATTACHMENT-POINT TO WS-ATTACHMENT-POINT
           IF PRM-NOTIFY-PERCENT IS NUMERIC
          AND PRM-NOTIFY-PERCENT > 0
          AND PRM-NOTIFY-PERCENT < 100
               MOVE PRM-NOTIFY-PERCENT TO WS-NOTIFY-PERCENT
           END-IF
           COMPUTE WS-NOTIFY-THRESHOLD =
               WS-ATTACHMENT-POINT * WS-NOTIFY-PERCENT / 100
           EXIT.

       DO-POST-REIMBURSEMENTS SECTION.
      ******************************************************************
      * POST EACH CARRIER REIMBURSEMENT TO ITS CLAIMSSR ENTRY. A
      * REIMBURSEMENT FOR A MEMBER/CONTRACT YEAR WE NEVER CLAIMED IS
      * REJECTED ON THE REPORT. NO SSLREM FILE MEANS NOTHING CAME IN.
      ******************************************************************
           MOVE SPACES TO STOP-LOSS-REPORT-LINE
           WRITE STOP-LOSS-REPORT-LINE
           MOVE 'CARRIER REIMBURSEMENTS POSTED'
               TO STOP-LOSS-REPORT-LINE
           WRITE STOP-LOSS-REPORT-LINE

           OPEN INPUT REIMBURSEMENT-FILE
           IF WS-REIMB-FILE-STATUS NOT = '00'
               MOVE '  NONE RECEIVED' TO STOP-LOSS-REPORT-LINE
               WRITE STOP-LOSS-REPORT-LINE
               EXIT SECTION
           END-IF

           PERFORM UNTIL WS-REIMB-AT-EOF
               READ REIMBURSEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-REIMB-EOF
                   NOT AT END
                       PERFORM DO-POST-REIMBURSEMENT
               END-READ
           END-PERFORM

           CLOSE REIMBURSEMENT-FILE
           EXIT.

       DO-POST-REIMBURSEMENT SECTION.
           IF REM-AMOUNT NOT NUMERIC
           OR REM-CONTRACT-START NOT NUMERIC
               ADD 1 TO WS-REIMB-REJECT-COUNT
               MOVE SPACES TO STOP-LOSS-REPORT-LINE
               STRING '  MEMBER ' REM-MEMBER-ID
                   ' REF ' REM-CARRIER-REFERENCE
                   ' - REJECTED, AMOUNT OR CONTRACT YEAR NOT NUMERIC'
                   DELIMITED BY SIZE INTO STOP-LOSS-REPORT-LINE
               WRITE STOP-LOSS-REPORT-LINE
               EXIT SECTION
           END-IF

           MOVE REM-MEMBER-ID      TO SSR-MEMBER-ID
           MOVE REM-CONTRACT-START TO SSR-CONTRACT-START
           READ STOP-LOSS-FILE
               INVALID KEY
                   ADD 1 TO WS-REIMB-REJECT-COUNT
                   MOVE SPACES TO STOP-LOSS-REPORT-LINE
                   STRING '  MEMBER ' REM-MEMBER-ID
                       ' CONTRACT ' REM-CONTRACT-START
                       ' REF ' REM-CARRIER-REFERENCE
                       ' - REJECTED, NO STOP-LOSS CLAIM ON CLAIMSSR'
                       DELIMITED BY SIZE INTO STOP-LOSS-REPORT-LINE
                   WRITE STOP-LOSS-REPORT-LINE
                   EXIT SECTION
           END-READ

           ADD REM-AMOUNT TO SSR-RECEIVED-AMOUNT
           MOVE REM-RECEIVED-DATE TO SSR-LAST-RECEIVED-DATE
           COMPUTE WS-OUTSTANDING =
               SSR-CLAIMED-AMOUNT - SSR-RECEIVED-AMOUNT
           IF WS-OUTSTANDING < 0.005
               MOVE 'RECV' TO SSR-STATUS
           END-IF
           REWRITE STOP-LOSS-RECORD

           ADD 1 TO WS-REIMB-COUNT
           ADD REM-AMOUNT TO WS-RECEIVED-TOTAL
           MOVE REM-AMOUNT TO WS-EDIT-RECEIVED
           MOVE WS-OUTSTANDING TO WS-EDIT-OUTSTANDING
           MOVE SPACES TO STOP-LOSS-REPORT-LINE
           STRING '  MEMBER ' REM-MEMBER-ID
               ' CONTRACT ' REM-CONTRACT-START
               ' REF ' REM-CARRIER-REFERENCE
               ' RECEIVED ' WS-EDIT-RECEIVED
               ' OUTSTANDING ' WS-EDIT-OUTSTANDING
               DELIMITED BY SIZE INTO STOP-LOSS-REPORT-LINE
           WRITE STOP-LOSS-REPORT-LINE
           EXIT.

       DO-SELECT-LIVE-CLAIM SECTION.
      ******************************************************************
      * A LIVE CLAIM COUNTS WHEN IT WAS EXTRACTED FOR PAYMENT, IS NOT
      * AN ENCOUNTER OR UNDER RETROACTIVE-TERMINATION RECOVERY, HAS A
      * MEMBER, ITS DATE OF SERVICE (MM/DD/YYYY) FALLS IN THE CONTRACT
      * YEAR, AND A REMITTANCE IS ON CLAIMPAY.
      ******************************************************************
           MOVE 'N' TO WS-SELECTED-SW
           IF CF-CLAIM-EXTRACTED-FLAG NOT = 'Y'
           OR CF-CLAIM-ENCOUNTER-FLAG = 'Y'
           OR CF-CLAIM-REASON-CODE = 'RTRM'
           OR CF-CLAIM-MEMBER-ID = SPACES
               EXIT SECTION
           END-IF

           MOVE CF-CLAIM-DATE(7:4) TO WS-SERVICE-DATE(1:4)
           MOVE CF-CLAIM-DATE(1:2) TO WS-SERVICE-DATE(5:2)
           MOVE CF-CLAIM-DATE(4:2) TO WS-SERVICE-DATE(7:2)
           IF WS-SERVICE-DATE NOT NUMERIC
               EXIT SECTION
           END-IF
           IF WS-SERVICE-DATE < WS-CONTRACT-START
           OR WS-SERVICE-DATE NOT < WS-CONTRACT-NEXT
               EXIT SECTION
           END-IF

           MOVE CF-CLAIM-ID TO PAY-CLAIM-ID
           READ PAYMENT-FILE
               INVALID KEY
                   ADD 1 TO WS-AWAITING-REMIT-COUNT
                   EXIT SECTION
           END-READ

           MOVE 'Y' TO WS-SELECTED-SW
           MOVE CF-CLAIM-MEMBER-ID TO WS-WORK-MEMBER-ID
           MOVE CF-CLAIM-ID TO WS-WORK-CLAIM-ID
           MOVE PAY-PAID-AMOUNT TO WS-WORK-AMOUNT
           EXIT.

       DO-SELECT-ARCHIVED-CLAIM SECTION.
      ******************************************************************
      * SAME SELECTION FOR A RECORD OUT OF AN ARCHIVE GENERATION.
      ******************************************************************
           MOVE 'N' TO WS-SELECTED-SW
           IF AR-CLAIM-EXTRACTED-FLAG NOT = 'Y'
           OR AR-CLAIM-ENCOUNTER-FLAG = 'Y'
           OR AR-CLAIM-REASON-CODE = 'RTRM'
           OR AR-CLAIM-MEMBER-ID = SPACES
               EXIT SECTION
           END-IF

           MOVE AR-CLAIM-DATE(7:4) TO WS-SERVICE-DATE(1:4)
           MOVE AR-CLAIM-DATE(1:2) TO WS-SERVICE-DATE(5:2)
           MOVE AR-CLAIM-DATE(4:2) TO WS-SERVICE-DATE(7:2)
           IF WS-SERVICE-DATE NOT NUMERIC
               EXIT SECTION
           END-IF
           IF WS-SERVICE-DATE < WS-CONTRACT-START
           OR WS-SERVICE-DATE NOT < WS-CONTRACT-NEXT
               EXIT SECTION
           END-IF

           MOVE AR-CLAIM-ID TO PAY-CLAIM-ID
           READ PAYMENT-FILE
               INVALID KEY
                   ADD 1 TO WS-AWAITING-REMIT-COUNT
                   EXIT SECTION
           END-READ

           MOVE 'Y' TO WS-SELECTED-SW
           MOVE AR-CLAIM-MEMBER-ID TO WS-WORK-MEMBER-ID
           MOVE AR-CLAIM-ID TO WS-WORK-CLAIM-ID
           MOVE PAY-PAID-AMOUNT TO WS-WORK-AMOUNT
           EXIT.

       DO-ACCUMULATE-MEMBER SECTION.
      ******************************************************************
      * FIND (OR ADD) THE MEMBER'S ENTRY AND ACCUMULATE. THE SCAN IS
      * BOUNDED BY WS-MEMBER-COUNT, AS IN CLAIMPAN.
      ******************************************************************
           PERFORM DO-FIND-MEMBER-ENTRY

           IF NOT WS-MT-FOUND
               IF WS-MEMBER-COUNT < 5000
                   ADD 1 TO WS-MEMBER-COUNT
                   SET WS-MT-IDX TO WS-MEMBER-COUNT
                   MOVE WS-WORK-MEMBER-ID
                     TO WS-MT-MEMBER-ID(WS-MT-IDX)
                   MOVE 0   TO WS-MT-CLAIM-COUNT(WS-MT-IDX)
                   MOVE 0   TO WS-MT-PAID-AMOUNT(WS-MT-IDX)
                   MOVE 0   TO WS-MT-PRIOR-CLAIMED(WS-MT-IDX)
                   MOVE 0   TO WS-MT-CLAIMED-NOW(WS-MT-IDX)
                   MOVE 0   TO WS-MT-RECEIVED(WS-MT-IDX)
                   MOVE 'N' TO WS-MT-NEW-NOTIFY-SW(WS-MT-IDX)
                   MOVE 'N' TO WS-MT-FILE-SW(WS-MT-IDX)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
                   EXIT SECTION
               END-IF
           END-IF

           ADD 1 TO WS-PAID-CLAIM-COUNT
           ADD 1 TO WS-MT-CLAIM-COUNT(WS-MT-IDX)
           ADD WS-WORK-AMOUNT TO WS-MT-PAID-AMOUNT(WS-MT-IDX)
           EXIT.

       DO-FIND-MEMBER-ENTRY SECTION.
           MOVE 'N' TO WS-MT-FOUND-SW
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MEMBER-COUNT
                      OR WS-MT-FOUND
               IF WS-MT-MEMBER-ID(WS-MT-IDX) = WS-WORK-MEMBER-ID
                   MOVE 'Y' TO WS-MT-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-MT-FOUND
               SET WS-MT-IDX DOWN BY 1
           END-IF
           EXIT.

       DO-EVALUATE-MEMBER SECTION.
      ******************************************************************
      * BRING THE MEMBER'S CLAIMSSR ENTRY UP TO DATE. A MEMBER UNDER
      * THE NOTIFICATION THRESHOLD WITH NO ENTRY IS LEFT ALONE. ONE
      * REACHING IT FOR THE FIRST TIME IS MARKED NOTIFIED; ONE OVER
      * THE ATTACHMENT POINT WHOSE EXCESS HAS GROWN PAST WHAT WAS
      * ALREADY CLAIMED GOES ON THIS MONTH'S REIMBURSEMENT FILE FOR
      * THE DIFFERENCE.
      ******************************************************************
           IF WS-MT-PAID-AMOUNT(WS-MT-IDX) < WS-NOTIFY-THRESHOLD
               EXIT SECTION
           END-IF
           ADD 1 TO WS-NOTIFY-COUNT

           MOVE WS-MT-MEMBER-ID(WS-MT-IDX) TO SSR-MEMBER-ID
           MOVE WS-CONTRACT-START          TO SSR-CONTRACT-START
           READ STOP-LOSS-FILE
               INVALID KEY
                   MOVE WS-MT-MEMBER-ID(WS-MT-IDX) TO SSR-MEMBER-ID
                   MOVE WS-CONTRACT-START   TO SSR-CONTRACT-START
                   MOVE 'NOTF'              TO SSR-STATUS
                   MOVE 0                   TO SSR-CLAIMED-AMOUNT
                   MOVE 0                   TO SSR-RECEIVED-AMOUNT
                   MOVE WS-PROCESS-DATE     TO SSR-NOTIFIED-DATE
                   MOVE 0                   TO SSR-LAST-CLAIMED-DATE
                   MOVE 0                   TO SSR-LAST-RECEIVED-DATE
                   MOVE 'Y' TO WS-MT-NEW-NOTIFY-SW(WS-MT-IDX)
                   ADD 1 TO WS-NEW-NOTIFY-COUNT
                   MOVE WS-ATTACHMENT-POINT TO SSR-ATTACHMENT-POINT
                   MOVE WS-MT-PAID-AMOUNT(WS-MT-IDX)
                     TO SSR-PAID-TO-DATE
                   WRITE STOP-LOSS-RECORD
           END-READ

           MOVE WS-ATTACHMENT-POINT TO SSR-ATTACHMENT-POINT
           MOVE WS-MT-PAID-AMOUNT(WS-MT-IDX) TO SSR-PAID-TO-DATE
           MOVE SSR-CLAIMED-AMOUNT TO WS-MT-PRIOR-CLAIMED(WS-MT-IDX)
           MOVE SSR-RECEIVED-AMOUNT TO WS-MT-RECEIVED(WS-MT-IDX)

           COMPUTE WS-EXCESS-AMOUNT =
               WS-MT-PAID-AMOUNT(WS-MT-IDX) - WS-ATTACHMENT-POINT
           IF WS-EXCESS-AMOUNT > 0
               ADD 1 TO WS-OVER-COUNT
               IF WS-EXCESS-AMOUNT - SSR-CLAIMED-AMOUNT > 0.005
                   COMPUTE WS-MT-CLAIMED-NOW(WS-MT-IDX) =
                       WS-EXCESS-AMOUNT - SSR-CLAIMED-AMOUNT
                   MOVE 'Y' TO WS-MT-FILE-SW(WS-MT-IDX)
                   ADD 1 TO WS-FILED-MEMBER-COUNT
                   ADD WS-MT-CLAIMED-NOW(WS-MT-IDX) TO WS-CLAIMED-TOTAL
                   MOVE WS-EXCESS-AMOUNT TO SSR-CLAIMED-AMOUNT
                   MOVE WS-PROCESS-DATE  TO SSR-LAST-CLAIMED-DATE
                   MOVE 'CLMD' TO SSR-STATUS
               END-IF
           END-IF
           REWRITE STOP-LOSS-RECORD

           COMPUTE WS-OUTSTANDING =
               SSR-CLAIMED-AMOUNT - SSR-RECEIVED-AMOUNT
           ADD WS-OUTSTANDING TO WS-OUTSTANDING-TOTAL
           EXIT.

       DO-WRITE-CLAIM-DETAILS SECTION.
      ******************************************************************
      * SECOND PASS OVER THE LIVE FILE AND THE ARCHIVE GENERATIONS:
      * EVERY PAID CLAIM OF A MEMBER BEING CLAIMED THIS MONTH GOES ON
      * THE REIMBURSEMENT FILE AS A 'C' DETAIL RECORD.
      ******************************************************************
           MOVE LOW-VALUES TO CF-CLAIM-ID
           START CLAIM-FILE KEY IS NOT LESS THAN CF-CLAIM-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CLAIM-FILE-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-CLAIM-FILE-EOF
           END-START
           PERFORM UNTIL WS-CLAIM-FILE-AT-EOF
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CLAIM-FILE-EOF
                   NOT AT END
                       PERFORM DO-SELECT-LIVE-CLAIM
                       IF WS-SELECTED
                           PERFORM DO-WRITE-LIVE-DETAIL
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'N' TO WS-ARCHIVE-EOF
           OPEN INPUT ARCHIVE-FILE
           PERFORM UNTIL WS-ARCHIVE-AT-EOF
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-ARCHIVE-EOF
                   NOT AT END
                       PERFORM DO-SELECT-ARCHIVED-CLAIM
                       IF WS-SELECTED
                           PERFORM DO-WRITE-ARCHIVED-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           EXIT.

       DO-WRITE-LIVE-DETAIL SECTION.
           PERFORM DO-FIND-MEMBER-ENTRY
           IF NOT WS-MT-FOUND
               EXIT SECTION
           END-IF
           IF NOT WS-MT-ON-FILE(WS-MT-IDX)
               EXIT SECTION
           END-IF

           MOVE SPACES TO SSL-CLAIM-DETAIL
           MOVE 'C' TO SSC-RECORD-TYPE
           MOVE CF-CLAIM-MEMBER-ID TO SSC-MEMBER-ID
           MOVE WS-CONTRACT-START TO SSC-CONTRACT-START
           MOVE CF-CLAIM-ID TO SSC-CLAIM-ID
           MOVE WS-SERVICE-DATE TO SSC-SERVICE-DATE
           MOVE CF-CLAIM-PROVIDER TO SSC-PROVIDER
           MOVE CF-CLAIM-TYPE TO SSC-CLAIM-TYPE
           MOVE PAY-PAID-DATE TO SSC-PAID-DATE
           COMPUTE SSC-PAID-AMOUNT ROUNDED = PAY-PAID-AMOUNT
           WRITE SSL-CLAIM-DETAIL
           ADD 1 TO WS-DETAIL-COUNT
           EXIT.

       DO-WRITE-ARCHIVED-DETAIL SECTION.
           PERFORM DO-FIND-MEMBER-ENTRY
           IF NOT WS-MT-FOUND
               EXIT SECTION
           END-IF
           IF NOT WS-MT-ON-FILE(WS-MT-IDX)
               EXIT SECTION
           END-IF

           MOVE SPACES TO SSL-CLAIM-DETAIL
           MOVE 'C' TO SSC-RECORD-TYPE
           MOVE AR-CLAIM-MEMBER-ID TO SSC-MEMBER-ID
           MOVE WS-CONTRACT-START TO SSC-CONTRACT-START
           MOVE AR-CLAIM-ID TO SSC-CLAIM-ID
           MOVE WS-SERVICE-DATE TO SSC-SERVICE-DATE
           MOVE AR-CLAIM-PROVIDER TO SSC-PROVIDER
           MOVE AR-CLAIM-TYPE TO SSC-CLAIM-TYPE
           MOVE PAY-PAID-DATE TO SSC-PAID-DATE
           COMPUTE SSC-PAID-AMOUNT ROUNDED = PAY-PAID-AMOUNT
           WRITE SSL-CLAIM-DETAIL
           ADD 1 TO WS-DETAIL-COUNT
           EXIT.

       DO-WRITE-MEMBER-SUMMARIES SECTION.
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MEMBER-COUNT
               IF WS-MT-ON-FILE(WS-MT-IDX)
                   MOVE SPACES TO SSL-MEMBER-SUMMARY
                   MOVE 'M' TO SSM-RECORD-TYPE
                   MOVE WS-MT-MEMBER-ID(WS-MT-IDX) TO SSM-MEMBER-ID
                   MOVE WS-CONTRACT-START TO SSM-CONTRACT-START
                   MOVE WS-MT-CLAIM-COUNT(WS-MT-IDX)
                     TO SSM-CLAIM-COUNT
                   COMPUTE SSM-TOTAL-PAID ROUNDED =
                       WS-MT-PAID-AMOUNT(WS-MT-IDX)
                   COMPUTE SSM-ATTACHMENT-POINT ROUNDED =
                       WS-ATTACHMENT-POINT
                   COMPUTE SSM-EXCESS-AMOUNT ROUNDED =
                       WS-MT-PAID-AMOUNT(WS-MT-IDX)
                       - WS-ATTACHMENT-POINT
                   COMPUTE SSM-PRIOR-CLAIMED ROUNDED =
                       WS-MT-PRIOR-CLAIMED(WS-MT-IDX)
                   COMPUTE SSM-CLAIMED-NOW ROUNDED =
                       WS-MT-CLAIMED-NOW(WS-MT-IDX)
                   WRITE SSL-MEMBER-SUMMARY
               END-IF
           END-PERFORM
           EXIT.

       DO-WRITE-STOP-LOSS-REPORT SECTION.
      ******************************************************************
      * SECTION 1 - MEMBERS AT OR OVER THE NOTIFICATION THRESHOLD BUT
      * NOT YET OVER THE ATTACHMENT POINT; SECTION 2 - MEMBERS OVER
      * IT, WITH WHAT HAS BEEN CLAIMED AND RECEIVED; THEN TOTALS.
      ******************************************************************
           MOVE SPACES TO STOP-LOSS-REPORT-LINE
           WRITE STOP-LOSS-REPORT-LINE
           MOVE SPACES TO STOP-LOSS-REPORT-LINE
           STRING 'MEMBERS AT ' WS-NOTIFY-PERCENT
               '% OF THE ATTACHMENT POINT - EARLY NOTIFICATION '
               '(NEW = NOTIFY THE CARRIER)'
               DELIMITED BY SIZE INTO STOP-LOSS-REPORT-LINE
           WRITE STOP-LOSS-REPORT-LINE
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MEMBER-COUNT
               IF WS-MT-PAID-AMOUNT(WS-MT-IDX) NOT < WS-NOTIFY-THRESHOLD
              AND WS-MT-PAID-AMOUNT(WS-MT-IDX)
                      NOT > WS-ATTACHMENT-POINT
                   MOVE SPACES TO WS-NEW-FLAG
                   IF WS-MT-NEW-NOTIFY(WS-MT-IDX)
                       MOVE 'NEW' TO WS-NEW-FLAG
                   END-IF
                   MOVE WS-MT-CLAIM-COUNT(WS-MT-IDX) TO WS-EDIT-COUNT
                   MOVE WS-MT-PAID-AMOUNT(WS-MT-IDX) TO WS-EDIT-PAID
                   MOVE SPACES TO STOP-LOSS-REPORT-LINE
                   STRING '  ' WS-NEW-FLAG
                       ' MEMBER ' WS-MT-MEMBER-ID(WS-MT-IDX)
                       '  CLAIMS: ' WS-EDIT-COUNT
                       '  PAID: ' WS-EDIT-PAID
                       DELIMITED BY SIZE INTO STOP-LOSS-REPORT-LINE
                   WRITE STOP-LOSS-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO STOP-LOSS-REPORT-LINE
           WRITE STOP-LOSS-REPORT-LINE
           MOVE 'MEMBERS OVER THE SPECIFIC ATTACHMENT POINT'
               TO STOP-LOSS-REPORT-LINE
           WRITE STOP-LOSS-REPORT-LINE
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MEMBER-COUNT
               IF WS-MT-PAID-AMOUNT(WS-MT-IDX) > WS-ATTACHMENT-POINT
                   PERFORM DO-WRITE-OVER-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO STOP-LOSS-REPORT-LINE
           WRITE STOP-LOSS-REPORT-LINE
           MOVE SPACES TO STOP-LOSS-REPORT-LINE
           STRING 'PAID CLAIMS: ' WS-PAID-CLAIM-COUNT
               '  AWAITING REMITTANCE (NOT COUNTED): '
               WS-AWAITING-REMIT-COUNT
               '  MEMBERS: ' WS-MEMBER-COUNT
               DELIMITED BY SIZE INTO STOP-LOSS-REPORT-LINE
           WRITE STOP-LOSS-REPORT-LINE
           MOVE SPACES TO STOP-LOSS-REPORT-LINE
           STRING 'AT NOTIFICATION: ' WS-NOTIFY-COUNT
               '  NEWLY NOTIFIED: ' WS-NEW-NOTIFY-COUNT
               '  OVER ATTACHMENT: ' WS-OVER-COUNT
               '  CLAIMED THIS RUN: ' WS-FILED-MEMBER-COUNT
               DELIMITED BY SIZE INTO STOP-LOSS-REPORT-LINE
           WRITE STOP-LOSS-REPORT-LINE
           MOVE WS-CLAIMED-TOTAL TO WS-EDIT-TOTAL-AMOUNT
           MOVE SPACES TO STOP-LOSS-REPORT-LINE
           STRING 'REIMBURSEMENT CLAIMED THIS RUN: '
               WS-EDIT-TOTAL-AMOUNT
               DELIMITED BY SIZE INTO STOP-LOSS-REPORT-LINE
           WRITE STOP-LOSS-REPORT-LINE
           MOVE WS-RECEIVED-TOTAL TO WS-EDIT-TOTAL-AMOUNT
           MOVE SPACES TO STOP-LOSS-REPORT-LINE
           STRING 'REIMBURSEMENTS RECEIVED THIS RUN: '
               WS-EDIT-TOTAL-AMOUNT
               '  REJECTED: ' WS-REIMB-REJECT-COUNT
               DELIMITED BY SIZE INTO STOP-LOSS-REPORT-LINE
           WRITE STOP-LOSS-REPORT-LINE
           MOVE WS-OUTSTANDING-TOTAL TO WS-EDIT-TOTAL-AMOUNT
           MOVE SPACES TO STOP-LOSS-REPORT-LINE
           STRING 'OUTSTANDING RECOVERABLE, CONTRACT YEAR: '
               WS-EDIT-TOTAL-AMOUNT
               DELIMITED BY SIZE INTO STOP-LOSS-REPORT-LINE
           WRITE STOP-LOSS-REPORT-LINE
           IF WS-OVERFLOW-COUNT > 0
               MOVE WS-OVERFLOW-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO STOP-LOSS-REPORT-LINE
               STRING 'CLAIMS OMITTED, MEMBER TABLE FULL: '
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO STOP-LOSS-REPORT-LINE
               WRITE STOP-LOSS-REPORT-LINE
           END-IF
           EXIT.

       DO-WRITE-OVER-LINE SECTION.
           COMPUTE WS-EXCESS-AMOUNT =
               WS-MT-PAID-AMOUNT(WS-MT-IDX) - WS-ATTACHMENT-POINT
           COMPUTE WS-OUTSTANDING =
               WS-MT-PRIOR-CLAIMED(WS-MT-IDX)
               + WS-MT-CLAIMED-NOW(WS-MT-IDX)
               - WS-MT-RECEIVED(WS-MT-IDX)
           MOVE WS-MT-PAID-AMOUNT(WS-MT-IDX)   TO WS-EDIT-PAID
           MOVE WS-EXCESS-AMOUNT               TO WS-EDIT-EXCESS
           MOVE WS-MT-CLAIMED-NOW(WS-MT-IDX)   TO WS-EDIT-CLAIMED
           MOVE WS-MT-RECEIVED(WS-MT-IDX)      TO WS-EDIT-RECEIVED
           MOVE WS-OUTSTANDING                 TO WS-EDIT-OUTSTANDING
           MOVE SPACES TO STOP-LOSS-REPORT-LINE
           STRING '  MEMBER ' WS-MT-MEMBER-ID(WS-MT-IDX)
               ' PAID ' WS-EDIT-PAID
               ' EXCESS ' WS-EDIT-EXCESS
               ' CLAIMED NOW ' WS-EDIT-CLAIMED
               ' RECEIVED ' WS-EDIT-RECEIVED
               ' OUTSTANDING ' WS-EDIT-OUTSTANDING
               DELIMITED BY SIZE INTO STOP-LOSS-REPORT-LINE
           WRITE STOP-LOSS-REPORT-LINE
           EXIT.

       DO-CHECK-RUN-CONTROL SECTION.
      ******************************************************************
      * READ THE CLAIMRNC RUN-CONTROL FILE: PICK UP THE BUSINESS
      * PROCESSING DATE FROM THE OPERATIONS 'BUSDATE' ROW, AND
      * REFUSE A DATE THIS JOB ALREADY COMPLETED SO A REIMBURSEMENT
      * FILE IS NEVER POSTED TWICE. A MISSING CLAIMRNC FILE DISABLES
      * THE CHECKS.
      ******************************************************************
           MOVE 'N' TO WS-RUN-CONTROL-ACTIVE-SW
           MOVE 'N' TO WS-RUN-REFUSED-SW
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RNC-TODAY
           MOVE WS-RNC-TODAY TO WS-PROCESS-DATE

           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = '00'
               DISPLAY 'CLAIMSSL: CLAIMRNC NOT AVAILABLE, '
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

           MOVE 'CLAIMSSL' TO RNC-JOB-NAME
           MOVE WS-PROCESS-DATE TO RNC-PROCESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RNC-COMPLETE
                       MOVE 'Y' TO WS-RUN-REFUSED-SW
                       DISPLAY 'CLAIMSSL: RUN REFUSED - ALREADY '
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

           MOVE 'CLAIMSSL' TO RNC-JOB-NAME
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
