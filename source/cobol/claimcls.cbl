       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMCLS.
      ******************************************************************
      * NIGHTLY SETTLED-CLAIM CLOSURE PASS                             *
      *                                                                *
      * A CLAIM ONLY EVER REACHED CLSD THROUGH AN ACTION 'U' OR AN     *
      * ADJUSTMENT, SO PAID CLAIMS SAT IN OKAY FOREVER AND CLAIMARC    *
      * (WHICH ONLY ARCHIVES CLSD) NEVER TOOK THEM OFF CLAIMCIF. THIS  *
      * JOB RUNS AFTER THE SAME DATE'S CLAIMPST AND CLOSES EVERY OKAY  *
      * CLAIM THAT IS SETTLED:                                         *
      *                                                                *
      *   - CF-CLAIM-EXTRACTED-FLAG = 'Y' (SENT FOR PAYMENT), AND      *
      *   - A CLAIMPAY REMITTANCE POSTED MORE THAN                     *
      *     WS-SETTLEMENT-DAYS CALENDAR DAYS BEFORE THE PROCESSING     *
      *     DATE (THE WINDOW IN WHICH THE DISBURSEMENT SYSTEM MAY      *
      *     STILL RE-SEND A CORRECTED REMITTANCE).                     *
      *                                                                *
      * THE WINDOW COMES FROM AN OPTIONAL PARMIN CARD (COLS 1-4, THE   *
      * NUMBER OF DAYS). WITH NO CARD, OR A ZERO OR NON-NUMERIC        *
      * WINDOW ON IT, THE WINDOW IS 30 DAYS.                           *
      *                                                                *
      * A SETTLED CLAIM IS STILL LEFT OPEN, AND LISTED WITH THE        *
      * REASON, WHILE MONEY OR A DECISION IS STILL IN FLIGHT:          *
      *                                                                *
      *   APPEAL   AN OPEN CLAIMAPL APPEAL CASE.                       *
      *   VOID     A QUEUED ('Q') CLAIMVDQ STOP-PAY NOT YET SENT.      *
      *   RECOVERY AN OPEN CLAIMRCV OVERPAYMENT RECOVERY.              *
      *   LOCKED   THE CLAIMCIF REWRITE FAILED (AN ONLINE TRANSACTION  *
      *            HOLDS THE RECORD UNDER RLS) -- PICKED UP NEXT RUN.  *
      *                                                                *
      * EXTRACTED OKAY CLAIMS WITH NO POSTED REMITTANCE YET, OR A      *
      * REMITTANCE STILL INSIDE THE WINDOW, ARE LISTED AS NOT YET      *
      * SETTLED SO THE REPORT ACCOUNTS FOR EVERY CANDIDATE.            *
      *                                                                *
      * EVERY CLOSURE IS APPENDED TO CLAIMHIS (USERID 'CLAIMCLS'),     *
      * SAME TRAIL AS AN ONLINE CHANGE, AND PUBLISHED THROUGH THE      *
      * publishClaimStatusEvent API REQUESTER SO THE PORTALS SEE THE   *
      * CLAIM CLOSE. PUBLICATION IS BEST-EFFORT, AS IT IS ONLINE -- A  *
      * FAILED CALL IS COUNTED AND REPORTED, NOTHING MORE.             *
      *                                                                *
      * INPUT  : PARMIN   - THE SETTLEMENT WINDOW CARD (OPTIONAL).     *
      *          CLAIMPAY - THE VSAM KSDS PAYMENT FILE.                *
      *          CLAIMAPL - THE APPEAL CASE FILE.                      *
      *          CLAIMVDQ - THE STOP-PAY/VOID QUEUE.                   *
      *          CLAIMRCV - THE OVERPAYMENT RECOVERY LEDGER.           *
      * I-O    : CLAIMCIF - THE VSAM KSDS CLAIM FILE.                  *
      *          CLAIMRNC - BATCH RUN CONTROL.                         *
      * OUTPUT : CLAIMHIS - STATUS-CHANGE TRAIL (EXTENDED).            *
      *          CLSRPT   - CLOSED AND SKIPPED CLAIM REPORT.           *
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
           SELECT RUN-CONTROL-FILE ASSIGN TO CLAIMRNC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RNC-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO CLAIMPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-CLAIM-ID
               FILE STATUS IS WS-PAYMENT-FILE-STATUS.
           SELECT APPEAL-FILE ASSIGN TO CLAIMAPL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APL-CLAIM-ID
               FILE STATUS IS WS-APPEAL-FILE-STATUS.
           SELECT VOID-QUEUE-FILE ASSIGN TO CLAIMVDQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VDQ-CLAIM-ID
               FILE STATUS IS WS-VOID-QUEUE-STATUS.
           SELECT RECOVERY-FILE ASSIGN TO CLAIMRCV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCV-KEY
               FILE STATUS IS WS-RECOVERY-FILE-STATUS.
           SELECT CLAIM-HISTORY-FILE ASSIGN TO CLAIMHIS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT CLOSURE-REPORT ASSIGN TO CLSRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PRM-SETTLEMENT-DAYS     PIC 9(4).
           05  FILLER                  PIC X(76).

       FD  CLAIM-FILE.
       COPY CLAIMCIF.

       FD  RUN-CONTROL-FILE.
       COPY CLAIMRNC.

       FD  PAYMENT-FILE.
       COPY CLAIMPAY.

       FD  APPEAL-FILE.
       COPY CLAIMAPL.

       FD  VOID-QUEUE-FILE.
       COPY CLAIMVDQ.

       FD  RECOVERY-FILE.
       COPY CLAIMRCV.

       FD  CLAIM-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CLAIMHIS.

       FD  CLOSURE-REPORT
           RECORDING MODE IS F.
       01  CLOSURE-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * SAME publishClaimStatusEvent API REQUESTER PLUMBING CLAIMCI0
      * USES FOR AN ONLINE STATUS CHANGE.
      ******************************************************************
       COPY BAQRINFO.
       01  EVENT-REQUEST.
           COPY EVNTREQ.
       01  EVENT-RESPONSE.
           COPY EVNTRSP.
       01  EVENT-API-INFO.
           COPY EVNTINF.

       77  COMM-STUB-PGM-NAME          PIC X(8) VALUE 'BAQCSTUB'.
       01  BAQ-REQUEST-PTR             USAGE POINTER.
       01  BAQ-REQUEST-LEN             PIC S9(9) COMP-5 SYNC.
       01  BAQ-RESPONSE-PTR            USAGE POINTER.
       01  BAQ-RESPONSE-LEN            PIC S9(9) COMP-5 SYNC.
       01  WS-EVENT-TIME-DISPLAY       PIC 9(15).

      ******************************************************************
      * RUN-CONTROL STATE (SEE CLAIMRNC.CPY). A MISSING CLAIMRNC
      * FILE TURNS THE CHECKS OFF; A REFUSED RUN STOPS BEFORE ANY
      * DATA FILE IS TOUCHED.
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
       01  WS-APPEAL-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-VOID-QUEUE-STATUS        PIC X(2) VALUE '00'.
       01  WS-RECOVERY-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-HISTORY-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-CLAIM-FILE-EOF           PIC X(1) VALUE 'N'.
           88  WS-CLAIM-FILE-AT-EOF              VALUE 'Y'.

      ******************************************************************
      * THE SETTLEMENT WINDOW -- CALENDAR DAYS A POSTED REMITTANCE
      * MUST HAVE STOOD BEFORE THE CLAIM IS CONSIDERED SETTLED.
      * DEFAULT 30, OVERRIDDEN FROM PARMIN (DO-READ-PARM-CARD).
      ******************************************************************
       01  WS-SETTLEMENT-DAYS          PIC 9(4) VALUE 30.

       01  WS-PROCESS-INTEGER          PIC S9(9) COMP.
       01  WS-POSTED-INTEGER           PIC S9(9) COMP.
       01  WS-SETTLED-DAYS             PIC S9(7).
       01  WS-EDIT-DAYS                PIC ZZZ,ZZ9-.
       01  WS-CURRENT-ABSTIME          PIC S9(15) COMP-3.
       01  WS-OLD-CLAIM-STATUS         PIC X(4).
       01  WS-SKIP-REASON              PIC X(8).

       01  WS-CANDIDATE-COUNT          PIC 9(7) VALUE 0.
       01  WS-CLOSED-COUNT             PIC 9(7) VALUE 0.
       01  WS-UNSETTLED-COUNT          PIC 9(7) VALUE 0.
       01  WS-APPEAL-COUNT             PIC 9(7) VALUE 0.
       01  WS-VOID-COUNT               PIC 9(7) VALUE 0.
       01  WS-RECOVERY-COUNT           PIC 9(7) VALUE 0.
       01  WS-LOCKED-COUNT             PIC 9(7) VALUE 0.
       01  WS-EVENT-FAILED-COUNT       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           PERFORM DO-CHECK-RUN-CONTROL
           IF WS-RUN-REFUSED
               STOP RUN
           END-IF

           OPEN INPUT  PARM-FILE
           PERFORM DO-READ-PARM-CARD

           OPEN I-O    CLAIM-FILE
           OPEN INPUT  PAYMENT-FILE
           OPEN INPUT  APPEAL-FILE
           OPEN INPUT  VOID-QUEUE-FILE
           OPEN INPUT  RECOVERY-FILE
           OPEN EXTEND CLAIM-HISTORY-FILE
           OPEN OUTPUT CLOSURE-REPORT

           COMPUTE WS-PROCESS-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
           COMPUTE WS-CURRENT-ABSTIME =
               (FUNCTION INTEGER-OF-DATE(WS-RNC-TODAY)
               - FUNCTION INTEGER-OF-DATE(19000101)) * 8640000

           MOVE SPACES TO CLOSURE-REPORT-LINE
           STRING 'SETTLED CLAIM CLOSURE REPORT FOR '
               WS-PROCESS-DATE
               '  SETTLEMENT WINDOW ' WS-SETTLEMENT-DAYS ' DAYS'
               DELIMITED BY SIZE INTO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE
           MOVE SPACES TO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE

           PERFORM UNTIL WS-CLAIM-FILE-AT-EOF
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CLAIM-FILE-EOF
                   NOT AT END
                       IF CF-CLAIM-STATUS = 'OKAY'
                      AND CF-CLAIM-EXTRACTED-FLAG = 'Y'
                           PERFORM DO-CHECK-CLOSURE-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE
           MOVE SPACES TO CLOSURE-REPORT-LINE
           STRING 'CANDIDATES: ' WS-CANDIDATE-COUNT
               '  CLOSED: ' WS-CLOSED-COUNT
               '  NOT YET SETTLED: ' WS-UNSETTLED-COUNT
               DELIMITED BY SIZE INTO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE
           MOVE SPACES TO CLOSURE-REPORT-LINE
           STRING 'SKIPPED - APPEAL: ' WS-APPEAL-COUNT
               '  VOID: ' WS-VOID-COUNT
               '  RECOVERY: ' WS-RECOVERY-COUNT
               '  LOCKED: ' WS-LOCKED-COUNT
               '  EVENTS NOT PUBLISHED: ' WS-EVENT-FAILED-COUNT
               DELIMITED BY SIZE INTO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE

           CLOSE CLAIM-FILE
           CLOSE PAYMENT-FILE
           CLOSE APPEAL-FILE
           CLOSE VOID-QUEUE-FILE
           CLOSE RECOVERY-FILE
           CLOSE CLAIM-HISTORY-FILE
           CLOSE CLOSURE-REPORT

           DISPLAY 'CLAIMCLS: CLAIMS CLOSED = ' WS-CLOSED-COUNT
           IF WS-LOCKED-COUNT > 0
               DISPLAY 'CLAIMCLS: CLAIMS SKIPPED, RECORD LOCKED = '
                   WS-LOCKED-COUNT
           END-IF
           IF WS-EVENT-FAILED-COUNT > 0
               DISPLAY 'CLAIMCLS: STATUS EVENTS NOT PUBLISHED = '
                   WS-EVENT-FAILED-COUNT
           END-IF

           PERFORM DO-POST-RUN-CONTROL

           STOP RUN.

       DO-READ-PARM-CARD SECTION.
      ******************************************************************
      * AN ABSENT CARD, OR A ZERO OR NON-NUMERIC WINDOW ON IT, LEAVES
      * THE DEFAULT 30-DAY SETTLEMENT WINDOW.
      ******************************************************************
           IF WS-PARM-FILE-STATUS NOT = '00'
               EXIT SECTION
           END-IF
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PRM-SETTLEMENT-DAYS IS NUMERIC
                  AND PRM-SETTLEMENT-DAYS > 0
                       MOVE PRM-SETTLEMENT-DAYS TO WS-SETTLEMENT-DAYS
                   ELSE
                       DISPLAY 'CLAIMCLS: PARMIN CARD INVALID, '
                           'DEFAULT SETTLEMENT WINDOW USED'
                   END-IF
           END-READ
           CLOSE PARM-FILE
           EXIT.

       DO-CHECK-CLOSURE-CANDIDATE SECTION.
      ******************************************************************
      * AN EXTRACTED OKAY CLAIM. IT MUST HAVE A POSTED REMITTANCE
      * OLDER THAN THE SETTLEMENT WINDOW, AND NOTHING STILL OPEN
      * AGAINST IT, BEFORE IT IS CLOSED.
      ******************************************************************
           ADD 1 TO WS-CANDIDATE-COUNT

           MOVE CF-CLAIM-ID TO PAY-CLAIM-ID
           READ PAYMENT-FILE
               INVALID KEY
                   MOVE 0 TO PAY-POSTED-DATE
           END-READ

           IF PAY-POSTED-DATE = 0
               ADD 1 TO WS-UNSETTLED-COUNT
               MOVE SPACES TO CLOSURE-REPORT-LINE
               STRING 'CLAIM ' CF-CLAIM-ID
                   ' NOT YET SETTLED - NO REMITTANCE POSTED'
                   DELIMITED BY SIZE INTO CLOSURE-REPORT-LINE
               WRITE CLOSURE-REPORT-LINE
               EXIT SECTION
           END-IF

           COMPUTE WS-POSTED-INTEGER =
               FUNCTION INTEGER-OF-DATE(PAY-POSTED-DATE)
           COMPUTE WS-SETTLED-DAYS =
               WS-PROCESS-INTEGER - WS-POSTED-INTEGER
           IF WS-SETTLED-DAYS <= WS-SETTLEMENT-DAYS
               ADD 1 TO WS-UNSETTLED-COUNT
               MOVE WS-SETTLED-DAYS TO WS-EDIT-DAYS
               MOVE SPACES TO CLOSURE-REPORT-LINE
               STRING 'CLAIM ' CF-CLAIM-ID
                   ' NOT YET SETTLED - REMITTANCE POSTED '
                   PAY-POSTED-DATE ', ' WS-EDIT-DAYS ' DAYS AGO'
                   DELIMITED BY SIZE INTO CLOSURE-REPORT-LINE
               WRITE CLOSURE-REPORT-LINE
               EXIT SECTION
           END-IF
      ******************************************************************
      * THE EXCLUSIONS -- EACH ONE MEANS MONEY OR A DECISION IS STILL
      * MOVING ON THE CLAIM, SO CLOSING IT WOULD HIDE OPEN WORK.
      ******************************************************************
           MOVE SPACES TO WS-SKIP-REASON

           MOVE CF-CLAIM-ID TO APL-CLAIM-ID
           READ APPEAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF APL-CASE-OPEN
                       MOVE 'APPEAL' TO WS-SKIP-REASON
                       ADD 1 TO WS-APPEAL-COUNT
                   END-IF
           END-READ

           IF WS-SKIP-REASON = SPACES
               MOVE CF-CLAIM-ID TO VDQ-CLAIM-ID
               READ VOID-QUEUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VDQ-QUEUED
                           MOVE 'VOID' TO WS-SKIP-REASON
                           ADD 1 TO WS-VOID-COUNT
                       END-IF
               END-READ
           END-IF

           IF WS-SKIP-REASON = SPACES
               MOVE CF-CLAIM-PROVIDER TO RCV-PROVIDER-ID
               MOVE CF-CLAIM-ID TO RCV-CLAIM-ID
               READ RECOVERY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RCV-OPEN
                           MOVE 'RECOVERY' TO WS-SKIP-REASON
                           ADD 1 TO WS-RECOVERY-COUNT
                       END-IF
               END-READ
           END-IF

           IF WS-SKIP-REASON NOT = SPACES
               MOVE SPACES TO CLOSURE-REPORT-LINE
               STRING 'CLAIM ' CF-CLAIM-ID
                   ' SKIPPED - ' WS-SKIP-REASON
                   ' STILL OPEN'
                   DELIMITED BY SIZE INTO CLOSURE-REPORT-LINE
               WRITE CLOSURE-REPORT-LINE
               EXIT SECTION
           END-IF

           PERFORM DO-CLOSE-SETTLED-CLAIM
           EXIT.

       DO-CLOSE-SETTLED-CLAIM SECTION.
      ******************************************************************
      * MOVE THE CLAIM TO CLSD. UNDER RLS A RECORD HELD BY AN ONLINE
      * TRANSACTION FAILS THE REWRITE -- SKIP AND REPORT, AS CLAIMESC
      * DOES, AND WRITE NO HISTORY ROW OR EVENT FOR A CHANGE THAT DID
      * NOT HAPPEN.
      ******************************************************************
           MOVE CF-CLAIM-STATUS TO WS-OLD-CLAIM-STATUS
           MOVE 'CLSD' TO CF-CLAIM-STATUS
           MOVE WS-CURRENT-ABSTIME TO CF-CLAIM-LAST-UPDATED
           REWRITE CF-CLAIM-RECORD

           IF WS-CLAIM-FILE-STATUS NOT = '00'
               ADD 1 TO WS-LOCKED-COUNT
               MOVE SPACES TO CLOSURE-REPORT-LINE
               STRING 'CLAIM ' CF-CLAIM-ID
                   ' SKIPPED - LOCKED, RECORD HELD ONLINE'
                   DELIMITED BY SIZE INTO CLOSURE-REPORT-LINE
               WRITE CLOSURE-REPORT-LINE
               EXIT SECTION
           END-IF

           PERFORM DO-WRITE-CLAIM-HISTORY
           PERFORM DO-PUBLISH-STATUS-EVENT

           ADD 1 TO WS-CLOSED-COUNT
           MOVE WS-SETTLED-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO CLOSURE-REPORT-LINE
           STRING 'CLAIM ' CF-CLAIM-ID
               ' CLOSED - REMITTANCE ' PAY-PAYMENT-REFERENCE
               ' POSTED ' PAY-POSTED-DATE ', ' WS-EDIT-DAYS
               ' DAYS AGO'
               DELIMITED BY SIZE INTO CLOSURE-REPORT-LINE
           WRITE CLOSURE-REPORT-LINE
           EXIT.

       DO-WRITE-CLAIM-HISTORY SECTION.
      ******************************************************************
      * APPEND THE STATUS CHANGE TO CLAIMHIS, SAME SHAPE AS
      * DO-WRITE-CLAIM-HISTORY IN CLAIMCI0, WITH THE JOB NAME AS THE
      * USER.
      ******************************************************************
           MOVE CF-CLAIM-ID         TO HIS-CLAIM-ID
           MOVE WS-OLD-CLAIM-STATUS TO HIS-OLD-STATUS
           MOVE CF-CLAIM-STATUS     TO HIS-NEW-STATUS
           MOVE WS-CURRENT-ABSTIME  TO HIS-TIMESTAMP
           MOVE 'CLAIMCLS'          TO HIS-USERID

           WRITE CLAIM-HISTORY-RECORD
           EXIT.

       DO-PUBLISH-STATUS-EVENT SECTION.
      ******************************************************************
      * PUBLISH THE CLOSURE THROUGH THE publishClaimStatusEvent API
      * REQUESTER, BUILT FROM THE HISTORY ROW JUST WRITTEN -- SAME
      * FIELDS AS DO-PUBLISH-STATUS-EVENT IN CLAIMCI0.
      ******************************************************************
           MOVE HIS-CLAIM-ID TO claimId OF EVENT-REQUEST
           MOVE 8 TO claimId-length OF EVENT-REQUEST
           MOVE CF-CLAIM-MEMBER-ID TO memberId OF EVENT-REQUEST
           MOVE 8 TO memberId-length OF EVENT-REQUEST
           MOVE HIS-OLD-STATUS TO oldStatus OF EVENT-REQUEST
           MOVE 4 TO oldStatus-length OF EVENT-REQUEST
           MOVE HIS-NEW-STATUS TO newStatus OF EVENT-REQUEST
           MOVE 4 TO newStatus-length OF EVENT-REQUEST
           MOVE HIS-TIMESTAMP TO WS-EVENT-TIME-DISPLAY
           MOVE WS-EVENT-TIME-DISPLAY TO eventTime OF EVENT-REQUEST
           MOVE 15 TO eventTime-length OF EVENT-REQUEST

           SET BAQ-REQUEST-PTR TO ADDRESS OF EVENT-REQUEST
           MOVE LENGTH OF EVENT-REQUEST TO BAQ-REQUEST-LEN
           SET BAQ-RESPONSE-PTR TO ADDRESS OF EVENT-RESPONSE
           MOVE LENGTH OF EVENT-RESPONSE TO BAQ-RESPONSE-LEN

           CALL COMM-STUB-PGM-NAME USING
                BY REFERENCE EVENT-API-INFO
                BY REFERENCE BAQ-REQUEST-INFO
                BY REFERENCE BAQ-REQUEST-PTR
                BY REFERENCE BAQ-REQUEST-LEN
                BY REFERENCE BAQ-RESPONSE-INFO
                BY REFERENCE BAQ-RESPONSE-PTR
                BY REFERENCE BAQ-RESPONSE-LEN

           IF NOT BAQ-SUCCESS
               ADD 1 TO WS-EVENT-FAILED-COUNT
           END-IF
           EXIT.

       DO-CHECK-RUN-CONTROL SECTION.
      ******************************************************************
      * READ THE CLAIMRNC RUN-CONTROL FILE: PICK UP THE BUSINESS
      * PROCESSING DATE FROM THE OPERATIONS 'BUSDATE' ROW, REFUSE
      * THE RUN WHEN THE SAME DATE'S CLAIMPST POSTING IS MISSING
      * (THE REMITTANCES MUST BE IN BEFORE SETTLEMENT IS JUDGED),
      * AND REFUSE A DATE THIS JOB ALREADY COMPLETED. A MISSING
      * CLAIMRNC FILE DISABLES THE CHECKS.
      ******************************************************************
           MOVE 'N' TO WS-RUN-CONTROL-ACTIVE-SW
           MOVE 'N' TO WS-RUN-REFUSED-SW
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RNC-TODAY
           MOVE WS-RNC-TODAY TO WS-PROCESS-DATE

           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = '00'
               DISPLAY 'CLAIMCLS: CLAIMRNC NOT AVAILABLE, '
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

           MOVE 'CLAIMPST' TO RNC-JOB-NAME
           MOVE WS-PROCESS-DATE TO RNC-PROCESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               NOT INVALID KEY
                   IF NOT RNC-COMPLETE
                       MOVE 'Y' TO WS-RUN-REFUSED-SW
                   END-IF
           END-READ
           IF WS-RUN-REFUSED
               DISPLAY 'CLAIMCLS: RUN REFUSED - CLAIMPST NOT '
                   'COMPLETE FOR ' WS-PROCESS-DATE
               EXIT SECTION
           END-IF

           MOVE 'CLAIMCLS' TO RNC-JOB-NAME
           MOVE WS-PROCESS-DATE TO RNC-PROCESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RNC-COMPLETE
                       MOVE 'Y' TO WS-RUN-REFUSED-SW
                       DISPLAY 'CLAIMCLS: RUN REFUSED - ALREADY '
                           'COMPLETE FOR ' WS-PROCESS-DATE
                   END-IF
           END-READ
           EXIT.

       DO-POST-RUN-CONTROL SECTION.
      ******************************************************************
      * POST THIS JOB'S 'DONE' FOR THE PROCESSING DATE, SO THE
      * SUCCESSOR JOBS (AND A RE-RUN OF THIS ONE) CAN SEE IT RAN.
      ******************************************************************
           IF NOT WS-RUN-CONTROL-ACTIVE
               EXIT SECTION
           END-IF

           MOVE 'CLAIMCLS' TO RNC-JOB-NAME
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
