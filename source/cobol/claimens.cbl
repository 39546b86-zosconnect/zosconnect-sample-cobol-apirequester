       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMENS.
      ******************************************************************
      * MONTHLY STATE MEDICAID ENCOUNTER SUBMISSION                    *
      *                                                                *
      * A CAPITATED PROVIDER'S CLAIMS ARE RECORDED AS ZERO-PAY         *
      * ENCOUNTERS AND NEVER REACH CLAIMEXT, BUT THE MEDICAID CONTRACT *
      * REQUIRES EVERY ENCOUNTER TO BE REPORTED TO THE STATE EACH      *
      * MONTH -- AND SO IS EVERY FEE-FOR-SERVICE CLAIM FOR A MEMBER    *
      * ON A STATE MEDICAID PLAN (PBM-MEDICAID-PLAN ON CLAIMPBM). THIS *
      * JOB BUILDS THAT SUBMISSION IN THE STATE'S FIXED ENCOUNTER      *
      * FORMAT, CARRYING THE STATE'S IDENTIFIERS IN PLACE OF OURS:     *
      * THE MEMBER'S STATE RECIPIENT ID (MBR-MEDICAID-ID) AND THE      *
      * PROVIDER'S NPI AND STATE MEDICAID ID (PROV-NPI,                *
      * PROV-MEDICAID-ID). EVERY CLAIM REPORTED IS TRACKED ON CLAIMENT *
      * (SEE CLAIMENT.CPY), WHERE CLAIMENA POSTS THE STATE'S RESPONSE. *
      *                                                                *
      * THE RUN HAS TWO PASSES --                                      *
      *                                                                *
      *   1. RE-QUEUE. EVERY CLAIMENT ENTRY HELD ('H'), WAITING ON     *
      *      ITS ORIGINAL ('W') OR REJECTED ('R') IS LOOKED AT AGAIN:  *
      *      A HELD ENTRY GOES ONCE THE MISSING IDS ARE ON FILE, A     *
      *      WAITING ONE ONCE THE STATE HAS ANSWERED FOR ITS ORIGINAL, *
      *      AND A REJECTED ONE ONCE IT HAS BEEN CORRECTED -- THE      *
      *      CLAIM UPDATED SINCE IT WAS SENT, OR THE STATE IDS NOW ON  *
      *      FILE DIFFERENT FROM THE ONES IT WAS SENT WITH. A CLAIM    *
      *      SINCE ADJUSTED (CLSD) THAT THE STATE NEVER ACCEPTED IS    *
      *      MARKED NOT REQUIRED ('X') -- ITS REPLACEMENT IS REPORTED  *
      *      IN ITS PLACE.                                             *
      *                                                                *
      *   2. NEW ENCOUNTERS. EVERY PAID (OKAY) OR DENIED (DENY) CLAIM  *
      *      LAST UPDATED IN THE REPORTING PERIOD AND NOT YET ON       *
      *      CLAIMENT IS REPORTED IF IT IS AN ENCOUNTER                *
      *      (CF-CLAIM-ENCOUNTER-FLAG 'Y') OR THE MEMBER'S PLAN IS A   *
      *      STATE MEDICAID PLAN.                                      *
      *                                                                *
      * A CORRECTED CLAIM ('C') REPLACING AN ENCOUNTER THE STATE HAS   *
      * ACCEPTED GOES AS A REPLACEMENT (FREQUENCY 7) AND A REVERSAL    *
      * ('R') AS A VOID (FREQUENCY 8), BOTH CARRYING THE ORIGINAL'S    *
      * STATE CLAIM NUMBER. A CORRECTED CLAIM WHOSE ORIGINAL THE STATE *
      * NEVER ACCEPTED GOES AS AN ORIGINAL; A REVERSAL OF ONE IS NOT   *
      * REPORTED AT ALL.                                               *
      *                                                                *
      * ONE OPTIONAL PARMIN CARD:                                      *
      *                                                                *
      *   COLS 1-6   REPORTING PERIOD YYYYMM (DEFAULT LAST MONTH)      *
      *   COLS 7-16  THE PLAN'S STATE-ASSIGNED SUBMITTER ID, CARRIED   *
      *              ON THE SUBMISSION HEADER                          *
      *                                                                *
      * THE SUBMISSION ID ON THE HEADER AND ON EVERY ENTRY SENT IS     *
      * THE RUN DATE (YYYYMMDD); THE STATE ECHOES IT ON ITS RESPONSE.  *
      *                                                                *
      * INPUT  : PARMIN   - THE OPTIONAL PERIOD CARD.                  *
      *          CLAIMCIF - THE VSAM KSDS CLAIM FILE, SWEPT FOR THE    *
      *          PERIOD AND READ RANDOMLY FOR RE-QUEUED ENTRIES.       *
      *          CLAIMMBR - THE MEMBER MASTER, READ RANDOMLY.          *
      *          CLAIMPBM - THE PLAN BENEFIT FILE, READ RANDOMLY.      *
      *          CLAIMPRV - THE PROVIDER REFERENCE FILE, READ          *
      *          RANDOMLY.                                             *
      * I-O    : CLAIMENT - THE STATE ENCOUNTER TRACKING FILE.         *
      * OUTPUT : ENCOUT   - THE ENCOUNTER SUBMISSION FOR THE STATE.    *
      *          ENSRPT   - THE SUBMISSION REPORT.                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CLAIM-FILE ASSIGN TO CLAIMCIF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CLAIM-ID
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT TRACKING-FILE ASSIGN TO CLAIMENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CLAIM-ID
               FILE STATUS IS WS-TRACKING-FILE-STATUS.
           SELECT MEMBER-FILE ASSIGN TO CLAIMMBR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT PLAN-FILE ASSIGN TO CLAIMPBM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PBM-PLAN-CODE
               FILE STATUS IS WS-PLAN-FILE-STATUS.
           SELECT PROVIDER-FILE ASSIGN TO CLAIMPRV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROV-PROVIDER-ID
               FILE STATUS IS WS-PROVIDER-FILE-STATUS.
           SELECT ENCOUNTER-FILE ASSIGN TO ENCOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUBMISSION-REPORT ASSIGN TO ENSRPT
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
           05  PRM-SUBMITTER-ID        PIC X(10).
           05  FILLER                  PIC X(64).

       FD  CLAIM-FILE.
       COPY CLAIMCIF.

       FD  TRACKING-FILE.
       COPY CLAIMENT.

       FD  MEMBER-FILE.
       COPY CLAIMMBR.

       FD  PLAN-FILE.
       COPY CLAIMPBM.

       FD  PROVIDER-FILE.
       COPY CLAIMPRV.

       FD  ENCOUNTER-FILE
           RECORDING MODE IS F.
       01  ENCOUNTER-RECORD            PIC X(200).

       FD  SUBMISSION-REPORT
           RECORDING MODE IS F.
       01  SUBMISSION-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-TRACKING-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-MEMBER-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-PLAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PROVIDER-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-CLAIM-FILE-EOF           PIC X(1) VALUE 'N'.
           88  WS-CLAIM-FILE-AT-EOF              VALUE 'Y'.
       01  WS-TRACKING-FILE-EOF        PIC X(1) VALUE 'N'.
           88  WS-TRACKING-FILE-AT-EOF           VALUE 'Y'.
       01  WS-CLAIM-ON-FILE-SW         PIC X(1) VALUE 'N'.
           88  WS-CLAIM-ON-FILE                  VALUE 'Y'.
       01  WS-ENTRY-ON-FILE-SW         PIC X(1) VALUE 'N'.
           88  WS-ENTRY-ON-FILE                  VALUE 'Y'.
       01  WS-MEMBER-ON-FILE-SW        PIC X(1) VALUE 'N'.
           88  WS-MEMBER-ON-FILE                 VALUE 'Y'.
       01  WS-MEDICAID-PLAN-SW         PIC X(1) VALUE 'N'.
           88  WS-MEDICAID-PLAN                  VALUE 'Y'.

      ******************************************************************
      * THE ENCOUNTER SUBMISSION RECORDS -- 200 BYTES, A HEADER, A
      * CLAIM RECORD FOLLOWED BY ITS LINE RECORDS FOR EACH ENCOUNTER,
      * AND A TRAILER WITH THE COUNTS THE STATE BALANCES THE FILE TO.
      * AMOUNTS ARE USD WITH A LEADING SIGN (A VOID CARRIES THE
      * REVERSAL'S NEGATIVE AMOUNTS).
      ******************************************************************
       01  WS-ENC-HEADER.
           05  ENH-RECORD-TYPE         PIC X(1) VALUE 'H'.
           05  ENH-SUBMITTER-ID        PIC X(10).
           05  ENH-SUBMISSION-ID       PIC X(8).
           05  ENH-PERIOD              PIC 9(6).
           05  ENH-CREATED-DATE        PIC 9(8).
           05  FILLER                  PIC X(167) VALUE SPACES.

       01  WS-ENC-CLAIM.
           05  ENC-RECORD-TYPE         PIC X(1) VALUE 'C'.
           05  ENC-CLAIM-ID            PIC X(8).
           05  ENC-FREQUENCY           PIC X(1).
           05  ENC-ORIG-STATE-ICN      PIC X(20).
           05  ENC-ENCOUNTER-TYPE      PIC X(1).
           05  ENC-STATE-MEMBER-ID     PIC X(12).
           05  ENC-PROVIDER-NPI        PIC X(10).
           05  ENC-PROVIDER-STATE-ID   PIC X(12).
           05  ENC-SERVICE-DATE        PIC 9(8).
           05  ENC-CLAIM-TYPE          PIC X(8).
           05  ENC-CLAIM-STATUS        PIC X(1).
           05  ENC-BILLED-AMOUNT       PIC -9(7).9(2).
           05  ENC-ALLOWED-AMOUNT      PIC -9(7).9(2).
           05  ENC-PAID-AMOUNT         PIC -9(7).9(2).
           05  ENC-DIAGNOSIS-CODE      OCCURS 8 TIMES
                                       PIC X(8).
           05  ENC-LINE-COUNT          PIC 9(2).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-ENC-LINE.
           05  ENL-RECORD-TYPE         PIC X(1) VALUE 'L'.
           05  ENL-CLAIM-ID            PIC X(8).
           05  ENL-LINE-NUMBER         PIC 9(2).
           05  ENL-PROCEDURE-CODE      PIC X(8).
           05  ENL-MODIFIER            PIC X(2).
           05  ENL-DIAG-POINTER        PIC 9(1).
           05  ENL-BILLED-AMOUNT       PIC -9(7).9(2).
           05  ENL-LINE-STATUS         PIC X(4).
           05  ENL-ALLOWED-AMOUNT      PIC -9(7).9(2).
           05  FILLER                  PIC X(152) VALUE SPACES.

       01  WS-ENC-TRAILER.
           05  ETL-RECORD-TYPE     PIC X(1) VALUE 'T'.
           05  ETL-CLAIM-COUNT     PIC 9(7).
           05  ETL-LINE-COUNT      PIC 9(7).
           05  FILLER                  PIC X(185) VALUE SPACES.

      ******************************************************************
      * THE REPORTING PERIOD AND ITS WINDOW AS ABSTIME VALUES
      * (HUNDREDTHS OF A SECOND SINCE 1900-01-01, THE DOMAIN OF
      * CF-CLAIM-LAST-UPDATED): FROM THE FIRST OF THE PERIOD UP TO,
      * NOT INCLUDING, THE FIRST OF THE NEXT MONTH.
      ******************************************************************
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY           PIC 9(4).
           05  WS-TODAY-MM             PIC 9(2).
           05  WS-TODAY-DD             PIC 9(2).
       01  WS-PERIOD.
           05  WS-PERIOD-YYYY          PIC 9(4).
           05  WS-PERIOD-MM            PIC 9(2).
       01  WS-PERIOD-YYYYMM REDEFINES WS-PERIOD PIC 9(6).
       01  WS-NEXT-PERIOD.
           05  WS-NEXT-YYYY            PIC 9(4).
           05  WS-NEXT-MM              PIC 9(2).
       01  WS-NEXT-YYYYMM REDEFINES WS-NEXT-PERIOD PIC 9(6).
       01  WS-FIRST-OF-MONTH           PIC 9(8).
       01  WS-DAYS-SINCE-1900          PIC S9(8) COMP.
       01  WS-WINDOW-FROM-TS           PIC S9(15) COMP-3.
       01  WS-WINDOW-TO-TS             PIC S9(15) COMP-3.
       01  WS-SUBMISSION-ID            PIC X(8).

      ******************************************************************
      * THE CLAIMENT ENTRIES TO LOOK AT AGAIN, COLLECTED BY A BROWSE
      * FIRST -- THE RE-QUEUE READS AND REWRITES CLAIMENT RANDOMLY,
      * WHICH WOULD LOSE A BROWSE'S PLACE. ENTRIES BEYOND THE TABLE
      * ARE COUNTED AND LEFT FOR THE NEXT RUN.
      ******************************************************************
       01  WS-REQUEUE-TABLE.
           05  WS-RQ-CLAIM-ID          OCCURS 5000 TIMES
                   INDEXED BY WS-RQ-IDX
                                       PIC X(8).
       01  WS-REQUEUE-COUNT            PIC 9(4) VALUE 0.
       01  WS-REQUEUE-OVERFLOW         PIC 9(7) VALUE 0.
       01  WS-SAVED-ENTRY              PIC X(190).

      ******************************************************************
      * THE STATE'S IDENTIFIERS FOR THE CLAIM BEING LOOKED AT, AND THE
      * HOLD REASON WHEN ONE IS MISSING.
      ******************************************************************
       01  WS-STATE-MEMBER-ID          PIC X(12).
       01  WS-PROVIDER-NPI             PIC X(10).
       01  WS-PROVIDER-STATE-ID        PIC X(12).
       01  WS-HOLD-REASON              PIC X(4).

      ******************************************************************
      * HOW THE CLAIM GOES TO THE STATE: THE FREQUENCY, THE ORIGINAL'S
      * STATE CLAIM NUMBER FOR A REPLACEMENT OR VOID, AND WHETHER IT
      * GOES NOW ('S'), WAITS ON ITS ORIGINAL ('W') OR IS NOT
      * REPORTED ('X').
      ******************************************************************
       01  WS-FREQUENCY                PIC X(1).
       01  WS-ORIG-STATUS              PIC X(1).
       01  WS-ORIG-STATE-ICN           PIC X(20).
       01  WS-DISPOSITION              PIC X(1).

       01  WS-SERVICE-DATE.
           05  WS-SD-YYYY              PIC X(4).
           05  WS-SD-MM                PIC X(2).
           05  WS-SD-DD                PIC X(2).
       01  WS-LINE-IDX                 PIC 9(2).
       01  WS-DIAG-IDX                 PIC 9(1).
       01  WS-ERROR-IDX                PIC 9(1).
       01  WS-REPORT-ACTION            PIC X(80).
       01  WS-REPORT-POINTER           PIC 9(3).

       01  WS-SUBMITTED-COUNT          PIC 9(7) VALUE 0.
       01  WS-NEW-COUNT                PIC 9(7) VALUE 0.
       01  WS-RESUBMITTED-COUNT        PIC 9(7) VALUE 0.
       01  WS-REPLACEMENT-COUNT        PIC 9(7) VALUE 0.
       01  WS-VOID-COUNT               PIC 9(7) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(7) VALUE 0.
       01  WS-WAITING-COUNT            PIC 9(7) VALUE 0.
       01  WS-NOT-REQUIRED-COUNT       PIC 9(7) VALUE 0.
       01  WS-STILL-REJECTED-COUNT     PIC 9(7) VALUE 0.
       01  WS-LEFT-COUNT               PIC 9(7) VALUE 0.
       01  WS-LINE-RECORD-COUNT        PIC 9(7) VALUE 0.
       01  WS-TRACKING-ERRORS          PIC 9(7) VALUE 0.
       01  WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-SUBMISSION-ID

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
                   DISPLAY 'CLAIMENS: PARMIN PERIOD ' PRM-PERIOD
                       ' IS NOT A VALID YYYYMM'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PRM-PERIOD-YYYY TO WS-PERIOD-YYYY
               MOVE PRM-PERIOD-MM   TO WS-PERIOD-MM
           END-IF
           PERFORM DO-SET-PERIOD-WINDOW

           OPEN I-O TRACKING-FILE
           IF WS-TRACKING-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMENS: CLAIMENT OPEN FAILED, STATUS '
                   WS-TRACKING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  CLAIM-FILE
           OPEN INPUT  MEMBER-FILE
           OPEN INPUT  PLAN-FILE
           OPEN INPUT  PROVIDER-FILE
           OPEN OUTPUT ENCOUNTER-FILE
           OPEN OUTPUT SUBMISSION-REPORT

           MOVE SPACES TO SUBMISSION-REPORT-LINE
           STRING 'STATE MEDICAID ENCOUNTER SUBMISSION  PERIOD '
               WS-PERIOD-YYYYMM '  SUBMISSION ' WS-SUBMISSION-ID
               DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE
           WRITE SUBMISSION-REPORT-LINE
           MOVE SPACES TO SUBMISSION-REPORT-LINE
           WRITE SUBMISSION-REPORT-LINE

           MOVE PRM-SUBMITTER-ID  TO ENH-SUBMITTER-ID
           MOVE WS-SUBMISSION-ID  TO ENH-SUBMISSION-ID
           MOVE WS-PERIOD-YYYYMM  TO ENH-PERIOD
           MOVE WS-TODAY-DATE     TO ENH-CREATED-DATE
           WRITE ENCOUNTER-RECORD FROM WS-ENC-HEADER

           PERFORM DO-COLLECT-REQUEUE
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-REQUEUE-COUNT
               PERFORM DO-REQUEUE-ENCOUNTER
           END-PERFORM

      ******************************************************************
      * THE RE-QUEUE READ CLAIMCIF RANDOMLY, SO THE CURSOR GOES BACK
      * TO THE START OF THE FILE FOR THE PERIOD SWEEP.
      ******************************************************************
           MOVE LOW-VALUES TO CF-CLAIM-ID
           START CLAIM-FILE KEY >= CF-CLAIM-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CLAIM-FILE-EOF
           END-START

           PERFORM UNTIL WS-CLAIM-FILE-AT-EOF
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CLAIM-FILE-EOF
                   NOT AT END
                       IF (CF-CLAIM-STATUS = 'OKAY'
                        OR CF-CLAIM-STATUS = 'DENY')
                      AND CF-CLAIM-LAST-UPDATED >= WS-WINDOW-FROM-TS
                      AND CF-CLAIM-LAST-UPDATED < WS-WINDOW-TO-TS
                           PERFORM DO-CHECK-NEW-ENCOUNTER
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-SUBMITTED-COUNT   TO ETL-CLAIM-COUNT
           MOVE WS-LINE-RECORD-COUNT TO ETL-LINE-COUNT
           WRITE ENCOUNTER-RECORD FROM WS-ENC-TRAILER

           PERFORM DO-WRITE-TOTALS

           CLOSE TRACKING-FILE
           CLOSE CLAIM-FILE
           CLOSE MEMBER-FILE
           CLOSE PLAN-FILE
           CLOSE PROVIDER-FILE
           CLOSE ENCOUNTER-FILE
           CLOSE SUBMISSION-REPORT

           DISPLAY 'CLAIMENS: PERIOD ' WS-PERIOD-YYYYMM
               ' SUBMITTED = ' WS-SUBMITTED-COUNT
               ' HELD = ' WS-HELD-COUNT
               ' WAITING = ' WS-WAITING-COUNT
               ' STILL REJECTED = ' WS-STILL-REJECTED-COUNT
           IF WS-REQUEUE-OVERFLOW > 0
               DISPLAY 'CLAIMENS: ENTRIES LEFT FOR NEXT RUN, '
                   'TABLE FULL = ' WS-REQUEUE-OVERFLOW
           END-IF
           IF WS-TRACKING-ERRORS > 0
               DISPLAY 'CLAIMENS: CLAIMENT UPDATES FAILED = '
                   WS-TRACKING-ERRORS
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

       DO-SET-PERIOD-WINDOW SECTION.
           IF WS-PERIOD-MM = 12
               COMPUTE WS-NEXT-YYYY = WS-PERIOD-YYYY + 1
               MOVE 1 TO WS-NEXT-MM
           ELSE
               MOVE WS-PERIOD-YYYY TO WS-NEXT-YYYY
               COMPUTE WS-NEXT-MM = WS-PERIOD-MM + 1
           END-IF

           COMPUTE WS-FIRST-OF-MONTH = WS-PERIOD-YYYYMM * 100 + 1
           COMPUTE WS-DAYS-SINCE-1900 =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-MONTH)
               - FUNCTION INTEGER-OF-DATE(19000101)
           COMPUTE WS-WINDOW-FROM-TS = WS-DAYS-SINCE-1900 * 8640000

           COMPUTE WS-FIRST-OF-MONTH = WS-NEXT-YYYYMM * 100 + 1
           COMPUTE WS-DAYS-SINCE-1900 =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-MONTH)
               - FUNCTION INTEGER-OF-DATE(19000101)
           COMPUTE WS-WINDOW-TO-TS = WS-DAYS-SINCE-1900 * 8640000
           EXIT.

       DO-COLLECT-REQUEUE SECTION.
           MOVE LOW-VALUES TO ENT-CLAIM-ID
           START TRACKING-FILE KEY >= ENT-CLAIM-ID
               INVALID KEY
                   MOVE 'Y' TO WS-TRACKING-FILE-EOF
           END-START

           PERFORM UNTIL WS-TRACKING-FILE-AT-EOF
               READ TRACKING-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TRACKING-FILE-EOF
                   NOT AT END
                       IF ENT-HELD OR ENT-WAITING OR ENT-REJECTED
                           IF WS-REQUEUE-COUNT < 5000
                               ADD 1 TO WS-REQUEUE-COUNT
                               SET WS-RQ-IDX TO WS-REQUEUE-COUNT
                               MOVE ENT-CLAIM-ID
                                 TO WS-RQ-CLAIM-ID(WS-RQ-IDX)
                           ELSE
                               ADD 1 TO WS-REQUEUE-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       DO-REQUEUE-ENCOUNTER SECTION.
      ******************************************************************
      * LOOK AGAIN AT ONE HELD, WAITING OR REJECTED ENTRY AGAINST THE
      * CLAIM AS IT STANDS NOW.
      ******************************************************************
           MOVE WS-RQ-CLAIM-ID(WS-RQ-IDX) TO ENT-CLAIM-ID
           READ TRACKING-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ

           MOVE 'Y' TO WS-CLAIM-ON-FILE-SW
           MOVE ENT-CLAIM-ID TO CF-CLAIM-ID
           READ CLAIM-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CLAIM-ON-FILE-SW
           END-READ

           IF NOT WS-CLAIM-ON-FILE
               ADD 1 TO WS-LEFT-COUNT
               MOVE 'NO LONGER ON CLAIMCIF - LEFT AS IT IS'
                   TO WS-REPORT-ACTION
               PERFORM DO-REPORT-ENCOUNTER
               EXIT SECTION
           END-IF
      ******************************************************************
      * ADJUSTED AWAY BEFORE THE STATE ACCEPTED IT: THE CORRECTED
      * CLAIM OR REVERSAL THAT CLOSED IT IS REPORTED ON ITS OWN.
      ******************************************************************
           IF CF-CLAIM-STATUS = 'CLSD'
               MOVE 'X' TO ENT-STATUS
               MOVE SPACES TO ENT-HOLD-REASON
               PERFORM DO-REWRITE-TRACKING-ENTRY
               ADD 1 TO WS-NOT-REQUIRED-COUNT
               MOVE 'NOT REQUIRED - ADJUSTED BEFORE THE STATE ACCEPTED'
                   TO WS-REPORT-ACTION
               PERFORM DO-REPORT-ENCOUNTER
               EXIT SECTION
           END-IF
      ******************************************************************
      * REOPENED (AN APPEAL OR PEND IN FLIGHT) -- WAIT FOR IT TO BE
      * ADJUDICATED AGAIN.
      ******************************************************************
           IF CF-CLAIM-STATUS NOT = 'OKAY'
          AND CF-CLAIM-STATUS NOT = 'DENY'
               ADD 1 TO WS-LEFT-COUNT
               MOVE SPACES TO WS-REPORT-ACTION
               STRING 'CLAIM NOW ' CF-CLAIM-STATUS
                   ' - LEFT UNTIL IT IS ADJUDICATED AGAIN'
                   DELIMITED BY SIZE INTO WS-REPORT-ACTION
               PERFORM DO-REPORT-ENCOUNTER
               EXIT SECTION
           END-IF

           PERFORM DO-GET-STATE-IDENTIFIERS
      ******************************************************************
      * A REJECTED ENCOUNTER IS ONLY SENT AGAIN ONCE SOMETHING HAS
      * BEEN CORRECTED -- SENDING IT UNCHANGED WOULD ONLY BE REJECTED
      * AGAIN.
      ******************************************************************
           IF ENT-REJECTED
          AND CF-CLAIM-LAST-UPDATED = ENT-CLAIM-LAST-UPDATED
          AND WS-STATE-MEMBER-ID = ENT-STATE-MEMBER-ID
          AND WS-PROVIDER-NPI = ENT-PROVIDER-NPI
          AND WS-PROVIDER-STATE-ID = ENT-PROVIDER-STATE-ID
               ADD 1 TO WS-STILL-REJECTED-COUNT
               MOVE SPACES TO WS-REPORT-ACTION
               MOVE 1 TO WS-REPORT-POINTER
               STRING 'STILL REJECTED, NOT CORRECTED - ERRORS'
                   DELIMITED BY SIZE INTO WS-REPORT-ACTION
                   WITH POINTER WS-REPORT-POINTER
               PERFORM VARYING WS-ERROR-IDX FROM 1 BY 1
                       UNTIL WS-ERROR-IDX > 3
                   IF ENT-ERROR-CODE(WS-ERROR-IDX) NOT = SPACES
                       STRING ' ' ENT-ERROR-CODE(WS-ERROR-IDX)
                           DELIMITED BY SIZE INTO WS-REPORT-ACTION
                           WITH POINTER WS-REPORT-POINTER
                   END-IF
               END-PERFORM
               PERFORM DO-REPORT-ENCOUNTER
               EXIT SECTION
           END-IF

           MOVE ENCOUNTER-TRACKING-RECORD TO WS-SAVED-ENTRY
           PERFORM DO-SET-FREQUENCY
           MOVE WS-SAVED-ENTRY TO ENCOUNTER-TRACKING-RECORD

           IF ENT-REJECTED
          AND WS-DISPOSITION = 'S'
          AND WS-HOLD-REASON = SPACES
               ADD 1 TO WS-RESUBMITTED-COUNT
           END-IF
           PERFORM DO-DISPOSE-ENCOUNTER
           PERFORM DO-REWRITE-TRACKING-ENTRY
           EXIT.

       DO-CHECK-NEW-ENCOUNTER SECTION.
      ******************************************************************
      * A CLAIM ADJUDICATED IN THE PERIOD AND NOT YET TRACKED: AN
      * ENCOUNTER, OR ANY CLAIM FOR A MEMBER ON A MEDICAID PLAN.
      ******************************************************************
           MOVE CF-CLAIM-ID TO ENT-CLAIM-ID
           READ TRACKING-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ENTRY-ON-FILE-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ENTRY-ON-FILE-SW
           END-READ
           IF WS-ENTRY-ON-FILE
               EXIT SECTION
           END-IF

           PERFORM DO-GET-STATE-IDENTIFIERS
           IF CF-CLAIM-ENCOUNTER-FLAG NOT = 'Y'
          AND NOT WS-MEDICAID-PLAN
               EXIT SECTION
           END-IF

           PERFORM DO-SET-FREQUENCY

           INITIALIZE ENCOUNTER-TRACKING-RECORD
           MOVE CF-CLAIM-ID          TO ENT-CLAIM-ID
           IF CF-CLAIM-ENCOUNTER-FLAG = 'Y'
               MOVE 'E'              TO ENT-ENCOUNTER-TYPE
           ELSE
               MOVE 'F'              TO ENT-ENCOUNTER-TYPE
           END-IF
           MOVE WS-PERIOD-YYYYMM     TO ENT-PERIOD
           MOVE CF-CLAIM-PROVIDER    TO ENT-PROVIDER-ID
           MOVE CF-CLAIM-MEMBER-ID   TO ENT-MEMBER-ID
           PERFORM DO-FORMAT-SERVICE-DATE
           MOVE WS-SERVICE-DATE      TO ENT-SERVICE-DATE

           ADD 1 TO WS-NEW-COUNT
           PERFORM DO-DISPOSE-ENCOUNTER

           WRITE ENCOUNTER-TRACKING-RECORD
           IF WS-TRACKING-FILE-STATUS NOT = '00'
               ADD 1 TO WS-TRACKING-ERRORS
               DISPLAY 'CLAIMENS: CLAIMENT WRITE FAILED FOR '
                   ENT-CLAIM-ID ', STATUS ' WS-TRACKING-FILE-STATUS
           END-IF
           EXIT.

       DO-GET-STATE-IDENTIFIERS SECTION.
      ******************************************************************
      * THE MEMBER'S STATE RECIPIENT ID AND PLAN, AND THE PROVIDER'S
      * NPI AND STATE MEDICAID ID. THE FIRST ONE MISSING IS THE HOLD
      * REASON.
      ******************************************************************
           MOVE SPACES TO WS-STATE-MEMBER-ID
           MOVE SPACES TO WS-PROVIDER-NPI
           MOVE SPACES TO WS-PROVIDER-STATE-ID
           MOVE SPACES TO WS-HOLD-REASON
           MOVE 'N' TO WS-MEDICAID-PLAN-SW

           MOVE CF-CLAIM-MEMBER-ID TO MBR-MEMBER-ID
           READ MEMBER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-MEMBER-ON-FILE-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MEMBER-ON-FILE-SW
                   MOVE MBR-MEDICAID-ID TO WS-STATE-MEMBER-ID
           END-READ

           IF WS-MEMBER-ON-FILE
               MOVE MBR-PLAN-CODE TO PBM-PLAN-CODE
               READ PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PBM-MEDICAID-PLAN
                           MOVE 'Y' TO WS-MEDICAID-PLAN-SW
                       END-IF
               END-READ
           END-IF

           MOVE CF-CLAIM-PROVIDER TO PROV-PROVIDER-ID
           READ PROVIDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROV-NPI TO WS-PROVIDER-NPI
                   MOVE PROV-MEDICAID-ID TO WS-PROVIDER-STATE-ID
           END-READ

           EVALUATE TRUE
               WHEN WS-STATE-MEMBER-ID = SPACES
                   MOVE 'MBID' TO WS-HOLD-REASON
               WHEN WS-PROVIDER-NPI = SPACES
                   MOVE 'NPI ' TO WS-HOLD-REASON
               WHEN WS-PROVIDER-STATE-ID = SPACES
                   MOVE 'PVID' TO WS-HOLD-REASON
           END-EVALUATE
           EXIT.

       DO-SET-FREQUENCY SECTION.
      ******************************************************************
      * AN ORDINARY CLAIM IS AN ORIGINAL. A CORRECTED CLAIM OR
      * REVERSAL DEPENDS ON WHAT BECAME OF ITS ORIGINAL AT THE STATE:
      *   ACCEPTED            REPLACEMENT (7) OR VOID (8) OF IT
      *   SENT, NO ANSWER YET WAIT FOR THE ANSWER
      *   ANYTHING ELSE       THE CORRECTED CLAIM GOES AS AN
      *                       ORIGINAL; THE REVERSAL IS NOT REPORTED
      * READS THE ORIGINAL'S ENTRY INTO THE CLAIMENT RECORD AREA.
      ******************************************************************
           MOVE '1' TO WS-FREQUENCY
           MOVE SPACES TO WS-ORIG-STATE-ICN
           MOVE 'S' TO WS-DISPOSITION

           IF CF-CLAIM-ADJUSTMENT-TYPE NOT = 'C'
          AND CF-CLAIM-ADJUSTMENT-TYPE NOT = 'R'
               EXIT SECTION
           END-IF

           MOVE CF-CLAIM-ORIG-CLAIM-ID TO ENT-CLAIM-ID
           READ TRACKING-FILE
               INVALID KEY
                   MOVE SPACE TO WS-ORIG-STATUS
               NOT INVALID KEY
                   MOVE ENT-STATUS TO WS-ORIG-STATUS
                   MOVE ENT-STATE-ICN TO WS-ORIG-STATE-ICN
           END-READ

           EVALUATE TRUE
               WHEN WS-ORIG-STATUS = 'A'
                   IF CF-CLAIM-ADJUSTMENT-TYPE = 'C'
                       MOVE '7' TO WS-FREQUENCY
                   ELSE
                       MOVE '8' TO WS-FREQUENCY
                   END-IF
               WHEN WS-ORIG-STATUS = 'S'
                 OR WS-ORIG-STATUS = 'W'
                   MOVE 'W' TO WS-DISPOSITION
               WHEN OTHER
                   MOVE SPACES TO WS-ORIG-STATE-ICN
                   IF CF-CLAIM-ADJUSTMENT-TYPE = 'R'
                       MOVE 'X' TO WS-DISPOSITION
                   END-IF
           END-EVALUATE
           EXIT.

       DO-DISPOSE-ENCOUNTER SECTION.
      ******************************************************************
      * SEND THE ENCOUNTER, OR RECORD WHY IT IS NOT BEING SENT, ON THE
      * ENTRY IN THE CLAIMENT RECORD AREA. THE CALLER WRITES OR
      * REWRITES THE ENTRY.
      ******************************************************************
           MOVE WS-FREQUENCY TO ENT-FREQUENCY
           IF CF-CLAIM-ADJUSTMENT-TYPE = 'C'
           OR CF-CLAIM-ADJUSTMENT-TYPE = 'R'
               MOVE CF-CLAIM-ORIG-CLAIM-ID TO ENT-ORIG-CLAIM-ID
           END-IF
           MOVE WS-ORIG-STATE-ICN TO ENT-ORIG-STATE-ICN

           EVALUATE TRUE
               WHEN WS-DISPOSITION = 'X'
                   MOVE 'X' TO ENT-STATUS
                   MOVE SPACES TO ENT-HOLD-REASON
                   ADD 1 TO WS-NOT-REQUIRED-COUNT
                   MOVE SPACES TO WS-REPORT-ACTION
                   STRING 'NOT REQUIRED - REVERSAL OF A CLAIM THE '
                       'STATE NEVER ACCEPTED'
                       DELIMITED BY SIZE INTO WS-REPORT-ACTION
               WHEN WS-DISPOSITION = 'W'
                   MOVE 'W' TO ENT-STATUS
                   MOVE 'ORIG' TO ENT-HOLD-REASON
                   ADD 1 TO WS-WAITING-COUNT
                   MOVE SPACES TO WS-REPORT-ACTION
                   STRING 'WAITING - ORIGINAL ' ENT-ORIG-CLAIM-ID
                       ' HAS NO STATE RESPONSE YET'
                       DELIMITED BY SIZE INTO WS-REPORT-ACTION
               WHEN WS-HOLD-REASON NOT = SPACES
                   MOVE 'H' TO ENT-STATUS
                   MOVE WS-HOLD-REASON TO ENT-HOLD-REASON
                   ADD 1 TO WS-HELD-COUNT
                   EVALUATE TRUE
                       WHEN ENT-HOLD-MEMBER-ID
                           MOVE 'HELD - NO STATE MEMBER ID ON CLAIMMBR'
                               TO WS-REPORT-ACTION
                       WHEN ENT-HOLD-NPI
                           MOVE 'HELD - NO PROVIDER NPI ON CLAIMPRV'
                               TO WS-REPORT-ACTION
                       WHEN OTHER
                           MOVE 'HELD - NO STATE PROVIDER ID ON FILE'
                               TO WS-REPORT-ACTION
                   END-EVALUATE
               WHEN OTHER
                   PERFORM DO-WRITE-ENCOUNTER
                   MOVE 'S' TO ENT-STATUS
                   MOVE SPACES TO ENT-HOLD-REASON
                   MOVE WS-SUBMISSION-ID TO ENT-SUBMISSION-ID
                   ADD 1 TO ENT-SUBMIT-COUNT
                   MOVE WS-TODAY-DATE TO ENT-SUBMITTED-DATE
                   MOVE CF-CLAIM-LAST-UPDATED TO ENT-CLAIM-LAST-UPDATED
                   MOVE WS-STATE-MEMBER-ID TO ENT-STATE-MEMBER-ID
                   MOVE WS-PROVIDER-NPI TO ENT-PROVIDER-NPI
                   MOVE WS-PROVIDER-STATE-ID TO ENT-PROVIDER-STATE-ID
                   MOVE SPACES TO ENT-STATE-ICN
                   MOVE 0 TO ENT-RESPONSE-DATE
                   MOVE SPACES TO ENT-ERROR-CODE(1)
                   MOVE SPACES TO ENT-ERROR-CODE(2)
                   MOVE SPACES TO ENT-ERROR-CODE(3)
                   ADD 1 TO WS-SUBMITTED-COUNT
                   EVALUATE TRUE
                       WHEN ENT-REPLACEMENT
                           ADD 1 TO WS-REPLACEMENT-COUNT
                       WHEN ENT-VOID
                           ADD 1 TO WS-VOID-COUNT
                   END-EVALUATE
                   MOVE SPACES TO WS-REPORT-ACTION
                   STRING 'SUBMITTED, FREQUENCY ' ENT-FREQUENCY
                       ' ' ENT-ORIG-STATE-ICN
                       DELIMITED BY SIZE INTO WS-REPORT-ACTION
           END-EVALUATE
           PERFORM DO-REPORT-ENCOUNTER
           EXIT.

       DO-WRITE-ENCOUNTER SECTION.
      ******************************************************************
      * THE CLAIM RECORD AND ONE LINE RECORD PER CLAIM LINE.
      ******************************************************************
           MOVE CF-CLAIM-ID             TO ENC-CLAIM-ID
           MOVE WS-FREQUENCY            TO ENC-FREQUENCY
           MOVE WS-ORIG-STATE-ICN       TO ENC-ORIG-STATE-ICN
           IF CF-CLAIM-ENCOUNTER-FLAG = 'Y'
               MOVE 'E'                 TO ENC-ENCOUNTER-TYPE
           ELSE
               MOVE 'F'                 TO ENC-ENCOUNTER-TYPE
           END-IF
           MOVE WS-STATE-MEMBER-ID      TO ENC-STATE-MEMBER-ID
           MOVE WS-PROVIDER-NPI         TO ENC-PROVIDER-NPI
           MOVE WS-PROVIDER-STATE-ID    TO ENC-PROVIDER-STATE-ID
           PERFORM DO-FORMAT-SERVICE-DATE
           MOVE WS-SERVICE-DATE         TO ENC-SERVICE-DATE
           MOVE CF-CLAIM-TYPE           TO ENC-CLAIM-TYPE
           IF CF-CLAIM-STATUS = 'DENY'
               MOVE 'D'                 TO ENC-CLAIM-STATUS
           ELSE
               MOVE 'P'                 TO ENC-CLAIM-STATUS
           END-IF
           MOVE CF-CLAIM-AMOUNT         TO ENC-BILLED-AMOUNT
           MOVE CF-CLAIM-ALLOWED-AMOUNT TO ENC-ALLOWED-AMOUNT
           MOVE CF-CLAIM-PLAN-PAID-AMOUNT TO ENC-PAID-AMOUNT
           PERFORM VARYING WS-DIAG-IDX FROM 1 BY 1
                   UNTIL WS-DIAG-IDX > 8
               MOVE CF-CLAIM-DIAGNOSIS-CODE(WS-DIAG-IDX)
                 TO ENC-DIAGNOSIS-CODE(WS-DIAG-IDX)
           END-PERFORM
           IF CF-CLAIM-LINE-ITEM-COUNT > 10
               MOVE 10 TO ENC-LINE-COUNT
           ELSE
               MOVE CF-CLAIM-LINE-ITEM-COUNT TO ENC-LINE-COUNT
           END-IF
           WRITE ENCOUNTER-RECORD FROM WS-ENC-CLAIM

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > ENC-LINE-COUNT
               MOVE CF-CLAIM-ID TO ENL-CLAIM-ID
               MOVE WS-LINE-IDX TO ENL-LINE-NUMBER
               MOVE CF-LINE-PROCEDURE-CODE(WS-LINE-IDX)
                 TO ENL-PROCEDURE-CODE
               MOVE CF-LINE-MODIFIER(WS-LINE-IDX) TO ENL-MODIFIER
               MOVE CF-LINE-DIAG-POINTER(WS-LINE-IDX)
                 TO ENL-DIAG-POINTER
               MOVE CF-LINE-AMOUNT(WS-LINE-IDX) TO ENL-BILLED-AMOUNT
               MOVE CF-LINE-DISP-STATUS(WS-LINE-IDX) TO ENL-LINE-STATUS
               IF CF-LINE-DISP-STATUS(WS-LINE-IDX) = SPACES
                   MOVE 0 TO ENL-ALLOWED-AMOUNT
               ELSE
                   MOVE CF-LINE-DISP-ALLOWED(WS-LINE-IDX)
                     TO ENL-ALLOWED-AMOUNT
               END-IF
               WRITE ENCOUNTER-RECORD FROM WS-ENC-LINE
               ADD 1 TO WS-LINE-RECORD-COUNT
           END-PERFORM
           EXIT.

       DO-FORMAT-SERVICE-DATE SECTION.
      ******************************************************************
      * CF-CLAIM-DATE IS MM/DD/YYYY; THE STATE TAKES YYYYMMDD.
      ******************************************************************
           MOVE CF-CLAIM-DATE(7:4) TO WS-SD-YYYY
           MOVE CF-CLAIM-DATE(1:2) TO WS-SD-MM
           MOVE CF-CLAIM-DATE(4:2) TO WS-SD-DD
           IF WS-SERVICE-DATE NOT NUMERIC
               MOVE ZEROS TO WS-SERVICE-DATE
           END-IF
           EXIT.

       DO-REWRITE-TRACKING-ENTRY SECTION.
           REWRITE ENCOUNTER-TRACKING-RECORD
           IF WS-TRACKING-FILE-STATUS NOT = '00'
               ADD 1 TO WS-TRACKING-ERRORS
               DISPLAY 'CLAIMENS: CLAIMENT REWRITE FAILED FOR '
                   ENT-CLAIM-ID ', STATUS ' WS-TRACKING-FILE-STATUS
           END-IF
           EXIT.

       DO-REPORT-ENCOUNTER SECTION.
           MOVE SPACES TO SUBMISSION-REPORT-LINE
           STRING 'CLAIM ' ENT-CLAIM-ID '  TYPE ' ENT-ENCOUNTER-TYPE
               '  PROVIDER ' ENT-PROVIDER-ID '  ' WS-REPORT-ACTION
               DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE
           WRITE SUBMISSION-REPORT-LINE
           EXIT.

       DO-WRITE-TOTALS SECTION.
           MOVE SPACES TO SUBMISSION-REPORT-LINE
           WRITE SUBMISSION-REPORT-LINE

           MOVE WS-SUBMITTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SUBMISSION-REPORT-LINE
           STRING 'ENCOUNTERS SUBMITTED         ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE
           WRITE SUBMISSION-REPORT-LINE
           MOVE WS-REPLACEMENT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SUBMISSION-REPORT-LINE
           STRING '  OF WHICH REPLACEMENTS      ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE
           WRITE SUBMISSION-REPORT-LINE
           MOVE WS-VOID-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SUBMISSION-REPORT-LINE
           STRING '  OF WHICH VOIDS             ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE
           WRITE SUBMISSION-REPORT-LINE
           MOVE WS-RESUBMITTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SUBMISSION-REPORT-LINE
           STRING '  CORRECTED REJECTS RE-SENT  ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE
           WRITE SUBMISSION-REPORT-LINE
           MOVE WS-NEW-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SUBMISSION-REPORT-LINE
           STRING 'NEW CLAIMS SELECTED          ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE
           WRITE SUBMISSION-REPORT-LINE
           MOVE WS-HELD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SUBMISSION-REPORT-LINE
           STRING 'HELD FOR MISSING STATE IDS   ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE
           WRITE SUBMISSION-REPORT-LINE
           MOVE WS-WAITING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SUBMISSION-REPORT-LINE
           STRING 'WAITING ON AN ORIGINAL       ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE
           WRITE SUBMISSION-REPORT-LINE
           MOVE WS-STILL-REJECTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SUBMISSION-REPORT-LINE
           STRING 'REJECTED, NOT YET CORRECTED  ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE
           WRITE SUBMISSION-REPORT-LINE
           MOVE WS-NOT-REQUIRED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SUBMISSION-REPORT-LINE
           STRING 'NOT REQUIRED                 ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE
           WRITE SUBMISSION-REPORT-LINE
           MOVE WS-LEFT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SUBMISSION-REPORT-LINE
           STRING 'LEFT, CLAIM NOT ADJUDICATED  ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE
           WRITE SUBMISSION-REPORT-LINE
           IF WS-REQUEUE-OVERFLOW > 0
               MOVE WS-REQUEUE-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO SUBMISSION-REPORT-LINE
               STRING 'LEFT FOR NEXT RUN (TABLE)    ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO SUBMISSION-REPORT-LINE
               WRITE SUBMISSION-REPORT-LINE
           END-IF
           EXIT.
