       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMRTS.
      ******************************************************************
      * RETROACTIVE TERMINATION SWEEP INTO OVERPAYMENT RECOVERY        *
      *                                                                *
      * WHEN CLAIMENR APPLIES A TERMINATION BACKDATED WEEKS OR MONTHS  *
      * (OR OTHERWISE SHORTENS A COVERAGE SPAN OVER DATES ALREADY      *
      * PAST) IT LOGS THE OLD AND NEW SPANS TO CLAIMRTL. THIS JOB RUNS *
      * AFTER CLAIMENR AND BEFORE CLAIMEXT, PICKS UP EVERY LOG ROW NOT *
      * YET SWEPT, AND SCANS CLAIMCIF FOR THE MEMBER'S CLAIMS WHOSE    *
      * DATE OF SERVICE FELL INSIDE THE OLD SPAN BUT OUTSIDE THE NEW:  *
      *                                                                *
      *   OKAY, NOT YET EXTRACTED - PULLED BACK TO PEND WITH REASON    *
      *            'RTRM' BEFORE CLAIMEXT CAN SEND IT FOR PAYMENT,     *
      *            WITH A CLAIMHIS ROW (USERID 'CLAIMRTS'), AND PUT    *
      *            ON THE CLAIMWRK EXAMINER QUEUE -- A NEW ENTRY, OR   *
      *            THE CLAIM'S EARLIER ONE REOPENED -- AS CLAIMCI0     *
      *            QUEUES ANY PENDED CLAIM.                            *
      *   OKAY (EXTRACTED) OR CLSD - ALREADY PAID: A CLAIMRCV          *
      *            OVERPAYMENT RECOVERY IS OPENED AGAINST THE          *
      *            PROVIDER FOR THE REMITTED AMOUNT (THE PLAN-PAID     *
      *            AMOUNT WHEN NO REMITTANCE HAS POSTED YET), AND THE  *
      *            CLAIM IS STAMPED WITH REASON 'RTRM'. AN ENCOUNTER   *
      *            PAID NOTHING, AND A MEMBER-PAYEE CLAIM IS REFERRED  *
      *            TO THE RECOVERY TEAM INSTEAD OF OFFSET AGAINST THE  *
      *            PROVIDER.                                           *
      *   PEND, COBH, WAPP, APPL - STILL OPEN; LISTED SO THE EXAMINER  *
      *            DENIES IT ON REVIEW.                                *
      *                                                                *
      * ONLY THE CLAIM NOW CARRYING THE PAYMENT IS ACTED ON. AN 'R'    *
      * REVERSAL RECORD IS SKIPPED, AS IS ANY CLAIM A REVERSAL POINTS  *
      * BACK TO THROUGH CF-CLAIM-ORIG-CLAIM-ID -- ITS PAYMENT WAS      *
      * ALREADY TAKEN BACK AND ITS 'C' REPLACEMENT CARRIES IT NOW. A   *
      * FIRST PASS OVER CLAIMCIF LISTS THE REVERSED CLAIMS OF THE      *
      * LOGGED MEMBERS.                                                *
      *                                                                *
      * EVERY PULLED-BACK OR RECOVERED CLAIM HAS BACKED OUT OF THE     *
      * MEMBER'S (AND FAMILY) ACCUMULATORS ON CLAIMMBR WHAT CLAIMMAH   *
      * SHOWS IS STILL POSTED FOR IT -- THE NET OF THE MEMBER'S APPL,  *
      * BACK, REAP AND RTRM ROWS FOR THE CLAIM ID, READ IN A FIRST PASS*
      * OVER CLAIMMAH -- WITH A CLAIMMAH ROW (ACTION 'RTRM'), THE SAME *
      * FLOOR-AT-ZERO POSTING CLAIMCI0 APPLIES TO A REVERSAL. WHEN     *
      * NOTHING IS NET POSTED NOTHING IS BACKED OUT OR WRITTEN. THE    *
      * CLAIM'S SERVICES ARE ALSO TAKEN OFF THE MEMBER'S CLAIMUTL      *
      * FREQUENCY COUNTERS. A CLAIM ALREADY CARRYING REASON 'RTRM' IS  *
      * NEVER SWEPT TWICE.                                             *
      *                                                                *
      * A LOG ROW IS REWRITTEN SWEPT ONLY WHEN ALL ITS CLAIMS WERE     *
      * HANDLED -- A CLAIMCIF RECORD HELD BY AN ONLINE TRANSACTION     *
      * (RLS) LEAVES THE ROW OPEN FOR THE NEXT RUN, AS DOES A ROW      *
      * THAT DID NOT FIT THE IN-STORAGE TABLE, OR A MEMBER WHOSE       *
      * REVERSALS OR CLAIMMAH ROWS DID NOT FIT THE FIRST-PASS TABLES   *
      * (NONE OF ITS CLAIMS IS TOUCHED). THE JOB IS THEREFORE SAFE TO  *
      * RE-RUN AND DOES NOT REFUSE A DATE IT ALREADY RAN; IT POSTS ITS *
      * CLAIMRNC 'DONE', WHICH CLAIMEXT WAITS FOR.                     *
      *                                                                *
      * THE RTSRPT REPORT GOES TO THE ENROLLMENT AND RECOVERY TEAMS.   *
      *                                                                *
      * INPUT  : CLAIMPAY - THE VSAM KSDS PAYMENT FILE.                *
      * I-O    : CLAIMRTL - THE RETROACTIVE TERMINATION LOG (ESDS).    *
      *          CLAIMCIF - THE VSAM KSDS CLAIM FILE.                  *
      *          CLAIMMBR - THE VSAM KSDS MEMBER MASTER.               *
      *          CLAIMRCV - THE OVERPAYMENT RECOVERY LEDGER.           *
      *          CLAIMRNC - BATCH RUN CONTROL.                         *
      *          CLAIMWRK - THE EXAMINER WORK QUEUE.                   *
      *          CLAIMUTL - MEMBER UTILIZATION COUNTERS (OPTIONAL).    *
      * OUTPUT : CLAIMHIS - STATUS-CHANGE TRAIL (EXTENDED).            *
      *          CLAIMMAH - ACCUMULATOR CHANGE LOG (READ, THEN         *
      *                     EXTENDED).                                 *
      *          RTSRPT   - THE SWEEP REPORT.                          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRO-TERM-LOG-FILE ASSIGN TO CLAIMRTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETRO-LOG-STATUS.
           SELECT CLAIM-FILE ASSIGN TO CLAIMCIF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CF-CLAIM-ID
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT MEMBER-FILE ASSIGN TO CLAIMMBR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO CLAIMPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-CLAIM-ID
               FILE STATUS IS WS-PAYMENT-FILE-STATUS.
           SELECT RECOVERY-FILE ASSIGN TO CLAIMRCV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCV-KEY
               FILE STATUS IS WS-RECOVERY-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CLAIMRNC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RNC-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT WORK-FILE ASSIGN TO CLAIMWRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRK-CLAIM-ID
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT UTILIZATION-FILE ASSIGN TO CLAIMUTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UTL-KEY
               FILE STATUS IS WS-UTILIZATION-FILE-STATUS.
           SELECT CLAIM-HISTORY-FILE ASSIGN TO CLAIMHIS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT ACCUM-HISTORY-FILE ASSIGN TO CLAIMMAH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCUM-LOG-STATUS.
           SELECT SWEEP-REPORT ASSIGN TO RTSRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETRO-TERM-LOG-FILE.
       COPY CLAIMRTL.

       FD  CLAIM-FILE.
       COPY CLAIMCIF.

       FD  MEMBER-FILE.
       COPY CLAIMMBR.

       FD  PAYMENT-FILE.
       COPY CLAIMPAY.

       FD  RECOVERY-FILE.
       COPY CLAIMRCV.

       FD  RUN-CONTROL-FILE.
       COPY CLAIMRNC.

       FD  WORK-FILE.
       COPY CLAIMWRK.

       FD  UTILIZATION-FILE.
       COPY CLAIMUTL.

       FD  CLAIM-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CLAIMHIS.

       FD  ACCUM-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CLAIMMAH.

       FD  SWEEP-REPORT
           RECORDING MODE IS F.
       01  SWEEP-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * RUN-CONTROL STATE (SEE CLAIMRNC.CPY). A MISSING CLAIMRNC
      * FILE TURNS THE POSTING OFF.
      ******************************************************************
       01  WS-RUN-CONTROL-STATUS       PIC X(2) VALUE '00'.
       01  WS-RUN-CONTROL-ACTIVE-SW    PIC X(1) VALUE 'N'.
           88  WS-RUN-CONTROL-ACTIVE             VALUE 'Y'.
       01  WS-PROCESS-DATE             PIC 9(8).
       01  WS-RNC-TODAY                PIC 9(8).

       01  WS-RETRO-LOG-STATUS         PIC X(2) VALUE '00'.
       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-MEMBER-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-PAYMENT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-RECOVERY-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-HISTORY-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ACCUM-LOG-STATUS         PIC X(2) VALUE '00'.
       01  WS-WORK-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-UTILIZATION-FILE-STATUS  PIC X(2) VALUE '00'.
       01  WS-UTILIZATION-OPEN-SW      PIC X(1) VALUE 'N'.
           88  WS-UTILIZATION-OPEN               VALUE 'Y'.
       01  WS-UTILIZATION-EOF          PIC X(1) VALUE 'N'.
           88  WS-UTILIZATION-AT-EOF             VALUE 'Y'.
       01  WS-ACCUM-LOG-EOF            PIC X(1) VALUE 'N'.
           88  WS-ACCUM-LOG-AT-EOF               VALUE 'Y'.
       01  WS-RETRO-LOG-EOF            PIC X(1) VALUE 'N'.
           88  WS-RETRO-LOG-AT-EOF               VALUE 'Y'.
       01  WS-CLAIM-FILE-EOF           PIC X(1) VALUE 'N'.
           88  WS-CLAIM-FILE-AT-EOF              VALUE 'Y'.

      ******************************************************************
      * THE UNSWEPT CLAIMRTL ROWS, IN LOG ORDER. A ROW THAT DOES NOT
      * FIT STAYS UNSWEPT FOR THE NEXT RUN. WS-RT-HELD IS RAISED WHEN
      * ONE OF THE ROW'S CLAIMS COULD NOT BE REWRITTEN, SO THE ROW IS
      * LEFT OPEN AND RETRIED. WS-RT-TABLE-FULL IS RAISED WHEN THE
      * MEMBER'S REVERSALS OR CLAIMMAH ROWS DID NOT FIT THE TABLES
      * BELOW, SO NONE OF THE MEMBER'S CLAIMS CAN BE ACTED ON SAFELY.
      ******************************************************************
       01  WS-RETRO-TABLE.
           05  WS-RT-ENTRY OCCURS 500 TIMES.
               10  WS-RT-MEMBER-ID     PIC X(8).
               10  WS-RT-OLD-EFFECTIVE PIC 9(8).
               10  WS-RT-OLD-TERMINATION PIC 9(8).
               10  WS-RT-NEW-EFFECTIVE PIC 9(8).
               10  WS-RT-NEW-TERMINATION PIC 9(8).
               10  WS-RT-CLAIM-COUNT   PIC 9(5).
               10  WS-RT-HELD-SW       PIC X(1).
                   88  WS-RT-HELD                VALUE 'Y'.
               10  WS-RT-TABLE-FULL-SW PIC X(1).
                   88  WS-RT-TABLE-FULL          VALUE 'Y'.
       01  WS-RT-COUNT                 PIC 9(4) VALUE 0.
       01  WS-RT-OVERFLOW              PIC 9(7) VALUE 0.
       01  WS-RT-IDX                   PIC 9(4).
       01  WS-RT-HIT                   PIC 9(4).
       01  WS-RT-PENDING-SEEN          PIC 9(7).
       01  WS-SCAN-MEMBER-ID           PIC X(8).
       01  WS-MEMBER-LOGGED-SW         PIC X(1) VALUE 'N'.
           88  WS-MEMBER-LOGGED                  VALUE 'Y'.

      ******************************************************************
      * FIRST-PASS TABLES FOR THE LOGGED MEMBERS ONLY: THE CLAIMS A
      * REVERSAL POINTS BACK TO, AND THE NET CLAIMMAH POSTING BY
      * CLAIM AND MEMBER.
      ******************************************************************
       01  WS-REVERSED-TABLE.
           05  WS-RV-CLAIM-ID OCCURS 5000 TIMES
                                       PIC X(8).
       01  WS-RV-COUNT                 PIC 9(4) VALUE 0.
       01  WS-RV-IDX                   PIC 9(4).
       01  WS-RV-FOUND-SW              PIC X(1) VALUE 'N'.
           88  WS-RV-FOUND                       VALUE 'Y'.

       01  WS-POSTED-TABLE.
           05  WS-PT-ENTRY OCCURS 5000 TIMES.
               10  WS-PT-CLAIM-ID      PIC X(8).
               10  WS-PT-MEMBER-ID     PIC X(8).
               10  WS-PT-NET           COMP-2.
       01  WS-PT-COUNT                 PIC 9(4) VALUE 0.
       01  WS-PT-IDX                   PIC 9(4).
       01  WS-PT-HIT                   PIC 9(4).
       01  WS-POSTED-NET               COMP-2.

       01  WS-SERVICE-DATE             PIC 9(8).
       01  WS-CURRENT-ABSTIME          PIC S9(15) COMP-3.
       01  WS-OLD-CLAIM-STATUS         PIC X(4).
       01  WS-RECOVERY-AMOUNT          COMP-2.
       01  WS-ACC-MEMBER-ID            PIC X(8).
       01  WS-ACC-AMOUNT               COMP-2.
       01  WS-FAM-SUBSCRIBER-ID        PIC X(8).
       01  WS-UTL-IDX                  PIC 9(2).
       01  WS-UTL-KEEP-COUNT           PIC 9(2).
       01  WS-UTL-CHANGED-SW           PIC X(1) VALUE 'N'.
           88  WS-UTL-CHANGED                    VALUE 'Y'.

       01  WS-MATCHED-COUNT            PIC 9(7) VALUE 0.
       01  WS-PULLED-BACK-COUNT        PIC 9(7) VALUE 0.
       01  WS-RECOVERY-COUNT           PIC 9(7) VALUE 0.
       01  WS-REFERRED-COUNT           PIC 9(7) VALUE 0.
       01  WS-OPEN-CLAIM-COUNT         PIC 9(7) VALUE 0.
       01  WS-LOCKED-COUNT             PIC 9(7) VALUE 0.
       01  WS-TABLE-HELD-COUNT         PIC 9(7) VALUE 0.
       01  WS-SWEPT-ROW-COUNT          PIC 9(7) VALUE 0.
       01  WS-RECOVERY-TOTAL           COMP-2 VALUE 0.

       01  WS-EDIT-AMOUNT              PIC -(8)9.99.
       01  WS-EDIT-TOTAL-AMOUNT        PIC -(10)9.99.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           PERFORM DO-CHECK-RUN-CONTROL

           COMPUTE WS-CURRENT-ABSTIME =
               (FUNCTION INTEGER-OF-DATE(WS-RNC-TODAY)
               - FUNCTION INTEGER-OF-DATE(19000101)) * 8640000

           OPEN OUTPUT SWEEP-REPORT
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING 'RETROACTIVE TERMINATION CLAIM SWEEP FOR '
               WS-PROCESS-DATE
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-LINE
           MOVE SPACES TO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-LINE

           PERFORM DO-LOAD-RETRO-LOG

           IF WS-RT-COUNT > 0
               PERFORM DO-LIST-REVERSED-CLAIMS
               PERFORM DO-LOAD-POSTED-AMOUNTS

               OPEN I-O    CLAIM-FILE
               OPEN I-O    MEMBER-FILE
               OPEN INPUT  PAYMENT-FILE
               OPEN I-O    RECOVERY-FILE
               OPEN I-O    WORK-FILE
               OPEN I-O    UTILIZATION-FILE
               IF WS-UTILIZATION-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-UTILIZATION-OPEN-SW
               ELSE
                   DISPLAY 'CLAIMRTS: CLAIMUTL OPEN FAILED, STATUS = '
                       WS-UTILIZATION-FILE-STATUS
               END-IF
               OPEN EXTEND CLAIM-HISTORY-FILE
               OPEN EXTEND ACCUM-HISTORY-FILE

               PERFORM UNTIL WS-CLAIM-FILE-AT-EOF
                   READ CLAIM-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CLAIM-FILE-EOF
                       NOT AT END
                           PERFORM DO-CHECK-RETRO-CLAIM
                   END-READ
               END-PERFORM

               CLOSE CLAIM-FILE
               CLOSE MEMBER-FILE
               CLOSE PAYMENT-FILE
               CLOSE RECOVERY-FILE
               CLOSE WORK-FILE
               IF WS-UTILIZATION-OPEN
                   CLOSE UTILIZATION-FILE
               END-IF
               CLOSE CLAIM-HISTORY-FILE
               CLOSE ACCUM-HISTORY-FILE

               PERFORM DO-MARK-LOG-SWEPT
           END-IF

           PERFORM DO-WRITE-SWEEP-TOTALS
           CLOSE SWEEP-REPORT

           DISPLAY 'CLAIMRTS: LOG ROWS = ' WS-RT-COUNT
               ' SWEPT = ' WS-SWEPT-ROW-COUNT
               ' CLAIMS = ' WS-MATCHED-COUNT
           DISPLAY 'CLAIMRTS: PULLED BACK = ' WS-PULLED-BACK-COUNT
               ' RECOVERIES = ' WS-RECOVERY-COUNT
               ' REFERRED = ' WS-REFERRED-COUNT
               ' STILL OPEN = ' WS-OPEN-CLAIM-COUNT
           IF WS-LOCKED-COUNT > 0
               DISPLAY 'CLAIMRTS: CLAIMS SKIPPED, RECORD LOCKED = '
                   WS-LOCKED-COUNT
           END-IF
           IF WS-TABLE-HELD-COUNT > 0
               DISPLAY 'CLAIMRTS: CLAIMS SKIPPED, FIRST-PASS TABLE '
                   'FULL = ' WS-TABLE-HELD-COUNT
           END-IF
           IF WS-RT-OVERFLOW > 0
               DISPLAY 'CLAIMRTS: LOG ROWS LEFT FOR NEXT RUN, '
                   'TABLE FULL = ' WS-RT-OVERFLOW
           END-IF

           PERFORM DO-POST-RUN-CONTROL

           STOP RUN.

       DO-LOAD-RETRO-LOG SECTION.
      ******************************************************************
      * LOAD EVERY UNSWEPT CLAIMRTL ROW, LISTING EACH ON THE REPORT.
      * A MISSING OR EMPTY LOG SIMPLY MEANS NOTHING TO SWEEP.
      ******************************************************************
           OPEN INPUT RETRO-TERM-LOG-FILE
           IF WS-RETRO-LOG-STATUS NOT = '00'
               DISPLAY 'CLAIMRTS: CLAIMRTL OPEN FAILED, STATUS = '
                   WS-RETRO-LOG-STATUS
               EXIT SECTION
           END-IF

           MOVE 'N' TO WS-RETRO-LOG-EOF
           PERFORM UNTIL WS-RETRO-LOG-AT-EOF
               READ RETRO-TERM-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-RETRO-LOG-EOF
                   NOT AT END
                       IF NOT RTL-SWEPT
                           PERFORM DO-ADD-RETRO-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RETRO-TERM-LOG-FILE
           EXIT.

       DO-ADD-RETRO-ENTRY SECTION.
           IF WS-RT-COUNT NOT < 500
               ADD 1 TO WS-RT-OVERFLOW
               EXIT SECTION
           END-IF

           ADD 1 TO WS-RT-COUNT
           MOVE RTL-MEMBER-ID      TO WS-RT-MEMBER-ID(WS-RT-COUNT)
           MOVE RTL-OLD-EFFECTIVE-DATE
             TO WS-RT-OLD-EFFECTIVE(WS-RT-COUNT)
           MOVE RTL-OLD-TERMINATION-DATE
             TO WS-RT-OLD-TERMINATION(WS-RT-COUNT)
           MOVE RTL-NEW-EFFECTIVE-DATE
             TO WS-RT-NEW-EFFECTIVE(WS-RT-COUNT)
           MOVE RTL-NEW-TERMINATION-DATE
             TO WS-RT-NEW-TERMINATION(WS-RT-COUNT)
           MOVE 0                  TO WS-RT-CLAIM-COUNT(WS-RT-COUNT)
           MOVE 'N'                TO WS-RT-HELD-SW(WS-RT-COUNT)
           MOVE 'N'                TO WS-RT-TABLE-FULL-SW(WS-RT-COUNT)

           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING 'MEMBER ' RTL-MEMBER-ID
               ' COVERAGE WAS ' RTL-OLD-EFFECTIVE-DATE
               '-' RTL-OLD-TERMINATION-DATE
               ' NOW ' RTL-NEW-EFFECTIVE-DATE
               '-' RTL-NEW-TERMINATION-DATE
               ' (FEED ' RTL-FUNCTION ' OF ' RTL-LOGGED-DATE ')'
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-LINE
           EXIT.

       DO-LIST-REVERSED-CLAIMS SECTION.
      ******************************************************************
      * FIRST PASS OVER CLAIMCIF: LIST THE CLAIM EACH 'R' REVERSAL OF
      * A LOGGED MEMBER POINTS BACK TO. THAT CLAIM'S PAYMENT WAS
      * ALREADY TAKEN BACK, SO THE SWEEP LEAVES IT ALONE.
      ******************************************************************
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-FILE-STATUS NOT = '00'
               EXIT SECTION
           END-IF

           MOVE 'N' TO WS-CLAIM-FILE-EOF
           PERFORM UNTIL WS-CLAIM-FILE-AT-EOF
               READ CLAIM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CLAIM-FILE-EOF
                   NOT AT END
                       IF CF-CLAIM-ADJUSTMENT-TYPE = 'R'
                      AND CF-CLAIM-ORIG-CLAIM-ID NOT = SPACES
                           PERFORM DO-ADD-REVERSED-CLAIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLAIM-FILE
           MOVE 'N' TO WS-CLAIM-FILE-EOF
           EXIT.

       DO-ADD-REVERSED-CLAIM SECTION.
           MOVE CF-CLAIM-MEMBER-ID TO WS-SCAN-MEMBER-ID
           PERFORM DO-CHECK-MEMBER-LOGGED
           IF NOT WS-MEMBER-LOGGED
               EXIT SECTION
           END-IF

           IF WS-RV-COUNT NOT < 5000
               PERFORM DO-MARK-MEMBER-TABLE-FULL
               EXIT SECTION
           END-IF

           ADD 1 TO WS-RV-COUNT
           MOVE CF-CLAIM-ORIG-CLAIM-ID TO WS-RV-CLAIM-ID(WS-RV-COUNT)
           EXIT.

       DO-LOAD-POSTED-AMOUNTS SECTION.
      ******************************************************************
      * FIRST PASS OVER CLAIMMAH: NET EVERY APPL, BACK, REAP AND RTRM
      * ROW OF A LOGGED MEMBER BY CLAIM ID AND MEMBER ID. A MISSING
      * LOG MEANS NOTHING WAS EVER POSTED; A LOG THAT CANNOT BE READ
      * HOLDS EVERY LOGGED MEMBER'S CLAIMS UNTIL THE NEXT RUN.
      ******************************************************************
           OPEN INPUT ACCUM-HISTORY-FILE
           IF WS-ACCUM-LOG-STATUS = '35'
               EXIT SECTION
           END-IF
           IF WS-ACCUM-LOG-STATUS NOT = '00'
               DISPLAY 'CLAIMRTS: CLAIMMAH OPEN FAILED, STATUS = '
                   WS-ACCUM-LOG-STATUS ' - RETRO CLAIMS HELD'
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RT-COUNT
                   MOVE 'Y' TO WS-RT-TABLE-FULL-SW(WS-RT-IDX)
               END-PERFORM
               EXIT SECTION
           END-IF

           MOVE 'N' TO WS-ACCUM-LOG-EOF
           PERFORM UNTIL WS-ACCUM-LOG-AT-EOF
               READ ACCUM-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-ACCUM-LOG-EOF
                   NOT AT END
                       IF MAH-ACTION = 'APPL'
                       OR MAH-ACTION = 'BACK'
                       OR MAH-ACTION = 'REAP'
                       OR MAH-ACTION = 'RTRM'
                           PERFORM DO-ADD-POSTED-AMOUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACCUM-HISTORY-FILE
           EXIT.

       DO-ADD-POSTED-AMOUNT SECTION.
           MOVE MAH-MEMBER-ID TO WS-SCAN-MEMBER-ID
           PERFORM DO-CHECK-MEMBER-LOGGED
           IF NOT WS-MEMBER-LOGGED
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-PT-HIT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
                      OR WS-PT-HIT > 0
               IF WS-PT-CLAIM-ID(WS-PT-IDX) = MAH-CLAIM-ID
              AND WS-PT-MEMBER-ID(WS-PT-IDX) = MAH-MEMBER-ID
                   MOVE WS-PT-IDX TO WS-PT-HIT
               END-IF
           END-PERFORM

           IF WS-PT-HIT = 0
               IF WS-PT-COUNT NOT < 5000
                   PERFORM DO-MARK-MEMBER-TABLE-FULL
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PT-COUNT   TO WS-PT-HIT
               MOVE MAH-CLAIM-ID  TO WS-PT-CLAIM-ID(WS-PT-HIT)
               MOVE MAH-MEMBER-ID TO WS-PT-MEMBER-ID(WS-PT-HIT)
               MOVE 0             TO WS-PT-NET(WS-PT-HIT)
           END-IF
           ADD MAH-AMOUNT TO WS-PT-NET(WS-PT-HIT)
           EXIT.

       DO-CHECK-MEMBER-LOGGED SECTION.
           MOVE 'N' TO WS-MEMBER-LOGGED-SW
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
                      OR WS-MEMBER-LOGGED
               IF WS-RT-MEMBER-ID(WS-RT-IDX) = WS-SCAN-MEMBER-ID
                   MOVE 'Y' TO WS-MEMBER-LOGGED-SW
               END-IF
           END-PERFORM
           EXIT.

       DO-MARK-MEMBER-TABLE-FULL SECTION.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-MEMBER-ID(WS-RT-IDX) = WS-SCAN-MEMBER-ID
                   MOVE 'Y' TO WS-RT-TABLE-FULL-SW(WS-RT-IDX)
               END-IF
           END-PERFORM
           EXIT.

       DO-CHECK-RETRO-CLAIM SECTION.
      ******************************************************************
      * IS THIS CLAIM'S DATE OF SERVICE (MM/DD/YYYY ON THE RECORD)
      * INSIDE A LOGGED OLD SPAN FOR ITS MEMBER BUT OUTSIDE THE NEW
      * ONE? THE FIRST MATCHING LOG ROW OWNS THE CLAIM. A REVERSAL,
      * OR A CLAIM A REVERSAL POINTS BACK TO, NO LONGER CARRIES THE
      * PAYMENT AND IS LEFT ALONE.
      ******************************************************************
           IF CF-CLAIM-REASON-CODE = 'RTRM'
           OR CF-CLAIM-ADJUSTMENT-TYPE = 'R'
               EXIT SECTION
           END-IF
           IF CF-CLAIM-DATE(1:2) NOT NUMERIC
           OR CF-CLAIM-DATE(4:2) NOT NUMERIC
           OR CF-CLAIM-DATE(7:4) NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE CF-CLAIM-DATE(7:4) TO WS-SERVICE-DATE(1:4)
           MOVE CF-CLAIM-DATE(1:2) TO WS-SERVICE-DATE(5:2)
           MOVE CF-CLAIM-DATE(4:2) TO WS-SERVICE-DATE(7:2)

           MOVE 0 TO WS-RT-HIT
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
                      OR WS-RT-HIT > 0
               IF WS-RT-MEMBER-ID(WS-RT-IDX) = CF-CLAIM-MEMBER-ID
              AND WS-SERVICE-DATE NOT < WS-RT-OLD-EFFECTIVE(WS-RT-IDX)
              AND WS-SERVICE-DATE
                      NOT > WS-RT-OLD-TERMINATION(WS-RT-IDX)
              AND (WS-SERVICE-DATE < WS-RT-NEW-EFFECTIVE(WS-RT-IDX)
               OR WS-SERVICE-DATE > WS-RT-NEW-TERMINATION(WS-RT-IDX))
                   MOVE WS-RT-IDX TO WS-RT-HIT
               END-IF
           END-PERFORM

           IF WS-RT-HIT = 0
               EXIT SECTION
           END-IF

           IF WS-RT-TABLE-FULL(WS-RT-HIT)
               PERFORM DO-REPORT-TABLE-FULL-CLAIM
               EXIT SECTION
           END-IF

           MOVE 'N' TO WS-RV-FOUND-SW
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT
                      OR WS-RV-FOUND
               IF WS-RV-CLAIM-ID(WS-RV-IDX) = CF-CLAIM-ID
                   MOVE 'Y' TO WS-RV-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-RV-FOUND
               EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN CF-CLAIM-STATUS = 'OKAY'
                AND CF-CLAIM-EXTRACTED-FLAG NOT = 'Y'
                   ADD 1 TO WS-MATCHED-COUNT
                   ADD 1 TO WS-RT-CLAIM-COUNT(WS-RT-HIT)
                   PERFORM DO-PULL-BACK-CLAIM
               WHEN (CF-CLAIM-STATUS = 'OKAY'
                  OR CF-CLAIM-STATUS = 'CLSD')
                AND CF-CLAIM-EXTRACTED-FLAG = 'Y'
                   ADD 1 TO WS-MATCHED-COUNT
                   ADD 1 TO WS-RT-CLAIM-COUNT(WS-RT-HIT)
                   PERFORM DO-RECOVER-PAID-CLAIM
               WHEN CF-CLAIM-STATUS = 'PEND'
                 OR CF-CLAIM-STATUS = 'COBH'
                 OR CF-CLAIM-STATUS = 'WAPP'
                 OR CF-CLAIM-STATUS = 'APPL'
                   ADD 1 TO WS-MATCHED-COUNT
                   ADD 1 TO WS-OPEN-CLAIM-COUNT
                   ADD 1 TO WS-RT-CLAIM-COUNT(WS-RT-HIT)
                   MOVE SPACES TO SWEEP-REPORT-LINE
                   STRING '  CLAIM ' CF-CLAIM-ID
                       ' DOS ' CF-CLAIM-DATE
                       ' STATUS ' CF-CLAIM-STATUS
                       ' - STILL OPEN, DENY ON REVIEW (NOT COVERED)'
                       DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
                   WRITE SWEEP-REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       DO-PULL-BACK-CLAIM SECTION.
      ******************************************************************
      * AN APPROVED CLAIM NOT YET SENT FOR PAYMENT GOES BACK TO PEND
      * (REASON 'RTRM') SO CLAIMEXT SKIPS IT. UNDER RLS A RECORD HELD
      * ONLINE FAILS THE REWRITE -- SKIP IT, REPORT IT, AND LEAVE THE
      * LOG ROW OPEN SO THE NEXT RUN TRIES AGAIN. THE PENDED CLAIM IS
      * QUEUED FOR AN EXAMINER LIKE ANY OTHER.
      ******************************************************************
           MOVE CF-CLAIM-STATUS TO WS-OLD-CLAIM-STATUS
           MOVE 'PEND' TO CF-CLAIM-STATUS
           MOVE 'RTRM' TO CF-CLAIM-REASON-CODE
           MOVE WS-CURRENT-ABSTIME TO CF-CLAIM-LAST-UPDATED
           REWRITE CF-CLAIM-RECORD

           IF WS-CLAIM-FILE-STATUS NOT = '00'
               PERFORM DO-REPORT-LOCKED-CLAIM
               EXIT SECTION
           END-IF

           PERFORM DO-WRITE-CLAIM-HISTORY
           PERFORM DO-BACK-OUT-ACCUMULATORS
           PERFORM DO-GIVE-BACK-UTILIZATION
           PERFORM DO-QUEUE-PULLED-BACK-CLAIM

           ADD 1 TO WS-PULLED-BACK-COUNT
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING '  CLAIM ' CF-CLAIM-ID
               ' DOS ' CF-CLAIM-DATE
               ' PROVIDER ' CF-CLAIM-PROVIDER
               ' - NOT YET PAID, PULLED BACK TO PEND (RTRM)'
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-LINE
           EXIT.

       DO-RECOVER-PAID-CLAIM SECTION.
      ******************************************************************
      * THE CLAIM HAS GONE OUT FOR PAYMENT. STAMP IT 'RTRM' SO IT IS
      * NEVER SWEPT AGAIN, THEN OPEN (OR ADD TO) THE PROVIDER'S
      * CLAIMRCV RECOVERY FOR WHAT WAS PAID -- THE POSTED REMITTANCE
      * WHEN THERE IS ONE, ELSE THE PLAN-PAID AMOUNT SENT -- SO THE
      * CLAIMEXT OFFSET WITHHOLDS IT FROM THE PROVIDER'S NEXT
      * PAYMENTS. THE RECOVERY IS THE SAME SHAPE CLAIMPST OPENS FOR AN
      * OVERPAID REMITTANCE.
      ******************************************************************
           MOVE 'RTRM' TO CF-CLAIM-REASON-CODE
           MOVE WS-CURRENT-ABSTIME TO CF-CLAIM-LAST-UPDATED
           REWRITE CF-CLAIM-RECORD

           IF WS-CLAIM-FILE-STATUS NOT = '00'
               PERFORM DO-REPORT-LOCKED-CLAIM
               EXIT SECTION
           END-IF

           PERFORM DO-BACK-OUT-ACCUMULATORS
           PERFORM DO-GIVE-BACK-UTILIZATION

           MOVE CF-CLAIM-PLAN-PAID-AMOUNT TO WS-RECOVERY-AMOUNT
           MOVE CF-CLAIM-ID TO PAY-CLAIM-ID
           READ PAYMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PAY-POSTED-DATE NOT = 0
                       MOVE PAY-PAID-AMOUNT TO WS-RECOVERY-AMOUNT
                   END-IF
           END-READ
           MOVE WS-RECOVERY-AMOUNT TO WS-EDIT-AMOUNT

           IF CF-CLAIM-ENCOUNTER-FLAG = 'Y'
           OR WS-RECOVERY-AMOUNT NOT > 0
               MOVE SPACES TO SWEEP-REPORT-LINE
               STRING '  CLAIM ' CF-CLAIM-ID
                   ' DOS ' CF-CLAIM-DATE
                   ' PROVIDER ' CF-CLAIM-PROVIDER
                   ' - NOTHING PAID, NO RECOVERY'
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
               WRITE SWEEP-REPORT-LINE
               EXIT SECTION
           END-IF

           IF CF-CLAIM-PAYEE-INDICATOR = 'M'
               ADD 1 TO WS-REFERRED-COUNT
               MOVE SPACES TO SWEEP-REPORT-LINE
               STRING '  CLAIM ' CF-CLAIM-ID
                   ' DOS ' CF-CLAIM-DATE
                   ' PAID TO MEMBER ' WS-EDIT-AMOUNT
                   ' - REFER TO RECOVERY TEAM FOR MEMBER REFUND'
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
               WRITE SWEEP-REPORT-LINE
               EXIT SECTION
           END-IF

           MOVE CF-CLAIM-PROVIDER TO RCV-PROVIDER-ID
           MOVE CF-CLAIM-ID       TO RCV-CLAIM-ID
           READ RECOVERY-FILE
               INVALID KEY
                   MOVE CF-CLAIM-PROVIDER  TO RCV-PROVIDER-ID
                   MOVE CF-CLAIM-ID        TO RCV-CLAIM-ID
                   MOVE 'OPEN'             TO RCV-STATUS
                   MOVE WS-RECOVERY-AMOUNT TO RCV-OVERPAID-AMOUNT
                   MOVE 0                  TO RCV-RECOVERED-AMOUNT
                   MOVE WS-PROCESS-DATE    TO RCV-IDENTIFIED-DATE
                   MOVE 0                  TO RCV-LAST-OFFSET-DATE
                   WRITE RECOVERY-RECORD
               NOT INVALID KEY
                   ADD WS-RECOVERY-AMOUNT  TO RCV-OVERPAID-AMOUNT
                   MOVE 'OPEN'             TO RCV-STATUS
                   MOVE WS-PROCESS-DATE    TO RCV-IDENTIFIED-DATE
                   REWRITE RECOVERY-RECORD
           END-READ

           ADD 1 TO WS-RECOVERY-COUNT
           ADD WS-RECOVERY-AMOUNT TO WS-RECOVERY-TOTAL
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING '  CLAIM ' CF-CLAIM-ID
               ' DOS ' CF-CLAIM-DATE
               ' PROVIDER ' CF-CLAIM-PROVIDER
               ' - PAID, RECOVERY OPENED ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-LINE
           EXIT.

       DO-REPORT-LOCKED-CLAIM SECTION.
           ADD 1 TO WS-LOCKED-COUNT
           SUBTRACT 1 FROM WS-RT-CLAIM-COUNT(WS-RT-HIT)
           MOVE 'Y' TO WS-RT-HELD-SW(WS-RT-HIT)
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING '  CLAIM ' CF-CLAIM-ID
               ' SKIPPED - LOCKED, RECORD HELD ONLINE (RETRIED NEXT '
               'RUN)'
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-LINE
           EXIT.

       DO-REPORT-TABLE-FULL-CLAIM SECTION.
           ADD 1 TO WS-TABLE-HELD-COUNT
           MOVE 'Y' TO WS-RT-HELD-SW(WS-RT-HIT)
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING '  CLAIM ' CF-CLAIM-ID
               ' SKIPPED - MEMBER''S ADJUSTMENTS DID NOT FIT THE '
               'FIRST-PASS TABLES (RETRIED NEXT RUN)'
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-LINE
           EXIT.

       DO-BACK-OUT-ACCUMULATORS SECTION.
      ******************************************************************
      * BACK OUT OF THE MEMBER'S DEDUCTIBLE AND OUT-OF-POCKET
      * ACCUMULATORS WHAT CLAIMMAH SHOWS IS STILL POSTED FOR THE CLAIM
      * -- THE NET OF THE MEMBER'S APPL/BACK/REAP/RTRM ROWS UNDER THE
      * CLAIM ID -- NEVER BELOW ZERO, WITH THE FAMILY ACCUMULATORS ON
      * THE SUBSCRIBER'S RECORD BACKED OUT THE SAME WAY. A NET UNDER A
      * CENT MEANS NOTHING IS POSTED, AND NOTHING IS WRITTEN. A MEMBER
      * NOT ON CLAIMMBR IS REPORTED AND SKIPPED.
      ******************************************************************
           MOVE 0 TO WS-POSTED-NET
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-CLAIM-ID(WS-PT-IDX) = CF-CLAIM-ID
              AND WS-PT-MEMBER-ID(WS-PT-IDX) = CF-CLAIM-MEMBER-ID
                   MOVE WS-PT-NET(WS-PT-IDX) TO WS-POSTED-NET
               END-IF
           END-PERFORM

           IF WS-POSTED-NET < 0.01
               MOVE SPACES TO SWEEP-REPORT-LINE
               STRING '  CLAIM ' CF-CLAIM-ID
                   ' - NOTHING NET POSTED ON CLAIMMAH, ACCUMULATORS '
                   'LEFT ALONE'
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
               WRITE SWEEP-REPORT-LINE
               EXIT SECTION
           END-IF

           MOVE CF-CLAIM-MEMBER-ID TO WS-ACC-MEMBER-ID
           COMPUTE WS-ACC-AMOUNT = 0 - WS-POSTED-NET

           MOVE WS-ACC-MEMBER-ID TO MBR-MEMBER-ID
           READ MEMBER-FILE
               INVALID KEY
                   MOVE SPACES TO SWEEP-REPORT-LINE
                   STRING '  CLAIM ' CF-CLAIM-ID
                       ' - MEMBER ' WS-ACC-MEMBER-ID
                       ' NOT ON CLAIMMBR, ACCUMULATORS NOT BACKED OUT'
                       DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
                   WRITE SWEEP-REPORT-LINE
                   EXIT SECTION
           END-READ

           ADD WS-ACC-AMOUNT TO MBR-DEDUCTIBLE-MET
           ADD WS-ACC-AMOUNT TO MBR-OOP-ACCUMULATED
           IF MBR-DEDUCTIBLE-MET < 0
               MOVE 0 TO MBR-DEDUCTIBLE-MET
           END-IF
           IF MBR-OOP-ACCUMULATED < 0
               MOVE 0 TO MBR-OOP-ACCUMULATED
           END-IF

           MOVE MBR-SUBSCRIBER-ID TO WS-FAM-SUBSCRIBER-ID
           IF WS-FAM-SUBSCRIBER-ID = WS-ACC-MEMBER-ID
               PERFORM DO-BACK-OUT-FAMILY-FIELDS
           END-IF
           REWRITE MEMBER-RECORD

           MOVE WS-ACC-MEMBER-ID TO MAH-MEMBER-ID
           PERFORM DO-WRITE-ACCUM-HISTORY

           IF WS-FAM-SUBSCRIBER-ID NOT = SPACES
          AND WS-FAM-SUBSCRIBER-ID NOT = WS-ACC-MEMBER-ID
               MOVE WS-FAM-SUBSCRIBER-ID TO MBR-MEMBER-ID
               READ MEMBER-FILE
                   INVALID KEY
                       MOVE SPACES TO SWEEP-REPORT-LINE
                       STRING '  CLAIM ' CF-CLAIM-ID
                           ' - SUBSCRIBER ' WS-FAM-SUBSCRIBER-ID
                           ' NOT ON CLAIMMBR, FAMILY ACCUMULATORS '
                           'NOT BACKED OUT'
                           DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
                       WRITE SWEEP-REPORT-LINE
                       EXIT SECTION
               END-READ
               PERFORM DO-BACK-OUT-FAMILY-FIELDS
               REWRITE MEMBER-RECORD
               MOVE WS-FAM-SUBSCRIBER-ID TO MAH-MEMBER-ID
               PERFORM DO-WRITE-ACCUM-HISTORY
           END-IF
           EXIT.

       DO-BACK-OUT-FAMILY-FIELDS SECTION.
           ADD WS-ACC-AMOUNT TO MBR-FAM-DEDUCTIBLE-MET
           ADD WS-ACC-AMOUNT TO MBR-FAM-OOP-ACCUMULATED
           IF MBR-FAM-DEDUCTIBLE-MET < 0
               MOVE 0 TO MBR-FAM-DEDUCTIBLE-MET
           END-IF
           IF MBR-FAM-OOP-ACCUMULATED < 0
               MOVE 0 TO MBR-FAM-OOP-ACCUMULATED
           END-IF
           EXIT.

       DO-WRITE-ACCUM-HISTORY SECTION.
      ******************************************************************
      * APPEND THE CLAIMMAH ROW FOR THE MEMBER-RECORD JUST REWRITTEN,
      * SAME SHAPE AS DO-WRITE-ACCUM-HISTORY IN CLAIMCI0, WITH THE
      * JOB NAME AS THE USER. MAH-MEMBER-ID IS SET BY THE CALLER.
      ******************************************************************
           MOVE CF-CLAIM-ID           TO MAH-CLAIM-ID
           MOVE 'RTRM'                TO MAH-ACTION
           MOVE WS-ACC-AMOUNT         TO MAH-AMOUNT
           MOVE MBR-DEDUCTIBLE-MET    TO MAH-DEDUCTIBLE-MET
           MOVE MBR-OOP-ACCUMULATED   TO MAH-OOP-ACCUMULATED
           MOVE WS-CURRENT-ABSTIME    TO MAH-TIMESTAMP
           MOVE 'CLAIMRTS'            TO MAH-USERID

           WRITE MEMBER-ACCUM-HISTORY-RECORD
           EXIT.

       DO-GIVE-BACK-UTILIZATION SECTION.
      ******************************************************************
      * THE CLAIM'S SERVICES WERE COUNTED AGAINST THE MEMBER'S
      * FREQUENCY LIMITS WHEN IT PENDED OR WAS APPROVED. REMOVE ITS
      * ENTRIES FROM EVERY ONE OF THE MEMBER'S CLAIMUTL COUNTERS,
      * DROPPING THE YEAR COUNT FOR EACH ONE IN THE COUNTER'S BENEFIT
      * YEAR -- THE SAME GIVE-BACK CLAIMCI0 MAKES ON AN EXAMINER
      * DENIAL, BROWSED BY MEMBER AS CLAIMRPR DOES. A LATER DENIAL
      * FINDS NOTHING LEFT TO REMOVE.
      ******************************************************************
           IF NOT WS-UTILIZATION-OPEN
          OR CF-CLAIM-MEMBER-ID = SPACES
               EXIT SECTION
           END-IF

           MOVE CF-CLAIM-MEMBER-ID TO UTL-MEMBER-ID
           MOVE LOW-VALUES TO UTL-LIMIT-KEY
           MOVE 'N' TO WS-UTILIZATION-EOF
           START UTILIZATION-FILE KEY IS NOT LESS THAN UTL-KEY
               INVALID KEY
                   EXIT SECTION
           END-START

           PERFORM UNTIL WS-UTILIZATION-AT-EOF
               READ UTILIZATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-UTILIZATION-EOF
                   NOT AT END
                       IF UTL-MEMBER-ID NOT = CF-CLAIM-MEMBER-ID
                           MOVE 'Y' TO WS-UTILIZATION-EOF
                       ELSE
                           PERFORM DO-REMOVE-CLAIM-UTILIZATION
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       DO-REMOVE-CLAIM-UTILIZATION SECTION.
           MOVE 'N' TO WS-UTL-CHANGED-SW
           MOVE 0 TO WS-UTL-KEEP-COUNT
           PERFORM VARYING WS-UTL-IDX FROM 1 BY 1
                   UNTIL WS-UTL-IDX > UTL-ENTRY-COUNT
               IF UTL-CLAIM-ID(WS-UTL-IDX) = CF-CLAIM-ID
                   MOVE 'Y' TO WS-UTL-CHANGED-SW
                   IF UTL-SERVICE-DATE(WS-UTL-IDX)(1:4)
                          = UTL-BENEFIT-YEAR
                  AND UTL-YEAR-COUNT > 0
                       SUBTRACT 1 FROM UTL-YEAR-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-UTL-KEEP-COUNT
                   MOVE UTL-SERVICE-ENTRY(WS-UTL-IDX)
                     TO UTL-SERVICE-ENTRY(WS-UTL-KEEP-COUNT)
               END-IF
           END-PERFORM

           IF WS-UTL-CHANGED
               MOVE WS-UTL-KEEP-COUNT TO UTL-ENTRY-COUNT
               REWRITE UTILIZATION-COUNTER-RECORD
               IF WS-UTILIZATION-FILE-STATUS NOT = '00'
                   MOVE SPACES TO SWEEP-REPORT-LINE
                   STRING '  CLAIM ' CF-CLAIM-ID
                       ' - CLAIMUTL ' UTL-KEY
                       ' NOT UPDATED, STATUS '
                       WS-UTILIZATION-FILE-STATUS
                       DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
                   WRITE SWEEP-REPORT-LINE
               END-IF
           END-IF
           EXIT.

       DO-QUEUE-PULLED-BACK-CLAIM SECTION.
      ******************************************************************
      * PUT THE PULLED-BACK CLAIM ON THE CLAIMWRK EXAMINER QUEUE,
      * UNASSIGNED AND OPEN, AS DO-QUEUE-PEND-CLAIM IN CLAIMCI0 DOES
      * FOR A NEWLY PENDED CLAIM. A CLAIM THAT PENDED BEFORE ALREADY
      * HAS AN ENTRY, DISPOSED WHEN IT WAS APPROVED -- IT IS REOPENED
      * AS OF NOW THE WAY DO-REQUEUE-WORK-ENTRY REOPENS ONE. AN ENTRY
      * STILL OPEN IS LEFT AS IT IS.
      ******************************************************************
           MOVE CF-CLAIM-ID TO WRK-CLAIM-ID
           READ WORK-FILE
               INVALID KEY
                   MOVE CF-CLAIM-ID        TO WRK-CLAIM-ID
                   MOVE SPACES             TO WRK-EXAMINER-ID
                   MOVE 'N'                TO WRK-FRAUD-FLAG
                   MOVE WS-CURRENT-ABSTIME TO WRK-QUEUED-TIMESTAMP
                   MOVE 0                  TO WRK-ASSIGNED-TIMESTAMP
                   MOVE SPACES             TO WRK-DISPOSITION
                   MOVE 0                  TO WRK-DISPOSED-TIMESTAMP
                   WRITE WORK-QUEUE-RECORD
               NOT INVALID KEY
                   IF WRK-DISPOSITION NOT = SPACES
                       MOVE SPACES             TO WRK-EXAMINER-ID
                       MOVE WS-CURRENT-ABSTIME TO WRK-QUEUED-TIMESTAMP
                       MOVE 0                  TO WRK-ASSIGNED-TIMESTAMP
                       MOVE SPACES             TO WRK-DISPOSITION
                       MOVE 0                  TO WRK-DISPOSED-TIMESTAMP
                       REWRITE WORK-QUEUE-RECORD
                   END-IF
           END-READ

           IF WS-WORK-FILE-STATUS NOT = '00'
               MOVE SPACES TO SWEEP-REPORT-LINE
               STRING '  CLAIM ' CF-CLAIM-ID
                   ' - NOT QUEUED ON CLAIMWRK, STATUS '
                   WS-WORK-FILE-STATUS
                   DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
               WRITE SWEEP-REPORT-LINE
           END-IF
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
           MOVE 'CLAIMRTS'          TO HIS-USERID

           WRITE CLAIM-HISTORY-RECORD
           EXIT.

       DO-MARK-LOG-SWEPT SECTION.
      ******************************************************************
      * RE-READ CLAIMRTL AND REWRITE EACH UNSWEPT ROW THAT WAS LOADED
      * (THE N-TH UNSWEPT ROW IS TABLE ENTRY N) AS SWEPT, WITH THE
      * NUMBER OF CLAIMS IT ACTED ON -- UNLESS ONE OF ITS CLAIMS WAS
      * LOCKED, IN WHICH CASE IT STAYS OPEN FOR THE NEXT RUN.
      ******************************************************************
           OPEN I-O RETRO-TERM-LOG-FILE
           IF WS-RETRO-LOG-STATUS NOT = '00'
               DISPLAY 'CLAIMRTS: CLAIMRTL REOPEN FAILED, STATUS = '
                   WS-RETRO-LOG-STATUS
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-RT-PENDING-SEEN
           MOVE 'N' TO WS-RETRO-LOG-EOF
           PERFORM UNTIL WS-RETRO-LOG-AT-EOF
               READ RETRO-TERM-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-RETRO-LOG-EOF
                   NOT AT END
                       IF NOT RTL-SWEPT
                           ADD 1 TO WS-RT-PENDING-SEEN
                           IF WS-RT-PENDING-SEEN > WS-RT-COUNT
                               MOVE 'Y' TO WS-RETRO-LOG-EOF
                           ELSE
                               PERFORM DO-REWRITE-LOG-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RETRO-TERM-LOG-FILE
           EXIT.

       DO-REWRITE-LOG-ROW SECTION.
           MOVE WS-RT-PENDING-SEEN TO WS-RT-IDX
           IF WS-RT-HELD(WS-RT-IDX)
               EXIT SECTION
           END-IF

           MOVE 'Y' TO RTL-SWEPT-FLAG
           MOVE WS-PROCESS-DATE TO RTL-SWEPT-DATE
           MOVE WS-RT-CLAIM-COUNT(WS-RT-IDX) TO RTL-CLAIM-COUNT
           REWRITE RETRO-TERM-LOG-RECORD
           ADD 1 TO WS-SWEPT-ROW-COUNT
           EXIT.

       DO-WRITE-SWEEP-TOTALS SECTION.
           MOVE WS-RECOVERY-TOTAL TO WS-EDIT-TOTAL-AMOUNT
           MOVE SPACES TO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-LINE
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING 'LOG ROWS: ' WS-RT-COUNT
               '  SWEPT: ' WS-SWEPT-ROW-COUNT
               '  LEFT FOR NEXT RUN (TABLE FULL): ' WS-RT-OVERFLOW
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-LINE
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING 'CLAIMS AFFECTED: ' WS-MATCHED-COUNT
               '  PULLED BACK: ' WS-PULLED-BACK-COUNT
               '  RECOVERIES: ' WS-RECOVERY-COUNT
               '  REFERRED: ' WS-REFERRED-COUNT
               '  STILL OPEN: ' WS-OPEN-CLAIM-COUNT
               '  LOCKED: ' WS-LOCKED-COUNT
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-LINE
           MOVE SPACES TO SWEEP-REPORT-LINE
           STRING 'RECOVERY AMOUNT OPENED: ' WS-EDIT-TOTAL-AMOUNT
               DELIMITED BY SIZE INTO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-LINE
           EXIT.

       DO-CHECK-RUN-CONTROL SECTION.
      ******************************************************************
      * PICK UP THE BUSINESS PROCESSING DATE FROM THE CLAIMRNC
      * 'BUSDATE' ROW. THE SWEEP IS RE-RUNNABLE (SWEPT ROWS AND
      * 'RTRM' CLAIMS ARE NEVER TOUCHED TWICE), SO A DATE ALREADY
      * RUN IS NOT REFUSED. A MISSING CLAIMRNC FILE DISABLES THE
      * POSTING.
      ******************************************************************
           MOVE 'N' TO WS-RUN-CONTROL-ACTIVE-SW
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RNC-TODAY
           MOVE WS-RNC-TODAY TO WS-PROCESS-DATE

           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = '00'
               DISPLAY 'CLAIMRTS: CLAIMRNC NOT AVAILABLE, '
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
           EXIT.

       DO-POST-RUN-CONTROL SECTION.
      ******************************************************************
      * POST THIS JOB'S 'DONE' FOR THE PROCESSING DATE -- CLAIMEXT
      * WILL NOT SEND PAYMENTS FOR A DATE THE SWEEP HAS NOT RUN.
      ******************************************************************
           IF NOT WS-RUN-CONTROL-ACTIVE
               EXIT SECTION
           END-IF

           MOVE 'CLAIMRTS' TO RNC-JOB-NAME
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
