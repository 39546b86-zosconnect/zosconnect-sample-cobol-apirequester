      *          THE REGULATORY DEADLINE INSTEAD OF MISSING IT         *
      *          SILENTLY.                                             *
      *                                                                *
      * A PEND CLAIM WAITING ON A PROVIDER REQUEST FOR INFORMATION     *
      * (AN OPEN CLAIMRFI CASE) IS OFF THE LADDER -- THE RFI STOPPED   *
      * THE CLOCK. ONCE THE RFI'S DUE DATE HAS PASSED WITH NO          *
      * RESPONSE THE CLAIM IS DENIED 'RFIN' AND THE RFI EXPIRED, AND   *
      * THE FREQUENCY-LIMIT SERVICES IT COUNTED AT SUBMIT ARE GIVEN    *
      * BACK ON CLAIMUTL. THE BUSINESS DAYS A CLAIM SPENT UNDER RFIS   *
      * ALREADY ANSWERED DO NOT COUNT TOWARDS ITS AGE.                 *
      *                                                                *
      * EVERY STATUS CHANGE THIS JOB MAKES IS APPENDED TO CLAIMHIS     *
      * (USERID 'CLAIMESC'), SAME TRAIL AS AN ONLINE CHANGE.           *
      *                                                                *
      * I-O    : CLAIMCIF - THE VSAM KSDS CLAIM FILE.                  *
      *          CLAIMWRK - THE EXAMINER WORK QUEUE.                   *
      *          CLAIMRFI - PROVIDER RFI CASES (OPTIONAL).             *
      *          CLAIMUTL - MEMBER UTILIZATION COUNTERS (OPTIONAL).    *
      * OUTPUT : CLAIMHIS - STATUS-CHANGE TRAIL (EXTENDED).            *
      *          ESCRPT   - ESCALATION ACTION REPORT.                  *
      ******************************************************************
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRK-CLAIM-ID
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT RFI-FILE ASSIGN TO CLAIMRFI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RFI-CLAIM-ID
               FILE STATUS IS WS-RFI-FILE-STATUS.
           SELECT UTILIZATION-FILE ASSIGN TO CLAIMUTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UTL-KEY
               FILE STATUS IS WS-UTILIZATION-FILE-STATUS.
           SELECT CLAIM-HISTORY-FILE ASSIGN TO CLAIMHIS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
       FD  WORK-FILE.
       COPY CLAIMWRK.

       FD  RFI-FILE.
       COPY CLAIMRFI.

       FD  UTILIZATION-FILE.
       COPY CLAIMUTL.

       FD  CLAIM-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CLAIMHIS.
       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-WORK-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-HISTORY-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-RFI-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-RFI-FILE-OPEN-SW         PIC X(1) VALUE 'N'.
           88  WS-RFI-FILE-OPEN                  VALUE 'Y'.
       01  WS-UTILIZATION-FILE-STATUS  PIC X(2) VALUE '00'.
       01  WS-UTILIZATION-OPEN-SW      PIC X(1) VALUE 'N'.
           88  WS-UTILIZATION-OPEN               VALUE 'Y'.
       01  WS-UTILIZATION-EOF          PIC X(1) VALUE 'N'.
           88  WS-UTILIZATION-AT-EOF             VALUE 'Y'.
       01  WS-UTL-IDX                  PIC 9(2).
       01  WS-UTL-KEEP-COUNT           PIC 9(2).
       01  WS-UTL-CHANGED-SW           PIC X(1) VALUE 'N'.
           88  WS-UTL-CHANGED                    VALUE 'Y'.
       01  WS-CALENDAR-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-CALENDAR-EOF             PIC X(1) VALUE 'N'.
           88  WS-CALENDAR-AT-EOF                VALUE 'Y'.
       01  WS-APPROVED-COUNT           PIC 9(7) VALUE 0.
       01  WS-ROUTED-COUNT             PIC 9(7) VALUE 0.
       01  WS-FINALIZED-COUNT          PIC 9(7) VALUE 0.
       01  WS-RFI-DENIED-COUNT         PIC 9(7) VALUE 0.
       01  WS-RFI-WAITING-COUNT        PIC 9(7) VALUE 0.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-ABSTIME-TODAY-DATE       PIC 9(8).
       DO-MAIN-CONTROL SECTION.
           OPEN I-O    CLAIM-FILE
           OPEN I-O    WORK-FILE
           OPEN I-O    RFI-FILE
           IF WS-RFI-FILE-STATUS = '00'
               MOVE 'Y' TO WS-RFI-FILE-OPEN-SW
           ELSE
               DISPLAY 'CLAIMESC: CLAIMRFI NOT AVAILABLE, STATUS = '
                   WS-RFI-FILE-STATUS ' - RFI CASES NOT CHECKED'
           END-IF
           OPEN I-O    UTILIZATION-FILE
           IF WS-UTILIZATION-FILE-STATUS = '00'
               MOVE 'Y' TO WS-UTILIZATION-OPEN-SW
           ELSE
               DISPLAY 'CLAIMESC: CLAIMUTL OPEN FAILED, STATUS = '
                   WS-UTILIZATION-FILE-STATUS
           END-IF
           OPEN EXTEND CLAIM-HISTORY-FILE
           OPEN OUTPUT ESCALATION-REPORT

               '  AUTO-FINALIZED: ' WS-FINALIZED-COUNT
               DELIMITED BY SIZE INTO ESCALATION-REPORT-LINE
           WRITE ESCALATION-REPORT-LINE
           MOVE SPACES TO ESCALATION-REPORT-LINE
           STRING 'WAITING ON PROVIDER RFI: ' WS-RFI-WAITING-COUNT
               '  DENIED, RFI UNANSWERED: ' WS-RFI-DENIED-COUNT
               DELIMITED BY SIZE INTO ESCALATION-REPORT-LINE
           WRITE ESCALATION-REPORT-LINE

           CLOSE CLAIM-FILE
           CLOSE WORK-FILE
           IF WS-RFI-FILE-OPEN
               CLOSE RFI-FILE
           END-IF
           IF WS-UTILIZATION-OPEN
               CLOSE UTILIZATION-FILE
           END-IF
           CLOSE CLAIM-HISTORY-FILE
           CLOSE ESCALATION-REPORT

           DISPLAY 'CLAIMESC: REDRIVEN = ' WS-REDRIVEN-COUNT
               ' ROUTED = ' WS-ROUTED-COUNT
               ' FINALIZED = ' WS-FINALIZED-COUNT
               ' RFI DENIED = ' WS-RFI-DENIED-COUNT
           IF WS-LOCKED-COUNT > 0
               DISPLAY 'CLAIMESC: CLAIMS SKIPPED, RECORD LOCKED = '
                   WS-LOCKED-COUNT
               + WS-CURRENT-ABSTIME / 8640000
           PERFORM DO-COUNT-BUSINESS-DAYS
           MOVE WS-BD-COUNT TO WS-CLAIM-AGE-DAYS
      ******************************************************************
      * A CLAIM WAITING ON THE PROVIDER IS NOT AGING -- IT IS EITHER
      * STILL INSIDE THE RFI'S RESPONSE WINDOW (LEAVE IT ALONE) OR
      * PAST IT (DENY IT). DAYS SPENT UNDER RFIS CLOSED SINCE THE
      * CLAIM LAST CHANGED COME OFF ITS AGE.
      ******************************************************************
           IF WS-RFI-FILE-OPEN
               MOVE CF-CLAIM-ID TO RFI-CLAIM-ID
               READ RFI-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RFI-OPEN
                           IF RFI-DUE-DATE < WS-ABSTIME-TODAY-DATE
                               PERFORM DO-DENY-OVERDUE-RFI
                           ELSE
                               ADD 1 TO WS-RFI-WAITING-COUNT
                           END-IF
                           EXIT SECTION
                       END-IF
                       IF RFI-CLOSED-TIMESTAMP > CF-CLAIM-LAST-UPDATED
                           SUBTRACT RFI-PAUSED-DAYS
                               FROM WS-CLAIM-AGE-DAYS
                           IF WS-CLAIM-AGE-DAYS < 0
                               MOVE 0 TO WS-CLAIM-AGE-DAYS
                           END-IF
                       END-IF
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN WS-CLAIM-AGE-DAYS >= WS-DEADLINE-DAYS
      *
      * THE RULE CALL ONLY RE-DECIDES WHAT THE RULE SERVICE DECIDED:
      * A CLAIM PENDED BY THE FRAUD HOOK ('FRAU'), PAYMENT-INTEGRITY
      * REPRICING ('PRIC'), A MISSING PRIOR AUTH ('NAUT'), AN
      * OUT-OF-NETWORK PROVIDER ('ONET') OR AN UNCREDENTIALED
      * PROVIDER ('CRED') -- OR WITH NO REASON CODE AT
      * ALL -- IS NOT TOUCHED HERE; THOSE CONDITIONS ARE NOT IN THE
      * RULE REQUEST AND ONLY AN EXAMINER (OR THE SUPERVISOR RUNG)
      * CAN CLEAR THEM.
      *
      * PROMPT-PAY DEADLINES APPLY TO CLEAN CLAIMS ONLY. A CLAIM
      * PENDED BY THE FRAUD HOOK ('FRAU'), PAYMENT-INTEGRITY
      * REPRICING ('PRIC'), A MISSING PRIOR AUTHORIZATION ('NAUT'),
      * AN OUT-OF-NETWORK PROVIDER ('ONET'), A PROVIDER NOT
      * CREDENTIALED ON THE DATE OF SERVICE ('CRED'), A CLAIM PULLED
      * BACK FOR A RETROACTIVE TERMINATION ('RTRM') OR ONE FAILING
      * THE DIAGNOSIS EDITS ('DIAG') IS NOT CLEAN AND MUST NEVER BE
      * PAID BY THE CLOCK -- IT IS ROUTED TO THE SUPERVISOR QUEUE
      * INSTEAD. THE SAME GOES FOR ANY CLAIM OVER THE
      * DUAL-APPROVAL LIMIT (A USD FIGURE -- NON-USD CLAIMS CANNOT
      * BE COMPARED HERE AND GO TO THE SUPERVISOR TOO): FINALIZING
      * IT BY CLOCK WOULD HAND OUT THE HIGH-VALUE APPROVAL THE
           OR CF-CLAIM-REASON-CODE = 'PRIC'
           OR CF-CLAIM-REASON-CODE = 'NAUT'
           OR CF-CLAIM-REASON-CODE = 'ONET'
           OR CF-CLAIM-REASON-CODE = 'CRED'
           OR CF-CLAIM-REASON-CODE = 'RTRM'
           OR CF-CLAIM-REASON-CODE = 'DIAG'
               PERFORM DO-ROUTE-TO-SUPERVISOR
               EXIT SECTION
           END-IF
           WRITE ESCALATION-REPORT-LINE
           EXIT.

       DO-DENY-OVERDUE-RFI SECTION.
      ******************************************************************
      * THE PROVIDER HAS NOT ANSWERED THE CLAIM'S RFI BY ITS DUE DATE
      * (THE LETTER CLAIMRFL SENT SAID SO). DENY THE CLAIM 'RFIN' --
      * THE NEXT CLAIMDNL RUN LETTERS THE MEMBER OFF THE HISTORY ROW
      * -- AND CLOSE THE RFI 'EXPD', BANKING THE BUSINESS DAYS IT
      * STOOD OPEN IN RFI-PAUSED-DAYS. A CLAIM LOCKED ONLINE IS
      * SKIPPED AND REPORTED, AND THE RFI LEFT OPEN FOR THE NEXT RUN.
      ******************************************************************
           MOVE CF-CLAIM-STATUS TO WS-OLD-CLAIM-STATUS
           MOVE 'DENY' TO CF-CLAIM-STATUS
           MOVE 'RFIN' TO CF-CLAIM-REASON-CODE
           MOVE WS-CURRENT-ABSTIME TO CF-CLAIM-LAST-UPDATED
           REWRITE CF-CLAIM-RECORD

           IF WS-CLAIM-FILE-STATUS NOT = '00'
               ADD 1 TO WS-LOCKED-COUNT
               PERFORM DO-REPORT-LOCKED-CLAIM
               EXIT SECTION
           END-IF
           PERFORM DO-WRITE-CLAIM-HISTORY
           PERFORM DO-GIVE-BACK-UTILIZATION

           COMPUTE WS-BD-START-INT =
               FUNCTION INTEGER-OF-DATE(19000101)
               + RFI-REQUESTED-TIMESTAMP / 8640000
           COMPUTE WS-BD-END-INT =
               FUNCTION INTEGER-OF-DATE(19000101)
               + WS-CURRENT-ABSTIME / 8640000
           PERFORM DO-COUNT-BUSINESS-DAYS
           ADD WS-BD-COUNT TO RFI-PAUSED-DAYS

           MOVE 'EXPD' TO RFI-STATUS
           MOVE WS-ABSTIME-TODAY-DATE TO RFI-CLOSED-DATE
           MOVE WS-CURRENT-ABSTIME TO RFI-CLOSED-TIMESTAMP
           MOVE 'CLAIMESC' TO RFI-CLOSED-BY
           REWRITE RFI-CASE-RECORD
           IF WS-RFI-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMESC: CLAIMRFI REWRITE FAILED FOR CLAIM '
                   CF-CLAIM-ID ', STATUS = ' WS-RFI-FILE-STATUS
           END-IF

           ADD 1 TO WS-RFI-DENIED-COUNT
           MOVE SPACES TO ESCALATION-REPORT-LINE
           STRING 'CLAIM ' CF-CLAIM-ID ' RFI DUE ' RFI-DUE-DATE
               ' - DENIED, NO RESPONSE FROM PROVIDER '
               RFI-PROVIDER-ID
               DELIMITED BY SIZE INTO ESCALATION-REPORT-LINE
           WRITE ESCALATION-REPORT-LINE
           EXIT.

       DO-GIVE-BACK-UTILIZATION SECTION.
      ******************************************************************
      * THE DENIED CLAIM'S SERVICES WERE COUNTED AGAINST THE MEMBER'S
      * FREQUENCY LIMITS WHEN IT PENDED. REMOVE ITS ENTRIES FROM EVERY
      * ONE OF THE MEMBER'S CLAIMUTL COUNTERS, DROPPING THE YEAR COUNT
      * FOR EACH ONE IN THE COUNTER'S BENEFIT YEAR -- THE SAME GIVE-
      * BACK CLAIMCI0 MAKES ON AN EXAMINER DENIAL, BROWSED BY MEMBER
      * AS CLAIMRPR DOES.
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
                   MOVE SPACES TO ESCALATION-REPORT-LINE
                   STRING 'CLAIM ' CF-CLAIM-ID
                       ' CLAIMUTL ' UTL-KEY
                       ' NOT UPDATED, STATUS '
                       WS-UTILIZATION-FILE-STATUS
                       DELIMITED BY SIZE INTO ESCALATION-REPORT-LINE
                   WRITE ESCALATION-REPORT-LINE
               END-IF
           END-IF
           EXIT.

       DO-REPORT-LOCKED-CLAIM SECTION.
           MOVE SPACES TO ESCALATION-REPORT-LINE
           STRING 'CLAIM ' CF-CLAIM-ID
