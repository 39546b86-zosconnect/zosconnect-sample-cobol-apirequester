      * ONLINE TRANSACTION FAILS ITS REWRITE AND THE CLAIM IS          *
      * REPORTED AND LEFT FOR THE NEXT RUN, AS CLAIMEXT DOES.          *
      *                                                                *
      * THE REPRICED CLAIM'S SERVICES STAY COUNTED AGAINST THE         *
      * MEMBER'S PLAN FREQUENCY LIMITS: THE REVERSAL GIVES THEM BACK   *
      * AND THE REPLACEMENT TAKES THEM AGAIN, SO THE MEMBER'S CLAIMUTL *
      * SERVICE ENTRIES ARE SIMPLY MOVED ONTO THE REPLACEMENT'S ID.    *
      *                                                                *
      * INPUT  : PARMIN   - THE SLICE SELECTION CARD.                  *
      *          CLAIMFEE - THE CORRECTED FEE SCHEDULE (RANDOM READ).  *
      * I-O    : CLAIMCIF - THE LIVE CLAIM FILE (SWEPT AND WRITTEN).   *
      *          CLAIMSEQ - THE CLAIM-NUMBER COUNTER STORE.            *
      *          CLAIMUTL - THE MEMBER UTILIZATION COUNTERS.           *
      * OUTPUT : CLAIMHIS, CLAIMCTL (EXTENDED).                        *
      *          RPRRPT   - THE PER-CLAIM REPROCESSING REPORT.         *
      ******************************************************************
               ACCESS MODE IS RANDOM
               RECORD KEY IS SEQ-KEY
               FILE STATUS IS WS-SEQUENCE-FILE-STATUS.
           SELECT UTILIZATION-FILE ASSIGN TO CLAIMUTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UTL-KEY
               FILE STATUS IS WS-UTILIZATION-FILE-STATUS.
           SELECT CLAIM-HISTORY-FILE ASSIGN TO CLAIMHIS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
       FD  CLAIM-SEQUENCE-FILE.
       COPY CLAIMSEQ.

       FD  UTILIZATION-FILE.
       COPY CLAIMUTL.

       FD  CLAIM-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CLAIMHIS.
       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-FEE-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-SEQUENCE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-UTILIZATION-FILE-STATUS  PIC X(2) VALUE '00'.
       01  WS-HISTORY-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-VOID-QUEUE-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-CONTROL-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-CLAIM-FILE-EOF           PIC X(1) VALUE 'N'.
           88  WS-CLAIM-FILE-AT-EOF              VALUE 'Y'.
       01  WS-UTILIZATION-OPEN-SW      PIC X(1) VALUE 'N'.
           88  WS-UTILIZATION-OPEN               VALUE 'Y'.
       01  WS-UTILIZATION-EOF          PIC X(1) VALUE 'N'.
           88  WS-UTILIZATION-AT-EOF             VALUE 'Y'.
       01  WS-UTL-IDX                  PIC 9(2).
       01  WS-UTL-CHANGED-SW           PIC X(1) VALUE 'N'.
           88  WS-UTL-CHANGED                    VALUE 'Y'.

       01  WS-PROVIDER-FILTER          PIC X(21) VALUE SPACES.
       01  WS-DATE-FROM                PIC 9(8) VALUE 0.
           OPEN I-O    CLAIM-FILE
           OPEN INPUT  FEE-FILE
           OPEN I-O    CLAIM-SEQUENCE-FILE
           OPEN I-O    UTILIZATION-FILE
           OPEN EXTEND CLAIM-HISTORY-FILE
           OPEN I-O    VOID-QUEUE-FILE
           OPEN EXTEND CONTROL-FILE
           OPEN OUTPUT REPROCESS-REPORT

           IF WS-UTILIZATION-FILE-STATUS = '00'
               MOVE 'Y' TO WS-UTILIZATION-OPEN-SW
           ELSE
               DISPLAY 'CLAIMRPR: CLAIMUTL OPEN FAILED, STATUS = '
                   WS-UTILIZATION-FILE-STATUS
           END-IF

           PERFORM DO-READ-PARM-CARD
           PERFORM DO-COMPUTE-ABSTIME-EQUIVALENT

           CLOSE CLAIM-FILE
           CLOSE FEE-FILE
           CLOSE CLAIM-SEQUENCE-FILE
           CLOSE UTILIZATION-FILE
           CLOSE CLAIM-HISTORY-FILE
           CLOSE VOID-QUEUE-FILE
           CLOSE CONTROL-FILE
           WRITE CF-CLAIM-RECORD
           PERFORM DO-POST-CONTROL-TOTAL

           IF AR-CLAIM-MEMBER-ID NOT = SPACES
               PERFORM DO-MOVE-UTILIZATION
           END-IF

           ADD 1 TO WS-ADJUSTED-COUNT
           MOVE AR-CLAIM-ALLOWED-AMOUNT TO WS-EDIT-OLD-ALLOWED
           MOVE WS-NEW-ALLOWED-TOTAL TO WS-EDIT-NEW-ALLOWED
           WRITE REPROCESS-REPORT-LINE
           EXIT.

       DO-MOVE-UTILIZATION SECTION.
      ******************************************************************
      * RELABEL THE ORIGINAL CLAIM'S SERVICE ENTRIES ON EVERY ONE OF
      * THE MEMBER'S CLAIMUTL COUNTERS WITH THE REPLACEMENT'S CLAIM
      * ID. THE COUNTS THEMSELVES DO NOT CHANGE -- THE REVERSAL GIVES
      * BACK EXACTLY WHAT THE REPLACEMENT TAKES -- BUT A LATER ONLINE
      * ADJUSTMENT OF THE REPLACEMENT MUST FIND THEM UNDER ITS ID.
      ******************************************************************
           IF NOT WS-UTILIZATION-OPEN
               EXIT SECTION
           END-IF

           MOVE AR-CLAIM-MEMBER-ID TO UTL-MEMBER-ID
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
                       IF UTL-MEMBER-ID NOT = AR-CLAIM-MEMBER-ID
                           MOVE 'Y' TO WS-UTILIZATION-EOF
                       ELSE
                           PERFORM DO-RELABEL-UTILIZATION
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       DO-RELABEL-UTILIZATION SECTION.
           MOVE 'N' TO WS-UTL-CHANGED-SW
           PERFORM VARYING WS-UTL-IDX FROM 1 BY 1
                   UNTIL WS-UTL-IDX > UTL-ENTRY-COUNT
               IF UTL-CLAIM-ID(WS-UTL-IDX) = AR-CLAIM-ID
                   MOVE WS-REPLACE-ID TO UTL-CLAIM-ID(WS-UTL-IDX)
                   MOVE 'Y' TO WS-UTL-CHANGED-SW
               END-IF
           END-PERFORM

           IF WS-UTL-CHANGED
               REWRITE UTILIZATION-COUNTER-RECORD
               IF WS-UTILIZATION-FILE-STATUS NOT = '00'
                   MOVE SPACES TO REPROCESS-REPORT-LINE
                   STRING 'CLAIM ' AR-CLAIM-ID
                       ' CLAIMUTL ' UTL-KEY
                       ' NOT UPDATED, STATUS '
                       WS-UTILIZATION-FILE-STATUS
                       DELIMITED BY SIZE INTO REPROCESS-REPORT-LINE
                   WRITE REPROCESS-REPORT-LINE
               END-IF
           END-IF
           EXIT.

       DO-ASSIGN-CLAIM-ID SECTION.
      ******************************************************************
      * DRAW THE NEXT CLAIM NUMBER FROM THE CLAIMSEQ COUNTER -- SAME
