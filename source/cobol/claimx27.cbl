       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMX27.
      ******************************************************************
      * X12 277CA CLAIM ACKNOWLEDGMENT FOR CLEARINGHOUSE PARTNERS      *
      *                                                                *
      * THE PARTNERS THAT SEND US 837S (CLAIMX37 -> CLAIMBLK) EXPECT A *
      * STANDARD 277CA BACK, NOT THE BLKACK LAYOUT, AND THEIR SUPPORT  *
      * STAFF WERE RE-KEYING OUR REJECTIONS. THIS JOB RUNS AFTER       *
      * CLAIMBLK AND READS ITS BLKACK FILE. EVERY BATCH FROM A PARTNER *
      * ENROLLED FOR ACKNOWLEDGMENTS (PTN-ACK-277CA ON CLAIMPTN) IS    *
      * LOGGED CLAIM BY CLAIM TO CLAIMAKL UNDER THE BATCH ID -- THE    *
      * ISA CONTROL NUMBER OF THE PARTNER'S 837, WHICH CLAIMX37 KEPT   *
      * AS THE BATCH ID -- AND ONE 277CA INTERCHANGE IS WRITTEN FROM   *
      * THE LOG FOR THE BATCH:                                         *
      *                                                                *
      *   ISA/GS/ST  -> ENVELOPE, CONTROL NUMBER FROM CLAIMPTN         *
      *   BHT        -> THE PARTNER'S BATCH ID                         *
      *   HL 20      -> US, THE PAYER (INFORMATION SOURCE)             *
      *   HL 21      -> THE PARTNER (INFORMATION RECEIVER), WITH THE   *
      *                 ACCEPTED/REJECTED COUNTS AND AMOUNTS           *
      *   HL 19      -> THE SUBMITTER THE CLAIMS ARE GROUPED UNDER     *
      *   HL PT      -> ONE PER CLAIM: THE MEMBER, THE PARTNER'S OWN   *
      *                 CLAIM REFERENCE (TRN), AND STC -- A2:20        *
      *                 ACCEPTED WITH OUR CLAIM ID ON REF*1K, OR A     *
      *                 REJECTION CATEGORY AND CODE BUILT FROM THE     *
      *                 CLAIMBLK REJECTION REASON                      *
      *   SE/GE/IEA  -> TRAILERS                                       *
      *                                                                *
      * A BATCH ALREADY ON CLAIMAKL IS NOT LOGGED OR SENT A SECOND     *
      * TIME. TO RE-SEND AN ACKNOWLEDGMENT THE PARTNER LOST, PUT THE   *
      * PARTNER ID (COLUMNS 1-8) AND BATCH ID (9-16) ON AN ACKRSD      *
      * CARD: THE 277CA IS REBUILT FROM THE LOG UNDER A NEW CONTROL    *
      * NUMBER WITHOUT RE-RUNNING THE BATCH. A BATCH CLAIMBLK REFUSED  *
      * OUTRIGHT HAS NO CLAIM RESULTS AND IS ONLY LISTED ON THE        *
      * REPORT. SEGMENTS ARE TERMINATED BY '~' AND WRAPPED INTO 80-    *
      * BYTE CARD IMAGES, THE SAME SHAPE CLAIMX35 WRITES.              *
      *                                                                *
      * INPUT  : BLKACK   - CLAIMBLK'S ACKNOWLEDGMENT FILE.            *
      *          ACKRSD   - RE-SEND REQUESTS (MAY BE EMPTY).           *
      * I-O    : CLAIMPTN - THE PARTNER MASTER (CONTROL NUMBERS).      *
      *          CLAIMAKL - THE PARTNER ACKNOWLEDGMENT LOG.            *
      * OUTPUT : ACKOUT   - THE 277CA INTERCHANGES FOR THE PARTNERS.   *
      *          ACKRPT   - INTERCHANGE AND EXCEPTION REPORT.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO BLKACK
               ORGANIZATION IS SEQUENTIAL.
           SELECT RESEND-FILE ASSIGN TO ACKRSD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESEND-FILE-STATUS.
           SELECT PARTNER-FILE ASSIGN TO CLAIMPTN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PTN-PARTNER-ID
               FILE STATUS IS WS-PARTNER-FILE-STATUS.
           SELECT ACK-LOG-FILE ASSIGN TO CLAIMAKL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AKL-KEY
               FILE STATUS IS WS-ACK-LOG-FILE-STATUS.
           SELECT X277-FILE ASSIGN TO ACKOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT X277-REPORT ASSIGN TO ACKRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-RECORD                  PIC X(132).

       FD  RESEND-FILE
           RECORDING MODE IS F.
       01  RESEND-RECORD.
           05  RSD-PARTNER-ID          PIC X(8).
           05  RSD-BATCH-ID            PIC X(8).
           05  FILLER                  PIC X(64).

       FD  PARTNER-FILE.
       COPY CLAIMPTN.

       FD  ACK-LOG-FILE.
       COPY CLAIMAKL.

       FD  X277-FILE
           RECORDING MODE IS F.
       01  X277-RECORD                 PIC X(80).

       FD  X277-REPORT
           RECORDING MODE IS F.
       01  X277-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RESEND-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-PARTNER-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ACK-LOG-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ACK-EOF                  PIC X(1) VALUE 'N'.
           88  WS-ACK-AT-EOF                     VALUE 'Y'.
       01  WS-RESEND-EOF               PIC X(1) VALUE 'N'.
           88  WS-RESEND-AT-EOF                  VALUE 'Y'.
       01  WS-LOG-EOF                  PIC X(1) VALUE 'N'.
           88  WS-LOG-AT-EOF                     VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-TODAY                    PIC 9(8).

      ******************************************************************
      * OUR IDENTITY AS THE PAYER ON THE ISA/GS ENVELOPE AND NM1*PR.
      ******************************************************************
       01  WS-PAYER-ID                 PIC X(15) VALUE 'SAMPLECLAIMS'.
       01  WS-PAYER-NAME               PIC X(30)
                                 VALUE 'SAMPLE CLAIMS HEALTH PLAN'.

      ******************************************************************
      * THE BLKACK LINES THIS JOB READS, AT THE FIXED COLUMNS CLAIMBLK
      * WRITES THEM (SEE THE CLAIMBLK HEADER).
      ******************************************************************
       01  WS-ACK-STARTED-LINE.
           05  AKS-BATCH-ID            PIC X(8).
           05  FILLER                  PIC X(27).
           05  AKS-PARTNER-ID          PIC X(8).
           05  FILLER                  PIC X(89).

       01  WS-ACK-ACCEPTED-LINE.
           05  AKA-BATCH-ID            PIC X(8).
           05  FILLER                  PIC X(16).
           05  AKA-CLAIM-ID            PIC X(8).
           05  FILLER                  PIC X(8).
           05  AKA-CLAIM-STATUS        PIC X(4).
           05  FILLER                  PIC X(8).
           05  AKA-REASON-CODE         PIC X(4).
           05  FILLER                  PIC X(8).
           05  AKA-MEMBER-ID           PIC X(8).
           05  FILLER                  PIC X(5).
           05  AKA-PATIENT-CONTROL-NO  PIC X(21).
           05  FILLER                  PIC X(5).
           05  AKA-CLAIM-AMOUNT.
               10  AKA-AMOUNT-DOLLARS  PIC 9(7).
               10  FILLER              PIC X(1).
               10  AKA-AMOUNT-CENTS    PIC 9(2).
           05  FILLER                  PIC X(19).

       01  WS-ACK-REJECTED-LINE.
           05  AKR-BATCH-ID            PIC X(8).
           05  FILLER                  PIC X(16).
           05  AKR-CLAIM-ID            PIC X(8).
           05  FILLER                  PIC X(8).
           05  AKR-MEMBER-ID           PIC X(8).
           05  FILLER                  PIC X(5).
           05  AKR-PATIENT-CONTROL-NO  PIC X(21).
           05  FILLER                  PIC X(5).
           05  AKR-CLAIM-AMOUNT.
               10  AKR-AMOUNT-DOLLARS  PIC 9(7).
               10  FILLER              PIC X(1).
               10  AKR-AMOUNT-CENTS    PIC 9(2).
           05  FILLER                  PIC X(1).
           05  AKR-REJECT-TEXT         PIC X(42).

      ******************************************************************
      * THE BATCH BEING READ OFF BLKACK. IT IS LOGGED ONLY WHEN THE
      * PARTNER IS ENROLLED AND THE BATCH IS NOT ALREADY ON CLAIMAKL.
      ******************************************************************
       01  WS-BATCH-OPEN-SW            PIC X(1) VALUE 'N'.
           88  WS-BATCH-OPEN                     VALUE 'Y'.
       01  WS-BATCH-LOGGING-SW         PIC X(1) VALUE 'N'.
           88  WS-BATCH-LOGGING                  VALUE 'Y'.
       01  WS-CURRENT-PARTNER-ID       PIC X(8) VALUE SPACES.
       01  WS-CURRENT-BATCH-ID         PIC X(8) VALUE SPACES.
       01  WS-CLAIM-SEQUENCE           PIC 9(5) VALUE 0.

      ******************************************************************
      * 277CA STATUS CATEGORY AND CODE FOR EACH CLAIMBLK REJECTION
      * REASON. A REASON NOT IN THE TABLE GOES BACK AS A3:21 --
      * RETURNED AS UNPROCESSABLE, MISSING OR INVALID INFORMATION.
      * AN ACCEPTED CLAIM IS ALWAYS A2:20, ACCEPTED FOR PROCESSING.
      ******************************************************************
       01  WS-STC-TABLE.
           05  WS-STC-ENTRY OCCURS 10 TIMES
                   INDEXED BY WS-STC-IDX.
               10  WS-STC-REASON-TEXT  PIC X(40).
               10  WS-STC-CATEGORY     PIC X(2).
               10  WS-STC-CODE         PIC X(3).
       01  WS-STC-COUNT                PIC 9(2) VALUE 0.

      ******************************************************************
      * THE BATCH BEING SENT, AND ITS TOTALS FROM THE FIRST PASS OVER
      * THE LOG.
      ******************************************************************
       01  WS-SEND-PARTNER-ID          PIC X(8).
       01  WS-SEND-BATCH-ID            PIC X(8).
       01  WS-SEND-ACK-DATE            PIC 9(8).
       01  WS-SEND-ACCEPTED-COUNT      PIC 9(7).
       01  WS-SEND-REJECTED-COUNT      PIC 9(7).
       01  WS-SEND-ACCEPTED-CENTS      PIC S9(11).
       01  WS-SEND-REJECTED-CENTS      PIC S9(11).
       01  WS-CONTROL-NUMBER           PIC 9(9).
       01  WS-HL-NUMBER                PIC 9(6).
       01  WS-HL-CHILD-CODE            PIC X(1).
       01  WS-CLAIM-REFERENCE          PIC X(21).
       01  WS-STC-ACTION               PIC X(2).

      ******************************************************************
      * SEGMENT ASSEMBLY -- EACH SEGMENT IS STRUNG INTO THE BUFFER,
      * TERMINATED WITH '~', AND POURED INTO 80-BYTE CARD IMAGES.
      ******************************************************************
       01  WS-SEGMENT                  PIC X(256).
       01  WS-SEG-PTR                  PIC 9(3).
       01  WS-SEG-LEN                  PIC 9(3).
       01  WS-SEG-IDX                  PIC 9(3).
       01  WS-CARD-POS                 PIC 9(3) VALUE 0.
       01  WS-ST-SEGMENT-COUNT         PIC 9(6) VALUE 0.

       01  WS-ISA-RECEIVER-ID          PIC X(15).
       01  WS-ISA-DATE                 PIC X(6).
       01  WS-ISA-TIME                 PIC X(4).

       01  WS-AMT-CENTS                PIC S9(11).
       01  WS-X12-AMOUNT               PIC S9(9)V9(2).
       01  WS-X12-EDIT                 PIC -(9)9.99.
       01  WS-X12-COUNT-EDIT           PIC Z(8)9.
       01  WS-LEAD-SPACES              PIC 9(2).
       01  WS-AMT-TEXT                 PIC X(13).
       01  WS-COUNT-TEXT               PIC X(9).
       01  WS-CONTROL-TEXT             PIC X(9).
       01  WS-HL-TEXT                  PIC X(9).

       01  WS-BATCH-COUNT              PIC 9(7) VALUE 0.
       01  WS-LOGGED-BATCH-COUNT       PIC 9(7) VALUE 0.
       01  WS-LOGGED-CLAIM-COUNT       PIC 9(7) VALUE 0.
       01  WS-NOT-ENROLLED-COUNT       PIC 9(7) VALUE 0.
       01  WS-ALREADY-LOGGED-COUNT     PIC 9(7) VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(7) VALUE 0.
       01  WS-RESEND-REQUEST-COUNT     PIC 9(7) VALUE 0.
       01  WS-RESENT-COUNT             PIC 9(7) VALUE 0.
       01  WS-INTERCHANGE-COUNT        PIC 9(7) VALUE 0.
       01  WS-LOG-ERROR-COUNT          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT  ACK-FILE
           OPEN I-O    PARTNER-FILE
           OPEN I-O    ACK-LOG-FILE
           OPEN OUTPUT X277-FILE
           OPEN OUTPUT X277-REPORT

           IF WS-ACK-LOG-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMX27: CLAIMAKL OPEN FAILED, STATUS '
                   WS-ACK-LOG-FILE-STATUS ' - NO ACKNOWLEDGMENTS SENT'
               CLOSE ACK-FILE
               CLOSE PARTNER-FILE
               CLOSE X277-FILE
               CLOSE X277-REPORT
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY
           MOVE WS-CURRENT-DATE-TIME(3:6) TO WS-ISA-DATE
           MOVE WS-CURRENT-DATE-TIME(9:4) TO WS-ISA-TIME
           MOVE SPACES TO X277-RECORD
           PERFORM DO-LOAD-STC-TABLE

           MOVE SPACES TO X277-REPORT-LINE
           STRING '277CA CLAIM ACKNOWLEDGMENT REPORT FOR '
               WS-TODAY
               DELIMITED BY SIZE INTO X277-REPORT-LINE
           WRITE X277-REPORT-LINE
           MOVE SPACES TO X277-REPORT-LINE
           WRITE X277-REPORT-LINE

           PERFORM UNTIL WS-ACK-AT-EOF
               READ ACK-FILE
                   AT END
                       MOVE 'Y' TO WS-ACK-EOF
                   NOT AT END
                       PERFORM DO-ROUTE-ACK-LINE
               END-READ
           END-PERFORM
           IF WS-BATCH-OPEN
               PERFORM DO-END-ACK-BATCH
           END-IF

           OPEN INPUT RESEND-FILE
           IF WS-RESEND-FILE-STATUS = '00'
               PERFORM UNTIL WS-RESEND-AT-EOF
                   READ RESEND-FILE
                       AT END
                           MOVE 'Y' TO WS-RESEND-EOF
                       NOT AT END
                           PERFORM DO-RESEND-ACK-BATCH
                   END-READ
               END-PERFORM
               CLOSE RESEND-FILE
           END-IF

           MOVE SPACES TO X277-REPORT-LINE
           WRITE X277-REPORT-LINE
           MOVE SPACES TO X277-REPORT-LINE
           STRING 'BATCHES ON BLKACK: ' WS-BATCH-COUNT
               '  LOGGED: ' WS-LOGGED-BATCH-COUNT
               '  CLAIMS: ' WS-LOGGED-CLAIM-COUNT
               '  NOT ENROLLED: ' WS-NOT-ENROLLED-COUNT
               '  ALREADY LOGGED: ' WS-ALREADY-LOGGED-COUNT
               DELIMITED BY SIZE INTO X277-REPORT-LINE
           WRITE X277-REPORT-LINE
           MOVE SPACES TO X277-REPORT-LINE
           STRING 'REFUSED BATCHES: ' WS-REFUSED-COUNT
               '  RE-SEND REQUESTS: ' WS-RESEND-REQUEST-COUNT
               '  RE-SENT: ' WS-RESENT-COUNT
               '  INTERCHANGES: ' WS-INTERCHANGE-COUNT
               '  LOG ERRORS: ' WS-LOG-ERROR-COUNT
               DELIMITED BY SIZE INTO X277-REPORT-LINE
           WRITE X277-REPORT-LINE

           CLOSE ACK-FILE
           CLOSE PARTNER-FILE
           CLOSE ACK-LOG-FILE
           CLOSE X277-FILE
           CLOSE X277-REPORT

           DISPLAY 'CLAIMX27: 277CA INTERCHANGES WRITTEN = '
               WS-INTERCHANGE-COUNT ' RE-SENT = ' WS-RESENT-COUNT
           IF WS-LOG-ERROR-COUNT > 0
               DISPLAY 'CLAIMX27: CLAIMAKL WRITE ERRORS = '
                   WS-LOG-ERROR-COUNT
           END-IF

           STOP RUN.

       DO-LOAD-STC-TABLE SECTION.
           MOVE 7 TO WS-STC-COUNT
           MOVE 'MEMBER NOT ELIGIBLE' TO WS-STC-REASON-TEXT(1)
           MOVE 'A3'  TO WS-STC-CATEGORY(1)
           MOVE '109' TO WS-STC-CODE(1)
           MOVE 'MEMBER NOT COVERED ON DATE OF SERVICE'
             TO WS-STC-REASON-TEXT(2)
           MOVE 'A3'  TO WS-STC-CATEGORY(2)
           MOVE '109' TO WS-STC-CODE(2)
           MOVE 'CLAIM TYPE NOT PERMITTED FOR PARTNER'
             TO WS-STC-REASON-TEXT(3)
           MOVE 'A3'  TO WS-STC-CATEGORY(3)
           MOVE '24 ' TO WS-STC-CODE(3)
           MOVE 'PARTNER DAILY VOLUME CAP EXCEEDED'
             TO WS-STC-REASON-TEXT(4)
           MOVE 'A3'  TO WS-STC-CATEGORY(4)
           MOVE '24 ' TO WS-STC-CODE(4)
           MOVE 'CLAIM AMOUNT MUST BE POSITIVE'
             TO WS-STC-REASON-TEXT(5)
           MOVE 'A3'  TO WS-STC-CATEGORY(5)
           MOVE '178' TO WS-STC-CODE(5)
           MOVE 'CLAIM DATE MUST BE MM/DD/YYYY'
             TO WS-STC-REASON-TEXT(6)
           MOVE 'A3'  TO WS-STC-CATEGORY(6)
           MOVE '187' TO WS-STC-CODE(6)
           MOVE 'UNKNOWN CURRENCY CODE' TO WS-STC-REASON-TEXT(7)
           MOVE 'A3'  TO WS-STC-CATEGORY(7)
           MOVE '21 ' TO WS-STC-CODE(7)
           EXIT.

       DO-ROUTE-ACK-LINE SECTION.
      ******************************************************************
      * A BATCH OPENS ON ITS 'BATCH STARTED' LINE AND CLOSES ON ITS
      * 'BATCH COMPLETE' LINE (OR THE NEXT BATCH, OR END OF FILE).
      * CLAIM LINES CARRY THE BATCH ID IN COLUMNS 1-8; ANYTHING ELSE
      * -- DROPPED SERVICE LINES, THE TRAILER-COUNT WARNING -- DOES
      * NOT CHANGE A CLAIM'S RESULT AND IS NOT ACKNOWLEDGED.
      ******************************************************************
           EVALUATE TRUE
               WHEN ACK-RECORD(9:27) = ' BATCH STARTED FOR PARTNER '
                   IF WS-BATCH-OPEN
                       PERFORM DO-END-ACK-BATCH
                   END-IF
                   PERFORM DO-START-ACK-BATCH
               WHEN ACK-RECORD(9:17) = ' BATCH REFUSED - '
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE SPACES TO X277-REPORT-LINE
                   STRING 'NOT ACKNOWLEDGED: ' ACK-RECORD(1:100)
                       DELIMITED BY SIZE INTO X277-REPORT-LINE
                   WRITE X277-REPORT-LINE
               WHEN NOT WS-BATCH-OPEN
                   CONTINUE
               WHEN ACK-RECORD(1:8) NOT = WS-CURRENT-BATCH-ID
                   CONTINUE
               WHEN ACK-RECORD(9:16) = ' ACCEPTED CLAIM '
                   PERFORM DO-LOG-ACCEPTED-CLAIM
               WHEN ACK-RECORD(9:16) = ' REJECTED CLAIM '
                   PERFORM DO-LOG-REJECTED-CLAIM
               WHEN ACK-RECORD(9:16) = ' BATCH COMPLETE,'
                   PERFORM DO-END-ACK-BATCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       DO-START-ACK-BATCH SECTION.
      ******************************************************************
      * A NEW BATCH. LOG IT ONLY FOR AN ENROLLED PARTNER, AND ONLY
      * ONCE -- A BATCH ALREADY ON CLAIMAKL (BLKACK FED THROUGH TWICE)
      * IS LEFT ALONE; A LOST 277CA IS RE-SENT THROUGH ACKRSD.
      ******************************************************************
           MOVE ACK-RECORD TO WS-ACK-STARTED-LINE
           MOVE AKS-BATCH-ID   TO WS-CURRENT-BATCH-ID
           MOVE AKS-PARTNER-ID TO WS-CURRENT-PARTNER-ID
           MOVE 'Y' TO WS-BATCH-OPEN-SW
           MOVE 'N' TO WS-BATCH-LOGGING-SW
           MOVE 0 TO WS-CLAIM-SEQUENCE
           ADD 1 TO WS-BATCH-COUNT

           MOVE WS-CURRENT-PARTNER-ID TO PTN-PARTNER-ID
           READ PARTNER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ENROLLED-COUNT
                   EXIT SECTION
           END-READ
           IF NOT PTN-ACK-277CA
               ADD 1 TO WS-NOT-ENROLLED-COUNT
               EXIT SECTION
           END-IF

           MOVE WS-CURRENT-PARTNER-ID TO AKL-PARTNER-ID
           MOVE WS-CURRENT-BATCH-ID   TO AKL-BATCH-ID
           MOVE 0                     TO AKL-SEQUENCE
           READ ACK-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ALREADY-LOGGED-COUNT
                   MOVE SPACES TO X277-REPORT-LINE
                   STRING 'PARTNER ' WS-CURRENT-PARTNER-ID
                       ' BATCH ' WS-CURRENT-BATCH-ID
                       ' ALREADY ON CLAIMAKL FROM ' AKL-ACK-DATE
                       ' - NOT SENT AGAIN, USE ACKRSD TO RE-SEND'
                       DELIMITED BY SIZE INTO X277-REPORT-LINE
                   WRITE X277-REPORT-LINE
                   EXIT SECTION
           END-READ

           MOVE SPACES TO PARTNER-ACK-LOG-RECORD
           MOVE WS-CURRENT-PARTNER-ID TO AKL-PARTNER-ID
           MOVE WS-CURRENT-BATCH-ID   TO AKL-BATCH-ID
           MOVE 0                     TO AKL-SEQUENCE
           MOVE 'B'                   TO AKL-ROW-TYPE
           MOVE WS-TODAY              TO AKL-ACK-DATE
           MOVE 0 TO AKL-CLAIM-AMOUNT
           MOVE 0 TO AKL-SEND-COUNT
           MOVE 0 TO AKL-LAST-SENT-DATE
           MOVE 0 TO AKL-LAST-CONTROL-NUMBER
           WRITE PARTNER-ACK-LOG-RECORD
               INVALID KEY
                   ADD 1 TO WS-LOG-ERROR-COUNT
                   EXIT SECTION
           END-WRITE
           MOVE 'Y' TO WS-BATCH-LOGGING-SW
           ADD 1 TO WS-LOGGED-BATCH-COUNT
           EXIT.

       DO-INIT-CLAIM-ROW SECTION.
      ******************************************************************
      * THE NEXT CLAIM ROW OF THE BATCH BEING LOGGED.
      ******************************************************************
           ADD 1 TO WS-CLAIM-SEQUENCE
           MOVE SPACES TO PARTNER-ACK-LOG-RECORD
           MOVE WS-CURRENT-PARTNER-ID TO AKL-PARTNER-ID
           MOVE WS-CURRENT-BATCH-ID   TO AKL-BATCH-ID
           MOVE WS-CLAIM-SEQUENCE     TO AKL-SEQUENCE
           MOVE 'C'                   TO AKL-ROW-TYPE
           MOVE WS-TODAY              TO AKL-ACK-DATE
           MOVE 0 TO AKL-CLAIM-AMOUNT
           MOVE 0 TO AKL-SEND-COUNT
           MOVE 0 TO AKL-LAST-SENT-DATE
           MOVE 0 TO AKL-LAST-CONTROL-NUMBER
           EXIT.

       DO-LOG-ACCEPTED-CLAIM SECTION.
           IF NOT WS-BATCH-LOGGING
               EXIT SECTION
           END-IF
           MOVE ACK-RECORD TO WS-ACK-ACCEPTED-LINE
           PERFORM DO-INIT-CLAIM-ROW

           MOVE AKA-CLAIM-ID           TO AKL-CLAIM-ID
           MOVE AKA-MEMBER-ID          TO AKL-MEMBER-ID
           MOVE AKA-PATIENT-CONTROL-NO TO AKL-PATIENT-CONTROL-NO
           IF AKA-AMOUNT-DOLLARS NUMERIC
          AND AKA-AMOUNT-CENTS NUMERIC
               COMPUTE AKL-CLAIM-AMOUNT =
                   AKA-AMOUNT-DOLLARS + AKA-AMOUNT-CENTS / 100
           END-IF
           MOVE 'A'                    TO AKL-RESULT
           MOVE AKA-CLAIM-STATUS       TO AKL-CLAIM-STATUS
           MOVE AKA-REASON-CODE        TO AKL-REASON-CODE
           MOVE 'A2'                   TO AKL-STC-CATEGORY
           MOVE '20 '                  TO AKL-STC-CODE

           WRITE PARTNER-ACK-LOG-RECORD
               INVALID KEY
                   ADD 1 TO WS-LOG-ERROR-COUNT
                   EXIT SECTION
           END-WRITE
           ADD 1 TO WS-LOGGED-CLAIM-COUNT
           EXIT.

       DO-LOG-REJECTED-CLAIM SECTION.
           IF NOT WS-BATCH-LOGGING
               EXIT SECTION
           END-IF
           MOVE ACK-RECORD TO WS-ACK-REJECTED-LINE
           PERFORM DO-INIT-CLAIM-ROW

           MOVE AKR-CLAIM-ID           TO AKL-CLAIM-ID
           MOVE AKR-MEMBER-ID          TO AKL-MEMBER-ID
           MOVE AKR-PATIENT-CONTROL-NO TO AKL-PATIENT-CONTROL-NO
           IF AKR-AMOUNT-DOLLARS NUMERIC
          AND AKR-AMOUNT-CENTS NUMERIC
               COMPUTE AKL-CLAIM-AMOUNT =
                   AKR-AMOUNT-DOLLARS + AKR-AMOUNT-CENTS / 100
           END-IF
           MOVE 'R'                    TO AKL-RESULT
           MOVE AKR-REJECT-TEXT        TO AKL-REJECT-TEXT
           MOVE 'A3'                   TO AKL-STC-CATEGORY
           MOVE '21 '                  TO AKL-STC-CODE
           PERFORM VARYING WS-STC-IDX FROM 1 BY 1
                   UNTIL WS-STC-IDX > WS-STC-COUNT
               IF WS-STC-REASON-TEXT(WS-STC-IDX) = AKR-REJECT-TEXT(1:40)
                   MOVE WS-STC-CATEGORY(WS-STC-IDX) TO AKL-STC-CATEGORY
                   MOVE WS-STC-CODE(WS-STC-IDX)     TO AKL-STC-CODE
               END-IF
           END-PERFORM

           WRITE PARTNER-ACK-LOG-RECORD
               INVALID KEY
                   ADD 1 TO WS-LOG-ERROR-COUNT
                   EXIT SECTION
           END-WRITE
           ADD 1 TO WS-LOGGED-CLAIM-COUNT
           EXIT.

       DO-END-ACK-BATCH SECTION.
      ******************************************************************
      * THE BATCH IS COMPLETE ON THE LOG -- SEND ITS 277CA. THE
      * PARTNER RECORD READ WHEN THE BATCH STARTED IS STILL IN HAND.
      ******************************************************************
           MOVE 'N' TO WS-BATCH-OPEN-SW
           IF NOT WS-BATCH-LOGGING
               EXIT SECTION
           END-IF
           MOVE 'N' TO WS-BATCH-LOGGING-SW
           MOVE WS-CURRENT-PARTNER-ID TO WS-SEND-PARTNER-ID
           MOVE WS-CURRENT-BATCH-ID   TO WS-SEND-BATCH-ID
           PERFORM DO-SEND-ACK-BATCH
           EXIT.

       DO-RESEND-ACK-BATCH SECTION.
      ******************************************************************
      * ONE ACKRSD CARD: REBUILD THE NAMED BATCH'S 277CA FROM THE LOG.
      ******************************************************************
           IF RSD-PARTNER-ID = SPACES
               EXIT SECTION
           END-IF
           ADD 1 TO WS-RESEND-REQUEST-COUNT

           MOVE RSD-PARTNER-ID TO AKL-PARTNER-ID
           MOVE RSD-BATCH-ID   TO AKL-BATCH-ID
           MOVE 0              TO AKL-SEQUENCE
           READ ACK-LOG-FILE
               INVALID KEY
                   MOVE SPACES TO X277-REPORT-LINE
                   STRING 'RE-SEND PARTNER ' RSD-PARTNER-ID
                       ' BATCH ' RSD-BATCH-ID
                       ' NOT ON CLAIMAKL - NOTHING SENT'
                       DELIMITED BY SIZE INTO X277-REPORT-LINE
                   WRITE X277-REPORT-LINE
                   EXIT SECTION
           END-READ

           MOVE RSD-PARTNER-ID TO PTN-PARTNER-ID
           READ PARTNER-FILE
               INVALID KEY
                   MOVE SPACES TO X277-REPORT-LINE
                   STRING 'RE-SEND PARTNER ' RSD-PARTNER-ID
                       ' BATCH ' RSD-BATCH-ID
                       ' PARTNER NOT ON CLAIMPTN - NOTHING SENT'
                       DELIMITED BY SIZE INTO X277-REPORT-LINE
                   WRITE X277-REPORT-LINE
                   EXIT SECTION
           END-READ

           MOVE RSD-PARTNER-ID TO WS-SEND-PARTNER-ID
           MOVE RSD-BATCH-ID   TO WS-SEND-BATCH-ID
           PERFORM DO-SEND-ACK-BATCH
           ADD 1 TO WS-RESENT-COUNT
           EXIT.

       DO-SEND-ACK-BATCH SECTION.
      ******************************************************************
      * ONE 277CA INTERCHANGE FOR WS-SEND-PARTNER-ID/WS-SEND-BATCH-ID,
      * BUILT FROM THE LOG. THE FIRST PASS TOTALS THE ACCEPTED AND
      * REJECTED CLAIMS FOR THE RECEIVER LEVEL; THE SECOND WRITES
      * THEM. THE PARTNER'S NEXT CONTROL NUMBER NUMBERS THE ISA AND
      * GS, AND THE BATCH ROW RECORDS THE SEND.
      ******************************************************************
           MOVE WS-SEND-PARTNER-ID TO AKL-PARTNER-ID
           MOVE WS-SEND-BATCH-ID   TO AKL-BATCH-ID
           MOVE 0                  TO AKL-SEQUENCE
           READ ACK-LOG-FILE
               INVALID KEY
                   ADD 1 TO WS-LOG-ERROR-COUNT
                   EXIT SECTION
           END-READ
           MOVE AKL-ACK-DATE TO WS-SEND-ACK-DATE

           MOVE 0 TO WS-SEND-ACCEPTED-COUNT
           MOVE 0 TO WS-SEND-REJECTED-COUNT
           MOVE 0 TO WS-SEND-ACCEPTED-CENTS
           MOVE 0 TO WS-SEND-REJECTED-CENTS
           PERFORM DO-START-BATCH-CLAIMS
           PERFORM UNTIL WS-LOG-AT-EOF
               IF AKL-ACCEPTED
                   ADD 1 TO WS-SEND-ACCEPTED-COUNT
                   COMPUTE WS-SEND-ACCEPTED-CENTS =
                       WS-SEND-ACCEPTED-CENTS + AKL-CLAIM-AMOUNT * 100
               ELSE
                   ADD 1 TO WS-SEND-REJECTED-COUNT
                   COMPUTE WS-SEND-REJECTED-CENTS =
                       WS-SEND-REJECTED-CENTS + AKL-CLAIM-AMOUNT * 100
               END-IF
               PERFORM DO-READ-NEXT-BATCH-CLAIM
           END-PERFORM

           IF PTN-ISA-CONTROL-NUMBER NOT NUMERIC
           OR PTN-ISA-CONTROL-NUMBER >= 999999999
               MOVE 0 TO PTN-ISA-CONTROL-NUMBER
           END-IF
           ADD 1 TO PTN-ISA-CONTROL-NUMBER
           MOVE PTN-ISA-CONTROL-NUMBER TO WS-CONTROL-NUMBER
           MOVE WS-CONTROL-NUMBER TO WS-X12-COUNT-EDIT
           PERFORM DO-TRIM-COUNT
           MOVE WS-COUNT-TEXT TO WS-CONTROL-TEXT

           MOVE WS-SEND-PARTNER-ID TO WS-ISA-RECEIVER-ID
           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'ISA*00*          *00*          *ZZ*'
               WS-PAYER-ID '*ZZ*' WS-ISA-RECEIVER-ID
               '*' WS-ISA-DATE '*' WS-ISA-TIME
               '*^*00501*' WS-CONTROL-NUMBER '*0*P*:'
               DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'GS*HN*' DELIMITED BY SIZE
               WS-PAYER-ID DELIMITED BY SPACE
               '*' DELIMITED BY SIZE
               WS-SEND-PARTNER-ID DELIMITED BY SPACE
               '*' WS-TODAY
               '*' WS-ISA-TIME '*' DELIMITED BY SIZE
               WS-CONTROL-TEXT DELIMITED BY SPACE
               '*X*005010X214' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE 0 TO WS-ST-SEGMENT-COUNT
           MOVE SPACES TO WS-SEGMENT
           MOVE 'ST*277*0001*005010X214' TO WS-SEGMENT
           MOVE 23 TO WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'BHT*0085*08*' DELIMITED BY SIZE
               WS-SEND-BATCH-ID DELIMITED BY SPACE
               '*' WS-TODAY '*' WS-ISA-TIME '*TH'
               DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

      ******************************************************************
      * INFORMATION SOURCE -- US.
      ******************************************************************
           MOVE SPACES TO WS-SEGMENT
           MOVE 'HL*1**20*1' TO WS-SEGMENT
           MOVE 11 TO WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'NM1*PR*2*' DELIMITED BY SIZE
               WS-PAYER-NAME DELIMITED BY '  '
               '*****46*' DELIMITED BY SIZE
               WS-PAYER-ID DELIMITED BY SPACE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'TRN*1*' DELIMITED BY SIZE
               WS-SEND-BATCH-ID DELIMITED BY SPACE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'DTP*050*D8*' WS-SEND-ACK-DATE
               DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'DTP*009*D8*' WS-TODAY
               DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

      ******************************************************************
      * INFORMATION RECEIVER -- THE PARTNER, WITH THE BATCH TOTALS.
      ******************************************************************
           MOVE SPACES TO WS-SEGMENT
           MOVE 'HL*2*1*21*1' TO WS-SEGMENT
           MOVE 12 TO WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'NM1*41*2*' DELIMITED BY SIZE
               WS-SEND-PARTNER-ID DELIMITED BY SPACE
               '*****46*' DELIMITED BY SIZE
               WS-SEND-PARTNER-ID DELIMITED BY SPACE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'TRN*2*' DELIMITED BY SIZE
               WS-SEND-BATCH-ID DELIMITED BY SPACE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           COMPUTE WS-AMT-CENTS =
               WS-SEND-ACCEPTED-CENTS + WS-SEND-REJECTED-CENTS
           PERFORM DO-FORMAT-AMOUNT
           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'STC*A1:19*' WS-TODAY '*WQ*' DELIMITED BY SIZE
               WS-AMT-TEXT DELIMITED BY SPACE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           IF WS-SEND-ACCEPTED-COUNT > 0
               MOVE WS-SEND-ACCEPTED-COUNT TO WS-X12-COUNT-EDIT
               PERFORM DO-TRIM-COUNT
               MOVE SPACES TO WS-SEGMENT
               MOVE 1 TO WS-SEG-PTR
               STRING 'QTY*90*' DELIMITED BY SIZE
                   WS-COUNT-TEXT DELIMITED BY SPACE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               PERFORM DO-EMIT-SEGMENT
           END-IF
           IF WS-SEND-REJECTED-COUNT > 0
               MOVE WS-SEND-REJECTED-COUNT TO WS-X12-COUNT-EDIT
               PERFORM DO-TRIM-COUNT
               MOVE SPACES TO WS-SEGMENT
               MOVE 1 TO WS-SEG-PTR
               STRING 'QTY*AA*' DELIMITED BY SIZE
                   WS-COUNT-TEXT DELIMITED BY SPACE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               PERFORM DO-EMIT-SEGMENT
           END-IF
           IF WS-SEND-ACCEPTED-COUNT > 0
               MOVE WS-SEND-ACCEPTED-CENTS TO WS-AMT-CENTS
               PERFORM DO-FORMAT-AMOUNT
               MOVE SPACES TO WS-SEGMENT
               MOVE 1 TO WS-SEG-PTR
               STRING 'AMT*YU*' DELIMITED BY SIZE
                   WS-AMT-TEXT DELIMITED BY SPACE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               PERFORM DO-EMIT-SEGMENT
           END-IF
           IF WS-SEND-REJECTED-COUNT > 0
               MOVE WS-SEND-REJECTED-CENTS TO WS-AMT-CENTS
               PERFORM DO-FORMAT-AMOUNT
               MOVE SPACES TO WS-SEGMENT
               MOVE 1 TO WS-SEG-PTR
               STRING 'AMT*YY*' DELIMITED BY SIZE
                   WS-AMT-TEXT DELIMITED BY SPACE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               PERFORM DO-EMIT-SEGMENT
           END-IF

      ******************************************************************
      * THE CLAIMS GO UNDER ONE SUBMITTER LEVEL. BLKACK CARRIES NO
      * BILLING PROVIDER FOR A REJECTED CLAIM, SO THE SUBMITTING
      * PARTNER STANDS IN FOR IT.
      ******************************************************************
           IF WS-SEND-ACCEPTED-COUNT + WS-SEND-REJECTED-COUNT > 0
               MOVE '1' TO WS-HL-CHILD-CODE
           ELSE
               MOVE '0' TO WS-HL-CHILD-CODE
           END-IF
           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'HL*3*2*19*' WS-HL-CHILD-CODE
               DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'NM1*85*2*' DELIMITED BY SIZE
               WS-SEND-PARTNER-ID DELIMITED BY SPACE
               '*****46*' DELIMITED BY SIZE
               WS-SEND-PARTNER-ID DELIMITED BY SPACE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE 3 TO WS-HL-NUMBER
           PERFORM DO-START-BATCH-CLAIMS
           PERFORM UNTIL WS-LOG-AT-EOF
               PERFORM DO-WRITE-277-CLAIM
               PERFORM DO-READ-NEXT-BATCH-CLAIM
           END-PERFORM

           ADD 1 TO WS-ST-SEGMENT-COUNT
           MOVE WS-ST-SEGMENT-COUNT TO WS-X12-COUNT-EDIT
           PERFORM DO-TRIM-COUNT
           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'SE*' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SPACE
               '*0001' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'GE*1*' DELIMITED BY SIZE
               WS-CONTROL-TEXT DELIMITED BY SPACE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'IEA*1*' WS-CONTROL-NUMBER
               DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT
      ******************************************************************
      * EACH INTERCHANGE ENDS ON ITS OWN CARD, SO THE PARTNER
      * MAILBOXES CAN BE SPLIT ON ISA BOUNDARIES.
      ******************************************************************
           IF WS-CARD-POS > 0
               WRITE X277-RECORD
               MOVE SPACES TO X277-RECORD
               MOVE 0 TO WS-CARD-POS
           END-IF

           ADD 1 TO WS-INTERCHANGE-COUNT
           REWRITE PARTNER-RECORD
           IF WS-PARTNER-FILE-STATUS NOT = '00'
               MOVE SPACES TO X277-REPORT-LINE
               STRING 'PARTNER ' WS-SEND-PARTNER-ID
                   ' CONTROL NUMBER ' WS-CONTROL-NUMBER
                   ' NOT SAVED, STATUS ' WS-PARTNER-FILE-STATUS
                   ' - SET IT BEFORE THE NEXT RUN'
                   DELIMITED BY SIZE INTO X277-REPORT-LINE
               WRITE X277-REPORT-LINE
           END-IF

           MOVE WS-SEND-PARTNER-ID TO AKL-PARTNER-ID
           MOVE WS-SEND-BATCH-ID   TO AKL-BATCH-ID
           MOVE 0                  TO AKL-SEQUENCE
           READ ACK-LOG-FILE
               INVALID KEY
                   ADD 1 TO WS-LOG-ERROR-COUNT
               NOT INVALID KEY
                   IF AKL-SEND-COUNT < 999
                       ADD 1 TO AKL-SEND-COUNT
                   END-IF
                   MOVE WS-TODAY          TO AKL-LAST-SENT-DATE
                   MOVE WS-CONTROL-NUMBER TO AKL-LAST-CONTROL-NUMBER
                   REWRITE PARTNER-ACK-LOG-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LOG-ERROR-COUNT
                   END-REWRITE
           END-READ

           MOVE SPACES TO X277-REPORT-LINE
           STRING 'PARTNER ' WS-SEND-PARTNER-ID
               ' BATCH ' WS-SEND-BATCH-ID
               ' ISA ' WS-CONTROL-NUMBER
               ' ACCEPTED ' WS-SEND-ACCEPTED-COUNT
               ' REJECTED ' WS-SEND-REJECTED-COUNT
               ' SEND ' AKL-SEND-COUNT
               DELIMITED BY SIZE INTO X277-REPORT-LINE
           WRITE X277-REPORT-LINE
           EXIT.

       DO-START-BATCH-CLAIMS SECTION.
      ******************************************************************
      * POSITION ON THE FIRST CLAIM ROW OF WS-SEND-BATCH-ID AND READ
      * IT; WS-LOG-EOF IS SET WHEN THE BATCH HAS NO (MORE) CLAIMS.
      ******************************************************************
           MOVE 'N' TO WS-LOG-EOF
           MOVE WS-SEND-PARTNER-ID TO AKL-PARTNER-ID
           MOVE WS-SEND-BATCH-ID   TO AKL-BATCH-ID
           MOVE 0                  TO AKL-SEQUENCE
           START ACK-LOG-FILE KEY IS GREATER THAN AKL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LOG-EOF
                   EXIT SECTION
           END-START
           PERFORM DO-READ-NEXT-BATCH-CLAIM
           EXIT.

       DO-READ-NEXT-BATCH-CLAIM SECTION.
           READ ACK-LOG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LOG-EOF
                   EXIT SECTION
           END-READ
           IF AKL-PARTNER-ID NOT = WS-SEND-PARTNER-ID
           OR AKL-BATCH-ID NOT = WS-SEND-BATCH-ID
               MOVE 'Y' TO WS-LOG-EOF
           END-IF
           EXIT.

       DO-WRITE-277-CLAIM SECTION.
      ******************************************************************
      * ONE PATIENT-LEVEL LOOP FOR THE LOGGED CLAIM. TRN*2 ECHOES THE
      * PARTNER'S CLAIM REFERENCE (OUR CLAIM ID WHEN IT SENT NONE);
      * AN ACCEPTED CLAIM CARRIES OUR CLAIM ID ON REF*1K.
      ******************************************************************
           ADD 1 TO WS-HL-NUMBER
           MOVE WS-HL-NUMBER TO WS-X12-COUNT-EDIT
           PERFORM DO-TRIM-COUNT
           MOVE WS-COUNT-TEXT TO WS-HL-TEXT
           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'HL*' DELIMITED BY SIZE
               WS-HL-TEXT DELIMITED BY SPACE
               '*3*PT' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'NM1*QC*1******MI*' DELIMITED BY SIZE
               AKL-MEMBER-ID DELIMITED BY SPACE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE AKL-PATIENT-CONTROL-NO TO WS-CLAIM-REFERENCE
           IF WS-CLAIM-REFERENCE = SPACES
               MOVE AKL-CLAIM-ID TO WS-CLAIM-REFERENCE
           END-IF
           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'TRN*2*' DELIMITED BY SIZE
               WS-CLAIM-REFERENCE DELIMITED BY '  '
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           IF AKL-ACCEPTED
               MOVE 'WQ' TO WS-STC-ACTION
           ELSE
               MOVE 'U ' TO WS-STC-ACTION
           END-IF
           COMPUTE WS-AMT-CENTS = AKL-CLAIM-AMOUNT * 100
           PERFORM DO-FORMAT-AMOUNT
           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'STC*' AKL-STC-CATEGORY ':' DELIMITED BY SIZE
               AKL-STC-CODE DELIMITED BY SPACE
               '*' WS-TODAY '*' DELIMITED BY SIZE
               WS-STC-ACTION DELIMITED BY SPACE
               '*' DELIMITED BY SIZE
               WS-AMT-TEXT DELIMITED BY SPACE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           IF AKL-ACCEPTED
          AND AKL-CLAIM-ID NOT = SPACES
               MOVE SPACES TO WS-SEGMENT
               MOVE 1 TO WS-SEG-PTR
               STRING 'REF*1K*' DELIMITED BY SIZE
                   AKL-CLAIM-ID DELIMITED BY SPACE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               PERFORM DO-EMIT-SEGMENT
           END-IF
           EXIT.

       DO-FORMAT-AMOUNT SECTION.
      ******************************************************************
      * WS-AMT-CENTS AS AN X12 DECIMAL (E.G. 1234.50) IN WS-AMT-TEXT,
      * LEFT-JUSTIFIED.
      ******************************************************************
           COMPUTE WS-X12-AMOUNT = WS-AMT-CENTS / 100
           MOVE WS-X12-AMOUNT TO WS-X12-EDIT
           MOVE 0 TO WS-LEAD-SPACES
           INSPECT WS-X12-EDIT TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES
           MOVE SPACES TO WS-AMT-TEXT
           MOVE WS-X12-EDIT(WS-LEAD-SPACES + 1:) TO WS-AMT-TEXT
           EXIT.

       DO-TRIM-COUNT SECTION.
      ******************************************************************
      * WS-X12-COUNT-EDIT WITHOUT ITS LEADING SPACES, IN
      * WS-COUNT-TEXT.
      ******************************************************************
           MOVE 0 TO WS-LEAD-SPACES
           INSPECT WS-X12-COUNT-EDIT TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES
           MOVE SPACES TO WS-COUNT-TEXT
           MOVE WS-X12-COUNT-EDIT(WS-LEAD-SPACES + 1:) TO WS-COUNT-TEXT
           EXIT.

       DO-EMIT-SEGMENT SECTION.
      ******************************************************************
      * TERMINATE THE SEGMENT BUILT IN WS-SEGMENT (WS-SEG-PTR IS ONE
      * PAST ITS LAST BYTE) AND POUR IT INTO THE CARD IMAGES, WRITING
      * EACH CARD AS IT FILLS. EVERY SEGMENT IS COUNTED FOR SE01;
      * THE COUNT IS RESET WHEN ST OPENS THE TRANSACTION.
      ******************************************************************
           MOVE '~' TO WS-SEGMENT(WS-SEG-PTR:1)
           MOVE WS-SEG-PTR TO WS-SEG-LEN
           ADD 1 TO WS-ST-SEGMENT-COUNT
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-LEN
               ADD 1 TO WS-CARD-POS
               MOVE WS-SEGMENT(WS-SEG-IDX:1)
                 TO X277-RECORD(WS-CARD-POS:1)
               IF WS-CARD-POS = 80
                   WRITE X277-RECORD
                   MOVE SPACES TO X277-RECORD
                   MOVE 0 TO WS-CARD-POS
               END-IF
           END-PERFORM
           EXIT.
