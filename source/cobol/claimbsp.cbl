       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMBSP.
      ******************************************************************
      * BULK INTAKE STREAM SPLIT                                       *
      *                                                                *
      * ONE CLAIMBLK RUN WORKS THROUGH THE NIGHT'S BLKIN A CLAIM AT A  *
      * TIME, AND AT PARTNER VOLUMES IT NO LONGER FINISHES INSIDE THE  *
      * BATCH WINDOW. THIS STEP SPLITS BLKIN INTO UP TO FOUR STREAMS   *
      * (BLKST1-BLKST4) FOR CLAIMBLK TO RUN IN PARALLEL, ONE JOB STEP  *
      * PER STREAM WITH ITS STREAM NUMBER ON PARMIN.                   *
      *                                                                *
      * THE SPLIT IS BY PARTNER, NOT BY BATCH: EVERY BATCH FROM ONE    *
      * PARTNER GOES TO THE SAME STREAM, SO THE PARTNER'S DAILY        *
      * VOLUME CAP AND THE CLAIMPBL DUPLICATE-BATCH CHECK STILL SEE    *
      * THE WHOLE OF ITS NIGHT IN ONE PLACE. A FIRST PASS COUNTS EACH  *
      * PARTNER'S CLAIMS; PARTNERS ARE THEN DEALT, LARGEST FIRST, TO   *
      * THE LEAST-LOADED STREAM. A SECOND PASS COPIES EACH SEGMENT --  *
      * A BATCH HEADER AND EVERYTHING UP TO THE NEXT HEADER -- WHOLE   *
      * TO ITS STREAM, IN BLKIN ORDER, AND WRITES ONE BLKMAP ENTRY PER *
      * SEGMENT (CLAIMBSM.CPY) SO CLAIMBMG CAN PUT THE STREAMS' ACK    *
      * LINES BACK TOGETHER IN THE ORIGINAL ORDER. RECORDS AHEAD OF    *
      * THE FIRST HEADER ARE KEPT AS A SEGMENT OF THEIR OWN ON STREAM  *
      * 1, WHERE CLAIMBLK REPORTS THEM AS IT ALWAYS HAS.               *
      *                                                                *
      * A PARTNER BEYOND THE PARTNER TABLE IS SENT TO STREAM 1 (ALL OF *
      * ITS BATCHES, SO IT STILL STAYS IN ONE STREAM) AND COUNTED.     *
      *                                                                *
      * ONE OPTIONAL PARMIN CARD:                                      *
      *                                                                *
      *   COL  1     NUMBER OF STREAMS, 1-4 (DEFAULT 4). EVERY STREAM  *
      *              FILE IS OPENED, SO AN UNUSED ONE IS LEFT EMPTY    *
      *                                                                *
      * INPUT  : PARMIN   - THE OPTIONAL STREAM-COUNT CARD.            *
      *          BLKIN    - THE PARTNER BATCH LANDING FILE.            *
      * OUTPUT : BLKST1-BLKST4 - THE STREAM FILES, BLKIN LAYOUT.       *
      *          BLKMAP   - THE SEGMENT MAP FOR CLAIMBMG.              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT BULK-FILE ASSIGN TO BLKIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT STREAM-FILE-1 ASSIGN TO BLKST1
               ORGANIZATION IS SEQUENTIAL.
           SELECT STREAM-FILE-2 ASSIGN TO BLKST2
               ORGANIZATION IS SEQUENTIAL.
           SELECT STREAM-FILE-3 ASSIGN TO BLKST3
               ORGANIZATION IS SEQUENTIAL.
           SELECT STREAM-FILE-4 ASSIGN TO BLKST4
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAP-FILE ASSIGN TO BLKMAP
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PRM-STREAM-COUNT        PIC X(1).
           05  PRM-STREAM-COUNT-N REDEFINES PRM-STREAM-COUNT
                                       PIC 9(1).
           05  FILLER                  PIC X(79).

       FD  BULK-FILE
           RECORDING MODE IS F.
       01  BULK-RECORD                 PIC X(200).

       FD  STREAM-FILE-1
           RECORDING MODE IS F.
       01  STREAM-RECORD-1             PIC X(200).

       FD  STREAM-FILE-2
           RECORDING MODE IS F.
       01  STREAM-RECORD-2             PIC X(200).

       FD  STREAM-FILE-3
           RECORDING MODE IS F.
       01  STREAM-RECORD-3             PIC X(200).

       FD  STREAM-FILE-4
           RECORDING MODE IS F.
       01  STREAM-RECORD-4             PIC X(200).

       FD  MAP-FILE
           RECORDING MODE IS F.
       COPY CLAIMBSM.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BULK-EOF                 PIC X(1) VALUE 'N'.
           88  WS-BULK-AT-EOF                    VALUE 'Y'.
       01  WS-STREAM-COUNT             PIC 9(1) VALUE 4.
       01  WS-SPLIT-ID                 PIC X(14).

      ******************************************************************
      * ONE ENTRY PER PARTNER ON BLKIN: ITS CLAIM COUNT FROM THE FIRST
      * PASS AND THE STREAM IT IS DEALT TO. OVERFLOWS ARE COUNTED AND
      * REPORTED RATHER THAN WRITTEN PAST, AS THE REPORT JOBS DO.
      ******************************************************************
       01  WS-PARTNER-TABLE.
           05  WS-PTN-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-PTN-IDX.
               10  WS-PTN-PARTNER-ID   PIC X(8).
               10  WS-PTN-CLAIMS       PIC 9(7).
               10  WS-PTN-STREAM       PIC 9(1).
               10  WS-PTN-DEALT-SW     PIC X(1).
                   88  WS-PTN-DEALT              VALUE 'Y'.
       01  WS-PARTNER-COUNT            PIC 9(3) VALUE 0.
       01  WS-PARTNER-OVERFLOW         PIC 9(7) VALUE 0.
       01  WS-PTN-FOUND-SW             PIC X(1) VALUE 'N'.
           88  WS-PTN-FOUND                      VALUE 'Y'.
       01  WS-CURRENT-PARTNER-ID       PIC X(8) VALUE SPACES.
       01  WS-CURRENT-PTN-IDX          PIC 9(3) VALUE 0.

      ******************************************************************
      * DEALING WORK FIELDS AND THE PER-STREAM LOAD.
      ******************************************************************
       01  WS-DEAL-COUNT               PIC 9(3).
       01  WS-BEST-PTN-IDX             PIC 9(3).
       01  WS-BEST-CLAIMS              PIC 9(7).
       01  WS-SCAN-IDX                 PIC 9(3).
       01  WS-STREAM-TABLE.
           05  WS-STR-ENTRY OCCURS 4 TIMES.
               10  WS-STR-CLAIMS       PIC 9(7).
               10  WS-STR-RECORDS      PIC 9(7).
               10  WS-STR-SEGMENTS     PIC 9(5).
       01  WS-STR-IDX                  PIC 9(1).
       01  WS-LIGHT-STR-IDX            PIC 9(1).

      ******************************************************************
      * THE SEGMENT BEING COPIED IN THE SECOND PASS.
      ******************************************************************
       01  WS-SEGMENT-OPEN-SW          PIC X(1) VALUE 'N'.
           88  WS-SEGMENT-OPEN                   VALUE 'Y'.
       01  WS-SEG-STREAM               PIC 9(1).
       01  WS-SEG-PARTNER-ID           PIC X(8).
       01  WS-SEG-BATCH-ID             PIC X(8).
       01  WS-SEG-RECORDS              PIC 9(7).
       01  WS-SEG-CLAIMS               PIC 9(7).

       01  WS-RECORD-COUNT             PIC 9(7) VALUE 0.
       01  WS-CLAIM-COUNT              PIC 9(7) VALUE 0.
       01  WS-SEGMENT-COUNT            PIC 9(5) VALUE 0.
       01  WS-SEGMENT-NUMBER           PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
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

           IF PRM-STREAM-COUNT NOT = SPACES
               IF PRM-STREAM-COUNT NOT NUMERIC
               OR PRM-STREAM-COUNT-N < 1
               OR PRM-STREAM-COUNT-N > 4
                   DISPLAY 'CLAIMBSP: PARMIN STREAM COUNT '
                       PRM-STREAM-COUNT ' IS NOT 1-4'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PRM-STREAM-COUNT-N TO WS-STREAM-COUNT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SPLIT-ID
           MOVE ZEROES TO WS-STREAM-TABLE

           OPEN INPUT BULK-FILE
           PERFORM UNTIL WS-BULK-AT-EOF
               READ BULK-FILE
                   AT END
                       MOVE 'Y' TO WS-BULK-EOF
                   NOT AT END
                       PERFORM DO-COUNT-BULK-RECORD
               END-READ
           END-PERFORM
           CLOSE BULK-FILE

           PERFORM DO-DEAL-PARTNERS
           MOVE ZEROES TO WS-STREAM-TABLE

           OPEN INPUT  BULK-FILE
           OPEN OUTPUT STREAM-FILE-1
           OPEN OUTPUT STREAM-FILE-2
           OPEN OUTPUT STREAM-FILE-3
           OPEN OUTPUT STREAM-FILE-4
           OPEN OUTPUT MAP-FILE

           MOVE SPACES             TO BULK-STREAM-MAP-RECORD
           MOVE 'H'                TO BSM-RECORD-TYPE
           MOVE WS-SPLIT-ID        TO BSM-SPLIT-ID
           MOVE WS-SEGMENT-COUNT   TO BSM-SEGMENT-NUMBER
           MOVE WS-STREAM-COUNT    TO BSM-STREAM-ID
           MOVE WS-RECORD-COUNT    TO BSM-RECORD-COUNT
           MOVE WS-CLAIM-COUNT     TO BSM-CLAIM-COUNT
           WRITE BULK-STREAM-MAP-RECORD

           MOVE 'N' TO WS-BULK-EOF
           PERFORM UNTIL WS-BULK-AT-EOF
               READ BULK-FILE
                   AT END
                       MOVE 'Y' TO WS-BULK-EOF
                   NOT AT END
                       PERFORM DO-ROUTE-BULK-RECORD
               END-READ
           END-PERFORM
           PERFORM DO-END-SEGMENT

           CLOSE BULK-FILE
           CLOSE STREAM-FILE-1
           CLOSE STREAM-FILE-2
           CLOSE STREAM-FILE-3
           CLOSE STREAM-FILE-4
           CLOSE MAP-FILE

           DISPLAY 'CLAIMBSP: SPLIT ' WS-SPLIT-ID ', BLKIN RECORDS = '
               WS-RECORD-COUNT ', CLAIMS = ' WS-CLAIM-COUNT
               ', SEGMENTS = ' WS-SEGMENT-COUNT
           PERFORM VARYING WS-STR-IDX FROM 1 BY 1
                   UNTIL WS-STR-IDX > WS-STREAM-COUNT
               DISPLAY 'CLAIMBSP: STREAM ' WS-STR-IDX
                   ' SEGMENTS = ' WS-STR-SEGMENTS(WS-STR-IDX)
                   ', RECORDS = ' WS-STR-RECORDS(WS-STR-IDX)
                   ', CLAIMS = ' WS-STR-CLAIMS(WS-STR-IDX)
           END-PERFORM
           IF WS-PARTNER-OVERFLOW > 0
               DISPLAY 'CLAIMBSP: PARTNER TABLE FULL, '
                   WS-PARTNER-OVERFLOW ' BATCH(ES) SENT TO STREAM 1'
           END-IF

           STOP RUN.

       DO-COUNT-BULK-RECORD SECTION.
      ******************************************************************
      * FIRST PASS: CLAIMS PER PARTNER, AND THE FILE TOTALS FOR THE
      * MAP HEADER.
      ******************************************************************
           ADD 1 TO WS-RECORD-COUNT
           IF WS-RECORD-COUNT = 1
           AND BULK-RECORD(1:1) NOT = 'H'
               ADD 1 TO WS-SEGMENT-COUNT
           END-IF

           EVALUATE BULK-RECORD(1:1)
               WHEN 'H'
                   ADD 1 TO WS-SEGMENT-COUNT
                   MOVE BULK-RECORD(2:8) TO WS-CURRENT-PARTNER-ID
                   PERFORM DO-FIND-PARTNER
                   IF NOT WS-PTN-FOUND
                       IF WS-PARTNER-COUNT < 200
                           ADD 1 TO WS-PARTNER-COUNT
                           MOVE WS-PARTNER-COUNT TO WS-CURRENT-PTN-IDX
                           MOVE WS-CURRENT-PARTNER-ID
                             TO WS-PTN-PARTNER-ID(WS-CURRENT-PTN-IDX)
                           MOVE 0 TO WS-PTN-CLAIMS(WS-CURRENT-PTN-IDX)
                           MOVE 1 TO WS-PTN-STREAM(WS-CURRENT-PTN-IDX)
                           MOVE 'N'
                             TO WS-PTN-DEALT-SW(WS-CURRENT-PTN-IDX)
                       ELSE
                           MOVE 0 TO WS-CURRENT-PTN-IDX
                       END-IF
                   END-IF
               WHEN 'C'
                   ADD 1 TO WS-CLAIM-COUNT
                   IF WS-CURRENT-PTN-IDX > 0
                       ADD 1 TO WS-PTN-CLAIMS(WS-CURRENT-PTN-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.

       DO-FIND-PARTNER SECTION.
      ******************************************************************
      * LOOK UP WS-CURRENT-PARTNER-ID; WS-CURRENT-PTN-IDX IS ITS ENTRY,
      * OR ZERO WHEN IT IS NOT IN THE TABLE.
      ******************************************************************
           MOVE 'N' TO WS-PTN-FOUND-SW
           MOVE 0 TO WS-CURRENT-PTN-IDX
           PERFORM VARYING WS-PTN-IDX FROM 1 BY 1
                   UNTIL WS-PTN-IDX > WS-PARTNER-COUNT
                      OR WS-PTN-FOUND
               IF WS-PTN-PARTNER-ID(WS-PTN-IDX) = WS-CURRENT-PARTNER-ID
                   MOVE 'Y' TO WS-PTN-FOUND-SW
                   SET WS-CURRENT-PTN-IDX TO WS-PTN-IDX
               END-IF
           END-PERFORM
           EXIT.

       DO-DEAL-PARTNERS SECTION.
      ******************************************************************
      * LARGEST PARTNER FIRST, EACH TO THE STREAM WITH THE FEWEST
      * CLAIMS DEALT TO IT SO FAR.
      ******************************************************************
           MOVE 0 TO WS-DEAL-COUNT
           PERFORM UNTIL WS-DEAL-COUNT = WS-PARTNER-COUNT
               MOVE 0 TO WS-BEST-PTN-IDX
               MOVE 0 TO WS-BEST-CLAIMS
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-PARTNER-COUNT
                   IF NOT WS-PTN-DEALT(WS-SCAN-IDX)
                       IF WS-BEST-PTN-IDX = 0
                       OR WS-PTN-CLAIMS(WS-SCAN-IDX) > WS-BEST-CLAIMS
                           MOVE WS-SCAN-IDX TO WS-BEST-PTN-IDX
                           MOVE WS-PTN-CLAIMS(WS-SCAN-IDX)
                             TO WS-BEST-CLAIMS
                       END-IF
                   END-IF
               END-PERFORM

               MOVE 1 TO WS-LIGHT-STR-IDX
               PERFORM VARYING WS-STR-IDX FROM 2 BY 1
                       UNTIL WS-STR-IDX > WS-STREAM-COUNT
                   IF WS-STR-CLAIMS(WS-STR-IDX)
                      < WS-STR-CLAIMS(WS-LIGHT-STR-IDX)
                       MOVE WS-STR-IDX TO WS-LIGHT-STR-IDX
                   END-IF
               END-PERFORM

               ADD WS-BEST-CLAIMS TO WS-STR-CLAIMS(WS-LIGHT-STR-IDX)
               MOVE WS-LIGHT-STR-IDX TO WS-PTN-STREAM(WS-BEST-PTN-IDX)
               MOVE 'Y' TO WS-PTN-DEALT-SW(WS-BEST-PTN-IDX)
               ADD 1 TO WS-DEAL-COUNT
           END-PERFORM
           EXIT.

       DO-ROUTE-BULK-RECORD SECTION.
      ******************************************************************
      * SECOND PASS: A HEADER CLOSES THE SEGMENT BEFORE IT AND OPENS
      * ITS OWN ON ITS PARTNER'S STREAM; EVERYTHING ELSE FOLLOWS THE
      * SEGMENT IT IS IN.
      ******************************************************************
           IF BULK-RECORD(1:1) = 'H'
               PERFORM DO-END-SEGMENT
               MOVE BULK-RECORD(2:8) TO WS-CURRENT-PARTNER-ID
               PERFORM DO-FIND-PARTNER
               MOVE 'Y' TO WS-SEGMENT-OPEN-SW
               MOVE BULK-RECORD(2:8)  TO WS-SEG-PARTNER-ID
               MOVE BULK-RECORD(10:8) TO WS-SEG-BATCH-ID
               MOVE 0 TO WS-SEG-RECORDS
               MOVE 0 TO WS-SEG-CLAIMS
               IF WS-PTN-FOUND
                   MOVE WS-PTN-STREAM(WS-CURRENT-PTN-IDX)
                     TO WS-SEG-STREAM
               ELSE
                   MOVE 1 TO WS-SEG-STREAM
                   ADD 1 TO WS-PARTNER-OVERFLOW
               END-IF
           END-IF

           IF NOT WS-SEGMENT-OPEN
               MOVE 'Y' TO WS-SEGMENT-OPEN-SW
               MOVE SPACES TO WS-SEG-PARTNER-ID
               MOVE SPACES TO WS-SEG-BATCH-ID
               MOVE 0 TO WS-SEG-RECORDS
               MOVE 0 TO WS-SEG-CLAIMS
               MOVE 1 TO WS-SEG-STREAM
           END-IF

           ADD 1 TO WS-SEG-RECORDS
           IF BULK-RECORD(1:1) = 'C'
               ADD 1 TO WS-SEG-CLAIMS
           END-IF

           EVALUATE WS-SEG-STREAM
               WHEN 1
                   WRITE STREAM-RECORD-1 FROM BULK-RECORD
               WHEN 2
                   WRITE STREAM-RECORD-2 FROM BULK-RECORD
               WHEN 3
                   WRITE STREAM-RECORD-3 FROM BULK-RECORD
               WHEN 4
                   WRITE STREAM-RECORD-4 FROM BULK-RECORD
           END-EVALUATE
           EXIT.

       DO-END-SEGMENT SECTION.
      ******************************************************************
      * ONE BLKMAP ENTRY PER SEGMENT, IN BLKIN ORDER.
      ******************************************************************
           IF NOT WS-SEGMENT-OPEN
               EXIT SECTION
           END-IF

           ADD 1 TO WS-SEGMENT-NUMBER
           MOVE SPACES             TO BULK-STREAM-MAP-RECORD
           MOVE 'S'                TO BSM-RECORD-TYPE
           MOVE WS-SPLIT-ID        TO BSM-SPLIT-ID
           MOVE WS-SEGMENT-NUMBER  TO BSM-SEGMENT-NUMBER
           MOVE WS-SEG-STREAM      TO BSM-STREAM-ID
           MOVE WS-SEG-PARTNER-ID  TO BSM-PARTNER-ID
           MOVE WS-SEG-BATCH-ID    TO BSM-BATCH-ID
           MOVE WS-SEG-RECORDS     TO BSM-RECORD-COUNT
           MOVE WS-SEG-CLAIMS      TO BSM-CLAIM-COUNT
           WRITE BULK-STREAM-MAP-RECORD

           ADD 1 TO WS-STR-SEGMENTS(WS-SEG-STREAM)
           ADD WS-SEG-RECORDS TO WS-STR-RECORDS(WS-SEG-STREAM)
           ADD WS-SEG-CLAIMS TO WS-STR-CLAIMS(WS-SEG-STREAM)
           MOVE 'N' TO WS-SEGMENT-OPEN-SW
           EXIT.
