       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMBMG.
      ******************************************************************
      * BULK INTAKE STREAM MERGE                                       *
      *                                                                *
      * RUNS AFTER EVERY CLAIMBLK STREAM OF A CLAIMBSP SPLIT HAS       *
      * FINISHED. IT PUTS THE STREAMS' ACKNOWLEDGMENT FILES (BLKAK1-   *
      * BLKAK4, EACH ONE STREAM'S BLKACK) BACK TOGETHER INTO THE ONE   *
      * BLKACK THE PARTNERS AND CLAIMX27 EXPECT, SEGMENT BY SEGMENT IN *
      * THE ORIGINAL BLKIN ORDER FROM BLKMAP, DROPPING THE STREAMS'    *
      * '*SEGTOT*'/'*STREND*' CONTROL LINES (CLAIMBST.CPY). IT THEN    *
      * POSTS CLAIMCTL FOR THE STREAMS -- ONE 'SUBM' PER BATCH FROM    *
      * ITS '*SEGTOT*' COUNT AND AMOUNT -- SINCE A STREAM POSTS        *
      * NOTHING ITSELF.                                                *
      *                                                                *
      * THE MERGE IS RUN TWICE OVER THE SAME INPUT. THE FIRST PASS     *
      * ONLY CHECKS: EVERY STREAM FILE MUST HOLD EXACTLY THE SEGMENTS  *
      * THE MAP GAVE IT, IN ORDER, WITH THE PARTNER, BATCH AND LINE    *
      * COUNT ON EACH '*SEGTOT*' AGREEING, AND MUST END WITH A         *
      * '*STREND*' WHOSE TOTALS AGREE WITH ITS SEGMENTS -- A STREAM    *
      * THAT DID NOT RUN TO THE END HAS NONE. ANY DIFFERENCE STOPS THE *
      * JOB WITH RC 16 BEFORE BLKACK OR CLAIMCTL IS TOUCHED. THE       *
      * SECOND PASS WRITES.                                            *
      *                                                                *
      * THE POSTINGS ARE CHECKPOINTED ON MRGCKP AFTER EACH ONE. A      *
      * RERUN FOR THE SAME SPLIT AFTER AN ABEND REBUILDS BLKACK BUT    *
      * POSTS ONLY THE BATCHES NOT YET POSTED; A RERUN AFTER A         *
      * COMPLETED MERGE CHANGES NOTHING AND ENDS RC 4.                 *
      *                                                                *
      * INPUT  : BLKMAP   - THE CLAIMBSP SEGMENT MAP.                  *
      *          BLKAK1-BLKAK4 - THE STREAM ACK FILES (AS MANY AS THE  *
      *                     MAP HEADER SAYS THE SPLIT USED).           *
      * I-O    : MRGCKP   - THE MERGE CHECKPOINT.                      *
      * OUTPUT : BLKACK   - THE MERGED ACKNOWLEDGMENT FILE.            *
      *          CLAIMCTL - CONTROL-TOTAL POSTINGS (EXTENDED).         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-FILE ASSIGN TO BLKMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT STREAM-ACK-FILE-1 ASSIGN TO BLKAK1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-ACK-FILE-2 ASSIGN TO BLKAK2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-ACK-FILE-3 ASSIGN TO BLKAK3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT STREAM-ACK-FILE-4 ASSIGN TO BLKAK4
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO BLKACK
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO CLAIMCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO MRGCKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAP-FILE
           RECORDING MODE IS F.
       COPY CLAIMBSM.

       FD  STREAM-ACK-FILE-1
           RECORDING MODE IS F.
       01  STREAM-ACK-RECORD-1         PIC X(132).

       FD  STREAM-ACK-FILE-2
           RECORDING MODE IS F.
       01  STREAM-ACK-RECORD-2         PIC X(132).

       FD  STREAM-ACK-FILE-3
           RECORDING MODE IS F.
       01  STREAM-ACK-RECORD-3         PIC X(132).

       FD  STREAM-ACK-FILE-4
           RECORDING MODE IS F.
       01  STREAM-ACK-RECORD-4         PIC X(132).

       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-RECORD                  PIC X(132).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       COPY CLAIMCTL.

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  CHECKPOINT-RECORD.
           05  MCKP-JOB-COMPLETE       PIC X(1).
           05  MCKP-SPLIT-ID           PIC X(14).
           05  MCKP-POSTED-THROUGH     PIC 9(5).

       WORKING-STORAGE SECTION.
       COPY CLAIMBST.
       01  WS-MAP-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-STREAM-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-CONTROL-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-CHECKPOINT-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-MAP-EOF                  PIC X(1) VALUE 'N'.
           88  WS-MAP-AT-EOF                     VALUE 'Y'.
       01  WS-CONTROL-OPEN-SW          PIC X(1) VALUE 'N'.
           88  WS-CONTROL-OPEN                   VALUE 'Y'.

      ******************************************************************
      * PASS STATE -- THE CHECKING PASS WRITES NOTHING.
      ******************************************************************
       01  WS-WRITE-PASS-SW            PIC X(1) VALUE 'N'.
           88  WS-WRITE-PASS                     VALUE 'Y'.
       01  WS-SPLIT-ID                 PIC X(14).
       01  WS-STREAM-COUNT             PIC 9(1).
       01  WS-MAP-SEGMENT-COUNT        PIC 9(5).
       01  WS-SEGMENT-COUNT            PIC 9(5).
       01  WS-POSTED-THROUGH           PIC 9(5) VALUE 0.

      ******************************************************************
      * ONE ENTRY PER STREAM: END OF FILE, AND WHAT HAS BEEN MERGED
      * FROM IT, FOR THE CHECK AGAINST ITS '*STREND*' LINE.
      ******************************************************************
       01  WS-STREAM-TABLE.
           05  WS-STR-ENTRY OCCURS 4 TIMES.
               10  WS-STR-EOF-SW       PIC X(1).
                   88  WS-STR-AT-EOF             VALUE 'Y'.
               10  WS-STR-SEGMENTS     PIC 9(5).
               10  WS-STR-LINES        PIC 9(9).
               10  WS-STR-WRITTEN      PIC 9(9).
       01  WS-STR-IDX                  PIC 9(1).
       01  WS-STREAM-LINE              PIC X(132).

       01  WS-SEG-LINES                PIC 9(7).
       01  WS-SEGTOT-FOUND-SW          PIC X(1).
           88  WS-SEGTOT-FOUND                   VALUE 'Y'.

       01  WS-MERGED-LINES             PIC 9(9) VALUE 0.
       01  WS-MERGED-WRITTEN           PIC 9(9) VALUE 0.
       01  WS-MERGED-AMOUNT            PIC S9(13)V9(2) VALUE 0.
       01  WS-POST-COUNT               PIC 9(5) VALUE 0.
       01  WS-EDIT-AMOUNT              PIC -(12)9.99.

      ******************************************************************
      * FIELDS FOR THE CLAIMCTL POSTING TIMESTAMP -- THE SAME ABSTIME
      * EQUIVALENT CLAIMBLK POSTS WITH.
      ******************************************************************
       01  WS-CTL-TODAY-DATE           PIC 9(8).
       01  WS-CTL-DAYS-SINCE-1900      PIC S9(8) COMP.
       01  WS-CURRENT-ABSTIME          PIC S9(15) COMP-3.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CTL-TODAY-DATE
           COMPUTE WS-CTL-DAYS-SINCE-1900 =
               FUNCTION INTEGER-OF-DATE(WS-CTL-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(19000101)
           COMPUTE WS-CURRENT-ABSTIME =
               WS-CTL-DAYS-SINCE-1900 * 8640000

           MOVE 'N' TO WS-WRITE-PASS-SW
           PERFORM DO-MERGE-STREAMS

           PERFORM DO-CHECK-FOR-RESTART

           MOVE 'Y' TO WS-WRITE-PASS-SW
           OPEN OUTPUT ACK-FILE
           OPEN EXTEND CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CONTROL-OPEN-SW
           ELSE
               DISPLAY 'CLAIMBMG: CLAIMCTL OPEN FAILED, STATUS '
                   WS-CONTROL-FILE-STATUS
                   ' - CONTROL POSTINGS LOST, CLAIMBAL WILL FLAG'
           END-IF

           PERFORM DO-MERGE-STREAMS

           CLOSE ACK-FILE
           IF WS-CONTROL-OPEN
               CLOSE CONTROL-FILE
           END-IF

           MOVE 'Y' TO MCKP-JOB-COMPLETE
           PERFORM DO-WRITE-CHECKPOINT

           MOVE WS-MERGED-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY 'CLAIMBMG: SPLIT ' WS-SPLIT-ID ' MERGED FROM '
               WS-STREAM-COUNT ' STREAM(S)'
           DISPLAY 'CLAIMBMG: SEGMENTS = ' WS-SEGMENT-COUNT
               ', BLKACK LINES = ' WS-MERGED-LINES
           DISPLAY 'CLAIMBMG: CLAIMS WRITTEN = ' WS-MERGED-WRITTEN
               ', AMOUNT = ' WS-EDIT-AMOUNT
           DISPLAY 'CLAIMBMG: CLAIMCTL POSTINGS = ' WS-POST-COUNT

           STOP RUN.

       DO-MERGE-STREAMS SECTION.
      ******************************************************************
      * ONE PASS OVER THE MAP, TAKING EACH SEGMENT FROM ITS STREAM IN
      * TURN, THEN THE '*STREND*' CHECK ON EVERY STREAM.
      ******************************************************************
           OPEN INPUT MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMBMG: BLKMAP OPEN FAILED, STATUS '
                   WS-MAP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-MAP-EOF
           READ MAP-FILE
               AT END
                   MOVE 'Y' TO WS-MAP-EOF
           END-READ
           IF WS-MAP-AT-EOF
           OR NOT BSM-HEADER
           OR BSM-STREAM-ID < 1
           OR BSM-STREAM-ID > 4
               DISPLAY 'CLAIMBMG: BLKMAP HAS NO VALID HEADER'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BSM-SPLIT-ID       TO WS-SPLIT-ID
           MOVE BSM-STREAM-ID      TO WS-STREAM-COUNT
           MOVE BSM-SEGMENT-NUMBER TO WS-MAP-SEGMENT-COUNT

           MOVE ZEROES TO WS-STREAM-TABLE
           MOVE 0 TO WS-SEGMENT-COUNT
           PERFORM VARYING WS-STR-IDX FROM 1 BY 1
                   UNTIL WS-STR-IDX > WS-STREAM-COUNT
               MOVE 'N' TO WS-STR-EOF-SW(WS-STR-IDX)
               PERFORM DO-OPEN-STREAM-ACK
           END-PERFORM

           PERFORM UNTIL WS-MAP-AT-EOF
               READ MAP-FILE
                   AT END
                       MOVE 'Y' TO WS-MAP-EOF
                   NOT AT END
                       PERFORM DO-MERGE-SEGMENT
               END-READ
           END-PERFORM

           IF WS-SEGMENT-COUNT NOT = WS-MAP-SEGMENT-COUNT
               DISPLAY 'CLAIMBMG: BLKMAP HEADER SAYS '
                   WS-MAP-SEGMENT-COUNT ' SEGMENTS, MAP HOLDS '
                   WS-SEGMENT-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-STR-IDX FROM 1 BY 1
                   UNTIL WS-STR-IDX > WS-STREAM-COUNT
               PERFORM DO-CHECK-STREAM-END
               PERFORM DO-CLOSE-STREAM-ACK
           END-PERFORM
           CLOSE MAP-FILE
           EXIT.

       DO-MERGE-SEGMENT SECTION.
      ******************************************************************
      * COPY ONE SEGMENT'S ACK LINES UP TO ITS '*SEGTOT*', WHICH MUST
      * NAME THE SAME PARTNER AND BATCH AS THE MAP ENTRY AND COUNT THE
      * LINES COPIED. ON THE WRITING PASS ITS TOTALS ARE POSTED.
      ******************************************************************
           IF NOT BSM-SEGMENT
           OR BSM-STREAM-ID < 1
           OR BSM-STREAM-ID > WS-STREAM-COUNT
               DISPLAY 'CLAIMBMG: BLKMAP ENTRY ' BSM-SEGMENT-NUMBER
                   ' IS NOT A SEGMENT FOR STREAM 1-' WS-STREAM-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-SEGMENT-COUNT
           MOVE BSM-STREAM-ID TO WS-STR-IDX
           MOVE 0 TO WS-SEG-LINES
           MOVE 'N' TO WS-SEGTOT-FOUND-SW
           PERFORM UNTIL WS-SEGTOT-FOUND
                      OR WS-STR-AT-EOF(WS-STR-IDX)
               PERFORM DO-READ-STREAM-ACK
               IF NOT WS-STR-AT-EOF(WS-STR-IDX)
                   MOVE WS-STREAM-LINE TO BULK-STREAM-CONTROL-LINE
                   EVALUATE TRUE
                       WHEN BST-SEGMENT-TOTAL
                           MOVE 'Y' TO WS-SEGTOT-FOUND-SW
                       WHEN BST-STREAM-END
                           MOVE 'Y' TO WS-STR-EOF-SW(WS-STR-IDX)
                       WHEN OTHER
                           ADD 1 TO WS-SEG-LINES
                           IF WS-WRITE-PASS
                               WRITE ACK-RECORD FROM WS-STREAM-LINE
                               ADD 1 TO WS-MERGED-LINES
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF NOT WS-SEGTOT-FOUND
               DISPLAY 'CLAIMBMG: STREAM ' WS-STR-IDX
                   ' ENDS BEFORE SEGMENT ' BSM-SEGMENT-NUMBER
                   ' (BATCH ' BSM-BATCH-ID ')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BST-PARTNER-ID NOT = BSM-PARTNER-ID
           OR BST-BATCH-ID NOT = BSM-BATCH-ID
           OR BST-ACK-LINES NOT = WS-SEG-LINES
               DISPLAY 'CLAIMBMG: STREAM ' WS-STR-IDX ' SEGMENT '
                   BSM-SEGMENT-NUMBER ' IS BATCH ' BST-BATCH-ID
                   ' WITH ' WS-SEG-LINES ' LINE(S), MAP EXPECTED BATCH '
                   BSM-BATCH-ID ' WITH ' BST-ACK-LINES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-STR-SEGMENTS(WS-STR-IDX)
           ADD WS-SEG-LINES TO WS-STR-LINES(WS-STR-IDX)
           ADD 1 TO WS-STR-LINES(WS-STR-IDX)
           ADD BST-WRITTEN-COUNT TO WS-STR-WRITTEN(WS-STR-IDX)

           IF WS-WRITE-PASS
               ADD BST-WRITTEN-COUNT TO WS-MERGED-WRITTEN
               ADD BST-WRITTEN-AMOUNT TO WS-MERGED-AMOUNT
               IF BSM-SEGMENT-NUMBER > WS-POSTED-THROUGH
                   PERFORM DO-POST-CONTROL-TOTAL
               END-IF
           END-IF
           EXIT.

       DO-CHECK-STREAM-END SECTION.
      ******************************************************************
      * THE NEXT LINE ON A STREAM AFTER ITS LAST SEGMENT MUST BE ITS
      * '*STREND*', AGREEING WITH WHAT WAS MERGED, AND THE LAST LINE.
      ******************************************************************
           MOVE SPACES TO BULK-STREAM-CONTROL-LINE
           IF NOT WS-STR-AT-EOF(WS-STR-IDX)
               PERFORM DO-READ-STREAM-ACK
               IF NOT WS-STR-AT-EOF(WS-STR-IDX)
                   MOVE WS-STREAM-LINE TO BULK-STREAM-CONTROL-LINE
               END-IF
           END-IF

           IF NOT BST-STREAM-END
               DISPLAY 'CLAIMBMG: STREAM ' WS-STR-IDX
                   ' HAS NO STREAM-END LINE AFTER ITS '
                   WS-STR-SEGMENTS(WS-STR-IDX)
                   ' SEGMENT(S) - STREAM NOT COMPLETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BST-SEGMENT-COUNT NOT = WS-STR-SEGMENTS(WS-STR-IDX)
           OR BST-ACK-LINES NOT = WS-STR-LINES(WS-STR-IDX)
           OR BST-WRITTEN-COUNT NOT = WS-STR-WRITTEN(WS-STR-IDX)
               DISPLAY 'CLAIMBMG: STREAM ' WS-STR-IDX
                   ' STREAM-END TOTALS DO NOT AGREE WITH ITS SEGMENTS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM DO-READ-STREAM-ACK
           IF NOT WS-STR-AT-EOF(WS-STR-IDX)
               DISPLAY 'CLAIMBMG: STREAM ' WS-STR-IDX
                   ' HAS LINES AFTER ITS STREAM-END LINE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       DO-OPEN-STREAM-ACK SECTION.
           EVALUATE WS-STR-IDX
               WHEN 1
                   OPEN INPUT STREAM-ACK-FILE-1
               WHEN 2
                   OPEN INPUT STREAM-ACK-FILE-2
               WHEN 3
                   OPEN INPUT STREAM-ACK-FILE-3
               WHEN 4
                   OPEN INPUT STREAM-ACK-FILE-4
           END-EVALUATE
           IF WS-STREAM-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMBMG: BLKAK' WS-STR-IDX
                   ' OPEN FAILED, STATUS ' WS-STREAM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       DO-READ-STREAM-ACK SECTION.
           EVALUATE WS-STR-IDX
               WHEN 1
                   READ STREAM-ACK-FILE-1 INTO WS-STREAM-LINE
                       AT END
                           MOVE 'Y' TO WS-STR-EOF-SW(WS-STR-IDX)
                   END-READ
               WHEN 2
                   READ STREAM-ACK-FILE-2 INTO WS-STREAM-LINE
                       AT END
                           MOVE 'Y' TO WS-STR-EOF-SW(WS-STR-IDX)
                   END-READ
               WHEN 3
                   READ STREAM-ACK-FILE-3 INTO WS-STREAM-LINE
                       AT END
                           MOVE 'Y' TO WS-STR-EOF-SW(WS-STR-IDX)
                   END-READ
               WHEN 4
                   READ STREAM-ACK-FILE-4 INTO WS-STREAM-LINE
                       AT END
                           MOVE 'Y' TO WS-STR-EOF-SW(WS-STR-IDX)
                   END-READ
           END-EVALUATE
           EXIT.

       DO-CLOSE-STREAM-ACK SECTION.
           EVALUATE WS-STR-IDX
               WHEN 1
                   CLOSE STREAM-ACK-FILE-1
               WHEN 2
                   CLOSE STREAM-ACK-FILE-2
               WHEN 3
                   CLOSE STREAM-ACK-FILE-3
               WHEN 4
                   CLOSE STREAM-ACK-FILE-4
           END-EVALUATE
           EXIT.

       DO-CHECK-FOR-RESTART SECTION.
      ******************************************************************
      * A CHECKPOINT FOR THIS SPLIT SAYS HOW FAR A PRIOR MERGE GOT WITH
      * ITS POSTINGS. ONE FOR ANOTHER SPLIT IS LAST NIGHT'S AND IS
      * IGNORED. THE IN-FLIGHT CHECKPOINT IS WRITTEN BEFORE BLKACK IS
      * OPENED.
      ******************************************************************
           MOVE 0 TO WS-POSTED-THROUGH
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS = '00'
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MCKP-SPLIT-ID = WS-SPLIT-ID
                           IF MCKP-JOB-COMPLETE = 'Y'
                               DISPLAY 'CLAIMBMG: SPLIT ' WS-SPLIT-ID
                                   ' ALREADY MERGED - NOTHING DONE'
                               CLOSE CHECKPOINT-FILE
                               MOVE 4 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE MCKP-POSTED-THROUGH
                             TO WS-POSTED-THROUGH
                           DISPLAY 'CLAIMBMG: RESTARTING SPLIT '
                               WS-SPLIT-ID ', SEGMENTS THROUGH '
                               WS-POSTED-THROUGH ' ALREADY POSTED'
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF

           MOVE 'N' TO MCKP-JOB-COMPLETE
           PERFORM DO-WRITE-CHECKPOINT
           EXIT.

       DO-WRITE-CHECKPOINT SECTION.
           MOVE WS-SPLIT-ID       TO MCKP-SPLIT-ID
           MOVE WS-POSTED-THROUGH TO MCKP-POSTED-THROUGH
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMBMG: MRGCKP OPEN FAILED, STATUS '
                   WS-CHECKPOINT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           EXIT.

       DO-POST-CONTROL-TOTAL SECTION.
      ******************************************************************
      * ONE 'SUBM' PER BATCH, SO CLAIMBAL SEES A SPLIT NIGHT THE SAME
      * WAY IT SAW THE SINGLE CLAIMBLK POSTING. A SEGMENT WITH NO
      * BATCH THAT WROTE NOTHING POSTS NOTHING.
      ******************************************************************
           IF BSM-BATCH-ID = SPACES
           AND BST-WRITTEN-COUNT = 0
               EXIT SECTION
           END-IF

           IF WS-CONTROL-OPEN
               MOVE 'CLAIMBMG'         TO CTL-SOURCE
               MOVE 'SUBM'             TO CTL-ACTION
               MOVE BST-WRITTEN-COUNT  TO CTL-RECORD-COUNT
               MOVE BST-WRITTEN-AMOUNT TO CTL-AMOUNT
               MOVE WS-CURRENT-ABSTIME TO CTL-TIMESTAMP
               WRITE CONTROL-TOTAL-RECORD
               IF WS-CONTROL-FILE-STATUS NOT = '00'
                   DISPLAY 'CLAIMBMG: CLAIMCTL WRITE FAILED, STATUS '
                       WS-CONTROL-FILE-STATUS ' FOR BATCH '
                       BSM-BATCH-ID
                       ' - CONTROL POSTING LOST, CLAIMBAL WILL FLAG'
               ELSE
                   ADD 1 TO WS-POST-COUNT
               END-IF
           END-IF

           MOVE BSM-SEGMENT-NUMBER TO WS-POSTED-THROUGH
           MOVE 'N' TO MCKP-JOB-COMPLETE
           PERFORM DO-WRITE-CHECKPOINT
           EXIT.
