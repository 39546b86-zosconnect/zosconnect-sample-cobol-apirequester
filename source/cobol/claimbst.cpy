      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (STREAM TOTALS)    *
      *                                                                *
      * LAYOUT OF THE CONTROL LINES A CLAIMBLK STREAM (PARMIN STREAM   *
      * NUMBER SET) WRITES INTO ITS OWN BLKACK ALONGSIDE THE ORDINARY  *
      * ACKNOWLEDGMENT LINES. CLAIMBMG USES THEM TO MERGE THE STREAMS  *
      * AND STRIPS THEM -- THEY NEVER REACH A PARTNER.                 *
      *                                                                *
      *   '*SEGTOT*'  CLOSES A SEGMENT (A BATCH HEADER AND WHAT        *
      *               FOLLOWS IT): THE ACK LINES WRITTEN FOR IT, THE   *
      *               CLAIMS RECEIVED, AND THE CLAIMCIF RECORDS        *
      *               WRITTEN (COUNT AND AMOUNT) FOR ITS CLAIMCTL      *
      *               POSTING; BST-SEGMENT-COUNT IS THE SEGMENT'S      *
      *               NUMBER WITHIN THE STREAM                         *
      *   '*STREND*'  LAST LINE OF A STREAM THAT RAN TO COMPLETION:    *
      *               THE SEGMENT COUNT AND THE STREAM'S TOTALS. A     *
      *               STREAM FILE WITHOUT ONE IS NOT MERGED.           *
      *                                                                *
      ******************************************************************
       01 BULK-STREAM-CONTROL-LINE.
          05 BST-MARKER               PIC X(8).
             88 BST-SEGMENT-TOTAL             VALUE '*SEGTOT*'.
             88 BST-STREAM-END                VALUE '*STREND*'.
          05 BST-STREAM-ID            PIC 9(2).
          05 BST-PARTNER-ID           PIC X(8).
          05 BST-BATCH-ID             PIC X(8).
          05 BST-ACK-LINES            PIC 9(7).
          05 BST-RECEIVED-COUNT       PIC 9(7).
          05 BST-WRITTEN-COUNT        PIC 9(7).
          05 BST-WRITTEN-AMOUNT       PIC S9(11)V9(2)
                                      SIGN LEADING SEPARATE.
          05 BST-SEGMENT-COUNT        PIC 9(5).
          05 FILLER                   PIC X(66).
