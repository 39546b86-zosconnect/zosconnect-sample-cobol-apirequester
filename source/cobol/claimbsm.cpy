      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (STREAM MAP)       *
      *                                                                *
      * RECORD LAYOUT FOR BLKMAP, THE SEQUENTIAL MAP CLAIMBSP WRITES   *
      * WHEN IT SPLITS THE NIGHT'S BLKIN INTO PARALLEL CLAIMBLK        *
      * STREAMS, AND CLAIMBMG READS TO PUT THE STREAMS' RESULTS BACK   *
      * TOGETHER IN BLKIN ORDER. ONE HEADER ('H') FOLLOWED BY ONE      *
      * SEGMENT ('S') PER BLKIN SEGMENT -- A BATCH HEADER AND          *
      * EVERYTHING UP TO THE NEXT HEADER (RECORDS AHEAD OF THE FIRST   *
      * HEADER FORM A SEGMENT OF THEIR OWN WITH NO PARTNER OR BATCH).  *
      * ON THE HEADER, BSM-STREAM-ID IS THE NUMBER OF STREAMS USED,    *
      * BSM-SEGMENT-NUMBER THE NUMBER OF SEGMENTS, AND THE COUNTS ARE  *
      * FOR THE WHOLE OF BLKIN. BSM-SPLIT-ID (THE SPLIT'S DATE/TIME)   *
      * TIES THE MAP TO ONE NIGHT'S RUN.                               *
      *                                                                *
      ******************************************************************
       01 BULK-STREAM-MAP-RECORD.
          05 BSM-RECORD-TYPE          PIC X(1).
             88 BSM-HEADER                    VALUE 'H'.
             88 BSM-SEGMENT                   VALUE 'S'.
          05 BSM-SPLIT-ID             PIC X(14).
          05 BSM-SEGMENT-NUMBER       PIC 9(5).
          05 BSM-STREAM-ID            PIC 9(2).
          05 BSM-PARTNER-ID           PIC X(8).
          05 BSM-BATCH-ID             PIC X(8).
          05 BSM-RECORD-COUNT         PIC 9(7).
          05 BSM-CLAIM-COUNT          PIC 9(7).
          05 FILLER                   PIC X(28).
