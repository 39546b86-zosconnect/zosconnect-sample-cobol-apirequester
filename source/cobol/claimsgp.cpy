      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (NUMBER GAPS)      *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMSGP, A VSAM ESDS LOG OF CLAIM NUMBERS   *
      * RESERVED FROM CLAIMSEQ BUT NEVER USED. CLAIMBLK TAKES ITS      *
      * CLAIM NUMBERS A BLOCK AT A TIME (ONE CLAIMSEQ UPDATE PER       *
      * BLOCK INSTEAD OF ONE PER CLAIM); AT END OF RUN THE UNUSED      *
      * TAIL OF THE LAST BLOCK IS HANDED BACK WHEN NOTHING HAS DRAWN   *
      * FROM CLAIMSEQ SINCE, AND OTHERWISE LOGGED HERE -- SO EVERY     *
      * MISSING CLAIM NUMBER IN A YEAR CAN BE ACCOUNTED FOR. NUMBERS   *
      * ARE THE 6-DIGIT SEQUENCE WITHIN SGP-YEAR. SGP-STREAM-ID IS     *
      * THE INTAKE STREAM (00 FOR A SINGLE-STREAM RUN).                *
      *                                                                *
      ******************************************************************
       01 SEQUENCE-GAP-RECORD.
          05 SGP-YEAR                 PIC 9(4).
          05 SGP-FIRST-NUMBER         PIC 9(6).
          05 SGP-LAST-NUMBER          PIC 9(6).
          05 SGP-NUMBER-COUNT         PIC 9(6).
          05 SGP-SOURCE               PIC X(8).
          05 SGP-STREAM-ID            PIC 9(2).
          05 SGP-LOGGED-DATE          PIC 9(8).
          05 SGP-REASON               PIC X(4).
             88 SGP-BLOCK-NOT-RETURNED        VALUE 'UNRT'.
