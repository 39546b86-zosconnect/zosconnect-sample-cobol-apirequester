      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (REFERENCE-DATA    *
      * LOAD APPROVAL REQUEST)                                         *
      *                                                                *
      * REQUEST CONTAINER LAYOUT FOR THE CLAIMRD0 LOAD-APPROVAL        *
      * PROGRAM -- SAME CHANNEL/CONTAINER PATTERN AS CLAIMQAQ IS FOR   *
      * CLAIMQA0. THE REQUESTED ACTION IS:                             *
      *   'I' INQUIRE, 'L' LIST LOADS AWAITING APPROVAL,               *
      *   'A' APPROVE, 'X' REJECT.                                     *
      * RRQ-COMMENT IS RECORDED ON CLAIMRDL WITH AN APPROVE OR REJECT. *
      *                                                                *
      ******************************************************************
       01 RRQ-LOAD-CONTAINER.
          03 RRQ-LOAD-ID                 PIC X(8).
          03 RRQ-COMMENT                 PIC X(40).
          03 RRQ-LOAD-ACTION             PIC X(1).
