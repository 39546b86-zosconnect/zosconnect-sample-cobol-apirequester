      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (QUALITY AUDIT     *
      * RESPONSE)                                                      *
      *                                                                *
      * RESPONSE CONTAINER LAYOUT FOR THE CLAIMQA0 QUALITY-AUDIT       *
      * PROGRAM -- SAME CHANNEL/CONTAINER PATTERN AS CLAIMPHS IS FOR   *
      * CLAIMPH0. RETURNS THE FULL CLAIMQAA RECORD ON 'R' AND 'I', AND *
      * UP TO 25 OPEN AUDITS ON 'L'.                                   *
      *                                                                *
      ******************************************************************
       01 QRS-AUDIT-CONTAINER.
          03 QRS-AUDIT-RECORD.
             05 QRS-CLAIM-ID             PIC X(8).
             05 QRS-EXAMINER-ID          PIC X(8).
             05 QRS-SOURCE               PIC X(1).
             05 QRS-DECISION             PIC X(4).
             05 QRS-SAMPLE-REASON        PIC X(4).
             05 QRS-CLAIM-AMOUNT         PIC S9(9)V9(2).
             05 QRS-CURRENCY-CODE        PIC X(3).
             05 QRS-DECIDED-TIMESTAMP    PIC S9(15) COMP-3.
             05 QRS-SAMPLED-DATE         PIC 9(8).
             05 QRS-STATUS               PIC X(4).
             05 QRS-ERROR-CATEGORY       PIC X(4).
             05 QRS-ERROR-TYPE           PIC X(1).
             05 QRS-FINANCIAL-IMPACT     PIC S9(9)V9(2).
             05 QRS-REVIEWER-ID          PIC X(8).
             05 QRS-REVIEWED-DATE        PIC 9(8).
             05 QRS-REVIEWED-TIMESTAMP   PIC S9(15) COMP-3.
             05 QRS-REVIEW-COMMENT       PIC X(40).
             05 QRS-ADJUST-CLAIM-ID      PIC X(8).
          03 QRS-CICS-RESP               PIC S9(8) COMP.
          03 QRS-CICS-RESP2              PIC S9(8) COMP.
          03 QRS-OUTPUT-MESSAGE          PIC X(80).
          03 QRS-LIST-COUNT              PIC 9(4) VALUE ZEROS.
          03 QRS-LIST-ENTRY              OCCURS 25 TIMES.
             05 QRS-LIST-CLAIM-ID          PIC X(8).
             05 QRS-LIST-EXAMINER-ID       PIC X(8).
             05 QRS-LIST-DECISION          PIC X(4).
             05 QRS-LIST-SAMPLE-REASON     PIC X(4).
             05 QRS-LIST-SAMPLED-DATE      PIC 9(8).
