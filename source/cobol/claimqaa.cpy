      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (QUALITY AUDIT)    *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMQAA, A VSAM KSDS QUEUE OF EXAMINER      *
      * DECISIONS SAMPLED FOR QUALITY AUDIT, KEYED BY CLAIM ID. THE    *
      * WEEKLY CLAIMQAM JOB DRAWS THE SAMPLE FROM THE WORK-QUEUE       *
      * DISPOSITIONS (QAA-SOURCE 'W', EXAMINER WRK-EXAMINER-ID) AND    *
      * THE DUAL APPROVALS (QAA-SOURCE 'A', EXAMINER THE FIRST         *
      * APPROVER IN CF-CLAIM-APPROVED-BY) AND WRITES THE ENTRY OPEN;   *
      * A QA REVIEWER RECORDS PASS OR FAIL THROUGH CLAIMQA0, WITH AN   *
      * ERROR CATEGORY (SEE CLAIMQAC.CPY) AND THE FINANCIAL IMPACT     *
      * ON A FAIL; THE MONTHLY CLAIMQAR REPORT MEASURES FINANCIAL AND  *
      * PROCEDURAL ACCURACY FROM THE REVIEWED ENTRIES.                 *
      *                                                                *
      * QAA-STATUS IS 'OPEN' (AWAITING REVIEW), 'PASS' OR 'FAIL'.      *
      * QAA-ERROR-TYPE IS 'F' (FINANCIAL -- MONEY PAID OR WITHHELD IN  *
      * ERROR) OR 'P' (PROCEDURAL), TAKEN FROM THE CATEGORY.           *
      * QAA-FINANCIAL-IMPACT IS SIGNED, IN THE CLAIM'S CURRENCY:       *
      * POSITIVE FOR AN OVERPAYMENT, NEGATIVE FOR AN UNDERPAYMENT.     *
      * QAA-ADJUST-CLAIM-ID IS THE ACTION 'J' REPLACEMENT CLAIM THAT   *
      * CORRECTED A FAILED DECISION, WHEN THE REVIEWER KNOWS IT;       *
      * CLAIMQAR LOOKS IT UP ON CLAIMCIF WHEN IT IS BLANK.             *
      * DATES ARE YYYYMMDD.                                            *
      *                                                                *
      ******************************************************************
       01 QA-AUDIT-RECORD.
          05 QAA-CLAIM-ID             PIC X(8).
          05 QAA-EXAMINER-ID          PIC X(8).
          05 QAA-SOURCE               PIC X(1).
             88 QAA-FROM-WORK-QUEUE           VALUE 'W'.
             88 QAA-FROM-APPROVAL             VALUE 'A'.
          05 QAA-DECISION             PIC X(4).
          05 QAA-SAMPLE-REASON        PIC X(4).
          05 QAA-CLAIM-AMOUNT         PIC S9(9)V9(2).
          05 QAA-CURRENCY-CODE        PIC X(3).
          05 QAA-DECIDED-TIMESTAMP    PIC S9(15) COMP-3.
          05 QAA-SAMPLED-DATE         PIC 9(8).
          05 QAA-STATUS               PIC X(4).
             88 QAA-OPEN                      VALUE 'OPEN'.
             88 QAA-PASSED                    VALUE 'PASS'.
             88 QAA-FAILED                    VALUE 'FAIL'.
          05 QAA-ERROR-CATEGORY       PIC X(4).
          05 QAA-ERROR-TYPE           PIC X(1).
             88 QAA-FINANCIAL-ERROR           VALUE 'F'.
             88 QAA-PROCEDURAL-ERROR          VALUE 'P'.
          05 QAA-FINANCIAL-IMPACT     PIC S9(9)V9(2).
          05 QAA-REVIEWER-ID          PIC X(8).
          05 QAA-REVIEWED-DATE        PIC 9(8).
          05 QAA-REVIEWED-TIMESTAMP   PIC S9(15) COMP-3.
          05 QAA-REVIEW-COMMENT       PIC X(40).
          05 QAA-ADJUST-CLAIM-ID      PIC X(8).
