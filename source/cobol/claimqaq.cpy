      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (QUALITY AUDIT     *
      * REQUEST)                                                       *
      *                                                                *
      * REQUEST CONTAINER LAYOUT FOR THE CLAIMQA0 QUALITY-AUDIT        *
      * PROGRAM -- SAME CHANNEL/CONTAINER PATTERN AS CLAIMPHQ IS FOR   *
      * CLAIMPH0. CARRIES THE REVIEW FIELDS A QA REVIEWER RECORDS      *
      * (SEE CLAIMQAA.CPY) PLUS THE REQUESTED ACTION:                  *
      *   'R' RECORD RESULT, 'I' INQUIRE, 'L' LIST OPEN AUDITS.        *
      * ON 'L' A NON-BLANK QRQ-EXAMINER-ID LISTS ONE EXAMINER'S ONLY.  *
      *                                                                *
      ******************************************************************
       01 QRQ-AUDIT-CONTAINER.
          03 QRQ-AUDIT-RECORD.
             05 QRQ-CLAIM-ID             PIC X(8).
             05 QRQ-RESULT               PIC X(4).
             05 QRQ-ERROR-CATEGORY       PIC X(4).
             05 QRQ-FINANCIAL-IMPACT     PIC S9(9)V9(2).
             05 QRQ-REVIEW-COMMENT       PIC X(40).
             05 QRQ-ADJUST-CLAIM-ID      PIC X(8).
             05 QRQ-EXAMINER-ID          PIC X(8).
          03 QRQ-AUDIT-ACTION            PIC X(1).
