      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (PROVIDER PAYMENT  *
      * HOLD MAINTENANCE REQUEST)                                      *
      *                                                                *
      * REQUEST CONTAINER LAYOUT FOR THE CLAIMPH0 PAYMENT HOLD         *
      * MAINTENANCE PROGRAM -- SAME CHANNEL/CONTAINER PATTERN AS       *
      * CLAIMBNQ IS FOR CLAIMBN0. CARRIES THE HOLD FIELDS A CALLER MAY *
      * SET (SEE CLAIMPHD.CPY) PLUS THE REQUESTED ACTION:              *
      *   'A' PLACE, 'U' UPDATE, 'R' RELEASE, 'I' INQUIRE.             *
      *                                                                *
      ******************************************************************
       01 HRQ-HOLD-CONTAINER.
          03 HRQ-HOLD-RECORD.
             05 HRQ-PROVIDER-ID          PIC X(21).
             05 HRQ-HOLD-REASON          PIC X(4).
             05 HRQ-START-DATE           PIC 9(8).
             05 HRQ-END-DATE             PIC 9(8).
             05 HRQ-CASE-REFERENCE       PIC X(12).
          03 HRQ-HOLD-ACTION             PIC X(1).
