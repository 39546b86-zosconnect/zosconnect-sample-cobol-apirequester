      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (PROVIDER PAYMENT  *
      * HOLD MAINTENANCE RESPONSE)                                     *
      *                                                                *
      * RESPONSE CONTAINER LAYOUT FOR THE CLAIMPH0 PAYMENT HOLD        *
      * MAINTENANCE PROGRAM -- SAME CHANNEL/CONTAINER PATTERN AS       *
      * CLAIMBNS IS FOR CLAIMBN0. RETURNS THE FULL CLAIMPHD RECORD,    *
      * INCLUDING WHO PLACED AND RELEASED THE HOLD.                    *
      *                                                                *
      ******************************************************************
       01 HRS-HOLD-CONTAINER.
          03 HRS-HOLD-RECORD.
             05 HRS-PROVIDER-ID          PIC X(21).
             05 HRS-HOLD-REASON          PIC X(4).
             05 HRS-STATUS               PIC X(1).
             05 HRS-START-DATE           PIC 9(8).
             05 HRS-END-DATE             PIC 9(8).
             05 HRS-CASE-REFERENCE       PIC X(12).
             05 HRS-PLACED-BY            PIC X(8).
             05 HRS-PLACED-TIMESTAMP     PIC S9(15) COMP-3.
             05 HRS-RELEASED-BY          PIC X(8).
             05 HRS-RELEASED-TIMESTAMP   PIC S9(15) COMP-3.
          03 HRS-CICS-RESP               PIC S9(8) COMP.
          03 HRS-CICS-RESP2              PIC S9(8) COMP.
          03 HRS-OUTPUT-MESSAGE          PIC X(80).
