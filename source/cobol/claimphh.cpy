      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (PROVIDER PAYMENT  *
      * HOLD CHANGE LOG)                                               *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMPHH, A VSAM ESDS THAT CAPTURES EVERY    *
      * CHANGE TO A CLAIMPHD PAYMENT HOLD MADE THROUGH THE CLAIMPH0    *
      * MAINTENANCE PROGRAM, WITH THE HOLD AS IT STOOD AFTER THE       *
      * CHANGE, WHO MADE IT AND WHEN -- STOPPING A PROVIDER'S MONEY    *
      * GETS THE SAME TRACEABILITY CLAIMBNH GIVES WHERE IT GOES.       *
      *                                                                *
      * PHH-ACTION: 'A' HOLD PLACED, 'U' HOLD UPDATED, 'R' RELEASED.   *
      *                                                                *
      ******************************************************************
       01 PAYMENT-HOLD-HISTORY-RECORD.
          05 PHH-PROVIDER-ID          PIC X(21).
          05 PHH-ACTION               PIC X(1).
          05 PHH-OLD-STATUS           PIC X(1).
          05 PHH-NEW-STATUS           PIC X(1).
          05 PHH-HOLD-REASON          PIC X(4).
          05 PHH-START-DATE           PIC 9(8).
          05 PHH-END-DATE             PIC 9(8).
          05 PHH-CASE-REFERENCE       PIC X(12).
          05 PHH-TIMESTAMP            PIC S9(15) COMP-3.
          05 PHH-USERID               PIC X(8).
