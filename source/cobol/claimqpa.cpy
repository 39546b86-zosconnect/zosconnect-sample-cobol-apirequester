      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (QUALIFYING        *
      * PAYMENT AMOUNTS)                                               *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMQPA, A VSAM KSDS OF NO SURPRISES ACT    *
      * QUALIFYING PAYMENT AMOUNTS, KEYED BY PROCEDURE CODE (SAME      *
      * VALUE AS CF-LINE-PROCEDURE-CODE). QPA-AMOUNT IS THE MEDIAN OF  *
      * OUR CONTRACTED CLAIMFEE RATES FOR THE PROCEDURE ACROSS ALL     *
      * PROVIDERS, REBUILT BY THE CLAIMQPC BATCH. DO-REPRICE-CLAIM-    *
      * LINES IN CLAIMCI0 ALLOWS EACH LINE OF A PROTECTED CLAIM (SEE   *
      * RSP-CLAIM-NSA-FLAG) AT THE LESSER OF ITS BILLED AMOUNT AND     *
      * THE QPA -- A PROCEDURE WITH NO QPA ROW IS ALLOWED AT ITS       *
      * BILLED AMOUNT, AS A LINE WITH NO FEE ROW IS. AMOUNTS ARE USD.  *
      *                                                                *
      ******************************************************************
       01 QPA-RECORD.
          05 QPA-PROCEDURE-CODE       PIC X(8).
          05 QPA-AMOUNT               COMP-2 SYNC.
          05 QPA-RATE-COUNT           PIC 9(5).
          05 QPA-COMPUTED-DATE        PIC 9(8).
