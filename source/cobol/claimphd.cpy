      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (PROVIDER PAYMENT  *
      * HOLD)                                                          *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMPHD, A VSAM KSDS OF PROVIDER PAYMENT    *
      * HOLDS KEYED BY THE CLAIMPRV PROVIDER ID (SAME WIDTH AS         *
      * PROV-PROVIDER-ID / CF-CLAIM-PROVIDER). A HOLD IS PLACED WHEN   *
      * THE SPECIAL INVESTIGATIONS UNIT OPENS A CASE ON A PROVIDER OR  *
      * THE PROVIDER'S LICENSE IS UNDER REVIEW. MAINTAINED ONLINE BY   *
      * CLAIMPH0 (EVERY CHANGE LOGGED TO CLAIMPHH).                    *
      *                                                                *
      * A HOLD IS IN FORCE ON A DATE WHEN PHD-STATUS IS 'A' AND THE    *
      * DATE FALLS ON OR AFTER PHD-START-DATE AND ON OR BEFORE         *
      * PHD-END-DATE (ZERO END DATE = UNTIL RELEASED). WHILE IT IS IN  *
      * FORCE CLAIMEXT LEAVES THE PROVIDER'S OKAY CLAIMS UNEXTRACTED   *
      * (CF-CLAIM-EXTRACTED-FLAG STILL 'N') AND CLAIMCAP WITHHOLDS     *
      * THE PROVIDER'S CAPITATION, SO THE CLAIMS GO OUT ON THE FIRST   *
      * EXTRACT AFTER THE HOLD IS RELEASED OR LAPSES. CLAIMPHR         *
      * REPORTS THE DOLLARS HELD AND THE PROMPT-PAY INTEREST EXPOSURE. *
      *                                                                *
      * ONE RECORD PER PROVIDER: A RELEASED HOLD STAYS ON FILE         *
      * ('R', WITH WHO RELEASED IT AND WHEN) UNTIL A NEW HOLD IS       *
      * PLACED OVER IT. THE FULL SEQUENCE OF HOLDS IS ON CLAIMPHH.     *
      *                                                                *
      ******************************************************************
       01 PAYMENT-HOLD-RECORD.
          05 PHD-PROVIDER-ID          PIC X(21).
          05 PHD-HOLD-REASON          PIC X(4).
             88 PHD-REASON-SIU                VALUE 'SIU '.
             88 PHD-REASON-LICENSE            VALUE 'LICN'.
             88 PHD-REASON-OTHER              VALUE 'OTHR'.
          05 PHD-STATUS               PIC X(1).
             88 PHD-ACTIVE                    VALUE 'A'.
             88 PHD-RELEASED                  VALUE 'R'.
          05 PHD-START-DATE           PIC 9(8).
          05 PHD-END-DATE             PIC 9(8).
          05 PHD-CASE-REFERENCE       PIC X(12).
          05 PHD-PLACED-BY            PIC X(8).
          05 PHD-PLACED-TIMESTAMP     PIC S9(15) COMP-3.
          05 PHD-RELEASED-BY          PIC X(8).
          05 PHD-RELEASED-TIMESTAMP   PIC S9(15) COMP-3.
