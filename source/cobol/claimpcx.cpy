      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (PARTNER CLAIMS)   *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMPCX, A VSAM KSDS CROSS-REFERENCE FROM   *
      * OUR CLAIM ID BACK TO THE CLEARINGHOUSE PARTNER THAT SUBMITTED  *
      * THE CLAIM THROUGH THE CLAIMBLK BULK CHANNEL. CLAIMBLK WRITES   *
      * ONE ROW FOR EVERY CLAIM IT ACCEPTS ONTO CLAIMCIF, CARRYING THE *
      * PARTNER ID AND BATCH ID FROM THE BLKIN 'H' HEADER AND THE      *
      * PARTNER'S OWN CLAIM REFERENCE (THE PATIENT CONTROL NUMBER --   *
      * CLM01 ON AN 837 -- THAT ARRIVES AS THE CLAIM DESCRIPTION), SO  *
      * WHAT WE SEND BACK TO THE PARTNER CAN BE MATCHED TO WHAT THEY   *
      * SENT US. A CLAIM WITH NO ROW HERE CAME IN ONLINE OR THROUGH    *
      * IMS, NOT FROM A PARTNER.                                       *
      *                                                                *
      ******************************************************************
       01 PARTNER-CLAIM-XREF-RECORD.
          05 PCX-CLAIM-ID             PIC X(8).
          05 PCX-PARTNER-ID           PIC X(8).
          05 PCX-BATCH-ID             PIC X(8).
          05 PCX-PATIENT-CONTROL-NO   PIC X(21).
          05 PCX-RECEIVED-DATE        PIC 9(8).
