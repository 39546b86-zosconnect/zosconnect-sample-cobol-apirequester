      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (LAG COMPLETION    *
      * FACTORS)                                                       *
      *                                                                *
      * RECORD LAYOUT FOR LAGCFO, THE SEQUENTIAL FILE OF IBNR          *
      * COMPLETION FACTORS CLAIMLAG DEVELOPS FROM ITS LAG TRIANGLE --  *
      * ONE RECORD PER DEVELOPMENT LAG 0-11 MONTHS. THE DEVELOPMENT    *
      * FACTOR IS THE CHAIN-LADDER RATIO OF CUMULATIVE AMOUNTS AT THE  *
      * NEXT LAG TO THOSE AT THIS ONE; THE COMPLETION FACTOR IS THE    *
      * SHARE OF A SERVICE MONTH'S ULTIMATE CLAIMS ALREADY RECEIVED    *
      * AT THIS LAG (LAG 11 AND BEYOND IS TAKEN AS COMPLETE). A        *
      * READER ESTIMATES IBNR FOR A SERVICE MONTH AS THE AMOUNT        *
      * RECEIVED / COMPLETION FACTOR - THE AMOUNT RECEIVED (SEE        *
      * CLAIMMLR).                                                     *
      *                                                                *
      ******************************************************************
       01 LAG-FACTOR-RECORD.
          05 LCF-AS-OF-MONTH          PIC 9(6).
          05 LCF-LAG-MONTHS           PIC 9(2).
          05 LCF-DEVELOPMENT-FACTOR   PIC 9(3)V9(6).
          05 LCF-COMPLETION-FACTOR    PIC 9(1)V9(6).
          05 FILLER                   PIC X(16).
