      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (PREMIUM EARNED)   *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMPRE, A VSAM KSDS OF PREMIUM EARNED PER  *
      * PLAN (SAME VALUE AS MBR-PLAN-CODE) PER CALENDAR MONTH, LOADED  *
      * FROM THE BILLING SYSTEM'S MONTHLY FILE BY CLAIMPRL. A          *
      * RESTATED MONTH FROM BILLING REPLACES THE ROW. THE FEDERAL AND  *
      * STATE TAXES AND REGULATORY FEES ARE DEDUCTED FROM PREMIUM FOR  *
      * THE MEDICAL LOSS RATIO, AND THE QUALITY-IMPROVEMENT EXPENSE    *
      * ALLOCATED TO THE PLAN IS ADDED TO INCURRED CLAIMS (SEE         *
      * CLAIMMLR). THE MARKET SEGMENT SETS THE REGULATORY MINIMUM      *
      * RATIO: 80% INDIVIDUAL AND SMALL GROUP, 85% LARGE GROUP.        *
      * AMOUNTS ARE USD.                                               *
      *                                                                *
      ******************************************************************
       01 PREMIUM-EARNED-RECORD.
          05 PRE-KEY.
             10 PRE-PLAN-CODE         PIC X(4).
             10 PRE-EARNED-MONTH      PIC 9(6).
          05 PRE-MARKET-SEGMENT       PIC X(1).
             88 PRE-INDIVIDUAL                VALUE 'I'.
             88 PRE-SMALL-GROUP               VALUE 'S'.
             88 PRE-LARGE-GROUP               VALUE 'L'.
          05 PRE-EARNED-PREMIUM       COMP-2 SYNC.
          05 PRE-TAXES-AND-FEES       COMP-2 SYNC.
          05 PRE-QI-EXPENSE           COMP-2 SYNC.
          05 PRE-LOADED-DATE          PIC 9(8).
