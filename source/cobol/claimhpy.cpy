      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (HELD PROVIDER     *
      * PAYMENTS)                                                      *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMHPY, A VSAM KSDS OF PROVIDER PAYMENTS   *
      * WITHHELD UNDER A CLAIMPHD PAYMENT HOLD, KEYED BY THE CLAIMPRV  *
      * PROVIDER ID, THE PAYING JOB AND THE PERIOD THE PAYMENT IS FOR: *
      *                                                                *
      *   SOURCE  PERIOD   WRITTEN BY                                  *
      *   CAP     YYYYMM   CLAIMCAP - A MONTH'S CAPITATION             *
      *   PFP     YYYYQN   CLAIMPFP - A QUARTER'S PAY-FOR-PERFORMANCE  *
      *                    BONUS                                       *
      *                                                                *
      * A ROW IS WRITTEN HELD ('H') WHEN THE JOB WITHHOLDS THE         *
      * PAYMENT. EVERY RUN OF THE SAME JOB FIRST READS ITS OWN HELD    *
      * ROWS: ONCE THE PROVIDER'S HOLD IS NO LONGER IN FORCE THE       *
      * PAYMENT GOES OUT ON THAT RUN'S EXTRACT UNDER ITS ORIGINAL      *
      * PERIOD, IS COUNTED IN THE RUN'S CLAIMCTL POSTING, AND THE ROW  *
      * IS REWRITTEN PAID ('P') WITH THE DATE, SO IT IS NEVER PAID     *
      * TWICE. PAID ROWS STAY ON FILE AS THE RECORD OF THE RELEASE.    *
      *                                                                *
      ******************************************************************
       01 HELD-PAYMENT-RECORD.
          05 HPY-KEY.
             10 HPY-PROVIDER-ID       PIC X(21).
             10 HPY-SOURCE            PIC X(3).
                88 HPY-SOURCE-CAPITATION      VALUE 'CAP'.
                88 HPY-SOURCE-BONUS           VALUE 'PFP'.
             10 HPY-PERIOD            PIC X(6).
          05 HPY-STATUS               PIC X(1).
             88 HPY-HELD                      VALUE 'H'.
             88 HPY-PAID                      VALUE 'P'.
          05 FILLER                   PIC X(1).
          05 HPY-AMOUNT               COMP-2 SYNC.
          05 HPY-MEMBER-COUNT         PIC 9(7).
          05 HPY-SCORE-PCT            PIC 9(3).
          05 HPY-CONTRACT-ID          PIC X(10).
          05 HPY-HELD-DATE            PIC 9(8).
          05 HPY-PAID-DATE            PIC 9(8).
          05 FILLER                   PIC X(52).
