      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (PERFORMANCE       *
      * CONTRACT TERMS)                                                *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMPFC, A VSAM KSDS OF VALUE-BASED         *
      * CONTRACT TERMS KEYED BY THE CLAIMPRV PROVIDER ID (SAME WIDTH   *
      * AS PROV-PROVIDER-ID / SN-CLAIM-PROVIDER). A PROVIDER ON THIS   *
      * FILE EARNS A QUARTERLY PAY-FOR-PERFORMANCE BONUS, COMPUTED     *
      * AND PAID BY THE CLAIMPFP QUARTERLY JOB.                        *
      *                                                                *
      * THE CONTRACT IS SCORED FOR A QUARTER WHEN IT IS ACTIVE ('A')   *
      * AND IN FORCE ON THE LAST DAY OF THE QUARTER (EFFECTIVE DATE    *
      * ON OR BEFORE IT, TERMINATION DATE ZERO OR ON OR AFTER IT).     *
      *                                                                *
      * THE BONUS POOL FOR THE QUARTER IS PFC-QUARTERLY-POOL (USD)     *
      * PLUS PFC-POOL-PCT-OF-PAID PERCENT OF THE DOLLARS CLAIMPAY      *
      * RECORDS AS PAID ON THE PROVIDER'S CLAIMS FOR THE QUARTER.      *
      *                                                                *
      * UP TO FOUR MEASURES, EACH WITH A TARGET PERCENT AND A WEIGHT   *
      * (THE WEIGHTS OF A CONTRACT ADD UP TO 100; AN UNUSED SLOT HAS   *
      * A BLANK CODE):                                                 *
      *   APPR - APPROVAL RATE: OKAY AS A PERCENT OF THE QUARTER'S     *
      *          DECIDED (OKAY + DENY) CLAIMS. MET AT OR ABOVE TARGET. *
      *   FRAU - FRAUD-FLAG RATE: REASON 'FRAU' AS A PERCENT OF THE    *
      *          QUARTER'S CLAIMS. MET AT OR BELOW TARGET.             *
      *   INNW - IN-NETWORK SHARE: CLAIMS WITH NETWORK STATUS 'I' AS   *
      *          A PERCENT OF THE QUARTER'S CLAIMS. MET AT OR ABOVE    *
      *          TARGET.                                               *
      *   TFIL - TIMELY FILING: CLAIMS NOT DENIED 'TFIL' AS A PERCENT  *
      *          OF THE QUARTER'S CLAIMS. MET AT OR ABOVE TARGET.      *
      * THE SCORE IS THE SUM OF THE WEIGHTS OF THE MEASURES MET, AND   *
      * THE BONUS IS THAT PERCENT OF THE POOL. A PROVIDER WITH FEWER   *
      * THAN PFC-MIN-CLAIM-COUNT CLAIMS IN THE QUARTER IS NOT SCORED.  *
      *                                                                *
      ******************************************************************
       01 PERFORMANCE-CONTRACT-RECORD.
          05 PFC-PROVIDER-ID          PIC X(21).
          05 PFC-CONTRACT-ID          PIC X(10).
          05 PFC-CONTRACT-STATUS      PIC X(1).
             88 PFC-ACTIVE                    VALUE 'A'.
             88 PFC-SUSPENDED                 VALUE 'S'.
          05 PFC-EFFECTIVE-DATE       PIC 9(8).
          05 PFC-TERMINATION-DATE     PIC 9(8).
          05 PFC-QUARTERLY-POOL       COMP-2 SYNC.
          05 PFC-POOL-PCT-OF-PAID     PIC 9(2)V9(2).
          05 PFC-MIN-CLAIM-COUNT      PIC 9(5).
          05 PFC-MEASURE OCCURS 4 TIMES.
             10 PFC-MEASURE-CODE      PIC X(4).
                88 PFC-MEASURE-APPROVAL        VALUE 'APPR'.
                88 PFC-MEASURE-FRAUD           VALUE 'FRAU'.
                88 PFC-MEASURE-IN-NETWORK      VALUE 'INNW'.
                88 PFC-MEASURE-TIMELY          VALUE 'TFIL'.
             10 PFC-TARGET-PCT        PIC 9(3)V9(2).
             10 PFC-WEIGHT-PCT        PIC 9(3).
          05 FILLER                   PIC X(15).
