      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (UNCLAIMED PROP)   *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMUPS, A VSAM KSDS OF STATE UNCLAIMED-    *
      * PROPERTY RULES KEYED BY THE 2-CHARACTER STATE CODE. CLAIMUNC   *
      * READS IT FOR EACH OUTSTANDING CLAIM CHECK ON CLAIMCHK:         *
      *                                                                *
      *   UPS-DORMANCY-YEARS    YEARS A CHECK MUST STAND UNCASHED      *
      *                         (FROM ITS ISSUE DATE, OR THE PAYEE'S   *
      *                         LAST RESPONSE) BEFORE IT IS REPORTED.  *
      *   UPS-REPORT-MMDD       THE STATE'S ANNUAL REPORTING DATE.     *
      *   UPS-LETTER-LEAD-DAYS  HOW FAR AHEAD OF THE REPORTING DATE    *
      *                         THE DUE-DILIGENCE LETTER IS SENT.      *
      *   UPS-PROPERTY-TYPE     THE STATE'S PROPERTY-TYPE CODE FOR     *
      *                         THE REPORT FILE.                       *
      *   UPS-LIABILITY-ACCOUNT THE GL UNCLAIMED-PROPERTY LIABILITY    *
      *                         ACCOUNT CLAIMGLJ CREDITS.              *
      *                                                                *
      * COMPLIANCE MAINTAINS THE ROWS.                                 *
      *                                                                *
      ******************************************************************
       01 UNCLAIMED-RULE-RECORD.
          05 UPS-STATE                PIC X(2).
          05 UPS-STATE-NAME           PIC X(20).
          05 UPS-DORMANCY-YEARS       PIC 9(2).
          05 UPS-REPORT-MMDD          PIC 9(4).
          05 UPS-LETTER-LEAD-DAYS     PIC 9(3).
          05 UPS-PROPERTY-TYPE        PIC X(4).
          05 UPS-LIABILITY-ACCOUNT    PIC X(8).
