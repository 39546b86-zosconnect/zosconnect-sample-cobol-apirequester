      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (CHECK REGISTER)   *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMCHK, A VSAM KSDS OF EVERY CLAIM CHECK   *
      * THE DISBURSEMENT SYSTEM CUT, KEYED BY THE CHECK NUMBER (THE    *
      * PAY-PAYMENT-REFERENCE OF A CHECK REMITTANCE ON CLAIMPAY AND    *
      * CLAIMPYH). CLAIMPPI REGISTERS EACH NEW CHECK REMITTANCE HERE   *
      * AND SENDS IT TO THE BANK ON THE POSITIVE-PAY ISSUE FILE, SO    *
      * THE BANK ONLY HONORS CHECKS WE ACTUALLY ISSUED. CLAIMPPC       *
      * LOADS THE BANK'S PAID/CLEARED FILE BACK AGAINST THIS FILE,     *
      * MARKS EACH PRESENTED CHECK CLEARED WITH THE AMOUNT THE BANK    *
      * PAID, AND REPORTS THE CHECKS STILL OUTSTANDING.                *
      *                                                                *
      * CHK-PAYEE-TYPE FOLLOWS CF-CLAIM-PAYEE-INDICATOR: 'M' FOR A     *
      * MEMBER-PAYEE CLAIM (CHK-PAYEE-ID IS THE MEMBER ID), 'P' FOR    *
      * THE PROVIDER (CHK-PAYEE-ID IS CF-CLAIM-PROVIDER). DATES ARE    *
      * YYYYMMDD; CHK-CLEARED-DATE IS 0 WHILE OUTSTANDING.             *
      *                                                                *
      * AN OUTSTANDING CHECK THAT GOES DORMANT IS WORKED BY CLAIMUNC   *
      * UNDER THE PAYEE STATE'S UNCLAIMED-PROPERTY RULES (CLAIMUPS):   *
      * CHK-DUE-DILIGENCE-STATUS TRACKS THE LETTER TO THE PAYEE AND    *
      * ANY RESPONSE (A RESPONSE RESTARTS THE DORMANCY PERIOD FROM     *
      * CHK-RESPONSE-DATE), AND ONCE THE STATE'S REPORTING DATE IS     *
      * REACHED THE CHECK IS REPORTED AND GOES TO 'E' WITH THE STATE   *
      * IT WAS ESCHEATED TO AND THE PROCESSING DATE -- CLAIMGLJ POSTS  *
      * THE AMOUNT TO THAT STATE'S UNCLAIMED-PROPERTY LIABILITY        *
      * ACCOUNT.                                                       *
      *                                                                *
      ******************************************************************
       01 CHECK-REGISTER-RECORD.
          05 CHK-CHECK-NUMBER         PIC X(12).
          05 CHK-CLAIM-ID             PIC X(8).
          05 CHK-PAYEE-TYPE           PIC X(1).
             88 CHK-MEMBER-PAYEE              VALUE 'M'.
             88 CHK-PROVIDER-PAYEE            VALUE 'P'.
          05 CHK-PAYEE-ID             PIC X(21).
          05 CHK-PAYEE-NAME           PIC X(30).
          05 CHK-ISSUE-DATE           PIC 9(8).
          05 CHK-ISSUE-AMOUNT         COMP-2 SYNC.
          05 CHK-CLEARED-AMOUNT       COMP-2 SYNC.
          05 CHK-STATUS               PIC X(1).
             88 CHK-OUTSTANDING               VALUE 'O'.
             88 CHK-CLEARED                   VALUE 'C'.
             88 CHK-ESCHEATED                 VALUE 'E'.
          05 CHK-CLEARED-DATE         PIC 9(8).
          05 CHK-DUE-DILIGENCE-STATUS PIC X(1).
             88 CHK-NO-LETTER-SENT            VALUE ' '.
             88 CHK-LETTER-SENT               VALUE 'L'.
             88 CHK-NO-ADDRESS                VALUE 'N'.
             88 CHK-PAYEE-RESPONDED           VALUE 'R'.
          05 CHK-LETTER-DATE          PIC 9(8).
          05 CHK-RESPONSE-DATE        PIC 9(8).
          05 CHK-ESCHEAT-STATE        PIC X(2).
          05 CHK-ESCHEAT-DATE         PIC 9(8).
