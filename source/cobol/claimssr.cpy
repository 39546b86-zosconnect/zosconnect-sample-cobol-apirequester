      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (STOP-LOSS LEDGER) *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMSSR, A VSAM KSDS OF SPECIFIC STOP-LOSS  *
      * REINSURANCE POSITIONS, ONE PER MEMBER PER CONTRACT YEAR,       *
      * KEYED BY MEMBER ID PLUS THE CONTRACT-YEAR START DATE. THE      *
      * MONTHLY CLAIMSSL JOB REFRESHES SSR-PAID-TO-DATE, MARKS THE     *
      * MEMBER NOTIFIED ('NOTF') WHEN PAID CLAIMS FIRST REACH THE      *
      * EARLY-NOTIFICATION SHARE OF THE ATTACHMENT POINT, AND ONCE     *
      * THE POINT IS PASSED RAISES SSR-CLAIMED-AMOUNT TO THE FULL      *
      * EXCESS ('CLMD') AS EACH REIMBURSEMENT CLAIM FILE GOES TO THE   *
      * CARRIER. THE CARRIER'S REIMBURSEMENTS POST TO                  *
      * SSR-RECEIVED-AMOUNT; THE ENTRY FLIPS TO 'RECV' WHEN NOTHING    *
      * CLAIMED IS STILL OUTSTANDING. THE OUTSTANDING RECOVERABLE IS   *
      * SSR-CLAIMED-AMOUNT LESS SSR-RECEIVED-AMOUNT. AMOUNTS ARE USD.  *
      *                                                                *
      ******************************************************************
       01 STOP-LOSS-RECORD.
          05 SSR-KEY.
             10 SSR-MEMBER-ID         PIC X(8).
             10 SSR-CONTRACT-START    PIC 9(8).
          05 SSR-STATUS               PIC X(4).
             88 SSR-NOTIFIED                  VALUE 'NOTF'.
             88 SSR-CLAIMED                   VALUE 'CLMD'.
             88 SSR-RECEIVED                  VALUE 'RECV'.
          05 SSR-ATTACHMENT-POINT     COMP-2 SYNC.
          05 SSR-PAID-TO-DATE         COMP-2 SYNC.
          05 SSR-CLAIMED-AMOUNT       COMP-2 SYNC.
          05 SSR-RECEIVED-AMOUNT      COMP-2 SYNC.
          05 SSR-NOTIFIED-DATE        PIC 9(8).
          05 SSR-LAST-CLAIMED-DATE    PIC 9(8).
          05 SSR-LAST-RECEIVED-DATE   PIC 9(8).
