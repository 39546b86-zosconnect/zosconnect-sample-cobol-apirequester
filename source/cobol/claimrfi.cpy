      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (PROVIDER RFI)     *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMRFI, A VSAM KSDS OF REQUESTS FOR        *
      * INFORMATION (RFI) SENT TO THE PROVIDER ON A PEND CLAIM --      *
      * MEDICAL RECORDS, AN ITEMIZED BILL, AN OPERATIVE REPORT --      *
      * KEYED BY CLAIM ID. RECORDED BY CLAIMCI0 ACTION 'I' (WHICH      *
      * TAKES THE CLAIM OFF THE CLAIMWRK QUEUE AND STOPS THE           *
      * PROMPT-PAY CLOCK), ANSWERED BY ACTION 'F' (WHICH PUTS THE      *
      * CLAIM BACK ON THE QUEUE), LETTERED TO THE PROVIDER BY THE      *
      * NIGHTLY CLAIMRFL JOB, AND EXPIRED BY CLAIMESC, WHICH DENIES    *
      * THE CLAIM 'RFIN' ONCE THE DUE DATE PASSES WITH NO RESPONSE.    *
      *                                                                *
      * ONE RECORD PER CLAIM: A SECOND RFI ON THE SAME CLAIM REOPENS   *
      * THE RECORD IN PLACE (RFI-SEQUENCE COUNTS THEM).                *
      * RFI-PAUSED-DAYS CARRIES THE BUSINESS DAYS THE CLOCK STOOD      *
      * STILL UNDER EVERY RFI ALREADY CLOSED ON THE CLAIM, SO THE      *
      * PROMPT-PAY INTEREST AND THE CLAIMESC LADDER CAN TAKE THEM      *
      * OUT OF THE CLAIM'S AGE.                                        *
      *                                                                *
      * RFI-STATUS IS 'OPEN' (AWAITING THE PROVIDER), 'RESP'           *
      * (RESPONSE RECEIVED), 'EXPD' (DUE DATE PASSED, CLAIM DENIED)    *
      * OR 'WDRN' (WITHDRAWN -- THE CLAIM WAS DECIDED WHILE THE RFI    *
      * WAS OPEN). RFI-LETTER-DATE IS ZERO UNTIL CLAIMRFL PRINTS THE   *
      * LETTER. DATES ARE YYYYMMDD.                                    *
      *                                                                *
      ******************************************************************
       01 RFI-CASE-RECORD.
          05 RFI-CLAIM-ID             PIC X(8).
          05 RFI-STATUS               PIC X(4).
             88 RFI-OPEN                      VALUE 'OPEN'.
             88 RFI-ANSWERED                  VALUE 'RESP'.
             88 RFI-EXPIRED                   VALUE 'EXPD'.
             88 RFI-WITHDRAWN                 VALUE 'WDRN'.
          05 RFI-SEQUENCE             PIC 9(2).
          05 RFI-PROVIDER-ID          PIC X(21).
          05 RFI-ITEMS-REQUESTED      PIC X(60).
          05 RFI-REQUESTED-DATE       PIC 9(8).
          05 RFI-DUE-DATE             PIC 9(8).
          05 RFI-LETTER-DATE          PIC 9(8).
          05 RFI-CLOSED-DATE          PIC 9(8).
          05 RFI-REQUESTED-TIMESTAMP  PIC S9(15) COMP-3.
          05 RFI-CLOSED-TIMESTAMP     PIC S9(15) COMP-3.
          05 RFI-PAUSED-DAYS          PIC 9(5).
          05 RFI-REQUESTED-BY         PIC X(8).
          05 RFI-CLOSED-BY            PIC X(8).
