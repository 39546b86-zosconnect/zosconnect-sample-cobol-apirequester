      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (NO SURPRISES ACT  *
      * CASES)                                                         *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMNSC, A VSAM KSDS OF ONE CASE PER NO     *
      * SURPRISES ACT CLAIM, KEYED BY CLAIM ID. CLAIMCI0 AND CLAIMBLK  *
      * OPEN THE CASE WHEN A PROTECTED CLAIM IS WRITTEN (THE INITIAL   *
      * PAYMENT OR DENIAL DATE IS NSC-OPENED-DATE); CLAIMNSR APPLIES   *
      * THE NEGOTIATION AND IDR EVENTS AND REPORTS THE CASES NEARING   *
      * OR PAST THEIR STATUTORY DATES:                                 *
      *                                                                *
      *   'O' OPEN        - PROVIDER MAY START OPEN NEGOTIATION WITHIN *
      *                     30 BUSINESS DAYS OF NSC-OPENED-DATE        *
      *   'N' NEGOTIATING - 30 BUSINESS DAYS OF NEGOTIATION FROM       *
      *                     NSC-NEGOTIATION-DATE, THEN 4 BUSINESS DAYS *
      *                     TO INITIATE IDR                            *
      *   'I' IDR         - IDR ENTITY SELECTED AND OFFERS DUE WITHIN  *
      *                     13 BUSINESS DAYS OF NSC-IDR-DATE           *
      *   'D' DECIDED     - PAYMENT OF THE IDR AWARD DUE WITHIN 30     *
      *                     CALENDAR DAYS OF NSC-DECISION-DATE         *
      *   'C' CLOSED      - SETTLED, PAID OR LAPSED (NSC-CLOSED-DATE)  *
      *                                                                *
      * NSC-NSA-TYPE IS THE CLAIM'S RSP-CLAIM-NSA-FLAG. AMOUNTS ARE    *
      * USD; DATES ARE YYYYMMDD, 0 UNTIL THE EVENT HAPPENS.            *
      *                                                                *
      ******************************************************************
       01 NSA-CASE-RECORD.
          05 NSC-CLAIM-ID             PIC X(8).
          05 NSC-MEMBER-ID            PIC X(8).
          05 NSC-PROVIDER-ID          PIC X(21).
          05 NSC-NSA-TYPE             PIC X(1).
             88 NSC-EMERGENCY                 VALUE 'E'.
             88 NSC-ANCILLARY                 VALUE 'A'.
          05 NSC-SERVICE-DATE         PIC 9(8).
          05 NSC-BILLED-AMOUNT        COMP-2 SYNC.
          05 NSC-QPA-AMOUNT           COMP-2 SYNC.
          05 NSC-PLAN-PAID-AMOUNT     COMP-2 SYNC.
          05 NSC-STATUS               PIC X(1).
             88 NSC-OPEN                      VALUE 'O'.
             88 NSC-NEGOTIATING               VALUE 'N'.
             88 NSC-IN-IDR                    VALUE 'I'.
             88 NSC-DECIDED                   VALUE 'D'.
             88 NSC-CLOSED                    VALUE 'C'.
          05 NSC-OPENED-DATE          PIC 9(8).
          05 NSC-NEGOTIATION-DATE     PIC 9(8).
          05 NSC-IDR-DATE             PIC 9(8).
          05 NSC-DECISION-DATE        PIC 9(8).
          05 NSC-AWARD-AMOUNT         COMP-2 SYNC.
          05 NSC-CLOSED-DATE          PIC 9(8).
