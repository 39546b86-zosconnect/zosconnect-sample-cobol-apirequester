      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (COST ESTIMATES)   *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMEST, A VSAM KSDS WITH ONE ROW FOR EVERY *
      * PRE-SERVICE COST ESTIMATE (PREDETERMINATION) CLAIMCI0 GIVES    *
      * OUT UNDER ACTION 'C', KEYED BY THE 16-BYTE REFERENCE NUMBER    *
      * RETURNED TO THE CALLER ('E' FOLLOWED BY THE ABSTIME THE        *
      * ESTIMATE WAS MADE). THE MEMBER, PROVIDER, CLAIM TYPE AND       *
      * PLANNED DATE OF SERVICE ARE KEPT WITH THE ESTIMATED AMOUNTS SO *
      * A LATER CLAIM FOR THE SAME SERVICE CAN BE MATCHED BACK TO THE  *
      * FIGURES THE MEMBER WAS QUOTED. EST-SERVICE-DATE IS MM/DD/YYYY  *
      * AS CARRIED ON THE REQUEST.                                     *
      *                                                                *
      ******************************************************************
       01 COST-ESTIMATE-RECORD.
          05 EST-REFERENCE            PIC X(16).
          05 EST-TIMESTAMP            PIC S9(15) COMP-3.
          05 EST-USERID               PIC X(8).
          05 EST-MEMBER-ID            PIC X(8).
          05 EST-PROVIDER             PIC X(21).
          05 EST-CLAIM-TYPE           PIC X(8).
          05 EST-SERVICE-DATE         PIC X(10).
          05 EST-NETWORK-STATUS       PIC X(1).
          05 EST-BILLED-AMOUNT        COMP-2 SYNC.
          05 EST-ALLOWED-AMOUNT       COMP-2 SYNC.
          05 EST-PLAN-PAID-AMOUNT     COMP-2 SYNC.
          05 EST-MEMBER-RESP-AMOUNT   COMP-2 SYNC.
          05 EST-LINE-COUNT           PIC 9(2).
          05 EST-LINE-ENTRY           OCCURS 10 TIMES.
             10 EST-LINE-PROCEDURE       PIC X(8).
             10 EST-LINE-STATUS          PIC X(4).
             10 EST-LINE-REASON          PIC X(4).
             10 EST-LINE-BILLED          COMP-2 SYNC.
             10 EST-LINE-ALLOWED         COMP-2 SYNC.
             10 EST-LINE-PLAN-PAID       COMP-2 SYNC.
             10 EST-LINE-MEMBER-RESP     COMP-2 SYNC.
