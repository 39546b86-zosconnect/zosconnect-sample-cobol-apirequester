      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (UNBUNDLING LOG)   *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMUBL, A VSAM ESDS WITH ONE ROW FOR EVERY *
      * CLAIM LINE DENIED BY A CLAIMCPE CODE-PAIR EDIT (REASON 'UNBN') *
      * -- WRITTEN BY DO-WRITE-UNBUNDLING-LOG IN CLAIMCI0 ONCE THE     *
      * SUBMITTED CLAIM IS ON CLAIMCIF. UBL-COLUMN1-CLAIM-ID IS THE    *
      * CLAIM CARRYING THE COMPREHENSIVE PROCEDURE -- THE SAME CLAIM   *
      * WHEN BOTH WERE BILLED ON ONE CLAIM, OR AN EARLIER CLAIM FOR    *
      * THE SAME MEMBER, PROVIDER AND DATE OF SERVICE. THE MONTHLY     *
      * CLAIMUBR REPORT SUMMARIZES THE LOG BY PROVIDER FOR NETWORK     *
      * MANAGEMENT. UBL-DENIAL-DATE IS YYYYMMDD; UBL-SERVICE-DATE IS   *
      * MM/DD/YYYY AS CARRIED ON THE CLAIM.                            *
      *                                                                *
      ******************************************************************
       01 UNBUNDLING-DENIAL-RECORD.
          05 UBL-CLAIM-ID             PIC X(8).
          05 UBL-DENIAL-DATE          PIC 9(8).
          05 UBL-COMPONENT-AMOUNT     COMP-2 SYNC.
          05 UBL-PROVIDER             PIC X(21).
          05 UBL-MEMBER-ID            PIC X(8).
          05 UBL-LINE-NUMBER          PIC 9(2).
          05 UBL-COMPONENT-CODE       PIC X(8).
          05 UBL-COLUMN1-CODE         PIC X(8).
          05 UBL-COLUMN1-CLAIM-ID     PIC X(8).
          05 UBL-SERVICE-DATE         PIC X(10).
