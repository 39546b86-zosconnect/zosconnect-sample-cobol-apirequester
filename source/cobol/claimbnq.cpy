      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (PROVIDER BANKING  *
      * MAINTENANCE REQUEST)                                           *
      *                                                                *
      * REQUEST CONTAINER LAYOUT FOR THE CLAIMBN0 PROVIDER BANKING     *
      * MAINTENANCE PROGRAM -- SAME CHANNEL/CONTAINER PATTERN AS       *
      * CLAIMPVQ IS FOR CLAIMPV0. CARRIES THE BANKING FIELDS A CALLER  *
      * MAY SET (SEE CLAIMBNK.CPY) PLUS THE REQUESTED ACTION:          *
      *   'A' ADD, 'U' UPDATE, 'D' DEACTIVATE, 'I' INQUIRE.            *
      *                                                                *
      ******************************************************************
       01 BRQ-BANK-CONTAINER.
          03 BRQ-BANK-RECORD.
             05 BRQ-PROVIDER-ID          PIC X(21).
             05 BRQ-ROUTING-NUMBER       PIC 9(9).
             05 BRQ-ACCOUNT-NUMBER       PIC X(17).
             05 BRQ-ACCOUNT-TYPE         PIC X(1).
             05 BRQ-EFFECTIVE-DATE       PIC 9(8).
          03 BRQ-BANK-ACTION             PIC X(1).
