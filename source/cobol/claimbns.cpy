      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (PROVIDER BANKING  *
      * MAINTENANCE RESPONSE)                                          *
      *                                                                *
      * RESPONSE CONTAINER LAYOUT FOR THE CLAIMBN0 PROVIDER BANKING    *
      * MAINTENANCE PROGRAM -- SAME CHANNEL/CONTAINER PATTERN AS       *
      * CLAIMPVS IS FOR CLAIMPV0. RETURNS THE FULL CLAIMBNK RECORD,    *
      * INCLUDING THE PRENOTE STATUS THE CALLER CANNOT SET.            *
      *                                                                *
      ******************************************************************
       01 BRS-BANK-CONTAINER.
          03 BRS-BANK-RECORD.
             05 BRS-PROVIDER-ID          PIC X(21).
             05 BRS-ROUTING-NUMBER       PIC 9(9).
             05 BRS-ACCOUNT-NUMBER       PIC X(17).
             05 BRS-ACCOUNT-TYPE         PIC X(1).
             05 BRS-STATUS               PIC X(1).
             05 BRS-EFFECTIVE-DATE       PIC 9(8).
             05 BRS-PRENOTE-DATE         PIC 9(8).
             05 BRS-RETURN-REASON        PIC X(3).
          03 BRS-CICS-RESP               PIC S9(8) COMP.
          03 BRS-CICS-RESP2              PIC S9(8) COMP.
          03 BRS-OUTPUT-MESSAGE          PIC X(80).
