      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (PROVIDER BANKING  *
      * CHANGE LOG)                                                    *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMBNH, A VSAM ESDS THAT CAPTURES EVERY    *
      * CHANGE TO A CLAIMBNK BANKING RECORD -- ONLINE THROUGH CLAIMBN0 *
      * AND IN BATCH THROUGH THE CLAIMPNT PRENOTE CYCLE -- WITH THE    *
      * ACCOUNT AS IT STOOD AFTER THE CHANGE, WHO MADE IT AND WHEN.    *
      * WHERE A PROVIDER'S MONEY GOES IS AT LEAST AS SENSITIVE AS      *
      * THE NETWORK STATUS CLAIMPVH TRACKS.                            *
      *                                                                *
      * BNH-ACTION: 'A' ADD, 'U' UPDATE, 'D' DEACTIVATE (CLAIMBN0);    *
      *             'P' PRENOTE SENT, 'V' VALIDATED, 'R' PRENOTE       *
      *             RETURNED (CLAIMPNT).                               *
      *                                                                *
      ******************************************************************
       01 BANK-HISTORY-RECORD.
          05 BNH-PROVIDER-ID          PIC X(21).
          05 BNH-ACTION               PIC X(1).
          05 BNH-OLD-STATUS           PIC X(1).
          05 BNH-NEW-STATUS           PIC X(1).
          05 BNH-ROUTING-NUMBER       PIC 9(9).
          05 BNH-ACCOUNT-NUMBER       PIC X(17).
          05 BNH-TIMESTAMP            PIC S9(15) COMP-3.
          05 BNH-USERID               PIC X(8).
