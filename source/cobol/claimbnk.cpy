      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (PROVIDER BANKING) *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMBNK, A VSAM KSDS OF PROVIDER EFT        *
      * BANKING DETAILS KEYED BY THE CLAIMPRV PROVIDER ID (SAME WIDTH  *
      * AS PROV-PROVIDER-ID / CF-CLAIM-PROVIDER). MAINTAINED ONLINE BY *
      * CLAIMBN0 (EVERY CHANGE LOGGED TO CLAIMBNH) AND READ BY         *
      * CLAIMEXT, WHICH PAYS BY EFT ONLY INTO AN ACTIVE, VALIDATED     *
      * ACCOUNT AND BY CHECK OTHERWISE.                                *
      *                                                                *
      * A NEW OR CHANGED ACCOUNT STARTS AT 'N' AND GOES THROUGH A      *
      * ZERO-DOLLAR PRENOTE CYCLE RUN BY THE CLAIMPNT BATCH JOB:       *
      *   'N' PRENOTE DUE  - CLAIMPNT SENDS THE PRENOTE, GOES TO 'P'   *
      *   'P' PRENOTE SENT - NO RETURN WITHIN THE WAITING PERIOD       *
      *                      MAKES IT 'A'; A BANK RETURN MAKES IT 'R'  *
      *   'A' ACTIVE       - VALIDATED, USED FOR PAYMENT FROM          *
      *                      BNK-EFFECTIVE-DATE                        *
      *   'R' REJECTED     - PRENOTE RETURNED BY THE BANK              *
      *                      (BNK-RETURN-REASON), NEEDS A NEW ACCOUNT  *
      *   'X' INACTIVE     - DEACTIVATED THROUGH CLAIMBN0              *
      *                                                                *
      ******************************************************************
       01 BANK-ACCOUNT-RECORD.
          05 BNK-PROVIDER-ID          PIC X(21).
          05 BNK-ROUTING-NUMBER       PIC 9(9).
          05 BNK-ACCOUNT-NUMBER       PIC X(17).
          05 BNK-ACCOUNT-TYPE         PIC X(1).
             88 BNK-CHECKING                  VALUE 'C'.
             88 BNK-SAVINGS                   VALUE 'S'.
          05 BNK-STATUS               PIC X(1).
             88 BNK-PRENOTE-DUE               VALUE 'N'.
             88 BNK-PRENOTE-SENT              VALUE 'P'.
             88 BNK-ACTIVE                    VALUE 'A'.
             88 BNK-REJECTED                  VALUE 'R'.
             88 BNK-INACTIVE                  VALUE 'X'.
          05 BNK-EFFECTIVE-DATE       PIC 9(8).
          05 BNK-PRENOTE-DATE         PIC 9(8).
          05 BNK-RETURN-REASON        PIC X(3).
