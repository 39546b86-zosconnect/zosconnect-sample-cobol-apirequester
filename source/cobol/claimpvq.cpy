      ******************************************************************
             05 PRQ-CAPITATION-FLAG      PIC X(1).
             05 PRQ-CAP-RATE-PM          PIC 9(5)V9(2).
      ******************************************************************
      * ANCILLARY PROVIDER FIELDS (SEE CLAIMPRV.CPY): 'Y'/'N' FLAG AND
      * THE PROVIDER ID OF THE FACILITY THE PROVIDER PRACTISES AT.
      * SPACES FROM AN OLDER CALLER MEAN NOT ANCILLARY.
      ******************************************************************
             05 PRQ-ANCILLARY-FLAG       PIC X(1).
             05 PRQ-FACILITY-ID          PIC X(21).
      ******************************************************************
      * STATE MEDICAID IDENTIFIERS (SEE CLAIMPRV.CPY): THE 10-DIGIT
      * NPI AND THE STATE MEDICAID PROVIDER ID. SPACES FROM AN OLDER
      * CALLER ON AN UPDATE KEEP THE VALUES ALREADY ON FILE.
      ******************************************************************
             05 PRQ-NPI                  PIC X(10).
             05 PRQ-MEDICAID-ID          PIC X(12).
          03 PRQ-PROVIDER-ACTION         PIC X(1).
