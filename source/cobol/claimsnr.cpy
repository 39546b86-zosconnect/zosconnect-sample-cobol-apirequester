               10  SN-CLAIM-ENCOUNTER-FLAG PIC X(1).
               10  SN-CLAIM-PAYEE-INDICATOR PIC X(1).
               10  SN-CLAIM-ACCIDENT-FLAG PIC X(1).
               10  SN-CLAIM-DIAGNOSIS-CODE OCCURS 8 TIMES
                                           PIC X(8).
               10  SN-LINE-DIAG-POINTER OCCURS 10 TIMES
                                        PIC 9(1).
               10  SN-LINE-MODIFIER OCCURS 10 TIMES
                                    PIC X(2).
               10  SN-CLAIM-NSA-FLAG   PIC X(1).
               10  SN-CLAIM-INTAKE-CHANNEL PIC X(1).
               10  SN-CLAIM-PARTNER-ID PIC X(8).
      ******************************************************************
      * THE ONCE-PER-NIGHT USD CONVERSION: THE CLAIM AMOUNT THROUGH
      * THE CLAIMXRT RATE IN FORCE ON THE DATE OF SERVICE.
