               10  AR-CLAIM-ENCOUNTER-FLAG PIC X(1).
               10  AR-CLAIM-PAYEE-INDICATOR PIC X(1).
               10  AR-CLAIM-ACCIDENT-FLAG PIC X(1).
               10  AR-CLAIM-DIAGNOSIS-CODE OCCURS 8 TIMES
                                           PIC X(8).
               10  AR-LINE-DIAG-POINTER OCCURS 10 TIMES
                                        PIC 9(1).
               10  AR-LINE-MODIFIER OCCURS 10 TIMES
                                    PIC X(2).
               10  AR-CLAIM-NSA-FLAG   PIC X(1).
               10  AR-CLAIM-INTAKE-CHANNEL PIC X(1).
               10  AR-CLAIM-PARTNER-ID PIC X(8).
