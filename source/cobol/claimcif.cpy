               10  CF-CLAIM-ENCOUNTER-FLAG PIC X(1).
               10  CF-CLAIM-PAYEE-INDICATOR PIC X(1).
               10  CF-CLAIM-ACCIDENT-FLAG PIC X(1).
               10  CF-CLAIM-DIAGNOSIS-CODE OCCURS 8 TIMES
                                           PIC X(8).
               10  CF-LINE-DIAG-POINTER OCCURS 10 TIMES
                                        PIC 9(1).
               10  CF-LINE-MODIFIER OCCURS 10 TIMES
                                    PIC X(2).
               10  CF-CLAIM-NSA-FLAG   PIC X(1).
               10  CF-CLAIM-INTAKE-CHANNEL PIC X(1).
               10  CF-CLAIM-PARTNER-ID PIC X(8).
