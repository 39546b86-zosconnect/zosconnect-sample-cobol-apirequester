                15 SUS-CLAIM-ENCOUNTER-FLAG PIC X(1).
                15 SUS-CLAIM-PAYEE-INDICATOR PIC X(1).
                15 SUS-CLAIM-ACCIDENT-FLAG PIC X(1).
                15 SUS-CLAIM-DIAGNOSIS-CODE OCCURS 8 TIMES
                                            PIC X(8).
                15 SUS-LINE-DIAG-POINTER OCCURS 10 TIMES
                                         PIC 9(1).
                15 SUS-LINE-MODIFIER OCCURS 10 TIMES
                                     PIC X(2).
                15 SUS-CLAIM-NSA-FLAG    PIC X(1).
                15 SUS-CLAIM-INTAKE-CHANNEL PIC X(1).
                15 SUS-CLAIM-PARTNER-ID  PIC X(8).
          05 SUS-FAIL-RESP            PIC S9(8) COMP.
          05 SUS-TIMESTAMP            PIC S9(15) COMP-3.
