             05 PRS-NETWORK-STATUS       PIC X(1).
             05 PRS-CAPITATION-FLAG      PIC X(1).
             05 PRS-CAP-RATE-PM          PIC 9(5)V9(2).
             05 PRS-ANCILLARY-FLAG       PIC X(1).
             05 PRS-FACILITY-ID          PIC X(21).
             05 PRS-NPI                  PIC X(10).
             05 PRS-MEDICAID-ID          PIC X(12).
          03 PRS-CICS-RESP               PIC S9(8) COMP.
          03 PRS-CICS-RESP2              PIC S9(8) COMP.
          03 PRS-OUTPUT-MESSAGE          PIC X(80).
