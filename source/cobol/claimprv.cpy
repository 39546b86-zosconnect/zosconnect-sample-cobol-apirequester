          05 PROV-CAPITATION-FLAG    PIC X(1).
             88 PROV-CAPITATED                VALUE 'Y'.
          05 PROV-CAP-RATE-PM        COMP-2 SYNC.
      ******************************************************************
      * ANCILLARY PROVIDERS (ANESTHESIOLOGY, RADIOLOGY, PATHOLOGY,
      * NEONATOLOGY, ASSISTANT SURGEONS, HOSPITALISTS, LABORATORY)
      * CARRY PROV-ANCILLARY-FLAG 'Y' AND THE PROVIDER ID OF THE
      * FACILITY THEY PRACTISE AT. AN OUT-OF-NETWORK ANCILLARY
      * PROVIDER AT A FACILITY THAT IS ITSELF IN NETWORK HERE IS
      * PROTECTED BY THE NO SURPRISES ACT (RSP-CLAIM-NSA-FLAG 'A').
      ******************************************************************
          05 PROV-ANCILLARY-FLAG     PIC X(1).
             88 PROV-ANCILLARY                VALUE 'Y'.
          05 PROV-FACILITY-ID        PIC X(21).
      ******************************************************************
      * STATE MEDICAID IDENTIFIERS REPORTED ON THE CLAIMENS MONTHLY
      * ENCOUNTER SUBMISSION: THE PROVIDER'S NATIONAL PROVIDER
      * IDENTIFIER AND THE ID THE STATE MEDICAID AGENCY ENROLLED THE
      * PROVIDER UNDER. SPACES UNTIL PROVIDER MANAGEMENT ENTERS THEM
      * THROUGH CLAIMPV0; A MEDICAID ENCOUNTER FOR A PROVIDER WITHOUT
      * THEM IS HELD BY CLAIMENS UNTIL THEY ARE SUPPLIED.
      ******************************************************************
          05 PROV-NPI                PIC X(10).
          05 PROV-MEDICAID-ID        PIC X(12).
