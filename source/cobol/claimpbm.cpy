          05 PBM-COPAY-ENTRY          OCCURS 5 TIMES.
             10 PBM-COPAY-CLAIM-TYPE  PIC X(8).
             10 PBM-COPAY-AMOUNT      COMP-2 SYNC.
      ******************************************************************
      * MEMBER COINSURANCE PERCENTAGE FOR AN OUT-OF-NETWORK CLAIM. 0
      * MEANS THE PLAN HAS NO SEPARATE OUT-OF-NETWORK RATE AND
      * PBM-COINSURANCE-PCT APPLIES. A NO SURPRISES ACT CLAIM (SEE
      * RSP-CLAIM-NSA-FLAG) ALWAYS TAKES THE IN-NETWORK RATE.
      ******************************************************************
          05 PBM-OON-COINSURANCE-PCT  PIC 9(3).
      ******************************************************************
      * 'Y' FOR A STATE MEDICAID MANAGED-CARE PLAN. EVERY PAID OR
      * DENIED CLAIM FOR A MEMBER ON SUCH A PLAN IS REPORTED TO THE
      * STATE ON THE CLAIMENS MONTHLY ENCOUNTER SUBMISSION, WHETHER
      * THE PROVIDER IS CAPITATED OR PAID FEE-FOR-SERVICE.
      ******************************************************************
          05 PBM-MEDICAID-FLAG        PIC X(1).
             88 PBM-MEDICAID-PLAN             VALUE 'Y'.
