      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (DIAGNOSIS CODES)  *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMDXC, A VSAM KSDS REFERENCE FILE OF      *
      * VALID ICD-10-CM DIAGNOSIS CODES, KEYED BY THE 8-BYTE CODE      *
      * WITHOUT ITS DECIMAL POINT, AS CARRIED IN                       *
      * CF-CLAIM-DIAGNOSIS-CODE. EACH CODE HAS AN ACTIVE DATE RANGE    *
      * (YYYYMMDD; END DATE 99991231 MEANS OPEN-ENDED) AND UP TO 10    *
      * RANGES OF PROCEDURE CODES IT SUPPORTS (LOW/HIGH INCLUSIVE, A   *
      * SINGLE CODE HAS LOW = HIGH; 'ALL' IN THE FIRST LOW SLOT MEANS  *
      * ANY PROCEDURE). DO-VALIDATE-LINE-PROCEDURES IN CLAIMCI0        *
      * CHECKS EACH LINE'S PROCEDURE AGAINST THE DIAGNOSIS ITS         *
      * POINTER NAMES: AN UNKNOWN OR INACTIVE DIAGNOSIS DENIES THE     *
      * LINE, AND A PROCEDURE OUTSIDE EVERY RANGE IS DENIED OR PENDED  *
      * FOR MEDICAL REVIEW AS DXC-MISMATCH-ACTION SAYS (REASON         *
      * 'DIAG' EITHER WAY).                                            *
      *                                                                *
      ******************************************************************
       01 DIAGNOSIS-CODE-RECORD.
          05 DXC-DIAGNOSIS-CODE       PIC X(8).
          05 DXC-DESC                 PIC X(30).
          05 DXC-EFFECTIVE-DATE       PIC 9(8).
          05 DXC-END-DATE             PIC 9(8).
          05 DXC-MISMATCH-ACTION      PIC X(1).
             88 DXC-MISMATCH-DENY             VALUE 'D'.
             88 DXC-MISMATCH-PEND             VALUE 'P' ' '.
          05 DXC-SUPPORTED-RANGE      OCCURS 10 TIMES.
             10 DXC-PROC-LOW          PIC X(8).
             10 DXC-PROC-HIGH         PIC X(8).
