      * PROCEDURE CODE IS INJURY-TYPICAL ON CLAIMPCD.
      ******************************************************************
                10 REQ-CLAIM-ACCIDENT-FLAG PIC X(1).
      ******************************************************************
      * UP TO 8 ICD-10-CM DIAGNOSIS CODES, NO DECIMAL POINT, THE
      * PRINCIPAL DIAGNOSIS FIRST, AND FOR EACH LINE ITEM THE SLOT
      * (1-8) OF THE DIAGNOSIS THAT SUPPORTS IT -- 0 MEANS THE
      * PRINCIPAL. A CLAIM WITH NO DIAGNOSIS CODES SKIPS THE
      * DIAGNOSIS-TO-PROCEDURE EDIT.
      ******************************************************************
                10 REQ-CLAIM-DIAGNOSIS-CODE OCCURS 8 TIMES
                                            PIC X(8).
                10 REQ-LINE-DIAG-POINTER OCCURS 10 TIMES
                                         PIC 9(1).
      ******************************************************************
      * THE FIRST CPT/HCPCS MODIFIER BILLED ON EACH LINE ITEM, SPACES
      * WHEN NONE. A DISTINCT-SERVICE MODIFIER (59, XE, XS, XP, XU)
      * LETS A LINE THROUGH A CODE-PAIR EDIT THAT ALLOWS OVERRIDE.
      ******************************************************************
                10 REQ-LINE-MODIFIER OCCURS 10 TIMES
                                     PIC X(2).
          03 REQ-CLAIM-ACTION            PIC X(1).
