      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (QA ERROR          *
      * CATEGORIES)                                                    *
      *                                                                *
      * IN-STORAGE TABLE OF THE QUALITY-AUDIT ERROR CATEGORIES A QA    *
      * REVIEWER MAY RECORD ON A FAILED AUDIT -- SAME LOAD-ONCE        *
      * PATTERN AS CLAIMRSN. LOADED BY DO-LOAD-ERROR-CATEGORY-TABLE    *
      * IN CLAIMQA0 (TO EDIT THE CATEGORY) AND CLAIMQAR (FOR THE       *
      * DESCRIPTIONS). QC-TYPE 'F' MARKS A FINANCIAL ERROR (THE        *
      * REVIEWER MUST RECORD THE DOLLARS), 'P' A PROCEDURAL ONE.       *
      *                                                                *
      * THE CATEGORIES:                                                *
      *   PRIC F - ALLOWED AMOUNT / PRICING WRONG                      *
      *   BENE F - COST SHARE OR BENEFIT LIMIT APPLIED WRONG           *
      *   DUPL F - DUPLICATE OF A CLAIM ALREADY PAID                   *
      *   ELIG F - MEMBER NOT ELIGIBLE ON THE DATE OF SERVICE          *
      *   COVR F - SERVICE PAID/DENIED AGAINST THE COVERAGE RULES      *
      *   CODE P - CODING EDIT NOT APPLIED OR OVERRIDDEN WITHOUT CAUSE *
      *   DOCM P - DECISION NOT SUPPORTED BY NOTES OR DOCUMENTS        *
      *   RSNC P - WRONG REASON CODE ON THE DECISION                   *
      *   ROUT P - NOT ROUTED AS POLICY REQUIRES (FRAUD, SUPERVISOR)   *
      *                                                                *
      ******************************************************************
       01 QA-ERROR-CATEGORY-TABLE.
          05 QA-ERROR-CATEGORY-ENTRY OCCURS 12 TIMES
                                INDEXED BY QC-IDX.
             10 QC-CODE               PIC X(4).
             10 QC-TYPE               PIC X(1).
             10 QC-DESC               PIC X(30).
       01 QA-ERROR-CATEGORY-COUNT     PIC 9(2) VALUE 0.
