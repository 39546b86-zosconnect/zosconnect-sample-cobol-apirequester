      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (CODE-PAIR EDITS)  *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMCPE, A VSAM KSDS OF PROCEDURE CODE-PAIR *
      * (UNBUNDLING) EDITS, KEYED BY THE COLUMN-1 (COMPREHENSIVE)      *
      * PROCEDURE FOLLOWED BY THE COLUMN-2 (COMPONENT) PROCEDURE. WHEN *
      * BOTH ARE BILLED FOR THE SAME MEMBER, PROVIDER AND DATE OF      *
      * SERVICE -- ON ONE CLAIM OR ACROSS CLAIMS ALREADY ON CLAIMCIF   *
      * -- THE COLUMN-2 LINE IS DENIED WITH REASON 'UNBN' BY           *
      * DO-CHECK-CODE-PAIR-EDITS IN CLAIMCI0, PROVIDED THE DATE OF     *
      * SERVICE FALLS IN THE PAIR'S ACTIVE RANGE (YYYYMMDD; END DATE   *
      * 99991231 MEANS OPEN-ENDED). CPE-MODIFIER-ALLOWED LETS A        *
      * DISTINCT-SERVICE MODIFIER (59, XE, XS, XP, XU) ON THE COLUMN-2 *
      * LINE OVERRIDE THE EDIT; OTHERWISE NO MODIFIER DOES.            *
      *                                                                *
      ******************************************************************
       01 CODE-PAIR-EDIT-RECORD.
          05 CPE-KEY.
             10 CPE-COLUMN1-CODE      PIC X(8).
             10 CPE-COLUMN2-CODE      PIC X(8).
          05 CPE-DESC                 PIC X(30).
          05 CPE-EFFECTIVE-DATE       PIC 9(8).
          05 CPE-END-DATE             PIC 9(8).
          05 CPE-MODIFIER-INDICATOR   PIC X(1).
             88 CPE-MODIFIER-ALLOWED          VALUE 'Y'.
             88 CPE-MODIFIER-NOT-ALLOWED      VALUE 'N' ' '.
