      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (PROVIDER          *
      * CREDENTIALS)                                                   *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMCRD, A VSAM KSDS OF PROVIDER            *
      * CREDENTIALS -- STATE LICENSES, DEA REGISTRATIONS AND BOARD     *
      * CERTIFICATIONS -- KEYED BY THE CLAIMPRV PROVIDER ID (SAME      *
      * WIDTH AS PROV-PROVIDER-ID / CF-CLAIM-PROVIDER), CREDENTIAL     *
      * TYPE AND ISSUING STATE, SO ALL OF A PROVIDER'S CREDENTIALS     *
      * ARE READ WITH ONE GENERIC BROWSE ON THE PROVIDER ID. LOADED    *
      * FROM THE CREDENTIALING VENDOR FEED BY CLAIMCRL; CLAIMCRX       *
      * LISTS THE CREDENTIALS COMING UP FOR RENEWAL.                   *
      *                                                                *
      * A CREDENTIAL IS VALID ON A DATE THAT FALLS ON OR AFTER         *
      * CRD-EFFECTIVE-DATE AND ON OR BEFORE CRD-EXPIRY-DATE            *
      * (99991231 = DOES NOT EXPIRE). THE SUBMIT PATHS CHECK THE       *
      * CLAIM'S DATE OF SERVICE (DO-CHECK-PROVIDER-CREDENTIALS):       *
      *   - FOR EACH CREDENTIAL TYPE THE PROVIDER HOLDS, AT LEAST ONE  *
      *     CREDENTIAL OF THAT TYPE (ANY ISSUING STATE) MUST BE VALID  *
      *     ON THE DATE OF SERVICE, AND NONE OF THE PROVIDER'S         *
      *     CREDENTIALS MAY BE UNDER SANCTION ('S') FROM ON OR BEFORE  *
      *     IT -- OTHERWISE THE CLAIM PENDS WITH REASON 'CRED'.        *
      *   - A PROVIDER EXCLUDED ('X') FROM ON OR BEFORE THE DATE OF    *
      *     SERVICE IS NOT PAID AT ALL: THE CLAIM DENIES WITH REASON   *
      *     'EXCL', WHATEVER ELSE WAS DECIDED.                         *
      * A ZERO SANCTION DATE MEANS THE SANCTION OR EXCLUSION HAS NO    *
      * KNOWN START, SO IT APPLIES TO EVERY DATE OF SERVICE. A         *
      * PROVIDER WITH NO CREDENTIALS ON FILE (OR NO CLAIMCRD FILE AT   *
      * ALL) IS NOT CHECKED.                                           *
      *                                                                *
      ******************************************************************
       01 PROVIDER-CREDENTIAL-RECORD.
          05 CRD-KEY.
             10 CRD-PROVIDER-ID       PIC X(21).
             10 CRD-CREDENTIAL-TYPE   PIC X(4).
                88 CRD-TYPE-LICENSE            VALUE 'LICN'.
                88 CRD-TYPE-DEA                VALUE 'DEA '.
                88 CRD-TYPE-BOARD-CERT         VALUE 'BRDC'.
                88 CRD-TYPE-VALID              VALUE 'LICN' 'DEA '
                                                     'BRDC'.
             10 CRD-ISSUING-STATE     PIC X(2).
          05 CRD-CREDENTIAL-NUMBER    PIC X(20).
          05 CRD-EFFECTIVE-DATE       PIC 9(8).
          05 CRD-EXPIRY-DATE          PIC 9(8).
          05 CRD-SANCTION-STATUS      PIC X(1).
             88 CRD-NOT-SANCTIONED            VALUE ' ' 'N'.
             88 CRD-SANCTIONED                VALUE 'S'.
             88 CRD-EXCLUDED                  VALUE 'X'.
          05 CRD-SANCTION-DATE        PIC 9(8).
          05 CRD-LOADED-DATE          PIC 9(8).
