      ******************************************************************
          05 PCD-INJURY-TYPICAL-FLAG  PIC X(1).
             88 PCD-INJURY-TYPICAL            VALUE 'Y'.
      ******************************************************************
      * THE BENEFIT-LIMIT GROUP THE PROCEDURE BELONGS TO (FOR EXAMPLE
      * ALL CHIROPRACTIC MANIPULATION CODES), SPACES WHEN NONE. A
      * PLAN'S FREQUENCY LIMIT ON CLAIMBLM MAY BE KEYED BY THE
      * PROCEDURE ITSELF OR BY THIS GROUP -- A LIMIT ON THE PROCEDURE
      * WINS OVER ONE ON ITS GROUP.
      ******************************************************************
          05 PCD-LIMIT-GROUP          PIC X(8).
      ******************************************************************
      * AGE AND GENDER LIMITS FOR THE PROCEDURE (A MATERNITY CODE IS
      * FEMALE-ONLY, A PEDIATRIC CODE STOPS AT 18, ...). THE MEMBER'S
      * AGE ON THE DATE OF SERVICE MUST FALL FROM PCD-MIN-AGE TO
      * PCD-MAX-AGE (A MAXIMUM OF 0 MEANS NO UPPER LIMIT); A GENDER OF
      * 'M' OR 'F' RESTRICTS THE PROCEDURE TO THAT GENDER, SPACE
      * ALLOWS EITHER. CLAIMCI0 SKIPS THE AGE EDIT FOR A MEMBER WITH
      * NO DATE OF BIRTH ON CLAIMMBR AND THE GENDER EDIT FOR ONE WITH
      * NO KNOWN GENDER.
      ******************************************************************
          05 PCD-MIN-AGE              PIC 9(3).
          05 PCD-MAX-AGE              PIC 9(3).
          05 PCD-GENDER-RESTRICTION   PIC X(1).
             88 PCD-ANY-GENDER                VALUE ' '.
             88 PCD-MALE-ONLY                 VALUE 'M'.
             88 PCD-FEMALE-ONLY               VALUE 'F'.
      ******************************************************************
      * 'Y' WHEN THE PROCEDURE IS AN EMERGENCY SERVICE (EMERGENCY
      * DEPARTMENT VISITS AND THE LIKE). AN OUT-OF-NETWORK CLAIM WITH
      * SUCH A LINE IS PROTECTED BY THE NO SURPRISES ACT: CLAIMCI0
      * SETS RSP-CLAIM-NSA-FLAG 'E' AND ADJUDICATES IT AT THE
      * IN-NETWORK LEVEL.
      ******************************************************************
          05 PCD-EMERGENCY-FLAG       PIC X(1).
             88 PCD-EMERGENCY-SERVICE         VALUE 'Y'.
