      * MEANS NO ASSIGNMENT.
      ******************************************************************
          05 MBR-PRIMARY-PROVIDER     PIC X(21).
      ******************************************************************
      * DEMOGRAPHICS FROM THE CLAIMENR ENROLLMENT FEED. THE DATE OF
      * BIRTH (YYYYMMDD; 0 WHEN NOT YET SUPPLIED) AND GENDER DRIVE
      * THE CLAIMPCD AGE AND GENDER LIMITS EDITED AT SUBMIT IN
      * CLAIMCI0, AND THE DATE OF BIRTH DRIVES THE CLAIMDAO MONTHLY
      * DEPENDENT AGE-OFF. A DEPENDENT THE GROUP KEEPS COVERED PAST
      * THE LIMITING AGE AS A FULL-TIME STUDENT ('S') OR A DISABLED
      * DEPENDENT ('D') CARRIES THE EXTENSION IN
      * MBR-AGE-OFF-EXTENSION AND IS LISTED BY CLAIMDAO AS AN
      * EXCEPTION INSTEAD OF BEING TERMINATED.
      ******************************************************************
          05 MBR-DATE-OF-BIRTH        PIC 9(8).
          05 MBR-GENDER               PIC X(1).
             88 MBR-GENDER-MALE               VALUE 'M'.
             88 MBR-GENDER-FEMALE             VALUE 'F'.
             88 MBR-GENDER-UNKNOWN            VALUE 'U' ' '.
          05 MBR-AGE-OFF-EXTENSION    PIC X(1).
             88 MBR-NO-EXTENSION              VALUE ' '.
             88 MBR-STUDENT-EXTENSION         VALUE 'S'.
             88 MBR-DISABLED-EXTENSION        VALUE 'D'.
      ******************************************************************
      * THE MEMBER'S STATE MEDICAID RECIPIENT ID, FROM THE CLAIMENR
      * ENROLLMENT FEED. REPORTED IN PLACE OF MBR-MEMBER-ID ON THE
      * CLAIMENS MONTHLY ENCOUNTER SUBMISSION; SPACES FOR A MEMBER
      * NOT ENROLLED THROUGH THE STATE.
      ******************************************************************
          05 MBR-MEDICAID-ID          PIC X(12).
