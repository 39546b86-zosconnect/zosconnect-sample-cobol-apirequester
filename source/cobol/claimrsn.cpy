      *   MANL - MANUAL STATUS CHANGE BY AN EXAMINER (ACTION 'U')      *
      *   COB  - HELD IN 'COBH', OTHER CARRIER IS PRIMARY              *
      *   NAUT - NO ACTIVE PRIOR AUTHORIZATION ON FILE                 *
      *   DIAG - LINE'S DIAGNOSIS MISSING/INACTIVE ON CLAIMDXC OR DOES *
      *          NOT SUPPORT THE PROCEDURE                             *
      *   UNBN - LINE IS A COMPONENT OF A COMPREHENSIVE PROCEDURE      *
      *          BILLED ON THE CLAIM OR THE SAME DAY (CLAIMCPE)        *
      *   BLIM - LINE OVER THE PLAN'S FREQUENCY/VISIT LIMIT (CLAIMBLM) *
      *   AGE  - MEMBER'S AGE OUTSIDE THE PROCEDURE'S AGE RANGE        *
      *   GNDR - MEMBER'S GENDER NOT VALID FOR THE PROCEDURE           *
      *   RFIN - PROVIDER DID NOT ANSWER A REQUEST FOR INFORMATION BY  *
      *          ITS DUE DATE; CLAIM DENIED BY CLAIMESC (CLAIMRFI)     *
      *   CRED - NO VALID CREDENTIAL OF A TYPE THE PROVIDER HOLDS ON   *
      *          THE DATE OF SERVICE, OR ONE UNDER SANCTION (CLAIMCRD) *
      *   EXCL - PROVIDER EXCLUDED ON THE DATE OF SERVICE; CLAIM       *
      *          DENIED (CLAIMCRD)                                     *
      *   RTRM - DATE OF SERVICE NO LONGER COVERED AFTER A RETROACTIVE *
      *          TERMINATION; PULLED BACK TO PEND OR STAMPED FOR       *
      *          RECOVERY BY CLAIMRTS (CLAIMRTL)                       *
      *                                                                *
      ******************************************************************
       01 REASON-CODE-TABLE.
          05 REASON-CODE-ENTRY OCCURS 24 TIMES
                                INDEXED BY RC-IDX.
             10 RC-CODE               PIC X(4).
             10 RC-DESC               PIC X(30).
