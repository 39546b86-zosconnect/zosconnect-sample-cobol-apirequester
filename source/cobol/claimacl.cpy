      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (PHI ACCESS LOG)   *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMACL, A VSAM ESDS OF READ ACCESSES TO    *
      * MEMBER PROTECTED HEALTH INFORMATION, APPENDED IN ARRIVAL       *
      * ORDER THE WAY CLAIMHIS APPENDS STATUS CHANGES. CLAIMHIS AND    *
      * CLAIMAUD PROVE WHO CHANGED A CLAIM; THIS FILE PROVES WHO       *
      * LOOKED AT ONE. WRITTEN BY CLAIMCI0 FOR EVERY READ-TYPE ACTION  *
      * ('R', 'H', 'Y', 'V', 'K', 'L', 'P', AND THE CLAIM SERVED BY    *
      * 'N') AND BY CLAIMARQ FOR EVERY ARCHIVED CLAIM IT PRINTS.       *
      * READ BY CLAIMAOD (A MEMBER'S ACCOUNTING OF DISCLOSURES) AND    *
      * CLAIMACR (THE WEEKLY UNUSUAL-ACCESS REPORT).                   *
      *                                                                *
      * ONE ROW PER CLAIM SHOWN -- A LIST ACTION WRITES ONE ROW PER    *
      * CLAIM RETURNED. ACL-CLAIM-ID IS SPACES FOR A MEMBER-LEVEL      *
      * INQUIRY (ACTION 'Y'); ACL-MEMBER-ID IS ALWAYS THE MEMBER       *
      * WHOSE INFORMATION WAS SHOWN, SPACES ONLY WHEN THE CLAIM        *
      * COULD NOT BE TIED TO A MEMBER. ACL-PROGRAM NAMES THE WRITER,   *
      * SINCE ACL-ACTION IS THAT PROGRAM'S OWN ACTION CODE (CLAIMARQ:  *
      * 'I' INQUIRY, 'R' RESTORE).                                     *
      *                                                                *
      ******************************************************************
       01 ACCESS-LOG-RECORD.
          05 ACL-USERID               PIC X(8).
          05 ACL-PROGRAM              PIC X(8).
          05 ACL-ACTION               PIC X(1).
          05 ACL-CLAIM-ID             PIC X(8).
          05 ACL-MEMBER-ID            PIC X(8).
          05 ACL-TIMESTAMP            PIC S9(15) COMP-3.
