      * APPROVAL CEILINGS; THE PEND->OKAY DUAL-APPROVAL THRESHOLD      *
      * ITSELF IS WS-DUAL-APPROVAL-LIMIT IN CLAIMCI0.                  *
      *                                                                *
      * AUT-MEMBER-ID IS THE USER'S OWN MEMBER ID WHEN THE USER IS     *
      * ALSO COVERED BY THE PLAN (SPACES OTHERWISE), SET THROUGH       *
      * CLAIMAU0. THE CLAIMACR ACCESS REPORT USES IT TO FLAG A USER    *
      * READING THEIR OWN FAMILY'S CLAIMS.                             *
      *                                                                *
      ******************************************************************
       01 AUTHORITY-RECORD.
          05 AUT-USERID               PIC X(8).
          05 AUT-ROLE                 PIC X(8).
          05 AUT-ALLOWED-ACTIONS      PIC X(16).
          05 AUT-APPROVAL-LIMIT       COMP-2 SYNC.
          05 AUT-MEMBER-ID            PIC X(8).
