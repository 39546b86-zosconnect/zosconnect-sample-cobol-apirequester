      * THE CICS PATH. THE SEQUENCE RESETS TO 1 AT THE TURN OF THE     *
      * YEAR. ASSIGNED BY DO-ASSIGN-CLAIM-ID IN CLAIMCI0 (EXEC CICS    *
      * READ UPDATE/REWRITE) AND BY CLAIMIM0 AND THE BULK INTAKE       *
      * THROUGH ORDINARY FILE-CONTROL I-O. THE BULK INTAKE (CLAIMBLK)  *
      * RESERVES A BLOCK OF NUMBERS PER UPDATE AND HANDS OUT THE       *
      * BLOCK ITSELF; AN UNUSED TAIL IT CANNOT GIVE BACK IS LOGGED TO  *
      * CLAIMSGP.                                                      *
      *                                                                *
      ******************************************************************
       01 CLAIM-SEQUENCE-RECORD.
