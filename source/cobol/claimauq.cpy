      * (SEE CLAIMAUT.CPY) PLUS THE REQUESTED ACTION:                  *
      *   'A' ADD, 'U' UPDATE, 'R' REVOKE, 'L' LIST.                   *
      *                                                                *
      * AUQ-MEMBER-ID (AUT-MEMBER-ID) WAS ADDED AFTER THE ACTION BYTE  *
      * SO AN EXISTING CALLER'S SHORTER CONTAINER STILL LINES UP; IT   *
      * ARRIVES AS SPACES FROM SUCH A CALLER. ON AN UPDATE, SPACES     *
      * LEAVE THE MEMBER ID AS IT IS AND 'NONE' CLEARS IT.             *
      *                                                                *
      ******************************************************************
       01 AUQ-AUTHORITY-CONTAINER.
          03 AUQ-AUTHORITY-RECORD.
             05 AUQ-ALLOWED-ACTIONS      PIC X(16).
             05 AUQ-APPROVAL-LIMIT       PIC 9(7)V9(2).
          03 AUQ-AUTHORITY-ACTION        PIC X(1).
          03 AUQ-MEMBER-ID               PIC X(8).
