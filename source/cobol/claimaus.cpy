             05 AUS-LIST-USERID            PIC X(8).
             05 AUS-LIST-ROLE              PIC X(8).
             05 AUS-LIST-ALLOWED-ACTIONS   PIC X(16).
      ******************************************************************
      * THE PROFILE'S AUT-MEMBER-ID, AT THE TAIL SO AN EXISTING
      * CALLER'S VIEW OF THE CONTAINER IS UNCHANGED.
      ******************************************************************
          03 AUS-MEMBER-ID               PIC X(8).
