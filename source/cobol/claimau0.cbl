      * CHANNEL/CONTAINER PATTERN AS CLAIMPV0:                         *
      *                                                                *
      *   'A' ADD    - WRITE A NEW AUTHORITY-RECORD                    *
      *   'U' UPDATE - REWRITE ROLE, ACTIONS AND APPROVAL LIMIT (AND   *
      *                THE USER'S OWN MEMBER ID WHEN ONE IS SENT)      *
      *   'R' REVOKE - BLANK THE ALLOWED ACTIONS (THE PROFILE STAYS,   *
      *                AND DO-CHECK-ACTION-AUTHORITY IN CLAIMCI0       *
      *                ALREADY DENIES EVERYTHING TO A BLANK PROFILE)   *
      * GRANT -- KEPT IN STEP WITH THE ACTION DISPATCH EVALUATE IN
      * CLAIMCI0'S DO-MAIN-CONTROL.
      ******************************************************************
          05 WS-VALID-ACTION-SET     PIC X(24)
                                     VALUE 'SRUDLPXTVHJANWQEBGYOKCIF'.
          05 WS-ACT-IDX              PIC 9(2).
          05 WS-ACT-TALLY            PIC 9(2) VALUE 0.
          05 WS-ACTIONS-VALID-SW     PIC X(1).
      ******************************************************************
      * READ THE CONTENTS OF THE REQUEST CONTAINER FOR PROCESSING.
      * LIKE CLAIMPV0 THERE IS NO LEGACY-LENGTH MAPPING HERE -- THE
      * ONE FIELD EVER ADDED TO THE AUTHORITY CONTAINER (CLAIMAUQ),
      * AUQ-MEMBER-ID, SITS AT ITS TAIL AND IS LEFT AS SPACES BY THE
      * INITIALIZE WHEN A SHORTER, OLDER CONTAINER ARRIVES.
      ******************************************************************
           EXEC CICS
                GET CONTAINER(WS-CONTAINER-NAME)
           MOVE AUQ-ROLE             TO AUT-ROLE
           MOVE AUQ-ALLOWED-ACTIONS  TO AUT-ALLOWED-ACTIONS
           MOVE AUQ-APPROVAL-LIMIT   TO AUT-APPROVAL-LIMIT
           IF AUQ-MEMBER-ID = 'NONE'
               MOVE SPACES           TO AUT-MEMBER-ID
           ELSE
               MOVE AUQ-MEMBER-ID    TO AUT-MEMBER-ID
           END-IF

           EXEC CICS
                WRITE FILE(WS-AUTHORITY-FILE-NAME)
                         TO AUS-OUTPUT-MESSAGE
                WHEN DFHRESP(NORMAL)
                    MOVE AUTHORITY-RECORD TO AUS-AUTHORITY-RECORD
                    MOVE AUT-MEMBER-ID    TO AUS-MEMBER-ID
                    STRING 'SUCCESS: PROFILE ADDED FOR '
                        AUQ-USERID DELIMITED BY SIZE
                                         INTO AUS-OUTPUT-MESSAGE
      *
      ******************************************************************
      * READ THE PROFILE FOR UPDATE AND REWRITE ROLE, ACTIONS AND
      * APPROVAL LIMIT FROM THE REQUEST, AND THE MEMBER ID WHEN ONE
      * IS SENT ('NONE' CLEARS IT). NOSUSPEND FOR THE SAME
      * REASON AS THE OTHER MAINTENANCE PROGRAMS -- A LOCKED RECORD
      * COMES BACK AS A CLEAR "TRY AGAIN" INSTEAD OF A HANG.
      ******************************************************************
                    MOVE AUQ-ROLE            TO AUT-ROLE
                    MOVE AUQ-ALLOWED-ACTIONS TO AUT-ALLOWED-ACTIONS
                    MOVE AUQ-APPROVAL-LIMIT  TO AUT-APPROVAL-LIMIT
                    EVALUATE AUQ-MEMBER-ID
                        WHEN SPACES
                            CONTINUE
                        WHEN 'NONE'
                            MOVE SPACES        TO AUT-MEMBER-ID
                        WHEN OTHER
                            MOVE AUQ-MEMBER-ID TO AUT-MEMBER-ID
                    END-EVALUATE
                    EXEC CICS
                         REWRITE FILE(WS-AUTHORITY-FILE-NAME)
                                 FROM(AUTHORITY-RECORD)
                    END-EXEC
                    IF AUS-CICS-RESP = DFHRESP(NORMAL)
                        MOVE AUTHORITY-RECORD TO AUS-AUTHORITY-RECORD
                        MOVE AUT-MEMBER-ID    TO AUS-MEMBER-ID
                        STRING 'SUCCESS: PROFILE UPDATED FOR '
                            AUQ-USERID DELIMITED BY SIZE
                            INTO AUS-OUTPUT-MESSAGE
                    END-EXEC
                    IF AUS-CICS-RESP = DFHRESP(NORMAL)
                        MOVE AUTHORITY-RECORD TO AUS-AUTHORITY-RECORD
                        MOVE AUT-MEMBER-ID    TO AUS-MEMBER-ID
                        STRING 'SUCCESS: AUTHORITY REVOKED FOR '
                            AUQ-USERID DELIMITED BY SIZE
                            INTO AUS-OUTPUT-MESSAGE
