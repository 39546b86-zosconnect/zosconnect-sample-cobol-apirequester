      * BUCKET FOR BLANK/UNRECOGNIZED REASONS.
      ******************************************************************
       01  WS-REASON-TALLY-TABLE.
           05  WS-RT-ENTRY OCCURS 24 TIMES.
               10  WS-RT-PEND-COUNT    PIC 9(7) VALUE 0.
               10  WS-RT-DENY-COUNT    PIC 9(7) VALUE 0.
       01  WS-OTHER-PEND-COUNT         PIC 9(7) VALUE 0.
      * LOAD THE REASON CODE TABLE (CLAIMRSN) -- KEPT IN STEP WITH
      * THE CODES THE ONLINE PROGRAMS STAMP.
      ******************************************************************
           MOVE 21 TO REASON-CODE-COUNT

           MOVE 'RULE' TO RC-CODE(1)
           MOVE 'RULE API DID NOT ACCEPT'      TO RC-DESC(1)
           MOVE 'LINE-LEVEL DISPOSITION'       TO RC-DESC(11)
           MOVE 'TFIL' TO RC-CODE(12)
           MOVE 'FILED PAST TIMELY LIMIT'      TO RC-DESC(12)
           MOVE 'DIAG' TO RC-CODE(13)
           MOVE 'DIAGNOSIS DOES NOT SUPPORT'   TO RC-DESC(13)
           MOVE 'UNBN' TO RC-CODE(14)
           MOVE 'COMPONENT OF BILLED PROCEDURE' TO RC-DESC(14)
           MOVE 'BLIM' TO RC-CODE(15)
           MOVE 'OVER BENEFIT FREQUENCY LIMIT' TO RC-DESC(15)
           MOVE 'AGE ' TO RC-CODE(16)
           MOVE 'AGE OUTSIDE PROCEDURE LIMITS' TO RC-DESC(16)
           MOVE 'GNDR' TO RC-CODE(17)
           MOVE 'GENDER INVALID FOR PROCEDURE' TO RC-DESC(17)
           MOVE 'RFIN' TO RC-CODE(18)
           MOVE 'NO RESPONSE TO INFO REQUEST'  TO RC-DESC(18)
           MOVE 'CRED' TO RC-CODE(19)
           MOVE 'PROVIDER CREDENTIAL NOT VALID' TO RC-DESC(19)
           MOVE 'EXCL' TO RC-CODE(20)
           MOVE 'PROVIDER EXCLUDED/DEBARRED'   TO RC-DESC(20)
           MOVE 'RTRM' TO RC-CODE(21)
           MOVE 'RETROACTIVE TERMINATION'      TO RC-DESC(21)
           EXIT.

       DO-TALLY-CLAIM-REASON SECTION.
