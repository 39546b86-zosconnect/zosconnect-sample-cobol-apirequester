
       FD  MASKED-MEMBER-FILE
           RECORDING MODE IS F.
       01  MASKED-MEMBER-RECORD        PIC X(187).

       FD  MASKED-PROVIDER-FILE
           RECORDING MODE IS F.
       01  MASKED-PROVIDER-RECORD      PIC X(108).

       FD  MASKED-PAYMENT-FILE
           RECORDING MODE IS F.
               MOVE 'MASKED CARRIER' TO MBR-OTHER-CARRIER-NAME
           END-IF

           IF MBR-MEDICAID-ID NOT = SPACES
               MOVE MBR-MEDICAID-ID TO WS-MASK-FIELD
               MOVE 12 TO WS-MASK-LENGTH
               PERFORM DO-ROTATE-MASK-FIELD
               MOVE WS-MASK-FIELD(1:12) TO MBR-MEDICAID-ID
           END-IF
      ******************************************************************
      * THE DATE OF BIRTH SHIFTS BY THE MEMBER'S JITTER DAYS LIKE A
      * SERVICE DATE, SO AGES STAY ROUGHLY RIGHT FOR THE AGE EDITS
      * WITHOUT CARRYING THE REAL BIRTH DATE INTO THE TEST BED.
      ******************************************************************
           IF MBR-DATE-OF-BIRTH NOT = 0
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(MBR-DATE-OF-BIRTH)
                   + WS-JITTER-DAYS
               COMPUTE MBR-DATE-OF-BIRTH =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           END-IF

           MOVE MEMBER-RECORD TO MASKED-MEMBER-RECORD
           WRITE MASKED-MEMBER-RECORD
           ADD 1 TO WS-MBR-COUNT
           MOVE 21 TO WS-MASK-LENGTH
           PERFORM DO-ROTATE-MASK-FIELD
           MOVE WS-MASK-FIELD(1:21) TO PROV-PROVIDER-ID
      ******************************************************************
      * AN ANCILLARY PROVIDER'S FACILITY IS ANOTHER CLAIMPRV KEY AND
      * ROTATES WITH IT.
      ******************************************************************
           IF PROV-FACILITY-ID NOT = SPACES
               MOVE PROV-FACILITY-ID TO WS-MASK-FIELD
               MOVE 21 TO WS-MASK-LENGTH
               PERFORM DO-ROTATE-MASK-FIELD
               MOVE WS-MASK-FIELD(1:21) TO PROV-FACILITY-ID
           END-IF

           MOVE 'MASKED PROVIDER' TO PROV-PROVIDER-NAME
      ******************************************************************
      * THE NPI AND STATE MEDICAID ID ARE PUBLIC REGISTRY NUMBERS THAT
      * NAME THE REAL PROVIDER, SO THEY ROTATE TOO.
      ******************************************************************
           IF PROV-NPI NOT = SPACES
               MOVE PROV-NPI TO WS-MASK-FIELD
               MOVE 10 TO WS-MASK-LENGTH
               PERFORM DO-ROTATE-MASK-FIELD
               MOVE WS-MASK-FIELD(1:10) TO PROV-NPI
           END-IF
           IF PROV-MEDICAID-ID NOT = SPACES
               MOVE PROV-MEDICAID-ID TO WS-MASK-FIELD
               MOVE 12 TO WS-MASK-LENGTH
               PERFORM DO-ROTATE-MASK-FIELD
               MOVE WS-MASK-FIELD(1:12) TO PROV-MEDICAID-ID
           END-IF

           MOVE PROV-RECORD TO MASKED-PROVIDER-RECORD
           WRITE MASKED-PROVIDER-RECORD
