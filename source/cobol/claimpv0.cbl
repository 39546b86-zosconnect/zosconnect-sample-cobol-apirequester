                    TO PRS-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF
      ******************************************************************
      * THE SAME DEFAULT FOR THE ANCILLARY FLAG. AN ANCILLARY PROVIDER
      * MUST NAME THE FACILITY IT PRACTISES AT -- THE NO SURPRISES ACT
      * CHECK IN CLAIMCI0 LOOKS THAT FACILITY UP -- AND CANNOT NAME
      * ITSELF.
      ******************************************************************
           IF PRQ-ANCILLARY-FLAG = SPACE
               MOVE 'N' TO PRQ-ANCILLARY-FLAG
           END-IF
           IF PRQ-ANCILLARY-FLAG NOT = 'Y'
          AND PRQ-ANCILLARY-FLAG NOT = 'N'
               MOVE 'ERROR: ANCILLARY FLAG MUST BE Y OR N'
                    TO PRS-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF
           IF PRQ-ANCILLARY-FLAG = 'Y'
               IF PRQ-FACILITY-ID = SPACES
               OR PRQ-FACILITY-ID = PRQ-PROVIDER-ID
                   MOVE 'ERROR: ANCILLARY PROVIDER NEEDS A FACILITY ID'
                        TO PRS-OUTPUT-MESSAGE
                   EXIT SECTION
               END-IF
           END-IF
      ******************************************************************
      * AN NPI, WHEN GIVEN, IS ALWAYS 10 DIGITS.
      ******************************************************************
           IF PRQ-NPI NOT = SPACES
          AND PRQ-NPI NOT NUMERIC
               MOVE 'ERROR: NPI MUST BE 10 DIGITS'
                    TO PRS-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF
           EXIT.
      ******************************************************************
      /
           MOVE PRQ-NETWORK-STATUS   TO PROV-NETWORK-STATUS
           MOVE PRQ-CAPITATION-FLAG  TO PROV-CAPITATION-FLAG
           MOVE PRQ-CAP-RATE-PM      TO PROV-CAP-RATE-PM
           MOVE PRQ-ANCILLARY-FLAG   TO PROV-ANCILLARY-FLAG
           MOVE PRQ-FACILITY-ID      TO PROV-FACILITY-ID
           MOVE PRQ-NPI              TO PROV-NPI
           MOVE PRQ-MEDICAID-ID      TO PROV-MEDICAID-ID

           EXEC CICS
                WRITE FILE(WS-PROVIDER-FILE-NAME)
           MOVE PRQ-NETWORK-STATUS   TO PROV-NETWORK-STATUS
           MOVE PRQ-CAPITATION-FLAG  TO PROV-CAPITATION-FLAG
           MOVE PRQ-CAP-RATE-PM      TO PROV-CAP-RATE-PM
           MOVE PRQ-ANCILLARY-FLAG   TO PROV-ANCILLARY-FLAG
           MOVE PRQ-FACILITY-ID      TO PROV-FACILITY-ID
           IF PRQ-NPI NOT = SPACES
               MOVE PRQ-NPI          TO PROV-NPI
           END-IF
           IF PRQ-MEDICAID-ID NOT = SPACES
               MOVE PRQ-MEDICAID-ID  TO PROV-MEDICAID-ID
           END-IF

           EXEC CICS
                REWRITE FILE(WS-PROVIDER-FILE-NAME)
