      *                                                                *
      *   ISA        -> 'H' HEADER (SENDER ID, INTERCHANGE CONTROL     *
      *                 NUMBER AS THE BATCH ID)                        *
      *   CLM        -> 'C' CLAIM DETAIL (CLAIM AMOUNT FROM CLM02,     *
      *                 CLAIM FREQUENCY FROM CLM05-3: 1 ORIGINAL, 7    *
      *                 REPLACEMENT, 8 VOID)                           *
      *   REF*F8     -> ORIGINAL CLAIM NUMBER (OUR CLAIM ID) THAT A    *
      *                 REPLACEMENT OR VOID CORRECTS                   *
      *   NM1*IL     -> MEMBER ID (NM109) FOR THE CURRENT CLAIM        *
      *   DTP*472    -> DATE OF SERVICE (D8 CCYYMMDD -> MM/DD/YYYY)    *
      *   HI         -> UP TO 8 ICD-10 DIAGNOSIS CODES ON THE 'C'      *
      *                 RECORD (ABK PRINCIPAL FIRST, THEN ABF OTHERS)  *
      *   SV1        -> 'L' SERVICE LINE (PROCEDURE AND FIRST          *
      *                 MODIFIER FROM THE HC COMPOSITE, CHARGE FROM    *
      *                 SV102, DIAGNOSIS POINTER FROM THE FIRST SV107  *
      *                 POINTER)                                       *
      *   IEA        -> 'T' TRAILER WITH THE CLAIM COUNT               *
      *                                                                *
      * A CLAIM MISSING ITS MEMBER, AMOUNT OR SERVICE DATE, A          *
      * REPLACEMENT OR VOID WITH NO REF*F8, A FREQUENCY OTHER THAN     *
      * 1, 7 OR 8 -- OR AN INTERCHANGE THAT NEVER OPENS WITH ISA -- IS *
      * REJECTED TO THE X37ERR REPORT WITH ENOUGH DETAIL FOR THE       *
      * PARTNER TO FIX IT, AND NEVER REACHES BLKOUT. CLAIM TYPE        *
      * DEFAULTS TO MEDICAL (THE 837P PROFESSIONAL SET) AND AMOUNTS    *
      * TO USD.                                                        *
      *                                                                *
      * INPUT  : X12IN    - THE 837 INTERCHANGE FILE.                  *
      * OUTPUT : BLKOUT   - THE TRANSLATED H/C/L/T BATCH FILE.         *
           05  OUH-RECORD-TYPE         PIC X(1) VALUE 'H'.
           05  OUH-PARTNER-ID          PIC X(8).
           05  OUH-BATCH-ID            PIC X(8).
           05  OUH-SOURCE-FORMAT       PIC X(1) VALUE 'X'.
           05  FILLER                  PIC X(182) VALUE SPACES.

       01  WS-OUT-CLAIM.
           05  OUC-RECORD-TYPE         PIC X(1) VALUE 'C'.
           05  OUC-CLAIM-PROVIDER      PIC X(21).
           05  OUC-CURRENCY-CODE       PIC X(3).
           05  OUC-ACCIDENT-FLAG       PIC X(1).
           05  OUC-DIAGNOSIS-CODE      OCCURS 8 TIMES
                                       PIC X(8).
           05  OUC-FREQUENCY-CODE      PIC X(1).
           05  OUC-ORIG-CLAIM-ID       PIC X(8).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-OUT-LINE.
           05  OUL-RECORD-TYPE         PIC X(1) VALUE 'L'.
           05  OUL-PROCEDURE-CODE      PIC X(8).
           05  OUL-AMOUNT              PIC 9(7).9(2).
           05  OUL-DESC                PIC X(21).
           05  OUL-DIAG-POINTER        PIC X(1).
           05  OUL-MODIFIER            PIC X(2).
           05  FILLER                  PIC X(157) VALUE SPACES.

       01  WS-OUT-TRAILER.
           05  OUT-RECORD-TYPE         PIC X(1) VALUE 'T'.
           05  WS-CLM-LINE OCCURS 10 TIMES.
               10  WS-CLM-LINE-CODE    PIC X(8).
               10  WS-CLM-LINE-AMOUNT  COMP-2 SYNC.
               10  WS-CLM-LINE-DIAG-PTR PIC X(1).
               10  WS-CLM-LINE-MODIFIER PIC X(2).
       01  WS-CLM-LINE-IDX             PIC 9(2).
       01  WS-CLM-ACCIDENT-FLAG        PIC X(1).
       01  WS-CLM-FREQUENCY-CODE       PIC X(1).
           88  WS-CLM-ORIGINAL                   VALUE '1'.
           88  WS-CLM-CORRECTION                 VALUE '7' '8'.
           88  WS-CLM-VOID                       VALUE '8'.
       01  WS-CLM-ORIG-CLAIM-ID        PIC X(8).
       01  WS-CLM-DIAG-COUNT           PIC 9(2) VALUE 0.
       01  WS-CLM-DIAG-TABLE.
           05  WS-CLM-DIAG-CODE OCCURS 8 TIMES
                                       PIC X(8).
       01  WS-CLM-DIAG-IDX             PIC 9(2).

       01  WS-ISA-SEEN-SW              PIC X(1) VALUE 'N'.
           88  WS-ISA-SEEN                       VALUE 'Y'.
       01  WS-WORK-AMOUNT              COMP-2 SYNC.
       01  WS-HC-QUALIFIER             PIC X(8).
       01  WS-HC-CODE                  PIC X(8).
       01  WS-HC-MODIFIER              PIC X(2).
       01  WS-CLM05-PLACE              PIC X(2).
       01  WS-CLM05-QUALIFIER          PIC X(1).
       01  WS-HI-EL-IDX                PIC 9(2).
       01  WS-HI-QUALIFIER             PIC X(3).
       01  WS-HI-CODE                  PIC X(8).
       01  WS-SV1-POINTER              PIC X(2).
       01  WS-SV1-SLOT                 PIC 9(1).
       01  WS-SV1-POINTER-OK-SW        PIC X(1).
           88  WS-SV1-POINTER-OK                 VALUE 'Y'.

       01  WS-CLAIM-COUNT              PIC 9(7) VALUE 0.
       01  WS-TOTAL-CLAIM-COUNT        PIC 9(7) VALUE 0.
                   PERFORM DO-PROCESS-CLM
               WHEN 'DTP'
                   PERFORM DO-PROCESS-DTP
               WHEN 'HI '
                   PERFORM DO-PROCESS-HI
               WHEN 'REF'
                   PERFORM DO-PROCESS-REF
               WHEN 'SV1'
                   PERFORM DO-PROCESS-SV1
               WHEN 'SE '
           MOVE SPACES TO WS-CLM-DATE
           MOVE WS-BILLING-PROVIDER TO WS-CLM-PROVIDER
           MOVE 0 TO WS-CLM-LINE-COUNT
           MOVE 0 TO WS-CLM-DIAG-COUNT
           MOVE SPACES TO WS-CLM-DIAG-TABLE
      ******************************************************************
      * CLM11 CARRIES THE RELATED-CAUSES CODE -- 'AA' (AUTO
      * ACCIDENT) OR 'OA' (OTHER ACCIDENT) RAISES THE ACCIDENT/
           OR WS-EL(12)(1:2) = 'OA'
               MOVE 'Y' TO WS-CLM-ACCIDENT-FLAG
           END-IF
      ******************************************************************
      * CLM05 IS THE 'PLACE:QUALIFIER:FREQUENCY' COMPOSITE. NO
      * FREQUENCY SENT MEANS AN ORIGINAL CLAIM. A REPLACEMENT (7) OR
      * VOID (8) NAMES THE CLAIM IT CORRECTS ON A FOLLOWING REF*F8.
      ******************************************************************
           MOVE SPACES TO WS-CLM05-PLACE
           MOVE SPACES TO WS-CLM05-QUALIFIER
           MOVE SPACES TO WS-CLM-FREQUENCY-CODE
           MOVE SPACES TO WS-CLM-ORIG-CLAIM-ID
           UNSTRING WS-EL(6) DELIMITED BY ':'
               INTO WS-CLM05-PLACE WS-CLM05-QUALIFIER
                    WS-CLM-FREQUENCY-CODE
           END-UNSTRING
           IF WS-CLM-FREQUENCY-CODE = SPACES
               MOVE '1' TO WS-CLM-FREQUENCY-CODE
           END-IF
           EXIT.

       DO-PROCESS-REF SECTION.
      ******************************************************************
      * REF*F8 (PAYER CLAIM CONTROL NUMBER) INSIDE A CLAIM IS THE
      * CLAIM NUMBER WE ACKNOWLEDGED FOR THE CLAIM BEING REPLACED OR
      * VOIDED. OTHER REF QUALIFIERS ARE NOT CARRIED.
      ******************************************************************
           IF WS-EL(2)(1:3) NOT = 'F8 '
           OR NOT WS-CLM-PENDING
               EXIT SECTION
           END-IF

           MOVE WS-EL(3)(1:8) TO WS-CLM-ORIG-CLAIM-ID
           EXIT.

       DO-PROCESS-DTP SECTION.
                  DELIMITED BY SIZE INTO WS-CLM-DATE
           EXIT.

       DO-PROCESS-HI SECTION.
      ******************************************************************
      * HEALTH CARE DIAGNOSIS CODES: EACH ELEMENT IS A 'QUAL:CODE'
      * COMPOSITE -- ABK THE PRINCIPAL ICD-10-CM DIAGNOSIS, ABF AN
      * OTHER ONE, CODES SENT WITHOUT THE DECIMAL POINT AS WE STORE
      * THEM. OTHER QUALIFIERS ARE NOT DIAGNOSES AND ARE SKIPPED.
      * CODES BEYOND THE 8 THE CLAIM CARRIES ARE REPORTED AND
      * DROPPED.
      ******************************************************************
           IF NOT WS-CLM-PENDING
               EXIT SECTION
           END-IF

           PERFORM VARYING WS-HI-EL-IDX FROM 2 BY 1
                   UNTIL WS-HI-EL-IDX > 13
               MOVE SPACES TO WS-HI-QUALIFIER
               MOVE SPACES TO WS-HI-CODE
               UNSTRING WS-EL(WS-HI-EL-IDX) DELIMITED BY ':'
                   INTO WS-HI-QUALIFIER WS-HI-CODE
               END-UNSTRING
               IF (WS-HI-QUALIFIER = 'ABK' OR WS-HI-QUALIFIER = 'ABF')
              AND WS-HI-CODE NOT = SPACES
                   IF WS-CLM-DIAG-COUNT < 8
                       ADD 1 TO WS-CLM-DIAG-COUNT
                       MOVE WS-HI-CODE
                         TO WS-CLM-DIAG-CODE(WS-CLM-DIAG-COUNT)
                   ELSE
                       MOVE SPACES TO ERROR-REPORT-LINE
                       STRING 'MEMBER ' WS-CLM-MEMBER-ID
                           ' CLAIM ' WS-CLM-DESC
                           ' DIAGNOSIS ' WS-HI-CODE
                           ' DROPPED - OVER 8 PER CLAIM'
                           DELIMITED BY SIZE INTO ERROR-REPORT-LINE
                       WRITE ERROR-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       DO-PROCESS-SV1 SECTION.
      ******************************************************************
      * A PROFESSIONAL SERVICE LINE: SV101 IS THE 'HC:CODE:MOD...'
      * COMPOSITE, SV102 THE LINE CHARGE. ONLY THE FIRST MODIFIER IS
      * KEPT -- IT IS THE ONE THE CODE-PAIR EDITS LOOK AT. LINES
      * BEYOND THE 10 THE CLAIM DETAIL CARRIES ARE REJECTED TO THE
      * REPORT.
      ******************************************************************
           IF NOT WS-CLM-PENDING
               EXIT SECTION

           MOVE SPACES TO WS-HC-QUALIFIER
           MOVE SPACES TO WS-HC-CODE
           MOVE SPACES TO WS-HC-MODIFIER
           UNSTRING WS-EL(2) DELIMITED BY ':'
               INTO WS-HC-QUALIFIER WS-HC-CODE WS-HC-MODIFIER
           END-UNSTRING
           IF WS-HC-CODE = SPACES
               MOVE WS-HC-QUALIFIER TO WS-HC-CODE
           ADD 1 TO WS-CLM-LINE-COUNT
           MOVE WS-CLM-LINE-COUNT TO WS-CLM-LINE-IDX
           MOVE WS-HC-CODE TO WS-CLM-LINE-CODE(WS-CLM-LINE-IDX)
           MOVE WS-HC-MODIFIER TO WS-CLM-LINE-MODIFIER(WS-CLM-LINE-IDX)
           COMPUTE WS-CLM-LINE-AMOUNT(WS-CLM-LINE-IDX) =
               FUNCTION NUMVAL(WS-EL(3))
      ******************************************************************
      * SV107 LISTS THE LINE'S DIAGNOSIS POINTERS ('1:3:...'); THE
      * FIRST ONE IS THE DIAGNOSIS THAT SUPPORTS THE LINE. NONE SENT
      * MEANS THE PRINCIPAL. A POINTER PAST THE DIAGNOSES THE CLAIM
      * ACTUALLY CARRIES IS REPORTED AND FALLS BACK TO THE PRINCIPAL.
      ******************************************************************
           MOVE SPACES TO WS-SV1-POINTER
           UNSTRING WS-EL(8) DELIMITED BY ':'
               INTO WS-SV1-POINTER
           END-UNSTRING
           MOVE SPACE TO WS-CLM-LINE-DIAG-PTR(WS-CLM-LINE-IDX)
           IF WS-SV1-POINTER NOT = SPACES
               MOVE 'N' TO WS-SV1-POINTER-OK-SW
               IF WS-SV1-POINTER(1:1) IS NUMERIC
              AND WS-SV1-POINTER(2:1) = SPACE
                   MOVE WS-SV1-POINTER(1:1) TO WS-SV1-SLOT
                   IF WS-SV1-SLOT > 0 AND WS-SV1-SLOT NOT > 8
                       IF WS-CLM-DIAG-CODE(WS-SV1-SLOT) NOT = SPACES
                           MOVE 'Y' TO WS-SV1-POINTER-OK-SW
                       END-IF
                   END-IF
               END-IF
               IF WS-SV1-POINTER-OK
                   MOVE WS-SV1-POINTER(1:1)
                     TO WS-CLM-LINE-DIAG-PTR(WS-CLM-LINE-IDX)
               ELSE
                   MOVE SPACES TO ERROR-REPORT-LINE
                   STRING 'MEMBER ' WS-CLM-MEMBER-ID
                       ' SERVICE LINE ' WS-HC-CODE
                       ' DIAGNOSIS POINTER ' WS-SV1-POINTER
                       ' NOT ON CLAIM - PRINCIPAL USED'
                       DELIMITED BY SIZE INTO ERROR-REPORT-LINE
                   WRITE ERROR-REPORT-LINE
               END-IF
           END-IF
           EXIT.

       DO-FLUSH-PENDING-CLAIM SECTION.
           END-IF
           MOVE 'N' TO WS-CLM-PENDING-SW

      ******************************************************************
      * A VOID TAKES BACK THE CLAIM IT NAMES, SO IT IS ACCEPTED WITH
      * A ZERO CHARGE.
      ******************************************************************
           IF WS-CLM-MEMBER-ID = SPACES
           OR (WS-CLM-AMOUNT <= 0 AND NOT WS-CLM-VOID)
           OR WS-CLM-DATE = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO ERROR-REPORT-LINE
               EXIT SECTION
           END-IF

           IF NOT WS-CLM-ORIGINAL
          AND NOT WS-CLM-CORRECTION
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO ERROR-REPORT-LINE
               STRING 'CLAIM ' WS-CLM-DESC
                   ' MEMBER ' WS-CLM-MEMBER-ID
                   ' REJECTED - CLAIM FREQUENCY CODE '
                   WS-CLM-FREQUENCY-CODE ' NOT SUPPORTED'
                   DELIMITED BY SIZE INTO ERROR-REPORT-LINE
               WRITE ERROR-REPORT-LINE
               EXIT SECTION
           END-IF

           IF WS-CLM-CORRECTION
          AND WS-CLM-ORIG-CLAIM-ID = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO ERROR-REPORT-LINE
               STRING 'CLAIM ' WS-CLM-DESC
                   ' MEMBER ' WS-CLM-MEMBER-ID
                   ' REJECTED - FREQUENCY ' WS-CLM-FREQUENCY-CODE
                   ' WITHOUT REF*F8 ORIGINAL CLAIM NUMBER'
                   DELIMITED BY SIZE INTO ERROR-REPORT-LINE
               WRITE ERROR-REPORT-LINE
               EXIT SECTION
           END-IF

           MOVE WS-CLM-MEMBER-ID TO OUC-MEMBER-ID
           MOVE 'MEDICAL'        TO OUC-CLAIM-TYPE
           MOVE WS-CLM-AMOUNT    TO OUC-CLAIM-AMOUNT
           MOVE WS-CLM-PROVIDER  TO OUC-CLAIM-PROVIDER
           MOVE 'USD'            TO OUC-CURRENCY-CODE
           MOVE WS-CLM-ACCIDENT-FLAG TO OUC-ACCIDENT-FLAG
           MOVE WS-CLM-FREQUENCY-CODE TO OUC-FREQUENCY-CODE
           MOVE WS-CLM-ORIG-CLAIM-ID TO OUC-ORIG-CLAIM-ID
           PERFORM VARYING WS-CLM-DIAG-IDX FROM 1 BY 1
                   UNTIL WS-CLM-DIAG-IDX > 8
               MOVE WS-CLM-DIAG-CODE(WS-CLM-DIAG-IDX)
                 TO OUC-DIAGNOSIS-CODE(WS-CLM-DIAG-IDX)
           END-PERFORM
           MOVE WS-OUT-CLAIM     TO BULK-RECORD
           WRITE BULK-RECORD

               MOVE WS-CLM-LINE-AMOUNT(WS-CLM-LINE-IDX)
                 TO OUL-AMOUNT
               MOVE SPACES TO OUL-DESC
               MOVE WS-CLM-LINE-DIAG-PTR(WS-CLM-LINE-IDX)
                 TO OUL-DIAG-POINTER
               MOVE WS-CLM-LINE-MODIFIER(WS-CLM-LINE-IDX)
                 TO OUL-MODIFIER
               MOVE WS-OUT-LINE TO BULK-RECORD
               WRITE BULK-RECORD
           END-PERFORM
