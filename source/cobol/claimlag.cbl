      *   3. THE TRIANGLE IS PRINTED -- THE LAST TWELVE SERVICE        *
      *      MONTHS BY DEVELOPMENT LAG 0-11 MONTHS PLUS A 12+ TAIL,    *
      *      COUNTS AND USD PAID AMOUNTS.                              *
      *   4. CHAIN-LADDER DEVELOPMENT AND COMPLETION FACTORS ARE       *
      *      DEVELOPED FROM THE TRIANGLE'S AMOUNTS, PRINTED UNDER IT   *
      *      AND WRITTEN TO LAGCFO FOR THE IBNR ESTIMATE IN CLAIMMLR.  *
      *                                                                *
      * ADJUSTMENT REVERSALS ARE EXCLUDED (THEIR REPLACEMENTS CARRY    *
      * THE CORRECTED FIGURES); A CLAIM WITH NO HISTORY ROW COUNTS     *
      *          CLAIMPAY - THE PAYMENT KSDS (RANDOM READ).            *
      *          CLAIMXRT - THE EXCHANGE-RATE FILE.                    *
      * OUTPUT : LAGRPT   - THE SERVICE-BY-RECEIPT LAG TRIANGLE.       *
      *          LAGCFO   - THE IBNR COMPLETION FACTORS BY LAG.        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT LAG-REPORT ASSIGN TO LAGRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT LAG-FACTOR-FILE ASSIGN TO LAGCFO
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-HISTORY-FILE
           RECORDING MODE IS F.
       01  LAG-REPORT-LINE             PIC X(132).

       FD  LAG-FACTOR-FILE
           RECORDING MODE IS F.
       COPY CLAIMLCF.

       WORKING-STORAGE SECTION.
       COPY CLAIMXTB.

       01  WS-TRI-ROW-IX               PIC 9(2).
       01  WS-TRI-COL-IX               PIC 9(2).

      ******************************************************************
      * DEVELOPMENT FACTORS (ENTRY N = LAG N-1 TO LAG N) AND
      * COMPLETION FACTORS (ENTRY N = LAG N-1) FROM THE TRIANGLE.
      ******************************************************************
       01  WS-FACTOR-TABLE.
           05  WS-FACTOR-ENTRY OCCURS 12 TIMES.
               10  WS-DEVELOPMENT-FACTOR COMP-2 SYNC.
               10  WS-COMPLETION-FACTOR  COMP-2 SYNC.
       01  WS-LAG-IX                   PIC 9(2).
       01  WS-CUM-THROUGH-LAG          COMP-2.
       01  WS-CUM-NEXT-LAG             COMP-2.
       01  WS-EDIT-FACTOR              PIC 9.9999.

       01  WS-BASE-MONTH-IX            PIC 9(6).
       01  WS-CURRENT-MONTH-IX         PIC 9(6).
       01  WS-SERVICE-MONTH-IX         PIC 9(6).
           OPEN INPUT  ARCHIVE-FILE
           OPEN INPUT  PAYMENT-FILE
           OPEN OUTPUT LAG-REPORT
           OPEN OUTPUT LAG-FACTOR-FILE

           PERFORM DO-LOAD-RATE-TABLE
           INITIALIZE WS-TRIANGLE
           END-PERFORM

           PERFORM DO-WRITE-LAG-TRIANGLE
           PERFORM DO-DEVELOP-COMPLETION-FACTORS

           CLOSE CLAIM-HISTORY-FILE
           CLOSE CLAIM-FILE
           CLOSE ARCHIVE-FILE
           CLOSE PAYMENT-FILE
           CLOSE LAG-REPORT
           CLOSE LAG-FACTOR-FILE

           DISPLAY 'CLAIMLAG: CLAIMS TALLIED = ' WS-TALLIED-COUNT
           IF WS-RECEIPT-OVERFLOW > 0
           WRITE LAG-REPORT-LINE
           EXIT.

       DO-DEVELOP-COMPLETION-FACTORS SECTION.
      ******************************************************************
      * CHAIN LADDER OVER THE TRIANGLE'S AMOUNTS. FOR EACH LAG, THE
      * DEVELOPMENT FACTOR IS THE CUMULATIVE AMOUNT THROUGH THE NEXT
      * LAG OVER THE CUMULATIVE AMOUNT THROUGH THIS ONE, SUMMED OVER
      * THE SERVICE MONTHS OLD ENOUGH TO HAVE REACHED THE NEXT LAG
      * (ROW N HAS DEVELOPED TO LAG 12 - N). LAG 11 IS TAKEN AS
      * COMPLETE; EACH EARLIER COMPLETION FACTOR IS THE NEXT ONE
      * DIVIDED BY ITS DEVELOPMENT FACTOR. A LAG WITH NOTHING TO
      * DEVELOP FROM GETS A FACTOR OF 1.
      ******************************************************************
           MOVE 1 TO WS-DEVELOPMENT-FACTOR(12)
           MOVE 1 TO WS-COMPLETION-FACTOR(12)
           PERFORM VARYING WS-LAG-IX FROM 11 BY -1
                   UNTIL WS-LAG-IX < 1
               MOVE 0 TO WS-CUM-THROUGH-LAG
               MOVE 0 TO WS-CUM-NEXT-LAG
               PERFORM VARYING WS-TRI-ROW-IX FROM 1 BY 1
                       UNTIL WS-TRI-ROW-IX > 12 - WS-LAG-IX
                   PERFORM VARYING WS-TRI-COL-IX FROM 1 BY 1
                           UNTIL WS-TRI-COL-IX > WS-LAG-IX
                       ADD WS-TRI-AMOUNT(WS-TRI-ROW-IX WS-TRI-COL-IX)
                         TO WS-CUM-THROUGH-LAG
                   END-PERFORM
                   ADD WS-TRI-AMOUNT(WS-TRI-ROW-IX WS-LAG-IX + 1)
                     TO WS-CUM-NEXT-LAG
               END-PERFORM
               ADD WS-CUM-THROUGH-LAG TO WS-CUM-NEXT-LAG
               IF WS-CUM-THROUGH-LAG > 0
              AND WS-CUM-NEXT-LAG > 0
                   COMPUTE WS-DEVELOPMENT-FACTOR(WS-LAG-IX) =
                       WS-CUM-NEXT-LAG / WS-CUM-THROUGH-LAG
               ELSE
                   MOVE 1 TO WS-DEVELOPMENT-FACTOR(WS-LAG-IX)
               END-IF
               COMPUTE WS-COMPLETION-FACTOR(WS-LAG-IX) =
                   WS-COMPLETION-FACTOR(WS-LAG-IX + 1)
                   / WS-DEVELOPMENT-FACTOR(WS-LAG-IX)
               IF WS-COMPLETION-FACTOR(WS-LAG-IX) > 1
                   MOVE 1 TO WS-COMPLETION-FACTOR(WS-LAG-IX)
               END-IF
           END-PERFORM

           MOVE SPACES TO LAG-REPORT-LINE
           WRITE LAG-REPORT-LINE
           MOVE SPACES TO LAG-REPORT-LINE
           MOVE 'COMPLETE' TO LAG-REPORT-LINE(1:8)
           PERFORM VARYING WS-LAG-IX FROM 1 BY 1
                   UNTIL WS-LAG-IX > 12
               COMPUTE WS-CELL-OFFSET = 1 + WS-LAG-IX * 9
               COMPUTE WS-EDIT-FACTOR ROUNDED =
                   WS-COMPLETION-FACTOR(WS-LAG-IX)
               MOVE WS-EDIT-FACTOR
                 TO LAG-REPORT-LINE(WS-CELL-OFFSET + 2:6)

               MOVE SPACES TO LAG-FACTOR-RECORD
               MOVE WS-TODAY-DATE(1:6) TO LCF-AS-OF-MONTH
               COMPUTE LCF-LAG-MONTHS = WS-LAG-IX - 1
               COMPUTE LCF-DEVELOPMENT-FACTOR ROUNDED =
                   WS-DEVELOPMENT-FACTOR(WS-LAG-IX)
               COMPUTE LCF-COMPLETION-FACTOR ROUNDED =
                   WS-COMPLETION-FACTOR(WS-LAG-IX)
               WRITE LAG-FACTOR-RECORD
           END-PERFORM
           WRITE LAG-REPORT-LINE
           EXIT.

       DO-LOAD-RATE-TABLE SECTION.
      ******************************************************************
      * LOAD THE CLAIMXRT EXCHANGE-RATE FILE INTO THE IN-STORAGE RATE
