      ******************************************************************
      * MEMBER EOB (EXPLANATION OF BENEFITS) LETTER GENERATION         *
      *                                                                *
      * THE 100-BYTE CLAIMEXT EXTRACT RECORD IS BUILT FOR THE          *
      * DISBURSEMENT SYSTEM, NOT A HUMAN -- UNTIL NOW THE MEMBER GOT   *
      * NOTHING WHEN A CLAIM WAS APPROVED AND THE CALL CENTER READ     *
      * RAW CLAIMCIF FIELDS OVER THE PHONE. THIS JOB RUNS AFTER       *
      *          RANDOMLY BY CLAIM ID.                                 *
      *          CLAIMPRV - THE PROVIDER REFERENCE FILE, READ          *
      *          RANDOMLY BY PROVIDER ID.                              *
      *          CLAIMMAD - THE MEMBER ADDRESS FILE, READ RANDOMLY BY  *
      *          MEMBER ID AND ADDRESS TYPE.                           *
      * OUTPUT : EOBOUT   - THE EOB PRINT/OUTPUT DATASET FOR THE       *
      *          FULFILLMENT VENDOR.                                   *
      *          EOBHLD   - HELD-LETTER EXCEPTION REPORT: EOBS NOT     *
      *          MAILED FOR WANT OF A DELIVERABLE ADDRESS.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROV-PROVIDER-ID
               FILE STATUS IS WS-PROVIDER-FILE-STATUS.
           SELECT MEMBER-ADDRESS-FILE ASSIGN TO CLAIMMAD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAD-KEY
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.
           SELECT EOB-FILE ASSIGN TO EOBOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT HELD-LETTER-REPORT ASSIGN TO EOBHLD
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD.
           05  EXT-CLAIM-ID            PIC X(8).
           05  FILLER                  PIC X(92).

       FD  RUN-CONTROL-FILE.
       COPY CLAIMRNC.
       FD  PROVIDER-FILE.
       COPY CLAIMPRV.

       FD  MEMBER-ADDRESS-FILE.
       COPY CLAIMMAD.

       FD  EOB-FILE
           RECORDING MODE IS F.
       01  EOB-LINE                    PIC X(132).

       FD  HELD-LETTER-REPORT
           RECORDING MODE IS F.
       01  HELD-LETTER-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * RUN-CONTROL STATE (SEE CLAIMRNC.CPY). A MISSING CLAIMRNC

       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PROVIDER-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-ADDRESS-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-EXTRACT-EOF              PIC X(1) VALUE 'N'.
           88  WS-EXTRACT-AT-EOF                 VALUE 'Y'.

       01  WS-EOB-COUNT                PIC 9(7) VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(7) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(7) VALUE 0.
       01  WS-LINE-IDX                 PIC 9(2).
       01  WS-PROVIDER-NAME            PIC X(30).
       01  WS-EDIT-AMOUNT              PIC $$$,$$$,$$9.99.
       01  WS-EDIT-PLAN-PAID           PIC $$$,$$$,$$9.99.
       01  WS-EDIT-YOU-OWE             PIC $$$,$$$,$$9.99.
       01  WS-EDIT-LINE-ALLOWED        PIC $$$,$$$,$$9.99.
      ******************************************************************
      * THE ADDRESS THE LETTER GOES TO, AS CHOSEN FROM CLAIMMAD BY
      * DO-LOOKUP-MEMBER-ADDRESS, AND WHY THE LETTER IS HELD WHEN
      * THERE IS NO DELIVERABLE ONE.
      ******************************************************************
       01  WS-LETTER-ADDRESS.
           05  WS-LTR-NAME             PIC X(30).
           05  WS-LTR-LINE-1           PIC X(30).
           05  WS-LTR-LINE-2           PIC X(30).
           05  WS-LTR-CITY             PIC X(20).
           05  WS-LTR-STATE            PIC X(2).
           05  WS-LTR-ZIP-CODE         PIC X(10).
       01  WS-ADDRESS-FOUND-SW         PIC X(1) VALUE 'N'.
           88  WS-ADDRESS-FOUND                  VALUE 'Y'.
       01  WS-LETTER-HELD-SW           PIC X(1) VALUE 'N'.
           88  WS-LETTER-HELD                    VALUE 'Y'.
       01  WS-HOLD-REASON              PIC X(40).

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT  EXTRACT-FILE
           OPEN INPUT  CLAIM-FILE
           OPEN INPUT  PROVIDER-FILE
           OPEN INPUT  MEMBER-ADDRESS-FILE
           OPEN OUTPUT EOB-FILE
           OPEN OUTPUT HELD-LETTER-REPORT

           MOVE SPACES TO HELD-LETTER-REPORT-LINE
           STRING 'EOB LETTERS HELD FOR ' WS-PROCESS-DATE
               ' - NO DELIVERABLE MEMBER ADDRESS'
               DELIMITED BY SIZE INTO HELD-LETTER-REPORT-LINE
           WRITE HELD-LETTER-REPORT-LINE
           MOVE SPACES TO HELD-LETTER-REPORT-LINE
           WRITE HELD-LETTER-REPORT-LINE

           PERFORM UNTIL WS-EXTRACT-AT-EOF
               READ EXTRACT-FILE

           CLOSE EXTRACT-FILE
           CLOSE CLAIM-FILE
           MOVE SPACES TO HELD-LETTER-REPORT-LINE
           WRITE HELD-LETTER-REPORT-LINE
           MOVE SPACES TO HELD-LETTER-REPORT-LINE
           STRING 'LETTERS HELD: ' WS-HELD-COUNT
               DELIMITED BY SIZE INTO HELD-LETTER-REPORT-LINE
           WRITE HELD-LETTER-REPORT-LINE

           CLOSE PROVIDER-FILE
           CLOSE MEMBER-ADDRESS-FILE
           CLOSE EOB-FILE
           CLOSE HELD-LETTER-REPORT

           DISPLAY 'CLAIMEOB: EOB DOCUMENTS GENERATED = ' WS-EOB-COUNT
           IF WS-HELD-COUNT > 0
               DISPLAY 'CLAIMEOB: EOB LETTERS HELD, NO DELIVERABLE '
                   'ADDRESS = ' WS-HELD-COUNT
           END-IF
           IF WS-MISSING-COUNT > 0
               DISPLAY 'CLAIMEOB: EXTRACT CLAIMS NOT ON CLAIMCIF = '
                   WS-MISSING-COUNT
           END-READ

           PERFORM DO-LOOKUP-PROVIDER-NAME
      ******************************************************************
      * NO LETTER IS PRINTED WITHOUT A DELIVERABLE ADDRESS -- IT IS
      * LISTED ON THE HELD-LETTER REPORT INSTEAD OF BEING MAILED TO
      * AN ADDRESS THE POST OFFICE ALREADY RETURNED.
      ******************************************************************
           PERFORM DO-LOOKUP-MEMBER-ADDRESS
           IF WS-LETTER-HELD
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO HELD-LETTER-REPORT-LINE
               STRING 'CLAIM ' CF-CLAIM-ID
                   ' MEMBER ' CF-CLAIM-MEMBER-ID
                   ' EOB HELD - ' WS-HOLD-REASON
                   DELIMITED BY SIZE INTO HELD-LETTER-REPORT-LINE
               WRITE HELD-LETTER-REPORT-LINE
               EXIT SECTION
           END-IF

           ADD 1 TO WS-EOB-COUNT

           MOVE SPACES TO EOB-LINE
           WRITE EOB-LINE

           MOVE WS-LTR-NAME TO EOB-LINE
           WRITE EOB-LINE
           MOVE WS-LTR-LINE-1 TO EOB-LINE
           WRITE EOB-LINE
           IF WS-LTR-LINE-2 NOT = SPACES
               MOVE WS-LTR-LINE-2 TO EOB-LINE
               WRITE EOB-LINE
           END-IF
           MOVE SPACES TO EOB-LINE
           STRING WS-LTR-CITY ' ' WS-LTR-STATE ' ' WS-LTR-ZIP-CODE
               DELIMITED BY SIZE INTO EOB-LINE
           WRITE EOB-LINE
           MOVE SPACES TO EOB-LINE
           WRITE EOB-LINE

           MOVE SPACES TO EOB-LINE
           STRING 'MEMBER ID: ' CF-CLAIM-MEMBER-ID
               '      CLAIM NUMBER: ' CF-CLAIM-ID
           END-READ
           EXIT.

       DO-LOOKUP-MEMBER-ADDRESS SECTION.
      ******************************************************************
      * ADDRESS THE LETTER TO THE MEMBER'S MAILING ADDRESS WHEN ONE IS
      * IN EFFECT ON THE PROCESSING DATE, OTHERWISE THE RESIDENCE
      * ADDRESS. THE LETTER IS HELD WHEN NEITHER IS IN EFFECT, OR
      * WHEN THE ADDRESS CHOSEN HAS BEEN FLAGGED UNDELIVERABLE BY
      * CLAIMRML -- A RETURNED MAILING ADDRESS IS NOT QUIETLY
      * SWAPPED FOR THE RESIDENCE, THE GROUP MUST CORRECT IT.
      ******************************************************************
           MOVE 'N' TO WS-ADDRESS-FOUND-SW
           MOVE 'N' TO WS-LETTER-HELD-SW
           MOVE SPACES TO WS-HOLD-REASON

           MOVE CF-CLAIM-MEMBER-ID TO MAD-MEMBER-ID
           MOVE 'M' TO MAD-ADDRESS-TYPE
           READ MEMBER-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MAD-EFFECTIVE-DATE <= WS-PROCESS-DATE
                  AND MAD-END-DATE >= WS-PROCESS-DATE
                       MOVE 'Y' TO WS-ADDRESS-FOUND-SW
                   END-IF
           END-READ

           IF NOT WS-ADDRESS-FOUND
               MOVE CF-CLAIM-MEMBER-ID TO MAD-MEMBER-ID
               MOVE 'R' TO MAD-ADDRESS-TYPE
               READ MEMBER-ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MAD-EFFECTIVE-DATE <= WS-PROCESS-DATE
                      AND MAD-END-DATE >= WS-PROCESS-DATE
                           MOVE 'Y' TO WS-ADDRESS-FOUND-SW
                       END-IF
               END-READ
           END-IF

           IF NOT WS-ADDRESS-FOUND
               MOVE 'Y' TO WS-LETTER-HELD-SW
               MOVE 'NO ADDRESS IN EFFECT ON CLAIMMAD'
                   TO WS-HOLD-REASON
               EXIT SECTION
           END-IF

           IF MAD-UNDELIVERABLE
               MOVE 'Y' TO WS-LETTER-HELD-SW
               STRING 'ADDRESS UNDELIVERABLE, RETURNED '
                   MAD-RETURNED-DATE
                   DELIMITED BY SIZE INTO WS-HOLD-REASON
               EXIT SECTION
           END-IF

           MOVE MAD-MEMBER-NAME    TO WS-LTR-NAME
           MOVE MAD-ADDRESS-LINE-1 TO WS-LTR-LINE-1
           MOVE MAD-ADDRESS-LINE-2 TO WS-LTR-LINE-2
           MOVE MAD-CITY           TO WS-LTR-CITY
           MOVE MAD-STATE          TO WS-LTR-STATE
           MOVE MAD-ZIP-CODE       TO WS-LTR-ZIP-CODE
           EXIT.

       DO-CHECK-RUN-CONTROL SECTION.
      ******************************************************************
      * READ THE CLAIMRNC RUN-CONTROL FILE: PICK UP THE BUSINESS
