      * INPUT  : CLAIMHIS - THE STATUS-CHANGE ESDS, READ SEQUENTIALLY. *
      *          CLAIMCIF - THE LIVE VSAM KSDS CLAIM FILE, READ        *
      *          RANDOMLY BY CLAIM ID.                                 *
      *          CLAIMMAD - THE MEMBER ADDRESS FILE, READ RANDOMLY BY  *
      *          MEMBER ID AND ADDRESS TYPE.                           *
      * I-O    : DNLCKP   - THE HIGH-WATER-MARK CHECKPOINT.            *
      * OUTPUT : DNLOUT   - THE DENIAL LETTER PRINT DATASET FOR THE    *
      *          FULFILLMENT VENDOR.                                   *
      *          DNLHLD   - HELD-LETTER EXCEPTION REPORT: NOTICES NOT  *
      *          MAILED FOR WANT OF A DELIVERABLE ADDRESS.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-CLAIM-ID
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT MEMBER-ADDRESS-FILE ASSIGN TO CLAIMMAD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAD-KEY
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO DNLCKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
           SELECT LETTER-FILE ASSIGN TO DNLOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT HELD-LETTER-REPORT ASSIGN TO DNLHLD
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-HISTORY-FILE
       FD  CLAIM-FILE.
       COPY CLAIMCIF.

       FD  MEMBER-ADDRESS-FILE.
       COPY CLAIMMAD.

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  CHECKPOINT-RECORD.
           RECORDING MODE IS F.
       01  LETTER-LINE                 PIC X(132).

       FD  HELD-LETTER-REPORT
           RECORDING MODE IS F.
       01  HELD-LETTER-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CLAIMRSN.

       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CHECKPOINT-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-ADDRESS-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-HISTORY-EOF              PIC X(1) VALUE 'N'.
           88  WS-HISTORY-AT-EOF                 VALUE 'Y'.

       01  WS-SKIP-COUNT               PIC 9(9) VALUE 0.
       01  WS-LETTER-COUNT             PIC 9(7) VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(7) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(7) VALUE 0.

       01  WS-REASON-DESC              PIC X(30).
       01  WS-EDIT-AMOUNT              PIC $$$,$$$,$$9.99.
      ******************************************************************
      * THE ADDRESS THE LETTER GOES TO, AS CHOSEN FROM CLAIMMAD BY
      * DO-LOOKUP-MEMBER-ADDRESS, AND WHY THE LETTER IS HELD WHEN
      * THERE IS NO DELIVERABLE ONE.
      ******************************************************************
       01  WS-PROCESS-DATE             PIC 9(8).
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
           OPEN INPUT  CLAIM-HISTORY-FILE
           OPEN INPUT  CLAIM-FILE
           OPEN INPUT  MEMBER-ADDRESS-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT HELD-LETTER-REPORT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESS-DATE
           MOVE SPACES TO HELD-LETTER-REPORT-LINE
           STRING 'DENIAL LETTERS HELD FOR ' WS-PROCESS-DATE
               ' - NO DELIVERABLE MEMBER ADDRESS'
               DELIMITED BY SIZE INTO HELD-LETTER-REPORT-LINE
           WRITE HELD-LETTER-REPORT-LINE
           MOVE SPACES TO HELD-LETTER-REPORT-LINE
           WRITE HELD-LETTER-REPORT-LINE

           PERFORM DO-LOAD-REASON-CODE-TABLE
           PERFORM DO-READ-CHECKPOINT
           PERFORM DO-WRITE-CHECKPOINT

           CLOSE CLAIM-HISTORY-FILE
           MOVE SPACES TO HELD-LETTER-REPORT-LINE
           WRITE HELD-LETTER-REPORT-LINE
           MOVE SPACES TO HELD-LETTER-REPORT-LINE
           STRING 'LETTERS HELD: ' WS-HELD-COUNT
               DELIMITED BY SIZE INTO HELD-LETTER-REPORT-LINE
           WRITE HELD-LETTER-REPORT-LINE

           CLOSE CLAIM-FILE
           CLOSE MEMBER-ADDRESS-FILE
           CLOSE LETTER-FILE
           CLOSE HELD-LETTER-REPORT

           DISPLAY 'CLAIMDNL: DENIAL LETTERS GENERATED = '
               WS-LETTER-COUNT
           IF WS-HELD-COUNT > 0
               DISPLAY 'CLAIMDNL: DENIAL LETTERS HELD, NO DELIVERABLE '
                   'ADDRESS = ' WS-HELD-COUNT
           END-IF
           IF WS-MISSING-COUNT > 0
               DISPLAY 'CLAIMDNL: DENIED CLAIMS NOT ON CLAIMCIF = '
                   WS-MISSING-COUNT
      * SAME TABLE CLAIMRSR AND CLAIMINT LOAD -- KEPT IN STEP WITH
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

       DO-READ-CHECKPOINT SECTION.
           IF CF-CLAIM-STATUS NOT = 'DENY'
               EXIT SECTION
           END-IF
      ******************************************************************
      * NO NOTICE IS PRINTED WITHOUT A DELIVERABLE ADDRESS -- IT IS
      * LISTED ON THE HELD-LETTER REPORT FOR THE MAILROOM TO RESOLVE,
      * SO THE REGULATORY CLOCK IS WATCHED BY A PERSON INSTEAD OF THE
      * NOTICE GOING BACK TO AN ADDRESS ALREADY RETURNED.
      ******************************************************************
           PERFORM DO-LOOKUP-MEMBER-ADDRESS
           IF WS-LETTER-HELD
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO HELD-LETTER-REPORT-LINE
               STRING 'CLAIM ' CF-CLAIM-ID
                   ' MEMBER ' CF-CLAIM-MEMBER-ID
                   ' DENIAL NOTICE HELD - ' WS-HOLD-REASON
                   DELIMITED BY SIZE INTO HELD-LETTER-REPORT-LINE
               WRITE HELD-LETTER-REPORT-LINE
               EXIT SECTION
           END-IF

           ADD 1 TO WS-LETTER-COUNT

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE WS-LTR-NAME TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-LTR-LINE-1 TO LETTER-LINE
           WRITE LETTER-LINE
           IF WS-LTR-LINE-2 NOT = SPACES
               MOVE WS-LTR-LINE-2 TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING WS-LTR-CITY ' ' WS-LTR-STATE ' ' WS-LTR-ZIP-CODE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           STRING 'MEMBER ID: ' CF-CLAIM-MEMBER-ID
               '      CLAIM NUMBER: ' CF-CLAIM-ID
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           EXIT.

       DO-LOOKUP-MEMBER-ADDRESS SECTION.
      ******************************************************************
      * SAME ADDRESS CHOICE AS CLAIMEOB: THE MAILING ADDRESS WHEN ONE
      * IS IN EFFECT TODAY, OTHERWISE THE RESIDENCE ADDRESS. THE
      * NOTICE IS HELD WHEN NEITHER IS IN EFFECT, OR WHEN THE ADDRESS
      * CHOSEN HAS BEEN FLAGGED UNDELIVERABLE BY CLAIMRML.
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
