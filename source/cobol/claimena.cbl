       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMENA.
      ******************************************************************
      * STATE MEDICAID ENCOUNTER RESPONSE LOADER                       *
      *                                                                *
      * THE STATE ANSWERS EACH CLAIMENS SUBMISSION WITH A RESPONSE     *
      * FILE: ONE RECORD PER ENCOUNTER, ACCEPTED WITH THE STATE'S OWN  *
      * CLAIM NUMBER (ICN) OR REJECTED WITH UP TO THREE ERROR CODES.   *
      * THIS JOB POSTS THE RESPONSE TO THE CLAIMENT TRACKING FILE: AN  *
      * ACCEPTED ENCOUNTER KEEPS ITS ICN (A LATER REPLACEMENT OR VOID  *
      * MUST QUOTE IT), AND A REJECTED ONE IS RE-QUEUED BY THE NEXT    *
      * CLAIMENS RUN ONCE IT HAS BEEN CORRECTED. EVERY REJECTION IS    *
      * LISTED WITH ITS ERROR CODES ON THE REPORT FOR CORRECTION.      *
      *                                                                *
      * ONLY AN ENTRY STILL AWAITING A RESPONSE ('S') UNDER THE        *
      * SUBMISSION ID ON THE RESPONSE HEADER IS UPDATED. A RESPONSE    *
      * FOR A CLAIM NOT ON CLAIMENT, OR ONE ALREADY ANSWERED OR SENT   *
      * AGAIN SINCE, IS REPORTED AND LEFT ALONE. A TRAILER COUNT THAT  *
      * DOES NOT MATCH THE DETAIL RECORDS READ (A TRUNCATED FILE)      *
      * ENDS THE JOB WITH RETURN CODE 8.                               *
      *                                                                *
      * ENCRESP RECORDS (200 BYTES, FIRST BYTE):                       *
      *   'H' HEADER  - SUBMISSION ID AND THE STATE'S RESPONSE DATE    *
      *   'D' DETAIL  - CLAIM ID, 'A' ACCEPTED OR 'R' REJECTED, ICN,   *
      *                 ERROR CODES                                    *
      *   'T' TRAILER - COUNT OF DETAIL RECORDS                        *
      *                                                                *
      * INPUT  : ENCRESP  - THE STATE'S RESPONSE FILE.                 *
      * I-O    : CLAIMENT - THE STATE ENCOUNTER TRACKING FILE.         *
      * OUTPUT : ENARPT   - THE RESPONSE REPORT.                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-FILE ASSIGN TO ENCRESP
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRACKING-FILE ASSIGN TO CLAIMENT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENT-CLAIM-ID
               FILE STATUS IS WS-TRACKING-FILE-STATUS.
           SELECT RESPONSE-REPORT ASSIGN TO ENARPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSE-FILE
           RECORDING MODE IS F.
       01  RESPONSE-HEADER.
           05  ERH-RECORD-TYPE         PIC X(1).
           05  ERH-SUBMISSION-ID       PIC X(8).
           05  ERH-RESPONSE-DATE       PIC 9(8).
           05  FILLER                  PIC X(183).
      ******************************************************************
      * THE DETAIL AND TRAILER RECORDS SHARE THE RECORD-TYPE BYTE WITH
      * THE HEADER ABOVE.
      ******************************************************************
       01  RESPONSE-DETAIL.
           05  ERD-RECORD-TYPE         PIC X(1).
           05  ERD-CLAIM-ID            PIC X(8).
           05  ERD-DISPOSITION         PIC X(1).
               88  ERD-ACCEPTED                  VALUE 'A'.
               88  ERD-REJECTED                  VALUE 'R'.
           05  ERD-STATE-ICN           PIC X(20).
           05  ERD-ERROR-CODE          OCCURS 3 TIMES
                                       PIC X(5).
           05  FILLER                  PIC X(155).
       01  RESPONSE-TRAILER.
           05  ERT-RECORD-TYPE         PIC X(1).
           05  ERT-DETAIL-COUNT        PIC 9(7).
           05  FILLER                  PIC X(192).

       FD  TRACKING-FILE.
       COPY CLAIMENT.

       FD  RESPONSE-REPORT
           RECORDING MODE IS F.
       01  RESPONSE-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRACKING-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-RESPONSE-EOF             PIC X(1) VALUE 'N'.
           88  WS-RESPONSE-AT-EOF                VALUE 'Y'.
       01  WS-HEADER-SEEN-SW           PIC X(1) VALUE 'N'.
           88  WS-HEADER-SEEN                    VALUE 'Y'.
       01  WS-TRAILER-SEEN-SW          PIC X(1) VALUE 'N'.
           88  WS-TRAILER-SEEN                   VALUE 'Y'.

       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-SUBMISSION-ID            PIC X(8) VALUE SPACES.
       01  WS-RESPONSE-DATE            PIC 9(8) VALUE 0.
       01  WS-ERROR-IDX                PIC 9(1).
       01  WS-REPORT-POINTER           PIC 9(3).

       01  WS-DETAIL-COUNT             PIC 9(7) VALUE 0.
       01  WS-ACCEPTED-COUNT           PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(7) VALUE 0.
       01  WS-UNEXPECTED-COUNT         PIC 9(7) VALUE 0.
       01  WS-TRACKING-ERRORS          PIC 9(7) VALUE 0.
       01  WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           OPEN INPUT  RESPONSE-FILE
           OPEN I-O    TRACKING-FILE
           IF WS-TRACKING-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMENA: CLAIMENT OPEN FAILED, STATUS '
                   WS-TRACKING-FILE-STATUS
               CLOSE RESPONSE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RESPONSE-REPORT

           MOVE SPACES TO RESPONSE-REPORT-LINE
           MOVE 'STATE MEDICAID ENCOUNTER RESPONSE REPORT'
               TO RESPONSE-REPORT-LINE
           WRITE RESPONSE-REPORT-LINE

           PERFORM UNTIL WS-RESPONSE-AT-EOF
               READ RESPONSE-FILE
                   AT END
                       MOVE 'Y' TO WS-RESPONSE-EOF
                   NOT AT END
                       PERFORM DO-ROUTE-RESPONSE-RECORD
               END-READ
           END-PERFORM

           PERFORM DO-WRITE-TOTALS

           CLOSE RESPONSE-FILE
           CLOSE TRACKING-FILE
           CLOSE RESPONSE-REPORT

           DISPLAY 'CLAIMENA: SUBMISSION ' WS-SUBMISSION-ID
               ' ACCEPTED = ' WS-ACCEPTED-COUNT
               ' REJECTED = ' WS-REJECTED-COUNT
               ' UNEXPECTED = ' WS-UNEXPECTED-COUNT

           IF NOT WS-TRAILER-SEEN
               DISPLAY 'CLAIMENA: NO TRAILER ON ENCRESP - FILE IS '
                   'INCOMPLETE, REQUEST IT AGAIN FROM THE STATE'
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-TRACKING-ERRORS > 0
               DISPLAY 'CLAIMENA: CLAIMENT UPDATES FAILED = '
                   WS-TRACKING-ERRORS
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

       DO-ROUTE-RESPONSE-RECORD SECTION.
           EVALUATE ERH-RECORD-TYPE
               WHEN 'H'
                   MOVE 'Y' TO WS-HEADER-SEEN-SW
                   MOVE ERH-SUBMISSION-ID TO WS-SUBMISSION-ID
                   IF ERH-RESPONSE-DATE IS NUMERIC
                  AND ERH-RESPONSE-DATE NOT = 0
                       MOVE ERH-RESPONSE-DATE TO WS-RESPONSE-DATE
                   ELSE
                       MOVE WS-TODAY-DATE TO WS-RESPONSE-DATE
                   END-IF
                   MOVE SPACES TO RESPONSE-REPORT-LINE
                   STRING 'SUBMISSION ' WS-SUBMISSION-ID
                       '  RESPONSE DATE ' WS-RESPONSE-DATE
                       DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
                   WRITE RESPONSE-REPORT-LINE
                   MOVE SPACES TO RESPONSE-REPORT-LINE
                   WRITE RESPONSE-REPORT-LINE
               WHEN 'D'
                   ADD 1 TO WS-DETAIL-COUNT
                   IF WS-HEADER-SEEN
                       PERFORM DO-POST-RESPONSE
                   ELSE
                       ADD 1 TO WS-UNEXPECTED-COUNT
                       MOVE SPACES TO RESPONSE-REPORT-LINE
                       STRING 'CLAIM ' ERD-CLAIM-ID
                           ' RESPONSE BEFORE ANY HEADER - NOT POSTED'
                           DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
                       WRITE RESPONSE-REPORT-LINE
                   END-IF
               WHEN 'T'
                   MOVE 'Y' TO WS-TRAILER-SEEN-SW
                   IF ERT-DETAIL-COUNT NOT = WS-DETAIL-COUNT
                       DISPLAY 'CLAIMENA: TRAILER COUNT '
                           ERT-DETAIL-COUNT ' BUT ' WS-DETAIL-COUNT
                           ' DETAIL RECORDS READ'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO RESPONSE-REPORT-LINE
                   STRING 'UNKNOWN RECORD TYPE ' ERH-RECORD-TYPE
                       ' SKIPPED'
                       DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
                   WRITE RESPONSE-REPORT-LINE
           END-EVALUATE
           EXIT.

       DO-POST-RESPONSE SECTION.
           MOVE ERD-CLAIM-ID TO ENT-CLAIM-ID
           READ TRACKING-FILE
               INVALID KEY
                   ADD 1 TO WS-UNEXPECTED-COUNT
                   MOVE SPACES TO RESPONSE-REPORT-LINE
                   STRING 'CLAIM ' ERD-CLAIM-ID
                       ' NOT ON CLAIMENT - RESPONSE NOT POSTED'
                       DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
                   WRITE RESPONSE-REPORT-LINE
                   EXIT SECTION
           END-READ
      ******************************************************************
      * A RESPONSE TO AN EARLIER SUBMISSION OF A CLAIM SENT AGAIN
      * SINCE (OR A DUPLICATE RESPONSE) WOULD OVERWRITE THE ANSWER
      * THAT MATTERS.
      ******************************************************************
           IF NOT ENT-SUBMITTED
           OR ENT-SUBMISSION-ID NOT = WS-SUBMISSION-ID
               ADD 1 TO WS-UNEXPECTED-COUNT
               MOVE SPACES TO RESPONSE-REPORT-LINE
               STRING 'CLAIM ' ERD-CLAIM-ID
                   ' NOT AWAITING A RESPONSE TO THIS SUBMISSION'
                   ' (STATUS ' ENT-STATUS ', LAST SENT '
                   ENT-SUBMISSION-ID ') - NOT POSTED'
                   DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
               WRITE RESPONSE-REPORT-LINE
               EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN ERD-ACCEPTED
                   MOVE 'A' TO ENT-STATUS
                   MOVE ERD-STATE-ICN TO ENT-STATE-ICN
                   MOVE SPACES TO ENT-ERROR-CODE(1)
                   MOVE SPACES TO ENT-ERROR-CODE(2)
                   MOVE SPACES TO ENT-ERROR-CODE(3)
               WHEN ERD-REJECTED
                   MOVE 'R' TO ENT-STATUS
                   MOVE SPACES TO ENT-STATE-ICN
                   MOVE ERD-ERROR-CODE(1) TO ENT-ERROR-CODE(1)
                   MOVE ERD-ERROR-CODE(2) TO ENT-ERROR-CODE(2)
                   MOVE ERD-ERROR-CODE(3) TO ENT-ERROR-CODE(3)
               WHEN OTHER
                   ADD 1 TO WS-UNEXPECTED-COUNT
                   MOVE SPACES TO RESPONSE-REPORT-LINE
                   STRING 'CLAIM ' ERD-CLAIM-ID
                       ' UNKNOWN DISPOSITION ' ERD-DISPOSITION
                       ' - NOT POSTED'
                       DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
                   WRITE RESPONSE-REPORT-LINE
                   EXIT SECTION
           END-EVALUATE
           MOVE WS-RESPONSE-DATE TO ENT-RESPONSE-DATE

           REWRITE ENCOUNTER-TRACKING-RECORD
           IF WS-TRACKING-FILE-STATUS NOT = '00'
               ADD 1 TO WS-TRACKING-ERRORS
               DISPLAY 'CLAIMENA: CLAIMENT REWRITE FAILED FOR '
                   ENT-CLAIM-ID ', STATUS ' WS-TRACKING-FILE-STATUS
               EXIT SECTION
           END-IF

           IF ENT-ACCEPTED
               ADD 1 TO WS-ACCEPTED-COUNT
               EXIT SECTION
           END-IF

           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO RESPONSE-REPORT-LINE
           MOVE 1 TO WS-REPORT-POINTER
           STRING 'CLAIM ' ENT-CLAIM-ID '  TYPE ' ENT-ENCOUNTER-TYPE
               '  FREQ ' ENT-FREQUENCY '  PROVIDER ' ENT-PROVIDER-ID
               '  REJECTED - ERRORS'
               DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
               WITH POINTER WS-REPORT-POINTER
           PERFORM VARYING WS-ERROR-IDX FROM 1 BY 1
                   UNTIL WS-ERROR-IDX > 3
               IF ENT-ERROR-CODE(WS-ERROR-IDX) NOT = SPACES
                   STRING ' ' ENT-ERROR-CODE(WS-ERROR-IDX)
                       DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
                       WITH POINTER WS-REPORT-POINTER
               END-IF
           END-PERFORM
           WRITE RESPONSE-REPORT-LINE
           EXIT.

       DO-WRITE-TOTALS SECTION.
           MOVE SPACES TO RESPONSE-REPORT-LINE
           WRITE RESPONSE-REPORT-LINE

           MOVE WS-DETAIL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RESPONSE-REPORT-LINE
           STRING 'RESPONSES READ     ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
           WRITE RESPONSE-REPORT-LINE
           MOVE WS-ACCEPTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RESPONSE-REPORT-LINE
           STRING 'ACCEPTED           ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
           WRITE RESPONSE-REPORT-LINE
           MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RESPONSE-REPORT-LINE
           STRING 'REJECTED           ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
           WRITE RESPONSE-REPORT-LINE
           MOVE WS-UNEXPECTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RESPONSE-REPORT-LINE
           STRING 'NOT POSTED         ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
           WRITE RESPONSE-REPORT-LINE

           IF WS-REJECTED-COUNT > 0
               MOVE SPACES TO RESPONSE-REPORT-LINE
               WRITE RESPONSE-REPORT-LINE
               MOVE SPACES TO RESPONSE-REPORT-LINE
               STRING 'REJECTED ENCOUNTERS ARE SENT AGAIN BY THE NEXT '
                   'CLAIMENS RUN ONCE THE CLAIM OR ITS STATE IDS ARE '
                   'CORRECTED'
                   DELIMITED BY SIZE INTO RESPONSE-REPORT-LINE
               WRITE RESPONSE-REPORT-LINE
           END-IF
           EXIT.
