       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMCRL.
      ******************************************************************
      * PROVIDER CREDENTIAL FEED LOADER FOR THE CLAIMCRD FILE          *
      *                                                                *
      * CLAIMPRV ONLY SAYS WHETHER A PROVIDER IS IN OR OUT OF          *
      * NETWORK -- IT KNOWS NOTHING OF WHETHER THE PROVIDER'S LICENSE, *
      * DEA REGISTRATION OR BOARD CERTIFICATION IS CURRENT. THE        *
      * CREDENTIALING VENDOR SENDS A FILE OF CREDENTIAL ADDS, RENEWALS *
      * AND REMOVALS, WITH ANY SANCTION OR EXCLUSION, AND THIS JOB     *
      * APPLIES IT TO CLAIMCRD, WHICH THE SUBMIT PATHS CHECK THE       *
      * CLAIM'S DATE OF SERVICE AGAINST (SEE CLAIMCRD.CPY).            *
      *                                                                *
      * CRDIN RECORD FUNCTIONS (FIRST BYTE):                           *
      *   'A' ADD/REPLACE - NEW CREDENTIAL, OR A RENEWAL OR SANCTION   *
      *                     CHANGE TO ONE ALREADY ON FILE (THE WHOLE   *
      *                     RECORD IS REPLACED)                        *
      *   'D' DELETE      - THE CREDENTIAL IS NO LONGER HELD AND IS    *
      *                     REMOVED                                    *
      *                                                                *
      * A ZERO EXPIRY DATE MEANS THE CREDENTIAL DOES NOT EXPIRE        *
      * (99991231). AN 'A' RECORD IS REJECTED FOR AN UNKNOWN           *
      * CREDENTIAL TYPE OR SANCTION STATUS, A NON-NUMERIC OR ZERO      *
      * EFFECTIVE DATE, AN EXPIRY BEFORE THE EFFECTIVE DATE, OR A      *
      * PROVIDER NOT ON CLAIMPRV.                                      *
      *                                                                *
      * EVERY RECORD APPLIED OR REJECTED IS REPORTED TO CRLRPT. A      *
      * PROVIDER NEWLY EXCLUDED (ONE WHOSE CLAIMS WILL NOW DENY) IS    *
      * FLAGGED ON THE REPORT SO PROVIDER RELATIONS CAN ACT ON IT THE  *
      * SAME DAY.                                                      *
      *                                                                *
      * INPUT  : CRDIN    - THE CREDENTIALING VENDOR FEED.             *
      *          CLAIMPRV - THE VSAM KSDS PROVIDER REFERENCE FILE.     *
      * I-O    : CLAIMCRD - THE VSAM KSDS PROVIDER CREDENTIAL FILE.    *
      * OUTPUT : CRLRPT   - THE PER-RUN CHANGE REPORT.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDENTIAL-FEED-FILE ASSIGN TO CRDIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROVIDER-FILE ASSIGN TO CLAIMPRV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROV-PROVIDER-ID
               FILE STATUS IS WS-PROVIDER-FILE-STATUS.
           SELECT CREDENTIAL-FILE ASSIGN TO CLAIMCRD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-KEY
               FILE STATUS IS WS-CREDENTIAL-FILE-STATUS.
           SELECT CREDENTIAL-REPORT ASSIGN TO CRLRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CREDENTIAL-FEED-FILE
           RECORDING MODE IS F.
       01  CREDENTIAL-FEED-RECORD.
           05  CRI-FUNCTION            PIC X(1).
           05  CRI-PROVIDER-ID         PIC X(21).
           05  CRI-CREDENTIAL-TYPE     PIC X(4).
           05  CRI-ISSUING-STATE       PIC X(2).
           05  CRI-CREDENTIAL-NUMBER   PIC X(20).
           05  CRI-EFFECTIVE-DATE      PIC 9(8).
           05  CRI-EXPIRY-DATE         PIC 9(8).
           05  CRI-SANCTION-STATUS     PIC X(1).
           05  CRI-SANCTION-DATE       PIC 9(8).
           05  FILLER                  PIC X(27).

       FD  PROVIDER-FILE.
       COPY CLAIMPRV.

       FD  CREDENTIAL-FILE.
       COPY CLAIMCRD.

       FD  CREDENTIAL-REPORT
           RECORDING MODE IS F.
       01  CREDENTIAL-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PROVIDER-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-CREDENTIAL-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-FEED-EOF                 PIC X(1) VALUE 'N'.
           88  WS-FEED-AT-EOF                    VALUE 'Y'.

       01  WS-ADDED-COUNT              PIC 9(7) VALUE 0.
       01  WS-REPLACED-COUNT           PIC 9(7) VALUE 0.
       01  WS-DELETED-COUNT            PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(7) VALUE 0.
       01  WS-EXCLUDED-COUNT           PIC 9(7) VALUE 0.

       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-NEW-EXPIRY-DATE          PIC 9(8).
       01  WS-OLD-SANCTION-STATUS      PIC X(1).
       01  WS-REJECT-REASON            PIC X(40).

       01  WS-CREDENTIAL-ON-FILE-SW    PIC X(1) VALUE 'Y'.
           88  WS-CREDENTIAL-ON-FILE             VALUE 'Y'.
       01  WS-FEED-REC-VALID-SW        PIC X(1) VALUE 'Y'.
           88  WS-FEED-REC-VALID                 VALUE 'Y'.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT  CREDENTIAL-FEED-FILE
           OPEN INPUT  PROVIDER-FILE
           OPEN I-O    CREDENTIAL-FILE
           OPEN OUTPUT CREDENTIAL-REPORT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           MOVE SPACES TO CREDENTIAL-REPORT-LINE
           MOVE 'PROVIDER CREDENTIAL FEED CHANGE REPORT'
               TO CREDENTIAL-REPORT-LINE
           WRITE CREDENTIAL-REPORT-LINE

           PERFORM UNTIL WS-FEED-AT-EOF
               READ CREDENTIAL-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-FEED-EOF
                   NOT AT END
                       PERFORM DO-APPLY-CREDENTIAL-REC
               END-READ
           END-PERFORM

           MOVE SPACES TO CREDENTIAL-REPORT-LINE
           WRITE CREDENTIAL-REPORT-LINE
           MOVE SPACES TO CREDENTIAL-REPORT-LINE
           STRING 'ADDED: ' WS-ADDED-COUNT
               '  REPLACED: ' WS-REPLACED-COUNT
               '  DELETED: ' WS-DELETED-COUNT
               '  REJECTED: ' WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO CREDENTIAL-REPORT-LINE
           WRITE CREDENTIAL-REPORT-LINE
           MOVE SPACES TO CREDENTIAL-REPORT-LINE
           STRING 'PROVIDERS NEWLY EXCLUDED (CLAIMS WILL DENY): '
               WS-EXCLUDED-COUNT
               DELIMITED BY SIZE INTO CREDENTIAL-REPORT-LINE
           WRITE CREDENTIAL-REPORT-LINE

           CLOSE CREDENTIAL-FEED-FILE
           CLOSE PROVIDER-FILE
           CLOSE CREDENTIAL-FILE
           CLOSE CREDENTIAL-REPORT

           DISPLAY 'CLAIMCRL: ADDED = ' WS-ADDED-COUNT
               ' REPLACED = ' WS-REPLACED-COUNT
               ' DELETED = ' WS-DELETED-COUNT
               ' REJECTED = ' WS-REJECTED-COUNT
               ' EXCLUDED = ' WS-EXCLUDED-COUNT

           STOP RUN.

       DO-APPLY-CREDENTIAL-REC SECTION.
           EVALUATE CRI-FUNCTION
               WHEN 'A'
                   PERFORM DO-APPLY-ADD
               WHEN 'D'
                   PERFORM DO-APPLY-DELETE
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SPACES TO CREDENTIAL-REPORT-LINE
                   STRING 'PROVIDER ' CRI-PROVIDER-ID
                       ' ' CRI-CREDENTIAL-TYPE ' ' CRI-ISSUING-STATE
                       ' REJECTED - UNKNOWN FUNCTION ' CRI-FUNCTION
                       DELIMITED BY SIZE INTO CREDENTIAL-REPORT-LINE
                   WRITE CREDENTIAL-REPORT-LINE
           END-EVALUATE
           EXIT.

       DO-EDIT-FEED-REC SECTION.
      ******************************************************************
      * A BAD DATE OR AN UNKNOWN TYPE/STATUS FROM THE VENDOR MUST NOT
      * REACH CLAIMCRD -- A ZERO OR GARBLED DATE WOULD PEND EVERY CLAIM
      * THE PROVIDER SENDS, AND AN UNKNOWN STATUS COULD HIDE AN
      * EXCLUSION. THE PROVIDER MUST ALREADY BE ON CLAIMPRV, SINCE
      * THAT IS THE ID THE SUBMIT PATHS BROWSE BY.
      ******************************************************************
           MOVE 'Y' TO WS-FEED-REC-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE CRI-CREDENTIAL-TYPE TO CRD-CREDENTIAL-TYPE
           MOVE CRI-SANCTION-STATUS TO CRD-SANCTION-STATUS

           EVALUATE TRUE
               WHEN NOT CRD-TYPE-VALID
                   MOVE 'UNKNOWN CREDENTIAL TYPE' TO WS-REJECT-REASON
               WHEN CRI-EFFECTIVE-DATE NOT NUMERIC
                   MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
               WHEN CRI-EFFECTIVE-DATE = 0
                   MOVE 'ZERO EFFECTIVE DATE' TO WS-REJECT-REASON
               WHEN CRI-EXPIRY-DATE NOT NUMERIC
                   MOVE 'INVALID EXPIRY DATE' TO WS-REJECT-REASON
               WHEN CRI-EXPIRY-DATE NOT = 0
                AND CRI-EXPIRY-DATE < CRI-EFFECTIVE-DATE
                   MOVE 'EXPIRY BEFORE EFFECTIVE DATE'
                     TO WS-REJECT-REASON
               WHEN NOT CRD-NOT-SANCTIONED
                AND NOT CRD-SANCTIONED
                AND NOT CRD-EXCLUDED
                   MOVE 'UNKNOWN SANCTION STATUS' TO WS-REJECT-REASON
               WHEN CRI-SANCTION-DATE NOT NUMERIC
                   MOVE 'INVALID SANCTION DATE' TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               MOVE CRI-PROVIDER-ID TO PROV-PROVIDER-ID
               READ PROVIDER-FILE
                   INVALID KEY
                       MOVE 'NOT ON CLAIMPRV' TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'N' TO WS-FEED-REC-VALID-SW
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO CREDENTIAL-REPORT-LINE
               STRING 'PROVIDER ' CRI-PROVIDER-ID
                   ' ' CRI-CREDENTIAL-TYPE ' ' CRI-ISSUING-STATE
                   ' REJECTED - ' WS-REJECT-REASON
                   DELIMITED BY SIZE INTO CREDENTIAL-REPORT-LINE
               WRITE CREDENTIAL-REPORT-LINE
           END-IF
           EXIT.

       DO-APPLY-ADD SECTION.
      ******************************************************************
      * A CREDENTIAL ALREADY ON FILE IS REPLACED OUTRIGHT -- THE
      * VENDOR SENDS THE FULL CURRENT PICTURE OF A CREDENTIAL, SO A
      * RENEWAL CARRIES ITS NEW EFFECTIVE AND EXPIRY DATES AND A
      * LIFTED SANCTION COMES BACK AS STATUS 'N'.
      ******************************************************************
           PERFORM DO-EDIT-FEED-REC
           IF NOT WS-FEED-REC-VALID
               EXIT SECTION
           END-IF

           IF CRI-EXPIRY-DATE = 0
               MOVE 99991231 TO WS-NEW-EXPIRY-DATE
           ELSE
               MOVE CRI-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE
           END-IF

           MOVE CRI-PROVIDER-ID     TO CRD-PROVIDER-ID
           MOVE CRI-CREDENTIAL-TYPE TO CRD-CREDENTIAL-TYPE
           MOVE CRI-ISSUING-STATE   TO CRD-ISSUING-STATE
           MOVE 'Y' TO WS-CREDENTIAL-ON-FILE-SW
           MOVE SPACE TO WS-OLD-SANCTION-STATUS
           READ CREDENTIAL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CREDENTIAL-ON-FILE-SW
               NOT INVALID KEY
                   MOVE CRD-SANCTION-STATUS TO WS-OLD-SANCTION-STATUS
           END-READ

           MOVE CRI-PROVIDER-ID       TO CRD-PROVIDER-ID
           MOVE CRI-CREDENTIAL-TYPE   TO CRD-CREDENTIAL-TYPE
           MOVE CRI-ISSUING-STATE     TO CRD-ISSUING-STATE
           MOVE CRI-CREDENTIAL-NUMBER TO CRD-CREDENTIAL-NUMBER
           MOVE CRI-EFFECTIVE-DATE    TO CRD-EFFECTIVE-DATE
           MOVE WS-NEW-EXPIRY-DATE    TO CRD-EXPIRY-DATE
           MOVE CRI-SANCTION-STATUS   TO CRD-SANCTION-STATUS
           IF CRD-NOT-SANCTIONED
               MOVE 'N'               TO CRD-SANCTION-STATUS
               MOVE 0                 TO CRD-SANCTION-DATE
           ELSE
               MOVE CRI-SANCTION-DATE TO CRD-SANCTION-DATE
           END-IF
           MOVE WS-TODAY-DATE         TO CRD-LOADED-DATE

           IF WS-CREDENTIAL-ON-FILE
               REWRITE PROVIDER-CREDENTIAL-RECORD
               ADD 1 TO WS-REPLACED-COUNT
               MOVE SPACES TO CREDENTIAL-REPORT-LINE
               STRING 'PROVIDER ' CRD-PROVIDER-ID
                   ' ' CRD-CREDENTIAL-TYPE ' ' CRD-ISSUING-STATE
                   ' ' CRD-CREDENTIAL-NUMBER
                   ' REPLACED, VALID ' CRD-EFFECTIVE-DATE
                   '-' CRD-EXPIRY-DATE
                   ' SANCTION ' CRD-SANCTION-STATUS
                   DELIMITED BY SIZE INTO CREDENTIAL-REPORT-LINE
               WRITE CREDENTIAL-REPORT-LINE
           ELSE
               WRITE PROVIDER-CREDENTIAL-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE SPACES TO CREDENTIAL-REPORT-LINE
                       STRING 'PROVIDER ' CRD-PROVIDER-ID
                           ' ' CRD-CREDENTIAL-TYPE
                           ' ' CRD-ISSUING-STATE
                           ' REJECTED - WRITE FAILED'
                           DELIMITED BY SIZE
                           INTO CREDENTIAL-REPORT-LINE
                       WRITE CREDENTIAL-REPORT-LINE
                       EXIT SECTION
               END-WRITE
               ADD 1 TO WS-ADDED-COUNT
               MOVE SPACES TO CREDENTIAL-REPORT-LINE
               STRING 'PROVIDER ' CRD-PROVIDER-ID
                   ' ' CRD-CREDENTIAL-TYPE ' ' CRD-ISSUING-STATE
                   ' ' CRD-CREDENTIAL-NUMBER
                   ' ADDED, VALID ' CRD-EFFECTIVE-DATE
                   '-' CRD-EXPIRY-DATE
                   ' SANCTION ' CRD-SANCTION-STATUS
                   DELIMITED BY SIZE INTO CREDENTIAL-REPORT-LINE
               WRITE CREDENTIAL-REPORT-LINE
           END-IF
      ******************************************************************
      * AN EXCLUSION THAT WAS NOT ON FILE BEFORE STOPS PAYMENT TO THE
      * PROVIDER FROM THE NEXT CLAIM ON -- CALL IT OUT ON ITS OWN LINE.
      ******************************************************************
           IF CRD-EXCLUDED AND WS-OLD-SANCTION-STATUS NOT = 'X'
               ADD 1 TO WS-EXCLUDED-COUNT
               MOVE SPACES TO CREDENTIAL-REPORT-LINE
               STRING '*** PROVIDER ' CRD-PROVIDER-ID
                   ' EXCLUDED FROM ' CRD-SANCTION-DATE
                   ' - CLAIMS WILL DENY ***'
                   DELIMITED BY SIZE INTO CREDENTIAL-REPORT-LINE
               WRITE CREDENTIAL-REPORT-LINE
           END-IF
           EXIT.

       DO-APPLY-DELETE SECTION.
           MOVE CRI-PROVIDER-ID     TO CRD-PROVIDER-ID
           MOVE CRI-CREDENTIAL-TYPE TO CRD-CREDENTIAL-TYPE
           MOVE CRI-ISSUING-STATE   TO CRD-ISSUING-STATE
           DELETE CREDENTIAL-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SPACES TO CREDENTIAL-REPORT-LINE
                   STRING 'PROVIDER ' CRI-PROVIDER-ID
                       ' ' CRI-CREDENTIAL-TYPE ' ' CRI-ISSUING-STATE
                       ' DELETE REJECTED - NOT ON CLAIMCRD'
                       DELIMITED BY SIZE INTO CREDENTIAL-REPORT-LINE
                   WRITE CREDENTIAL-REPORT-LINE
                   EXIT SECTION
           END-DELETE

           ADD 1 TO WS-DELETED-COUNT
           MOVE SPACES TO CREDENTIAL-REPORT-LINE
           STRING 'PROVIDER ' CRI-PROVIDER-ID
               ' ' CRI-CREDENTIAL-TYPE ' ' CRI-ISSUING-STATE
               ' DELETED'
               DELIMITED BY SIZE INTO CREDENTIAL-REPORT-LINE
           WRITE CREDENTIAL-REPORT-LINE
           EXIT.
