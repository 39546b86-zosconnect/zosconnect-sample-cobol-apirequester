       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMRML.
      ******************************************************************
      * RETURNED-MAIL LOADER FOR THE CLAIMMAD MEMBER ADDRESS FILE      *
      *                                                                *
      * THE FULFILLMENT VENDOR SENDS BACK A FILE OF MEMBER LETTERS     *
      * (EOBS AND DENIAL NOTICES) THE POST OFFICE RETURNED AS          *
      * UNDELIVERABLE. WITHOUT IT EVERY FOLLOWING LETTER WENT TO THE   *
      * SAME BAD ADDRESS. THIS JOB FLAGS THE ADDRESS UNDELIVERABLE ON  *
      * CLAIMMAD SO CLAIMEOB AND CLAIMDNL HOLD FURTHER LETTERS TO IT   *
      * (AND LIST THEM ON THEIR EXCEPTION REPORTS) UNTIL THE           *
      * ENROLLMENT FEED SENDS A CORRECTED ADDRESS.                     *
      *                                                                *
      * EACH RETURN CARRIES THE FIRST ADDRESS LINE AND ZIP CODE THE    *
      * LETTER WAS PRINTED WITH. A RETURN THAT NO LONGER MATCHES THE   *
      * ADDRESS ON FILE CAME BACK FROM AN ADDRESS ALREADY REPLACED --  *
      * IT IS REPORTED, NOT APPLIED, SO A STALE RETURN CANNOT FLAG A   *
      * CORRECTED ADDRESS.                                             *
      *                                                                *
      * INPUT  : RMLIN    - THE RETURNED-MAIL FILE FROM THE VENDOR.    *
      * I-O    : CLAIMMAD - THE VSAM KSDS MEMBER ADDRESS FILE.         *
      * OUTPUT : RMLRPT   - THE PER-RUN RETURNED-MAIL REPORT.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL-FILE ASSIGN TO RMLIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT MEMBER-ADDRESS-FILE ASSIGN TO CLAIMMAD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAD-KEY
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.
           SELECT RETURNED-MAIL-REPORT ASSIGN TO RMLRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-MAIL-FILE
           RECORDING MODE IS F.
       01  RETURNED-MAIL-RECORD.
           05  RML-MEMBER-ID           PIC X(8).
           05  RML-ADDRESS-TYPE        PIC X(1).
           05  RML-ADDRESS-LINE-1      PIC X(30).
           05  RML-ZIP-CODE            PIC X(10).
           05  RML-RETURNED-DATE       PIC 9(8).
           05  FILLER                  PIC X(23).

       FD  MEMBER-ADDRESS-FILE.
       COPY CLAIMMAD.

       FD  RETURNED-MAIL-REPORT
           RECORDING MODE IS F.
       01  RETURNED-MAIL-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ADDRESS-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-RETURNED-EOF             PIC X(1) VALUE 'N'.
           88  WS-RETURNED-AT-EOF                VALUE 'Y'.

       01  WS-FLAGGED-COUNT            PIC 9(7) VALUE 0.
       01  WS-ALREADY-COUNT            PIC 9(7) VALUE 0.
       01  WS-STALE-COUNT              PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT  RETURNED-MAIL-FILE
           OPEN I-O    MEMBER-ADDRESS-FILE
           OPEN OUTPUT RETURNED-MAIL-REPORT

           MOVE SPACES TO RETURNED-MAIL-REPORT-LINE
           MOVE 'RETURNED MAIL REPORT' TO RETURNED-MAIL-REPORT-LINE
           WRITE RETURNED-MAIL-REPORT-LINE

           PERFORM UNTIL WS-RETURNED-AT-EOF
               READ RETURNED-MAIL-FILE
                   AT END
                       MOVE 'Y' TO WS-RETURNED-EOF
                   NOT AT END
                       PERFORM DO-APPLY-RETURNED-MAIL
               END-READ
           END-PERFORM

           MOVE SPACES TO RETURNED-MAIL-REPORT-LINE
           WRITE RETURNED-MAIL-REPORT-LINE
           MOVE SPACES TO RETURNED-MAIL-REPORT-LINE
           STRING 'FLAGGED: ' WS-FLAGGED-COUNT
               '  ALREADY FLAGGED: ' WS-ALREADY-COUNT
               '  ADDRESS SINCE CHANGED: ' WS-STALE-COUNT
               '  REJECTED: ' WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO RETURNED-MAIL-REPORT-LINE
           WRITE RETURNED-MAIL-REPORT-LINE

           CLOSE RETURNED-MAIL-FILE
           CLOSE MEMBER-ADDRESS-FILE
           CLOSE RETURNED-MAIL-REPORT

           DISPLAY 'CLAIMRML: ADDRESSES FLAGGED = ' WS-FLAGGED-COUNT
               ' STALE = ' WS-STALE-COUNT
               ' REJECTED = ' WS-REJECTED-COUNT

           STOP RUN.

       DO-APPLY-RETURNED-MAIL SECTION.
      ******************************************************************
      * FIND THE ADDRESS THE LETTER WENT TO, CONFIRM IT IS STILL THE
      * ONE ON FILE, AND FLAG IT. A SECOND RETURN FOR AN ADDRESS
      * ALREADY FLAGGED KEEPS THE FIRST RETURNED DATE.
      ******************************************************************
           MOVE RML-MEMBER-ID TO MAD-MEMBER-ID
           MOVE RML-ADDRESS-TYPE TO MAD-ADDRESS-TYPE
           READ MEMBER-ADDRESS-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SPACES TO RETURNED-MAIL-REPORT-LINE
                   STRING 'MEMBER ' RML-MEMBER-ID
                       ' TYPE ' RML-ADDRESS-TYPE
                       ' REJECTED - NO ADDRESS ON CLAIMMAD'
                       DELIMITED BY SIZE
                       INTO RETURNED-MAIL-REPORT-LINE
                   WRITE RETURNED-MAIL-REPORT-LINE
                   EXIT SECTION
           END-READ

           IF MAD-ADDRESS-LINE-1 NOT = RML-ADDRESS-LINE-1
          OR MAD-ZIP-CODE NOT = RML-ZIP-CODE
               ADD 1 TO WS-STALE-COUNT
               MOVE SPACES TO RETURNED-MAIL-REPORT-LINE
               STRING 'MEMBER ' RML-MEMBER-ID
                   ' TYPE ' RML-ADDRESS-TYPE
                   ' NOT FLAGGED - ADDRESS SINCE CHANGED, RETURNED '
                   RML-RETURNED-DATE
                   DELIMITED BY SIZE INTO RETURNED-MAIL-REPORT-LINE
               WRITE RETURNED-MAIL-REPORT-LINE
               EXIT SECTION
           END-IF

           IF MAD-UNDELIVERABLE
               ADD 1 TO WS-ALREADY-COUNT
               EXIT SECTION
           END-IF

           MOVE 'Y' TO MAD-UNDELIVERABLE-FLAG
           MOVE RML-RETURNED-DATE TO MAD-RETURNED-DATE
           REWRITE MEMBER-ADDRESS-RECORD

           ADD 1 TO WS-FLAGGED-COUNT
           MOVE SPACES TO RETURNED-MAIL-REPORT-LINE
           STRING 'MEMBER ' RML-MEMBER-ID
               ' TYPE ' RML-ADDRESS-TYPE
               ' FLAGGED UNDELIVERABLE, RETURNED ' RML-RETURNED-DATE
               DELIMITED BY SIZE INTO RETURNED-MAIL-REPORT-LINE
           WRITE RETURNED-MAIL-REPORT-LINE
           EXIT.
