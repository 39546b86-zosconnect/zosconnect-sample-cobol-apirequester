      *   'T' TERMINATION - STAMP THE TERMINATION DATE                 *
      *   'P' PLAN CHANGE - NEW PLAN CODE AND LIMITS FROM THE          *
      *                     EFFECTIVE DATE                             *
      *   'D' ADDRESS     - THE MEMBER'S MAILING ('M') OR RESIDENCE    *
      *                     ('R') ADDRESS, APPLIED TO CLAIMMAD (LAYOUT *
      *                     ENROLLMENT-ADDRESS-RECORD BELOW)           *
      *                                                                *
      * 'A' RECORDS ALSO CARRY THE MEMBER'S DATE OF BIRTH AND GENDER   *
      * FOR THE CLAIMCI0 AGE/GENDER EDITS, AND ANY DEPENDENT AGE-OFF   *
      * EXTENSION ('S' STUDENT, 'D' DISABLED) CLAIMDAO HONORS. ON A    *
      * RE-ENROLLMENT A BLANK OR ZERO DATE OF BIRTH OR A BLANK GENDER  *
      * LEAVES WHAT IS ALREADY ON FILE. 'A' RECORDS FOR STATE MEDICAID *
      * ENROLLEES ALSO CARRY THE STATE RECIPIENT ID CLAIMENS REPORTS   *
      * ENCOUNTERS UNDER; A BLANK ONE ON RE-ENROLLMENT IS LEFT ALONE.  *
      *                                                                *
      * EVERY RECORD APPLIED OR REJECTED IS REPORTED TO ENRRPT, SO     *
      * EACH RUN LEAVES A PER-NIGHT CHANGE REPORT.                     *
      *                                                                *
      * A TERMINATION, RE-ENROLLMENT OR PLAN CHANGE THAT SHORTENS THE  *
      * COVERAGE SPAN OVER DATES ALREADY PAST (A TERMINATION DATED     *
      * BEFORE TODAY, OR AN EFFECTIVE DATE MOVED LATER FROM ONE        *
      * BEFORE TODAY) IS ALSO LOGGED TO CLAIMRTL WITH THE OLD AND NEW  *
      * SPANS, SO THE CLAIMRTS SWEEP CAN FIND THE CLAIMS ALREADY       *
      * ADJUDICATED FOR THE DAYS THAT ARE NO LONGER COVERED.           *
      *                                                                *
      * INPUT  : ENRIN    - THE ENROLLMENT FEED FROM THE GROUP SYSTEM. *
      * I-O    : CLAIMMBR - THE VSAM KSDS MEMBER MASTER.               *
      *          CLAIMMAD - THE VSAM KSDS MEMBER ADDRESS FILE.         *
      * OUTPUT : ENRRPT   - THE PER-RUN CHANGE REPORT.                 *
      *          CLAIMRTL - THE RETROACTIVE TERMINATION LOG (EXTENDED).*
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT MEMBER-ADDRESS-FILE ASSIGN TO CLAIMMAD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAD-KEY
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.
           SELECT ENROLLMENT-REPORT ASSIGN TO ENRRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETRO-TERM-LOG-FILE ASSIGN TO CLAIMRTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETRO-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE
           05  ENR-EFFECTIVE-DATE      PIC 9(8).
           05  ENR-TERMINATION-DATE    PIC 9(8).
           05  ENR-PRIMARY-PROVIDER    PIC X(21).
           05  ENR-DATE-OF-BIRTH       PIC 9(8).
           05  ENR-GENDER              PIC X(1).
           05  ENR-AGE-OFF-EXTENSION   PIC X(1).
           05  ENR-MEDICAID-ID         PIC X(12).
           05  FILLER                  PIC X(27).
      ******************************************************************
      * THE 'D' ADDRESS RECORD SHARES THE FUNCTION BYTE AND MEMBER ID
      * POSITIONS WITH THE COVERAGE RECORDS ABOVE.
      ******************************************************************
       01  ENROLLMENT-ADDRESS-RECORD.
           05  ENRA-FUNCTION           PIC X(1).
           05  ENRA-MEMBER-ID          PIC X(8).
           05  ENRA-ADDRESS-TYPE       PIC X(1).
           05  ENRA-MEMBER-NAME        PIC X(30).
           05  ENRA-ADDRESS-LINE-1     PIC X(30).
           05  ENRA-ADDRESS-LINE-2     PIC X(30).
           05  ENRA-CITY               PIC X(20).
           05  ENRA-STATE              PIC X(2).
           05  ENRA-ZIP-CODE           PIC X(10).
           05  ENRA-EFFECTIVE-DATE     PIC 9(8).
           05  ENRA-END-DATE           PIC 9(8).

       FD  MEMBER-FILE.
       COPY CLAIMMBR.

       FD  MEMBER-ADDRESS-FILE.
       COPY CLAIMMAD.

       FD  ENROLLMENT-REPORT
           RECORDING MODE IS F.
       01  ENROLLMENT-REPORT-LINE      PIC X(132).

       FD  RETRO-TERM-LOG-FILE.
       COPY CLAIMRTL.

       WORKING-STORAGE SECTION.
       01  WS-MEMBER-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-ADDRESS-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-RETRO-LOG-STATUS         PIC X(2) VALUE '00'.
       01  WS-ENROLL-EOF               PIC X(1) VALUE 'N'.
           88  WS-ENROLL-AT-EOF                  VALUE 'Y'.

       01  WS-TERMED-COUNT             PIC 9(7) VALUE 0.
       01  WS-CHANGED-COUNT            PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(7) VALUE 0.
       01  WS-ADDRESS-COUNT            PIC 9(7) VALUE 0.
       01  WS-RETRO-COUNT              PIC 9(7) VALUE 0.

      ******************************************************************
      * THE MEMBER'S COVERAGE SPAN AS IT STOOD BEFORE THE FEED RECORD
      * WAS APPLIED, FOR THE RETROACTIVE-CHANGE CHECK.
      ******************************************************************
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-OLD-EFFECTIVE-DATE       PIC 9(8).
       01  WS-OLD-TERMINATION-DATE     PIC 9(8).

       01  WS-MEMBER-ON-FILE-SW        PIC X(1) VALUE 'Y'.
           88  WS-MEMBER-ON-FILE                 VALUE 'Y'.
       01  WS-WRITE-OK-SW              PIC X(1) VALUE 'Y'.
           88  WS-WRITE-OK                       VALUE 'Y'.
       01  WS-ADDRESS-ON-FILE-SW       PIC X(1) VALUE 'Y'.
           88  WS-ADDRESS-ON-FILE                VALUE 'Y'.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT  ENROLLMENT-FILE
           OPEN I-O    MEMBER-FILE
           OPEN I-O    MEMBER-ADDRESS-FILE
           OPEN OUTPUT ENROLLMENT-REPORT
           OPEN EXTEND RETRO-TERM-LOG-FILE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           MOVE SPACES TO ENROLLMENT-REPORT-LINE
           MOVE 'ENROLLMENT FEED CHANGE REPORT'
               '  TERMINATED: ' WS-TERMED-COUNT
               '  PLAN CHANGES: ' WS-CHANGED-COUNT
               '  REJECTED: ' WS-REJECTED-COUNT
               '  ADDRESSES: ' WS-ADDRESS-COUNT
               DELIMITED BY SIZE INTO ENROLLMENT-REPORT-LINE
           WRITE ENROLLMENT-REPORT-LINE
           MOVE SPACES TO ENROLLMENT-REPORT-LINE
           STRING 'RETROACTIVE COVERAGE CHANGES LOGGED FOR CLAIMRTS: '
               WS-RETRO-COUNT
               DELIMITED BY SIZE INTO ENROLLMENT-REPORT-LINE
           WRITE ENROLLMENT-REPORT-LINE

           CLOSE ENROLLMENT-FILE
           CLOSE MEMBER-FILE
           CLOSE MEMBER-ADDRESS-FILE
           CLOSE ENROLLMENT-REPORT
           CLOSE RETRO-TERM-LOG-FILE

           DISPLAY 'CLAIMENR: ADDED = ' WS-ADDED-COUNT
               ' TERMED = ' WS-TERMED-COUNT
               ' CHANGED = ' WS-CHANGED-COUNT
               ' REJECTED = ' WS-REJECTED-COUNT
               ' ADDRESSES = ' WS-ADDRESS-COUNT
               ' RETRO LOGGED = ' WS-RETRO-COUNT

           STOP RUN.

                   PERFORM DO-APPLY-TERMINATION
               WHEN 'P'
                   PERFORM DO-APPLY-PLAN-CHANGE
               WHEN 'D'
                   PERFORM DO-APPLY-ADDRESS
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SPACES TO ENROLLMENT-REPORT-LINE
           END-READ

           IF WS-MEMBER-ON-FILE
               MOVE MBR-EFFECTIVE-DATE TO WS-OLD-EFFECTIVE-DATE
               MOVE MBR-TERMINATION-DATE TO WS-OLD-TERMINATION-DATE
               PERFORM DO-REFRESH-MEMBER-COVERAGE
               REWRITE MEMBER-RECORD
               ADD 1 TO WS-REFRESHED-COUNT
                   ' EFFECTIVE ' ENR-EFFECTIVE-DATE
                   DELIMITED BY SIZE INTO ENROLLMENT-REPORT-LINE
               WRITE ENROLLMENT-REPORT-LINE
               PERFORM DO-LOG-RETRO-CHANGE
               EXIT SECTION
           END-IF

               MOVE ENR-TERMINATION-DATE TO MBR-TERMINATION-DATE
           END-IF
           MOVE ENR-PRIMARY-PROVIDER TO MBR-PRIMARY-PROVIDER
           IF ENR-DATE-OF-BIRTH IS NUMERIC
               MOVE ENR-DATE-OF-BIRTH TO MBR-DATE-OF-BIRTH
           ELSE
               MOVE 0               TO MBR-DATE-OF-BIRTH
           END-IF
           MOVE ENR-GENDER          TO MBR-GENDER
           MOVE ENR-AGE-OFF-EXTENSION TO MBR-AGE-OFF-EXTENSION
           MOVE ENR-MEDICAID-ID     TO MBR-MEDICAID-ID
           EXIT.

       DO-REFRESH-MEMBER-COVERAGE SECTION.
               MOVE ENR-TERMINATION-DATE TO MBR-TERMINATION-DATE
           END-IF
           MOVE ENR-PRIMARY-PROVIDER TO MBR-PRIMARY-PROVIDER
           IF ENR-DATE-OF-BIRTH IS NUMERIC
              AND ENR-DATE-OF-BIRTH NOT = 0
               MOVE ENR-DATE-OF-BIRTH TO MBR-DATE-OF-BIRTH
           END-IF
           IF ENR-GENDER NOT = SPACE
               MOVE ENR-GENDER      TO MBR-GENDER
           END-IF
           MOVE ENR-AGE-OFF-EXTENSION TO MBR-AGE-OFF-EXTENSION
           IF ENR-MEDICAID-ID NOT = SPACES
               MOVE ENR-MEDICAID-ID TO MBR-MEDICAID-ID
           END-IF
           EXIT.

       DO-APPLY-TERMINATION SECTION.
                   EXIT SECTION
           END-READ

           MOVE MBR-EFFECTIVE-DATE TO WS-OLD-EFFECTIVE-DATE
           MOVE MBR-TERMINATION-DATE TO WS-OLD-TERMINATION-DATE
           MOVE ENR-TERMINATION-DATE TO MBR-TERMINATION-DATE
           REWRITE MEMBER-RECORD

               ' TERMINATED EFFECTIVE ' ENR-TERMINATION-DATE
               DELIMITED BY SIZE INTO ENROLLMENT-REPORT-LINE
           WRITE ENROLLMENT-REPORT-LINE
           PERFORM DO-LOG-RETRO-CHANGE
           EXIT.

       DO-APPLY-PLAN-CHANGE SECTION.
                   EXIT SECTION
           END-READ

           MOVE MBR-EFFECTIVE-DATE TO WS-OLD-EFFECTIVE-DATE
           MOVE MBR-TERMINATION-DATE TO WS-OLD-TERMINATION-DATE
           MOVE ENR-PLAN-CODE TO MBR-PLAN-CODE
           COMPUTE MBR-DEDUCTIBLE =
               FUNCTION NUMVAL(ENR-DEDUCTIBLE)
               ' EFFECTIVE ' ENR-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO ENROLLMENT-REPORT-LINE
           WRITE ENROLLMENT-REPORT-LINE
           PERFORM DO-LOG-RETRO-CHANGE
           EXIT.

       DO-LOG-RETRO-CHANGE SECTION.
      ******************************************************************
      * COMPARE THE SPAN JUST REWRITTEN WITH THE ONE IT REPLACED. A
      * TERMINATION PULLED EARLIER TO A DATE BEFORE TODAY, OR AN
      * EFFECTIVE DATE PUSHED LATER FROM A DATE ON OR BEFORE TODAY,
      * DROPS DAYS THAT CLAIMS MAY ALREADY HAVE BEEN PAID FOR -- LOG
      * IT TO CLAIMRTL FOR THE CLAIMRTS SWEEP. A LEGACY RECORD'S
      * ZERO TERMINATION MEANT OPEN-ENDED COVERAGE, THE SAME AS
      * 99991231.
      ******************************************************************
           IF WS-OLD-TERMINATION-DATE = 0
               MOVE 99991231 TO WS-OLD-TERMINATION-DATE
           END-IF

           IF (MBR-TERMINATION-DATE < WS-OLD-TERMINATION-DATE
          AND MBR-TERMINATION-DATE < WS-TODAY-DATE)
           OR (MBR-EFFECTIVE-DATE > WS-OLD-EFFECTIVE-DATE
          AND WS-OLD-EFFECTIVE-DATE NOT > WS-TODAY-DATE)
               CONTINUE
           ELSE
               EXIT SECTION
           END-IF

           MOVE MBR-MEMBER-ID            TO RTL-MEMBER-ID
           MOVE ENR-FUNCTION             TO RTL-FUNCTION
           MOVE WS-TODAY-DATE            TO RTL-LOGGED-DATE
           MOVE WS-OLD-EFFECTIVE-DATE    TO RTL-OLD-EFFECTIVE-DATE
           MOVE WS-OLD-TERMINATION-DATE  TO RTL-OLD-TERMINATION-DATE
           MOVE MBR-EFFECTIVE-DATE       TO RTL-NEW-EFFECTIVE-DATE
           MOVE MBR-TERMINATION-DATE     TO RTL-NEW-TERMINATION-DATE
           MOVE 'N'                      TO RTL-SWEPT-FLAG
           MOVE 0                        TO RTL-SWEPT-DATE
           MOVE 0                        TO RTL-CLAIM-COUNT
           WRITE RETRO-TERM-LOG-RECORD

           ADD 1 TO WS-RETRO-COUNT
           MOVE SPACES TO ENROLLMENT-REPORT-LINE
           STRING 'MEMBER ' MBR-MEMBER-ID
               ' COVERAGE SHORTENED RETROACTIVELY, WAS '
               WS-OLD-EFFECTIVE-DATE '-' WS-OLD-TERMINATION-DATE
               ' NOW ' MBR-EFFECTIVE-DATE '-' MBR-TERMINATION-DATE
               ' - LOGGED FOR CLAIM SWEEP'
               DELIMITED BY SIZE INTO ENROLLMENT-REPORT-LINE
           WRITE ENROLLMENT-REPORT-LINE
           EXIT.

       DO-APPLY-ADDRESS SECTION.
      ******************************************************************
      * ADD OR REPLACE THE MEMBER'S MAILING OR RESIDENCE ADDRESS ON
      * CLAIMMAD. THE MEMBER MUST ALREADY BE ON CLAIMMBR (THE FEED
      * SENDS THE 'A' AHEAD OF ITS ADDRESSES). AN ADDRESS THAT
      * ACTUALLY CHANGES CLEARS ANY UNDELIVERABLE FLAG CLAIMRML SET
      * ON THE OLD ONE; THE SAME ADDRESS RE-SENT KEEPS IT, SO A
      * RETURNED ADDRESS STAYS HELD UNTIL THE GROUP CORRECTS IT.
      ******************************************************************
           IF ENRA-ADDRESS-TYPE NOT = 'M'
          AND ENRA-ADDRESS-TYPE NOT = 'R'
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO ENROLLMENT-REPORT-LINE
               STRING 'MEMBER ' ENRA-MEMBER-ID
                   ' ADDRESS REJECTED - UNKNOWN ADDRESS TYPE '
                   ENRA-ADDRESS-TYPE
                   DELIMITED BY SIZE INTO ENROLLMENT-REPORT-LINE
               WRITE ENROLLMENT-REPORT-LINE
               EXIT SECTION
           END-IF

           MOVE ENRA-MEMBER-ID TO MBR-MEMBER-ID
           READ MEMBER-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SPACES TO ENROLLMENT-REPORT-LINE
                   STRING 'MEMBER ' ENRA-MEMBER-ID
                       ' ADDRESS REJECTED - NOT ON CLAIMMBR'
                       DELIMITED BY SIZE INTO ENROLLMENT-REPORT-LINE
                   WRITE ENROLLMENT-REPORT-LINE
                   EXIT SECTION
           END-READ

           MOVE ENRA-MEMBER-ID TO MAD-MEMBER-ID
           MOVE ENRA-ADDRESS-TYPE TO MAD-ADDRESS-TYPE
           MOVE 'Y' TO WS-ADDRESS-ON-FILE-SW
           READ MEMBER-ADDRESS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ADDRESS-ON-FILE-SW
           END-READ

           IF NOT WS-ADDRESS-ON-FILE
          OR MAD-ADDRESS-LINE-1 NOT = ENRA-ADDRESS-LINE-1
          OR MAD-ADDRESS-LINE-2 NOT = ENRA-ADDRESS-LINE-2
          OR MAD-CITY NOT = ENRA-CITY
          OR MAD-STATE NOT = ENRA-STATE
          OR MAD-ZIP-CODE NOT = ENRA-ZIP-CODE
               MOVE 'N' TO MAD-UNDELIVERABLE-FLAG
               MOVE 0 TO MAD-RETURNED-DATE
           END-IF

           MOVE ENRA-MEMBER-NAME    TO MAD-MEMBER-NAME
           MOVE ENRA-ADDRESS-LINE-1 TO MAD-ADDRESS-LINE-1
           MOVE ENRA-ADDRESS-LINE-2 TO MAD-ADDRESS-LINE-2
           MOVE ENRA-CITY           TO MAD-CITY
           MOVE ENRA-STATE          TO MAD-STATE
           MOVE ENRA-ZIP-CODE       TO MAD-ZIP-CODE
           MOVE ENRA-EFFECTIVE-DATE TO MAD-EFFECTIVE-DATE
           IF ENRA-END-DATE = 0
               MOVE 99991231        TO MAD-END-DATE
           ELSE
               MOVE ENRA-END-DATE   TO MAD-END-DATE
           END-IF

           IF WS-ADDRESS-ON-FILE
               REWRITE MEMBER-ADDRESS-RECORD
           ELSE
               WRITE MEMBER-ADDRESS-RECORD
           END-IF

           ADD 1 TO WS-ADDRESS-COUNT
           MOVE SPACES TO ENROLLMENT-REPORT-LINE
           IF MAD-MAILING-ADDRESS
               STRING 'MEMBER ' ENRA-MEMBER-ID
                   ' MAILING ADDRESS SET, EFFECTIVE '
                   ENRA-EFFECTIVE-DATE
                   DELIMITED BY SIZE INTO ENROLLMENT-REPORT-LINE
           ELSE
               STRING 'MEMBER ' ENRA-MEMBER-ID
                   ' RESIDENCE ADDRESS SET, EFFECTIVE '
                   ENRA-EFFECTIVE-DATE
                   DELIMITED BY SIZE INTO ENROLLMENT-REPORT-LINE
           END-IF
           WRITE ENROLLMENT-REPORT-LINE
           EXIT.
