       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMUNC.
      ******************************************************************
      * UNCLAIMED PROPERTY (ESCHEATMENT) OF UNCASHED CLAIM CHECKS      *
      *                                                                *
      * A PROVIDER OR MEMBER CLAIM CHECK THAT IS NEVER CASHED STAYED   *
      * OUTSTANDING ON THE CLAIMCHK REGISTER INDEFINITELY. EVERY       *
      * STATE REQUIRES IT TO BE REPORTED AND THE MONEY REMITTED AS     *
      * UNCLAIMED PROPERTY AFTER A DORMANCY PERIOD. THIS DAILY JOB     *
      * WORKS EACH OUTSTANDING CHECK UNDER THE RULES OF THE PAYEE'S    *
      * STATE ON CLAIMUPS:                                             *
      *                                                                *
      *   1. APPLY THE PAYEE RESPONSES (UNCRSP) TO EARLIER DUE-        *
      *      DILIGENCE LETTERS. A RESPONSE IS OWNER CONTACT -- THE     *
      *      CHECK IS NO LONGER ABANDONED, SO ITS DORMANCY PERIOD      *
      *      RESTARTS FROM THE RESPONSE DATE. THE RESPONSE IS LISTED   *
      *      FOR THE DISBURSEMENT TEAM TO REISSUE THE PAYMENT.         *
      *   2. SWEEP CLAIMCHK. A CHECK THAT WILL HAVE BEEN DORMANT       *
      *      UPS-DORMANCY-YEARS BY THE STATE'S NEXT REPORTING DATE     *
      *      GETS A DUE-DILIGENCE LETTER ONCE IT IS WITHIN             *
      *      UPS-LETTER-LEAD-DAYS OF THAT DATE. ONCE THIS YEAR'S       *
      *      REPORTING DATE IS REACHED, A CHECK THAT WAS DORMANT BY IT *
      *      AND IS STILL OUTSTANDING IS WRITTEN TO THE UNCLAIMED-     *
      *      PROPERTY REPORT FILE AND MARKED ESCHEATED ('E') WITH THE  *
      *      STATE AND DATE -- SO A RUN MISSED ON THE REPORTING DATE   *
      *      ITSELF IS CAUGHT UP BY THE NEXT ONE. AN ESCHEATED CHECK   *
      *      IS NO LONGER OUTSTANDING AND IS NOT WORKED AGAIN.         *
      *                                                                *
      * THE PROCESSING DATE IS THE OPERATIONS BUSINESS DATE ON         *
      * CLAIMRNC ('BUSDATE' ROW), NOT THE SYSTEM CLOCK. THE JOB POSTS  *
      * 'DONE' FOR THAT DATE, AND A RERUN FOR A DATE ALREADY DONE IS   *
      * REFUSED.                                                       *
      *                                                                *
      * THE STATE IS THE PAYEE'S LAST KNOWN ADDRESS: THE MEMBER'S      *
      * CLAIMMAD ADDRESS FOR A MEMBER PAYEE. A PROVIDER PAYEE, OR A    *
      * MEMBER WITH NO ADDRESS ON FILE, HAS NO KNOWN ADDRESS AND IS    *
      * REPORTED TO THE HOLDER'S STATE (WS-HOLDER-STATE). NO LETTER    *
      * CAN BE MAILED WITHOUT A DELIVERABLE ADDRESS -- THOSE CHECKS    *
      * ARE LISTED SO PROVIDER RELATIONS OR MEMBER SERVICES CAN MAKE   *
      * CONTACT BEFORE THE REPORTING DATE.                             *
      *                                                                *
      * THIS JOB RUNS BEFORE CLAIMGLJ, WHICH POSTS THE DAY'S           *
      * ESCHEATED AMOUNTS TO EACH STATE'S UNCLAIMED-PROPERTY           *
      * LIABILITY ACCOUNT.                                             *
      *                                                                *
      * INPUT  : UNCRSP   - PAYEE RESPONSES TO DUE-DILIGENCE LETTERS.  *
      *          CLAIMUPS - STATE UNCLAIMED-PROPERTY RULES.            *
      *          CLAIMMAD - THE MEMBER ADDRESS FILE.                   *
      * I-O    : CLAIMCHK - THE ISSUED-CHECK REGISTER.                 *
      *          CLAIMRNC - BATCH RUN CONTROL.                         *
      * OUTPUT : UNCLTR   - DUE-DILIGENCE LETTERS.                     *
      *          UNCOUT   - THE UNCLAIMED-PROPERTY REPORT FILE.        *
      *          UNCRPT   - LETTERS, RESPONSES AND ESCHEATED CHECKS.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-FILE ASSIGN TO UNCRSP
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO CLAIMCHK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-CHECK-NUMBER
               FILE STATUS IS WS-CHECK-FILE-STATUS.
           SELECT UNCLAIMED-RULE-FILE ASSIGN TO CLAIMUPS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS UPS-STATE
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT MEMBER-ADDRESS-FILE ASSIGN TO CLAIMMAD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAD-KEY
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CLAIMRNC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RNC-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT LETTER-FILE ASSIGN TO UNCLTR
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNCLAIMED-REPORT-FILE ASSIGN TO UNCOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNCLAIMED-REPORT ASSIGN TO UNCRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESPONSE-FILE
           RECORDING MODE IS F.
       01  RESPONSE-RECORD.
           05  RSP-CHECK-NUMBER        PIC X(12).
           05  RSP-RESPONSE-DATE       PIC 9(8).
           05  FILLER                  PIC X(60).

       FD  CHECK-REGISTER-FILE.
       COPY CLAIMCHK.

       FD  UNCLAIMED-RULE-FILE.
       COPY CLAIMUPS.

       FD  MEMBER-ADDRESS-FILE.
       COPY CLAIMMAD.

       FD  RUN-CONTROL-FILE.
       COPY CLAIMRNC.

       FD  LETTER-FILE
           RECORDING MODE IS F.
       01  LETTER-LINE                 PIC X(132).

      ******************************************************************
      * UNCLAIMED-PROPERTY REPORT FILE: ONE 'D' RECORD PER CHECK
      * ESCHEATED, THEN ONE 'T' TRAILER PER STATE WITH THE ITEM COUNT
      * AND DOLLAR TOTAL. AMOUNTS CARRY AN IMPLIED DECIMAL POINT.
      ******************************************************************
       FD  UNCLAIMED-REPORT-FILE
           RECORDING MODE IS F.
       01  UNCLAIMED-DETAIL-RECORD.
           05  UPR-RECORD-TYPE         PIC X(1).
           05  UPR-STATE               PIC X(2).
           05  UPR-CHECK-NUMBER        PIC X(12).
           05  UPR-ISSUE-DATE          PIC 9(8).
           05  UPR-AMOUNT              PIC 9(9)V9(2).
           05  UPR-PAYEE-TYPE          PIC X(1).
           05  UPR-PAYEE-ID            PIC X(21).
           05  UPR-PAYEE-NAME          PIC X(30).
           05  UPR-ADDRESS-LINE-1      PIC X(30).
           05  UPR-CITY                PIC X(20).
           05  UPR-ADDRESS-STATE       PIC X(2).
           05  UPR-ZIP-CODE            PIC X(10).
           05  UPR-LETTER-DATE         PIC 9(8).
           05  UPR-PROPERTY-TYPE       PIC X(4).
       01  UNCLAIMED-TRAILER-RECORD.
           05  UPT-RECORD-TYPE         PIC X(1).
           05  UPT-STATE               PIC X(2).
           05  UPT-ITEM-COUNT          PIC 9(7).
           05  UPT-TOTAL-AMOUNT        PIC 9(11)V9(2).
           05  FILLER                  PIC X(137).

       FD  UNCLAIMED-REPORT
           RECORDING MODE IS F.
       01  UNCLAIMED-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CHECK-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-RULE-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ADDRESS-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-RESPONSE-EOF             PIC X(1) VALUE 'N'.
           88  WS-RESPONSE-AT-EOF                VALUE 'Y'.
       01  WS-CHECK-FILE-EOF           PIC X(1) VALUE 'N'.
           88  WS-CHECK-FILE-AT-EOF              VALUE 'Y'.

      ******************************************************************
      * THE STATE A CHECK WITH NO KNOWN PAYEE ADDRESS IS REPORTED TO
      * -- THE HOLDER'S STATE OF INCORPORATION.
      ******************************************************************
       01  WS-HOLDER-STATE             PIC X(2) VALUE 'NY'.

      ******************************************************************
      * RUN-CONTROL STATE (SEE CLAIMRNC.CPY). A MISSING CLAIMRNC
      * FILE TURNS THE CHECKS OFF; A REFUSED RUN STOPS BEFORE ANY
      * DATA FILE IS TOUCHED.
      ******************************************************************
       01  WS-RUN-CONTROL-STATUS       PIC X(2) VALUE '00'.
       01  WS-RUN-CONTROL-ACTIVE-SW    PIC X(1) VALUE 'N'.
           88  WS-RUN-CONTROL-ACTIVE             VALUE 'Y'.
       01  WS-RUN-REFUSED-SW           PIC X(1) VALUE 'N'.
           88  WS-RUN-REFUSED                    VALUE 'Y'.
       01  WS-PROCESS-DATE             PIC 9(8).
       01  WS-RNC-TODAY                PIC 9(8).

       01  WS-PROCESS-INTEGER          PIC S9(9) COMP.
       01  WS-DORMANCY-BASE-DATE       PIC 9(8).
       01  WS-DORMANT-DATE             PIC 9(8).
       01  WS-REPORT-DATE              PIC 9(8).
       01  WS-WINDOW-START-INTEGER     PIC S9(9) COMP.
       01  WS-LETTER-INTEGER           PIC S9(9) COMP.

      ******************************************************************
      * THE PAYEE'S LAST KNOWN ADDRESS, AS CHOSEN FROM CLAIMMAD BY
      * DO-FIND-PAYEE-ADDRESS, AND THE STATE THE CHECK BELONGS TO.
      ******************************************************************
       01  WS-PAYEE-ADDRESS.
           05  WS-PAY-NAME             PIC X(30).
           05  WS-PAY-LINE-1           PIC X(30).
           05  WS-PAY-LINE-2           PIC X(30).
           05  WS-PAY-CITY             PIC X(20).
           05  WS-PAY-STATE            PIC X(2).
           05  WS-PAY-ZIP-CODE         PIC X(10).
       01  WS-PAYEE-STATE              PIC X(2).
       01  WS-ADDRESS-FOUND-SW         PIC X(1) VALUE 'N'.
           88  WS-ADDRESS-FOUND                  VALUE 'Y'.
       01  WS-NO-LETTER-REASON         PIC X(40).

      ******************************************************************
      * ESCHEATED COUNT AND TOTAL PER STATE FOR THE REPORT-FILE
      * TRAILERS.
      ******************************************************************
       01  WS-STATE-TOTAL-TABLE.
           05  WS-STT-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-STT-IDX.
               10  WS-STT-STATE        PIC X(2).
               10  WS-STT-COUNT        PIC 9(7).
               10  WS-STT-TOTAL        PIC 9(11)V9(2).
       01  WS-STATE-TOTAL-COUNT        PIC 9(2) VALUE 0.

       01  WS-CHECK-AMOUNT             PIC 9(9)V9(2).
       01  WS-EDIT-AMOUNT              PIC $$$,$$$,$$9.99.
       01  WS-ESCHEAT-TOTAL            PIC 9(11)V9(2) VALUE 0.
       01  WS-EDIT-TOTAL               PIC $$$,$$$,$$$,$$9.99.

       01  WS-RESPONSE-COUNT           PIC 9(7) VALUE 0.
       01  WS-RESPONSE-REJECT-COUNT    PIC 9(7) VALUE 0.
       01  WS-LETTER-COUNT             PIC 9(7) VALUE 0.
       01  WS-NO-LETTER-COUNT          PIC 9(7) VALUE 0.
       01  WS-ESCHEAT-COUNT            PIC 9(7) VALUE 0.
       01  WS-NO-RULE-COUNT            PIC 9(7) VALUE 0.
       01  WS-LOCKED-COUNT             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           PERFORM DO-CHECK-RUN-CONTROL
           IF WS-RUN-REFUSED
               STOP RUN
           END-IF

           OPEN INPUT  RESPONSE-FILE
           OPEN I-O    CHECK-REGISTER-FILE
           OPEN INPUT  UNCLAIMED-RULE-FILE
           OPEN INPUT  MEMBER-ADDRESS-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT UNCLAIMED-REPORT-FILE
           OPEN OUTPUT UNCLAIMED-REPORT

           COMPUTE WS-PROCESS-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)

           MOVE SPACES TO UNCLAIMED-REPORT-LINE
           STRING 'UNCLAIMED PROPERTY REPORT FOR ' WS-PROCESS-DATE
               DELIMITED BY SIZE INTO UNCLAIMED-REPORT-LINE
           WRITE UNCLAIMED-REPORT-LINE
           MOVE SPACES TO UNCLAIMED-REPORT-LINE
           WRITE UNCLAIMED-REPORT-LINE

           PERFORM UNTIL WS-RESPONSE-AT-EOF
               READ RESPONSE-FILE
                   AT END
                       MOVE 'Y' TO WS-RESPONSE-EOF
                   NOT AT END
                       PERFORM DO-APPLY-RESPONSE
               END-READ
           END-PERFORM

           CLOSE RESPONSE-FILE

           MOVE LOW-VALUES TO CHK-CHECK-NUMBER
           START CHECK-REGISTER-FILE KEY >= CHK-CHECK-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-CHECK-FILE-EOF
           END-START

           PERFORM UNTIL WS-CHECK-FILE-AT-EOF
               READ CHECK-REGISTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CHECK-FILE-EOF
                   NOT AT END
                       IF CHK-OUTSTANDING
                           PERFORM DO-WORK-OUTSTANDING-CHECK
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-STT-IDX FROM 1 BY 1
                   UNTIL WS-STT-IDX > WS-STATE-TOTAL-COUNT
               MOVE SPACES TO UNCLAIMED-TRAILER-RECORD
               MOVE 'T' TO UPT-RECORD-TYPE
               MOVE WS-STT-STATE(WS-STT-IDX) TO UPT-STATE
               MOVE WS-STT-COUNT(WS-STT-IDX) TO UPT-ITEM-COUNT
               MOVE WS-STT-TOTAL(WS-STT-IDX) TO UPT-TOTAL-AMOUNT
               WRITE UNCLAIMED-TRAILER-RECORD
           END-PERFORM

           MOVE WS-ESCHEAT-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO UNCLAIMED-REPORT-LINE
           WRITE UNCLAIMED-REPORT-LINE
           MOVE SPACES TO UNCLAIMED-REPORT-LINE
           STRING 'RESPONSES APPLIED: ' WS-RESPONSE-COUNT
               '  REJECTED: ' WS-RESPONSE-REJECT-COUNT
               '  LETTERS SENT: ' WS-LETTER-COUNT
               '  NO LETTER POSSIBLE: ' WS-NO-LETTER-COUNT
               DELIMITED BY SIZE INTO UNCLAIMED-REPORT-LINE
           WRITE UNCLAIMED-REPORT-LINE
           MOVE SPACES TO UNCLAIMED-REPORT-LINE
           STRING 'CHECKS ESCHEATED: ' WS-ESCHEAT-COUNT
               '  TOTAL: ' WS-EDIT-TOTAL
               '  NO STATE RULE: ' WS-NO-RULE-COUNT
               '  LOCKED: ' WS-LOCKED-COUNT
               DELIMITED BY SIZE INTO UNCLAIMED-REPORT-LINE
           WRITE UNCLAIMED-REPORT-LINE

           CLOSE CHECK-REGISTER-FILE
           CLOSE UNCLAIMED-RULE-FILE
           CLOSE MEMBER-ADDRESS-FILE
           CLOSE LETTER-FILE
           CLOSE UNCLAIMED-REPORT-FILE
           CLOSE UNCLAIMED-REPORT

           DISPLAY 'CLAIMUNC: LETTERS SENT = ' WS-LETTER-COUNT
               ' CHECKS ESCHEATED = ' WS-ESCHEAT-COUNT
               ' TOTAL = ' WS-EDIT-TOTAL
           IF WS-NO-RULE-COUNT > 0
               DISPLAY 'CLAIMUNC: CHECKS WITH NO STATE RULE = '
                   WS-NO-RULE-COUNT
           END-IF
           IF WS-LOCKED-COUNT > 0
               DISPLAY 'CLAIMUNC: CHECKS SKIPPED, RECORD LOCKED = '
                   WS-LOCKED-COUNT
           END-IF

           PERFORM DO-POST-RUN-CONTROL

           STOP RUN.

       DO-APPLY-RESPONSE SECTION.
      ******************************************************************
      * A PAYEE ANSWERED A DUE-DILIGENCE LETTER. ONLY A CHECK STILL
      * OUTSTANDING CAN TAKE THE RESPONSE -- ONE ALREADY ESCHEATED
      * MUST BE CLAIMED FROM THE STATE.
      ******************************************************************
           MOVE RSP-CHECK-NUMBER TO CHK-CHECK-NUMBER
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   ADD 1 TO WS-RESPONSE-REJECT-COUNT
                   MOVE SPACES TO UNCLAIMED-REPORT-LINE
                   STRING 'CHECK ' RSP-CHECK-NUMBER
                       ' RESPONSE REJECTED - NOT ON CLAIMCHK'
                       DELIMITED BY SIZE INTO UNCLAIMED-REPORT-LINE
                   WRITE UNCLAIMED-REPORT-LINE
                   EXIT SECTION
           END-READ

           IF CHK-ESCHEATED
               ADD 1 TO WS-RESPONSE-REJECT-COUNT
               MOVE SPACES TO UNCLAIMED-REPORT-LINE
               STRING 'CHECK ' RSP-CHECK-NUMBER
                   ' RESPONSE REJECTED - ESCHEATED TO '
                   CHK-ESCHEAT-STATE ' ON ' CHK-ESCHEAT-DATE
                   ', PAYEE MUST CLAIM FROM THE STATE'
                   DELIMITED BY SIZE INTO UNCLAIMED-REPORT-LINE
               WRITE UNCLAIMED-REPORT-LINE
               EXIT SECTION
           END-IF

           IF NOT CHK-OUTSTANDING
               ADD 1 TO WS-RESPONSE-REJECT-COUNT
               MOVE SPACES TO UNCLAIMED-REPORT-LINE
               STRING 'CHECK ' RSP-CHECK-NUMBER
                   ' RESPONSE REJECTED - CHECK ALREADY CLEARED '
                   CHK-CLEARED-DATE
                   DELIMITED BY SIZE INTO UNCLAIMED-REPORT-LINE
               WRITE UNCLAIMED-REPORT-LINE
               EXIT SECTION
           END-IF

           MOVE 'R' TO CHK-DUE-DILIGENCE-STATUS
           MOVE RSP-RESPONSE-DATE TO CHK-RESPONSE-DATE
           REWRITE CHECK-REGISTER-RECORD
           IF WS-CHECK-FILE-STATUS NOT = '00'
               ADD 1 TO WS-LOCKED-COUNT
               MOVE SPACES TO UNCLAIMED-REPORT-LINE
               STRING 'CHECK ' RSP-CHECK-NUMBER
                   ' RESPONSE NOT APPLIED, STATUS '
                   WS-CHECK-FILE-STATUS
                   DELIMITED BY SIZE INTO UNCLAIMED-REPORT-LINE
               WRITE UNCLAIMED-REPORT-LINE
               EXIT SECTION
           END-IF

           ADD 1 TO WS-RESPONSE-COUNT
           MOVE CHK-ISSUE-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO UNCLAIMED-REPORT-LINE
           STRING 'CHECK ' CHK-CHECK-NUMBER
               ' CLAIM ' CHK-CLAIM-ID
               ' ' WS-EDIT-AMOUNT
               ' PAYEE ' CHK-PAYEE-TYPE ' ' CHK-PAYEE-ID
               ' RESPONDED ' RSP-RESPONSE-DATE
               ' - REISSUE PAYMENT'
               DELIMITED BY SIZE INTO UNCLAIMED-REPORT-LINE
           WRITE UNCLAIMED-REPORT-LINE
           EXIT.

       DO-WORK-OUTSTANDING-CHECK SECTION.
      ******************************************************************
      * FIND THE CHECK'S STATE AND RULE AND WORK OUT WHEN THE CHECK
      * IS DORMANT. DORMANCY RUNS FROM THE ISSUE DATE, OR FROM THE
      * PAYEE'S LAST RESPONSE; DATES ARE COMPARED AS YYYYMMDD, SO
      * ADDING WHOLE YEARS IS A STRAIGHT ADD TO THE YEAR DIGITS.
      *
      * WHEN THIS YEAR'S REPORTING DATE IS ON OR BEFORE THE PROCESSING
      * DATE AND THE CHECK WAS DORMANT BY IT, THE CHECK BELONGS TO THIS
      * YEAR'S REPORT AND IS ESCHEATED NOW. OTHERWISE THE CHECK IS
      * WORKED AGAINST THE STATE'S NEXT REPORTING DATE.
      ******************************************************************
           PERFORM DO-FIND-PAYEE-ADDRESS

           MOVE WS-PAYEE-STATE TO UPS-STATE
           READ UNCLAIMED-RULE-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-RULE-COUNT
                   MOVE SPACES TO UNCLAIMED-REPORT-LINE
                   STRING 'CHECK ' CHK-CHECK-NUMBER
                       ' CLAIM ' CHK-CLAIM-ID
                       ' NOT WORKED - NO CLAIMUPS RULE FOR STATE '
                       WS-PAYEE-STATE
                       DELIMITED BY SIZE INTO UNCLAIMED-REPORT-LINE
                   WRITE UNCLAIMED-REPORT-LINE
                   EXIT SECTION
           END-READ

           IF CHK-RESPONSE-DATE > CHK-ISSUE-DATE
               MOVE CHK-RESPONSE-DATE TO WS-DORMANCY-BASE-DATE
           ELSE
               MOVE CHK-ISSUE-DATE TO WS-DORMANCY-BASE-DATE
           END-IF
           COMPUTE WS-DORMANT-DATE =
               WS-DORMANCY-BASE-DATE + UPS-DORMANCY-YEARS * 10000

           MOVE WS-PROCESS-DATE(1:4) TO WS-REPORT-DATE(1:4)
           MOVE UPS-REPORT-MMDD TO WS-REPORT-DATE(5:4)
           IF WS-REPORT-DATE <= WS-PROCESS-DATE
               IF WS-DORMANT-DATE <= WS-REPORT-DATE
                   PERFORM DO-ESCHEAT-CHECK
                   EXIT SECTION
               END-IF
               ADD 10000 TO WS-REPORT-DATE
           END-IF

           IF WS-DORMANT-DATE > WS-REPORT-DATE
               EXIT SECTION
           END-IF
      ******************************************************************
      * NOT YET THE REPORTING DATE. ONE LETTER PER REPORTING CYCLE,
      * ONCE THE CHECK IS INSIDE THE STATE'S LETTER WINDOW.
      ******************************************************************
           COMPUTE WS-WINDOW-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
               - UPS-LETTER-LEAD-DAYS
           IF WS-PROCESS-INTEGER < WS-WINDOW-START-INTEGER
               EXIT SECTION
           END-IF

           IF CHK-LETTER-DATE NOT = 0
               COMPUTE WS-LETTER-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CHK-LETTER-DATE)
               IF WS-LETTER-INTEGER >= WS-WINDOW-START-INTEGER
                   EXIT SECTION
               END-IF
           END-IF

           PERFORM DO-SEND-DUE-DILIGENCE-LETTER
           EXIT.

       DO-FIND-PAYEE-ADDRESS SECTION.
      ******************************************************************
      * SAME ADDRESS CHOICE AS THE MEMBER LETTERS: THE MAILING
      * ADDRESS WHEN ONE IS IN EFFECT ON THE PROCESSING DATE,
      * OTHERWISE THE RESIDENCE.
      * AN ADDRESS FLAGGED UNDELIVERABLE IS STILL THE LAST KNOWN
      * ADDRESS FOR THE STATE, BUT NO LETTER GOES TO IT. A PROVIDER
      * PAYEE HAS NO ADDRESS ON FILE.
      ******************************************************************
           MOVE 'N' TO WS-ADDRESS-FOUND-SW
           MOVE SPACES TO WS-PAYEE-ADDRESS
           MOVE SPACES TO WS-NO-LETTER-REASON
           MOVE WS-HOLDER-STATE TO WS-PAYEE-STATE

           IF NOT CHK-MEMBER-PAYEE
               MOVE 'PROVIDER PAYEE - NO ADDRESS ON FILE'
                   TO WS-NO-LETTER-REASON
               EXIT SECTION
           END-IF

           MOVE CHK-PAYEE-ID TO MAD-MEMBER-ID
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
               MOVE CHK-PAYEE-ID TO MAD-MEMBER-ID
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
               MOVE 'NO MEMBER ADDRESS IN EFFECT ON CLAIMMAD'
                   TO WS-NO-LETTER-REASON
               EXIT SECTION
           END-IF

           MOVE MAD-MEMBER-NAME    TO WS-PAY-NAME
           MOVE MAD-ADDRESS-LINE-1 TO WS-PAY-LINE-1
           MOVE MAD-ADDRESS-LINE-2 TO WS-PAY-LINE-2
           MOVE MAD-CITY           TO WS-PAY-CITY
           MOVE MAD-STATE          TO WS-PAY-STATE
           MOVE MAD-ZIP-CODE       TO WS-PAY-ZIP-CODE
           IF MAD-STATE NOT = SPACES
               MOVE MAD-STATE TO WS-PAYEE-STATE
           END-IF

           IF MAD-UNDELIVERABLE
               STRING 'ADDRESS UNDELIVERABLE, RETURNED '
                   MAD-RETURNED-DATE
                   DELIMITED BY SIZE INTO WS-NO-LETTER-REASON
           END-IF
           EXIT.

       DO-SEND-DUE-DILIGENCE-LETTER SECTION.
      ******************************************************************
      * PRINT THE DUE-DILIGENCE LETTER TO THE PAYEE'S ADDRESS, OR --
      * WHEN THERE IS NO DELIVERABLE ADDRESS -- LIST THE CHECK FOR
      * CONTACT BY HAND. EITHER WAY THE ATTEMPT IS DATED ON THE
      * REGISTER SO THE CHECK IS NOT WORKED AGAIN THIS CYCLE.
      ******************************************************************
           MOVE CHK-ISSUE-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-PROCESS-DATE TO CHK-LETTER-DATE
           MOVE WS-PAYEE-STATE TO CHK-ESCHEAT-STATE

           IF WS-NO-LETTER-REASON NOT = SPACES
               MOVE 'N' TO CHK-DUE-DILIGENCE-STATUS
           ELSE
               MOVE 'L' TO CHK-DUE-DILIGENCE-STATUS
           END-IF

           REWRITE CHECK-REGISTER-RECORD
           IF WS-CHECK-FILE-STATUS NOT = '00'
               ADD 1 TO WS-LOCKED-COUNT
               MOVE SPACES TO UNCLAIMED-REPORT-LINE
               STRING 'CHECK ' CHK-CHECK-NUMBER
                   ' NOT WORKED, STATUS ' WS-CHECK-FILE-STATUS
                   DELIMITED BY SIZE INTO UNCLAIMED-REPORT-LINE
               WRITE UNCLAIMED-REPORT-LINE
               EXIT SECTION
           END-IF

           IF CHK-NO-ADDRESS
               ADD 1 TO WS-NO-LETTER-COUNT
               MOVE SPACES TO UNCLAIMED-REPORT-LINE
               STRING 'CHECK ' CHK-CHECK-NUMBER
                   ' CLAIM ' CHK-CLAIM-ID
                   ' ' WS-EDIT-AMOUNT
                   ' PAYEE ' CHK-PAYEE-TYPE ' ' CHK-PAYEE-ID
                   ' NO LETTER - ' WS-NO-LETTER-REASON
                   DELIMITED BY SIZE INTO UNCLAIMED-REPORT-LINE
               WRITE UNCLAIMED-REPORT-LINE
               EXIT SECTION
           END-IF

           ADD 1 TO WS-LETTER-COUNT

           MOVE ALL '=' TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           MOVE 'NOTICE OF UNCASHED CLAIM PAYMENT' TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE WS-PAY-NAME TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE WS-PAY-LINE-1 TO LETTER-LINE
           WRITE LETTER-LINE
           IF WS-PAY-LINE-2 NOT = SPACES
               MOVE WS-PAY-LINE-2 TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING WS-PAY-CITY ' ' WS-PAY-STATE ' ' WS-PAY-ZIP-CODE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           STRING 'MEMBER ID: ' CHK-PAYEE-ID(1:8)
               '      CLAIM NUMBER: ' CHK-CLAIM-ID
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'CHECK NUMBER: ' CHK-CHECK-NUMBER
               '      ISSUED: ' CHK-ISSUE-DATE
               '      AMOUNT: ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           STRING 'OUR RECORDS SHOW THE CHECK ABOVE HAS NOT BEEN '
               'CASHED. UNLESS WE HEAR' DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'FROM YOU BEFORE ' WS-REPORT-DATE
               ', STATE LAW REQUIRES US TO REPORT THE FUNDS AS '
               'UNCLAIMED' DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'PROPERTY AND REMIT THEM TO THE STATE OF '
               UPS-STATE-NAME DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'PLEASE CONTACT MEMBER SERVICES WITH THE CHECK '
               'NUMBER ABOVE TO HAVE' DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'THE PAYMENT REISSUED.'
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO UNCLAIMED-REPORT-LINE
           STRING 'CHECK ' CHK-CHECK-NUMBER
               ' CLAIM ' CHK-CLAIM-ID
               ' ' WS-EDIT-AMOUNT
               ' PAYEE ' CHK-PAYEE-TYPE ' ' CHK-PAYEE-ID
               ' LETTER SENT, STATE ' WS-PAYEE-STATE
               ' REPORTS ' WS-REPORT-DATE
               DELIMITED BY SIZE INTO UNCLAIMED-REPORT-LINE
           WRITE UNCLAIMED-REPORT-LINE
           EXIT.

       DO-ESCHEAT-CHECK SECTION.
      ******************************************************************
      * THE STATE'S REPORTING DATE HAS BEEN REACHED AND THE CHECK WAS
      * DORMANT BY IT: MARK IT ESCHEATED AS OF THE PROCESSING DATE,
      * WRITE IT TO THE REPORT FILE AND ADD IT TO THE STATE'S TRAILER
      * TOTALS.
      ******************************************************************
           MOVE 'E' TO CHK-STATUS
           MOVE WS-PAYEE-STATE TO CHK-ESCHEAT-STATE
           MOVE WS-PROCESS-DATE TO CHK-ESCHEAT-DATE
           REWRITE CHECK-REGISTER-RECORD
           IF WS-CHECK-FILE-STATUS NOT = '00'
               ADD 1 TO WS-LOCKED-COUNT
               MOVE SPACES TO UNCLAIMED-REPORT-LINE
               STRING 'CHECK ' CHK-CHECK-NUMBER
                   ' NOT ESCHEATED, STATUS ' WS-CHECK-FILE-STATUS
                   DELIMITED BY SIZE INTO UNCLAIMED-REPORT-LINE
               WRITE UNCLAIMED-REPORT-LINE
               EXIT SECTION
           END-IF

           COMPUTE WS-CHECK-AMOUNT ROUNDED = CHK-ISSUE-AMOUNT

           MOVE SPACES TO UNCLAIMED-DETAIL-RECORD
           MOVE 'D' TO UPR-RECORD-TYPE
           MOVE CHK-ESCHEAT-STATE TO UPR-STATE
           MOVE CHK-CHECK-NUMBER TO UPR-CHECK-NUMBER
           MOVE CHK-ISSUE-DATE TO UPR-ISSUE-DATE
           MOVE WS-CHECK-AMOUNT TO UPR-AMOUNT
           MOVE CHK-PAYEE-TYPE TO UPR-PAYEE-TYPE
           MOVE CHK-PAYEE-ID TO UPR-PAYEE-ID
           MOVE CHK-PAYEE-NAME TO UPR-PAYEE-NAME
           MOVE WS-PAY-LINE-1 TO UPR-ADDRESS-LINE-1
           MOVE WS-PAY-CITY TO UPR-CITY
           MOVE WS-PAY-STATE TO UPR-ADDRESS-STATE
           MOVE WS-PAY-ZIP-CODE TO UPR-ZIP-CODE
           MOVE CHK-LETTER-DATE TO UPR-LETTER-DATE
           MOVE UPS-PROPERTY-TYPE TO UPR-PROPERTY-TYPE
           WRITE UNCLAIMED-DETAIL-RECORD

           ADD 1 TO WS-ESCHEAT-COUNT
           ADD WS-CHECK-AMOUNT TO WS-ESCHEAT-TOTAL
           PERFORM DO-ADD-STATE-TOTAL

           MOVE WS-CHECK-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO UNCLAIMED-REPORT-LINE
           STRING 'CHECK ' CHK-CHECK-NUMBER
               ' CLAIM ' CHK-CLAIM-ID
               ' ' WS-EDIT-AMOUNT
               ' PAYEE ' CHK-PAYEE-TYPE ' ' CHK-PAYEE-ID
               ' ESCHEATED TO ' CHK-ESCHEAT-STATE
               ' LETTER ' CHK-LETTER-DATE
               DELIMITED BY SIZE INTO UNCLAIMED-REPORT-LINE
           WRITE UNCLAIMED-REPORT-LINE
           EXIT.

       DO-ADD-STATE-TOTAL SECTION.
      ******************************************************************
      * FIND (OR ADD) THE STATE'S TRAILER ENTRY. THE TABLE HOLDS
      * EVERY STATE AND TERRITORY.
      ******************************************************************
           SET WS-STT-IDX TO 1
           SEARCH WS-STT-ENTRY
               AT END
                   EXIT SECTION
               WHEN WS-STT-IDX > WS-STATE-TOTAL-COUNT
                   ADD 1 TO WS-STATE-TOTAL-COUNT
                   MOVE CHK-ESCHEAT-STATE TO WS-STT-STATE(WS-STT-IDX)
                   MOVE 0 TO WS-STT-COUNT(WS-STT-IDX)
                   MOVE 0 TO WS-STT-TOTAL(WS-STT-IDX)
               WHEN WS-STT-STATE(WS-STT-IDX) = CHK-ESCHEAT-STATE
                   CONTINUE
           END-SEARCH

           ADD 1 TO WS-STT-COUNT(WS-STT-IDX)
           ADD WS-CHECK-AMOUNT TO WS-STT-TOTAL(WS-STT-IDX)
           EXIT.

       DO-CHECK-RUN-CONTROL SECTION.
      ******************************************************************
      * READ THE CLAIMRNC RUN-CONTROL FILE: PICK UP THE BUSINESS
      * PROCESSING DATE FROM THE OPERATIONS 'BUSDATE' ROW AND REFUSE
      * A DATE THIS JOB ALREADY COMPLETED, SO A RERUN CANNOT REPORT
      * OR LETTER THE SAME CHECKS TWICE. A MISSING CLAIMRNC FILE
      * DISABLES THE CHECKS.
      ******************************************************************
           MOVE 'N' TO WS-RUN-CONTROL-ACTIVE-SW
           MOVE 'N' TO WS-RUN-REFUSED-SW
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RNC-TODAY
           MOVE WS-RNC-TODAY TO WS-PROCESS-DATE

           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = '00'
               DISPLAY 'CLAIMUNC: CLAIMRNC NOT AVAILABLE, '
                   'RUN CONTROL CHECKS OFF'
               EXIT SECTION
           END-IF
           MOVE 'Y' TO WS-RUN-CONTROL-ACTIVE-SW

           MOVE 'BUSDATE ' TO RNC-JOB-NAME
           MOVE 0 TO RNC-PROCESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RNC-BUSINESS-DATE NOT = 0
                       MOVE RNC-BUSINESS-DATE TO WS-PROCESS-DATE
                   END-IF
           END-READ

           MOVE 'CLAIMUNC' TO RNC-JOB-NAME
           MOVE WS-PROCESS-DATE TO RNC-PROCESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RNC-COMPLETE
                       MOVE 'Y' TO WS-RUN-REFUSED-SW
                       DISPLAY 'CLAIMUNC: RUN REFUSED - ALREADY '
                           'COMPLETE FOR ' WS-PROCESS-DATE
                   END-IF
           END-READ
           EXIT.

       DO-POST-RUN-CONTROL SECTION.
      ******************************************************************
      * POST THIS JOB'S 'DONE' FOR THE PROCESSING DATE, SO A RE-RUN
      * OF THIS ONE IS REFUSED.
      ******************************************************************
           IF NOT WS-RUN-CONTROL-ACTIVE
               EXIT SECTION
           END-IF

           MOVE 'CLAIMUNC' TO RNC-JOB-NAME
           MOVE WS-PROCESS-DATE TO RNC-PROCESS-DATE
           MOVE 'DONE' TO RNC-STATUS
           MOVE WS-PROCESS-DATE TO RNC-BUSINESS-DATE
           COMPUTE RNC-TIMESTAMP =
               (FUNCTION INTEGER-OF-DATE(WS-RNC-TODAY)
               - FUNCTION INTEGER-OF-DATE(19000101)) * 8640000
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE
           CLOSE RUN-CONTROL-FILE
           EXIT.
