       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMPPC.
      ******************************************************************
      * BANK PAID/CLEARED CHECK RECONCILIATION                         *
      *                                                                *
      * THE COMPANION TO CLAIMPPI. THE BANK RETURNS A FILE OF THE      *
      * CLAIM CHECKS IT PAID (CHECK NUMBER, AMOUNT PAID, DATE PAID).   *
      * THIS JOB LOADS IT AGAINST THE CLAIMCHK ISSUED-CHECK REGISTER   *
      * AND MARKS EACH CHECK CLEARED WITH THE AMOUNT AND DATE THE      *
      * BANK PAID, THEN REPORTS THE EXCEPTIONS:                        *
      *                                                                *
      *   NOT ISSUED   A CHECK PRESENTED THAT IS NOT ON THE REGISTER.  *
      *   MISMATCH     A CHECK PAID FOR AN AMOUNT OTHER THAN THE       *
      *                AMOUNT ISSUED (STILL MARKED CLEARED -- THE      *
      *                BANK HAS PAID IT -- WITH THE AMOUNT PAID).      *
      *   DUPLICATE    A CHECK PRESENTED THAT WAS ALREADY CLEARED.     *
      *   ESCHEATED    A CHECK PRESENTED AFTER CLAIMUNC ESCHEATED IT   *
      *                TO THE STATE (NOT CLEARED).                     *
      *   LOCKED       THE REGISTER REWRITE FAILED -- RE-SEND THE      *
      *                ITEM ON THE NEXT FILE.                          *
      *                                                                *
      * A SECOND PASS SWEEPS THE REGISTER AND LISTS EVERY CHECK STILL  *
      * OUTSTANDING MORE THAN WS-OUTSTANDING-DAYS CALENDAR DAYS AFTER  *
      * ITS ISSUE DATE, IN CHECK-NUMBER ORDER, WITH ITS PAYEE AND AGE, *
      * SO STALE CHECKS ARE FOLLOWED UP BEFORE THEY BECOME UNCLAIMED   *
      * PROPERTY.                                                      *
      *                                                                *
      * INPUT  : PPCIN    - THE BANK'S PAID/CLEARED CHECK FILE.        *
      * I-O    : CLAIMCHK - THE ISSUED-CHECK REGISTER.                 *
      * OUTPUT : PPCRPT   - CLEARED, EXCEPTION AND OUTSTANDING REPORT. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARED-FILE ASSIGN TO PPCIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO CLAIMCHK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-CHECK-NUMBER
               FILE STATUS IS WS-CHECK-FILE-STATUS.
           SELECT CLEARED-REPORT ASSIGN TO PPCRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLEARED-FILE
           RECORDING MODE IS F.
       01  CLEARED-RECORD.
           05  PPC-CHECK-NUMBER        PIC X(12).
           05  PPC-PAID-AMOUNT         PIC 9(9)V9(2).
           05  PPC-PAID-DATE           PIC 9(8).
           05  FILLER                  PIC X(49).

       FD  CHECK-REGISTER-FILE.
       COPY CLAIMCHK.

       FD  CLEARED-REPORT
           RECORDING MODE IS F.
       01  CLEARED-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CHECK-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CLEARED-EOF              PIC X(1) VALUE 'N'.
           88  WS-CLEARED-AT-EOF                 VALUE 'Y'.
       01  WS-CHECK-FILE-EOF           PIC X(1) VALUE 'N'.
           88  WS-CHECK-FILE-AT-EOF              VALUE 'Y'.

      ******************************************************************
      * A CHECK IS STALE WHEN IT HAS BEEN OUTSTANDING MORE THAN THIS
      * MANY CALENDAR DAYS SINCE ITS ISSUE DATE.
      ******************************************************************
       01  WS-OUTSTANDING-DAYS         PIC 9(4) VALUE 90.

       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-TODAY-INTEGER            PIC S9(9) COMP.
       01  WS-ISSUE-INTEGER            PIC S9(9) COMP.
       01  WS-CHECK-AGE-DAYS           PIC S9(7).
       01  WS-EDIT-AGE-DAYS            PIC ZZZ,ZZ9.

       01  WS-ISSUE-CENTS              PIC S9(11).
       01  WS-PAID-CENTS               PIC S9(11).
       01  WS-EDIT-ISSUED              PIC $$$,$$$,$$9.99.
       01  WS-EDIT-PAID                PIC $$$,$$$,$$9.99.
       01  WS-OUTSTANDING-TOTAL        COMP-2 SYNC VALUE 0.
       01  WS-EDIT-TOTAL               PIC $$$,$$$,$$$,$$9.99.

       01  WS-PRESENTED-COUNT          PIC 9(7) VALUE 0.
       01  WS-CLEARED-COUNT            PIC 9(7) VALUE 0.
       01  WS-NOT-ISSUED-COUNT         PIC 9(7) VALUE 0.
       01  WS-MISMATCH-COUNT           PIC 9(7) VALUE 0.
       01  WS-DUPLICATE-COUNT          PIC 9(7) VALUE 0.
       01  WS-ESCHEATED-COUNT          PIC 9(7) VALUE 0.
       01  WS-LOCKED-COUNT             PIC 9(7) VALUE 0.
       01  WS-STALE-COUNT              PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT  CLEARED-FILE
           OPEN I-O    CHECK-REGISTER-FILE
           OPEN OUTPUT CLEARED-REPORT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

           MOVE SPACES TO CLEARED-REPORT-LINE
           STRING 'POSITIVE-PAY CLEARED CHECK RECONCILIATION FOR '
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO CLEARED-REPORT-LINE
           WRITE CLEARED-REPORT-LINE
           MOVE SPACES TO CLEARED-REPORT-LINE
           WRITE CLEARED-REPORT-LINE

           PERFORM UNTIL WS-CLEARED-AT-EOF
               READ CLEARED-FILE
                   AT END
                       MOVE 'Y' TO WS-CLEARED-EOF
                   NOT AT END
                       PERFORM DO-CLEAR-CHECK
               END-READ
           END-PERFORM

           CLOSE CLEARED-FILE

           MOVE SPACES TO CLEARED-REPORT-LINE
           WRITE CLEARED-REPORT-LINE
           MOVE SPACES TO CLEARED-REPORT-LINE
           STRING 'CHECKS OUTSTANDING MORE THAN ' WS-OUTSTANDING-DAYS
               ' DAYS'
               DELIMITED BY SIZE INTO CLEARED-REPORT-LINE
           WRITE CLEARED-REPORT-LINE
      ******************************************************************
      * REPOSITION FOR THE OUTSTANDING-CHECK SWEEP -- THE LOAD PASS
      * READ CLAIMCHK RANDOMLY.
      ******************************************************************
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
                           PERFORM DO-CHECK-OUTSTANDING
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-OUTSTANDING-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO CLEARED-REPORT-LINE
           WRITE CLEARED-REPORT-LINE
           MOVE SPACES TO CLEARED-REPORT-LINE
           STRING 'CHECKS PRESENTED: ' WS-PRESENTED-COUNT
               '  CLEARED: ' WS-CLEARED-COUNT
               '  NOT ISSUED: ' WS-NOT-ISSUED-COUNT
               '  AMOUNT MISMATCH: ' WS-MISMATCH-COUNT
               '  ALREADY CLEARED: ' WS-DUPLICATE-COUNT
               DELIMITED BY SIZE INTO CLEARED-REPORT-LINE
           WRITE CLEARED-REPORT-LINE
           MOVE SPACES TO CLEARED-REPORT-LINE
           STRING 'ESCHEATED: ' WS-ESCHEATED-COUNT
               '  LOCKED: ' WS-LOCKED-COUNT
               DELIMITED BY SIZE INTO CLEARED-REPORT-LINE
           WRITE CLEARED-REPORT-LINE
           MOVE SPACES TO CLEARED-REPORT-LINE
           STRING 'STALE OUTSTANDING CHECKS: ' WS-STALE-COUNT
               '  TOTAL: ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO CLEARED-REPORT-LINE
           WRITE CLEARED-REPORT-LINE

           CLOSE CHECK-REGISTER-FILE
           CLOSE CLEARED-REPORT

           DISPLAY 'CLAIMPPC: CHECKS CLEARED = ' WS-CLEARED-COUNT
           IF WS-NOT-ISSUED-COUNT > 0
               DISPLAY 'CLAIMPPC: CHECKS PRESENTED NOT ISSUED = '
                   WS-NOT-ISSUED-COUNT
           END-IF
           IF WS-MISMATCH-COUNT > 0
               DISPLAY 'CLAIMPPC: AMOUNT MISMATCHES = '
                   WS-MISMATCH-COUNT
           END-IF
           IF WS-LOCKED-COUNT > 0
               DISPLAY 'CLAIMPPC: CHECKS SKIPPED, RECORD LOCKED = '
                   WS-LOCKED-COUNT
           END-IF

           STOP RUN.

       DO-CLEAR-CHECK SECTION.
      ******************************************************************
      * ONE CHECK THE BANK PAID. AMOUNTS ARE COMPARED IN WHOLE CENTS,
      * AS THE BANK SEES THEM. A CHECK NOT ON THE REGISTER IS
      * REPORTED AND NOTHING IS UPDATED.
      ******************************************************************
           ADD 1 TO WS-PRESENTED-COUNT
           COMPUTE WS-PAID-CENTS = PPC-PAID-AMOUNT * 100
           MOVE PPC-PAID-AMOUNT TO WS-EDIT-PAID

           MOVE PPC-CHECK-NUMBER TO CHK-CHECK-NUMBER
           READ CHECK-REGISTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ISSUED-COUNT
                   MOVE SPACES TO CLEARED-REPORT-LINE
                   STRING 'CHECK ' PPC-CHECK-NUMBER
                       ' PAID ' PPC-PAID-DATE ' ' WS-EDIT-PAID
                       ' - NOT ISSUED, NOT ON CLAIMCHK'
                       DELIMITED BY SIZE INTO CLEARED-REPORT-LINE
                   WRITE CLEARED-REPORT-LINE
                   EXIT SECTION
           END-READ

           IF CHK-CLEARED
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE SPACES TO CLEARED-REPORT-LINE
               STRING 'CHECK ' PPC-CHECK-NUMBER
                   ' PAID ' PPC-PAID-DATE ' ' WS-EDIT-PAID
                   ' - ALREADY CLEARED ' CHK-CLEARED-DATE
                   DELIMITED BY SIZE INTO CLEARED-REPORT-LINE
               WRITE CLEARED-REPORT-LINE
               EXIT SECTION
           END-IF
      ******************************************************************
      * AN ESCHEATED CHECK'S MONEY HAS GONE TO THE STATE -- IT STAYS
      * ESCHEATED AND THE PRESENTMENT IS REPORTED FOR THE BANK TO
      * RETURN.
      ******************************************************************
           IF CHK-ESCHEATED
               ADD 1 TO WS-ESCHEATED-COUNT
               MOVE SPACES TO CLEARED-REPORT-LINE
               STRING 'CHECK ' PPC-CHECK-NUMBER
                   ' PAID ' PPC-PAID-DATE ' ' WS-EDIT-PAID
                   ' - ESCHEATED TO ' CHK-ESCHEAT-STATE
                   ' ' CHK-ESCHEAT-DATE ', RETURN ITEM'
                   DELIMITED BY SIZE INTO CLEARED-REPORT-LINE
               WRITE CLEARED-REPORT-LINE
               EXIT SECTION
           END-IF

           COMPUTE WS-ISSUE-CENTS ROUNDED = CHK-ISSUE-AMOUNT * 100
           MOVE CHK-ISSUE-AMOUNT TO WS-EDIT-ISSUED

           MOVE 'C' TO CHK-STATUS
           MOVE PPC-PAID-DATE TO CHK-CLEARED-DATE
           COMPUTE CHK-CLEARED-AMOUNT = PPC-PAID-AMOUNT
           REWRITE CHECK-REGISTER-RECORD
           IF WS-CHECK-FILE-STATUS NOT = '00'
               ADD 1 TO WS-LOCKED-COUNT
               MOVE SPACES TO CLEARED-REPORT-LINE
               STRING 'CHECK ' PPC-CHECK-NUMBER
                   ' NOT MARKED CLEARED, STATUS '
                   WS-CHECK-FILE-STATUS
                   DELIMITED BY SIZE INTO CLEARED-REPORT-LINE
               WRITE CLEARED-REPORT-LINE
               EXIT SECTION
           END-IF
           ADD 1 TO WS-CLEARED-COUNT

           IF WS-PAID-CENTS NOT = WS-ISSUE-CENTS
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE SPACES TO CLEARED-REPORT-LINE
               STRING 'CHECK ' PPC-CHECK-NUMBER
                   ' CLAIM ' CHK-CLAIM-ID
                   ' ISSUED ' WS-EDIT-ISSUED
                   ' PAID ' WS-EDIT-PAID
                   ' - AMOUNT MISMATCH'
                   DELIMITED BY SIZE INTO CLEARED-REPORT-LINE
               WRITE CLEARED-REPORT-LINE
           END-IF
           EXIT.

       DO-CHECK-OUTSTANDING SECTION.
      ******************************************************************
      * AN UNCLEARED CHECK. LIST IT WHEN IT IS OLDER THAN THE
      * OUTSTANDING LIMIT.
      ******************************************************************
           IF CHK-ISSUE-DATE = 0
               EXIT SECTION
           END-IF

           COMPUTE WS-ISSUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(CHK-ISSUE-DATE)
           COMPUTE WS-CHECK-AGE-DAYS =
               WS-TODAY-INTEGER - WS-ISSUE-INTEGER
           IF WS-CHECK-AGE-DAYS NOT > WS-OUTSTANDING-DAYS
               EXIT SECTION
           END-IF

           ADD 1 TO WS-STALE-COUNT
           ADD CHK-ISSUE-AMOUNT TO WS-OUTSTANDING-TOTAL
           MOVE WS-CHECK-AGE-DAYS TO WS-EDIT-AGE-DAYS
           MOVE CHK-ISSUE-AMOUNT TO WS-EDIT-ISSUED
           MOVE SPACES TO CLEARED-REPORT-LINE
           STRING 'CHECK ' CHK-CHECK-NUMBER
               ' CLAIM ' CHK-CLAIM-ID
               ' ISSUED ' CHK-ISSUE-DATE
               ' ' WS-EDIT-ISSUED
               ' AGE ' WS-EDIT-AGE-DAYS ' DAYS'
               ' PAYEE ' CHK-PAYEE-TYPE ' ' CHK-PAYEE-ID
               DELIMITED BY SIZE INTO CLEARED-REPORT-LINE
           WRITE CLEARED-REPORT-LINE
           EXIT.
