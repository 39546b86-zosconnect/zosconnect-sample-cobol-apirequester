       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMDAO.
      ******************************************************************
      * MONTHLY DEPENDENT AGE-OFF                                      *
      *                                                                *
      * A DEPENDENT CHILD'S COVERAGE ENDS AT THE END OF THE MONTH THEY *
      * REACH THE PLAN'S LIMITING AGE, BUT THE GROUPS RARELY SEND THE  *
      * TERMINATION -- SO CLAIMS KEPT PAYING FOR MEMBERS WHO HAD AGED  *
      * OFF. THIS JOB SWEEPS CLAIMMBR AND, FOR EVERY DEPENDENT (ANY    *
      * RELATIONSHIP OTHER THAN SUBSCRIBER) WITH A DATE OF BIRTH ON    *
      * FILE WHOSE AGE-OFF DATE -- THE LAST DAY OF THE MONTH OF THE    *
      * LIMITING-AGE BIRTHDAY -- FALLS ON OR BEFORE THE END OF THE     *
      * CURRENT MONTH, STAMPS THAT DATE AS THE MEMBER'S TERMINATION    *
      * DATE UNLESS COVERAGE ALREADY ENDS ON OR BEFORE IT. EACH        *
      * TERMINATION IS REPORTED TO DAORPT BY SUBSCRIBER AND PLAN SO    *
      * THE NOTICES CAN GO BACK TO THE GROUPS.                         *
      *                                                                *
      * A DEPENDENT CARRYING A STUDENT ('S') OR DISABLED-DEPENDENT     *
      * ('D') EXTENSION (MBR-AGE-OFF-EXTENSION, FROM THE ENROLLMENT    *
      * FEED) IS NOT TERMINATED; THEY GO TO THE DAOEXC EXCEPTION LIST  *
      * FOR ENROLLMENT TO CONFIRM THE EXTENSION IS STILL GOOD. SO IS   *
      * A DEPENDENT WHOSE COVERAGE STARTED AFTER THEIR AGE-OFF DATE -- *
      * THAT ENROLLMENT NEEDS A HUMAN LOOK, NOT AN AUTOMATIC END.      *
      *                                                                *
      * THE LIMITING AGE IS COLS 1-3 OF AN OPTIONAL PARMIN CARD; NO    *
      * CARD (OR ZERO) MEANS 26. RUN ONCE A MONTH, BEFORE MONTH END.   *
      * A RE-RUN IS HARMLESS: A MEMBER ALREADY TERMINATED ON OR BEFORE *
      * THEIR AGE-OFF DATE IS LEFT ALONE.                              *
      *                                                                *
      * INPUT  : PARMIN   - THE OPTIONAL LIMITING-AGE CARD.            *
      * I-O    : CLAIMMBR - THE VSAM KSDS MEMBER MASTER.               *
      * OUTPUT : DAORPT   - THE AGE-OFF TERMINATION REPORT.            *
      *          DAOEXC   - THE EXTENSION/EXCEPTION LIST.              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT MEMBER-FILE ASSIGN TO CLAIMMBR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT AGE-OFF-REPORT ASSIGN TO DAORPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-REPORT ASSIGN TO DAOEXC
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PRM-LIMITING-AGE        PIC 9(3).
           05  FILLER                  PIC X(77).

       FD  MEMBER-FILE.
       COPY CLAIMMBR.

       FD  AGE-OFF-REPORT
           RECORDING MODE IS F.
       01  AGE-OFF-REPORT-LINE         PIC X(132).

       FD  EXCEPTION-REPORT
           RECORDING MODE IS F.
       01  EXCEPTION-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-MEMBER-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-MEMBER-FILE-EOF          PIC X(1) VALUE 'N'.
           88  WS-MEMBER-FILE-AT-EOF             VALUE 'Y'.

       01  WS-LIMITING-AGE             PIC 9(3) VALUE 26.
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-RUN-MONTH-END            PIC 9(8).
       01  WS-AGE-OFF-DATE             PIC 9(8).
       01  WS-EXCEPTION-REASON         PIC X(30).

      ******************************************************************
      * END-OF-MONTH WORK AREA: SET WS-EOM-YYYY/WS-EOM-MM, PERFORM
      * DO-COMPUTE-MONTH-END, AND WS-EOM-DATE IS THE LAST DAY OF THAT
      * MONTH (THE DAY BEFORE THE FIRST OF THE NEXT).
      ******************************************************************
       01  WS-EOM-YYYY                 PIC 9(4).
       01  WS-EOM-MM                   PIC 9(2).
       01  WS-EOM-NEXT-FIRST           PIC 9(8).
       01  WS-EOM-DATE                 PIC 9(8).
       01  WS-DOB-YYYY                 PIC 9(4).

       01  WS-READ-COUNT               PIC 9(7) VALUE 0.
       01  WS-DEPENDENT-COUNT          PIC 9(7) VALUE 0.
       01  WS-TERMINATED-COUNT         PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE 0.
       01  WS-NO-DOB-COUNT             PIC 9(7) VALUE 0.
       01  WS-REWRITE-ERROR-COUNT      PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT  PARM-FILE
           OPEN I-O    MEMBER-FILE
           OPEN OUTPUT AGE-OFF-REPORT
           OPEN OUTPUT EXCEPTION-REPORT

           PERFORM DO-READ-PARM-CARD

           IF WS-MEMBER-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMDAO: CLAIMMBR OPEN FAILED, STATUS = '
                   WS-MEMBER-FILE-STATUS
               MOVE 'Y' TO WS-MEMBER-FILE-EOF
           END-IF
      ******************************************************************
      * EVERY AGE-OFF DATE ON OR BEFORE THE END OF THIS MONTH IS DUE.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:4) TO WS-EOM-YYYY
           MOVE WS-TODAY-DATE(5:2) TO WS-EOM-MM
           PERFORM DO-COMPUTE-MONTH-END
           MOVE WS-EOM-DATE TO WS-RUN-MONTH-END

           MOVE SPACES TO AGE-OFF-REPORT-LINE
           STRING 'DEPENDENT AGE-OFF TERMINATIONS THROUGH '
               WS-RUN-MONTH-END '  LIMITING AGE ' WS-LIMITING-AGE
               DELIMITED BY SIZE INTO AGE-OFF-REPORT-LINE
           WRITE AGE-OFF-REPORT-LINE
           MOVE SPACES TO AGE-OFF-REPORT-LINE
           WRITE AGE-OFF-REPORT-LINE
           MOVE SPACES TO AGE-OFF-REPORT-LINE
           STRING 'SUBSCRIB PLAN MEMBER   BIRTH DT OLD TERM NEW TERM'
               DELIMITED BY SIZE INTO AGE-OFF-REPORT-LINE
           WRITE AGE-OFF-REPORT-LINE

           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING 'DEPENDENT AGE-OFF EXCEPTIONS THROUGH '
               WS-RUN-MONTH-END '  LIMITING AGE ' WS-LIMITING-AGE
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING 'SUBSCRIB PLAN MEMBER   BIRTH DT AGE-OFF  TERM DT  '
               'REASON'
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE

           PERFORM UNTIL WS-MEMBER-FILE-AT-EOF
               READ MEMBER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MEMBER-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM DO-CHECK-MEMBER-AGE-OFF
               END-READ
           END-PERFORM

           CLOSE PARM-FILE
           CLOSE MEMBER-FILE
           CLOSE AGE-OFF-REPORT
           CLOSE EXCEPTION-REPORT

           DISPLAY 'CLAIMDAO: MEMBERS READ = ' WS-READ-COUNT
               ' DEPENDENTS CHECKED = ' WS-DEPENDENT-COUNT
           DISPLAY 'CLAIMDAO: TERMINATED = ' WS-TERMINATED-COUNT
               ' EXCEPTIONS = ' WS-EXCEPTION-COUNT
               ' NO DATE OF BIRTH = ' WS-NO-DOB-COUNT
           IF WS-REWRITE-ERROR-COUNT > 0
               DISPLAY 'CLAIMDAO: CLAIMMBR REWRITE ERRORS = '
                   WS-REWRITE-ERROR-COUNT
           END-IF

           STOP RUN.

       DO-READ-PARM-CARD SECTION.
      ******************************************************************
      * AN ABSENT, ZERO OR NON-NUMERIC LIMITING AGE LEAVES THE
      * DEFAULT OF 26.
      ******************************************************************
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-LIMITING-AGE IS NUMERIC
                          AND PRM-LIMITING-AGE > 0
                           MOVE PRM-LIMITING-AGE TO WS-LIMITING-AGE
                       END-IF
               END-READ
           END-IF
           EXIT.

       DO-CHECK-MEMBER-AGE-OFF SECTION.
      ******************************************************************
      * SUBSCRIBERS, AND LEGACY RECORDS WITH NO FAMILY LINKAGE, ARE
      * NOT DEPENDENTS AND NEVER AGE OFF. A DEPENDENT WITH NO DATE OF
      * BIRTH IS ONLY COUNTED -- THERE IS NOTHING TO AGE THEM BY.
      ******************************************************************
           IF MBR-IS-SUBSCRIBER
           OR MBR-SUBSCRIBER-ID = SPACES
               EXIT SECTION
           END-IF
           ADD 1 TO WS-DEPENDENT-COUNT

           IF MBR-DATE-OF-BIRTH = 0
               ADD 1 TO WS-NO-DOB-COUNT
               EXIT SECTION
           END-IF

           MOVE MBR-DATE-OF-BIRTH(1:4) TO WS-DOB-YYYY
           COMPUTE WS-EOM-YYYY = WS-DOB-YYYY + WS-LIMITING-AGE
           MOVE MBR-DATE-OF-BIRTH(5:2) TO WS-EOM-MM
           PERFORM DO-COMPUTE-MONTH-END
           MOVE WS-EOM-DATE TO WS-AGE-OFF-DATE

           IF WS-AGE-OFF-DATE > WS-RUN-MONTH-END
           OR MBR-TERMINATION-DATE <= WS-AGE-OFF-DATE
               EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN MBR-STUDENT-EXTENSION
                   MOVE 'STUDENT EXTENSION'
                       TO WS-EXCEPTION-REASON
                   PERFORM DO-WRITE-EXCEPTION
               WHEN MBR-DISABLED-EXTENSION
                   MOVE 'DISABLED DEPENDENT EXTENSION'
                       TO WS-EXCEPTION-REASON
                   PERFORM DO-WRITE-EXCEPTION
               WHEN MBR-EFFECTIVE-DATE > WS-AGE-OFF-DATE
                   MOVE 'ENROLLED AFTER AGE-OFF DATE'
                       TO WS-EXCEPTION-REASON
                   PERFORM DO-WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM DO-TERMINATE-DEPENDENT
           END-EVALUATE
           EXIT.

       DO-TERMINATE-DEPENDENT SECTION.
      ******************************************************************
      * STAMP THE AGE-OFF DATE AS THE TERMINATION AND REPORT IT WITH
      * THE TERMINATION IT REPLACED.
      ******************************************************************
           MOVE SPACES TO AGE-OFF-REPORT-LINE
           STRING MBR-SUBSCRIBER-ID ' ' MBR-PLAN-CODE ' '
               MBR-MEMBER-ID ' ' MBR-DATE-OF-BIRTH ' '
               MBR-TERMINATION-DATE ' ' WS-AGE-OFF-DATE
               DELIMITED BY SIZE INTO AGE-OFF-REPORT-LINE

           MOVE WS-AGE-OFF-DATE TO MBR-TERMINATION-DATE
           REWRITE MEMBER-RECORD
           IF WS-MEMBER-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMDAO: REWRITE FAILED FOR MEMBER '
                   MBR-MEMBER-ID ' STATUS = ' WS-MEMBER-FILE-STATUS
               ADD 1 TO WS-REWRITE-ERROR-COUNT
               EXIT SECTION
           END-IF

           WRITE AGE-OFF-REPORT-LINE
           ADD 1 TO WS-TERMINATED-COUNT
           EXIT.

       DO-WRITE-EXCEPTION SECTION.
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING MBR-SUBSCRIBER-ID ' ' MBR-PLAN-CODE ' '
               MBR-MEMBER-ID ' ' MBR-DATE-OF-BIRTH ' '
               WS-AGE-OFF-DATE ' ' MBR-TERMINATION-DATE ' '
               WS-EXCEPTION-REASON
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           ADD 1 TO WS-EXCEPTION-COUNT
           EXIT.

       DO-COMPUTE-MONTH-END SECTION.
           IF WS-EOM-MM = 12
               COMPUTE WS-EOM-NEXT-FIRST =
                   (WS-EOM-YYYY + 1) * 10000 + 0101
           ELSE
               COMPUTE WS-EOM-NEXT-FIRST =
                   WS-EOM-YYYY * 10000 + (WS-EOM-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-EOM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-EOM-NEXT-FIRST) - 1)
           EXIT.
