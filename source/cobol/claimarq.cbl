      *   COLS 9-16  FIELD     'CLAIM   ', 'MEMBER  ' OR 'PROVIDER'    *
      *             (RESTORE IS ALWAYS BY CLAIM)                      *
      *   COLS 17-37 VALUE     THE CLAIM ID / MEMBER ID / PROVIDER     *
      *   COLS 38-45 REQUESTED THE USERID ASKING FOR THE RECORDS       *
      *                                                                *
      * AN INQUIRY PRINTS THE FULL ARCHIVED RECORD TO ARCRPT. A        *
      * RESTORE ALSO WRITES THE SELECTED ARCHIVED CLAIM BACK INTO      *
      *          CLAIMCTL - ONE 'REST' CONTROL POSTING PER RUN WITH    *
      *          RESTORES, SO CLAIMBAL CAN PROVE THE DAY BALANCES      *
      *          (EVERY CLAIMCIF WRITER POSTS).                        *
      *          CLAIMACL - ONE ACCESS-LOG ROW PER ARCHIVED CLAIM      *
      *          PRINTED, CHARGED TO THE REQUESTING USERID (OR TO      *
      *          'CLAIMARQ' IF THE CARD NAMES NONE), SO AN ARCHIVE     *
      *          LOOKUP SHOWS ON THE MEMBER'S ACCOUNTING OF            *
      *          DISCLOSURES LIKE AN ONLINE INQUIRY DOES.              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT ARCHIVE-REPORT ASSIGN TO ARCRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCESS-LOG-FILE ASSIGN TO CLAIMACL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           05  PRM-FUNCTION            PIC X(8).
           05  PRM-FIELD               PIC X(8).
           05  PRM-VALUE               PIC X(21).
           05  PRM-REQUESTED-BY        PIC X(8).
           05  FILLER                  PIC X(35).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  ARCHIVE-REPORT-LINE         PIC X(132).

       FD  ACCESS-LOG-FILE
           RECORDING MODE IS F.
       COPY CLAIMACL.

       WORKING-STORAGE SECTION.
       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CONTROL-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ACCESS-LOG-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-PARM-EOF                 PIC X(1) VALUE 'N'.
           88  WS-PARM-AT-EOF                    VALUE 'Y'.
       01  WS-ARCHIVE-EOF              PIC X(1) VALUE 'N'.
               10  WS-RQ-FIELD         PIC X(8).
               10  WS-RQ-VALUE         PIC X(21).
               10  WS-RQ-HIT-COUNT     PIC 9(5).
               10  WS-RQ-REQUESTED-BY  PIC X(8).
       01  WS-REQUEST-COUNT            PIC 9(2) VALUE 0.

       01  WS-MATCHED-SW               PIC X(1).
           88  WS-RESTORE-WANTED                 VALUE 'Y'.
       01  WS-RESTORE-OK-SW            PIC X(1).
           88  WS-RESTORE-OK                     VALUE 'Y'.
       01  WS-MATCH-REQUESTED-BY       PIC X(8).
       01  WS-ACCESS-LOG-COUNT         PIC 9(7) VALUE 0.

       01  WS-PRINT-COUNT              PIC 9(7) VALUE 0.
       01  WS-RESTORE-COUNT            PIC 9(7) VALUE 0.
       01  WS-LINE-IDX                 PIC 9(2).
       01  WS-EDIT-AMOUNT              PIC $$$,$$$,$$9.99.

      ******************************************************************
      * FIELDS FOR THE CLAIMACL ROW TIMESTAMP -- THE SAME
      * HUNDREDTHS-OF-A-SECOND-SINCE-1900 DOMAIN AS EXEC CICS ASKTIME
      * ABSTIME, BUILT THE WAY CLAIMIM0 BUILDS ITS EQUIVALENT, SO
      * CLAIMAOD CAN MERGE THESE ROWS WITH CLAIMCI0'S BY TIME OF DAY.
      ******************************************************************
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-ABSTIME-TODAY-DATE       PIC 9(8).
       01  WS-ABSTIME-HH               PIC 9(2).
       01  WS-ABSTIME-MM               PIC 9(2).
       01  WS-ABSTIME-SS               PIC 9(2).
       01  WS-ABSTIME-HUNDREDTHS       PIC 9(2).
       01  WS-ABSTIME-DAYS-SINCE-1900  PIC S9(8) COMP.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
      ******************************************************************
      * NO ARCHIVED PHI IS PRINTED UNLESS THE ACCESS LOG CAN RECORD IT.
      ******************************************************************
           OPEN EXTEND ACCESS-LOG-FILE
           IF WS-ACCESS-LOG-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMARQ: CLAIMACL OPEN FAILED, STATUS '
                   WS-ACCESS-LOG-FILE-STATUS
                   ' - NO REQUESTS PROCESSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT  PARM-FILE
           OPEN INPUT  ARCHIVE-FILE
           OPEN I-O    CLAIM-FILE
           OPEN OUTPUT ARCHIVE-REPORT
           MOVE SPACES TO ARCHIVE-REPORT-LINE
           MOVE 'ARCHIVED CLAIM INQUIRY/RESTORE REPORT'
               TO ARCHIVE-REPORT-LINE
           CLOSE ARCHIVE-FILE
           CLOSE CLAIM-FILE
           CLOSE ARCHIVE-REPORT
           CLOSE ACCESS-LOG-FILE

           DISPLAY 'CLAIMARQ: RECORDS PRINTED = ' WS-PRINT-COUNT
               ' RESTORED = ' WS-RESTORE-COUNT
           DISPLAY 'CLAIMARQ: ACCESS LOG ROWS  = ' WS-ACCESS-LOG-COUNT

           STOP RUN.

           MOVE PRM-FIELD    TO WS-RQ-FIELD(WS-RQ-IDX)
           MOVE PRM-VALUE    TO WS-RQ-VALUE(WS-RQ-IDX)
           MOVE 0            TO WS-RQ-HIT-COUNT(WS-RQ-IDX)
           IF PRM-REQUESTED-BY = SPACES
               MOVE 'CLAIMARQ'       TO WS-RQ-REQUESTED-BY(WS-RQ-IDX)
           ELSE
               MOVE PRM-REQUESTED-BY TO WS-RQ-REQUESTED-BY(WS-RQ-IDX)
           END-IF
           EXIT.

       DO-MATCH-ARCHIVE-RECORD SECTION.
      ******************************************************************
      * TEST THE ARCHIVE RECORD AGAINST EVERY REQUEST. A RECORD THAT
      * MATCHES ANY REQUEST IS PRINTED ONCE; A MATCHING RESTORE
      * REQUEST ALSO WRITES IT BACK TO CLAIMCIF. EVERY PRINTED RECORD
      * IS LOGGED TO CLAIMACL AGAINST THE FIRST MATCHING REQUESTER.
      ******************************************************************
           MOVE 'N' TO WS-MATCHED-SW
           MOVE 'N' TO WS-RESTORE-SW
           MOVE SPACES TO WS-MATCH-REQUESTED-BY

           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-REQUEST-COUNT
               EVALUATE WS-RQ-FIELD(WS-RQ-IDX)
                   WHEN 'CLAIM   '
                       IF WS-RQ-VALUE(WS-RQ-IDX)(1:8) = AR-CLAIM-ID
                           PERFORM DO-NOTE-MATCHING-REQUEST
                           IF WS-RQ-FUNCTION(WS-RQ-IDX) = 'RESTORE '
                               MOVE 'Y' TO WS-RESTORE-SW
                           END-IF
                   WHEN 'MEMBER  '
                       IF WS-RQ-VALUE(WS-RQ-IDX)(1:8) =
                          AR-CLAIM-MEMBER-ID
                           PERFORM DO-NOTE-MATCHING-REQUEST
                       END-IF
                   WHEN 'PROVIDER'
                       IF WS-RQ-VALUE(WS-RQ-IDX) = AR-CLAIM-PROVIDER
                           PERFORM DO-NOTE-MATCHING-REQUEST
                       END-IF
               END-EVALUATE
           END-PERFORM

           IF WS-MATCHED
               PERFORM DO-PRINT-ARCHIVE-RECORD
               PERFORM DO-LOG-ARCHIVE-ACCESS
           END-IF

           IF WS-RESTORE-WANTED
           END-IF
           EXIT.

       DO-NOTE-MATCHING-REQUEST SECTION.
      ******************************************************************
      * COUNT A HIT FOR THE CURRENT REQUEST AND REMEMBER WHO ASKED --
      * THE FIRST MATCHING REQUEST'S USERID IS THE ONE THE ACCESS-LOG
      * ROW IS CHARGED TO.
      ******************************************************************
           MOVE 'Y' TO WS-MATCHED-SW
           ADD 1 TO WS-RQ-HIT-COUNT(WS-RQ-IDX)
           IF WS-MATCH-REQUESTED-BY = SPACES
               MOVE WS-RQ-REQUESTED-BY(WS-RQ-IDX)
                   TO WS-MATCH-REQUESTED-BY
           END-IF
           EXIT.

       DO-LOG-ARCHIVE-ACCESS SECTION.
      ******************************************************************
      * APPEND THE CLAIMACL ROW FOR A PRINTED ARCHIVED CLAIM -- ACTION
      * 'R' WHEN A RESTORE WAS ASKED FOR, 'I' FOR A PLAIN INQUIRY.
      * A FAILED WRITE IS REPORTED BUT DOES NOT STOP THE SWEEP.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8)  TO WS-ABSTIME-TODAY-DATE
           MOVE WS-CURRENT-DATE-TIME(9:2)  TO WS-ABSTIME-HH
           MOVE WS-CURRENT-DATE-TIME(11:2) TO WS-ABSTIME-MM
           MOVE WS-CURRENT-DATE-TIME(13:2) TO WS-ABSTIME-SS
           MOVE WS-CURRENT-DATE-TIME(15:2) TO WS-ABSTIME-HUNDREDTHS

           COMPUTE WS-ABSTIME-DAYS-SINCE-1900 =
                FUNCTION INTEGER-OF-DATE(WS-ABSTIME-TODAY-DATE)
                - FUNCTION INTEGER-OF-DATE(19000101)

           COMPUTE WS-ABSTIME =
                (WS-ABSTIME-DAYS-SINCE-1900 * 8640000)
                + (WS-ABSTIME-HH * 360000)
                + (WS-ABSTIME-MM * 6000)
                + (WS-ABSTIME-SS * 100)
                + WS-ABSTIME-HUNDREDTHS

           MOVE WS-MATCH-REQUESTED-BY TO ACL-USERID
           MOVE 'CLAIMARQ'            TO ACL-PROGRAM
           IF WS-RESTORE-WANTED
               MOVE 'R'               TO ACL-ACTION
           ELSE
               MOVE 'I'               TO ACL-ACTION
           END-IF
           MOVE AR-CLAIM-ID           TO ACL-CLAIM-ID
           MOVE AR-CLAIM-MEMBER-ID    TO ACL-MEMBER-ID
           MOVE WS-ABSTIME            TO ACL-TIMESTAMP

           WRITE ACCESS-LOG-RECORD
           IF WS-ACCESS-LOG-FILE-STATUS = '00'
               ADD 1 TO WS-ACCESS-LOG-COUNT
           ELSE
               DISPLAY 'CLAIMARQ: CLAIMACL WRITE FAILED, STATUS '
                   WS-ACCESS-LOG-FILE-STATUS ' CLAIM ' AR-CLAIM-ID
           END-IF
           EXIT.

       DO-PRINT-ARCHIVE-RECORD SECTION.
      ******************************************************************
      * PRINT THE FULL ARCHIVED RECORD, LINE ITEMS INCLUDED.
