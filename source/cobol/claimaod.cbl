       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMAOD.
      ******************************************************************
      * MEMBER ACCOUNTING OF DISCLOSURES                               *
      *                                                                *
      * A MEMBER IS ENTITLED TO A LIST OF WHO HAS LOOKED AT THEIR      *
      * PROTECTED HEALTH INFORMATION. CLAIMHIS AND CLAIMAUD ONLY SAY   *
      * WHO CHANGED A CLAIM; THE CLAIMACL ACCESS LOG (WRITTEN BY THE   *
      * CLAIMCI0 READ-TYPE ACTIONS AND BY CLAIMARQ) SAYS WHO READ ONE. *
      * THIS JOB IS RUN WHEN A MEMBER ASKS, DRIVEN BY REQUEST CARDS    *
      * ON PARMIN:                                                     *
      *                                                                *
      *   COLS 1-8   MEMBER    THE MEMBER ID ASKING                    *
      *   COLS 9-16  FROM      FIRST DAY OF THE RANGE, YYYYMMDD        *
      *   COLS 17-24 TO        LAST DAY OF THE RANGE, YYYYMMDD         *
      *                                                                *
      * A BLANK TO DATE MEANS TODAY; A BLANK FROM DATE MEANS SIX YEARS *
      * BEFORE THE TO DATE (THE FULL PERIOD A MEMBER MAY ASK ABOUT).   *
      * UP TO 20 CARDS PER RUN; THE LOG IS READ ONCE FOR ALL OF THEM.  *
      *                                                                *
      * EACH MEMBER GETS ONE SECTION OF AODRPT LISTING EVERY ACCESS    *
      * IN THE RANGE IN THE ORDER IT HAPPENED: DATE AND TIME, USERID,  *
      * THE USER'S ROLE FROM CLAIMAUT, WHAT WAS LOOKED AT AND THE      *
      * CLAIM. A MEMBER WITH NO ACCESSES GETS A LINE SAYING SO.        *
      *                                                                *
      * INPUT  : PARMIN   - REQUEST CARDS.                             *
      *          CLAIMACL - THE VSAM ESDS ACCESS LOG.                  *
      *          CLAIMAUT - THE VSAM KSDS USER AUTHORITY FILE, READ    *
      *          RANDOMLY FOR THE ROLE.                                *
      * OUTPUT : AODRPT   - THE ACCOUNTING OF DISCLOSURES.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCESS-LOG-FILE ASSIGN TO CLAIMACL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-FILE-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO CLAIMAUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUT-USERID
               FILE STATUS IS WS-AUTHORITY-FILE-STATUS.
           SELECT DISCLOSURE-REPORT ASSIGN TO AODRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PRM-MEMBER-ID           PIC X(8).
           05  PRM-FROM-DATE           PIC X(8).
           05  PRM-FROM-DATE-N REDEFINES PRM-FROM-DATE
                                       PIC 9(8).
           05  PRM-TO-DATE             PIC X(8).
           05  PRM-TO-DATE-N REDEFINES PRM-TO-DATE
                                       PIC 9(8).
           05  FILLER                  PIC X(56).

       FD  ACCESS-LOG-FILE
           RECORDING MODE IS F.
       COPY CLAIMACL.

       FD  AUTHORITY-FILE.
       COPY CLAIMAUT.

       FD  DISCLOSURE-REPORT
           RECORDING MODE IS F.
       01  DISCLOSURE-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCESS-LOG-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-AUTHORITY-FILE-STATUS    PIC X(2) VALUE '00'.
       01  WS-PARM-EOF                 PIC X(1) VALUE 'N'.
           88  WS-PARM-AT-EOF                    VALUE 'Y'.
       01  WS-ACCESS-LOG-EOF           PIC X(1) VALUE 'N'.
           88  WS-ACCESS-LOG-AT-EOF              VALUE 'Y'.

       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-FROM-DATE                PIC 9(8).
       01  WS-TO-DATE                  PIC 9(8).

      ******************************************************************
      * REQUEST TABLE LOADED FROM PARMIN. THE RANGE IS HELD AS TWO
      * ABSTIME VALUES (HUNDREDTHS OF A SECOND SINCE 1900-01-01, THE
      * DOMAIN OF ACL-TIMESTAMP): MIDNIGHT STARTING THE FROM DATE AND
      * MIDNIGHT ENDING THE TO DATE, THE LATTER EXCLUSIVE.
      ******************************************************************
       01  WS-REQUEST-TABLE.
           05  WS-REQUEST-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-RQ-IDX.
               10  WS-RQ-MEMBER-ID     PIC X(8).
               10  WS-RQ-FROM-DATE     PIC 9(8).
               10  WS-RQ-TO-DATE       PIC 9(8).
               10  WS-RQ-FROM-TS       PIC S9(15) COMP-3.
               10  WS-RQ-TO-TS         PIC S9(15) COMP-3.
               10  WS-RQ-HIT-COUNT     PIC 9(7).
               10  WS-RQ-OVERFLOW      PIC 9(7).
       01  WS-REQUEST-COUNT            PIC 9(2) VALUE 0.
       01  WS-REQUEST-NUMBER           PIC 9(2).

      ******************************************************************
      * THE MATCHING LOG ROWS, IN LOG (TIME) ORDER, EACH TAGGED WITH
      * THE REQUEST IT ANSWERS SO THE REPORT CAN BE WRITTEN ONE MEMBER
      * AT A TIME. OVERFLOWS ARE COUNTED PER REQUEST AND REPORTED.
      ******************************************************************
       01  WS-HIT-TABLE.
           05  WS-HT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-HT-IDX.
               10  WS-HT-REQUEST       PIC 9(2).
               10  WS-HT-USERID        PIC X(8).
               10  WS-HT-PROGRAM       PIC X(8).
               10  WS-HT-ACTION        PIC X(1).
               10  WS-HT-CLAIM-ID      PIC X(8).
               10  WS-HT-TIMESTAMP     PIC S9(15) COMP-3.
       01  WS-HIT-COUNT                PIC 9(4) VALUE 0.

       01  WS-LOG-READ-COUNT           PIC 9(9) VALUE 0.
       01  WS-REPORTED-COUNT           PIC 9(7) VALUE 0.

      ******************************************************************
      * FIELDS FOR TURNING AN ABSTIME INTO A PRINTABLE DATE AND TIME --
      * THE SAME MIDNIGHT-BASED SCALE CLAIMCDC'S DO-FORMAT-ABSTIME
      * USES.
      ******************************************************************
       01  WS-DAYS-SINCE-1900          PIC S9(8) COMP.
       01  WS-ABSTIME-VALUE            PIC S9(15) COMP-3.
       01  WS-ABSTIME-DAYS             PIC S9(9) COMP.
       01  WS-ABSTIME-REMAINDER        PIC S9(9) COMP.
       01  WS-ABSTIME-DATE             PIC 9(8).
       01  WS-ABSTIME-HH               PIC 9(2).
       01  WS-ABSTIME-MM               PIC 9(2).
       01  WS-ABSTIME-SS               PIC 9(2).
       01  WS-EDIT-TIMESTAMP           PIC X(19).

       01  WS-ROLE                     PIC X(8).
       01  WS-ACCESS-DESC              PIC X(24).
       01  WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT  PARM-FILE
           OPEN INPUT  ACCESS-LOG-FILE
           OPEN INPUT  AUTHORITY-FILE
           OPEN OUTPUT DISCLOSURE-REPORT

           MOVE SPACES TO DISCLOSURE-REPORT-LINE
           STRING 'ACCOUNTING OF DISCLOSURES - ACCESS TO MEMBER '
               'CLAIM INFORMATION'
               DELIMITED BY SIZE INTO DISCLOSURE-REPORT-LINE
           WRITE DISCLOSURE-REPORT-LINE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           INITIALIZE WS-REQUEST-TABLE

           PERFORM UNTIL WS-PARM-AT-EOF
               READ PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-PARM-EOF
                   NOT AT END
                       PERFORM DO-LOAD-REQUEST-CARD
               END-READ
           END-PERFORM

           CLOSE PARM-FILE

           IF WS-REQUEST-COUNT > 0
               PERFORM UNTIL WS-ACCESS-LOG-AT-EOF
                   READ ACCESS-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-ACCESS-LOG-EOF
                       NOT AT END
                           ADD 1 TO WS-LOG-READ-COUNT
                           PERFORM DO-MATCH-ACCESS-LOG-RECORD
                   END-READ
               END-PERFORM
           END-IF

           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-REQUEST-COUNT
               PERFORM DO-WRITE-MEMBER-SECTION
           END-PERFORM

           CLOSE ACCESS-LOG-FILE
           CLOSE AUTHORITY-FILE
           CLOSE DISCLOSURE-REPORT

           DISPLAY 'CLAIMAOD: REQUESTS = ' WS-REQUEST-COUNT
               ' LOG RECORDS READ = ' WS-LOG-READ-COUNT
               ' ACCESSES REPORTED = ' WS-REPORTED-COUNT

           STOP RUN.

       DO-LOAD-REQUEST-CARD SECTION.
      ******************************************************************
      * VALIDATE AND TABLE A REQUEST CARD, APPLYING THE DATE DEFAULTS.
      * A CARD WITH NO MEMBER, A DATE THAT IS NOT A REAL DATE, OR A
      * FROM DATE AFTER THE TO DATE IS REPORTED AND SKIPPED.
      ******************************************************************
           IF PRM-MEMBER-ID = SPACES
               MOVE SPACES TO DISCLOSURE-REPORT-LINE
               MOVE 'REQUEST CARD IGNORED, NO MEMBER ID'
                   TO DISCLOSURE-REPORT-LINE
               WRITE DISCLOSURE-REPORT-LINE
               EXIT SECTION
           END-IF

           IF PRM-TO-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-TO-DATE
           ELSE
               IF PRM-TO-DATE-N NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(PRM-TO-DATE-N) NOT = 0
                   MOVE SPACES TO DISCLOSURE-REPORT-LINE
                   STRING 'REQUEST CARD IGNORED, INVALID TO DATE '
                       PRM-TO-DATE ' FOR MEMBER ' PRM-MEMBER-ID
                       DELIMITED BY SIZE INTO DISCLOSURE-REPORT-LINE
                   WRITE DISCLOSURE-REPORT-LINE
                   EXIT SECTION
               END-IF
               MOVE PRM-TO-DATE-N TO WS-TO-DATE
           END-IF

           IF PRM-FROM-DATE = SPACES
               COMPUTE WS-FROM-DATE = WS-TO-DATE - 60000
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
                   SUBTRACT 1 FROM WS-FROM-DATE
               END-IF
           ELSE
               IF PRM-FROM-DATE-N NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(PRM-FROM-DATE-N) NOT = 0
                   MOVE SPACES TO DISCLOSURE-REPORT-LINE
                   STRING 'REQUEST CARD IGNORED, INVALID FROM DATE '
                       PRM-FROM-DATE ' FOR MEMBER ' PRM-MEMBER-ID
                       DELIMITED BY SIZE INTO DISCLOSURE-REPORT-LINE
                   WRITE DISCLOSURE-REPORT-LINE
                   EXIT SECTION
               END-IF
               MOVE PRM-FROM-DATE-N TO WS-FROM-DATE
           END-IF

           IF WS-FROM-DATE > WS-TO-DATE
               MOVE SPACES TO DISCLOSURE-REPORT-LINE
               STRING 'REQUEST CARD IGNORED, FROM DATE AFTER TO DATE'
                   ' FOR MEMBER ' PRM-MEMBER-ID
                   DELIMITED BY SIZE INTO DISCLOSURE-REPORT-LINE
               WRITE DISCLOSURE-REPORT-LINE
               EXIT SECTION
           END-IF

           IF WS-REQUEST-COUNT = 20
               MOVE SPACES TO DISCLOSURE-REPORT-LINE
               STRING 'REQUEST CARD IGNORED, REQUEST TABLE FULL'
                   ' FOR MEMBER ' PRM-MEMBER-ID
                   DELIMITED BY SIZE INTO DISCLOSURE-REPORT-LINE
               WRITE DISCLOSURE-REPORT-LINE
               EXIT SECTION
           END-IF

           ADD 1 TO WS-REQUEST-COUNT
           SET WS-RQ-IDX TO WS-REQUEST-COUNT
           MOVE PRM-MEMBER-ID TO WS-RQ-MEMBER-ID(WS-RQ-IDX)
           MOVE WS-FROM-DATE  TO WS-RQ-FROM-DATE(WS-RQ-IDX)
           MOVE WS-TO-DATE    TO WS-RQ-TO-DATE(WS-RQ-IDX)

           COMPUTE WS-DAYS-SINCE-1900 =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
               - FUNCTION INTEGER-OF-DATE(19000101)
           COMPUTE WS-RQ-FROM-TS(WS-RQ-IDX) =
               WS-DAYS-SINCE-1900 * 8640000
           COMPUTE WS-DAYS-SINCE-1900 =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
               - FUNCTION INTEGER-OF-DATE(19000101) + 1
           COMPUTE WS-RQ-TO-TS(WS-RQ-IDX) =
               WS-DAYS-SINCE-1900 * 8640000
           EXIT.

       DO-MATCH-ACCESS-LOG-RECORD SECTION.
      ******************************************************************
      * TEST THE LOG ROW AGAINST EVERY REQUEST. THE SAME MEMBER MAY BE
      * ASKED FOR TWICE WITH DIFFERENT RANGES, SO EVERY MATCH COUNTS.
      ******************************************************************
           IF ACL-MEMBER-ID = SPACES
               EXIT SECTION
           END-IF

           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-REQUEST-COUNT
               IF ACL-MEMBER-ID = WS-RQ-MEMBER-ID(WS-RQ-IDX)
              AND ACL-TIMESTAMP >= WS-RQ-FROM-TS(WS-RQ-IDX)
              AND ACL-TIMESTAMP < WS-RQ-TO-TS(WS-RQ-IDX)
                   PERFORM DO-TABLE-ACCESS-HIT
               END-IF
           END-PERFORM
           EXIT.

       DO-TABLE-ACCESS-HIT SECTION.
           ADD 1 TO WS-RQ-HIT-COUNT(WS-RQ-IDX)

           IF WS-HIT-COUNT = 5000
               ADD 1 TO WS-RQ-OVERFLOW(WS-RQ-IDX)
               EXIT SECTION
           END-IF

           ADD 1 TO WS-HIT-COUNT
           SET WS-HT-IDX TO WS-HIT-COUNT
           SET WS-REQUEST-NUMBER TO WS-RQ-IDX
           MOVE WS-REQUEST-NUMBER TO WS-HT-REQUEST(WS-HT-IDX)
           MOVE ACL-USERID        TO WS-HT-USERID(WS-HT-IDX)
           MOVE ACL-PROGRAM       TO WS-HT-PROGRAM(WS-HT-IDX)
           MOVE ACL-ACTION        TO WS-HT-ACTION(WS-HT-IDX)
           MOVE ACL-CLAIM-ID      TO WS-HT-CLAIM-ID(WS-HT-IDX)
           MOVE ACL-TIMESTAMP     TO WS-HT-TIMESTAMP(WS-HT-IDX)
           EXIT.

       DO-WRITE-MEMBER-SECTION SECTION.
      ******************************************************************
      * ONE MEMBER'S ACCOUNTING: A HEADING WITH THE RANGE, EVERY
      * TABLED ACCESS FOR THE REQUEST, THEN THE COUNT.
      ******************************************************************
           MOVE SPACES TO DISCLOSURE-REPORT-LINE
           WRITE DISCLOSURE-REPORT-LINE
           MOVE SPACES TO DISCLOSURE-REPORT-LINE
           STRING 'MEMBER ' WS-RQ-MEMBER-ID(WS-RQ-IDX)
               '  ACCESSES FROM ' WS-RQ-FROM-DATE(WS-RQ-IDX)
               ' THROUGH ' WS-RQ-TO-DATE(WS-RQ-IDX)
               DELIMITED BY SIZE INTO DISCLOSURE-REPORT-LINE
           WRITE DISCLOSURE-REPORT-LINE

           IF WS-RQ-HIT-COUNT(WS-RQ-IDX) = 0
               MOVE SPACES TO DISCLOSURE-REPORT-LINE
               MOVE '  NO ACCESSES RECORDED IN THIS PERIOD'
                   TO DISCLOSURE-REPORT-LINE
               WRITE DISCLOSURE-REPORT-LINE
               EXIT SECTION
           END-IF

           MOVE SPACES TO DISCLOSURE-REPORT-LINE
           STRING '  DATE       TIME      USERID   ROLE     '
               'ACCESS                   CLAIM'
               DELIMITED BY SIZE INTO DISCLOSURE-REPORT-LINE
           WRITE DISCLOSURE-REPORT-LINE

           SET WS-REQUEST-NUMBER TO WS-RQ-IDX
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
                   UNTIL WS-HT-IDX > WS-HIT-COUNT
               IF WS-HT-REQUEST(WS-HT-IDX) = WS-REQUEST-NUMBER
                   PERFORM DO-WRITE-ACCESS-LINE
               END-IF
           END-PERFORM

           MOVE WS-RQ-HIT-COUNT(WS-RQ-IDX) TO WS-EDIT-COUNT
           MOVE SPACES TO DISCLOSURE-REPORT-LINE
           STRING '  TOTAL ACCESSES ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO DISCLOSURE-REPORT-LINE
           WRITE DISCLOSURE-REPORT-LINE

           IF WS-RQ-OVERFLOW(WS-RQ-IDX) > 0
               MOVE WS-RQ-OVERFLOW(WS-RQ-IDX) TO WS-EDIT-COUNT
               MOVE SPACES TO DISCLOSURE-REPORT-LINE
               STRING '  *** ' WS-EDIT-COUNT
                   ' ACCESSES NOT LISTED, DETAIL TABLE FULL -'
                   ' RERUN FOR THIS MEMBER ALONE'
                   DELIMITED BY SIZE INTO DISCLOSURE-REPORT-LINE
               WRITE DISCLOSURE-REPORT-LINE
           END-IF
           EXIT.

       DO-WRITE-ACCESS-LINE SECTION.
      ******************************************************************
      * ONE ACCESS: WHEN, WHO, IN WHAT ROLE, AND WHAT WAS SEEN.
      ******************************************************************
           ADD 1 TO WS-REPORTED-COUNT

           MOVE WS-HT-TIMESTAMP(WS-HT-IDX) TO WS-ABSTIME-VALUE
           PERFORM DO-FORMAT-ABSTIME

           MOVE WS-HT-USERID(WS-HT-IDX) TO AUT-USERID
           READ AUTHORITY-FILE
               INVALID KEY
                   IF WS-HT-PROGRAM(WS-HT-IDX) = WS-HT-USERID(WS-HT-IDX)
                       MOVE 'BATCH'   TO WS-ROLE
                   ELSE
                       MOVE 'UNKNOWN' TO WS-ROLE
                   END-IF
               NOT INVALID KEY
                   MOVE AUT-ROLE TO WS-ROLE
           END-READ

           PERFORM DO-DESCRIBE-ACCESS

           MOVE SPACES TO DISCLOSURE-REPORT-LINE
           STRING '  ' WS-EDIT-TIMESTAMP(1:10)
               ' ' WS-EDIT-TIMESTAMP(12:8)
               '  ' WS-HT-USERID(WS-HT-IDX)
               ' ' WS-ROLE
               ' ' WS-ACCESS-DESC
               ' ' WS-HT-CLAIM-ID(WS-HT-IDX)
               DELIMITED BY SIZE INTO DISCLOSURE-REPORT-LINE
           WRITE DISCLOSURE-REPORT-LINE
           EXIT.

       DO-DESCRIBE-ACCESS SECTION.
      ******************************************************************
      * THE ACTION CODE IS THE WRITING PROGRAM'S OWN (SEE CLAIMACL.CPY)
      * -- TURN IT INTO WORDS A MEMBER CAN READ.
      ******************************************************************
           IF WS-HT-PROGRAM(WS-HT-IDX) = 'CLAIMARQ'
               EVALUATE WS-HT-ACTION(WS-HT-IDX)
                   WHEN 'R'
                       MOVE 'ARCHIVED CLAIM RESTORED'  TO WS-ACCESS-DESC
                   WHEN OTHER
                       MOVE 'ARCHIVED CLAIM INQUIRY'   TO WS-ACCESS-DESC
               END-EVALUATE
               EXIT SECTION
           END-IF

           EVALUATE WS-HT-ACTION(WS-HT-IDX)
               WHEN 'R'
                   MOVE 'CLAIM VIEWED'             TO WS-ACCESS-DESC
               WHEN 'H'
                   MOVE 'CLAIM STATUS HISTORY'     TO WS-ACCESS-DESC
               WHEN 'Y'
                   MOVE 'YEAR-TO-DATE TOTALS'      TO WS-ACCESS-DESC
               WHEN 'V'
                   MOVE 'CLAIM DOCUMENT VIEWED'    TO WS-ACCESS-DESC
               WHEN 'K'
                   MOVE 'CLAIM NOTES VIEWED'       TO WS-ACCESS-DESC
               WHEN 'L'
                   MOVE 'CLAIM IN A LIST'          TO WS-ACCESS-DESC
               WHEN 'P'
                   MOVE 'CLAIM IN PENDING LIST'    TO WS-ACCESS-DESC
               WHEN 'N'
                   MOVE 'CLAIM ASSIGNED TO REVIEW' TO WS-ACCESS-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-ACCESS-DESC
                   STRING 'ACTION ' WS-HT-ACTION(WS-HT-IDX)
                       ' BY ' WS-HT-PROGRAM(WS-HT-IDX)
                       DELIMITED BY SIZE INTO WS-ACCESS-DESC
           END-EVALUATE
           EXIT.

       DO-FORMAT-ABSTIME SECTION.
      ******************************************************************
      * AN ABSTIME (HUNDREDTHS OF A SECOND SINCE 1900-01-01) TO
      * YYYY-MM-DD-HH.MM.SS, AS CLAIMCDC FORMATS IT.
      ******************************************************************
           MOVE SPACES TO WS-EDIT-TIMESTAMP
           IF WS-ABSTIME-VALUE NOT > 0
               EXIT SECTION
           END-IF
           COMPUTE WS-ABSTIME-DAYS = WS-ABSTIME-VALUE / 8640000
           COMPUTE WS-ABSTIME-REMAINDER =
               (WS-ABSTIME-VALUE - WS-ABSTIME-DAYS * 8640000) / 100
           COMPUTE WS-ABSTIME-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(19000101) + WS-ABSTIME-DAYS)
           COMPUTE WS-ABSTIME-HH = WS-ABSTIME-REMAINDER / 3600
           COMPUTE WS-ABSTIME-MM =
               (WS-ABSTIME-REMAINDER - WS-ABSTIME-HH * 3600) / 60
           COMPUTE WS-ABSTIME-SS =
               WS-ABSTIME-REMAINDER - WS-ABSTIME-HH * 3600
               - WS-ABSTIME-MM * 60
           STRING WS-ABSTIME-DATE(1:4) '-' WS-ABSTIME-DATE(5:2)
               '-' WS-ABSTIME-DATE(7:2) '-' WS-ABSTIME-HH
               '.' WS-ABSTIME-MM '.' WS-ABSTIME-SS
               DELIMITED BY SIZE INTO WS-EDIT-TIMESTAMP
           EXIT.
