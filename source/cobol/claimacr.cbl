       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMACR.
      ******************************************************************
      * WEEKLY UNUSUAL-ACCESS REPORT                                   *
      *                                                                *
      * READS THE CLAIMACL ACCESS LOG FOR THE SEVEN DAYS BEFORE THE    *
      * RUN DATE AND FLAGS TWO PATTERNS THE PRIVACY OFFICE REVIEWS:    *
      *                                                                *
      *   1. BROWSING -- A USER WHO READ THE CLAIMS OF MORE UNRELATED  *
      *      FAMILIES THAN THE THRESHOLD. MEMBERS ARE GROUPED INTO     *
      *      FAMILIES BY MBR-SUBSCRIBER-ID ON CLAIMMBR (A MEMBER WITH  *
      *      NO FAMILY LINKAGE, OR NOT ON CLAIMMBR, IS ITS OWN         *
      *      FAMILY), SO AN EXAMINER WORKING ONE FAMILY'S CLAIMS IS    *
      *      NOT COUNTED MANY TIMES OVER.                              *
      *   2. OWN FAMILY -- EVERY READ BY A USER OF A CLAIM IN THEIR    *
      *      OWN FAMILY, THE USER'S MEMBER ID COMING FROM              *
      *      AUT-MEMBER-ID ON CLAIMAUT.                                *
      *                                                                *
      * THE THRESHOLD COMES FROM AN OPTIONAL PARMIN CARD (COLS 1-5,    *
      * THE NUMBER OF DISTINCT FAMILIES A USER MAY READ IN A WEEK      *
      * BEFORE BEING FLAGGED). WITH NO CARD IT IS 50.                  *
      *                                                                *
      * INPUT  : PARMIN   - THE THRESHOLD CARD (OPTIONAL).             *
      *          CLAIMACL - THE VSAM ESDS ACCESS LOG.                  *
      *          CLAIMAUT - THE VSAM KSDS USER AUTHORITY FILE, READ    *
      *          RANDOMLY FOR THE ROLE AND OWN MEMBER ID.              *
      *          CLAIMMBR - THE VSAM KSDS MEMBER FILE, READ RANDOMLY   *
      *          FOR THE FAMILY.                                       *
      * OUTPUT : ACRRPT   - THE UNUSUAL-ACCESS REPORT.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO CLAIMACL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-FILE-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO CLAIMAUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUT-USERID
               FILE STATUS IS WS-AUTHORITY-FILE-STATUS.
           SELECT MEMBER-FILE ASSIGN TO CLAIMMBR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBR-MEMBER-ID
               FILE STATUS IS WS-MEMBER-FILE-STATUS.
           SELECT ACCESS-REPORT ASSIGN TO ACRRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PRM-FAMILY-THRESHOLD    PIC 9(5).
           05  FILLER                  PIC X(75).

       FD  ACCESS-LOG-FILE
           RECORDING MODE IS F.
       COPY CLAIMACL.

       FD  AUTHORITY-FILE.
       COPY CLAIMAUT.

       FD  MEMBER-FILE.
       COPY CLAIMMBR.

       FD  ACCESS-REPORT
           RECORDING MODE IS F.
       01  ACCESS-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ACCESS-LOG-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-AUTHORITY-FILE-STATUS    PIC X(2) VALUE '00'.
       01  WS-MEMBER-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-ACCESS-LOG-EOF           PIC X(1) VALUE 'N'.
           88  WS-ACCESS-LOG-AT-EOF              VALUE 'Y'.

       01  WS-FAMILY-THRESHOLD         PIC 9(5) VALUE 50.

      ******************************************************************
      * THE WINDOW -- MIDNIGHT SEVEN DAYS BACK UP TO (NOT INCLUDING)
      * MIDNIGHT TODAY, ON THE ABSTIME SCALE OF ACL-TIMESTAMP.
      ******************************************************************
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-FROM-DATE                PIC 9(8).
       01  WS-TO-DATE                  PIC 9(8).
       01  WS-DAYS-SINCE-1900          PIC S9(8) COMP.
       01  WS-WINDOW-FROM-TS           PIC S9(15) COMP-3.
       01  WS-WINDOW-TO-TS             PIC S9(15) COMP-3.

      ******************************************************************
      * ONE ENTRY PER USER SEEN IN THE WINDOW. WS-US-OWN-FAMILY-ID IS
      * THE FAMILY OF THE USER'S OWN MEMBER ID (SPACES IF NONE ON
      * CLAIMAUT). OVERFLOWS ARE COUNTED AND REPORTED, AS CLAIMLAG DOES.
      ******************************************************************
       01  WS-USER-TABLE.
           05  WS-US-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-US-IDX.
               10  WS-US-USERID        PIC X(8).
               10  WS-US-ROLE          PIC X(8).
               10  WS-US-OWN-FAMILY-ID PIC X(8).
               10  WS-US-READS         PIC 9(7).
               10  WS-US-FAMILIES      PIC 9(5).
               10  WS-US-OWN-READS     PIC 9(5).
       01  WS-USER-COUNT               PIC 9(3) VALUE 0.
       01  WS-USER-OVERFLOW            PIC 9(7) VALUE 0.
       01  WS-USER-FOUND-SW            PIC X(1).
           88  WS-USER-FOUND                     VALUE 'Y'.

      ******************************************************************
      * DISTINCT USER/FAMILY PAIRS, SO EACH FAMILY IS COUNTED ONCE PER
      * USER NO MATTER HOW MANY OF ITS CLAIMS WERE READ.
      ******************************************************************
       01  WS-PAIR-TABLE.
           05  WS-PR-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-PR-IDX.
               10  WS-PR-USER          PIC 9(3).
               10  WS-PR-FAMILY-ID     PIC X(8).
       01  WS-PAIR-COUNT               PIC 9(5) VALUE 0.
       01  WS-PAIR-OVERFLOW            PIC 9(7) VALUE 0.
       01  WS-PAIR-FOUND-SW            PIC X(1).
           88  WS-PAIR-FOUND                     VALUE 'Y'.
       01  WS-USER-NUMBER              PIC 9(3).

      ******************************************************************
      * THE OWN-FAMILY READS, FOR THE DETAIL PART.
      ******************************************************************
       01  WS-OWN-TABLE.
           05  WS-OW-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-OW-IDX.
               10  WS-OW-USERID        PIC X(8).
               10  WS-OW-PROGRAM       PIC X(8).
               10  WS-OW-ACTION        PIC X(1).
               10  WS-OW-CLAIM-ID      PIC X(8).
               10  WS-OW-MEMBER-ID     PIC X(8).
               10  WS-OW-TIMESTAMP     PIC S9(15) COMP-3.
       01  WS-OWN-COUNT                PIC 9(4) VALUE 0.
       01  WS-OWN-OVERFLOW             PIC 9(7) VALUE 0.

       01  WS-LOOKUP-MEMBER-ID         PIC X(8).
       01  WS-LOOKUP-FAMILY-ID         PIC X(8).
       01  WS-ROW-FAMILY-ID            PIC X(8).

       01  WS-LOG-READ-COUNT           PIC 9(9) VALUE 0.
       01  WS-WINDOW-READ-COUNT        PIC 9(9) VALUE 0.
       01  WS-FLAGGED-COUNT            PIC 9(5) VALUE 0.

      ******************************************************************
      * FIELDS FOR TURNING AN ABSTIME INTO A PRINTABLE DATE AND TIME --
      * THE SAME MIDNIGHT-BASED SCALE CLAIMCDC'S DO-FORMAT-ABSTIME
      * USES.
      ******************************************************************
       01  WS-ABSTIME-VALUE            PIC S9(15) COMP-3.
       01  WS-ABSTIME-DAYS             PIC S9(9) COMP.
       01  WS-ABSTIME-REMAINDER        PIC S9(9) COMP.
       01  WS-ABSTIME-DATE             PIC 9(8).
       01  WS-ABSTIME-HH               PIC 9(2).
       01  WS-ABSTIME-MM               PIC 9(2).
       01  WS-ABSTIME-SS               PIC 9(2).
       01  WS-EDIT-TIMESTAMP           PIC X(19).

       01  WS-EDIT-COUNT-1             PIC ZZZ,ZZ9.
       01  WS-EDIT-COUNT-2             PIC ZZZ,ZZ9.
       01  WS-EDIT-COUNT-3             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT  ACCESS-LOG-FILE
           OPEN INPUT  AUTHORITY-FILE
           OPEN INPUT  MEMBER-FILE
           OPEN OUTPUT ACCESS-REPORT

           INITIALIZE WS-USER-TABLE
           PERFORM DO-SET-THRESHOLD
           PERFORM DO-SET-WINDOW

           PERFORM UNTIL WS-ACCESS-LOG-AT-EOF
               READ ACCESS-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-ACCESS-LOG-EOF
                   NOT AT END
                       ADD 1 TO WS-LOG-READ-COUNT
                       IF ACL-TIMESTAMP >= WS-WINDOW-FROM-TS
                      AND ACL-TIMESTAMP < WS-WINDOW-TO-TS
                      AND ACL-MEMBER-ID NOT = SPACES
                           PERFORM DO-TALLY-ACCESS
                       END-IF
               END-READ
           END-PERFORM

           PERFORM DO-WRITE-REPORT-HEADING
           PERFORM DO-WRITE-BROWSING-PART
           PERFORM DO-WRITE-OWN-FAMILY-PART

           CLOSE ACCESS-LOG-FILE
           CLOSE AUTHORITY-FILE
           CLOSE MEMBER-FILE
           CLOSE ACCESS-REPORT

           DISPLAY 'CLAIMACR: LOG RECORDS READ = ' WS-LOG-READ-COUNT
               ' IN WINDOW = ' WS-WINDOW-READ-COUNT
           DISPLAY 'CLAIMACR: USERS = ' WS-USER-COUNT
               ' FLAGGED = ' WS-FLAGGED-COUNT
               ' OWN-FAMILY READS = ' WS-OWN-COUNT
           IF WS-USER-OVERFLOW > 0
               DISPLAY 'CLAIMACR: USER TABLE FULL, READS NOT '
                   'TALLIED = ' WS-USER-OVERFLOW
           END-IF
           IF WS-PAIR-OVERFLOW > 0
               DISPLAY 'CLAIMACR: FAMILY TABLE FULL, FAMILIES NOT '
                   'COUNTED = ' WS-PAIR-OVERFLOW
           END-IF

           STOP RUN.

       DO-SET-THRESHOLD SECTION.
      ******************************************************************
      * TAKE THE FAMILY THRESHOLD FROM PARMIN, OR KEEP THE DEFAULT.
      * AN INVALID OR ZERO CARD ALSO KEEPS THE DEFAULT.
      ******************************************************************
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-FAMILY-THRESHOLD IS NUMERIC
                      AND PRM-FAMILY-THRESHOLD > 0
                           MOVE PRM-FAMILY-THRESHOLD
                               TO WS-FAMILY-THRESHOLD
                       ELSE
                           DISPLAY 'CLAIMACR: PARMIN CARD INVALID, '
                               'DEFAULT THRESHOLD USED'
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           EXIT.

       DO-SET-WINDOW SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           COMPUTE WS-DAYS-SINCE-1900 =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(19000101)
           COMPUTE WS-WINDOW-TO-TS = WS-DAYS-SINCE-1900 * 8640000
           COMPUTE WS-WINDOW-FROM-TS =
               (WS-DAYS-SINCE-1900 - 7) * 8640000

           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 7)
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)
           EXIT.

       DO-TALLY-ACCESS SECTION.
      ******************************************************************
      * ADD ONE LOGGED READ TO ITS USER: THE READ COUNT, THE FAMILY
      * (COUNTED ONCE PER USER), AND AN OWN-FAMILY DETAIL LINE IF THE
      * FAMILY IS THE USER'S OWN.
      ******************************************************************
           ADD 1 TO WS-WINDOW-READ-COUNT

           PERFORM DO-FIND-USER
           IF NOT WS-USER-FOUND
               EXIT SECTION
           END-IF
           ADD 1 TO WS-US-READS(WS-US-IDX)

           MOVE ACL-MEMBER-ID TO WS-LOOKUP-MEMBER-ID
           PERFORM DO-RESOLVE-FAMILY
           MOVE WS-LOOKUP-FAMILY-ID TO WS-ROW-FAMILY-ID

           PERFORM DO-FIND-PAIR

           IF WS-US-OWN-FAMILY-ID(WS-US-IDX) = SPACES
           OR WS-US-OWN-FAMILY-ID(WS-US-IDX) NOT = WS-ROW-FAMILY-ID
               EXIT SECTION
           END-IF

           ADD 1 TO WS-US-OWN-READS(WS-US-IDX)
           IF WS-OWN-COUNT = 1000
               ADD 1 TO WS-OWN-OVERFLOW
               EXIT SECTION
           END-IF
           ADD 1 TO WS-OWN-COUNT
           SET WS-OW-IDX TO WS-OWN-COUNT
           MOVE ACL-USERID    TO WS-OW-USERID(WS-OW-IDX)
           MOVE ACL-PROGRAM   TO WS-OW-PROGRAM(WS-OW-IDX)
           MOVE ACL-ACTION    TO WS-OW-ACTION(WS-OW-IDX)
           MOVE ACL-CLAIM-ID  TO WS-OW-CLAIM-ID(WS-OW-IDX)
           MOVE ACL-MEMBER-ID TO WS-OW-MEMBER-ID(WS-OW-IDX)
           MOVE ACL-TIMESTAMP TO WS-OW-TIMESTAMP(WS-OW-IDX)
           EXIT.

       DO-FIND-USER SECTION.
      ******************************************************************
      * FIND OR ADD THE USER. A NEW USER'S ROLE AND OWN FAMILY ARE
      * LOOKED UP ONCE, ON FIRST SIGHT.
      ******************************************************************
           MOVE 'N' TO WS-USER-FOUND-SW
           SET WS-US-IDX TO 1
           SEARCH WS-US-ENTRY
               AT END
                   CONTINUE
               WHEN WS-US-IDX > WS-USER-COUNT
                   CONTINUE
               WHEN WS-US-USERID(WS-US-IDX) = ACL-USERID
                   MOVE 'Y' TO WS-USER-FOUND-SW
           END-SEARCH

           IF WS-USER-FOUND
               EXIT SECTION
           END-IF

           IF WS-USER-COUNT = 500
               ADD 1 TO WS-USER-OVERFLOW
               EXIT SECTION
           END-IF

           ADD 1 TO WS-USER-COUNT
           SET WS-US-IDX TO WS-USER-COUNT
           MOVE ACL-USERID TO WS-US-USERID(WS-US-IDX)
           MOVE 'Y' TO WS-USER-FOUND-SW

           MOVE ACL-USERID TO AUT-USERID
           READ AUTHORITY-FILE
               INVALID KEY
                   IF ACL-USERID = ACL-PROGRAM
                       MOVE 'BATCH'   TO WS-US-ROLE(WS-US-IDX)
                   ELSE
                       MOVE 'UNKNOWN' TO WS-US-ROLE(WS-US-IDX)
                   END-IF
                   MOVE SPACES TO WS-US-OWN-FAMILY-ID(WS-US-IDX)
               NOT INVALID KEY
                   MOVE AUT-ROLE TO WS-US-ROLE(WS-US-IDX)
                   IF AUT-MEMBER-ID = SPACES
                       MOVE SPACES TO WS-US-OWN-FAMILY-ID(WS-US-IDX)
                   ELSE
                       MOVE AUT-MEMBER-ID TO WS-LOOKUP-MEMBER-ID
                       PERFORM DO-RESOLVE-FAMILY
                       MOVE WS-LOOKUP-FAMILY-ID
                           TO WS-US-OWN-FAMILY-ID(WS-US-IDX)
                   END-IF
           END-READ
           EXIT.

       DO-RESOLVE-FAMILY SECTION.
      ******************************************************************
      * THE FAMILY OF WS-LOOKUP-MEMBER-ID IS ITS SUBSCRIBER'S MEMBER
      * ID; A MEMBER WITH NO LINKAGE OR NOT ON FILE IS ITS OWN FAMILY.
      ******************************************************************
           MOVE WS-LOOKUP-MEMBER-ID TO WS-LOOKUP-FAMILY-ID
           MOVE WS-LOOKUP-MEMBER-ID TO MBR-MEMBER-ID
           READ MEMBER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MBR-SUBSCRIBER-ID NOT = SPACES
                       MOVE MBR-SUBSCRIBER-ID TO WS-LOOKUP-FAMILY-ID
                   END-IF
           END-READ
           EXIT.

       DO-FIND-PAIR SECTION.
      ******************************************************************
      * COUNT THE FAMILY AGAINST THE USER THE FIRST TIME THE PAIR IS
      * SEEN.
      ******************************************************************
           SET WS-USER-NUMBER TO WS-US-IDX
           MOVE 'N' TO WS-PAIR-FOUND-SW
           SET WS-PR-IDX TO 1
           SEARCH WS-PR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PR-IDX > WS-PAIR-COUNT
                   CONTINUE
               WHEN WS-PR-USER(WS-PR-IDX) = WS-USER-NUMBER
                AND WS-PR-FAMILY-ID(WS-PR-IDX) = WS-ROW-FAMILY-ID
                   MOVE 'Y' TO WS-PAIR-FOUND-SW
           END-SEARCH

           IF WS-PAIR-FOUND
               EXIT SECTION
           END-IF

           IF WS-PAIR-COUNT = 20000
               ADD 1 TO WS-PAIR-OVERFLOW
               EXIT SECTION
           END-IF

           ADD 1 TO WS-PAIR-COUNT
           SET WS-PR-IDX TO WS-PAIR-COUNT
           MOVE WS-USER-NUMBER   TO WS-PR-USER(WS-PR-IDX)
           MOVE WS-ROW-FAMILY-ID TO WS-PR-FAMILY-ID(WS-PR-IDX)
           ADD 1 TO WS-US-FAMILIES(WS-US-IDX)
           EXIT.

       DO-WRITE-REPORT-HEADING SECTION.
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING 'WEEKLY UNUSUAL-ACCESS REPORT FOR ' WS-FROM-DATE
               ' THROUGH ' WS-TO-DATE
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE

           MOVE WS-FAMILY-THRESHOLD TO WS-EDIT-COUNT-1
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING 'FAMILY THRESHOLD ' WS-EDIT-COUNT-1
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           EXIT.

       DO-WRITE-BROWSING-PART SECTION.
      ******************************************************************
      * PART 1 -- USERS WHO READ MORE FAMILIES THAN THE THRESHOLD.
      ******************************************************************
           MOVE SPACES TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           MOVE 'USERS READING MANY UNRELATED FAMILIES'
               TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           MOVE 'USERID   ROLE        READS  FAMILIES  OWN-FAMILY'
               TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE

           PERFORM VARYING WS-US-IDX FROM 1 BY 1
                   UNTIL WS-US-IDX > WS-USER-COUNT
               IF WS-US-FAMILIES(WS-US-IDX) > WS-FAMILY-THRESHOLD
                   ADD 1 TO WS-FLAGGED-COUNT
                   MOVE WS-US-READS(WS-US-IDX)     TO WS-EDIT-COUNT-1
                   MOVE WS-US-FAMILIES(WS-US-IDX)  TO WS-EDIT-COUNT-2
                   MOVE WS-US-OWN-READS(WS-US-IDX) TO WS-EDIT-COUNT-3
                   MOVE SPACES TO ACCESS-REPORT-LINE
                   STRING WS-US-USERID(WS-US-IDX)
                       ' ' WS-US-ROLE(WS-US-IDX)
                       ' ' WS-EDIT-COUNT-1
                       '  ' WS-EDIT-COUNT-2
                       '     ' WS-EDIT-COUNT-3
                       DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
                   WRITE ACCESS-REPORT-LINE
               END-IF
           END-PERFORM

           IF WS-FLAGGED-COUNT = 0
               MOVE SPACES TO ACCESS-REPORT-LINE
               MOVE '  NONE' TO ACCESS-REPORT-LINE
               WRITE ACCESS-REPORT-LINE
           END-IF

           IF WS-PAIR-OVERFLOW > 0
               MOVE WS-PAIR-OVERFLOW TO WS-EDIT-COUNT-1
               MOVE SPACES TO ACCESS-REPORT-LINE
               STRING '*** FAMILY TABLE FULL, ' WS-EDIT-COUNT-1
                   ' USER/FAMILY PAIRS NOT COUNTED - FAMILY COUNTS'
                   ' ABOVE ARE UNDERSTATED'
                   DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
               WRITE ACCESS-REPORT-LINE
           END-IF
           IF WS-USER-OVERFLOW > 0
               MOVE WS-USER-OVERFLOW TO WS-EDIT-COUNT-1
               MOVE SPACES TO ACCESS-REPORT-LINE
               STRING '*** USER TABLE FULL, ' WS-EDIT-COUNT-1
                   ' READS BY FURTHER USERS NOT EXAMINED'
                   DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
               WRITE ACCESS-REPORT-LINE
           END-IF
           EXIT.

       DO-WRITE-OWN-FAMILY-PART SECTION.
      ******************************************************************
      * PART 2 -- EVERY READ OF A CLAIM IN THE USER'S OWN FAMILY.
      ******************************************************************
           MOVE SPACES TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           MOVE 'USERS READING THEIR OWN FAMILY''S CLAIMS'
               TO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE
           MOVE SPACES TO ACCESS-REPORT-LINE
           STRING 'USERID   TIMESTAMP            PROGRAM  ACTION '
               'MEMBER   CLAIM'
               DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
           WRITE ACCESS-REPORT-LINE

           PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                   UNTIL WS-OW-IDX > WS-OWN-COUNT
               MOVE WS-OW-TIMESTAMP(WS-OW-IDX) TO WS-ABSTIME-VALUE
               PERFORM DO-FORMAT-ABSTIME
               MOVE SPACES TO ACCESS-REPORT-LINE
               STRING WS-OW-USERID(WS-OW-IDX)
                   ' ' WS-EDIT-TIMESTAMP
                   '  ' WS-OW-PROGRAM(WS-OW-IDX)
                   ' ' WS-OW-ACTION(WS-OW-IDX)
                   '      ' WS-OW-MEMBER-ID(WS-OW-IDX)
                   ' ' WS-OW-CLAIM-ID(WS-OW-IDX)
                   DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
               WRITE ACCESS-REPORT-LINE
           END-PERFORM

           IF WS-OWN-COUNT = 0
               MOVE SPACES TO ACCESS-REPORT-LINE
               MOVE '  NONE' TO ACCESS-REPORT-LINE
               WRITE ACCESS-REPORT-LINE
           END-IF

           IF WS-OWN-OVERFLOW > 0
               MOVE WS-OWN-OVERFLOW TO WS-EDIT-COUNT-1
               MOVE SPACES TO ACCESS-REPORT-LINE
               STRING '*** ' WS-EDIT-COUNT-1
                   ' FURTHER OWN-FAMILY READS NOT LISTED'
                   DELIMITED BY SIZE INTO ACCESS-REPORT-LINE
               WRITE ACCESS-REPORT-LINE
           END-IF
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
