       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMCRX.
      ******************************************************************
      * MONTHLY PROVIDER CREDENTIAL EXPIRY REPORT                      *
      *                                                                *
      * LISTS EVERY CLAIMCRD CREDENTIAL (SEE CLAIMCRD.CPY) THAT        *
      * EXPIRES WITHIN THE RENEWAL WINDOW -- 90 DAYS FROM THE RUN      *
      * DATE BY DEFAULT -- SO PROVIDER RELATIONS CAN CHASE THE         *
      * RENEWAL BEFORE THE SUBMIT PATHS START PENDING THE PROVIDER'S   *
      * CLAIMS WITH REASON 'CRED'. CREDENTIALS ALREADY EXPIRED AND     *
      * STILL ON FILE (NO RENEWAL RECEIVED FROM THE VENDOR) ARE        *
      * LISTED FIRST, SINCE THOSE PROVIDERS' CLAIMS ARE PENDING NOW.   *
      * A PROVIDER UNDER SANCTION OR EXCLUSION IS MARKED ON ITS LINES. *
      *                                                                *
      * AN OPTIONAL PARMIN CARD OVERRIDES THE DEFAULTS:                *
      *   COLS  1-8   AS-OF DATE YYYYMMDD (ZERO OR BLANK = TODAY)      *
      *   COLS  9-11  RENEWAL WINDOW IN DAYS (ZERO OR BLANK = 90)      *
      *                                                                *
      * INPUT  : PARMIN   - THE OPTIONAL AS-OF/WINDOW CARD.            *
      *          CLAIMCRD - THE PROVIDER CREDENTIAL FILE.              *
      *          CLAIMPRV - THE PROVIDER REFERENCE FILE, FOR NAMES.    *
      * OUTPUT : CRXRPT   - THE CREDENTIAL EXPIRY REPORT.              *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CREDENTIAL-FILE ASSIGN TO CLAIMCRD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRD-KEY
               FILE STATUS IS WS-CREDENTIAL-FILE-STATUS.
           SELECT PROVIDER-FILE ASSIGN TO CLAIMPRV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROV-PROVIDER-ID
               FILE STATUS IS WS-PROVIDER-FILE-STATUS.
           SELECT EXPIRY-REPORT ASSIGN TO CRXRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PRM-AS-OF-DATE          PIC 9(8).
           05  PRM-WINDOW-DAYS         PIC 9(3).
           05  FILLER                  PIC X(69).

       FD  CREDENTIAL-FILE.
       COPY CLAIMCRD.

       FD  PROVIDER-FILE.
       COPY CLAIMPRV.

       FD  EXPIRY-REPORT
           RECORDING MODE IS F.
       01  EXPIRY-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CREDENTIAL-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-PROVIDER-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-CREDENTIAL-EOF           PIC X(1) VALUE 'N'.
           88  WS-CREDENTIAL-AT-EOF              VALUE 'Y'.

       01  WS-AS-OF-DATE               PIC 9(8).
       01  WS-AS-OF-INT                PIC S9(9) COMP.
       01  WS-WINDOW-DAYS              PIC 9(3) VALUE 90.
       01  WS-WINDOW-END-DATE          PIC 9(8).
       01  WS-DAYS-TO-EXPIRY           PIC S9(7).

      ******************************************************************
      * THE SWEEP IS MADE TWICE -- EXPIRED FIRST, THEN EXPIRING -- SO
      * EACH SECTION OF THE REPORT IS IN PROVIDER ORDER.
      ******************************************************************
       01  WS-PASS-SW                  PIC X(1) VALUE 'X'.
           88  WS-PASS-EXPIRED                   VALUE 'X'.
           88  WS-PASS-EXPIRING                  VALUE 'E'.

       01  WS-CREDENTIAL-READ          PIC 9(7) VALUE 0.
       01  WS-EXPIRED-COUNT            PIC 9(7) VALUE 0.
       01  WS-EXPIRING-COUNT           PIC 9(7) VALUE 0.
       01  WS-SANCTIONED-COUNT         PIC 9(7) VALUE 0.

       01  WS-PROVIDER-NAME            PIC X(30).
       01  WS-SANCTION-TEXT            PIC X(10).
       01  WS-EDIT-DAYS                PIC -(5)9.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT  PARM-FILE
           OPEN INPUT  PROVIDER-FILE
           OPEN OUTPUT EXPIRY-REPORT

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           PERFORM DO-READ-PARM-CARD

           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           COMPUTE WS-WINDOW-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-AS-OF-INT + WS-WINDOW-DAYS)

           MOVE SPACES TO EXPIRY-REPORT-LINE
           STRING 'PROVIDER CREDENTIAL EXPIRY REPORT AS OF '
               WS-AS-OF-DATE ' - RENEWAL WINDOW ' WS-WINDOW-DAYS
               ' DAYS (TO ' WS-WINDOW-END-DATE ')'
               DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE
           WRITE EXPIRY-REPORT-LINE

           MOVE 'X' TO WS-PASS-SW
           MOVE SPACES TO EXPIRY-REPORT-LINE
           WRITE EXPIRY-REPORT-LINE
           MOVE 'EXPIRED - CLAIMS PENDING UNTIL RENEWED'
               TO EXPIRY-REPORT-LINE
           WRITE EXPIRY-REPORT-LINE
           PERFORM DO-WRITE-COLUMN-HEADINGS
           PERFORM DO-SWEEP-CREDENTIALS

           MOVE 'E' TO WS-PASS-SW
           MOVE SPACES TO EXPIRY-REPORT-LINE
           WRITE EXPIRY-REPORT-LINE
           MOVE 'EXPIRING WITHIN THE RENEWAL WINDOW'
               TO EXPIRY-REPORT-LINE
           WRITE EXPIRY-REPORT-LINE
           PERFORM DO-WRITE-COLUMN-HEADINGS
           PERFORM DO-SWEEP-CREDENTIALS

           MOVE SPACES TO EXPIRY-REPORT-LINE
           WRITE EXPIRY-REPORT-LINE
           MOVE SPACES TO EXPIRY-REPORT-LINE
           STRING 'CREDENTIALS READ: ' WS-CREDENTIAL-READ
               '  EXPIRED: ' WS-EXPIRED-COUNT
               '  EXPIRING: ' WS-EXPIRING-COUNT
               '  LISTED UNDER SANCTION/EXCLUSION: '
               WS-SANCTIONED-COUNT
               DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE
           WRITE EXPIRY-REPORT-LINE

           CLOSE PARM-FILE
           CLOSE PROVIDER-FILE
           CLOSE EXPIRY-REPORT

           DISPLAY 'CLAIMCRX: READ = ' WS-CREDENTIAL-READ
               ' EXPIRED = ' WS-EXPIRED-COUNT
               ' EXPIRING = ' WS-EXPIRING-COUNT

           STOP RUN.

       DO-READ-PARM-CARD SECTION.
      ******************************************************************
      * AN ABSENT CARD, OR A ZERO OR NON-NUMERIC FIELD ON IT, LEAVES
      * THAT FIELD'S DEFAULT (TODAY, 90 DAYS).
      ******************************************************************
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-AS-OF-DATE IS NUMERIC
                          AND PRM-AS-OF-DATE > 0
                           MOVE PRM-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
                       IF PRM-WINDOW-DAYS IS NUMERIC
                          AND PRM-WINDOW-DAYS > 0
                           MOVE PRM-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
           END-IF
           EXIT.

       DO-WRITE-COLUMN-HEADINGS SECTION.
           MOVE SPACES TO EXPIRY-REPORT-LINE
           STRING 'PROVIDER              NAME                          '
               '  TYPE ST NUMBER               EXPIRES    DAYS '
               'SANCTION'
               DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE
           WRITE EXPIRY-REPORT-LINE
           EXIT.

       DO-SWEEP-CREDENTIALS SECTION.
      ******************************************************************
      * ONE SEQUENTIAL PASS OF CLAIMCRD. A MISSING FILE LISTS NOTHING.
      * A CREDENTIAL THAT DOES NOT EXPIRE (99991231) NEVER QUALIFIES.
      ******************************************************************
           MOVE 'N' TO WS-CREDENTIAL-EOF
           OPEN INPUT CREDENTIAL-FILE
           IF WS-CREDENTIAL-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMCRX: CLAIMCRD OPEN FAILED, STATUS = '
                   WS-CREDENTIAL-FILE-STATUS
               EXIT SECTION
           END-IF

           PERFORM UNTIL WS-CREDENTIAL-AT-EOF
               READ CREDENTIAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CREDENTIAL-EOF
                   NOT AT END
                       IF WS-PASS-EXPIRED
                           ADD 1 TO WS-CREDENTIAL-READ
                           IF CRD-EXPIRY-DATE < WS-AS-OF-DATE
                               ADD 1 TO WS-EXPIRED-COUNT
                               PERFORM DO-WRITE-CREDENTIAL-LINE
                           END-IF
                       ELSE
                           IF CRD-EXPIRY-DATE NOT < WS-AS-OF-DATE
                          AND CRD-EXPIRY-DATE NOT > WS-WINDOW-END-DATE
                               ADD 1 TO WS-EXPIRING-COUNT
                               PERFORM DO-WRITE-CREDENTIAL-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CREDENTIAL-FILE
           EXIT.

       DO-WRITE-CREDENTIAL-LINE SECTION.
           MOVE CRD-PROVIDER-ID TO PROV-PROVIDER-ID
           READ PROVIDER-FILE
               INVALID KEY
                   MOVE '(NOT ON CLAIMPRV)' TO WS-PROVIDER-NAME
               NOT INVALID KEY
                   MOVE PROV-PROVIDER-NAME TO WS-PROVIDER-NAME
           END-READ

           EVALUATE TRUE
               WHEN CRD-EXCLUDED
                   MOVE 'EXCLUDED' TO WS-SANCTION-TEXT
                   ADD 1 TO WS-SANCTIONED-COUNT
               WHEN CRD-SANCTIONED
                   MOVE 'SANCTIONED' TO WS-SANCTION-TEXT
                   ADD 1 TO WS-SANCTIONED-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-SANCTION-TEXT
           END-EVALUATE

           COMPUTE WS-DAYS-TO-EXPIRY =
               FUNCTION INTEGER-OF-DATE(CRD-EXPIRY-DATE)
               - WS-AS-OF-INT
           MOVE WS-DAYS-TO-EXPIRY TO WS-EDIT-DAYS

           MOVE SPACES TO EXPIRY-REPORT-LINE
           STRING CRD-PROVIDER-ID ' ' WS-PROVIDER-NAME
               '  ' CRD-CREDENTIAL-TYPE ' ' CRD-ISSUING-STATE
               ' ' CRD-CREDENTIAL-NUMBER ' ' CRD-EXPIRY-DATE
               ' ' WS-EDIT-DAYS ' ' WS-SANCTION-TEXT
               DELIMITED BY SIZE INTO EXPIRY-REPORT-LINE
           WRITE EXPIRY-REPORT-LINE
           EXIT.
