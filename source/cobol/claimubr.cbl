       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMUBR.
      ******************************************************************
      * MONTHLY UNBUNDLING DENIAL REPORT BY PROVIDER                   *
      *                                                                *
      * READS THE CLAIMUBL LOG OF CLAIM LINES CLAIMCI0 DENIED AS       *
      * COMPONENTS OF A COMPREHENSIVE PROCEDURE (REASON 'UNBN', SEE    *
      * CLAIMCPE) AND REPORTS LAST CALENDAR MONTH'S DENIALS -- EVERY   *
      * DENIED LINE, THEN EACH PROVIDER'S COUNT AND DENIED BILLED      *
      * AMOUNT -- SO NETWORK MANAGEMENT CAN FOLLOW UP WITH THE         *
      * PROVIDERS WHO KEEP BILLING COMPONENTS SEPARATELY. RUN EARLY IN *
      * THE MONTH; THE MONTH REPORTED IS THE ONE BEFORE TODAY'S.       *
      *                                                                *
      * INPUT  : CLAIMUBL - THE UNBUNDLING DENIAL LOG (ESDS).          *
      * OUTPUT : UBNRPT   - THE BY-PROVIDER DENIAL REPORT.             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNBUNDLE-LOG-FILE ASSIGN TO CLAIMUBL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNBUNDLE-FILE-STATUS.
           SELECT UNBUNDLE-REPORT ASSIGN TO UBNRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  UNBUNDLE-LOG-FILE.
       COPY CLAIMUBL.

       FD  UNBUNDLE-REPORT
           RECORDING MODE IS F.
       01  UNBUNDLE-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-UNBUNDLE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-UNBUNDLE-EOF             PIC X(1) VALUE 'N'.
           88  WS-UNBUNDLE-AT-EOF                VALUE 'Y'.

      ******************************************************************
      * PER-PROVIDER TALLIES, IN ORDER OF FIRST APPEARANCE ON THE LOG.
      * OVERFLOWS ARE COUNTED AND REPORTED RATHER THAN SILENTLY
      * DROPPED, AS THE OTHER REPORT JOBS DO.
      ******************************************************************
       01  WS-PROVIDER-TABLE.
           05  WS-PV-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PV-IDX.
               10  WS-PV-PROVIDER      PIC X(21).
               10  WS-PV-LINE-COUNT    PIC 9(7).
               10  WS-PV-AMOUNT        COMP-2 SYNC.
       01  WS-PV-COUNT                 PIC 9(3) VALUE 0.
       01  WS-PV-OVERFLOW              PIC 9(7) VALUE 0.

       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-REPORT-YYYYMM            PIC 9(6).
       01  WS-REPORT-YYYY              PIC 9(4).
       01  WS-REPORT-MM                PIC 9(2).
       01  WS-LINE-COUNT               PIC 9(7) VALUE 0.
       01  WS-TOTAL-AMOUNT             COMP-2 VALUE 0.

       01  WS-EDIT-COUNT               PIC ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT              PIC -(8)9.99.
       01  WS-EDIT-TOTAL-AMOUNT        PIC -(10)9.99.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT  UNBUNDLE-LOG-FILE
           OPEN OUTPUT UNBUNDLE-REPORT

           IF WS-UNBUNDLE-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMUBR: CLAIMUBL OPEN FAILED, STATUS = '
                   WS-UNBUNDLE-FILE-STATUS
               MOVE 'Y' TO WS-UNBUNDLE-EOF
           END-IF
      ******************************************************************
      * THE REPORT MONTH IS THE CALENDAR MONTH BEFORE TODAY'S.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:4) TO WS-REPORT-YYYY
           MOVE WS-TODAY-DATE(5:2) TO WS-REPORT-MM
           IF WS-REPORT-MM = 1
               SUBTRACT 1 FROM WS-REPORT-YYYY
               MOVE 12 TO WS-REPORT-MM
           ELSE
               SUBTRACT 1 FROM WS-REPORT-MM
           END-IF
           MOVE WS-REPORT-YYYY TO WS-REPORT-YYYYMM(1:4)
           MOVE WS-REPORT-MM   TO WS-REPORT-YYYYMM(5:2)

           MOVE SPACES TO UNBUNDLE-REPORT-LINE
           STRING 'UNBUNDLING (CODE-PAIR) LINE DENIALS FOR '
               WS-REPORT-YYYYMM(1:4) '-' WS-REPORT-YYYYMM(5:2)
               DELIMITED BY SIZE INTO UNBUNDLE-REPORT-LINE
           WRITE UNBUNDLE-REPORT-LINE
           MOVE SPACES TO UNBUNDLE-REPORT-LINE
           WRITE UNBUNDLE-REPORT-LINE
           MOVE SPACES TO UNBUNDLE-REPORT-LINE
           STRING 'PROVIDER              CLAIM    LN COMPONT  '
               'COLUMN-1 COL1 CLM  SERVICE          BILLED'
               DELIMITED BY SIZE INTO UNBUNDLE-REPORT-LINE
           WRITE UNBUNDLE-REPORT-LINE

           PERFORM UNTIL WS-UNBUNDLE-AT-EOF
               READ UNBUNDLE-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-UNBUNDLE-EOF
                   NOT AT END
                       IF UBL-DENIAL-DATE(1:6) = WS-REPORT-YYYYMM
                           PERFORM DO-REPORT-DENIED-LINE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM DO-WRITE-PROVIDER-TOTALS

           CLOSE UNBUNDLE-LOG-FILE
           CLOSE UNBUNDLE-REPORT

           DISPLAY 'CLAIMUBR: LINES DENIED = ' WS-LINE-COUNT
               ' PROVIDERS = ' WS-PV-COUNT
           IF WS-PV-OVERFLOW > 0
               DISPLAY 'CLAIMUBR: LINES OMITTED FROM PROVIDER TOTALS, '
                   'TABLE FULL = ' WS-PV-OVERFLOW
           END-IF

           STOP RUN.

       DO-REPORT-DENIED-LINE SECTION.
      ******************************************************************
      * ONE DETAIL LINE PER DENIED COMPONENT, TALLIED INTO ITS
      * PROVIDER'S ENTRY.
      ******************************************************************
           ADD 1 TO WS-LINE-COUNT
           ADD UBL-COMPONENT-AMOUNT TO WS-TOTAL-AMOUNT

           MOVE UBL-COMPONENT-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO UNBUNDLE-REPORT-LINE
           STRING UBL-PROVIDER ' ' UBL-CLAIM-ID ' '
               UBL-LINE-NUMBER ' ' UBL-COMPONENT-CODE ' '
               UBL-COLUMN1-CODE ' ' UBL-COLUMN1-CLAIM-ID ' '
               UBL-SERVICE-DATE ' ' WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO UNBUNDLE-REPORT-LINE
           WRITE UNBUNDLE-REPORT-LINE

           SET WS-PV-IDX TO 1
           SEARCH WS-PV-ENTRY
               AT END
                   PERFORM DO-ADD-PROVIDER-ENTRY
               WHEN WS-PV-IDX > WS-PV-COUNT
                   PERFORM DO-ADD-PROVIDER-ENTRY
               WHEN WS-PV-PROVIDER(WS-PV-IDX) = UBL-PROVIDER
                   ADD 1 TO WS-PV-LINE-COUNT(WS-PV-IDX)
                   ADD UBL-COMPONENT-AMOUNT TO WS-PV-AMOUNT(WS-PV-IDX)
           END-SEARCH
           EXIT.

       DO-ADD-PROVIDER-ENTRY SECTION.
           IF WS-PV-COUNT < 500
               ADD 1 TO WS-PV-COUNT
               SET WS-PV-IDX TO WS-PV-COUNT
               MOVE UBL-PROVIDER TO WS-PV-PROVIDER(WS-PV-IDX)
               MOVE 1 TO WS-PV-LINE-COUNT(WS-PV-IDX)
               MOVE UBL-COMPONENT-AMOUNT TO WS-PV-AMOUNT(WS-PV-IDX)
           ELSE
               ADD 1 TO WS-PV-OVERFLOW
           END-IF
           EXIT.

       DO-WRITE-PROVIDER-TOTALS SECTION.
           MOVE SPACES TO UNBUNDLE-REPORT-LINE
           WRITE UNBUNDLE-REPORT-LINE
           MOVE SPACES TO UNBUNDLE-REPORT-LINE
           MOVE 'DENIALS BY PROVIDER' TO UNBUNDLE-REPORT-LINE
           WRITE UNBUNDLE-REPORT-LINE

           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                   UNTIL WS-PV-IDX > WS-PV-COUNT
               MOVE WS-PV-LINE-COUNT(WS-PV-IDX) TO WS-EDIT-COUNT
               MOVE WS-PV-AMOUNT(WS-PV-IDX) TO WS-EDIT-AMOUNT
               MOVE SPACES TO UNBUNDLE-REPORT-LINE
               STRING WS-PV-PROVIDER(WS-PV-IDX)
                   '  LINES DENIED: ' WS-EDIT-COUNT
                   '  BILLED: ' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO UNBUNDLE-REPORT-LINE
               WRITE UNBUNDLE-REPORT-LINE
           END-PERFORM

           MOVE WS-LINE-COUNT TO WS-EDIT-COUNT
           MOVE WS-TOTAL-AMOUNT TO WS-EDIT-TOTAL-AMOUNT
           MOVE SPACES TO UNBUNDLE-REPORT-LINE
           WRITE UNBUNDLE-REPORT-LINE
           MOVE SPACES TO UNBUNDLE-REPORT-LINE
           STRING 'TOTAL                 LINES DENIED: ' WS-EDIT-COUNT
               '  BILLED: ' WS-EDIT-TOTAL-AMOUNT
               DELIMITED BY SIZE INTO UNBUNDLE-REPORT-LINE
           WRITE UNBUNDLE-REPORT-LINE
           EXIT.
