       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMRDC.
      ******************************************************************
      * REFERENCE-DATA LOAD COMPARISON                                 *
      *                                                                *
      * A BAD CLAIMFEE LOAD IS WHAT MADE US BUILD CLAIMRPR. REFERENCE  *
      * DATA (CLAIMFEE, CLAIMPCD, CLAIMPBM, CLAIMPAF) IS NOW REPRO'D   *
      * INTO THE FILE'S STAGING COPY (SEE CLAIMSTG.JCL), NEVER INTO    *
      * PRODUCTION. THIS JOB COMPARES THE STAGING COPY WITH            *
      * PRODUCTION KEY BY KEY AND REPORTS EVERY ADD, CHANGE AND        *
      * DELETE THE LOAD WOULD MAKE. FOR CLAIMFEE IT ALSO ESTIMATES     *
      * THE MONTHLY DOLLAR IMPACT OF EACH FEE ROW ADDED, CHANGED OR    *
      * DELETED, PRICED ON LAST MONTH'S CLAIM LINES FOR THAT PROVIDER  *
      * AND PROCEDURE FROM THE CLAIMSNP SNAPSHOT:                      *
      *                                                                *
      *   CHANGE  LINES X (NEW FEE - OLD FEE)                          *
      *   ADD     LINES X NEW FEE - BILLED (THE LINES WERE ALLOWED AT  *
      *           THEIR BILLED AMOUNT WITH NO FEE ROW ON FILE)         *
      *   DELETE  BILLED - LINES X OLD FEE                             *
      *                                                                *
      * ONLY USD CLAIMS COUNT (FEES ARE USD), AND REVERSAL ADJUSTMENTS *
      * ARE LEFT OUT SO A REPROCESSED CLAIM IS NOT COUNTED TWICE.      *
      *                                                                *
      * THE RESULT IS RECORDED ON THE CLAIMRDL CHANGE LOG UNDER THE    *
      * LOAD ID AS 'CMPR' -- AWAITING APPROVAL BY A SECOND PERSON      *
      * THROUGH CLAIMRD0 BEFORE CLAIMRDA MAY APPLY IT. RE-RUNNING THE  *
      * COMPARE FOR A RE-STAGED LOAD CLEARS ANY EARLIER APPROVAL. ONE  *
      * PARMIN CARD:                                                   *
      *                                                                *
      *   COLS 1-8   LOAD ID                                           *
      *   COLS 9-16  FILE     'CLAIMFEE', 'CLAIMPCD', 'CLAIMPBM' OR    *
      *                       'CLAIMPAF'                               *
      *   COLS 17-24 STAGED BY  THE USERID WHO STAGED THE LOAD         *
      *                                                                *
      * INPUT  : PARMIN   - THE LOAD CARD.                             *
      *          FEESTG / PCDSTG / PBMSTG / PAFSTG - THE STAGING COPY  *
      *          OF THE FILE NAMED ON THE CARD.                        *
      *          CLAIMFEE / CLAIMPCD / CLAIMPBM / CLAIMPAF - THE       *
      *          PRODUCTION FILE NAMED ON THE CARD.                    *
      *          SNAPIN   - THE CLAIMSNP SNAPSHOT (CLAIMFEE ONLY).     *
      * I-O    : CLAIMRDL - THE REFERENCE-DATA CHANGE LOG.             *
      * OUTPUT : RDCRPT   - THE COMPARISON REPORT.                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT FEE-STAGE-FILE ASSIGN TO FEESTG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FSG-KEY
               FILE STATUS IS WS-STAGE-FILE-STATUS.
           SELECT PCD-STAGE-FILE ASSIGN TO PCDSTG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PSG-KEY
               FILE STATUS IS WS-STAGE-FILE-STATUS.
           SELECT PBM-STAGE-FILE ASSIGN TO PBMSTG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BSG-KEY
               FILE STATUS IS WS-STAGE-FILE-STATUS.
           SELECT PAF-STAGE-FILE ASSIGN TO PAFSTG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ASG-KEY
               FILE STATUS IS WS-STAGE-FILE-STATUS.
           SELECT FEE-FILE ASSIGN TO CLAIMFEE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT PROCEDURE-CODE-FILE ASSIGN TO CLAIMPCD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCD-PROCEDURE-CODE
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT PLAN-FILE ASSIGN TO CLAIMPBM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PBM-PLAN-CODE
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT PRIOR-AUTH-FILE ASSIGN TO CLAIMPAF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAF-AUTH-KEY
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO SNAPIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHANGE-LOG-FILE ASSIGN TO CLAIMRDL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RDL-LOAD-ID
               FILE STATUS IS WS-CHANGE-LOG-FILE-STATUS.
           SELECT COMPARE-REPORT ASSIGN TO RDCRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PRM-LOAD-ID             PIC X(8).
           05  PRM-FILE-NAME           PIC X(8).
           05  PRM-STAGED-BY           PIC X(8).
           05  FILLER                  PIC X(56).

      ******************************************************************
      * THE STAGING COPIES ARE ONLY EVER COMPARED BYTE FOR BYTE WITH
      * PRODUCTION, SO EACH IS DESCRIBED AS ITS KEY AND THE REST OF
      * THE RECORD (LENGTHS AS IN CLAIMSTG.JCL).
      ******************************************************************
       FD  FEE-STAGE-FILE.
       01  FEE-STAGE-RECORD.
           05  FSG-KEY                 PIC X(29).
           05  FILLER                  PIC X(11).

       FD  PCD-STAGE-FILE.
       01  PCD-STAGE-RECORD.
           05  PSG-KEY                 PIC X(8).
           05  FILLER                  PIC X(104).

       FD  PBM-STAGE-FILE.
       01  PBM-STAGE-RECORD.
           05  BSG-KEY                 PIC X(4).
           05  FILLER                  PIC X(139).

       FD  PAF-STAGE-FILE.
       01  PAF-STAGE-RECORD.
           05  ASG-KEY                 PIC X(16).
           05  FILLER                  PIC X(40).

       FD  FEE-FILE.
       COPY CLAIMFEE.

       FD  PROCEDURE-CODE-FILE.
       COPY CLAIMPCD.

       FD  PLAN-FILE.
       COPY CLAIMPBM.

       FD  PRIOR-AUTH-FILE.
       COPY CLAIMPAF.

       FD  SNAPSHOT-FILE
           RECORDING MODE IS F.
       COPY CLAIMSNR.

       FD  CHANGE-LOG-FILE.
       COPY CLAIMRDL.

       FD  COMPARE-REPORT
           RECORDING MODE IS F.
       01  COMPARE-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-STAGE-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PROD-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-CHANGE-LOG-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-SNAPSHOT-EOF             PIC X(1) VALUE 'N'.
           88  WS-SNAPSHOT-AT-EOF                VALUE 'Y'.
       01  WS-LOG-FOUND-SW             PIC X(1) VALUE 'N'.
           88  WS-LOG-FOUND                      VALUE 'Y'.

      ******************************************************************
      * THE CURRENT STAGING AND PRODUCTION RECORDS, KEY AND WHOLE
      * RECORD IMAGE, WHICHEVER FILE IS BEING COMPARED. A KEY OF
      * HIGH-VALUES MEANS THAT SIDE IS AT END OF FILE.
      ******************************************************************
       01  WS-STG-KEY                  PIC X(29).
       01  WS-STG-DATA                 PIC X(200).
       01  WS-PRD-KEY                  PIC X(29).
       01  WS-PRD-DATA                 PIC X(200).

      ******************************************************************
      * A CLAIMFEE RECORD IMAGE, TO PICK THE ALLOWED AMOUNT OUT OF
      * WS-STG-DATA OR WS-PRD-DATA (SAME LAYOUT AS CLAIMFEE.CPY).
      ******************************************************************
       01  WS-FEE-IMAGE.
           05  WS-FI-KEY.
               10  WS-FI-PROVIDER-ID   PIC X(21).
               10  WS-FI-PROCEDURE-CODE PIC X(8).
           05  WS-FI-ALLOWED-AMOUNT    COMP-2 SYNC.

      ******************************************************************
      * THE CLAIMFEE ROWS THE LOAD ADDS, CHANGES OR DELETES, FOR THE
      * SNAPSHOT PRICING PASS. WS-FC-TYPE IS 'A', 'C' OR 'D'. ROWS
      * BEYOND THE TABLE ARE STILL COUNTED BUT NOT PRICED.
      ******************************************************************
       01  WS-FEE-CHANGE-TABLE.
           05  WS-FC-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-FC-IDX.
               10  WS-FC-KEY           PIC X(29).
               10  WS-FC-TYPE          PIC X(1).
               10  WS-FC-OLD-AMOUNT    PIC S9(9)V9(2).
               10  WS-FC-NEW-AMOUNT    PIC S9(9)V9(2).
               10  WS-FC-LINES         PIC 9(7).
               10  WS-FC-BILLED        PIC S9(11)V9(2).
       01  WS-FEE-CHANGE-COUNT         PIC 9(4) VALUE 0.
       01  WS-FEE-CHANGE-OVERFLOW      PIC 9(7) VALUE 0.

       01  WS-STAGE-COUNT              PIC 9(7) VALUE 0.
       01  WS-PROD-COUNT               PIC 9(7) VALUE 0.
       01  WS-ADD-COUNT                PIC 9(7) VALUE 0.
       01  WS-CHANGE-COUNT             PIC 9(7) VALUE 0.
       01  WS-DELETE-COUNT             PIC 9(7) VALUE 0.
       01  WS-FEE-IMPACT               PIC S9(11)V9(2) VALUE 0.
       01  WS-ENTRY-IMPACT             PIC S9(11)V9(2).
       01  WS-DIFFERENCE-TYPE          PIC X(6).

      ******************************************************************
      * LAST MONTH, FOR THE SNAPSHOT PASS. SN-CLAIM-DATE IS MM/DD/YYYY.
      ******************************************************************
       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-PRICE-MONTH.
           05  WS-PRICE-YYYY           PIC 9(4).
           05  WS-PRICE-MM             PIC 9(2).
       01  WS-SERVICE-MONTH.
           05  WS-SERVICE-YYYY         PIC X(4).
           05  WS-SERVICE-MM           PIC X(2).
       01  WS-LINE-IDX                 PIC 9(2).
       01  WS-LINE-KEY.
           05  WS-LK-PROVIDER-ID       PIC X(21).
           05  WS-LK-PROCEDURE-CODE    PIC X(8).
       01  WS-LINE-AMOUNT              PIC S9(9)V9(2).
       01  WS-PRICED-LINE-COUNT        PIC 9(9) VALUE 0.

      ******************************************************************
      * FIELDS FOR THE CHANGE-LOG TIMESTAMP -- THE SAME
      * HUNDREDTHS-OF-A-SECOND-SINCE-1900 DOMAIN AS EXEC CICS ASKTIME
      * ABSTIME, BUILT THE WAY CLAIMIM0 BUILDS ITS EQUIVALENT, SO THE
      * BATCH STAMPS COMPARE WITH THE ONE CLAIMRD0 STAMPS ON APPROVAL.
      ******************************************************************
       01  WS-CURRENT-DATE-TIME        PIC X(21).
       01  WS-ABSTIME                  PIC S9(15) COMP-3.
       01  WS-ABSTIME-TODAY-DATE       PIC 9(8).
       01  WS-ABSTIME-HH               PIC 9(2).
       01  WS-ABSTIME-MM               PIC 9(2).
       01  WS-ABSTIME-SS               PIC 9(2).
       01  WS-ABSTIME-HUNDREDTHS       PIC 9(2).
       01  WS-ABSTIME-DAYS-SINCE-1900  PIC S9(8) COMP.

       01  WS-EDIT-AMOUNT-1            PIC ---,---,--9.99.
       01  WS-EDIT-AMOUNT-2            PIC ---,---,--9.99.
       01  WS-EDIT-IMPACT              PIC -,---,---,--9.99.
       01  WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '00'
               READ PARM-FILE
                   AT END
                       MOVE SPACES TO PARM-RECORD
               END-READ
               CLOSE PARM-FILE
           ELSE
               MOVE SPACES TO PARM-RECORD
           END-IF

           IF PRM-LOAD-ID = SPACES
           OR PRM-STAGED-BY = SPACES
           OR (PRM-FILE-NAME NOT = 'CLAIMFEE'
           AND PRM-FILE-NAME NOT = 'CLAIMPCD'
           AND PRM-FILE-NAME NOT = 'CLAIMPBM'
           AND PRM-FILE-NAME NOT = 'CLAIMPAF')
               DISPLAY 'CLAIMRDC: PARMIN CARD MISSING OR INVALID - '
                   'LOAD ID, FILE NAME AND STAGED-BY ARE ALL NEEDED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O    CHANGE-LOG-FILE
           PERFORM DO-CHECK-CHANGE-LOG

           OPEN OUTPUT COMPARE-REPORT
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING 'REFERENCE-DATA LOAD COMPARISON  LOAD ' PRM-LOAD-ID
               '  FILE ' PRM-FILE-NAME '  STAGED BY ' PRM-STAGED-BY
               DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE SPACES TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE

           INITIALIZE WS-FEE-CHANGE-TABLE
           PERFORM DO-OPEN-COMPARED-FILES
           PERFORM DO-READ-STAGE-RECORD
           PERFORM DO-READ-PROD-RECORD

           PERFORM UNTIL WS-STG-KEY = HIGH-VALUES
                     AND WS-PRD-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-STG-KEY < WS-PRD-KEY
                       ADD 1 TO WS-ADD-COUNT
                       MOVE 'ADD' TO WS-DIFFERENCE-TYPE
                       PERFORM DO-RECORD-DIFFERENCE
                       PERFORM DO-READ-STAGE-RECORD
                   WHEN WS-STG-KEY > WS-PRD-KEY
                       ADD 1 TO WS-DELETE-COUNT
                       MOVE 'DELETE' TO WS-DIFFERENCE-TYPE
                       PERFORM DO-RECORD-DIFFERENCE
                       PERFORM DO-READ-PROD-RECORD
                   WHEN OTHER
                       IF WS-STG-DATA NOT = WS-PRD-DATA
                           ADD 1 TO WS-CHANGE-COUNT
                           MOVE 'CHANGE' TO WS-DIFFERENCE-TYPE
                           PERFORM DO-RECORD-DIFFERENCE
                       END-IF
                       PERFORM DO-READ-STAGE-RECORD
                       PERFORM DO-READ-PROD-RECORD
               END-EVALUATE
           END-PERFORM

           PERFORM DO-CLOSE-COMPARED-FILES

           IF PRM-FILE-NAME = 'CLAIMFEE'
               IF WS-FEE-CHANGE-COUNT > 0
                   PERFORM DO-PRICE-FEE-CHANGES
               END-IF
               PERFORM DO-WRITE-FEE-CHANGES
           END-IF

           PERFORM DO-WRITE-TOTALS
           PERFORM DO-POST-CHANGE-LOG

           CLOSE CHANGE-LOG-FILE
           CLOSE COMPARE-REPORT

           DISPLAY 'CLAIMRDC: LOAD ' PRM-LOAD-ID ' ' PRM-FILE-NAME
               ' ADDS = ' WS-ADD-COUNT
               ' CHANGES = ' WS-CHANGE-COUNT
               ' DELETES = ' WS-DELETE-COUNT

           STOP RUN.

       DO-CHECK-CHANGE-LOG SECTION.
      ******************************************************************
      * A LOAD ID ALREADY APPLIED (OR ROLLED BACK) IS HISTORY AND MAY
      * NOT BE RE-COMPARED, AND A LOAD ID BELONGS TO ONE FILE.
      ******************************************************************
           MOVE PRM-LOAD-ID TO RDL-LOAD-ID
           READ CHANGE-LOG-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LOG-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOG-FOUND-SW
           END-READ

           IF NOT WS-LOG-FOUND
               EXIT SECTION
           END-IF

           IF RDL-APPLIED OR RDL-ROLLED-BACK
               DISPLAY 'CLAIMRDC: LOAD ' PRM-LOAD-ID ' IS ALREADY '
                   RDL-STATUS ' - STAGE THE NEW LOAD UNDER A NEW ID'
               CLOSE CHANGE-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF RDL-FILE-NAME NOT = PRM-FILE-NAME
               DISPLAY 'CLAIMRDC: LOAD ' PRM-LOAD-ID ' WAS STAGED FOR '
                   RDL-FILE-NAME ', NOT ' PRM-FILE-NAME
               CLOSE CHANGE-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       DO-OPEN-COMPARED-FILES SECTION.
           EVALUATE PRM-FILE-NAME
               WHEN 'CLAIMFEE'
                   OPEN INPUT FEE-STAGE-FILE
                   OPEN INPUT FEE-FILE
               WHEN 'CLAIMPCD'
                   OPEN INPUT PCD-STAGE-FILE
                   OPEN INPUT PROCEDURE-CODE-FILE
               WHEN 'CLAIMPBM'
                   OPEN INPUT PBM-STAGE-FILE
                   OPEN INPUT PLAN-FILE
               WHEN 'CLAIMPAF'
                   OPEN INPUT PAF-STAGE-FILE
                   OPEN INPUT PRIOR-AUTH-FILE
           END-EVALUATE
           EXIT.

       DO-CLOSE-COMPARED-FILES SECTION.
           EVALUATE PRM-FILE-NAME
               WHEN 'CLAIMFEE'
                   CLOSE FEE-STAGE-FILE
                   CLOSE FEE-FILE
               WHEN 'CLAIMPCD'
                   CLOSE PCD-STAGE-FILE
                   CLOSE PROCEDURE-CODE-FILE
               WHEN 'CLAIMPBM'
                   CLOSE PBM-STAGE-FILE
                   CLOSE PLAN-FILE
               WHEN 'CLAIMPAF'
                   CLOSE PAF-STAGE-FILE
                   CLOSE PRIOR-AUTH-FILE
           END-EVALUATE
           EXIT.

       DO-READ-STAGE-RECORD SECTION.
      ******************************************************************
      * NEXT STAGING RECORD INTO WS-STG-KEY / WS-STG-DATA.
      ******************************************************************
           MOVE HIGH-VALUES TO WS-STG-KEY
           MOVE SPACES      TO WS-STG-DATA
           EVALUATE PRM-FILE-NAME
               WHEN 'CLAIMFEE'
                   READ FEE-STAGE-FILE NEXT RECORD
                       AT END
                           EXIT SECTION
                   END-READ
                   MOVE FSG-KEY          TO WS-STG-KEY
                   MOVE FEE-STAGE-RECORD TO WS-STG-DATA
               WHEN 'CLAIMPCD'
                   READ PCD-STAGE-FILE NEXT RECORD
                       AT END
                           EXIT SECTION
                   END-READ
                   MOVE PSG-KEY          TO WS-STG-KEY
                   MOVE PCD-STAGE-RECORD TO WS-STG-DATA
               WHEN 'CLAIMPBM'
                   READ PBM-STAGE-FILE NEXT RECORD
                       AT END
                           EXIT SECTION
                   END-READ
                   MOVE BSG-KEY          TO WS-STG-KEY
                   MOVE PBM-STAGE-RECORD TO WS-STG-DATA
               WHEN 'CLAIMPAF'
                   READ PAF-STAGE-FILE NEXT RECORD
                       AT END
                           EXIT SECTION
                   END-READ
                   MOVE ASG-KEY          TO WS-STG-KEY
                   MOVE PAF-STAGE-RECORD TO WS-STG-DATA
           END-EVALUATE
           ADD 1 TO WS-STAGE-COUNT
           EXIT.

       DO-READ-PROD-RECORD SECTION.
      ******************************************************************
      * NEXT PRODUCTION RECORD INTO WS-PRD-KEY / WS-PRD-DATA.
      ******************************************************************
           MOVE HIGH-VALUES TO WS-PRD-KEY
           MOVE SPACES      TO WS-PRD-DATA
           EVALUATE PRM-FILE-NAME
               WHEN 'CLAIMFEE'
                   READ FEE-FILE NEXT RECORD
                       AT END
                           EXIT SECTION
                   END-READ
                   MOVE FEE-KEY               TO WS-PRD-KEY
                   MOVE FEE-RECORD            TO WS-PRD-DATA
               WHEN 'CLAIMPCD'
                   READ PROCEDURE-CODE-FILE NEXT RECORD
                       AT END
                           EXIT SECTION
                   END-READ
                   MOVE PCD-PROCEDURE-CODE    TO WS-PRD-KEY
                   MOVE PROCEDURE-CODE-RECORD TO WS-PRD-DATA
               WHEN 'CLAIMPBM'
                   READ PLAN-FILE NEXT RECORD
                       AT END
                           EXIT SECTION
                   END-READ
                   MOVE PBM-PLAN-CODE         TO WS-PRD-KEY
                   MOVE PLAN-BENEFIT-RECORD   TO WS-PRD-DATA
               WHEN 'CLAIMPAF'
                   READ PRIOR-AUTH-FILE NEXT RECORD
                       AT END
                           EXIT SECTION
                   END-READ
                   MOVE PAF-AUTH-KEY          TO WS-PRD-KEY
                   MOVE PRIOR-AUTH-RECORD     TO WS-PRD-DATA
           END-EVALUATE
           ADD 1 TO WS-PROD-COUNT
           EXIT.

       DO-RECORD-DIFFERENCE SECTION.
      ******************************************************************
      * REPORT ONE DIFFERENCE. CLAIMFEE DIFFERENCES ARE TABLED FOR
      * PRICING AND REPORTED AFTERWARDS; THE OTHER FILES ARE REPORTED
      * HERE, WITH THE DESCRIPTION FOR A PROCEDURE CODE. CLAIMPAF IS
      * ALSO WRITTEN ONLINE (ACTION 'Q' IN CLAIMCI0), SO AN AUTH ON
      * PRODUCTION BUT NOT IN STAGING IS NOT DELETED BY CLAIMRDA.
      ******************************************************************
           IF PRM-FILE-NAME = 'CLAIMFEE'
               PERFORM DO-TABLE-FEE-CHANGE
               EXIT SECTION
           END-IF

           MOVE SPACES TO COMPARE-REPORT-LINE
           EVALUATE PRM-FILE-NAME
               WHEN 'CLAIMPCD'
                   IF WS-DIFFERENCE-TYPE = 'DELETE'
                       STRING WS-DIFFERENCE-TYPE ' ' WS-PRD-KEY(1:8)
                           ' ' WS-PRD-DATA(9:30)
                           DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
                   ELSE
                       STRING WS-DIFFERENCE-TYPE ' ' WS-STG-KEY(1:8)
                           ' ' WS-STG-DATA(9:30)
                           DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
                   END-IF
               WHEN 'CLAIMPBM'
                   IF WS-DIFFERENCE-TYPE = 'DELETE'
                       STRING WS-DIFFERENCE-TYPE ' PLAN '
                           WS-PRD-KEY(1:4)
                           DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
                   ELSE
                       STRING WS-DIFFERENCE-TYPE ' PLAN '
                           WS-STG-KEY(1:4)
                           DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
                   END-IF
               WHEN 'CLAIMPAF'
                   IF WS-DIFFERENCE-TYPE = 'DELETE'
                       STRING WS-DIFFERENCE-TYPE ' MEMBER '
                           WS-PRD-KEY(1:8) ' PROCEDURE '
                           WS-PRD-KEY(9:8)
                           ' - KEPT AT APPLY, AUTHS ARE ALSO WRITTEN'
                           ' ONLINE'
                           DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
                   ELSE
                       STRING WS-DIFFERENCE-TYPE ' MEMBER '
                           WS-STG-KEY(1:8) ' PROCEDURE '
                           WS-STG-KEY(9:8)
                           DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
                   END-IF
           END-EVALUATE
           WRITE COMPARE-REPORT-LINE
           EXIT.

       DO-TABLE-FEE-CHANGE SECTION.
           IF WS-FEE-CHANGE-COUNT = 5000
               ADD 1 TO WS-FEE-CHANGE-OVERFLOW
               EXIT SECTION
           END-IF

           ADD 1 TO WS-FEE-CHANGE-COUNT
           SET WS-FC-IDX TO WS-FEE-CHANGE-COUNT
           MOVE WS-DIFFERENCE-TYPE(1:1) TO WS-FC-TYPE(WS-FC-IDX)
           MOVE 0 TO WS-FC-OLD-AMOUNT(WS-FC-IDX)
           MOVE 0 TO WS-FC-NEW-AMOUNT(WS-FC-IDX)

           IF WS-DIFFERENCE-TYPE NOT = 'DELETE'
               MOVE WS-STG-DATA TO WS-FEE-IMAGE
               MOVE WS-STG-KEY  TO WS-FC-KEY(WS-FC-IDX)
               MOVE WS-FI-ALLOWED-AMOUNT
                   TO WS-FC-NEW-AMOUNT(WS-FC-IDX)
           END-IF
           IF WS-DIFFERENCE-TYPE NOT = 'ADD'
               MOVE WS-PRD-DATA TO WS-FEE-IMAGE
               MOVE WS-PRD-KEY  TO WS-FC-KEY(WS-FC-IDX)
               MOVE WS-FI-ALLOWED-AMOUNT
                   TO WS-FC-OLD-AMOUNT(WS-FC-IDX)
           END-IF
           EXIT.

       DO-PRICE-FEE-CHANGES SECTION.
      ******************************************************************
      * ONE PASS OF THE SNAPSHOT: EVERY LINE OF A USD CLAIM SERVED
      * LAST MONTH WHOSE PROVIDER AND PROCEDURE MATCH A TABLED FEE ROW
      * ADDS ONE TO THE ROW'S LINE COUNT AND ITS BILLED AMOUNT TO THE
      * ROW'S BILLED TOTAL.
      ******************************************************************
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:4) TO WS-PRICE-YYYY
           MOVE WS-TODAY-DATE(5:2) TO WS-PRICE-MM
           IF WS-PRICE-MM = 1
               MOVE 12 TO WS-PRICE-MM
               SUBTRACT 1 FROM WS-PRICE-YYYY
           ELSE
               SUBTRACT 1 FROM WS-PRICE-MM
           END-IF

           OPEN INPUT SNAPSHOT-FILE
           PERFORM UNTIL WS-SNAPSHOT-AT-EOF
               READ SNAPSHOT-FILE
                   AT END
                       MOVE 'Y' TO WS-SNAPSHOT-EOF
                   NOT AT END
                       MOVE SN-CLAIM-DATE(7:4) TO WS-SERVICE-YYYY
                       MOVE SN-CLAIM-DATE(1:2) TO WS-SERVICE-MM
                       IF WS-SERVICE-MONTH = WS-PRICE-MONTH
                      AND (SN-CLAIM-CURRENCY-CODE = 'USD'
                        OR SN-CLAIM-CURRENCY-CODE = SPACES)
                      AND SN-CLAIM-ADJUSTMENT-TYPE NOT = 'R'
                           PERFORM DO-PRICE-CLAIM-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE
           EXIT.

       DO-PRICE-CLAIM-LINES SECTION.
           MOVE SN-CLAIM-PROVIDER TO WS-LK-PROVIDER-ID
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > SN-CLAIM-LINE-ITEM-COUNT
                      OR WS-LINE-IDX > 10
               MOVE SN-LINE-PROCEDURE-CODE(WS-LINE-IDX)
                   TO WS-LK-PROCEDURE-CODE
               SET WS-FC-IDX TO 1
               SEARCH WS-FC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FC-IDX > WS-FEE-CHANGE-COUNT
                       CONTINUE
                   WHEN WS-FC-KEY(WS-FC-IDX) = WS-LINE-KEY
                       ADD 1 TO WS-PRICED-LINE-COUNT
                       ADD 1 TO WS-FC-LINES(WS-FC-IDX)
                       MOVE SN-LINE-AMOUNT(WS-LINE-IDX)
                           TO WS-LINE-AMOUNT
                       ADD WS-LINE-AMOUNT TO WS-FC-BILLED(WS-FC-IDX)
               END-SEARCH
           END-PERFORM
           EXIT.

       DO-WRITE-FEE-CHANGES SECTION.
      ******************************************************************
      * THE CLAIMFEE DIFFERENCES WITH OLD AND NEW FEES, LAST MONTH'S
      * MATCHING LINES, AND THE ESTIMATED MONTHLY IMPACT.
      ******************************************************************
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING 'TYPE   PROVIDER              PROCEDURE       '
               'OLD FEE        NEW FEE   LINES         MONTHLY IMPACT'
               DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE

           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FEE-CHANGE-COUNT
               EVALUATE WS-FC-TYPE(WS-FC-IDX)
                   WHEN 'C'
                       COMPUTE WS-ENTRY-IMPACT ROUNDED =
                           WS-FC-LINES(WS-FC-IDX) *
                           (WS-FC-NEW-AMOUNT(WS-FC-IDX)
                            - WS-FC-OLD-AMOUNT(WS-FC-IDX))
                       MOVE 'CHANGE' TO WS-DIFFERENCE-TYPE
                   WHEN 'A'
                       COMPUTE WS-ENTRY-IMPACT ROUNDED =
                           WS-FC-LINES(WS-FC-IDX) *
                           WS-FC-NEW-AMOUNT(WS-FC-IDX)
                           - WS-FC-BILLED(WS-FC-IDX)
                       MOVE 'ADD' TO WS-DIFFERENCE-TYPE
                   WHEN OTHER
                       COMPUTE WS-ENTRY-IMPACT ROUNDED =
                           WS-FC-BILLED(WS-FC-IDX)
                           - WS-FC-LINES(WS-FC-IDX) *
                             WS-FC-OLD-AMOUNT(WS-FC-IDX)
                       MOVE 'DELETE' TO WS-DIFFERENCE-TYPE
               END-EVALUATE
               ADD WS-ENTRY-IMPACT TO WS-FEE-IMPACT

               MOVE WS-FC-OLD-AMOUNT(WS-FC-IDX) TO WS-EDIT-AMOUNT-1
               MOVE WS-FC-NEW-AMOUNT(WS-FC-IDX) TO WS-EDIT-AMOUNT-2
               MOVE WS-FC-LINES(WS-FC-IDX)      TO WS-EDIT-COUNT
               MOVE WS-ENTRY-IMPACT             TO WS-EDIT-IMPACT
               MOVE SPACES TO COMPARE-REPORT-LINE
               STRING WS-DIFFERENCE-TYPE ' '
                   WS-FC-KEY(WS-FC-IDX)(1:21) ' '
                   WS-FC-KEY(WS-FC-IDX)(22:8) ' '
                   WS-EDIT-AMOUNT-1 ' ' WS-EDIT-AMOUNT-2 ' '
                   WS-EDIT-COUNT ' ' WS-EDIT-IMPACT
                   DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
           END-PERFORM

           IF WS-FEE-CHANGE-OVERFLOW > 0
               MOVE WS-FEE-CHANGE-OVERFLOW TO WS-EDIT-COUNT
               MOVE SPACES TO COMPARE-REPORT-LINE
               STRING '*** ' WS-EDIT-COUNT
                   ' FURTHER FEE ROWS DIFFER - NOT LISTED OR PRICED,'
                   ' IMPACT BELOW IS UNDERSTATED'
                   DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
           END-IF
           EXIT.

       DO-WRITE-TOTALS SECTION.
           MOVE SPACES TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE

           MOVE WS-STAGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING 'STAGING RECORDS    ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE WS-PROD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING 'PRODUCTION RECORDS ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING 'ADDS               ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE WS-CHANGE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING 'CHANGES            ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE WS-DELETE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING 'DELETES            ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE

           IF PRM-FILE-NAME = 'CLAIMFEE'
               MOVE WS-FEE-IMPACT TO WS-EDIT-IMPACT
               MOVE WS-PRICED-LINE-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO COMPARE-REPORT-LINE
               STRING 'ESTIMATED MONTHLY IMPACT ' WS-EDIT-IMPACT
                   ' USD ON ' WS-EDIT-COUNT ' CLAIM LINES FROM '
                   WS-PRICE-MONTH
                   DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
           END-IF

           MOVE SPACES TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING 'LOAD ' PRM-LOAD-ID ' IS AWAITING APPROVAL BY A '
               'SECOND PERSON (CLAIMRD0) BEFORE CLAIMRDA MAY APPLY IT'
               DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           EXIT.

       DO-POST-CHANGE-LOG SECTION.
      ******************************************************************
      * RECORD THE COMPARE ON CLAIMRDL AS 'CMPR'. A RE-COMPARE OF A
      * RE-STAGED LOAD REPLACES THE COUNTS AND CLEARS ANY APPROVAL OR
      * REJECTION -- WHAT WAS APPROVED IS NO LONGER WHAT IS STAGED.
      ******************************************************************
           PERFORM DO-COMPUTE-ABSTIME-EQUIVALENT

           INITIALIZE RD-CHANGE-LOG-RECORD
           MOVE PRM-LOAD-ID          TO RDL-LOAD-ID
           MOVE PRM-FILE-NAME        TO RDL-FILE-NAME
           MOVE 'CMPR'               TO RDL-STATUS
           MOVE PRM-STAGED-BY        TO RDL-STAGED-BY
           MOVE WS-ABSTIME           TO RDL-COMPARED-TIMESTAMP
           MOVE WS-STAGE-COUNT       TO RDL-STAGE-COUNT
           MOVE WS-ADD-COUNT         TO RDL-ADD-COUNT
           MOVE WS-CHANGE-COUNT      TO RDL-CHANGE-COUNT
           MOVE WS-DELETE-COUNT      TO RDL-DELETE-COUNT
           MOVE WS-FEE-IMPACT        TO RDL-FEE-IMPACT

           IF WS-LOG-FOUND
               REWRITE RD-CHANGE-LOG-RECORD
           ELSE
               WRITE RD-CHANGE-LOG-RECORD
           END-IF
           IF WS-CHANGE-LOG-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMRDC: CLAIMRDL WRITE FAILED, STATUS '
                   WS-CHANGE-LOG-FILE-STATUS
                   ' - LOAD CANNOT BE APPROVED UNTIL RE-COMPARED'
               MOVE 12 TO RETURN-CODE
           END-IF
           EXIT.

       DO-COMPUTE-ABSTIME-EQUIVALENT SECTION.
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
           EXIT.
