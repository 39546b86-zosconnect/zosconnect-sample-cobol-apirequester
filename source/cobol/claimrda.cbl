       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMRDA.
      ******************************************************************
      * REFERENCE-DATA LOAD APPLY AND ROLLBACK                         *
      *                                                                *
      * APPLIES AN APPROVED REFERENCE-DATA LOAD FROM ITS STAGING COPY  *
      * TO PRODUCTION, OR ROLLS AN APPLIED LOAD BACK, AND STAMPS       *
      * EITHER ON THE CLAIMRDL CHANGE LOG. ONE PARMIN CARD:            *
      *                                                                *
      *   COLS 1-8   ACTION    'APPLY' OR 'ROLLBACK'                   *
      *   COLS 9-16  LOAD ID   AS COMPARED BY CLAIMRDC                 *
      *   COLS 17-24 RUN BY    THE USERID RUNNING THE JOB              *
      *                                                                *
      * APPLY NEEDS THE LOAD APPROVED ('APPR') THROUGH CLAIMRD0. THE   *
      * FIRST PASS READS STAGING AGAINST PRODUCTION, WRITING THE       *
      * PRODUCTION FILE AS IT STANDS TO PREVDS (A NEW .PREV            *
      * GENERATION, SEE CLAIMRDB.CPY) AND RE-COUNTING THE ADDS,        *
      * CHANGES AND DELETES. IF THEY ARE NOT THE COUNTS THAT WERE      *
      * APPROVED, STAGING OR PRODUCTION HAS MOVED SINCE THE COMPARE    *
      * AND NOTHING IS APPLIED. OTHERWISE THE SECOND PASS WRITES OR    *
      * REWRITES EACH STAGING RECORD TO PRODUCTION AND DELETES THE     *
      * PRODUCTION RECORDS NOT IN STAGING, AND THE LOAD IS MARKED      *
      * 'APLD'. CLAIMPAF IS ALSO WRITTEN ONLINE (ACTION 'Q' IN         *
      * CLAIMCI0), SO AUTHS NOT IN STAGING ARE KEPT AND LISTED, NOT    *
      * DELETED.                                                       *
      *                                                                *
      * ROLLBACK NEEDS THE LOAD APPLIED ('APLD') AND NO LATER LOAD OF  *
      * THE SAME FILE APPLIED SINCE (ROLL THAT ONE BACK FIRST). PREVDS *
      * IS THE GENERATION THE APPLY WROTE; ITS HEADER MUST NAME THIS   *
      * LOAD AND ITS RECORD COUNT MUST MATCH THE CHANGE LOG. THE SAME  *
      * TWO PASSES THEN RESTORE PRODUCTION FROM IT, AND THE LOAD IS    *
      * MARKED 'RBCK'.                                                 *
      *                                                                *
      * RUN ONLY WHILE THE CICS FILE BEING LOADED IS CLOSED.           *
      *                                                                *
      * INPUT  : PARMIN   - THE ACTION CARD.                           *
      *          FEESTG / PCDSTG / PBMSTG / PAFSTG - THE STAGING COPY  *
      *          (APPLY).                                              *
      * I-O    : CLAIMFEE / CLAIMPCD / CLAIMPBM / CLAIMPAF - THE       *
      *          PRODUCTION FILE THE LOAD WAS STAGED FOR.              *
      *          PREVDS   - THE PREVIOUS VERSION (OUTPUT ON APPLY,     *
      *          INPUT ON ROLLBACK).                                   *
      *          CLAIMRDL - THE REFERENCE-DATA CHANGE LOG.             *
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT PROCEDURE-CODE-FILE ASSIGN TO CLAIMPCD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCD-PROCEDURE-CODE
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT PLAN-FILE ASSIGN TO CLAIMPBM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBM-PLAN-CODE
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT PRIOR-AUTH-FILE ASSIGN TO CLAIMPAF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAF-AUTH-KEY
               FILE STATUS IS WS-PROD-FILE-STATUS.
           SELECT BACKUP-FILE ASSIGN TO PREVDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO CLAIMRDL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDL-LOAD-ID
               FILE STATUS IS WS-CHANGE-LOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PRM-ACTION              PIC X(8).
               88  PRM-APPLY                     VALUE 'APPLY'.
               88  PRM-ROLLBACK                  VALUE 'ROLLBACK'.
           05  PRM-LOAD-ID             PIC X(8).
           05  PRM-RUN-BY              PIC X(8).
           05  FILLER                  PIC X(56).

      ******************************************************************
      * THE STAGING COPIES, DESCRIBED AS IN CLAIMRDC.
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

       FD  BACKUP-FILE
           RECORDING MODE IS F.
       COPY CLAIMRDB.

       FD  CHANGE-LOG-FILE.
       COPY CLAIMRDL.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-STAGE-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PROD-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-BACKUP-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-CHANGE-LOG-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-CHANGE-LOG-EOF           PIC X(1) VALUE 'N'.
           88  WS-CHANGE-LOG-AT-EOF              VALUE 'Y'.
       01  WS-PROD-FOUND-SW            PIC X(1) VALUE 'N'.
           88  WS-PROD-FOUND                     VALUE 'Y'.

      ******************************************************************
      * THE FILE THE LOAD WAS STAGED FOR, AND ITS KEY LENGTH -- EVERY
      * CONTROLLED REFERENCE FILE IS KEYED AT OFFSET 0.
      ******************************************************************
       01  WS-FILE-NAME                PIC X(8).
       01  WS-KEY-LENGTH               PIC 9(2).
       01  WS-TARGET-APPLIED-TIMESTAMP PIC S9(15) COMP-3.

      ******************************************************************
      * THE CURRENT SOURCE (STAGING ON APPLY, PREVDS ON ROLLBACK) AND
      * PRODUCTION RECORDS, KEY AND WHOLE RECORD IMAGE. A KEY OF
      * HIGH-VALUES MEANS THAT SIDE IS AT END OF FILE.
      ******************************************************************
       01  WS-SRC-KEY                  PIC X(29).
       01  WS-SRC-DATA                 PIC X(200).
       01  WS-PRD-KEY                  PIC X(29).
       01  WS-PRD-DATA                 PIC X(200).
       01  WS-UPD-KEY                  PIC X(29).

      ******************************************************************
      * PRODUCTION KEYS NOT IN THE SOURCE, DELETED (OR FOR CLAIMPAF
      * LISTED) ONCE THE SOURCE HAS BEEN APPLIED.
      ******************************************************************
       01  WS-DELETE-KEY-TABLE.
           05  WS-DELETE-KEY OCCURS 5000 TIMES
                   INDEXED BY WS-DK-IDX
                                       PIC X(29).
       01  WS-DELETE-KEY-COUNT         PIC 9(4) VALUE 0.
       01  WS-DELETE-KEY-OVERFLOW      PIC 9(7) VALUE 0.

       01  WS-SOURCE-COUNT             PIC 9(7) VALUE 0.
       01  WS-BACKUP-COUNT             PIC 9(7) VALUE 0.
       01  WS-ADD-COUNT                PIC 9(7) VALUE 0.
       01  WS-CHANGE-COUNT             PIC 9(7) VALUE 0.
       01  WS-DELETE-COUNT             PIC 9(7) VALUE 0.
       01  WS-WRITTEN-COUNT            PIC 9(7) VALUE 0.
       01  WS-REWRITTEN-COUNT          PIC 9(7) VALUE 0.
       01  WS-DELETED-COUNT            PIC 9(7) VALUE 0.
       01  WS-KEPT-COUNT               PIC 9(7) VALUE 0.
       01  WS-UPDATE-ERRORS            PIC 9(7) VALUE 0.

      ******************************************************************
      * FIELDS FOR THE CHANGE-LOG TIMESTAMP -- BUILT AS IN CLAIMRDC.
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

           IF (NOT PRM-APPLY AND NOT PRM-ROLLBACK)
           OR PRM-LOAD-ID = SPACES
           OR PRM-RUN-BY = SPACES
               DISPLAY 'CLAIMRDA: PARMIN CARD MISSING OR INVALID - '
                   'APPLY OR ROLLBACK, LOAD ID AND RUN-BY ARE NEEDED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CHANGE-LOG-FILE
           IF WS-CHANGE-LOG-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMRDA: CLAIMRDL OPEN FAILED, STATUS '
                   WS-CHANGE-LOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM DO-CHECK-LOAD-STATUS

           MOVE RDL-FILE-NAME TO WS-FILE-NAME
           EVALUATE WS-FILE-NAME
               WHEN 'CLAIMFEE'
                   MOVE 29 TO WS-KEY-LENGTH
               WHEN 'CLAIMPCD'
                   MOVE 8  TO WS-KEY-LENGTH
               WHEN 'CLAIMPBM'
                   MOVE 4  TO WS-KEY-LENGTH
               WHEN 'CLAIMPAF'
                   MOVE 16 TO WS-KEY-LENGTH
           END-EVALUATE

           PERFORM DO-COMPARE-PASS
           PERFORM DO-CHECK-COMPARE-PASS
           PERFORM DO-UPDATE-PASS
           PERFORM DO-POST-CHANGE-LOG

           CLOSE CHANGE-LOG-FILE

           DISPLAY 'CLAIMRDA: ' PRM-ACTION ' LOAD ' PRM-LOAD-ID
               ' ' WS-FILE-NAME
           DISPLAY 'CLAIMRDA: RECORDS WRITTEN   = ' WS-WRITTEN-COUNT
           DISPLAY 'CLAIMRDA: RECORDS REWRITTEN = ' WS-REWRITTEN-COUNT
           DISPLAY 'CLAIMRDA: RECORDS DELETED   = ' WS-DELETED-COUNT
           DISPLAY 'CLAIMRDA: AUTHS KEPT        = ' WS-KEPT-COUNT
           DISPLAY 'CLAIMRDA: PREVIOUS VERSION  = ' WS-BACKUP-COUNT
               ' RECORDS'
           DISPLAY 'CLAIMRDA: UPDATE ERRORS     = ' WS-UPDATE-ERRORS

           IF WS-UPDATE-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

       DO-CHECK-LOAD-STATUS SECTION.
      ******************************************************************
      * APPLY NEEDS AN APPROVED LOAD. ROLLBACK NEEDS AN APPLIED LOAD
      * THAT IS STILL THE LATEST APPLIED TO ITS FILE -- ROLLING BACK
      * AN EARLIER ONE WOULD ALSO SILENTLY UNDO EVERY LOAD SINCE.
      ******************************************************************
           MOVE PRM-LOAD-ID TO RDL-LOAD-ID
           READ CHANGE-LOG-FILE
               INVALID KEY
                   DISPLAY 'CLAIMRDA: LOAD ' PRM-LOAD-ID
                       ' NOT ON CLAIMRDL - RUN CLAIMRDC FIRST'
                   CLOSE CHANGE-LOG-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ

           IF PRM-APPLY AND NOT RDL-APPROVED
               DISPLAY 'CLAIMRDA: LOAD ' PRM-LOAD-ID ' IS '
                   RDL-STATUS ' - ONLY AN APPROVED LOAD (APPR) '
                   'CAN BE APPLIED'
               CLOSE CHANGE-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PRM-APPLY
               EXIT SECTION
           END-IF

           IF NOT RDL-APPLIED
               DISPLAY 'CLAIMRDA: LOAD ' PRM-LOAD-ID ' IS '
                   RDL-STATUS ' - ONLY AN APPLIED LOAD (APLD) '
                   'CAN BE ROLLED BACK'
               CLOSE CHANGE-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE RDL-FILE-NAME         TO WS-FILE-NAME
           MOVE RDL-APPLIED-TIMESTAMP TO WS-TARGET-APPLIED-TIMESTAMP

           MOVE LOW-VALUES TO RDL-LOAD-ID
           START CHANGE-LOG-FILE KEY IS NOT LESS THAN RDL-LOAD-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CHANGE-LOG-EOF
           END-START
           PERFORM UNTIL WS-CHANGE-LOG-AT-EOF
               READ CHANGE-LOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CHANGE-LOG-EOF
                   NOT AT END
                       IF RDL-APPLIED
                      AND RDL-FILE-NAME = WS-FILE-NAME
                      AND RDL-LOAD-ID NOT = PRM-LOAD-ID
                      AND RDL-APPLIED-TIMESTAMP >
                          WS-TARGET-APPLIED-TIMESTAMP
                           DISPLAY 'CLAIMRDA: LOAD ' RDL-LOAD-ID
                               ' WAS APPLIED TO ' WS-FILE-NAME
                               ' AFTER ' PRM-LOAD-ID
                               ' - ROLL IT BACK FIRST'
                           CLOSE CHANGE-LOG-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM

           MOVE PRM-LOAD-ID TO RDL-LOAD-ID
           READ CHANGE-LOG-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EXIT.

       DO-COMPARE-PASS SECTION.
      ******************************************************************
      * FIRST PASS: SOURCE AGAINST PRODUCTION, AS IN CLAIMRDC. ON
      * APPLY EVERY PRODUCTION RECORD IS ALSO WRITTEN TO PREVDS. THE
      * PRODUCTION KEYS NOT IN THE SOURCE ARE TABLED FOR THE SECOND
      * PASS. NOTHING IS UPDATED YET.
      ******************************************************************
           PERFORM DO-OPEN-SOURCE
           IF PRM-APPLY
               OPEN OUTPUT BACKUP-FILE
               MOVE SPACES        TO RD-BACKUP-RECORD
               MOVE 'H'           TO RDB-RECORD-TYPE
               MOVE PRM-LOAD-ID   TO RDB-LOAD-ID
               MOVE WS-FILE-NAME  TO RDB-FILE-NAME
               WRITE RD-BACKUP-RECORD
           END-IF
           PERFORM DO-OPEN-PRODUCTION-INPUT

           PERFORM DO-READ-SOURCE-RECORD
           PERFORM DO-READ-PROD-RECORD

           PERFORM UNTIL WS-SRC-KEY = HIGH-VALUES
                     AND WS-PRD-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-SRC-KEY < WS-PRD-KEY
                       ADD 1 TO WS-ADD-COUNT
                       PERFORM DO-READ-SOURCE-RECORD
                   WHEN WS-SRC-KEY > WS-PRD-KEY
                       ADD 1 TO WS-DELETE-COUNT
                       IF WS-DELETE-KEY-COUNT = 5000
                           ADD 1 TO WS-DELETE-KEY-OVERFLOW
                       ELSE
                           ADD 1 TO WS-DELETE-KEY-COUNT
                           MOVE WS-PRD-KEY
                               TO WS-DELETE-KEY(WS-DELETE-KEY-COUNT)
                       END-IF
                       PERFORM DO-READ-PROD-RECORD
                   WHEN OTHER
                       IF WS-SRC-DATA NOT = WS-PRD-DATA
                           ADD 1 TO WS-CHANGE-COUNT
                       END-IF
                       PERFORM DO-READ-SOURCE-RECORD
                       PERFORM DO-READ-PROD-RECORD
               END-EVALUATE
           END-PERFORM

           PERFORM DO-CLOSE-SOURCE
           PERFORM DO-CLOSE-PRODUCTION
           IF PRM-APPLY
               CLOSE BACKUP-FILE
           END-IF
           EXIT.

       DO-CHECK-COMPARE-PASS SECTION.
      ******************************************************************
      * STOP BEFORE ANY UPDATE IF THE FIRST PASS SHOWS THE APPLY IS
      * NOT THE ONE THAT WAS APPROVED, OR THE ROLLBACK SOURCE IS NOT
      * THE WHOLE PREVIOUS VERSION.
      ******************************************************************
           IF WS-DELETE-KEY-OVERFLOW > 0
               DISPLAY 'CLAIMRDA: MORE THAN 5000 PRODUCTION RECORDS '
                   'TO DELETE - NOTHING APPLIED'
               CLOSE CHANGE-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF PRM-APPLY
               IF WS-ADD-COUNT    NOT = RDL-ADD-COUNT
               OR WS-CHANGE-COUNT NOT = RDL-CHANGE-COUNT
               OR WS-DELETE-COUNT NOT = RDL-DELETE-COUNT
               OR WS-SOURCE-COUNT NOT = RDL-STAGE-COUNT
                   DISPLAY 'CLAIMRDA: STAGING OR PRODUCTION HAS '
                       'CHANGED SINCE THE COMPARE - RERUN CLAIMRDC '
                       'AND REAPPROVE. NOTHING APPLIED'
                   DISPLAY 'CLAIMRDA: NOW ADDS = ' WS-ADD-COUNT
                       ' CHANGES = ' WS-CHANGE-COUNT
                       ' DELETES = ' WS-DELETE-COUNT
                       ' STAGED = ' WS-SOURCE-COUNT
                   CLOSE CHANGE-LOG-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF WS-SOURCE-COUNT NOT = RDL-BACKUP-COUNT
                   DISPLAY 'CLAIMRDA: PREVDS HAS ' WS-SOURCE-COUNT
                       ' RECORDS, CLAIMRDL RECORDED ' RDL-BACKUP-COUNT
                       ' - NOTHING ROLLED BACK'
                   CLOSE CHANGE-LOG-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           EXIT.

       DO-UPDATE-PASS SECTION.
      ******************************************************************
      * SECOND PASS: WRITE EACH SOURCE RECORD NOT ON PRODUCTION,
      * REWRITE EACH ONE THAT DIFFERS, THEN DELETE THE TABLED KEYS
      * (CLAIMPAF: LIST THEM AND KEEP THEM).
      ******************************************************************
           PERFORM DO-OPEN-SOURCE
           PERFORM DO-OPEN-PRODUCTION-I-O

           PERFORM DO-READ-SOURCE-RECORD
           PERFORM UNTIL WS-SRC-KEY = HIGH-VALUES
               MOVE WS-SRC-KEY TO WS-UPD-KEY
               PERFORM DO-READ-PROD-BY-KEY
               IF NOT WS-PROD-FOUND
                   PERFORM DO-WRITE-PROD-RECORD
               ELSE
                   IF WS-SRC-DATA NOT = WS-PRD-DATA
                       PERFORM DO-REWRITE-PROD-RECORD
                   END-IF
               END-IF
               PERFORM DO-READ-SOURCE-RECORD
           END-PERFORM

           PERFORM VARYING WS-DK-IDX FROM 1 BY 1
                   UNTIL WS-DK-IDX > WS-DELETE-KEY-COUNT
               MOVE WS-DELETE-KEY(WS-DK-IDX) TO WS-UPD-KEY
               IF WS-FILE-NAME = 'CLAIMPAF'
                   ADD 1 TO WS-KEPT-COUNT
                   DISPLAY 'CLAIMRDA: AUTH KEPT, NOT IN SOURCE - '
                       'MEMBER ' WS-UPD-KEY(1:8)
                       ' PROCEDURE ' WS-UPD-KEY(9:8)
               ELSE
                   PERFORM DO-DELETE-PROD-RECORD
               END-IF
           END-PERFORM

           PERFORM DO-CLOSE-SOURCE
           PERFORM DO-CLOSE-PRODUCTION
           EXIT.

       DO-POST-CHANGE-LOG SECTION.
           PERFORM DO-COMPUTE-ABSTIME-EQUIVALENT

           MOVE PRM-LOAD-ID TO RDL-LOAD-ID
           READ CHANGE-LOG-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF PRM-APPLY
               MOVE 'APLD'           TO RDL-STATUS
               MOVE PRM-RUN-BY       TO RDL-APPLIED-BY
               MOVE WS-ABSTIME       TO RDL-APPLIED-TIMESTAMP
               MOVE WS-BACKUP-COUNT  TO RDL-BACKUP-COUNT
               MOVE WS-UPDATE-ERRORS TO RDL-APPLY-ERRORS
           ELSE
               MOVE 'RBCK'           TO RDL-STATUS
               MOVE PRM-RUN-BY       TO RDL-ROLLED-BACK-BY
               MOVE WS-ABSTIME       TO RDL-ROLLED-BACK-TIMESTAMP
           END-IF

           REWRITE RD-CHANGE-LOG-RECORD
           IF WS-CHANGE-LOG-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMRDA: CLAIMRDL REWRITE FAILED, STATUS '
                   WS-CHANGE-LOG-FILE-STATUS
                   ' - RECORD THE ' PRM-ACTION ' BY HAND'
               MOVE 12 TO RETURN-CODE
           END-IF
           EXIT.

       DO-OPEN-SOURCE SECTION.
      ******************************************************************
      * APPLY READS THE STAGING COPY. ROLLBACK READS PREVDS, WHOSE
      * HEADER MUST NAME THIS LOAD AND FILE.
      ******************************************************************
           MOVE 0 TO WS-SOURCE-COUNT
           IF PRM-APPLY
               EVALUATE WS-FILE-NAME
                   WHEN 'CLAIMFEE'
                       OPEN INPUT FEE-STAGE-FILE
                   WHEN 'CLAIMPCD'
                       OPEN INPUT PCD-STAGE-FILE
                   WHEN 'CLAIMPBM'
                       OPEN INPUT PBM-STAGE-FILE
                   WHEN 'CLAIMPAF'
                       OPEN INPUT PAF-STAGE-FILE
               END-EVALUATE
               EXIT SECTION
           END-IF

           OPEN INPUT BACKUP-FILE
           READ BACKUP-FILE
               AT END
                   MOVE SPACES TO RD-BACKUP-RECORD
           END-READ
           IF NOT RDB-HEADER
           OR RDB-LOAD-ID   NOT = PRM-LOAD-ID
           OR RDB-FILE-NAME NOT = WS-FILE-NAME
               DISPLAY 'CLAIMRDA: PREVDS IS NOT THE PREVIOUS VERSION '
                   'SAVED BY LOAD ' PRM-LOAD-ID ' OF ' WS-FILE-NAME
                   ' - NOTHING ROLLED BACK'
               CLOSE BACKUP-FILE
               CLOSE CHANGE-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       DO-CLOSE-SOURCE SECTION.
           IF PRM-ROLLBACK
               CLOSE BACKUP-FILE
               EXIT SECTION
           END-IF
           EVALUATE WS-FILE-NAME
               WHEN 'CLAIMFEE'
                   CLOSE FEE-STAGE-FILE
               WHEN 'CLAIMPCD'
                   CLOSE PCD-STAGE-FILE
               WHEN 'CLAIMPBM'
                   CLOSE PBM-STAGE-FILE
               WHEN 'CLAIMPAF'
                   CLOSE PAF-STAGE-FILE
           END-EVALUATE
           EXIT.

       DO-READ-SOURCE-RECORD SECTION.
      ******************************************************************
      * NEXT SOURCE RECORD INTO WS-SRC-KEY / WS-SRC-DATA.
      ******************************************************************
           MOVE HIGH-VALUES TO WS-SRC-KEY
           MOVE SPACES      TO WS-SRC-DATA
           IF PRM-ROLLBACK
               READ BACKUP-FILE
                   AT END
                       EXIT SECTION
               END-READ
               MOVE RDB-DATA TO WS-SRC-DATA
               MOVE RDB-DATA(1:WS-KEY-LENGTH) TO WS-SRC-KEY
               ADD 1 TO WS-SOURCE-COUNT
               EXIT SECTION
           END-IF

           EVALUATE WS-FILE-NAME
               WHEN 'CLAIMFEE'
                   READ FEE-STAGE-FILE NEXT RECORD
                       AT END
                           EXIT SECTION
                   END-READ
                   MOVE FSG-KEY          TO WS-SRC-KEY
                   MOVE FEE-STAGE-RECORD TO WS-SRC-DATA
               WHEN 'CLAIMPCD'
                   READ PCD-STAGE-FILE NEXT RECORD
                       AT END
                           EXIT SECTION
                   END-READ
                   MOVE PSG-KEY          TO WS-SRC-KEY
                   MOVE PCD-STAGE-RECORD TO WS-SRC-DATA
               WHEN 'CLAIMPBM'
                   READ PBM-STAGE-FILE NEXT RECORD
                       AT END
                           EXIT SECTION
                   END-READ
                   MOVE BSG-KEY          TO WS-SRC-KEY
                   MOVE PBM-STAGE-RECORD TO WS-SRC-DATA
               WHEN 'CLAIMPAF'
                   READ PAF-STAGE-FILE NEXT RECORD
                       AT END
                           EXIT SECTION
                   END-READ
                   MOVE ASG-KEY          TO WS-SRC-KEY
                   MOVE PAF-STAGE-RECORD TO WS-SRC-DATA
           END-EVALUATE
           ADD 1 TO WS-SOURCE-COUNT
           EXIT.

       DO-OPEN-PRODUCTION-INPUT SECTION.
           EVALUATE WS-FILE-NAME
               WHEN 'CLAIMFEE'
                   OPEN INPUT FEE-FILE
               WHEN 'CLAIMPCD'
                   OPEN INPUT PROCEDURE-CODE-FILE
               WHEN 'CLAIMPBM'
                   OPEN INPUT PLAN-FILE
               WHEN 'CLAIMPAF'
                   OPEN INPUT PRIOR-AUTH-FILE
           END-EVALUATE
           EXIT.

       DO-OPEN-PRODUCTION-I-O SECTION.
           EVALUATE WS-FILE-NAME
               WHEN 'CLAIMFEE'
                   OPEN I-O FEE-FILE
               WHEN 'CLAIMPCD'
                   OPEN I-O PROCEDURE-CODE-FILE
               WHEN 'CLAIMPBM'
                   OPEN I-O PLAN-FILE
               WHEN 'CLAIMPAF'
                   OPEN I-O PRIOR-AUTH-FILE
           END-EVALUATE
           IF WS-PROD-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMRDA: ' WS-FILE-NAME ' OPEN I-O FAILED, '
                   'STATUS ' WS-PROD-FILE-STATUS ' - NOTHING UPDATED'
               PERFORM DO-CLOSE-SOURCE
               CLOSE CHANGE-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXIT.

       DO-CLOSE-PRODUCTION SECTION.
           EVALUATE WS-FILE-NAME
               WHEN 'CLAIMFEE'
                   CLOSE FEE-FILE
               WHEN 'CLAIMPCD'
                   CLOSE PROCEDURE-CODE-FILE
               WHEN 'CLAIMPBM'
                   CLOSE PLAN-FILE
               WHEN 'CLAIMPAF'
                   CLOSE PRIOR-AUTH-FILE
           END-EVALUATE
           EXIT.

       DO-READ-PROD-RECORD SECTION.
      ******************************************************************
      * NEXT PRODUCTION RECORD INTO WS-PRD-KEY / WS-PRD-DATA, SAVED TO
      * PREVDS ON APPLY.
      ******************************************************************
           MOVE HIGH-VALUES TO WS-PRD-KEY
           MOVE SPACES      TO WS-PRD-DATA
           EVALUATE WS-FILE-NAME
               WHEN 'CLAIMFEE'
                   READ FEE-FILE NEXT RECORD
                       AT END
                           EXIT SECTION
                   END-READ
                   MOVE FEE-RECORD            TO WS-PRD-DATA
               WHEN 'CLAIMPCD'
                   READ PROCEDURE-CODE-FILE NEXT RECORD
                       AT END
                           EXIT SECTION
                   END-READ
                   MOVE PROCEDURE-CODE-RECORD TO WS-PRD-DATA
               WHEN 'CLAIMPBM'
                   READ PLAN-FILE NEXT RECORD
                       AT END
                           EXIT SECTION
                   END-READ
                   MOVE PLAN-BENEFIT-RECORD   TO WS-PRD-DATA
               WHEN 'CLAIMPAF'
                   READ PRIOR-AUTH-FILE NEXT RECORD
                       AT END
                           EXIT SECTION
                   END-READ
                   MOVE PRIOR-AUTH-RECORD     TO WS-PRD-DATA
           END-EVALUATE
           MOVE WS-PRD-DATA(1:WS-KEY-LENGTH) TO WS-PRD-KEY

           IF PRM-APPLY
               MOVE SPACES        TO RD-BACKUP-RECORD
               MOVE 'D'           TO RDB-RECORD-TYPE
               MOVE PRM-LOAD-ID   TO RDB-LOAD-ID
               MOVE WS-FILE-NAME  TO RDB-FILE-NAME
               MOVE WS-PRD-DATA   TO RDB-DATA
               WRITE RD-BACKUP-RECORD
               ADD 1 TO WS-BACKUP-COUNT
           END-IF
           EXIT.

       DO-READ-PROD-BY-KEY SECTION.
      ******************************************************************
      * RANDOM READ OF PRODUCTION BY WS-UPD-KEY.
      ******************************************************************
           MOVE 'Y'    TO WS-PROD-FOUND-SW
           MOVE SPACES TO WS-PRD-DATA
           EVALUATE WS-FILE-NAME
               WHEN 'CLAIMFEE'
                   MOVE WS-UPD-KEY(1:29) TO FEE-KEY
                   READ FEE-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-PROD-FOUND-SW
                       NOT INVALID KEY
                           MOVE FEE-RECORD TO WS-PRD-DATA
                   END-READ
               WHEN 'CLAIMPCD'
                   MOVE WS-UPD-KEY(1:8) TO PCD-PROCEDURE-CODE
                   READ PROCEDURE-CODE-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-PROD-FOUND-SW
                       NOT INVALID KEY
                           MOVE PROCEDURE-CODE-RECORD TO WS-PRD-DATA
                   END-READ
               WHEN 'CLAIMPBM'
                   MOVE WS-UPD-KEY(1:4) TO PBM-PLAN-CODE
                   READ PLAN-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-PROD-FOUND-SW
                       NOT INVALID KEY
                           MOVE PLAN-BENEFIT-RECORD TO WS-PRD-DATA
                   END-READ
               WHEN 'CLAIMPAF'
                   MOVE WS-UPD-KEY(1:16) TO PAF-AUTH-KEY
                   READ PRIOR-AUTH-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-PROD-FOUND-SW
                       NOT INVALID KEY
                           MOVE PRIOR-AUTH-RECORD TO WS-PRD-DATA
                   END-READ
           END-EVALUATE
           EXIT.

       DO-WRITE-PROD-RECORD SECTION.
           EVALUATE WS-FILE-NAME
               WHEN 'CLAIMFEE'
                   MOVE WS-SRC-DATA TO FEE-RECORD
                   WRITE FEE-RECORD
               WHEN 'CLAIMPCD'
                   MOVE WS-SRC-DATA TO PROCEDURE-CODE-RECORD
                   WRITE PROCEDURE-CODE-RECORD
               WHEN 'CLAIMPBM'
                   MOVE WS-SRC-DATA TO PLAN-BENEFIT-RECORD
                   WRITE PLAN-BENEFIT-RECORD
               WHEN 'CLAIMPAF'
                   MOVE WS-SRC-DATA TO PRIOR-AUTH-RECORD
                   WRITE PRIOR-AUTH-RECORD
           END-EVALUATE
           IF WS-PROD-FILE-STATUS = '00'
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               ADD 1 TO WS-UPDATE-ERRORS
               DISPLAY 'CLAIMRDA: WRITE FAILED, STATUS '
                   WS-PROD-FILE-STATUS ' KEY ' WS-UPD-KEY
           END-IF
           EXIT.

       DO-REWRITE-PROD-RECORD SECTION.
           EVALUATE WS-FILE-NAME
               WHEN 'CLAIMFEE'
                   MOVE WS-SRC-DATA TO FEE-RECORD
                   REWRITE FEE-RECORD
               WHEN 'CLAIMPCD'
                   MOVE WS-SRC-DATA TO PROCEDURE-CODE-RECORD
                   REWRITE PROCEDURE-CODE-RECORD
               WHEN 'CLAIMPBM'
                   MOVE WS-SRC-DATA TO PLAN-BENEFIT-RECORD
                   REWRITE PLAN-BENEFIT-RECORD
               WHEN 'CLAIMPAF'
                   MOVE WS-SRC-DATA TO PRIOR-AUTH-RECORD
                   REWRITE PRIOR-AUTH-RECORD
           END-EVALUATE
           IF WS-PROD-FILE-STATUS = '00'
               ADD 1 TO WS-REWRITTEN-COUNT
           ELSE
               ADD 1 TO WS-UPDATE-ERRORS
               DISPLAY 'CLAIMRDA: REWRITE FAILED, STATUS '
                   WS-PROD-FILE-STATUS ' KEY ' WS-UPD-KEY
           END-IF
           EXIT.

       DO-DELETE-PROD-RECORD SECTION.
           EVALUATE WS-FILE-NAME
               WHEN 'CLAIMFEE'
                   MOVE WS-UPD-KEY(1:29) TO FEE-KEY
                   DELETE FEE-FILE RECORD
               WHEN 'CLAIMPCD'
                   MOVE WS-UPD-KEY(1:8) TO PCD-PROCEDURE-CODE
                   DELETE PROCEDURE-CODE-FILE RECORD
               WHEN 'CLAIMPBM'
                   MOVE WS-UPD-KEY(1:4) TO PBM-PLAN-CODE
                   DELETE PLAN-FILE RECORD
           END-EVALUATE
           IF WS-PROD-FILE-STATUS = '00'
               ADD 1 TO WS-DELETED-COUNT
           ELSE
               ADD 1 TO WS-UPDATE-ERRORS
               DISPLAY 'CLAIMRDA: DELETE FAILED, STATUS '
                   WS-PROD-FILE-STATUS ' KEY ' WS-UPD-KEY
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
