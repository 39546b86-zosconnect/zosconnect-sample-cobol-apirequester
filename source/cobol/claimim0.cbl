      * IMS MPPS HAVE NO CICS SERVICES (NO EXEC CICS ASKTIME,          *
      * WRITEQ TD, ETC), SO THIS PROGRAM TALKS TO IMS THROUGH THE      *
      * STANDARD CALL 'CBLTDLI' INTERFACE AGAINST THE I/O PCB, AND     *
      * OPENS CLAIMCIF / CLAIMAUD / CLAIMHIS AS ORDINARY VSAM FILES    *
      * THROUGH COBOL FILE-CONTROL RATHER THAN EXEC CICS FILE          *
      * COMMANDS.                                                      *
      *                                                                *
      * ONLY THE SUBMIT FLOW IS SUPPORTED HERE (IN-TRANCODE IDENTIFIES *
      * THE TRANSACTION; THE IMS MESSAGE ITSELF CARRIES NO READ/       *
           SELECT CLAIM-AUDIT-FILE ASSIGN TO CLAIMAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CLAIM-HISTORY-FILE ASSIGN TO CLAIMHIS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT CLAIM-SEQUENCE-FILE ASSIGN TO CLAIMSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           RECORDING MODE IS F.
       COPY CLAIMAUD.

       FD  CLAIM-HISTORY-FILE
           RECORDING MODE IS F.
       COPY CLAIMHIS.

       FD  CLAIM-SEQUENCE-FILE.
       COPY CLAIMSEQ.

      ******************************************************************
       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-AUDIT-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-HISTORY-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-SEQUENCE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-SEQ-CURRENT-YEAR         PIC 9(4).
       01  WS-SEQ-YEAR-2               PIC 9(2).
                                 INPUT-MSG

           OPEN EXTEND CLAIM-AUDIT-FILE
           OPEN EXTEND CLAIM-HISTORY-FILE
           OPEN I-O    CLAIM-FILE

           PERFORM DO-BUILD-CLAIM-FROM-MESSAGE

           CLOSE CLAIM-FILE
           CLOSE CLAIM-AUDIT-FILE
           CLOSE CLAIM-HISTORY-FILE

           CALL 'CBLTDLI' USING IMS-FUNCTION-ISRT
                                 IO-PCB
      * CLIENT THAT PRE-DATES THE CURRENCY CODE FIELD.
      ******************************************************************
           MOVE 'USD'               TO REQ-CLAIM-CURRENCY-CODE
      ******************************************************************
      * THE DIAGNOSIS CODES ARE THE TAIL OF THE IMS MESSAGE -- TAKEN
      * ONLY WHEN IN-LL SAYS THE TERMINAL ACTUALLY SENT THEM. WITH NO
      * LINE ITEMS THERE IS NOTHING TO POINT AT THEM OR TO EDIT THEM
      * AGAINST; THEY ARE CARRIED ON THE CLAIM AS SENT.
      ******************************************************************
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 8
               MOVE SPACES TO REQ-CLAIM-DIAGNOSIS-CODE(WS-LINE-IDX)
           END-PERFORM
           IF IN-LL >= LENGTH OF INPUT-MSG
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > 4
                   MOVE IN-CLAIM-DIAGNOSIS-CODE(WS-LINE-IDX)
                     TO REQ-CLAIM-DIAGNOSIS-CODE(WS-LINE-IDX)
               END-PERFORM
           END-IF

           MOVE REQ-CLAIM-RECORD    TO RSP-CLAIM-RECORD
           MOVE 'N'                 TO RSP-CLAIM-EXTRACTED-FLAG
               MOVE SPACES TO RSP-LINE-DISP-STATUS(WS-LINE-IDX)
               MOVE 0 TO RSP-LINE-DISP-ALLOWED(WS-LINE-IDX)
               MOVE SPACES TO RSP-LINE-DISP-REASON(WS-LINE-IDX)
               MOVE 0 TO RSP-LINE-DIAG-POINTER(WS-LINE-IDX)
           END-PERFORM
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 8
               MOVE REQ-CLAIM-DIAGNOSIS-CODE(WS-LINE-IDX)
                 TO RSP-CLAIM-DIAGNOSIS-CODE(WS-LINE-IDX)
           END-PERFORM
           MOVE 'N'                 TO RSP-CLAIM-ENCOUNTER-FLAG
           MOVE 'P'                 TO RSP-CLAIM-PAYEE-INDICATOR
           MOVE 'N'                 TO RSP-CLAIM-ACCIDENT-FLAG
           MOVE 'I'                 TO RSP-CLAIM-INTAKE-CHANNEL
           MOVE SPACES              TO RSP-CLAIM-PARTNER-ID
           EXIT.

       DO-ASSIGN-CLAIM-ID SECTION.
      ******************************************************************
      * WRITE THE NEW CLAIM TO THE SAME CLAIMCIF VSAM KSDS CLAIMCI0
      * USES, AND APPEND THE SAME SHAPE OF AUDIT RECORD TO CLAIMAUD.
      * THE SUBMISSION IS ALSO THE CLAIM'S FIRST CLAIMHIS ROW (OLD
      * STATUS SPACES), AS IT IS FROM CLAIMCI0 AND CLAIMBLK, SO THE
      * TURNAROUND CLOCK STARTS AT RECEIPT FOR IMS CLAIMS TOO.
      ******************************************************************
           PERFORM DO-COMPUTE-ABSTIME-EQUIVALENT
           MOVE WS-ABSTIME              TO RSP-CLAIM-LAST-UPDATED
           MOVE RSP-CLAIM-STATUS        TO AUD-RESULTING-STATUS

           WRITE CLAIM-AUDIT-RECORD

           MOVE REQ-CLAIM-ID            TO HIS-CLAIM-ID
           MOVE SPACES                  TO HIS-OLD-STATUS
           MOVE RSP-CLAIM-STATUS        TO HIS-NEW-STATUS
           MOVE WS-ABSTIME              TO HIS-TIMESTAMP
           MOVE 'CLAIMIM0'              TO HIS-USERID
           WRITE CLAIM-HISTORY-RECORD
           EXIT.

       DO-BUILD-OUTPUT-MESSAGE SECTION.
