       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMRD0.
      ******************************************************************
      * ONLINE SECOND-PERSON APPROVAL OF REFERENCE-DATA LOADS          *
      *                                                                *
      * A NEW CLAIMFEE, CLAIMPCD, CLAIMPBM OR CLAIMPAF IS REPRO'D INTO *
      * ITS STAGING COPY AND COMPARED WITH PRODUCTION BY CLAIMRDC,     *
      * WHICH LEAVES THE LOAD ON CLAIMRDL AS 'CMPR'. CLAIMRDA WILL     *
      * NOT APPLY IT UNTIL A SECOND PERSON HAS REVIEWED THE RDCRPT     *
      * COMPARISON AND APPROVED IT HERE, USING THE SAME                *
      * CHANNEL/CONTAINER PATTERN AS CLAIMQA0:                         *
      *                                                                *
      *   'L' LIST       - LIST LOADS AWAITING APPROVAL ('CMPR')       *
      *   'I' INQUIRE    - RETURN ONE LOAD'S CHANGE-LOG RECORD         *
      *   'A' APPROVE    - APPROVE A LOAD AWAITING APPROVAL            *
      *   'X' REJECT     - REJECT A LOAD AWAITING APPROVAL             *
      *                                                                *
      * ONLY A LOAD IN 'CMPR' MAY BE APPROVED OR REJECTED, AND NOT BY  *
      * THE USERID THAT STAGED IT. A REJECTION NEEDS A COMMENT SAYING  *
      * WHY. A REJECTED LOAD MAY BE RE-STAGED AND RE-COMPARED UNDER    *
      * THE SAME LOAD ID, WHICH RETURNS IT TO 'CMPR'.                  *
      *                                                                *
      * FILE : CLAIMRDL (VSAM KSDS DATA SET)                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ***********************
       DATA DIVISION.
      ****************
       WORKING-STORAGE SECTION.
      **************************
      *
      ******************************************************************
      * INCLUDE THE COPYBOOKS FOR THE REQUEST AND RESPONSE CONTAINERS
      * AND THE CHANGE-LOG FILE LAYOUT.
      ******************************************************************
       COPY CLAIMRDQ.
       COPY CLAIMRDS.
       COPY CLAIMRDL.
      ******************************************************************
      * DECLARE THE WORKING STORAGE VARIABLES USED IN THIS PROGRAM
      ******************************************************************
       01 WS-STORAGE.
          05 WS-INPUT-LENGTH         PIC S9(8) COMP-4.
          05 WS-CHANNEL-NAME         PIC X(16).
          05 WS-CONTAINER-NAME       PIC X(16).
          05 WS-CICS-RESP-CODE-NUM   PIC 9(08) VALUE ZEROS.
          05 WS-CHANGE-LOG-FILE-NAME PIC X(08).
          05 WS-USERID               PIC X(08).
          05 WS-TOKEN                PIC S9(8) COMP-5 SYNC.
          05 WS-MSG-TO-WRITE         PIC X(90).
          05 WS-CSMT-OUTAREA         PIC X(121).
          05 WS-ABSTIME              PIC S9(15) COMP-3.
          05 WS-CURRENT-DATE         PIC X(8).
          05 WS-CURRENT-TIME         PIC X(8).
          05 WS-WRITEQ-RESP-CODE     PIC S9(8) COMP.
          05 WS-LIST-KEY             PIC X(08).
          05 WS-LIST-EOF             PIC X(01) VALUE 'N'.
             88 WS-LIST-AT-EOF                VALUE 'Y'.
          05 WS-LIST-MAX-ENTRIES     PIC 9(4) VALUE 25.
          05 WS-NEW-STATUS           PIC X(04).
      ******************************************************************
      * THIS PROGRAM USES CHANNELS AND CONTAINERS TO RECEIVE REQUEST
      * FROM CALL AND TO SEND RESPONSE BACK TO CALLER
      ******************************************************************
       PROCEDURE DIVISION.
      *********************
       DO-MAIN-CONTROL SECTION.
      **************************
      *
      ******************************************************************
      * PERFORM INITIALIZATION
      ******************************************************************
           PERFORM DO-INITIALIZATION
      ******************************************************************
      * OBTAIN THE CHANNEL NAME THAT WAS PASSED BY THE CALLING PROGRAM
      ******************************************************************
           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.
      ******************************************************************
      * IF NO CHANNEL NAME WAS PASSED, THEN ASSIGN RETURNS SPACES.
      * IF SPACES WERE RETURNED THEN TERMINATE WITH ABEND CODE NOCN
      ******************************************************************
           IF WS-CHANNEL-NAME = SPACES THEN
                EXEC CICS
                     ABEND ABCODE('NOCN') NODUMP
                END-EXEC
           END-IF
      ******************************************************************
      * BROWSE THE CHANNEL FOR CONTAINERS
      ******************************************************************
           EXEC CICS
                STARTBROWSE CONTAINER
                CHANNEL(WS-CHANNEL-NAME)
                BROWSETOKEN(WS-TOKEN)
                RESP(RRS-CICS-RESP)
                RESP2(RRS-CICS-RESP2)
           END-EXEC.

           IF RRS-CICS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'EXEC CICS STARTBROWSE ERROR'
                  TO WS-MSG-TO-WRITE
                PERFORM DO-WRITE-TO-CSMT
                PERFORM DO-RETURN-TO-CICS
           END-IF
      ******************************************************************
      * OBTAIN THE NAME OF THE CONTAINER IN THE CHANNEL
      ******************************************************************
           EXEC CICS
                GETNEXT CONTAINER(WS-CONTAINER-NAME)
                BROWSETOKEN(WS-TOKEN)
                RESP(RRS-CICS-RESP)
                RESP2(RRS-CICS-RESP2)
           END-EXEC.

           IF RRS-CICS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'EXEC CICS GETNEXT CONTAINER ERROR'
                  TO WS-MSG-TO-WRITE
                PERFORM DO-WRITE-TO-CSMT
                PERFORM DO-RETURN-TO-CICS
           END-IF
      ******************************************************************
      * READ THE CONTENTS OF THE REQUEST CONTAINER FOR PROCESSING.
      ******************************************************************
           EXEC CICS
                GET CONTAINER(WS-CONTAINER-NAME)
                    CHANNEL(WS-CHANNEL-NAME)
                    FLENGTH(WS-INPUT-LENGTH)
                    INTO(RRQ-LOAD-CONTAINER)
                    NOCONVERT
                    RESP(RRS-CICS-RESP)
                    RESP2(RRS-CICS-RESP2)
           END-EXEC

           IF RRS-CICS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'ERROR READING CONTAINER DATA'
                  TO WS-MSG-TO-WRITE
                PERFORM DO-WRITE-TO-CSMT
                PERFORM DO-RETURN-TO-CICS
           END-IF
      ******************************************************************
      * CHECK THE OPERATION TYPE REQUESTED BY CALLER AND
      * PERFORM ACTION REQUESTED
      ******************************************************************
           EVALUATE RRQ-LOAD-ACTION
                WHEN 'A'
                    MOVE 'APPR' TO WS-NEW-STATUS
                    PERFORM DO-DECIDE-LOAD
                WHEN 'X'
                    MOVE 'REJT' TO WS-NEW-STATUS
                    PERFORM DO-DECIDE-LOAD
                WHEN 'I'
                    PERFORM DO-INQUIRE-LOAD-REC
                WHEN 'L'
                    PERFORM DO-LIST-PENDING-LOADS
                WHEN OTHER
                    MOVE 'ERROR: UNKNOWN OPERATION FOUND IN REQUEST'
                         TO RRS-OUTPUT-MESSAGE
           END-EVALUATE
      ******************************************************************
      * PROCESSING COMPLETED, RETURN THE CONTROL BACK TO CICS
      ******************************************************************
           PERFORM DO-RETURN-TO-CICS
           EXIT.
      ******************************************************************
      /
       DO-INITIALIZATION SECTION.
      ****************************
      *
      ******************************************************************
      * INITIALIZE THE LOCAL VARIABLES USED IN THIS PROGRAM.
      ******************************************************************
           INITIALIZE RRQ-LOAD-CONTAINER.
           INITIALIZE RRS-LOAD-CONTAINER.

           MOVE 'CLAIMRDL' TO WS-CHANGE-LOG-FILE-NAME

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXIT.
      ******************************************************************
      /
       DO-DECIDE-LOAD SECTION.
      *************************
      *
      ******************************************************************
      * READ THE LOAD FOR UPDATE AND RECORD THE APPROVAL OR REJECTION
      * IN WS-NEW-STATUS, STAMPED WITH WHO DECIDED, WHEN AND WHY. ONLY
      * A LOAD AWAITING APPROVAL CAN BE DECIDED, AND NOT BY THE USERID
      * THAT STAGED IT. NOSUSPEND FOR THE SAME REASON AS CLAIMBN0.
      ******************************************************************
           IF WS-NEW-STATUS = 'REJT'
          AND RRQ-COMMENT = SPACES
               MOVE 'ERROR: A REJECTION NEEDS A COMMENT SAYING WHY'
                    TO RRS-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           EXEC CICS
                READ FILE(WS-CHANGE-LOG-FILE-NAME)
                     INTO(RD-CHANGE-LOG-RECORD)
                     RIDFLD(RRQ-LOAD-ID)
                     UPDATE
                     NOSUSPEND
                     RESP(RRS-CICS-RESP)
                     RESP2(RRS-CICS-RESP2)
           END-EXEC

           EVALUATE RRS-CICS-RESP
                WHEN DFHRESP(NOTFND)
                    MOVE 'ERROR: LOAD NOT FOUND - RUN CLAIMRDC FIRST'
                         TO RRS-OUTPUT-MESSAGE
                    EXIT SECTION
                WHEN DFHRESP(LOCKED)
                    STRING 'ERROR: LOAD '
                        RRQ-LOAD-ID DELIMITED BY SIZE
                        ' IS BEING UPDATED BY ANOTHER TRANSACTION, '
                        DELIMITED BY SIZE
                        'TRY AGAIN' DELIMITED BY SIZE
                        INTO RRS-OUTPUT-MESSAGE
                    EXIT SECTION
                WHEN DFHRESP(NORMAL)
                    CONTINUE
                WHEN OTHER
                    MOVE RRS-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                    STRING 'ERROR: CICS READ UPDATE RESPONSE CODE = '
                        WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                                         INTO RRS-OUTPUT-MESSAGE
                    EXIT SECTION
           END-EVALUATE

           IF NOT RDL-COMPARED
               STRING 'ERROR: LOAD IS ' RDL-STATUS
                   ', ONLY A LOAD AWAITING APPROVAL (CMPR) CAN BE '
                   'DECIDED' DELIMITED BY SIZE INTO RRS-OUTPUT-MESSAGE
               EXEC CICS
                    UNLOCK FILE(WS-CHANGE-LOG-FILE-NAME)
               END-EXEC
               EXIT SECTION
           END-IF

           IF RDL-STAGED-BY = WS-USERID
               MOVE 'ERROR: A SECOND PERSON MUST APPROVE THIS LOAD'
                    TO RRS-OUTPUT-MESSAGE
               EXEC CICS
                    UNLOCK FILE(WS-CHANGE-LOG-FILE-NAME)
               END-EXEC
               EXIT SECTION
           END-IF

           MOVE WS-NEW-STATUS         TO RDL-STATUS
           MOVE WS-USERID             TO RDL-APPROVED-BY
           MOVE WS-ABSTIME            TO RDL-APPROVED-TIMESTAMP
           MOVE RRQ-COMMENT           TO RDL-APPROVAL-COMMENT

           EXEC CICS
                REWRITE FILE(WS-CHANGE-LOG-FILE-NAME)
                        FROM(RD-CHANGE-LOG-RECORD)
                        RESP(RRS-CICS-RESP)
                        RESP2(RRS-CICS-RESP2)
           END-EXEC

           EVALUATE RRS-CICS-RESP
                WHEN DFHRESP(NORMAL)
                    MOVE RD-CHANGE-LOG-RECORD TO RRS-LOAD-RECORD
                    STRING 'SUCCESS: LOAD ' RRQ-LOAD-ID ' ('
                       RDL-FILE-NAME ') RECORDED AS ' RDL-STATUS
                       DELIMITED BY SIZE INTO RRS-OUTPUT-MESSAGE
                WHEN OTHER
                    MOVE RRS-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                    STRING 'ERROR: CICS REWRITE RESPONSE CODE = '
                        WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                                         INTO RRS-OUTPUT-MESSAGE
           END-EVALUATE
           EXIT.
      ******************************************************************
      /
       DO-INQUIRE-LOAD-REC SECTION.
      ******************************
      *
      ******************************************************************
      * RETURN THE LOAD'S CHANGE-LOG RECORD, WHATEVER ITS STATUS.
      ******************************************************************
           EXEC CICS
                READ FILE(WS-CHANGE-LOG-FILE-NAME)
                     INTO(RD-CHANGE-LOG-RECORD)
                     RIDFLD(RRQ-LOAD-ID)
                     RESP(RRS-CICS-RESP)
                     RESP2(RRS-CICS-RESP2)
           END-EXEC

           EVALUATE RRS-CICS-RESP
                WHEN DFHRESP(NOTFND)
                    MOVE 'ERROR: LOAD NOT FOUND ON CLAIMRDL'
                         TO RRS-OUTPUT-MESSAGE
                WHEN DFHRESP(NORMAL)
                    MOVE RD-CHANGE-LOG-RECORD TO RRS-LOAD-RECORD
                    STRING 'SUCCESS: LOAD RECORD FOUND FOR '
                       RRQ-LOAD-ID DELIMITED BY SIZE
                       INTO RRS-OUTPUT-MESSAGE
                WHEN OTHER
                    MOVE RRS-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                    STRING 'ERROR: CICS READ RESPONSE CODE = '
                        WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                                         INTO RRS-OUTPUT-MESSAGE
           END-EVALUATE
           EXIT.
      ******************************************************************
      /
       DO-LIST-PENDING-LOADS SECTION.
      ********************************
      *
      ******************************************************************
      * BROWSE CLAIMRDL FROM THE BEGINNING AND RETURN THE LOADS
      * AWAITING APPROVAL IN RRS-LIST-ENTRY, UP TO THE SIZE OF THE
      * TABLE -- SAME STARTBR/READNEXT/ENDBR PATTERN AS
      * DO-LIST-OPEN-AUDITS IN CLAIMQA0.
      ******************************************************************
           MOVE LOW-VALUES TO WS-LIST-KEY
           MOVE 'N' TO WS-LIST-EOF
           MOVE ZEROS TO RRS-LIST-COUNT

           EXEC CICS
                STARTBR FILE(WS-CHANGE-LOG-FILE-NAME)
                        RIDFLD(WS-LIST-KEY)
                        GTEQ
                        RESP(RRS-CICS-RESP)
                        RESP2(RRS-CICS-RESP2)
           END-EXEC

           IF RRS-CICS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'ERROR: NO LOADS FOUND'
                     TO RRS-OUTPUT-MESSAGE
           ELSE
                PERFORM UNTIL WS-LIST-AT-EOF
                   OR RRS-LIST-COUNT = WS-LIST-MAX-ENTRIES
                   EXEC CICS
                        READNEXT FILE(WS-CHANGE-LOG-FILE-NAME)
                                 INTO(RD-CHANGE-LOG-RECORD)
                                 RIDFLD(WS-LIST-KEY)
                                 RESP(RRS-CICS-RESP)
                                 RESP2(RRS-CICS-RESP2)
                   END-EXEC
                   IF RRS-CICS-RESP NOT = DFHRESP(NORMAL)
                        MOVE 'Y' TO WS-LIST-EOF
                   ELSE
                        IF RDL-COMPARED
                             ADD 1 TO RRS-LIST-COUNT
                             MOVE RDL-LOAD-ID TO
                                  RRS-LIST-LOAD-ID(RRS-LIST-COUNT)
                             MOVE RDL-FILE-NAME TO
                                  RRS-LIST-FILE-NAME(RRS-LIST-COUNT)
                             MOVE RDL-STAGED-BY TO
                                  RRS-LIST-STAGED-BY(RRS-LIST-COUNT)
                             MOVE RDL-ADD-COUNT TO
                                  RRS-LIST-ADD-COUNT(RRS-LIST-COUNT)
                             MOVE RDL-CHANGE-COUNT TO
                                  RRS-LIST-CHANGE-COUNT(RRS-LIST-COUNT)
                             MOVE RDL-DELETE-COUNT TO
                                  RRS-LIST-DELETE-COUNT(RRS-LIST-COUNT)
                             MOVE RDL-FEE-IMPACT TO
                                  RRS-LIST-FEE-IMPACT(RRS-LIST-COUNT)
                        END-IF
                   END-IF
                END-PERFORM

                EXEC CICS
                     ENDBR FILE(WS-CHANGE-LOG-FILE-NAME)
                END-EXEC

                STRING 'SUCCESS: '
                       RRS-LIST-COUNT DELIMITED BY SIZE
                       ' LOAD(S) AWAITING APPROVAL'
                       DELIMITED BY SIZE
                       INTO RRS-OUTPUT-MESSAGE
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-WRITE-TO-CSMT SECTION.
      ***************************
      *
      ******************************************************************
      * WRITE ADDITIONAL INFORMATION TO CSMT TD QUEUE
      ******************************************************************
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.

           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                DATE(WS-CURRENT-DATE) DATESEP('/')
                TIME(WS-CURRENT-TIME) TIMESEP(':')
           END-EXEC.

           STRING 'CLAIMRD0: ' WS-CURRENT-DATE ' '
                WS-CURRENT-TIME ' ' WS-MSG-TO-WRITE DELIMITED BY SIZE
                INTO WS-CSMT-OUTAREA

           EXEC CICS
                WRITEQ TD QUEUE('CSMT')
                FROM(WS-CSMT-OUTAREA)
                LENGTH(LENGTH OF WS-CSMT-OUTAREA)
                RESP(WS-WRITEQ-RESP-CODE)
           END-EXEC.

           INITIALIZE WS-MSG-TO-WRITE.
           INITIALIZE WS-CSMT-OUTAREA.

           EXIT.
      ******************************************************************
      /
       DO-RETURN-TO-CICS SECTION.
      ****************************
      *
      ******************************************************************
      * COPY THE LOCAL VARIABLES BACK TO THE CONTAINER. CICS WILL
      * RETURN THE DATA FROM THE CONTAINER TO THE CLIENT THAT
      * INVOKED THIS TRANSACTION.
      ******************************************************************
           EXEC CICS
                PUT CONTAINER(WS-CONTAINER-NAME)
                    FROM(RRS-LOAD-CONTAINER)
                    FLENGTH(LENGTH OF RRS-LOAD-CONTAINER)
                    RESP(RRS-CICS-RESP)
           END-EXEC.

           IF RRS-CICS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'ERROR WRITING CONTAINER DATA'
                  TO WS-MSG-TO-WRITE
                PERFORM DO-WRITE-TO-CSMT
           END-IF
      ******************************************************************
      * RETURN THE CONTROL BACK TO CICS.
      ******************************************************************
           EXEC CICS RETURN END-EXEC.
           EXIT.
