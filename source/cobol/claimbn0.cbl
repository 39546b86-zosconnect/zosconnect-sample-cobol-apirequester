       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMBN0.
      ******************************************************************
      * ONLINE MAINTENANCE FOR THE CLAIMBNK PROVIDER BANKING FILE      *
      *                                                                *
      * UNTIL NOW WE KEPT NO BANKING DETAILS AND THE DISBURSEMENT      *
      * SYSTEM DECIDED CHECK OR EFT ON ITS OWN. THIS PROGRAM GIVES     *
      * PROVIDER MANAGEMENT A MAINTENANCE TRANSACTION FOR EACH         *
      * PROVIDER'S EFT ACCOUNT, USING THE SAME CHANNEL/CONTAINER       *
      * PATTERN AS CLAIMPV0:                                           *
      *                                                                *
      *   'A' ADD        - WRITE A NEW BANKING RECORD                  *
      *   'U' UPDATE     - REWRITE ACCOUNT AND/OR EFFECTIVE DATE       *
      *   'D' DEACTIVATE - SET BNK-STATUS TO 'X' (INACTIVE)            *
      *   'I' INQUIRE    - RETURN THE CURRENT BANKING RECORD           *
      *                                                                *
      * THE PROVIDER MUST BE ON CLAIMPRV, THE ROUTING NUMBER MUST      *
      * PASS THE ABA CHECK DIGIT, AND THE ACCOUNT TYPE MUST BE 'C'     *
      * (CHECKING) OR 'S' (SAVINGS). A NEW ACCOUNT -- OR ANY CHANGE TO *
      * ROUTING, ACCOUNT OR TYPE -- GOES TO 'N' (PRENOTE DUE) AND IS   *
      * NOT USED FOR PAYMENT UNTIL THE CLAIMPNT PRENOTE CYCLE HAS      *
      * VALIDATED IT; THE CALLER CANNOT SET THE STATUS. EVERY CHANGE   *
      * IS LOGGED TO THE CLAIMBNH ESDS (SEE CLAIMBNH.CPY), THE SAME    *
      * TRACEABILITY CLAIMPVH GIVES NETWORK-STATUS CHANGES.            *
      *                                                                *
      * FILE : CLAIMBNK (VSAM KSDS DATA SET)                           *
      *        CLAIMPRV (VSAM KSDS, READ ONLY)                         *
      *        CLAIMBNH (VSAM ESDS CHANGE LOG)                         *
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
      * AND THE BANKING FILE / PROVIDER FILE / CHANGE LOG LAYOUTS.
      ******************************************************************
       COPY CLAIMBNQ.
       COPY CLAIMBNS.
       COPY CLAIMBNK.
       COPY CLAIMPRV.
       COPY CLAIMBNH.
      ******************************************************************
      * DECLARE THE WORKING STORAGE VARIABLES USED IN THIS PROGRAM
      ******************************************************************
       01 WS-STORAGE.
          05 WS-INPUT-LENGTH         PIC S9(8) COMP-4.
          05 WS-CHANNEL-NAME         PIC X(16).
          05 WS-CONTAINER-NAME       PIC X(16).
          05 WS-CICS-RESP-CODE-NUM   PIC 9(08) VALUE ZEROS.
          05 WS-BANK-FILE-NAME       PIC X(08).
          05 WS-PROVIDER-FILE-NAME   PIC X(08).
          05 WS-BANKHIST-FILE-NAME   PIC X(08).
          05 WS-OLD-BANK-STATUS      PIC X(01).
          05 WS-HISTORY-ACTION       PIC X(01).
          05 WS-USERID               PIC X(08).
          05 WS-TOKEN                PIC S9(8) COMP-5 SYNC.
          05 WS-MSG-TO-WRITE         PIC X(90).
          05 WS-CSMT-OUTAREA         PIC X(121).
          05 WS-ABSTIME              PIC S9(15) COMP-3.
          05 WS-CURRENT-DATE         PIC X(8).
          05 WS-CURRENT-TIME         PIC X(8).
          05 WS-TODAY-DATE           PIC 9(8).
          05 WS-WRITEQ-RESP-CODE     PIC S9(8) COMP.
      ******************************************************************
      * ABA ROUTING NUMBER CHECK: 3 x (D1+D4+D7) + 7 x (D2+D5+D8)
      * + (D3+D6+D9) MUST BE A MULTIPLE OF 10.
      ******************************************************************
          05 WS-ROUTING-CHECK        PIC 9(9).
          05 WS-ROUTING-DIGITS REDEFINES WS-ROUTING-CHECK.
             10 WS-ROUTING-DIGIT     PIC 9(1) OCCURS 9 TIMES.
          05 WS-ROUTING-SUM          PIC 9(4).
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
                RESP(BRS-CICS-RESP)
                RESP2(BRS-CICS-RESP2)
           END-EXEC.

           IF BRS-CICS-RESP NOT = DFHRESP(NORMAL)
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
                RESP(BRS-CICS-RESP)
                RESP2(BRS-CICS-RESP2)
           END-EXEC.

           IF BRS-CICS-RESP NOT = DFHRESP(NORMAL)
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
                    INTO(BRQ-BANK-CONTAINER)
                    NOCONVERT
                    RESP(BRS-CICS-RESP)
                    RESP2(BRS-CICS-RESP2)
           END-EXEC

           IF BRS-CICS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'ERROR READING CONTAINER DATA'
                  TO WS-MSG-TO-WRITE
                PERFORM DO-WRITE-TO-CSMT
                PERFORM DO-RETURN-TO-CICS
           END-IF
      ******************************************************************
      * CHECK THE OPERATION TYPE REQUESTED BY CALLER AND
      * PERFORM ACTION REQUESTED
      ******************************************************************
           EVALUATE BRQ-BANK-ACTION
                WHEN 'A'
                    PERFORM DO-ADD-BANK-REC
                WHEN 'U'
                    PERFORM DO-UPDATE-BANK-REC
                WHEN 'D'
                    PERFORM DO-DEACTIVATE-BANK-REC
                WHEN 'I'
                    PERFORM DO-INQUIRE-BANK-REC
                WHEN OTHER
                    MOVE 'ERROR: UNKNOWN OPERATION FOUND IN REQUEST'
                         TO BRS-OUTPUT-MESSAGE
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
           INITIALIZE BRQ-BANK-CONTAINER.
           INITIALIZE BRS-BANK-CONTAINER.

           MOVE 'CLAIMBNK' TO WS-BANK-FILE-NAME
           MOVE 'CLAIMPRV' TO WS-PROVIDER-FILE-NAME
           MOVE 'CLAIMBNH' TO WS-BANKHIST-FILE-NAME

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE
           EXIT.
      ******************************************************************
      /
       DO-VALIDATE-BANK-REC SECTION.
      *******************************
      *
      ******************************************************************
      * EDIT THE INCOMING BANKING FIELDS BEFORE THEY REACH THE FILE.
      * THE PROVIDER MUST BE A REAL CLAIMPRV PROVIDER, THE ROUTING
      * NUMBER MUST CARRY A VALID ABA CHECK DIGIT, THE ACCOUNT MUST BE
      * NON-BLANK AND THE TYPE 'C' OR 'S'. A ZERO EFFECTIVE DATE
      * DEFAULTS TO TODAY. THESE EDITS CATCH A MIS-KEYED ACCOUNT
      * BEFORE A PRENOTE IS EVEN SPENT ON IT.
      ******************************************************************
           IF BRQ-PROVIDER-ID = SPACES
               MOVE 'ERROR: PROVIDER ID MUST NOT BE BLANK'
                    TO BRS-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           EXEC CICS
                READ FILE(WS-PROVIDER-FILE-NAME)
                     INTO(PROV-RECORD)
                     RIDFLD(BRQ-PROVIDER-ID)
                     RESP(BRS-CICS-RESP)
                     RESP2(BRS-CICS-RESP2)
           END-EXEC

           IF BRS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ERROR: PROVIDER NOT ON CLAIMPRV'
                    TO BRS-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           IF BRQ-ROUTING-NUMBER NOT NUMERIC
          OR BRQ-ROUTING-NUMBER = ZERO
               MOVE 'ERROR: ROUTING NUMBER MUST BE 9 DIGITS'
                    TO BRS-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           MOVE BRQ-ROUTING-NUMBER TO WS-ROUTING-CHECK
           COMPUTE WS-ROUTING-SUM =
               3 * (WS-ROUTING-DIGIT(1) + WS-ROUTING-DIGIT(4)
                    + WS-ROUTING-DIGIT(7))
             + 7 * (WS-ROUTING-DIGIT(2) + WS-ROUTING-DIGIT(5)
                    + WS-ROUTING-DIGIT(8))
             +     (WS-ROUTING-DIGIT(3) + WS-ROUTING-DIGIT(6)
                    + WS-ROUTING-DIGIT(9))
           IF FUNCTION MOD(WS-ROUTING-SUM, 10) NOT = 0
               MOVE 'ERROR: ROUTING NUMBER FAILS ABA CHECK DIGIT'
                    TO BRS-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           IF BRQ-ACCOUNT-NUMBER = SPACES
               MOVE 'ERROR: ACCOUNT NUMBER MUST NOT BE BLANK'
                    TO BRS-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           IF BRQ-ACCOUNT-TYPE NOT = 'C'
          AND BRQ-ACCOUNT-TYPE NOT = 'S'
               MOVE 'ERROR: ACCOUNT TYPE MUST BE C OR S'
                    TO BRS-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           IF BRQ-EFFECTIVE-DATE NOT NUMERIC
          OR BRQ-EFFECTIVE-DATE = ZERO
               MOVE WS-TODAY-DATE TO BRQ-EFFECTIVE-DATE
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-ADD-BANK-REC SECTION.
      **************************
      *
      ******************************************************************
      * WRITE A NEW BANKING RECORD FROM THE REQUEST FIELDS. IT STARTS
      * AT 'N' (PRENOTE DUE) -- CLAIMEXT WILL NOT PAY INTO IT UNTIL
      * THE CLAIMPNT PRENOTE CYCLE HAS VALIDATED IT.
      ******************************************************************
           MOVE SPACES TO BRS-OUTPUT-MESSAGE
           PERFORM DO-VALIDATE-BANK-REC
           IF BRS-OUTPUT-MESSAGE NOT = SPACES
               EXIT SECTION
           END-IF

           MOVE BRQ-PROVIDER-ID      TO BNK-PROVIDER-ID
           MOVE BRQ-ROUTING-NUMBER   TO BNK-ROUTING-NUMBER
           MOVE BRQ-ACCOUNT-NUMBER   TO BNK-ACCOUNT-NUMBER
           MOVE BRQ-ACCOUNT-TYPE     TO BNK-ACCOUNT-TYPE
           MOVE 'N'                  TO BNK-STATUS
           MOVE BRQ-EFFECTIVE-DATE   TO BNK-EFFECTIVE-DATE
           MOVE 0                    TO BNK-PRENOTE-DATE
           MOVE SPACES               TO BNK-RETURN-REASON

           EXEC CICS
                WRITE FILE(WS-BANK-FILE-NAME)
                      FROM(BANK-ACCOUNT-RECORD)
                      RIDFLD(BNK-PROVIDER-ID)
                      RESP(BRS-CICS-RESP)
                      RESP2(BRS-CICS-RESP2)
           END-EXEC

           EVALUATE BRS-CICS-RESP
                WHEN DFHRESP(DUPREC)
                    MOVE 'ERROR: BANKING RECORD ALREADY ON FILE'
                         TO BRS-OUTPUT-MESSAGE
                WHEN DFHRESP(NORMAL)
                    MOVE BANK-ACCOUNT-RECORD TO BRS-BANK-RECORD
                    STRING 'SUCCESS: BANKING ADDED, PRENOTE DUE FOR '
                        BRQ-PROVIDER-ID DELIMITED BY SIZE
                                         INTO BRS-OUTPUT-MESSAGE
                    MOVE SPACE TO WS-OLD-BANK-STATUS
                    MOVE 'A' TO WS-HISTORY-ACTION
                    PERFORM DO-WRITE-BANK-HISTORY
                WHEN OTHER
                    MOVE BRS-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                    STRING 'ERROR: WRITE FILE RESPONSE CODE = '
                        WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                                         INTO BRS-OUTPUT-MESSAGE
           END-EVALUATE
           EXIT.
      ******************************************************************
      /
       DO-UPDATE-BANK-REC SECTION.
      *****************************
      *
      ******************************************************************
      * READ THE BANKING RECORD FOR UPDATE AND REWRITE IT FROM THE
      * REQUEST. NOSUSPEND FOR THE SAME REASON AS CLAIMPV0 -- A LOCKED
      * RECORD COMES BACK AS A CLEAR "TRY AGAIN" INSTEAD OF A HANG.
      ******************************************************************
           MOVE SPACES TO BRS-OUTPUT-MESSAGE
           PERFORM DO-VALIDATE-BANK-REC
           IF BRS-OUTPUT-MESSAGE NOT = SPACES
               EXIT SECTION
           END-IF

           EXEC CICS
                READ FILE(WS-BANK-FILE-NAME)
                     INTO(BANK-ACCOUNT-RECORD)
                     RIDFLD(BRQ-PROVIDER-ID)
                     UPDATE
                     NOSUSPEND
                     RESP(BRS-CICS-RESP)
                     RESP2(BRS-CICS-RESP2)
           END-EXEC

           EVALUATE BRS-CICS-RESP
                WHEN DFHRESP(NOTFND)
                    MOVE 'ERROR: BANKING RECORD FOR UPDATE NOT FOUND'
                         TO BRS-OUTPUT-MESSAGE
                WHEN DFHRESP(LOCKED)
                    STRING 'ERROR: BANKING RECORD '
                        BRQ-PROVIDER-ID DELIMITED BY SIZE
                        ' IS BEING UPDATED BY ANOTHER TRANSACTION, '
                        DELIMITED BY SIZE
                        'TRY AGAIN' DELIMITED BY SIZE
                        INTO BRS-OUTPUT-MESSAGE
                WHEN DFHRESP(NORMAL)
                    PERFORM DO-REWRITE-BANK-REC
                WHEN OTHER
                    MOVE BRS-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                    STRING 'ERROR: CICS READ UPDATE RESPONSE CODE = '
                        WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                                         INTO BRS-OUTPUT-MESSAGE
           END-EVALUATE
           EXIT.
      ******************************************************************
      /
       DO-REWRITE-BANK-REC SECTION.
      ******************************
      *
      ******************************************************************
      * ANY CHANGE TO WHERE THE MONEY GOES -- ROUTING, ACCOUNT OR
      * TYPE -- SENDS THE ACCOUNT BACK THROUGH THE PRENOTE CYCLE. AN
      * EFFECTIVE-DATE-ONLY CHANGE KEEPS THE CURRENT STATUS.
      ******************************************************************
           MOVE BNK-STATUS TO WS-OLD-BANK-STATUS

           IF BNK-ROUTING-NUMBER NOT = BRQ-ROUTING-NUMBER
           OR BNK-ACCOUNT-NUMBER NOT = BRQ-ACCOUNT-NUMBER
           OR BNK-ACCOUNT-TYPE NOT = BRQ-ACCOUNT-TYPE
           OR BNK-INACTIVE
               MOVE 'N'    TO BNK-STATUS
               MOVE 0      TO BNK-PRENOTE-DATE
               MOVE SPACES TO BNK-RETURN-REASON
           END-IF

           MOVE BRQ-ROUTING-NUMBER   TO BNK-ROUTING-NUMBER
           MOVE BRQ-ACCOUNT-NUMBER   TO BNK-ACCOUNT-NUMBER
           MOVE BRQ-ACCOUNT-TYPE     TO BNK-ACCOUNT-TYPE
           MOVE BRQ-EFFECTIVE-DATE   TO BNK-EFFECTIVE-DATE

           EXEC CICS
                REWRITE FILE(WS-BANK-FILE-NAME)
                        FROM(BANK-ACCOUNT-RECORD)
                        RESP(BRS-CICS-RESP)
                        RESP2(BRS-CICS-RESP2)
           END-EXEC

           EVALUATE BRS-CICS-RESP
                WHEN DFHRESP(NORMAL)
                    MOVE BANK-ACCOUNT-RECORD TO BRS-BANK-RECORD
                    IF BNK-PRENOTE-DUE
                        STRING 'SUCCESS: BANKING UPDATED, PRENOTE DUE '
                           'FOR ' BRQ-PROVIDER-ID DELIMITED BY SIZE
                           INTO BRS-OUTPUT-MESSAGE
                    ELSE
                        STRING 'SUCCESS: BANKING RECORD UPDATED FOR '
                           BRQ-PROVIDER-ID DELIMITED BY SIZE
                           INTO BRS-OUTPUT-MESSAGE
                    END-IF
                    MOVE 'U' TO WS-HISTORY-ACTION
                    PERFORM DO-WRITE-BANK-HISTORY
                WHEN OTHER
                    MOVE BRS-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                    STRING 'ERROR: CICS REWRITE RESPONSE CODE = '
                        WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                                         INTO BRS-OUTPUT-MESSAGE
           END-EVALUATE
           EXIT.
      ******************************************************************
      /
       DO-DEACTIVATE-BANK-REC SECTION.
      *********************************
      *
      ******************************************************************
      * SET THE ACCOUNT TO 'X' (INACTIVE) RATHER THAN DELETING IT --
      * THE CHANGE LOG AND ANY PAYMENT ALREADY SENT STILL REFER TO
      * IT. CLAIMEXT PAYS THE PROVIDER BY CHECK FROM THE NEXT RUN.
      ******************************************************************
           EXEC CICS
                READ FILE(WS-BANK-FILE-NAME)
                     INTO(BANK-ACCOUNT-RECORD)
                     RIDFLD(BRQ-PROVIDER-ID)
                     UPDATE
                     NOSUSPEND
                     RESP(BRS-CICS-RESP)
                     RESP2(BRS-CICS-RESP2)
           END-EXEC

           EVALUATE BRS-CICS-RESP
                WHEN DFHRESP(NOTFND)
                    MOVE 'ERROR: BANKING RECORD NOT FOUND'
                         TO BRS-OUTPUT-MESSAGE
                WHEN DFHRESP(LOCKED)
                    STRING 'ERROR: BANKING RECORD '
                        BRQ-PROVIDER-ID DELIMITED BY SIZE
                        ' IS BEING UPDATED BY ANOTHER TRANSACTION, '
                        DELIMITED BY SIZE
                        'TRY AGAIN' DELIMITED BY SIZE
                        INTO BRS-OUTPUT-MESSAGE
                WHEN DFHRESP(NORMAL)
                    IF BNK-INACTIVE
                        MOVE 'ERROR: BANKING RECORD IS ALREADY INACTIVE'
                             TO BRS-OUTPUT-MESSAGE
                        EXEC CICS
                             UNLOCK FILE(WS-BANK-FILE-NAME)
                        END-EXEC
                    ELSE
                        MOVE BNK-STATUS TO WS-OLD-BANK-STATUS
                        MOVE 'X' TO BNK-STATUS
                        EXEC CICS
                             REWRITE FILE(WS-BANK-FILE-NAME)
                                     FROM(BANK-ACCOUNT-RECORD)
                                     RESP(BRS-CICS-RESP)
                                     RESP2(BRS-CICS-RESP2)
                        END-EXEC
                        IF BRS-CICS-RESP = DFHRESP(NORMAL)
                            MOVE BANK-ACCOUNT-RECORD TO BRS-BANK-RECORD
                            STRING 'SUCCESS: BANKING DEACTIVATED FOR '
                               BRQ-PROVIDER-ID DELIMITED BY SIZE
                               INTO BRS-OUTPUT-MESSAGE
                            MOVE 'D' TO WS-HISTORY-ACTION
                            PERFORM DO-WRITE-BANK-HISTORY
                        ELSE
                            MOVE BRS-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                            STRING 'ERROR: CICS REWRITE RESPONSE CODE ='
                                ' ' WS-CICS-RESP-CODE-NUM
                                DELIMITED BY SIZE
                                INTO BRS-OUTPUT-MESSAGE
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE BRS-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                    STRING 'ERROR: CICS READ UPDATE RESPONSE CODE = '
                        WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                                         INTO BRS-OUTPUT-MESSAGE
           END-EVALUATE
           EXIT.
      ******************************************************************
      /
       DO-INQUIRE-BANK-REC SECTION.
      ******************************
      *
      ******************************************************************
      * RETURN THE PROVIDER'S BANKING RECORD, INCLUDING WHERE IT
      * STANDS IN THE PRENOTE CYCLE.
      ******************************************************************
           EXEC CICS
                READ FILE(WS-BANK-FILE-NAME)
                     INTO(BANK-ACCOUNT-RECORD)
                     RIDFLD(BRQ-PROVIDER-ID)
                     RESP(BRS-CICS-RESP)
                     RESP2(BRS-CICS-RESP2)
           END-EXEC

           EVALUATE BRS-CICS-RESP
                WHEN DFHRESP(NOTFND)
                    MOVE 'ERROR: BANKING RECORD NOT FOUND'
                         TO BRS-OUTPUT-MESSAGE
                WHEN DFHRESP(NORMAL)
                    MOVE BANK-ACCOUNT-RECORD TO BRS-BANK-RECORD
                    STRING 'SUCCESS: BANKING RECORD FOUND FOR '
                       BRQ-PROVIDER-ID DELIMITED BY SIZE
                       INTO BRS-OUTPUT-MESSAGE
                WHEN OTHER
                    MOVE BRS-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                    STRING 'ERROR: CICS READ RESPONSE CODE = '
                        WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                                         INTO BRS-OUTPUT-MESSAGE
           END-EVALUATE
           EXIT.
      ******************************************************************
      /
       DO-WRITE-BANK-HISTORY SECTION.
      ********************************
      *
      ******************************************************************
      * APPEND A ROW TO THE CLAIMBNH VSAM ESDS RECORDING THE CHANGE
      * JUST MADE -- SAME SHAPE OF TRAIL AS DO-WRITE-PROVIDER-HISTORY
      * IN CLAIMPV0, PLUS THE ACCOUNT AS IT NOW STANDS.
      ******************************************************************
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.

           MOVE BNK-PROVIDER-ID        TO BNH-PROVIDER-ID
           MOVE WS-HISTORY-ACTION      TO BNH-ACTION
           MOVE WS-OLD-BANK-STATUS     TO BNH-OLD-STATUS
           MOVE BNK-STATUS             TO BNH-NEW-STATUS
           MOVE BNK-ROUTING-NUMBER     TO BNH-ROUTING-NUMBER
           MOVE BNK-ACCOUNT-NUMBER     TO BNH-ACCOUNT-NUMBER
           MOVE WS-ABSTIME             TO BNH-TIMESTAMP
           MOVE WS-USERID              TO BNH-USERID

           EXEC CICS
                WRITE FILE(WS-BANKHIST-FILE-NAME)
                      FROM(BANK-HISTORY-RECORD)
                      RESP(BRS-CICS-RESP)
                      RESP2(BRS-CICS-RESP2)
           END-EXEC.

           IF BRS-CICS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'ERROR WRITING BANKING HISTORY RECORD'
                  TO WS-MSG-TO-WRITE
                PERFORM DO-WRITE-TO-CSMT
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

           STRING 'CLAIMBN0: ' WS-CURRENT-DATE ' '
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
                    FROM(BRS-BANK-CONTAINER)
                    FLENGTH(LENGTH OF BRS-BANK-CONTAINER)
                    RESP(BRS-CICS-RESP)
           END-EXEC.

           IF BRS-CICS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'ERROR WRITING CONTAINER DATA'
                  TO WS-MSG-TO-WRITE
                PERFORM DO-WRITE-TO-CSMT
           END-IF
      ******************************************************************
      * RETURN THE CONTROL BACK TO CICS.
      ******************************************************************
           EXEC CICS RETURN END-EXEC.
           EXIT.
