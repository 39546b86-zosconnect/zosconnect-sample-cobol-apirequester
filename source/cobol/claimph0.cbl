       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMPH0.
      ******************************************************************
      * ONLINE MAINTENANCE FOR THE CLAIMPHD PROVIDER PAYMENT HOLD FILE *
      *                                                                *
      * WHEN THE SPECIAL INVESTIGATIONS UNIT OPENS A CASE ON A         *
      * PROVIDER, OR THE PROVIDER'S LICENSE IS UNDER REVIEW, THEIR     *
      * MONEY HAS TO STOP. THIS PROGRAM GIVES PROVIDER MANAGEMENT A    *
      * MAINTENANCE TRANSACTION FOR A PROVIDER'S PAYMENT HOLD, USING   *
      * THE SAME CHANNEL/CONTAINER PATTERN AS CLAIMBN0:                *
      *                                                                *
      *   'A' PLACE      - PLACE A HOLD (OVER A RELEASED ONE IF ANY)   *
      *   'U' UPDATE     - CHANGE REASON, DATES OR CASE REFERENCE      *
      *   'R' RELEASE    - SET PHD-STATUS TO 'R' (RELEASED)            *
      *   'I' INQUIRE    - RETURN THE CURRENT HOLD RECORD              *
      *                                                                *
      * THE PROVIDER MUST BE ON CLAIMPRV AND THE REASON 'SIU ' (SIU    *
      * CASE OPEN), 'LICN' (LICENSE UNDER REVIEW) OR 'OTHR'. A ZERO    *
      * START DATE DEFAULTS TO TODAY; A ZERO END DATE MEANS THE HOLD   *
      * RUNS UNTIL IT IS RELEASED. THE HOLD RECORDS WHO PLACED IT AND  *
      * WHO RELEASED IT, AND EVERY CHANGE IS LOGGED TO THE CLAIMPHH    *
      * ESDS (SEE CLAIMPHH.CPY). CLAIMEXT AND CLAIMCAP CHECK THE FILE  *
      * EACH RUN, SO A RELEASE TAKES EFFECT ON THE NEXT EXTRACT.       *
      *                                                                *
      * FILE : CLAIMPHD (VSAM KSDS DATA SET)                           *
      *        CLAIMPRV (VSAM KSDS, READ ONLY)                         *
      *        CLAIMPHH (VSAM ESDS CHANGE LOG)                         *
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
      * AND THE HOLD FILE / PROVIDER FILE / CHANGE LOG LAYOUTS.
      ******************************************************************
       COPY CLAIMPHQ.
       COPY CLAIMPHS.
       COPY CLAIMPHD.
       COPY CLAIMPRV.
       COPY CLAIMPHH.
      ******************************************************************
      * DECLARE THE WORKING STORAGE VARIABLES USED IN THIS PROGRAM
      ******************************************************************
       01 WS-STORAGE.
          05 WS-INPUT-LENGTH         PIC S9(8) COMP-4.
          05 WS-CHANNEL-NAME         PIC X(16).
          05 WS-CONTAINER-NAME       PIC X(16).
          05 WS-CICS-RESP-CODE-NUM   PIC 9(08) VALUE ZEROS.
          05 WS-HOLD-FILE-NAME       PIC X(08).
          05 WS-PROVIDER-FILE-NAME   PIC X(08).
          05 WS-HOLDHIST-FILE-NAME   PIC X(08).
          05 WS-OLD-HOLD-STATUS      PIC X(01).
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
                RESP(HRS-CICS-RESP)
                RESP2(HRS-CICS-RESP2)
           END-EXEC.

           IF HRS-CICS-RESP NOT = DFHRESP(NORMAL)
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
                RESP(HRS-CICS-RESP)
                RESP2(HRS-CICS-RESP2)
           END-EXEC.

           IF HRS-CICS-RESP NOT = DFHRESP(NORMAL)
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
                    INTO(HRQ-HOLD-CONTAINER)
                    NOCONVERT
                    RESP(HRS-CICS-RESP)
                    RESP2(HRS-CICS-RESP2)
           END-EXEC

           IF HRS-CICS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'ERROR READING CONTAINER DATA'
                  TO WS-MSG-TO-WRITE
                PERFORM DO-WRITE-TO-CSMT
                PERFORM DO-RETURN-TO-CICS
           END-IF
      ******************************************************************
      * CHECK THE OPERATION TYPE REQUESTED BY CALLER AND
      * PERFORM ACTION REQUESTED
      ******************************************************************
           EVALUATE HRQ-HOLD-ACTION
                WHEN 'A'
                    PERFORM DO-PLACE-HOLD-REC
                WHEN 'U'
                    PERFORM DO-UPDATE-HOLD-REC
                WHEN 'R'
                    PERFORM DO-RELEASE-HOLD-REC
                WHEN 'I'
                    PERFORM DO-INQUIRE-HOLD-REC
                WHEN OTHER
                    MOVE 'ERROR: UNKNOWN OPERATION FOUND IN REQUEST'
                         TO HRS-OUTPUT-MESSAGE
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
           INITIALIZE HRQ-HOLD-CONTAINER.
           INITIALIZE HRS-HOLD-CONTAINER.

           MOVE 'CLAIMPHD' TO WS-HOLD-FILE-NAME
           MOVE 'CLAIMPRV' TO WS-PROVIDER-FILE-NAME
           MOVE 'CLAIMPHH' TO WS-HOLDHIST-FILE-NAME

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
       DO-VALIDATE-HOLD-REC SECTION.
      *******************************
      *
      ******************************************************************
      * EDIT THE INCOMING HOLD FIELDS BEFORE THEY REACH THE FILE. THE
      * PROVIDER MUST BE A REAL CLAIMPRV PROVIDER AND THE REASON ONE
      * OF THE KNOWN CODES. A ZERO START DATE DEFAULTS TO TODAY; AN
      * END DATE, WHEN GIVEN, MUST NOT BE BEFORE THE START DATE.
      ******************************************************************
           IF HRQ-PROVIDER-ID = SPACES
               MOVE 'ERROR: PROVIDER ID MUST NOT BE BLANK'
                    TO HRS-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           EXEC CICS
                READ FILE(WS-PROVIDER-FILE-NAME)
                     INTO(PROV-RECORD)
                     RIDFLD(HRQ-PROVIDER-ID)
                     RESP(HRS-CICS-RESP)
                     RESP2(HRS-CICS-RESP2)
           END-EXEC

           IF HRS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ERROR: PROVIDER NOT ON CLAIMPRV'
                    TO HRS-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           IF HRQ-HOLD-REASON NOT = 'SIU '
          AND HRQ-HOLD-REASON NOT = 'LICN'
          AND HRQ-HOLD-REASON NOT = 'OTHR'
               MOVE 'ERROR: HOLD REASON MUST BE SIU, LICN OR OTHR'
                    TO HRS-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           IF HRQ-START-DATE NOT NUMERIC
          OR HRQ-START-DATE = ZERO
               MOVE WS-TODAY-DATE TO HRQ-START-DATE
           END-IF

           IF HRQ-END-DATE NOT NUMERIC
               MOVE ZERO TO HRQ-END-DATE
           END-IF

           IF HRQ-END-DATE NOT = ZERO
          AND HRQ-END-DATE < HRQ-START-DATE
               MOVE 'ERROR: HOLD END DATE IS BEFORE ITS START DATE'
                    TO HRS-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-PLACE-HOLD-REC SECTION.
      ****************************
      *
      ******************************************************************
      * WRITE A NEW HOLD RECORD FROM THE REQUEST FIELDS, STAMPED WITH
      * THE USER WHO PLACED IT. A PROVIDER WHOSE EARLIER HOLD WAS
      * RELEASED ALREADY HAS A RECORD -- THE NEW HOLD IS WRITTEN OVER
      * IT (THE EARLIER ONE IS ON CLAIMPHH). A PROVIDER ALREADY ON
      * HOLD IS REJECTED; THE CALLER UPDATES THAT HOLD INSTEAD.
      ******************************************************************
           MOVE SPACES TO HRS-OUTPUT-MESSAGE
           PERFORM DO-VALIDATE-HOLD-REC
           IF HRS-OUTPUT-MESSAGE NOT = SPACES
               EXIT SECTION
           END-IF

           EXEC CICS
                READ FILE(WS-HOLD-FILE-NAME)
                     INTO(PAYMENT-HOLD-RECORD)
                     RIDFLD(HRQ-PROVIDER-ID)
                     UPDATE
                     NOSUSPEND
                     RESP(HRS-CICS-RESP)
                     RESP2(HRS-CICS-RESP2)
           END-EXEC

           EVALUATE HRS-CICS-RESP
                WHEN DFHRESP(NOTFND)
                    MOVE SPACE TO WS-OLD-HOLD-STATUS
                    PERFORM DO-BUILD-NEW-HOLD
                    EXEC CICS
                         WRITE FILE(WS-HOLD-FILE-NAME)
                               FROM(PAYMENT-HOLD-RECORD)
                               RIDFLD(PHD-PROVIDER-ID)
                               RESP(HRS-CICS-RESP)
                               RESP2(HRS-CICS-RESP2)
                    END-EXEC
                WHEN DFHRESP(LOCKED)
                    STRING 'ERROR: HOLD RECORD '
                        HRQ-PROVIDER-ID DELIMITED BY SIZE
                        ' IS BEING UPDATED BY ANOTHER TRANSACTION, '
                        DELIMITED BY SIZE
                        'TRY AGAIN' DELIMITED BY SIZE
                        INTO HRS-OUTPUT-MESSAGE
                    EXIT SECTION
                WHEN DFHRESP(NORMAL)
                    IF PHD-ACTIVE
                        MOVE 'ERROR: PROVIDER IS ALREADY ON HOLD'
                             TO HRS-OUTPUT-MESSAGE
                        EXEC CICS
                             UNLOCK FILE(WS-HOLD-FILE-NAME)
                        END-EXEC
                        EXIT SECTION
                    END-IF
                    MOVE PHD-STATUS TO WS-OLD-HOLD-STATUS
                    PERFORM DO-BUILD-NEW-HOLD
                    EXEC CICS
                         REWRITE FILE(WS-HOLD-FILE-NAME)
                                 FROM(PAYMENT-HOLD-RECORD)
                                 RESP(HRS-CICS-RESP)
                                 RESP2(HRS-CICS-RESP2)
                    END-EXEC
                WHEN OTHER
                    MOVE HRS-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                    STRING 'ERROR: CICS READ UPDATE RESPONSE CODE = '
                        WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                                         INTO HRS-OUTPUT-MESSAGE
                    EXIT SECTION
           END-EVALUATE

           EVALUATE HRS-CICS-RESP
                WHEN DFHRESP(NORMAL)
                    MOVE PAYMENT-HOLD-RECORD TO HRS-HOLD-RECORD
                    STRING 'SUCCESS: PAYMENT HOLD PLACED FOR '
                        HRQ-PROVIDER-ID DELIMITED BY SIZE
                                         INTO HRS-OUTPUT-MESSAGE
                    MOVE 'A' TO WS-HISTORY-ACTION
                    PERFORM DO-WRITE-HOLD-HISTORY
                WHEN OTHER
                    MOVE HRS-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                    STRING 'ERROR: WRITE FILE RESPONSE CODE = '
                        WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                                         INTO HRS-OUTPUT-MESSAGE
           END-EVALUATE
           EXIT.
      ******************************************************************
      /
       DO-BUILD-NEW-HOLD SECTION.
      ****************************
      *
      ******************************************************************
      * FILL THE HOLD RECORD FOR A NEWLY PLACED HOLD.
      ******************************************************************
           MOVE HRQ-PROVIDER-ID      TO PHD-PROVIDER-ID
           MOVE HRQ-HOLD-REASON      TO PHD-HOLD-REASON
           MOVE 'A'                  TO PHD-STATUS
           MOVE HRQ-START-DATE       TO PHD-START-DATE
           MOVE HRQ-END-DATE         TO PHD-END-DATE
           MOVE HRQ-CASE-REFERENCE   TO PHD-CASE-REFERENCE
           MOVE WS-USERID            TO PHD-PLACED-BY
           MOVE WS-ABSTIME           TO PHD-PLACED-TIMESTAMP
           MOVE SPACES               TO PHD-RELEASED-BY
           MOVE 0                    TO PHD-RELEASED-TIMESTAMP
           EXIT.
      ******************************************************************
      /
       DO-UPDATE-HOLD-REC SECTION.
      *****************************
      *
      ******************************************************************
      * READ THE HOLD RECORD FOR UPDATE AND REWRITE ITS REASON, DATES
      * AND CASE REFERENCE FROM THE REQUEST. ONLY A HOLD STILL IN
      * PLACE CAN BE UPDATED -- A RELEASED HOLD IS RE-PLACED WITH 'A'.
      * NOSUSPEND FOR THE SAME REASON AS CLAIMBN0.
      ******************************************************************
           MOVE SPACES TO HRS-OUTPUT-MESSAGE
           PERFORM DO-VALIDATE-HOLD-REC
           IF HRS-OUTPUT-MESSAGE NOT = SPACES
               EXIT SECTION
           END-IF

           EXEC CICS
                READ FILE(WS-HOLD-FILE-NAME)
                     INTO(PAYMENT-HOLD-RECORD)
                     RIDFLD(HRQ-PROVIDER-ID)
                     UPDATE
                     NOSUSPEND
                     RESP(HRS-CICS-RESP)
                     RESP2(HRS-CICS-RESP2)
           END-EXEC

           EVALUATE HRS-CICS-RESP
                WHEN DFHRESP(NOTFND)
                    MOVE 'ERROR: HOLD RECORD FOR UPDATE NOT FOUND'
                         TO HRS-OUTPUT-MESSAGE
                WHEN DFHRESP(LOCKED)
                    STRING 'ERROR: HOLD RECORD '
                        HRQ-PROVIDER-ID DELIMITED BY SIZE
                        ' IS BEING UPDATED BY ANOTHER TRANSACTION, '
                        DELIMITED BY SIZE
                        'TRY AGAIN' DELIMITED BY SIZE
                        INTO HRS-OUTPUT-MESSAGE
                WHEN DFHRESP(NORMAL)
                    IF PHD-RELEASED
                        MOVE 'ERROR: HOLD IS RELEASED, PLACE A NEW HOLD'
                             TO HRS-OUTPUT-MESSAGE
                        EXEC CICS
                             UNLOCK FILE(WS-HOLD-FILE-NAME)
                        END-EXEC
                    ELSE
                        PERFORM DO-REWRITE-HOLD-REC
                    END-IF
                WHEN OTHER
                    MOVE HRS-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                    STRING 'ERROR: CICS READ UPDATE RESPONSE CODE = '
                        WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                                         INTO HRS-OUTPUT-MESSAGE
           END-EVALUATE
           EXIT.
      ******************************************************************
      /
       DO-REWRITE-HOLD-REC SECTION.
      ******************************
      *
      ******************************************************************
      * REWRITE THE HOLD WITH THE NEW REASON, DATES AND CASE
      * REFERENCE. WHO PLACED IT IS UNCHANGED; THE CHANGE LOG RECORDS
      * WHO UPDATED IT.
      ******************************************************************
           MOVE PHD-STATUS TO WS-OLD-HOLD-STATUS

           MOVE HRQ-HOLD-REASON      TO PHD-HOLD-REASON
           MOVE HRQ-START-DATE       TO PHD-START-DATE
           MOVE HRQ-END-DATE         TO PHD-END-DATE
           MOVE HRQ-CASE-REFERENCE   TO PHD-CASE-REFERENCE

           EXEC CICS
                REWRITE FILE(WS-HOLD-FILE-NAME)
                        FROM(PAYMENT-HOLD-RECORD)
                        RESP(HRS-CICS-RESP)
                        RESP2(HRS-CICS-RESP2)
           END-EXEC

           EVALUATE HRS-CICS-RESP
                WHEN DFHRESP(NORMAL)
                    MOVE PAYMENT-HOLD-RECORD TO HRS-HOLD-RECORD
                    STRING 'SUCCESS: PAYMENT HOLD UPDATED FOR '
                       HRQ-PROVIDER-ID DELIMITED BY SIZE
                       INTO HRS-OUTPUT-MESSAGE
                    MOVE 'U' TO WS-HISTORY-ACTION
                    PERFORM DO-WRITE-HOLD-HISTORY
                WHEN OTHER
                    MOVE HRS-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                    STRING 'ERROR: CICS REWRITE RESPONSE CODE = '
                        WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                                         INTO HRS-OUTPUT-MESSAGE
           END-EVALUATE
           EXIT.
      ******************************************************************
      /
       DO-RELEASE-HOLD-REC SECTION.
      ******************************
      *
      ******************************************************************
      * SET THE HOLD TO 'R' (RELEASED) RATHER THAN DELETING IT, AND
      * STAMP WHO RELEASED IT AND WHEN. THE PROVIDER'S UNEXTRACTED
      * OKAY CLAIMS GO OUT ON THE NEXT CLAIMEXT RUN.
      ******************************************************************
           EXEC CICS
                READ FILE(WS-HOLD-FILE-NAME)
                     INTO(PAYMENT-HOLD-RECORD)
                     RIDFLD(HRQ-PROVIDER-ID)
                     UPDATE
                     NOSUSPEND
                     RESP(HRS-CICS-RESP)
                     RESP2(HRS-CICS-RESP2)
           END-EXEC

           EVALUATE HRS-CICS-RESP
                WHEN DFHRESP(NOTFND)
                    MOVE 'ERROR: HOLD RECORD NOT FOUND'
                         TO HRS-OUTPUT-MESSAGE
                WHEN DFHRESP(LOCKED)
                    STRING 'ERROR: HOLD RECORD '
                        HRQ-PROVIDER-ID DELIMITED BY SIZE
                        ' IS BEING UPDATED BY ANOTHER TRANSACTION, '
                        DELIMITED BY SIZE
                        'TRY AGAIN' DELIMITED BY SIZE
                        INTO HRS-OUTPUT-MESSAGE
                WHEN DFHRESP(NORMAL)
                    IF PHD-RELEASED
                        MOVE 'ERROR: HOLD IS ALREADY RELEASED'
                             TO HRS-OUTPUT-MESSAGE
                        EXEC CICS
                             UNLOCK FILE(WS-HOLD-FILE-NAME)
                        END-EXEC
                    ELSE
                        MOVE PHD-STATUS TO WS-OLD-HOLD-STATUS
                        MOVE 'R' TO PHD-STATUS
                        MOVE WS-USERID TO PHD-RELEASED-BY
                        MOVE WS-ABSTIME TO PHD-RELEASED-TIMESTAMP
                        EXEC CICS
                             REWRITE FILE(WS-HOLD-FILE-NAME)
                                     FROM(PAYMENT-HOLD-RECORD)
                                     RESP(HRS-CICS-RESP)
                                     RESP2(HRS-CICS-RESP2)
                        END-EXEC
                        IF HRS-CICS-RESP = DFHRESP(NORMAL)
                            MOVE PAYMENT-HOLD-RECORD TO HRS-HOLD-RECORD
                            STRING 'SUCCESS: PAYMENT HOLD RELEASED FOR '
                               HRQ-PROVIDER-ID DELIMITED BY SIZE
                               INTO HRS-OUTPUT-MESSAGE
                            MOVE 'R' TO WS-HISTORY-ACTION
                            PERFORM DO-WRITE-HOLD-HISTORY
                        ELSE
                            MOVE HRS-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                            STRING 'ERROR: CICS REWRITE RESPONSE CODE ='
                                ' ' WS-CICS-RESP-CODE-NUM
                                DELIMITED BY SIZE
                                INTO HRS-OUTPUT-MESSAGE
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE HRS-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                    STRING 'ERROR: CICS READ UPDATE RESPONSE CODE = '
                        WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                                         INTO HRS-OUTPUT-MESSAGE
           END-EVALUATE
           EXIT.
      ******************************************************************
      /
       DO-INQUIRE-HOLD-REC SECTION.
      ******************************
      *
      ******************************************************************
      * RETURN THE PROVIDER'S HOLD RECORD, ACTIVE OR RELEASED.
      ******************************************************************
           EXEC CICS
                READ FILE(WS-HOLD-FILE-NAME)
                     INTO(PAYMENT-HOLD-RECORD)
                     RIDFLD(HRQ-PROVIDER-ID)
                     RESP(HRS-CICS-RESP)
                     RESP2(HRS-CICS-RESP2)
           END-EXEC

           EVALUATE HRS-CICS-RESP
                WHEN DFHRESP(NOTFND)
                    MOVE 'ERROR: HOLD RECORD NOT FOUND'
                         TO HRS-OUTPUT-MESSAGE
                WHEN DFHRESP(NORMAL)
                    MOVE PAYMENT-HOLD-RECORD TO HRS-HOLD-RECORD
                    STRING 'SUCCESS: HOLD RECORD FOUND FOR '
                       HRQ-PROVIDER-ID DELIMITED BY SIZE
                       INTO HRS-OUTPUT-MESSAGE
                WHEN OTHER
                    MOVE HRS-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                    STRING 'ERROR: CICS READ RESPONSE CODE = '
                        WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                                         INTO HRS-OUTPUT-MESSAGE
           END-EVALUATE
           EXIT.
      ******************************************************************
      /
       DO-WRITE-HOLD-HISTORY SECTION.
      ********************************
      *
      ******************************************************************
      * APPEND A ROW TO THE CLAIMPHH VSAM ESDS RECORDING THE CHANGE
      * JUST MADE -- SAME SHAPE OF TRAIL AS DO-WRITE-BANK-HISTORY IN
      * CLAIMBN0, WITH THE HOLD AS IT NOW STANDS.
      ******************************************************************
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.

           MOVE PHD-PROVIDER-ID        TO PHH-PROVIDER-ID
           MOVE WS-HISTORY-ACTION      TO PHH-ACTION
           MOVE WS-OLD-HOLD-STATUS     TO PHH-OLD-STATUS
           MOVE PHD-STATUS             TO PHH-NEW-STATUS
           MOVE PHD-HOLD-REASON        TO PHH-HOLD-REASON
           MOVE PHD-START-DATE         TO PHH-START-DATE
           MOVE PHD-END-DATE           TO PHH-END-DATE
           MOVE PHD-CASE-REFERENCE     TO PHH-CASE-REFERENCE
           MOVE WS-ABSTIME             TO PHH-TIMESTAMP
           MOVE WS-USERID              TO PHH-USERID

           EXEC CICS
                WRITE FILE(WS-HOLDHIST-FILE-NAME)
                      FROM(PAYMENT-HOLD-HISTORY-RECORD)
                      RESP(HRS-CICS-RESP)
                      RESP2(HRS-CICS-RESP2)
           END-EXEC.

           IF HRS-CICS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'ERROR WRITING PAYMENT HOLD HISTORY RECORD'
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

           STRING 'CLAIMPH0: ' WS-CURRENT-DATE ' '
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
                    FROM(HRS-HOLD-CONTAINER)
                    FLENGTH(LENGTH OF HRS-HOLD-CONTAINER)
                    RESP(HRS-CICS-RESP)
           END-EXEC.

           IF HRS-CICS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'ERROR WRITING CONTAINER DATA'
                  TO WS-MSG-TO-WRITE
                PERFORM DO-WRITE-TO-CSMT
           END-IF
      ******************************************************************
      * RETURN THE CONTROL BACK TO CICS.
      ******************************************************************
           EXEC CICS RETURN END-EXEC.
           EXIT.
