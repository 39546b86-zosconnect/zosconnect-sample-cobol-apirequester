       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMQA0.
      ******************************************************************
      * ONLINE QUALITY-AUDIT REVIEW OF SAMPLED EXAMINER DECISIONS      *
      *                                                                *
      * CLAIMWRR TELLS SUPERVISORS HOW MUCH EACH EXAMINER DECIDES;     *
      * THIS TRANSACTION IS HOW QA REVIEWERS RECORD HOW WELL. THE      *
      * WEEKLY CLAIMQAM JOB QUEUES A RANDOM SAMPLE OF DECISIONS ON     *
      * CLAIMQAA; THE REVIEWER WORKS THE QUEUE USING THE SAME          *
      * CHANNEL/CONTAINER PATTERN AS CLAIMPH0:                         *
      *                                                                *
      *   'L' LIST       - LIST OPEN AUDITS (ALL, OR ONE EXAMINER'S)   *
      *   'I' INQUIRE    - RETURN ONE AUDIT RECORD                     *
      *   'R' RECORD     - RECORD THE RESULT OF AN OPEN AUDIT          *
      *                                                                *
      * THE RESULT IS 'PASS' OR 'FAIL'. A FAIL CARRIES AN ERROR        *
      * CATEGORY FROM CLAIMQAC; A FINANCIAL CATEGORY ALSO NEEDS THE    *
      * DOLLARS PAID OR WITHHELD IN ERROR (SIGNED, POSITIVE FOR AN     *
      * OVERPAYMENT), A PROCEDURAL ONE HAS NONE. THE ACTION 'J'        *
      * REPLACEMENT CLAIM THAT CORRECTED A FAILED DECISION MAY BE      *
      * GIVEN AND MUST BE AN ADJUSTMENT OF THE AUDITED CLAIM. NO ONE   *
      * MAY AUDIT THEIR OWN DECISION, AND A RESULT ONCE RECORDED       *
      * STANDS -- THE MONTHLY CLAIMQAR ACCURACY FIGURES ARE BUILT ON   *
      * IT.                                                            *
      *                                                                *
      * FILE : CLAIMQAA (VSAM KSDS DATA SET)                           *
      *        CLAIMCIF (VSAM KSDS, READ ONLY)                         *
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
      * AND THE AUDIT FILE / CLAIM FILE / ERROR CATEGORY LAYOUTS.
      ******************************************************************
       COPY CLAIMQAQ.
       COPY CLAIMQAS.
       COPY CLAIMQAA.
       COPY CLAIMCIF.
       COPY CLAIMQAC.
      ******************************************************************
      * DECLARE THE WORKING STORAGE VARIABLES USED IN THIS PROGRAM
      ******************************************************************
       01 WS-STORAGE.
          05 WS-INPUT-LENGTH         PIC S9(8) COMP-4.
          05 WS-CHANNEL-NAME         PIC X(16).
          05 WS-CONTAINER-NAME       PIC X(16).
          05 WS-CICS-RESP-CODE-NUM   PIC 9(08) VALUE ZEROS.
          05 WS-AUDIT-FILE-NAME      PIC X(08).
          05 WS-CLAIM-FILE-NAME      PIC X(08).
          05 WS-USERID               PIC X(08).
          05 WS-TOKEN                PIC S9(8) COMP-5 SYNC.
          05 WS-MSG-TO-WRITE         PIC X(90).
          05 WS-CSMT-OUTAREA         PIC X(121).
          05 WS-ABSTIME              PIC S9(15) COMP-3.
          05 WS-CURRENT-DATE         PIC X(8).
          05 WS-CURRENT-TIME         PIC X(8).
          05 WS-TODAY-DATE           PIC 9(8).
          05 WS-WRITEQ-RESP-CODE     PIC S9(8) COMP.
          05 WS-LIST-KEY             PIC X(08).
          05 WS-LIST-EOF             PIC X(01) VALUE 'N'.
             88 WS-LIST-AT-EOF                VALUE 'Y'.
          05 WS-LIST-MAX-ENTRIES     PIC 9(4) VALUE 25.
          05 WS-ERROR-TYPE           PIC X(01).
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
                RESP(QRS-CICS-RESP)
                RESP2(QRS-CICS-RESP2)
           END-EXEC.

           IF QRS-CICS-RESP NOT = DFHRESP(NORMAL)
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
                RESP(QRS-CICS-RESP)
                RESP2(QRS-CICS-RESP2)
           END-EXEC.

           IF QRS-CICS-RESP NOT = DFHRESP(NORMAL)
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
                    INTO(QRQ-AUDIT-CONTAINER)
                    NOCONVERT
                    RESP(QRS-CICS-RESP)
                    RESP2(QRS-CICS-RESP2)
           END-EXEC

           IF QRS-CICS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'ERROR READING CONTAINER DATA'
                  TO WS-MSG-TO-WRITE
                PERFORM DO-WRITE-TO-CSMT
                PERFORM DO-RETURN-TO-CICS
           END-IF
      ******************************************************************
      * CHECK THE OPERATION TYPE REQUESTED BY CALLER AND
      * PERFORM ACTION REQUESTED
      ******************************************************************
           EVALUATE QRQ-AUDIT-ACTION
                WHEN 'R'
                    PERFORM DO-RECORD-AUDIT-RESULT
                WHEN 'I'
                    PERFORM DO-INQUIRE-AUDIT-REC
                WHEN 'L'
                    PERFORM DO-LIST-OPEN-AUDITS
                WHEN OTHER
                    MOVE 'ERROR: UNKNOWN OPERATION FOUND IN REQUEST'
                         TO QRS-OUTPUT-MESSAGE
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
           INITIALIZE QRQ-AUDIT-CONTAINER.
           INITIALIZE QRS-AUDIT-CONTAINER.

           MOVE 'CLAIMQAA' TO WS-AUDIT-FILE-NAME
           MOVE 'CLAIMCIF' TO WS-CLAIM-FILE-NAME

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-CURRENT-DATE)
           END-EXEC
           MOVE WS-CURRENT-DATE TO WS-TODAY-DATE

           PERFORM DO-LOAD-ERROR-CATEGORY-TABLE
           EXIT.
      ******************************************************************
      /
       DO-LOAD-ERROR-CATEGORY-TABLE SECTION.
      ***************************************
      *
      ******************************************************************
      * THE QA ERROR CATEGORIES (SEE CLAIMQAC.CPY) -- KEPT IN STEP
      * WITH DO-LOAD-ERROR-CATEGORY-TABLE IN CLAIMQAR.
      ******************************************************************
           MOVE 9 TO QA-ERROR-CATEGORY-COUNT

           MOVE 'PRIC' TO QC-CODE(1)  MOVE 'F' TO QC-TYPE(1)
           MOVE 'ALLOWED AMOUNT/PRICING WRONG' TO QC-DESC(1)
           MOVE 'BENE' TO QC-CODE(2)  MOVE 'F' TO QC-TYPE(2)
           MOVE 'COST SHARE/BENEFIT WRONG'     TO QC-DESC(2)
           MOVE 'DUPL' TO QC-CODE(3)  MOVE 'F' TO QC-TYPE(3)
           MOVE 'DUPLICATE OF PAID CLAIM'      TO QC-DESC(3)
           MOVE 'ELIG' TO QC-CODE(4)  MOVE 'F' TO QC-TYPE(4)
           MOVE 'MEMBER NOT ELIGIBLE'          TO QC-DESC(4)
           MOVE 'COVR' TO QC-CODE(5)  MOVE 'F' TO QC-TYPE(5)
           MOVE 'COVERAGE RULES MISAPPLIED'    TO QC-DESC(5)
           MOVE 'CODE' TO QC-CODE(6)  MOVE 'P' TO QC-TYPE(6)
           MOVE 'CODING EDIT NOT APPLIED'      TO QC-DESC(6)
           MOVE 'DOCM' TO QC-CODE(7)  MOVE 'P' TO QC-TYPE(7)
           MOVE 'DECISION NOT DOCUMENTED'      TO QC-DESC(7)
           MOVE 'RSNC' TO QC-CODE(8)  MOVE 'P' TO QC-TYPE(8)
           MOVE 'WRONG REASON CODE'            TO QC-DESC(8)
           MOVE 'ROUT' TO QC-CODE(9)  MOVE 'P' TO QC-TYPE(9)
           MOVE 'NOT ROUTED PER POLICY'        TO QC-DESC(9)
           EXIT.
      ******************************************************************
      /
       DO-VALIDATE-AUDIT-RESULT SECTION.
      ***********************************
      *
      ******************************************************************
      * EDIT THE RESULT BEFORE IT REACHES THE FILE. A PASS HAS NO
      * CATEGORY, NO IMPACT AND NO CORRECTING ADJUSTMENT. A FAIL MUST
      * NAME A KNOWN CATEGORY; A FINANCIAL CATEGORY MUST CARRY A
      * NON-ZERO IMPACT AND A PROCEDURAL ONE MUST NOT. A CORRECTING
      * ADJUSTMENT, WHEN GIVEN, MUST BE ON CLAIMCIF AS AN ADJUSTMENT
      * OF THE AUDITED CLAIM.
      ******************************************************************
           IF QRQ-FINANCIAL-IMPACT NOT NUMERIC
               MOVE ZERO TO QRQ-FINANCIAL-IMPACT
           END-IF

           EVALUATE QRQ-RESULT
               WHEN 'PASS'
                   IF QRQ-ERROR-CATEGORY NOT = SPACES
                  OR QRQ-FINANCIAL-IMPACT NOT = ZERO
                  OR QRQ-ADJUST-CLAIM-ID NOT = SPACES
                       STRING 'ERROR: A PASS CARRIES NO CATEGORY, '
                           'IMPACT OR ADJUSTMENT' DELIMITED BY SIZE
                           INTO QRS-OUTPUT-MESSAGE
                   END-IF
                   EXIT SECTION
               WHEN 'FAIL'
                   CONTINUE
               WHEN OTHER
                   MOVE 'ERROR: RESULT MUST BE PASS OR FAIL'
                        TO QRS-OUTPUT-MESSAGE
                   EXIT SECTION
           END-EVALUATE

           MOVE SPACE TO WS-ERROR-TYPE
           SET QC-IDX TO 1
           SEARCH QA-ERROR-CATEGORY-ENTRY
               AT END
                   CONTINUE
               WHEN QC-CODE(QC-IDX) = QRQ-ERROR-CATEGORY
                   MOVE QC-TYPE(QC-IDX) TO WS-ERROR-TYPE
           END-SEARCH

           IF WS-ERROR-TYPE = SPACE
           OR QRQ-ERROR-CATEGORY = SPACES
               MOVE 'ERROR: A FAIL NEEDS A VALID ERROR CATEGORY'
                    TO QRS-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           IF WS-ERROR-TYPE = 'F'
          AND QRQ-FINANCIAL-IMPACT = ZERO
               MOVE 'ERROR: A FINANCIAL ERROR NEEDS THE DOLLAR IMPACT'
                    TO QRS-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           IF WS-ERROR-TYPE = 'P'
          AND QRQ-FINANCIAL-IMPACT NOT = ZERO
               MOVE 'ERROR: A PROCEDURAL ERROR HAS NO DOLLAR IMPACT'
                    TO QRS-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           IF QRQ-ADJUST-CLAIM-ID NOT = SPACES
               EXEC CICS
                    READ FILE(WS-CLAIM-FILE-NAME)
                         INTO(CF-CLAIM-RECORD)
                         RIDFLD(QRQ-ADJUST-CLAIM-ID)
                         RESP(QRS-CICS-RESP)
                         RESP2(QRS-CICS-RESP2)
               END-EXEC
               IF QRS-CICS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'ERROR: ADJUSTMENT CLAIM NOT ON CLAIMCIF'
                        TO QRS-OUTPUT-MESSAGE
                   EXIT SECTION
               END-IF
               IF CF-CLAIM-ORIG-CLAIM-ID NOT = QRQ-CLAIM-ID
                   STRING 'ERROR: CLAIM GIVEN IS NOT AN ADJUSTMENT '
                       'OF THE AUDITED CLAIM' DELIMITED BY SIZE
                       INTO QRS-OUTPUT-MESSAGE
                   EXIT SECTION
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-RECORD-AUDIT-RESULT SECTION.
      *********************************
      *
      ******************************************************************
      * READ THE AUDIT FOR UPDATE AND RECORD THE REVIEWER'S RESULT,
      * STAMPED WITH WHO REVIEWED IT AND WHEN. ONLY AN OPEN AUDIT
      * CAN BE RECORDED, AND NOT BY THE EXAMINER WHOSE DECISION IT
      * IS. NOSUSPEND FOR THE SAME REASON AS CLAIMBN0.
      ******************************************************************
           MOVE SPACES TO QRS-OUTPUT-MESSAGE
           PERFORM DO-VALIDATE-AUDIT-RESULT
           IF QRS-OUTPUT-MESSAGE NOT = SPACES
               EXIT SECTION
           END-IF

           EXEC CICS
                READ FILE(WS-AUDIT-FILE-NAME)
                     INTO(QA-AUDIT-RECORD)
                     RIDFLD(QRQ-CLAIM-ID)
                     UPDATE
                     NOSUSPEND
                     RESP(QRS-CICS-RESP)
                     RESP2(QRS-CICS-RESP2)
           END-EXEC

           EVALUATE QRS-CICS-RESP
                WHEN DFHRESP(NOTFND)
                    MOVE 'ERROR: CLAIM IS NOT IN THE AUDIT QUEUE'
                         TO QRS-OUTPUT-MESSAGE
                    EXIT SECTION
                WHEN DFHRESP(LOCKED)
                    STRING 'ERROR: AUDIT RECORD '
                        QRQ-CLAIM-ID DELIMITED BY SIZE
                        ' IS BEING UPDATED BY ANOTHER TRANSACTION, '
                        DELIMITED BY SIZE
                        'TRY AGAIN' DELIMITED BY SIZE
                        INTO QRS-OUTPUT-MESSAGE
                    EXIT SECTION
                WHEN DFHRESP(NORMAL)
                    CONTINUE
                WHEN OTHER
                    MOVE QRS-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                    STRING 'ERROR: CICS READ UPDATE RESPONSE CODE = '
                        WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                                         INTO QRS-OUTPUT-MESSAGE
                    EXIT SECTION
           END-EVALUATE

           IF NOT QAA-OPEN
               STRING 'ERROR: AUDIT ALREADY RECORDED AS '
                   QAA-STATUS ' BY ' QAA-REVIEWER-ID
                   DELIMITED BY SIZE INTO QRS-OUTPUT-MESSAGE
               EXEC CICS
                    UNLOCK FILE(WS-AUDIT-FILE-NAME)
               END-EXEC
               EXIT SECTION
           END-IF

           IF QAA-EXAMINER-ID = WS-USERID
               MOVE 'ERROR: A REVIEWER MAY NOT AUDIT THEIR OWN DECISION'
                    TO QRS-OUTPUT-MESSAGE
               EXEC CICS
                    UNLOCK FILE(WS-AUDIT-FILE-NAME)
               END-EXEC
               EXIT SECTION
           END-IF

           MOVE QRQ-RESULT            TO QAA-STATUS
           MOVE QRQ-ERROR-CATEGORY    TO QAA-ERROR-CATEGORY
           MOVE WS-ERROR-TYPE         TO QAA-ERROR-TYPE
           IF QRQ-RESULT = 'PASS'
               MOVE SPACE             TO QAA-ERROR-TYPE
           END-IF
           MOVE QRQ-FINANCIAL-IMPACT  TO QAA-FINANCIAL-IMPACT
           MOVE WS-USERID             TO QAA-REVIEWER-ID
           MOVE WS-TODAY-DATE         TO QAA-REVIEWED-DATE
           MOVE WS-ABSTIME            TO QAA-REVIEWED-TIMESTAMP
           MOVE QRQ-REVIEW-COMMENT    TO QAA-REVIEW-COMMENT
           MOVE QRQ-ADJUST-CLAIM-ID   TO QAA-ADJUST-CLAIM-ID

           EXEC CICS
                REWRITE FILE(WS-AUDIT-FILE-NAME)
                        FROM(QA-AUDIT-RECORD)
                        RESP(QRS-CICS-RESP)
                        RESP2(QRS-CICS-RESP2)
           END-EXEC

           EVALUATE QRS-CICS-RESP
                WHEN DFHRESP(NORMAL)
                    MOVE QA-AUDIT-RECORD TO QRS-AUDIT-RECORD
                    STRING 'SUCCESS: AUDIT RECORDED AS ' QAA-STATUS
                       ' FOR CLAIM ' QRQ-CLAIM-ID DELIMITED BY SIZE
                       INTO QRS-OUTPUT-MESSAGE
                WHEN OTHER
                    MOVE QRS-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                    STRING 'ERROR: CICS REWRITE RESPONSE CODE = '
                        WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                                         INTO QRS-OUTPUT-MESSAGE
           END-EVALUATE
           EXIT.
      ******************************************************************
      /
       DO-INQUIRE-AUDIT-REC SECTION.
      *******************************
      *
      ******************************************************************
      * RETURN THE CLAIM'S AUDIT RECORD, OPEN OR REVIEWED.
      ******************************************************************
           EXEC CICS
                READ FILE(WS-AUDIT-FILE-NAME)
                     INTO(QA-AUDIT-RECORD)
                     RIDFLD(QRQ-CLAIM-ID)
                     RESP(QRS-CICS-RESP)
                     RESP2(QRS-CICS-RESP2)
           END-EXEC

           EVALUATE QRS-CICS-RESP
                WHEN DFHRESP(NOTFND)
                    MOVE 'ERROR: CLAIM IS NOT IN THE AUDIT QUEUE'
                         TO QRS-OUTPUT-MESSAGE
                WHEN DFHRESP(NORMAL)
                    MOVE QA-AUDIT-RECORD TO QRS-AUDIT-RECORD
                    STRING 'SUCCESS: AUDIT RECORD FOUND FOR '
                       QRQ-CLAIM-ID DELIMITED BY SIZE
                       INTO QRS-OUTPUT-MESSAGE
                WHEN OTHER
                    MOVE QRS-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                    STRING 'ERROR: CICS READ RESPONSE CODE = '
                        WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                                         INTO QRS-OUTPUT-MESSAGE
           END-EVALUATE
           EXIT.
      ******************************************************************
      /
       DO-LIST-OPEN-AUDITS SECTION.
      ******************************
      *
      ******************************************************************
      * BROWSE CLAIMQAA FROM THE BEGINNING AND RETURN THE OPEN AUDITS
      * IN QRS-LIST-ENTRY, UP TO THE SIZE OF THE TABLE -- SAME
      * STARTBR/READNEXT/ENDBR PATTERN AS DO-LIST-AUTHORITY-REC IN
      * CLAIMAU0. A NON-BLANK QRQ-EXAMINER-ID LIMITS THE LIST TO THAT
      * EXAMINER'S DECISIONS.
      ******************************************************************
           MOVE LOW-VALUES TO WS-LIST-KEY
           MOVE 'N' TO WS-LIST-EOF
           MOVE ZEROS TO QRS-LIST-COUNT

           EXEC CICS
                STARTBR FILE(WS-AUDIT-FILE-NAME)
                        RIDFLD(WS-LIST-KEY)
                        GTEQ
                        RESP(QRS-CICS-RESP)
                        RESP2(QRS-CICS-RESP2)
           END-EXEC

           IF QRS-CICS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'ERROR: NO AUDITS FOUND'
                     TO QRS-OUTPUT-MESSAGE
           ELSE
                PERFORM UNTIL WS-LIST-AT-EOF
                   OR QRS-LIST-COUNT = WS-LIST-MAX-ENTRIES
                   EXEC CICS
                        READNEXT FILE(WS-AUDIT-FILE-NAME)
                                 INTO(QA-AUDIT-RECORD)
                                 RIDFLD(WS-LIST-KEY)
                                 RESP(QRS-CICS-RESP)
                                 RESP2(QRS-CICS-RESP2)
                   END-EXEC
                   IF QRS-CICS-RESP NOT = DFHRESP(NORMAL)
                        MOVE 'Y' TO WS-LIST-EOF
                   ELSE
                        IF QAA-OPEN
                       AND (QRQ-EXAMINER-ID = SPACES
                        OR QRQ-EXAMINER-ID = QAA-EXAMINER-ID)
                             ADD 1 TO QRS-LIST-COUNT
                             MOVE QAA-CLAIM-ID TO
                                  QRS-LIST-CLAIM-ID(QRS-LIST-COUNT)
                             MOVE QAA-EXAMINER-ID TO
                                  QRS-LIST-EXAMINER-ID(QRS-LIST-COUNT)
                             MOVE QAA-DECISION TO
                                  QRS-LIST-DECISION(QRS-LIST-COUNT)
                             MOVE QAA-SAMPLE-REASON TO
                                  QRS-LIST-SAMPLE-REASON(QRS-LIST-COUNT)
                             MOVE QAA-SAMPLED-DATE TO
                                  QRS-LIST-SAMPLED-DATE(QRS-LIST-COUNT)
                        END-IF
                   END-IF
                END-PERFORM

                EXEC CICS
                     ENDBR FILE(WS-AUDIT-FILE-NAME)
                END-EXEC

                STRING 'SUCCESS: '
                       QRS-LIST-COUNT DELIMITED BY SIZE
                       ' OPEN AUDIT(S) FOUND'
                       DELIMITED BY SIZE
                       INTO QRS-OUTPUT-MESSAGE
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

           STRING 'CLAIMQA0: ' WS-CURRENT-DATE ' '
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
                    FROM(QRS-AUDIT-CONTAINER)
                    FLENGTH(LENGTH OF QRS-AUDIT-CONTAINER)
                    RESP(QRS-CICS-RESP)
           END-EXEC.

           IF QRS-CICS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'ERROR WRITING CONTAINER DATA'
                  TO WS-MSG-TO-WRITE
                PERFORM DO-WRITE-TO-CSMT
           END-IF
      ******************************************************************
      * RETURN THE CONTROL BACK TO CICS.
      ******************************************************************
           EXEC CICS RETURN END-EXEC.
           EXIT.
