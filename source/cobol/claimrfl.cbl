       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMRFL.
      ******************************************************************
      * PROVIDER REQUEST-FOR-INFORMATION LETTER GENERATION             *
      *                                                                *
      * AN EXAMINER WHO CANNOT DECIDE A PEND CLAIM WITHOUT MORE FROM   *
      * THE PROVIDER -- MEDICAL RECORDS, AN ITEMIZED BILL, AN          *
      * OPERATIVE REPORT -- RECORDS AN RFI WITH CLAIMCI0 ACTION 'I'.   *
      * THIS NIGHTLY JOB SWEEPS CLAIMRFI FOR OPEN RFIS NOT YET         *
      * LETTERED, PULLS THE CLAIM FROM CLAIMCIF AND THE PROVIDER NAME  *
      * FROM CLAIMPRV, AND FORMATS A PROVIDER-FACING LETTER LISTING    *
      * THE ITEMS REQUESTED, THE DATE THE RESPONSE IS DUE, AND THAT    *
      * THE CLAIM WILL BE DENIED IF NOTHING IS RECEIVED BY THEN        *
      * (CLAIMESC DOES THE DENYING) -- TO THE SAME FULFILLMENT PRINT   *
      * DATASET PATTERN CLAIMDNL USES.                                 *
      *                                                                *
      * A LETTERED RFI IS STAMPED WITH TODAY IN RFI-LETTER-DATE, SO A  *
      * RE-RUN CANNOT MAIL A DUPLICATE. AN RFI WHOSE CLAIM IS NO       *
      * LONGER IN PEND (OR NO LONGER ON CLAIMCIF) IS COUNTED AND       *
      * SKIPPED -- THE PROVIDER IS NOT ASKED FOR RECORDS ON A CLAIM    *
      * ALREADY DECIDED.                                               *
      *                                                                *
      * CLAIMPRV CARRIES NO MAILING ADDRESS; THE LETTER IS ADDRESSED   *
      * BY PROVIDER NAME AND ID FOR THE FULFILLMENT VENDOR TO MATCH    *
      * TO ITS PROVIDER DIRECTORY.                                     *
      *                                                                *
      * INPUT  : CLAIMCIF - THE LIVE VSAM KSDS CLAIM FILE, READ        *
      *          RANDOMLY BY CLAIM ID.                                 *
      *          CLAIMPRV - THE PROVIDER FILE, READ RANDOMLY BY        *
      *          PROVIDER ID.                                          *
      * I-O    : CLAIMRFI - PROVIDER RFI CASES, READ SEQUENTIALLY.     *
      * OUTPUT : RFLOUT   - THE RFI LETTER PRINT DATASET FOR THE       *
      *          FULFILLMENT VENDOR.                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFI-FILE ASSIGN TO CLAIMRFI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RFI-CLAIM-ID
               FILE STATUS IS WS-RFI-FILE-STATUS.
           SELECT CLAIM-FILE ASSIGN TO CLAIMCIF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-CLAIM-ID
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT PROVIDER-FILE ASSIGN TO CLAIMPRV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROV-PROVIDER-ID
               FILE STATUS IS WS-PROVIDER-FILE-STATUS.
           SELECT LETTER-FILE ASSIGN TO RFLOUT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RFI-FILE.
       COPY CLAIMRFI.

       FD  CLAIM-FILE.
       COPY CLAIMCIF.

       FD  PROVIDER-FILE.
       COPY CLAIMPRV.

       FD  LETTER-FILE
           RECORDING MODE IS F.
       01  LETTER-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RFI-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PROVIDER-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-RFI-EOF                  PIC X(1) VALUE 'N'.
           88  WS-RFI-AT-EOF                     VALUE 'Y'.

       01  WS-LETTER-COUNT             PIC 9(7) VALUE 0.
       01  WS-DECIDED-COUNT            PIC 9(7) VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(7) VALUE 0.

       01  WS-PROCESS-DATE             PIC 9(8).
       01  WS-PROVIDER-NAME            PIC X(30).
       01  WS-EDIT-AMOUNT              PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           OPEN I-O    RFI-FILE
           OPEN INPUT  CLAIM-FILE
           OPEN INPUT  PROVIDER-FILE
           OPEN OUTPUT LETTER-FILE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PROCESS-DATE

           PERFORM UNTIL WS-RFI-AT-EOF
               READ RFI-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RFI-EOF
                   NOT AT END
                       IF RFI-OPEN AND RFI-LETTER-DATE = 0
                           PERFORM DO-GENERATE-RFI-LETTER
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RFI-FILE
           CLOSE CLAIM-FILE
           CLOSE PROVIDER-FILE
           CLOSE LETTER-FILE

           DISPLAY 'CLAIMRFL: RFI LETTERS GENERATED = '
               WS-LETTER-COUNT
           IF WS-DECIDED-COUNT > 0
               DISPLAY 'CLAIMRFL: OPEN RFIS ON CLAIMS NO LONGER '
                   'PEND = ' WS-DECIDED-COUNT
           END-IF
           IF WS-MISSING-COUNT > 0
               DISPLAY 'CLAIMRFL: OPEN RFIS ON CLAIMS NOT ON '
                   'CLAIMCIF = ' WS-MISSING-COUNT
           END-IF

           STOP RUN.

       DO-GENERATE-RFI-LETTER SECTION.
      ******************************************************************
      * READ THE CLAIM AND PROVIDER AND FORMAT THE PROVIDER-FACING
      * LETTER, THEN STAMP THE RFI AS LETTERED. A PROVIDER NOT ON
      * CLAIMPRV STILL GETS THE LETTER, BY ID ALONE.
      ******************************************************************
           MOVE RFI-CLAIM-ID TO CF-CLAIM-ID
           READ CLAIM-FILE
               INVALID KEY
                   ADD 1 TO WS-MISSING-COUNT
                   EXIT SECTION
           END-READ

           IF CF-CLAIM-STATUS NOT = 'PEND'
               ADD 1 TO WS-DECIDED-COUNT
               EXIT SECTION
           END-IF

           MOVE SPACES TO WS-PROVIDER-NAME
           MOVE RFI-PROVIDER-ID TO PROV-PROVIDER-ID
           READ PROVIDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROV-PROVIDER-NAME TO WS-PROVIDER-NAME
           END-READ

           ADD 1 TO WS-LETTER-COUNT

           MOVE ALL '=' TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           MOVE 'REQUEST FOR ADDITIONAL INFORMATION' TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           IF WS-PROVIDER-NAME NOT = SPACES
               MOVE WS-PROVIDER-NAME TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING 'PROVIDER ID: ' RFI-PROVIDER-ID
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'DATE OF REQUEST: ' RFI-REQUESTED-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           STRING 'CLAIM NUMBER: ' CF-CLAIM-ID
               '      MEMBER ID: ' CF-CLAIM-MEMBER-ID
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           STRING 'DATE OF SERVICE: ' CF-CLAIM-DATE
               '      CLAIM TYPE: ' CF-CLAIM-TYPE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE

           MOVE CF-CLAIM-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING 'AMOUNT BILLED: ' WS-EDIT-AMOUNT
               ' ' CF-CLAIM-CURRENCY-CODE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'WE NEED THE FOLLOWING TO FINISH PROCESSING THIS '
               'CLAIM:' DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING '    ' RFI-ITEMS-REQUESTED
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
      ******************************************************************
      * THE DUE DATE AND THE CONSEQUENCE OF MISSING IT -- THE
      * PROVIDER MUST BE TOLD BEFORE CLAIMESC DENIES THE CLAIM.
      ******************************************************************
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'PLEASE SEND THE INFORMATION, QUOTING THE CLAIM '
               'NUMBER ABOVE, SO THAT' DELIMITED BY SIZE
               INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'WE RECEIVE IT NO LATER THAN ' RFI-DUE-DATE
               ' (YYYYMMDD). IF WE HAVE NOT RECEIVED IT BY THAT'
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING 'DATE THE CLAIM WILL BE DENIED FOR LACK OF '
               'INFORMATION.' DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE

           MOVE WS-PROCESS-DATE TO RFI-LETTER-DATE
           REWRITE RFI-CASE-RECORD
           IF WS-RFI-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMRFL: CLAIMRFI REWRITE FAILED FOR CLAIM '
                   RFI-CLAIM-ID ', STATUS = ' WS-RFI-FILE-STATUS
           END-IF
           EXIT.
