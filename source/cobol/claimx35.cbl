       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLAIMX35.
      ******************************************************************
      * X12 835 ELECTRONIC REMITTANCE ADVICE FOR CLEARINGHOUSE         *
      * PARTNERS                                                       *
      *                                                                *
      * THE PARTNERS THAT SEND US 837S (CLAIMX37 -> CLAIMBLK) HAD TO   *
      * KEY THEIR PAYMENTS BY HAND FROM THE CLAIMRMT PRINTED ADVICE.   *
      * THIS JOB RUNS AFTER THE SAME DATE'S CLAIMPST AND SWEEPS        *
      * CLAIMPAY FOR THE PAYMENTS POSTED TODAY. A PROVIDER-PAYEE CLAIM *
      * THAT CAME IN THROUGH A PARTNER (CLAIMPCX) ENROLLED FOR 835S    *
      * (PTN-REMIT-835 ON CLAIMPTN) IS BUFFERED, AND ONE 835           *
      * INTERCHANGE IS WRITTEN PER PARTNER PER PAYMENT -- THE CHECK    *
      * NUMBER OR EFT TRACE ON THE REMITTANCE -- COVERING EVERY CLAIM  *
      * THAT PAYMENT SETTLED:                                          *
      *                                                                *
      *   ISA/GS/ST  -> ENVELOPE, CONTROL NUMBER FROM CLAIMPTN         *
      *   BPR        -> PAYMENT TOTAL, CHK OR ACH, PAID DATE           *
      *   TRN        -> CHECK NUMBER / EFT REFERENCE                   *
      *   N1*PR/PE   -> PAYER, PAYEE PROVIDER                          *
      *   CLP        -> PARTNER'S CLAIM REFERENCE, STATUS, BILLED,     *
      *                 PAID, MEMBER RESPONSIBILITY, OUR CLAIM ID      *
      *   CAS        -> ADJUSTMENTS (CLAIM LEVEL FOR A CLAIM WITH NO   *
      *                 SERVICE LINES)                                 *
      *   NM1*QC     -> THE MEMBER                                     *
      *   AMT        -> ALLOWED (AU) AND PROMPT-PAY INTEREST (I)       *
      *   SVC/CAS    -> EACH SERVICE LINE: BILLED, PAID, AND ITS       *
      *                 DISPOSITION MAPPED TO ADJUSTMENT REASON CODES  *
      *   SE/GE/IEA  -> TRAILERS                                       *
      *                                                                *
      * SEGMENTS ARE TERMINATED BY '~' AND WRAPPED INTO 80-BYTE CARD   *
      * IMAGES, THE SAME SHAPE CLAIMX37 READS. A LINE'S PAID AMOUNT    *
      * IS THE CLAIM PAYMENT (LESS INTEREST) SPREAD OVER THE PAYABLE   *
      * LINES IN PROPORTION TO THEIR ALLOWED AMOUNTS; WHAT IS LEFT OF  *
      * THE ALLOWED AMOUNT IS THE MEMBER'S. EVERY OTHER PAID CLAIM --  *
      * ONLINE, IMS, MEMBER-PAYEE, OR A PARTNER NOT ENROLLED -- STAYS  *
      * ON THE CLAIMRMT PRINT, WHICH MAKES THE SAME TEST.              *
      *                                                                *
      * INPUT  : CLAIMPAY - THE PAYMENT KSDS, SWEPT SEQUENTIALLY.      *
      *          CLAIMCIF - THE LIVE CLAIM FILE, READ RANDOMLY.        *
      *          CLAIMPCX - PARTNER CLAIM CROSS-REFERENCE.             *
      *          CLAIMPRV - THE PROVIDER FILE, READ RANDOMLY.          *
      * I-O    : CLAIMPTN - THE PARTNER MASTER (CONTROL NUMBERS).      *
      *          CLAIMRNC - BATCH RUN CONTROL.                         *
      * OUTPUT : ERAOUT   - THE 835 INTERCHANGES FOR THE PARTNERS.     *
      *          ERARPT   - INTERCHANGE AND EXCEPTION REPORT.          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-FILE ASSIGN TO CLAIMPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAY-CLAIM-ID
               FILE STATUS IS WS-PAYMENT-FILE-STATUS.
           SELECT CLAIM-FILE ASSIGN TO CLAIMCIF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-CLAIM-ID
               FILE STATUS IS WS-CLAIM-FILE-STATUS.
           SELECT PARTNER-CLAIM-FILE ASSIGN TO CLAIMPCX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCX-CLAIM-ID
               FILE STATUS IS WS-PARTNER-CLAIM-FILE-STATUS.
           SELECT PARTNER-FILE ASSIGN TO CLAIMPTN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PTN-PARTNER-ID
               FILE STATUS IS WS-PARTNER-FILE-STATUS.
           SELECT PROVIDER-FILE ASSIGN TO CLAIMPRV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROV-PROVIDER-ID
               FILE STATUS IS WS-PROVIDER-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CLAIMRNC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RNC-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT ERA-FILE ASSIGN TO ERAOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ERA-REPORT ASSIGN TO ERARPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE.
       COPY CLAIMPAY.

       FD  CLAIM-FILE.
       COPY CLAIMCIF.

       FD  PARTNER-CLAIM-FILE.
       COPY CLAIMPCX.

       FD  PARTNER-FILE.
       COPY CLAIMPTN.

       FD  PROVIDER-FILE.
       COPY CLAIMPRV.

       FD  RUN-CONTROL-FILE.
       COPY CLAIMRNC.

       FD  ERA-FILE
           RECORDING MODE IS F.
       01  ERA-RECORD                  PIC X(80).

       FD  ERA-REPORT
           RECORDING MODE IS F.
       01  ERA-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
      ******************************************************************
      * RUN-CONTROL STATE (SEE CLAIMRNC.CPY). A MISSING CLAIMRNC
      * FILE TURNS THE CHECKS OFF; A REFUSED RUN STOPS BEFORE ANY
      * DATA FILE IS TOUCHED.
      ******************************************************************
       01  WS-RUN-CONTROL-STATUS       PIC X(2) VALUE '00'.
       01  WS-RUN-CONTROL-ACTIVE-SW    PIC X(1) VALUE 'N'.
           88  WS-RUN-CONTROL-ACTIVE             VALUE 'Y'.
       01  WS-RUN-REFUSED-SW           PIC X(1) VALUE 'N'.
           88  WS-RUN-REFUSED                    VALUE 'Y'.
       01  WS-PROCESS-DATE             PIC 9(8).
       01  WS-RNC-TODAY                PIC 9(8).

       01  WS-PAYMENT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PARTNER-CLAIM-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-PARTNER-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-PROVIDER-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-PAYMENT-EOF              PIC X(1) VALUE 'N'.
           88  WS-PAYMENT-AT-EOF                 VALUE 'Y'.
       01  WS-PARTNER-CLAIM-SW         PIC X(1) VALUE 'N'.
           88  WS-PARTNER-CLAIM                  VALUE 'Y'.

       01  WS-CURRENT-DATE-TIME        PIC X(21).

      ******************************************************************
      * OUR IDENTITY AS THE PAYER ON THE ISA/GS ENVELOPE AND N1*PR.
      ******************************************************************
       01  WS-PAYER-ID                 PIC X(15) VALUE 'SAMPLECLAIMS'.
       01  WS-PAYER-NAME               PIC X(30)
                                 VALUE 'SAMPLE CLAIMS HEALTH PLAN'.

      ******************************************************************
      * TODAY'S PARTNER PAYMENTS, BUFFERED SO THEY CAN BE REGROUPED
      * BY PARTNER AND PAYMENT INTO ONE INTERCHANGE EACH. THE TRACE
      * NUMBER IS THE CHECK/EFT REFERENCE, OR THE CLAIM ID WHEN THE
      * REMITTANCE CARRIED NONE (SO THE CLAIM GOES OUT ON ITS OWN).
      ******************************************************************
       01  WS-ERA-TABLE.
           05  WS-ERA-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-ERA-IDX.
               10  WS-ERA-PARTNER-ID   PIC X(8).
               10  WS-ERA-TRACE        PIC X(12).
               10  WS-ERA-CLAIM-ID     PIC X(8).
               10  WS-ERA-PATIENT-CONTROL-NO PIC X(21).
               10  WS-ERA-PROVIDER     PIC X(21).
               10  WS-ERA-METHOD       PIC X(1).
               10  WS-ERA-PAID-DATE    PIC 9(8).
               10  WS-ERA-PAID-CENTS   PIC S9(11).
               10  WS-ERA-SENT-SW      PIC X(1).
       01  WS-ERA-COUNT                PIC 9(4) VALUE 0.
       01  WS-ERA-IDX2                 PIC 9(4).

       01  WS-GROUP-PARTNER-ID         PIC X(8).
       01  WS-GROUP-TRACE              PIC X(12).
       01  WS-GROUP-CLAIM-COUNT        PIC 9(7).
       01  WS-GROUP-TOTAL-CENTS        PIC S9(11).
       01  WS-CONTROL-NUMBER           PIC 9(9).
       01  WS-PAYEE-NAME               PIC X(30).

      ******************************************************************
      * STANDARD CLAIM ADJUSTMENT REASON CODES FOR A SERVICE LINE
      * THAT WAS NOT PAID, BY THE DISPOSITION REASON CLAIMCI0 LEFT ON
      * IT (SEE CLAIMRSN.CPY). A REASON NOT IN THE TABLE FALLS BACK
      * TO CO-96 (NON-COVERED) FOR A DENIED LINE AND OA-133 (PENDING
      * FURTHER REVIEW) FOR A PENDED ONE. THE ALLOWED-TO-BILLED
      * REDUCTION IS ALWAYS CO-45 AND THE MEMBER'S SHARE PR-2.
      ******************************************************************
       01  WS-CARC-TABLE.
           05  WS-CARC-ENTRY OCCURS 24 TIMES
                   INDEXED BY WS-CARC-IDX.
               10  WS-CARC-REASON      PIC X(4).
               10  WS-CARC-GROUP       PIC X(2).
               10  WS-CARC-CODE        PIC X(3).
       01  WS-CARC-COUNT               PIC 9(2) VALUE 0.
       01  WS-ADJ-GROUP                PIC X(2).
       01  WS-ADJ-CODE                 PIC X(3).

      ******************************************************************
      * SEGMENT ASSEMBLY -- EACH SEGMENT IS STRUNG INTO THE BUFFER,
      * TERMINATED WITH '~', AND POURED INTO 80-BYTE CARD IMAGES.
      ******************************************************************
       01  WS-SEGMENT                  PIC X(256).
       01  WS-SEG-PTR                  PIC 9(3).
       01  WS-SEG-LEN                  PIC 9(3).
       01  WS-SEG-IDX                  PIC 9(3).
       01  WS-CARD-POS                 PIC 9(3) VALUE 0.
       01  WS-ST-SEGMENT-COUNT         PIC 9(6) VALUE 0.

       01  WS-ISA-RECEIVER-ID          PIC X(15).
       01  WS-ISA-DATE                 PIC X(6).
       01  WS-ISA-TIME                 PIC X(4).
       01  WS-CCYYMMDD                 PIC X(8).
       01  WS-PAYMENT-TYPE             PIC X(3).
       01  WS-CLAIM-STATUS-CODE        PIC X(2).
       01  WS-SERVICE-DATE             PIC X(8).

      ******************************************************************
      * AMOUNTS ARE CARRIED IN WHOLE CENTS SO THE LINE SPLIT AND THE
      * ADJUSTMENTS BALANCE TO THE PENNY, AND EDITED WITHOUT LEADING
      * ZEROS OR SPACES THE WAY X12 WANTS THEM.
      ******************************************************************
       01  WS-AMT-CENTS                PIC S9(11).
       01  WS-X12-AMOUNT               PIC S9(9)V9(2).
       01  WS-X12-EDIT                 PIC -(9)9.99.
       01  WS-X12-COUNT-EDIT           PIC Z(8)9.
       01  WS-LEAD-SPACES              PIC 9(2).
       01  WS-AMT-TEXT                 PIC X(13).
       01  WS-AMT-TEXT-2               PIC X(13).
       01  WS-AMT-TEXT-3               PIC X(13).
       01  WS-COUNT-TEXT               PIC X(9).
       01  WS-CONTROL-TEXT             PIC X(9).

       01  WS-CLP-BILLED-CENTS         PIC S9(11).
       01  WS-CLP-ALLOWED-CENTS        PIC S9(11).
       01  WS-CLP-PAID-CENTS           PIC S9(11).
       01  WS-CLP-RESP-CENTS           PIC S9(11).
       01  WS-CLP-INTEREST-CENTS       PIC S9(11).
       01  WS-CLP-NET-CENTS            PIC S9(11).

       01  WS-LINE-IDX                 PIC 9(2).
       01  WS-LAST-BASIS-LINE          PIC 9(2).
       01  WS-BASIS-TOTAL-CENTS        PIC S9(11).
       01  WS-ALLOCATED-CENTS          PIC S9(11).
       01  WS-LINE-WORK-TABLE.
           05  WS-LINE-WORK OCCURS 10 TIMES.
               10  WS-LN-BILLED-CENTS  PIC S9(11).
               10  WS-LN-ALLOWED-CENTS PIC S9(11).
               10  WS-LN-BASIS-CENTS   PIC S9(11).
               10  WS-LN-PAID-CENTS    PIC S9(11).

       01  WS-EDIT-TOTAL               PIC $$$,$$$,$$9.99-.

       01  WS-PAYMENT-COUNT            PIC 9(7) VALUE 0.
       01  WS-INTERCHANGE-COUNT        PIC 9(7) VALUE 0.
       01  WS-CLAIM-SENT-COUNT         PIC 9(7) VALUE 0.
       01  WS-PRINT-COUNT              PIC 9(7) VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(7) VALUE 0.
       01  WS-ERA-OVERFLOW             PIC 9(7) VALUE 0.
       01  WS-UNBALANCED-COUNT         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           PERFORM DO-CHECK-RUN-CONTROL
           IF WS-RUN-REFUSED
               STOP RUN
           END-IF

           OPEN INPUT  PAYMENT-FILE
           OPEN INPUT  CLAIM-FILE
           OPEN INPUT  PARTNER-CLAIM-FILE
           OPEN I-O    PARTNER-FILE
           OPEN INPUT  PROVIDER-FILE
           OPEN OUTPUT ERA-FILE
           OPEN OUTPUT ERA-REPORT

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(3:6) TO WS-ISA-DATE
           MOVE WS-CURRENT-DATE-TIME(9:4) TO WS-ISA-TIME
           MOVE SPACES TO ERA-RECORD
           PERFORM DO-LOAD-CARC-TABLE

           MOVE SPACES TO ERA-REPORT-LINE
           STRING '835 ELECTRONIC REMITTANCE REPORT FOR '
               WS-PROCESS-DATE
               DELIMITED BY SIZE INTO ERA-REPORT-LINE
           WRITE ERA-REPORT-LINE
           MOVE SPACES TO ERA-REPORT-LINE
           WRITE ERA-REPORT-LINE

           PERFORM UNTIL WS-PAYMENT-AT-EOF
               READ PAYMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PAYMENT-EOF
                   NOT AT END
                       IF PAY-POSTED-DATE = WS-RNC-TODAY
                           PERFORM DO-SELECT-PARTNER-PAYMENT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM DO-WRITE-PARTNER-INTERCHANGES

           MOVE SPACES TO ERA-REPORT-LINE
           WRITE ERA-REPORT-LINE
           MOVE SPACES TO ERA-REPORT-LINE
           STRING 'PAYMENTS POSTED TODAY: ' WS-PAYMENT-COUNT
               '  SENT ON 835: ' WS-CLAIM-SENT-COUNT
               '  INTERCHANGES: ' WS-INTERCHANGE-COUNT
               '  LEFT FOR PRINTED ADVICE: ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO ERA-REPORT-LINE
           WRITE ERA-REPORT-LINE
           MOVE SPACES TO ERA-REPORT-LINE
           STRING 'NOT ON CLAIMCIF: ' WS-MISSING-COUNT
               '  TABLE FULL: ' WS-ERA-OVERFLOW
               '  UNBALANCED: ' WS-UNBALANCED-COUNT
               DELIMITED BY SIZE INTO ERA-REPORT-LINE
           WRITE ERA-REPORT-LINE

           CLOSE PAYMENT-FILE
           CLOSE CLAIM-FILE
           CLOSE PARTNER-CLAIM-FILE
           CLOSE PARTNER-FILE
           CLOSE PROVIDER-FILE
           CLOSE ERA-FILE
           CLOSE ERA-REPORT

           DISPLAY 'CLAIMX35: 835 INTERCHANGES WRITTEN = '
               WS-INTERCHANGE-COUNT ' CLAIMS = ' WS-CLAIM-SENT-COUNT
           IF WS-ERA-OVERFLOW > 0
               DISPLAY 'CLAIMX35: PAYMENTS OMITTED, TABLE FULL = '
                   WS-ERA-OVERFLOW
           END-IF

           PERFORM DO-POST-RUN-CONTROL

           STOP RUN.

       DO-LOAD-CARC-TABLE SECTION.
           MOVE 12 TO WS-CARC-COUNT
           MOVE 'LINE' TO WS-CARC-REASON(1)
           MOVE 'CO'   TO WS-CARC-GROUP(1)
           MOVE '181' TO WS-CARC-CODE(1)
           MOVE 'NAUT' TO WS-CARC-REASON(2)
           MOVE 'CO'   TO WS-CARC-GROUP(2)
           MOVE '197' TO WS-CARC-CODE(2)
           MOVE 'PRIC' TO WS-CARC-REASON(3)
           MOVE 'OA'   TO WS-CARC-GROUP(3)
           MOVE '133' TO WS-CARC-CODE(3)
           MOVE 'ONET' TO WS-CARC-REASON(4)
           MOVE 'CO'   TO WS-CARC-GROUP(4)
           MOVE '242' TO WS-CARC-CODE(4)
           MOVE 'COB'  TO WS-CARC-REASON(5)
           MOVE 'OA'   TO WS-CARC-GROUP(5)
           MOVE '22 ' TO WS-CARC-CODE(5)
           MOVE 'CEIL' TO WS-CARC-REASON(6)
           MOVE 'OA'   TO WS-CARC-GROUP(6)
           MOVE '133' TO WS-CARC-CODE(6)
           MOVE 'FRAU' TO WS-CARC-REASON(7)
           MOVE 'OA'   TO WS-CARC-GROUP(7)
           MOVE '133' TO WS-CARC-CODE(7)
           MOVE 'DIAG' TO WS-CARC-REASON(8)
           MOVE 'CO'   TO WS-CARC-GROUP(8)
           MOVE '11 ' TO WS-CARC-CODE(8)
           MOVE 'UNBN' TO WS-CARC-REASON(9)
           MOVE 'CO'   TO WS-CARC-GROUP(9)
           MOVE '97 ' TO WS-CARC-CODE(9)
           MOVE 'BLIM' TO WS-CARC-REASON(10)
           MOVE 'CO'   TO WS-CARC-GROUP(10)
           MOVE '119' TO WS-CARC-CODE(10)
           MOVE 'AGE ' TO WS-CARC-REASON(11)
           MOVE 'CO'   TO WS-CARC-GROUP(11)
           MOVE '6  ' TO WS-CARC-CODE(11)
           MOVE 'GNDR' TO WS-CARC-REASON(12)
           MOVE 'CO'   TO WS-CARC-GROUP(12)
           MOVE '7  ' TO WS-CARC-CODE(12)
           EXIT.

       DO-SELECT-PARTNER-PAYMENT SECTION.
      ******************************************************************
      * ONE PAYMENT POSTED TODAY. ONLY A PROVIDER-PAYEE CLAIM THAT A
      * PARTNER ENROLLED FOR 835S SUBMITTED GOES ON AN INTERCHANGE;
      * EVERYTHING ELSE IS LEFT FOR THE CLAIMRMT PRINT. A REVERSAL
      * OR REPLACEMENT CLAIM HAS NO CROSS-REFERENCE OF ITS OWN AND
      * FOLLOWS THE ORIGINAL CLAIM BACK TO THE PARTNER.
      ******************************************************************
           ADD 1 TO WS-PAYMENT-COUNT
           MOVE PAY-CLAIM-ID TO CF-CLAIM-ID
           READ CLAIM-FILE
               INVALID KEY
                   ADD 1 TO WS-MISSING-COUNT
                   EXIT SECTION
           END-READ

           IF CF-CLAIM-PAYEE-INDICATOR = 'M'
               ADD 1 TO WS-PRINT-COUNT
               EXIT SECTION
           END-IF

           MOVE 'Y' TO WS-PARTNER-CLAIM-SW
           MOVE PAY-CLAIM-ID TO PCX-CLAIM-ID
           READ PARTNER-CLAIM-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PARTNER-CLAIM-SW
           END-READ
           IF NOT WS-PARTNER-CLAIM
          AND CF-CLAIM-ORIG-CLAIM-ID NOT = SPACES
               MOVE 'Y' TO WS-PARTNER-CLAIM-SW
               MOVE CF-CLAIM-ORIG-CLAIM-ID TO PCX-CLAIM-ID
               READ PARTNER-CLAIM-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-PARTNER-CLAIM-SW
               END-READ
           END-IF
           IF NOT WS-PARTNER-CLAIM
               ADD 1 TO WS-PRINT-COUNT
               EXIT SECTION
           END-IF

           MOVE PCX-PARTNER-ID TO PTN-PARTNER-ID
           READ PARTNER-FILE
               INVALID KEY
                   ADD 1 TO WS-PRINT-COUNT
                   EXIT SECTION
           END-READ
           IF NOT PTN-REMIT-835
               ADD 1 TO WS-PRINT-COUNT
               EXIT SECTION
           END-IF

           IF WS-ERA-COUNT >= 1000
               ADD 1 TO WS-ERA-OVERFLOW
               MOVE SPACES TO ERA-REPORT-LINE
               STRING 'CLAIM ' PAY-CLAIM-ID
                   ' PARTNER ' PCX-PARTNER-ID
                   ' REFERENCE ' PAY-PAYMENT-REFERENCE
                   ' NOT SENT - TABLE FULL, REMIT BY HAND'
                   DELIMITED BY SIZE INTO ERA-REPORT-LINE
               WRITE ERA-REPORT-LINE
               EXIT SECTION
           END-IF

           ADD 1 TO WS-ERA-COUNT
           SET WS-ERA-IDX TO WS-ERA-COUNT
           MOVE PCX-PARTNER-ID     TO WS-ERA-PARTNER-ID(WS-ERA-IDX)
           IF PAY-PAYMENT-REFERENCE = SPACES
               MOVE PAY-CLAIM-ID   TO WS-ERA-TRACE(WS-ERA-IDX)
           ELSE
               MOVE PAY-PAYMENT-REFERENCE
                                   TO WS-ERA-TRACE(WS-ERA-IDX)
           END-IF
           MOVE PAY-CLAIM-ID       TO WS-ERA-CLAIM-ID(WS-ERA-IDX)
           MOVE PCX-PATIENT-CONTROL-NO
             TO WS-ERA-PATIENT-CONTROL-NO(WS-ERA-IDX)
           MOVE CF-CLAIM-PROVIDER  TO WS-ERA-PROVIDER(WS-ERA-IDX)
           MOVE PAY-PAYMENT-METHOD TO WS-ERA-METHOD(WS-ERA-IDX)
      ******************************************************************
      * THE PAID DATE (MM/DD/YYYY) ON THE REMITTANCE, OR THE DATE
      * CLAIMPST POSTED IT WHEN THAT DOES NOT PARSE.
      ******************************************************************
           IF PAY-PAID-DATE(1:2) NUMERIC
          AND PAY-PAID-DATE(4:2) NUMERIC
          AND PAY-PAID-DATE(7:4) NUMERIC
               MOVE PAY-PAID-DATE(7:4)
                 TO WS-ERA-PAID-DATE(WS-ERA-IDX)(1:4)
               MOVE PAY-PAID-DATE(1:2)
                 TO WS-ERA-PAID-DATE(WS-ERA-IDX)(5:2)
               MOVE PAY-PAID-DATE(4:2)
                 TO WS-ERA-PAID-DATE(WS-ERA-IDX)(7:2)
           ELSE
               MOVE PAY-POSTED-DATE TO WS-ERA-PAID-DATE(WS-ERA-IDX)
           END-IF
           COMPUTE WS-ERA-PAID-CENTS(WS-ERA-IDX) ROUNDED =
               PAY-PAID-AMOUNT * 100
           MOVE 'N' TO WS-ERA-SENT-SW(WS-ERA-IDX)
           EXIT.

       DO-WRITE-PARTNER-INTERCHANGES SECTION.
      ******************************************************************
      * WALK THE BUFFER: EACH NOT-YET-SENT ENTRY OPENS THE
      * INTERCHANGE FOR ITS PARTNER AND PAYMENT, AND THE INNER PASS
      * WRITES (AND MARKS) EVERY CLAIM THAT PAYMENT SETTLED.
      ******************************************************************
           PERFORM VARYING WS-ERA-IDX FROM 1 BY 1
                   UNTIL WS-ERA-IDX > WS-ERA-COUNT
               IF WS-ERA-SENT-SW(WS-ERA-IDX) = 'N'
                   MOVE WS-ERA-PARTNER-ID(WS-ERA-IDX)
                     TO WS-GROUP-PARTNER-ID
                   MOVE WS-ERA-TRACE(WS-ERA-IDX) TO WS-GROUP-TRACE
                   PERFORM DO-WRITE-ONE-INTERCHANGE
               END-IF
           END-PERFORM
           EXIT.

       DO-WRITE-ONE-INTERCHANGE SECTION.
      ******************************************************************
      * THE PARTNER'S NEXT CONTROL NUMBER NUMBERS THE ISA AND GS; THE
      * PAYMENT TOTAL FOR BPR IS SUMMED BEFORE ANY CLAIM IS WRITTEN.
      ******************************************************************
           MOVE WS-GROUP-PARTNER-ID TO PTN-PARTNER-ID
           READ PARTNER-FILE
               INVALID KEY
                   MOVE 0 TO PTN-ISA-CONTROL-NUMBER
           END-READ
           IF PTN-ISA-CONTROL-NUMBER NOT NUMERIC
           OR PTN-ISA-CONTROL-NUMBER >= 999999999
               MOVE 0 TO PTN-ISA-CONTROL-NUMBER
           END-IF
           ADD 1 TO PTN-ISA-CONTROL-NUMBER
           MOVE PTN-ISA-CONTROL-NUMBER TO WS-CONTROL-NUMBER
           MOVE WS-CONTROL-NUMBER TO WS-X12-COUNT-EDIT
           PERFORM DO-TRIM-COUNT
           MOVE WS-COUNT-TEXT TO WS-CONTROL-TEXT

           MOVE 0 TO WS-GROUP-TOTAL-CENTS
           MOVE 0 TO WS-GROUP-CLAIM-COUNT
           PERFORM VARYING WS-ERA-IDX2 FROM 1 BY 1
                   UNTIL WS-ERA-IDX2 > WS-ERA-COUNT
               IF WS-ERA-PARTNER-ID(WS-ERA-IDX2) = WS-GROUP-PARTNER-ID
              AND WS-ERA-TRACE(WS-ERA-IDX2) = WS-GROUP-TRACE
              AND WS-ERA-SENT-SW(WS-ERA-IDX2) = 'N'
                   ADD WS-ERA-PAID-CENTS(WS-ERA-IDX2)
                     TO WS-GROUP-TOTAL-CENTS
               END-IF
           END-PERFORM

           MOVE WS-ERA-PROVIDER(WS-ERA-IDX) TO PROV-PROVIDER-ID
           READ PROVIDER-FILE
               INVALID KEY
                   MOVE WS-ERA-PROVIDER(WS-ERA-IDX)
                     TO PROV-PROVIDER-NAME
           END-READ
           MOVE PROV-PROVIDER-NAME TO WS-PAYEE-NAME

           MOVE WS-GROUP-PARTNER-ID TO WS-ISA-RECEIVER-ID
           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'ISA*00*          *00*          *ZZ*'
               WS-PAYER-ID '*ZZ*' WS-ISA-RECEIVER-ID
               '*' WS-ISA-DATE '*' WS-ISA-TIME
               '*^*00501*' WS-CONTROL-NUMBER '*0*P*:'
               DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'GS*HP*' DELIMITED BY SIZE
               WS-PAYER-ID DELIMITED BY SPACE
               '*' DELIMITED BY SIZE
               WS-GROUP-PARTNER-ID DELIMITED BY SPACE
               '*' WS-CURRENT-DATE-TIME(1:8)
               '*' WS-ISA-TIME '*' DELIMITED BY SIZE
               WS-CONTROL-TEXT DELIMITED BY SPACE
               '*X*005010X221A1' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE 0 TO WS-ST-SEGMENT-COUNT
           MOVE SPACES TO WS-SEGMENT
           MOVE 'ST*835*0001*005010X221A1' TO WS-SEGMENT
           MOVE 25 TO WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           IF WS-ERA-METHOD(WS-ERA-IDX) = 'E'
               MOVE 'ACH' TO WS-PAYMENT-TYPE
           ELSE
               MOVE 'CHK' TO WS-PAYMENT-TYPE
           END-IF
           MOVE WS-GROUP-TOTAL-CENTS TO WS-AMT-CENTS
           PERFORM DO-FORMAT-AMOUNT
           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'BPR*I*' DELIMITED BY SIZE
               WS-AMT-TEXT DELIMITED BY SPACE
               '*C*' WS-PAYMENT-TYPE
               '************' WS-ERA-PAID-DATE(WS-ERA-IDX)
               DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'TRN*1*' DELIMITED BY SIZE
               WS-GROUP-TRACE DELIMITED BY SPACE
               '*1' DELIMITED BY SIZE
               WS-PAYER-ID DELIMITED BY SPACE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'DTM*405*' WS-CURRENT-DATE-TIME(1:8)
               DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'N1*PR*' DELIMITED BY SIZE
               WS-PAYER-NAME DELIMITED BY '  '
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'N1*PE*' DELIMITED BY SIZE
               WS-PAYEE-NAME DELIMITED BY '  '
               '*FI*' DELIMITED BY SIZE
               WS-ERA-PROVIDER(WS-ERA-IDX) DELIMITED BY '  '
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 'LX*1' TO WS-SEGMENT
           MOVE 5 TO WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           PERFORM VARYING WS-ERA-IDX2 FROM 1 BY 1
                   UNTIL WS-ERA-IDX2 > WS-ERA-COUNT
               IF WS-ERA-PARTNER-ID(WS-ERA-IDX2) = WS-GROUP-PARTNER-ID
              AND WS-ERA-TRACE(WS-ERA-IDX2) = WS-GROUP-TRACE
              AND WS-ERA-SENT-SW(WS-ERA-IDX2) = 'N'
                   PERFORM DO-WRITE-ERA-CLAIM
               END-IF
           END-PERFORM

           ADD 1 TO WS-ST-SEGMENT-COUNT
           MOVE WS-ST-SEGMENT-COUNT TO WS-X12-COUNT-EDIT
           PERFORM DO-TRIM-COUNT
           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'SE*' DELIMITED BY SIZE
               WS-COUNT-TEXT DELIMITED BY SPACE
               '*0001' DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'GE*1*' DELIMITED BY SIZE
               WS-CONTROL-TEXT DELIMITED BY SPACE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'IEA*1*' WS-CONTROL-NUMBER
               DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT
      ******************************************************************
      * EACH INTERCHANGE ENDS ON ITS OWN CARD, SO THE PARTNER
      * MAILBOXES CAN BE SPLIT ON ISA BOUNDARIES.
      ******************************************************************
           IF WS-CARD-POS > 0
               WRITE ERA-RECORD
               MOVE SPACES TO ERA-RECORD
               MOVE 0 TO WS-CARD-POS
           END-IF

           ADD 1 TO WS-INTERCHANGE-COUNT
           REWRITE PARTNER-RECORD
           IF WS-PARTNER-FILE-STATUS NOT = '00'
               MOVE SPACES TO ERA-REPORT-LINE
               STRING 'PARTNER ' WS-GROUP-PARTNER-ID
                   ' CONTROL NUMBER ' WS-CONTROL-NUMBER
                   ' NOT SAVED, STATUS ' WS-PARTNER-FILE-STATUS
                   ' - SET IT BEFORE THE NEXT RUN'
                   DELIMITED BY SIZE INTO ERA-REPORT-LINE
               WRITE ERA-REPORT-LINE
           END-IF

           COMPUTE WS-X12-AMOUNT = WS-GROUP-TOTAL-CENTS / 100
           MOVE WS-X12-AMOUNT TO WS-EDIT-TOTAL
           MOVE SPACES TO ERA-REPORT-LINE
           STRING 'PARTNER ' WS-GROUP-PARTNER-ID
               ' ISA ' WS-CONTROL-NUMBER
               ' ' WS-PAYMENT-TYPE ' ' WS-GROUP-TRACE
               ' PAYEE ' WS-PAYEE-NAME
               ' CLAIMS ' WS-GROUP-CLAIM-COUNT
               ' ' WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO ERA-REPORT-LINE
           WRITE ERA-REPORT-LINE
           EXIT.

       DO-WRITE-ERA-CLAIM SECTION.
      ******************************************************************
      * ONE CLAIM PAYMENT (CLP LOOP). CLP02 IS 22 FOR A REVERSAL, 4
      * WHEN NOTHING WAS PAID, OTHERWISE 1 (PROCESSED AS PRIMARY).
      * CLP04 IS WHAT WAS PAID, INTEREST INCLUDED; THE INTEREST IS
      * ALSO SHOWN ON AMT*I AND IS NOT SPREAD OVER THE LINES.
      ******************************************************************
           MOVE 'Y' TO WS-ERA-SENT-SW(WS-ERA-IDX2)
           ADD 1 TO WS-GROUP-CLAIM-COUNT
           ADD 1 TO WS-CLAIM-SENT-COUNT

           MOVE WS-ERA-CLAIM-ID(WS-ERA-IDX2) TO CF-CLAIM-ID
           READ CLAIM-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ

           COMPUTE WS-CLP-BILLED-CENTS ROUNDED = CF-CLAIM-AMOUNT * 100
           COMPUTE WS-CLP-ALLOWED-CENTS ROUNDED =
               CF-CLAIM-ALLOWED-AMOUNT * 100
           COMPUTE WS-CLP-RESP-CENTS ROUNDED =
               CF-CLAIM-MEMBER-RESP-AMOUNT * 100
           COMPUTE WS-CLP-INTEREST-CENTS ROUNDED =
               CF-CLAIM-INTEREST-AMOUNT * 100
           MOVE WS-ERA-PAID-CENTS(WS-ERA-IDX2) TO WS-CLP-PAID-CENTS
           COMPUTE WS-CLP-NET-CENTS =
               WS-CLP-PAID-CENTS - WS-CLP-INTEREST-CENTS

           EVALUATE TRUE
               WHEN CF-CLAIM-ADJUSTMENT-TYPE = 'R'
                   MOVE '22' TO WS-CLAIM-STATUS-CODE
               WHEN WS-CLP-PAID-CENTS = 0
                   MOVE '4 ' TO WS-CLAIM-STATUS-CODE
               WHEN OTHER
                   MOVE '1 ' TO WS-CLAIM-STATUS-CODE
           END-EVALUATE

           MOVE WS-CLP-BILLED-CENTS TO WS-AMT-CENTS
           PERFORM DO-FORMAT-AMOUNT
           MOVE WS-AMT-TEXT TO WS-AMT-TEXT-2
           MOVE WS-CLP-RESP-CENTS TO WS-AMT-CENTS
           PERFORM DO-FORMAT-AMOUNT
           MOVE WS-AMT-TEXT TO WS-AMT-TEXT-3
           MOVE WS-CLP-PAID-CENTS TO WS-AMT-CENTS
           PERFORM DO-FORMAT-AMOUNT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'CLP*' DELIMITED BY SIZE
               WS-ERA-PATIENT-CONTROL-NO(WS-ERA-IDX2) DELIMITED BY '  '
               '*' DELIMITED BY SIZE
               WS-CLAIM-STATUS-CODE DELIMITED BY SPACE
               '*' DELIMITED BY SIZE
               WS-AMT-TEXT-2 DELIMITED BY SPACE
               '*' DELIMITED BY SIZE
               WS-AMT-TEXT DELIMITED BY SPACE
               '*' DELIMITED BY SIZE
               WS-AMT-TEXT-3 DELIMITED BY SPACE
               '*12*' CF-CLAIM-ID
               DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT
      ******************************************************************
      * A CLAIM WITH NO SERVICE LINES CARRIES ITS ADJUSTMENTS AT THE
      * CLAIM LEVEL: THE REDUCTION TO ALLOWED, THEN THE MEMBER'S
      * SHARE OF THE ALLOWED AMOUNT.
      ******************************************************************
           IF CF-CLAIM-LINE-ITEM-COUNT = 0
               COMPUTE WS-AMT-CENTS =
                   WS-CLP-BILLED-CENTS - WS-CLP-ALLOWED-CENTS
               MOVE 'CO' TO WS-ADJ-GROUP
               MOVE '45 ' TO WS-ADJ-CODE
               PERFORM DO-WRITE-CAS-SEGMENT
               COMPUTE WS-AMT-CENTS =
                   WS-CLP-ALLOWED-CENTS - WS-CLP-NET-CENTS
               MOVE 'PR' TO WS-ADJ-GROUP
               MOVE '2  ' TO WS-ADJ-CODE
               PERFORM DO-WRITE-CAS-SEGMENT
           END-IF

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'NM1*QC*1******MI*' DELIMITED BY SIZE
               CF-CLAIM-MEMBER-ID DELIMITED BY SPACE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           PERFORM DO-SET-SERVICE-DATE
           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'DTM*232*' WS-SERVICE-DATE
               DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE WS-CLP-ALLOWED-CENTS TO WS-AMT-CENTS
           PERFORM DO-FORMAT-AMOUNT
           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'AMT*AU*' DELIMITED BY SIZE
               WS-AMT-TEXT DELIMITED BY SPACE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           IF WS-CLP-INTEREST-CENTS NOT = 0
               MOVE WS-CLP-INTEREST-CENTS TO WS-AMT-CENTS
               PERFORM DO-FORMAT-AMOUNT
               MOVE SPACES TO WS-SEGMENT
               MOVE 1 TO WS-SEG-PTR
               STRING 'AMT*I*' DELIMITED BY SIZE
                   WS-AMT-TEXT DELIMITED BY SPACE
                   INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
               PERFORM DO-EMIT-SEGMENT
           END-IF

           IF CF-CLAIM-LINE-ITEM-COUNT > 0
               PERFORM DO-ALLOCATE-LINE-PAYMENTS
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                       UNTIL WS-LINE-IDX > CF-CLAIM-LINE-ITEM-COUNT
                   PERFORM DO-WRITE-ERA-SERVICE-LINE
               END-PERFORM
           END-IF
           EXIT.

       DO-ALLOCATE-LINE-PAYMENTS SECTION.
      ******************************************************************
      * EACH LINE'S PAYABLE BASIS IS WHAT CLAIMPST EXPECTS TO BE PAID
      * FOR IT: THE ALLOWED AMOUNT OF AN OKAY LINE, NOTHING FOR A
      * DENIED OR PENDED ONE, AND THE BILLED AMOUNT WHEN THE CLAIM
      * WAS NOT ADJUDICATED LINE BY LINE. THE PAYMENT (LESS
      * INTEREST) IS SPREAD OVER THE BASIS, THE LAST PAYABLE LINE
      * TAKING THE ROUNDING SO THE LINES ADD UP TO THE PENNY.
      ******************************************************************
           MOVE 0 TO WS-BASIS-TOTAL-CENTS
           MOVE 0 TO WS-ALLOCATED-CENTS
           MOVE 0 TO WS-LAST-BASIS-LINE
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > CF-CLAIM-LINE-ITEM-COUNT
               COMPUTE WS-LN-BILLED-CENTS(WS-LINE-IDX) ROUNDED =
                   CF-LINE-AMOUNT(WS-LINE-IDX) * 100
               EVALUATE CF-LINE-DISP-STATUS(WS-LINE-IDX)
                   WHEN SPACES
                       MOVE WS-LN-BILLED-CENTS(WS-LINE-IDX)
                         TO WS-LN-ALLOWED-CENTS(WS-LINE-IDX)
                       MOVE WS-LN-BILLED-CENTS(WS-LINE-IDX)
                         TO WS-LN-BASIS-CENTS(WS-LINE-IDX)
                   WHEN 'OKAY'
                       COMPUTE WS-LN-ALLOWED-CENTS(WS-LINE-IDX)
                           ROUNDED =
                           CF-LINE-DISP-ALLOWED(WS-LINE-IDX) * 100
                       MOVE WS-LN-ALLOWED-CENTS(WS-LINE-IDX)
                         TO WS-LN-BASIS-CENTS(WS-LINE-IDX)
                   WHEN OTHER
                       COMPUTE WS-LN-ALLOWED-CENTS(WS-LINE-IDX)
                           ROUNDED =
                           CF-LINE-DISP-ALLOWED(WS-LINE-IDX) * 100
                       MOVE 0 TO WS-LN-BASIS-CENTS(WS-LINE-IDX)
               END-EVALUATE
               MOVE 0 TO WS-LN-PAID-CENTS(WS-LINE-IDX)
               IF WS-LN-BASIS-CENTS(WS-LINE-IDX) NOT = 0
                   ADD WS-LN-BASIS-CENTS(WS-LINE-IDX)
                     TO WS-BASIS-TOTAL-CENTS
                   MOVE WS-LINE-IDX TO WS-LAST-BASIS-LINE
               END-IF
           END-PERFORM

           IF WS-BASIS-TOTAL-CENTS = 0
               IF WS-CLP-NET-CENTS NOT = 0
                   ADD 1 TO WS-UNBALANCED-COUNT
                   MOVE SPACES TO ERA-REPORT-LINE
                   STRING 'CLAIM ' CF-CLAIM-ID
                       ' PARTNER ' WS-GROUP-PARTNER-ID
                       ' PAID BUT NO LINE IS PAYABLE -'
                       ' SERVICE LINES SENT UNPAID, CHECK THE 835'
                       DELIMITED BY SIZE INTO ERA-REPORT-LINE
                   WRITE ERA-REPORT-LINE
               END-IF
               EXIT SECTION
           END-IF

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LAST-BASIS-LINE
               IF WS-LN-BASIS-CENTS(WS-LINE-IDX) NOT = 0
                   IF WS-LINE-IDX = WS-LAST-BASIS-LINE
                       COMPUTE WS-LN-PAID-CENTS(WS-LINE-IDX) =
                           WS-CLP-NET-CENTS - WS-ALLOCATED-CENTS
                   ELSE
                       COMPUTE WS-LN-PAID-CENTS(WS-LINE-IDX) ROUNDED =
                           WS-CLP-NET-CENTS
                           * WS-LN-BASIS-CENTS(WS-LINE-IDX)
                           / WS-BASIS-TOTAL-CENTS
                       ADD WS-LN-PAID-CENTS(WS-LINE-IDX)
                         TO WS-ALLOCATED-CENTS
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       DO-WRITE-ERA-SERVICE-LINE SECTION.
      ******************************************************************
      * SVC, ITS SERVICE DATE, ITS ADJUSTMENTS AND ITS ALLOWED
      * AMOUNT. A DENIED LINE'S WHOLE CHARGE GOES UNDER THE REASON
      * CODE FOR ITS DISPOSITION; OTHERWISE THE REDUCTION TO ALLOWED
      * IS CO-45, AND THE UNPAID PART OF THE ALLOWED AMOUNT IS THE
      * MEMBER'S (PR-2) ON A PAYABLE LINE OR GOES UNDER THE PEND
      * REASON ON A PENDED ONE. BILLED LESS ADJUSTMENTS IS ALWAYS
      * THE LINE PAID AMOUNT.
      ******************************************************************
           MOVE WS-LN-BILLED-CENTS(WS-LINE-IDX) TO WS-AMT-CENTS
           PERFORM DO-FORMAT-AMOUNT
           MOVE WS-AMT-TEXT TO WS-AMT-TEXT-2
           MOVE WS-LN-PAID-CENTS(WS-LINE-IDX) TO WS-AMT-CENTS
           PERFORM DO-FORMAT-AMOUNT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'SVC*HC:' DELIMITED BY SIZE
               CF-LINE-PROCEDURE-CODE(WS-LINE-IDX) DELIMITED BY SPACE
               '*' DELIMITED BY SIZE
               WS-AMT-TEXT-2 DELIMITED BY SPACE
               '*' DELIMITED BY SIZE
               WS-AMT-TEXT DELIMITED BY SPACE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'DTM*472*' WS-SERVICE-DATE
               DELIMITED BY SIZE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT

           IF CF-LINE-DISP-STATUS(WS-LINE-IDX) = 'DENY'
               PERFORM DO-MAP-LINE-REASON
               MOVE WS-LN-BILLED-CENTS(WS-LINE-IDX) TO WS-AMT-CENTS
               PERFORM DO-WRITE-CAS-SEGMENT
           ELSE
               COMPUTE WS-AMT-CENTS =
                   WS-LN-BILLED-CENTS(WS-LINE-IDX)
                   - WS-LN-ALLOWED-CENTS(WS-LINE-IDX)
               MOVE 'CO' TO WS-ADJ-GROUP
               MOVE '45 ' TO WS-ADJ-CODE
               PERFORM DO-WRITE-CAS-SEGMENT
               IF CF-LINE-DISP-STATUS(WS-LINE-IDX) = 'OKAY'
               OR CF-LINE-DISP-STATUS(WS-LINE-IDX) = SPACES
                   MOVE 'PR' TO WS-ADJ-GROUP
                   MOVE '2  ' TO WS-ADJ-CODE
               ELSE
                   PERFORM DO-MAP-LINE-REASON
               END-IF
               COMPUTE WS-AMT-CENTS =
                   WS-LN-ALLOWED-CENTS(WS-LINE-IDX)
                   - WS-LN-PAID-CENTS(WS-LINE-IDX)
               PERFORM DO-WRITE-CAS-SEGMENT
           END-IF

           MOVE WS-LN-ALLOWED-CENTS(WS-LINE-IDX) TO WS-AMT-CENTS
           PERFORM DO-FORMAT-AMOUNT
           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'AMT*B6*' DELIMITED BY SIZE
               WS-AMT-TEXT DELIMITED BY SPACE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT
           EXIT.

       DO-MAP-LINE-REASON SECTION.
           IF CF-LINE-DISP-STATUS(WS-LINE-IDX) = 'DENY'
               MOVE 'CO' TO WS-ADJ-GROUP
               MOVE '96 ' TO WS-ADJ-CODE
           ELSE
               MOVE 'OA' TO WS-ADJ-GROUP
               MOVE '133' TO WS-ADJ-CODE
           END-IF
           PERFORM VARYING WS-CARC-IDX FROM 1 BY 1
                   UNTIL WS-CARC-IDX > WS-CARC-COUNT
               IF WS-CARC-REASON(WS-CARC-IDX) =
                  CF-LINE-DISP-REASON(WS-LINE-IDX)
                   MOVE WS-CARC-GROUP(WS-CARC-IDX) TO WS-ADJ-GROUP
                   MOVE WS-CARC-CODE(WS-CARC-IDX) TO WS-ADJ-CODE
               END-IF
           END-PERFORM
           EXIT.

       DO-WRITE-CAS-SEGMENT SECTION.
      ******************************************************************
      * ONE CAS ADJUSTMENT FROM WS-ADJ-GROUP/WS-ADJ-CODE AND
      * WS-AMT-CENTS. A ZERO ADJUSTMENT IS NOT SENT.
      ******************************************************************
           IF WS-AMT-CENTS = 0
               EXIT SECTION
           END-IF
           PERFORM DO-FORMAT-AMOUNT
           MOVE SPACES TO WS-SEGMENT
           MOVE 1 TO WS-SEG-PTR
           STRING 'CAS*' WS-ADJ-GROUP '*' DELIMITED BY SIZE
               WS-ADJ-CODE DELIMITED BY SPACE
               '*' DELIMITED BY SIZE
               WS-AMT-TEXT DELIMITED BY SPACE
               INTO WS-SEGMENT WITH POINTER WS-SEG-PTR
           PERFORM DO-EMIT-SEGMENT
           EXIT.

       DO-SET-SERVICE-DATE SECTION.
      ******************************************************************
      * CF-CLAIM-DATE (MM/DD/YYYY) AS THE CCYYMMDD X12 DATES USE.
      ******************************************************************
           MOVE CF-CLAIM-DATE(7:4) TO WS-SERVICE-DATE(1:4)
           MOVE CF-CLAIM-DATE(1:2) TO WS-SERVICE-DATE(5:2)
           MOVE CF-CLAIM-DATE(4:2) TO WS-SERVICE-DATE(7:2)
           EXIT.

       DO-FORMAT-AMOUNT SECTION.
      ******************************************************************
      * WS-AMT-CENTS AS AN X12 DECIMAL (E.G. 1234.50, -12.00) IN
      * WS-AMT-TEXT, LEFT-JUSTIFIED.
      ******************************************************************
           COMPUTE WS-X12-AMOUNT = WS-AMT-CENTS / 100
           MOVE WS-X12-AMOUNT TO WS-X12-EDIT
           MOVE 0 TO WS-LEAD-SPACES
           INSPECT WS-X12-EDIT TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES
           MOVE SPACES TO WS-AMT-TEXT
           MOVE WS-X12-EDIT(WS-LEAD-SPACES + 1:) TO WS-AMT-TEXT
           EXIT.

       DO-TRIM-COUNT SECTION.
      ******************************************************************
      * WS-X12-COUNT-EDIT WITHOUT ITS LEADING SPACES, IN
      * WS-COUNT-TEXT.
      ******************************************************************
           MOVE 0 TO WS-LEAD-SPACES
           INSPECT WS-X12-COUNT-EDIT TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES
           MOVE SPACES TO WS-COUNT-TEXT
           MOVE WS-X12-COUNT-EDIT(WS-LEAD-SPACES + 1:) TO WS-COUNT-TEXT
           EXIT.

       DO-EMIT-SEGMENT SECTION.
      ******************************************************************
      * TERMINATE THE SEGMENT BUILT IN WS-SEGMENT (WS-SEG-PTR IS ONE
      * PAST ITS LAST BYTE) AND POUR IT INTO THE CARD IMAGES, WRITING
      * EACH CARD AS IT FILLS. EVERY SEGMENT IS COUNTED FOR SE01;
      * THE COUNT IS RESET WHEN ST OPENS THE TRANSACTION.
      ******************************************************************
           MOVE '~' TO WS-SEGMENT(WS-SEG-PTR:1)
           MOVE WS-SEG-PTR TO WS-SEG-LEN
           ADD 1 TO WS-ST-SEGMENT-COUNT
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-LEN
               ADD 1 TO WS-CARD-POS
               MOVE WS-SEGMENT(WS-SEG-IDX:1)
                 TO ERA-RECORD(WS-CARD-POS:1)
               IF WS-CARD-POS = 80
                   WRITE ERA-RECORD
                   MOVE SPACES TO ERA-RECORD
                   MOVE 0 TO WS-CARD-POS
               END-IF
           END-PERFORM
           EXIT.

       DO-CHECK-RUN-CONTROL SECTION.
      ******************************************************************
      * READ THE CLAIMRNC RUN-CONTROL FILE: PICK UP THE BUSINESS
      * PROCESSING DATE FROM THE OPERATIONS 'BUSDATE' ROW, REFUSE
      * THE RUN WHEN THE SAME DATE'S CLAIMPST POSTING IS MISSING
      * (THE DAY'S PAYMENTS MUST BE ON CLAIMPAY BEFORE THE 835S ARE
      * BUILT), AND REFUSE A DATE THIS JOB ALREADY COMPLETED -- A
      * SECOND RUN WOULD SEND THE PARTNERS THE SAME PAYMENTS TWICE.
      * A MISSING CLAIMRNC FILE DISABLES THE CHECKS.
      ******************************************************************
           MOVE 'N' TO WS-RUN-CONTROL-ACTIVE-SW
           MOVE 'N' TO WS-RUN-REFUSED-SW
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RNC-TODAY
           MOVE WS-RNC-TODAY TO WS-PROCESS-DATE

           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = '00'
               DISPLAY 'CLAIMX35: CLAIMRNC NOT AVAILABLE, '
                   'RUN CONTROL CHECKS OFF'
               EXIT SECTION
           END-IF
           MOVE 'Y' TO WS-RUN-CONTROL-ACTIVE-SW

           MOVE 'BUSDATE ' TO RNC-JOB-NAME
           MOVE 0 TO RNC-PROCESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RNC-BUSINESS-DATE NOT = 0
                       MOVE RNC-BUSINESS-DATE TO WS-PROCESS-DATE
                   END-IF
           END-READ

           MOVE 'CLAIMPST' TO RNC-JOB-NAME
           MOVE WS-PROCESS-DATE TO RNC-PROCESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               NOT INVALID KEY
                   IF NOT RNC-COMPLETE
                       MOVE 'Y' TO WS-RUN-REFUSED-SW
                   END-IF
           END-READ
           IF WS-RUN-REFUSED
               DISPLAY 'CLAIMX35: RUN REFUSED - CLAIMPST NOT '
                   'COMPLETE FOR ' WS-PROCESS-DATE
               EXIT SECTION
           END-IF

           MOVE 'CLAIMX35' TO RNC-JOB-NAME
           MOVE WS-PROCESS-DATE TO RNC-PROCESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RNC-COMPLETE
                       MOVE 'Y' TO WS-RUN-REFUSED-SW
                       DISPLAY 'CLAIMX35: RUN REFUSED - ALREADY '
                           'COMPLETE FOR ' WS-PROCESS-DATE
                   END-IF
           END-READ
           EXIT.

       DO-POST-RUN-CONTROL SECTION.
      ******************************************************************
      * POST THIS JOB'S 'DONE' FOR THE PROCESSING DATE, SO THE
      * SUCCESSOR JOBS (AND A RE-RUN OF THIS ONE) CAN SEE IT RAN.
      ******************************************************************
           IF NOT WS-RUN-CONTROL-ACTIVE
               EXIT SECTION
           END-IF

           MOVE 'CLAIMX35' TO RNC-JOB-NAME
           MOVE WS-PROCESS-DATE TO RNC-PROCESS-DATE
           MOVE 'DONE' TO RNC-STATUS
           MOVE WS-PROCESS-DATE TO RNC-BUSINESS-DATE
           COMPUTE RNC-TIMESTAMP =
               (FUNCTION INTEGER-OF-DATE(WS-RNC-TODAY)
               - FUNCTION INTEGER-OF-DATE(19000101)) * 8640000
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE
           CLOSE RUN-CONTROL-FILE
           EXIT.
