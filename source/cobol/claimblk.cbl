      * RECORD ON BLKACK (BATCH ID, ASSIGNED CLAIM ID, RESULTING      *
      * STATUS OR REJECTION REASON) SO THE SENDER GETS A PER-BATCH    *
      * RESULT FILE INSTEAD OF A THOUSAND HTTP RESPONSES.             *
      * EACH CLAIM ACK ALSO ECHOES THE MEMBER, THE PARTNER'S OWN       *
      * CLAIM REFERENCE AND THE AMOUNT AS SENT, AT FIXED COLUMNS, SO   *
      * CLAIMX27 CAN TURN THE BATCH INTO AN X12 277CA FOR PARTNERS     *
      * ENROLLED FOR ONE:                                              *
      *   ACCEPTED - CLAIM ID 25, STATUS 41, REASON 53, MEMBER 65,     *
      *              REFERENCE 78, AMOUNT 104                          *
      *   REJECTED - CLAIM ID 25, MEMBER 41, REFERENCE 54, AMOUNT 80,  *
      *              REASON TEXT 91                                    *
      *                                                                *
      * BLKIN RECORD TYPES (FIRST BYTE):                               *
      *   'H' BATCH HEADER  - PARTNER ID, BATCH ID, SOURCE FORMAT      *
      *                       ('X' WHEN CLAIMX37 TRANSLATED THE BATCH  *
      *                       FROM AN 837; STAMPED ON EACH CLAIM AS    *
      *                       ITS INTAKE CHANNEL)                      *
      *   'C' CLAIM DETAIL  - MEMBER, TYPE, AMOUNT, DATE, DESC,        *
      *                       PROVIDER, CURRENCY, ACCIDENT FLAG, UP    *
      *                       TO 8 ICD-10 DIAGNOSIS CODES, CLAIM       *
      *                       FREQUENCY ('1'/BLANK ORIGINAL, '7'       *
      *                       REPLACEMENT, '8' VOID) AND THE ORIGINAL  *
      *                       CLAIM ID A REPLACEMENT OR VOID CORRECTS  *
      *   'L' SERVICE LINE  - PROCEDURE CODE, AMOUNT, DESCRIPTION,     *
      *                       DIAGNOSIS POINTER (1-8, BLANK/0 FOR THE  *
      *                       PRINCIPAL DIAGNOSIS), FIRST MODIFIER,    *
      *                       BELONGING TO THE PRECEDING 'C' (UP TO    *
      *                       10 PER CLAIM, AS ON THE ONLINE PATH).    *
      *                       A CLAIM IS PROCESSED WHEN THE NEXT       *
      *   'T' BATCH TRAILER - EXPECTED CLAIM COUNT (CHECKED AGAINST    *
      *                       THE CLAIMS ACTUALLY RECEIVED)            *
      *                                                                *
      * THE PROCEDURE-CODE, DIAGNOSIS, CODE-PAIR, PRIOR-AUTH AND       *
      * FEE-SCHEDULE CHECKS STAY ON THE ONLINE PATH; BULK SERVICE      *
      * LINES, MODIFIERS AND DIAGNOSES ARE CARRIED INTO THE CLAIM      *
      * DETAIL AS SENT AND THE ALLOWED AMOUNT IS THE BILLED AMOUNT, AS *
      * ON THE IMS PATH.                                               *
      * AN OUT-OF-NETWORK ANCILLARY PROVIDER AT AN IN-NETWORK FACILITY *
      * IS PROTECTED BY THE NO SURPRISES ACT AS ON THE ONLINE PATH --  *
      * IN-NETWORK COST SHARING, NO 'ONET' PEND AND A CLAIMNSC CASE.   *
      * EMERGENCY SERVICES ARE RECOGNISED BY PROCEDURE CODE, SO THEY   *
      * ARE IDENTIFIED ON THE ONLINE PATH ONLY.                        *
      * NON-USD AMOUNTS ARE CONVERTED THROUGH THE CLAIMXRT RATE TABLE  *
      * BEFORE THE AUTO-APPROVAL CEILING CHECK, THE SAME WAY CLAIMCI0  *
      * CONVERTS THEM -- AND A NON-USD CLAIM WITH NO USABLE RATE PENDS *
      * 'NRAT' INSTEAD OF AUTO-APPROVING BLIND.                        *
      *                                                                *
      * A REPLACEMENT OR VOID GOES THROUGH THE SAME REVERSAL AS        *
      * DO-ADJUST-CLAIM-REC IN CLAIMCI0: THE ORIGINAL CLOSES (CLSD),   *
      * AN OFFSETTING REVERSAL ('R', REASON 'PTNC' -- PARTNER          *
      * CORRECTION) IS WRITTEN, AND A STOP-PAY IS QUEUED ON CLAIMVDQ   *
      * WHEN THE ORIGINAL WAS ALREADY EXTRACTED FOR PAYMENT. A         *
      * REPLACEMENT IS THEN ADJUDICATED AS A NEW CLAIM LINKED BACK TO  *
      * THE ORIGINAL ('C'); A VOID STOPS AT THE REVERSAL. THE ORIGINAL *
      * MUST HAVE COME FROM THE SAME PARTNER (CLAIMPCX), BE FOR THE    *
      * SAME MEMBER AND BE DECIDED (OKAY OR DENY) -- OTHERWISE THE     *
      * CORRECTION IS REJECTED ON BLKACK AND THE ORIGINAL STANDS.      *
      *                                                                *
      * CLAIM NUMBERS ARE TAKEN FROM CLAIMSEQ A BLOCK AT A TIME        *
      * (PARMIN BLOCK SIZE, DEFAULT 100) -- ONE CLAIMSEQ UPDATE PER    *
      * BLOCK RATHER THAN ONE PER CLAIM, SO THE RUN NO LONGER          *
      * SERIALIZES AGAINST ONLINE SUBMITS ON EVERY CLAIM. AT END OF    *
      * RUN THE UNUSED TAIL OF THE LAST BLOCK IS HANDED BACK IF        *
      * NOTHING HAS DRAWN FROM CLAIMSEQ SINCE, AND OTHERWISE LOGGED    *
      * TO CLAIMSGP.                                                   *
      *                                                                *
      * ONE OPTIONAL PARMIN CARD:                                      *
      *                                                                *
      *   COLS 1-2   STREAM NUMBER (01-99). BLANK RUNS THE WHOLE OF    *
      *              BLKIN AS ONE STREAM, AS BEFORE                    *
      *   COLS 3-7   CLAIM-NUMBER BLOCK SIZE (DEFAULT 100)             *
      *                                                                *
      * WITH A STREAM NUMBER THE RUN IS ONE OF SEVERAL PARALLEL        *
      * STREAMS: CLAIMBSP HAS SPLIT THE NIGHT'S BLKIN BY PARTNER (SO   *
      * A PARTNER'S DAILY CAP AND THE CLAIMPBL DUPLICATE-BATCH CHECK   *
      * STILL SEE ALL OF ITS BATCHES IN ONE PLACE), EACH STREAM        *
      * WRITES ITS OWN BLKACK WITH A '*SEGTOT*' CONTROL LINE CLOSING   *
      * EACH BATCH AND A '*STREND*' LINE AT THE END (CLAIMBST.CPY),    *
      * AND CLAIMBMG MERGES THE STREAMS INTO THE ONE BLKACK AND POSTS  *
      * THE CLAIMCTL TOTALS PER BATCH -- A STREAM POSTS NOTHING TO     *
      * CLAIMCTL ITSELF.                                               *
      * A STREAM IS RESTARTABLE FROM ITS BLKCKP CHECKPOINT, TAKEN      *
      * AFTER EVERY CLAIM AND EVERY HEADER/TRAILER (THE API CALLS PER  *
      * CLAIM DWARF THE COST). A RESTART SKIPS THE BLKIN RECORDS       *
      * ALREADY DONE, REOPENS BLKACK EXTEND, AND REPLAYS THE ONE UNIT  *
      * IN FLIGHT AT THE ABEND, DROPPING THE ACK LINES IT HAD ALREADY  *
      * WRITTEN. A CLAIM IN FLIGHT THAT HAD ALREADY REACHED CLAIMCIF   *
      * (ITS NUMBER FROM THE CHECKPOINTED BLOCK IS ON FILE) OR BEEN    *
      * ACKNOWLEDGED IS NOT REPLAYED -- IT WOULD BE WRITTEN TWICE --   *
      * BUT COUNTED FROM WHAT IS ON FILE, WITH AN ACCEPTED ACK BUILT   *
      * FROM THE CLAIMCIF RECORD IF ITS OWN NEVER MADE IT TO BLKACK.   *
      * ITS CLAIMAUD/CLAIMHIS/CLAIMPCX ROWS MAY BE MISSING, SO IT IS   *
      * DISPLAYED FOR FOLLOW-UP.                                       *
      *                                                                *
      * INPUT  : PARMIN   - THE OPTIONAL STREAM/BLOCK-SIZE CARD.       *
      *          BLKIN    - THE PARTNER BATCH LANDING FILE (OR ONE     *
      *                     CLAIMBSP STREAM OF IT).                    *
      *          CLAIMPRV, CLAIMMBR - REFERENCE FILES (RANDOM READ).   *
      *          CLAIMCRD - PROVIDER CREDENTIALS (OPTIONAL).           *
      * I-O    : CLAIMCIF - THE LIVE CLAIM FILE.                       *
      *          CLAIMSEQ - THE CLAIM-NUMBER COUNTER STORE.            *
      *          CLAIMWRK - THE EXAMINER WORK QUEUE.                   *
      *          CLAIMPCX - PARTNER CLAIM CROSS-REFERENCE.             *
      *          CLAIMNSC - NO SURPRISES ACT CASES.                    *
      *          CLAIMVDQ - THE STOP-PAY QUEUE.                        *
      *          BLKCKP   - THE STREAM RESTART CHECKPOINT.             *
      * OUTPUT : CLAIMAUD, CLAIMHIS, CLAIMCTL, CLAIMSGP (EXTENDED).    *
      *          BLKACK   - PER-CLAIM AND PER-BATCH ACKNOWLEDGMENTS.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT BULK-FILE ASSIGN TO BLKIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLAIM-FILE ASSIGN TO CLAIMCIF
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROV-PROVIDER-ID
               FILE STATUS IS WS-PROVIDER-FILE-STATUS.
           SELECT CREDENTIAL-FILE ASSIGN TO CLAIMCRD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-KEY
               FILE STATUS IS WS-CREDENTIAL-FILE-STATUS.
           SELECT MEMBER-FILE ASSIGN TO CLAIMMBR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRK-CLAIM-ID
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT PARTNER-CLAIM-FILE ASSIGN TO CLAIMPCX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PCX-CLAIM-ID
               FILE STATUS IS WS-PARTNER-CLAIM-FILE-STATUS.
           SELECT NSA-CASE-FILE ASSIGN TO CLAIMNSC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NSC-CLAIM-ID
               FILE STATUS IS WS-NSA-CASE-FILE-STATUS.
           SELECT VOID-QUEUE-FILE ASSIGN TO CLAIMVDQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VDQ-CLAIM-ID
               FILE STATUS IS WS-VOID-QUEUE-FILE-STATUS.
           SELECT CLAIM-AUDIT-FILE ASSIGN TO CLAIMAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO CLAIMCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT SEQUENCE-GAP-FILE ASSIGN TO CLAIMSGP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GAP-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO BLKCKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO BLKACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PRM-STREAM-ID           PIC X(2).
           05  PRM-STREAM-ID-N REDEFINES PRM-STREAM-ID
                                       PIC 9(2).
           05  PRM-BLOCK-SIZE          PIC X(5).
           05  PRM-BLOCK-SIZE-N REDEFINES PRM-BLOCK-SIZE
                                       PIC 9(5).
           05  FILLER                  PIC X(73).

       FD  BULK-FILE
           RECORDING MODE IS F.
       01  BULK-RECORD                 PIC X(200).
       FD  PROVIDER-FILE.
       COPY CLAIMPRV.

       FD  CREDENTIAL-FILE.
       COPY CLAIMCRD.

       FD  MEMBER-FILE.
       COPY CLAIMMBR.

       FD  WORK-FILE.
       COPY CLAIMWRK.

       FD  PARTNER-CLAIM-FILE.
       COPY CLAIMPCX.

       FD  NSA-CASE-FILE.
       COPY CLAIMNSC.

       FD  VOID-QUEUE-FILE.
       COPY CLAIMVDQ.

       FD  CLAIM-AUDIT-FILE
           RECORDING MODE IS F.
       COPY CLAIMAUD.
           RECORDING MODE IS F.
       COPY CLAIMCTL.

       FD  SEQUENCE-GAP-FILE
           RECORDING MODE IS F.
       COPY CLAIMSGP.

      ******************************************************************
      * STREAM RESTART STATE AS OF THE LAST COMPLETED UNIT (A CLAIM,
      * OR A HEADER/TRAILER/OTHER RECORD) -- SEE THE PROGRAM HEADER.
      ******************************************************************
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  CHECKPOINT-RECORD.
           05  BCKP-JOB-COMPLETE       PIC X(1).
           05  BCKP-STREAM-ID          PIC 9(2).
           05  BCKP-INPUT-DONE         PIC 9(9).
           05  BCKP-ACK-LINES          PIC 9(9).
           05  BCKP-BLOCK-YEAR         PIC 9(4).
           05  BCKP-BLOCK-NEXT         PIC 9(7).
           05  BCKP-BLOCK-LAST         PIC 9(6).
           05  BCKP-BATCH-ID           PIC X(8).
           05  BCKP-PARTNER-ID         PIC X(8).
           05  BCKP-CHANNEL            PIC X(1).
           05  BCKP-BATCH-AUTHORIZED   PIC X(1).
           05  BCKP-ALLOWED-TYPES      PIC X(40).
           05  BCKP-VOLUME-CAP         PIC 9(7).
           05  BCKP-RECEIVED-COUNT     PIC 9(7).
           05  BCKP-ACCEPTED-COUNT     PIC 9(7).
           05  BCKP-REJECTED-COUNT     PIC 9(7).
           05  BCKP-WRITTEN-COUNT      PIC 9(7).
           05  BCKP-WRITTEN-AMOUNT     PIC S9(13)V9(2) COMP-3.
           05  BCKP-SEGMENT-OPEN       PIC X(1).
           05  BCKP-SEG-PARTNER-ID     PIC X(8).
           05  BCKP-SEG-BATCH-ID       PIC X(8).
           05  BCKP-SEG-ACK-LINES      PIC 9(7).
           05  BCKP-SEG-START-COUNT    PIC 9(7).
           05  BCKP-SEG-START-AMOUNT   PIC S9(13)V9(2) COMP-3.
           05  BCKP-SEGMENT-COUNT      PIC 9(5).
           05  BCKP-PTN-DAY-USED       PIC 9(2).
           05  BCKP-PTN-DAY-OVERFLOW   PIC 9(7).
           05  BCKP-PTN-DAY-TABLE      PIC X(750).

       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-RECORD                  PIC X(132).
           05  BLH-RECORD-TYPE         PIC X(1).
           05  BLH-PARTNER-ID          PIC X(8).
           05  BLH-BATCH-ID            PIC X(8).
           05  BLH-SOURCE-FORMAT       PIC X(1).
               88  BLH-FROM-837                  VALUE 'X'.
           05  FILLER                  PIC X(182).

       01  WS-BULK-CLAIM.
           05  BLC-RECORD-TYPE         PIC X(1).
           05  BLC-CLAIM-PROVIDER      PIC X(21).
           05  BLC-CURRENCY-CODE       PIC X(3).
           05  BLC-ACCIDENT-FLAG       PIC X(1).
           05  BLC-DIAGNOSIS-CODE      OCCURS 8 TIMES
                                       PIC X(8).
           05  BLC-FREQUENCY-CODE      PIC X(1).
               88  BLC-ORIGINAL                  VALUE ' ' '1'.
               88  BLC-REPLACEMENT               VALUE '7'.
               88  BLC-VOID                      VALUE '8'.
           05  BLC-ORIG-CLAIM-ID       PIC X(8).
           05  FILLER                  PIC X(44).

       01  WS-BULK-LINE.
           05  BLL-RECORD-TYPE         PIC X(1).
           05  BLL-PROCEDURE-CODE      PIC X(8).
           05  BLL-AMOUNT              PIC 9(7).9(2).
           05  BLL-DESC                PIC X(21).
           05  BLL-DIAG-POINTER        PIC X(1).
           05  BLL-MODIFIER            PIC X(2).
           05  FILLER                  PIC X(157).

       01  WS-BULK-TRAILER.
           05  BLT-RECORD-TYPE         PIC X(1).
       COPY CLAIMRQC.
       COPY CLAIMRSC.
      ******************************************************************
      * HOLD AREA FOR THE ORIGINAL OF A REPLACEMENT OR VOID WHILE ITS
      * REVERSAL IS BUILT IN CF-CLAIM-RECORD -- A FIELD-FOR-FIELD
      * MIRROR OF THE CLAIMCIF LAYOUT, AS CLAIMRPR USES IT.
      ******************************************************************
       COPY CLAIMARR.
      ******************************************************************
      * SAME CLAIM-RULE / ELIGIBILITY / FRAUD API REQUESTER PLUMBING
      * CLAIMIM0 USES FROM OUTSIDE CICS.
      ******************************************************************

       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PROVIDER-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-CREDENTIAL-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-CREDENTIAL-FILE-OPEN-SW  PIC X(1) VALUE 'N'.
           88  WS-CREDENTIAL-FILE-OPEN           VALUE 'Y'.
       01  WS-MEMBER-FILE-STATUS       PIC X(2) VALUE '00'.
       01  WS-PLAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-ALIAS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BATCH-LOG-FILE-STATUS    PIC X(2) VALUE '00'.
       01  WS-SEQUENCE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-WORK-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-PARTNER-CLAIM-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-NSA-CASE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-VOID-QUEUE-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-AUDIT-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-HISTORY-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-RATE-FILE-STATUS         PIC X(2) VALUE '00'.

       01  WS-CURRENT-BATCH-ID         PIC X(8) VALUE SPACES.
       01  WS-CURRENT-PARTNER-ID       PIC X(8) VALUE SPACES.
       01  WS-CURRENT-CHANNEL          PIC X(1) VALUE 'B'.
      ******************************************************************
      * PARTNER GOVERNANCE STATE FOR THE BATCH IN FLIGHT: WHETHER THE
      * HEADER PASSED THE CLAIMPTN/CLAIMPBL CHECKS, THE PARTNER'S
           88  WS-CLAIM-REC-VALID                VALUE 'Y'.
       01  WS-REJECT-MESSAGE           PIC X(60).
       01  WS-NEW-CLAIM-ID             PIC X(8).
       01  WS-REVERSAL-ID              PIC X(8).
       01  WS-STOP-PAY-QUEUED-SW       PIC X(1) VALUE 'N'.
           88  WS-STOP-PAY-QUEUED                VALUE 'Y'.
       01  WS-MEMBER-ELIGIBLE-SW       PIC X(1) VALUE 'Y'.
           88  WS-MEMBER-ELIGIBLE                VALUE 'Y'.
       01  WS-ELIG-LEN                 PIC S9(4) COMP-5.
               10  WS-PND-PROCEDURE-CODE PIC X(8).
               10  WS-PND-AMOUNT         COMP-2 SYNC.
               10  WS-PND-DESC           PIC X(21).
               10  WS-PND-DIAG-POINTER   PIC 9(1).
               10  WS-PND-MODIFIER       PIC X(2).
       01  WS-PND-LINE-IDX             PIC 9(2).
       01  WS-PND-DROPPED-LINES        PIC 9(2) VALUE 0.

       01  WS-CS-DED-APPLIED           COMP-2 SYNC.
       01  WS-CS-COINS-AMOUNT          COMP-2 SYNC.
       01  WS-CS-BASE-AMOUNT           COMP-2 SYNC.
       01  WS-CS-COINS-PCT             PIC 9(3).
       01  WS-NSA-FACILITY-ID          PIC X(21).

      ******************************************************************
      * CREDENTIAL CHECK WORK FIELDS -- SAME RULES AS DO-CHECK-
      * PROVIDER-CREDENTIALS IN CLAIMCI0 (SEE CLAIMCRD.CPY).
      ******************************************************************
       01  WS-CREDENTIAL-LAPSED-SW     PIC X(1) VALUE 'N'.
           88  WS-CREDENTIAL-LAPSED              VALUE 'Y'.
       01  WS-PROVIDER-EXCLUDED-SW     PIC X(1) VALUE 'N'.
           88  WS-PROVIDER-EXCLUDED              VALUE 'Y'.
       01  WS-CRD-EOF                  PIC X(1) VALUE 'N'.
           88  WS-CRD-AT-EOF                     VALUE 'Y'.
       01  WS-CRD-SERVICE-DATE         PIC 9(8).
       01  WS-CRD-CURRENT-TYPE         PIC X(4).
       01  WS-CRD-TYPE-COVERED-SW      PIC X(1) VALUE 'N'.
           88  WS-CRD-TYPE-COVERED               VALUE 'Y'.

       01  WS-DATE-MM                  PIC 9(2).
       01  WS-DATE-DD                  PIC 9(2).
       01  WS-ABSTIME-DAYS-SINCE-1900  PIC S9(8) COMP.
       01  WS-CURRENT-ABSTIME          PIC S9(15) COMP-3.

      ******************************************************************
      * CLAIM-NUMBER BLOCK RESERVED FROM CLAIMSEQ. WS-BLOCK-NEXT IS THE
      * NEXT NUMBER TO HAND OUT; THE BLOCK IS USED UP WHEN IT PASSES
      * WS-BLOCK-LAST (IT STARTS THAT WAY, SO THE FIRST DRAW RESERVES).
      ******************************************************************
       01  WS-PARM-FILE-STATUS         PIC X(2) VALUE '00'.
       01  WS-GAP-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-BLOCK-SIZE               PIC 9(5) VALUE 100.
       01  WS-BLOCK-YEAR               PIC 9(4) VALUE 0.
       01  WS-BLOCK-NEXT               PIC 9(7) VALUE 1.
       01  WS-BLOCK-LAST               PIC 9(6) VALUE 0.
       01  WS-BLOCK-FIRST              PIC 9(7).
       01  WS-BLOCK-END                PIC 9(7).
       01  WS-GAP-COUNT                PIC 9(6).
       01  WS-BLOCK-COUNT              PIC 9(5) VALUE 0.
       01  WS-BLOCK-RETURNED-SW        PIC X(1) VALUE 'N'.
           88  WS-BLOCK-RETURNED                 VALUE 'Y'.

      ******************************************************************
      * STREAM MODE (PARMIN STREAM NUMBER SET): SEGMENT TOTALS FOR THE
      * CONTROL LINES, AND THE CHECKPOINT/RESTART STATE.
      ******************************************************************
       COPY CLAIMBST.
       01  WS-STREAM-ID                PIC 9(2) VALUE 0.
       01  WS-STREAM-MODE-SW           PIC X(1) VALUE 'N'.
           88  WS-STREAM-MODE                    VALUE 'Y'.
       01  WS-ACK-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-CHECKPOINT-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WS-INPUT-COUNT              PIC 9(9) VALUE 0.
       01  WS-CKP-INPUT-DONE           PIC 9(9) VALUE 0.
       01  WS-ACK-LINE-COUNT           PIC 9(9) VALUE 0.
       01  WS-ACK-SUPPRESS-COUNT       PIC 9(9) VALUE 0.
       01  WS-SEGMENT-OPEN-SW          PIC X(1) VALUE 'N'.
           88  WS-SEGMENT-OPEN                   VALUE 'Y'.
       01  WS-SEG-PARTNER-ID           PIC X(8) VALUE SPACES.
       01  WS-SEG-BATCH-ID             PIC X(8) VALUE SPACES.
       01  WS-SEG-ACK-LINES            PIC 9(7) VALUE 0.
       01  WS-SEG-START-COUNT          PIC 9(7) VALUE 0.
       01  WS-SEG-START-AMOUNT         COMP-2 VALUE 0.
       01  WS-SEGMENT-COUNT            PIC 9(5) VALUE 0.
       01  WS-LAST-CHECKPOINT          PIC X(942).
       01  WS-RESTARTED-SW             PIC X(1) VALUE 'N'.
           88  WS-RESTARTED                      VALUE 'Y'.
       01  WS-RESTART-UNIT-PENDING-SW  PIC X(1) VALUE 'N'.
           88  WS-RESTART-UNIT-PENDING           VALUE 'Y'.
       01  WS-SKIP-CLAIM-SW            PIC X(1) VALUE 'N'.
           88  WS-SKIPPING-CLAIM                 VALUE 'Y'.
       01  WS-RECONCILE-EOF            PIC X(1) VALUE 'N'.
           88  WS-RECONCILE-AT-EOF               VALUE 'Y'.
       01  WS-ACK-LINES-ON-FILE        PIC 9(9) VALUE 0.
       01  WS-EXTRA-ACCEPTED-SW        PIC X(1) VALUE 'N'.
           88  WS-EXTRA-ACCEPTED                 VALUE 'Y'.
       01  WS-EXTRA-REJECTED-SW        PIC X(1) VALUE 'N'.
           88  WS-EXTRA-REJECTED                 VALUE 'Y'.
       01  WS-RECOVERED-COUNT          PIC 9(1) VALUE 0.
       01  WS-RECOVERED-ACK            PIC X(132) VALUE SPACES.
       01  WS-PROBE-NUMBER             PIC 9(7).
       01  WS-PROBE-LIMIT              PIC 9(7).
       01  WS-EDIT-RECOVERED-AMOUNT    PIC 9(7).9(2).

       PROCEDURE DIVISION.
       DO-MAIN-CONTROL SECTION.
           PERFORM DO-READ-PARMIN
           IF WS-STREAM-MODE
               PERFORM DO-CHECK-FOR-RESTART
           END-IF

           OPEN INPUT  BULK-FILE
           OPEN I-O    CLAIM-FILE
           OPEN INPUT  PROVIDER-FILE
           OPEN INPUT  CREDENTIAL-FILE
           IF WS-CREDENTIAL-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CREDENTIAL-FILE-OPEN-SW
           END-IF
           OPEN INPUT  MEMBER-FILE
           OPEN INPUT  PLAN-FILE
           OPEN INPUT  ALIAS-FILE
           OPEN I-O    BATCH-LOG-FILE
           OPEN I-O    CLAIM-SEQUENCE-FILE
           OPEN I-O    WORK-FILE
           OPEN I-O    PARTNER-CLAIM-FILE
           OPEN I-O    NSA-CASE-FILE
           OPEN I-O    VOID-QUEUE-FILE
           OPEN EXTEND CLAIM-AUDIT-FILE
           OPEN EXTEND CLAIM-HISTORY-FILE

           PERFORM DO-LOAD-CLAIM-TYPE-TABLE
           PERFORM DO-LOAD-RATE-TABLE
           PERFORM DO-COMPUTE-ABSTIME-EQUIVALENT

           IF WS-RESTARTED
               PERFORM DO-RESUME-STREAM
           ELSE
      ******************************************************************
      * MARK A STREAM IN-FLIGHT BEFORE ITS BLKACK IS OPENED, AS
      * CLAIMEXT DOES -- AN ABEND BEFORE THE FIRST CLAIM MUST STILL
      * READ AS AN INCOMPLETE RUN, OR THE RERUN WOULD TRUNCATE THE
      * PARTIAL ACK FILE.
      ******************************************************************
               IF WS-STREAM-MODE
                   PERFORM DO-WRITE-CHECKPOINT
               END-IF
               OPEN OUTPUT ACK-FILE
           END-IF

           PERFORM UNTIL WS-BULK-AT-EOF
               READ BULK-FILE
                   AT END
                       MOVE 'Y' TO WS-BULK-EOF
                   NOT AT END
                       ADD 1 TO WS-INPUT-COUNT
                       PERFORM DO-ROUTE-BULK-RECORD
               END-READ
           END-PERFORM
      * ALREADY REPORTS THE TRUNCATION.
      ******************************************************************
           PERFORM DO-FLUSH-PENDING-CLAIM
           IF WS-STREAM-MODE
               PERFORM DO-CLOSE-SEGMENT
               PERFORM DO-WRITE-STREAM-END
           END-IF

           PERFORM DO-RELEASE-CLAIM-BLOCK

           CLOSE BULK-FILE
           CLOSE CLAIM-FILE
           CLOSE PROVIDER-FILE
           IF WS-CREDENTIAL-FILE-OPEN
               CLOSE CREDENTIAL-FILE
           END-IF
           CLOSE MEMBER-FILE
           CLOSE PLAN-FILE
           CLOSE ALIAS-FILE
           CLOSE BATCH-LOG-FILE
           CLOSE CLAIM-SEQUENCE-FILE
           CLOSE WORK-FILE
           CLOSE PARTNER-CLAIM-FILE
           CLOSE NSA-CASE-FILE
           CLOSE VOID-QUEUE-FILE
           CLOSE CLAIM-AUDIT-FILE
           CLOSE CLAIM-HISTORY-FILE
           CLOSE ACK-FILE

           IF WS-STREAM-MODE
               PERFORM DO-WRITE-FINAL-CHECKPOINT
               DISPLAY 'CLAIMBLK: STREAM ' WS-STREAM-ID
                   ' COMPLETE, BATCHES = ' WS-SEGMENT-COUNT
                   ' - CLAIMCTL IS POSTED BY CLAIMBMG'
           ELSE
               PERFORM DO-POST-CONTROL-TOTAL
           END-IF

           DISPLAY 'CLAIMBLK: CLAIMS WRITTEN = '
               WS-TOTAL-WRITTEN-COUNT
           DISPLAY 'CLAIMBLK: CLAIM-NUMBER BLOCKS RESERVED = '
               WS-BLOCK-COUNT
           IF WS-PTN-DAY-OVERFLOW > 0
               DISPLAY 'CLAIMBLK: PARTNER VOLUME TABLE FULL, CAP NOT '
                   'ENFORCED FOR ' WS-PTN-DAY-OVERFLOW ' CLAIM(S)'

           STOP RUN.

       DO-READ-PARMIN SECTION.
      ******************************************************************
      * NO PARMIN, OR A BLANK STREAM NUMBER, IS THE SINGLE-STREAM RUN.
      * A BAD CARD STOPS THE RUN BEFORE ANY FILE IS TOUCHED.
      ******************************************************************
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

           IF PRM-STREAM-ID NOT = SPACES
               IF PRM-STREAM-ID NOT NUMERIC
               OR PRM-STREAM-ID-N = 0
                   DISPLAY 'CLAIMBLK: PARMIN STREAM NUMBER '
                       PRM-STREAM-ID ' IS NOT 01-99'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PRM-STREAM-ID-N TO WS-STREAM-ID
               MOVE 'Y' TO WS-STREAM-MODE-SW
           END-IF

           IF PRM-BLOCK-SIZE NOT = SPACES
               IF PRM-BLOCK-SIZE NOT NUMERIC
               OR PRM-BLOCK-SIZE-N = 0
                   DISPLAY 'CLAIMBLK: PARMIN BLOCK SIZE '
                       PRM-BLOCK-SIZE ' IS NOT A NUMBER OVER ZERO'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PRM-BLOCK-SIZE-N TO WS-BLOCK-SIZE
           END-IF
           EXIT.

       DO-LOAD-CLAIM-TYPE-TABLE SECTION.
      ******************************************************************
      * SAME FIVE CLAIM TYPES AND CEILINGS CLAIMCI0 LOADS -- KEPT IN
           EXIT.

       DO-ROUTE-BULK-RECORD SECTION.
      ******************************************************************
      * IN STREAM MODE EVERY RECORD BELONGS TO A SEGMENT -- A HEADER
      * OPENS ONE, AND RECORDS AHEAD OF THE FIRST HEADER FORM ONE OF
      * THEIR OWN, AS CLAIMBSP MAPS THEM.
      ******************************************************************
           IF WS-STREAM-MODE
          AND NOT WS-SEGMENT-OPEN
          AND BULK-RECORD(1:1) NOT = 'H'
               PERFORM DO-OPEN-SEGMENT
           END-IF
           IF WS-RESTART-UNIT-PENDING
          AND BULK-RECORD(1:1) NOT = 'C'
               MOVE 'N' TO WS-RESTART-UNIT-PENDING-SW
           END-IF

           EVALUATE BULK-RECORD(1:1)
               WHEN 'H'
                   PERFORM DO-FLUSH-PENDING-CLAIM
                   IF WS-STREAM-MODE
                       PERFORM DO-CLOSE-SEGMENT
                       PERFORM DO-OPEN-SEGMENT
                   END-IF
                   PERFORM DO-START-BATCH
               WHEN 'C'
                   PERFORM DO-FLUSH-PENDING-CLAIM
                   IF WS-RESTART-UNIT-PENDING
                       PERFORM DO-CHECK-RESTART-UNIT
                   END-IF
                   IF WS-BATCH-AUTHORIZED
                  AND NOT WS-SKIPPING-CLAIM
                       MOVE BULK-RECORD TO WS-BULK-CLAIM
                       ADD 1 TO WS-BATCH-RECEIVED-COUNT
                       MOVE 'Y' TO WS-CLAIM-PENDING-SW
                   END-IF
               WHEN 'L'
                   IF WS-BATCH-AUTHORIZED
                  AND NOT WS-SKIPPING-CLAIM
                       PERFORM DO-STASH-SERVICE-LINE
                   END-IF
               WHEN 'T'
                       ' UNRECOGNIZED RECORD TYPE '
                       BULK-RECORD(1:1)
                       DELIMITED BY SIZE INTO ACK-RECORD
                   PERFORM DO-WRITE-ACK
           END-EVALUATE
      ******************************************************************
      * A RECORD THAT LEAVES NO CLAIM HALF-ASSEMBLED COMPLETES A UNIT.
      ******************************************************************
           IF WS-STREAM-MODE
          AND NOT WS-CLAIM-PENDING
          AND NOT WS-SKIPPING-CLAIM
               MOVE WS-INPUT-COUNT TO WS-CKP-INPUT-DONE
               PERFORM DO-WRITE-CHECKPOINT
           END-IF
           EXIT.

       DO-STASH-SERVICE-LINE SECTION.
               STRING WS-CURRENT-BATCH-ID
                   ' SERVICE LINE WITHOUT A CLAIM RECORD, DROPPED'
                   DELIMITED BY SIZE INTO ACK-RECORD
               PERFORM DO-WRITE-ACK
               EXIT SECTION
           END-IF

                   ' MEMBER ' BLC-MEMBER-ID
                   ' OVER 10 SERVICE LINES, LINE DROPPED'
                   DELIMITED BY SIZE INTO ACK-RECORD
               PERFORM DO-WRITE-ACK
               EXIT SECTION
           END-IF

           COMPUTE WS-PND-AMOUNT(WS-PND-LINE-IDX) =
               FUNCTION NUMVAL(BLL-AMOUNT)
           MOVE BLL-DESC TO WS-PND-DESC(WS-PND-LINE-IDX)
           IF BLL-DIAG-POINTER IS NUMERIC
               MOVE BLL-DIAG-POINTER
                 TO WS-PND-DIAG-POINTER(WS-PND-LINE-IDX)
           ELSE
               MOVE 0 TO WS-PND-DIAG-POINTER(WS-PND-LINE-IDX)
           END-IF
           MOVE BLL-MODIFIER TO WS-PND-MODIFIER(WS-PND-LINE-IDX)
           EXIT.

       DO-FLUSH-PENDING-CLAIM SECTION.
      ******************************************************************
      * A FINISHED CLAIM (OR A RESTART-SKIPPED ONE) IS A UNIT. THE
      * RECORD THAT TRIGGERED THE FLUSH IS IN HAND BUT NOT YET
      * APPLIED, SO THE CHECKPOINT STOPS SHORT OF IT.
      ******************************************************************
           IF WS-CLAIM-PENDING
               MOVE 'N' TO WS-CLAIM-PENDING-SW
               PERFORM DO-PROCESS-BULK-CLAIM
               PERFORM DO-CHECKPOINT-CLAIM-UNIT
           END-IF
           IF WS-SKIPPING-CLAIM
               MOVE 'N' TO WS-SKIP-CLAIM-SW
               PERFORM DO-CHECKPOINT-CLAIM-UNIT
           END-IF
           EXIT.

       DO-CHECKPOINT-CLAIM-UNIT SECTION.
           IF NOT WS-STREAM-MODE
               EXIT SECTION
           END-IF
           IF WS-BULK-AT-EOF
               MOVE WS-INPUT-COUNT TO WS-CKP-INPUT-DONE
           ELSE
               COMPUTE WS-CKP-INPUT-DONE = WS-INPUT-COUNT - 1
           END-IF
           PERFORM DO-WRITE-CHECKPOINT
           EXIT.

       DO-START-BATCH SECTION.
      ******************************************************************
      * THE BATCH HEADER IS CHECKED AGAINST THE CLAIMPTN PARTNER
           MOVE BULK-RECORD TO WS-BULK-HEADER
           MOVE BLH-BATCH-ID TO WS-CURRENT-BATCH-ID
           MOVE BLH-PARTNER-ID TO WS-CURRENT-PARTNER-ID
           IF BLH-FROM-837
               MOVE 'X' TO WS-CURRENT-CHANNEL
           ELSE
               MOVE 'B' TO WS-CURRENT-CHANNEL
           END-IF
           MOVE 0 TO WS-BATCH-RECEIVED-COUNT
           MOVE 0 TO WS-BATCH-ACCEPTED-COUNT
           MOVE 0 TO WS-BATCH-REJECTED-COUNT
                       ' BATCH REFUSED - PARTNER ' BLH-PARTNER-ID
                       ' NOT ON CLAIMPTN'
                       DELIMITED BY SIZE INTO ACK-RECORD
                   PERFORM DO-WRITE-ACK
                   EXIT SECTION
           END-READ

                   ' BATCH REFUSED - PARTNER ' BLH-PARTNER-ID
                   ' IS NOT ACTIVE'
                   DELIMITED BY SIZE INTO ACK-RECORD
               PERFORM DO-WRITE-ACK
               EXIT SECTION
           END-IF

                       ' BATCH REFUSED - ALREADY PROCESSED ON '
                       PBL-RUN-DATE
                       DELIMITED BY SIZE INTO ACK-RECORD
                   PERFORM DO-WRITE-ACK
                   EXIT SECTION
           END-READ

           STRING WS-CURRENT-BATCH-ID
               ' BATCH STARTED FOR PARTNER ' BLH-PARTNER-ID
               DELIMITED BY SIZE INTO ACK-RECORD
           PERFORM DO-WRITE-ACK
           EXIT.

       DO-END-BATCH SECTION.
               ' ACCEPTED ' WS-BATCH-ACCEPTED-COUNT
               ' REJECTED ' WS-BATCH-REJECTED-COUNT
               DELIMITED BY SIZE INTO ACK-RECORD
           PERFORM DO-WRITE-ACK

           IF BLT-CLAIM-COUNT NOT = WS-BATCH-RECEIVED-COUNT
               MOVE SPACES TO ACK-RECORD
                   ' *** TRAILER COUNT ' BLT-CLAIM-COUNT
                   ' DOES NOT MATCH CLAIMS RECEIVED ***'
                   DELIMITED BY SIZE INTO ACK-RECORD
               PERFORM DO-WRITE-ACK
           END-IF

           MOVE SPACES TO WS-CURRENT-BATCH-ID
      * STORAGE PER TASK; THIS LOOP DOES NOT.)
      ******************************************************************
           MOVE 'N' TO WS-CLAIM-FLAGGED-SW
           MOVE SPACES TO WS-REVERSAL-ID
           MOVE 'N' TO WS-STOP-PAY-QUEUED-SW
           IF BLC-VOID
               PERFORM DO-PROCESS-VOID-CLAIM
               EXIT SECTION
           END-IF
           PERFORM DO-BUILD-CLAIM-FROM-BULK
           PERFORM DO-VALIDATE-CLAIM-REC
           IF WS-CLAIM-REC-VALID AND BLC-REPLACEMENT
               PERFORM DO-CHECK-ORIGINAL-CLAIM
           END-IF
      ******************************************************************
      * PARTNER GOVERNANCE: THE CLAIM TYPE MUST BE ON THE PARTNER'S
      * ALLOWED LIST ('ALL' IN THE FIRST SLOT PERMITS EVERYTHING)
                        TO WS-REJECT-MESSAGE
               END-IF
           END-IF
      ******************************************************************
      * A REPLACEMENT THAT PASSED EVERY CHECK TAKES THE ORIGINAL OFF
      * THE BOOKS BEFORE IT IS ADJUDICATED -- A REPLACEMENT REJECTED
      * ABOVE LEAVES THE ORIGINAL AS IT WAS. THE REPLACEMENT CARRIES
      * THE ADJUSTMENT LINKAGE BACK TO THE ORIGINAL.
      ******************************************************************
           IF WS-CLAIM-REC-VALID AND BLC-REPLACEMENT
               PERFORM DO-REVERSE-ORIGINAL-CLAIM
               IF WS-CLAIM-REC-VALID
                   MOVE AR-CLAIM-ID TO RSP-CLAIM-ORIG-CLAIM-ID
                   MOVE 'C'         TO RSP-CLAIM-ADJUSTMENT-TYPE
                   MOVE 'PTNC'      TO RSP-CLAIM-ADJUST-REASON
               END-IF
           END-IF

           IF NOT WS-CLAIM-REC-VALID
               ADD 1 TO WS-BATCH-REJECTED-COUNT
               STRING WS-CURRENT-BATCH-ID
                   ' REJECTED CLAIM ' REQ-CLAIM-ID
                   ' MEMBER ' BLC-MEMBER-ID
                   ' REF ' BLC-CLAIM-DESC
                   ' AMT ' BLC-CLAIM-AMOUNT
                   ' ' WS-REJECT-MESSAGE
                   DELIMITED BY SIZE INTO ACK-RECORD
               PERFORM DO-WRITE-ACK
               EXIT SECTION
           END-IF

                       MOVE 'PEND' TO RSP-CLAIM-STATUS
                       MOVE 'FRAU' TO RSP-CLAIM-REASON-CODE
                   END-IF
      ******************************************************************
      * A PROVIDER NOT CREDENTIALED ON THE DATE OF SERVICE PENDS THE
      * CLAIM 'CRED'; ONE EXCLUDED ON IT DENIES THE CLAIM 'EXCL' WITH
      * NOTHING ALLOWED -- AS IN CLAIMCI0.
      ******************************************************************
                   IF WS-CREDENTIAL-LAPSED
                       MOVE 'PEND' TO RSP-CLAIM-STATUS
                       MOVE 'CRED' TO RSP-CLAIM-REASON-CODE
                   END-IF
                   IF WS-PROVIDER-EXCLUDED
                       MOVE 'DENY' TO RSP-CLAIM-STATUS
                       MOVE 'EXCL' TO RSP-CLAIM-REASON-CODE
                       MOVE 0 TO RSP-CLAIM-ALLOWED-AMOUNT
                       MOVE 0 TO RSP-CLAIM-PLAN-PAID-AMOUNT
                       MOVE 0 TO RSP-CLAIM-MEMBER-RESP-AMOUNT
                   END-IF
               END-IF
           END-IF

                 TO REQ-LINE-AMOUNT(WS-PND-LINE-IDX)
               MOVE WS-PND-DESC(WS-PND-LINE-IDX)
                 TO REQ-LINE-DESC(WS-PND-LINE-IDX)
               MOVE WS-PND-DIAG-POINTER(WS-PND-LINE-IDX)
                 TO REQ-LINE-DIAG-POINTER(WS-PND-LINE-IDX)
               MOVE WS-PND-MODIFIER(WS-PND-LINE-IDX)
                 TO REQ-LINE-MODIFIER(WS-PND-LINE-IDX)
           END-PERFORM
           PERFORM VARYING WS-PND-LINE-IDX FROM 1 BY 1
                   UNTIL WS-PND-LINE-IDX > 8
               MOVE BLC-DIAGNOSIS-CODE(WS-PND-LINE-IDX)
                 TO REQ-CLAIM-DIAGNOSIS-CODE(WS-PND-LINE-IDX)
           END-PERFORM
           IF BLC-CURRENCY-CODE = SPACES
               MOVE 'USD' TO REQ-CLAIM-CURRENCY-CODE
               MOVE SPACES TO RSP-LINE-DISP-STATUS(WS-PND-LINE-IDX)
               MOVE 0 TO RSP-LINE-DISP-ALLOWED(WS-PND-LINE-IDX)
               MOVE SPACES TO RSP-LINE-DISP-REASON(WS-PND-LINE-IDX)
               MOVE REQ-LINE-DIAG-POINTER(WS-PND-LINE-IDX)
                 TO RSP-LINE-DIAG-POINTER(WS-PND-LINE-IDX)
               MOVE REQ-LINE-MODIFIER(WS-PND-LINE-IDX)
                 TO RSP-LINE-MODIFIER(WS-PND-LINE-IDX)
           END-PERFORM
           PERFORM VARYING WS-PND-LINE-IDX FROM 1 BY 1
                   UNTIL WS-PND-LINE-IDX > 8
               MOVE REQ-CLAIM-DIAGNOSIS-CODE(WS-PND-LINE-IDX)
                 TO RSP-CLAIM-DIAGNOSIS-CODE(WS-PND-LINE-IDX)
           END-PERFORM
           MOVE 'N'                 TO RSP-CLAIM-EXTRACTED-FLAG
           MOVE 'N'                 TO RSP-CLAIM-ENCOUNTER-FLAG
           MOVE SPACE               TO RSP-CLAIM-NSA-FLAG
           MOVE 'P'                 TO RSP-CLAIM-PAYEE-INDICATOR
           MOVE WS-CURRENT-CHANNEL  TO RSP-CLAIM-INTAKE-CHANNEL
           MOVE WS-CURRENT-PARTNER-ID TO RSP-CLAIM-PARTNER-ID
           IF BLC-ACCIDENT-FLAG = 'Y'
               MOVE 'Y' TO RSP-CLAIM-ACCIDENT-FLAG
           ELSE

       DO-ASSIGN-CLAIM-ID SECTION.
      ******************************************************************
      * HAND OUT THE NEXT NUMBER FROM THE RESERVED BLOCK, RESERVING A
      * FRESH BLOCK FROM CLAIMSEQ WHEN IT IS USED UP -- SAME YY PLUS
      * 6-DIGIT FORMAT AS CLAIMCI0/CLAIMIM0. A FAILED RESERVATION
      * LEAVES SPACES AND THE CLAIM IS REJECTED BY VALIDATION.
      ******************************************************************
           MOVE SPACES TO WS-NEW-CLAIM-ID
           IF WS-BLOCK-NEXT > WS-BLOCK-LAST
               PERFORM DO-RESERVE-CLAIM-BLOCK
               IF WS-BLOCK-NEXT > WS-BLOCK-LAST
                   EXIT SECTION
               END-IF
           END-IF

           MOVE WS-BLOCK-YEAR(3:2) TO WS-SEQ-YEAR-2
           MOVE WS-BLOCK-NEXT TO WS-SEQ-NUMBER
           STRING WS-SEQ-YEAR-2 WS-SEQ-NUMBER DELIMITED BY SIZE
               INTO WS-NEW-CLAIM-ID
           ADD 1 TO WS-BLOCK-NEXT
           EXIT.

       DO-RESERVE-CLAIM-BLOCK SECTION.
      ******************************************************************
      * ONE READ/REWRITE OF THE CLAIMSEQ COUNTER MOVES IT ON BY A WHOLE
      * BLOCK (WITH THE SAME YEAR ROLL AS BEFORE), SO ONLINE SUBMITS
      * AND THE OTHER STREAMS DRAW PAST IT. A BLOCK THAT WOULD RUN
      * PAST 999999 IS CUT SHORT THERE. THE COUNTER FILE STAYS OPEN
      * FOR THE WHOLE RUN. A STREAM CHECKPOINTS THE NEW BLOCK AT ONCE
      * -- A RESTART MUST KNOW WHICH NUMBERS THE UNIT IN FLIGHT MAY
      * HAVE USED.
      ******************************************************************
           IF WS-SEQUENCE-FILE-STATUS NOT = '00'
               EXIT SECTION
           END-IF
               MOVE WS-SEQ-CURRENT-YEAR TO SEQ-YEAR
               MOVE 0 TO SEQ-LAST-NUMBER
           END-IF
           IF SEQ-LAST-NUMBER = 999999
               DISPLAY 'CLAIMBLK: CLAIMSEQ HAS NO NUMBERS LEFT FOR '
                   SEQ-YEAR
               EXIT SECTION
           END-IF

           COMPUTE WS-BLOCK-FIRST = SEQ-LAST-NUMBER + 1
           COMPUTE WS-BLOCK-END = SEQ-LAST-NUMBER + WS-BLOCK-SIZE
           IF WS-BLOCK-END > 999999
               MOVE 999999 TO WS-BLOCK-END
           END-IF
           MOVE WS-BLOCK-END TO SEQ-LAST-NUMBER

           REWRITE CLAIM-SEQUENCE-RECORD
           IF WS-SEQUENCE-FILE-STATUS NOT = '00'
               EXIT SECTION
           END-IF

           MOVE SEQ-YEAR       TO WS-BLOCK-YEAR
           MOVE WS-BLOCK-FIRST TO WS-BLOCK-NEXT
           MOVE WS-BLOCK-END   TO WS-BLOCK-LAST
           ADD 1 TO WS-BLOCK-COUNT

           IF WS-STREAM-MODE
               MOVE WS-LAST-CHECKPOINT TO CHECKPOINT-RECORD
               MOVE WS-BLOCK-YEAR TO BCKP-BLOCK-YEAR
               MOVE WS-BLOCK-NEXT TO BCKP-BLOCK-NEXT
               MOVE WS-BLOCK-LAST TO BCKP-BLOCK-LAST
               PERFORM DO-PUT-CHECKPOINT
           END-IF
           EXIT.

       DO-RELEASE-CLAIM-BLOCK SECTION.
      ******************************************************************
      * THE UNUSED TAIL OF THE LAST BLOCK GOES BACK TO CLAIMSEQ ONLY
      * IF THE COUNTER STILL ENDS AT THIS BLOCK -- NOTHING, ONLINE OR
      * ANOTHER STREAM, HAS DRAWN SINCE. OTHERWISE THE NUMBERS CANNOT
      * BE HANDED BACK WITHOUT BEING REUSED, AND THE GAP IS LOGGED TO
      * CLAIMSGP INSTEAD.
      ******************************************************************
           IF WS-BLOCK-NEXT > WS-BLOCK-LAST
               EXIT SECTION
           END-IF

           COMPUTE WS-GAP-COUNT = WS-BLOCK-LAST - WS-BLOCK-NEXT + 1
           MOVE 'N' TO WS-BLOCK-RETURNED-SW
           IF WS-SEQUENCE-FILE-STATUS = '00'
               MOVE 'CLAIMSEQ' TO SEQ-KEY
               READ CLAIM-SEQUENCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SEQ-YEAR = WS-BLOCK-YEAR
                      AND SEQ-LAST-NUMBER = WS-BLOCK-LAST
                           COMPUTE SEQ-LAST-NUMBER = WS-BLOCK-NEXT - 1
                           REWRITE CLAIM-SEQUENCE-RECORD
                           IF WS-SEQUENCE-FILE-STATUS = '00'
                               MOVE 'Y' TO WS-BLOCK-RETURNED-SW
                           END-IF
                       END-IF
               END-READ
           END-IF

           IF WS-BLOCK-RETURNED
               DISPLAY 'CLAIMBLK: ' WS-GAP-COUNT
                   ' UNUSED CLAIM NUMBER(S) RETURNED TO CLAIMSEQ'
           ELSE
               PERFORM DO-LOG-SEQUENCE-GAP
           END-IF
           MOVE WS-BLOCK-LAST TO WS-BLOCK-NEXT
           ADD 1 TO WS-BLOCK-NEXT
           EXIT.

       DO-LOG-SEQUENCE-GAP SECTION.
           MOVE WS-BLOCK-YEAR         TO SGP-YEAR
           MOVE WS-BLOCK-NEXT         TO SGP-FIRST-NUMBER
           MOVE WS-BLOCK-LAST         TO SGP-LAST-NUMBER
           MOVE WS-GAP-COUNT          TO SGP-NUMBER-COUNT
           MOVE 'CLAIMBLK'            TO SGP-SOURCE
           MOVE WS-STREAM-ID          TO SGP-STREAM-ID
           MOVE WS-ABSTIME-TODAY-DATE TO SGP-LOGGED-DATE
           MOVE 'UNRT'                TO SGP-REASON

           OPEN EXTEND SEQUENCE-GAP-FILE
           IF WS-GAP-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMBLK: CLAIMSGP OPEN FAILED, STATUS '
                   WS-GAP-FILE-STATUS ' - UNUSED NUMBERS '
                   SGP-FIRST-NUMBER ' TO ' SGP-LAST-NUMBER
                   ' NOT LOGGED'
               EXIT SECTION
           END-IF
           WRITE SEQUENCE-GAP-RECORD
           IF WS-GAP-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMBLK: CLAIMSGP WRITE FAILED, STATUS '
                   WS-GAP-FILE-STATUS ' - UNUSED NUMBERS '
                   SGP-FIRST-NUMBER ' TO ' SGP-LAST-NUMBER
                   ' NOT LOGGED'
           ELSE
               DISPLAY 'CLAIMBLK: ' WS-GAP-COUNT
                   ' UNUSED CLAIM NUMBER(S) LOGGED TO CLAIMSGP'
           END-IF
           CLOSE SEQUENCE-GAP-FILE
           EXIT.

       DO-VALIDATE-CLAIM-REC SECTION.
               EXIT SECTION
           END-IF

           IF NOT BLC-ORIGINAL
          AND NOT BLC-REPLACEMENT
               MOVE 'N' TO WS-CLAIM-REC-VALID-SW
               MOVE 'CLAIM FREQUENCY CODE NOT SUPPORTED'
                    TO WS-REJECT-MESSAGE
               EXIT SECTION
           END-IF

           IF REQ-CLAIM-AMOUNT <= 0
               MOVE 'N' TO WS-CLAIM-REC-VALID-SW
               MOVE 'CLAIM AMOUNT MUST BE POSITIVE'
      ******************************************************************
      * SAME PER-TYPE FILING-WINDOW CHECK AS DO-CHECK-TIMELY-FILING
      * IN CLAIMCI0 (REQ-CLAIM-DATE WAS ALREADY VALIDATED AS A REAL
      * MM/DD/YYYY DATE). A TYPE WITH A ZERO WINDOW HAS NO LIMIT. A
      * REPLACEMENT STANDS IN FOR AN ORIGINAL THAT WAS ALREADY FILED
      * IN TIME, SO IT IS NOT MEASURED AGAIN.
      ******************************************************************
           MOVE 'Y' TO WS-TIMELY-FILED-SW
           IF BLC-REPLACEMENT
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-TF-LIMIT-DAYS
           SET CT-IDX TO 1
      * ALLOWED AMOUNT (= THE BILLED AMOUNT ON THE BULK PATH, WHICH
      * CARRIES NO LINE-ITEM BREAKDOWN) IS DIVIDED INTO PLAN-PAID AND
      * MEMBER-RESPONSIBILITY FROM THE CLAIMPBM PLAN BENEFITS AND THE
      * MEMBER'S DEDUCTIBLE POSITION, WITH THE SAME OUT-OF-NETWORK
      * COINSURANCE CHOICE. A MEMBER OR PLAN NOT ON FILE LEAVES THE
      * WHOLE ALLOWED AMOUNT AS PLAN-PAID -- MISSING REFERENCE DATA
      * NEVER BLOCKS A CLAIM.
      ******************************************************************
           MOVE RSP-CLAIM-ALLOWED-AMOUNT
             TO RSP-CLAIM-PLAN-PAID-AMOUNT
               MOVE WS-CS-BASE-AMOUNT TO WS-CS-DED-APPLIED
           END-IF

           MOVE PBM-COINSURANCE-PCT TO WS-CS-COINS-PCT
           IF RSP-CLAIM-NETWORK-STATUS = 'O'
              AND RSP-CLAIM-NSA-FLAG = SPACE
              AND PBM-OON-COINSURANCE-PCT > 0
               MOVE PBM-OON-COINSURANCE-PCT TO WS-CS-COINS-PCT
           END-IF

           COMPUTE WS-CS-COINS-AMOUNT =
               (WS-CS-BASE-AMOUNT - WS-CS-DED-APPLIED)
               * WS-CS-COINS-PCT / 100

           COMPUTE RSP-CLAIM-MEMBER-RESP-AMOUNT =
               WS-CS-COPAY-AMOUNT + WS-CS-DED-APPLIED
                   IF PROV-CAPITATED
                       MOVE 'Y' TO RSP-CLAIM-ENCOUNTER-FLAG
                   END-IF
                   IF RSP-CLAIM-NETWORK-STATUS = 'O'
                       PERFORM DO-CHECK-NO-SURPRISES
                   END-IF
           END-READ

           PERFORM DO-CHECK-PROVIDER-CREDENTIALS
           EXIT.

       DO-CHECK-PROVIDER-CREDENTIALS SECTION.
      ******************************************************************
      * SAME CHECK AS DO-CHECK-PROVIDER-CREDENTIALS IN CLAIMCI0: EACH
      * CREDENTIAL TYPE THE PROVIDER HOLDS NEEDS ONE CREDENTIAL VALID
      * ON THE DATE OF SERVICE, A SANCTION IN FORCE ON IT COUNTS AS
      * LAPSED, AND AN EXCLUSION IN FORCE ON IT EXCLUDES. NO CLAIMCRD
      * FILE, OR NO CREDENTIALS FOR THE PROVIDER, MEANS NO CHECK.
      ******************************************************************
           MOVE 'N' TO WS-CREDENTIAL-LAPSED-SW
           MOVE 'N' TO WS-PROVIDER-EXCLUDED-SW
           MOVE 'N' TO WS-CRD-EOF
           MOVE 'N' TO WS-CRD-TYPE-COVERED-SW
           MOVE SPACES TO WS-CRD-CURRENT-TYPE

           IF NOT WS-CREDENTIAL-FILE-OPEN
              OR REQ-CLAIM-PROVIDER = SPACES
               EXIT SECTION
           END-IF

           MOVE REQ-CLAIM-DATE(7:4) TO WS-CRD-SERVICE-DATE(1:4)
           MOVE REQ-CLAIM-DATE(1:2) TO WS-CRD-SERVICE-DATE(5:2)
           MOVE REQ-CLAIM-DATE(4:2) TO WS-CRD-SERVICE-DATE(7:2)

           MOVE REQ-CLAIM-PROVIDER TO CRD-PROVIDER-ID
           MOVE LOW-VALUES TO CRD-CREDENTIAL-TYPE
           MOVE LOW-VALUES TO CRD-ISSUING-STATE
           START CREDENTIAL-FILE KEY >= CRD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CRD-EOF
           END-START

           PERFORM UNTIL WS-CRD-AT-EOF
               READ CREDENTIAL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CRD-EOF
                   NOT AT END
                       IF CRD-PROVIDER-ID NOT = REQ-CLAIM-PROVIDER
                           MOVE 'Y' TO WS-CRD-EOF
                       ELSE
                           PERFORM DO-CHECK-ONE-CREDENTIAL
                       END-IF
               END-READ
           END-PERFORM

           PERFORM DO-CLOSE-CREDENTIAL-TYPE
           EXIT.

       DO-CHECK-ONE-CREDENTIAL SECTION.
           IF CRD-CREDENTIAL-TYPE NOT = WS-CRD-CURRENT-TYPE
               PERFORM DO-CLOSE-CREDENTIAL-TYPE
               MOVE CRD-CREDENTIAL-TYPE TO WS-CRD-CURRENT-TYPE
               MOVE 'N' TO WS-CRD-TYPE-COVERED-SW
           END-IF
           IF CRD-EFFECTIVE-DATE NOT > WS-CRD-SERVICE-DATE
          AND CRD-EXPIRY-DATE NOT < WS-CRD-SERVICE-DATE
               MOVE 'Y' TO WS-CRD-TYPE-COVERED-SW
           END-IF
           IF CRD-SANCTION-DATE = 0
           OR CRD-SANCTION-DATE NOT > WS-CRD-SERVICE-DATE
               IF CRD-EXCLUDED
                   MOVE 'Y' TO WS-PROVIDER-EXCLUDED-SW
               END-IF
               IF CRD-SANCTIONED
                   MOVE 'Y' TO WS-CREDENTIAL-LAPSED-SW
               END-IF
           END-IF
           EXIT.

       DO-CLOSE-CREDENTIAL-TYPE SECTION.
           IF WS-CRD-CURRENT-TYPE NOT = SPACES
          AND NOT WS-CRD-TYPE-COVERED
               MOVE 'Y' TO WS-CREDENTIAL-LAPSED-SW
           END-IF
           EXIT.

       DO-CHECK-NO-SURPRISES SECTION.
      ******************************************************************
      * THE ANCILLARY HALF OF DO-CHECK-NO-SURPRISES IN CLAIMCI0: AN
      * OUT-OF-NETWORK ANCILLARY PROVIDER WHOSE FACILITY IS IN
      * NETWORK IS FLAGGED 'A'. THE FACILITY READ REUSES THE CLAIMPRV
      * RECORD AREA, SO IT COMES LAST.
      ******************************************************************
           IF PROV-ANCILLARY AND PROV-FACILITY-ID NOT = SPACES
               MOVE PROV-FACILITY-ID TO WS-NSA-FACILITY-ID
               MOVE WS-NSA-FACILITY-ID TO PROV-PROVIDER-ID
               READ PROVIDER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PROV-IN-NETWORK
                           MOVE 'A' TO RSP-CLAIM-NSA-FLAG
                       END-IF
               END-READ
           END-IF
           EXIT.

       DO-CALL-CLAIM-RULE SECTION.
      ******************************************************************
      * IDENTICAL CALL SHAPE AND POST-DECISION GOVERNANCE TO
      * CLAIMIM0'S DO-CALL-CLAIM-RULE, PLUS THE OUT-OF-NETWORK PEND
      * THE CICS PATH APPLIES (NOT TO A NO SURPRISES ACT CLAIM).
      ******************************************************************
           SET BAQ-REQUEST-PTR TO ADDRESS OF REQUEST
           MOVE LENGTH OF REQUEST TO BAQ-REQUEST-LEN
               END-IF
               IF RSP-CLAIM-STATUS = 'OKAY'
              AND RSP-CLAIM-NETWORK-STATUS NOT = 'I'
              AND RSP-CLAIM-NSA-FLAG = SPACE
                   MOVE 'PEND' TO RSP-CLAIM-STATUS
                   MOVE 'ONET' TO RSP-CLAIM-REASON-CODE
               END-IF
                   STRING WS-CURRENT-BATCH-ID
                       ' REJECTED CLAIM ' REQ-CLAIM-ID
                       ' MEMBER ' BLC-MEMBER-ID
                       ' REF ' BLC-CLAIM-DESC
                       ' AMT ' BLC-CLAIM-AMOUNT
                       ' COULD NOT BE WRITTEN'
                       DELIMITED BY SIZE INTO ACK-RECORD
                   PERFORM DO-WRITE-ACK
                   IF BLC-REPLACEMENT
                       MOVE SPACES TO ACK-RECORD
                       STRING WS-CURRENT-BATCH-ID
                           ' ORIGINAL CLAIM ' AR-CLAIM-ID
                           ' REVERSED BY ' WS-REVERSAL-ID
                           ' BUT REPLACEMENT NOT WRITTEN - MANUAL'
                           ' FOLLOW-UP REQUIRED'
                           DELIMITED BY SIZE INTO ACK-RECORD
                       PERFORM DO-WRITE-ACK
                       DISPLAY 'CLAIMBLK: ORIGINAL ' AR-CLAIM-ID
                           ' REVERSED BY ' WS-REVERSAL-ID
                           ', REPLACEMENT ' REQ-CLAIM-ID
                           ' NOT WRITTEN'
                   END-IF
                   EXIT SECTION
           END-WRITE

           ADD 1 TO WS-BATCH-ACCEPTED-COUNT
           ADD 1 TO WS-TOTAL-WRITTEN-COUNT
           ADD REQ-CLAIM-AMOUNT TO WS-TOTAL-WRITTEN-AMOUNT
      ******************************************************************
      * REMEMBER WHICH PARTNER SENT THE CLAIM, AND UNDER WHAT CLAIM
      * REFERENCE OF ITS OWN, SO THE REMITTANCE CAN GO BACK TO THE
      * PARTNER ELECTRONICALLY (CLAIMX35).
      ******************************************************************
           MOVE REQ-CLAIM-ID          TO PCX-CLAIM-ID
           MOVE WS-CURRENT-PARTNER-ID TO PCX-PARTNER-ID
           MOVE WS-CURRENT-BATCH-ID   TO PCX-BATCH-ID
           MOVE BLC-CLAIM-DESC        TO PCX-PATIENT-CONTROL-NO
           MOVE WS-ABSTIME-TODAY-DATE TO PCX-RECEIVED-DATE
           WRITE PARTNER-CLAIM-XREF-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF RSP-CLAIM-NSA-FLAG NOT = SPACE
               PERFORM DO-OPEN-NSA-CASE
           END-IF

           MOVE REQ-CLAIM-ID            TO AUD-CLAIM-ID
           MOVE WS-CURRENT-ABSTIME      TO AUD-TIMESTAMP
               ' ACCEPTED CLAIM ' REQ-CLAIM-ID
               ' STATUS ' RSP-CLAIM-STATUS
               ' REASON ' RSP-CLAIM-REASON-CODE
               ' MEMBER ' BLC-MEMBER-ID
               ' REF ' BLC-CLAIM-DESC
               ' AMT ' BLC-CLAIM-AMOUNT
               DELIMITED BY SIZE INTO ACK-RECORD
           PERFORM DO-WRITE-ACK

           IF BLC-REPLACEMENT
               PERFORM DO-WRITE-CORRECTION-ACK
           END-IF
           EXIT.

       DO-PROCESS-VOID-CLAIM SECTION.
      ******************************************************************
      * A VOID ('8') TAKES BACK THE ORIGINAL IT NAMES AND WRITES NO
      * NEW CLAIM: THE ORIGINAL IS CHECKED AND REVERSED, AND THE VOID
      * IS ACKNOWLEDGED UNDER THE REVERSAL'S CLAIM ID. IT DOES NOT
      * COUNT AGAINST THE PARTNER'S DAILY VOLUME CAP.
      ******************************************************************
           MOVE 'Y' TO WS-CLAIM-REC-VALID-SW
           PERFORM DO-CHECK-ORIGINAL-CLAIM
           IF WS-CLAIM-REC-VALID
               PERFORM DO-REVERSE-ORIGINAL-CLAIM
           END-IF

           IF NOT WS-CLAIM-REC-VALID
               ADD 1 TO WS-BATCH-REJECTED-COUNT
               MOVE SPACES TO ACK-RECORD
               STRING WS-CURRENT-BATCH-ID
                   ' REJECTED CLAIM ' WS-REVERSAL-ID
                   ' MEMBER ' BLC-MEMBER-ID
                   ' REF ' BLC-CLAIM-DESC
                   ' AMT ' BLC-CLAIM-AMOUNT
                   ' ' WS-REJECT-MESSAGE
                   DELIMITED BY SIZE INTO ACK-RECORD
               PERFORM DO-WRITE-ACK
               EXIT SECTION
           END-IF

           ADD 1 TO WS-BATCH-ACCEPTED-COUNT
           MOVE SPACES TO ACK-RECORD
           STRING WS-CURRENT-BATCH-ID
               ' ACCEPTED CLAIM ' WS-REVERSAL-ID
               ' STATUS CLSD'
               ' REASON PTNC'
               ' MEMBER ' BLC-MEMBER-ID
               ' REF ' BLC-CLAIM-DESC
               ' AMT ' BLC-CLAIM-AMOUNT
               DELIMITED BY SIZE INTO ACK-RECORD
           PERFORM DO-WRITE-ACK
           PERFORM DO-WRITE-CORRECTION-ACK
           EXIT.

       DO-CHECK-ORIGINAL-CLAIM SECTION.
      ******************************************************************
      * THE CLAIM A REPLACEMENT OR VOID NAMES MUST BE ON FILE, HAVE
      * COME FROM THIS PARTNER, BE FOR THE SAME MEMBER, AND BE A
      * DECIDED (OKAY OR DENY) CLAIM THAT HAS NOT ALREADY BEEN
      * ADJUSTED. THE PARTNER IS TAKEN FROM CLAIMPCX -- FOR A
      * REPLACEMENT MADE ONLINE, FROM THE CLAIM IT REPLACED, AS
      * CLAIMX35 LOOKS IT UP. A CLAIM THAT PASSES IS SAVED IN THE
      * HOLD AREA FOR DO-REVERSE-ORIGINAL-CLAIM.
      ******************************************************************
           IF BLC-ORIG-CLAIM-ID = SPACES
               MOVE 'N' TO WS-CLAIM-REC-VALID-SW
               MOVE 'CORRECTION WITHOUT ORIGINAL CLAIM NUMBER'
                    TO WS-REJECT-MESSAGE
               EXIT SECTION
           END-IF

           MOVE BLC-ORIG-CLAIM-ID TO CF-CLAIM-ID
           READ CLAIM-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CLAIM-REC-VALID-SW
                   MOVE 'ORIGINAL CLAIM NOT ON FILE'
                        TO WS-REJECT-MESSAGE
                   EXIT SECTION
           END-READ

           MOVE CF-CLAIM-ID TO PCX-CLAIM-ID
           READ PARTNER-CLAIM-FILE
               INVALID KEY
                   MOVE SPACES TO PCX-PARTNER-ID
           END-READ
           IF PCX-PARTNER-ID = SPACES
          AND CF-CLAIM-ORIG-CLAIM-ID NOT = SPACES
               MOVE CF-CLAIM-ORIG-CLAIM-ID TO PCX-CLAIM-ID
               READ PARTNER-CLAIM-FILE
                   INVALID KEY
                       MOVE SPACES TO PCX-PARTNER-ID
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN PCX-PARTNER-ID = SPACES
                   MOVE 'ORIGINAL CLAIM NOT SENT BY A PARTNER'
                        TO WS-REJECT-MESSAGE
               WHEN PCX-PARTNER-ID NOT = WS-CURRENT-PARTNER-ID
                   MOVE 'ORIGINAL CLAIM IS FROM ANOTHER PARTNER'
                        TO WS-REJECT-MESSAGE
               WHEN CF-CLAIM-MEMBER-ID NOT = BLC-MEMBER-ID
                   MOVE 'ORIGINAL CLAIM IS FOR ANOTHER MEMBER'
                        TO WS-REJECT-MESSAGE
               WHEN CF-CLAIM-ADJUSTMENT-TYPE = 'R'
                   MOVE 'ORIGINAL CLAIM IS A REVERSAL'
                        TO WS-REJECT-MESSAGE
               WHEN CF-CLAIM-STATUS = 'CLSD'
                   MOVE 'ORIGINAL CLAIM ALREADY REPLACED/VOIDED'
                        TO WS-REJECT-MESSAGE
               WHEN CF-CLAIM-STATUS NOT = 'OKAY'
                AND CF-CLAIM-STATUS NOT = 'DENY'
                   MOVE 'ORIGINAL CLAIM NOT YET DECIDED, RESEND'
                        TO WS-REJECT-MESSAGE
               WHEN OTHER
                   MOVE CF-CLAIM-RECORD TO ARCHIVE-RECORD
                   EXIT SECTION
           END-EVALUATE
           MOVE 'N' TO WS-CLAIM-REC-VALID-SW
           EXIT.

       DO-REVERSE-ORIGINAL-CLAIM SECTION.
      ******************************************************************
      * THE FIRST TWO STEPS OF DO-BUILD-ADJUSTMENT-RECS IN CLAIMCI0,
      * AS CLAIMRPR RUNS THEM: CLOSE THE ORIGINAL (WITH A CLAIMHIS
      * ROW), QUEUE A STOP-PAY IF IT WAS ALREADY EXTRACTED, AND WRITE
      * THE NEGATED REVERSAL. THE REVERSAL IS WRITTEN ALREADY MARKED
      * EXTRACTED -- THE STOP-PAY TAKES BACK A PAYMENT ALREADY MADE,
      * AND AN ORIGINAL NEVER EXTRACTED WAS NEVER PAID. A FAILED
      * CLAIM-NUMBER DRAW OR A LOCKED ORIGINAL REJECTS THE CORRECTION
      * WITH NOTHING TOUCHED.
      ******************************************************************
           PERFORM DO-ASSIGN-CLAIM-ID
           IF WS-NEW-CLAIM-ID = SPACES
               MOVE 'N' TO WS-CLAIM-REC-VALID-SW
               MOVE 'CLAIM NUMBER COULD NOT BE ASSIGNED'
                    TO WS-REJECT-MESSAGE
               EXIT SECTION
           END-IF
           MOVE WS-NEW-CLAIM-ID TO WS-REVERSAL-ID

           MOVE ARCHIVE-RECORD TO CF-CLAIM-RECORD
           MOVE 'CLSD' TO CF-CLAIM-STATUS
           MOVE WS-CURRENT-ABSTIME TO CF-CLAIM-LAST-UPDATED
           REWRITE CF-CLAIM-RECORD
           IF WS-CLAIM-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-CLAIM-REC-VALID-SW
               MOVE 'ORIGINAL CLAIM LOCKED, RESEND'
                    TO WS-REJECT-MESSAGE
               MOVE SPACES TO WS-REVERSAL-ID
               EXIT SECTION
           END-IF

           MOVE AR-CLAIM-ID        TO HIS-CLAIM-ID
           MOVE AR-CLAIM-STATUS    TO HIS-OLD-STATUS
           MOVE 'CLSD'             TO HIS-NEW-STATUS
           MOVE WS-CURRENT-ABSTIME TO HIS-TIMESTAMP
           MOVE 'CLAIMBLK'         TO HIS-USERID
           WRITE CLAIM-HISTORY-RECORD

           IF AR-CLAIM-EXTRACTED-FLAG = 'Y'
               MOVE AR-CLAIM-ID        TO VDQ-CLAIM-ID
               MOVE AR-CLAIM-PROVIDER  TO VDQ-PROVIDER
               COMPUTE VDQ-AMOUNT =
                   AR-CLAIM-AMOUNT + AR-CLAIM-INTEREST-AMOUNT
               MOVE 'Q'                TO VDQ-STATUS
               MOVE WS-CURRENT-ABSTIME TO VDQ-QUEUED-TIMESTAMP
               MOVE 0                  TO VDQ-SENT-DATE
               WRITE VOID-QUEUE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE 'Y' TO WS-STOP-PAY-QUEUED-SW
           END-IF

           MOVE ARCHIVE-RECORD TO CF-CLAIM-RECORD
           MOVE WS-REVERSAL-ID TO CF-CLAIM-ID
           COMPUTE CF-CLAIM-AMOUNT = 0 - CF-CLAIM-AMOUNT
           COMPUTE CF-CLAIM-ALLOWED-AMOUNT =
               0 - CF-CLAIM-ALLOWED-AMOUNT
           COMPUTE CF-CLAIM-INTEREST-AMOUNT =
               0 - CF-CLAIM-INTEREST-AMOUNT
           COMPUTE CF-CLAIM-PLAN-PAID-AMOUNT =
               0 - CF-CLAIM-PLAN-PAID-AMOUNT
           COMPUTE CF-CLAIM-MEMBER-RESP-AMOUNT =
               0 - CF-CLAIM-MEMBER-RESP-AMOUNT
           PERFORM VARYING WS-PND-LINE-IDX FROM 1 BY 1
                   UNTIL WS-PND-LINE-IDX > CF-CLAIM-LINE-ITEM-COUNT
               COMPUTE CF-LINE-AMOUNT(WS-PND-LINE-IDX) =
                   0 - CF-LINE-AMOUNT(WS-PND-LINE-IDX)
               COMPUTE CF-LINE-DISP-ALLOWED(WS-PND-LINE-IDX) =
                   0 - CF-LINE-DISP-ALLOWED(WS-PND-LINE-IDX)
           END-PERFORM
           MOVE 'Y' TO CF-CLAIM-EXTRACTED-FLAG
           MOVE AR-CLAIM-ID TO CF-CLAIM-ORIG-CLAIM-ID
           MOVE 'R' TO CF-CLAIM-ADJUSTMENT-TYPE
           MOVE 'PTNC' TO CF-CLAIM-ADJUST-REASON
           MOVE WS-CURRENT-ABSTIME TO CF-CLAIM-LAST-UPDATED
           WRITE CF-CLAIM-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-CLAIM-REC-VALID-SW
                   MOVE 'REVERSAL NOT WRITTEN, ORIGINAL CLOSED'
                        TO WS-REJECT-MESSAGE
                   DISPLAY 'CLAIMBLK: ORIGINAL ' AR-CLAIM-ID
                       ' CLOSED BUT REVERSAL ' WS-REVERSAL-ID
                       ' NOT WRITTEN - MANUAL FOLLOW-UP REQUIRED'
                   EXIT SECTION
           END-WRITE

           ADD 1 TO WS-TOTAL-WRITTEN-COUNT
           ADD CF-CLAIM-AMOUNT TO WS-TOTAL-WRITTEN-AMOUNT
           EXIT.

       DO-WRITE-CORRECTION-ACK SECTION.
      ******************************************************************
      * A FOLLOW-ON LINE AFTER THE ACCEPTED ACK OF A REPLACEMENT OR
      * VOID NAMING THE ORIGINAL IT TOOK OFF THE BOOKS, ITS REVERSAL,
      * AND WHETHER A STOP-PAY WAS QUEUED FOR A PAYMENT ALREADY MADE.
      ******************************************************************
           MOVE SPACES TO ACK-RECORD
           IF BLC-VOID
               STRING WS-CURRENT-BATCH-ID
                   ' VOIDED CLAIM ' AR-CLAIM-ID
                   ' REVERSAL ' WS-REVERSAL-ID
                   DELIMITED BY SIZE INTO ACK-RECORD
           ELSE
               STRING WS-CURRENT-BATCH-ID
                   ' REPLACED CLAIM ' AR-CLAIM-ID
                   ' REVERSAL ' WS-REVERSAL-ID
                   ' REPLACEMENT ' REQ-CLAIM-ID
                   DELIMITED BY SIZE INTO ACK-RECORD
           END-IF
           IF WS-STOP-PAY-QUEUED
               MOVE ' STOP-PAY QUEUED' TO ACK-RECORD(80:16)
           END-IF
           PERFORM DO-WRITE-ACK
           EXIT.

       DO-OPEN-NSA-CASE SECTION.
      ******************************************************************
      * SAME CLAIMNSC CASE DO-OPEN-NSA-CASE IN CLAIMCI0 OPENS: STATUS
      * OPEN, TODAY AS THE START OF OPEN NEGOTIATION. THE ALLOWED
      * AMOUNT STANDS IN FOR THE QPA, AS THE BULK PATH DOES NOT
      * REPRICE.
      ******************************************************************
           MOVE SPACES TO NSA-CASE-RECORD
           MOVE RSP-CLAIM-ID TO NSC-CLAIM-ID
           MOVE RSP-CLAIM-MEMBER-ID TO NSC-MEMBER-ID
           MOVE RSP-CLAIM-PROVIDER TO NSC-PROVIDER-ID
           MOVE RSP-CLAIM-NSA-FLAG TO NSC-NSA-TYPE
           MOVE RSP-CLAIM-DATE(7:4) TO NSC-SERVICE-DATE(1:4)
           MOVE RSP-CLAIM-DATE(1:2) TO NSC-SERVICE-DATE(5:2)
           MOVE RSP-CLAIM-DATE(4:2) TO NSC-SERVICE-DATE(7:2)
           MOVE RSP-CLAIM-AMOUNT TO NSC-BILLED-AMOUNT
           MOVE RSP-CLAIM-ALLOWED-AMOUNT TO NSC-QPA-AMOUNT
           MOVE RSP-CLAIM-PLAN-PAID-AMOUNT TO NSC-PLAN-PAID-AMOUNT
           MOVE 'O' TO NSC-STATUS
           MOVE WS-ABSTIME-TODAY-DATE TO NSC-OPENED-DATE
           MOVE 0 TO NSC-NEGOTIATION-DATE
           MOVE 0 TO NSC-IDR-DATE
           MOVE 0 TO NSC-DECISION-DATE
           MOVE 0 TO NSC-AWARD-AMOUNT
           MOVE 0 TO NSC-CLOSED-DATE
           WRITE NSA-CASE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EXIT.

       DO-LOAD-RATE-TABLE SECTION.
           END-IF
           CLOSE CONTROL-FILE
           EXIT.

       DO-WRITE-ACK SECTION.
      ******************************************************************
      * EVERY BLKACK LINE GOES OUT THROUGH HERE. ON A RESTARTED STREAM
      * THE REPLAYED UNIT REGENERATES THE LINES THE FAILED RUN HAD
      * ALREADY WRITTEN PAST ITS LAST CHECKPOINT -- THOSE ARE DROPPED
      * HERE SO THE FILE CARRIES EACH LINE ONCE.
      ******************************************************************
           ADD 1 TO WS-ACK-LINE-COUNT
           ADD 1 TO WS-SEG-ACK-LINES
           IF WS-ACK-SUPPRESS-COUNT > 0
               SUBTRACT 1 FROM WS-ACK-SUPPRESS-COUNT
           ELSE
               WRITE ACK-RECORD
           END-IF
           EXIT.

       DO-OPEN-SEGMENT SECTION.
      ******************************************************************
      * A SEGMENT IS ONE BATCH (HEADER TO THE NEXT HEADER) AS CLAIMBSP
      * ROUTED IT TO THIS STREAM; ANY RECORDS AHEAD OF THE FIRST
      * HEADER FORM A SEGMENT OF THEIR OWN WITH NO BATCH ID.
      ******************************************************************
           MOVE 'Y' TO WS-SEGMENT-OPEN-SW
           IF BULK-RECORD(1:1) = 'H'
               MOVE BULK-RECORD(2:8)  TO WS-SEG-PARTNER-ID
               MOVE BULK-RECORD(10:8) TO WS-SEG-BATCH-ID
           ELSE
               MOVE SPACES TO WS-SEG-PARTNER-ID
               MOVE SPACES TO WS-SEG-BATCH-ID
           END-IF
           MOVE 0 TO WS-SEG-ACK-LINES
           MOVE WS-TOTAL-WRITTEN-COUNT  TO WS-SEG-START-COUNT
           MOVE WS-TOTAL-WRITTEN-AMOUNT TO WS-SEG-START-AMOUNT
           EXIT.

       DO-CLOSE-SEGMENT SECTION.
      ******************************************************************
      * '*SEGTOT*' CLOSES THE SEGMENT'S ACK LINES: HOW MANY LINES IT
      * PRODUCED AND WHAT IT WROTE TO CLAIMCIF. CLAIMBMG CHECKS THE
      * LINES AGAINST THE SPLIT MAP AND POSTS CLAIMCTL FROM THE TOTALS.
      ******************************************************************
           IF NOT WS-SEGMENT-OPEN
               EXIT SECTION
           END-IF

           ADD 1 TO WS-SEGMENT-COUNT
           MOVE SPACES                  TO BULK-STREAM-CONTROL-LINE
           MOVE '*SEGTOT*'              TO BST-MARKER
           MOVE WS-STREAM-ID            TO BST-STREAM-ID
           MOVE WS-SEG-PARTNER-ID       TO BST-PARTNER-ID
           MOVE WS-SEG-BATCH-ID         TO BST-BATCH-ID
           MOVE WS-SEG-ACK-LINES        TO BST-ACK-LINES
           MOVE WS-BATCH-RECEIVED-COUNT TO BST-RECEIVED-COUNT
           COMPUTE BST-WRITTEN-COUNT =
               WS-TOTAL-WRITTEN-COUNT - WS-SEG-START-COUNT
           COMPUTE BST-WRITTEN-AMOUNT =
               WS-TOTAL-WRITTEN-AMOUNT - WS-SEG-START-AMOUNT
           MOVE WS-SEGMENT-COUNT        TO BST-SEGMENT-COUNT
           MOVE BULK-STREAM-CONTROL-LINE TO ACK-RECORD
           PERFORM DO-WRITE-ACK
           MOVE 'N' TO WS-SEGMENT-OPEN-SW
           EXIT.

       DO-WRITE-STREAM-END SECTION.
      ******************************************************************
      * '*STREND*' IS THE LAST LINE OF A STREAM THAT RAN TO END OF
      * FILE -- CLAIMBMG WILL NOT MERGE A STREAM WITHOUT ONE.
      ******************************************************************
           MOVE SPACES                  TO BULK-STREAM-CONTROL-LINE
           MOVE '*STREND*'              TO BST-MARKER
           MOVE WS-STREAM-ID            TO BST-STREAM-ID
           MOVE WS-ACK-LINE-COUNT       TO BST-ACK-LINES
           MOVE 0                       TO BST-RECEIVED-COUNT
           MOVE WS-TOTAL-WRITTEN-COUNT  TO BST-WRITTEN-COUNT
           MOVE WS-TOTAL-WRITTEN-AMOUNT TO BST-WRITTEN-AMOUNT
           MOVE WS-SEGMENT-COUNT        TO BST-SEGMENT-COUNT
           MOVE BULK-STREAM-CONTROL-LINE TO ACK-RECORD
           PERFORM DO-WRITE-ACK
           EXIT.

       DO-WRITE-CHECKPOINT SECTION.
      ******************************************************************
      * CHECKPOINT A STREAM AT A UNIT BOUNDARY -- BLKIN RECORDS FULLY
      * DONE, BLKACK LINES WRITTEN, THE RESERVED BLOCK AND ALL RUNNING
      * BATCH/SEGMENT/PARTNER STATE. REWRITTEN WHOLE EACH TIME, AS
      * CLAIMEXT DOES.
      ******************************************************************
           MOVE 'N' TO BCKP-JOB-COMPLETE
           PERFORM DO-BUILD-CHECKPOINT
           PERFORM DO-PUT-CHECKPOINT
           EXIT.

       DO-WRITE-FINAL-CHECKPOINT SECTION.
           MOVE WS-INPUT-COUNT TO WS-CKP-INPUT-DONE
           MOVE 'Y' TO BCKP-JOB-COMPLETE
           PERFORM DO-BUILD-CHECKPOINT
           PERFORM DO-PUT-CHECKPOINT
           EXIT.

       DO-BUILD-CHECKPOINT SECTION.
           MOVE WS-STREAM-ID            TO BCKP-STREAM-ID
           MOVE WS-CKP-INPUT-DONE       TO BCKP-INPUT-DONE
           MOVE WS-ACK-LINE-COUNT       TO BCKP-ACK-LINES
           MOVE WS-BLOCK-YEAR           TO BCKP-BLOCK-YEAR
           MOVE WS-BLOCK-NEXT           TO BCKP-BLOCK-NEXT
           MOVE WS-BLOCK-LAST           TO BCKP-BLOCK-LAST
           MOVE WS-CURRENT-BATCH-ID     TO BCKP-BATCH-ID
           MOVE WS-CURRENT-PARTNER-ID   TO BCKP-PARTNER-ID
           MOVE WS-CURRENT-CHANNEL      TO BCKP-CHANNEL
           MOVE WS-BATCH-AUTHORIZED-SW  TO BCKP-BATCH-AUTHORIZED
           MOVE WS-PTN-ALLOWED-TYPES    TO BCKP-ALLOWED-TYPES
           MOVE WS-PTN-VOLUME-CAP       TO BCKP-VOLUME-CAP
           MOVE WS-BATCH-RECEIVED-COUNT TO BCKP-RECEIVED-COUNT
           MOVE WS-BATCH-ACCEPTED-COUNT TO BCKP-ACCEPTED-COUNT
           MOVE WS-BATCH-REJECTED-COUNT TO BCKP-REJECTED-COUNT
           MOVE WS-TOTAL-WRITTEN-COUNT  TO BCKP-WRITTEN-COUNT
           MOVE WS-TOTAL-WRITTEN-AMOUNT TO BCKP-WRITTEN-AMOUNT
           MOVE WS-SEGMENT-OPEN-SW      TO BCKP-SEGMENT-OPEN
           MOVE WS-SEG-PARTNER-ID       TO BCKP-SEG-PARTNER-ID
           MOVE WS-SEG-BATCH-ID         TO BCKP-SEG-BATCH-ID
           MOVE WS-SEG-ACK-LINES        TO BCKP-SEG-ACK-LINES
           MOVE WS-SEG-START-COUNT      TO BCKP-SEG-START-COUNT
           MOVE WS-SEG-START-AMOUNT     TO BCKP-SEG-START-AMOUNT
           MOVE WS-SEGMENT-COUNT        TO BCKP-SEGMENT-COUNT
           MOVE WS-PTN-DAY-USED         TO BCKP-PTN-DAY-USED
           MOVE WS-PTN-DAY-OVERFLOW     TO BCKP-PTN-DAY-OVERFLOW
           MOVE WS-PTN-DAY-TABLE        TO BCKP-PTN-DAY-TABLE
           EXIT.

       DO-PUT-CHECKPOINT SECTION.
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS NOT = '00'
               DISPLAY 'CLAIMBLK: BLKCKP OPEN FAILED, STATUS '
                   WS-CHECKPOINT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE CHECKPOINT-RECORD
           MOVE CHECKPOINT-RECORD TO WS-LAST-CHECKPOINT
           CLOSE CHECKPOINT-FILE
           EXIT.

       DO-CHECK-FOR-RESTART SECTION.
      ******************************************************************
      * AN INCOMPLETE BLKCKP FOR THIS STREAM MEANS THE LAST RUN DIED
      * PART WAY: PICK UP ALL ITS STATE. A CHECKPOINT LEFT BY ANOTHER
      * STREAM MEANS THE DD IS WRONG, AND THE RUN STOPS RATHER THAN
      * RESUME FROM IT.
      ******************************************************************
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-FILE-STATUS NOT = '00'
               EXIT SECTION
           END-IF

           READ CHECKPOINT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BCKP-JOB-COMPLETE NOT = 'Y'
                       IF BCKP-STREAM-ID NOT = WS-STREAM-ID
                           DISPLAY 'CLAIMBLK: BLKCKP BELONGS TO STREAM '
                               BCKP-STREAM-ID ', NOT ' WS-STREAM-ID
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE 'Y' TO WS-RESTARTED-SW
                       MOVE CHECKPOINT-RECORD TO WS-LAST-CHECKPOINT
                       PERFORM DO-RESTORE-CHECKPOINT
                   END-IF
           END-READ
           CLOSE CHECKPOINT-FILE
           EXIT.

       DO-RESTORE-CHECKPOINT SECTION.
           MOVE BCKP-INPUT-DONE         TO WS-CKP-INPUT-DONE
           MOVE BCKP-ACK-LINES          TO WS-ACK-LINE-COUNT
           MOVE BCKP-BLOCK-YEAR         TO WS-BLOCK-YEAR
           MOVE BCKP-BLOCK-NEXT         TO WS-BLOCK-NEXT
           MOVE BCKP-BLOCK-LAST         TO WS-BLOCK-LAST
           MOVE BCKP-BATCH-ID           TO WS-CURRENT-BATCH-ID
           MOVE BCKP-PARTNER-ID         TO WS-CURRENT-PARTNER-ID
           MOVE BCKP-CHANNEL            TO WS-CURRENT-CHANNEL
           MOVE BCKP-BATCH-AUTHORIZED   TO WS-BATCH-AUTHORIZED-SW
           MOVE BCKP-ALLOWED-TYPES      TO WS-PTN-ALLOWED-TYPES
           MOVE BCKP-VOLUME-CAP         TO WS-PTN-VOLUME-CAP
           MOVE BCKP-RECEIVED-COUNT     TO WS-BATCH-RECEIVED-COUNT
           MOVE BCKP-ACCEPTED-COUNT     TO WS-BATCH-ACCEPTED-COUNT
           MOVE BCKP-REJECTED-COUNT     TO WS-BATCH-REJECTED-COUNT
           MOVE BCKP-WRITTEN-COUNT      TO WS-TOTAL-WRITTEN-COUNT
           MOVE BCKP-WRITTEN-AMOUNT     TO WS-TOTAL-WRITTEN-AMOUNT
           MOVE BCKP-SEGMENT-OPEN       TO WS-SEGMENT-OPEN-SW
           MOVE BCKP-SEG-PARTNER-ID     TO WS-SEG-PARTNER-ID
           MOVE BCKP-SEG-BATCH-ID       TO WS-SEG-BATCH-ID
           MOVE BCKP-SEG-ACK-LINES      TO WS-SEG-ACK-LINES
           MOVE BCKP-SEG-START-COUNT    TO WS-SEG-START-COUNT
           MOVE BCKP-SEG-START-AMOUNT   TO WS-SEG-START-AMOUNT
           MOVE BCKP-SEGMENT-COUNT      TO WS-SEGMENT-COUNT
           MOVE BCKP-PTN-DAY-USED       TO WS-PTN-DAY-USED
           MOVE BCKP-PTN-DAY-OVERFLOW   TO WS-PTN-DAY-OVERFLOW
           MOVE BCKP-PTN-DAY-TABLE      TO WS-PTN-DAY-TABLE
           EXIT.

       DO-RESUME-STREAM SECTION.
      ******************************************************************
      * RESTART: SQUARE BLKACK AND CLAIMCIF WITH THE CHECKPOINT, REOPEN
      * BLKACK FOR EXTEND, AND SKIP THE BLKIN RECORDS ALREADY DONE. THE
      * UNIT THAT WAS IN FLIGHT IS READ AGAIN; ACK LINES IT HAD ALREADY
      * WRITTEN ARE SUPPRESSED AS IT REPLAYS.
      ******************************************************************
           PERFORM DO-RECONCILE-ACK-FILE
           OPEN EXTEND ACK-FILE
           PERFORM DO-PROBE-CLAIM-NUMBERS

           PERFORM WS-CKP-INPUT-DONE TIMES
               READ BULK-FILE
                   AT END
                       MOVE 'Y' TO WS-BULK-EOF
               END-READ
           END-PERFORM
           MOVE WS-CKP-INPUT-DONE TO WS-INPUT-COUNT

           IF WS-ACK-LINES-ON-FILE > WS-ACK-LINE-COUNT
               COMPUTE WS-ACK-SUPPRESS-COUNT =
                   WS-ACK-LINES-ON-FILE - WS-ACK-LINE-COUNT
           END-IF
           IF WS-ACK-LINES-ON-FILE < WS-ACK-LINE-COUNT
               DISPLAY 'CLAIMBLK: BLKACK HAS ' WS-ACK-LINES-ON-FILE
                   ' LINES, CHECKPOINT EXPECTED ' WS-ACK-LINE-COUNT
                   ' - CHECK THE STREAM ACK BEFORE MERGING'
           END-IF

           MOVE 'Y' TO WS-RESTART-UNIT-PENDING-SW
           DISPLAY 'CLAIMBLK: STREAM ' WS-STREAM-ID
               ' RESTARTED AFTER BLKIN RECORD ' WS-CKP-INPUT-DONE
               ', ' WS-ACK-SUPPRESS-COUNT ' ACK LINE(S) ALREADY WRITTEN'
           EXIT.

       DO-RECONCILE-ACK-FILE SECTION.
      ******************************************************************
      * COUNT WHAT THE FAILED RUN GOT ONTO BLKACK. AN ACCEPTED OR
      * REJECTED LINE PAST THE CHECKPOINT MEANS THE CLAIM IN FLIGHT
      * WAS FINISHED BEFORE THE ABEND.
      ******************************************************************
           MOVE 0 TO WS-ACK-LINES-ON-FILE
           MOVE 'N' TO WS-RECONCILE-EOF
           OPEN INPUT ACK-FILE
           IF WS-ACK-FILE-STATUS NOT = '00'
               EXIT SECTION
           END-IF

           PERFORM UNTIL WS-RECONCILE-AT-EOF
               READ ACK-FILE
                   AT END
                       MOVE 'Y' TO WS-RECONCILE-EOF
                   NOT AT END
                       ADD 1 TO WS-ACK-LINES-ON-FILE
                       IF WS-ACK-LINES-ON-FILE > WS-ACK-LINE-COUNT
                           IF ACK-RECORD(9:16) = ' ACCEPTED CLAIM '
                               MOVE 'Y' TO WS-EXTRA-ACCEPTED-SW
                           END-IF
                           IF ACK-RECORD(9:16) = ' REJECTED CLAIM '
                               MOVE 'Y' TO WS-EXTRA-REJECTED-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACK-FILE
           EXIT.

       DO-PROBE-CLAIM-NUMBERS SECTION.
      ******************************************************************
      * THE UNIT IN FLIGHT DRAWS AT MOST TWO NUMBERS (A REPLACEMENT AND
      * ITS REVERSAL), BOTH FROM WHERE THE CHECKPOINTED BLOCK STOOD.
      * ONE ALREADY ON CLAIMCIF MEANS THE CLAIM WAS WRITTEN BEFORE THE
      * ABEND: IT IS COUNTED INTO THE TOTALS AND THE BLOCK MOVES PAST
      * IT, SO THE NUMBER IS NOT HANDED OUT TWICE.
      ******************************************************************
           MOVE 0 TO WS-RECOVERED-COUNT
           MOVE WS-BLOCK-NEXT TO WS-PROBE-NUMBER
           COMPUTE WS-PROBE-LIMIT = WS-BLOCK-NEXT + 1
           IF WS-PROBE-LIMIT > WS-BLOCK-LAST
               MOVE WS-BLOCK-LAST TO WS-PROBE-LIMIT
           END-IF

           PERFORM UNTIL WS-PROBE-NUMBER > WS-PROBE-LIMIT
               MOVE WS-BLOCK-YEAR(3:2) TO WS-SEQ-YEAR-2
               MOVE WS-PROBE-NUMBER TO WS-SEQ-NUMBER
               STRING WS-SEQ-YEAR-2 WS-SEQ-NUMBER DELIMITED BY SIZE
                   INTO CF-CLAIM-ID
               READ CLAIM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM DO-RECOVER-WRITTEN-CLAIM
                       COMPUTE WS-BLOCK-NEXT = WS-PROBE-NUMBER + 1
               END-READ
               ADD 1 TO WS-PROBE-NUMBER
           END-PERFORM
           EXIT.

       DO-RECOVER-WRITTEN-CLAIM SECTION.
      ******************************************************************
      * BUILD THE ACCEPTED LINE THE CLAIM WOULD HAVE HAD, IN CASE THE
      * ABEND CAME BEFORE BLKACK GOT IT -- FROM THE REPLACEMENT RATHER
      * THAN ITS REVERSAL. THE CLAIM'S SIDE ROWS ARE NOT RE-CHECKED
      * HERE, SO IT IS LISTED FOR FOLLOW-UP.
      ******************************************************************
           ADD 1 TO WS-RECOVERED-COUNT
           ADD 1 TO WS-TOTAL-WRITTEN-COUNT
           ADD CF-CLAIM-AMOUNT TO WS-TOTAL-WRITTEN-AMOUNT

           IF WS-RECOVERED-COUNT = 1
           OR CF-CLAIM-ADJUSTMENT-TYPE NOT = 'R'
               MOVE CF-CLAIM-AMOUNT TO WS-EDIT-RECOVERED-AMOUNT
               MOVE SPACES TO WS-RECOVERED-ACK
               IF CF-CLAIM-ADJUSTMENT-TYPE = 'R'
                   STRING WS-CURRENT-BATCH-ID
                          ' ACCEPTED CLAIM ' CF-CLAIM-ID
                          ' STATUS CLSD'
                          ' REASON PTNC'
                          ' MEMBER ' CF-CLAIM-MEMBER-ID
                          ' REF ' CF-CLAIM-DESC
                          ' AMT ' WS-EDIT-RECOVERED-AMOUNT
                          DELIMITED BY SIZE
                          INTO WS-RECOVERED-ACK
               ELSE
                   STRING WS-CURRENT-BATCH-ID
                          ' ACCEPTED CLAIM ' CF-CLAIM-ID
                          ' STATUS ' CF-CLAIM-STATUS
                          ' REASON ' CF-CLAIM-REASON-CODE
                          ' MEMBER ' CF-CLAIM-MEMBER-ID
                          ' REF ' CF-CLAIM-DESC
                          ' AMT ' WS-EDIT-RECOVERED-AMOUNT
                          DELIMITED BY SIZE
                          INTO WS-RECOVERED-ACK
               END-IF
           END-IF

           DISPLAY 'CLAIMBLK: STREAM ' WS-STREAM-ID ' CLAIM '
               CF-CLAIM-ID ' WAS WRITTEN BEFORE THE RESTART - CHECK '
               'ITS CLAIMAUD/CLAIMHIS/CLAIMPCX ROWS'
           EXIT.

       DO-CHECK-RESTART-UNIT SECTION.
      ******************************************************************
      * THE FIRST RECORD READ AFTER A RESTART IS A CLAIM. IF THE FAILED
      * RUN HAD ALREADY WRITTEN OR ACKNOWLEDGED IT, IT IS NOT PUT
      * THROUGH A SECOND TIME -- IT IS COUNTED AS RECEIVED, AND AS
      * ACCEPTED OR REJECTED FROM WHAT IS ON FILE, AND ITS SERVICE
      * LINES ARE PASSED OVER.
      ******************************************************************
           MOVE 'N' TO WS-RESTART-UNIT-PENDING-SW
           IF WS-RECOVERED-COUNT = 0
          AND NOT WS-EXTRA-ACCEPTED
          AND NOT WS-EXTRA-REJECTED
               EXIT SECTION
           END-IF

           MOVE 'Y' TO WS-SKIP-CLAIM-SW
           ADD WS-ACK-SUPPRESS-COUNT TO WS-ACK-LINE-COUNT
           ADD WS-ACK-SUPPRESS-COUNT TO WS-SEG-ACK-LINES
           MOVE 0 TO WS-ACK-SUPPRESS-COUNT
           ADD 1 TO WS-BATCH-RECEIVED-COUNT
           MOVE BULK-RECORD TO WS-BULK-CLAIM

           EVALUATE TRUE
               WHEN WS-EXTRA-ACCEPTED
                   ADD 1 TO WS-BATCH-ACCEPTED-COUNT
                   IF NOT BLC-VOID
                       PERFORM DO-TALLY-PARTNER-VOLUME
                   END-IF
               WHEN WS-EXTRA-REJECTED
                   ADD 1 TO WS-BATCH-REJECTED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-BATCH-ACCEPTED-COUNT
                   IF NOT BLC-VOID
                       PERFORM DO-TALLY-PARTNER-VOLUME
                   END-IF
                   MOVE WS-RECOVERED-ACK TO ACK-RECORD
                   PERFORM DO-WRITE-ACK
           END-EVALUATE

           DISPLAY 'CLAIMBLK: STREAM ' WS-STREAM-ID ' BLKIN RECORD '
               WS-INPUT-COUNT ' WAS DONE BEFORE THE RESTART, NOT '
               'RESUBMITTED'
           EXIT.
