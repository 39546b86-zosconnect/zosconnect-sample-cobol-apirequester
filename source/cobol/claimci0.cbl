       COPY CLAIMXRT.
       COPY CLAIMFEE.
       COPY CLAIMPCD.
       COPY CLAIMDXC.
       COPY CLAIMCPE.
       COPY CLAIMUBL.
       COPY CLAIMBLM.
       COPY CLAIMUTL.
       COPY CLAIMCTL.
       COPY CLAIMWRK.
       COPY CLAIMAUT.
       COPY CLAIMVDQ.
       COPY CLAIMPAY.
       COPY CLAIMNOT.
       COPY CLAIMQPA.
       COPY CLAIMNSC.
       COPY CLAIMEST.
       COPY CLAIMRFI.
       COPY CLAIMACL.
       COPY CLAIMCRD.
      ******************************************************************
      * HISTORICAL SHAPES OF REQ-CLAIM-CONTAINER, ONE PER REQUEST THAT
      * APPENDED A FIELD TO REQ-CLAIM-DETAILS (SEE CLAIMRQC). REQ-CLAIM-
             10 WS-V9-CLAIM-PAYEE-INDICATOR PIC X(1).
             10 WS-V9-CLAIM-NOTE-TEXT      PIC X(60).
          05 WS-V9-CLAIM-ACTION            PIC X(1).
       01 WS-LEGACY-CONTAINER-V10.
          05 WS-V10-CLAIM-ID               PIC X(8).
          05 WS-V10-CLAIM-DETAILS.
             10 WS-V10-CLAIM-TYPE          PIC X(8).
             10 WS-V10-CLAIM-AMOUNT        COMP-2 SYNC.
             10 WS-V10-CLAIM-DATE          PIC X(10).
             10 WS-V10-CLAIM-DESC          PIC X(21).
             10 WS-V10-CLAIM-PROVIDER      PIC X(21).
             10 WS-V10-FILLER              PIC X(4).
             10 WS-V10-CLAIM-LAST-UPDATED  PIC S9(15) COMP-3.
             10 WS-V10-CLAIM-MEMBER-ID     PIC X(8).
             10 WS-V10-CLAIM-LINE-ITEM-COUNT PIC 9(2).
             10 WS-V10-CLAIM-LINE-ITEM     OCCURS 10 TIMES.
                15 WS-V10-LINE-PROCEDURE-CODE PIC X(8).
                15 WS-V10-LINE-AMOUNT        COMP-2 SYNC.
                15 WS-V10-LINE-DESC          PIC X(21).
             10 WS-V10-CLAIM-NETWORK-STATUS PIC X(1).
             10 WS-V10-CLAIM-EXTRACTED-FLAG PIC X(1).
             10 WS-V10-CLAIM-CURRENCY-CODE PIC X(3).
             10 WS-V10-CLAIM-DOCUMENT-ID   PIC X(16).
             10 WS-V10-CLAIM-PAYEE-INDICATOR PIC X(1).
             10 WS-V10-CLAIM-NOTE-TEXT     PIC X(60).
             10 WS-V10-CLAIM-ACCIDENT-FLAG PIC X(1).
          05 WS-V10-CLAIM-ACTION           PIC X(1).
       01 WS-LEGACY-CONTAINER-V11.
          05 WS-V11-CLAIM-ID               PIC X(8).
          05 WS-V11-CLAIM-DETAILS.
             10 WS-V11-CLAIM-TYPE          PIC X(8).
             10 WS-V11-CLAIM-AMOUNT        COMP-2 SYNC.
             10 WS-V11-CLAIM-DATE          PIC X(10).
             10 WS-V11-CLAIM-DESC          PIC X(21).
             10 WS-V11-CLAIM-PROVIDER      PIC X(21).
             10 WS-V11-FILLER              PIC X(4).
             10 WS-V11-CLAIM-LAST-UPDATED  PIC S9(15) COMP-3.
             10 WS-V11-CLAIM-MEMBER-ID     PIC X(8).
             10 WS-V11-CLAIM-LINE-ITEM-COUNT PIC 9(2).
             10 WS-V11-CLAIM-LINE-ITEM     OCCURS 10 TIMES.
                15 WS-V11-LINE-PROCEDURE-CODE PIC X(8).
                15 WS-V11-LINE-AMOUNT        COMP-2 SYNC.
                15 WS-V11-LINE-DESC          PIC X(21).
             10 WS-V11-CLAIM-NETWORK-STATUS PIC X(1).
             10 WS-V11-CLAIM-EXTRACTED-FLAG PIC X(1).
             10 WS-V11-CLAIM-CURRENCY-CODE PIC X(3).
             10 WS-V11-CLAIM-DOCUMENT-ID   PIC X(16).
             10 WS-V11-CLAIM-PAYEE-INDICATOR PIC X(1).
             10 WS-V11-CLAIM-NOTE-TEXT     PIC X(60).
             10 WS-V11-CLAIM-ACCIDENT-FLAG PIC X(1).
             10 WS-V11-CLAIM-DIAGNOSIS-CODE OCCURS 8 TIMES
                                           PIC X(8).
             10 WS-V11-LINE-DIAG-POINTER OCCURS 10 TIMES
                                         PIC 9(1).
          05 WS-V11-CLAIM-ACTION           PIC X(1).
      ******************************************************************
      * SCRATCH AREA FOR DO-CHECK-DUPLICATE-CLAIM'S BROWSE OF CLAIMCIF.
      * GIVEN ITS OWN 01-LEVEL (RATHER THAN NESTING INSIDE WS-STORAGE)
             10 WS-DUP-CLAIM-ENCOUNTER-FLAG PIC X(1).
             10 WS-DUP-CLAIM-PAYEE-INDICATOR PIC X(1).
             10 WS-DUP-CLAIM-ACCIDENT-FLAG PIC X(1).
             10 WS-DUP-CLAIM-DIAGNOSIS-CODE OCCURS 8 TIMES
                                            PIC X(8).
             10 WS-DUP-LINE-DIAG-POINTER OCCURS 10 TIMES
                                         PIC 9(1).
             10 WS-DUP-LINE-MODIFIER OCCURS 10 TIMES
                                     PIC X(2).
             10 WS-DUP-CLAIM-NSA-FLAG PIC X(1).
             10 WS-DUP-CLAIM-INTAKE-CHANNEL PIC X(1).
             10 WS-DUP-CLAIM-PARTNER-ID PIC X(8).
      ******************************************************************
      * FULL MIRROR OF RSP-CLAIM-RECORD USED BY DO-ADJUST-CLAIM-REC TO
      * HOLD THE ORIGINAL CLAIM WHILE THE REVERSAL AND REPLACEMENT
             10 WS-SAV-CLAIM-ENCOUNTER-FLAG PIC X(1).
             10 WS-SAV-CLAIM-PAYEE-INDICATOR PIC X(1).
             10 WS-SAV-CLAIM-ACCIDENT-FLAG PIC X(1).
             10 WS-SAV-CLAIM-DIAGNOSIS-CODE OCCURS 8 TIMES
                                            PIC X(8).
             10 WS-SAV-LINE-DIAG-POINTER OCCURS 10 TIMES
                                         PIC 9(1).
             10 WS-SAV-LINE-MODIFIER OCCURS 10 TIMES
                                     PIC X(2).
             10 WS-SAV-CLAIM-NSA-FLAG PIC X(1).
             10 WS-SAV-CLAIM-INTAKE-CHANNEL PIC X(1).
             10 WS-SAV-CLAIM-PARTNER-ID PIC X(8).
      ******************************************************************
      * DECLARE THE WORKING STORAGE VARIABLES USED IN THIS PROGRAM
      ******************************************************************
          05 WS-RATE-FILE-NAME       PIC X(08).
          05 WS-FEE-FILE-NAME        PIC X(08).
          05 WS-PROCEDURE-FILE-NAME  PIC X(08).
          05 WS-DIAGNOSIS-FILE-NAME  PIC X(08).
          05 WS-CODE-PAIR-FILE-NAME  PIC X(08).
          05 WS-MEMBER-PATH-FILE-NAME PIC X(08).
          05 WS-UNBUNDLE-LOG-FILE-NAME PIC X(08).
          05 WS-LIMIT-FILE-NAME      PIC X(08).
          05 WS-UTILIZATION-FILE-NAME PIC X(08).
          05 WS-CONTROL-FILE-NAME    PIC X(08).
          05 WS-WORK-FILE-NAME       PIC X(08).
          05 WS-AUTHORITY-FILE-NAME  PIC X(08).
          05 WS-VOID-QUEUE-FILE-NAME PIC X(08).
          05 WS-PAYMENT-FILE-NAME    PIC X(08).
          05 WS-NOTES-FILE-NAME      PIC X(08).
          05 WS-QPA-FILE-NAME        PIC X(08).
          05 WS-NSA-CASE-FILE-NAME   PIC X(08).
          05 WS-ESTIMATE-FILE-NAME   PIC X(08).
          05 WS-RFI-FILE-NAME        PIC X(08).
          05 WS-ACCESS-LOG-FILE-NAME PIC X(08).
          05 WS-CREDENTIAL-FILE-NAME PIC X(08).
          05 WS-CTL-ACTION           PIC X(04).
          05 WS-CTL-AMOUNT           COMP-2 SYNC.
          05 WS-OLD-CLAIM-STATUS     PIC X(04).
      *   V7 (+ DOCUMENT ID)            - 600 BYTES
      *   V8 (+ PAYEE INDICATOR)        - 601 BYTES
      *   V9 (+ NOTE TEXT)              - 661 BYTES
      *   V10 (+ ACCIDENT FLAG)         - 662 BYTES
      *   V11 (+ DIAGNOSIS)             - 736 BYTES
      *   V12 (+ LINE MODIFIER, CURRENT) - 756 BYTES
      ******************************************************************
          05 WS-CONTAINER-LEN-V0      PIC S9(8) COMP VALUE 81.
          05 WS-CONTAINER-LEN-V1      PIC S9(8) COMP VALUE 89.
          05 WS-CONTAINER-LEN-V7      PIC S9(8) COMP VALUE 600.
          05 WS-CONTAINER-LEN-V8      PIC S9(8) COMP VALUE 601.
          05 WS-CONTAINER-LEN-V9      PIC S9(8) COMP VALUE 661.
          05 WS-CONTAINER-LEN-V10     PIC S9(8) COMP VALUE 662.
          05 WS-CONTAINER-LEN-V11     PIC S9(8) COMP VALUE 736.
          05 WS-CONTAINER-LEN-CURRENT PIC S9(8) COMP VALUE 756.
      ******************************************************************
      * WS-CONTAINER-VERSION IS THE MAPPED VERSION NUMBER. SINCE 0 IS
      * A GENUINE VERSION (THE ORIGINAL 81-BYTE LAYOUT), AN
             88 WS-PCD-TYPE-VALID             VALUE 'Y'.
          05 WS-PCD-CLAIM-DATE       PIC 9(8).
      ******************************************************************
      * WORK FIELDS FOR THE PROCEDURE AGE AND GENDER EDITS. THE AGE IS
      * THE MEMBER'S AGE IN WHOLE YEARS ON THE DATE OF SERVICE.
      ******************************************************************
          05 WS-DEMO-DOB-KNOWN-SW    PIC X(1) VALUE 'N'.
             88 WS-DEMO-DOB-KNOWN             VALUE 'Y'.
          05 WS-DEMO-AGE             PIC 9(3).
          05 WS-DEMO-GENDER          PIC X(1).
          05 WS-DEMO-DOB             PIC 9(8).
          05 WS-DEMO-DOB-YEAR        PIC 9(4).
          05 WS-DEMO-DOS-YEAR        PIC 9(4).
          05 WS-DEMO-DENY-REASON     PIC X(4).
      ******************************************************************
      * WORK FIELDS FOR THE NO SURPRISES ACT CHECK. THE EMERGENCY
      * SWITCH IS RAISED WHILE THE LINES ARE VALIDATED WHEN ANY LINE
      * BILLS A CLAIMPCD EMERGENCY SERVICE.
      ******************************************************************
          05 WS-NSA-EMERGENCY-SW     PIC X(1) VALUE 'N'.
             88 WS-NSA-EMERGENCY              VALUE 'Y'.
          05 WS-NSA-FACILITY-ID      PIC X(21).
          05 WS-CS-COINS-PCT         PIC 9(3).
          05 WS-NSA-TODAY-YYYYMMDD   PIC X(8).
      ******************************************************************
      * WORK FIELDS FOR THE PRE-SERVICE COST ESTIMATE ACTION ('C').
      * THE REFERENCE NUMBER IS 'E' FOLLOWED BY THE ABSTIME THE
      * ESTIMATE WAS MADE -- NO CLAIMSEQ NUMBER IS DRAWN FOR IT.
      ******************************************************************
          05 WS-EST-REFERENCE.
             10 WS-EST-REF-PREFIX    PIC X(1) VALUE 'E'.
             10 WS-EST-REF-ABSTIME   PIC 9(15).
          05 WS-EST-WRITE-TRIES      PIC 9(1).
          05 WS-EST-WRITE-DONE-SW    PIC X(1) VALUE 'N'.
             88 WS-EST-WRITE-DONE             VALUE 'Y'.
      ******************************************************************
      * WORK FIELDS FOR THE PRIOR-AUTHORIZATION CHECK AND THE
      * PRE-AUTH INTAKE ACTION ('Q').
      ******************************************************************
          05 WS-AUTH-WINDOW-DAYS     PIC 9(3) VALUE 90.
          05 WS-AUTH-EXPIRY-INTEGER  PIC S9(9) COMP.
      ******************************************************************
      * WORK FIELDS FOR THE DIAGNOSIS-TO-PROCEDURE CHECK AGAINST
      * CLAIMDXC.
      ******************************************************************
          05 WS-DXC-SLOT             PIC 9(1).
          05 WS-DXC-RANGE-IDX        PIC 9(2).
          05 WS-DXC-SUPPORTED-SW     PIC X(1).
             88 WS-DXC-SUPPORTED              VALUE 'Y'.
          05 WS-DXC-LINE-DENIED-SW   PIC X(1).
             88 WS-DXC-LINE-DENIED            VALUE 'Y'.
          05 WS-DIAG-PEND-SW         PIC X(1) VALUE 'N'.
             88 WS-DIAG-PEND                  VALUE 'Y'.
          05 WS-DIAG-PEND-PROC       PIC X(8).
      ******************************************************************
      * WORK FIELDS FOR THE CODE-PAIR (UNBUNDLING) EDITS AGAINST
      * CLAIMCPE. THE CANDIDATE TABLE HOLDS EVERY PROCEDURE THAT
      * COULD BE THE COLUMN-1 (COMPREHENSIVE) CODE OF A PAIR: THIS
      * CLAIM'S OWN LINES (WS-CPE-CAND-LINE = THE LINE NUMBER) AND
      * THE UNDENIED LINES OF THE MEMBER'S OTHER CLAIMS FOR THE SAME
      * PROVIDER AND DATE OF SERVICE (WS-CPE-CAND-LINE = 0). THE
      * DENIALS ARE HELD IN WS-UBL-TABLE UNTIL THE CLAIM IS ON
      * CLAIMCIF, THEN LOGGED TO CLAIMUBL.
      ******************************************************************
          05 WS-CPE-LOOKUP-KEY.
             10 WS-CPE-KEY-COLUMN1   PIC X(8).
             10 WS-CPE-KEY-COLUMN2   PIC X(8).
          05 WS-CPE-MEMBER-KEY       PIC X(8).
          05 WS-CPE-BROWSE-EOF       PIC X(1).
             88 WS-CPE-BROWSE-AT-EOF          VALUE 'Y'.
          05 WS-CPE-LINE-DENIED-SW   PIC X(1).
             88 WS-CPE-LINE-DENIED            VALUE 'Y'.
          05 WS-CPE-MODIFIER         PIC X(2).
             88 WS-CPE-OVERRIDE-MODIFIER      VALUE '59' 'XE' 'XS'
                                                    'XP' 'XU'.
          05 WS-CPE-OTHER-IDX        PIC 9(2).
          05 WS-CPE-CAND-IDX         PIC 9(3).
          05 WS-CPE-CAND-COUNT       PIC 9(3).
          05 WS-CPE-CAND-MAX         PIC 9(3) VALUE 100.
          05 WS-CPE-CAND-TABLE.
             10 WS-CPE-CAND-ENTRY OCCURS 100 TIMES.
                15 WS-CPE-CAND-CODE     PIC X(8).
                15 WS-CPE-CAND-CLAIM-ID PIC X(8).
                15 WS-CPE-CAND-LINE     PIC 9(2).
          05 WS-UBL-IDX              PIC 9(2).
          05 WS-UBL-COUNT            PIC 9(2) VALUE 0.
          05 WS-UBL-TABLE.
             10 WS-UBL-ENTRY OCCURS 10 TIMES.
                15 WS-UBL-LINE          PIC 9(2).
                15 WS-UBL-COLUMN1-CODE  PIC X(8).
                15 WS-UBL-COLUMN1-CLAIM PIC X(8).
      ******************************************************************
      * WORK FIELDS FOR DO-CHECK-BENEFIT-LIMITS AND THE CLAIMUTL
      * UTILIZATION POSTINGS. WS-BLM-LINE-KEY HOLDS, FOR EACH CLAIM
      * LINE, THE CLAIMBLM LIMIT KEY THE LINE COUNTS AGAINST (SPACES
      * WHEN THE LINE IS UNDER NO LIMIT OR WAS DENIED).
      ******************************************************************
          05 WS-BLM-MEMBER-ID        PIC X(8).
          05 WS-BLM-CLAIM-ID         PIC X(8).
          05 WS-BLM-PLAN-CODE        PIC X(4).
          05 WS-BLM-PLAN-FOUND-SW    PIC X(1).
             88 WS-BLM-PLAN-FOUND             VALUE 'Y'.
          05 WS-BLM-PROC-CODE        PIC X(8).
          05 WS-BLM-SERVICE-DATE     PIC 9(8).
          05 WS-BLM-SERVICE-YEAR     PIC 9(4).
          05 WS-BLM-LOOKUP-KEY.
             10 WS-BLM-KEY-PLAN      PIC X(4).
             10 WS-BLM-KEY-PROC      PIC X(8).
          05 WS-BLM-LIMIT-KEY        PIC X(8).
          05 WS-BLM-USED-COUNT       PIC 9(3).
          05 WS-BLM-PERIOD-START     PIC 9(8).
          05 WS-BLM-START-YEAR       PIC 9(4).
          05 WS-BLM-START-MONTH      PIC S9(3).
          05 WS-BLM-START-MM         PIC 9(2).
          05 WS-BLM-OTHER-IDX        PIC 9(2).
          05 WS-BLM-LINE-KEY OCCURS 10 TIMES
                                     PIC X(8).
          05 WS-UTL-LOOKUP-KEY.
             10 WS-UTL-KEY-MEMBER    PIC X(8).
             10 WS-UTL-KEY-LIMIT     PIC X(8).
          05 WS-UTL-ENTRY-IDX        PIC 9(2).
          05 WS-UTL-KEEP-COUNT       PIC 9(2).
          05 WS-UTL-REMOVED-COUNT    PIC 9(2).
      ******************************************************************
      * WORK FIELDS FOR DO-CHECK-DUPLICATE-CLAIM
      ******************************************************************
          05 WS-DUP-KEY              PIC X(08).
          05 WS-APL-DUE-INTEGER      PIC S9(9) COMP.
          05 WS-APL-OUTCOME          PIC X(4).
      ******************************************************************
      * WORK FIELDS FOR THE PROVIDER RFI ACTIONS ('I' RECORD THE
      * REQUEST, 'F' RECORD THE RESPONSE). THE DEFAULT RESPONSE
      * WINDOW, IN CALENDAR DAYS, IS THE SHOP'S RFI POLICY SETTING.
      ******************************************************************
          05 WS-RFI-DUE-DAYS         PIC 9(3) VALUE 30.
          05 WS-RFI-TODAY-YYYYMMDD   PIC X(8).
          05 WS-RFI-TODAY-DATE       PIC 9(8).
          05 WS-RFI-DUE-DATE         PIC 9(8).
          05 WS-RFI-CLOSE-STATUS     PIC X(4).
          05 WS-RFI-PAUSE-DAYS       PIC S9(7).
          05 WS-RFI-NOTE-TEXT        PIC X(60).
          05 WS-RFI-NEW-CASE-SW      PIC X(1) VALUE 'N'.
             88 WS-RFI-NEW-CASE               VALUE 'Y'.
          05 WS-RFI-REQUEUED-SW      PIC X(1) VALUE 'N'.
             88 WS-RFI-REQUEUED               VALUE 'Y'.
      ******************************************************************
      * WORK FIELDS FOR DO-LOG-CLAIM-ACCESS -- THE CLAIM AND MEMBER
      * SHOWN TO THE CALLER. THE LOG WRITE HAS ITS OWN RESPONSE CODES
      * SO A LOGGING FAILURE NEVER OVERWRITES THE CALLER'S RESULT.
      ******************************************************************
          05 WS-ACL-CLAIM-ID         PIC X(8).
          05 WS-ACL-MEMBER-ID        PIC X(8).
          05 WS-ACL-CICS-RESP        PIC S9(8) COMP.
          05 WS-ACL-CICS-RESP2       PIC S9(8) COMP.
      ******************************************************************
      * WORK FIELDS FOR DO-CHECK-COVERAGE-DATES -- THE LOCAL
      * EFFECTIVE/TERMINATION SPAN ON CLAIMMBR (MAINTAINED BY THE
      * CLAIMENR ENROLLMENT LOADER) COMPARED AGAINST THE CLAIM'S
          05 WS-PROVIDER-NOT-FOUND-SW PIC X(1) VALUE 'N'.
             88 WS-PROVIDER-NOT-FOUND          VALUE 'Y'.
      ******************************************************************
      * WORK FIELDS FOR DO-CHECK-PROVIDER-CREDENTIALS. THE PROVIDER'S
      * CLAIMCRD RECORDS COME BACK IN CREDENTIAL-TYPE ORDER, SO EACH
      * TYPE IS JUDGED COVERED OR NOT WHEN THE NEXT TYPE (OR THE END
      * OF THE PROVIDER) IS REACHED. WS-CRD-LAPSED-TYPE NAMES THE
      * CREDENTIAL THAT FAILED FOR THE PEND MESSAGE.
      ******************************************************************
          05 WS-CREDENTIAL-LAPSED-SW PIC X(1) VALUE 'N'.
             88 WS-CREDENTIAL-LAPSED          VALUE 'Y'.
          05 WS-PROVIDER-EXCLUDED-SW PIC X(1) VALUE 'N'.
             88 WS-PROVIDER-EXCLUDED          VALUE 'Y'.
          05 WS-CRD-BROWSE-KEY.
             10 WS-CRD-KEY-PROVIDER  PIC X(21).
             10 WS-CRD-KEY-TYPE      PIC X(4).
             10 WS-CRD-KEY-STATE     PIC X(2).
          05 WS-CRD-EOF              PIC X(1) VALUE 'N'.
             88 WS-CRD-AT-EOF                 VALUE 'Y'.
          05 WS-CRD-SERVICE-DATE     PIC 9(8).
          05 WS-CRD-CURRENT-TYPE     PIC X(4).
          05 WS-CRD-TYPE-COVERED-SW  PIC X(1) VALUE 'N'.
             88 WS-CRD-TYPE-COVERED           VALUE 'Y'.
          05 WS-CRD-LAPSED-TYPE      PIC X(4).
      ******************************************************************
      * WORK FIELDS FOR DO-ASSIGN-CLAIM-ID. THE ASSIGNED ID COMES
      * BACK IN WS-ASSIGNED-CLAIM-ID, OR SPACES WHEN THE CLAIMSEQ
      * COUNTER COULD NOT BE DRAWN FROM.
                    PERFORM DO-MAP-CONTAINER-V8
                WHEN 9
                    PERFORM DO-MAP-CONTAINER-V9
                WHEN 10
                    PERFORM DO-MAP-CONTAINER-V10
                WHEN 11
                    PERFORM DO-MAP-CONTAINER-V11
                WHEN OTHER
                    PERFORM DO-GET-CURRENT-CONTAINER
           END-EVALUATE
                    PERFORM DO-ADD-CLAIM-NOTE
                WHEN 'K'
                    PERFORM DO-BROWSE-CLAIM-NOTES
                WHEN 'C'
                    PERFORM DO-ESTIMATE-CLAIM-COST
                WHEN 'I'
                    PERFORM DO-REQUEST-PROVIDER-INFO
                WHEN 'F'
                    PERFORM DO-RECORD-RFI-RESPONSE
                WHEN OTHER
                    MOVE 'ERROR: UNKNOWN OPERATION FOUND IN REQUEST'
                         TO RSP-CLAIM-OUTPUT-MESSAGE
           MOVE 'CLAIMXRT' TO WS-RATE-FILE-NAME
           MOVE 'CLAIMFEE' TO WS-FEE-FILE-NAME
           MOVE 'CLAIMPCD' TO WS-PROCEDURE-FILE-NAME
           MOVE 'CLAIMDXC' TO WS-DIAGNOSIS-FILE-NAME
           MOVE 'CLAIMCPE' TO WS-CODE-PAIR-FILE-NAME
           MOVE 'CLAIMCMP' TO WS-MEMBER-PATH-FILE-NAME
           MOVE 'CLAIMUBL' TO WS-UNBUNDLE-LOG-FILE-NAME
           MOVE 'CLAIMBLM' TO WS-LIMIT-FILE-NAME
           MOVE 'CLAIMUTL' TO WS-UTILIZATION-FILE-NAME
           MOVE 'CLAIMCTL' TO WS-CONTROL-FILE-NAME
           MOVE 'CLAIMWRK' TO WS-WORK-FILE-NAME
           MOVE 'CLAIMAUT' TO WS-AUTHORITY-FILE-NAME
           MOVE 'CLAIMVDQ' TO WS-VOID-QUEUE-FILE-NAME
           MOVE 'CLAIMPAY' TO WS-PAYMENT-FILE-NAME
           MOVE 'CLAIMNOT' TO WS-NOTES-FILE-NAME
           MOVE 'CLAIMQPA' TO WS-QPA-FILE-NAME
           MOVE 'CLAIMNSC' TO WS-NSA-CASE-FILE-NAME
           MOVE 'CLAIMEST' TO WS-ESTIMATE-FILE-NAME
           MOVE 'CLAIMRFI' TO WS-RFI-FILE-NAME
           MOVE 'CLAIMACL' TO WS-ACCESS-LOG-FILE-NAME
           MOVE 'CLAIMCRD' TO WS-CREDENTIAL-FILE-NAME
           MOVE 10000 TO WS-DUAL-APPROVAL-LIMIT

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
                    MOVE 8 TO WS-CONTAINER-VERSION
                WHEN WS-CONTAINER-LEN-V9
                    MOVE 9 TO WS-CONTAINER-VERSION
                WHEN WS-CONTAINER-LEN-V10
                    MOVE 10 TO WS-CONTAINER-VERSION
                WHEN WS-CONTAINER-LEN-V11
                    MOVE 11 TO WS-CONTAINER-VERSION
                WHEN WS-CONTAINER-LEN-CURRENT
                    MOVE 12 TO WS-CONTAINER-VERSION
                WHEN OTHER
                    MOVE 99 TO WS-CONTAINER-VERSION
           END-EVALUATE
      **********************************
      *
      ******************************************************************
      * ADDS REQ-CLAIM-NOTE-TEXT OVER V8. ONLY THE ACCIDENT FLAG AND
      * THE DIAGNOSIS FIELDS ARE MISSING FROM THIS ONE: DO-SUBMIT-
      * CLAIM-REC DEFAULTS THE FLAG TO 'N' WHEN IT ARRIVES AS SPACES
      * FROM THE DO-INITIALIZATION INITIALIZE, AND A CLAIM WITH NO
      * DIAGNOSIS CODES SKIPS THE DIAGNOSIS-TO-PROCEDURE EDIT.
      ******************************************************************
           EXEC CICS
                GET CONTAINER(WS-CONTAINER-NAME)
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-MAP-CONTAINER-V10 SECTION.
      **********************************
      *
      ******************************************************************
      * ADDS REQ-CLAIM-ACCIDENT-FLAG OVER V9. THE DIAGNOSIS CODES,
      * LINE DIAGNOSIS POINTERS AND LINE MODIFIERS ARE MISSING FROM
      * THIS ONE; THEY STAY SPACES/ZERO FROM THE DO-INITIALIZATION
      * INITIALIZE, WHICH SKIPS THE DIAGNOSIS-TO-PROCEDURE EDIT AT
      * SUBMIT.
      ******************************************************************
           EXEC CICS
                GET CONTAINER(WS-CONTAINER-NAME)
                    CHANNEL(WS-CHANNEL-NAME)
                    FLENGTH(WS-INPUT-LENGTH)
                    INTO(WS-LEGACY-CONTAINER-V10)
                    NOCONVERT
                    RESP(RSP-CLAIM-CICS-RESP)
                    RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP = DFHRESP(NORMAL)
               MOVE WS-V10-CLAIM-ID         TO REQ-CLAIM-ID
               MOVE WS-V10-CLAIM-TYPE       TO REQ-CLAIM-TYPE
               MOVE WS-V10-CLAIM-AMOUNT     TO REQ-CLAIM-AMOUNT
               MOVE WS-V10-CLAIM-DATE       TO REQ-CLAIM-DATE
               MOVE WS-V10-CLAIM-DESC       TO REQ-CLAIM-DESC
               MOVE WS-V10-CLAIM-PROVIDER   TO REQ-CLAIM-PROVIDER
               MOVE WS-V10-FILLER           TO REQ-FILLER
               MOVE WS-V10-CLAIM-LAST-UPDATED
                 TO REQ-CLAIM-LAST-UPDATED
               MOVE WS-V10-CLAIM-MEMBER-ID  TO REQ-CLAIM-MEMBER-ID
               MOVE WS-V10-CLAIM-LINE-ITEM-COUNT
                 TO REQ-CLAIM-LINE-ITEM-COUNT
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 10
                   MOVE WS-V10-CLAIM-LINE-ITEM(WS-LINE-IDX)
                     TO REQ-CLAIM-LINE-ITEM(WS-LINE-IDX)
               END-PERFORM
               MOVE WS-V10-CLAIM-NETWORK-STATUS
                 TO REQ-CLAIM-NETWORK-STATUS
               MOVE WS-V10-CLAIM-EXTRACTED-FLAG
                 TO REQ-CLAIM-EXTRACTED-FLAG
               MOVE WS-V10-CLAIM-CURRENCY-CODE
                 TO REQ-CLAIM-CURRENCY-CODE
               MOVE WS-V10-CLAIM-DOCUMENT-ID
                 TO REQ-CLAIM-DOCUMENT-ID
               MOVE WS-V10-CLAIM-PAYEE-INDICATOR
                 TO REQ-CLAIM-PAYEE-INDICATOR
               MOVE WS-V10-CLAIM-NOTE-TEXT
                 TO REQ-CLAIM-NOTE-TEXT
               MOVE WS-V10-CLAIM-ACCIDENT-FLAG
                 TO REQ-CLAIM-ACCIDENT-FLAG
               MOVE WS-V10-CLAIM-ACTION     TO REQ-CLAIM-ACTION
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-MAP-CONTAINER-V11 SECTION.
      **********************************
      *
      ******************************************************************
      * ADDS THE DIAGNOSIS CODES AND LINE DIAGNOSIS POINTERS OVER
      * V10. ONLY THE LINE MODIFIERS ARE MISSING FROM THIS ONE; THEY
      * STAY SPACES FROM THE DO-INITIALIZATION INITIALIZE, SO NO
      * CODE-PAIR EDIT IS OVERRIDDEN BY A MODIFIER.
      ******************************************************************
           EXEC CICS
                GET CONTAINER(WS-CONTAINER-NAME)
                    CHANNEL(WS-CHANNEL-NAME)
                    FLENGTH(WS-INPUT-LENGTH)
                    INTO(WS-LEGACY-CONTAINER-V11)
                    NOCONVERT
                    RESP(RSP-CLAIM-CICS-RESP)
                    RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP = DFHRESP(NORMAL)
               MOVE WS-V11-CLAIM-ID         TO REQ-CLAIM-ID
               MOVE WS-V11-CLAIM-TYPE       TO REQ-CLAIM-TYPE
               MOVE WS-V11-CLAIM-AMOUNT     TO REQ-CLAIM-AMOUNT
               MOVE WS-V11-CLAIM-DATE       TO REQ-CLAIM-DATE
               MOVE WS-V11-CLAIM-DESC       TO REQ-CLAIM-DESC
               MOVE WS-V11-CLAIM-PROVIDER   TO REQ-CLAIM-PROVIDER
               MOVE WS-V11-FILLER           TO REQ-FILLER
               MOVE WS-V11-CLAIM-LAST-UPDATED
                 TO REQ-CLAIM-LAST-UPDATED
               MOVE WS-V11-CLAIM-MEMBER-ID  TO REQ-CLAIM-MEMBER-ID
               MOVE WS-V11-CLAIM-LINE-ITEM-COUNT
                 TO REQ-CLAIM-LINE-ITEM-COUNT
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 10
                   MOVE WS-V11-CLAIM-LINE-ITEM(WS-LINE-IDX)
                     TO REQ-CLAIM-LINE-ITEM(WS-LINE-IDX)
               END-PERFORM
               MOVE WS-V11-CLAIM-NETWORK-STATUS
                 TO REQ-CLAIM-NETWORK-STATUS
               MOVE WS-V11-CLAIM-EXTRACTED-FLAG
                 TO REQ-CLAIM-EXTRACTED-FLAG
               MOVE WS-V11-CLAIM-CURRENCY-CODE
                 TO REQ-CLAIM-CURRENCY-CODE
               MOVE WS-V11-CLAIM-DOCUMENT-ID
                 TO REQ-CLAIM-DOCUMENT-ID
               MOVE WS-V11-CLAIM-PAYEE-INDICATOR
                 TO REQ-CLAIM-PAYEE-INDICATOR
               MOVE WS-V11-CLAIM-NOTE-TEXT
                 TO REQ-CLAIM-NOTE-TEXT
               MOVE WS-V11-CLAIM-ACCIDENT-FLAG
                 TO REQ-CLAIM-ACCIDENT-FLAG
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 8
                   MOVE WS-V11-CLAIM-DIAGNOSIS-CODE(WS-LINE-IDX)
                     TO REQ-CLAIM-DIAGNOSIS-CODE(WS-LINE-IDX)
               END-PERFORM
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 10
                   MOVE WS-V11-LINE-DIAG-POINTER(WS-LINE-IDX)
                     TO REQ-LINE-DIAG-POINTER(WS-LINE-IDX)
               END-PERFORM
               MOVE WS-V11-CLAIM-ACTION     TO REQ-CLAIM-ACTION
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-CHECK-ACTION-AUTHORITY SECTION.
      ****************************************
      * FILLS THE OCCUPIED ONES IN.
      ******************************************************************
           MOVE 0 TO WS-LINE-DENY-COUNT
           MOVE 0 TO WS-UBL-COUNT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > 10
               MOVE SPACES TO RSP-LINE-DISP-STATUS(WS-LINE-IDX)
               MOVE 0 TO RSP-LINE-DISP-ALLOWED(WS-LINE-IDX)
               MOVE SPACES TO RSP-LINE-DISP-REASON(WS-LINE-IDX)
               MOVE REQ-LINE-DIAG-POINTER(WS-LINE-IDX)
                 TO RSP-LINE-DIAG-POINTER(WS-LINE-IDX)
               MOVE REQ-LINE-MODIFIER(WS-LINE-IDX)
                 TO RSP-LINE-MODIFIER(WS-LINE-IDX)
               MOVE SPACES TO WS-BLM-LINE-KEY(WS-LINE-IDX)
           END-PERFORM
      ******************************************************************
      * THE DIAGNOSIS CODES SIT AT A DIFFERENT OFFSET IN THE REQUEST
      * AND THE STORED RECORD, SO THEY ARE CARRIED ACROSS ONE BY ONE.
      ******************************************************************
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > 8
               MOVE REQ-CLAIM-DIAGNOSIS-CODE(WS-LINE-IDX)
                 TO RSP-CLAIM-DIAGNOSIS-CODE(WS-LINE-IDX)
           END-PERFORM
      ******************************************************************
      * THE ENCOUNTER FLAG DEFAULTS TO 'N' HERE, BEFORE ADJUDICATION
      * CAPITATED PROVIDER, AND A LATER DEFAULT WOULD CLOBBER THAT.
      ******************************************************************
           MOVE 'N' TO RSP-CLAIM-ENCOUNTER-FLAG
           MOVE SPACE TO RSP-CLAIM-NSA-FLAG
           MOVE 'N' TO WS-NSA-EMERGENCY-SW
           MOVE 'O' TO RSP-CLAIM-INTAKE-CHANNEL
           MOVE SPACES TO RSP-CLAIM-PARTNER-ID
      ******************************************************************
      * REJECT OBVIOUSLY BAD DATA (ZERO/NEGATIVE AMOUNT, MALFORMED
      * DATE) BEFORE IT EVER REACHES THE RULE API OR THE FILE.
               PERFORM DO-WRITE-TO-CSMT
           END-IF
      ******************************************************************
      * A LINE WHOSE PROCEDURE ITS DIAGNOSIS DOES NOT SUPPORT, WHERE
      * CLAIMDXC SAYS TO PEND RATHER THAN DENY, HOLDS THE CLAIM FOR
      * MEDICAL REVIEW. A MISSING AUTH TAKES PRECEDENCE -- MEDICAL
      * MANAGEMENT SEES THE DIAGNOSIS PEND ON THE LINE ANYWAY.
      ******************************************************************
           IF WS-DIAG-PEND AND NOT WS-AUTH-MISSING
               MOVE 'PEND' TO RSP-CLAIM-STATUS
               MOVE 'DIAG' TO RSP-CLAIM-REASON-CODE
               STRING 'CLAIM ' REQ-CLAIM-ID DELIMITED BY SIZE
                      ' PENDED - DIAGNOSIS DOES NOT SUPPORT '
                      DELIMITED BY SIZE
                      WS-DIAG-PEND-PROC DELIMITED BY SIZE
                      INTO WS-MSG-TO-WRITE
               PERFORM DO-WRITE-TO-CSMT
           END-IF
      ******************************************************************
      * A CLAIM WHOSE EVERY LINE WAS DENIED BY THE LINE-LEVEL CHECKS
      * HAS NOTHING LEFT TO PAY -- IT DENIES AS A WHOLE. A PARTIAL
      * DENIAL LEAVES THE CLAIM ON ITS ADJUDICATED COURSE: THE CLEAN
                      INTO WS-MSG-TO-WRITE
               PERFORM DO-WRITE-TO-CSMT
           END-IF
      ******************************************************************
      * A PROVIDER WHO WAS NOT CREDENTIALED ON THE DATE OF SERVICE
      * (CLAIMCRD) HOLDS THE CLAIM FOR PROVIDER RELATIONS, WHATEVER
      * ELSE IT WAS PENDED FOR -- NONE OF THAT CAN PAY UNTIL THE
      * CREDENTIAL IS SORTED OUT. A CLAIM ALREADY DENIED STAYS DENIED.
      ******************************************************************
           IF WS-CREDENTIAL-LAPSED AND NOT WS-PROVIDER-EXCLUDED
          AND RSP-CLAIM-STATUS NOT = 'DENY'
               MOVE 'PEND' TO RSP-CLAIM-STATUS
               MOVE 'CRED' TO RSP-CLAIM-REASON-CODE
               STRING 'CLAIM ' REQ-CLAIM-ID DELIMITED BY SIZE
                      ' PENDED - PROVIDER CREDENTIAL '
                      DELIMITED BY SIZE
                      WS-CRD-LAPSED-TYPE DELIMITED BY SIZE
                      ' NOT VALID ON DATE OF SERVICE'
                      DELIMITED BY SIZE
                      INTO WS-MSG-TO-WRITE
               PERFORM DO-WRITE-TO-CSMT
           END-IF
      ******************************************************************
      * A PROVIDER EXCLUDED ON THE DATE OF SERVICE IS NEVER PAID --
      * THIS OVERRIDES EVERY OTHER OUTCOME.
      ******************************************************************
           IF WS-PROVIDER-EXCLUDED
               PERFORM DO-DENY-EXCLUDED-PROVIDER
               STRING 'CLAIM ' REQ-CLAIM-ID DELIMITED BY SIZE
                      ' DENIED - PROVIDER EXCLUDED ON DATE OF SERVICE'
                      DELIMITED BY SIZE
                      INTO WS-MSG-TO-WRITE
               PERFORM DO-WRITE-TO-CSMT
           END-IF
           END-IF
      ******************************************************************
      * STAMP WHEN THE RECORD WAS LAST UPDATED SO THE AGING REPORT
      ******************************************************************
           EVALUATE RSP-CLAIM-CICS-RESP
                WHEN DFHRESP(NORMAL)
                    EVALUATE TRUE
                        WHEN RSP-CLAIM-REASON-CODE = 'NAUT'
                            STRING 'SUCCESS: CLAIM ' REQ-CLAIM-ID
                                ' PENDED - PRIOR AUTHORIZATION'
                                ' REQUIRED FOR ' WS-AUTH-MISSING-PROC
                                DELIMITED BY SIZE
                                INTO RSP-CLAIM-OUTPUT-MESSAGE
                        WHEN RSP-CLAIM-REASON-CODE = 'DIAG'
                            STRING 'SUCCESS: CLAIM ' REQ-CLAIM-ID
                                ' PENDED - DIAGNOSIS REVIEW FOR '
                                WS-DIAG-PEND-PROC
                                DELIMITED BY SIZE
                                INTO RSP-CLAIM-OUTPUT-MESSAGE
                        WHEN RSP-CLAIM-REASON-CODE = 'EXCL'
                            STRING 'SUCCESS: CLAIM ' REQ-CLAIM-ID
                                ' DENIED - PROVIDER EXCLUDED ON'
                                ' DATE OF SERVICE'
                                DELIMITED BY SIZE
                                INTO RSP-CLAIM-OUTPUT-MESSAGE
                        WHEN RSP-CLAIM-REASON-CODE = 'CRED'
                            STRING 'SUCCESS: CLAIM ' REQ-CLAIM-ID
                                ' PENDED - PROVIDER CREDENTIAL '
                                WS-CRD-LAPSED-TYPE
                                ' NOT VALID ON DATE OF SERVICE'
                                DELIMITED BY SIZE
                                INTO RSP-CLAIM-OUTPUT-MESSAGE
                        WHEN WS-LINE-DENY-COUNT > 0
                            STRING 'SUCCESS: CLAIM ' REQ-CLAIM-ID
                                ' SUBMITTED, STATUS ' RSP-CLAIM-STATUS
                                ', LINES DENIED: ' WS-LINE-DENY-COUNT
                                DELIMITED BY SIZE
                                INTO RSP-CLAIM-OUTPUT-MESSAGE
                        WHEN OTHER
                            STRING 'SUCCESS: CLAIM RECORD SUBMITTED '
                                'FOR ' REQ-CLAIM-ID DELIMITED BY SIZE
                                INTO RSP-CLAIM-OUTPUT-MESSAGE
                    END-EVALUATE
      ******************************************************************
      * AN APPROVED CLAIM COUNTS TOWARD THE MEMBER'S ANNUAL
      * DEDUCTIBLE AND OUT-OF-POCKET ACCUMULATORS ON CLAIMMBR.
                        PERFORM DO-APPLY-BENEFIT-ACCUMULATORS
                    END-IF
      ******************************************************************
      * LINES DENIED AS UNBUNDLED COMPONENTS GO ON THE CLAIMUBL LOG
      * FOR THE MONTHLY PROVIDER REPORT.
      ******************************************************************
                    IF WS-UBL-COUNT > 0
                        PERFORM DO-WRITE-UNBUNDLING-LOG
                    END-IF
      ******************************************************************
      * EVERY LINE UNDER A PLAN FREQUENCY LIMIT THAT WAS NOT DENIED
      * COUNTS AGAINST THE MEMBER'S CLAIMUTL UTILIZATION -- UNLESS
      * THE CLAIM AS A WHOLE DENIED. A PENDED CLAIM COUNTS TOO, SO
      * A SECOND CLAIM CANNOT SLIP UNDER THE LIMIT WHILE THE FIRST
      * IS WORKED; THE SERVICES ARE GIVEN BACK IF IT LATER DENIES
      * (DO-REWRITE-CLAIM-REC, DO-CLOSE-APPEAL-CASE, AND THE
      * CLAIMESC AND CLAIMRTS BATCH PATHS).
      ******************************************************************
                    IF RSP-CLAIM-STATUS NOT = 'DENY'
                        MOVE REQ-CLAIM-ID TO WS-BLM-CLAIM-ID
                        PERFORM DO-POST-BENEFIT-UTILIZATION
                    END-IF
      ******************************************************************
      * A CLAIM PROTECTED BY THE NO SURPRISES ACT OPENS A CLAIMNSC
      * CASE SO THE PROVIDER'S OPEN-NEGOTIATION AND IDR DEADLINES
      * ARE TRACKED (CLAIMNSR).
      ******************************************************************
                    IF RSP-CLAIM-NSA-FLAG NOT = SPACE
                        PERFORM DO-OPEN-NSA-CASE
                    END-IF
      ******************************************************************
      * THE SUBMISSION ITSELF IS THE FIRST CLAIMHIS ROW (OLD STATUS
      * SPACES) -- THE PROMPT-PAY CLOCK AND THE TIMELINE INQUIRY BOTH
      * START FROM IT.
           IF RSP-CLAIM-STATUS = 'OKAY'
               PERFORM DO-APPLY-BENEFIT-ACCUMULATORS
           END-IF
           IF RSP-CLAIM-STATUS NOT = 'DENY'
               MOVE RSP-CLAIM-MEMBER-ID TO WS-BLM-MEMBER-ID
               MOVE RSP-CLAIM-ID TO WS-BLM-CLAIM-ID
               PERFORM DO-REAPPLY-UTILIZATION
           END-IF
           IF RSP-CLAIM-NSA-FLAG NOT = SPACE
               PERFORM DO-OPEN-NSA-CASE
           END-IF
           IF RSP-CLAIM-STATUS = 'PEND'
           OR RSP-CLAIM-STATUS = 'COBH'
               PERFORM DO-QUEUE-PEND-CLAIM
           EXIT.
      ******************************************************************
      /
       DO-OPEN-NSA-CASE SECTION.
      *******************************
      *
      ******************************************************************
      * WRITE THE CLAIMNSC NO SURPRISES ACT CASE FOR A PROTECTED CLAIM
      * JUST STORED: STATUS OPEN, THE QPA-BASED ALLOWED AMOUNT AND
      * PLAN PAYMENT, AND TODAY AS THE DATE THE 30-BUSINESS-DAY OPEN
      * NEGOTIATION WINDOW STARTS. A CASE ALREADY ON FILE (A CLAIM
      * RECOVERED FROM SUSPENSE AFTER ITS CASE WAS WRITTEN) IS LEFT
      * AS IT IS.
      ******************************************************************
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-NSA-TODAY-YYYYMMDD)
           END-EXEC

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
           MOVE WS-NSA-TODAY-YYYYMMDD TO NSC-OPENED-DATE
           MOVE 0 TO NSC-NEGOTIATION-DATE
           MOVE 0 TO NSC-IDR-DATE
           MOVE 0 TO NSC-DECISION-DATE
           MOVE 0 TO NSC-AWARD-AMOUNT
           MOVE 0 TO NSC-CLOSED-DATE

           EXEC CICS
                WRITE FILE(WS-NSA-CASE-FILE-NAME)
                      FROM(NSA-CASE-RECORD)
                      RIDFLD(NSC-CLAIM-ID)
                      RESP(RSP-CLAIM-CICS-RESP)
                      RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
          AND RSP-CLAIM-CICS-RESP NOT = DFHRESP(DUPREC)
               MOVE RSP-CLAIM-CICS-RESP TO WS-CICS-RESP-CODE-NUM
               STRING 'CLAIMNSC WRITE FAILED FOR CLAIM ' RSP-CLAIM-ID
                      ', RESP = ' WS-CICS-RESP-CODE-NUM
                      DELIMITED BY SIZE
                      INTO WS-MSG-TO-WRITE
               PERFORM DO-WRITE-TO-CSMT
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-ESTIMATE-CLAIM-COST SECTION.
      *************************************
      *
      ******************************************************************
      * ACTION 'C' -- PRE-SERVICE COST ESTIMATE (PREDETERMINATION).
      * THE REQUEST IS BUILT EXACTLY AS FOR A SUBMIT, BUT ONLY THE
      * ADJUDICATION STEPS RUN: VALIDATION (WITH THE LINE EDITS AND
      * PRIOR-AUTH CHECK), ELIGIBILITY AND COVERAGE, NETWORK STATUS,
      * CLAIMFEE REPRICING AND THE MEMBER COST SHARE AGAINST THE
      * MEMBER'S CURRENT ACCUMULATORS. NO CLAIM NUMBER IS DRAWN FROM
      * CLAIMSEQ, NOTHING IS WRITTEN TO CLAIMCIF, AND THE
      * ACCUMULATORS AND UTILIZATION ARE LEFT UNTOUCHED -- THE
      * ESTIMATE IS ONLY LOGGED TO CLAIMEST UNDER A REFERENCE NUMBER
      * SO THE CLAIM THAT FOLLOWS CAN BE MATCHED BACK TO WHAT THE
      * MEMBER WAS QUOTED. THE DUPLICATE, TIMELY-FILING AND COB
      * CHECKS, THE RULE API AND THE FRAUD HOOK ALL CONCERN A CLAIM
      * FOR A SERVICE ALREADY GIVEN AND ARE NOT RUN.
      ******************************************************************
           IF REQ-CLAIM-CURRENCY-CODE = SPACES
               MOVE 'USD' TO REQ-CLAIM-CURRENCY-CODE
           END-IF
           IF REQ-CLAIM-ACCIDENT-FLAG = SPACES
               MOVE 'N' TO REQ-CLAIM-ACCIDENT-FLAG
           END-IF

           PERFORM DO-RESOLVE-PROVIDER-ALIAS
      ******************************************************************
      * THE ESTIMATE HAS NO CLAIM NUMBER; 'ESTIMATE' STANDS IN FOR
      * ONE SO THE CSMT LINES WRITTEN BY THE SHARED ADJUDICATION
      * SECTIONS READ SENSIBLY AND NO CLAIMCIF ROW CAN EVER MATCH IT.
      ******************************************************************
           MOVE 'ESTIMATE' TO REQ-CLAIM-ID
           MOVE REQ-CLAIM-RECORD TO RSP-CLAIM-RECORD
           MOVE SPACES TO RSP-ESTIMATE-REFERENCE
           MOVE 0 TO RSP-ESTIMATE-LINE-COUNT

           MOVE 0 TO WS-LINE-DENY-COUNT
           MOVE 0 TO WS-UBL-COUNT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > 10
               MOVE SPACES TO RSP-LINE-DISP-STATUS(WS-LINE-IDX)
               MOVE 0 TO RSP-LINE-DISP-ALLOWED(WS-LINE-IDX)
               MOVE SPACES TO RSP-LINE-DISP-REASON(WS-LINE-IDX)
               MOVE REQ-LINE-DIAG-POINTER(WS-LINE-IDX)
                 TO RSP-LINE-DIAG-POINTER(WS-LINE-IDX)
               MOVE REQ-LINE-MODIFIER(WS-LINE-IDX)
                 TO RSP-LINE-MODIFIER(WS-LINE-IDX)
               MOVE SPACES TO WS-BLM-LINE-KEY(WS-LINE-IDX)
           END-PERFORM
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > 8
               MOVE REQ-CLAIM-DIAGNOSIS-CODE(WS-LINE-IDX)
                 TO RSP-CLAIM-DIAGNOSIS-CODE(WS-LINE-IDX)
           END-PERFORM
           MOVE 'N' TO RSP-CLAIM-ENCOUNTER-FLAG
           MOVE SPACE TO RSP-CLAIM-NSA-FLAG
           MOVE 'N' TO WS-NSA-EMERGENCY-SW

           PERFORM DO-VALIDATE-CLAIM-REC

           IF NOT WS-CLAIM-REC-VALID
               EXIT SECTION
           END-IF

           PERFORM DO-CHECK-MEMBER-ELIGIBILITY

           IF NOT WS-MEMBER-ELIGIBLE
               STRING 'ERROR: MEMBER NOT ELIGIBLE - '
                      WS-ELIGIBILITY-REASON DELIMITED BY SIZE
                      INTO RSP-CLAIM-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           PERFORM DO-CHECK-COVERAGE-DATES

           IF NOT WS-MEMBER-COVERED
               STRING 'ERROR: MEMBER ' REQ-CLAIM-MEMBER-ID
                      DELIMITED BY SIZE
                      ' NOT COVERED ON DATE OF SERVICE '
                      DELIMITED BY SIZE
                      REQ-CLAIM-DATE DELIMITED BY SIZE
                      INTO RSP-CLAIM-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           PERFORM DO-CHECK-PROVIDER-NETWORK-STATUS
           PERFORM DO-REPRICE-CLAIM-LINES
           PERFORM DO-COMPUTE-MEMBER-COST-SHARE
      ******************************************************************
      * THE ESTIMATE'S STATUS TELLS THE CALLER WHETHER THE SERVICE
      * WOULD PAY AS QUOTED: 'DENY'/'EXCL' WHEN THE PROVIDER IS
      * EXCLUDED, 'DENY'/'LINE' WHEN NO LINE WOULD PAY, 'PEND'/'CRED'
      * WHEN THE PROVIDER IS NOT CREDENTIALED ON THE DATE OF SERVICE,
      * 'PEND'/'NAUT' WHEN A LINE STILL NEEDS PRIOR AUTHORIZATION,
      * 'PEND'/'DIAG' WHEN THE DIAGNOSIS DOES NOT SUPPORT A LINE,
      * OTHERWISE 'OKAY' -- THE SAME PRECEDENCE AS A SUBMITTED CLAIM.
      ******************************************************************
           MOVE 'OKAY' TO RSP-CLAIM-STATUS
           MOVE SPACES TO RSP-CLAIM-REASON-CODE
           EVALUATE TRUE
               WHEN WS-PROVIDER-EXCLUDED
                   PERFORM DO-DENY-EXCLUDED-PROVIDER
               WHEN REQ-CLAIM-LINE-ITEM-COUNT > 0
                AND WS-LINE-DENY-COUNT = REQ-CLAIM-LINE-ITEM-COUNT
                   MOVE 'DENY' TO RSP-CLAIM-STATUS
                   MOVE 'LINE' TO RSP-CLAIM-REASON-CODE
               WHEN WS-CREDENTIAL-LAPSED
                   MOVE 'PEND' TO RSP-CLAIM-STATUS
                   MOVE 'CRED' TO RSP-CLAIM-REASON-CODE
               WHEN WS-AUTH-MISSING
                   MOVE 'PEND' TO RSP-CLAIM-STATUS
                   MOVE 'NAUT' TO RSP-CLAIM-REASON-CODE
               WHEN WS-DIAG-PEND
                   MOVE 'PEND' TO RSP-CLAIM-STATUS
                   MOVE 'DIAG' TO RSP-CLAIM-REASON-CODE
           END-EVALUATE

           PERFORM DO-APPORTION-ESTIMATE-LINES
           PERFORM DO-WRITE-COST-ESTIMATE
           EXIT.
      ******************************************************************
      /
       DO-APPORTION-ESTIMATE-LINES SECTION.
      ******************************************
      *
      ******************************************************************
      * THE COST SHARE IS COMPUTED ON THE CLAIM AS A WHOLE (THE COPAY
      * AND DEDUCTIBLE DO NOT BELONG TO ANY ONE LINE), SO EACH LINE'S
      * MEMBER RESPONSIBILITY IS ITS SHARE OF THE CLAIM'S, IN
      * PROPORTION TO ITS ALLOWED AMOUNT, AND ITS PLAN-PAID AMOUNT IS
      * THE REST OF ITS ALLOWED AMOUNT. A DENIED LINE ALLOWS NOTHING.
      ******************************************************************
           MOVE REQ-CLAIM-LINE-ITEM-COUNT TO RSP-ESTIMATE-LINE-COUNT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 10
               MOVE SPACES TO RSP-EST-PROCEDURE(WS-LINE-IDX)
               MOVE SPACES TO RSP-EST-STATUS(WS-LINE-IDX)
               MOVE SPACES TO RSP-EST-REASON(WS-LINE-IDX)
               MOVE 0 TO RSP-EST-ALLOWED(WS-LINE-IDX)
               MOVE 0 TO RSP-EST-PLAN-PAID(WS-LINE-IDX)
               MOVE 0 TO RSP-EST-MEMBER-RESP(WS-LINE-IDX)
           END-PERFORM

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > REQ-CLAIM-LINE-ITEM-COUNT
               MOVE REQ-LINE-PROCEDURE-CODE(WS-LINE-IDX)
                 TO RSP-EST-PROCEDURE(WS-LINE-IDX)
               MOVE RSP-LINE-DISP-STATUS(WS-LINE-IDX)
                 TO RSP-EST-STATUS(WS-LINE-IDX)
               MOVE RSP-LINE-DISP-REASON(WS-LINE-IDX)
                 TO RSP-EST-REASON(WS-LINE-IDX)
               MOVE RSP-LINE-DISP-ALLOWED(WS-LINE-IDX)
                 TO RSP-EST-ALLOWED(WS-LINE-IDX)
               IF RSP-CLAIM-ALLOWED-AMOUNT > 0
                   COMPUTE RSP-EST-MEMBER-RESP(WS-LINE-IDX) =
                       RSP-CLAIM-MEMBER-RESP-AMOUNT
                       * RSP-LINE-DISP-ALLOWED(WS-LINE-IDX)
                       / RSP-CLAIM-ALLOWED-AMOUNT
               END-IF
               COMPUTE RSP-EST-PLAN-PAID(WS-LINE-IDX) =
                   RSP-EST-ALLOWED(WS-LINE-IDX)
                   - RSP-EST-MEMBER-RESP(WS-LINE-IDX)
           END-PERFORM
           EXIT.
      ******************************************************************
      /
       DO-WRITE-COST-ESTIMATE SECTION.
      *************************************
      *
      ******************************************************************
      * LOG THE ESTIMATE TO CLAIMEST UNDER ITS REFERENCE NUMBER. TWO
      * ESTIMATES LANDING ON THE SAME ABSTIME TICK WOULD COLLIDE ON
      * THE KEY, SO A DUPREC BUMPS THE REFERENCE AND TRIES AGAIN. AN
      * ESTIMATE THAT CANNOT BE LOGGED IS STILL RETURNED, BUT WITHOUT
      * A REFERENCE NUMBER AND WITH AN ERROR MESSAGE.
      ******************************************************************
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC

           MOVE SPACES TO COST-ESTIMATE-RECORD
           MOVE WS-ABSTIME                TO EST-TIMESTAMP
           MOVE WS-USERID                 TO EST-USERID
           MOVE REQ-CLAIM-MEMBER-ID       TO EST-MEMBER-ID
           MOVE REQ-CLAIM-PROVIDER        TO EST-PROVIDER
           MOVE REQ-CLAIM-TYPE            TO EST-CLAIM-TYPE
           MOVE REQ-CLAIM-DATE            TO EST-SERVICE-DATE
           MOVE RSP-CLAIM-NETWORK-STATUS  TO EST-NETWORK-STATUS
           MOVE REQ-CLAIM-AMOUNT          TO EST-BILLED-AMOUNT
           MOVE RSP-CLAIM-ALLOWED-AMOUNT  TO EST-ALLOWED-AMOUNT
           MOVE RSP-CLAIM-PLAN-PAID-AMOUNT
             TO EST-PLAN-PAID-AMOUNT
           MOVE RSP-CLAIM-MEMBER-RESP-AMOUNT
             TO EST-MEMBER-RESP-AMOUNT
           MOVE REQ-CLAIM-LINE-ITEM-COUNT TO EST-LINE-COUNT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 10
               MOVE RSP-EST-PROCEDURE(WS-LINE-IDX)
                 TO EST-LINE-PROCEDURE(WS-LINE-IDX)
               MOVE RSP-EST-STATUS(WS-LINE-IDX)
                 TO EST-LINE-STATUS(WS-LINE-IDX)
               MOVE RSP-EST-REASON(WS-LINE-IDX)
                 TO EST-LINE-REASON(WS-LINE-IDX)
               IF WS-LINE-IDX > REQ-CLAIM-LINE-ITEM-COUNT
                   MOVE 0 TO EST-LINE-BILLED(WS-LINE-IDX)
               ELSE
                   MOVE REQ-LINE-AMOUNT(WS-LINE-IDX)
                     TO EST-LINE-BILLED(WS-LINE-IDX)
               END-IF
               MOVE RSP-EST-ALLOWED(WS-LINE-IDX)
                 TO EST-LINE-ALLOWED(WS-LINE-IDX)
               MOVE RSP-EST-PLAN-PAID(WS-LINE-IDX)
                 TO EST-LINE-PLAN-PAID(WS-LINE-IDX)
               MOVE RSP-EST-MEMBER-RESP(WS-LINE-IDX)
                 TO EST-LINE-MEMBER-RESP(WS-LINE-IDX)
           END-PERFORM

           MOVE WS-ABSTIME TO WS-EST-REF-ABSTIME
           MOVE 0 TO WS-EST-WRITE-TRIES
           MOVE 'N' TO WS-EST-WRITE-DONE-SW
           PERFORM UNTIL WS-EST-WRITE-DONE
                      OR WS-EST-WRITE-TRIES = 5
               IF WS-EST-WRITE-TRIES > 0
                   ADD 1 TO WS-EST-REF-ABSTIME
               END-IF
               ADD 1 TO WS-EST-WRITE-TRIES
               MOVE WS-EST-REFERENCE TO EST-REFERENCE
               EXEC CICS
                    WRITE FILE(WS-ESTIMATE-FILE-NAME)
                          FROM(COST-ESTIMATE-RECORD)
                          RIDFLD(EST-REFERENCE)
                          RESP(RSP-CLAIM-CICS-RESP)
                          RESP2(RSP-CLAIM-CICS-RESP2)
               END-EXEC
               IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(DUPREC)
                   MOVE 'Y' TO WS-EST-WRITE-DONE-SW
               END-IF
           END-PERFORM

           IF RSP-CLAIM-CICS-RESP = DFHRESP(NORMAL)
               MOVE EST-REFERENCE TO RSP-ESTIMATE-REFERENCE
               IF WS-AUTH-MISSING
                   STRING 'SUCCESS: ESTIMATE ' EST-REFERENCE
                       ' - PRIOR AUTHORIZATION REQUIRED FOR '
                       WS-AUTH-MISSING-PROC
                       DELIMITED BY SIZE
                       INTO RSP-CLAIM-OUTPUT-MESSAGE
               ELSE
                   STRING 'SUCCESS: ESTIMATE ' EST-REFERENCE
                       ' ISSUED, STATUS ' RSP-CLAIM-STATUS
                       DELIMITED BY SIZE
                       INTO RSP-CLAIM-OUTPUT-MESSAGE
               END-IF
           ELSE
               MOVE RSP-CLAIM-CICS-RESP TO WS-CICS-RESP-CODE-NUM
               STRING 'ERROR: ESTIMATE NOT LOGGED, WRITE FILE '
                   'RESPONSE CODE = ' WS-CICS-RESP-CODE-NUM
                   DELIMITED BY SIZE
                   INTO RSP-CLAIM-OUTPUT-MESSAGE
               MOVE RSP-CLAIM-OUTPUT-MESSAGE TO WS-MSG-TO-WRITE
               PERFORM DO-WRITE-TO-CSMT
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-OPEN-APPEAL-CASE SECTION.
      **********************************
      *
      ******************************************************************
      * ACTION 'B' -- OPEN AN APPEAL CASE FOR A DENIED CLAIM. THE
      * CLAIM MOVES DENY -> APPL (THE TRANSITION THE MATRIX HAS
      * ALWAYS ALLOWED) WITH A CLAIMHIS ROW, AND A CLAIMAPL CASE IS
      * WRITTEN CARRYING THE RECEIVED DATE, THE REGULATORY DUE DATE
      * (WS-APPEAL-DUE-DAYS FROM TODAY) AND THE ASSIGNED REVIEWER.
      * THE REVIEWER ID RIDES IN REQ-CLAIM-MEMBER-ID THE WAY ACTION
      * 'A' CARRIES AN EXAMINER ID; SPACES MEANS THE CALLER TAKES
      * THE CASE THEMSELVES. A CLAIM WITH AN OPEN CASE IS REFUSED; A
      * CLOSED CASE (A SECOND-LEVEL APPEAL) IS REOPENED IN PLACE.
      ******************************************************************
           EXEC CICS
                READ FILE(WS-APPEAL-FILE-NAME)
                     INTO(APPEAL-CASE-RECORD)
                     RIDFLD(REQ-CLAIM-ID)
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP = DFHRESP(NORMAL)
          AND APL-CASE-OPEN
               MOVE 'ERROR: APPEAL CASE ALREADY OPEN FOR CLAIM'
                    TO RSP-CLAIM-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           EXEC CICS
                READ FILE(WS-FILE-NAME)
                     INTO(RSP-CLAIM-RECORD)
                     RIDFLD(REQ-CLAIM-ID)
                     UPDATE
                     NOSUSPEND
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           EVALUATE RSP-CLAIM-CICS-RESP
               WHEN DFHRESP(NOTFND)
                   MOVE 'ERROR: CLAIM RECORD FOR APPEAL NOT FOUND'
                        TO RSP-CLAIM-OUTPUT-MESSAGE
                   EXIT SECTION
               WHEN DFHRESP(LOCKED)
                   MOVE 'ERROR: CLAIM RECORD IN USE, TRY AGAIN'
                        TO RSP-CLAIM-OUTPUT-MESSAGE
                   EXIT SECTION
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN OTHER
                   MOVE RSP-CLAIM-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                   STRING 'ERROR: CICS READ UPDATE RESPONSE CODE = '
                       WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                                        INTO RSP-CLAIM-OUTPUT-MESSAGE
                   EXIT SECTION
           END-EVALUATE

           IF RSP-CLAIM-STATUS NOT = 'DENY'
               MOVE 'ERROR: ONLY A DENIED CLAIM CAN BE APPEALED'
                    TO RSP-CLAIM-OUTPUT-MESSAGE
               EXEC CICS
                    UNLOCK FILE(WS-FILE-NAME)
               END-EXEC
               EXIT SECTION
           END-IF

           MOVE RSP-CLAIM-STATUS TO WS-OLD-CLAIM-STATUS
           MOVE 'APPL' TO RSP-CLAIM-STATUS
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           MOVE WS-ABSTIME TO RSP-CLAIM-LAST-UPDATED

           EXEC CICS
                REWRITE FILE(WS-FILE-NAME)
                        FROM(RSP-CLAIM-RECORD)
                        RESP(RSP-CLAIM-CICS-RESP)
                        RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE RSP-CLAIM-CICS-RESP TO WS-CICS-RESP-CODE-NUM
               STRING 'ERROR: CICS REWRITE RESPONSE CODE = '
                   WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                   INTO RSP-CLAIM-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           PERFORM DO-WRITE-CLAIM-HISTORY
           PERFORM DO-WRITE-APPEAL-CASE

           STRING 'SUCCESS: APPEAL OPENED FOR CLAIM ' REQ-CLAIM-ID
               ' DUE ' APL-DUE-DATE
               DELIMITED BY SIZE
               INTO RSP-CLAIM-OUTPUT-MESSAGE
           EXIT.
      ******************************************************************
      /
       DO-WRITE-APPEAL-CASE SECTION.
      ***********************************
      *
      ******************************************************************
      * BUILD AND STORE THE CLAIMAPL CASE -- A FRESH WRITE FOR A
      * FIRST APPEAL, A REWRITE WHEN A CLOSED CASE IS BEING REOPENED.
      ******************************************************************
           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-APL-TODAY-YYYYMMDD)
           END-EXEC

           MOVE REQ-CLAIM-ID TO APL-CLAIM-ID
           MOVE 'OPEN' TO APL-STATUS
           MOVE WS-APL-TODAY-YYYYMMDD TO APL-RECEIVED-DATE
           COMPUTE WS-APL-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(APL-RECEIVED-DATE)
               + WS-APPEAL-DUE-DAYS
           COMPUTE APL-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-APL-DUE-INTEGER)
           IF REQ-CLAIM-MEMBER-ID = SPACES
               MOVE WS-USERID TO APL-REVIEWER-ID
           ELSE
               MOVE REQ-CLAIM-MEMBER-ID TO APL-REVIEWER-ID
           END-IF
           MOVE SPACES TO APL-OUTCOME
           MOVE WS-ABSTIME TO APL-OPENED-TIMESTAMP
           MOVE 0 TO APL-CLOSED-TIMESTAMP
           MOVE WS-USERID TO APL-OPENED-USERID
           MOVE SPACES TO APL-CLOSED-USERID

           EXEC CICS
                WRITE FILE(WS-APPEAL-FILE-NAME)
                      FROM(APPEAL-CASE-RECORD)
                      RIDFLD(APL-CLAIM-ID)
                      RESP(RSP-CLAIM-CICS-RESP)
                      RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP = DFHRESP(DUPREC)
               EXEC CICS
                    READ FILE(WS-APPEAL-FILE-NAME)
                         INTO(APPEAL-CASE-RECORD)
               MOVE RSP-CLAIM-AMOUNT TO REQ-CLAIM-AMOUNT
               PERFORM DO-APPLY-BENEFIT-ACCUMULATORS
           END-IF
      ******************************************************************
      * AN UPHELD DENIAL RELEASES ANY FREQUENCY-LIMIT SERVICES THE
      * CLAIM STILL HOLDS (NONE, IF IT WAS DENIED BEFORE THE APPEAL).
      ******************************************************************
           IF RSP-CLAIM-STATUS = 'DENY'
          AND WS-OLD-CLAIM-STATUS NOT = 'DENY'
               MOVE RSP-CLAIM-MEMBER-ID TO WS-BLM-MEMBER-ID
               MOVE REQ-CLAIM-ID TO WS-BLM-CLAIM-ID
               PERFORM DO-GIVE-BACK-UTILIZATION
           END-IF

           MOVE 'CLSD' TO APL-STATUS
           MOVE WS-APL-OUTCOME TO APL-OUTCOME
           EXIT.
      ******************************************************************
      /
       DO-REQUEST-PROVIDER-INFO SECTION.
      ***************************************
      *
      ******************************************************************
      * ACTION 'I' -- RECORD A REQUEST FOR INFORMATION (RFI) TO THE
      * PROVIDER ON A PEND CLAIM: MEDICAL RECORDS, AN ITEMIZED BILL,
      * AN OPERATIVE REPORT. THE ITEMS REQUESTED RIDE IN
      * REQ-CLAIM-NOTE-TEXT THE WAY ACTION 'O' CARRIES A NOTE, AND
      * THE RESPONSE DUE DATE IN REQ-CLAIM-DATE (MM/DD/YYYY, THE
      * CLAIM DATE FORMAT); A BLANK DATE MEANS WS-RFI-DUE-DAYS FROM
      * TODAY. THE CLAIM STAYS PEND, BUT ITS CLAIMWRK ENTRY IS
      * DISPOSED 'RFI ' -- THERE IS NOTHING FOR AN EXAMINER TO DO
      * UNTIL THE PROVIDER ANSWERS -- AND THE OPEN CLAIMRFI CASE
      * STOPS THE PROMPT-PAY CLOCK: CLAIMESC LEAVES THE CLAIM ALONE
      * UNTIL THE DUE DATE PASSES (THEN DENIES IT 'RFIN'), AND
      * DO-COMPUTE-PROMPT-PAY-INTEREST TAKES THE RFI DAYS OUT OF THE
      * CLAIM'S AGE. CLAIMRFL PRINTS THE LETTER OVERNIGHT. A CLAIM
      * WITH AN RFI ALREADY OPEN IS REFUSED; A CLOSED ONE (A SECOND
      * REQUEST ON THE SAME CLAIM) IS REOPENED IN PLACE.
      ******************************************************************
           IF REQ-CLAIM-NOTE-TEXT = SPACES
               MOVE 'ERROR: ITEMS REQUESTED MUST NOT BE BLANK'
                    TO RSP-CLAIM-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-RFI-TODAY-YYYYMMDD)
           END-EXEC
           MOVE WS-RFI-TODAY-YYYYMMDD TO WS-RFI-TODAY-DATE

           IF REQ-CLAIM-DATE = SPACES
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RFI-TODAY-DATE)
                   + WS-RFI-DUE-DAYS
               COMPUTE WS-RFI-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           ELSE
               IF REQ-CLAIM-DATE(3:1) NOT = '/'
               OR REQ-CLAIM-DATE(6:1) NOT = '/'
               OR REQ-CLAIM-DATE(1:2) NOT NUMERIC
               OR REQ-CLAIM-DATE(4:2) NOT NUMERIC
               OR REQ-CLAIM-DATE(7:4) NOT NUMERIC
                   MOVE 'ERROR: RFI DUE DATE MUST BE MM/DD/YYYY'
                        TO RSP-CLAIM-OUTPUT-MESSAGE
                   EXIT SECTION
               END-IF
               MOVE REQ-CLAIM-DATE(1:2) TO WS-DATE-MM
               MOVE REQ-CLAIM-DATE(4:2) TO WS-DATE-DD
               MOVE REQ-CLAIM-DATE(7:4) TO WS-DATE-YYYY
               COMPUTE WS-RFI-DUE-DATE =
                    (WS-DATE-YYYY * 10000)
                    + (WS-DATE-MM * 100)
                    + WS-DATE-DD
               MOVE FUNCTION INTEGER-OF-DATE(WS-RFI-DUE-DATE)
                 TO WS-DATE-INTEGER
               IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
               OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
               OR WS-DATE-INTEGER = 0
                   MOVE 'ERROR: RFI DUE DATE MUST BE MM/DD/YYYY'
                        TO RSP-CLAIM-OUTPUT-MESSAGE
                   EXIT SECTION
               END-IF
           END-IF

           IF WS-RFI-DUE-DATE NOT > WS-RFI-TODAY-DATE
               MOVE 'ERROR: RFI DUE DATE MUST BE AFTER TODAY'
                    TO RSP-CLAIM-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           EXEC CICS
                READ FILE(WS-FILE-NAME)
                     INTO(RSP-CLAIM-RECORD)
                     RIDFLD(REQ-CLAIM-ID)
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ERROR: CLAIM RECORD NOT FOUND'
                    TO RSP-CLAIM-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           IF RSP-CLAIM-STATUS NOT = 'PEND'
               MOVE 'ERROR: AN RFI CAN ONLY BE SENT ON A PEND CLAIM'
                    TO RSP-CLAIM-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           EXEC CICS
                READ FILE(WS-RFI-FILE-NAME)
                     INTO(RFI-CASE-RECORD)
                     RIDFLD(REQ-CLAIM-ID)
                     UPDATE
                     NOSUSPEND
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           EVALUATE RSP-CLAIM-CICS-RESP
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y' TO WS-RFI-NEW-CASE-SW
                   MOVE 0 TO RFI-SEQUENCE
                   MOVE 0 TO RFI-PAUSED-DAYS
               WHEN DFHRESP(LOCKED)
                   MOVE 'ERROR: RFI RECORD IN USE, TRY AGAIN'
                        TO RSP-CLAIM-OUTPUT-MESSAGE
                   EXIT SECTION
               WHEN DFHRESP(NORMAL)
                   IF RFI-OPEN
                       STRING 'ERROR: RFI ALREADY OPEN FOR CLAIM, DUE '
                           RFI-DUE-DATE DELIMITED BY SIZE
                           INTO RSP-CLAIM-OUTPUT-MESSAGE
                       EXEC CICS
                            UNLOCK FILE(WS-RFI-FILE-NAME)
                       END-EXEC
                       EXIT SECTION
                   END-IF
                   MOVE 'N' TO WS-RFI-NEW-CASE-SW
               WHEN OTHER
                   MOVE RSP-CLAIM-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                   STRING 'ERROR: CICS READ UPDATE RESPONSE CODE = '
                       WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                                        INTO RSP-CLAIM-OUTPUT-MESSAGE
                   EXIT SECTION
           END-EVALUATE

           MOVE REQ-CLAIM-ID          TO RFI-CLAIM-ID
           MOVE 'OPEN'                TO RFI-STATUS
           ADD 1                      TO RFI-SEQUENCE
           MOVE RSP-CLAIM-PROVIDER    TO RFI-PROVIDER-ID
           MOVE REQ-CLAIM-NOTE-TEXT   TO RFI-ITEMS-REQUESTED
           MOVE WS-RFI-TODAY-DATE     TO RFI-REQUESTED-DATE
           MOVE WS-RFI-DUE-DATE       TO RFI-DUE-DATE
           MOVE 0                     TO RFI-LETTER-DATE
           MOVE 0                     TO RFI-CLOSED-DATE
           MOVE WS-ABSTIME            TO RFI-REQUESTED-TIMESTAMP
           MOVE 0                     TO RFI-CLOSED-TIMESTAMP
           MOVE WS-USERID             TO RFI-REQUESTED-BY
           MOVE SPACES                TO RFI-CLOSED-BY

           IF WS-RFI-NEW-CASE
               EXEC CICS
                    WRITE FILE(WS-RFI-FILE-NAME)
                          FROM(RFI-CASE-RECORD)
                          RIDFLD(RFI-CLAIM-ID)
                          RESP(RSP-CLAIM-CICS-RESP)
                          RESP2(RSP-CLAIM-CICS-RESP2)
               END-EXEC
           ELSE
               EXEC CICS
                    REWRITE FILE(WS-RFI-FILE-NAME)
                            FROM(RFI-CASE-RECORD)
                            RESP(RSP-CLAIM-CICS-RESP)
                            RESP2(RSP-CLAIM-CICS-RESP2)
               END-EXEC
           END-IF

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE RSP-CLAIM-CICS-RESP TO WS-CICS-RESP-CODE-NUM
               STRING 'ERROR: RFI RECORD NOT WRITTEN, RESPONSE CODE = '
                   WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                   INTO RSP-CLAIM-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF

           MOVE 'RFI ' TO WS-WQ-DISPOSITION
           PERFORM DO-DISPOSE-WORK-ENTRY

           MOVE SPACES TO WS-RFI-NOTE-TEXT
           STRING 'RFI SENT TO PROVIDER, RESPONSE DUE '
               RFI-DUE-DATE DELIMITED BY SIZE
               INTO WS-RFI-NOTE-TEXT
           PERFORM DO-WRITE-RFI-NOTE

           MOVE SPACES TO RSP-CLAIM-OUTPUT-MESSAGE
           STRING 'SUCCESS: RFI RECORDED FOR CLAIM ' REQ-CLAIM-ID
               ', RESPONSE DUE ' RFI-DUE-DATE
               DELIMITED BY SIZE
               INTO RSP-CLAIM-OUTPUT-MESSAGE
           EXIT.
      ******************************************************************
      /
       DO-RECORD-RFI-RESPONSE SECTION.
      *************************************
      *
      ******************************************************************
      * ACTION 'F' -- RECORD THE PROVIDER'S RESPONSE TO THE CLAIM'S
      * OPEN RFI. THE RFI CLOSES 'RESP' WITH THE BUSINESS DAYS IT WAS
      * OPEN ADDED TO RFI-PAUSED-DAYS -- THE PROMPT-PAY CLOCK RUNS
      * AGAIN FROM HERE -- AND A CLAIM STILL IN PEND GOES BACK ON THE
      * CLAIMWRK QUEUE FOR AN EXAMINER TO WORK. WHAT CAME IN (E.G.
      * "OPERATIVE REPORT RECEIVED, 12 PAGES") MAY RIDE IN
      * REQ-CLAIM-NOTE-TEXT AND IS KEPT AS A CLAIM NOTE.
      ******************************************************************
           EXEC CICS
                READ FILE(WS-RFI-FILE-NAME)
                     INTO(RFI-CASE-RECORD)
                     RIDFLD(REQ-CLAIM-ID)
                     UPDATE
                     NOSUSPEND
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           EVALUATE RSP-CLAIM-CICS-RESP
               WHEN DFHRESP(NOTFND)
                   MOVE 'ERROR: NO RFI ON FILE FOR CLAIM'
                        TO RSP-CLAIM-OUTPUT-MESSAGE
                   EXIT SECTION
               WHEN DFHRESP(LOCKED)
                   MOVE 'ERROR: RFI RECORD IN USE, TRY AGAIN'
                        TO RSP-CLAIM-OUTPUT-MESSAGE
                   EXIT SECTION
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN OTHER
                   MOVE RSP-CLAIM-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                   STRING 'ERROR: CICS READ UPDATE RESPONSE CODE = '
                       WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                                        INTO RSP-CLAIM-OUTPUT-MESSAGE
                   EXIT SECTION
           END-EVALUATE

           IF NOT RFI-OPEN
               STRING 'ERROR: RFI FOR CLAIM IS NOT OPEN, STATUS '
                   RFI-STATUS DELIMITED BY SIZE
                   INTO RSP-CLAIM-OUTPUT-MESSAGE
               EXEC CICS
                    UNLOCK FILE(WS-RFI-FILE-NAME)
               END-EXEC
               EXIT SECTION
           END-IF

           MOVE 'RESP' TO WS-RFI-CLOSE-STATUS
           PERFORM DO-CLOSE-RFI-CASE

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE RSP-CLAIM-CICS-RESP TO WS-CICS-RESP-CODE-NUM
               STRING 'ERROR: CICS REWRITE RESPONSE CODE = '
                   WS-CICS-RESP-CODE-NUM DELIMITED BY SIZE
                   INTO RSP-CLAIM-OUTPUT-MESSAGE
               EXIT SECTION
           END-IF
      ******************************************************************
      * ONLY A CLAIM STILL WAITING IN PEND GOES BACK ON THE QUEUE -- A
      * CLAIM SOMEONE HAS ALREADY DECIDED HAS NO WORK LEFT TO SERVE.
      ******************************************************************
           MOVE 'N' TO WS-RFI-REQUEUED-SW
           EXEC CICS
                READ FILE(WS-FILE-NAME)
                     INTO(RSP-CLAIM-RECORD)
                     RIDFLD(REQ-CLAIM-ID)
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP = DFHRESP(NORMAL)
          AND RSP-CLAIM-STATUS = 'PEND'
               PERFORM DO-REQUEUE-WORK-ENTRY
           END-IF

           IF REQ-CLAIM-NOTE-TEXT NOT = SPACES
               MOVE REQ-CLAIM-NOTE-TEXT TO WS-RFI-NOTE-TEXT
           ELSE
               MOVE 'RFI RESPONSE RECEIVED FROM PROVIDER'
                 TO WS-RFI-NOTE-TEXT
           END-IF
           PERFORM DO-WRITE-RFI-NOTE

           MOVE SPACES TO RSP-CLAIM-OUTPUT-MESSAGE
           IF WS-RFI-REQUEUED
               STRING 'SUCCESS: RFI RESPONSE RECORDED FOR CLAIM '
                   REQ-CLAIM-ID ', CLAIM RETURNED TO WORK QUEUE'
                   DELIMITED BY SIZE
                   INTO RSP-CLAIM-OUTPUT-MESSAGE
           ELSE
               STRING 'SUCCESS: RFI RESPONSE RECORDED FOR CLAIM '
                   REQ-CLAIM-ID DELIMITED BY SIZE
                   INTO RSP-CLAIM-OUTPUT-MESSAGE
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-CLOSE-RFI-CASE SECTION.
      ********************************
      *
      ******************************************************************
      * CLOSE THE RFI JUST READ FOR UPDATE WITH WS-RFI-CLOSE-STATUS,
      * ADDING THE BUSINESS DAYS IT STOOD OPEN (COUNTED OFF CLAIMCAL
      * THE SAME WAY THE PROMPT-PAY DEADLINE IS) TO RFI-PAUSED-DAYS.
      * THE REWRITE RESPONSE IS LEFT IN RSP-CLAIM-CICS-RESP FOR THE
      * CALLER.
      ******************************************************************
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-RFI-TODAY-YYYYMMDD)
           END-EXEC
           MOVE WS-RFI-TODAY-YYYYMMDD TO WS-RFI-TODAY-DATE

           COMPUTE WS-BD-START-INT =
               FUNCTION INTEGER-OF-DATE(19000101)
               + RFI-REQUESTED-TIMESTAMP / 8640000
           COMPUTE WS-BD-END-INT =
               FUNCTION INTEGER-OF-DATE(19000101)
               + WS-ABSTIME / 8640000
           PERFORM DO-COUNT-BUSINESS-DAYS
           ADD WS-BD-COUNT TO RFI-PAUSED-DAYS

           MOVE WS-RFI-CLOSE-STATUS TO RFI-STATUS
           MOVE WS-RFI-TODAY-DATE   TO RFI-CLOSED-DATE
           MOVE WS-ABSTIME          TO RFI-CLOSED-TIMESTAMP
           MOVE WS-USERID           TO RFI-CLOSED-BY

           EXEC CICS
                REWRITE FILE(WS-RFI-FILE-NAME)
                        FROM(RFI-CASE-RECORD)
                        RESP(RSP-CLAIM-CICS-RESP)
                        RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC
           EXIT.
      ******************************************************************
      /
       DO-WITHDRAW-RFI-CASE SECTION.
      ***********************************
      *
      ******************************************************************
      * AN EXAMINER MAY DECIDE A CLAIM WITHOUT WAITING FOR THE
      * PROVIDER. ITS OPEN RFI IS THEN CLOSED 'WDRN' SO CLAIMRFL DOES
      * NOT LETTER IT AND CLAIMESC DOES NOT DENY IT. A CLAIM WITH NO
      * RFI, OR ONLY A CLOSED ONE, IS LEFT ALONE. A FAILURE IS LOGGED
      * BUT DOES NOT FAIL THE STATUS CHANGE ALREADY COMMITTED.
      ******************************************************************
           EXEC CICS
                READ FILE(WS-RFI-FILE-NAME)
                     INTO(RFI-CASE-RECORD)
                     RIDFLD(REQ-CLAIM-ID)
                     UPDATE
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP = DFHRESP(NOTFND)
               EXIT SECTION
           END-IF

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ERROR READING RFI RECORD TO WITHDRAW'
                 TO WS-MSG-TO-WRITE
               PERFORM DO-WRITE-TO-CSMT
               EXIT SECTION
           END-IF

           IF NOT RFI-OPEN
               EXEC CICS
                    UNLOCK FILE(WS-RFI-FILE-NAME)
               END-EXEC
               EXIT SECTION
           END-IF

           MOVE 'WDRN' TO WS-RFI-CLOSE-STATUS
           PERFORM DO-CLOSE-RFI-CASE

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ERROR REWRITING RFI RECORD TO WITHDRAW'
                 TO WS-MSG-TO-WRITE
               PERFORM DO-WRITE-TO-CSMT
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-REQUEUE-WORK-ENTRY SECTION.
      ************************************
      *
      ******************************************************************
      * PUT A CLAIM WHOSE RFI HAS BEEN ANSWERED BACK ON THE CLAIMWRK
      * QUEUE. THE ENTRY DISPOSED 'RFI ' IS REOPENED UNASSIGNED WITH
      * ITS ORIGINAL QUEUED TIMESTAMP, SO SERVE-NEXT HANDS IT OUT
      * AHEAD OF CLAIMS THAT PENDED AFTER IT. A CLAIM WITH NO ENTRY
      * (PENDED BEFORE THE WORK QUEUE EXISTED) GETS A FRESH ONE, AS
      * DO-QUEUE-PEND-CLAIM QUEUES A NEWLY PENDED CLAIM.
      ******************************************************************
           EXEC CICS
                READ FILE(WS-WORK-FILE-NAME)
                     INTO(WORK-QUEUE-RECORD)
                     RIDFLD(REQ-CLAIM-ID)
                     UPDATE
                     NOSUSPEND
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           EVALUATE RSP-CLAIM-CICS-RESP
               WHEN DFHRESP(NOTFND)
                   MOVE 'N' TO WS-CLAIM-FLAGGED-SW
                   IF RSP-CLAIM-REASON-CODE = 'FRAU'
                       MOVE 'Y' TO WS-CLAIM-FLAGGED-SW
                   END-IF
                   PERFORM DO-QUEUE-PEND-CLAIM
                   MOVE 'Y' TO WS-RFI-REQUEUED-SW
               WHEN DFHRESP(NORMAL)
                   MOVE SPACES TO WRK-EXAMINER-ID
                   MOVE 0      TO WRK-ASSIGNED-TIMESTAMP
                   MOVE SPACES TO WRK-DISPOSITION
                   MOVE 0      TO WRK-DISPOSED-TIMESTAMP
                   EXEC CICS
                        REWRITE FILE(WS-WORK-FILE-NAME)
                                FROM(WORK-QUEUE-RECORD)
                                RESP(RSP-CLAIM-CICS-RESP)
                                RESP2(RSP-CLAIM-CICS-RESP2)
                   END-EXEC
                   IF RSP-CLAIM-CICS-RESP = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-RFI-REQUEUED-SW
                   ELSE
                       MOVE 'ERROR REQUEUEING WORK QUEUE RECORD'
                         TO WS-MSG-TO-WRITE
                       PERFORM DO-WRITE-TO-CSMT
                   END-IF
               WHEN OTHER
                   MOVE 'ERROR REQUEUEING WORK QUEUE RECORD'
                     TO WS-MSG-TO-WRITE
                   PERFORM DO-WRITE-TO-CSMT
           END-EVALUATE
           EXIT.
      ******************************************************************
      /
       DO-WRITE-RFI-NOTE SECTION.
      ********************************
      *
      ******************************************************************
      * KEEP THE RFI ON THE CLAIM'S NOTES (WS-RFI-NOTE-TEXT), SO THE
      * ACTION 'K' BROWSE AND THE ACTION 'H' TIMELINE SHOW WHEN THE
      * PROVIDER WAS ASKED AND WHEN THEY ANSWERED.
      ******************************************************************
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC

           MOVE REQ-CLAIM-ID        TO NOT-CLAIM-ID
           MOVE WS-ABSTIME          TO NOT-TIMESTAMP
           MOVE WS-USERID           TO NOT-USERID
           MOVE WS-RFI-NOTE-TEXT    TO NOT-NOTE-TEXT

           EXEC CICS
                WRITE FILE(WS-NOTES-FILE-NAME)
                      FROM(CLAIM-NOTE-RECORD)
                      RESP(RSP-CLAIM-CICS-RESP)
                      RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'ERROR WRITING RFI CLAIM NOTE'
                  TO WS-MSG-TO-WRITE
                PERFORM DO-WRITE-TO-CSMT
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-APPLY-BENEFIT-ACCUMULATORS SECTION.
      *******************************************
      *
      ******************************************************************
      * ADVANCE THE MEMBER'S DEDUCTIBLE AND OUT-OF-POCKET ACCUMULATORS
      * ON THE CLAIMMBR MASTER (SEE CLAIMMBR.CPY) BY THE APPROVED
      * CLAIM'S AMOUNT -- THE 'APPL' CASE OF THE GENERALIZED POSTING
      * IN DO-POST-BENEFIT-ACCUMULATORS, WHICH THE ADJUSTMENT PATH
      * ALSO DRIVES WITH NEGATIVE ('BACK') AND RE-APPLIED ('REAP')
      * AMOUNTS.
      ******************************************************************
           MOVE REQ-CLAIM-MEMBER-ID TO WS-ACC-MEMBER-ID
           MOVE REQ-CLAIM-AMOUNT    TO WS-ACC-AMOUNT
           MOVE REQ-CLAIM-ID        TO WS-MAH-CLAIM-ID
           MOVE 'APPL'              TO WS-MAH-ACTION
           PERFORM DO-POST-BENEFIT-ACCUMULATORS
           EXIT.
      ******************************************************************
      /
       DO-POST-BENEFIT-ACCUMULATORS SECTION.
      *******************************************
      *
      ******************************************************************
      * POST THE SIGNED WS-ACC-AMOUNT TO WS-ACC-MEMBER-ID'S
      * ACCUMULATORS. THE DEDUCTIBLE-MET ACCUMULATOR IS CAPPED AT THE
      * PLAN DEDUCTIBLE -- ONCE THE DEDUCTIBLE IS SATISFIED ONLY THE
      * OUT-OF-POCKET ACCUMULATOR KEEPS CLIMBING -- AND A NEGATIVE
      * POSTING (A REVERSAL BACK-OUT) CAN NEVER DRIVE EITHER
      * ACCUMULATOR BELOW ZERO. EVERY RECORD TOUCHED GETS A CLAIMMAH
      * CHANGE-LOG ROW SO AN EXAMINER CAN EXPLAIN THE MEMBER'S
      * DEDUCTIBLE POSITION. A MEMBER WITH NO CLAIMMBR RECORD
      * (REFERENCE DATA NOT YET LOADED, OR A LEGACY CALLER THAT SENT
      * NO MEMBER ID) IS LOGGED TO CSMT AND SKIPPED RATHER THAN
      * FAILING THE ALREADY-WRITTEN CLAIM.
      ******************************************************************
           EXEC CICS
                READ FILE(WS-MEMBER-FILE-NAME)
                     INTO(MEMBER-RECORD)
                     RIDFLD(WS-ACC-MEMBER-ID)
                     UPDATE
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               STRING 'NO CLAIMMBR RECORD FOR MEMBER '
                      WS-ACC-MEMBER-ID DELIMITED BY SIZE
                      ', ACCUMULATORS NOT APPLIED' DELIMITED BY SIZE
                      INTO WS-MSG-TO-WRITE
               PERFORM DO-WRITE-TO-CSMT
               EXIT SECTION
           END-IF

           ADD WS-ACC-AMOUNT TO MBR-DEDUCTIBLE-MET
           ADD WS-ACC-AMOUNT TO MBR-OOP-ACCUMULATED

           IF MBR-DEDUCTIBLE-MET > MBR-DEDUCTIBLE
               MOVE MBR-DEDUCTIBLE TO MBR-DEDUCTIBLE-MET
           END-IF
           IF MBR-DEDUCTIBLE-MET < 0
               MOVE 0 TO MBR-DEDUCTIBLE-MET
           END-IF
           IF MBR-OOP-ACCUMULATED < 0
               MOVE 0 TO MBR-OOP-ACCUMULATED
           END-IF
      ******************************************************************
      * THE FAMILY ACCUMULATORS LIVE ON THE SUBSCRIBER'S RECORD (SEE
      * CLAIMMBR.CPY). WHEN THIS MEMBER IS THE SUBSCRIBER THEY ARE
      * ADVANCED ON THE SAME RECORD BEFORE THE ONE REWRITE; FOR A
      * DEPENDENT, THE SUBSCRIBER'S RECORD IS UPDATED SEPARATELY
      * AFTER THE DEPENDENT'S OWN REWRITE. A LEGACY RECORD WITH NO
      * SUBSCRIBER LINKAGE ACCUMULATES INDIVIDUALLY ONLY.
      ******************************************************************
           MOVE MBR-SUBSCRIBER-ID TO WS-FAM-SUBSCRIBER-ID
           IF WS-FAM-SUBSCRIBER-ID = WS-ACC-MEMBER-ID
               ADD WS-ACC-AMOUNT TO MBR-FAM-DEDUCTIBLE-MET
               ADD WS-ACC-AMOUNT TO MBR-FAM-OOP-ACCUMULATED
               IF MBR-FAM-DEDUCTIBLE-MET > MBR-FAM-DEDUCTIBLE
                   MOVE MBR-FAM-DEDUCTIBLE TO MBR-FAM-DEDUCTIBLE-MET
               END-IF
               IF MBR-FAM-DEDUCTIBLE-MET < 0
                   MOVE 0 TO MBR-FAM-DEDUCTIBLE-MET
               END-IF
               IF MBR-FAM-OOP-ACCUMULATED < 0
                   MOVE 0 TO MBR-FAM-OOP-ACCUMULATED
               END-IF
           END-IF

           EXEC CICS
                REWRITE FILE(WS-MEMBER-FILE-NAME)
                        FROM(MEMBER-RECORD)
                        RESP(RSP-CLAIM-CICS-RESP)
                        RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               STRING 'ERROR REWRITING CLAIMMBR RECORD FOR MEMBER '
                      WS-ACC-MEMBER-ID DELIMITED BY SIZE
                      INTO WS-MSG-TO-WRITE
               PERFORM DO-WRITE-TO-CSMT
               EXIT SECTION
           END-IF

           MOVE WS-ACC-MEMBER-ID TO MAH-MEMBER-ID
           PERFORM DO-WRITE-ACCUM-HISTORY

           IF WS-FAM-SUBSCRIBER-ID NOT = SPACES
          AND WS-FAM-SUBSCRIBER-ID NOT = WS-ACC-MEMBER-ID
               PERFORM DO-APPLY-FAMILY-ACCUMULATORS
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-APPLY-FAMILY-ACCUMULATORS SECTION.
      *******************************************
      *
      ******************************************************************
      * POST THE SAME SIGNED WS-ACC-AMOUNT TO THE FAMILY DEDUCTIBLE
      * AND OUT-OF-POCKET ACCUMULATORS ON THE SUBSCRIBER'S CLAIMMBR
      * RECORD FOR A CLAIM OF ONE OF THEIR DEPENDENTS, WITH THE SAME
      * CAP-AND-FLOOR RULES AND A CLAIMMAH ROW UNDER THE SUBSCRIBER'S
      * ID. A SUBSCRIBER RECORD THAT CANNOT BE READ IS LOGGED TO CSMT
      * AND SKIPPED -- SAME FAIL-SOFT AS THE INDIVIDUAL UPDATE.
      ******************************************************************
           EXEC CICS
                READ FILE(WS-MEMBER-FILE-NAME)
                     INTO(MEMBER-RECORD)
                     RIDFLD(WS-FAM-SUBSCRIBER-ID)
                     UPDATE
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               STRING 'NO CLAIMMBR RECORD FOR SUBSCRIBER '
                      WS-FAM-SUBSCRIBER-ID DELIMITED BY SIZE
                      ', FAMILY ACCUMULATORS NOT APPLIED'
                      DELIMITED BY SIZE
                      INTO WS-MSG-TO-WRITE
               PERFORM DO-WRITE-TO-CSMT
               EXIT SECTION
           END-IF

           ADD WS-ACC-AMOUNT TO MBR-FAM-DEDUCTIBLE-MET
           ADD WS-ACC-AMOUNT TO MBR-FAM-OOP-ACCUMULATED

           IF MBR-FAM-DEDUCTIBLE-MET > MBR-FAM-DEDUCTIBLE
               MOVE MBR-FAM-DEDUCTIBLE TO MBR-FAM-DEDUCTIBLE-MET
           END-IF
           IF MBR-FAM-DEDUCTIBLE-MET < 0
               MOVE 0 TO MBR-FAM-DEDUCTIBLE-MET
           END-IF
           IF MBR-FAM-OOP-ACCUMULATED < 0
               MOVE 0 TO MBR-FAM-OOP-ACCUMULATED
           END-IF

           EXEC CICS
                REWRITE FILE(WS-MEMBER-FILE-NAME)
                        FROM(MEMBER-RECORD)
                        RESP(RSP-CLAIM-CICS-RESP)
                        RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               STRING 'ERROR REWRITING CLAIMMBR RECORD FOR SUBSCRIBER '
                      WS-FAM-SUBSCRIBER-ID DELIMITED BY SIZE
                      INTO WS-MSG-TO-WRITE
               PERFORM DO-WRITE-TO-CSMT
               EXIT SECTION
           END-IF

           MOVE WS-FAM-SUBSCRIBER-ID TO MAH-MEMBER-ID
           PERFORM DO-WRITE-ACCUM-HISTORY
           EXIT.
      ******************************************************************
      /
       DO-WRITE-ACCUM-HISTORY SECTION.
      *************************************
      *
      ******************************************************************
      * APPEND A ROW TO THE CLAIMMAH VSAM ESDS RECORDING THE
      * ACCUMULATOR CHANGE JUST REWRITTEN -- WHO/WHAT/WHEN, THE SAME
      * SHAPE OF TRAIL CLAIMHIS KEEPS FOR STATUS CHANGES.
      * MAH-MEMBER-ID IS SET BY THE CALLER; THE POSITIONS RECORDED
      * ARE THE ONES ON THE MEMBER-RECORD JUST REWRITTEN.
      ******************************************************************
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC

           MOVE WS-MAH-CLAIM-ID       TO MAH-CLAIM-ID
           MOVE WS-MAH-ACTION         TO MAH-ACTION
           MOVE WS-ACC-AMOUNT         TO MAH-AMOUNT
           MOVE MBR-DEDUCTIBLE-MET    TO MAH-DEDUCTIBLE-MET
           MOVE MBR-OOP-ACCUMULATED   TO MAH-OOP-ACCUMULATED
           MOVE WS-ABSTIME            TO MAH-TIMESTAMP
           MOVE WS-USERID             TO MAH-USERID

           EXEC CICS
                WRITE FILE(WS-ACCUM-LOG-FILE-NAME)
                      FROM(MEMBER-ACCUM-HISTORY-RECORD)
                      RESP(RSP-CLAIM-CICS-RESP)
                      RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'ERROR WRITING ACCUMULATOR HISTORY RECORD'
                  TO WS-MSG-TO-WRITE
                PERFORM DO-WRITE-TO-CSMT
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-ASSIGN-CLAIM-ID SECTION.
      *********************************
      *
      ******************************************************************
      * DRAW THE NEXT CLAIM NUMBER FROM THE CLAIMSEQ COUNTER STORE
      * (SEE CLAIMSEQ.CPY): READ THE ONE COUNTER RECORD FOR UPDATE,
      * ROLL THE SEQUENCE (RESETTING AT THE TURN OF THE YEAR),
      * REWRITE, AND FORMAT YY + 6-DIGIT SEQUENCE. THE READ UPDATE
      * ENQUEUE IS WHAT GUARANTEES TWO CONCURRENT SUBMITTERS CANNOT
      * DRAW THE SAME NUMBER. WS-ASSIGNED-CLAIM-ID COMES BACK SPACES
      * ON ANY FAILURE AND THE CALLER DECIDES WHAT THAT MEANS.
      ******************************************************************
           MOVE SPACES TO WS-ASSIGNED-CLAIM-ID

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-SEQ-TODAY-YYYYMMDD)
           END-EXEC
           MOVE WS-SEQ-TODAY-YYYYMMDD(1:4) TO WS-SEQ-CURRENT-YEAR

           EXEC CICS
                READ FILE(WS-SEQUENCE-FILE-NAME)
                     INTO(CLAIM-SEQUENCE-RECORD)
                     RIDFLD(WS-SEQ-RECORD-KEY)
                     UPDATE
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ERROR READING CLAIMSEQ COUNTER RECORD'
                 TO WS-MSG-TO-WRITE
               PERFORM DO-WRITE-TO-CSMT
               EXIT SECTION
           END-IF

           IF SEQ-YEAR NOT = WS-SEQ-CURRENT-YEAR
               MOVE WS-SEQ-CURRENT-YEAR TO SEQ-YEAR
               MOVE 0 TO SEQ-LAST-NUMBER
           END-IF
           ADD 1 TO SEQ-LAST-NUMBER

           EXEC CICS
                REWRITE FILE(WS-SEQUENCE-FILE-NAME)
                        FROM(CLAIM-SEQUENCE-RECORD)
                        RESP(RSP-CLAIM-CICS-RESP)
                        RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ERROR REWRITING CLAIMSEQ COUNTER RECORD'
                 TO WS-MSG-TO-WRITE
               PERFORM DO-WRITE-TO-CSMT
               EXIT SECTION
           END-IF

           MOVE SEQ-YEAR(3:2) TO WS-SEQ-YEAR-2
           MOVE SEQ-LAST-NUMBER TO WS-SEQ-NUMBER
           STRING WS-SEQ-YEAR-2 WS-SEQ-NUMBER DELIMITED BY SIZE
               INTO WS-ASSIGNED-CLAIM-ID
           EXIT.
      ******************************************************************
      /
       DO-VALIDATE-CLAIM-REC SECTION.
      ********************************
      *
      ******************************************************************
      * REJECT A CLAIM WITH A ZERO/NEGATIVE AMOUNT OR A MALFORMED DATE
      * INSTEAD OF LETTING IT FLOW STRAIGHT INTO THE RULE API AND THE
      * FILE. EXPECTED DATE FORMAT IS MM/DD/YYYY (REQ-CLAIM-DATE IS
      * PIC X(10), NO PICTURE-LEVEL FORMAT ENFORCEMENT POSSIBLE).
      ******************************************************************
           MOVE 'Y' TO WS-CLAIM-REC-VALID-SW

           IF REQ-CLAIM-AMOUNT <= 0
               MOVE 'N' TO WS-CLAIM-REC-VALID-SW
               MOVE 'ERROR: CLAIM AMOUNT MUST BE GREATER THAN ZERO'
                    TO RSP-CLAIM-OUTPUT-MESSAGE
           END-IF

           IF WS-CLAIM-REC-VALID
               SET CT-IDX TO 1
               SEARCH CLAIM-TYPE-ENTRY
                   AT END
                       MOVE 'N' TO WS-CLAIM-REC-VALID-SW
                       MOVE 'ERROR: UNKNOWN CLAIM TYPE'
                            TO RSP-CLAIM-OUTPUT-MESSAGE
                   WHEN CT-CODE(CT-IDX) = REQ-CLAIM-TYPE
                       CONTINUE
               END-SEARCH
           END-IF

           IF WS-CLAIM-REC-VALID
               IF REQ-CLAIM-DATE(3:1) NOT = '/'
               OR REQ-CLAIM-DATE(6:1) NOT = '/'
               OR REQ-CLAIM-DATE(1:2) NOT NUMERIC
               OR REQ-CLAIM-DATE(4:2) NOT NUMERIC
               OR REQ-CLAIM-DATE(7:4) NOT NUMERIC
                   MOVE 'N' TO WS-CLAIM-REC-VALID-SW
                   MOVE 'ERROR: CLAIM DATE MUST BE MM/DD/YYYY'
                        TO RSP-CLAIM-OUTPUT-MESSAGE
               ELSE
                   MOVE REQ-CLAIM-DATE(1:2) TO WS-DATE-MM
                   MOVE REQ-CLAIM-DATE(4:2) TO WS-DATE-DD
                   MOVE REQ-CLAIM-DATE(7:4) TO WS-DATE-YYYY
      ******************************************************************
      * CHECK THE CALENDAR VALUE ITSELF VIA FUNCTION INTEGER-OF-DATE
      * RATHER THAN HAND-ROLLED MM/DD RANGE BOUNDS -- MM 1-12 AND DD
      * 1-31 WOULD STILL LET A BOGUS DATE LIKE 02/31/2026 THROUGH.
      * FUNCTION INTEGER-OF-DATE RETURNS 0 FOR ANY DATE THAT IS NOT A
      * REAL CALENDAR DAY (INCLUDING NON-LEAP-YEAR FEBRUARY 29THS).
      ******************************************************************
                   COMPUTE WS-DATE-YYYYMMDD =
                        (WS-DATE-YYYY * 10000)
                        + (WS-DATE-MM * 100)
                        + WS-DATE-DD
                   MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
                     TO WS-DATE-INTEGER
                   IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
                   OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
                   OR WS-DATE-INTEGER = 0
                       MOVE 'N' TO WS-CLAIM-REC-VALID-SW
                       MOVE 'ERROR: CLAIM DATE MUST BE MM/DD/YYYY'
                            TO RSP-CLAIM-OUTPUT-MESSAGE
                   END-IF
               END-IF
           END-IF
      ******************************************************************
      * A MULTI-LINE-ITEM CLAIM (REQ-CLAIM-LINE-ITEM-COUNT > 0) MUST FIT
      * IN THE OCCURS 10 TABLE AND ITS LINE AMOUNTS MUST ADD UP TO THE
      * OVERALL REQ-CLAIM-AMOUNT -- CATCHES A CLIENT THAT SENT A
      * PARTIAL OR MISCODED LINE-ITEM BREAKDOWN BEFORE IT REACHES THE
      * RULE API OR THE FILE.
      ******************************************************************
           IF WS-CLAIM-REC-VALID
               IF REQ-CLAIM-LINE-ITEM-COUNT > 10
                   MOVE 'N' TO WS-CLAIM-REC-VALID-SW
                   MOVE 'ERROR: TOO MANY CLAIM LINE ITEMS'
                        TO RSP-CLAIM-OUTPUT-MESSAGE
               END-IF
           END-IF

           IF WS-CLAIM-REC-VALID AND REQ-CLAIM-LINE-ITEM-COUNT > 0
               MOVE 0 TO WS-LINE-AMOUNT-TOTAL
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > REQ-CLAIM-LINE-ITEM-COUNT
                   ADD REQ-LINE-AMOUNT(WS-LINE-IDX) TO
                       WS-LINE-AMOUNT-TOTAL
               END-PERFORM
      ******************************************************************
      * COMPARE WITHIN A SMALL TOLERANCE RATHER THAN FOR EXACT EQUALITY
      * -- REQ-CLAIM-AMOUNT AND REQ-LINE-AMOUNT ARE COMP-2 (IEEE-754
      * BINARY DOUBLE), WHICH CANNOT REPRESENT MOST DECIMAL FRACTIONS
      * EXACTLY, SO SUMMING SEVERAL LINE AMOUNTS AND COMPARING THE SUM
      * BIT-FOR-BIT AGAINST A SEPARATELY ENTERED TOTAL WOULD SPURIOUSLY
      * FAIL EVEN WHEN EVERY AMOUNT IS CORRECT TO THE PENNY.
      ******************************************************************
               IF FUNCTION ABS(WS-LINE-AMOUNT-TOTAL - REQ-CLAIM-AMOUNT)
                  > 0.001
                   MOVE 'N' TO WS-CLAIM-REC-VALID-SW
                   MOVE 'ERROR: LINE ITEM AMOUNTS DO NOT SUM TO CLAIM'
                        TO RSP-CLAIM-OUTPUT-MESSAGE
               END-IF
           END-IF
      ******************************************************************
      * EACH OCCUPIED LINE'S DIAGNOSIS POINTER MUST NAME ONE OF THE
      * 8 DIAGNOSIS SLOTS THAT IS ACTUALLY FILLED IN (0 FOR THE
      * PRINCIPAL). A CLAIM WITH NO DIAGNOSIS CODES MAY ONLY CARRY
      * ZERO POINTERS.
      ******************************************************************
           IF WS-CLAIM-REC-VALID AND REQ-CLAIM-LINE-ITEM-COUNT > 0
               PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > REQ-CLAIM-LINE-ITEM-COUNT
                   IF REQ-LINE-DIAG-POINTER(WS-LINE-IDX) NOT NUMERIC
                   OR REQ-LINE-DIAG-POINTER(WS-LINE-IDX) > 8
                       MOVE 'N' TO WS-CLAIM-REC-VALID-SW
                   ELSE
                       IF REQ-LINE-DIAG-POINTER(WS-LINE-IDX) > 0
                           MOVE REQ-LINE-DIAG-POINTER(WS-LINE-IDX)
                             TO WS-DXC-SLOT
                           IF REQ-CLAIM-DIAGNOSIS-CODE(WS-DXC-SLOT)
                                  = SPACES
                               MOVE 'N' TO WS-CLAIM-REC-VALID-SW
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-CLAIM-REC-VALID
                   MOVE 'ERROR: LINE DIAGNOSIS POINTER NAMES NO CODE'
                        TO RSP-CLAIM-OUTPUT-MESSAGE
               END-IF
           END-IF
      ******************************************************************
      * EVERY OCCUPIED LINE ITEM'S PROCEDURE CODE MUST BE A REAL,
      * ACTIVE CODE ON THE CLAIMPCD REFERENCE FILE AND VALID FOR THIS
      * CLAIM TYPE.
      ******************************************************************
           IF WS-CLAIM-REC-VALID AND REQ-CLAIM-LINE-ITEM-COUNT > 0
               PERFORM DO-VALIDATE-LINE-PROCEDURES
           END-IF
      ******************************************************************
      * THE CLAIM AMOUNT'S CURRENCY MUST BE ONE THIS SHOP CAN SETTLE IN.
      * SPACES (PRE-CURRENCY-FIELD CLIENTS) ARE DEFAULTED TO USD BEFORE
      * THIS SECTION IS EVER REACHED, SO ONLY A SENT-BUT-UNRECOGNIZED
      * CODE IS REJECTED HERE.
      ******************************************************************
           IF WS-CLAIM-REC-VALID
               IF REQ-CLAIM-CURRENCY-CODE NOT = 'USD'
              AND REQ-CLAIM-CURRENCY-CODE NOT = 'GBP'
              AND REQ-CLAIM-CURRENCY-CODE NOT = 'EUR'
              AND REQ-CLAIM-CURRENCY-CODE NOT = 'CAD'
                   MOVE 'N' TO WS-CLAIM-REC-VALID-SW
                   MOVE 'ERROR: UNKNOWN CURRENCY CODE'
                        TO RSP-CLAIM-OUTPUT-MESSAGE
               END-IF
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-VALIDATE-LINE-PROCEDURES SECTION.
      ******************************************
      *
      ******************************************************************
      * CHECK EVERY OCCUPIED REQ-CLAIM-LINE-ITEM AGAINST THE CLAIMPCD
      * PROCEDURE CODE REFERENCE FILE: THE CODE MUST BE NON-BLANK,
      * MUST EXIST, MUST BE VALID FOR THIS CLAIM'S TYPE ('ALL' IN THE
      * FIRST SLOT COVERS EVERY TYPE), AND THE CLAIM'S DATE OF
      * SERVICE MUST FALL IN THE CODE'S ACTIVE RANGE. A BAD LINE NO
      * LONGER STOPS THE WHOLE CLAIM -- IT IS DENIED ON ITS OWN LINE
      * DISPOSITION (REASON 'LINE') AND THE CLEAN LINES CARRY ON; A
      * CLAIM WHOSE EVERY LINE DENIED DENIES AS A WHOLE AFTER
      * ADJUDICATION. THE CLAIM DATE WAS ALREADY VALIDATED AS
      * MM/DD/YYYY BEFORE THIS SECTION RUNS. A CLAIM THAT CARRIES
      * DIAGNOSIS CODES ALSO HAS EACH LINE'S PROCEDURE CHECKED
      * AGAINST ITS DIAGNOSIS ON CLAIMDXC (DO-CHECK-LINE-DIAGNOSIS).
      * ONCE EVERY LINE HAS BEEN CHECKED ON ITS OWN, THE LINES STILL
      * STANDING ARE CHECKED AGAINST EACH OTHER AND THE MEMBER'S
      * SAME-DAY CLAIMS FOR UNBUNDLING (DO-CHECK-CODE-PAIR-EDITS),
      * AND FINALLY AGAINST THE PLAN'S FREQUENCY AND VISIT LIMITS
      * (DO-CHECK-BENEFIT-LIMITS). THE MEMBER'S AGE AND GENDER ARE
      * PICKED UP ONCE HERE FOR THE PER-LINE AGE/GENDER EDITS.
      ******************************************************************
           MOVE 'N' TO WS-AUTH-MISSING-SW
           MOVE 'N' TO WS-DIAG-PEND-SW
           MOVE REQ-CLAIM-DATE(7:4) TO WS-PCD-CLAIM-DATE(1:4)
           MOVE REQ-CLAIM-DATE(1:2) TO WS-PCD-CLAIM-DATE(5:2)
           MOVE REQ-CLAIM-DATE(4:2) TO WS-PCD-CLAIM-DATE(7:2)
           PERFORM DO-LOAD-MEMBER-DEMOGRAPHICS

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > REQ-CLAIM-LINE-ITEM-COUNT
               MOVE WS-LINE-IDX TO WS-EDIT-LINE-NO

               IF REQ-LINE-PROCEDURE-CODE(WS-LINE-IDX) = SPACES
                   PERFORM DO-DENY-CLAIM-LINE
               ELSE
                   PERFORM DO-CHECK-ONE-LINE-PROCEDURE
               END-IF
           END-PERFORM

           PERFORM DO-CHECK-CODE-PAIR-EDITS
           PERFORM DO-CHECK-BENEFIT-LIMITS
           EXIT.
      ******************************************************************
      /
       DO-DENY-CLAIM-LINE SECTION.
      *********************************
      *
      ******************************************************************
      * MARK THE CURRENT LINE'S DISPOSITION DENIED (REASON 'LINE',
      * NOTHING ALLOWED) AND LOG IT -- THE CALLER SEES THE PER-LINE
      * OUTCOME ON THE RETURNED RECORD AND THE EOB.
      ******************************************************************
           MOVE 'DENY' TO RSP-LINE-DISP-STATUS(WS-LINE-IDX)
           MOVE 'LINE' TO RSP-LINE-DISP-REASON(WS-LINE-IDX)
           MOVE 0 TO RSP-LINE-DISP-ALLOWED(WS-LINE-IDX)
           ADD 1 TO WS-LINE-DENY-COUNT

           STRING 'CLAIM ' REQ-CLAIM-ID DELIMITED BY SIZE
                  ' LINE ' WS-EDIT-LINE-NO
                  ' DENIED, PROCEDURE '
                  DELIMITED BY SIZE
                  REQ-LINE-PROCEDURE-CODE(WS-LINE-IDX)
                  DELIMITED BY SIZE
                  INTO WS-MSG-TO-WRITE
           PERFORM DO-WRITE-TO-CSMT
           EXIT.
      ******************************************************************
      /
       DO-CHECK-ONE-LINE-PROCEDURE SECTION.
      ******************************************
      *
           EXEC CICS
                READ FILE(WS-PROCEDURE-FILE-NAME)
                     INTO(PROCEDURE-CODE-RECORD)
                     RIDFLD(REQ-LINE-PROCEDURE-CODE(WS-LINE-IDX))
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               PERFORM DO-DENY-CLAIM-LINE
               EXIT SECTION
           END-IF

           IF WS-PCD-CLAIM-DATE < PCD-EFFECTIVE-DATE
           OR WS-PCD-CLAIM-DATE > PCD-END-DATE
               PERFORM DO-DENY-CLAIM-LINE
               EXIT SECTION
           END-IF

           MOVE 'N' TO WS-PCD-TYPE-VALID-SW
           IF PCD-VALID-CLAIM-TYPE(1) = 'ALL'
               MOVE 'Y' TO WS-PCD-TYPE-VALID-SW
           ELSE
               PERFORM VARYING WS-PCD-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-PCD-TYPE-IDX > 5
                   IF PCD-VALID-CLAIM-TYPE(WS-PCD-TYPE-IDX)
                          = REQ-CLAIM-TYPE
                       MOVE 'Y' TO WS-PCD-TYPE-VALID-SW
                   END-IF
               END-PERFORM
           END-IF

           IF NOT WS-PCD-TYPE-VALID
               PERFORM DO-DENY-CLAIM-LINE
               EXIT SECTION
           END-IF
      ******************************************************************
      * THE MEMBER MUST FALL INSIDE THE PROCEDURE'S AGE RANGE (A
      * MAXIMUM AGE OF 0 MEANS NO UPPER LIMIT) AND MATCH ANY GENDER
      * RESTRICTION. A MEMBER WITH NO DATE OF BIRTH ON FILE SKIPS THE
      * AGE EDIT, AND ONE WITH AN UNKNOWN GENDER SKIPS THE GENDER
      * EDIT -- MISSING ENROLLMENT DATA IS NOT THE PROVIDER'S ERROR.
      ******************************************************************
           IF WS-DEMO-DOB-KNOWN
               IF WS-DEMO-AGE < PCD-MIN-AGE
               OR (PCD-MAX-AGE > 0 AND WS-DEMO-AGE > PCD-MAX-AGE)
                   MOVE 'AGE ' TO WS-DEMO-DENY-REASON
                   PERFORM DO-DENY-LINE-AGE-GENDER
                   EXIT SECTION
               END-IF
           END-IF

           IF (PCD-MALE-ONLY AND WS-DEMO-GENDER = 'F')
           OR (PCD-FEMALE-ONLY AND WS-DEMO-GENDER = 'M')
               MOVE 'GNDR' TO WS-DEMO-DENY-REASON
               PERFORM DO-DENY-LINE-AGE-GENDER
               EXIT SECTION
           END-IF
      ******************************************************************
      * THE PROCEDURE MUST BE ONE THE LINE'S DIAGNOSIS SUPPORTS. A
      * LINE DENIED HERE SKIPS THE PRIOR-AUTH CHECK -- THERE IS
      * NOTHING LEFT ON IT TO AUTHORIZE.
      ******************************************************************
           IF REQ-CLAIM-DIAGNOSIS-CODE(1) NOT = SPACES
               PERFORM DO-CHECK-LINE-DIAGNOSIS
               IF WS-DXC-LINE-DENIED
                   EXIT SECTION
               END-IF
           END-IF
      ******************************************************************
      * A PROCEDURE THE REFERENCE FILE MARKS AS REQUIRING PRIOR
      * AUTHORIZATION MUST HAVE AN ACTIVE CLAIMPAF RECORD FOR THIS
      * MEMBER. A MISSING AUTH DOES NOT REJECT THE CLAIM -- IT PENDS
      * IT WITH REASON 'NAUT' AFTER ADJUDICATION, SO MEDICAL
      * MANAGEMENT REVIEWS IT INSTEAD OF THE CALLER JUST RETRYING.
      ******************************************************************
           IF PCD-AUTH-REQUIRED
               PERFORM DO-CHECK-LINE-PRIOR-AUTH
           END-IF
      ******************************************************************
      * AN INJURY-TYPICAL PROCEDURE AUTOMATICALLY RAISES THE
      * ACCIDENT/THIRD-PARTY INDICATOR -- RECOVERY OPPORTUNITIES NO
      * LONGER DEPEND ON THE MEMBER MENTIONING A LAWYER.
      ******************************************************************
           IF PCD-INJURY-TYPICAL
               MOVE 'Y' TO RSP-CLAIM-ACCIDENT-FLAG
           END-IF
      ******************************************************************
      * AN EMERGENCY-SERVICE PROCEDURE MARKS THE CLAIM AS AN EMERGENCY
      * FOR THE NO SURPRISES ACT CHECK IN
      * DO-CHECK-PROVIDER-NETWORK-STATUS.
      ******************************************************************
           IF PCD-EMERGENCY-SERVICE
               MOVE 'Y' TO WS-NSA-EMERGENCY-SW
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-LOAD-MEMBER-DEMOGRAPHICS SECTION.
      *****************************************
      *
      ******************************************************************
      * READ THE CLAIM'S MEMBER FROM CLAIMMBR AND WORK OUT THEIR AGE
      * ON THE DATE OF SERVICE -- THE YEARS BETWEEN, LESS ONE IF THE
      * BIRTHDAY HAS NOT YET COME ROUND THAT YEAR -- AND THEIR
      * GENDER. A MEMBER NOT ON FILE, OR BORN AFTER THE DATE OF
      * SERVICE, LEAVES THE AGE UNKNOWN AND THE GENDER BLANK.
      ******************************************************************
           MOVE 'N' TO WS-DEMO-DOB-KNOWN-SW
           MOVE SPACE TO WS-DEMO-GENDER
           MOVE 0 TO WS-DEMO-AGE

           EXEC CICS
                READ FILE(WS-MEMBER-FILE-NAME)
                     INTO(MEMBER-RECORD)
                     RIDFLD(REQ-CLAIM-MEMBER-ID)
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               EXIT SECTION
           END-IF

           MOVE MBR-GENDER TO WS-DEMO-GENDER
           MOVE MBR-DATE-OF-BIRTH TO WS-DEMO-DOB
           IF WS-DEMO-DOB = 0
           OR WS-DEMO-DOB > WS-PCD-CLAIM-DATE
               EXIT SECTION
           END-IF

           MOVE WS-DEMO-DOB(1:4) TO WS-DEMO-DOB-YEAR
           MOVE WS-PCD-CLAIM-DATE(1:4) TO WS-DEMO-DOS-YEAR
           COMPUTE WS-DEMO-AGE = WS-DEMO-DOS-YEAR - WS-DEMO-DOB-YEAR
           IF WS-PCD-CLAIM-DATE(5:4) < WS-DEMO-DOB(5:4)
               SUBTRACT 1 FROM WS-DEMO-AGE
           END-IF
           MOVE 'Y' TO WS-DEMO-DOB-KNOWN-SW
           EXIT.
      ******************************************************************
      /
       DO-DENY-LINE-AGE-GENDER SECTION.
      **************************************
      *
      ******************************************************************
      * AS DO-DENY-CLAIM-LINE, BUT WITH REASON WS-DEMO-DENY-REASON
      * ('AGE ' OR 'GNDR') SO THE EOB AND THE 835 SAY THE PROCEDURE
      * DOES NOT FIT THE PATIENT RATHER THAN BEING A BAD CODE.
      ******************************************************************
           MOVE 'DENY' TO RSP-LINE-DISP-STATUS(WS-LINE-IDX)
           MOVE WS-DEMO-DENY-REASON
                TO RSP-LINE-DISP-REASON(WS-LINE-IDX)
           MOVE 0 TO RSP-LINE-DISP-ALLOWED(WS-LINE-IDX)
           ADD 1 TO WS-LINE-DENY-COUNT

           STRING 'CLAIM ' REQ-CLAIM-ID DELIMITED BY SIZE
                  ' LINE ' WS-EDIT-LINE-NO
                  ' DENIED ' WS-DEMO-DENY-REASON
                  ', PROCEDURE '
                  DELIMITED BY SIZE
                  REQ-LINE-PROCEDURE-CODE(WS-LINE-IDX)
                  DELIMITED BY SIZE
                  ' AGE ' WS-DEMO-AGE
                  ' GENDER ' WS-DEMO-GENDER
                  DELIMITED BY SIZE
                  INTO WS-MSG-TO-WRITE
           PERFORM DO-WRITE-TO-CSMT
           EXIT.
      ******************************************************************
      /
       DO-CHECK-LINE-DIAGNOSIS SECTION.
      **************************************
      *
      ******************************************************************
      * LOOK UP THE DIAGNOSIS THE CURRENT LINE POINTS AT (POINTER 0
      * MEANS THE PRINCIPAL, SLOT 1) ON CLAIMDXC. AN UNKNOWN CODE, OR
      * ONE NOT ACTIVE ON THE DATE OF SERVICE, DENIES THE LINE. A
      * PROCEDURE OUTSIDE EVERY SUPPORTED RANGE IS DENIED OR PENDED
      * AS DXC-MISMATCH-ACTION SAYS -- A PENDED LINE PENDS THE WHOLE
      * CLAIM WITH REASON 'DIAG' AFTER ADJUDICATION, THE SAME WAY A
      * MISSING PRIOR AUTH DOES.
      ******************************************************************
           MOVE 'N' TO WS-DXC-LINE-DENIED-SW
           MOVE REQ-LINE-DIAG-POINTER(WS-LINE-IDX) TO WS-DXC-SLOT
           IF WS-DXC-SLOT = 0
               MOVE 1 TO WS-DXC-SLOT
           END-IF

           EXEC CICS
                READ FILE(WS-DIAGNOSIS-FILE-NAME)
                     INTO(DIAGNOSIS-CODE-RECORD)
                     RIDFLD(REQ-CLAIM-DIAGNOSIS-CODE(WS-DXC-SLOT))
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
           OR WS-PCD-CLAIM-DATE < DXC-EFFECTIVE-DATE
           OR WS-PCD-CLAIM-DATE > DXC-END-DATE
               PERFORM DO-DENY-LINE-DIAGNOSIS
               EXIT SECTION
           END-IF

           MOVE 'N' TO WS-DXC-SUPPORTED-SW
           IF DXC-PROC-LOW(1) = 'ALL'
               MOVE 'Y' TO WS-DXC-SUPPORTED-SW
           ELSE
               PERFORM VARYING WS-DXC-RANGE-IDX FROM 1 BY 1
                       UNTIL WS-DXC-RANGE-IDX > 10
                   IF DXC-PROC-LOW(WS-DXC-RANGE-IDX) NOT = SPACES
                  AND REQ-LINE-PROCEDURE-CODE(WS-LINE-IDX)
                          >= DXC-PROC-LOW(WS-DXC-RANGE-IDX)
                  AND REQ-LINE-PROCEDURE-CODE(WS-LINE-IDX)
                          <= DXC-PROC-HIGH(WS-DXC-RANGE-IDX)
                       MOVE 'Y' TO WS-DXC-SUPPORTED-SW
                   END-IF
               END-PERFORM
           END-IF

           IF WS-DXC-SUPPORTED
               EXIT SECTION
           END-IF

           IF DXC-MISMATCH-DENY
               PERFORM DO-DENY-LINE-DIAGNOSIS
           ELSE
               MOVE 'Y' TO WS-DIAG-PEND-SW
               MOVE REQ-LINE-PROCEDURE-CODE(WS-LINE-IDX)
                 TO WS-DIAG-PEND-PROC
               MOVE 'PEND' TO RSP-LINE-DISP-STATUS(WS-LINE-IDX)
               MOVE 'DIAG' TO RSP-LINE-DISP-REASON(WS-LINE-IDX)
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-DENY-LINE-DIAGNOSIS SECTION.
      *************************************
      *
      ******************************************************************
      * AS DO-DENY-CLAIM-LINE, BUT WITH REASON 'DIAG' SO THE EOB AND
      * THE 835 TELL THE PROVIDER IT WAS THE DIAGNOSIS, NOT THE
      * PROCEDURE CODE ITSELF, THAT FAILED.
      ******************************************************************
           MOVE 'Y' TO WS-DXC-LINE-DENIED-SW
           MOVE 'DENY' TO RSP-LINE-DISP-STATUS(WS-LINE-IDX)
           MOVE 'DIAG' TO RSP-LINE-DISP-REASON(WS-LINE-IDX)
           MOVE 0 TO RSP-LINE-DISP-ALLOWED(WS-LINE-IDX)
           ADD 1 TO WS-LINE-DENY-COUNT

           STRING 'CLAIM ' REQ-CLAIM-ID DELIMITED BY SIZE
                  ' LINE ' WS-EDIT-LINE-NO
                  ' DENIED, DIAGNOSIS '
                  DELIMITED BY SIZE
                  REQ-CLAIM-DIAGNOSIS-CODE(WS-DXC-SLOT)
                  DELIMITED BY SIZE
                  ' FOR ' REQ-LINE-PROCEDURE-CODE(WS-LINE-IDX)
                  DELIMITED BY SIZE
                  INTO WS-MSG-TO-WRITE
           PERFORM DO-WRITE-TO-CSMT
           EXIT.
      ******************************************************************
      /
       DO-CHECK-CODE-PAIR-EDITS SECTION.
      ***************************************
      *
      ******************************************************************
      * A PROVIDER BILLING A COMPREHENSIVE PROCEDURE AND ITS COMPONENT
      * AS SEPARATE LINES -- ON THIS CLAIM, OR ON ANOTHER CLAIM FOR
      * THE SAME MEMBER, PROVIDER AND DATE OF SERVICE -- IS PAID FOR
      * THE COMPREHENSIVE PROCEDURE ONLY. BUILD THE LIST OF POSSIBLE
      * COLUMN-1 CODES, THEN LOOK UP EACH UNDENIED LINE AS COLUMN 2
      * AGAINST EVERY ONE OF THEM ON CLAIMCPE. THE FIRST ACTIVE PAIR
      * FOUND DENIES THE LINE WITH REASON 'UNBN' UNLESS THE PAIR
      * ALLOWS A MODIFIER AND THE LINE CARRIES A DISTINCT-SERVICE
      * ONE. A LINE DENIED HERE IS NO LONGER A COLUMN-1 CANDIDATE FOR
      * THE LINES AFTER IT.
      ******************************************************************
           MOVE 0 TO WS-CPE-CAND-COUNT

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > REQ-CLAIM-LINE-ITEM-COUNT
               IF RSP-LINE-DISP-STATUS(WS-LINE-IDX) NOT = 'DENY'
                   ADD 1 TO WS-CPE-CAND-COUNT
                   MOVE REQ-LINE-PROCEDURE-CODE(WS-LINE-IDX)
                     TO WS-CPE-CAND-CODE(WS-CPE-CAND-COUNT)
                   MOVE REQ-CLAIM-ID
                     TO WS-CPE-CAND-CLAIM-ID(WS-CPE-CAND-COUNT)
                   MOVE WS-LINE-IDX
                     TO WS-CPE-CAND-LINE(WS-CPE-CAND-COUNT)
               END-IF
           END-PERFORM

           IF REQ-CLAIM-MEMBER-ID NOT = SPACES
               PERFORM DO-COLLECT-SAME-DAY-LINES
           END-IF

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > REQ-CLAIM-LINE-ITEM-COUNT
               IF RSP-LINE-DISP-STATUS(WS-LINE-IDX) NOT = 'DENY'
                   MOVE WS-LINE-IDX TO WS-EDIT-LINE-NO
                   PERFORM DO-CHECK-ONE-LINE-CODE-PAIRS
               END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      /
       DO-COLLECT-SAME-DAY-LINES SECTION.
      ****************************************
      *
      ******************************************************************
      * KEYED BROWSE OF THE MEMBER'S CLAIMS THROUGH THE CLAIMCMP PATH
      * OVER THE CLAIMCMX MEMBER-ID ALTERNATE INDEX. EVERY UNDENIED
      * LINE OF A CLAIM FOR THE SAME PROVIDER AND DATE OF SERVICE
      * BECOMES A COLUMN-1 CANDIDATE -- EXCEPT ON A DENIED CLAIM, A
      * CLOSED ORIGINAL (ITS REPLACEMENT CARRIES THE LINES NOW) OR A
      * REVERSAL, NONE OF WHICH PAYS ANYTHING. READNEXT ANSWERS DUPKEY
      * FOR EVERY RECORD BUT THE LAST OF A NON-UNIQUE KEY, SO DUPKEY
      * COUNTS AS A GOOD READ.
      ******************************************************************
           MOVE REQ-CLAIM-MEMBER-ID TO WS-CPE-MEMBER-KEY
           MOVE 'N' TO WS-CPE-BROWSE-EOF

           EXEC CICS
                STARTBR FILE(WS-MEMBER-PATH-FILE-NAME)
                        RIDFLD(WS-CPE-MEMBER-KEY)
                        EQUAL
                        RESP(RSP-CLAIM-CICS-RESP)
                        RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               EXIT SECTION
           END-IF

           PERFORM UNTIL WS-CPE-BROWSE-AT-EOF
               EXEC CICS
                    READNEXT FILE(WS-MEMBER-PATH-FILE-NAME)
                             INTO(WS-DUP-CLAIM-RECORD)
                             RIDFLD(WS-CPE-MEMBER-KEY)
                             RESP(RSP-CLAIM-CICS-RESP)
                             RESP2(RSP-CLAIM-CICS-RESP2)
               END-EXEC
               IF (RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               AND RSP-CLAIM-CICS-RESP NOT = DFHRESP(DUPKEY))
               OR WS-DUP-CLAIM-MEMBER-ID NOT = REQ-CLAIM-MEMBER-ID
                   MOVE 'Y' TO WS-CPE-BROWSE-EOF
               ELSE
                   IF WS-DUP-CLAIM-ID NOT = REQ-CLAIM-ID
                  AND WS-DUP-CLAIM-PROVIDER = REQ-CLAIM-PROVIDER
                  AND WS-DUP-CLAIM-DATE = REQ-CLAIM-DATE
                  AND WS-DUP-CLAIM-STATUS NOT = 'DENY'
                  AND WS-DUP-CLAIM-STATUS NOT = 'CLSD'
                  AND WS-DUP-CLAIM-ADJUSTMENT-TYPE NOT = 'R'
                       PERFORM VARYING WS-CPE-OTHER-IDX FROM 1 BY 1
                           UNTIL WS-CPE-OTHER-IDX >
                                 WS-DUP-CLAIM-LINE-ITEM-COUNT
                              OR WS-CPE-OTHER-IDX > 10
                              OR WS-CPE-CAND-COUNT = WS-CPE-CAND-MAX
                           IF WS-DUP-LINE-DISP-STATUS(WS-CPE-OTHER-IDX)
                                  NOT = 'DENY'
                               ADD 1 TO WS-CPE-CAND-COUNT
                               MOVE WS-DUP-LINE-PROCEDURE-CODE
                                        (WS-CPE-OTHER-IDX)
                                 TO WS-CPE-CAND-CODE(WS-CPE-CAND-COUNT)
                               MOVE WS-DUP-CLAIM-ID TO
                                   WS-CPE-CAND-CLAIM-ID
                                       (WS-CPE-CAND-COUNT)
                               MOVE 0
                                 TO WS-CPE-CAND-LINE(WS-CPE-CAND-COUNT)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM

           EXEC CICS
                ENDBR FILE(WS-MEMBER-PATH-FILE-NAME)
           END-EXEC
           EXIT.
      ******************************************************************
      /
       DO-CHECK-ONE-LINE-CODE-PAIRS SECTION.
      *******************************************
      *
      ******************************************************************
      * LOOK UP THE CURRENT LINE AS THE COLUMN-2 CODE AGAINST EACH
      * CANDIDATE COLUMN-1 CODE, SKIPPING THE LINE ITSELF AND ANY OF
      * THIS CLAIM'S LINES ALREADY DENIED. A PAIR OUTSIDE ITS ACTIVE
      * DATES DOES NOT APPLY.
      ******************************************************************
           MOVE 'N' TO WS-CPE-LINE-DENIED-SW
           MOVE REQ-LINE-MODIFIER(WS-LINE-IDX) TO WS-CPE-MODIFIER
           MOVE REQ-LINE-PROCEDURE-CODE(WS-LINE-IDX)
             TO WS-CPE-KEY-COLUMN2

           PERFORM VARYING WS-CPE-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CPE-CAND-IDX > WS-CPE-CAND-COUNT
                      OR WS-CPE-LINE-DENIED
               IF WS-CPE-CAND-LINE(WS-CPE-CAND-IDX) = 0
                   PERFORM DO-CHECK-CODE-PAIR
               ELSE
                   MOVE WS-CPE-CAND-LINE(WS-CPE-CAND-IDX)
                     TO WS-CPE-OTHER-IDX
                   IF WS-CPE-OTHER-IDX NOT = WS-LINE-IDX
                  AND RSP-LINE-DISP-STATUS(WS-CPE-OTHER-IDX)
                          NOT = 'DENY'
                       PERFORM DO-CHECK-CODE-PAIR
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      /
       DO-CHECK-CODE-PAIR SECTION.
      *********************************
      *
      ******************************************************************
      * ONE CLAIMCPE LOOKUP: CANDIDATE WS-CPE-CAND-IDX AS COLUMN 1,
      * THE CURRENT LINE AS COLUMN 2. NOT FOUND MEANS NO EDIT.
      ******************************************************************
           MOVE WS-CPE-CAND-CODE(WS-CPE-CAND-IDX) TO WS-CPE-KEY-COLUMN1

           EXEC CICS
                READ FILE(WS-CODE-PAIR-FILE-NAME)
                     INTO(CODE-PAIR-EDIT-RECORD)
                     RIDFLD(WS-CPE-LOOKUP-KEY)
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
           OR WS-PCD-CLAIM-DATE < CPE-EFFECTIVE-DATE
           OR WS-PCD-CLAIM-DATE > CPE-END-DATE
               EXIT SECTION
           END-IF

           IF CPE-MODIFIER-ALLOWED AND WS-CPE-OVERRIDE-MODIFIER
               EXIT SECTION
           END-IF

           PERFORM DO-DENY-LINE-UNBUNDLED
           EXIT.
      ******************************************************************
      /
       DO-DENY-LINE-UNBUNDLED SECTION.
      *************************************
      *
      ******************************************************************
      * AS DO-DENY-CLAIM-LINE, BUT WITH REASON 'UNBN' -- THE LINE IS A
      * COMPONENT OF A PROCEDURE ALREADY BILLED. THE PAIR IS KEPT IN
      * WS-UBL-TABLE SO DO-WRITE-UNBUNDLING-LOG CAN RECORD IT FOR THE
      * CLAIMUBR PROVIDER REPORT ONCE THE CLAIM IS WRITTEN.
      ******************************************************************
           MOVE 'Y' TO WS-CPE-LINE-DENIED-SW
           MOVE 'DENY' TO RSP-LINE-DISP-STATUS(WS-LINE-IDX)
           MOVE 'UNBN' TO RSP-LINE-DISP-REASON(WS-LINE-IDX)
           MOVE 0 TO RSP-LINE-DISP-ALLOWED(WS-LINE-IDX)
           ADD 1 TO WS-LINE-DENY-COUNT

           ADD 1 TO WS-UBL-COUNT
           MOVE WS-LINE-IDX TO WS-UBL-LINE(WS-UBL-COUNT)
           MOVE WS-CPE-KEY-COLUMN1 TO WS-UBL-COLUMN1-CODE(WS-UBL-COUNT)
           MOVE WS-CPE-CAND-CLAIM-ID(WS-CPE-CAND-IDX)
             TO WS-UBL-COLUMN1-CLAIM(WS-UBL-COUNT)

           STRING 'CLAIM ' REQ-CLAIM-ID DELIMITED BY SIZE
                  ' LINE ' WS-EDIT-LINE-NO
                  ' DENIED, PROCEDURE '
                  DELIMITED BY SIZE
                  REQ-LINE-PROCEDURE-CODE(WS-LINE-IDX)
                  DELIMITED BY SIZE
                  ' IS A COMPONENT OF ' WS-CPE-KEY-COLUMN1
                  DELIMITED BY SIZE
                  INTO WS-MSG-TO-WRITE
           PERFORM DO-WRITE-TO-CSMT
           EXIT.
      ******************************************************************
      /
       DO-WRITE-UNBUNDLING-LOG SECTION.
      **************************************
      *
      ******************************************************************
      * APPEND ONE ROW TO THE CLAIMUBL VSAM ESDS FOR EACH LINE THE
      * CODE-PAIR EDITS DENIED, NOW THAT THE CLAIM IS ON CLAIMCIF.
      ******************************************************************
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                           YYYYMMDD(UBL-DENIAL-DATE)
           END-EXEC

           MOVE REQ-CLAIM-ID           TO UBL-CLAIM-ID
           MOVE REQ-CLAIM-PROVIDER     TO UBL-PROVIDER
           MOVE REQ-CLAIM-MEMBER-ID    TO UBL-MEMBER-ID
           MOVE REQ-CLAIM-DATE         TO UBL-SERVICE-DATE

           PERFORM VARYING WS-UBL-IDX FROM 1 BY 1
                   UNTIL WS-UBL-IDX > WS-UBL-COUNT
               MOVE WS-UBL-LINE(WS-UBL-IDX) TO WS-LINE-IDX
               MOVE WS-LINE-IDX TO UBL-LINE-NUMBER
               MOVE REQ-LINE-PROCEDURE-CODE(WS-LINE-IDX)
                 TO UBL-COMPONENT-CODE
               MOVE REQ-LINE-AMOUNT(WS-LINE-IDX)
                 TO UBL-COMPONENT-AMOUNT
               MOVE WS-UBL-COLUMN1-CODE(WS-UBL-IDX)
                 TO UBL-COLUMN1-CODE
               MOVE WS-UBL-COLUMN1-CLAIM(WS-UBL-IDX)
                 TO UBL-COLUMN1-CLAIM-ID

               EXEC CICS
                    WRITE FILE(WS-UNBUNDLE-LOG-FILE-NAME)
                          FROM(UNBUNDLING-DENIAL-RECORD)
                          RESP(RSP-CLAIM-CICS-RESP)
                          RESP2(RSP-CLAIM-CICS-RESP2)
               END-EXEC

               IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'ERROR WRITING UNBUNDLING DENIAL LOG RECORD'
                     TO WS-MSG-TO-WRITE
                   PERFORM DO-WRITE-TO-CSMT
               END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      /
       DO-CHECK-BENEFIT-LIMITS SECTION.
      **************************************
      *
      ******************************************************************
      * PLANS LIMIT HOW OFTEN SOME SERVICES ARE COVERED (TWO DENTAL
      * CLEANINGS A YEAR, TWENTY CHIROPRACTIC VISITS, ...). FOR EACH
      * LINE STILL STANDING, FIND THE MEMBER'S PLAN LIMIT ON CLAIMBLM
      * (BY PROCEDURE, THEN BY THE PROCEDURE'S LIMIT GROUP) AND DENY
      * THE LINE WITH REASON 'BLIM' WHEN THE SERVICES ALREADY COUNTED
      * ON CLAIMUTL FOR THE PERIOD -- PLUS ANY EARLIER LINE OF THIS
      * CLAIM UNDER THE SAME LIMIT -- HAVE REACHED THE MAXIMUM. THE
      * LIMIT KEY OF EVERY LINE THAT PASSES IS KEPT IN
      * WS-BLM-LINE-KEY SO DO-POST-BENEFIT-UTILIZATION CAN COUNT IT
      * ONCE THE CLAIM IS WRITTEN. A MEMBER WITH NO CLAIMMBR RECORD
      * HAS NO PLAN AND SO NO LIMITS.
      ******************************************************************
           IF REQ-CLAIM-MEMBER-ID = SPACES
               EXIT SECTION
           END-IF

           MOVE REQ-CLAIM-MEMBER-ID TO WS-BLM-MEMBER-ID
           PERFORM DO-READ-MEMBER-PLAN
           IF NOT WS-BLM-PLAN-FOUND
               EXIT SECTION
           END-IF

           MOVE WS-PCD-CLAIM-DATE TO WS-BLM-SERVICE-DATE
           MOVE WS-PCD-CLAIM-DATE(1:4) TO WS-BLM-SERVICE-YEAR

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > REQ-CLAIM-LINE-ITEM-COUNT
               IF RSP-LINE-DISP-STATUS(WS-LINE-IDX) NOT = 'DENY'
                   MOVE WS-LINE-IDX TO WS-EDIT-LINE-NO
                   MOVE REQ-LINE-PROCEDURE-CODE(WS-LINE-IDX)
                     TO WS-BLM-PROC-CODE
                   PERFORM DO-RESOLVE-BENEFIT-LIMIT
                   IF WS-BLM-LIMIT-KEY NOT = SPACES
                       PERFORM DO-CHECK-LINE-BENEFIT-LIMIT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      /
       DO-READ-MEMBER-PLAN SECTION.
      **********************************
      *
      ******************************************************************
      * PICK UP WS-BLM-MEMBER-ID'S PLAN CODE FROM CLAIMMBR.
      ******************************************************************
           MOVE 'N' TO WS-BLM-PLAN-FOUND-SW

           EXEC CICS
                READ FILE(WS-MEMBER-FILE-NAME)
                     INTO(MEMBER-RECORD)
                     RIDFLD(WS-BLM-MEMBER-ID)
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP = DFHRESP(NORMAL)
               MOVE MBR-PLAN-CODE TO WS-BLM-PLAN-CODE
               MOVE 'Y' TO WS-BLM-PLAN-FOUND-SW
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-RESOLVE-BENEFIT-LIMIT SECTION.
      ***************************************
      *
      ******************************************************************
      * FIND THE CLAIMBLM LIMIT WS-BLM-PROC-CODE FALLS UNDER ON PLAN
      * WS-BLM-PLAN-CODE: A LIMIT ON THE PROCEDURE ITSELF FIRST, THEN
      * ONE ON ITS CLAIMPCD LIMIT GROUP. THE LIMIT MUST BE ACTIVE ON
      * WS-BLM-SERVICE-DATE. WS-BLM-LIMIT-KEY IS LEFT SPACES WHEN NO
      * LIMIT APPLIES; OTHERWISE BENEFIT-LIMIT-RECORD HOLDS IT.
      ******************************************************************
           MOVE SPACES TO WS-BLM-LIMIT-KEY
           MOVE WS-BLM-PLAN-CODE TO WS-BLM-KEY-PLAN
           MOVE WS-BLM-PROC-CODE TO WS-BLM-KEY-PROC

           EXEC CICS
                READ FILE(WS-LIMIT-FILE-NAME)
                     INTO(BENEFIT-LIMIT-RECORD)
                     RIDFLD(WS-BLM-LOOKUP-KEY)
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP = DFHRESP(NORMAL)
          AND WS-BLM-SERVICE-DATE NOT < BLM-EFFECTIVE-DATE
          AND WS-BLM-SERVICE-DATE NOT > BLM-END-DATE
               MOVE BLM-PROC-OR-GROUP TO WS-BLM-LIMIT-KEY
               EXIT SECTION
           END-IF

           EXEC CICS
                READ FILE(WS-PROCEDURE-FILE-NAME)
                     INTO(PROCEDURE-CODE-RECORD)
                     RIDFLD(WS-BLM-PROC-CODE)
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
           OR PCD-LIMIT-GROUP = SPACES
               EXIT SECTION
           END-IF

           MOVE PCD-LIMIT-GROUP TO WS-BLM-KEY-PROC

           EXEC CICS
                READ FILE(WS-LIMIT-FILE-NAME)
                     INTO(BENEFIT-LIMIT-RECORD)
                     RIDFLD(WS-BLM-LOOKUP-KEY)
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP = DFHRESP(NORMAL)
          AND WS-BLM-SERVICE-DATE NOT < BLM-EFFECTIVE-DATE
          AND WS-BLM-SERVICE-DATE NOT > BLM-END-DATE
               MOVE BLM-PROC-OR-GROUP TO WS-BLM-LIMIT-KEY
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-CHECK-LINE-BENEFIT-LIMIT SECTION.
      ******************************************
      *
      ******************************************************************
      * COUNT THE MEMBER'S SERVICES ALREADY UNDER THE CURRENT LINE'S
      * LIMIT, ADD THE EARLIER LINES OF THIS CLAIM UNDER THE SAME
      * LIMIT, AND DENY THE LINE IF THE MAXIMUM IS ALREADY REACHED.
      ******************************************************************
           PERFORM DO-COUNT-PRIOR-UTILIZATION

           PERFORM VARYING WS-BLM-OTHER-IDX FROM 1 BY 1
                   UNTIL WS-BLM-OTHER-IDX NOT < WS-LINE-IDX
               IF WS-BLM-LINE-KEY(WS-BLM-OTHER-IDX) = WS-BLM-LIMIT-KEY
                   ADD 1 TO WS-BLM-USED-COUNT
               END-IF
           END-PERFORM

           IF WS-BLM-USED-COUNT NOT < BLM-MAX-COUNT
               PERFORM DO-DENY-LINE-OVER-LIMIT
           ELSE
               MOVE WS-BLM-LIMIT-KEY TO WS-BLM-LINE-KEY(WS-LINE-IDX)
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-COUNT-PRIOR-UTILIZATION SECTION.
      *****************************************
      *
      ******************************************************************
      * THE MEMBER'S CLAIMUTL COUNT UNDER WS-BLM-LIMIT-KEY FOR THE
      * PERIOD THE LIMIT IN BENEFIT-LIMIT-RECORD COVERS. A BENEFIT-
      * YEAR LIMIT USES THE RUNNING YEAR COUNT WHEN THE DATE OF
      * SERVICE IS IN THE RECORD'S BENEFIT YEAR, AND OTHERWISE (A
      * LATE PRIOR-YEAR CLAIM, OR THE FIRST CLAIM OF A NEW YEAR
      * BEFORE CLAIMYER HAS RUN) COUNTS THE SERVICE ENTRIES IN THAT
      * YEAR. A ROLLING LIMIT COUNTS THE SERVICE ENTRIES IN THE
      * BLM-PERIOD-MONTHS ENDING ON THE DATE OF SERVICE. NO RECORD
      * MEANS NOTHING COUNTED YET.
      ******************************************************************
           MOVE 0 TO WS-BLM-USED-COUNT
           MOVE WS-BLM-MEMBER-ID TO WS-UTL-KEY-MEMBER
           MOVE WS-BLM-LIMIT-KEY TO WS-UTL-KEY-LIMIT

           EXEC CICS
                READ FILE(WS-UTILIZATION-FILE-NAME)
                     INTO(UTILIZATION-COUNTER-RECORD)
                     RIDFLD(WS-UTL-LOOKUP-KEY)
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               EXIT SECTION
           END-IF

           IF BLM-ROLLING-LIMIT
               MOVE WS-BLM-SERVICE-YEAR TO WS-BLM-START-YEAR
               MOVE WS-BLM-SERVICE-DATE(5:2) TO WS-BLM-START-MONTH
               SUBTRACT BLM-PERIOD-MONTHS FROM WS-BLM-START-MONTH
               PERFORM UNTIL WS-BLM-START-MONTH > 0
                   ADD 12 TO WS-BLM-START-MONTH
                   SUBTRACT 1 FROM WS-BLM-START-YEAR
               END-PERFORM
               MOVE WS-BLM-SERVICE-DATE TO WS-BLM-PERIOD-START
               MOVE WS-BLM-START-YEAR TO WS-BLM-PERIOD-START(1:4)
               MOVE WS-BLM-START-MONTH TO WS-BLM-START-MM
               MOVE WS-BLM-START-MM TO WS-BLM-PERIOD-START(5:2)
               PERFORM VARYING WS-UTL-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-UTL-ENTRY-IDX > UTL-ENTRY-COUNT
                   IF UTL-SERVICE-DATE(WS-UTL-ENTRY-IDX)
                          > WS-BLM-PERIOD-START
                  AND UTL-SERVICE-DATE(WS-UTL-ENTRY-IDX)
                          NOT > WS-BLM-SERVICE-DATE
                       ADD 1 TO WS-BLM-USED-COUNT
                   END-IF
               END-PERFORM
               EXIT SECTION
           END-IF

           IF WS-BLM-SERVICE-YEAR = UTL-BENEFIT-YEAR
               MOVE UTL-YEAR-COUNT TO WS-BLM-USED-COUNT
           ELSE
               PERFORM VARYING WS-UTL-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-UTL-ENTRY-IDX > UTL-ENTRY-COUNT
                   IF UTL-SERVICE-DATE(WS-UTL-ENTRY-IDX)(1:4)
                          = WS-BLM-SERVICE-DATE(1:4)
                       ADD 1 TO WS-BLM-USED-COUNT
                   END-IF
               END-PERFORM
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-DENY-LINE-OVER-LIMIT SECTION.
      **************************************
      *
      ******************************************************************
      * AS DO-DENY-CLAIM-LINE, BUT WITH REASON 'BLIM' -- THE MEMBER
      * HAS ALREADY USED EVERY SERVICE THE PLAN COVERS UNDER THIS
      * LIMIT FOR THE PERIOD.
      ******************************************************************
           MOVE 'DENY' TO RSP-LINE-DISP-STATUS(WS-LINE-IDX)
           MOVE 'BLIM' TO RSP-LINE-DISP-REASON(WS-LINE-IDX)
           MOVE 0 TO RSP-LINE-DISP-ALLOWED(WS-LINE-IDX)
           ADD 1 TO WS-LINE-DENY-COUNT

           STRING 'CLAIM ' REQ-CLAIM-ID DELIMITED BY SIZE
                  ' LINE ' WS-EDIT-LINE-NO
                  ' DENIED, PROCEDURE '
                  DELIMITED BY SIZE
                  REQ-LINE-PROCEDURE-CODE(WS-LINE-IDX)
                  DELIMITED BY SIZE
                  ' OVER BENEFIT LIMIT ' WS-BLM-LIMIT-KEY
                  DELIMITED BY SIZE
                  INTO WS-MSG-TO-WRITE
           PERFORM DO-WRITE-TO-CSMT
           EXIT.
      ******************************************************************
      /
       DO-RESOLVE-CLAIM-LIMIT-KEYS SECTION.
      ******************************************
      *
      ******************************************************************
      * FILL WS-BLM-LINE-KEY FOR THE CLAIM NOW IN RSP-CLAIM-RECORD,
      * FOR MEMBER WS-BLM-MEMBER-ID, WITHOUT ANY LIMIT CHECK -- USED
      * WHERE A CLAIM'S SERVICES ARE COUNTED OR GIVEN BACK OUTSIDE
      * THE SUBMIT EDIT. DENIED LINES ARE LEFT SPACES.
      ******************************************************************
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 10
               MOVE SPACES TO WS-BLM-LINE-KEY(WS-LINE-IDX)
           END-PERFORM

           IF WS-BLM-MEMBER-ID = SPACES
               EXIT SECTION
           END-IF

           PERFORM DO-READ-MEMBER-PLAN
           IF NOT WS-BLM-PLAN-FOUND
               EXIT SECTION
           END-IF

           MOVE RSP-CLAIM-DATE(7:4) TO WS-BLM-SERVICE-DATE(1:4)
           MOVE RSP-CLAIM-DATE(1:2) TO WS-BLM-SERVICE-DATE(5:2)
           MOVE RSP-CLAIM-DATE(4:2) TO WS-BLM-SERVICE-DATE(7:2)
           MOVE RSP-CLAIM-DATE(7:4) TO WS-BLM-SERVICE-YEAR

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > RSP-CLAIM-LINE-ITEM-COUNT
               IF RSP-LINE-DISP-STATUS(WS-LINE-IDX) NOT = 'DENY'
                   MOVE RSP-LINE-PROCEDURE-CODE(WS-LINE-IDX)
                     TO WS-BLM-PROC-CODE
                   PERFORM DO-RESOLVE-BENEFIT-LIMIT
                   MOVE WS-BLM-LIMIT-KEY
                     TO WS-BLM-LINE-KEY(WS-LINE-IDX)
               END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      /
       DO-REAPPLY-UTILIZATION SECTION.
      *************************************
      *
      ******************************************************************
      * COUNT THE SERVICES OF THE CLAIM IN RSP-CLAIM-RECORD AGAINST
      * WS-BLM-MEMBER-ID'S LIMITS UNDER CLAIM ID WS-BLM-CLAIM-ID --
      * THE ADJUSTMENT REPLACEMENT, OR A CLAIM RECOVERED FROM
      * SUSPENSE WHOSE ORIGINAL WRITE NEVER POSTED.
      ******************************************************************
           PERFORM DO-RESOLVE-CLAIM-LIMIT-KEYS
           PERFORM DO-POST-BENEFIT-UTILIZATION
           EXIT.
      ******************************************************************
      /
       DO-POST-BENEFIT-UTILIZATION SECTION.
      ******************************************
      *
      ******************************************************************
      * ADD ONE SERVICE TO WS-BLM-MEMBER-ID'S CLAIMUTL COUNTER FOR
      * EACH LINE OF RSP-CLAIM-RECORD THAT CARRIES A LIMIT KEY AND IS
      * NOT DENIED.
      ******************************************************************
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > RSP-CLAIM-LINE-ITEM-COUNT
               IF WS-BLM-LINE-KEY(WS-LINE-IDX) NOT = SPACES
              AND RSP-LINE-DISP-STATUS(WS-LINE-IDX) NOT = 'DENY'
                   MOVE WS-BLM-LINE-KEY(WS-LINE-IDX)
                     TO WS-BLM-LIMIT-KEY
                   PERFORM DO-POST-ONE-UTILIZATION
               END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      /
       DO-POST-ONE-UTILIZATION SECTION.
      **************************************
      *
      ******************************************************************
      * ONE SERVICE ON WS-BLM-SERVICE-DATE UNDER WS-BLM-LIMIT-KEY. THE
      * FIRST SERVICE UNDER A LIMIT CREATES THE MEMBER'S RECORD. A
      * SERVICE IN A LATER YEAR THAN THE RECORD'S BENEFIT YEAR STARTS
      * THE NEW YEAR'S COUNT; ONE IN AN EARLIER YEAR IS KEPT ONLY AS
      * A SERVICE ENTRY. A FULL ENTRY TABLE DROPS ITS OLDEST ENTRY. A
      * FAILED UPDATE IS LOGGED TO CSMT RATHER THAN FAILING THE
      * ALREADY-WRITTEN CLAIM.
      ******************************************************************
           MOVE WS-BLM-MEMBER-ID TO WS-UTL-KEY-MEMBER
           MOVE WS-BLM-LIMIT-KEY TO WS-UTL-KEY-LIMIT

           EXEC CICS
                READ FILE(WS-UTILIZATION-FILE-NAME)
                     INTO(UTILIZATION-COUNTER-RECORD)
                     RIDFLD(WS-UTL-LOOKUP-KEY)
                     UPDATE
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP = DFHRESP(NOTFND)
               MOVE WS-UTL-LOOKUP-KEY TO UTL-KEY
               MOVE WS-BLM-SERVICE-YEAR TO UTL-BENEFIT-YEAR
               MOVE 0 TO UTL-YEAR-COUNT
               MOVE 0 TO UTL-ENTRY-COUNT
               PERFORM DO-ADD-UTILIZATION-ENTRY
               EXEC CICS
                    WRITE FILE(WS-UTILIZATION-FILE-NAME)
                          FROM(UTILIZATION-COUNTER-RECORD)
                          RIDFLD(UTL-KEY)
                          RESP(RSP-CLAIM-CICS-RESP)
                          RESP2(RSP-CLAIM-CICS-RESP2)
               END-EXEC
           ELSE
               IF RSP-CLAIM-CICS-RESP = DFHRESP(NORMAL)
                   PERFORM DO-ADD-UTILIZATION-ENTRY
                   EXEC CICS
                        REWRITE FILE(WS-UTILIZATION-FILE-NAME)
                                FROM(UTILIZATION-COUNTER-RECORD)
                                RESP(RSP-CLAIM-CICS-RESP)
                                RESP2(RSP-CLAIM-CICS-RESP2)
                   END-EXEC
               END-IF
           END-IF

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               STRING 'ERROR UPDATING CLAIMUTL FOR MEMBER '
                      WS-BLM-MEMBER-ID DELIMITED BY SIZE
                      ' LIMIT ' WS-BLM-LIMIT-KEY DELIMITED BY SIZE
                      ' CLAIM ' WS-BLM-CLAIM-ID DELIMITED BY SIZE
                      INTO WS-MSG-TO-WRITE
               PERFORM DO-WRITE-TO-CSMT
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-ADD-UTILIZATION-ENTRY SECTION.
      ***************************************
      *
           IF WS-BLM-SERVICE-YEAR = UTL-BENEFIT-YEAR
               ADD 1 TO UTL-YEAR-COUNT
           END-IF
           IF WS-BLM-SERVICE-YEAR > UTL-BENEFIT-YEAR
               MOVE WS-BLM-SERVICE-YEAR TO UTL-BENEFIT-YEAR
               MOVE 1 TO UTL-YEAR-COUNT
           END-IF

           IF UTL-ENTRY-COUNT = 30
               PERFORM VARYING WS-UTL-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-UTL-ENTRY-IDX > 29
                   MOVE UTL-SERVICE-ENTRY(WS-UTL-ENTRY-IDX + 1)
                     TO UTL-SERVICE-ENTRY(WS-UTL-ENTRY-IDX)
               END-PERFORM
               MOVE 29 TO UTL-ENTRY-COUNT
           END-IF

           ADD 1 TO UTL-ENTRY-COUNT
           MOVE WS-BLM-SERVICE-DATE TO UTL-SERVICE-DATE(UTL-ENTRY-COUNT)
           MOVE WS-BLM-CLAIM-ID TO UTL-CLAIM-ID(UTL-ENTRY-COUNT)
           EXIT.
      ******************************************************************
      /
       DO-GIVE-BACK-UTILIZATION SECTION.
      ***************************************
      *
      ******************************************************************
      * TAKE CLAIM WS-BLM-CLAIM-ID'S SERVICES BACK OFF WS-BLM-MEMBER-
      * ID'S LIMIT COUNTERS. THE LIMIT KEYS ARE RESOLVED FROM THE
      * CLAIM'S LINES IN RSP-CLAIM-RECORD; EACH COUNTER RECORD HAS
      * EVERY ENTRY FOR THE CLAIM REMOVED, AND THE YEAR COUNT DROPS
      * FOR EACH ONE IN THE RECORD'S BENEFIT YEAR.
      ******************************************************************
           PERFORM DO-RESOLVE-CLAIM-LIMIT-KEYS

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > RSP-CLAIM-LINE-ITEM-COUNT
               IF WS-BLM-LINE-KEY(WS-LINE-IDX) NOT = SPACES
                   MOVE WS-BLM-LINE-KEY(WS-LINE-IDX)
                     TO WS-BLM-LIMIT-KEY
                   PERFORM DO-REMOVE-CLAIM-UTILIZATION
               END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      /
       DO-REMOVE-CLAIM-UTILIZATION SECTION.
      ******************************************
      *
           MOVE WS-BLM-MEMBER-ID TO WS-UTL-KEY-MEMBER
           MOVE WS-BLM-LIMIT-KEY TO WS-UTL-KEY-LIMIT

           EXEC CICS
                READ FILE(WS-UTILIZATION-FILE-NAME)
                     INTO(UTILIZATION-COUNTER-RECORD)
                     RIDFLD(WS-UTL-LOOKUP-KEY)
                     UPDATE
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               EXIT SECTION
           END-IF

           MOVE 0 TO WS-UTL-KEEP-COUNT
           MOVE 0 TO WS-UTL-REMOVED-COUNT
           PERFORM VARYING WS-UTL-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-UTL-ENTRY-IDX > UTL-ENTRY-COUNT
               IF UTL-CLAIM-ID(WS-UTL-ENTRY-IDX) = WS-BLM-CLAIM-ID
                   ADD 1 TO WS-UTL-REMOVED-COUNT
                   IF UTL-SERVICE-DATE(WS-UTL-ENTRY-IDX)(1:4)
                          = UTL-BENEFIT-YEAR
                  AND UTL-YEAR-COUNT > 0
                       SUBTRACT 1 FROM UTL-YEAR-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-UTL-KEEP-COUNT
                   MOVE UTL-SERVICE-ENTRY(WS-UTL-ENTRY-IDX)
                     TO UTL-SERVICE-ENTRY(WS-UTL-KEEP-COUNT)
               END-IF
           END-PERFORM

           IF WS-UTL-REMOVED-COUNT = 0
               EXEC CICS
                    UNLOCK FILE(WS-UTILIZATION-FILE-NAME)
               END-EXEC
               EXIT SECTION
           END-IF

           MOVE WS-UTL-KEEP-COUNT TO UTL-ENTRY-COUNT

           EXEC CICS
                REWRITE FILE(WS-UTILIZATION-FILE-NAME)
                        FROM(UTILIZATION-COUNTER-RECORD)
                        RESP(RSP-CLAIM-CICS-RESP)
                        RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               STRING 'ERROR UPDATING CLAIMUTL FOR MEMBER '
                      WS-BLM-MEMBER-ID DELIMITED BY SIZE
                      ' LIMIT ' WS-BLM-LIMIT-KEY DELIMITED BY SIZE
                      ' CLAIM ' WS-BLM-CLAIM-ID DELIMITED BY SIZE
                      INTO WS-MSG-TO-WRITE
               PERFORM DO-WRITE-TO-CSMT
           END-IF
           EXIT.
      ******************************************************************
       DO-REPRICE-ONE-LINE SECTION.
      **********************************
      *
           IF RSP-CLAIM-NSA-FLAG NOT = SPACE
               PERFORM DO-REPRICE-LINE-AT-QPA
               EXIT SECTION
           END-IF

           MOVE REQ-LINE-PROCEDURE-CODE(WS-LINE-IDX)
             TO WS-FEE-KEY-PROCEDURE
           EXEC CICS
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-REPRICE-LINE-AT-QPA SECTION.
      *************************************
      *
      ******************************************************************
      * A CLAIM PROTECTED BY THE NO SURPRISES ACT HAS NO CONTRACTED
      * RATE, SO EACH LINE IS ALLOWED AT THE LESSER OF ITS BILLED
      * AMOUNT AND THE QUALIFYING PAYMENT AMOUNT FOR ITS PROCEDURE
      * (CLAIMQPA, THE MEDIAN CONTRACTED RATE REBUILT BY CLAIMQPC). A
      * PROCEDURE WITH NO QPA ON FILE IS ALLOWED AT ITS BILLED AMOUNT.
      * THE PROVIDER MAY NOT BALANCE-BILL THE DIFFERENCE, SO THE
      * 'PRIC' TOLERANCE PEND DOES NOT APPLY -- ANY DISPUTE GOES
      * THROUGH OPEN NEGOTIATION ON CLAIMNSC INSTEAD.
      ******************************************************************
           EXEC CICS
                READ FILE(WS-QPA-FILE-NAME)
                     INTO(QPA-RECORD)
                     RIDFLD(REQ-LINE-PROCEDURE-CODE(WS-LINE-IDX))
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC
           IF RSP-CLAIM-CICS-RESP = DFHRESP(NORMAL)
          AND QPA-AMOUNT < REQ-LINE-AMOUNT(WS-LINE-IDX)
               MOVE QPA-AMOUNT TO WS-LINE-ALLOWED-AMOUNT
           ELSE
               MOVE REQ-LINE-AMOUNT(WS-LINE-IDX)
                 TO WS-LINE-ALLOWED-AMOUNT
           END-IF

           MOVE WS-LINE-ALLOWED-AMOUNT
             TO RSP-LINE-DISP-ALLOWED(WS-LINE-IDX)
           ADD WS-LINE-ALLOWED-AMOUNT TO WS-ALLOWED-AMOUNT-TOTAL

           IF RSP-LINE-DISP-STATUS(WS-LINE-IDX) = SPACES
               MOVE 'OKAY' TO RSP-LINE-DISP-STATUS(WS-LINE-IDX)
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-COMPUTE-MEMBER-COST-SHARE SECTION.
      *******************************************
      * PLAN'S COPAY FOR THIS CLAIM TYPE, PLUS WHATEVER IS LEFT OF THE
      * ANNUAL DEDUCTIBLE (MBR-DEDUCTIBLE MINUS MBR-DEDUCTIBLE-MET),
      * PLUS THE PLAN'S COINSURANCE PERCENTAGE OF THE REMAINDER --
      * CAPPED AT THE ALLOWED AMOUNT. AN OUT-OF-NETWORK CLAIM TAKES
      * THE PLAN'S OUT-OF-NETWORK COINSURANCE WHERE ONE IS SET; A CLAIM
      * PROTECTED BY THE NO SURPRISES ACT ALWAYS TAKES THE IN-NETWORK
      * RATE. A MEMBER OR PLAN WITH NO REFERENCE RECORD GETS THE WHOLE
      * ALLOWED AMOUNT AS PLAN-PAID AND A CSMT LINE, NEVER A BLOCKED
      * CLAIM -- SAME FAIL-SOFT THE ACCUMULATOR AND COB READS OF
      * CLAIMMBR ALREADY APPLY.
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
      ******************************************************************
           MOVE 'N' TO WS-PROVIDER-NOT-FOUND-SW
           MOVE 'U' TO RSP-CLAIM-NETWORK-STATUS
           MOVE SPACE TO RSP-CLAIM-NSA-FLAG
           MOVE SPACES TO PROV-RECORD

           EXEC CICS
               IF PROV-CAPITATED
                   MOVE 'Y' TO RSP-CLAIM-ENCOUNTER-FLAG
               END-IF
      ******************************************************************
      * AN OUT-OF-NETWORK CLAIM MAY STILL BE PROTECTED FROM BALANCE
      * BILLING BY THE NO SURPRISES ACT.
      ******************************************************************
               IF RSP-CLAIM-NETWORK-STATUS = 'O'
                   PERFORM DO-CHECK-NO-SURPRISES
               END-IF
           ELSE
               MOVE 'Y' TO WS-PROVIDER-NOT-FOUND-SW
           END-IF
      ******************************************************************
      * EVERY PATH THAT LOOKS UP THE PROVIDER'S NETWORK STATUS ALSO
      * NEEDS TO KNOW WHETHER THE PROVIDER WAS CREDENTIALED ON THE
      * DATE OF SERVICE -- THE CALLER DECIDES WHAT TO DO ABOUT IT.
      ******************************************************************
           PERFORM DO-CHECK-PROVIDER-CREDENTIALS
           EXIT.
      ******************************************************************
      /
       DO-CHECK-PROVIDER-CREDENTIALS SECTION.
      ****************************************
      *
      ******************************************************************
      * BROWSE THE PROVIDER'S CLAIMCRD CREDENTIALS (SEE CLAIMCRD.CPY)
      * AGAINST THE CLAIM'S DATE OF SERVICE AND SET:
      *   WS-CREDENTIAL-LAPSED  - A CREDENTIAL TYPE THE PROVIDER HOLDS
      *                           HAS NO CREDENTIAL VALID ON THE DATE,
      *                           OR A CREDENTIAL IS UNDER SANCTION
      *                           FROM ON OR BEFORE IT.
      *   WS-PROVIDER-EXCLUDED  - A CREDENTIAL CARRIES AN EXCLUSION
      *                           FROM ON OR BEFORE THE DATE.
      * A PROVIDER WITH NO CREDENTIALS ON FILE, OR NO CLAIMCRD FILE,
      * PASSES -- THE MISSING FILE IS NOT A REASON TO PEND EVERY
      * CLAIM IN THE REGION.
      ******************************************************************
           MOVE 'N' TO WS-CREDENTIAL-LAPSED-SW
           MOVE 'N' TO WS-PROVIDER-EXCLUDED-SW
           MOVE 'N' TO WS-CRD-EOF
           MOVE 'N' TO WS-CRD-TYPE-COVERED-SW
           MOVE SPACES TO WS-CRD-CURRENT-TYPE
           MOVE SPACES TO WS-CRD-LAPSED-TYPE

           IF REQ-CLAIM-PROVIDER = SPACES
               EXIT SECTION
           END-IF

           MOVE REQ-CLAIM-DATE(7:4) TO WS-CRD-SERVICE-DATE(1:4)
           MOVE REQ-CLAIM-DATE(1:2) TO WS-CRD-SERVICE-DATE(5:2)
           MOVE REQ-CLAIM-DATE(4:2) TO WS-CRD-SERVICE-DATE(7:2)

           MOVE REQ-CLAIM-PROVIDER TO WS-CRD-KEY-PROVIDER
           MOVE LOW-VALUES TO WS-CRD-KEY-TYPE
           MOVE LOW-VALUES TO WS-CRD-KEY-STATE

           EXEC CICS
                STARTBR FILE(WS-CREDENTIAL-FILE-NAME)
                        RIDFLD(WS-CRD-BROWSE-KEY)
                        GTEQ
                        RESP(RSP-CLAIM-CICS-RESP)
                        RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               EXIT SECTION
           END-IF

           PERFORM UNTIL WS-CRD-AT-EOF
               EXEC CICS
                    READNEXT FILE(WS-CREDENTIAL-FILE-NAME)
                             INTO(PROVIDER-CREDENTIAL-RECORD)
                             RIDFLD(WS-CRD-BROWSE-KEY)
                             RESP(RSP-CLAIM-CICS-RESP)
                             RESP2(RSP-CLAIM-CICS-RESP2)
               END-EXEC
               IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               OR CRD-PROVIDER-ID NOT = REQ-CLAIM-PROVIDER
                   MOVE 'Y' TO WS-CRD-EOF
               ELSE
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
                           MOVE CRD-CREDENTIAL-TYPE
                             TO WS-CRD-LAPSED-TYPE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EXEC CICS
                ENDBR FILE(WS-CREDENTIAL-FILE-NAME)
           END-EXEC

           PERFORM DO-CLOSE-CREDENTIAL-TYPE
           EXIT.
      ******************************************************************
      /
       DO-CLOSE-CREDENTIAL-TYPE SECTION.
      ***********************************
      *
      ******************************************************************
      * THE LAST OF ONE CREDENTIAL TYPE HAS BEEN READ -- IF NONE OF
      * ITS ISSUING STATES WAS VALID ON THE DATE OF SERVICE, THE
      * PROVIDER WAS NOT CREDENTIALED FOR IT.
      ******************************************************************
           IF WS-CRD-CURRENT-TYPE NOT = SPACES
          AND NOT WS-CRD-TYPE-COVERED
               MOVE 'Y' TO WS-CREDENTIAL-LAPSED-SW
               MOVE WS-CRD-CURRENT-TYPE TO WS-CRD-LAPSED-TYPE
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-DENY-EXCLUDED-PROVIDER SECTION.
      ************************************
      *
      ******************************************************************
      * AN EXCLUDED PROVIDER IS NOT PAID FOR ANYTHING: THE CLAIM
      * DENIES 'EXCL' WITH NOTHING ALLOWED, AND EVERY PRICED LINE IS
      * DENIED WITH IT SO THE LINE DISPOSITIONS AND THE EOB AGREE
      * WITH THE CLAIM.
      ******************************************************************
           MOVE 'DENY' TO RSP-CLAIM-STATUS
           MOVE 'EXCL' TO RSP-CLAIM-REASON-CODE
           MOVE 0 TO RSP-CLAIM-ALLOWED-AMOUNT
           MOVE 0 TO RSP-CLAIM-PLAN-PAID-AMOUNT
           MOVE 0 TO RSP-CLAIM-MEMBER-RESP-AMOUNT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 10
               IF RSP-LINE-DISP-STATUS(WS-LINE-IDX) NOT = SPACES
                   MOVE 'DENY' TO RSP-LINE-DISP-STATUS(WS-LINE-IDX)
                   MOVE 'EXCL' TO RSP-LINE-DISP-REASON(WS-LINE-IDX)
                   MOVE 0 TO RSP-LINE-DISP-ALLOWED(WS-LINE-IDX)
               END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
      /
       DO-CHECK-NO-SURPRISES SECTION.
      ***********************************
      *
      ******************************************************************
      * DECIDE WHETHER AN OUT-OF-NETWORK CLAIM IS PROTECTED BY THE NO
      * SURPRISES ACT AND SET RSP-CLAIM-NSA-FLAG:
      *   'E' - ANY LINE BILLS A CLAIMPCD EMERGENCY SERVICE
      *         (WS-NSA-EMERGENCY, RAISED WHILE THE LINES WERE
      *         VALIDATED).
      *   'A' - THE PROVIDER IS AN ANCILLARY PROVIDER AND THE FACILITY
      *         NAMED ON ITS CLAIMPRV RECORD IS IN NETWORK.
      * A PROTECTED CLAIM IS PRICED AT THE QUALIFYING PAYMENT AMOUNT,
      * TAKES IN-NETWORK COST SHARING, IS NOT PENDED FOR NETWORK
      * STATUS AND HAS AN OPEN-NEGOTIATION CASE OPENED ON CLAIMNSC.
      * PROV-RECORD STILL HOLDS THE CLAIM'S OWN PROVIDER ON ENTRY.
      ******************************************************************
           MOVE SPACE TO RSP-CLAIM-NSA-FLAG

           IF WS-NSA-EMERGENCY
               MOVE 'E' TO RSP-CLAIM-NSA-FLAG
           ELSE
               IF PROV-ANCILLARY AND PROV-FACILITY-ID NOT = SPACES
                   MOVE PROV-FACILITY-ID TO WS-NSA-FACILITY-ID
                   EXEC CICS
                        READ FILE(WS-PROVIDER-FILE-NAME)
                             INTO(PROV-RECORD)
                             RIDFLD(WS-NSA-FACILITY-ID)
                             RESP(RSP-CLAIM-CICS-RESP)
                             RESP2(RSP-CLAIM-CICS-RESP2)
                   END-EXEC
                   IF RSP-CLAIM-CICS-RESP = DFHRESP(NORMAL)
                       AND PROV-IN-NETWORK
                       MOVE 'A' TO RSP-CLAIM-NSA-FLAG
                   END-IF
               END-IF
           END-IF

           IF RSP-CLAIM-NSA-FLAG NOT = SPACE
               STRING 'CLAIM ' REQ-CLAIM-ID DELIMITED BY SIZE
                      ' OUT OF NETWORK, NO SURPRISES ACT TYPE '
                      DELIMITED BY SIZE
                      RSP-CLAIM-NSA-FLAG DELIMITED BY SIZE
                      INTO WS-MSG-TO-WRITE
               PERFORM DO-WRITE-TO-CSMT
           END-IF
           EXIT.
      ******************************************************************
      /
      ******************************************************************
      * A CLAIM FOR A PROVIDER THAT IS OUT OF NETWORK, OR NOT FOUND ON
      * THE CLAIMPRV REFERENCE FILE AT ALL, ALSO FORCES MANUAL REVIEW
      * RATHER THAN AUTOMATIC APPROVAL -- UNLESS THE NO SURPRISES ACT
      * PROTECTS IT, WHEN IT IS PAID AT THE QUALIFYING PAYMENT AMOUNT.
      ******************************************************************
              IF RSP-CLAIM-STATUS = 'OKAY'
                 AND RSP-CLAIM-NETWORK-STATUS NOT = 'I'
                 AND RSP-CLAIM-NSA-FLAG = SPACE
                     MOVE 'PEND' TO RSP-CLAIM-STATUS
                     MOVE 'ONET' TO RSP-CLAIM-REASON-CODE
              END-IF
                    STRING 'SUCCESS: CLAIM RECORD FOUND FOR '
                        REQ-CLAIM-ID DELIMITED BY SIZE
                                         INTO RSP-CLAIM-OUTPUT-MESSAGE
                    MOVE RSP-CLAIM-ID        TO WS-ACL-CLAIM-ID
                    MOVE RSP-CLAIM-MEMBER-ID TO WS-ACL-MEMBER-ID
                    PERFORM DO-LOG-CLAIM-ACCESS
                WHEN OTHER
                    MOVE RSP-CLAIM-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                    STRING 'ERROR: READ FILE RESPONSE CODE = '
           END-EVALUATE
           EXIT.
      ******************************************************************
      /
       DO-LOG-CLAIM-ACCESS SECTION.
      **********************************
      *
      ******************************************************************
      * APPEND A ROW TO THE CLAIMACL VSAM ESDS RECORDING THAT THIS
      * USER WAS SHOWN WS-ACL-CLAIM-ID / WS-ACL-MEMBER-ID UNDER THE
      * CURRENT ACTION -- CLAIMHIS PROVES WHO CHANGED A CLAIM, THIS
      * PROVES WHO LOOKED AT ONE, FOR THE MEMBER'S ACCOUNTING OF
      * DISCLOSURES (CLAIMAOD). THE TIMELINE AND NOTES ACTIONS KNOW
      * ONLY THE CLAIM ID, SO THE MEMBER IS LOOKED UP IN THE
      * DUPLICATE-CHECK SCRATCH AREA, WHICH NO READ-TYPE ACTION USES.
      * A FAILED WRITE GOES TO CSMT BUT DOES NOT FAIL THE INQUIRY.
      ******************************************************************
           IF WS-ACL-MEMBER-ID = SPACES
          AND WS-ACL-CLAIM-ID NOT = SPACES
               EXEC CICS
                    READ FILE(WS-FILE-NAME)
                         INTO(WS-DUP-CLAIM-RECORD)
                         RIDFLD(WS-ACL-CLAIM-ID)
                         RESP(WS-ACL-CICS-RESP)
                         RESP2(WS-ACL-CICS-RESP2)
               END-EXEC
               IF WS-ACL-CICS-RESP = DFHRESP(NORMAL)
                   MOVE WS-DUP-CLAIM-MEMBER-ID TO WS-ACL-MEMBER-ID
               END-IF
           END-IF

           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC

           MOVE WS-USERID            TO ACL-USERID
           MOVE 'CLAIMCI0'           TO ACL-PROGRAM
           MOVE REQ-CLAIM-ACTION     TO ACL-ACTION
           MOVE WS-ACL-CLAIM-ID      TO ACL-CLAIM-ID
           MOVE WS-ACL-MEMBER-ID     TO ACL-MEMBER-ID
           MOVE WS-ABSTIME           TO ACL-TIMESTAMP

           EXEC CICS
                WRITE FILE(WS-ACCESS-LOG-FILE-NAME)
                      FROM(ACCESS-LOG-RECORD)
                      RESP(WS-ACL-CICS-RESP)
                      RESP2(WS-ACL-CICS-RESP2)
           END-EXEC

           IF WS-ACL-CICS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'ERROR WRITING CLAIM ACCESS LOG RECORD'
                  TO WS-MSG-TO-WRITE
                PERFORM DO-WRITE-TO-CSMT
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-RETRIEVE-CLAIM-DOCUMENT SECTION.
      ****************************************
                            REQ-CLAIM-ID DELIMITED BY SIZE
                                         INTO RSP-CLAIM-OUTPUT-MESSAGE
                    END-IF
                    MOVE RSP-CLAIM-ID        TO WS-ACL-CLAIM-ID
                    MOVE RSP-CLAIM-MEMBER-ID TO WS-ACL-MEMBER-ID
                    PERFORM DO-LOG-CLAIM-ACCESS
                WHEN OTHER
                    MOVE RSP-CLAIM-CICS-RESP TO WS-CICS-RESP-CODE-NUM
                    STRING 'ERROR: READ FILE RESPONSE CODE = '
                      DELIMITED BY SIZE
                      REQ-CLAIM-ID DELIMITED BY SIZE
                      INTO RSP-CLAIM-OUTPUT-MESSAGE
               MOVE REQ-CLAIM-ID TO WS-ACL-CLAIM-ID
               MOVE SPACES       TO WS-ACL-MEMBER-ID
               PERFORM DO-LOG-CLAIM-ACCESS
           END-IF
           EXIT.
      ******************************************************************
                      ' NOTE(S) FOUND FOR ' DELIMITED BY SIZE
                      REQ-CLAIM-ID DELIMITED BY SIZE
                      INTO RSP-CLAIM-OUTPUT-MESSAGE
               MOVE REQ-CLAIM-ID TO WS-ACL-CLAIM-ID
               MOVE SPACES       TO WS-ACL-MEMBER-ID
               PERFORM DO-LOG-CLAIM-ACCESS
           END-IF
           EXIT.
      ******************************************************************
                  ', CLAIMS ' DELIMITED BY SIZE
                  RSP-YTD-CLAIM-COUNT DELIMITED BY SIZE
                  INTO RSP-CLAIM-OUTPUT-MESSAGE
           MOVE SPACES              TO WS-ACL-CLAIM-ID
           MOVE REQ-CLAIM-MEMBER-ID TO WS-ACL-MEMBER-ID
           PERFORM DO-LOG-CLAIM-ACCESS
           EXIT.
      ******************************************************************
      /
                           MOVE RSP-CLAIM-CURRENCY-CODE
                                TO REQ-CLAIM-CURRENCY-CODE

                           IF RSP-CLAIM-NSA-FLAG = 'E'
                               MOVE 'Y' TO WS-NSA-EMERGENCY-SW
                           ELSE
                               MOVE 'N' TO WS-NSA-EMERGENCY-SW
                           END-IF
                           PERFORM DO-CHECK-PROVIDER-NETWORK-STATUS
                           PERFORM DO-CALL-CLAIM-RULE
      ******************************************************************
      * THE CREDENTIAL CHECK APPLIES ON RESUBMISSION TOO -- A CLAIM
      * PENDED 'CRED' ONLY CLEARS ONCE CLAIMCRD SHOWS A CREDENTIAL
      * VALID ON THE DATE OF SERVICE, AND AN EXCLUSION LOADED SINCE
      * THE CLAIM WAS FIRST SUBMITTED STILL DENIES IT.
      ******************************************************************
                           IF WS-CREDENTIAL-LAPSED
                               MOVE 'PEND' TO RSP-CLAIM-STATUS
                               MOVE 'CRED' TO RSP-CLAIM-REASON-CODE
                           END-IF
                           IF WS-PROVIDER-EXCLUDED
                               PERFORM DO-DENY-EXCLUDED-PROVIDER
                           END-IF
      ******************************************************************
      * THE RULE ENGINE ONLY EVER HANDS BACK OKAY OR PEND -- RUN THAT
      * RESULT THROUGH THE SAME STATUS-TRANSITION GOVERNANCE AN ACTION
      * 'U' UPDATE IS SUBJECT TO (SEE DO-VALIDATE-STATUS-TRANSITION)
           MOVE 'BACK' TO WS-MAH-ACTION
           PERFORM DO-POST-BENEFIT-ACCUMULATORS
      ******************************************************************
      * THE ORIGINAL'S SERVICES ARE GIVEN BACK TO THE MEMBER'S
      * FREQUENCY-LIMIT COUNTS THE SAME WAY. THE REVERSAL NOW IN
      * RSP-CLAIM-RECORD CARRIES THE ORIGINAL'S LINES.
      ******************************************************************
           IF WS-SAV-CLAIM-STATUS NOT = 'DENY'
               MOVE WS-SAV-CLAIM-MEMBER-ID TO WS-BLM-MEMBER-ID
               MOVE REQ-CLAIM-ID TO WS-BLM-CLAIM-ID
               PERFORM DO-GIVE-BACK-UTILIZATION
           END-IF
      ******************************************************************
      * 3. THE CORRECTED REPLACEMENT AT THE AMOUNT THE CALLER SENT. A
      * CORRECTED LINE-ITEM BREAKDOWN SENT ON THE REQUEST REPLACES
      * THE ORIGINAL ONE; OTHERWISE THE ORIGINAL LINES STAND.
           MOVE WS-ADJ-REPLACE-ID TO WS-MAH-CLAIM-ID
           MOVE 'REAP' TO WS-MAH-ACTION
           PERFORM DO-POST-BENEFIT-ACCUMULATORS
      ******************************************************************
      * AND THE REPLACEMENT'S SERVICES ARE COUNTED AGAIN. AS WITH THE
      * ACCUMULATOR RE-APPLY THERE IS NO LIMIT CHECK -- THE SERVICES
      * WERE ALREADY ALLOWED ONCE; THE NET IS THE CORRECTION.
      ******************************************************************
           IF RSP-CLAIM-STATUS NOT = 'DENY'
               MOVE WS-SAV-CLAIM-MEMBER-ID TO WS-BLM-MEMBER-ID
               MOVE WS-ADJ-REPLACE-ID TO WS-BLM-CLAIM-ID
               PERFORM DO-REAPPLY-UTILIZATION
           END-IF

           STRING 'SUCCESS: CLAIM ' REQ-CLAIM-ID DELIMITED BY SIZE
               ' ADJUSTED, REVERSAL ' WS-ADJ-REVERSAL-ID
                           RSP-CLAIM-LIST-PROVIDER(RSP-CLAIM-LIST-COUNT)
                           MOVE RSP-CLAIM-STATUS TO
                             RSP-CLAIM-LIST-STATUS(RSP-CLAIM-LIST-COUNT)
                           MOVE RSP-CLAIM-ID        TO WS-ACL-CLAIM-ID
                           MOVE RSP-CLAIM-MEMBER-ID TO WS-ACL-MEMBER-ID
                           PERFORM DO-LOG-CLAIM-ACCESS
                        END-IF
                   END-IF
                END-PERFORM
                           RSP-CLAIM-LIST-PROVIDER(RSP-CLAIM-LIST-COUNT)
                        MOVE RSP-CLAIM-STATUS TO
                             RSP-CLAIM-LIST-STATUS(RSP-CLAIM-LIST-COUNT)
                        MOVE RSP-CLAIM-ID        TO WS-ACL-CLAIM-ID
                        MOVE RSP-CLAIM-MEMBER-ID TO WS-ACL-MEMBER-ID
                        PERFORM DO-LOG-CLAIM-ACCESS
                   END-IF
                END-PERFORM

                        OR WS-NEW-CLAIM-STATUS = 'CLSD')
                        MOVE WS-NEW-CLAIM-STATUS TO WS-WQ-DISPOSITION
                        PERFORM DO-DISPOSE-WORK-ENTRY
                        PERFORM DO-WITHDRAW-RFI-CASE
                    END-IF
      ******************************************************************
      * A PENDED (OR HELD, OR APPEALED) CLAIM COUNTED AGAINST THE
      * MEMBER'S FREQUENCY LIMITS WHEN IT WAS SUBMITTED. DENYING IT
      * GIVES THOSE SERVICES BACK -- A CLAIM WITH NOTHING POSTED
      * UNDER ITS ID SIMPLY FINDS NO ENTRIES TO REMOVE.
      ******************************************************************
                    IF WS-NEW-CLAIM-STATUS = 'DENY'
                   AND WS-OLD-CLAIM-STATUS NOT = 'DENY'
                        MOVE RSP-CLAIM-MEMBER-ID TO WS-BLM-MEMBER-ID
                        MOVE REQ-CLAIM-ID TO WS-BLM-CLAIM-ID
                        PERFORM DO-GIVE-BACK-UTILIZATION
                    END-IF
                WHEN OTHER
                    MOVE RSP-CLAIM-CICS-RESP TO WS-CICS-RESP-CODE-NUM
               + WS-ABSTIME / 8640000
           PERFORM DO-COUNT-BUSINESS-DAYS
           MOVE WS-BD-COUNT TO WS-DAYS-TO-APPROVE
      ******************************************************************
      * DAYS SPENT WAITING ON THE PROVIDER UNDER AN RFI DO NOT COUNT
      * AGAINST THE DEADLINE -- THE RFI STOPPED THE CLOCK.
      ******************************************************************
           PERFORM DO-DEDUCT-RFI-PAUSE
           COMPUTE WS-DAYS-LATE =
               WS-DAYS-TO-APPROVE - WS-PROMPT-PAY-DEADLINE-DAYS

           END-IF
           EXIT.
      ******************************************************************
      /
       DO-DEDUCT-RFI-PAUSE SECTION.
      **********************************
      *
      ******************************************************************
      * TAKE THE BUSINESS DAYS THE CLAIM'S RFIS HELD THE PROMPT-PAY
      * CLOCK STILL OUT OF WS-DAYS-TO-APPROVE: THE DAYS ALREADY BANKED
      * IN RFI-PAUSED-DAYS BY CLOSED RFIS, PLUS -- WHEN THE CLAIM IS
      * BEING DECIDED WITH AN RFI STILL OPEN -- THE DAYS SINCE THAT
      * RFI WAS SENT. A CLAIM WITH NO CLAIMRFI RECORD IS UNCHANGED.
      ******************************************************************
           EXEC CICS
                READ FILE(WS-RFI-FILE-NAME)
                     INTO(RFI-CASE-RECORD)
                     RIDFLD(REQ-CLAIM-ID)
                     RESP(RSP-CLAIM-CICS-RESP)
                     RESP2(RSP-CLAIM-CICS-RESP2)
           END-EXEC

           IF RSP-CLAIM-CICS-RESP NOT = DFHRESP(NORMAL)
               EXIT SECTION
           END-IF

           MOVE RFI-PAUSED-DAYS TO WS-RFI-PAUSE-DAYS
           IF RFI-OPEN
               COMPUTE WS-BD-START-INT =
                   FUNCTION INTEGER-OF-DATE(19000101)
                   + RFI-REQUESTED-TIMESTAMP / 8640000
               COMPUTE WS-BD-END-INT =
                   FUNCTION INTEGER-OF-DATE(19000101)
                   + WS-ABSTIME / 8640000
               PERFORM DO-COUNT-BUSINESS-DAYS
               ADD WS-BD-COUNT TO WS-RFI-PAUSE-DAYS
           END-IF

           SUBTRACT WS-RFI-PAUSE-DAYS FROM WS-DAYS-TO-APPROVE
           IF WS-DAYS-TO-APPROVE < 0
               MOVE 0 TO WS-DAYS-TO-APPROVE
           END-IF
           EXIT.
      ******************************************************************
      /
       DO-COUNT-BUSINESS-DAYS SECTION.
      *************************************
