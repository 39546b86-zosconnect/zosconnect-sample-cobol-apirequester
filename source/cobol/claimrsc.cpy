      * STEP WITH CLAIMCIF.CPY/CLAIMARR.CPY.
      ******************************************************************
                10 RSP-CLAIM-ACCIDENT-FLAG PIC X(1).
      ******************************************************************
      * ICD-10-CM DIAGNOSIS CODES FOR THE CLAIM, WITHOUT THE DECIMAL
      * POINT (E.G. 'S52501A'), PRINCIPAL DIAGNOSIS FIRST; UNUSED
      * SLOTS ARE SPACES. RSP-LINE-DIAG-POINTER, PARALLEL TO
      * RSP-CLAIM-LINE-ITEM, NAMES THE SLOT (1-8) THAT SUPPORTS EACH
      * LINE -- 0 MEANS THE PRINCIPAL DIAGNOSIS. DO-VALIDATE-LINE-
      * PROCEDURES CHECKS EACH LINE'S PROCEDURE AGAINST ITS DIAGNOSIS
      * ON CLAIMDXC. KEEP IN STEP WITH CLAIMCIF.CPY/CLAIMARR.CPY.
      ******************************************************************
                10 RSP-CLAIM-DIAGNOSIS-CODE OCCURS 8 TIMES
                                            PIC X(8).
                10 RSP-LINE-DIAG-POINTER OCCURS 10 TIMES
                                         PIC 9(1).
      ******************************************************************
      * FIRST MODIFIER BILLED ON EACH LINE, PARALLEL TO
      * RSP-CLAIM-LINE-ITEM; SPACES WHEN NONE. DO-CHECK-CODE-PAIR-
      * EDITS LETS A DISTINCT-SERVICE MODIFIER (59, XE, XS, XP, XU)
      * OVERRIDE A CLAIMCPE PAIR THAT ALLOWS IT. KEEP IN STEP WITH
      * CLAIMCIF.CPY/CLAIMARR.CPY.
      ******************************************************************
                10 RSP-LINE-MODIFIER OCCURS 10 TIMES
                                     PIC X(2).
      ******************************************************************
      * NO SURPRISES ACT PROTECTION: 'E' AN OUT-OF-NETWORK EMERGENCY
      * CLAIM (A LINE'S PROCEDURE IS AN EMERGENCY SERVICE ON
      * CLAIMPCD), 'A' AN OUT-OF-NETWORK ANCILLARY PROVIDER WORKING
      * AT AN IN-NETWORK FACILITY (CLAIMPRV), SPACE WHEN NOT
      * PROTECTED. A PROTECTED CLAIM IS PRICED AT THE QUALIFYING
      * PAYMENT AMOUNT (CLAIMQPA), TAKES IN-NETWORK COST SHARE, IS NOT
      * PENDED 'ONET', AND OPENS A CLAIMNSC NEGOTIATION/IDR CASE.
      * KEEP IN STEP WITH CLAIMCIF.CPY/CLAIMARR.CPY.
      ******************************************************************
                10 RSP-CLAIM-NSA-FLAG   PIC X(1).
      ******************************************************************
      * HOW THE CLAIM CAME IN, STAMPED WHEN IT IS FIRST WRITTEN: 'O'
      * ONLINE THROUGH CLAIMCI0, 'I' FROM IMS THROUGH CLAIMIM0, 'B'
      * A CLAIMBLK BULK BATCH, 'X' AN 837 TRANSLATED BY CLAIMX37 AND
      * LOADED BY CLAIMBLK. SPACE ON CLAIMS WRITTEN BEFORE THE FIELD
      * EXISTED. RSP-CLAIM-PARTNER-ID IS THE SUBMITTING CLEARINGHOUSE
      * PARTNER (CLAIMPTN) FOR 'B' AND 'X', SPACES OTHERWISE. AN
      * ADJUSTMENT REPLACEMENT KEEPS ITS ORIGINAL'S VALUES. REPORTED
      * ON BY CLAIMTAT. KEEP IN STEP WITH CLAIMCIF.CPY/CLAIMARR.CPY.
      ******************************************************************
                10 RSP-CLAIM-INTAKE-CHANNEL PIC X(1).
                   88 RSP-CLAIM-VIA-ONLINE          VALUE 'O'.
                   88 RSP-CLAIM-VIA-IMS             VALUE 'I'.
                   88 RSP-CLAIM-VIA-BULK            VALUE 'B'.
                   88 RSP-CLAIM-VIA-837             VALUE 'X'.
                10 RSP-CLAIM-PARTNER-ID PIC X(8).
          03 RSP-CLAIM-CICS-RESP         PIC S9(8) COMP.
          03 RSP-CLAIM-CICS-RESP2        PIC S9(8) COMP.
          03 RSP-CLAIM-OUTPUT-MESSAGE    PIC X(80).
             05 RSP-NOTE-TIMESTAMP         PIC S9(15) COMP-3.
             05 RSP-NOTE-USERID            PIC X(8).
             05 RSP-NOTE-TEXT              PIC X(60).
      ******************************************************************
      * PRE-SERVICE COST ESTIMATE RETURNED BY ACTION 'C' -- THE
      * CLAIMEST REFERENCE NUMBER THE MEMBER IS QUOTED AND, FOR EACH
      * LINE, THE ESTIMATED ALLOWED, PLAN-PAID AND MEMBER-
      * RESPONSIBILITY AMOUNTS. THE CLAIM-LEVEL TOTALS COME BACK IN
      * RSP-CLAIM-ALLOWED-AMOUNT, RSP-CLAIM-PLAN-PAID-AMOUNT AND
      * RSP-CLAIM-MEMBER-RESP-AMOUNT AS FOR A SUBMIT.
      ******************************************************************
          03 RSP-ESTIMATE-REFERENCE      PIC X(16).
          03 RSP-ESTIMATE-LINE-COUNT     PIC 9(4) VALUE ZEROS.
          03 RSP-ESTIMATE-LINE-ENTRY     OCCURS 10 TIMES.
             05 RSP-EST-PROCEDURE          PIC X(8).
             05 RSP-EST-STATUS             PIC X(4).
             05 RSP-EST-REASON             PIC X(4).
             05 RSP-EST-ALLOWED            COMP-2 SYNC.
             05 RSP-EST-PLAN-PAID          COMP-2 SYNC.
             05 RSP-EST-MEMBER-RESP        COMP-2 SYNC.
