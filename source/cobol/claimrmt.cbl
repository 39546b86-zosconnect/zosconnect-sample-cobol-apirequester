      * LINKAGE FOR ADJUSTMENTS, AND THE CHECK/EFT REFERENCE -- TO A   *
      * PRINT DATASET THE WAY CLAIMEOB DOES FOR MEMBERS.               *
      *                                                                *
      * A PROVIDER-PAYEE CLAIM SUBMITTED BY A CLEARINGHOUSE PARTNER    *
      * ENROLLED FOR ELECTRONIC REMITTANCE (CLAIMPCX, CLAIMPTN) IS     *
      * LEFT OFF THE PRINT -- CLAIMX35 SENDS IT TO THE PARTNER ON AN   *
      * X12 835, AND THE TWO JOBS MAKE THE SAME TEST.                  *
      *                                                                *
      * INPUT  : CLAIMPAY - THE PAYMENT KSDS, SWEPT SEQUENTIALLY.      *
      *          CLAIMCIF - THE LIVE CLAIM FILE, READ RANDOMLY.        *
      *          CLAIMPCX - PARTNER CLAIM CROSS-REFERENCE.             *
      *          CLAIMPTN - THE PARTNER MASTER.                        *
      * OUTPUT : RMTOUT   - THE REMITTANCE ADVICE PRINT DATASET.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
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
           SELECT ADVICE-FILE ASSIGN TO RMTOUT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FD  CLAIM-FILE.
       COPY CLAIMCIF.

       FD  PARTNER-CLAIM-FILE.
       COPY CLAIMPCX.

       FD  PARTNER-FILE.
       COPY CLAIMPTN.

       FD  ADVICE-FILE
           RECORDING MODE IS F.
       01  ADVICE-LINE                 PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-PAYMENT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-CLAIM-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PARTNER-CLAIM-FILE-STATUS PIC X(2) VALUE '00'.
       01  WS-PARTNER-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-PAYMENT-EOF              PIC X(1) VALUE 'N'.
           88  WS-PAYMENT-AT-EOF                 VALUE 'Y'.

       01  WS-TODAY-DATE               PIC 9(8).
       01  WS-REMIT-BY-835-SW          PIC X(1) VALUE 'N'.
           88  WS-REMIT-BY-835                   VALUE 'Y'.

      ******************************************************************
      * TODAY'S POSTED PAYMENTS, BUFFERED SO THEY CAN BE REGROUPED BY
       01  WS-RMT-OVERFLOW             PIC 9(7) VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(7) VALUE 0.
       01  WS-ADVICE-COUNT             PIC 9(7) VALUE 0.
       01  WS-ELECTRONIC-COUNT         PIC 9(7) VALUE 0.

       01  WS-RMT-IDX2                 PIC 9(4).
       01  WS-GROUP-PROVIDER           PIC X(21).
       DO-MAIN-CONTROL SECTION.
           OPEN INPUT  PAYMENT-FILE
           OPEN INPUT  CLAIM-FILE
           OPEN INPUT  PARTNER-CLAIM-FILE
           OPEN INPUT  PARTNER-FILE
           OPEN OUTPUT ADVICE-FILE

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           CLOSE PAYMENT-FILE
           CLOSE CLAIM-FILE
           CLOSE PARTNER-CLAIM-FILE
           CLOSE PARTNER-FILE
           CLOSE ADVICE-FILE

           DISPLAY 'CLAIMRMT: ADVICES GENERATED = ' WS-ADVICE-COUNT
           IF WS-ELECTRONIC-COUNT > 0
               DISPLAY 'CLAIMRMT: PAID CLAIMS LEFT TO THE 835 = '
                   WS-ELECTRONIC-COUNT
           END-IF
           IF WS-MISSING-COUNT > 0
               DISPLAY 'CLAIMRMT: PAID CLAIMS NOT ON CLAIMCIF = '
                   WS-MISSING-COUNT
                   EXIT SECTION
           END-READ

           PERFORM DO-CHECK-ELECTRONIC-REMIT
           IF WS-REMIT-BY-835
               ADD 1 TO WS-ELECTRONIC-COUNT
               EXIT SECTION
           END-IF

           IF WS-RMT-COUNT >= 1000
               ADD 1 TO WS-RMT-OVERFLOW
               EXIT SECTION
           MOVE 'N'                     TO WS-RMT-PRINTED-SW(WS-RMT-IDX)
           EXIT.

       DO-CHECK-ELECTRONIC-REMIT SECTION.
      ******************************************************************
      * SAME TEST CLAIMX35 MAKES: A PROVIDER-PAYEE CLAIM (OR THE
      * ORIGINAL OF A REVERSAL/REPLACEMENT) SUBMITTED BY A PARTNER
      * WHOSE CLAIMPTN ENTRY IS ENROLLED FOR 835 REMITTANCE.
      ******************************************************************
           MOVE 'N' TO WS-REMIT-BY-835-SW
           IF CF-CLAIM-PAYEE-INDICATOR = 'M'
               EXIT SECTION
           END-IF

           MOVE CF-CLAIM-ID TO PCX-CLAIM-ID
           READ PARTNER-CLAIM-FILE
               INVALID KEY
                   IF CF-CLAIM-ORIG-CLAIM-ID = SPACES
                       EXIT SECTION
                   END-IF
                   MOVE CF-CLAIM-ORIG-CLAIM-ID TO PCX-CLAIM-ID
                   READ PARTNER-CLAIM-FILE
                       INVALID KEY
                           EXIT SECTION
                   END-READ
           END-READ

           MOVE PCX-PARTNER-ID TO PTN-PARTNER-ID
           READ PARTNER-FILE
               INVALID KEY
                   EXIT SECTION
           END-READ
           IF PTN-REMIT-835
               MOVE 'Y' TO WS-REMIT-BY-835-SW
           END-IF
           EXIT.

       DO-WRITE-PROVIDER-ADVICES SECTION.
      ******************************************************************
      * WALK THE BUFFER: EACH NOT-YET-PRINTED ENTRY OPENS THAT
