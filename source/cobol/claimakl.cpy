      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (PARTNER ACK LOG)  *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMAKL, A VSAM KSDS LOG OF THE CLAIMBLK    *
      * BATCH ACKNOWLEDGMENTS CLAIMX27 TURNED INTO X12 277CA FOR THE   *
      * CLEARINGHOUSE PARTNERS, KEYED BY PARTNER ID, BATCH ID (THE     *
      * ISA CONTROL NUMBER CLAIMX37 KEPT FROM THE PARTNER'S 837) AND   *
      * A SEQUENCE NUMBER WITHIN THE BATCH. SEQUENCE 0 IS THE BATCH    *
      * ROW: THE DATE THE BATCH WAS LOGGED (THE NIGHT CLAIMBLK RAN     *
      * IT), HOW MANY TIMES THE 277CA HAS BEEN SENT, WHEN, AND UNDER   *
      * WHICH ISA CONTROL NUMBER. SEQUENCES 1 UP ARE THE BATCH'S       *
      * CLAIMS IN BLKACK ORDER, EACH WITH THE RESULT AND THE 277CA     *
      * STATUS CATEGORY AND CODE IT WAS REPORTED UNDER. A 277CA IS     *
      * ALWAYS BUILT FROM THESE ROWS, SO AN ACKNOWLEDGMENT THE PARTNER *
      * LOST CAN BE RE-SENT (CLAIMX27 ACKRSD REQUEST) WITHOUT          *
      * RE-RUNNING THE BATCH.                                          *
      *                                                                *
      * AKL-CLAIM-STATUS/AKL-REASON-CODE ARE THE STATUS CLAIMBLK GAVE  *
      * AN ACCEPTED CLAIM; AKL-REJECT-TEXT IS THE REJECTION REASON IT  *
      * GAVE A REJECTED ONE. DATES ARE YYYYMMDD.                       *
      *                                                                *
      ******************************************************************
       01 PARTNER-ACK-LOG-RECORD.
          05 AKL-KEY.
             10 AKL-PARTNER-ID        PIC X(8).
             10 AKL-BATCH-ID          PIC X(8).
             10 AKL-SEQUENCE          PIC 9(5).
          05 AKL-ROW-TYPE             PIC X(1).
             88 AKL-BATCH-ROW                 VALUE 'B'.
             88 AKL-CLAIM-ROW                 VALUE 'C'.
          05 AKL-ACK-DATE             PIC 9(8).
          05 AKL-CLAIM-ID             PIC X(8).
          05 AKL-MEMBER-ID            PIC X(8).
          05 AKL-PATIENT-CONTROL-NO   PIC X(21).
          05 AKL-CLAIM-AMOUNT         PIC 9(7)V9(2).
          05 AKL-RESULT               PIC X(1).
             88 AKL-ACCEPTED                  VALUE 'A'.
             88 AKL-REJECTED                  VALUE 'R'.
          05 AKL-CLAIM-STATUS         PIC X(4).
          05 AKL-REASON-CODE          PIC X(4).
          05 AKL-STC-CATEGORY         PIC X(2).
          05 AKL-STC-CODE             PIC X(3).
          05 AKL-REJECT-TEXT          PIC X(42).
          05 AKL-SEND-COUNT           PIC 9(3).
          05 AKL-LAST-SENT-DATE       PIC 9(8).
          05 AKL-LAST-CONTROL-NUMBER  PIC 9(9).
