      * TYPE), AND CLAIMS OVER THE PARTNER'S DAILY VOLUME CAP (0 =    *
      * NO CAP) ARE REFUSED. MAINTAINED BY PARTNER MANAGEMENT.         *
      *                                                                *
      * A PARTNER ENROLLED FOR ELECTRONIC REMITTANCE (PTN-REMIT-FORMAT *
      * 'E') GETS AN X12 835 FROM CLAIMX35 FOR THE CLAIMS IT SUBMITTED *
      * INSTEAD OF THE CLAIMRMT PRINTED ADVICE. A PARTNER ENROLLED FOR *
      * ELECTRONIC ACKNOWLEDGMENT (PTN-ACK-FORMAT 'E') ALSO GETS AN    *
      * X12 277CA FROM CLAIMX27 FOR EACH BATCH CLAIMBLK ACKNOWLEDGED.  *
      * PTN-ISA-CONTROL-NUMBER IS THE LAST ISA/GS CONTROL NUMBER SENT  *
      * TO THE PARTNER ON EITHER TRANSACTION -- CLAIMX35 AND CLAIMX27  *
      * ADD ONE PER INTERCHANGE AND REWRITE IT HERE.                   *
      *                                                                *
      ******************************************************************
       01 PARTNER-RECORD.
          05 PTN-PARTNER-ID           PIC X(8).
          05 PTN-ALLOWED-CLAIM-TYPE   OCCURS 5 TIMES
                                      PIC X(8).
          05 PTN-DAILY-VOLUME-CAP     PIC 9(7).
          05 PTN-REMIT-FORMAT         PIC X(1).
             88 PTN-REMIT-PRINT               VALUE ' ' 'P'.
             88 PTN-REMIT-835                 VALUE 'E'.
          05 PTN-ISA-CONTROL-NUMBER   PIC 9(9).
          05 PTN-ACK-FORMAT           PIC X(1).
             88 PTN-ACK-PRINT                 VALUE ' ' 'P'.
             88 PTN-ACK-277CA                 VALUE 'E'.
