      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (REFERENCE-DATA    *
      * LOAD APPROVAL RESPONSE)                                        *
      *                                                                *
      * RESPONSE CONTAINER LAYOUT FOR THE CLAIMRD0 LOAD-APPROVAL       *
      * PROGRAM -- SAME CHANNEL/CONTAINER PATTERN AS CLAIMQAS IS FOR   *
      * CLAIMQA0. RETURNS THE FULL CLAIMRDL RECORD ON 'I', 'A' AND     *
      * 'X', AND UP TO 25 LOADS AWAITING APPROVAL ON 'L'.              *
      *                                                                *
      ******************************************************************
       01 RRS-LOAD-CONTAINER.
          03 RRS-LOAD-RECORD.
             05 RRS-LOAD-ID              PIC X(8).
             05 RRS-FILE-NAME            PIC X(8).
             05 RRS-STATUS               PIC X(4).
             05 RRS-STAGED-BY            PIC X(8).
             05 RRS-COMPARED-TIMESTAMP   PIC S9(15) COMP-3.
             05 RRS-STAGE-COUNT          PIC 9(7).
             05 RRS-ADD-COUNT            PIC 9(7).
             05 RRS-CHANGE-COUNT         PIC 9(7).
             05 RRS-DELETE-COUNT         PIC 9(7).
             05 RRS-FEE-IMPACT           PIC S9(11)V9(2).
             05 RRS-APPROVED-BY          PIC X(8).
             05 RRS-APPROVED-TIMESTAMP   PIC S9(15) COMP-3.
             05 RRS-APPROVAL-COMMENT     PIC X(40).
             05 RRS-APPLIED-BY           PIC X(8).
             05 RRS-APPLIED-TIMESTAMP    PIC S9(15) COMP-3.
             05 RRS-BACKUP-COUNT         PIC 9(7).
             05 RRS-APPLY-ERRORS         PIC 9(7).
             05 RRS-ROLLED-BACK-BY       PIC X(8).
             05 RRS-ROLLED-BACK-TIMESTAMP PIC S9(15) COMP-3.
          03 RRS-CICS-RESP               PIC S9(8) COMP.
          03 RRS-CICS-RESP2              PIC S9(8) COMP.
          03 RRS-OUTPUT-MESSAGE          PIC X(80).
          03 RRS-LIST-COUNT              PIC 9(4) VALUE ZEROS.
          03 RRS-LIST-ENTRY              OCCURS 25 TIMES.
             05 RRS-LIST-LOAD-ID           PIC X(8).
             05 RRS-LIST-FILE-NAME         PIC X(8).
             05 RRS-LIST-STAGED-BY         PIC X(8).
             05 RRS-LIST-ADD-COUNT         PIC 9(7).
             05 RRS-LIST-CHANGE-COUNT      PIC 9(7).
             05 RRS-LIST-DELETE-COUNT      PIC 9(7).
             05 RRS-LIST-FEE-IMPACT        PIC S9(11)V9(2).
