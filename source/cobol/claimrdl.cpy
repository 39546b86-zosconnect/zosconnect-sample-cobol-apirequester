      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (REFERENCE-DATA    *
      * CHANGE LOG)                                                    *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMRDL, A VSAM KSDS WITH ONE RECORD PER    *
      * REFERENCE-DATA LOAD, KEYED BY THE 8-BYTE LOAD ID THE LOAD IS   *
      * STAGED UNDER. A NEW CLAIMFEE, CLAIMPCD, CLAIMPBM OR CLAIMPAF   *
      * IS NO LONGER REPRO'D STRAIGHT INTO PRODUCTION: IT IS REPRO'D   *
      * INTO THE FILE'S STAGING COPY, AND EACH STEP OF ITS WAY TO      *
      * PRODUCTION IS STAMPED HERE --                                  *
      *                                                                *
      *   CMPR  CLAIMRDC COMPARED STAGING TO PRODUCTION (THE COUNTS    *
      *         AND THE FEE DOLLAR IMPACT); AWAITING APPROVAL          *
      *   APPR  A SECOND PERSON APPROVED IT THROUGH CLAIMRD0           *
      *   REJT  A SECOND PERSON REJECTED IT THROUGH CLAIMRD0           *
      *   APLD  CLAIMRDA APPLIED IT, KEEPING THE PREVIOUS VERSION      *
      *   RBCK  CLAIMRDA ROLLED IT BACK TO THAT PREVIOUS VERSION       *
      *                                                                *
      * THE APPROVER MAY NOT BE THE PERSON WHO STAGED THE LOAD.        *
      * RE-STAGING UNDER THE SAME LOAD ID AND RE-RUNNING CLAIMRDC      *
      * RETURNS THE LOAD TO CMPR AND CLEARS ANY APPROVAL; A LOAD ID    *
      * ONCE APPLIED IS NEVER REUSED. TIMESTAMPS ARE ABSTIME VALUES    *
      * (HUNDREDTHS OF A SECOND SINCE 1900-01-01).                     *
      *                                                                *
      ******************************************************************
       01 RD-CHANGE-LOG-RECORD.
          05 RDL-LOAD-ID              PIC X(8).
          05 RDL-FILE-NAME            PIC X(8).
          05 RDL-STATUS               PIC X(4).
             88 RDL-COMPARED                  VALUE 'CMPR'.
             88 RDL-APPROVED                  VALUE 'APPR'.
             88 RDL-REJECTED                  VALUE 'REJT'.
             88 RDL-APPLIED                   VALUE 'APLD'.
             88 RDL-ROLLED-BACK               VALUE 'RBCK'.
          05 RDL-STAGED-BY            PIC X(8).
          05 RDL-COMPARED-TIMESTAMP   PIC S9(15) COMP-3.
          05 RDL-STAGE-COUNT          PIC 9(7).
          05 RDL-ADD-COUNT            PIC 9(7).
          05 RDL-CHANGE-COUNT         PIC 9(7).
          05 RDL-DELETE-COUNT         PIC 9(7).
      ******************************************************************
      * CLAIMFEE ONLY: THE ESTIMATED CHANGE IN ALLOWED DOLLARS PER
      * MONTH, PRICED ON LAST MONTH'S CLAIM LINES FROM THE CLAIMSNP
      * SNAPSHOT. POSITIVE MEANS THE PLAN WILL ALLOW MORE.
      ******************************************************************
          05 RDL-FEE-IMPACT           PIC S9(11)V9(2).
          05 RDL-APPROVED-BY          PIC X(8).
          05 RDL-APPROVED-TIMESTAMP   PIC S9(15) COMP-3.
          05 RDL-APPROVAL-COMMENT     PIC X(40).
          05 RDL-APPLIED-BY           PIC X(8).
          05 RDL-APPLIED-TIMESTAMP    PIC S9(15) COMP-3.
          05 RDL-BACKUP-COUNT         PIC 9(7).
          05 RDL-APPLY-ERRORS         PIC 9(7).
          05 RDL-ROLLED-BACK-BY       PIC X(8).
          05 RDL-ROLLED-BACK-TIMESTAMP PIC S9(15) COMP-3.
