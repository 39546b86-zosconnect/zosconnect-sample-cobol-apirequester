      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (REFERENCE-DATA    *
      * BACKUP)                                                        *
      *                                                                *
      * RECORD LAYOUT FOR THE PREVIOUS-VERSION COPY CLAIMRDA WRITES    *
      * OF A REFERENCE FILE (CLAIMFEE, CLAIMPCD, CLAIMPBM, CLAIMPAF)   *
      * JUST BEFORE APPLYING A LOAD TO IT -- ONE GDG GENERATION PER    *
      * APPLY (CLAIMFEE.PREV, ...; SEE CLAIMSTG.JCL). THE FIRST        *
      * RECORD IS A HEADER NAMING THE LOAD AND FILE, SO A ROLLBACK     *
      * CAN PROVE IT IS RESTORING THE VERSION THAT LOAD REPLACED.      *
      * EACH DATA RECORD CARRIES ONE PRODUCTION RECORD, LEFT-ALIGNED   *
      * IN RDB-DATA (THE LONGEST REFERENCE RECORD IS 143 BYTES).       *
      *                                                                *
      ******************************************************************
       01 RD-BACKUP-RECORD.
          05 RDB-RECORD-TYPE          PIC X(1).
             88 RDB-HEADER                    VALUE 'H'.
             88 RDB-DATA-RECORD               VALUE 'D'.
          05 RDB-LOAD-ID              PIC X(8).
          05 RDB-FILE-NAME            PIC X(8).
          05 RDB-DATA                 PIC X(200).
