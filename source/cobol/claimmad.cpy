      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (MEMBER ADDRESS)   *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMMAD, A VSAM KSDS OF MEMBER POSTAL       *
      * ADDRESSES KEYED BY THE CLAIMMBR MEMBER ID (MBR-MEMBER-ID)      *
      * PLUS AN ADDRESS TYPE -- 'M' MAILING, 'R' RESIDENCE -- SO A     *
      * MEMBER CAN CARRY BOTH. LOADED FROM THE ENROLLMENT FEED BY      *
      * CLAIMENR ALONGSIDE THE CLAIMMBR COVERAGE RECORDS. CLAIMEOB     *
      * AND CLAIMDNL ADDRESS EVERY LETTER FROM HERE: THE MAILING       *
      * ADDRESS WHEN ONE IS IN EFFECT, OTHERWISE THE RESIDENCE.        *
      *                                                                *
      * MAD-EFFECTIVE-DATE / MAD-END-DATE BOUND THE ADDRESS            *
      * (YYYYMMDD; END 99991231 MEANS OPEN-ENDED). CLAIMRML, THE       *
      * RETURNED-MAIL LOADER, SETS MAD-UNDELIVERABLE WHEN THE          *
      * FULFILLMENT VENDOR REPORTS A LETTER RETURNED FROM THE          *
      * ADDRESS; LETTERS TO AN UNDELIVERABLE ADDRESS ARE HELD AND      *
      * LISTED ON THE LETTER JOB'S EXCEPTION REPORT. A CHANGED         *
      * ADDRESS FROM THE ENROLLMENT FEED CLEARS THE FLAG.              *
      *                                                                *
      ******************************************************************
       01 MEMBER-ADDRESS-RECORD.
          05 MAD-KEY.
             10 MAD-MEMBER-ID         PIC X(8).
             10 MAD-ADDRESS-TYPE      PIC X(1).
                88 MAD-MAILING-ADDRESS        VALUE 'M'.
                88 MAD-RESIDENCE-ADDRESS      VALUE 'R'.
          05 MAD-MEMBER-NAME          PIC X(30).
          05 MAD-ADDRESS-LINE-1       PIC X(30).
          05 MAD-ADDRESS-LINE-2       PIC X(30).
          05 MAD-CITY                 PIC X(20).
          05 MAD-STATE                PIC X(2).
          05 MAD-ZIP-CODE             PIC X(10).
          05 MAD-EFFECTIVE-DATE       PIC 9(8).
          05 MAD-END-DATE             PIC 9(8).
          05 MAD-UNDELIVERABLE-FLAG   PIC X(1).
             88 MAD-UNDELIVERABLE             VALUE 'Y'.
          05 MAD-RETURNED-DATE        PIC 9(8).
