      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (RETRO-TERM LOG)   *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMRTL, A VSAM ESDS WITH ONE ROW FOR EVERY *
      * COVERAGE SPAN CLAIMENR SHORTENED RETROACTIVELY -- A            *
      * TERMINATION BACKDATED BEFORE THE RUN DATE, OR AN EFFECTIVE     *
      * DATE MOVED LATER OVER DATES ALREADY PAST -- SO CLAIMS          *
      * ALREADY ADJUDICATED FOR SERVICES IN THE DROPPED DAYS CAN BE    *
      * FOUND.                                                         *
      * THE FOLLOWING CLAIMRTS SWEEP WORKS EVERY ROW STILL 'N', THEN   *
      * REWRITES IT 'Y' WITH THE SWEEP DATE AND THE NUMBER OF CLAIMS   *
      * IT ACTED ON. A CLAIM IS AFFECTED WHEN ITS DATE OF SERVICE IS   *
      * INSIDE THE OLD SPAN BUT OUTSIDE THE NEW ONE. DATES ARE         *
      * YYYYMMDD; AN OPEN-ENDED TERMINATION IS 99991231.               *
      *                                                                *
      ******************************************************************
       01 RETRO-TERM-LOG-RECORD.
          05 RTL-MEMBER-ID            PIC X(8).
          05 RTL-FUNCTION             PIC X(1).
          05 RTL-LOGGED-DATE          PIC 9(8).
          05 RTL-OLD-EFFECTIVE-DATE   PIC 9(8).
          05 RTL-OLD-TERMINATION-DATE PIC 9(8).
          05 RTL-NEW-EFFECTIVE-DATE   PIC 9(8).
          05 RTL-NEW-TERMINATION-DATE PIC 9(8).
          05 RTL-SWEPT-FLAG           PIC X(1).
             88 RTL-SWEPT                     VALUE 'Y'.
          05 RTL-SWEPT-DATE           PIC 9(8).
          05 RTL-CLAIM-COUNT          PIC 9(5).
