      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (STATE ENCOUNTER   *
      * TRACKING)                                                      *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMENT, A VSAM KSDS WITH ONE RECORD PER    *
      * CLAIM REPORTED (OR DUE TO BE REPORTED) TO THE STATE MEDICAID   *
      * AGENCY AS AN ENCOUNTER, KEYED BY THE CLAIM ID. WRITTEN BY THE  *
      * CLAIMENS MONTHLY SUBMISSION, UPDATED FROM THE STATE'S          *
      * RESPONSE FILE BY CLAIMENA, AND COUNTED PER PROVIDER BY THE     *
      * CLAIMENC COMPLETENESS REPORT. ENT-STATUS IS --                 *
      *                                                                *
      *   H  HELD: THE STATE MEMBER ID, PROVIDER NPI OR STATE          *
      *      PROVIDER ID IS MISSING (ENT-HOLD-REASON SAYS WHICH).      *
      *      RETRIED EVERY RUN UNTIL IT IS SUPPLIED                    *
      *   W  WAITING: A REPLACEMENT OR VOID WHOSE ORIGINAL IS STILL    *
      *      AWAITING THE STATE'S RESPONSE                             *
      *   S  SUBMITTED UNDER ENT-SUBMISSION-ID, NO RESPONSE YET        *
      *   A  ACCEPTED: THE STATE'S CLAIM NUMBER IS IN ENT-STATE-ICN    *
      *   R  REJECTED WITH THE STATE'S ERROR CODES; RE-QUEUED BY THE   *
      *      NEXT CLAIMENS RUN ONCE THE CLAIM OR THE IDS IT WAS SENT   *
      *      WITH HAVE BEEN CORRECTED                                  *
      *   X  NOT REQUIRED: ADJUSTED OR REVERSED BEFORE THE STATE EVER  *
      *      ACCEPTED IT, SO THERE IS NOTHING TO REPORT                *
      *                                                                *
      * ENT-FREQUENCY IS THE CLAIM FREQUENCY SENT TO THE STATE: '1'    *
      * ORIGINAL, '7' REPLACEMENT OF AN ACCEPTED ENCOUNTER, '8' VOID   *
      * OF ONE (BOTH CARRY THE ORIGINAL'S STATE CLAIM NUMBER).         *
      *                                                                *
      ******************************************************************
       01 ENCOUNTER-TRACKING-RECORD.
          05 ENT-CLAIM-ID             PIC X(8).
          05 ENT-STATUS               PIC X(1).
             88 ENT-HELD                      VALUE 'H'.
             88 ENT-WAITING                   VALUE 'W'.
             88 ENT-SUBMITTED                 VALUE 'S'.
             88 ENT-ACCEPTED                  VALUE 'A'.
             88 ENT-REJECTED                  VALUE 'R'.
             88 ENT-NOT-REQUIRED              VALUE 'X'.
          05 ENT-ENCOUNTER-TYPE       PIC X(1).
             88 ENT-CAPITATED-ENCOUNTER       VALUE 'E'.
             88 ENT-FEE-FOR-SERVICE           VALUE 'F'.
          05 ENT-FREQUENCY            PIC X(1).
             88 ENT-ORIGINAL                  VALUE '1'.
             88 ENT-REPLACEMENT               VALUE '7'.
             88 ENT-VOID                      VALUE '8'.
      ******************************************************************
      * THE REPORTING PERIOD (YYYYMM) THE CLAIM WAS FIRST SELECTED
      * FOR, AND THE CLAIM FIELDS THE COMPLETENESS REPORT NEEDS
      * WITHOUT GOING BACK TO CLAIMCIF.
      ******************************************************************
          05 ENT-PERIOD               PIC 9(6).
          05 ENT-PROVIDER-ID          PIC X(21).
          05 ENT-MEMBER-ID            PIC X(8).
          05 ENT-SERVICE-DATE         PIC 9(8).
          05 ENT-HOLD-REASON          PIC X(4).
             88 ENT-HOLD-MEMBER-ID            VALUE 'MBID'.
             88 ENT-HOLD-NPI                  VALUE 'NPI '.
             88 ENT-HOLD-PROVIDER-ID          VALUE 'PVID'.
             88 ENT-HOLD-ORIGINAL             VALUE 'ORIG'.
      ******************************************************************
      * THE LAST SUBMISSION: ITS ID (THE CLAIMENS RUN DATE), HOW MANY
      * TIMES THE CLAIM HAS BEEN SENT, AND THE CLAIM AND IDENTIFIERS
      * AS SENT -- A REJECTED ENCOUNTER IS ONLY RE-SENT ONCE ONE OF
      * THESE HAS CHANGED. ENT-CLAIM-LAST-UPDATED IS THE CLAIM'S
      * ABSTIME STAMP AT SUBMISSION.
      ******************************************************************
          05 ENT-SUBMISSION-ID        PIC X(8).
          05 ENT-SUBMIT-COUNT         PIC 9(3).
          05 ENT-SUBMITTED-DATE       PIC 9(8).
          05 ENT-CLAIM-LAST-UPDATED   PIC S9(15) COMP-3.
          05 ENT-STATE-MEMBER-ID      PIC X(12).
          05 ENT-PROVIDER-NPI         PIC X(10).
          05 ENT-PROVIDER-STATE-ID    PIC X(12).
          05 ENT-ORIG-CLAIM-ID        PIC X(8).
          05 ENT-ORIG-STATE-ICN       PIC X(20).
      ******************************************************************
      * THE STATE'S RESPONSE, LOADED BY CLAIMENA.
      ******************************************************************
          05 ENT-STATE-ICN            PIC X(20).
          05 ENT-RESPONSE-DATE        PIC 9(8).
          05 ENT-ERROR-CODE           OCCURS 3 TIMES
                                      PIC X(5).
