      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (UTILIZATION)      *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMUTL, A VSAM KSDS OF PER-MEMBER BENEFIT  *
      * LIMIT UTILIZATION COUNTERS, KEYED BY THE MEMBER ID FOLLOWED    *
      * BY THE LIMIT KEY (THE BLM-PROC-OR-GROUP OF THE CLAIMBLM LIMIT  *
      * THE SERVICE COUNTED AGAINST). CLAIMCI0 CHECKS THE COUNT AT     *
      * SUBMIT AND POSTS EACH LINE IT DID NOT DENY ONCE THE CLAIM IS   *
      * WRITTEN (A PENDED CLAIM INCLUDED); AN ADJUSTMENT (ACTION 'J')  *
      * GIVES THE ORIGINAL CLAIM'S SERVICES BACK AND POSTS THE         *
      * REPLACEMENT'S, AND CLAIMRPR MOVES A REPROCESSED CLAIM'S        *
      * SERVICES ONTO ITS REPLACEMENT. A CLAIM THAT LATER DENIES --    *
      * AN EXAMINER OR APPEAL DENIAL IN CLAIMCI0, AN UNANSWERED-RFI    *
      * DENIAL IN CLAIMESC -- OR THAT CLAIMRTS PULLS BACK OR RECOVERS  *
      * FOR A RETROACTIVE TERMINATION HAS ITS ENTRIES REMOVED AND ITS  *
      * SERVICES GIVEN BACK.                                           *
      *                                                                *
      * UTL-YEAR-COUNT IS THE NUMBER OF SERVICES WITH A DATE OF        *
      * SERVICE IN UTL-BENEFIT-YEAR; CLAIMYER ROLLS EVERY RECORD TO    *
      * THE NEW YEAR WITH A ZERO COUNT AT YEAR-END. UTL-SERVICE-ENTRY  *
      * KEEPS THE MOST RECENT SERVICES (DATE YYYYMMDD AND CLAIM ID)    *
      * FOR ROLLING-PERIOD LIMITS, LATE-ARRIVING PRIOR-YEAR SERVICES   *
      * AND GIVE-BACKS; WHEN THE TABLE IS FULL THE OLDEST ENTRY IS     *
      * DROPPED, AND CLAIMYER PURGES ENTRIES OLDER THAN THE LONGEST    *
      * ROLLING PERIOD (24 MONTHS).                                    *
      *                                                                *
      ******************************************************************
       01 UTILIZATION-COUNTER-RECORD.
          05 UTL-KEY.
             10 UTL-MEMBER-ID         PIC X(8).
             10 UTL-LIMIT-KEY         PIC X(8).
          05 UTL-BENEFIT-YEAR         PIC 9(4).
          05 UTL-YEAR-COUNT           PIC 9(3).
          05 UTL-ENTRY-COUNT          PIC 9(2).
          05 UTL-SERVICE-ENTRY        OCCURS 30 TIMES.
             10 UTL-SERVICE-DATE      PIC 9(8).
             10 UTL-CLAIM-ID          PIC X(8).
