      ******************************************************************
      *                                                                *
      * COPYBOOK FOR SAMPLE CICS CLAIMS APPLICATION (BENEFIT LIMITS)   *
      *                                                                *
      * RECORD LAYOUT FOR CLAIMBLM, A VSAM KSDS OF PLAN FREQUENCY AND  *
      * VISIT LIMITS (TWO CLEANINGS A YEAR, TWENTY CHIROPRACTIC        *
      * VISITS, ONE EYE EXAM, ...), KEYED BY THE PLAN CODE CARRIED IN  *
      * MBR-PLAN-CODE FOLLOWED BY EITHER A PROCEDURE CODE OR A         *
      * PCD-LIMIT-GROUP FROM CLAIMPCD. DO-CHECK-BENEFIT-LIMITS IN      *
      * CLAIMCI0 LOOKS UP EACH CLAIM LINE BY PROCEDURE FIRST, THEN BY  *
      * THE PROCEDURE'S GROUP, AND DENIES THE LINE (REASON 'BLIM')     *
      * WHEN THE MEMBER'S CLAIMUTL COUNT HAS ALREADY REACHED           *
      * BLM-MAX-COUNT FOR THE PERIOD.                                  *
      *                                                                *
      * BLM-PERIOD-TYPE 'B' (OR SPACE) COUNTS SERVICES IN THE BENEFIT  *
      * YEAR OF THE DATE OF SERVICE, WHICH THIS SHOP RUNS ON THE       *
      * CALENDAR YEAR; 'R' COUNTS SERVICES IN THE BLM-PERIOD-MONTHS    *
      * (1-24) ENDING ON THE DATE OF SERVICE. DATES ARE YYYYMMDD; AN   *
      * END DATE OF 99991231 MEANS OPEN-ENDED.                         *
      *                                                                *
      ******************************************************************
       01 BENEFIT-LIMIT-RECORD.
          05 BLM-KEY.
             10 BLM-PLAN-CODE         PIC X(4).
             10 BLM-PROC-OR-GROUP     PIC X(8).
          05 BLM-DESC                 PIC X(30).
          05 BLM-MAX-COUNT            PIC 9(3).
          05 BLM-PERIOD-TYPE          PIC X(1).
             88 BLM-BENEFIT-YEAR-LIMIT        VALUE 'B' ' '.
             88 BLM-ROLLING-LIMIT             VALUE 'R'.
          05 BLM-PERIOD-MONTHS        PIC 9(2).
          05 BLM-EFFECTIVE-DATE       PIC 9(8).
          05 BLM-END-DATE             PIC 9(8).
