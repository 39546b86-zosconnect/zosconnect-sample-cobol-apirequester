      *   CLAIMCI0  SUBM    ONE CLAIM WRITTEN (SUBMIT OR ADJUSTMENT)   *
      *   CLAIMCI0  DELT    ONE CLAIM DELETED                          *
      *   CLAIMBLK  SUBM    END-OF-JOB BULK INTAKE COUNT AND AMOUNT    *
      *   CLAIMBMG  SUBM    ONE PER BATCH FOR A PARALLEL-STREAM BULK   *
      *                     INTAKE (CLAIMBSP SPLIT, CLAIMBMG MERGE)    *
      *   CLAIMEXT  EXTR    END-OF-JOB EXTRACT COUNT AND USD TOTAL     *
      *   CLAIMARC  ARCH    END-OF-JOB ARCHIVED COUNT AND AMOUNT       *
      *   CLAIMARQ  REST    END-OF-JOB RESTORED COUNT AND AMOUNT       *
      *   CLAIMBAL  CLOS    CLOSING SNAPSHOT OF THE CLAIMCIF SWEEP     *
      *   CLAIMPFP  BONS    QUARTERLY BONUS COUNT AND USD TOTAL PAID   *
      *                     (INFORMATIONAL, JOURNALED BY CLAIMGLJ)     *
      *   CLAIMCAP  CAPP    MONTHLY CAPITATION COUNT AND USD TOTAL PAID*
      *                     (INFORMATIONAL, JOURNALED BY CLAIMGLJ)     *
      *                                                                *
      * THE NIGHTLY CLAIMBAL JOB PROVES OPENING COUNT + SUBMISSIONS    *
      * + RESTORES - DELETES - ARCHIVES = CLOSING COUNT AGAINST AN     *
