      * THE ROW KEYED ('BUSDATE ', 0) IS MAINTAINED BY OPERATIONS AND  *
      * CARRIES THE BUSINESS PROCESSING DATE IN RNC-BUSINESS-DATE;     *
      * WHEN IT IS ABSENT THE PROGRAMS FALL BACK TO THE SYSTEM DATE.   *
      * CLAIMYER KEYS ITS POSTING ON JANUARY 1 OF THE BENEFIT YEAR;    *
      * CLAIMPFP KEYS ITS POSTING ON THE LAST DAY OF THE BONUS         *
      * QUARTER, SO EACH QUARTER'S BONUSES ARE PAID EXACTLY ONCE.      *
      * A MISSING CLAIMRNC FILE DISABLES THE CHECKS ENTIRELY, SO THE   *
      * SUITE STILL RUNS AT A SHOP THAT HAS NOT DEFINED IT.            *
      *                                                                *
