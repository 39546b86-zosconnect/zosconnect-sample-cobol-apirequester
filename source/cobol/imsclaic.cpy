          05  IN-CLAIM-DATE       PIC X(10).
          05  IN-CLAIM-AMOUNT     PIC 9(7).9(2).
          05  IN-CLAIM-DESC       PIC X(20).
      * UP TO 4 ICD-10-CM DIAGNOSIS CODES, NO DECIMAL POINT, PRINCIPAL
      * FIRST. A TERMINAL STILL SENDING THE SHORTER MESSAGE WITHOUT
      * THEM IS TOLD APART BY IN-LL.
          05  IN-CLAIM-DIAGNOSIS-CODE OCCURS 4 TIMES
                                  PIC X(8).
      * DATA AREA FOR TERMINAL OUTPUT
       01 OUTPUT-MSG.
          05  OUT-LL              PIC S9(3) COMP VALUE +0.
