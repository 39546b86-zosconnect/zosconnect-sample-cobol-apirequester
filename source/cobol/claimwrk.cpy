      * CLAIMWRR BATCH REPORT GIVES SUPERVISORS PER-EXAMINER OPEN      *
      * INVENTORY AND THROUGHPUT. AN ENTRY WITH SPACES IN              *
      * WRK-EXAMINER-ID IS UNASSIGNED; SPACES IN WRK-DISPOSITION       *
      * MEANS STILL OPEN. A CLAIM SENT A PROVIDER RFI (ACTION 'I') IS  *
      * DISPOSED 'RFI ' AND REOPENED, UNASSIGNED WITH ITS ORIGINAL     *
      * QUEUED TIMESTAMP, WHEN THE RESPONSE IS RECORDED (ACTION 'F').  *
      *                                                                *
      ******************************************************************
       01 WORK-QUEUE-RECORD.
