       01  POSTED-BATCH-RECORD.
           05 PB-BATCH-NUMBER PIC 9(6).
           05 PB-POSTED-DATE PIC 9(8).
      *    the deposit controls PAYMENT-APPLICATION stamps - not
      *    used here, carried so the FD matches the file
           05 PB-DEPOSIT-TOTAL PIC 9(7)V99.
           05 PB-HISTORY-TOTAL PIC 9(7)V99.

       FD  LOCKBOX-EXCEPTION-FILE.
       01  LOCKBOX-EXCEPTION-HEADER PIC X(70).
