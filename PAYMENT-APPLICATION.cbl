      *          shows the bounced payment and its reversal, and a
      *          still-DUE refund the original overpayment created
      *          is backed out instead of being cheque'd anyway.
      *          The batch register carries each batch's deposit
      *          total and the part of it posted to the history
      *          file, for BANK-RECON to prove the bank against.
      *          A payment or reversal dated inside an accounting
      *          period MONTH-END-CLOSE has closed
      *          (ACCOUNTING-PERIODS.txt) is not allowed to change
      *          that month's figures: it posts redirected to the
      *          first day of the open period and is listed on the
      *          period-exceptions report with both dates.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           "C:\Users\harpa\Desktop\Project3\PAYMENT-SUSPENSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the months finance has closed - nothing may post dated
      *    inside one.  OPTIONAL because until the first close every
      *    month is open.
           SELECT OPTIONAL ACCOUNTING-PERIOD-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\ACCOUNTING-PERIODS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    every transaction kept out of a closed period, appended to
      *    by this run and by PAYMENT-ENTRY's refusals alike, so
      *    finance reads one list.  OPTIONAL - the first one creates
      *    it.
           SELECT OPTIONAL PERIOD-EXCEPTION-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PERIOD-EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * four record shapes share this FD: an HDR batch header, the
      *    one record per payment applied: the amount and date off
      *    the payment record plus the balance the student was left
      *    owing, read back by STATEMENT-OF-ACCOUNT.cbl.  HIST-TYPE
      *    is PAY for an applied payment, REV for an NSF reversal
      *    that put the amount back on the balance, FEE for a late
      *    fee LATE-FEE-CHARGE charged, WAV for one LATE-FEE-WAIVER
      *    took back off and AWD for a sponsor award
      *    SPONSOR-AWARD-POST applied - records written before the
      *    type was carried have blanks there, which every reader
      *    treats as PAY.  HIST-POSTED-DATE is the day THIS
      *    run put the money on the master - HIST-PAYMENT-DATE is
      *    the cheque/deposit date off the batch record, which for a
      *    lockbox item or a re-applied suspense payment is days
       01  PAYMENT-HOLD-RECORD.
           05 HOLD-STUDENT-NUMBER PIC 9(6).

      * one posted batch per record: its number, the day it was
      * posted, and what BANK-RECON proves the bank deposit against -
      * the face of the batch's payments (the cheques that went to
      * the bank) and how much of that went onto PAYMENT-HISTORY.txt
      * tonight, the rest having gone to suspense.  Both are blank on
      * batches registered before they were carried.
       FD  POSTED-BATCHES-FILE.
       01  POSTED-BATCH-RECORD.
           05 PB-BATCH-NUMBER PIC 9(6).
           05 PB-POSTED-DATE PIC 9(8).
           05 PB-DEPOSIT-TOTAL PIC 9(7)V99.
           05 PB-HISTORY-TOTAL PIC 9(7)V99.

      * same record layout as PAYMENT-RECORD - a suspense record is
      * just a payment still waiting for its student
           05 SUSP-AMOUNT PIC 9(4)V99.
           05 SUSP-DATE PIC 9(8).

      * same record layout MONTH-END-CLOSE.cbl appends - one record
      * per period closed
       FD  ACCOUNTING-PERIOD-FILE.
       01  ACCOUNTING-PERIOD-RECORD.
           05 AP-PERIOD PIC 9(6).
           05 AP-STATUS PIC X(6).
           05 AP-CLOSED-DATE PIC 9(8).
           05 AP-OPENING-BALANCE PIC 9(9)V99.
           05 AP-CLOSING-BALANCE PIC 9(9)V99.
           05 AP-CLOSED-BY PIC X(8).

       FD  PERIOD-EXCEPTION-FILE.
       01  PERIOD-EXCEPTION-LINE PIC X(90).

       WORKING-STORAGE SECTION.

      *    suspense payments carried in from prior runs, loaded
      *    table - the end-of-run rewrite would drop refund records,
      *    so the whole batch is refused before anything posts
           05 REFUND-OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 EOF-PERIOD-FLAG PIC X(3) VALUE "NO".

      *    the latest period MONTH-END-CLOSE has closed (zero while
      *    none has been) and the first day of the period still
      *    open after it - anything dated before that day is inside
      *    a closed month
       01  LAST-CLOSED-PERIOD-WS PIC 9(6) VALUE 0.
       01  OPEN-PERIOD-START-WS.
           05 OPEN-PERIOD-WS PIC 9(6).
           05 OPEN-PERIOD-PARTS-WS REDEFINES OPEN-PERIOD-WS.
               10 OPEN-PERIOD-YEAR-WS PIC 9(4).
               10 OPEN-PERIOD-MONTH-WS PIC 9(2).
           05 OPEN-PERIOD-DAY-WS PIC 9(2) VALUE 1.
       01  OPEN-PERIOD-DATE-WS REDEFINES OPEN-PERIOD-START-WS
               PIC 9(8).
       01  PERIOD-REDIRECTED-WS PIC 9(4) VALUE 0.

      *    one line on the period-exceptions report - the same
      *    layout PAYMENT-ENTRY writes its refusals in
       01  PERIOD-EXCEPTION-LINE-WS.
           05 PEL-RUN-DATE-WS PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PEL-PROGRAM-WS PIC X(19).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PEL-STUDENT-NUMBER-WS PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PEL-TYPE-WS PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PEL-AMOUNT-WS PIC Z,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PEL-DATED-WS PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PEL-ACTION-WS PIC X(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PEL-NEW-DATE-WS PIC X(8).

      *    what the verification pass counted in the batch, held
      *    against what the TRL record promised
           05 BATCH-HASH-WS PIC 9(10)V99 VALUE 0.
           05 BATCH-EXPECTED-COUNT-WS PIC 9(5) VALUE 0.
           05 BATCH-EXPECTED-HASH-WS PIC 9(10)V99 VALUE 0.
      *        the payments alone, without the reversals the hash
      *        also carries - what the bank was handed
           05 BATCH-DEPOSIT-WS PIC 9(7)V99 VALUE 0.
      *        of those, what was posted to the history file
           05 BATCH-HISTORY-WS PIC 9(7)V99 VALUE 0.

       01  DISCREPANCY-DETAIL-LINE-WS.
           05 DISC-LABEL-WS PIC X(18).
           ELSE
               PERFORM 150-LOAD-SUSPENSE
               PERFORM 155-LOAD-HOLDS
               PERFORM 158-LOAD-CLOSED-PERIOD
               PERFORM 200-OPEN-PAYMENT-FILES
               PERFORM 250-REAPPLY-SUSPENSE
               PERFORM 210-READ-PAYMENT-FILE
      *                        discrepancy report could be written
                               IF PAYMENT-AMOUNT IS NUMERIC
                                   ADD PAYMENT-AMOUNT TO BATCH-HASH-WS
                                   ADD PAYMENT-AMOUNT
                                       TO BATCH-DEPOSIT-WS
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE REFUNDS-DUE-FILE.

      *    the periods file only ever grows a month at a time, so
      *    the highest closed period is the lock - everything up to
      *    and including it is closed
       158-LOAD-CLOSED-PERIOD.
           OPEN INPUT ACCOUNTING-PERIOD-FILE.
           PERFORM UNTIL EOF-PERIOD-FLAG = "YES"
               READ ACCOUNTING-PERIOD-FILE
                   AT END MOVE "YES" TO EOF-PERIOD-FLAG
                   NOT AT END
                       IF AP-STATUS = "CLOSED"
                               AND AP-PERIOD > LAST-CLOSED-PERIOD-WS
                           MOVE AP-PERIOD TO LAST-CLOSED-PERIOD-WS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNTING-PERIOD-FILE.
           MOVE 0 TO OPEN-PERIOD-DATE-WS.
           IF LAST-CLOSED-PERIOD-WS > 0
               MOVE LAST-CLOSED-PERIOD-WS TO OPEN-PERIOD-WS
               IF OPEN-PERIOD-MONTH-WS = 12
                   ADD 1 TO OPEN-PERIOD-YEAR-WS
                   MOVE 1 TO OPEN-PERIOD-MONTH-WS
               ELSE
                   ADD 1 TO OPEN-PERIOD-MONTH-WS
               END-IF
               MOVE 1 TO OPEN-PERIOD-DAY-WS
           END-IF.

       200-OPEN-PAYMENT-FILES.
           ACCEPT POSTING-DATE-WS FROM DATE YYYYMMDD.
           OPEN INPUT PAYMENTS-FILE.
           OPEN I-O STUDENT-RECORDS-FILE.
           OPEN OUTPUT PAYMENT-RECON-REPORT-FILE.
           OPEN EXTEND PAYMENT-HISTORY-FILE.
           OPEN EXTEND PERIOD-EXCEPTION-FILE.
           MOVE "STUDENT NUMBER  AMOUNT      STATUS"
               TO RECON-REPORT-HEADER.
           WRITE RECON-REPORT-HEADER.
       301-POST-OR-SUSPEND.
           PERFORM 320-FIND-STUDENT.
           IF FOUND-FLAG = "YES"
               MOVE "PAY" TO PEL-TYPE-WS
               PERFORM 305-REDIRECT-CLOSED-PERIOD
      *        STUDENT-TUTION-OWED is unsigned - subtracting a
      *        payment larger than the balance owed would wrap to the
      *        absolute value instead of going to zero, so an
               ADD 1 TO PAYMENTS-APPLIED-WS
               IF CURR-SOURCE = "SUS"
                   ADD 1 TO SUSPENSE-REAPPLIED-WS
               ELSE
                   ADD CURR-AMOUNT TO BATCH-HISTORY-WS
               END-IF
           ELSE
               MOVE "UNMATCHED - TO SUSPENSE" TO RECON-STATUS
           WRITE RECON-REPORT-RECORD.
           DISPLAY RECON-REPORT-RECORD.

      *    a transaction about to post with a date inside a closed
      *    period is re-dated to the first day of the open one -
      *    the money is real and still posts, it just cannot land
      *    in a month finance has already reported - and it is
      *    listed with both dates.  Only what actually posts comes
      *    through here; a payment going to suspense keeps its date
      *    and is checked again the run it posts.
       305-REDIRECT-CLOSED-PERIOD.
           IF LAST-CLOSED-PERIOD-WS > 0
                   AND CURR-DATE < OPEN-PERIOD-DATE-WS
               ACCEPT PEL-RUN-DATE-WS FROM DATE YYYYMMDD
               MOVE "PAYMENT-APPLICATION" TO PEL-PROGRAM-WS
               MOVE CURR-STUDENT-NUMBER TO PEL-STUDENT-NUMBER-WS
               MOVE CURR-AMOUNT TO PEL-AMOUNT-WS
               MOVE CURR-DATE TO PEL-DATED-WS
               MOVE "REDIRECTED TO" TO PEL-ACTION-WS
               MOVE OPEN-PERIOD-DATE-WS TO PEL-NEW-DATE-WS
               WRITE PERIOD-EXCEPTION-LINE
                   FROM PERIOD-EXCEPTION-LINE-WS
               MOVE OPEN-PERIOD-DATE-WS TO CURR-DATE
               ADD 1 TO PERIOD-REDIRECTED-WS
           END-IF.

      *    linear scan of the (small) holds table for the payment's
      *    student number
       325-CHECK-HOLD.
           ELSE
               PERFORM 320-FIND-STUDENT
               IF FOUND-FLAG = "YES"
                   MOVE "REV" TO PEL-TYPE-WS
                   PERFORM 305-REDIRECT-CLOSED-PERIOD
      *            the refund is backed out FIRST, so the amount
      *            going back on the balance can be netted down by
      *            the cancelled excess - a 150 cheque against a
           MOVE RECON-TRAILER-LINE-WS TO RECON-REPORT-HEADER.
           WRITE RECON-REPORT-HEADER.

           MOVE SPACES TO RECON-REPORT-HEADER.
           MOVE "CLOSED-PERIOD REDATED:" TO RECON-TRAILER-LABEL-WS.
           MOVE PERIOD-REDIRECTED-WS TO RECON-TRAILER-VALUE-WS.
           MOVE RECON-TRAILER-LINE-WS TO RECON-REPORT-HEADER.
           WRITE RECON-REPORT-HEADER.

           CLOSE PAYMENTS-FILE.
           CLOSE STUDENT-RECORDS-FILE.
           CLOSE PAYMENT-RECON-REPORT-FILE.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE PERIOD-EXCEPTION-FILE.

      *    rewrites the suspense file with only the payments still
      *    unmatched after this run - re-applied ones drop off, new
           OPEN EXTEND POSTED-BATCHES-FILE.
           MOVE BATCH-NUMBER-WS TO PB-BATCH-NUMBER.
           ACCEPT PB-POSTED-DATE FROM DATE YYYYMMDD.
           MOVE BATCH-DEPOSIT-WS TO PB-DEPOSIT-TOTAL.
           MOVE BATCH-HISTORY-WS TO PB-HISTORY-TOTAL.
           WRITE POSTED-BATCH-RECORD.
           CLOSE POSTED-BATCHES-FILE.

