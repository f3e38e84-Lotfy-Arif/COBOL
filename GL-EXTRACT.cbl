      *          ISSUED today into balanced debit/credit journal
      *          pairs on GL-EXTRACT.txt: an applied payment debits
      *          cash and credits tuition receivable, an NSF
      *          reversal does the opposite, a late fee debits
      *          tuition receivable and credits late-fee revenue, a
      *          fee waiver does the opposite, an issued refund debits
      *          the refunds-payable account and credits cash.  A
      *          sponsor award posted today (SPONSOR-AWARDS.txt)
      *          credits tuition receivable against the
      *          sponsor-receivable account, or against scholarship
      *          expense when the sponsor is one of the college's own
      *          bursaries, and a sponsor cheque applied today
      *          (SPONSOR-PAYMENTS.txt) debits cash and credits the
      *          sponsor receivable.  The
      *          file carries HDR/TRL control records like
      *          PAYMENTS.txt, the TRL proving total debits equal
      *          total credits - so the ledger import can reject a
      *          bad day the way 160-VERIFY-BATCH-CONTROLS rejects a
      *          bad payments batch.
      *          GL-EXTRACT.txt is rebuilt every day for the ledger
      *          import, so every journal record is also appended to
      *          the cumulative GL-JOURNAL-HISTORY.txt that
      *          MONTH-END-CLOSE totals a period's journals from.  A
      *          second run on the same day first takes the day's
      *          earlier journals back off the history, through
      *          GL-HISTORY-WORK.txt, and then appends the day again
      *          in full - so postings made between the runs reach
      *          the history and nothing is on it twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           "C:\Users\harpa\Desktop\Project3\REFUNDS-DUE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL - no sponsors, no awards or no sponsor cheques
      *    yet is a day with nothing of theirs to journal
           SELECT OPTIONAL SPONSOR-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\SPONSORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SPONSOR-AWARD-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\SPONSOR-AWARDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SPONSOR-PAYMENT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\SPONSOR-PAYMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-EXTRACT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\GL-EXTRACT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    every day's journals, appended to and only rewritten to
      *    take today's off again on a rerun - OPTIONAL so the first
      *    run creates it
           SELECT OPTIONAL GL-JOURNAL-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\GL-JOURNAL-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the history less today's records is built here first and
      *    only then copied back over it
           SELECT GL-HISTORY-WORK-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\GL-HISTORY-WORK.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * same record layout PAYMENT-APPLICATION.cbl appends - PAY for
      * an applied payment, REV for an NSF reversal, FEE for a late
      * fee LATE-FEE-CHARGE charged, WAV for one LATE-FEE-WAIVER took
      * back off, AWD for a sponsor award (blank on records written
      * before the type was carried, read as PAY)
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05 HIST-STUDENT-NUMBER PIC 9(6).
           05 REF-STATUS PIC X(6).
           05 REF-ISSUED-DATE PIC X(8).

      * same record layout SPONSOR-MAINT.cbl maintains - only the
      * code and type matter here
       FD  SPONSOR-FILE.
       01  SPONSOR-RECORD.
           05 SPN-SPONSOR-CODE PIC X(6).
           05 SPN-SPONSOR-NAME PIC X(40).
           05 SPN-SPONSOR-TYPE PIC X(8).
           05 SPN-BILLING-ADDRESS PIC X(40).

      * same record layout SPONSOR-MAINT.cbl maintains - only awards
      * SPONSOR-AWARD-POST posted today matter here
       FD  SPONSOR-AWARD-FILE.
       01  SPONSOR-AWARD-RECORD.
           05 AWD-STUDENT-NUMBER PIC 9(6).
           05 AWD-SPONSOR-CODE PIC X(6).
           05 AWD-TERM PIC X(5).
           05 AWD-BASIS PIC X(3).
           05 AWD-AMOUNT PIC 9(4)V99.
           05 AWD-PERCENT PIC 9(3).
           05 AWD-STATUS PIC X(6).
           05 AWD-POSTED-AMOUNT PIC 9(4)V99.
           05 AWD-POSTED-DATE PIC X(8).
           05 AWD-PAID-AMOUNT PIC 9(4)V99.

      * same record layout SPONSOR-PAYMENT.cbl appends - only pieces
      * received today matter here
       FD  SPONSOR-PAYMENT-FILE.
       01  SPONSOR-PAYMENT-RECORD.
           05 SPP-SPONSOR-CODE PIC X(6).
           05 SPP-INVOICE-DATE PIC 9(8).
           05 SPP-STUDENT-NUMBER PIC 9(6).
           05 SPP-TERM PIC X(5).
           05 SPP-AMOUNT PIC 9(4)V99.
           05 SPP-RECEIVED-DATE PIC 9(8).
           05 SPP-REFERENCE PIC X(10).
           05 SPP-ENTERED-BY PIC X(8).

      * three record shapes share this FD, the same HDR/detail/TRL
      * convention PAYMENTS.txt carries, told apart by the first
      * bytes
           05 JRN-AMOUNT PIC 9(4)V99.
           05 JRN-STUDENT-NUMBER PIC 9(6).
           05 JRN-DATE PIC 9(8).
      *    what kind of movement the pair came from - PAY, REV,
      *    FEE, WAV, RFD, AWD, SPP
           05 JRN-SOURCE PIC X(3).
       01  GL-HEADER-RECORD.
           05 GLH-RECORD-TYPE PIC X(3).
           05 GLT-DEBIT-TOTAL PIC 9(10)V99.
           05 GLT-CREDIT-TOTAL PIC 9(10)V99.

      * the journal records alone, the same layout as
      * GL-JOURNAL-RECORD - no HDR/TRL, since the file spans days
       FD  GL-JOURNAL-HISTORY-FILE.
       01  GL-HISTORY-RECORD.
           05 GJH-ACCOUNT PIC X(16).
           05 GJH-DR-CR PIC X(2).
           05 GJH-AMOUNT PIC 9(4)V99.
           05 GJH-STUDENT-NUMBER PIC 9(6).
           05 GJH-DATE PIC 9(8).
           05 GJH-SOURCE PIC X(3).

       FD  GL-HISTORY-WORK-FILE.
       01  GL-HISTORY-WORK-RECORD PIC X(41).

       WORKING-STORAGE SECTION.

       01  FLAG-FIELDS.
           05 EOF-HIST-FLAG PIC X(3) VALUE "NO".
           05 EOF-REF-FLAG PIC X(3) VALUE "NO".
           05 EOF-SPN-FLAG PIC X(3) VALUE "NO".
           05 EOF-AWD-FLAG PIC X(3) VALUE "NO".
           05 EOF-SPP-FLAG PIC X(3) VALUE "NO".
           05 BURSARY-FLAG PIC X(3) VALUE "NO".
           05 EOF-GJH-FLAG PIC X(3) VALUE "NO".
      *    set when the journal history already holds records
      *    dated today - a re-run takes them off before it appends
      *    the day again, so the day is never on the history twice
           05 TODAY-ON-HISTORY-FLAG PIC X(3) VALUE "NO".

      *    sponsor codes that are the college's own bursaries - their
      *    awards go to scholarship expense, not to a receivable
       01  BURSARY-TABLE.
           05  BURSARY-COUNT-WS PIC 9(3) VALUE 0.
           05  BURSARY-CODE-WS PIC X(6) OCCURS 1 TO 200 TIMES
                   DEPENDING ON BURSARY-COUNT-WS.
       01  BURSARY-SUB-WS PIC 9(3).

       01  EXTRACT-DATE-WS PIC 9(8).
       01  JOURNAL-COUNT-WS PIC 9(5) VALUE 0.
       01  PAYMENTS-JOURNALED-WS PIC 9(5) VALUE 0.
       01  REVERSALS-JOURNALED-WS PIC 9(5) VALUE 0.
       01  REFUNDS-JOURNALED-WS PIC 9(5) VALUE 0.
       01  FEES-JOURNALED-WS PIC 9(5) VALUE 0.
       01  WAIVERS-JOURNALED-WS PIC 9(5) VALUE 0.
       01  AWARDS-JOURNALED-WS PIC 9(5) VALUE 0.
       01  SPONSOR-PAYMENTS-JOURNALED-WS PIC 9(5) VALUE 0.
       01  DEBIT-TOTAL-WS PIC 9(10)V99 VALUE 0.
       01  CREDIT-TOTAL-WS PIC 9(10)V99 VALUE 0.

               VALUE "1200-TUITION-AR".
           05 REFUND-PAY-ACCOUNT-WS PIC X(16)
               VALUE "2100-REFUND-PAY".
           05 LATE-FEE-REV-ACCOUNT-WS PIC X(16)
               VALUE "4100-LATE-FEES".
           05 SPONSOR-AR-ACCOUNT-WS PIC X(16)
               VALUE "1300-SPONSOR-AR".
           05 SCHOLARSHIP-EXP-ACCOUNT-WS PIC X(16)
               VALUE "5200-SCHOLARSHIP".

           COPY RUN-LOG.


       PERFORM 140-LOG-RUN-START.
       ACCEPT EXTRACT-DATE-WS FROM DATE YYYYMMDD.
       PERFORM 100-LOAD-BURSARIES.
       PERFORM 150-CHECK-JOURNAL-HISTORY.
       IF TODAY-ON-HISTORY-FLAG = "YES"
           PERFORM 160-DROP-TODAY-FROM-HISTORY
       END-IF.
       PERFORM 200-OPEN-EXTRACT-FILES.
       PERFORM 300-EXTRACT-HISTORY UNTIL EOF-HIST-FLAG = "YES".
       PERFORM 400-EXTRACT-REFUNDS UNTIL EOF-REF-FLAG = "YES".
       PERFORM 600-EXTRACT-AWARDS UNTIL EOF-AWD-FLAG = "YES".
       PERFORM 700-EXTRACT-SPONSOR-PAYMENTS UNTIL EOF-SPP-FLAG = "YES".
       PERFORM 500-CLOSE-EXTRACT-FILES.
       PERFORM 145-LOG-RUN-END.

           MOVE "GL-EXTRACT" TO RUN-LOG-PROGRAM-WS.
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS.
           COMPUTE RUN-LOG-READ-WS = PAYMENTS-JOURNALED-WS
               + REVERSALS-JOURNALED-WS + REFUNDS-JOURNALED-WS
               + FEES-JOURNALED-WS + WAIVERS-JOURNALED-WS
               + AWARDS-JOURNALED-WS + SPONSOR-PAYMENTS-JOURNALED-WS.
           MOVE JOURNAL-COUNT-WS TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    only the bursary codes are kept - every other sponsor is
      *    billed, so its awards go to the sponsor receivable.  More
      *    than the table holds is called out on the console: a
      *    bursary dropped here would have its awards journaled as
      *    money a sponsor owes.
       100-LOAD-BURSARIES.
           OPEN INPUT SPONSOR-FILE.
           PERFORM UNTIL EOF-SPN-FLAG = "YES"
               READ SPONSOR-FILE
                   AT END MOVE "YES" TO EOF-SPN-FLAG
                   NOT AT END
                       IF SPN-SPONSOR-TYPE = "BURSARY"
                           IF BURSARY-COUNT-WS >= 200
                               DISPLAY "BURSARY TABLE FULL (200) - "
                                   "DO NOT IMPORT THIS EXTRACT"
                               MOVE "YES" TO EOF-SPN-FLAG
                           ELSE
                               ADD 1 TO BURSARY-COUNT-WS
                               MOVE SPN-SPONSOR-CODE
                                   TO BURSARY-CODE-WS(BURSARY-COUNT-WS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SPONSOR-FILE.

      *    one pass over the journal history for records dated
      *    today - the first one found settles it
       150-CHECK-JOURNAL-HISTORY.
           OPEN INPUT GL-JOURNAL-HISTORY-FILE.
           PERFORM UNTIL EOF-GJH-FLAG = "YES"
               READ GL-JOURNAL-HISTORY-FILE
                   AT END MOVE "YES" TO EOF-GJH-FLAG
                   NOT AT END
                       IF GJH-DATE = EXTRACT-DATE-WS
                           MOVE "YES" TO TODAY-ON-HISTORY-FLAG
                           MOVE "YES" TO EOF-GJH-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-JOURNAL-HISTORY-FILE.

      *    every record not dated today goes to the work file, and
      *    the work file back over the history - the same copy-back
      *    ENROLMENT-CENSUS rebuilds its snapshots with
       160-DROP-TODAY-FROM-HISTORY.
           OPEN INPUT GL-JOURNAL-HISTORY-FILE.
           OPEN OUTPUT GL-HISTORY-WORK-FILE.
           MOVE "NO" TO EOF-GJH-FLAG.
           PERFORM UNTIL EOF-GJH-FLAG = "YES"
               READ GL-JOURNAL-HISTORY-FILE
                   AT END MOVE "YES" TO EOF-GJH-FLAG
                   NOT AT END
                       IF GJH-DATE NOT = EXTRACT-DATE-WS
                           WRITE GL-HISTORY-WORK-RECORD
                               FROM GL-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-JOURNAL-HISTORY-FILE.
           CLOSE GL-HISTORY-WORK-FILE.

           OPEN INPUT GL-HISTORY-WORK-FILE.
           OPEN OUTPUT GL-JOURNAL-HISTORY-FILE.
           MOVE "NO" TO EOF-GJH-FLAG.
           PERFORM UNTIL EOF-GJH-FLAG = "YES"
               READ GL-HISTORY-WORK-FILE
                   AT END MOVE "YES" TO EOF-GJH-FLAG
                   NOT AT END
                       WRITE GL-HISTORY-RECORD
                           FROM GL-HISTORY-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE GL-HISTORY-WORK-FILE.
           CLOSE GL-JOURNAL-HISTORY-FILE.

       200-OPEN-EXTRACT-FILES.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           OPEN INPUT REFUNDS-DUE-FILE.
           OPEN INPUT SPONSOR-AWARD-FILE.
           OPEN INPUT SPONSOR-PAYMENT-FILE.
           OPEN OUTPUT GL-EXTRACT-FILE.
           OPEN EXTEND GL-JOURNAL-HISTORY-FILE.
           MOVE "HDR" TO GLH-RECORD-TYPE.
           MOVE EXTRACT-DATE-WS TO GLH-EXTRACT-DATE.
           WRITE GL-HEADER-RECORD.
      *    Rows from before the posted date was carried have blanks
      *    there and never qualify, so they are never re-journaled.
      *    A payment is cash in against receivable; a reversal is
      *    the same pair the other way around.  A late fee raises
      *    receivable against late-fee revenue; a waiver takes the
      *    revenue back out.  An AWD sponsor award is passed over
      *    here: which account it goes to depends on the sponsor,
      *    which the history does not carry, so 600 journals it off
      *    the award file instead.
       300-EXTRACT-HISTORY.
           READ PAYMENT-HISTORY-FILE
               AT END MOVE "YES" TO EOF-HIST-FLAG
               NOT AT END
                   IF HIST-POSTED-DATE IS NUMERIC
                           AND HIST-POSTED-DATE = EXTRACT-DATE-WS
                           AND HIST-TYPE NOT = "AWD"
                       MOVE HIST-AMOUNT TO CURR-AMOUNT-WS
                       MOVE HIST-STUDENT-NUMBER TO CURR-STUDENT-WS
                       EVALUATE HIST-TYPE
                           WHEN "REV"
                               MOVE "REV" TO CURR-SOURCE-WS
                               MOVE TUITION-AR-ACCOUNT-WS
                                   TO CURR-DEBIT-ACCT-WS
                               MOVE CASH-ACCOUNT-WS
                                   TO CURR-CREDIT-ACCT-WS
                               ADD 1 TO REVERSALS-JOURNALED-WS
                           WHEN "FEE"
                               MOVE "FEE" TO CURR-SOURCE-WS
                               MOVE TUITION-AR-ACCOUNT-WS
                                   TO CURR-DEBIT-ACCT-WS
                               MOVE LATE-FEE-REV-ACCOUNT-WS
                                   TO CURR-CREDIT-ACCT-WS
                               ADD 1 TO FEES-JOURNALED-WS
                           WHEN "WAV"
                               MOVE "WAV" TO CURR-SOURCE-WS
                               MOVE LATE-FEE-REV-ACCOUNT-WS
                                   TO CURR-DEBIT-ACCT-WS
                               MOVE TUITION-AR-ACCOUNT-WS
                                   TO CURR-CREDIT-ACCT-WS
                               ADD 1 TO WAIVERS-JOURNALED-WS
                           WHEN OTHER
                               MOVE "PAY" TO CURR-SOURCE-WS
                               MOVE CASH-ACCOUNT-WS
                                   TO CURR-DEBIT-ACCT-WS
                               MOVE TUITION-AR-ACCOUNT-WS
                                   TO CURR-CREDIT-ACCT-WS
                               ADD 1 TO PAYMENTS-JOURNALED-WS
                       END-EVALUATE
                       PERFORM 350-WRITE-JOURNAL-PAIR
                   END-IF
           END-READ.

      *    one balanced pair: the debit and its matching credit for
      *    the same amount - by writing both here, a movement can
      *    never land one-sided on the extract - or on the journal
      *    history
       350-WRITE-JOURNAL-PAIR.
           MOVE CURR-DEBIT-ACCT-WS TO JRN-ACCOUNT.
           MOVE "DR" TO JRN-DR-CR.
           MOVE EXTRACT-DATE-WS TO JRN-DATE.
           MOVE CURR-SOURCE-WS TO JRN-SOURCE.
           WRITE GL-JOURNAL-RECORD.
           PERFORM 360-WRITE-JOURNAL-HISTORY.
           ADD CURR-AMOUNT-WS TO DEBIT-TOTAL-WS.
           ADD 1 TO JOURNAL-COUNT-WS.

           MOVE EXTRACT-DATE-WS TO JRN-DATE.
           MOVE CURR-SOURCE-WS TO JRN-SOURCE.
           WRITE GL-JOURNAL-RECORD.
           PERFORM 360-WRITE-JOURNAL-HISTORY.
           ADD CURR-AMOUNT-WS TO CREDIT-TOTAL-WS.
           ADD 1 TO JOURNAL-COUNT-WS.

       360-WRITE-JOURNAL-HISTORY.
           MOVE GL-JOURNAL-RECORD TO GL-HISTORY-RECORD.
           WRITE GL-HISTORY-RECORD.

      *    an award SPONSOR-AWARD-POST posted today - the student's
      *    receivable comes down against the sponsor's, or against
      *    scholarship expense for a bursary.  A later payment
      *    changes the award to PAID but leaves its posted date, so
      *    it is never re-journaled.
       600-EXTRACT-AWARDS.
           READ SPONSOR-AWARD-FILE
               AT END MOVE "YES" TO EOF-AWD-FLAG
               NOT AT END
                   IF (AWD-STATUS = "POSTED" OR AWD-STATUS = "PAID")
                           AND AWD-POSTED-DATE IS NUMERIC
                           AND AWD-POSTED-DATE = EXTRACT-DATE-WS
                       MOVE AWD-POSTED-AMOUNT TO CURR-AMOUNT-WS
                       MOVE AWD-STUDENT-NUMBER TO CURR-STUDENT-WS
                       MOVE "AWD" TO CURR-SOURCE-WS
                       PERFORM 610-CHECK-BURSARY
                       IF BURSARY-FLAG = "YES"
                           MOVE SCHOLARSHIP-EXP-ACCOUNT-WS
                               TO CURR-DEBIT-ACCT-WS
                       ELSE
                           MOVE SPONSOR-AR-ACCOUNT-WS
                               TO CURR-DEBIT-ACCT-WS
                       END-IF
                       MOVE TUITION-AR-ACCOUNT-WS
                           TO CURR-CREDIT-ACCT-WS
                       ADD 1 TO AWARDS-JOURNALED-WS
                       PERFORM 350-WRITE-JOURNAL-PAIR
                   END-IF
           END-READ.

       610-CHECK-BURSARY.
           MOVE "NO" TO BURSARY-FLAG.
           PERFORM VARYING BURSARY-SUB-WS FROM 1 BY 1
                   UNTIL BURSARY-SUB-WS > BURSARY-COUNT-WS
                       OR BURSARY-FLAG = "YES"
               IF BURSARY-CODE-WS(BURSARY-SUB-WS) = AWD-SPONSOR-CODE
                   MOVE "YES" TO BURSARY-FLAG
               END-IF
           END-PERFORM.

      *    one piece of a sponsor cheque applied today - cash in
      *    against the sponsor receivable, carrying the student the
      *    piece paid for
       700-EXTRACT-SPONSOR-PAYMENTS.
           READ SPONSOR-PAYMENT-FILE
               AT END MOVE "YES" TO EOF-SPP-FLAG
               NOT AT END
                   IF SPP-RECEIVED-DATE = EXTRACT-DATE-WS
                       MOVE SPP-AMOUNT TO CURR-AMOUNT-WS
                       MOVE SPP-STUDENT-NUMBER TO CURR-STUDENT-WS
                       MOVE "SPP" TO CURR-SOURCE-WS
                       MOVE CASH-ACCOUNT-WS TO CURR-DEBIT-ACCT-WS
                       MOVE SPONSOR-AR-ACCOUNT-WS
                           TO CURR-CREDIT-ACCT-WS
                       ADD 1 TO SPONSOR-PAYMENTS-JOURNALED-WS
                       PERFORM 350-WRITE-JOURNAL-PAIR
                   END-IF
           END-READ.

      *    the TRL record is the ledger import's proof, the same
      *    role PAYMENTS.txt's trailer plays for posting - and the
      *    run proves itself before handing the file over
           WRITE GL-TRAILER-RECORD.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE REFUNDS-DUE-FILE.
           CLOSE SPONSOR-AWARD-FILE.
           CLOSE SPONSOR-PAYMENT-FILE.
           CLOSE GL-EXTRACT-FILE.
           CLOSE GL-JOURNAL-HISTORY-FILE.
           IF TODAY-ON-HISTORY-FLAG = "YES"
               DISPLAY "TODAY'S EARLIER JOURNALS ON "
                   "GL-JOURNAL-HISTORY REPLACED BY THIS RUN'S"
           END-IF.
           DISPLAY "PAYMENTS JOURNALED:  " PAYMENTS-JOURNALED-WS.
           DISPLAY "REVERSALS JOURNALED: " REVERSALS-JOURNALED-WS.
           DISPLAY "LATE FEES JOURNALED: " FEES-JOURNALED-WS.
           DISPLAY "WAIVERS JOURNALED:   " WAIVERS-JOURNALED-WS.
           DISPLAY "REFUNDS JOURNALED:   " REFUNDS-JOURNALED-WS.
           DISPLAY "AWARDS JOURNALED:    " AWARDS-JOURNALED-WS.
           DISPLAY "SPONSOR CHEQUES:     "
               SPONSOR-PAYMENTS-JOURNALED-WS.
           DISPLAY "JOURNAL RECORDS:     " JOURNAL-COUNT-WS.
           IF DEBIT-TOTAL-WS = CREDIT-TOTAL-WS
               DISPLAY "DEBITS EQUAL CREDITS - EXTRACT PROVES"
