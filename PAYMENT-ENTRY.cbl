      *          reversals are keyed here too - a REV record takes a
      *          bounced cheque's amount back out when the batch
      *          posts, and it counts in the TRL controls like any
      *          other money movement.  A payment or reversal dated
      *          inside an accounting period MONTH-END-CLOSE has
      *          closed is refused at the prompt - the clerk re-keys
      *          it dated in the open period - and each refusal is
      *          listed on the period-exceptions report
      *          PAYMENT-APPLICATION also writes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           "C:\Users\harpa\Desktop\Project3\POSTED-BATCHES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the months finance has closed - OPTIONAL because until the
      *    first close every month is open
           SELECT OPTIONAL ACCOUNTING-PERIOD-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\ACCOUNTING-PERIODS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    shared with PAYMENT-APPLICATION, appended to - OPTIONAL so
      *    the first refusal creates it
           SELECT OPTIONAL PERIOD-EXCEPTION-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PERIOD-EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * same four record shapes as PAYMENT-APPLICATION.cbl - HDR
       01  POSTED-BATCH-RECORD.
           05 PB-BATCH-NUMBER PIC 9(6).
           05 PB-POSTED-DATE PIC 9(8).
      *    the deposit controls PAYMENT-APPLICATION stamps - not
      *    used here, carried so the FD matches the file
           05 PB-DEPOSIT-TOTAL PIC 9(7)V99.
           05 PB-HISTORY-TOTAL PIC 9(7)V99.

      * same record layout MONTH-END-CLOSE.cbl appends - only the
      * period and status matter here
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

      *    than the table - saving would drop payments, so the
      *    session refuses to start rather than lose money
           05 LOAD-OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 EOF-PERIOD-FLAG PIC X(3) VALUE "NO".

      *    the latest period closed (zero while none has been) and
      *    the first day of the open period after it - a date keyed
      *    before that day is inside a closed month
       01  LAST-CLOSED-PERIOD-WS PIC 9(6) VALUE 0.
       01  OPEN-PERIOD-START-WS.
           05 OPEN-PERIOD-WS PIC 9(6).
           05 OPEN-PERIOD-PARTS-WS REDEFINES OPEN-PERIOD-WS.
               10 OPEN-PERIOD-YEAR-WS PIC 9(4).
               10 OPEN-PERIOD-MONTH-WS PIC 9(2).
           05 OPEN-PERIOD-DAY-WS PIC 9(2) VALUE 1.
       01  OPEN-PERIOD-DATE-WS REDEFINES OPEN-PERIOD-START-WS
               PIC 9(8).
       01  ENTRY-DATE-WS PIC 9(8).

      *    one line on the period-exceptions report - the same
      *    layout PAYMENT-APPLICATION writes its redirections in
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

       01  USER-PROMPT.
           05 USER-INPUT PIC A(1).
                   "this itself on a clean run) - session ended"
               STOP RUN
           END-IF.
           PERFORM LOAD-CLOSED-PERIOD.
           OPEN INPUT STUDENT-RECORDS-FILE.
           DISPLAY "Would you like to enter a payment ? Y/N".
           ACCEPT USER-INPUT.
           END-PERFORM.
           MOVE ENTRY-CHECK-WS TO ENTRY-CENTS-WS.

           MOVE "PAY" TO PEL-TYPE-WS.
           MOVE SPACES TO ENTRY-CHECK-DATE-WS.
           PERFORM UNTIL ENTRY-CHECK-DATE-WS IS NUMERIC
               DISPLAY "Enter the payment date (YYYYMMDD)"
                   IF ENTRY-CHECK-DATE-WS NOT NUMERIC
                       DISPLAY "Invalid entry - numbers only, try again"
                       MOVE SPACES TO ENTRY-CHECK-DATE-WS
                   ELSE
                       PERFORM CHECK-CLOSED-PERIOD
                   END-IF
               END-IF
           END-PERFORM.
           END-PERFORM.
           MOVE ENTRY-CHECK-WS TO ENTRY-CENTS-WS.

           MOVE "REV" TO PEL-TYPE-WS.
           MOVE SPACES TO ENTRY-CHECK-DATE-WS.
           PERFORM UNTIL ENTRY-CHECK-DATE-WS IS NUMERIC
               DISPLAY "Enter the reversal date (YYYYMMDD)"
                   IF ENTRY-CHECK-DATE-WS NOT NUMERIC
                       DISPLAY "Invalid entry - numbers only, try again"
                       MOVE SPACES TO ENTRY-CHECK-DATE-WS
                   ELSE
                       PERFORM CHECK-CLOSED-PERIOD
                   END-IF
               END-IF
           END-PERFORM.
               COMPUTE OPEN-BATCH-NUMBER-WS = HIGHEST-POSTED-WS + 1
           END-IF.

      *    the periods file only ever grows a month at a time, so
      *    the highest closed period is the lock
       LOAD-CLOSED-PERIOD.
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

      *    a date keyed inside a closed month is refused on the spot
      *    and the date loop asks again - the refusal goes on the
      *    period-exceptions report so finance sees what the counter
      *    tried to back-date
       CHECK-CLOSED-PERIOD.
           MOVE ENTRY-CHECK-DATE-WS TO ENTRY-DATE-WS.
           IF LAST-CLOSED-PERIOD-WS > 0
                   AND ENTRY-DATE-WS < OPEN-PERIOD-DATE-WS
               DISPLAY "Period " LAST-CLOSED-PERIOD-WS " and earlier "
                   "are closed - date it on or after "
                   OPEN-PERIOD-DATE-WS
               ACCEPT PEL-RUN-DATE-WS FROM DATE YYYYMMDD
               MOVE "PAYMENT-ENTRY" TO PEL-PROGRAM-WS
               MOVE STUDENT-NUMBER TO PEL-STUDENT-NUMBER-WS
               MOVE AMOUNT-BUILT-WS TO PEL-AMOUNT-WS
               MOVE ENTRY-DATE-WS TO PEL-DATED-WS
               MOVE "REFUSED" TO PEL-ACTION-WS
               MOVE SPACES TO PEL-NEW-DATE-WS
               OPEN EXTEND PERIOD-EXCEPTION-FILE
               WRITE PERIOD-EXCEPTION-LINE
                   FROM PERIOD-EXCEPTION-LINE-WS
               CLOSE PERIOD-EXCEPTION-FILE
               MOVE SPACES TO ENTRY-CHECK-DATE-WS
           END-IF.

      *    one completion record on the shared run-log per entry
      *    session, so the operations summary shows who keyed
      *    payments and how many
