      ******************************************************************
      * Author:
      * Date:
      * Purpose: month-end close of the tuition receivable.  Payments
      *          were being posted with dates in months finance had
      *          already reported, changing the numbers after the
      *          fact - once a month is closed here, PAYMENT-ENTRY
      *          refuses and PAYMENT-APPLICATION re-dates anything
      *          dated inside it.  The operator signs on and names
      *          the month to close - always the month after the
      *          last one closed, and never the month still running.
      *          An AR subledger trial balance is built for it: the
      *          opening balance (the last close's closing balance),
      *          the month's late-fee charges, NSF reversals,
      *          payments, fee waivers and sponsor awards off
      *          PAYMENT-HISTORY.txt by the day they posted, and the
      *          overpayments and paid waived fees moved off the
      *          balance onto REFUNDS-DUE.txt, each in the month its
      *          payment or waiver posted.  The closing figure must
      *          tie to the sum of STUDENT-TUTION-OWED on the master,
      *          wound back by whatever has posted since the month
      *          ended, and the month's movement must tie to the
      *          tuition receivable lines of the GL journals
      *          GL-EXTRACT kept on GL-JOURNAL-HISTORY.txt.  The
      *          trial balance prints to MONTH-END-CLOSE.TXT.  A
      *          month that ties closes on confirmation; one that
      *          does not is refused unless the operator overrides
      *          with a reason.  The close appends the month to
      *          ACCOUNTING-PERIODS.txt and goes to the shared
      *          change-audit file - an override as OVERRD with the
      *          reason.  Same sign-on shape as LATE-FEE-WAIVER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END-CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL - until the first close there are no periods
           SELECT OPTIONAL ACCOUNTING-PERIOD-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\ACCOUNTING-PERIODS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PAYMENT-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REFUNDS-DUE-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\REFUNDS-DUE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the indexed master is the one payment posting keeps
      *    current - read front to back for the balances
           SELECT STUDENT-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\STUFILE3.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-NUMBER.

      *    OPTIONAL - no journals kept yet is a month with no GL
      *    movement, which the tie then reports
           SELECT OPTIONAL GL-JOURNAL-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\GL-JOURNAL-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRIAL-BALANCE-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\MONTH-END-CLOSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\OPERATORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * one record per period closed, appended in month order: the
      * month, CLOSED, the day it was closed, the opening and closing
      * receivable, and the operator who closed it
       FD  ACCOUNTING-PERIOD-FILE.
       01  ACCOUNTING-PERIOD-RECORD.
           05 AP-PERIOD PIC 9(6).
           05 AP-STATUS PIC X(6).
           05 AP-CLOSED-DATE PIC 9(8).
           05 AP-OPENING-BALANCE PIC 9(9)V99.
           05 AP-CLOSING-BALANCE PIC 9(9)V99.
           05 AP-CLOSED-BY PIC X(8).

      * same record layout PAYMENT-APPLICATION.cbl appends - PAY for
      * an applied payment, REV for an NSF reversal, FEE for a late
      * fee LATE-FEE-CHARGE charged, WAV for one LATE-FEE-WAIVER took
      * back off, AWD for a sponsor award (blank on records written
      * before the type was carried, read as PAY)
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05 HIST-STUDENT-NUMBER PIC 9(6).
           05 HIST-AMOUNT PIC 9(4)V99.
           05 HIST-PAYMENT-DATE PIC 9(8).
           05 HIST-RESULTING-BALANCE PIC 9(4)V99.
           05 HIST-TYPE PIC X(3).
      *    the day the record was posted to the master - blank on
      *    rows from before it was carried
           05 HIST-POSTED-DATE PIC X(8).
           05 HIST-POSTED-PARTS REDEFINES HIST-POSTED-DATE.
               10 HIST-POSTED-PERIOD PIC 9(6).
               10 FILLER PIC X(2).

      * same record layout PAYMENT-APPLICATION.cbl maintains - every
      * record, whatever its status, is an overpayment that came off
      * the balance in the month its payment posted
       FD  REFUNDS-DUE-FILE.
       01  REFUND-DUE-RECORD.
           05 REF-STUDENT-NUMBER PIC 9(6).
           05 REF-STUDENT-NAME PIC X(40).
           05 REF-EXCESS PIC 9(4)V99.
           05 REF-PAYMENT-DATE PIC 9(8).
           05 REF-PAYMENT-PARTS REDEFINES REF-PAYMENT-DATE.
               10 REF-PAYMENT-PERIOD PIC 9(6).
               10 FILLER PIC 9(2).
           05 REF-STATUS PIC X(6).
           05 REF-ISSUED-DATE PIC X(8).

      * same record layout as STUDENT-TUTION-RECORD in
      * Project3_Part3.cbl - only the balance matters here
       FD  STUDENT-RECORDS-FILE.
       01  STUDENT-TUTION-RECORD.
           05 STUDENT-NUMBER PIC 9(6).
           05 STUDENT-TUTION-OWED PIC 9(4)V99.
           05 FILLER PIC X(95).

      * same record layout GL-EXTRACT.cbl appends
       FD  GL-JOURNAL-HISTORY-FILE.
       01  GL-HISTORY-RECORD.
           05 GJH-ACCOUNT PIC X(16).
           05 GJH-DR-CR PIC X(2).
           05 GJH-AMOUNT PIC 9(4)V99.
           05 GJH-STUDENT-NUMBER PIC 9(6).
           05 GJH-DATE PIC 9(8).
           05 GJH-DATE-PARTS REDEFINES GJH-DATE.
               10 GJH-PERIOD PIC 9(6).
               10 FILLER PIC 9(2).
           05 GJH-SOURCE PIC X(3).

       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-LINE PIC X(80).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPR-ID PIC X(8).
           05 OPR-NAME PIC X(30).

       WORKING-STORAGE SECTION.

           COPY CHANGE-AUDIT.
           COPY RUN-LOG.

      *    the operators allowed in, loaded once at sign-on
       01  OPERATOR-TABLE.
           05  OPR-COUNT-WS PIC 9(2) VALUE 0.
           05  OPR-ENTRY-WS OCCURS 1 TO 50 TIMES
                   DEPENDING ON OPR-COUNT-WS.
               10 OPR-ID-WS PIC X(8).
               10 OPR-NAME-WS PIC X(30).

       01  FLAG-FIELDS.
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 EOF-OPR-FLAG PIC X(3) VALUE "NO".
           05 SIGNED-ON-FLAG PIC X(3) VALUE "NO".
           05 PERIOD-OK-FLAG PIC X(3) VALUE "NO".
           05 CANCELLED-FLAG PIC X(3) VALUE "NO".
      *    set when no period has been closed before - the opening
      *    balance then has to be taken on from the master
           05 TAKEN-ON-FLAG PIC X(3) VALUE "NO".
           05 TIES-FLAG PIC X(3) VALUE "NO".
           05 CLOSED-FLAG PIC X(3) VALUE "NO".
           05 REFUND-OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 RFP-FOUND-FLAG PIC X(3) VALUE "NO".

       01  TODAY-WS.
           05 TODAY-PERIOD-WS PIC 9(6).
           05 TODAY-DAY-WS PIC 9(2).
       01  TODAY-DATE-WS REDEFINES TODAY-WS PIC 9(8).

      *    the last period closed and its closing receivable - the
      *    month after it is the only one that can close next
       01  LAST-CLOSED-RECORD-WS PIC X(50) VALUE SPACES.
       01  LAST-CLOSED-PERIOD-WS PIC 9(6) VALUE 0.
       01  LAST-CLOSING-BALANCE-WS PIC 9(9)V99 VALUE 0.
       01  NEXT-PERIOD-WS.
           05 NEXT-PERIOD-YEAR-WS PIC 9(4).
           05 NEXT-PERIOD-MONTH-WS PIC 9(2).
       01  NEXT-PERIOD-NUM-WS REDEFINES NEXT-PERIOD-WS PIC 9(6).

       01  CLOSE-PERIOD-WS.
           05 CLOSE-YEAR-WS PIC 9(4).
           05 CLOSE-MONTH-WS PIC 9(2).
       01  CLOSE-PERIOD-NUM-WS REDEFINES CLOSE-PERIOD-WS PIC 9(6).

      *    staging field for the numeric-entry validation/re-prompt
      *    loop, the same IS NUMERIC technique project1.cbl's
      *    PROMPT-USER-INPUT uses
       01  ENTRY-CHECK-WS PIC X(6) JUSTIFIED RIGHT.

      *    the month's movement off the history file, by type
       01  MOVEMENT-FIELDS.
           05 FEES-COUNT-WS PIC 9(5) VALUE 0.
           05 FEES-TOTAL-WS PIC 9(9)V99 VALUE 0.
           05 REVERSALS-COUNT-WS PIC 9(5) VALUE 0.
           05 REVERSALS-TOTAL-WS PIC 9(9)V99 VALUE 0.
           05 REFUNDS-COUNT-WS PIC 9(5) VALUE 0.
           05 REFUNDS-TOTAL-WS PIC 9(9)V99 VALUE 0.
           05 PAYMENTS-COUNT-WS PIC 9(5) VALUE 0.
           05 PAYMENTS-TOTAL-WS PIC 9(9)V99 VALUE 0.
           05 WAIVERS-COUNT-WS PIC 9(5) VALUE 0.
           05 WAIVERS-TOTAL-WS PIC 9(9)V99 VALUE 0.
           05 AWARDS-COUNT-WS PIC 9(5) VALUE 0.
           05 AWARDS-TOTAL-WS PIC 9(9)V99 VALUE 0.

      *    what has moved the master since the month ended - taken
      *    back off today's master total to find it as it stood at
      *    month end
       01  LATER-MOVEMENT-WS PIC S9(9)V99 VALUE 0.

      *    every refund record with the month its overpayment
      *    posted - the payment period until the history pass finds
      *    the PAY row it came off.  PAYMENT-APPLICATION refuses to
      *    post with more than 500 on file, so the same bound holds.
       01  REFUND-PERIOD-TABLE.
           05  RFP-COUNT-WS PIC 9(3) VALUE 0.
           05  RFP-ENTRY-WS OCCURS 1 TO 500 TIMES
                   DEPENDING ON RFP-COUNT-WS.
               10 RFP-NUMBER-WS PIC 9(6).
               10 RFP-DATE-WS PIC 9(8).
               10 RFP-EXCESS-WS PIC 9(4)V99.
               10 RFP-PERIOD-WS PIC 9(6).
               10 RFP-MATCHED-WS PIC X(3).
       01  RFP-SUB-WS PIC 9(3).

       01  MASTER-COUNT-WS PIC 9(5) VALUE 0.
       01  MASTER-TOTAL-WS PIC 9(9)V99 VALUE 0.

      *    the month's GL journals - all accounts for the balance
      *    check, the tuition receivable lines for the tie
       01  JOURNAL-FIELDS.
           05 GL-DEBIT-COUNT-WS PIC 9(5) VALUE 0.
           05 GL-DEBIT-TOTAL-WS PIC 9(9)V99 VALUE 0.
           05 GL-CREDIT-COUNT-WS PIC 9(5) VALUE 0.
           05 GL-CREDIT-TOTAL-WS PIC 9(9)V99 VALUE 0.
           05 GL-AR-NET-WS PIC S9(9)V99 VALUE 0.

      *    the chart-of-accounts code GL-EXTRACT journals the
      *    tuition receivable under
       01  TUITION-AR-ACCOUNT-WS PIC X(16) VALUE "1200-TUITION-AR".

       01  TRIAL-BALANCE-FIELDS.
           05 OPENING-BALANCE-WS PIC S9(9)V99 VALUE 0.
           05 HISTORY-NET-WS PIC S9(9)V99 VALUE 0.
           05 CLOSING-BALANCE-WS PIC S9(9)V99 VALUE 0.
           05 MASTER-AT-END-WS PIC S9(9)V99 VALUE 0.
           05 MASTER-DIFFERENCE-WS PIC S9(9)V99 VALUE 0.
           05 GL-DIFFERENCE-WS PIC S9(9)V99 VALUE 0.

       01  OVERRIDE-REASON-WS PIC X(60) VALUE SPACES.
       01  CONFIRM-WS PIC X(1) VALUE SPACES.
       01  OPR-SUB-WS PIC 9(2).
       01  INPUT-OPERATOR-WS PIC X(8).

       01  TB-HEADING-LINE-WS.
           05 FILLER PIC X(34)
                   VALUE "AR SUBLEDGER TRIAL BALANCE - MONTH".
           05 FILLER PIC X(1) VALUE SPACE.
           05 TBH-PERIOD-WS PIC 9(6).

       01  TB-COUNT-LINE-WS.
           05 TBC-LABEL-WS PIC X(30).
           05 TBC-COUNT-WS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TBC-AMOUNT-WS PIC ---,---,--9.99.

       01  TB-AMOUNT-LINE-WS.
           05 TBA-LABEL-WS PIC X(30).
           05 FILLER PIC X(7) VALUE SPACES.
           05 TBA-AMOUNT-WS PIC ---,---,--9.99.

      *    the after image on an override's audit record: the
      *    reason keyed, behind the period record the close wrote
       01  OVERRIDE-AUDIT-AFTER-WS.
           05 OAA-PERIOD-RECORD-WS PIC X(50).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OAA-REASON-WS PIC X(60).

       PROCEDURE DIVISION.

       PERFORM 050-OPERATOR-SIGN-ON.
       IF SIGNED-ON-FLAG = "NO"
           STOP RUN
       END-IF.
       ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD.
       PERFORM 100-LOAD-PERIODS.
       PERFORM 150-PROMPT-PERIOD UNTIL PERIOD-OK-FLAG = "YES"
           OR CANCELLED-FLAG = "YES".
       IF CANCELLED-FLAG = "YES"
           DISPLAY "No period closed"
       ELSE
           PERFORM 190-LOAD-REFUNDS
           IF REFUND-OVERFLOW-FLAG = "YES"
               DISPLAY "REFUNDS-DUE FILE HOLDS MORE THAN 500 RECORDS "
                   "- NO PERIOD CLOSED"
           ELSE
               PERFORM 200-TOTAL-HISTORY
               PERFORM 250-TOTAL-REFUNDS
               PERFORM 300-TOTAL-MASTER
               PERFORM 350-TOTAL-JOURNALS
               PERFORM 400-BUILD-TRIAL-BALANCE
               PERFORM 500-WRITE-TRIAL-BALANCE
               PERFORM 600-DECIDE-CLOSE
               CLOSE TRIAL-BALANCE-FILE
           END-IF
       END-IF.
       PERFORM 910-LOG-SESSION-END.

       STOP RUN.

      *    closing a month locks it against every payment posted
      *    after - sign-on fails closed: no operator file, an empty
      *    one, or three bad tries and the session never starts
       050-OPERATOR-SIGN-ON.
           OPEN INPUT OPERATOR-FILE.
           PERFORM UNTIL EOF-OPR-FLAG = "YES"
               READ OPERATOR-FILE
                   AT END MOVE "YES" TO EOF-OPR-FLAG
                   NOT AT END
                       IF OPR-COUNT-WS >= 50
                           DISPLAY "Operator table full (50) - "
                               "REMAINING OPERATORS NOT LOADED"
                           MOVE "YES" TO EOF-OPR-FLAG
                       ELSE
                           ADD 1 TO OPR-COUNT-WS
                           MOVE OPR-ID TO OPR-ID-WS(OPR-COUNT-WS)
                           MOVE OPR-NAME TO OPR-NAME-WS(OPR-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           IF OPR-COUNT-WS = 0
               DISPLAY "No operators on file - sign-on cannot be "
                   "validated, see the Registrar"
           ELSE
               PERFORM 060-PROMPT-OPERATOR-ID 3 TIMES
               IF SIGNED-ON-FLAG = "NO"
                   DISPLAY "Sign-on failed - session ended"
               END-IF
           END-IF.

       060-PROMPT-OPERATOR-ID.
           IF SIGNED-ON-FLAG = "NO"
               DISPLAY "Enter your operator ID"
               ACCEPT INPUT-OPERATOR-WS
               PERFORM VARYING OPR-SUB-WS FROM 1 BY 1
                       UNTIL OPR-SUB-WS > OPR-COUNT-WS
                           OR SIGNED-ON-FLAG = "YES"
                   IF OPR-ID-WS(OPR-SUB-WS) = INPUT-OPERATOR-WS
                       MOVE "YES" TO SIGNED-ON-FLAG
                       MOVE INPUT-OPERATOR-WS TO CHG-OPERATOR-WS
                       DISPLAY "Signed on: " OPR-NAME-WS(OPR-SUB-WS)
                   END-IF
               END-PERFORM
               IF SIGNED-ON-FLAG = "NO"
                   DISPLAY "Operator ID not on file"
               END-IF
           END-IF.

      *    the close goes to the shared change-audit file with the
      *    operator - the caller has already staged the action and
      *    both images
       070-WRITE-CHANGE-AUDIT.
           MOVE "MONTH-END-CLOSE" TO CHG-PROGRAM-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\CHANGE-AUDIT"
               USING CHANGE-AUDIT-PARMS.

      *    the periods go on in month order, so the highest closed
      *    one is the last close, and its closing balance is the
      *    next month's opening
       100-LOAD-PERIODS.
           OPEN INPUT ACCOUNTING-PERIOD-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ ACCOUNTING-PERIOD-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF AP-STATUS = "CLOSED"
                               AND AP-PERIOD > LAST-CLOSED-PERIOD-WS
                           MOVE AP-PERIOD TO LAST-CLOSED-PERIOD-WS
                           MOVE AP-CLOSING-BALANCE
                               TO LAST-CLOSING-BALANCE-WS
                           MOVE ACCOUNTING-PERIOD-RECORD
                               TO LAST-CLOSED-RECORD-WS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNTING-PERIOD-FILE.
           IF LAST-CLOSED-PERIOD-WS = 0
               MOVE "YES" TO TAKEN-ON-FLAG
               DISPLAY "No period closed yet - the opening balance "
                   "will be taken on from the master"
           ELSE
               MOVE LAST-CLOSED-PERIOD-WS TO NEXT-PERIOD-NUM-WS
               IF NEXT-PERIOD-MONTH-WS = 12
                   ADD 1 TO NEXT-PERIOD-YEAR-WS
                   MOVE 1 TO NEXT-PERIOD-MONTH-WS
               ELSE
                   ADD 1 TO NEXT-PERIOD-MONTH-WS
               END-IF
               DISPLAY "Last period closed: " LAST-CLOSED-PERIOD-WS
                   " - next to close: " NEXT-PERIOD-NUM-WS
           END-IF.

      *    the month must be a real one, must be over, and must be
      *    the month after the last close - closing out of order
      *    would leave a month open behind a closed one
       150-PROMPT-PERIOD.
           MOVE SPACES TO ENTRY-CHECK-WS.
           PERFORM UNTIL ENTRY-CHECK-WS IS NUMERIC
               DISPLAY "Enter the month to close (YYYYMM, 0 to exit)"
               ACCEPT ENTRY-CHECK-WS
               IF ENTRY-CHECK-WS = SPACES
                   DISPLAY "Invalid entry - numbers only, try again"
               ELSE
                   INSPECT ENTRY-CHECK-WS
                       REPLACING LEADING SPACE BY ZERO
                   IF ENTRY-CHECK-WS NOT NUMERIC
                       DISPLAY "Invalid entry - numbers only, try again"
                       MOVE SPACES TO ENTRY-CHECK-WS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ENTRY-CHECK-WS TO CLOSE-PERIOD-NUM-WS.
           EVALUATE TRUE
               WHEN CLOSE-PERIOD-NUM-WS = 0
                   MOVE "YES" TO CANCELLED-FLAG
               WHEN CLOSE-MONTH-WS < 1 OR CLOSE-MONTH-WS > 12
                   DISPLAY "Not a month - try again"
               WHEN CLOSE-PERIOD-NUM-WS NOT < TODAY-PERIOD-WS
                   DISPLAY "That month is not over yet - try again"
               WHEN LAST-CLOSED-PERIOD-WS > 0
                       AND CLOSE-PERIOD-NUM-WS NOT = NEXT-PERIOD-NUM-WS
                   DISPLAY "Only " NEXT-PERIOD-NUM-WS
                       " can be closed next - try again"
               WHEN OTHER
                   MOVE "YES" TO PERIOD-OK-FLAG
           END-EVALUATE.

      *    the refunds are loaded ahead of the history pass so each
      *    can pick up the posted month of the payment it came off
       190-LOAD-REFUNDS.
           OPEN INPUT REFUNDS-DUE-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ REFUNDS-DUE-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF RFP-COUNT-WS >= 500
                           MOVE "YES" TO REFUND-OVERFLOW-FLAG
                           MOVE "YES" TO EOF-FLAG
                       ELSE
                           ADD 1 TO RFP-COUNT-WS
                           MOVE REF-STUDENT-NUMBER
                               TO RFP-NUMBER-WS(RFP-COUNT-WS)
                           MOVE REF-PAYMENT-DATE
                               TO RFP-DATE-WS(RFP-COUNT-WS)
                           MOVE REF-EXCESS
                               TO RFP-EXCESS-WS(RFP-COUNT-WS)
                           MOVE REF-PAYMENT-PERIOD
                               TO RFP-PERIOD-WS(RFP-COUNT-WS)
                           MOVE "NO" TO RFP-MATCHED-WS(RFP-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFUNDS-DUE-FILE.

      *    one pass over the history by posted date - the day the
      *    money hit the master, the same date GL-EXTRACT journals
      *    by.  Rows posted after the month are what has moved the
      *    master since it ended.  Rows from before the posted date
      *    was carried have blanks there and are long since in an
      *    opening balance.
       200-TOTAL-HISTORY.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ PAYMENT-HISTORY-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF HIST-POSTED-DATE IS NUMERIC
                           IF HIST-TYPE = "PAY" OR HIST-TYPE = SPACES
                                   OR HIST-TYPE = "WAV"
                               PERFORM 230-MATCH-REFUND
                           END-IF
                           IF HIST-POSTED-PERIOD = CLOSE-PERIOD-NUM-WS
                               PERFORM 210-ADD-MONTH-MOVEMENT
                           END-IF
                           IF HIST-POSTED-PERIOD > CLOSE-PERIOD-NUM-WS
                               PERFORM 220-ADD-LATER-MOVEMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-HISTORY-FILE.

       210-ADD-MONTH-MOVEMENT.
           EVALUATE HIST-TYPE
               WHEN "FEE"
                   ADD 1 TO FEES-COUNT-WS
                   ADD HIST-AMOUNT TO FEES-TOTAL-WS
               WHEN "REV"
                   ADD 1 TO REVERSALS-COUNT-WS
                   ADD HIST-AMOUNT TO REVERSALS-TOTAL-WS
               WHEN "WAV"
                   ADD 1 TO WAIVERS-COUNT-WS
                   ADD HIST-AMOUNT TO WAIVERS-TOTAL-WS
               WHEN "AWD"
                   ADD 1 TO AWARDS-COUNT-WS
                   ADD HIST-AMOUNT TO AWARDS-TOTAL-WS
               WHEN OTHER
                   ADD 1 TO PAYMENTS-COUNT-WS
                   ADD HIST-AMOUNT TO PAYMENTS-TOTAL-WS
           END-EVALUATE.

      *    a charge or reversal raised the balance, everything else
      *    brought it down
       220-ADD-LATER-MOVEMENT.
           IF HIST-TYPE = "FEE" OR HIST-TYPE = "REV"
               ADD HIST-AMOUNT TO LATER-MOVEMENT-WS
           ELSE
               SUBTRACT HIST-AMOUNT FROM LATER-MOVEMENT-WS
           END-IF.

      *    the PAY row an overpayment came off - same student, same
      *    payment date, and at least the excess - gives the refund
      *    the month that payment posted.  A WAV row does the same
      *    for the paid part of a waived fee LATE-FEE-WAIVER sent to
      *    refund, dated the day of the waiver.  The first refund not
      *    yet matched takes it, so two on the same day pair off in
      *    turn.
       230-MATCH-REFUND.
           MOVE "NO" TO RFP-FOUND-FLAG.
           PERFORM VARYING RFP-SUB-WS FROM 1 BY 1
                   UNTIL RFP-SUB-WS > RFP-COUNT-WS
                   OR RFP-FOUND-FLAG = "YES"
               IF RFP-MATCHED-WS(RFP-SUB-WS) = "NO"
                       AND RFP-NUMBER-WS(RFP-SUB-WS)
                           = HIST-STUDENT-NUMBER
                       AND RFP-DATE-WS(RFP-SUB-WS) = HIST-PAYMENT-DATE
                       AND RFP-EXCESS-WS(RFP-SUB-WS) NOT > HIST-AMOUNT
                   MOVE "YES" TO RFP-FOUND-FLAG
                   MOVE "YES" TO RFP-MATCHED-WS(RFP-SUB-WS)
                   MOVE HIST-POSTED-PERIOD TO RFP-PERIOD-WS(RFP-SUB-WS)
               END-IF
           END-PERFORM.

      *    an overpayment's history record carries the whole
      *    payment, and a waiver's the whole fee, but only the part
      *    up to the balance came off it - the excess went to
      *    REFUNDS-DUE.txt instead.  Every refund record, DUE,
      *    ISSUED or CANCEL, is that excess coming back onto the
      *    receivable side in the month its payment or waiver
      *    posted, the same month 210 counts the whole amount in (a
      *    cancelled one's reversal already went on net of it).  A
      *    refund whose row has no posted date, or is no longer on
      *    file, keeps its payment date's month.
       250-TOTAL-REFUNDS.
           PERFORM VARYING RFP-SUB-WS FROM 1 BY 1
                   UNTIL RFP-SUB-WS > RFP-COUNT-WS
               IF RFP-PERIOD-WS(RFP-SUB-WS) = CLOSE-PERIOD-NUM-WS
                   ADD 1 TO REFUNDS-COUNT-WS
                   ADD RFP-EXCESS-WS(RFP-SUB-WS) TO REFUNDS-TOTAL-WS
               END-IF
               IF RFP-PERIOD-WS(RFP-SUB-WS) > CLOSE-PERIOD-NUM-WS
                   ADD RFP-EXCESS-WS(RFP-SUB-WS) TO LATER-MOVEMENT-WS
               END-IF
           END-PERFORM.

       300-TOTAL-MASTER.
           OPEN INPUT STUDENT-RECORDS-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ STUDENT-RECORDS-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO MASTER-COUNT-WS
                       ADD STUDENT-TUTION-OWED TO MASTER-TOTAL-WS
               END-READ
           END-PERFORM.
           CLOSE STUDENT-RECORDS-FILE.

      *    the month's journals by journal date - debits against
      *    credits over every account, and the tuition receivable's
      *    own debits less its credits for the tie
       350-TOTAL-JOURNALS.
           OPEN INPUT GL-JOURNAL-HISTORY-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ GL-JOURNAL-HISTORY-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF GJH-PERIOD = CLOSE-PERIOD-NUM-WS
                           PERFORM 360-ADD-JOURNAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-JOURNAL-HISTORY-FILE.

       360-ADD-JOURNAL.
           IF GJH-DR-CR = "DR"
               ADD 1 TO GL-DEBIT-COUNT-WS
               ADD GJH-AMOUNT TO GL-DEBIT-TOTAL-WS
               IF GJH-ACCOUNT = TUITION-AR-ACCOUNT-WS
                   ADD GJH-AMOUNT TO GL-AR-NET-WS
               END-IF
           ELSE
               ADD 1 TO GL-CREDIT-COUNT-WS
               ADD GJH-AMOUNT TO GL-CREDIT-TOTAL-WS
               IF GJH-ACCOUNT = TUITION-AR-ACCOUNT-WS
                   SUBTRACT GJH-AMOUNT FROM GL-AR-NET-WS
               END-IF
           END-IF.

      *    the history movement is what the GL journaled for the
      *    receivable; the refunds are on top of it, since the
      *    journals credit the whole payment too.  With no close
      *    before it, the opening is whatever makes the first month
      *    come out at the master - the master tie then proves
      *    nothing that month, but the GL tie still does.
       400-BUILD-TRIAL-BALANCE.
           COMPUTE HISTORY-NET-WS = FEES-TOTAL-WS + REVERSALS-TOTAL-WS
               - PAYMENTS-TOTAL-WS - WAIVERS-TOTAL-WS
               - AWARDS-TOTAL-WS.
           COMPUTE MASTER-AT-END-WS =
               MASTER-TOTAL-WS - LATER-MOVEMENT-WS.
           IF TAKEN-ON-FLAG = "YES"
               COMPUTE OPENING-BALANCE-WS = MASTER-AT-END-WS
                   - HISTORY-NET-WS - REFUNDS-TOTAL-WS
           ELSE
               MOVE LAST-CLOSING-BALANCE-WS TO OPENING-BALANCE-WS
           END-IF.
           COMPUTE CLOSING-BALANCE-WS = OPENING-BALANCE-WS
               + HISTORY-NET-WS + REFUNDS-TOTAL-WS.
           COMPUTE MASTER-DIFFERENCE-WS =
               MASTER-AT-END-WS - CLOSING-BALANCE-WS.
           COMPUTE GL-DIFFERENCE-WS = GL-AR-NET-WS - HISTORY-NET-WS.
           IF MASTER-DIFFERENCE-WS = 0
                   AND GL-DIFFERENCE-WS = 0
                   AND GL-DEBIT-TOTAL-WS = GL-CREDIT-TOTAL-WS
               MOVE "YES" TO TIES-FLAG
           END-IF.

       500-WRITE-TRIAL-BALANCE.
           OPEN OUTPUT TRIAL-BALANCE-FILE.
           MOVE CLOSE-PERIOD-NUM-WS TO TBH-PERIOD-WS.
           WRITE TRIAL-BALANCE-LINE FROM TB-HEADING-LINE-WS.
           MOVE SPACES TO TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE.
           MOVE "                               ITEMS          AMOUNT"
               TO TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE.
           IF TAKEN-ON-FLAG = "YES"
               MOVE "OPENING (TAKEN ON MASTER)" TO TBA-LABEL-WS
           ELSE
               MOVE "OPENING BALANCE" TO TBA-LABEL-WS
           END-IF.
           MOVE OPENING-BALANCE-WS TO TBA-AMOUNT-WS.
           WRITE TRIAL-BALANCE-LINE FROM TB-AMOUNT-LINE-WS.
           MOVE "ADD LATE-FEE CHARGES" TO TBC-LABEL-WS.
           MOVE FEES-COUNT-WS TO TBC-COUNT-WS.
           MOVE FEES-TOTAL-WS TO TBC-AMOUNT-WS.
           WRITE TRIAL-BALANCE-LINE FROM TB-COUNT-LINE-WS.
           MOVE "ADD NSF REVERSALS" TO TBC-LABEL-WS.
           MOVE REVERSALS-COUNT-WS TO TBC-COUNT-WS.
           MOVE REVERSALS-TOTAL-WS TO TBC-AMOUNT-WS.
           WRITE TRIAL-BALANCE-LINE FROM TB-COUNT-LINE-WS.
           MOVE "ADD OVERPAYMENTS TO REFUND" TO TBC-LABEL-WS.
           MOVE REFUNDS-COUNT-WS TO TBC-COUNT-WS.
           MOVE REFUNDS-TOTAL-WS TO TBC-AMOUNT-WS.
           WRITE TRIAL-BALANCE-LINE FROM TB-COUNT-LINE-WS.
           MOVE "LESS PAYMENTS" TO TBC-LABEL-WS.
           MOVE PAYMENTS-COUNT-WS TO TBC-COUNT-WS.
           MOVE PAYMENTS-TOTAL-WS TO TBC-AMOUNT-WS.
           WRITE TRIAL-BALANCE-LINE FROM TB-COUNT-LINE-WS.
           MOVE "LESS FEE WAIVERS" TO TBC-LABEL-WS.
           MOVE WAIVERS-COUNT-WS TO TBC-COUNT-WS.
           MOVE WAIVERS-TOTAL-WS TO TBC-AMOUNT-WS.
           WRITE TRIAL-BALANCE-LINE FROM TB-COUNT-LINE-WS.
           MOVE "LESS SPONSOR AWARDS" TO TBC-LABEL-WS.
           MOVE AWARDS-COUNT-WS TO TBC-COUNT-WS.
           MOVE AWARDS-TOTAL-WS TO TBC-AMOUNT-WS.
           WRITE TRIAL-BALANCE-LINE FROM TB-COUNT-LINE-WS.
           MOVE "CLOSING BALANCE" TO TBA-LABEL-WS.
           MOVE CLOSING-BALANCE-WS TO TBA-AMOUNT-WS.
           WRITE TRIAL-BALANCE-LINE FROM TB-AMOUNT-LINE-WS.

           MOVE SPACES TO TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE.
           MOVE "MASTER BALANCES TODAY" TO TBC-LABEL-WS.
           MOVE MASTER-COUNT-WS TO TBC-COUNT-WS.
           MOVE MASTER-TOTAL-WS TO TBC-AMOUNT-WS.
           WRITE TRIAL-BALANCE-LINE FROM TB-COUNT-LINE-WS.
           MOVE "LESS MOVEMENT SINCE MONTH END" TO TBA-LABEL-WS.
           MOVE LATER-MOVEMENT-WS TO TBA-AMOUNT-WS.
           WRITE TRIAL-BALANCE-LINE FROM TB-AMOUNT-LINE-WS.
           MOVE "MASTER AT MONTH END" TO TBA-LABEL-WS.
           MOVE MASTER-AT-END-WS TO TBA-AMOUNT-WS.
           WRITE TRIAL-BALANCE-LINE FROM TB-AMOUNT-LINE-WS.
           MOVE "DIFFERENCE TO CLOSING BALANCE" TO TBA-LABEL-WS.
           MOVE MASTER-DIFFERENCE-WS TO TBA-AMOUNT-WS.
           WRITE TRIAL-BALANCE-LINE FROM TB-AMOUNT-LINE-WS.

           MOVE SPACES TO TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE.
           MOVE "GL JOURNAL DEBITS" TO TBC-LABEL-WS.
           MOVE GL-DEBIT-COUNT-WS TO TBC-COUNT-WS.
           MOVE GL-DEBIT-TOTAL-WS TO TBC-AMOUNT-WS.
           WRITE TRIAL-BALANCE-LINE FROM TB-COUNT-LINE-WS.
           MOVE "GL JOURNAL CREDITS" TO TBC-LABEL-WS.
           MOVE GL-CREDIT-COUNT-WS TO TBC-COUNT-WS.
           MOVE GL-CREDIT-TOTAL-WS TO TBC-AMOUNT-WS.
           WRITE TRIAL-BALANCE-LINE FROM TB-COUNT-LINE-WS.
           MOVE "GL TUITION-AR NET MOVEMENT" TO TBA-LABEL-WS.
           MOVE GL-AR-NET-WS TO TBA-AMOUNT-WS.
           WRITE TRIAL-BALANCE-LINE FROM TB-AMOUNT-LINE-WS.
           MOVE "HISTORY NET MOVEMENT" TO TBA-LABEL-WS.
           MOVE HISTORY-NET-WS TO TBA-AMOUNT-WS.
           WRITE TRIAL-BALANCE-LINE FROM TB-AMOUNT-LINE-WS.
           MOVE "DIFFERENCE TO GL" TO TBA-LABEL-WS.
           MOVE GL-DIFFERENCE-WS TO TBA-AMOUNT-WS.
           WRITE TRIAL-BALANCE-LINE FROM TB-AMOUNT-LINE-WS.

           MOVE SPACES TO TRIAL-BALANCE-LINE.
           WRITE TRIAL-BALANCE-LINE.
           IF TIES-FLAG = "YES"
               MOVE "TRIAL BALANCE TIES TO THE MASTER AND THE GL"
                   TO TRIAL-BALANCE-LINE
           ELSE
               MOVE "TRIAL BALANCE DOES NOT TIE - SEE DIFFERENCES"
                   TO TRIAL-BALANCE-LINE
           END-IF.
           WRITE TRIAL-BALANCE-LINE.
           MOVE CLOSING-BALANCE-WS TO TBA-AMOUNT-WS.
           DISPLAY "Closing balance:     " TBA-AMOUNT-WS.
           MOVE MASTER-DIFFERENCE-WS TO TBA-AMOUNT-WS.
           DISPLAY "Difference (master): " TBA-AMOUNT-WS.
           MOVE GL-DIFFERENCE-WS TO TBA-AMOUNT-WS.
           DISPLAY "Difference (GL):     " TBA-AMOUNT-WS.
           DISPLAY TRIAL-BALANCE-LINE.

      *    a month that ties closes on a plain confirmation; one
      *    that does not needs a reason, and the close is audited
      *    as an override so it can be found later
       600-DECIDE-CLOSE.
           IF TIES-FLAG = "YES"
               DISPLAY "Close " CLOSE-PERIOD-NUM-WS " (Y/N)"
               ACCEPT CONFIRM-WS
               IF CONFIRM-WS = "Y" OR CONFIRM-WS = "y"
                   MOVE "CLOSE" TO CHG-ACTION-WS
                   PERFORM 610-CLOSE-PERIOD
               END-IF
           ELSE
               DISPLAY "Close " CLOSE-PERIOD-NUM-WS
                   " anyway as an override (Y/N)"
               ACCEPT CONFIRM-WS
               IF CONFIRM-WS = "Y" OR CONFIRM-WS = "y"
                   PERFORM 620-PROMPT-REASON
                   MOVE "OVERRD" TO CHG-ACTION-WS
                   PERFORM 610-CLOSE-PERIOD
               END-IF
           END-IF.
           IF CLOSED-FLAG = "YES"
               MOVE SPACES TO TRIAL-BALANCE-LINE
               STRING "MONTH CLOSED BY " DELIMITED BY SIZE
                       CHG-OPERATOR-WS DELIMITED BY SIZE
                       " ON " DELIMITED BY SIZE
                       TODAY-DATE-WS DELIMITED BY SIZE
                   INTO TRIAL-BALANCE-LINE
               DISPLAY "Month " CLOSE-PERIOD-NUM-WS " closed"
           ELSE
               MOVE "MONTH NOT CLOSED" TO TRIAL-BALANCE-LINE
               DISPLAY "Month " CLOSE-PERIOD-NUM-WS " not closed"
           END-IF.
           WRITE TRIAL-BALANCE-LINE.

      *    the closing balance carried forward is the master as it
      *    stood at month end - after an override that is the
      *    figure the next month has to open from, not the one the
      *    history arrived at
       610-CLOSE-PERIOD.
           MOVE CLOSE-PERIOD-NUM-WS TO AP-PERIOD.
           MOVE "CLOSED" TO AP-STATUS.
           MOVE TODAY-DATE-WS TO AP-CLOSED-DATE.
           MOVE OPENING-BALANCE-WS TO AP-OPENING-BALANCE.
           MOVE MASTER-AT-END-WS TO AP-CLOSING-BALANCE.
           MOVE CHG-OPERATOR-WS TO AP-CLOSED-BY.
           OPEN EXTEND ACCOUNTING-PERIOD-FILE.
           WRITE ACCOUNTING-PERIOD-RECORD.
           CLOSE ACCOUNTING-PERIOD-FILE.
           MOVE "YES" TO CLOSED-FLAG.
           MOVE LAST-CLOSED-RECORD-WS TO CHG-BEFORE-WS.
           IF CHG-ACTION-WS = "OVERRD"
               MOVE ACCOUNTING-PERIOD-RECORD TO OAA-PERIOD-RECORD-WS
               MOVE OVERRIDE-REASON-WS TO OAA-REASON-WS
               MOVE OVERRIDE-AUDIT-AFTER-WS TO CHG-AFTER-WS
           ELSE
               MOVE ACCOUNTING-PERIOD-RECORD TO CHG-AFTER-WS
           END-IF.
           PERFORM 070-WRITE-CHANGE-AUDIT.

       620-PROMPT-REASON.
           MOVE SPACES TO OVERRIDE-REASON-WS.
           PERFORM UNTIL OVERRIDE-REASON-WS NOT = SPACES
               DISPLAY "Enter the reason for closing out of balance"
               ACCEPT OVERRIDE-REASON-WS
               IF OVERRIDE-REASON-WS = SPACES
                   DISPLAY "A reason is required, try again"
               END-IF
           END-PERFORM.

      *    a month that did not tie and was not overridden is a
      *    refused close on the run-log, so the operations summary
      *    shows it
       910-LOG-SESSION-END.
           MOVE "MONTH-END-CLOSE" TO RUN-LOG-PROGRAM-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           MOVE 0 TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS.
           IF CLOSED-FLAG = "YES"
               MOVE 1 TO RUN-LOG-WRITE-WS
           END-IF.
           IF PERIOD-OK-FLAG = "YES" AND TIES-FLAG = "NO"
               MOVE 1 TO RUN-LOG-EXC-WS
               IF CLOSED-FLAG = "NO"
                   MOVE "REJECTED" TO RUN-LOG-STATUS-WS
               END-IF
           END-IF.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

       END PROGRAM MONTH-END-CLOSE.
