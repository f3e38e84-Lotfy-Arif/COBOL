      ******************************************************************
      * Author:
      * Date:
      * Purpose: the monthly finance charge on missed installments.
      *          PLAN-DELINQUENCY lists who is behind on a plan but
      *          nothing ever charged them for it.  Every installment
      *          on PAYMENT-PLANS.txt whose due date plus the grace
      *          days has passed, and which the student's payments
      *          (history PAY amounts less REV reversals, applied to
      *          the installments oldest first) have not covered,
      *          draws one late fee - a flat amount or a percentage
      *          of the part left unpaid, as LATE-FEE-RULE.txt says.
      *          The fee is added to STUDENT-TUTION-OWED on the
      *          indexed master and written to PAYMENT-HISTORY.txt as
      *          a FEE entry, so STATEMENT-OF-ACCOUNT prints it,
      *          BALANCE-PROOF replays it and GL-EXTRACT journals it
      *          to late-fee revenue.  Every charge also goes on
      *          LATE-FEE-LEDGER.txt keyed by student and installment
      *          due date, and an installment already on the ledger
      *          is never charged again - re-running the month, or
      *          the installment staying unpaid, cannot double the
      *          fee.  LATE-FEE-WAIVER.cbl takes a fee back off.
      *          A student no longer on the master, or one the fee
      *          would push past the balance field, is listed as an
      *          exception and not charged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-FEE-CHARGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the fee rule finance sets - one record.  OPTIONAL so a
      *    missing file refuses the run cleanly instead of abending.
           SELECT OPTIONAL LATE-FEE-RULE-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\LATE-FEE-RULE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL - no plan file yet just means nothing to charge
           SELECT OPTIONAL PAYMENT-PLANS-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PAYMENT-PLANS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PAYMENT-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    every fee ever charged, one per installment - the
      *    double-charge guard.  OPTIONAL so the first run starts it.
           SELECT OPTIONAL LATE-FEE-LEDGER-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\LATE-FEE-LEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\STUFILE3.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-NUMBER.

           SELECT LATE-FEE-REPORT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\LATE-FEE-CHARGES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * FLAT charges LFR-FLAT-FEE per installment; PCT charges
      * LFR-PERCENT of the unpaid part of the installment.  An
      * installment is overdue once LFR-GRACE-DAYS have passed its
      * due date.
       FD  LATE-FEE-RULE-FILE.
       01  LATE-FEE-RULE-RECORD.
           05 LFR-METHOD PIC X(4).
           05 LFR-FLAT-FEE PIC 9(3)V99.
           05 LFR-PERCENT PIC 9(2)V99.
           05 LFR-GRACE-DAYS PIC 9(3).

      * same record layout PAYMENT-PLAN-MAINT.cbl maintains
       FD  PAYMENT-PLANS-FILE.
       01  PAYMENT-PLAN-RECORD.
           05 PLAN-STUDENT-NUMBER PIC 9(6).
           05 PLAN-INSTALLMENT-AMOUNT PIC 9(4)V99.
           05 PLAN-DUE-DATE PIC 9(8).

      * same record layout PAYMENT-APPLICATION.cbl appends - FEE for
      * a late fee charged here, WAV for one LATE-FEE-WAIVER took
      * back off
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05 HIST-STUDENT-NUMBER PIC 9(6).
           05 HIST-AMOUNT PIC 9(4)V99.
           05 HIST-PAYMENT-DATE PIC 9(8).
           05 HIST-RESULTING-BALANCE PIC 9(4)V99.
           05 HIST-TYPE PIC X(3).
           05 HIST-POSTED-DATE PIC X(8).

      * one fee charged - the student and the due date of the
      * installment it was charged on are the key; CHARGD until
      * LATE-FEE-WAIVER marks it WAIVED with the day it did
       FD  LATE-FEE-LEDGER-FILE.
       01  LATE-FEE-LEDGER-RECORD.
           05 LFL-STUDENT-NUMBER PIC 9(6).
           05 LFL-DUE-DATE PIC 9(8).
           05 LFL-FEE-AMOUNT PIC 9(4)V99.
           05 LFL-CHARGED-DATE PIC 9(8).
           05 LFL-STATUS PIC X(6).
           05 LFL-WAIVED-DATE PIC X(8).

      * same record layout as STUDENT-TUTION-RECORD in
      * Project3_Part3.cbl - the indexed master is the same bytes,
      * keyed on STUDENT-NUMBER by STUDENT-MASTER-CONVERT.cbl
       FD  STUDENT-RECORDS-FILE.
       01  STUDENT-TUTION-RECORD.
           05 STUDENT-NUMBER PIC 9(6).
           05 STUDENT-TUTION-OWED PIC 9(4)V99.
           05 STUDENT-NAME PIC X(40).
           05 PROGRAM-OF-STUDY PIC X(5).
           05 COURSE-SLOT OCCURS 5 TIMES.
               10 COURSE-CODE PIC X(7).
               10 COURSE-AVERAGE PIC 9(3).

       FD  LATE-FEE-REPORT-FILE.
       01  LATE-FEE-REPORT-LINE PIC X(95).

       WORKING-STORAGE SECTION.

      *    the whole plan file, loaded once up front
       01  PLAN-TABLE.
           05  PLAN-COUNT-WS PIC 9(4) VALUE 0.
           05  PLAN-ENTRY-WS OCCURS 1 TO 2000 TIMES
                   DEPENDING ON PLAN-COUNT-WS.
               10 PLN-NUMBER-WS PIC 9(6).
               10 PLN-AMOUNT-WS PIC 9(4)V99.
               10 PLN-DUE-DATE-WS PIC 9(8).

      *    the whole payment history - amount, type and who paid are
      *    all the matching needs
       01  HISTORY-TABLE.
           05  HIST-COUNT-WS PIC 9(4) VALUE 0.
           05  HIST-ENTRY-WS OCCURS 1 TO 2000 TIMES
                   DEPENDING ON HIST-COUNT-WS.
               10 HIST-NUMBER-WS PIC 9(6).
               10 HIST-AMOUNT-WS PIC 9(4)V99.
               10 HIST-TYPE-WS PIC X(3).

      *    every installment already charged - this run's charges
      *    are added as they are made, so two plan records for the
      *    same due date cannot both draw a fee
       01  LEDGER-TABLE.
           05  LFL-COUNT-WS PIC 9(4) VALUE 0.
           05  LFL-ENTRY-WS OCCURS 1 TO 5000 TIMES
                   DEPENDING ON LFL-COUNT-WS.
               10 LFL-NUMBER-WS PIC 9(6).
               10 LFL-DUE-DATE-WS PIC 9(8).

       01  FLAG-FIELDS.
           05 EOF-PLAN-FLAG PIC X(3) VALUE "NO".
           05 EOF-HIST-FLAG PIC X(3) VALUE "NO".
           05 EOF-LEDGER-FLAG PIC X(3) VALUE "NO".
      *    set when a file outgrew its table - charging off a
      *    truncated history fines students who paid, and a
      *    truncated ledger charges an installment twice, so the run
      *    refuses the same way PLAN-DELINQUENCY does on overflow
           05 LOAD-OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 RULE-VALID-FLAG PIC X(3) VALUE "NO".
           05 ALREADY-CHARGED-FLAG PIC X(3) VALUE "NO".
           05 FOUND-FLAG PIC X(3) VALUE "NO".

       01  SUB-WS PIC 9(4).
       01  PLAN-SUB-WS PIC 9(4).
       01  RUN-DATE-WS PIC 9(8).
       01  RUN-DAY-NUM-WS PIC 9(7).
       01  DUE-DAY-NUM-WS PIC 9(7).
       01  INSTALLMENTS-READ-WS PIC 9(5) VALUE 0.
       01  FEES-CHARGED-WS PIC 9(5) VALUE 0.
       01  ALREADY-CHARGED-WS PIC 9(5) VALUE 0.
       01  EXCEPTION-COUNT-WS PIC 9(5) VALUE 0.
       01  FEE-TOTAL-WS PIC 9(7)V99 VALUE 0.
       01  PERCENT-EDIT-WS PIC Z9.99.

      *    the rule as loaded
       01  RULE-FIELDS.
           05 RULE-METHOD-WS PIC X(4) VALUE SPACES.
           05 RULE-FLAT-FEE-WS PIC 9(3)V99 VALUE 0.
           05 RULE-PERCENT-WS PIC 9(2)V99 VALUE 0.
           05 RULE-GRACE-DAYS-WS PIC 9(3) VALUE 0.

      *    one installment's arithmetic - what the student owed on
      *    the plan up to and including this installment, what they
      *    have paid, and the part of this installment left unpaid
       01  MATCH-FIELDS.
           05 DUE-THROUGH-WS PIC 9(6)V99 VALUE 0.
           05 PAID-TO-DATE-WS PIC S9(6)V99 VALUE 0.
           05 UNPAID-WS PIC S9(6)V99 VALUE 0.
           05 FEE-WS PIC 9(4)V99 VALUE 0.
           05 NEW-BALANCE-WS PIC 9(6)V99 VALUE 0.

       01  LATE-FEE-DETAIL-LINE-WS.
           05 LFD-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LFD-STUDENT-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LFD-DUE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LFD-UNPAID PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LFD-FEE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LFD-STATUS PIC X(22).

       01  LATE-FEE-COLUMN-HEADER-WS.
           05 FILLER PIC X(40) VALUE "STUDENT".
           05 FILLER PIC X(10) VALUE "DUE DATE".
           05 FILLER PIC X(11) VALUE "   UNPAID".
           05 FILLER PIC X(11) VALUE "      FEE".
           05 FILLER PIC X(22) VALUE "STATUS".

       01  LFD-TRAILER-LINE-WS.
           05 LFD-TRAILER-LABEL-WS PIC X(26).
           05 LFD-TRAILER-VALUE-WS PIC ZZZZ9.

       01  LFD-TOTAL-LINE-WS.
           05 LFD-TOTAL-LABEL-WS PIC X(26).
           05 LFD-TOTAL-VALUE-WS PIC Z,ZZZ,ZZ9.99.

           COPY RUN-LOG.

       PROCEDURE DIVISION.

       PERFORM 140-LOG-RUN-START.
       ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
       COMPUTE RUN-DAY-NUM-WS = FUNCTION INTEGER-OF-DATE(RUN-DATE-WS).
       PERFORM 100-LOAD-RULE.
       PERFORM 110-LOAD-PLANS.
       PERFORM 120-LOAD-HISTORY.
       PERFORM 130-LOAD-LEDGER.
      *    room for every installment to be charged this run is
      *    proved up front, not found out mid-posting
       IF LFL-COUNT-WS + PLAN-COUNT-WS > 5000
           MOVE "YES" TO LOAD-OVERFLOW-FLAG
       END-IF.
       IF RULE-VALID-FLAG = "NO"
           DISPLAY "LATE-FEE-RULE.txt MISSING OR INVALID - NO FEES "
               "CHARGED"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
       ELSE
           IF LOAD-OVERFLOW-FLAG = "YES"
               DISPLAY "PLANS, HISTORY OR FEE LEDGER EXCEED THEIR "
                   "TABLES - NO FEES CHARGED"
               MOVE "REJECTED" TO RUN-LOG-STATUS-WS
               PERFORM 145-LOG-RUN-END
           ELSE
               PERFORM 200-OPEN-FEE-FILES
               PERFORM 300-CHECK-ONE-INSTALLMENT
                   VARYING PLAN-SUB-WS FROM 1 BY 1
                   UNTIL PLAN-SUB-WS > PLAN-COUNT-WS
               PERFORM 400-CLOSE-FEE-FILES
               MOVE "NORMAL" TO RUN-LOG-STATUS-WS
               PERFORM 145-LOG-RUN-END
           END-IF
       END-IF.

       STOP RUN.

      *    STARTED goes on the shared run-log before any work - a
      *    run that abends leaves this record with no completion
      *    after it
       140-LOG-RUN-START.
           MOVE "LATE-FEE-CHARGE" TO RUN-LOG-PROGRAM-WS.
           MOVE "STARTED" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           MOVE 0 TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    completion record - the caller has already set
      *    RUN-LOG-STATUS-WS
       145-LOG-RUN-END.
           MOVE "LATE-FEE-CHARGE" TO RUN-LOG-PROGRAM-WS.
           MOVE INSTALLMENTS-READ-WS TO RUN-LOG-READ-WS.
           MOVE FEES-CHARGED-WS TO RUN-LOG-WRITE-WS.
           MOVE EXCEPTION-COUNT-WS TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    the rule must name a method with a charge behind it -
      *    anything else and no student is fined on a guess
       100-LOAD-RULE.
           OPEN INPUT LATE-FEE-RULE-FILE.
           READ LATE-FEE-RULE-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE LFR-METHOD TO RULE-METHOD-WS
                   IF LFR-FLAT-FEE IS NUMERIC
                       MOVE LFR-FLAT-FEE TO RULE-FLAT-FEE-WS
                   END-IF
                   IF LFR-PERCENT IS NUMERIC
                       MOVE LFR-PERCENT TO RULE-PERCENT-WS
                   END-IF
                   IF LFR-GRACE-DAYS IS NUMERIC
                       MOVE LFR-GRACE-DAYS TO RULE-GRACE-DAYS-WS
                   END-IF
           END-READ.
           CLOSE LATE-FEE-RULE-FILE.
           IF (RULE-METHOD-WS = "FLAT" AND RULE-FLAT-FEE-WS > 0)
                   OR (RULE-METHOD-WS = "PCT" AND RULE-PERCENT-WS > 0)
               MOVE "YES" TO RULE-VALID-FLAG
           END-IF.

       110-LOAD-PLANS.
           OPEN INPUT PAYMENT-PLANS-FILE.
           PERFORM UNTIL EOF-PLAN-FLAG = "YES"
               READ PAYMENT-PLANS-FILE
                   AT END MOVE "YES" TO EOF-PLAN-FLAG
                   NOT AT END
                       IF PLAN-COUNT-WS >= 2000
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           MOVE "YES" TO EOF-PLAN-FLAG
                       ELSE
                           ADD 1 TO PLAN-COUNT-WS
                           MOVE PAYMENT-PLAN-RECORD
                               TO PLAN-ENTRY-WS(PLAN-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-PLANS-FILE.

       120-LOAD-HISTORY.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           PERFORM UNTIL EOF-HIST-FLAG = "YES"
               READ PAYMENT-HISTORY-FILE
                   AT END MOVE "YES" TO EOF-HIST-FLAG
                   NOT AT END
                       IF HIST-COUNT-WS >= 2000
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           MOVE "YES" TO EOF-HIST-FLAG
                       ELSE
                           ADD 1 TO HIST-COUNT-WS
                           MOVE HIST-STUDENT-NUMBER
                               TO HIST-NUMBER-WS(HIST-COUNT-WS)
                           MOVE HIST-AMOUNT
                               TO HIST-AMOUNT-WS(HIST-COUNT-WS)
                           MOVE HIST-TYPE
                               TO HIST-TYPE-WS(HIST-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-HISTORY-FILE.

      *    a waived fee stays on the ledger too - waiving it does
      *    not make the installment chargeable again
       130-LOAD-LEDGER.
           OPEN INPUT LATE-FEE-LEDGER-FILE.
           PERFORM UNTIL EOF-LEDGER-FLAG = "YES"
               READ LATE-FEE-LEDGER-FILE
                   AT END MOVE "YES" TO EOF-LEDGER-FLAG
                   NOT AT END
                       IF LFL-COUNT-WS >= 5000
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           MOVE "YES" TO EOF-LEDGER-FLAG
                       ELSE
                           ADD 1 TO LFL-COUNT-WS
                           MOVE LFL-STUDENT-NUMBER
                               TO LFL-NUMBER-WS(LFL-COUNT-WS)
                           MOVE LFL-DUE-DATE
                               TO LFL-DUE-DATE-WS(LFL-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LATE-FEE-LEDGER-FILE.

       200-OPEN-FEE-FILES.
           OPEN I-O STUDENT-RECORDS-FILE.
           OPEN EXTEND PAYMENT-HISTORY-FILE.
           OPEN EXTEND LATE-FEE-LEDGER-FILE.
           OPEN OUTPUT LATE-FEE-REPORT-FILE.
           MOVE SPACES TO LATE-FEE-REPORT-LINE.
           STRING "LATE FEES CHARGED " DELIMITED BY SIZE
                   RUN-DATE-WS DELIMITED BY SIZE
               INTO LATE-FEE-REPORT-LINE.
           WRITE LATE-FEE-REPORT-LINE.
           MOVE SPACES TO LATE-FEE-REPORT-LINE.
           EVALUATE RULE-METHOD-WS
               WHEN "FLAT"
                   MOVE RULE-FLAT-FEE-WS TO LFD-FEE
                   STRING "FLAT FEE PER INSTALLMENT " DELIMITED BY SIZE
                           LFD-FEE DELIMITED BY SIZE
                       INTO LATE-FEE-REPORT-LINE
               WHEN OTHER
                   MOVE RULE-PERCENT-WS TO PERCENT-EDIT-WS
                   STRING "PERCENT OF UNPAID INSTALLMENT "
                           DELIMITED BY SIZE
                           PERCENT-EDIT-WS DELIMITED BY SIZE
                       INTO LATE-FEE-REPORT-LINE
           END-EVALUATE.
           WRITE LATE-FEE-REPORT-LINE.
           MOVE SPACES TO LATE-FEE-REPORT-LINE.
           WRITE LATE-FEE-REPORT-LINE.
           WRITE LATE-FEE-REPORT-LINE FROM LATE-FEE-COLUMN-HEADER-WS.

      *    one installment: past its grace days, not already charged,
      *    and not covered by what the student has paid
       300-CHECK-ONE-INSTALLMENT.
           ADD 1 TO INSTALLMENTS-READ-WS.
           COMPUTE DUE-DAY-NUM-WS =
               FUNCTION INTEGER-OF-DATE(PLN-DUE-DATE-WS(PLAN-SUB-WS)).
           IF DUE-DAY-NUM-WS + RULE-GRACE-DAYS-WS < RUN-DAY-NUM-WS
               PERFORM 310-CHECK-LEDGER
               IF ALREADY-CHARGED-FLAG = "YES"
                   ADD 1 TO ALREADY-CHARGED-WS
               ELSE
                   PERFORM 320-WORK-OUT-UNPAID
                   IF UNPAID-WS > 0
                       PERFORM 330-WORK-OUT-FEE
                       IF FEE-WS > 0
                           PERFORM 340-POST-FEE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       310-CHECK-LEDGER.
           MOVE "NO" TO ALREADY-CHARGED-FLAG.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > LFL-COUNT-WS
                       OR ALREADY-CHARGED-FLAG = "YES"
               IF LFL-NUMBER-WS(SUB-WS) = PLN-NUMBER-WS(PLAN-SUB-WS)
                       AND LFL-DUE-DATE-WS(SUB-WS)
                           = PLN-DUE-DATE-WS(PLAN-SUB-WS)
                   MOVE "YES" TO ALREADY-CHARGED-FLAG
               END-IF
           END-PERFORM.

      *    payments go to the oldest installments first: this
      *    installment is unpaid by however much the plan demanded
      *    up to and including its due date exceeds what the
      *    student has paid, capped at the installment itself.
      *    Fees and waivers are charges, not payments, so they
      *    don't count either way.
       320-WORK-OUT-UNPAID.
           MOVE 0 TO DUE-THROUGH-WS.
           MOVE 0 TO PAID-TO-DATE-WS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > PLAN-COUNT-WS
               IF PLN-NUMBER-WS(SUB-WS) = PLN-NUMBER-WS(PLAN-SUB-WS)
                       AND PLN-DUE-DATE-WS(SUB-WS)
                           <= PLN-DUE-DATE-WS(PLAN-SUB-WS)
                   ADD PLN-AMOUNT-WS(SUB-WS) TO DUE-THROUGH-WS
               END-IF
           END-PERFORM.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > HIST-COUNT-WS
               IF HIST-NUMBER-WS(SUB-WS) = PLN-NUMBER-WS(PLAN-SUB-WS)
                   EVALUATE HIST-TYPE-WS(SUB-WS)
                       WHEN "REV"
                           SUBTRACT HIST-AMOUNT-WS(SUB-WS)
                               FROM PAID-TO-DATE-WS
                       WHEN "FEE"
                       WHEN "WAV"
                           CONTINUE
                       WHEN OTHER
                           ADD HIST-AMOUNT-WS(SUB-WS)
                               TO PAID-TO-DATE-WS
                   END-EVALUATE
               END-IF
           END-PERFORM.
           COMPUTE UNPAID-WS = DUE-THROUGH-WS - PAID-TO-DATE-WS.
           IF UNPAID-WS > PLN-AMOUNT-WS(PLAN-SUB-WS)
               MOVE PLN-AMOUNT-WS(PLAN-SUB-WS) TO UNPAID-WS
           END-IF.

       330-WORK-OUT-FEE.
           IF RULE-METHOD-WS = "FLAT"
               MOVE RULE-FLAT-FEE-WS TO FEE-WS
           ELSE
               COMPUTE FEE-WS ROUNDED =
                   UNPAID-WS * RULE-PERCENT-WS / 100
           END-IF.

      *    the fee onto the master, the history and the ledger - a
      *    student not on the master, or a fee the balance field
      *    cannot hold, is an exception and nothing is written
       340-POST-FEE.
           MOVE PLN-NUMBER-WS(PLAN-SUB-WS) TO LFD-STUDENT-NUMBER.
           MOVE PLN-DUE-DATE-WS(PLAN-SUB-WS) TO LFD-DUE-DATE.
           MOVE UNPAID-WS TO LFD-UNPAID.
           MOVE FEE-WS TO LFD-FEE.
           MOVE PLN-NUMBER-WS(PLAN-SUB-WS) TO STUDENT-NUMBER.
           READ STUDENT-RECORDS-FILE
               INVALID KEY MOVE "NO" TO FOUND-FLAG
               NOT INVALID KEY MOVE "YES" TO FOUND-FLAG
           END-READ.
           IF FOUND-FLAG = "NO"
               MOVE SPACES TO LFD-STUDENT-NAME
               MOVE "NOT ON MASTER" TO LFD-STATUS
               ADD 1 TO EXCEPTION-COUNT-WS
           ELSE
               MOVE STUDENT-NAME TO LFD-STUDENT-NAME
               COMPUTE NEW-BALANCE-WS = STUDENT-TUTION-OWED + FEE-WS
               IF NEW-BALANCE-WS > 9999.99
                   MOVE "BALANCE WOULD OVERFLOW" TO LFD-STATUS
                   ADD 1 TO EXCEPTION-COUNT-WS
               ELSE
                   MOVE NEW-BALANCE-WS TO STUDENT-TUTION-OWED
                   REWRITE STUDENT-TUTION-RECORD
                   PERFORM 350-WRITE-FEE-HISTORY
                   PERFORM 360-WRITE-LEDGER
                   MOVE "CHARGED" TO LFD-STATUS
                   ADD 1 TO FEES-CHARGED-WS
                   ADD FEE-WS TO FEE-TOTAL-WS
               END-IF
           END-IF.
           WRITE LATE-FEE-REPORT-LINE FROM LATE-FEE-DETAIL-LINE-WS.
           DISPLAY LATE-FEE-DETAIL-LINE-WS.

      *    the FEE entry is dated and posted today, carrying the
      *    balance it left, the same shape as a PAY entry
       350-WRITE-FEE-HISTORY.
           MOVE STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
           MOVE FEE-WS TO HIST-AMOUNT.
           MOVE RUN-DATE-WS TO HIST-PAYMENT-DATE.
           MOVE STUDENT-TUTION-OWED TO HIST-RESULTING-BALANCE.
           MOVE "FEE" TO HIST-TYPE.
           MOVE RUN-DATE-WS TO HIST-POSTED-DATE.
           WRITE PAYMENT-HISTORY-RECORD.

       360-WRITE-LEDGER.
           MOVE STUDENT-NUMBER TO LFL-STUDENT-NUMBER.
           MOVE PLN-DUE-DATE-WS(PLAN-SUB-WS) TO LFL-DUE-DATE.
           MOVE FEE-WS TO LFL-FEE-AMOUNT.
           MOVE RUN-DATE-WS TO LFL-CHARGED-DATE.
           MOVE "CHARGD" TO LFL-STATUS.
           MOVE SPACES TO LFL-WAIVED-DATE.
           WRITE LATE-FEE-LEDGER-RECORD.
           ADD 1 TO LFL-COUNT-WS.
           MOVE STUDENT-NUMBER TO LFL-NUMBER-WS(LFL-COUNT-WS).
           MOVE PLN-DUE-DATE-WS(PLAN-SUB-WS)
               TO LFL-DUE-DATE-WS(LFL-COUNT-WS).

       400-CLOSE-FEE-FILES.
           MOVE SPACES TO LATE-FEE-REPORT-LINE.
           WRITE LATE-FEE-REPORT-LINE.

           MOVE "INSTALLMENTS READ:" TO LFD-TRAILER-LABEL-WS.
           MOVE INSTALLMENTS-READ-WS TO LFD-TRAILER-VALUE-WS.
           WRITE LATE-FEE-REPORT-LINE FROM LFD-TRAILER-LINE-WS.

           MOVE "FEES CHARGED:" TO LFD-TRAILER-LABEL-WS.
           MOVE FEES-CHARGED-WS TO LFD-TRAILER-VALUE-WS.
           WRITE LATE-FEE-REPORT-LINE FROM LFD-TRAILER-LINE-WS.

           MOVE "ALREADY CHARGED, SKIPPED:" TO LFD-TRAILER-LABEL-WS.
           MOVE ALREADY-CHARGED-WS TO LFD-TRAILER-VALUE-WS.
           WRITE LATE-FEE-REPORT-LINE FROM LFD-TRAILER-LINE-WS.

           MOVE "EXCEPTIONS, NOT CHARGED:" TO LFD-TRAILER-LABEL-WS.
           MOVE EXCEPTION-COUNT-WS TO LFD-TRAILER-VALUE-WS.
           WRITE LATE-FEE-REPORT-LINE FROM LFD-TRAILER-LINE-WS.

           MOVE "TOTAL FEES CHARGED:" TO LFD-TOTAL-LABEL-WS.
           MOVE FEE-TOTAL-WS TO LFD-TOTAL-VALUE-WS.
           WRITE LATE-FEE-REPORT-LINE FROM LFD-TOTAL-LINE-WS.

           CLOSE STUDENT-RECORDS-FILE.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE LATE-FEE-LEDGER-FILE.
           CLOSE LATE-FEE-REPORT-FILE.

           DISPLAY "FEES CHARGED:             " FEES-CHARGED-WS.
           DISPLAY "ALREADY CHARGED, SKIPPED: " ALREADY-CHARGED-WS.
           DISPLAY "EXCEPTIONS, NOT CHARGED:  " EXCEPTION-COUNT-WS.

       END PROGRAM LATE-FEE-CHARGE.
