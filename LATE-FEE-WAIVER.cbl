      ******************************************************************
      * Author:
      * Date:
      * Purpose: takes a late fee back off a student.  The fees
      *          LATE-FEE-CHARGE.cbl charged are listed from
      *          LATE-FEE-LEDGER.txt for the student entered; the
      *          operator picks one and must key a reason.  The fee
      *          comes off STUDENT-TUTION-OWED on the indexed master
      *          and a WAV entry for the whole fee goes to
      *          PAYMENT-HISTORY.txt so the statement, the balance
      *          proof and the GL extract all see the credit.  A fee
      *          larger than the balance is floored at zero the way
      *          PAYMENT-APPLICATION posts an overpayment: the part
      *          the student has already paid goes to
      *          REFUNDS-DUE.txt as a DUE record for
      *          REFUND-PROCESSING's cheque list, and a waiver that
      *          needs one is refused while that file is full.  The
      *          ledger entry is marked WAIVED - it stays on file, so
      *          the installment is never charged again.
      *          Every waiver goes to the shared change-audit file
      *          with the operator, the ledger record as it stood,
      *          the reason given and any refund raised.  Same
      *          sign-on and menu-and-table shape as
      *          REFUND-PROCESSING.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-FEE-WAIVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LATE-FEE-LEDGER-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\LATE-FEE-LEDGER.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\STUFILE3.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-NUMBER.

           SELECT OPTIONAL PAYMENT-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PAYMENT-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the part of a waived fee already paid is owed back to the
      *    student and lands here as a DUE record, the same file
      *    PAYMENT-APPLICATION.cbl feeds and REFUND-PROCESSING.cbl
      *    works.  OPTIONAL because the first refund ever creates it.
           SELECT OPTIONAL REFUNDS-DUE-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\REFUNDS-DUE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the operators allowed to waive fees - sign-on is
      *    validated against this file before the menu ever shows.
      *    OPTIONAL so the OPEN doesn't abend when the file is
      *    missing; an empty file still refuses everyone.
           SELECT OPTIONAL OPERATOR-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\OPERATORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * same record layout LATE-FEE-CHARGE.cbl appends
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

      * same record layout PAYMENT-APPLICATION.cbl appends
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05 HIST-STUDENT-NUMBER PIC 9(6).
           05 HIST-AMOUNT PIC 9(4)V99.
           05 HIST-PAYMENT-DATE PIC 9(8).
           05 HIST-RESULTING-BALANCE PIC 9(4)V99.
           05 HIST-TYPE PIC X(3).
           05 HIST-POSTED-DATE PIC X(8).

      * same record layout PAYMENT-APPLICATION.cbl and
      * REFUND-PROCESSING.cbl maintain
       FD  REFUNDS-DUE-FILE.
       01  REFUND-DUE-RECORD.
           05 REF-STUDENT-NUMBER PIC 9(6).
           05 REF-STUDENT-NAME PIC X(40).
           05 REF-EXCESS PIC 9(4)V99.
           05 REF-PAYMENT-DATE PIC 9(8).
           05 REF-STATUS PIC X(6).
           05 REF-ISSUED-DATE PIC X(8).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPR-ID PIC X(8).
           05 OPR-NAME PIC X(30).

       WORKING-STORAGE SECTION.

           COPY CHANGE-AUDIT.
           COPY CHECK-DIGIT.
           COPY RUN-LOG.

      *    the operators allowed in, loaded once at sign-on
       01  OPERATOR-TABLE.
           05  OPR-COUNT-WS PIC 9(2) VALUE 0.
           05  OPR-ENTRY-WS OCCURS 1 TO 50 TIMES
                   DEPENDING ON OPR-COUNT-WS.
               10 OPR-ID-WS PIC X(8).
               10 OPR-NAME-WS PIC X(30).

      *    in-memory copy of the fee ledger - rewritten whole after
      *    every waiver, CHARGD and WAIVED alike
       01  LEDGER-TABLE.
           05  LFL-COUNT-WS PIC 9(4) VALUE 0.
           05  LFL-ENTRY-WS OCCURS 1 TO 5000 TIMES
                   DEPENDING ON LFL-COUNT-WS.
               10 LFL-NUMBER-WS PIC 9(6).
               10 LFL-DUE-DATE-WS PIC 9(8).
               10 LFL-FEE-AMOUNT-WS PIC 9(4)V99.
               10 LFL-CHARGED-DATE-WS PIC 9(8).
               10 LFL-STATUS-WS PIC X(6).
               10 LFL-WAIVED-DATE-WS PIC X(8).

       01  FLAG-FIELDS.
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 EOF-OPR-FLAG PIC X(3) VALUE "NO".
           05 FOUND-FLAG PIC X(3) VALUE "NO".
           05 SIGNED-ON-FLAG PIC X(3) VALUE "NO".
      *    set when LATE-FEE-LEDGER.txt holds more records than the
      *    table - rewriting a partial table would drop fees and let
      *    them be charged again, so waiving is refused
           05 LOAD-OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 EOF-REF-FLAG PIC X(3) VALUE "NO".
      *    set when REFUNDS-DUE.txt already holds the 500 records
      *    PAYMENT-APPLICATION will load - one more would stop its
      *    next batch, so a waiver that needs a refund is refused
           05 REFUND-FULL-FLAG PIC X(3) VALUE "NO".

       01  MENU-CHOICE PIC X(1) VALUE SPACES.
       01  SUB-WS PIC 9(4).
       01  FOUND-INDEX-WS PIC 9(4) VALUE 0.
       01  INPUT-NUMBER-WS PIC 9(6).
       01  FEES-LISTED-WS PIC 9(4) VALUE 0.
       01  FEES-WAIVED-WS PIC 9(4) VALUE 0.
      *    the part of the fee that comes off the balance, and the
      *    part already paid that goes back to the student as a
      *    refund
       01  WAIVER-CREDIT-WS PIC 9(4)V99 VALUE 0.
       01  WAIVER-REFUND-WS PIC 9(4)V99 VALUE 0.
       01  REFUND-COUNT-WS PIC 9(4) VALUE 0.
       01  REFUNDS-RAISED-WS PIC 9(4) VALUE 0.
       01  REFUNDS-TOTAL-WS PIC 9(6)V99 VALUE 0.
       01  REFUNDS-TOTAL-ED-WS PIC ZZZ,ZZ9.99.
       01  WAIVER-REFUND-ED-WS PIC Z,ZZ9.99.
       01  TODAY-WS PIC 9(8).
       01  INPUT-DUE-DATE-WS PIC X(8).
       01  WAIVE-REASON-WS PIC X(60) VALUE SPACES.
       01  CONFIRM-WS PIC X(1) VALUE SPACES.

      *    staging field for the numeric-entry validation/re-prompt
      *    loop, the same IS NUMERIC technique project1.cbl's
      *    PROMPT-USER-INPUT uses
       01  ENTRY-CHECK-WS PIC X(6) JUSTIFIED RIGHT.

       01  OPR-SUB-WS PIC 9(2).
       01  INPUT-OPERATOR-WS PIC X(8).

       01  FEE-LIST-LINE-WS.
           05 FLL-DUE-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FLL-FEE-AMOUNT PIC Z,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FLL-CHARGED-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FLL-STATUS PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FLL-WAIVED-DATE PIC X(8).

      *    the after image on the audit record: the reason keyed,
      *    behind the ledger record as it now stands, then the part
      *    of the fee sent to REFUNDS-DUE.txt (zero when it all came
      *    off the balance)
       01  WAIVE-AUDIT-AFTER-WS.
           05 WAA-LEDGER-WS PIC X(42).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WAA-REASON-WS PIC X(60).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WAA-REFUND-WS PIC 9(4)V99.

       PROCEDURE DIVISION.

       PERFORM 050-OPERATOR-SIGN-ON.
       IF SIGNED-ON-FLAG = "NO"
           STOP RUN
       END-IF.
       ACCEPT TODAY-WS FROM DATE YYYYMMDD.
       PERFORM 100-LOAD-LEDGER.
       IF LOAD-OVERFLOW-FLAG = "YES"
           DISPLAY "Fee ledger has more than 5000 fees - waivers "
               "cannot be saved, see the Registrar"
       ELSE
           PERFORM 200-MENU-LOOP UNTIL MENU-CHOICE = "3"
       END-IF.
       PERFORM 910-LOG-SESSION-END.

       STOP RUN.

      *    waiving a fee is money off a balance - sign-on fails
      *    closed: no operator file, an empty one, or three bad tries
      *    and the session never reaches the menu
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

      *    every waiver goes to the shared change-audit file with the
      *    operator, the ledger record before and the reason after -
      *    the caller has already staged the action and both images
       070-WRITE-CHANGE-AUDIT.
           MOVE "LATE-FEE-WAIVER" TO CHG-PROGRAM-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\CHANGE-AUDIT"
               USING CHANGE-AUDIT-PARMS.

       100-LOAD-LEDGER.
           OPEN INPUT LATE-FEE-LEDGER-FILE.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ LATE-FEE-LEDGER-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF LFL-COUNT-WS >= 5000
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           MOVE "YES" TO EOF-FLAG
                       ELSE
                           ADD 1 TO LFL-COUNT-WS
                           MOVE LATE-FEE-LEDGER-RECORD
                               TO LFL-ENTRY-WS(LFL-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LATE-FEE-LEDGER-FILE.

       200-MENU-LOOP.
           DISPLAY "1. List a student's late fees".
           DISPLAY "2. Waive a late fee".
           DISPLAY "3. Exit".
           DISPLAY "Enter your choice".
           ACCEPT MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN "1"
                   PERFORM 710-PROMPT-STUDENT-NUMBER
                   PERFORM 300-LIST-STUDENT-FEES
               WHEN "2" PERFORM 400-WAIVE-FEE
               WHEN "3" CONTINUE
               WHEN OTHER DISPLAY "Invalid choice, try again"
           END-EVALUATE.

      *    every fee on the ledger for INPUT-NUMBER-WS, waived ones
      *    included so the operator can see what was already done
       300-LIST-STUDENT-FEES.
           MOVE 0 TO FEES-LISTED-WS.
           DISPLAY "DUE DATE     FEE    CHARGED   STATUS  WAIVED".
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > LFL-COUNT-WS
               IF LFL-NUMBER-WS(SUB-WS) = INPUT-NUMBER-WS
                   MOVE LFL-DUE-DATE-WS(SUB-WS) TO FLL-DUE-DATE
                   MOVE LFL-FEE-AMOUNT-WS(SUB-WS) TO FLL-FEE-AMOUNT
                   MOVE LFL-CHARGED-DATE-WS(SUB-WS)
                       TO FLL-CHARGED-DATE
                   MOVE LFL-STATUS-WS(SUB-WS) TO FLL-STATUS
                   MOVE LFL-WAIVED-DATE-WS(SUB-WS) TO FLL-WAIVED-DATE
                   DISPLAY FEE-LIST-LINE-WS
                   ADD 1 TO FEES-LISTED-WS
               END-IF
           END-PERFORM.
           IF FEES-LISTED-WS = 0
               DISPLAY "No late fees on file for that student number"
           END-IF.

      *    the operator picks the fee by the due date of the
      *    installment it was charged on - that and the student are
      *    the ledger's key
       400-WAIVE-FEE.
           PERFORM 710-PROMPT-STUDENT-NUMBER.
           PERFORM 300-LIST-STUDENT-FEES.
           IF FEES-LISTED-WS > 0
               DISPLAY "Enter the due date (YYYYMMDD) of the fee to "
                   "waive"
               ACCEPT INPUT-DUE-DATE-WS
               PERFORM 700-FIND-CHARGED-FEE
               IF FOUND-FLAG = "NO"
                   DISPLAY "No charged fee for that due date"
               ELSE
                   PERFORM 410-PROMPT-REASON
                   DISPLAY "Waive " LFL-FEE-AMOUNT-WS(FOUND-INDEX-WS)
                       " - confirm (Y/N)"
                   ACCEPT CONFIRM-WS
                   IF CONFIRM-WS = "Y" OR CONFIRM-WS = "y"
                       PERFORM 420-POST-WAIVER
                   ELSE
                       DISPLAY "Waiver cancelled"
                   END-IF
               END-IF
           END-IF.

      *    no reason, no waiver - the audit record has to say why
       410-PROMPT-REASON.
           MOVE SPACES TO WAIVE-REASON-WS.
           PERFORM UNTIL WAIVE-REASON-WS NOT = SPACES
               DISPLAY "Enter the reason for the waiver"
               ACCEPT WAIVE-REASON-WS
               IF WAIVE-REASON-WS = SPACES
                   DISPLAY "A reason is required, try again"
               END-IF
           END-PERFORM.

      *    the master first - a student gone from the master has no
      *    balance to credit, so the fee is left as it stands.  The
      *    credit is held to the balance, the way
      *    PAYMENT-APPLICATION's 301-POST-OR-SUSPEND floors an
      *    overpayment, and the part of the fee already paid needs
      *    room on REFUNDS-DUE.txt before anything moves.
       420-POST-WAIVER.
           OPEN I-O STUDENT-RECORDS-FILE.
           MOVE INPUT-NUMBER-WS TO STUDENT-NUMBER.
           READ STUDENT-RECORDS-FILE
               INVALID KEY MOVE "NO" TO FOUND-FLAG
               NOT INVALID KEY MOVE "YES" TO FOUND-FLAG
           END-READ.
           IF FOUND-FLAG = "NO"
               DISPLAY "Student not on the master - fee not waived"
           ELSE
               IF LFL-FEE-AMOUNT-WS(FOUND-INDEX-WS)
                       > STUDENT-TUTION-OWED
                   MOVE STUDENT-TUTION-OWED TO WAIVER-CREDIT-WS
                   COMPUTE WAIVER-REFUND-WS =
                       LFL-FEE-AMOUNT-WS(FOUND-INDEX-WS)
                       - STUDENT-TUTION-OWED
               ELSE
                   MOVE LFL-FEE-AMOUNT-WS(FOUND-INDEX-WS)
                       TO WAIVER-CREDIT-WS
                   MOVE 0 TO WAIVER-REFUND-WS
               END-IF
               MOVE "NO" TO REFUND-FULL-FLAG
               IF WAIVER-REFUND-WS > 0
                   PERFORM 440-COUNT-REFUNDS
               END-IF
               IF REFUND-FULL-FLAG = "YES"
                   DISPLAY "Refunds-due file is full (500) - fee "
                       "not waived, see the Registrar"
               ELSE
                   PERFORM 425-APPLY-WAIVER
               END-IF
           END-IF.
           CLOSE STUDENT-RECORDS-FILE.

      *    credits the master, writes the history, the refund and the
      *    audit, and marks the ledger entry WAIVED
       425-APPLY-WAIVER.
           SUBTRACT WAIVER-CREDIT-WS FROM STUDENT-TUTION-OWED.
           REWRITE STUDENT-TUTION-RECORD.
           PERFORM 430-WRITE-WAIVER-HISTORY.
           IF WAIVER-REFUND-WS > 0
               PERFORM 450-WRITE-REFUND-DUE
           END-IF.
           MOVE LFL-ENTRY-WS(FOUND-INDEX-WS) TO CHG-BEFORE-WS.
           MOVE "WAIVED" TO LFL-STATUS-WS(FOUND-INDEX-WS).
           MOVE TODAY-WS TO LFL-WAIVED-DATE-WS(FOUND-INDEX-WS).
           MOVE LFL-ENTRY-WS(FOUND-INDEX-WS) TO WAA-LEDGER-WS.
           MOVE WAIVE-REASON-WS TO WAA-REASON-WS.
           MOVE WAIVER-REFUND-WS TO WAA-REFUND-WS.
           MOVE WAIVE-AUDIT-AFTER-WS TO CHG-AFTER-WS.
           MOVE "WAIVE" TO CHG-ACTION-WS.
           PERFORM 070-WRITE-CHANGE-AUDIT.
      *    saved straight away - the master is already credited, so a
      *    session that dies later must not leave the fee open to be
      *    waived a second time
           PERFORM 900-SAVE-LEDGER.
           ADD 1 TO FEES-WAIVED-WS.
           DISPLAY "Fee waived - balance now " STUDENT-TUTION-OWED.
           IF WAIVER-REFUND-WS > 0
               MOVE WAIVER-REFUND-WS TO WAIVER-REFUND-ED-WS
               DISPLAY WAIVER-REFUND-ED-WS
                   " of the fee was already paid - refund due on "
                   "REFUNDS-DUE.txt"
           END-IF.

      *    the WAV entry is dated and posted today, carrying the whole
      *    fee and the balance it left - the same shape as a PAY
      *    entry, and like an overpaid PAY the part above the balance
      *    is the refund 450 books
       430-WRITE-WAIVER-HISTORY.
           OPEN EXTEND PAYMENT-HISTORY-FILE.
           MOVE STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
           MOVE LFL-FEE-AMOUNT-WS(FOUND-INDEX-WS) TO HIST-AMOUNT.
           MOVE TODAY-WS TO HIST-PAYMENT-DATE.
           MOVE STUDENT-TUTION-OWED TO HIST-RESULTING-BALANCE.
           MOVE "WAV" TO HIST-TYPE.
           MOVE TODAY-WS TO HIST-POSTED-DATE.
           WRITE PAYMENT-HISTORY-RECORD.
           CLOSE PAYMENT-HISTORY-FILE.

      *    counts REFUNDS-DUE.txt against the 500 records
      *    PAYMENT-APPLICATION's 157-LOAD-REFUNDS holds - counted at
      *    the waiver, since a batch may have added to it since
      *    sign-on
       440-COUNT-REFUNDS.
           MOVE 0 TO REFUND-COUNT-WS.
           MOVE "NO" TO EOF-REF-FLAG.
           OPEN INPUT REFUNDS-DUE-FILE.
           PERFORM UNTIL EOF-REF-FLAG = "YES"
               READ REFUNDS-DUE-FILE
                   AT END MOVE "YES" TO EOF-REF-FLAG
                   NOT AT END ADD 1 TO REFUND-COUNT-WS
               END-READ
           END-PERFORM.
           CLOSE REFUNDS-DUE-FILE.
           IF REFUND-COUNT-WS >= 500
               MOVE "YES" TO REFUND-FULL-FLAG
           END-IF.

      *    the same DUE shape PAYMENT-APPLICATION appends for an
      *    overpayment, dated the day of the waiver, so
      *    REFUND-PROCESSING's cheque list picks it up with no
      *    special handling
       450-WRITE-REFUND-DUE.
           OPEN EXTEND REFUNDS-DUE-FILE.
           MOVE STUDENT-NUMBER TO REF-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO REF-STUDENT-NAME.
           MOVE WAIVER-REFUND-WS TO REF-EXCESS.
           MOVE TODAY-WS TO REF-PAYMENT-DATE.
           MOVE "DUE" TO REF-STATUS.
           MOVE SPACES TO REF-ISSUED-DATE.
           WRITE REFUND-DUE-RECORD.
           CLOSE REFUNDS-DUE-FILE.
           ADD 1 TO REFUNDS-RAISED-WS.
           ADD WAIVER-REFUND-WS TO REFUNDS-TOTAL-WS.

      *    the still-CHARGD fee for INPUT-NUMBER-WS on the keyed due
      *    date - a waived fee cannot be waived twice
       700-FIND-CHARGED-FEE.
           MOVE "NO" TO FOUND-FLAG.
           MOVE 0 TO FOUND-INDEX-WS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > LFL-COUNT-WS OR FOUND-FLAG = "YES"
               IF LFL-NUMBER-WS(SUB-WS) = INPUT-NUMBER-WS
                       AND LFL-STATUS-WS(SUB-WS) = "CHARGD"
                       AND INPUT-DUE-DATE-WS IS NUMERIC
                   IF LFL-DUE-DATE-WS(SUB-WS) = INPUT-DUE-DATE-WS
                       MOVE "YES" TO FOUND-FLAG
                       MOVE SUB-WS TO FOUND-INDEX-WS
                   END-IF
               END-IF
           END-PERFORM.

      *    numeric-validated student-number entry, the same
      *    validation/re-prompt loop project1.cbl's PROMPT-USER-INPUT
      *    runs before accepting a student number
       710-PROMPT-STUDENT-NUMBER.
           MOVE "NO" TO CHK-VALID-FLAG-WS.
           MOVE SPACES TO ENTRY-CHECK-WS.
           PERFORM UNTIL CHK-VALID-FLAG-WS = "YES"
               PERFORM 715-PROMPT-NUMBER-DIGITS
      *        the check digit must verify before the number is
      *        used - a mis-keyed number dies here instead of
      *        touching the wrong record
               MOVE ENTRY-CHECK-WS TO CHK-STUDENT-NUMBER-WS
               CALL "C:\Users\harpa\Desktop\Project3\bin\CHECK-DIGIT"
                   USING CHECK-DIGIT-PARMS
               IF CHK-VALID-FLAG-WS NOT = "YES"
                   DISPLAY "Check digit does not verify - use the "
                       "number as issued, try again"
                   MOVE SPACES TO ENTRY-CHECK-WS
               END-IF
           END-PERFORM.
           MOVE ENTRY-CHECK-WS TO INPUT-NUMBER-WS.

      *    the numeric re-prompt loop for the student number, on its
      *    own so the check-digit loop above can rerun it until the
      *    number verifies
       715-PROMPT-NUMBER-DIGITS.
           PERFORM UNTIL ENTRY-CHECK-WS IS NUMERIC
               DISPLAY "Enter the student number"
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

      *    writes the whole ledger back out - waived fees stay on
      *    record so LATE-FEE-CHARGE never charges them again
       900-SAVE-LEDGER.
           OPEN OUTPUT LATE-FEE-LEDGER-FILE.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > LFL-COUNT-WS
               MOVE LFL-ENTRY-WS(SUB-WS) TO LATE-FEE-LEDGER-RECORD
               WRITE LATE-FEE-LEDGER-RECORD
           END-PERFORM.
           CLOSE LATE-FEE-LEDGER-FILE.

      *    session totals for the operator, then the session record
      *    on the shared run-log, the waivers made as the write count
       910-LOG-SESSION-END.
           MOVE REFUNDS-TOTAL-WS TO REFUNDS-TOTAL-ED-WS.
           DISPLAY "FEES WAIVED:            " FEES-WAIVED-WS.
           DISPLAY "REFUNDS RAISED:         " REFUNDS-RAISED-WS.
           DISPLAY "REFUNDS TOTAL:          " REFUNDS-TOTAL-ED-WS.
           MOVE "LATE-FEE-WAIVER" TO RUN-LOG-PROGRAM-WS.
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           MOVE FEES-WAIVED-WS TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

       END PROGRAM LATE-FEE-WAIVER.
