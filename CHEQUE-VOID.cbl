      ******************************************************************
      * Author:
      * Date:
      * Purpose: voids a refund cheque the bank will never clear -
      *          lost in the mail, stale-dated, returned - so it
      *          stops coming up on BANK-RECON's outstanding cheques
      *          month after month.  The refunds marked ISSUED on
      *          REFUNDS-DUE.txt that are not yet on the cleared-items
      *          register BANK-CLEARED.txt are listed for the student
      *          entered; the operator picks one by the payment date
      *          it came from, must key a reason, and confirms.  The
      *          void goes on the register as a VOD item - the refund
      *          itself stays ISSUED, since the cheque was written;
      *          re-paying the student is a new refund, not this
      *          one.  Every void goes to the shared change-audit
      *          file with the operator, the refund as it stood and
      *          the reason given.  Same sign-on and menu-and-table
      *          shape as LATE-FEE-WAIVER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE-VOID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REFUNDS-DUE-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\REFUNDS-DUE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL - a void can come before the first reconciliation
           SELECT OPTIONAL BANK-CLEARED-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\BANK-CLEARED.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\OPERATORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * same record layout PAYMENT-APPLICATION.cbl maintains
       FD  REFUNDS-DUE-FILE.
       01  REFUND-DUE-RECORD.
           05 REF-STUDENT-NUMBER PIC 9(6).
           05 REF-STUDENT-NAME PIC X(40).
           05 REF-EXCESS PIC 9(4)V99.
           05 REF-PAYMENT-DATE PIC 9(8).
           05 REF-STATUS PIC X(6).
           05 REF-ISSUED-DATE PIC X(8).

      * same record layout BANK-RECON.cbl maintains
       FD  BANK-CLEARED-FILE.
       01  BANK-CLEARED-RECORD.
           05 BCL-ITEM-TYPE PIC X(3).
           05 BCL-REFERENCE PIC X(10).
           05 BCL-REFERENCE-PARTS REDEFINES BCL-REFERENCE.
               10 BCL-REF-NUMBER PIC X(6).
               10 FILLER PIC X(4).
           05 BCL-SPONSOR-CODE PIC X(6).
           05 BCL-ITEM-DATE PIC 9(8).
           05 BCL-AMOUNT PIC 9(7)V99.
           05 BCL-CLEARED-DATE PIC 9(8).
           05 BCL-STATEMENT-DATE PIC 9(8).

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

      *    the refunds marked ISSUED, each flagged once the register
      *    shows it cleared or voided
       01  CHEQUE-TABLE.
           05  CHQ-COUNT-WS PIC 9(3) VALUE 0.
           05  CHQ-ENTRY-WS OCCURS 1 TO 500 TIMES
                   DEPENDING ON CHQ-COUNT-WS.
               10 CHQ-REFUND-WS PIC X(74).
               10 CHQ-REFUND-PARTS-WS REDEFINES CHQ-REFUND-WS.
                   15 CHQ-STUDENT-NUMBER-WS PIC 9(6).
                   15 CHQ-STUDENT-NAME-WS PIC X(40).
                   15 CHQ-AMOUNT-WS PIC 9(4)V99.
                   15 CHQ-PAYMENT-DATE-WS PIC 9(8).
                   15 CHQ-STATUS-WS PIC X(6).
                   15 CHQ-ISSUED-DATE-WS PIC X(8).
               10 CHQ-CLEARED-WS PIC X(3).

       01  FLAG-FIELDS.
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 EOF-OPR-FLAG PIC X(3) VALUE "NO".
           05 FOUND-FLAG PIC X(3) VALUE "NO".
           05 SIGNED-ON-FLAG PIC X(3) VALUE "NO".

       01  MENU-CHOICE PIC X(1) VALUE SPACES.
       01  SUB-WS PIC 9(3).
       01  FOUND-INDEX-WS PIC 9(3) VALUE 0.
       01  INPUT-NUMBER-WS PIC 9(6).
       01  CHEQUES-LISTED-WS PIC 9(3) VALUE 0.
       01  CHEQUES-VOIDED-WS PIC 9(3) VALUE 0.
       01  TODAY-WS PIC 9(8).
       01  INPUT-PAYMENT-DATE-WS PIC X(8).
       01  VOID-REASON-WS PIC X(60) VALUE SPACES.
       01  CONFIRM-WS PIC X(1) VALUE SPACES.

      *    staging field for the numeric-entry validation/re-prompt
      *    loop, the same IS NUMERIC technique project1.cbl's
      *    PROMPT-USER-INPUT uses
       01  ENTRY-CHECK-WS PIC X(6) JUSTIFIED RIGHT.

       01  OPR-SUB-WS PIC 9(2).
       01  INPUT-OPERATOR-WS PIC X(8).

       01  CHEQUE-LIST-LINE-WS.
           05 CLL-PAYMENT-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CLL-AMOUNT PIC Z,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CLL-ISSUED-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CLL-NAME PIC X(40).

      *    the after image on the audit record: the reason keyed,
      *    behind the register record the void wrote
       01  VOID-AUDIT-AFTER-WS.
           05 VAA-REGISTER-WS PIC X(52).
           05 FILLER PIC X(1) VALUE SPACE.
           05 VAA-REASON-WS PIC X(60).

       PROCEDURE DIVISION.

       PERFORM 050-OPERATOR-SIGN-ON.
       IF SIGNED-ON-FLAG = "NO"
           STOP RUN
       END-IF.
       ACCEPT TODAY-WS FROM DATE YYYYMMDD.
       PERFORM 100-LOAD-ISSUED-REFUNDS.
       PERFORM 110-APPLY-CLEARED-REGISTER.
       PERFORM 200-MENU-LOOP UNTIL MENU-CHOICE = "3".
       PERFORM 910-LOG-SESSION-END.

       STOP RUN.

      *    voiding takes a cheque off the bank reconciliation for
      *    good - sign-on fails closed: no operator file, an empty
      *    one, or three bad tries and the session never reaches
      *    the menu
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

      *    every void goes to the shared change-audit file with the
      *    operator - the caller has already staged the action and
      *    both images
       070-WRITE-CHANGE-AUDIT.
           MOVE "CHEQUE-VOID" TO CHG-PROGRAM-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\CHANGE-AUDIT"
               USING CHANGE-AUDIT-PARMS.

      *    only ISSUED refunds are cheques - DUE ones have not been
      *    written and CANCEL ones never will be
       100-LOAD-ISSUED-REFUNDS.
           OPEN INPUT REFUNDS-DUE-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ REFUNDS-DUE-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF REF-STATUS = "ISSUED"
                           IF CHQ-COUNT-WS >= 500
                               DISPLAY "Cheque table full (500) - "
                                   "REFUND NOT LOADED "
                                   REF-STUDENT-NUMBER
                           ELSE
                               ADD 1 TO CHQ-COUNT-WS
                               MOVE REFUND-DUE-RECORD
                                   TO CHQ-REFUND-WS(CHQ-COUNT-WS)
                               MOVE "NO" TO CHQ-CLEARED-WS(CHQ-COUNT-WS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFUNDS-DUE-FILE.

      *    a cheque the bank has cleared, or one already voided, is
      *    no longer outstanding
       110-APPLY-CLEARED-REGISTER.
           OPEN INPUT BANK-CLEARED-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ BANK-CLEARED-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF BCL-ITEM-TYPE = "CHQ" OR BCL-ITEM-TYPE = "VOD"
                           PERFORM VARYING SUB-WS FROM 1 BY 1
                                   UNTIL SUB-WS > CHQ-COUNT-WS
                               IF CHQ-STUDENT-NUMBER-WS(SUB-WS)
                                       = BCL-REF-NUMBER
                                   AND CHQ-PAYMENT-DATE-WS(SUB-WS)
                                       = BCL-ITEM-DATE
                                   MOVE "YES" TO CHQ-CLEARED-WS(SUB-WS)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BANK-CLEARED-FILE.

       200-MENU-LOOP.
           DISPLAY "1. List a student's outstanding refund cheques".
           DISPLAY "2. Void a refund cheque".
           DISPLAY "3. Exit".
           DISPLAY "Enter your choice".
           ACCEPT MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN "1"
                   PERFORM 710-PROMPT-STUDENT-NUMBER
                   PERFORM 300-LIST-STUDENT-CHEQUES
               WHEN "2" PERFORM 400-VOID-CHEQUE
               WHEN "3" CONTINUE
               WHEN OTHER DISPLAY "Invalid choice, try again"
           END-EVALUATE.

       300-LIST-STUDENT-CHEQUES.
           MOVE 0 TO CHEQUES-LISTED-WS.
           DISPLAY "PAID ON      AMOUNT    ISSUED    NAME".
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > CHQ-COUNT-WS
               IF CHQ-STUDENT-NUMBER-WS(SUB-WS) = INPUT-NUMBER-WS
                       AND CHQ-CLEARED-WS(SUB-WS) = "NO"
                   MOVE CHQ-PAYMENT-DATE-WS(SUB-WS) TO CLL-PAYMENT-DATE
                   MOVE CHQ-AMOUNT-WS(SUB-WS) TO CLL-AMOUNT
                   MOVE CHQ-ISSUED-DATE-WS(SUB-WS) TO CLL-ISSUED-DATE
                   MOVE CHQ-STUDENT-NAME-WS(SUB-WS) TO CLL-NAME
                   DISPLAY CHEQUE-LIST-LINE-WS
                   ADD 1 TO CHEQUES-LISTED-WS
               END-IF
           END-PERFORM.
           IF CHEQUES-LISTED-WS = 0
               DISPLAY "No outstanding refund cheques for that "
                   "student number"
           END-IF.

       400-VOID-CHEQUE.
           PERFORM 710-PROMPT-STUDENT-NUMBER.
           PERFORM 300-LIST-STUDENT-CHEQUES.
           IF CHEQUES-LISTED-WS > 0
               DISPLAY "Enter the paid-on date (YYYYMMDD) of the "
                   "cheque to void"
               ACCEPT INPUT-PAYMENT-DATE-WS
               PERFORM 700-FIND-OUTSTANDING-CHEQUE
               IF FOUND-FLAG = "NO"
                   DISPLAY "No outstanding cheque for that date"
               ELSE
                   PERFORM 410-PROMPT-REASON
                   DISPLAY "Void " CHQ-AMOUNT-WS(FOUND-INDEX-WS)
                       " - confirm (Y/N)"
                   ACCEPT CONFIRM-WS
                   IF CONFIRM-WS = "Y" OR CONFIRM-WS = "y"
                       PERFORM 420-POST-VOID
                   ELSE
                       DISPLAY "Void cancelled"
                   END-IF
               END-IF
           END-IF.

       410-PROMPT-REASON.
           MOVE SPACES TO VOID-REASON-WS.
           PERFORM UNTIL VOID-REASON-WS NOT = SPACES
               DISPLAY "Enter the reason for the void"
               ACCEPT VOID-REASON-WS
               IF VOID-REASON-WS = SPACES
                   DISPLAY "A reason is required, try again"
               END-IF
           END-PERFORM.

      *    the VOD register record is written at once, so the next
      *    reconciliation no longer lists the cheque
       420-POST-VOID.
           MOVE SPACES TO BANK-CLEARED-RECORD.
           MOVE "VOD" TO BCL-ITEM-TYPE.
           MOVE CHQ-STUDENT-NUMBER-WS(FOUND-INDEX-WS) TO BCL-REFERENCE.
           MOVE CHQ-PAYMENT-DATE-WS(FOUND-INDEX-WS) TO BCL-ITEM-DATE.
           MOVE CHQ-AMOUNT-WS(FOUND-INDEX-WS) TO BCL-AMOUNT.
           MOVE TODAY-WS TO BCL-CLEARED-DATE.
           MOVE 0 TO BCL-STATEMENT-DATE.
           OPEN EXTEND BANK-CLEARED-FILE.
           WRITE BANK-CLEARED-RECORD.
           CLOSE BANK-CLEARED-FILE.
           MOVE "YES" TO CHQ-CLEARED-WS(FOUND-INDEX-WS).
           MOVE CHQ-REFUND-WS(FOUND-INDEX-WS) TO CHG-BEFORE-WS.
           MOVE BANK-CLEARED-RECORD TO VAA-REGISTER-WS.
           MOVE VOID-REASON-WS TO VAA-REASON-WS.
           MOVE VOID-AUDIT-AFTER-WS TO CHG-AFTER-WS.
           MOVE "VOID" TO CHG-ACTION-WS.
           PERFORM 070-WRITE-CHANGE-AUDIT.
           ADD 1 TO CHEQUES-VOIDED-WS.
           DISPLAY "Cheque voided - no longer outstanding".

       700-FIND-OUTSTANDING-CHEQUE.
           MOVE "NO" TO FOUND-FLAG.
           MOVE 0 TO FOUND-INDEX-WS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > CHQ-COUNT-WS OR FOUND-FLAG = "YES"
               IF CHQ-STUDENT-NUMBER-WS(SUB-WS) = INPUT-NUMBER-WS
                       AND CHQ-CLEARED-WS(SUB-WS) = "NO"
                       AND INPUT-PAYMENT-DATE-WS IS NUMERIC
                   IF CHQ-PAYMENT-DATE-WS(SUB-WS)
                           = INPUT-PAYMENT-DATE-WS
                       MOVE "YES" TO FOUND-FLAG
                       MOVE SUB-WS TO FOUND-INDEX-WS
                   END-IF
               END-IF
           END-PERFORM.

       710-PROMPT-STUDENT-NUMBER.
           MOVE "NO" TO CHK-VALID-FLAG-WS.
           MOVE SPACES TO ENTRY-CHECK-WS.
           PERFORM UNTIL CHK-VALID-FLAG-WS = "YES"
               PERFORM 715-PROMPT-NUMBER-DIGITS
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

       910-LOG-SESSION-END.
           MOVE "CHEQUE-VOID" TO RUN-LOG-PROGRAM-WS.
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           MOVE CHEQUES-VOIDED-WS TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

       END PROGRAM CHEQUE-VOID.
