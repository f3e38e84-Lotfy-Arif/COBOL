      ******************************************************************
      * Author:
      * Date:
      * Purpose: applies a sponsor's cheque to the invoice it pays.
      *          SPONSOR-AWARD-POST bills each sponsor one invoice a
      *          day - every award it posted to that sponsor that
      *          day, numbered by sponsor code and date - and the
      *          posted awards are the sponsor receivable.  The
      *          operator picks the sponsor, sees its invoices with
      *          what was billed, what has been paid and what is
      *          still owed, and applies the cheque to one invoice.
      *          The money is spread over that invoice's awards in
      *          file order, each taken up to what it still owes; an
      *          award paid in full goes to PAID.  Every piece of
      *          the cheque is written to SPONSOR-PAYMENTS.txt
      *          against its student and term, which is what
      *          GL-EXTRACT journals out of the sponsor receivable
      *          into cash.  A cheque for more than the invoice still
      *          owes is refused - the sponsor is asked which invoice
      *          the rest is for.  The award file is saved after
      *          every cheque, so a session that dies part way keeps
      *          the cheques already applied.  Bursaries are never
      *          invoiced and never take a payment here.  Every award
      *          touched goes to the shared change-audit file under
      *          the signed-on operator.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONSOR-PAYMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SPONSOR-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\SPONSORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SPONSOR-AWARD-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\SPONSOR-AWARDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL - the first sponsor cheque ever applied creates
      *    the file
           SELECT OPTIONAL SPONSOR-PAYMENT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\SPONSOR-PAYMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the operators allowed to apply sponsor cheques - sign-on
      *    is validated against this file before the menu ever
      *    shows.  OPTIONAL so the OPEN doesn't abend when the file
      *    is missing; an empty file still refuses everyone.
           SELECT OPTIONAL OPERATOR-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\OPERATORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * same record layout SPONSOR-MAINT.cbl maintains
       FD  SPONSOR-FILE.
       01  SPONSOR-RECORD.
           05 SPN-SPONSOR-CODE PIC X(6).
           05 SPN-SPONSOR-NAME PIC X(40).
           05 SPN-SPONSOR-TYPE PIC X(8).
           05 SPN-BILLING-ADDRESS PIC X(40).

      * same record layout SPONSOR-MAINT.cbl maintains - POSTED
      * awards take the cheque here and go to PAID once cleared
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

      * one piece of a sponsor cheque - the part of it applied to
      * one award on the invoice, dated the day it was applied
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

       01  SPONSOR-TABLE.
           05  SPN-COUNT-WS PIC 9(3) VALUE 0.
           05  SPN-ENTRY-WS OCCURS 1 TO 200 TIMES
                   DEPENDING ON SPN-COUNT-WS.
               10 SPN-CODE-WS PIC X(6).
               10 SPN-NAME-WS PIC X(40).
               10 SPN-TYPE-WS PIC X(8).
               10 SPN-ADDRESS-WS PIC X(40).

       01  AWARD-TABLE.
           05  AWD-COUNT-WS PIC 9(4) VALUE 0.
           05  AWD-ENTRY-WS OCCURS 1 TO 3000 TIMES
                   DEPENDING ON AWD-COUNT-WS.
               10 AWD-NUMBER-WS PIC 9(6).
               10 AWD-SPONSOR-WS PIC X(6).
               10 AWD-TERM-WS PIC X(5).
               10 AWD-BASIS-WS PIC X(3).
               10 AWD-AMOUNT-WS PIC 9(4)V99.
               10 AWD-PERCENT-WS PIC 9(3).
               10 AWD-STATUS-WS PIC X(6).
               10 AWD-POSTED-AMOUNT-WS PIC 9(4)V99.
               10 AWD-POSTED-DATE-WS PIC X(8).
               10 AWD-PAID-AMOUNT-WS PIC 9(4)V99.

      *    one sponsor's invoices, built from its posted awards each
      *    time the sponsor is picked - an invoice is every award
      *    posted to the sponsor on one day
       01  INVOICE-TABLE.
           05  INV-COUNT-WS PIC 9(3) VALUE 0.
           05  INV-ENTRY-WS OCCURS 1 TO 500 TIMES
                   DEPENDING ON INV-COUNT-WS.
               10 INV-DATE-WS PIC X(8).
               10 INV-BILLED-WS PIC 9(6)V99.
               10 INV-PAID-WS PIC 9(6)V99.

       01  FLAG-FIELDS.
           05 EOF-SPN-FLAG PIC X(3) VALUE "NO".
           05 EOF-AWD-FLAG PIC X(3) VALUE "NO".
           05 EOF-OPR-FLAG PIC X(3) VALUE "NO".
           05 FOUND-FLAG PIC X(3) VALUE "NO".
           05 SPONSOR-FOUND-FLAG PIC X(3) VALUE "NO".
           05 SIGNED-ON-FLAG PIC X(3) VALUE "NO".
      *    set when the sponsor or award file outgrew its table -
      *    saving a partial award file would drop awards, so no
      *    cheque is taken at all
           05 LOAD-OVERFLOW-FLAG PIC X(3) VALUE "NO".

       01  MENU-CHOICE PIC X(1) VALUE SPACES.
       01  SUB-WS PIC 9(4).
       01  INV-SUB-WS PIC 9(3).
       01  SPN-SUB-WS PIC 9(3).
       01  SPONSOR-INDEX-WS PIC 9(3) VALUE 0.
       01  INVOICE-INDEX-WS PIC 9(3) VALUE 0.
       01  TODAY-WS PIC 9(8).
       01  CHEQUES-APPLIED-WS PIC 9(4) VALUE 0.
       01  PIECES-WRITTEN-WS PIC 9(5) VALUE 0.

       01  INPUT-SPONSOR-CODE-WS PIC X(6) VALUE SPACES.
       01  INPUT-REFERENCE-WS PIC X(10) VALUE SPACES.
       01  INPUT-OPERATOR-WS PIC X(8).
       01  OPR-SUB-WS PIC 9(2).

       01  CONFIRM-PROMPT.
           05 CONFIRM-INPUT PIC A(1).

      *    the cheque is assembled digit-for-digit - dollars into
      *    the integer bytes, cents into the decimal bytes - and
      *    read back through the REDEFINES, the same way
      *    PAYMENT-ENTRY builds a payment.  Six dollar digits: one
      *    sponsor cheque can cover a whole class.
       01  AMOUNT-BUILD-WS.
           05 ENTRY-DOLLARS-WS PIC 9(6).
           05 ENTRY-CENTS-WS PIC 9(2).
       01  AMOUNT-BUILT-WS REDEFINES AMOUNT-BUILD-WS PIC 9(6)V99.

      *    staging fields for the numeric-entry validation/re-prompt
      *    loops, the same IS NUMERIC technique project1.cbl's
      *    PROMPT-USER-INPUT uses
       01  ENTRY-CHECK-WS PIC X(6) JUSTIFIED RIGHT.
       01  ENTRY-CHECK-DATE-WS PIC X(8) JUSTIFIED RIGHT.

      *    one cheque being spread over an invoice's awards
       01  APPLY-FIELDS.
           05 OUTSTANDING-WS PIC 9(6)V99 VALUE 0.
           05 LEFT-TO-APPLY-WS PIC 9(6)V99 VALUE 0.
           05 AWARD-OWES-WS PIC 9(4)V99 VALUE 0.
           05 PIECE-WS PIC 9(4)V99 VALUE 0.

      *    an award as the audit file sees it - the record image
       01  AWARD-AUDIT-IMAGE-WS PIC X(55).

       01  INVOICE-LIST-LINE-WS.
           05 FILLER PIC X(9) VALUE "INVOICE: ".
           05 ILL-SPONSOR-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE "-".
           05 ILL-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "BILLED: ".
           05 ILL-BILLED PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAID: ".
           05 ILL-PAID PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "OWED: ".
           05 ILL-OWED PIC ZZZ,ZZ9.99.

       01  OWED-EDIT-WS PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       PERFORM 050-OPERATOR-SIGN-ON.
       IF SIGNED-ON-FLAG = "NO"
           STOP RUN
       END-IF.
       ACCEPT TODAY-WS FROM DATE YYYYMMDD.
       PERFORM 100-LOAD-SPONSORS.
       PERFORM 110-LOAD-AWARDS.
       IF LOAD-OVERFLOW-FLAG = "YES"
           DISPLAY "Sponsor or award file exceeds its table - no "
               "sponsor cheques can be applied, see the Registrar"
       ELSE
           PERFORM 200-MENU-LOOP UNTIL MENU-CHOICE = "3"
       END-IF.
       PERFORM 910-LOG-SESSION-END.

       STOP RUN.

      *    a sponsor cheque clears receivable - sign-on fails
      *    closed: no operator file, an empty one, or three bad
      *    tries and the session never reaches the menu
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

      *    every award a cheque touches goes to the shared
      *    change-audit file with the operator and the before/after
      *    record images - the caller has already staged the action
      *    and both images
       070-WRITE-CHANGE-AUDIT.
           MOVE "SPONSOR-PAYMENT" TO CHG-PROGRAM-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\CHANGE-AUDIT"
               USING CHANGE-AUDIT-PARMS.

       100-LOAD-SPONSORS.
           OPEN INPUT SPONSOR-FILE.
           PERFORM UNTIL EOF-SPN-FLAG = "YES"
               READ SPONSOR-FILE
                   AT END MOVE "YES" TO EOF-SPN-FLAG
                   NOT AT END
                       IF SPN-COUNT-WS >= 200
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           MOVE "YES" TO EOF-SPN-FLAG
                       ELSE
                           ADD 1 TO SPN-COUNT-WS
                           MOVE SPONSOR-RECORD
                               TO SPN-ENTRY-WS(SPN-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SPONSOR-FILE.

       110-LOAD-AWARDS.
           OPEN INPUT SPONSOR-AWARD-FILE.
           PERFORM UNTIL EOF-AWD-FLAG = "YES"
               READ SPONSOR-AWARD-FILE
                   AT END MOVE "YES" TO EOF-AWD-FLAG
                   NOT AT END
                       IF AWD-COUNT-WS >= 3000
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           MOVE "YES" TO EOF-AWD-FLAG
                       ELSE
                           ADD 1 TO AWD-COUNT-WS
                           MOVE SPONSOR-AWARD-RECORD
                               TO AWD-ENTRY-WS(AWD-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SPONSOR-AWARD-FILE.

       200-MENU-LOOP.
           DISPLAY "1. List a sponsor's invoices".
           DISPLAY "2. Apply a sponsor cheque".
           DISPLAY "3. Exit".
           DISPLAY "Enter your choice".
           ACCEPT MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN "1"
                   PERFORM 500-PICK-SPONSOR
                   IF SPONSOR-FOUND-FLAG = "YES"
                       PERFORM 510-LIST-INVOICES
                   END-IF
               WHEN "2" PERFORM 300-APPLY-CHEQUE
               WHEN "3" CONTINUE
               WHEN OTHER DISPLAY "Invalid choice, try again"
           END-EVALUATE.

      *    one cheque against one invoice: the invoice must still
      *    owe something and the cheque must not be more than it
      *    owes
       300-APPLY-CHEQUE.
           PERFORM 500-PICK-SPONSOR.
           IF SPONSOR-FOUND-FLAG = "YES"
               PERFORM 510-LIST-INVOICES
               IF INV-COUNT-WS > 0
                   PERFORM 310-PROMPT-INVOICE-DATE
                   IF FOUND-FLAG = "NO"
                       DISPLAY "No invoice for that sponsor on that "
                           "date"
                   ELSE
                       COMPUTE OUTSTANDING-WS =
                           INV-BILLED-WS(INVOICE-INDEX-WS)
                           - INV-PAID-WS(INVOICE-INDEX-WS)
                       IF OUTSTANDING-WS = 0
                           DISPLAY "That invoice is paid in full"
                       ELSE
                           PERFORM 320-PROMPT-CHEQUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       310-PROMPT-INVOICE-DATE.
           MOVE SPACES TO ENTRY-CHECK-DATE-WS.
           PERFORM UNTIL ENTRY-CHECK-DATE-WS IS NUMERIC
               DISPLAY "Enter the invoice date (YYYYMMDD) the cheque "
                   "pays"
               ACCEPT ENTRY-CHECK-DATE-WS
               IF ENTRY-CHECK-DATE-WS = SPACES
                   DISPLAY "Invalid entry - numbers only, try again"
               ELSE
                   INSPECT ENTRY-CHECK-DATE-WS
                       REPLACING LEADING SPACE BY ZERO
                   IF ENTRY-CHECK-DATE-WS NOT NUMERIC
                       DISPLAY "Invalid entry - numbers only, try again"
                       MOVE SPACES TO ENTRY-CHECK-DATE-WS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "NO" TO FOUND-FLAG.
           MOVE 0 TO INVOICE-INDEX-WS.
           PERFORM VARYING INV-SUB-WS FROM 1 BY 1
                   UNTIL INV-SUB-WS > INV-COUNT-WS
                       OR FOUND-FLAG = "YES"
               IF INV-DATE-WS(INV-SUB-WS) = ENTRY-CHECK-DATE-WS
                   MOVE "YES" TO FOUND-FLAG
                   MOVE INV-SUB-WS TO INVOICE-INDEX-WS
               END-IF
           END-PERFORM.

      *    the cheque amount and its number, then one last look
      *    before the money moves
       320-PROMPT-CHEQUE.
           MOVE OUTSTANDING-WS TO OWED-EDIT-WS.
           DISPLAY "Invoice still owes " OWED-EDIT-WS.
           PERFORM 700-PROMPT-AMOUNT.
           IF AMOUNT-BUILT-WS = 0
               DISPLAY "A cheque for nothing - nothing applied"
           ELSE
               IF AMOUNT-BUILT-WS > OUTSTANDING-WS
                   DISPLAY "The cheque is more than the invoice owes "
                       "- nothing applied, ask the sponsor which "
                       "invoice the rest is for"
               ELSE
                   MOVE SPACES TO INPUT-REFERENCE-WS
                   PERFORM UNTIL INPUT-REFERENCE-WS NOT = SPACES
                       DISPLAY "Enter the cheque number"
                       ACCEPT INPUT-REFERENCE-WS
                       IF INPUT-REFERENCE-WS = SPACES
                           DISPLAY "A cheque number is required, try "
                               "again"
                       END-IF
                   END-PERFORM
                   DISPLAY "Apply this cheque ? Y/N"
                   ACCEPT CONFIRM-INPUT
                   IF CONFIRM-INPUT = "Y"
                       PERFORM 400-SPREAD-CHEQUE
                   ELSE
                       DISPLAY "Nothing applied"
                   END-IF
               END-IF
           END-IF.

      *    the cheque over the invoice's awards in file order, each
      *    taken up to what it still owes - one SPONSOR-PAYMENTS
      *    record per award it reaches.  The award file is saved
      *    straight away.
       400-SPREAD-CHEQUE.
           MOVE AMOUNT-BUILT-WS TO LEFT-TO-APPLY-WS.
           OPEN EXTEND SPONSOR-PAYMENT-FILE.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > AWD-COUNT-WS
                       OR LEFT-TO-APPLY-WS = 0
               IF AWD-SPONSOR-WS(SUB-WS) = INPUT-SPONSOR-CODE-WS
                       AND AWD-STATUS-WS(SUB-WS) = "POSTED"
                       AND AWD-POSTED-DATE-WS(SUB-WS)
                           = INV-DATE-WS(INVOICE-INDEX-WS)
                   PERFORM 410-APPLY-TO-AWARD
               END-IF
           END-PERFORM.
           CLOSE SPONSOR-PAYMENT-FILE.
           PERFORM 900-SAVE-AWARDS.
           ADD 1 TO CHEQUES-APPLIED-WS.
           DISPLAY "Cheque " INPUT-REFERENCE-WS " applied".

       410-APPLY-TO-AWARD.
           COMPUTE AWARD-OWES-WS = AWD-POSTED-AMOUNT-WS(SUB-WS)
               - AWD-PAID-AMOUNT-WS(SUB-WS).
           IF AWARD-OWES-WS > LEFT-TO-APPLY-WS
               MOVE LEFT-TO-APPLY-WS TO PIECE-WS
           ELSE
               MOVE AWARD-OWES-WS TO PIECE-WS
           END-IF.
           IF PIECE-WS > 0
               MOVE AWD-ENTRY-WS(SUB-WS) TO AWARD-AUDIT-IMAGE-WS
               MOVE AWARD-AUDIT-IMAGE-WS TO CHG-BEFORE-WS
               ADD PIECE-WS TO AWD-PAID-AMOUNT-WS(SUB-WS)
               IF AWD-PAID-AMOUNT-WS(SUB-WS)
                       = AWD-POSTED-AMOUNT-WS(SUB-WS)
                   MOVE "PAID" TO AWD-STATUS-WS(SUB-WS)
               END-IF
               SUBTRACT PIECE-WS FROM LEFT-TO-APPLY-WS
               MOVE AWD-ENTRY-WS(SUB-WS) TO AWARD-AUDIT-IMAGE-WS
               MOVE AWARD-AUDIT-IMAGE-WS TO CHG-AFTER-WS
               MOVE "UPDATE" TO CHG-ACTION-WS
               PERFORM 070-WRITE-CHANGE-AUDIT
               MOVE AWD-SPONSOR-WS(SUB-WS) TO SPP-SPONSOR-CODE
               MOVE AWD-POSTED-DATE-WS(SUB-WS) TO SPP-INVOICE-DATE
               MOVE AWD-NUMBER-WS(SUB-WS) TO SPP-STUDENT-NUMBER
               MOVE AWD-TERM-WS(SUB-WS) TO SPP-TERM
               MOVE PIECE-WS TO SPP-AMOUNT
               MOVE TODAY-WS TO SPP-RECEIVED-DATE
               MOVE INPUT-REFERENCE-WS TO SPP-REFERENCE
               MOVE CHG-OPERATOR-WS TO SPP-ENTERED-BY
               WRITE SPONSOR-PAYMENT-RECORD
               ADD 1 TO PIECES-WRITTEN-WS
           END-IF.

      *    a billed sponsor - a bursary is the college's own money
      *    and never owes a cheque
       500-PICK-SPONSOR.
           MOVE SPACES TO INPUT-SPONSOR-CODE-WS.
           PERFORM UNTIL INPUT-SPONSOR-CODE-WS NOT = SPACES
               DISPLAY "Enter the sponsor code"
               ACCEPT INPUT-SPONSOR-CODE-WS
               IF INPUT-SPONSOR-CODE-WS = SPACES
                   DISPLAY "A sponsor code is required, try again"
               END-IF
           END-PERFORM.
           MOVE "NO" TO SPONSOR-FOUND-FLAG.
           MOVE 0 TO SPONSOR-INDEX-WS.
           PERFORM VARYING SPN-SUB-WS FROM 1 BY 1
                   UNTIL SPN-SUB-WS > SPN-COUNT-WS
                       OR SPONSOR-FOUND-FLAG = "YES"
               IF SPN-CODE-WS(SPN-SUB-WS) = INPUT-SPONSOR-CODE-WS
                   MOVE "YES" TO SPONSOR-FOUND-FLAG
                   MOVE SPN-SUB-WS TO SPONSOR-INDEX-WS
               END-IF
           END-PERFORM.
           IF SPONSOR-FOUND-FLAG = "NO"
               DISPLAY "No sponsor on file with that code"
           ELSE
               DISPLAY "Sponsor: " SPN-NAME-WS(SPONSOR-INDEX-WS)
               IF SPN-TYPE-WS(SPONSOR-INDEX-WS) = "BURSARY"
                   DISPLAY "A bursary is never invoiced - no "
                       "cheques are applied to it"
                   MOVE "NO" TO SPONSOR-FOUND-FLAG
               END-IF
           END-IF.

      *    the sponsor's invoices rebuilt off its posted and paid
      *    awards - billed, paid so far, and still owed
       510-LIST-INVOICES.
           MOVE 0 TO INV-COUNT-WS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > AWD-COUNT-WS
               IF AWD-SPONSOR-WS(SUB-WS) = INPUT-SPONSOR-CODE-WS
                       AND (AWD-STATUS-WS(SUB-WS) = "POSTED"
                           OR AWD-STATUS-WS(SUB-WS) = "PAID")
                   PERFORM 520-ADD-TO-INVOICE
               END-IF
           END-PERFORM.
           IF INV-COUNT-WS = 0
               DISPLAY "No invoices on file for that sponsor"
           END-IF.
           PERFORM VARYING INV-SUB-WS FROM 1 BY 1
                   UNTIL INV-SUB-WS > INV-COUNT-WS
               MOVE INPUT-SPONSOR-CODE-WS TO ILL-SPONSOR-CODE
               MOVE INV-DATE-WS(INV-SUB-WS) TO ILL-DATE
               MOVE INV-BILLED-WS(INV-SUB-WS) TO ILL-BILLED
               MOVE INV-PAID-WS(INV-SUB-WS) TO ILL-PAID
               COMPUTE ILL-OWED = INV-BILLED-WS(INV-SUB-WS)
                   - INV-PAID-WS(INV-SUB-WS)
               DISPLAY INVOICE-LIST-LINE-WS
           END-PERFORM.

      *    finds the invoice for this award's posted date, starting
      *    a new one the first time a date is seen
       520-ADD-TO-INVOICE.
           MOVE "NO" TO FOUND-FLAG.
           MOVE 0 TO INVOICE-INDEX-WS.
           PERFORM VARYING INV-SUB-WS FROM 1 BY 1
                   UNTIL INV-SUB-WS > INV-COUNT-WS
                       OR FOUND-FLAG = "YES"
               IF INV-DATE-WS(INV-SUB-WS) = AWD-POSTED-DATE-WS(SUB-WS)
                   MOVE "YES" TO FOUND-FLAG
                   MOVE INV-SUB-WS TO INVOICE-INDEX-WS
               END-IF
           END-PERFORM.
           IF FOUND-FLAG = "NO"
               IF INV-COUNT-WS >= 500
                   DISPLAY "Invoice list full (500) - older invoices "
                       "only, see the Registrar"
               ELSE
                   ADD 1 TO INV-COUNT-WS
                   MOVE INV-COUNT-WS TO INVOICE-INDEX-WS
                   MOVE AWD-POSTED-DATE-WS(SUB-WS)
                       TO INV-DATE-WS(INVOICE-INDEX-WS)
                   MOVE 0 TO INV-BILLED-WS(INVOICE-INDEX-WS)
                   MOVE 0 TO INV-PAID-WS(INVOICE-INDEX-WS)
                   MOVE "YES" TO FOUND-FLAG
               END-IF
           END-IF.
           IF FOUND-FLAG = "YES"
               ADD AWD-POSTED-AMOUNT-WS(SUB-WS)
                   TO INV-BILLED-WS(INVOICE-INDEX-WS)
               ADD AWD-PAID-AMOUNT-WS(SUB-WS)
                   TO INV-PAID-WS(INVOICE-INDEX-WS)
           END-IF.

      *    dollars then cents, each through the numeric re-prompt
      *    loop, the same two questions PAYMENT-ENTRY asks
       700-PROMPT-AMOUNT.
           MOVE SPACES TO ENTRY-CHECK-WS.
           PERFORM UNTIL ENTRY-CHECK-WS IS NUMERIC
               DISPLAY "Enter the cheque dollars (no cents)"
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
           MOVE ENTRY-CHECK-WS TO ENTRY-DOLLARS-WS.

           MOVE SPACES TO ENTRY-CHECK-WS.
           PERFORM UNTIL ENTRY-CHECK-WS IS NUMERIC
               DISPLAY "Enter the cheque cents (00-99)"
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
           MOVE ENTRY-CHECK-WS TO ENTRY-CENTS-WS.

      *    writes the whole award table back out after every cheque
       900-SAVE-AWARDS.
           OPEN OUTPUT SPONSOR-AWARD-FILE.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > AWD-COUNT-WS
               MOVE AWD-ENTRY-WS(SUB-WS) TO SPONSOR-AWARD-RECORD
               WRITE SPONSOR-AWARD-RECORD
           END-PERFORM.
           CLOSE SPONSOR-AWARD-FILE.

      *    session record on the shared run-log - cheques applied as
      *    the read count, the payment pieces they wrote as the
      *    write count
       910-LOG-SESSION-END.
           MOVE "SPONSOR-PAYMENT" TO RUN-LOG-PROGRAM-WS.
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS.
           MOVE CHEQUES-APPLIED-WS TO RUN-LOG-READ-WS.
           MOVE PIECES-WRITTEN-WS TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

       END PROGRAM SPONSOR-PAYMENT.
