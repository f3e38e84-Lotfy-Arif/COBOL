      ******************************************************************
      * Author:
      * Date:
      * Purpose: maintains the third-party sponsors and the awards
      *          they make.  A sponsor - an employer, a government
      *          agency, or one of the college's own bursaries - goes
      *          on SPONSORS.txt with its billing name and address.
      *          An award on SPONSOR-AWARDS.txt names the student,
      *          the sponsor and the term, and covers either a fixed
      *          amount or a whole percentage of the student's
      *          assessed tuition.  Awards are keyed here OPEN;
      *          SPONSOR-AWARD-POST credits them to the student
      *          and bills the sponsor, SPONSOR-PAYMENT clears
      *          the bill when the sponsor's cheque arrives.  Only an
      *          OPEN award can be cancelled here - once posted the
      *          money has moved.  One award per student, sponsor
      *          and term.  Every change goes to the shared
      *          change-audit file under the signed-on operator.
      *          Same sign-on and menu-and-table shape as HOLD-MAINT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONSOR-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL - the first sponsor ever added creates the file
           SELECT OPTIONAL SPONSOR-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\SPONSORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL - the first award ever keyed creates the file
           SELECT OPTIONAL SPONSOR-AWARD-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\SPONSOR-AWARDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\STUFILE3.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-NUMBER.

      *    the operators allowed to maintain sponsors and awards -
      *    sign-on is validated against this file before the menu
      *    ever shows.  OPTIONAL so the OPEN doesn't abend when the
      *    file is missing; an empty file still refuses everyone.
           SELECT OPTIONAL OPERATOR-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\OPERATORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * one sponsor.  EMPLOYER and AGENCY sponsors are billed for
      * their awards; a BURSARY is the college's own money, charged
      * to scholarship expense and never invoiced.
       FD  SPONSOR-FILE.
       01  SPONSOR-RECORD.
           05 SPN-SPONSOR-CODE PIC X(6).
           05 SPN-SPONSOR-NAME PIC X(40).
           05 SPN-SPONSOR-TYPE PIC X(8).
           05 SPN-BILLING-ADDRESS PIC X(40).

      * one award.  AMT awards cover AWD-AMOUNT, PCT awards cover
      * AWD-PERCENT whole percent of the assessed tuition.  OPEN
      * until SPONSOR-AWARD-POST credits it (POSTED, with the
      * amount actually credited and the day - that day is also the
      * sponsor's invoice date), PAID once SPONSOR-PAYMENT has
      * cleared it, CANCEL if taken off before it was posted.
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

       01  SPONSOR-TABLE.
           05  SPN-COUNT-WS PIC 9(3) VALUE 0.
           05  SPN-ENTRY-WS OCCURS 1 TO 200 TIMES
                   DEPENDING ON SPN-COUNT-WS.
               10 SPN-CODE-WS PIC X(6).
               10 SPN-NAME-WS PIC X(40).
               10 SPN-TYPE-WS PIC X(8).
               10 SPN-ADDRESS-WS PIC X(40).

      *    in-memory copy of the award file - posted, paid and
      *    cancelled awards stay on file as the record of what was
      *    done
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

       01  FLAG-FIELDS.
           05 EOF-SPN-FLAG PIC X(3) VALUE "NO".
           05 EOF-AWD-FLAG PIC X(3) VALUE "NO".
           05 EOF-OPR-FLAG PIC X(3) VALUE "NO".
           05 FOUND-FLAG PIC X(3) VALUE "NO".
           05 SPONSOR-FOUND-FLAG PIC X(3) VALUE "NO".
           05 STUDENT-FOUND-FLAG PIC X(3) VALUE "NO".
           05 SIGNED-ON-FLAG PIC X(3) VALUE "NO".
      *    set when either file holds more records than its table -
      *    saving a partial table would drop sponsors or awards, so
      *    saving is refused
           05 LOAD-OVERFLOW-FLAG PIC X(3) VALUE "NO".

       01  MENU-CHOICE PIC X(1) VALUE SPACES.
       01  SUB-WS PIC 9(4).
       01  SPN-SUB-WS PIC 9(3).
       01  FOUND-INDEX-WS PIC 9(4) VALUE 0.
       01  SPONSOR-INDEX-WS PIC 9(3) VALUE 0.
       01  INPUT-NUMBER-WS PIC 9(6).
       01  TODAY-WS PIC 9(8).
       01  AWARDS-LISTED-WS PIC 9(4) VALUE 0.
       01  SPONSORS-ADDED-WS PIC 9(4) VALUE 0.
       01  SPONSORS-CHANGED-WS PIC 9(4) VALUE 0.
       01  AWARDS-ADDED-WS PIC 9(4) VALUE 0.
       01  AWARDS-CANCELLED-WS PIC 9(4) VALUE 0.

       01  INPUT-SPONSOR-CODE-WS PIC X(6) VALUE SPACES.
       01  INPUT-SPONSOR-NAME-WS PIC X(40) VALUE SPACES.
       01  INPUT-SPONSOR-TYPE-WS PIC X(8) VALUE SPACES.
           88 SPONSOR-TYPE-VALID VALUE "EMPLOYER" "AGENCY"
                                       "BURSARY".
       01  INPUT-ADDRESS-WS PIC X(40) VALUE SPACES.
       01  INPUT-TERM-WS PIC X(5) VALUE SPACES.
       01  INPUT-BASIS-WS PIC X(3) VALUE SPACES.
           88 AWARD-BASIS-VALID VALUE "AMT" "PCT".
       01  INPUT-PERCENT-WS PIC 9(3) VALUE 0.

       01  CONFIRM-PROMPT.
           05 CONFIRM-INPUT PIC A(1).

      *    the amount is assembled digit-for-digit - dollars into the
      *    integer bytes, cents into the decimal bytes - and read
      *    back through the REDEFINES, the same way PAYMENT-ENTRY
      *    builds a payment
       01  AMOUNT-BUILD-WS.
           05 ENTRY-DOLLARS-WS PIC 9(4).
           05 ENTRY-CENTS-WS PIC 9(2).
       01  AMOUNT-BUILT-WS REDEFINES AMOUNT-BUILD-WS PIC 9(4)V99.

      *    staging field for the numeric-entry validation/re-prompt
      *    loop, the same IS NUMERIC technique project1.cbl's
      *    PROMPT-USER-INPUT uses
       01  ENTRY-CHECK-WS PIC X(6) JUSTIFIED RIGHT.

       01  OPR-SUB-WS PIC 9(2).
       01  INPUT-OPERATOR-WS PIC X(8).

      *    an award as the audit file sees it - the record image
       01  AWARD-AUDIT-IMAGE-WS PIC X(55).

       01  AWARD-LIST-LINE-WS.
           05 ALL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ALL-SPONSOR-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ALL-TERM PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ALL-COVERS PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ALL-STATUS PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ALL-POSTED-AMOUNT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 ALL-POSTED-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ALL-PAID-AMOUNT PIC ZZ,ZZ9.99.

       01  COVERS-AMOUNT-EDIT-WS PIC Z,ZZ9.99.
       01  COVERS-PERCENT-EDIT-WS PIC ZZ9.

       PROCEDURE DIVISION.

       PERFORM 050-OPERATOR-SIGN-ON.
       IF SIGNED-ON-FLAG = "NO"
           STOP RUN
       END-IF.
       ACCEPT TODAY-WS FROM DATE YYYYMMDD.
       PERFORM 100-LOAD-SPONSORS.
       PERFORM 110-LOAD-AWARDS.
       OPEN INPUT STUDENT-RECORDS-FILE.
       PERFORM 200-MENU-LOOP UNTIL MENU-CHOICE = "6".
       CLOSE STUDENT-RECORDS-FILE.
       IF LOAD-OVERFLOW-FLAG = "YES"
           DISPLAY "Sponsor or award file exceeds its table - NOT "
               "saved, changes discarded"
       ELSE
           PERFORM 900-SAVE-SPONSORS
           PERFORM 905-SAVE-AWARDS
       END-IF.
       PERFORM 910-LOG-SESSION-END.

       STOP RUN.

      *    an award moves money off a student's balance - sign-on
      *    fails closed: no operator file, an empty one, or three
      *    bad tries and the session never reaches the menu
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

      *    every sponsor and award change goes to the shared
      *    change-audit file with the operator and the before/after
      *    record images - the caller has already staged the action
      *    and both images
       070-WRITE-CHANGE-AUDIT.
           MOVE "SPONSOR-MAINT" TO CHG-PROGRAM-WS.
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
                           DISPLAY "Sponsor table full (200) - "
                               "RECORD SKIPPED FOR SPONSOR "
                               SPN-SPONSOR-CODE
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
                           DISPLAY "Award table full (3000) - "
                               "RECORD SKIPPED FOR STUDENT "
                               AWD-STUDENT-NUMBER
                       ELSE
                           ADD 1 TO AWD-COUNT-WS
                           MOVE SPONSOR-AWARD-RECORD
                               TO AWD-ENTRY-WS(AWD-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SPONSOR-AWARD-FILE.

       200-MENU-LOOP.
           DISPLAY "1. Add a sponsor".
           DISPLAY "2. Change a sponsor's name or address".
           DISPLAY "3. Add an award".
           DISPLAY "4. Cancel an open award".
           DISPLAY "5. List a sponsor's awards".
           DISPLAY "6. Save and exit".
           DISPLAY "Enter your choice".
           ACCEPT MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN "1" PERFORM 300-ADD-SPONSOR
               WHEN "2" PERFORM 350-CHANGE-SPONSOR
               WHEN "3" PERFORM 400-ADD-AWARD
               WHEN "4" PERFORM 450-CANCEL-AWARD
               WHEN "5" PERFORM 500-LIST-SPONSOR-AWARDS
               WHEN "6" CONTINUE
               WHEN OTHER DISPLAY "Invalid choice, try again"
           END-EVALUATE.

      *    a new sponsor: a code not already on file, a name, one of
      *    the three types and the address its invoices go to
       300-ADD-SPONSOR.
           IF SPN-COUNT-WS >= 200
               DISPLAY "Sponsor table full (200) - no more sponsors "
                   "can be added, see the Registrar"
           ELSE
               PERFORM 720-PROMPT-SPONSOR-CODE
               PERFORM 730-FIND-SPONSOR
               IF SPONSOR-FOUND-FLAG = "YES"
                   DISPLAY "Sponsor " INPUT-SPONSOR-CODE-WS
                       " is already on file - nothing added"
               ELSE
                   PERFORM 310-PROMPT-SPONSOR-NAME
                   PERFORM 320-PROMPT-SPONSOR-TYPE
                   PERFORM 330-PROMPT-ADDRESS
                   ADD 1 TO SPN-COUNT-WS
                   MOVE INPUT-SPONSOR-CODE-WS
                       TO SPN-CODE-WS(SPN-COUNT-WS)
                   MOVE INPUT-SPONSOR-NAME-WS
                       TO SPN-NAME-WS(SPN-COUNT-WS)
                   MOVE INPUT-SPONSOR-TYPE-WS
                       TO SPN-TYPE-WS(SPN-COUNT-WS)
                   MOVE INPUT-ADDRESS-WS TO SPN-ADDRESS-WS(SPN-COUNT-WS)
                   MOVE SPACES TO CHG-BEFORE-WS
                   MOVE SPN-ENTRY-WS(SPN-COUNT-WS) TO CHG-AFTER-WS
                   MOVE "ADD" TO CHG-ACTION-WS
                   PERFORM 070-WRITE-CHANGE-AUDIT
                   ADD 1 TO SPONSORS-ADDED-WS
                   DISPLAY "Sponsor " INPUT-SPONSOR-CODE-WS " added"
               END-IF
           END-IF.

       310-PROMPT-SPONSOR-NAME.
           MOVE SPACES TO INPUT-SPONSOR-NAME-WS.
           PERFORM UNTIL INPUT-SPONSOR-NAME-WS NOT = SPACES
               DISPLAY "Enter the sponsor's name"
               ACCEPT INPUT-SPONSOR-NAME-WS
               IF INPUT-SPONSOR-NAME-WS = SPACES
                   DISPLAY "A name is required, try again"
               END-IF
           END-PERFORM.

       320-PROMPT-SPONSOR-TYPE.
           MOVE SPACES TO INPUT-SPONSOR-TYPE-WS.
           PERFORM UNTIL SPONSOR-TYPE-VALID
               DISPLAY "Enter the sponsor type - EMPLOYER, AGENCY or "
                   "BURSARY"
               ACCEPT INPUT-SPONSOR-TYPE-WS
               IF NOT SPONSOR-TYPE-VALID
                   DISPLAY "Not a sponsor type, try again"
               END-IF
           END-PERFORM.

      *    a bursary is never invoiced, but the address is still
      *    asked for - it is where the award summary goes
       330-PROMPT-ADDRESS.
           MOVE SPACES TO INPUT-ADDRESS-WS.
           PERFORM UNTIL INPUT-ADDRESS-WS NOT = SPACES
               DISPLAY "Enter the billing address"
               ACCEPT INPUT-ADDRESS-WS
               IF INPUT-ADDRESS-WS = SPACES
                   DISPLAY "An address is required, try again"
               END-IF
           END-PERFORM.

      *    name and address only - the code is the key every award
      *    carries, and the type decides which ledger account the
      *    awards already posted went to, so neither is changed
       350-CHANGE-SPONSOR.
           PERFORM 720-PROMPT-SPONSOR-CODE.
           PERFORM 730-FIND-SPONSOR.
           IF SPONSOR-FOUND-FLAG = "NO"
               DISPLAY "No sponsor on file with that code"
           ELSE
               DISPLAY "Sponsor: " SPN-NAME-WS(SPONSOR-INDEX-WS)
               DISPLAY "Address: " SPN-ADDRESS-WS(SPONSOR-INDEX-WS)
               MOVE SPN-ENTRY-WS(SPONSOR-INDEX-WS) TO CHG-BEFORE-WS
               PERFORM 310-PROMPT-SPONSOR-NAME
               PERFORM 330-PROMPT-ADDRESS
               MOVE INPUT-SPONSOR-NAME-WS
                   TO SPN-NAME-WS(SPONSOR-INDEX-WS)
               MOVE INPUT-ADDRESS-WS TO SPN-ADDRESS-WS(SPONSOR-INDEX-WS)
               MOVE SPN-ENTRY-WS(SPONSOR-INDEX-WS) TO CHG-AFTER-WS
               MOVE "UPDATE" TO CHG-ACTION-WS
               PERFORM 070-WRITE-CHANGE-AUDIT
               ADD 1 TO SPONSORS-CHANGED-WS
               DISPLAY "Sponsor " INPUT-SPONSOR-CODE-WS " changed"
           END-IF.

      *    a new award: the student on the master, the sponsor on
      *    file, a term, and no award already standing for the same
      *    student, sponsor and term
       400-ADD-AWARD.
           IF AWD-COUNT-WS >= 3000
               DISPLAY "Award table full (3000) - no more awards can "
                   "be added, see the Registrar"
               MOVE "NO" TO STUDENT-FOUND-FLAG
           ELSE
               PERFORM 710-PROMPT-STUDENT-NUMBER
               PERFORM 700-FIND-STUDENT
           END-IF.
           IF STUDENT-FOUND-FLAG = "YES"
               PERFORM 720-PROMPT-SPONSOR-CODE
               PERFORM 730-FIND-SPONSOR
               IF SPONSOR-FOUND-FLAG = "NO"
                   DISPLAY "No sponsor on file with that code - add "
                       "the sponsor first"
               ELSE
                   PERFORM 740-PROMPT-TERM
                   PERFORM 750-FIND-AWARD
                   IF FOUND-FLAG = "YES"
                           AND AWD-STATUS-WS(FOUND-INDEX-WS)
                               NOT = "CANCEL"
                       DISPLAY "That sponsor already has an award for "
                           "the student in term " INPUT-TERM-WS
                           " - nothing added"
                   ELSE
                       PERFORM 410-PROMPT-AWARD-COVERS
                       PERFORM 420-STORE-AWARD
                   END-IF
               END-IF
           END-IF.

      *    a fixed amount, or a whole percentage of assessed tuition
      *    worked out when the award is posted
       410-PROMPT-AWARD-COVERS.
           MOVE SPACES TO INPUT-BASIS-WS.
           PERFORM UNTIL AWARD-BASIS-VALID
               DISPLAY "Enter AMT for a fixed amount or PCT for a "
                   "percentage of tuition"
               ACCEPT INPUT-BASIS-WS
               IF NOT AWARD-BASIS-VALID
                   DISPLAY "Not AMT or PCT, try again"
               END-IF
           END-PERFORM.
           MOVE 0 TO AMOUNT-BUILT-WS.
           MOVE 0 TO INPUT-PERCENT-WS.
           IF INPUT-BASIS-WS = "AMT"
               PERFORM UNTIL AMOUNT-BUILT-WS > 0
                   PERFORM 760-PROMPT-AMOUNT
                   IF AMOUNT-BUILT-WS = 0
                       DISPLAY "The award must be more than zero, "
                           "try again"
                   END-IF
               END-PERFORM
           ELSE
               PERFORM UNTIL INPUT-PERCENT-WS > 0
                       AND INPUT-PERCENT-WS <= 100
                   MOVE SPACES TO ENTRY-CHECK-WS
                   PERFORM UNTIL ENTRY-CHECK-WS IS NUMERIC
                       DISPLAY "Enter the percentage of tuition "
                           "covered (1-100)"
                       ACCEPT ENTRY-CHECK-WS
                       IF ENTRY-CHECK-WS = SPACES
                           DISPLAY "Invalid entry - numbers only, "
                               "try again"
                       ELSE
                           INSPECT ENTRY-CHECK-WS
                               REPLACING LEADING SPACE BY ZERO
                           IF ENTRY-CHECK-WS NOT NUMERIC
                               DISPLAY "Invalid entry - numbers only,"
                                   " try again"
                               MOVE SPACES TO ENTRY-CHECK-WS
                           END-IF
                       END-IF
                   END-PERFORM
                   IF ENTRY-CHECK-WS > "000100"
                       MOVE 0 TO INPUT-PERCENT-WS
                   ELSE
                       MOVE ENTRY-CHECK-WS TO INPUT-PERCENT-WS
                   END-IF
                   IF INPUT-PERCENT-WS = 0
                       DISPLAY "Between 1 and 100, try again"
                   END-IF
               END-PERFORM
           END-IF.

       420-STORE-AWARD.
           ADD 1 TO AWD-COUNT-WS.
           MOVE INPUT-NUMBER-WS TO AWD-NUMBER-WS(AWD-COUNT-WS).
           MOVE INPUT-SPONSOR-CODE-WS TO AWD-SPONSOR-WS(AWD-COUNT-WS).
           MOVE INPUT-TERM-WS TO AWD-TERM-WS(AWD-COUNT-WS).
           MOVE INPUT-BASIS-WS TO AWD-BASIS-WS(AWD-COUNT-WS).
           MOVE AMOUNT-BUILT-WS TO AWD-AMOUNT-WS(AWD-COUNT-WS).
           MOVE INPUT-PERCENT-WS TO AWD-PERCENT-WS(AWD-COUNT-WS).
           MOVE "OPEN" TO AWD-STATUS-WS(AWD-COUNT-WS).
           MOVE 0 TO AWD-POSTED-AMOUNT-WS(AWD-COUNT-WS).
           MOVE SPACES TO AWD-POSTED-DATE-WS(AWD-COUNT-WS).
           MOVE 0 TO AWD-PAID-AMOUNT-WS(AWD-COUNT-WS).
           MOVE SPACES TO CHG-BEFORE-WS.
           MOVE AWD-ENTRY-WS(AWD-COUNT-WS) TO AWARD-AUDIT-IMAGE-WS.
           MOVE AWARD-AUDIT-IMAGE-WS TO CHG-AFTER-WS.
           MOVE "ADD" TO CHG-ACTION-WS.
           PERFORM 070-WRITE-CHANGE-AUDIT.
           ADD 1 TO AWARDS-ADDED-WS.
           DISPLAY "Award added for " STUDENT-NAME.

      *    only an OPEN award comes off - a posted one has already
      *    credited the student and billed the sponsor.  The record
      *    stays on file marked CANCEL.
       450-CANCEL-AWARD.
           PERFORM 710-PROMPT-STUDENT-NUMBER.
           PERFORM 720-PROMPT-SPONSOR-CODE.
           PERFORM 740-PROMPT-TERM.
           PERFORM 750-FIND-AWARD.
           IF FOUND-FLAG = "NO"
               DISPLAY "No award on file for that student, sponsor "
                   "and term"
           ELSE
               IF AWD-STATUS-WS(FOUND-INDEX-WS) NOT = "OPEN"
                   DISPLAY "That award is "
                       AWD-STATUS-WS(FOUND-INDEX-WS)
                       " - only an OPEN award can be cancelled"
               ELSE
                   MOVE AWD-ENTRY-WS(FOUND-INDEX-WS)
                       TO AWARD-AUDIT-IMAGE-WS
                   MOVE AWARD-AUDIT-IMAGE-WS TO CHG-BEFORE-WS
                   MOVE "CANCEL" TO AWD-STATUS-WS(FOUND-INDEX-WS)
                   MOVE AWD-ENTRY-WS(FOUND-INDEX-WS)
                       TO AWARD-AUDIT-IMAGE-WS
                   MOVE AWARD-AUDIT-IMAGE-WS TO CHG-AFTER-WS
                   MOVE "DELETE" TO CHG-ACTION-WS
                   PERFORM 070-WRITE-CHANGE-AUDIT
                   ADD 1 TO AWARDS-CANCELLED-WS
                   DISPLAY "Award cancelled"
               END-IF
           END-IF.

      *    every award on file for the sponsor, whatever its status
       500-LIST-SPONSOR-AWARDS.
           PERFORM 720-PROMPT-SPONSOR-CODE.
           PERFORM 730-FIND-SPONSOR.
           IF SPONSOR-FOUND-FLAG = "YES"
               DISPLAY SPN-NAME-WS(SPONSOR-INDEX-WS) "  "
                   SPN-TYPE-WS(SPONSOR-INDEX-WS)
           END-IF.
           MOVE 0 TO AWARDS-LISTED-WS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > AWD-COUNT-WS
               IF AWD-SPONSOR-WS(SUB-WS) = INPUT-SPONSOR-CODE-WS
                   MOVE AWD-NUMBER-WS(SUB-WS) TO ALL-STUDENT-NUMBER
                   MOVE AWD-SPONSOR-WS(SUB-WS) TO ALL-SPONSOR-CODE
                   MOVE AWD-TERM-WS(SUB-WS) TO ALL-TERM
                   MOVE SPACES TO ALL-COVERS
                   IF AWD-BASIS-WS(SUB-WS) = "PCT"
                       MOVE AWD-PERCENT-WS(SUB-WS)
                           TO COVERS-PERCENT-EDIT-WS
                       STRING COVERS-PERCENT-EDIT-WS DELIMITED BY SIZE
                               " PCT" DELIMITED BY SIZE
                           INTO ALL-COVERS
                   ELSE
                       MOVE AWD-AMOUNT-WS(SUB-WS)
                           TO COVERS-AMOUNT-EDIT-WS
                       MOVE COVERS-AMOUNT-EDIT-WS TO ALL-COVERS
                   END-IF
                   MOVE AWD-STATUS-WS(SUB-WS) TO ALL-STATUS
                   MOVE AWD-POSTED-AMOUNT-WS(SUB-WS)
                       TO ALL-POSTED-AMOUNT
                   MOVE AWD-POSTED-DATE-WS(SUB-WS) TO ALL-POSTED-DATE
                   MOVE AWD-PAID-AMOUNT-WS(SUB-WS) TO ALL-PAID-AMOUNT
                   DISPLAY AWARD-LIST-LINE-WS
                   ADD 1 TO AWARDS-LISTED-WS
               END-IF
           END-PERFORM.
           IF AWARDS-LISTED-WS = 0
               DISPLAY "No awards on file for that sponsor code"
           END-IF.

       700-FIND-STUDENT.
           MOVE INPUT-NUMBER-WS TO STUDENT-NUMBER.
           READ STUDENT-RECORDS-FILE
               INVALID KEY
                   MOVE "NO" TO STUDENT-FOUND-FLAG
                   DISPLAY "No student on file with that number"
               NOT INVALID KEY
                   MOVE "YES" TO STUDENT-FOUND-FLAG
                   DISPLAY "Student: " STUDENT-NAME
                   DISPLAY "Is this the right student ? Y/N"
                   ACCEPT CONFIRM-INPUT
                   IF CONFIRM-INPUT NOT = "Y"
                       MOVE "NO" TO STUDENT-FOUND-FLAG
                       DISPLAY "Nothing changed"
                   END-IF
           END-READ.

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

       720-PROMPT-SPONSOR-CODE.
           MOVE SPACES TO INPUT-SPONSOR-CODE-WS.
           PERFORM UNTIL INPUT-SPONSOR-CODE-WS NOT = SPACES
               DISPLAY "Enter the sponsor code"
               ACCEPT INPUT-SPONSOR-CODE-WS
               IF INPUT-SPONSOR-CODE-WS = SPACES
                   DISPLAY "A sponsor code is required, try again"
               END-IF
           END-PERFORM.

       730-FIND-SPONSOR.
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

      *    the same term code TERM-ROLLOVER files course history
      *    under
       740-PROMPT-TERM.
           MOVE SPACES TO INPUT-TERM-WS.
           PERFORM UNTIL INPUT-TERM-WS NOT = SPACES
               DISPLAY "Enter the term code the award is for"
               ACCEPT INPUT-TERM-WS
               IF INPUT-TERM-WS = SPACES
                   DISPLAY "A term code is required, try again"
               END-IF
           END-PERFORM.

      *    the award for INPUT-NUMBER-WS from INPUT-SPONSOR-CODE-WS
      *    in INPUT-TERM-WS - a cancelled one is passed over when a
      *    live one follows it
       750-FIND-AWARD.
           MOVE "NO" TO FOUND-FLAG.
           MOVE 0 TO FOUND-INDEX-WS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > AWD-COUNT-WS
               IF AWD-NUMBER-WS(SUB-WS) = INPUT-NUMBER-WS
                       AND AWD-SPONSOR-WS(SUB-WS)
                           = INPUT-SPONSOR-CODE-WS
                       AND AWD-TERM-WS(SUB-WS) = INPUT-TERM-WS
                   IF FOUND-FLAG = "NO"
                           OR AWD-STATUS-WS(SUB-WS) NOT = "CANCEL"
                       MOVE "YES" TO FOUND-FLAG
                       MOVE SUB-WS TO FOUND-INDEX-WS
                   END-IF
               END-IF
           END-PERFORM.

      *    dollars then cents, each through the numeric re-prompt
      *    loop, the same two questions PAYMENT-ENTRY asks
       760-PROMPT-AMOUNT.
           MOVE SPACES TO ENTRY-CHECK-WS.
           PERFORM UNTIL ENTRY-CHECK-WS IS NUMERIC
               DISPLAY "Enter the award dollars (no cents)"
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
               DISPLAY "Enter the award cents (00-99)"
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

       900-SAVE-SPONSORS.
           OPEN OUTPUT SPONSOR-FILE.
           PERFORM VARYING SPN-SUB-WS FROM 1 BY 1
                   UNTIL SPN-SUB-WS > SPN-COUNT-WS
               MOVE SPN-ENTRY-WS(SPN-SUB-WS) TO SPONSOR-RECORD
               WRITE SPONSOR-RECORD
           END-PERFORM.
           CLOSE SPONSOR-FILE.

      *    writes the whole table back out - posted, paid and
      *    cancelled awards stay on record
       905-SAVE-AWARDS.
           OPEN OUTPUT SPONSOR-AWARD-FILE.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > AWD-COUNT-WS
               MOVE AWD-ENTRY-WS(SUB-WS) TO SPONSOR-AWARD-RECORD
               WRITE SPONSOR-AWARD-RECORD
           END-PERFORM.
           CLOSE SPONSOR-AWARD-FILE.

      *    session record on the shared run-log, every sponsor and
      *    award change as the write count
       910-LOG-SESSION-END.
           MOVE "SPONSOR-MAINT" TO RUN-LOG-PROGRAM-WS.
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           COMPUTE RUN-LOG-WRITE-WS =
               SPONSORS-ADDED-WS + SPONSORS-CHANGED-WS
               + AWARDS-ADDED-WS + AWARDS-CANCELLED-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

       END PROGRAM SPONSOR-MAINT.
