      ******************************************************************
      * Author:
      * Date:
      * Purpose: keyed add/change maintenance of the student contact
      *          file (STUDENT-CONTACT.IDX) - the mailing address,
      *          phone number and email the 107-byte student master
      *          has no room for, so statements and refund cheques
      *          stop being addressed by hand.  One record per
      *          student, keyed on STUDENT-NUMBER.  A new contact is
      *          only taken for a student on the indexed master,
      *          with the name shown back for the clerk to confirm;
      *          a change keeps any field answered blank.  Every add
      *          and change goes to the shared change-audit file
      *          under the signed-on operator, the same sign-on and
      *          trail STUDENT-MASTER-MAINT runs.  MAIL-EXTRACT.cbl
      *          reads the file to address statements and refunds.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL - the first add ever creates the file
           SELECT OPTIONAL CONTACT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\STUDENT-CONTACT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-STUDENT-NUMBER.

           SELECT STUDENT-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\STUFILE3.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-NUMBER.

      *    the operators allowed to change contact records - sign-on
      *    is validated against this file before the menu ever
      *    shows.  OPTIONAL so the OPEN doesn't abend when the file
      *    is missing; an empty file still refuses everyone.
           SELECT OPTIONAL OPERATOR-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\OPERATORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * one student's contact details - 120 bytes, so the whole
      * record fits a change-audit before/after image
       FD  CONTACT-FILE.
       01  CONTACT-RECORD.
           05 CON-STUDENT-NUMBER PIC 9(6).
           05 CON-STREET PIC X(30).
           05 CON-CITY PIC X(20).
           05 CON-PROVINCE PIC X(2).
      *    postal code without the space - K2G1V8
           05 CON-POSTAL-CODE PIC X(6).
      *    ten digits, area code first - blank when none given
           05 CON-PHONE PIC X(10).
           05 CON-EMAIL PIC X(40).
           05 FILLER PIC X(6).

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

      *    the operators allowed in, loaded once at sign-on
       01  OPERATOR-TABLE.
           05  OPR-COUNT-WS PIC 9(2) VALUE 0.
           05  OPR-ENTRY-WS OCCURS 1 TO 50 TIMES
                   DEPENDING ON OPR-COUNT-WS.
               10 OPR-ID-WS PIC X(8).
               10 OPR-NAME-WS PIC X(30).

       01  FLAG-FIELDS.
           05 EOF-OPR-FLAG PIC X(3) VALUE "NO".
           05 SIGNED-ON-FLAG PIC X(3) VALUE "NO".
           05 STUDENT-FOUND-FLAG PIC X(3) VALUE "NO".
           05 CONTACT-FOUND-FLAG PIC X(3) VALUE "NO".
           05 FIELD-VALID-FLAG PIC X(3) VALUE "NO".
      *    YES on a change, where a blank answer keeps the value on
      *    file; NO on an add, where the address fields are required
           05 KEEP-ON-BLANK-FLAG PIC X(3) VALUE "NO".

       01  MENU-CHOICE PIC X(1) VALUE SPACES.
       01  OPR-SUB-WS PIC 9(2).
       01  INPUT-OPERATOR-WS PIC X(8).
       01  INPUT-NUMBER-WS PIC 9(6).
       01  CONTACTS-ADDED-WS PIC 9(5) VALUE 0.
       01  CONTACTS-CHANGED-WS PIC 9(5) VALUE 0.
       01  AT-SIGN-COUNT-WS PIC 9(2) VALUE 0.

       01  CONFIRM-PROMPT.
           05 CONFIRM-INPUT PIC A(1).

      *    staging field for the numeric-entry validation/re-prompt
      *    loop, the same IS NUMERIC technique project1.cbl's
      *    PROMPT-USER-INPUT uses
       01  ENTRY-CHECK-WS PIC X(6) JUSTIFIED RIGHT.

      *    each field as keyed, before it is proved and moved onto
      *    the record
       01  INPUT-STREET-WS PIC X(30).
       01  INPUT-CITY-WS PIC X(20).
       01  INPUT-PROVINCE-WS PIC X(2).
           88 PROVINCE-VALID VALUE "AB" "BC" "MB" "NB" "NL" "NS"
                   "NT" "NU" "ON" "PE" "QC" "SK" "YT".
       01  INPUT-POSTAL-WS PIC X(6).
       01  INPUT-PHONE-WS PIC X(10).
       01  INPUT-EMAIL-WS PIC X(40).

           COPY RUN-LOG.
           COPY CHECK-DIGIT.

       PROCEDURE DIVISION.

       PERFORM 050-OPERATOR-SIGN-ON.
       IF SIGNED-ON-FLAG = "NO"
           STOP RUN
       END-IF.
       OPEN I-O CONTACT-FILE.
       OPEN INPUT STUDENT-RECORDS-FILE.
       PERFORM 200-MENU-LOOP UNTIL MENU-CHOICE = "4".
       CLOSE STUDENT-RECORDS-FILE.
       CLOSE CONTACT-FILE.
       PERFORM 910-LOG-SESSION-END.

       STOP RUN.

      *    addresses decide where money is mailed - sign-on fails
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

      *    every add and change goes to the shared change-audit file
      *    with the operator and the before/after record images - the
      *    caller has already staged the action and both images
       070-WRITE-CHANGE-AUDIT.
           MOVE "CONTACT-MAINT" TO CHG-PROGRAM-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\CHANGE-AUDIT"
               USING CHANGE-AUDIT-PARMS.

       200-MENU-LOOP.
           DISPLAY "1. Add a student's contact details".
           DISPLAY "2. Change a student's contact details".
           DISPLAY "3. Show a student's contact details".
           DISPLAY "4. Exit".
           DISPLAY "Enter your choice".
           ACCEPT MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN "1" PERFORM 300-ADD-CONTACT
               WHEN "2" PERFORM 400-CHANGE-CONTACT
               WHEN "3" PERFORM 500-SHOW-CONTACT
               WHEN "4" CONTINUE
               WHEN OTHER DISPLAY "Invalid choice, try again"
           END-EVALUATE.

      *    a new contact: the student must be on the master and must
      *    not already have a contact record - a second address is a
      *    change, not an add
       300-ADD-CONTACT.
           PERFORM 710-PROMPT-STUDENT-NUMBER.
           PERFORM 700-FIND-STUDENT.
           IF STUDENT-FOUND-FLAG = "YES"
               PERFORM 720-FIND-CONTACT
               IF CONTACT-FOUND-FLAG = "YES"
                   DISPLAY "Contact details already on file - use "
                       "the change option"
               ELSE
                   MOVE SPACES TO CONTACT-RECORD
                   MOVE INPUT-NUMBER-WS TO CON-STUDENT-NUMBER
                   MOVE "NO" TO KEEP-ON-BLANK-FLAG
                   PERFORM 600-PROMPT-CONTACT-FIELDS
                   WRITE CONTACT-RECORD
                       INVALID KEY
                           DISPLAY "Contact could not be added - "
                               "already on file"
                       NOT INVALID KEY
                           MOVE SPACES TO CHG-BEFORE-WS
                           MOVE CONTACT-RECORD TO CHG-AFTER-WS
                           MOVE "ADD" TO CHG-ACTION-WS
                           PERFORM 070-WRITE-CHANGE-AUDIT
                           ADD 1 TO CONTACTS-ADDED-WS
                           DISPLAY "Contact details added"
                   END-WRITE
               END-IF
           END-IF.

      *    a change works from the contact record itself, so a
      *    withdrawn student still owed a refund can have the
      *    cheque's address corrected after leaving the master
       400-CHANGE-CONTACT.
           PERFORM 710-PROMPT-STUDENT-NUMBER.
           PERFORM 720-FIND-CONTACT.
           IF CONTACT-FOUND-FLAG = "NO"
               DISPLAY "No contact details on file for that number"
           ELSE
               PERFORM 510-DISPLAY-CONTACT
               MOVE CONTACT-RECORD TO CHG-BEFORE-WS
               MOVE "YES" TO KEEP-ON-BLANK-FLAG
               DISPLAY "Answer blank to keep the value on file"
               PERFORM 600-PROMPT-CONTACT-FIELDS
               IF CONTACT-RECORD = CHG-BEFORE-WS
                   DISPLAY "Nothing changed"
               ELSE
                   REWRITE CONTACT-RECORD
                   MOVE CONTACT-RECORD TO CHG-AFTER-WS
                   MOVE "UPDATE" TO CHG-ACTION-WS
                   PERFORM 070-WRITE-CHANGE-AUDIT
                   ADD 1 TO CONTACTS-CHANGED-WS
                   DISPLAY "Contact details updated"
               END-IF
           END-IF.

       500-SHOW-CONTACT.
           PERFORM 710-PROMPT-STUDENT-NUMBER.
           PERFORM 720-FIND-CONTACT.
           IF CONTACT-FOUND-FLAG = "NO"
               DISPLAY "No contact details on file for that number"
           ELSE
               PERFORM 510-DISPLAY-CONTACT
           END-IF.

       510-DISPLAY-CONTACT.
           DISPLAY "Street:      " CON-STREET.
           DISPLAY "City:        " CON-CITY.
           DISPLAY "Province:    " CON-PROVINCE.
           DISPLAY "Postal code: " CON-POSTAL-CODE.
           DISPLAY "Phone:       " CON-PHONE.
           DISPLAY "Email:       " CON-EMAIL.

      *    every field in turn, each proved before it lands on the
      *    record - street, city, province and postal code make the
      *    mailing block, so an add cannot leave them blank
       600-PROMPT-CONTACT-FIELDS.
           PERFORM 610-PROMPT-STREET.
           PERFORM 620-PROMPT-CITY.
           PERFORM 630-PROMPT-PROVINCE.
           PERFORM 640-PROMPT-POSTAL-CODE.
           PERFORM 650-PROMPT-PHONE.
           PERFORM 660-PROMPT-EMAIL.

       610-PROMPT-STREET.
           MOVE "NO" TO FIELD-VALID-FLAG.
           PERFORM UNTIL FIELD-VALID-FLAG = "YES"
               DISPLAY "Enter the street address"
               MOVE SPACES TO INPUT-STREET-WS
               ACCEPT INPUT-STREET-WS
               IF INPUT-STREET-WS NOT = SPACES
                   MOVE INPUT-STREET-WS TO CON-STREET
                   MOVE "YES" TO FIELD-VALID-FLAG
               ELSE
                   IF KEEP-ON-BLANK-FLAG = "YES"
                       MOVE "YES" TO FIELD-VALID-FLAG
                   ELSE
                       DISPLAY "The street address is required"
                   END-IF
               END-IF
           END-PERFORM.

       620-PROMPT-CITY.
           MOVE "NO" TO FIELD-VALID-FLAG.
           PERFORM UNTIL FIELD-VALID-FLAG = "YES"
               DISPLAY "Enter the city"
               MOVE SPACES TO INPUT-CITY-WS
               ACCEPT INPUT-CITY-WS
               IF INPUT-CITY-WS NOT = SPACES
                   MOVE INPUT-CITY-WS TO CON-CITY
                   MOVE "YES" TO FIELD-VALID-FLAG
               ELSE
                   IF KEEP-ON-BLANK-FLAG = "YES"
                       MOVE "YES" TO FIELD-VALID-FLAG
                   ELSE
                       DISPLAY "The city is required"
                   END-IF
               END-IF
           END-PERFORM.

      *    the two-letter Canada Post abbreviation - anything else
      *    would stop the envelope at the sorting plant
       630-PROMPT-PROVINCE.
           MOVE "NO" TO FIELD-VALID-FLAG.
           PERFORM UNTIL FIELD-VALID-FLAG = "YES"
               DISPLAY "Enter the province (two letters, e.g. ON)"
               MOVE SPACES TO INPUT-PROVINCE-WS
               ACCEPT INPUT-PROVINCE-WS
               IF INPUT-PROVINCE-WS = SPACES
                   IF KEEP-ON-BLANK-FLAG = "YES"
                       MOVE "YES" TO FIELD-VALID-FLAG
                   ELSE
                       DISPLAY "The province is required"
                   END-IF
               ELSE
                   IF PROVINCE-VALID
                       MOVE INPUT-PROVINCE-WS TO CON-PROVINCE
                       MOVE "YES" TO FIELD-VALID-FLAG
                   ELSE
                       DISPLAY "Invalid province - try again"
                   END-IF
               END-IF
           END-PERFORM.

      *    letter-digit-letter digit-letter-digit, keyed without the
      *    space
       640-PROMPT-POSTAL-CODE.
           MOVE "NO" TO FIELD-VALID-FLAG.
           PERFORM UNTIL FIELD-VALID-FLAG = "YES"
               DISPLAY "Enter the postal code (no space, e.g. K2G1V8)"
               MOVE SPACES TO INPUT-POSTAL-WS
               ACCEPT INPUT-POSTAL-WS
               IF INPUT-POSTAL-WS = SPACES
                   IF KEEP-ON-BLANK-FLAG = "YES"
                       MOVE "YES" TO FIELD-VALID-FLAG
                   ELSE
                       DISPLAY "The postal code is required"
                   END-IF
               ELSE
                   IF INPUT-POSTAL-WS(1:1) IS ALPHABETIC
                           AND INPUT-POSTAL-WS(2:1) IS NUMERIC
                           AND INPUT-POSTAL-WS(3:1) IS ALPHABETIC
                           AND INPUT-POSTAL-WS(4:1) IS NUMERIC
                           AND INPUT-POSTAL-WS(5:1) IS ALPHABETIC
                           AND INPUT-POSTAL-WS(6:1) IS NUMERIC
                           AND INPUT-POSTAL-WS(1:1) NOT = SPACE
                           AND INPUT-POSTAL-WS(3:1) NOT = SPACE
                           AND INPUT-POSTAL-WS(5:1) NOT = SPACE
                       MOVE INPUT-POSTAL-WS TO CON-POSTAL-CODE
                       MOVE "YES" TO FIELD-VALID-FLAG
                   ELSE
                       DISPLAY "Invalid postal code - try again"
                   END-IF
               END-IF
           END-PERFORM.

      *    optional - ten digits when given.  On a change there is
      *    no way to clear a number by answering blank, so a single
      *    X clears it.
       650-PROMPT-PHONE.
           MOVE "NO" TO FIELD-VALID-FLAG.
           PERFORM UNTIL FIELD-VALID-FLAG = "YES"
               DISPLAY "Enter the phone number (10 digits, "
                   "blank if none, X to clear)"
               MOVE SPACES TO INPUT-PHONE-WS
               ACCEPT INPUT-PHONE-WS
               EVALUATE TRUE
                   WHEN INPUT-PHONE-WS = SPACES
                       MOVE "YES" TO FIELD-VALID-FLAG
                   WHEN INPUT-PHONE-WS = "X"
                       MOVE SPACES TO CON-PHONE
                       MOVE "YES" TO FIELD-VALID-FLAG
                   WHEN INPUT-PHONE-WS IS NUMERIC
                       MOVE INPUT-PHONE-WS TO CON-PHONE
                       MOVE "YES" TO FIELD-VALID-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid phone number - ten digits, "
                           "try again"
               END-EVALUATE
           END-PERFORM.

      *    optional - proved to carry exactly one @ when given, X
      *    clears it the same way as the phone
       660-PROMPT-EMAIL.
           MOVE "NO" TO FIELD-VALID-FLAG.
           PERFORM UNTIL FIELD-VALID-FLAG = "YES"
               DISPLAY "Enter the email address (blank if none, "
                   "X to clear)"
               MOVE SPACES TO INPUT-EMAIL-WS
               ACCEPT INPUT-EMAIL-WS
               MOVE 0 TO AT-SIGN-COUNT-WS
               INSPECT INPUT-EMAIL-WS
                   TALLYING AT-SIGN-COUNT-WS FOR ALL "@"
               EVALUATE TRUE
                   WHEN INPUT-EMAIL-WS = SPACES
                       MOVE "YES" TO FIELD-VALID-FLAG
                   WHEN INPUT-EMAIL-WS = "X"
                       MOVE SPACES TO CON-EMAIL
                       MOVE "YES" TO FIELD-VALID-FLAG
                   WHEN AT-SIGN-COUNT-WS = 1
                       MOVE INPUT-EMAIL-WS TO CON-EMAIL
                       MOVE "YES" TO FIELD-VALID-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid email address - try again"
               END-EVALUATE
           END-PERFORM.

      *    keyed read with the name shown back for the clerk to
      *    confirm, the same check PAYMENT-ENTRY runs
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

       720-FIND-CONTACT.
           MOVE INPUT-NUMBER-WS TO CON-STUDENT-NUMBER.
           READ CONTACT-FILE
               INVALID KEY MOVE "NO" TO CONTACT-FOUND-FLAG
               NOT INVALID KEY MOVE "YES" TO CONTACT-FOUND-FLAG
           END-READ.

      *    one completion record on the shared run-log per session
       910-LOG-SESSION-END.
           MOVE "CONTACT-MAINT" TO RUN-LOG-PROGRAM-WS.
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           COMPUTE RUN-LOG-WRITE-WS =
               CONTACTS-ADDED-WS + CONTACTS-CHANGED-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

       END PROGRAM CONTACT-MAINT.
