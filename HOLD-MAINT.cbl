      ******************************************************************
      * Author:
      * Date:
      * Purpose: places and releases holds on a student's service.
      *          PAYMENT-HOLDS.txt only ever stopped posting; this is
      *          the hold the rest of the office needs - a FINANCIAL,
      *          REGISTRAR, LIBRARY or ACADEMIC hold on
      *          STUDENT-HOLDS.txt carrying the reason, the operator
      *          who placed it and the day it was placed, and the
      *          release date.  A release date can be set when the
      *          hold is placed (it lapses that day on its own) or is
      *          stamped when the hold is released here; a blank
      *          release date means the hold stands until someone
      *          releases it.  Released holds stay on file as the
      *          record of what was done.  COURSE-REGISTRATION
      *          refuses an enrolment on a FINANCIAL, REGISTRAR or
      *          ACADEMIC hold, STUDENT-TRANSCRIPT withholds the
      *          transcript on any hold, and FINANCIAL-HOLDS places
      *          and releases FINANCIAL holds off the aging each
      *          night.  Every place and release goes to the shared
      *          change-audit file under the signed-on operator.
      *          Same sign-on and menu-and-table shape as
      *          REFUND-PROCESSING.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLD-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL - the first hold ever placed creates the file
           SELECT OPTIONAL STUDENT-HOLDS-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\STUDENT-HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\STUFILE3.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-NUMBER.

      *    the operators allowed to place and release holds -
      *    sign-on is validated against this file before the menu
      *    ever shows.  OPTIONAL so the OPEN doesn't abend when the
      *    file is missing; an empty file still refuses everyone.
           SELECT OPTIONAL OPERATOR-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\OPERATORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * one hold.  The release date is X rather than 9 on purpose:
      * blank until the hold is released or given a date to lapse.
      * A hold is in force while the release date is blank or still
      * ahead of today.
       FD  STUDENT-HOLDS-FILE.
       01  STUDENT-HOLD-RECORD.
           05 HLD-STUDENT-NUMBER PIC 9(6).
           05 HLD-TYPE PIC X(9).
           05 HLD-REASON PIC X(40).
           05 HLD-PLACED-BY PIC X(8).
           05 HLD-PLACED-DATE PIC 9(8).
           05 HLD-RELEASE-DATE PIC X(8).
           05 HLD-RELEASED-BY PIC X(8).

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

      *    in-memory copy of the holds file - released holds stay
      *    on file as the record of what was done
       01  HOLD-TABLE.
           05  HLD-COUNT-WS PIC 9(4) VALUE 0.
           05  HLD-ENTRY-WS OCCURS 1 TO 2000 TIMES
                   DEPENDING ON HLD-COUNT-WS.
               10 HLD-NUMBER-WS PIC 9(6).
               10 HLD-TYPE-WS PIC X(9).
               10 HLD-REASON-WS PIC X(40).
               10 HLD-PLACED-BY-WS PIC X(8).
               10 HLD-PLACED-DATE-WS PIC 9(8).
               10 HLD-RELEASE-DATE-WS PIC X(8).
               10 HLD-RELEASED-BY-WS PIC X(8).

       01  FLAG-FIELDS.
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 EOF-OPR-FLAG PIC X(3) VALUE "NO".
           05 FOUND-FLAG PIC X(3) VALUE "NO".
           05 STUDENT-FOUND-FLAG PIC X(3) VALUE "NO".
           05 SIGNED-ON-FLAG PIC X(3) VALUE "NO".
      *    set when STUDENT-HOLDS.txt holds more records than the
      *    table - saving a partial table would drop holds, so
      *    saving is refused
           05 LOAD-OVERFLOW-FLAG PIC X(3) VALUE "NO".

       01  MENU-CHOICE PIC X(1) VALUE SPACES.
       01  SUB-WS PIC 9(4).
       01  FOUND-INDEX-WS PIC 9(4) VALUE 0.
       01  INPUT-NUMBER-WS PIC 9(6).
       01  TODAY-WS PIC 9(8).
       01  HOLDS-LISTED-WS PIC 9(4) VALUE 0.
       01  HOLDS-PLACED-WS PIC 9(4) VALUE 0.
       01  HOLDS-RELEASED-WS PIC 9(4) VALUE 0.

       01  INPUT-TYPE-WS PIC X(9) VALUE SPACES.
           88 HOLD-TYPE-VALID VALUE "FINANCIAL" "REGISTRAR"
                                    "LIBRARY" "ACADEMIC".
       01  INPUT-REASON-WS PIC X(40) VALUE SPACES.
       01  INPUT-RELEASE-DATE-WS PIC X(8) VALUE SPACES.
       01  INPUT-RELEASE-DATE-NUM-WS REDEFINES INPUT-RELEASE-DATE-WS
               PIC 9(8).
       01  RELEASE-DATE-OK-FLAG PIC X(3) VALUE "NO".

       01  CONFIRM-PROMPT.
           05 CONFIRM-INPUT PIC A(1).

      *    staging field for the numeric-entry validation/re-prompt
      *    loop, the same IS NUMERIC technique project1.cbl's
      *    PROMPT-USER-INPUT uses
       01  ENTRY-CHECK-WS PIC X(6) JUSTIFIED RIGHT.

       01  OPR-SUB-WS PIC 9(2).
       01  INPUT-OPERATOR-WS PIC X(8).

       01  HOLD-LIST-LINE-WS.
           05 HLL-TYPE PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLL-REASON PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLL-PLACED-BY PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLL-PLACED-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HLL-STATUS PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 HLL-RELEASE-DATE PIC X(8).

       PROCEDURE DIVISION.

       PERFORM 050-OPERATOR-SIGN-ON.
       IF SIGNED-ON-FLAG = "NO"
           STOP RUN
       END-IF.
       ACCEPT TODAY-WS FROM DATE YYYYMMDD.
       PERFORM 100-LOAD-HOLDS.
       OPEN INPUT STUDENT-RECORDS-FILE.
       PERFORM 200-MENU-LOOP UNTIL MENU-CHOICE = "4".
       CLOSE STUDENT-RECORDS-FILE.
       IF LOAD-OVERFLOW-FLAG = "YES"
           DISPLAY "File has more than 2000 holds - NOT saved, "
               "changes discarded"
       ELSE
           PERFORM 900-SAVE-HOLDS
       END-IF.
       PERFORM 910-LOG-SESSION-END.

       STOP RUN.

      *    a hold stops service to a student - sign-on fails closed:
      *    no operator file, an empty one, or three bad tries and the
      *    session never reaches the menu
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

      *    every hold placed or released goes to the shared
      *    change-audit file with the operator and the before/after
      *    record images - the caller has already staged the action
      *    and both images
       070-WRITE-CHANGE-AUDIT.
           MOVE "HOLD-MAINT" TO CHG-PROGRAM-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\CHANGE-AUDIT"
               USING CHANGE-AUDIT-PARMS.

       100-LOAD-HOLDS.
           OPEN INPUT STUDENT-HOLDS-FILE.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ STUDENT-HOLDS-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF HLD-COUNT-WS >= 2000
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           DISPLAY "Hold table full (2000) - "
                               "RECORD SKIPPED FOR STUDENT "
                               HLD-STUDENT-NUMBER
                       ELSE
                           ADD 1 TO HLD-COUNT-WS
                           MOVE STUDENT-HOLD-RECORD
                               TO HLD-ENTRY-WS(HLD-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-HOLDS-FILE.

       200-MENU-LOOP.
           DISPLAY "1. Place a hold".
           DISPLAY "2. Release a hold".
           DISPLAY "3. List a student's holds".
           DISPLAY "4. Save and exit".
           DISPLAY "Enter your choice".
           ACCEPT MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN "1" PERFORM 300-PLACE-HOLD
               WHEN "2" PERFORM 400-RELEASE-HOLD
               WHEN "3"
                   PERFORM 710-PROMPT-STUDENT-NUMBER
                   PERFORM 500-LIST-STUDENT-HOLDS
               WHEN "4" CONTINUE
               WHEN OTHER DISPLAY "Invalid choice, try again"
           END-EVALUATE.

      *    a new hold: the student must be on the master, the type
      *    one of the four, a reason given, and no hold of the same
      *    type already in force for the student
       300-PLACE-HOLD.
           IF HLD-COUNT-WS >= 2000
               DISPLAY "Hold table full (2000) - no more holds can "
                   "be placed, see the Registrar"
               MOVE "NO" TO STUDENT-FOUND-FLAG
           ELSE
               PERFORM 710-PROMPT-STUDENT-NUMBER
               PERFORM 700-FIND-STUDENT
           END-IF.
           IF STUDENT-FOUND-FLAG = "YES"
               PERFORM 720-PROMPT-HOLD-TYPE
               PERFORM 730-FIND-ACTIVE-HOLD
               IF FOUND-FLAG = "YES"
                   DISPLAY "Student already has a " INPUT-TYPE-WS
                       " hold in force - nothing placed"
               ELSE
                   PERFORM 310-PROMPT-REASON
                   PERFORM 320-PROMPT-RELEASE-DATE
                   ADD 1 TO HLD-COUNT-WS
                   MOVE INPUT-NUMBER-WS TO HLD-NUMBER-WS(HLD-COUNT-WS)
                   MOVE INPUT-TYPE-WS TO HLD-TYPE-WS(HLD-COUNT-WS)
                   MOVE INPUT-REASON-WS TO HLD-REASON-WS(HLD-COUNT-WS)
                   MOVE CHG-OPERATOR-WS
                       TO HLD-PLACED-BY-WS(HLD-COUNT-WS)
                   MOVE TODAY-WS TO HLD-PLACED-DATE-WS(HLD-COUNT-WS)
                   MOVE INPUT-RELEASE-DATE-WS
                       TO HLD-RELEASE-DATE-WS(HLD-COUNT-WS)
                   MOVE SPACES TO HLD-RELEASED-BY-WS(HLD-COUNT-WS)
                   MOVE SPACES TO CHG-BEFORE-WS
                   MOVE HLD-ENTRY-WS(HLD-COUNT-WS) TO CHG-AFTER-WS
                   MOVE "ADD" TO CHG-ACTION-WS
                   PERFORM 070-WRITE-CHANGE-AUDIT
                   ADD 1 TO HOLDS-PLACED-WS
                   DISPLAY INPUT-TYPE-WS " hold placed"
               END-IF
           END-IF.

      *    no reason, no hold - the student will ask why
       310-PROMPT-REASON.
           MOVE SPACES TO INPUT-REASON-WS.
           PERFORM UNTIL INPUT-REASON-WS NOT = SPACES
               DISPLAY "Enter the reason for the hold"
               ACCEPT INPUT-REASON-WS
               IF INPUT-REASON-WS = SPACES
                   DISPLAY "A reason is required, try again"
               END-IF
           END-PERFORM.

      *    optional - blank leaves the hold in force until released;
      *    a date must be a real YYYYMMDD after today
       320-PROMPT-RELEASE-DATE.
           MOVE "NO" TO RELEASE-DATE-OK-FLAG.
           PERFORM UNTIL RELEASE-DATE-OK-FLAG = "YES"
               DISPLAY "Enter the release date (YYYYMMDD), "
                   "or blank to hold until released"
               MOVE SPACES TO INPUT-RELEASE-DATE-WS
               ACCEPT INPUT-RELEASE-DATE-WS
               IF INPUT-RELEASE-DATE-WS = SPACES
                   MOVE "YES" TO RELEASE-DATE-OK-FLAG
               ELSE
                   IF INPUT-RELEASE-DATE-WS IS NUMERIC
                       IF FUNCTION TEST-DATE-YYYYMMDD(
                               INPUT-RELEASE-DATE-NUM-WS) = 0
                               AND INPUT-RELEASE-DATE-WS > TODAY-WS
                           MOVE "YES" TO RELEASE-DATE-OK-FLAG
                       END-IF
                   END-IF
                   IF RELEASE-DATE-OK-FLAG = "NO"
                       DISPLAY "Not a date after today, try again"
                   END-IF
               END-IF
           END-PERFORM.

      *    the hold in force of the keyed type is released today -
      *    the record stays on file with who released it
       400-RELEASE-HOLD.
           PERFORM 710-PROMPT-STUDENT-NUMBER.
           PERFORM 500-LIST-STUDENT-HOLDS.
           IF HOLDS-LISTED-WS > 0
               PERFORM 720-PROMPT-HOLD-TYPE
               PERFORM 730-FIND-ACTIVE-HOLD
               IF FOUND-FLAG = "NO"
                   DISPLAY "No " INPUT-TYPE-WS " hold in force for "
                       "that student"
               ELSE
                   MOVE HLD-ENTRY-WS(FOUND-INDEX-WS) TO CHG-BEFORE-WS
                   MOVE TODAY-WS
                       TO HLD-RELEASE-DATE-WS(FOUND-INDEX-WS)
                   MOVE CHG-OPERATOR-WS
                       TO HLD-RELEASED-BY-WS(FOUND-INDEX-WS)
                   MOVE HLD-ENTRY-WS(FOUND-INDEX-WS) TO CHG-AFTER-WS
                   MOVE "RELEAS" TO CHG-ACTION-WS
                   PERFORM 070-WRITE-CHANGE-AUDIT
                   ADD 1 TO HOLDS-RELEASED-WS
                   DISPLAY INPUT-TYPE-WS " hold released"
               END-IF
           END-IF.

      *    every hold on file for INPUT-NUMBER-WS, in force or not
       500-LIST-STUDENT-HOLDS.
           MOVE 0 TO HOLDS-LISTED-WS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > HLD-COUNT-WS
               IF HLD-NUMBER-WS(SUB-WS) = INPUT-NUMBER-WS
                   MOVE HLD-TYPE-WS(SUB-WS) TO HLL-TYPE
                   MOVE HLD-REASON-WS(SUB-WS) TO HLL-REASON
                   MOVE HLD-PLACED-BY-WS(SUB-WS) TO HLL-PLACED-BY
                   MOVE HLD-PLACED-DATE-WS(SUB-WS) TO HLL-PLACED-DATE
                   MOVE HLD-RELEASE-DATE-WS(SUB-WS)
                       TO HLL-RELEASE-DATE
                   IF HLD-RELEASE-DATE-WS(SUB-WS) = SPACES
                           OR HLD-RELEASE-DATE-WS(SUB-WS) > TODAY-WS
                       MOVE "IN FORCE" TO HLL-STATUS
                   ELSE
                       MOVE "RELEASED" TO HLL-STATUS
                   END-IF
                   DISPLAY HOLD-LIST-LINE-WS
                   ADD 1 TO HOLDS-LISTED-WS
               END-IF
           END-PERFORM.
           IF HOLDS-LISTED-WS = 0
               DISPLAY "No holds on file for that student number"
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

       720-PROMPT-HOLD-TYPE.
           MOVE SPACES TO INPUT-TYPE-WS.
           PERFORM UNTIL HOLD-TYPE-VALID
               DISPLAY "Enter the hold type - FINANCIAL, REGISTRAR, "
                   "LIBRARY or ACADEMIC"
               ACCEPT INPUT-TYPE-WS
               IF NOT HOLD-TYPE-VALID
                   DISPLAY "Not a hold type, try again"
               END-IF
           END-PERFORM.

      *    the hold of INPUT-TYPE-WS still in force for
      *    INPUT-NUMBER-WS - one per type at a time
       730-FIND-ACTIVE-HOLD.
           MOVE "NO" TO FOUND-FLAG.
           MOVE 0 TO FOUND-INDEX-WS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > HLD-COUNT-WS OR FOUND-FLAG = "YES"
               IF HLD-NUMBER-WS(SUB-WS) = INPUT-NUMBER-WS
                       AND HLD-TYPE-WS(SUB-WS) = INPUT-TYPE-WS
                       AND (HLD-RELEASE-DATE-WS(SUB-WS) = SPACES
                           OR HLD-RELEASE-DATE-WS(SUB-WS) > TODAY-WS)
                   MOVE "YES" TO FOUND-FLAG
                   MOVE SUB-WS TO FOUND-INDEX-WS
               END-IF
           END-PERFORM.

      *    writes the whole table back out - released holds stay on
      *    record
       900-SAVE-HOLDS.
           OPEN OUTPUT STUDENT-HOLDS-FILE.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > HLD-COUNT-WS
               MOVE HLD-ENTRY-WS(SUB-WS) TO STUDENT-HOLD-RECORD
               WRITE STUDENT-HOLD-RECORD
           END-PERFORM.
           CLOSE STUDENT-HOLDS-FILE.

      *    session record on the shared run-log, holds placed and
      *    released as the write count
       910-LOG-SESSION-END.
           MOVE "HOLD-MAINT" TO RUN-LOG-PROGRAM-WS.
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           COMPUTE RUN-LOG-WRITE-WS =
               HOLDS-PLACED-WS + HOLDS-RELEASED-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

       END PROGRAM HOLD-MAINT.
