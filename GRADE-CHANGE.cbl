      ******************************************************************
      * Author:
      * Date:
      * Purpose: the grade-change transaction for a term already
      *          rolled over.  Once TERM-ROLLOVER.cbl has archived a
      *          term's slots onto COURSE-HISTORY.txt and cleared
      *          them, neither MARK-IMPORT nor STUDENT-MASTER-MAINT
      *          can reach the mark any more - this is the only way
      *          to change it.  The student's archived courses are
      *          listed by term; the operator picks the term and
      *          course, keys the new average (0-100) and a reason,
      *          and confirms.  The history record is changed in
      *          place and the file saved straight away, so
      *          STUDENT-TRANSCRIPT, GRADUATION-AUDIT and the
      *          prerequisite checks all see the corrected mark.
      *          Every change goes to the shared change-audit file
      *          with the operator, the history record as it stood,
      *          and the record as changed with the reason behind
      *          it.  Same sign-on and menu-and-table shape as
      *          LATE-FEE-WAIVER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-CHANGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL - no history file just means no term has been
      *    rolled over, and there is nothing to change
           SELECT OPTIONAL COURSE-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\COURSE-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the operators allowed to change marks - sign-on is
      *    validated against this file before the menu ever shows.
      *    OPTIONAL so the OPEN doesn't abend when the file is
      *    missing; an empty file still refuses everyone.
           SELECT OPTIONAL OPERATOR-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\OPERATORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * same record layout TERM-ROLLOVER.cbl appends
       FD  COURSE-HISTORY-FILE.
       01  COURSE-HISTORY-RECORD.
           05 CRSH-STUDENT-NUMBER PIC 9(6).
           05 CRSH-TERM PIC X(5).
           05 CRSH-COURSE-CODE PIC X(7).
           05 CRSH-AVERAGE PIC 9(3).

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

      *    in-memory copy of the course history, in the order the
      *    rollovers appended it - rewritten whole, in that same
      *    order, after every change
       01  HISTORY-TABLE.
           05  CRSH-COUNT-WS PIC 9(4) VALUE 0.
           05  CRSH-ENTRY-WS OCCURS 1 TO 5000 TIMES
                   DEPENDING ON CRSH-COUNT-WS.
               10 CRSH-NUMBER-WS PIC 9(6).
               10 CRSH-TERM-WS PIC X(5).
               10 CRSH-CODE-WS PIC X(7).
               10 CRSH-AVG-WS PIC 9(3).

       01  FLAG-FIELDS.
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 EOF-OPR-FLAG PIC X(3) VALUE "NO".
           05 FOUND-FLAG PIC X(3) VALUE "NO".
           05 SIGNED-ON-FLAG PIC X(3) VALUE "NO".
      *    set when COURSE-HISTORY.txt holds more records than the
      *    table - rewriting a partial table would lose archived
      *    marks for good, so changes are refused
           05 LOAD-OVERFLOW-FLAG PIC X(3) VALUE "NO".

       01  MENU-CHOICE PIC X(1) VALUE SPACES.
       01  SUB-WS PIC 9(4).
       01  FOUND-INDEX-WS PIC 9(4) VALUE 0.
       01  INPUT-NUMBER-WS PIC 9(6).
       01  INPUT-TERM-WS PIC X(5).
       01  INPUT-COURSE-WS PIC X(7).
       01  NEW-AVERAGE-WS PIC 9(3).
       01  MARKS-LISTED-WS PIC 9(4) VALUE 0.
       01  MARKS-CHANGED-WS PIC 9(4) VALUE 0.
       01  CHANGE-REASON-WS PIC X(60) VALUE SPACES.
       01  CONFIRM-WS PIC X(1) VALUE SPACES.

      *    staging fields for the numeric-entry validation/re-prompt
      *    loop, the same IS NUMERIC technique project1.cbl's
      *    PROMPT-USER-INPUT uses
       01  ENTRY-CHECK-WS PIC X(6) JUSTIFIED RIGHT.
       01  ENTRY-VALUE-WS PIC 9(6).

       01  OPR-SUB-WS PIC 9(2).
       01  INPUT-OPERATOR-WS PIC X(8).

       01  MARK-LIST-LINE-WS.
           05 MLL-TERM PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MLL-COURSE-CODE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MLL-AVERAGE PIC ZZ9.

      *    the after image on the audit record: the reason keyed,
      *    behind the history record as it now stands
       01  GRADE-AUDIT-AFTER-WS.
           05 GCA-HISTORY-WS PIC X(21).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GCA-REASON-WS PIC X(60).

       PROCEDURE DIVISION.

       PERFORM 050-OPERATOR-SIGN-ON.
       IF SIGNED-ON-FLAG = "NO"
           STOP RUN
       END-IF.
       PERFORM 100-LOAD-HISTORY.
       IF LOAD-OVERFLOW-FLAG = "YES"
           DISPLAY "Course history has more than 5000 records - "
               "changes cannot be saved, see the Registrar"
       ELSE
           PERFORM 200-MENU-LOOP UNTIL MENU-CHOICE = "3"
       END-IF.
       PERFORM 910-LOG-SESSION-END.

       STOP RUN.

      *    a changed mark can decide a prerequisite or a graduation -
      *    sign-on fails closed: no operator file, an empty one, or
      *    three bad tries and the session never reaches the menu
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

      *    every grade change goes to the shared change-audit file
      *    with the operator, the history record before and the
      *    record plus reason after - the caller has already staged
      *    the action and both images
       070-WRITE-CHANGE-AUDIT.
           MOVE "GRADE-CHANGE" TO CHG-PROGRAM-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\CHANGE-AUDIT"
               USING CHANGE-AUDIT-PARMS.

       100-LOAD-HISTORY.
           OPEN INPUT COURSE-HISTORY-FILE.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ COURSE-HISTORY-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF CRSH-COUNT-WS >= 5000
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           MOVE "YES" TO EOF-FLAG
                       ELSE
                           ADD 1 TO CRSH-COUNT-WS
                           MOVE COURSE-HISTORY-RECORD
                               TO CRSH-ENTRY-WS(CRSH-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-HISTORY-FILE.

       200-MENU-LOOP.
           DISPLAY "1. List a student's archived marks".
           DISPLAY "2. Change an archived mark".
           DISPLAY "3. Exit".
           DISPLAY "Enter your choice".
           ACCEPT MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN "1"
                   PERFORM 710-PROMPT-STUDENT-NUMBER
                   PERFORM 300-LIST-STUDENT-MARKS
               WHEN "2" PERFORM 400-CHANGE-MARK
               WHEN "3" CONTINUE
               WHEN OTHER DISPLAY "Invalid choice, try again"
           END-EVALUATE.

      *    every archived course for INPUT-NUMBER-WS, term by term
      *    in the order the rollovers filed them
       300-LIST-STUDENT-MARKS.
           MOVE 0 TO MARKS-LISTED-WS.
           DISPLAY "TERM   COURSE   AVG".
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > CRSH-COUNT-WS
               IF CRSH-NUMBER-WS(SUB-WS) = INPUT-NUMBER-WS
                   MOVE CRSH-TERM-WS(SUB-WS) TO MLL-TERM
                   MOVE CRSH-CODE-WS(SUB-WS) TO MLL-COURSE-CODE
                   MOVE CRSH-AVG-WS(SUB-WS) TO MLL-AVERAGE
                   DISPLAY MARK-LIST-LINE-WS
                   ADD 1 TO MARKS-LISTED-WS
               END-IF
           END-PERFORM.
           IF MARKS-LISTED-WS = 0
               DISPLAY "No archived marks for that student number"
           END-IF.

      *    the operator picks the mark by term and course - with the
      *    student, that is the history record's key
       400-CHANGE-MARK.
           PERFORM 710-PROMPT-STUDENT-NUMBER.
           PERFORM 300-LIST-STUDENT-MARKS.
           IF MARKS-LISTED-WS > 0
               DISPLAY "Enter the term of the mark to change"
               ACCEPT INPUT-TERM-WS
               DISPLAY "Enter the course code"
               ACCEPT INPUT-COURSE-WS
               PERFORM 700-FIND-HISTORY-MARK
               IF FOUND-FLAG = "NO"
                   DISPLAY "No archived mark for that term and course"
               ELSE
                   PERFORM 730-PROMPT-NEW-AVERAGE
                   PERFORM 410-PROMPT-REASON
                   DISPLAY "Change " CRSH-CODE-WS(FOUND-INDEX-WS)
                       " " CRSH-TERM-WS(FOUND-INDEX-WS) " from "
                       CRSH-AVG-WS(FOUND-INDEX-WS) " to "
                       NEW-AVERAGE-WS " - confirm (Y/N)"
                   ACCEPT CONFIRM-WS
                   IF CONFIRM-WS = "Y" OR CONFIRM-WS = "y"
                       PERFORM 420-POST-GRADE-CHANGE
                   ELSE
                       DISPLAY "Grade change cancelled"
                   END-IF
               END-IF
           END-IF.

      *    no reason, no change - the audit record has to say why
       410-PROMPT-REASON.
           MOVE SPACES TO CHANGE-REASON-WS.
           PERFORM UNTIL CHANGE-REASON-WS NOT = SPACES
               DISPLAY "Enter the reason for the grade change"
               ACCEPT CHANGE-REASON-WS
               IF CHANGE-REASON-WS = SPACES
                   DISPLAY "A reason is required, try again"
               END-IF
           END-PERFORM.

       420-POST-GRADE-CHANGE.
           MOVE CRSH-ENTRY-WS(FOUND-INDEX-WS) TO CHG-BEFORE-WS.
           MOVE NEW-AVERAGE-WS TO CRSH-AVG-WS(FOUND-INDEX-WS).
           MOVE CRSH-ENTRY-WS(FOUND-INDEX-WS) TO GCA-HISTORY-WS.
           MOVE CHANGE-REASON-WS TO GCA-REASON-WS.
           MOVE GRADE-AUDIT-AFTER-WS TO CHG-AFTER-WS.
           MOVE "UPDATE" TO CHG-ACTION-WS.
           PERFORM 070-WRITE-CHANGE-AUDIT.
      *    saved straight away, so the audit record never stands
      *    for a change a dropped session lost
           PERFORM 900-SAVE-HISTORY.
           ADD 1 TO MARKS-CHANGED-WS.
           DISPLAY "Grade changed".

      *    the history record for INPUT-NUMBER-WS in the keyed term
      *    and course
       700-FIND-HISTORY-MARK.
           MOVE "NO" TO FOUND-FLAG.
           MOVE 0 TO FOUND-INDEX-WS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > CRSH-COUNT-WS OR FOUND-FLAG = "YES"
               IF CRSH-NUMBER-WS(SUB-WS) = INPUT-NUMBER-WS
                       AND CRSH-TERM-WS(SUB-WS) = INPUT-TERM-WS
                       AND CRSH-CODE-WS(SUB-WS) = INPUT-COURSE-WS
                   MOVE "YES" TO FOUND-FLAG
                   MOVE SUB-WS TO FOUND-INDEX-WS
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

      *    the corrected average, on the same 0-100 scale
      *    STUDENT-MASTER-MAINT keys slot averages in
       730-PROMPT-NEW-AVERAGE.
           MOVE SPACES TO ENTRY-CHECK-WS.
           PERFORM UNTIL ENTRY-CHECK-WS IS NUMERIC
               DISPLAY "Enter the corrected average (0-100)"
               ACCEPT ENTRY-CHECK-WS
               IF ENTRY-CHECK-WS = SPACES
                   DISPLAY "Invalid entry - numbers only, try again"
               ELSE
                   INSPECT ENTRY-CHECK-WS
                       REPLACING LEADING SPACE BY ZERO
                   IF ENTRY-CHECK-WS NOT NUMERIC
                       DISPLAY "Invalid entry - numbers only, try again"
                       MOVE SPACES TO ENTRY-CHECK-WS
                   ELSE
                       MOVE ENTRY-CHECK-WS TO ENTRY-VALUE-WS
                       IF ENTRY-VALUE-WS > 100
                           DISPLAY "Invalid average - 0 to 100, "
                               "try again"
                           MOVE SPACES TO ENTRY-CHECK-WS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ENTRY-VALUE-WS TO NEW-AVERAGE-WS.

      *    writes the whole history back out in its original order -
      *    only the changed mark differs
       900-SAVE-HISTORY.
           OPEN OUTPUT COURSE-HISTORY-FILE.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > CRSH-COUNT-WS
               MOVE CRSH-ENTRY-WS(SUB-WS) TO COURSE-HISTORY-RECORD
               WRITE COURSE-HISTORY-RECORD
           END-PERFORM.
           CLOSE COURSE-HISTORY-FILE.

      *    session record on the shared run-log, the marks changed
      *    as the write count
       910-LOG-SESSION-END.
           MOVE "GRADE-CHANGE" TO RUN-LOG-PROGRAM-WS.
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           MOVE MARKS-CHANGED-WS TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

       END PROGRAM GRADE-CHANGE.
