      ******************************************************************
      * Author:
      * Date:
      * Purpose: interactive add/update/delete maintenance of the
      *          course prerequisite table (PREREQUISITES.txt) - one
      *          record per course/required-course pair with the
      *          minimum mark the required course must have been
      *          passed at, e.g. CST8283 requires CST8130 at 50.  A
      *          course with three prerequisites carries three
      *          records.  COURSE-REGISTRATION refuses an enrolment
      *          the table is not satisfied for, and
      *          PREREQ-EXCEPTIONS lists the students already
      *          enrolled without them.  Both course codes are proved
      *          against COURSE.txt on entry so a mis-keyed code
      *          cannot block (or fail to block) a real course.  The
      *          file is kept in course/required-course order on
      *          every save.  Same menu-and-table shape, sign-on and
      *          change-audit trail as COURSE-CATALOG-MAINT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREREQ-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL - no prerequisite file yet just means no course
      *    has a prerequisite, and the first save creates it
           SELECT OPTIONAL PREREQUISITE-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PREREQUISITES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COURSE-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\COURSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the operators allowed to change the table - sign-on is
      *    validated against this file before the menu ever shows.
      *    OPTIONAL so the OPEN doesn't abend when the file is
      *    missing; an empty file still refuses everyone.
           SELECT OPTIONAL OPERATOR-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\OPERATORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * one prerequisite per record - the course, the course that
      * must be passed first, and the mark it must be passed at
       FD  PREREQUISITE-FILE.
       01  PREREQUISITE-RECORD.
           05 PRQ-COURSE-CODE PIC X(7).
           05 PRQ-REQUIRED-CODE PIC X(7).
           05 PRQ-MINIMUM-MARK PIC 9(3).

       FD  COURSE-RECORDS-FILE.
       01  COURSE-RECORD.
           05 COURSE-CODE-IN PIC X(7).
           05 COURSE-NAME-IN PIC X(20).
      *    credits and capacity - not used here, carried so the FD
      *    matches the file
           05 COURSE-CREDITS-IN PIC X(2).
           05 COURSE-CAPACITY-IN PIC X(3).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPR-ID PIC X(8).
           05 OPR-NAME PIC X(30).

       WORKING-STORAGE SECTION.

           COPY CHANGE-AUDIT.
           COPY COURSE-TBL.

      *    the operators allowed in, loaded once at sign-on
       01  OPERATOR-TABLE.
           05  OPR-COUNT-WS PIC 9(2) VALUE 0.
           05  OPR-ENTRY-WS OCCURS 1 TO 50 TIMES
                   DEPENDING ON OPR-COUNT-WS.
               10 OPR-ID-WS PIC X(8).
               10 OPR-NAME-WS PIC X(30).

      *    in-memory copy of the prerequisite file, kept in ascending
      *    course/required-course order at all times so
      *    900-SAVE-PREREQUISITES writes it straight back out sorted
       01  PREREQ-MAINT-TABLE.
           05  PRQ-COUNT-WS PIC 9(3) VALUE 0.
           05  PRQ-ENTRY-WS OCCURS 1 TO 500 TIMES
                   DEPENDING ON PRQ-COUNT-WS.
               10 PRQ-KEY-WS.
                   15 PRQ-COURSE-WS PIC X(7).
                   15 PRQ-REQUIRED-WS PIC X(7).
               10 PRQ-MINIMUM-WS PIC 9(3).

       01  FLAG-FIELDS.
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 EOF-OPR-FLAG PIC X(3) VALUE "NO".
           05 EOF-COURSE-TBL-FLAG PIC X(3) VALUE "NO".
           05 FOUND-FLAG PIC X(3) VALUE "NO".
           05 SIGNED-ON-FLAG PIC X(3) VALUE "NO".
           05 COURSE-FOUND-FLAG PIC X(3) VALUE "NO".
      *    set when PREREQUISITES.txt holds more pairs than the
      *    table - saving a partial table would silently drop
      *    prerequisites, so saving is refused
           05 LOAD-OVERFLOW-FLAG PIC X(3) VALUE "NO".

       01  MENU-CHOICE PIC X(1) VALUE SPACES.
       01  SUB-WS PIC 9(3).
       01  INSERT-AT-WS PIC 9(3).
       01  FOUND-INDEX-WS PIC 9(3) VALUE 0.
       01  OPR-SUB-WS PIC 9(2).
       01  INPUT-OPERATOR-WS PIC X(8).
       01  CHANGES-MADE-WS PIC 9(5) VALUE 0.

      *    the pair being added, changed or deleted - compared as one
      *    key against PRQ-KEY-WS so the sorted insert orders on the
      *    course first, then the required course
       01  INPUT-KEY-WS.
           05 INPUT-COURSE-WS PIC X(7).
           05 INPUT-REQUIRED-WS PIC X(7).
       01  INPUT-CODE-WS PIC X(7).
       01  INPUT-MINIMUM-WS PIC 9(3).

      *    staging fields for the validation/re-prompt loop, the
      *    same IS NUMERIC technique project1.cbl's
      *    PROMPT-USER-INPUT uses
       01  ENTRY-CHECK-WS PIC X(6) JUSTIFIED RIGHT.
       01  ENTRY-VALUE-WS PIC 9(6).

           COPY RUN-LOG.

       PROCEDURE DIVISION.

       PERFORM 050-OPERATOR-SIGN-ON.
       IF SIGNED-ON-FLAG = "NO"
           STOP RUN
       END-IF.
       PERFORM 090-LOAD-COURSE-TABLE.
       PERFORM 100-LOAD-PREREQUISITES.
       PERFORM 200-MENU-LOOP UNTIL MENU-CHOICE = "5".
       IF LOAD-OVERFLOW-FLAG = "YES"
           DISPLAY "File has more than 500 prerequisites - NOT "
               "saved, changes discarded"
       ELSE
           PERFORM 900-SAVE-PREREQUISITES
       END-IF.
       PERFORM 910-LOG-SESSION-END.

       STOP RUN.

      *    a prerequisite decides who may enrol - sign-on fails
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

      *    every add, update and delete goes to the shared
      *    change-audit file with the operator and the before/after
      *    record images - the caller has already staged the action
      *    and both images
       070-WRITE-CHANGE-AUDIT.
           MOVE "PREREQ-MAINT" TO CHG-PROGRAM-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\CHANGE-AUDIT"
               USING CHANGE-AUDIT-PARMS.

      *    loads COURSE.txt with the same OCCURS 1 TO 200 bound
      *    guard every catalog loader uses, so both codes of a pair
      *    can be proved against the catalog
       090-LOAD-COURSE-TABLE.
           OPEN INPUT COURSE-RECORDS-FILE.
           PERFORM UNTIL EOF-COURSE-TBL-FLAG = "YES"
               READ COURSE-RECORDS-FILE
                   AT END MOVE "YES" TO EOF-COURSE-TBL-FLAG
                   NOT AT END
                       IF COURSE-TBL-COUNT-WS >= 200
                           DISPLAY "COURSE TABLE FULL (200) - "
                               "REMAINING COURSE RECORDS NOT LOADED"
                           MOVE "YES" TO EOF-COURSE-TBL-FLAG
                       ELSE
                           ADD 1 TO COURSE-TBL-COUNT-WS
                           MOVE COURSE-RECORD
                               TO COURSE-TABLE-WS(COURSE-TBL-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-RECORDS-FILE.

      *    reads whatever is currently in PREREQUISITES.txt through
      *    the same sorted insert an add uses, so a hand-keyed file
      *    comes out of the first save in order
       100-LOAD-PREREQUISITES.
           OPEN INPUT PREREQUISITE-FILE.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ PREREQUISITE-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF PRQ-COUNT-WS >= 500
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           DISPLAY "Prerequisite table full (500) - "
                               "RECORD SKIPPED FOR COURSE "
                               PRQ-COURSE-CODE
                       ELSE
                           MOVE PRQ-COURSE-CODE TO INPUT-COURSE-WS
                           MOVE PRQ-REQUIRED-CODE TO INPUT-REQUIRED-WS
                           MOVE PRQ-MINIMUM-MARK TO INPUT-MINIMUM-WS
                           PERFORM 310-INSERT-PREREQ-SORTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PREREQUISITE-FILE.

       200-MENU-LOOP.
           DISPLAY "1. Add a prerequisite".
           DISPLAY "2. Change a prerequisite's minimum mark".
           DISPLAY "3. Delete a prerequisite".
           DISPLAY "4. List all prerequisites".
           DISPLAY "5. Save and exit".
           DISPLAY "Enter your choice".
           ACCEPT MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN "1" PERFORM 300-ADD-PREREQ
               WHEN "2" PERFORM 400-UPDATE-PREREQ
               WHEN "3" PERFORM 500-DELETE-PREREQ
               WHEN "4" PERFORM 600-LIST-PREREQS
               WHEN "5" CONTINUE
               WHEN OTHER DISPLAY "Invalid choice, try again"
           END-EVALUATE.

      *    both codes must be in the catalog and must differ - a
      *    course cannot be its own prerequisite
       300-ADD-PREREQ.
           PERFORM 710-PROMPT-PAIR.
           IF COURSE-FOUND-FLAG = "YES"
               PERFORM 700-FIND-PREREQ
               IF FOUND-FLAG = "YES"
                   DISPLAY "That prerequisite already exists - "
                       "not added"
               ELSE
                   IF PRQ-COUNT-WS >= 500
                       DISPLAY "Prerequisite table is full (500) - "
                           "not added"
                   ELSE
                       PERFORM 730-PROMPT-MINIMUM-MARK
                       PERFORM 310-INSERT-PREREQ-SORTED
                       MOVE SPACES TO CHG-BEFORE-WS
                       MOVE PRQ-ENTRY-WS(INSERT-AT-WS) TO CHG-AFTER-WS
                       MOVE "ADD" TO CHG-ACTION-WS
                       PERFORM 070-WRITE-CHANGE-AUDIT
                       ADD 1 TO CHANGES-MADE-WS
                       DISPLAY "Prerequisite added"
                   END-IF
               END-IF
           END-IF.

      *    inserts the pair in ascending course/required-course
      *    order, shifting later entries up by one slot, the same
      *    sorted insert COURSE-CATALOG-MAINT's 310 runs
       310-INSERT-PREREQ-SORTED.
           ADD 1 TO PRQ-COUNT-WS.
           MOVE PRQ-COUNT-WS TO INSERT-AT-WS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS >= PRQ-COUNT-WS
               IF INPUT-KEY-WS < PRQ-KEY-WS(SUB-WS)
                   MOVE SUB-WS TO INSERT-AT-WS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING SUB-WS FROM PRQ-COUNT-WS BY -1
                   UNTIL SUB-WS <= INSERT-AT-WS
               MOVE PRQ-ENTRY-WS(SUB-WS - 1) TO PRQ-ENTRY-WS(SUB-WS)
           END-PERFORM.
           MOVE INPUT-KEY-WS TO PRQ-KEY-WS(INSERT-AT-WS).
           MOVE INPUT-MINIMUM-WS TO PRQ-MINIMUM-WS(INSERT-AT-WS).

       400-UPDATE-PREREQ.
           PERFORM 710-PROMPT-PAIR.
           IF COURSE-FOUND-FLAG = "YES"
               PERFORM 700-FIND-PREREQ
               IF FOUND-FLAG = "YES"
                   DISPLAY "On file: minimum mark "
                       PRQ-MINIMUM-WS(FOUND-INDEX-WS)
                   MOVE PRQ-ENTRY-WS(FOUND-INDEX-WS) TO CHG-BEFORE-WS
                   PERFORM 730-PROMPT-MINIMUM-MARK
                   MOVE INPUT-MINIMUM-WS
                       TO PRQ-MINIMUM-WS(FOUND-INDEX-WS)
                   MOVE PRQ-ENTRY-WS(FOUND-INDEX-WS) TO CHG-AFTER-WS
                   MOVE "UPDATE" TO CHG-ACTION-WS
                   PERFORM 070-WRITE-CHANGE-AUDIT
                   ADD 1 TO CHANGES-MADE-WS
                   DISPLAY "Prerequisite updated"
               ELSE
                   DISPLAY "Prerequisite not found"
               END-IF
           END-IF.

      *    removes the matched pair and shifts later entries down by
      *    one slot to keep the table contiguous and in order
       500-DELETE-PREREQ.
           PERFORM 710-PROMPT-PAIR.
           IF COURSE-FOUND-FLAG = "YES"
               PERFORM 700-FIND-PREREQ
               IF FOUND-FLAG = "YES"
                   MOVE PRQ-ENTRY-WS(FOUND-INDEX-WS) TO CHG-BEFORE-WS
                   MOVE SPACES TO CHG-AFTER-WS
                   MOVE "DELETE" TO CHG-ACTION-WS
                   PERFORM 070-WRITE-CHANGE-AUDIT
                   ADD 1 TO CHANGES-MADE-WS
                   PERFORM VARYING SUB-WS FROM FOUND-INDEX-WS BY 1
                           UNTIL SUB-WS >= PRQ-COUNT-WS
                       MOVE PRQ-ENTRY-WS(SUB-WS + 1)
                           TO PRQ-ENTRY-WS(SUB-WS)
                   END-PERFORM
                   SUBTRACT 1 FROM PRQ-COUNT-WS
                   DISPLAY "Prerequisite deleted"
               ELSE
                   DISPLAY "Prerequisite not found"
               END-IF
           END-IF.

       600-LIST-PREREQS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > PRQ-COUNT-WS
               DISPLAY PRQ-COURSE-WS(SUB-WS) "  REQUIRES  "
                   PRQ-REQUIRED-WS(SUB-WS) "  AT  "
                   PRQ-MINIMUM-WS(SUB-WS)
           END-PERFORM.

      *    linear scan for the pair - the table is small enough that
      *    a maintenance-time scan doesn't need SEARCH ALL
       700-FIND-PREREQ.
           MOVE "NO" TO FOUND-FLAG.
           MOVE 0 TO FOUND-INDEX-WS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > PRQ-COUNT-WS OR FOUND-FLAG = "YES"
               IF PRQ-KEY-WS(SUB-WS) = INPUT-KEY-WS
                   MOVE "YES" TO FOUND-FLAG
                   MOVE SUB-WS TO FOUND-INDEX-WS
               END-IF
           END-PERFORM.

      *    the course and the course it requires, each proved
      *    against the catalog - COURSE-FOUND-FLAG comes back NO on
      *    either one missing, or on the two being the same course
       710-PROMPT-PAIR.
           DISPLAY "Enter the course code".
           ACCEPT INPUT-CODE-WS.
           PERFORM 720-FIND-CATALOG-COURSE.
           MOVE INPUT-CODE-WS TO INPUT-COURSE-WS.
           IF COURSE-FOUND-FLAG = "YES"
               DISPLAY "Enter the course it requires"
               ACCEPT INPUT-CODE-WS
               PERFORM 720-FIND-CATALOG-COURSE
               MOVE INPUT-CODE-WS TO INPUT-REQUIRED-WS
           END-IF.
           IF COURSE-FOUND-FLAG = "YES"
                   AND INPUT-REQUIRED-WS = INPUT-COURSE-WS
               DISPLAY "A course cannot be its own prerequisite"
               MOVE "NO" TO COURSE-FOUND-FLAG
           END-IF.

       720-FIND-CATALOG-COURSE.
           MOVE "YES" TO COURSE-FOUND-FLAG.
           SET COURSE-IDX TO 1.
           SEARCH COURSE-TABLE-WS
               AT END
                   MOVE "NO" TO COURSE-FOUND-FLAG
                   DISPLAY "Course " INPUT-CODE-WS
                       " is not in the catalog"
               WHEN COURSE-CODE-WS(COURSE-IDX) = INPUT-CODE-WS
                   CONTINUE
           END-SEARCH.

      *    the pass mark the required course must have been earned
      *    at - the same 0-100 range STUDENT-MASTER-MAINT keys
      *    averages in
       730-PROMPT-MINIMUM-MARK.
           MOVE SPACES TO ENTRY-CHECK-WS.
           PERFORM UNTIL ENTRY-CHECK-WS IS NUMERIC
               DISPLAY "Enter the minimum mark required (0-100)"
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
                           DISPLAY "Invalid mark - 0 to 100, "
                               "try again"
                           MOVE SPACES TO ENTRY-CHECK-WS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ENTRY-VALUE-WS TO INPUT-MINIMUM-WS.

      *    writes the whole table back out to PREREQUISITES.txt,
      *    still in course/required-course order
       900-SAVE-PREREQUISITES.
           OPEN OUTPUT PREREQUISITE-FILE.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > PRQ-COUNT-WS
               MOVE PRQ-COURSE-WS(SUB-WS) TO PRQ-COURSE-CODE
               MOVE PRQ-REQUIRED-WS(SUB-WS) TO PRQ-REQUIRED-CODE
               MOVE PRQ-MINIMUM-WS(SUB-WS) TO PRQ-MINIMUM-MARK
               WRITE PREREQUISITE-RECORD
           END-PERFORM.
           CLOSE PREREQUISITE-FILE.

      *    one completion record on the shared run-log per session
       910-LOG-SESSION-END.
           MOVE "PREREQ-MAINT" TO RUN-LOG-PROGRAM-WS.
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           MOVE CHANGES-MADE-WS TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

       END PROGRAM PREREQ-MAINT.
