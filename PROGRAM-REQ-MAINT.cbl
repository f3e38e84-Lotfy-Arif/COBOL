      ******************************************************************
      * Author:
      * Date:
      * Purpose: interactive maintenance of the program completion
      *          requirements (PROGRAM-REQUIREMENTS.txt) - what a
      *          student must have passed to graduate from each
      *          PROGRAM-CODE.  Two kinds of record share the file:
      *          one per program/required-course pair, and one per
      *          program with a blank course code carrying the
      *          minimum total credit hours the program needs.  The
      *          blank course code sorts the credit record ahead of
      *          the program's courses, so each program reads as a
      *          block, minimum first.  GRADUATION-AUDIT compares
      *          every student against this file.  Program codes are
      *          proved against PROGRAM.txt and course codes against
      *          COURSE.txt on entry.  Same menu-and-table shape,
      *          sign-on and change-audit trail as PREREQ-MAINT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM-REQ-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL - no requirements file yet just means no program
      *    has requirements set up, and the first save creates it
           SELECT OPTIONAL REQUIREMENT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PROGRAM-REQUIREMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROGRAM-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\PROGRAM.txt"
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
      * one requirement per record - a required course (minimum
      * credits zero), or with the course code blank, the program's
      * minimum total credit hours
       FD  REQUIREMENT-FILE.
       01  REQUIREMENT-RECORD.
           05 PRR-PROGRAM-CODE PIC X(5).
           05 PRR-COURSE-CODE PIC X(7).
           05 PRR-MINIMUM-CREDITS PIC 9(3).

       FD  PROGRAM-RECORDS-FILE.
       01  PROGRAM-RECORD.
           05 PROGRAM-CODE PIC X(5).
           05 PROGRAM-NAME PIC X(20).
      *    fee schedule - not used here, carried so the FD matches
      *    the file
           05 PROGRAM-BASE-FEE PIC X(5).
           05 PROGRAM-COURSE-FEE PIC X(4).

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
           COPY CREATE-TBL.
           COPY COURSE-TBL.

      *    the operators allowed in, loaded once at sign-on
       01  OPERATOR-TABLE.
           05  OPR-COUNT-WS PIC 9(2) VALUE 0.
           05  OPR-ENTRY-WS OCCURS 1 TO 50 TIMES
                   DEPENDING ON OPR-COUNT-WS.
               10 OPR-ID-WS PIC X(8).
               10 OPR-NAME-WS PIC X(30).

      *    in-memory copy of the requirements file, kept in ascending
      *    program/course order at all times so 900-SAVE-REQUIREMENTS
      *    writes it straight back out sorted
       01  REQUIREMENT-MAINT-TABLE.
           05  PRR-COUNT-WS PIC 9(3) VALUE 0.
           05  PRR-ENTRY-WS OCCURS 1 TO 500 TIMES
                   DEPENDING ON PRR-COUNT-WS.
               10 PRR-KEY-WS.
                   15 PRR-PROGRAM-WS PIC X(5).
                   15 PRR-COURSE-WS PIC X(7).
               10 PRR-MINIMUM-WS PIC 9(3).

       01  FLAG-FIELDS.
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 EOF-OPR-FLAG PIC X(3) VALUE "NO".
           05 EOF-TBL-FLAG PIC X(3) VALUE "NO".
           05 EOF-COURSE-TBL-FLAG PIC X(3) VALUE "NO".
           05 FOUND-FLAG PIC X(3) VALUE "NO".
           05 SIGNED-ON-FLAG PIC X(3) VALUE "NO".
           05 PROGRAM-FOUND-FLAG PIC X(3) VALUE "NO".
           05 COURSE-FOUND-FLAG PIC X(3) VALUE "NO".
      *    set when PROGRAM-REQUIREMENTS.txt holds more records than
      *    the table - saving a partial table would silently drop
      *    requirements, so saving is refused
           05 LOAD-OVERFLOW-FLAG PIC X(3) VALUE "NO".

       01  MENU-CHOICE PIC X(1) VALUE SPACES.
       01  SUB-WS PIC 9(3).
       01  INSERT-AT-WS PIC 9(3).
       01  FOUND-INDEX-WS PIC 9(3) VALUE 0.
       01  OPR-SUB-WS PIC 9(2).
       01  INPUT-OPERATOR-WS PIC X(8).
       01  CHANGES-MADE-WS PIC 9(5) VALUE 0.

      *    the requirement being added, changed or deleted - compared
      *    as one key against PRR-KEY-WS so the sorted insert orders
      *    on the program first, then the course
       01  INPUT-KEY-WS.
           05 INPUT-PROGRAM-WS PIC X(5).
           05 INPUT-COURSE-WS PIC X(7).
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
       PERFORM 090-LOAD-CATALOGS.
       PERFORM 100-LOAD-REQUIREMENTS.
       PERFORM 200-MENU-LOOP UNTIL MENU-CHOICE = "5".
       IF LOAD-OVERFLOW-FLAG = "YES"
           DISPLAY "File has more than 500 requirements - NOT "
               "saved, changes discarded"
       ELSE
           PERFORM 900-SAVE-REQUIREMENTS
       END-IF.
       PERFORM 910-LOG-SESSION-END.

       STOP RUN.

      *    the requirements decide who graduates - sign-on fails
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
           MOVE "PROGRAM-REQ-MAINT" TO CHG-PROGRAM-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\CHANGE-AUDIT"
               USING CHANGE-AUDIT-PARMS.

      *    loads PROGRAM.txt and COURSE.txt with the same OCCURS 1 TO
      *    200 bound guards every catalog loader uses, so both codes
      *    of a requirement can be proved against the catalogs
       090-LOAD-CATALOGS.
           OPEN INPUT PROGRAM-RECORDS-FILE.
           PERFORM UNTIL EOF-TBL-FLAG = "YES"
               READ PROGRAM-RECORDS-FILE
                   AT END MOVE "YES" TO EOF-TBL-FLAG
                   NOT AT END
                       IF PROGRAM-COUNT-WS >= 200
                           DISPLAY "PROGRAM TABLE FULL (200) - "
                               "REMAINING CATALOG RECORDS NOT LOADED"
                           MOVE "YES" TO EOF-TBL-FLAG
                       ELSE
                           ADD 1 TO PROGRAM-COUNT-WS
                           MOVE PROGRAM-CODE
                               TO PROGRAM-CODE-WS(PROGRAM-COUNT-WS)
                           MOVE PROGRAM-NAME
                               TO PROGRAM-NAME-WS(PROGRAM-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROGRAM-RECORDS-FILE.

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

      *    reads whatever is currently in PROGRAM-REQUIREMENTS.txt
      *    through the same sorted insert an add uses, so a
      *    hand-keyed file comes out of the first save in order
       100-LOAD-REQUIREMENTS.
           OPEN INPUT REQUIREMENT-FILE.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ REQUIREMENT-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF PRR-COUNT-WS >= 500
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           DISPLAY "Requirement table full (500) - "
                               "RECORD SKIPPED FOR PROGRAM "
                               PRR-PROGRAM-CODE
                       ELSE
                           MOVE PRR-PROGRAM-CODE TO INPUT-PROGRAM-WS
                           MOVE PRR-COURSE-CODE TO INPUT-COURSE-WS
                           MOVE PRR-MINIMUM-CREDITS TO INPUT-MINIMUM-WS
                           PERFORM 310-INSERT-REQUIREMENT-SORTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REQUIREMENT-FILE.

       200-MENU-LOOP.
           DISPLAY "1. Set a program's minimum total credits".
           DISPLAY "2. Add a required course to a program".
           DISPLAY "3. Delete a required course from a program".
           DISPLAY "4. List a program's requirements".
           DISPLAY "5. Save and exit".
           DISPLAY "Enter your choice".
           ACCEPT MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN "1" PERFORM 400-SET-MINIMUM-CREDITS
               WHEN "2" PERFORM 300-ADD-REQUIRED-COURSE
               WHEN "3" PERFORM 500-DELETE-REQUIRED-COURSE
               WHEN "4" PERFORM 600-LIST-REQUIREMENTS
               WHEN "5" CONTINUE
               WHEN OTHER DISPLAY "Invalid choice, try again"
           END-EVALUATE.

      *    both codes must be in their catalogs, and the course must
      *    not already be required by the program
       300-ADD-REQUIRED-COURSE.
           PERFORM 710-PROMPT-PROGRAM-COURSE.
           IF COURSE-FOUND-FLAG = "YES"
               PERFORM 700-FIND-REQUIREMENT
               IF FOUND-FLAG = "YES"
                   DISPLAY "That course is already required - "
                       "not added"
               ELSE
                   IF PRR-COUNT-WS >= 500
                       DISPLAY "Requirement table is full (500) - "
                           "not added"
                   ELSE
                       MOVE 0 TO INPUT-MINIMUM-WS
                       PERFORM 310-INSERT-REQUIREMENT-SORTED
                       MOVE SPACES TO CHG-BEFORE-WS
                       MOVE PRR-ENTRY-WS(INSERT-AT-WS) TO CHG-AFTER-WS
                       MOVE "ADD" TO CHG-ACTION-WS
                       PERFORM 070-WRITE-CHANGE-AUDIT
                       ADD 1 TO CHANGES-MADE-WS
                       DISPLAY "Required course added"
                   END-IF
               END-IF
           END-IF.

      *    inserts the requirement in ascending program/course
      *    order, shifting later entries up by one slot, the same
      *    sorted insert PREREQ-MAINT's 310 runs
       310-INSERT-REQUIREMENT-SORTED.
           ADD 1 TO PRR-COUNT-WS.
           MOVE PRR-COUNT-WS TO INSERT-AT-WS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS >= PRR-COUNT-WS
               IF INPUT-KEY-WS < PRR-KEY-WS(SUB-WS)
                   MOVE SUB-WS TO INSERT-AT-WS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING SUB-WS FROM PRR-COUNT-WS BY -1
                   UNTIL SUB-WS <= INSERT-AT-WS
               MOVE PRR-ENTRY-WS(SUB-WS - 1) TO PRR-ENTRY-WS(SUB-WS)
           END-PERFORM.
           MOVE INPUT-KEY-WS TO PRR-KEY-WS(INSERT-AT-WS).
           MOVE INPUT-MINIMUM-WS TO PRR-MINIMUM-WS(INSERT-AT-WS).

      *    the program's credit record is added the first time a
      *    minimum is set and changed in place after that - one per
      *    program, keyed with a blank course code
       400-SET-MINIMUM-CREDITS.
           PERFORM 720-PROMPT-PROGRAM.
           IF PROGRAM-FOUND-FLAG = "YES"
               MOVE SPACES TO INPUT-COURSE-WS
               PERFORM 700-FIND-REQUIREMENT
               IF FOUND-FLAG = "YES"
                   DISPLAY "On file: minimum credits "
                       PRR-MINIMUM-WS(FOUND-INDEX-WS)
                   MOVE PRR-ENTRY-WS(FOUND-INDEX-WS) TO CHG-BEFORE-WS
                   PERFORM 740-PROMPT-MINIMUM-CREDITS
                   MOVE INPUT-MINIMUM-WS
                       TO PRR-MINIMUM-WS(FOUND-INDEX-WS)
                   MOVE PRR-ENTRY-WS(FOUND-INDEX-WS) TO CHG-AFTER-WS
                   MOVE "UPDATE" TO CHG-ACTION-WS
                   PERFORM 070-WRITE-CHANGE-AUDIT
                   ADD 1 TO CHANGES-MADE-WS
                   DISPLAY "Minimum credits updated"
               ELSE
                   IF PRR-COUNT-WS >= 500
                       DISPLAY "Requirement table is full (500) - "
                           "not added"
                   ELSE
                       PERFORM 740-PROMPT-MINIMUM-CREDITS
                       PERFORM 310-INSERT-REQUIREMENT-SORTED
                       MOVE SPACES TO CHG-BEFORE-WS
                       MOVE PRR-ENTRY-WS(INSERT-AT-WS) TO CHG-AFTER-WS
                       MOVE "ADD" TO CHG-ACTION-WS
                       PERFORM 070-WRITE-CHANGE-AUDIT
                       ADD 1 TO CHANGES-MADE-WS
                       DISPLAY "Minimum credits set"
                   END-IF
               END-IF
           END-IF.

      *    removes the matched requirement and shifts later entries
      *    down by one slot to keep the table contiguous and in order
       500-DELETE-REQUIRED-COURSE.
           PERFORM 710-PROMPT-PROGRAM-COURSE.
           IF COURSE-FOUND-FLAG = "YES"
               PERFORM 700-FIND-REQUIREMENT
               IF FOUND-FLAG = "YES"
                   MOVE PRR-ENTRY-WS(FOUND-INDEX-WS) TO CHG-BEFORE-WS
                   MOVE SPACES TO CHG-AFTER-WS
                   MOVE "DELETE" TO CHG-ACTION-WS
                   PERFORM 070-WRITE-CHANGE-AUDIT
                   ADD 1 TO CHANGES-MADE-WS
                   PERFORM VARYING SUB-WS FROM FOUND-INDEX-WS BY 1
                           UNTIL SUB-WS >= PRR-COUNT-WS
                       MOVE PRR-ENTRY-WS(SUB-WS + 1)
                           TO PRR-ENTRY-WS(SUB-WS)
                   END-PERFORM
                   SUBTRACT 1 FROM PRR-COUNT-WS
                   DISPLAY "Required course deleted"
               ELSE
                   DISPLAY "That course is not required by the program"
               END-IF
           END-IF.

      *    the program's block in file order - the credit minimum
      *    first, then each required course with its catalog name
       600-LIST-REQUIREMENTS.
           PERFORM 720-PROMPT-PROGRAM.
           IF PROGRAM-FOUND-FLAG = "YES"
               MOVE "NO" TO FOUND-FLAG
               PERFORM VARYING SUB-WS FROM 1 BY 1
                       UNTIL SUB-WS > PRR-COUNT-WS
                   IF PRR-PROGRAM-WS(SUB-WS) = INPUT-PROGRAM-WS
                       MOVE "YES" TO FOUND-FLAG
                       IF PRR-COURSE-WS(SUB-WS) = SPACES
                           DISPLAY "  MINIMUM TOTAL CREDITS  "
                               PRR-MINIMUM-WS(SUB-WS)
                       ELSE
                           PERFORM 610-LIST-REQUIRED-COURSE
                       END-IF
                   END-IF
               END-PERFORM
               IF FOUND-FLAG = "NO"
                   DISPLAY "No requirements on file for "
                       INPUT-PROGRAM-WS
               END-IF
           END-IF.

       610-LIST-REQUIRED-COURSE.
           SET COURSE-IDX TO 1.
           SEARCH COURSE-TABLE-WS
               AT END
                   DISPLAY "  REQUIRES  " PRR-COURSE-WS(SUB-WS)
                       "  ** NOT IN CATALOG **"
               WHEN COURSE-CODE-WS(COURSE-IDX) = PRR-COURSE-WS(SUB-WS)
                   DISPLAY "  REQUIRES  " PRR-COURSE-WS(SUB-WS)
                       "  " COURSE-NAME-WS(COURSE-IDX)
           END-SEARCH.

      *    linear scan for the program/course key - the table is
      *    small enough that a maintenance-time scan doesn't need
      *    SEARCH ALL
       700-FIND-REQUIREMENT.
           MOVE "NO" TO FOUND-FLAG.
           MOVE 0 TO FOUND-INDEX-WS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > PRR-COUNT-WS OR FOUND-FLAG = "YES"
               IF PRR-KEY-WS(SUB-WS) = INPUT-KEY-WS
                   MOVE "YES" TO FOUND-FLAG
                   MOVE SUB-WS TO FOUND-INDEX-WS
               END-IF
           END-PERFORM.

      *    the program and a course, each proved against its catalog
      *    - COURSE-FOUND-FLAG comes back NO on either one missing
       710-PROMPT-PROGRAM-COURSE.
           MOVE "NO" TO COURSE-FOUND-FLAG.
           PERFORM 720-PROMPT-PROGRAM.
           IF PROGRAM-FOUND-FLAG = "YES"
               DISPLAY "Enter the required course code"
               ACCEPT INPUT-CODE-WS
               PERFORM 730-FIND-CATALOG-COURSE
               MOVE INPUT-CODE-WS TO INPUT-COURSE-WS
           END-IF.

       720-PROMPT-PROGRAM.
           DISPLAY "Enter the program code".
           ACCEPT INPUT-PROGRAM-WS.
           MOVE "YES" TO PROGRAM-FOUND-FLAG.
           SET PROGRAM-IDX TO 1.
           SEARCH PROGRAM-TABLE-WS
               AT END
                   MOVE "NO" TO PROGRAM-FOUND-FLAG
                   DISPLAY "Program " INPUT-PROGRAM-WS
                       " is not in the catalog"
               WHEN PROGRAM-CODE-WS(PROGRAM-IDX) = INPUT-PROGRAM-WS
                   DISPLAY "Program: " PROGRAM-NAME-WS(PROGRAM-IDX)
           END-SEARCH.

       730-FIND-CATALOG-COURSE.
           MOVE "YES" TO COURSE-FOUND-FLAG.
           IF INPUT-CODE-WS = SPACES
               MOVE "NO" TO COURSE-FOUND-FLAG
               DISPLAY "A course code is required"
           ELSE
               SET COURSE-IDX TO 1
               SEARCH COURSE-TABLE-WS
                   AT END
                       MOVE "NO" TO COURSE-FOUND-FLAG
                       DISPLAY "Course " INPUT-CODE-WS
                           " is not in the catalog"
                   WHEN COURSE-CODE-WS(COURSE-IDX) = INPUT-CODE-WS
                       CONTINUE
               END-SEARCH
           END-IF.

      *    total credit hours the program needs - the same two-digit
      *    credit values COURSE.txt carries add up to well under 999
       740-PROMPT-MINIMUM-CREDITS.
           MOVE SPACES TO ENTRY-CHECK-WS.
           PERFORM UNTIL ENTRY-CHECK-WS IS NUMERIC
               DISPLAY "Enter the minimum total credits (0-999)"
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
                       IF ENTRY-VALUE-WS > 999
                           DISPLAY "Invalid credits - 0 to 999, "
                               "try again"
                           MOVE SPACES TO ENTRY-CHECK-WS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ENTRY-VALUE-WS TO INPUT-MINIMUM-WS.

      *    writes the whole table back out to
      *    PROGRAM-REQUIREMENTS.txt, still in program/course order
       900-SAVE-REQUIREMENTS.
           OPEN OUTPUT REQUIREMENT-FILE.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > PRR-COUNT-WS
               MOVE PRR-PROGRAM-WS(SUB-WS) TO PRR-PROGRAM-CODE
               MOVE PRR-COURSE-WS(SUB-WS) TO PRR-COURSE-CODE
               MOVE PRR-MINIMUM-WS(SUB-WS) TO PRR-MINIMUM-CREDITS
               WRITE REQUIREMENT-RECORD
           END-PERFORM.
           CLOSE REQUIREMENT-FILE.

      *    one completion record on the shared run-log per session
       910-LOG-SESSION-END.
           MOVE "PROGRAM-REQ-MAINT" TO RUN-LOG-PROGRAM-WS.
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           MOVE CHANGES-MADE-WS TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

       END PROGRAM PROGRAM-REQ-MAINT.
