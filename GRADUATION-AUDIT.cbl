      ******************************************************************
      * Author:
      * Date:
      * Purpose: program completion (graduation) audit for the
      *          Registrar.  Every student on SORTED-STUDENT-FILE
      *          (the program-ordered file PROJECT3's sort leaves
      *          behind) is compared against the requirements
      *          PROGRAM-REQ-MAINT keeps on PROGRAM-REQUIREMENTS.txt
      *          for the student's PROGRAM-OF-STUDY: each required
      *          course, and the minimum total credit hours.
      *          A course counts as passed at 50 or better - the
      *          same pass mark GET-AVG applies - whether archived on
      *          COURSE-HISTORY.txt by TERM-ROLLOVER or still in one
      *          of the five current slots; a course passed twice
      *          counts once.  Credit hours come off COURSE.txt, a
      *          blank or zero credit value counting 1 the way
      *          GET-AVG weighs it; a code no longer in the catalog
      *          earns no credit.
      *          GRADUATION-AUDIT.TXT prints a "what's left" block
      *          per student - the required courses still not passed
      *          and any credit shortfall.  GRADUATION-CANDIDATES.TXT
      *          lists, program by program, the students with nothing
      *          left.  Current-term slots count at the mark posted so
      *          far, so the candidate list is provisional until the
      *          term's marks are final.  A program with no
      *          requirements on file audits nobody - its students
      *          are counted and flagged, never listed as candidates.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADUATION-AUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the program-ordered student file PROJECT3's
      *    307-SORT-STUDENT-FILE leaves behind - both reports group
      *    by program off its order
           SELECT SORTED-STUDENT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\SORTED-STUFILE3.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROGRAM-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\PROGRAM.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COURSE-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\COURSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL - no requirements file just means no program has
      *    requirements set up yet; every student is then flagged
      *    and nobody is a candidate
           SELECT OPTIONAL REQUIREMENT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PROGRAM-REQUIREMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the cumulative course archive TERM-ROLLOVER.cbl appends -
      *    OPTIONAL because no history file yet just means no term
      *    has been rolled over
           SELECT OPTIONAL COURSE-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\COURSE-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRADUATION-AUDIT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\GRADUATION-AUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CANDIDATE-LIST-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\GRADUATION-CANDIDATES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * same record layout as STUDENT-TUTION-RECORD in
      * Project3_Part3.cbl, since this is the same physical file
       FD  SORTED-STUDENT-FILE.
       01  STUDENT-TUTION-RECORD.
           05 STUDENT-NUMBER PIC 9(6).
           05 STUDENT-TUTION-OWED PIC 9(4)V99.
           05 STUDENT-NAME PIC X(40).
           05 PROGRAM-OF-STUDY PIC X(5).
           05 COURSE-SLOT OCCURS 5 TIMES.
               10 COURSE-CODE PIC X(7).
               10 COURSE-AVERAGE PIC 9(3).

       FD  PROGRAM-RECORDS-FILE.
       01  PROGRAM-RECORD.
           05 PROGRAM-CODE PIC X(5).
           05 PROGRAM-NAME PIC X(20).
      *    fee schedule - not used by the audit, carried so the FD
      *    matches the file
           05 PROGRAM-BASE-FEE PIC X(5).
           05 PROGRAM-COURSE-FEE PIC X(4).

       FD  COURSE-RECORDS-FILE.
       01  COURSE-RECORD.
           05 COURSE-CODE-IN PIC X(7).
           05 COURSE-NAME-IN PIC X(20).
      *    credit hours - blank on rows written before credits were
      *    carried, which GET-AVG weighs as 1
           05 COURSE-CREDITS-IN PIC X(2).
      *    seat capacity - not used by the audit, carried so the FD
      *    matches the file
           05 COURSE-CAPACITY-IN PIC X(3).

      * same record layout PROGRAM-REQ-MAINT.cbl maintains - a blank
      * course code carries the program's minimum total credits
       FD  REQUIREMENT-FILE.
       01  REQUIREMENT-RECORD.
           05 PRR-PROGRAM-CODE PIC X(5).
           05 PRR-COURSE-CODE PIC X(7).
           05 PRR-MINIMUM-CREDITS PIC 9(3).

      * same record layout TERM-ROLLOVER.cbl appends
       FD  COURSE-HISTORY-FILE.
       01  COURSE-HISTORY-RECORD.
           05 CRSH-STUDENT-NUMBER PIC 9(6).
           05 CRSH-TERM PIC X(5).
           05 CRSH-COURSE-CODE PIC X(7).
           05 CRSH-AVERAGE PIC 9(3).

       FD  GRADUATION-AUDIT-FILE.
       01  GRADUATION-AUDIT-LINE PIC X(80).

       FD  CANDIDATE-LIST-FILE.
       01  CANDIDATE-LIST-LINE PIC X(80).

       WORKING-STORAGE SECTION.

           COPY CREATE-TBL.
           COPY COURSE-TBL.

      *    the whole requirements file, loaded once up front in the
      *    program/course order PROGRAM-REQ-MAINT saves it in
       01  REQUIREMENT-TABLE.
           05  PRR-COUNT-WS PIC 9(3) VALUE 0.
           05  PRR-ENTRY-WS OCCURS 1 TO 500 TIMES
                   DEPENDING ON PRR-COUNT-WS.
               10 PRR-PROGRAM-WS PIC X(5).
               10 PRR-COURSE-WS PIC X(7).
               10 PRR-MINIMUM-WS PIC 9(3).

      *    the whole course history, loaded once up front - each
      *    student's passed courses are built by scanning it, the
      *    same load-then-scan shape STUDENT-TRANSCRIPT.cbl uses
       01  HISTORY-TABLE.
           05  CRSH-COUNT-WS PIC 9(4) VALUE 0.
           05  CRSH-ENTRY-WS OCCURS 1 TO 5000 TIMES
                   DEPENDING ON CRSH-COUNT-WS.
               10 CRSH-NUMBER-WS PIC 9(6).
               10 CRSH-CODE-WS PIC X(7).
               10 CRSH-AVG-WS PIC 9(3).

      *    the current student's passed courses, each code once
       01  PASSED-TABLE.
           05  PASSED-COUNT-WS PIC 9(3) VALUE 0.
           05  PASSED-CODE-WS PIC X(7) OCCURS 1 TO 200 TIMES
                   DEPENDING ON PASSED-COUNT-WS.

       01  FLAG-FIELDS.
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 EOF-TBL-FLAG PIC X(3) VALUE "NO".
           05 EOF-COURSE-TBL-FLAG PIC X(3) VALUE "NO".
           05 EOF-REQ-FLAG PIC X(3) VALUE "NO".
           05 EOF-HIST-FLAG PIC X(3) VALUE "NO".
      *    set when the requirements or the history exceed their
      *    tables - a half-loaded table would pass or fail students
      *    wrongly, so the audit is not run
           05 LOAD-OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 REQ-ON-FILE-FLAG PIC X(3) VALUE "NO".
           05 PASSED-FOUND-FLAG PIC X(3) VALUE "NO".
           05 GROUP-FIRST-REC-FLAG PIC X(3) VALUE "YES".

      *    the same pass mark GET-AVG applies to the overall average
       01  PASS-MARK-WS PIC 9(3) VALUE 50.

       01  SLOT-SUB-WS PIC 9(1).
       01  HIST-SUB-WS PIC 9(4).
       01  REQ-SUB-WS PIC 9(3).
       01  PASSED-SUB-WS PIC 9(3).
       01  CHECK-CODE-WS PIC X(7).
       01  CREDIT-HOURS-WS PIC 9(2).
       01  CREDITS-EARNED-WS PIC 9(3).
       01  CREDITS-REQUIRED-WS PIC 9(3).
       01  CREDITS-SHORT-WS PIC 9(3).
       01  COURSES-MISSING-WS PIC 9(3).
       01  GROUP-PROGRAM-WS PIC X(5) VALUE SPACES.
       01  GROUP-PROGRAM-NAME-WS PIC X(20).
      *    the program whose heading was last written to the
      *    candidate list, and how many candidates it has had
       01  CAND-GROUP-WS PIC X(5) VALUE SPACES.
       01  CAND-GROUP-COUNT-WS PIC 9(4) VALUE 0.

       01  STUDENTS-READ-WS PIC 9(5) VALUE 0.
       01  CANDIDATE-COUNT-WS PIC 9(5) VALUE 0.
       01  NO-REQUIREMENTS-COUNT-WS PIC 9(5) VALUE 0.

       01  PROGRAM-HEADER-WS.
           05 FILLER PIC X(9) VALUE "PROGRAM: ".
           05 GRD-PROGRAM-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 GRD-PROGRAM-NAME PIC X(20).

       01  STUDENT-HEADER-WS.
           05 GRD-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 GRD-STUDENT-NAME PIC X(40).

       01  CREDITS-LINE-WS.
           05 FILLER PIC X(18) VALUE "  CREDITS EARNED: ".
           05 GRD-CREDITS-EARNED PIC ZZ9.
           05 FILLER PIC X(14) VALUE "   REQUIRED: ".
           05 GRD-CREDITS-REQUIRED PIC ZZ9.

       01  STILL-NEEDED-LINE-WS.
           05 FILLER PIC X(16) VALUE "  STILL NEEDED: ".
           05 GRD-NEEDED-CODE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 GRD-NEEDED-NAME PIC X(20).

       01  CREDITS-SHORT-LINE-WS.
           05 FILLER PIC X(17) VALUE "  CREDITS SHORT: ".
           05 GRD-CREDITS-SHORT PIC ZZ9.

       01  CANDIDATE-DETAIL-LINE-WS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CND-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CND-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CND-CREDITS-EARNED PIC ZZ9.
           05 FILLER PIC X(8) VALUE " CREDITS".

       01  CANDIDATE-GROUP-LINE-WS.
           05 FILLER PIC X(24) VALUE "  CANDIDATES IN PROGRAM:".
           05 FILLER PIC X(2) VALUE SPACES.
           05 CND-GROUP-COUNT PIC ZZZ9.

       01  GRD-TRAILER-LINE-WS.
           05 GRD-TRAILER-LABEL-WS PIC X(26).
           05 GRD-TRAILER-VALUE-WS PIC ZZZZ9.

           COPY RUN-LOG.

       PROCEDURE DIVISION.

       PERFORM 140-LOG-RUN-START.
       PERFORM 100-LOAD-CATALOGS.
       PERFORM 110-LOAD-REQUIREMENTS.
       PERFORM 120-LOAD-COURSE-HISTORY.
       IF LOAD-OVERFLOW-FLAG = "YES"
           DISPLAY "REQUIREMENTS OR HISTORY EXCEED THEIR TABLES - "
               "GRADUATION AUDIT NOT RUN, NO REPORT PRODUCED"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
       ELSE
           PERFORM 200-OPEN-AUDIT-FILES
           PERFORM 210-READ-STUDENT-FILE
           PERFORM 300-AUDIT-ONE-STUDENT UNTIL EOF-FLAG = "YES"
           PERFORM 400-CLOSE-AUDIT-FILES
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
       END-IF.

       STOP RUN.

      *    STARTED goes on the shared run-log before any work - a
      *    run that abends leaves this record with no completion
      *    after it
       140-LOG-RUN-START.
           MOVE "GRADUATION-AUDIT" TO RUN-LOG-PROGRAM-WS.
           MOVE "STARTED" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           MOVE 0 TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    completion record - the caller has already set
      *    RUN-LOG-STATUS-WS
       145-LOG-RUN-END.
           MOVE "GRADUATION-AUDIT" TO RUN-LOG-PROGRAM-WS.
           MOVE STUDENTS-READ-WS TO RUN-LOG-READ-WS.
           MOVE CANDIDATE-COUNT-WS TO RUN-LOG-WRITE-WS.
           MOVE NO-REQUIREMENTS-COUNT-WS TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    loads the program and course catalogs the same way
      *    Project3_Part3.cbl does, with the same OCCURS 1 TO 200
      *    bound guards
       100-LOAD-CATALOGS.
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

       110-LOAD-REQUIREMENTS.
           OPEN INPUT REQUIREMENT-FILE.
           PERFORM UNTIL EOF-REQ-FLAG = "YES"
               READ REQUIREMENT-FILE
                   AT END MOVE "YES" TO EOF-REQ-FLAG
                   NOT AT END
                       IF PRR-COUNT-WS >= 500
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           MOVE "YES" TO EOF-REQ-FLAG
                       ELSE
                           ADD 1 TO PRR-COUNT-WS
                           MOVE REQUIREMENT-RECORD
                               TO PRR-ENTRY-WS(PRR-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REQUIREMENT-FILE.

      *    only the student, the course and the mark matter here -
      *    which term a course was passed in does not
       120-LOAD-COURSE-HISTORY.
           OPEN INPUT COURSE-HISTORY-FILE.
           PERFORM UNTIL EOF-HIST-FLAG = "YES"
               READ COURSE-HISTORY-FILE
                   AT END MOVE "YES" TO EOF-HIST-FLAG
                   NOT AT END
                       IF CRSH-COUNT-WS >= 5000
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           MOVE "YES" TO EOF-HIST-FLAG
                       ELSE
                           ADD 1 TO CRSH-COUNT-WS
                           MOVE CRSH-STUDENT-NUMBER
                               TO CRSH-NUMBER-WS(CRSH-COUNT-WS)
                           MOVE CRSH-COURSE-CODE
                               TO CRSH-CODE-WS(CRSH-COUNT-WS)
                           MOVE CRSH-AVERAGE
                               TO CRSH-AVG-WS(CRSH-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-HISTORY-FILE.

       200-OPEN-AUDIT-FILES.
           OPEN INPUT SORTED-STUDENT-FILE.
           OPEN OUTPUT GRADUATION-AUDIT-FILE.
           OPEN OUTPUT CANDIDATE-LIST-FILE.
           MOVE "PROGRAM COMPLETION AUDIT - WHAT'S LEFT BY STUDENT"
               TO GRADUATION-AUDIT-LINE.
           WRITE GRADUATION-AUDIT-LINE.
           MOVE "GRADUATION CANDIDATES BY PROGRAM"
               TO CANDIDATE-LIST-LINE.
           WRITE CANDIDATE-LIST-LINE.

       210-READ-STUDENT-FILE.
           READ SORTED-STUDENT-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO STUDENTS-READ-WS
           END-READ.

      *    one student's audit block: the program header when the
      *    program-of-study group changes, the student, then what
      *    is still left against the program's requirements - or
      *    a candidate line on the list when nothing is
       300-AUDIT-ONE-STUDENT.
           IF GROUP-FIRST-REC-FLAG = "YES"
                   OR PROGRAM-OF-STUDY NOT = GROUP-PROGRAM-WS
               PERFORM 310-PRINT-PROGRAM-HEADER
           END-IF.

           MOVE SPACES TO GRADUATION-AUDIT-LINE.
           WRITE GRADUATION-AUDIT-LINE.
           MOVE STUDENT-NUMBER TO GRD-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO GRD-STUDENT-NAME.
           WRITE GRADUATION-AUDIT-LINE FROM STUDENT-HEADER-WS.

           PERFORM 320-COLLECT-PASSED-COURSES.
           PERFORM 340-TOTAL-CREDITS-EARNED.
           PERFORM 350-CHECK-REQUIREMENTS.
           PERFORM 210-READ-STUDENT-FILE.

       310-PRINT-PROGRAM-HEADER.
           MOVE "NO" TO GROUP-FIRST-REC-FLAG.
           MOVE PROGRAM-OF-STUDY TO GROUP-PROGRAM-WS.
           SET PROGRAM-IDX TO 1.
           SEARCH PROGRAM-TABLE-WS
               AT END
                   MOVE "** NOT IN CATALOG **" TO GROUP-PROGRAM-NAME-WS
               WHEN PROGRAM-CODE-WS(PROGRAM-IDX) = PROGRAM-OF-STUDY
                   MOVE PROGRAM-NAME-WS(PROGRAM-IDX)
                       TO GROUP-PROGRAM-NAME-WS
           END-SEARCH.
           MOVE PROGRAM-OF-STUDY TO GRD-PROGRAM-CODE.
           MOVE GROUP-PROGRAM-NAME-WS TO GRD-PROGRAM-NAME.
           MOVE SPACES TO GRADUATION-AUDIT-LINE.
           WRITE GRADUATION-AUDIT-LINE.
           WRITE GRADUATION-AUDIT-LINE FROM PROGRAM-HEADER-WS.

      *    every course the student has passed, archived terms first
      *    then the current slots, each code kept once
       320-COLLECT-PASSED-COURSES.
           MOVE 0 TO PASSED-COUNT-WS.
           PERFORM VARYING HIST-SUB-WS FROM 1 BY 1
                   UNTIL HIST-SUB-WS > CRSH-COUNT-WS
               IF CRSH-NUMBER-WS(HIST-SUB-WS) = STUDENT-NUMBER
                       AND CRSH-AVG-WS(HIST-SUB-WS) >= PASS-MARK-WS
                   MOVE CRSH-CODE-WS(HIST-SUB-WS) TO CHECK-CODE-WS
                   PERFORM 330-ADD-PASSED-COURSE
               END-IF
           END-PERFORM.
           PERFORM VARYING SLOT-SUB-WS FROM 1 BY 1
                   UNTIL SLOT-SUB-WS > 5
               IF COURSE-CODE(SLOT-SUB-WS) NOT = SPACES
                       AND COURSE-AVERAGE(SLOT-SUB-WS) >= PASS-MARK-WS
                   MOVE COURSE-CODE(SLOT-SUB-WS) TO CHECK-CODE-WS
                   PERFORM 330-ADD-PASSED-COURSE
               END-IF
           END-PERFORM.

      *    a repeat pass of the same course is not added again, so
      *    its credits are only counted once
       330-ADD-PASSED-COURSE.
           PERFORM 360-FIND-PASSED-COURSE.
           IF PASSED-FOUND-FLAG = "NO" AND PASSED-COUNT-WS < 200
               ADD 1 TO PASSED-COUNT-WS
               MOVE CHECK-CODE-WS TO PASSED-CODE-WS(PASSED-COUNT-WS)
           END-IF.

      *    credit hours off the catalog for each passed course -
      *    blank, non-numeric or zero credits count 1, the weight
      *    GET-AVG gives them; an uncataloged code earns nothing
       340-TOTAL-CREDITS-EARNED.
           MOVE 0 TO CREDITS-EARNED-WS.
           PERFORM VARYING PASSED-SUB-WS FROM 1 BY 1
                   UNTIL PASSED-SUB-WS > PASSED-COUNT-WS
               SET COURSE-IDX TO 1
               SEARCH COURSE-TABLE-WS
                   AT END
                       CONTINUE
                   WHEN COURSE-CODE-WS(COURSE-IDX)
                           = PASSED-CODE-WS(PASSED-SUB-WS)
                       IF COURSE-CREDITS-WS(COURSE-IDX) IS NUMERIC
                               AND COURSE-CREDITS-WS(COURSE-IDX)
                                   NOT = "00"
                           MOVE COURSE-CREDITS-WS(COURSE-IDX)
                               TO CREDIT-HOURS-WS
                           ADD CREDIT-HOURS-WS TO CREDITS-EARNED-WS
                       ELSE
                           ADD 1 TO CREDITS-EARNED-WS
                       END-IF
               END-SEARCH
           END-PERFORM.

      *    walks the program's block of the requirements table: the
      *    blank-course record sets the credit minimum, every other
      *    record is a course the student must have passed
       350-CHECK-REQUIREMENTS.
           MOVE "NO" TO REQ-ON-FILE-FLAG.
           MOVE 0 TO CREDITS-REQUIRED-WS.
           MOVE 0 TO COURSES-MISSING-WS.
           PERFORM VARYING REQ-SUB-WS FROM 1 BY 1
                   UNTIL REQ-SUB-WS > PRR-COUNT-WS
               IF PRR-PROGRAM-WS(REQ-SUB-WS) = PROGRAM-OF-STUDY
                   MOVE "YES" TO REQ-ON-FILE-FLAG
                   IF PRR-COURSE-WS(REQ-SUB-WS) = SPACES
                       MOVE PRR-MINIMUM-WS(REQ-SUB-WS)
                           TO CREDITS-REQUIRED-WS
                   ELSE
                       MOVE PRR-COURSE-WS(REQ-SUB-WS) TO CHECK-CODE-WS
                       PERFORM 360-FIND-PASSED-COURSE
                       IF PASSED-FOUND-FLAG = "NO"
                           PERFORM 370-PRINT-STILL-NEEDED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF REQ-ON-FILE-FLAG = "NO"
               ADD 1 TO NO-REQUIREMENTS-COUNT-WS
               MOVE "  ** NO REQUIREMENTS ON FILE FOR THIS PROGRAM **"
                   TO GRADUATION-AUDIT-LINE
               WRITE GRADUATION-AUDIT-LINE
           ELSE
               MOVE CREDITS-EARNED-WS TO GRD-CREDITS-EARNED
               MOVE CREDITS-REQUIRED-WS TO GRD-CREDITS-REQUIRED
               WRITE GRADUATION-AUDIT-LINE FROM CREDITS-LINE-WS
               IF CREDITS-EARNED-WS < CREDITS-REQUIRED-WS
                   COMPUTE CREDITS-SHORT-WS
                       = CREDITS-REQUIRED-WS - CREDITS-EARNED-WS
                   MOVE CREDITS-SHORT-WS TO GRD-CREDITS-SHORT
                   WRITE GRADUATION-AUDIT-LINE
                       FROM CREDITS-SHORT-LINE-WS
               ELSE
                   MOVE 0 TO CREDITS-SHORT-WS
               END-IF
               IF COURSES-MISSING-WS = 0 AND CREDITS-SHORT-WS = 0
                   MOVE "  NOTHING LEFT - GRADUATION CANDIDATE"
                       TO GRADUATION-AUDIT-LINE
                   WRITE GRADUATION-AUDIT-LINE
                   PERFORM 380-WRITE-CANDIDATE
               END-IF
           END-IF.

       360-FIND-PASSED-COURSE.
           MOVE "NO" TO PASSED-FOUND-FLAG.
           PERFORM VARYING PASSED-SUB-WS FROM 1 BY 1
                   UNTIL PASSED-SUB-WS > PASSED-COUNT-WS
                       OR PASSED-FOUND-FLAG = "YES"
               IF PASSED-CODE-WS(PASSED-SUB-WS) = CHECK-CODE-WS
                   MOVE "YES" TO PASSED-FOUND-FLAG
               END-IF
           END-PERFORM.

      *    one required course not yet passed, with its catalog name
       370-PRINT-STILL-NEEDED.
           ADD 1 TO COURSES-MISSING-WS.
           SET COURSE-IDX TO 1.
           SEARCH COURSE-TABLE-WS
               AT END
                   MOVE "** NOT IN CATALOG **" TO GRD-NEEDED-NAME
               WHEN COURSE-CODE-WS(COURSE-IDX) = CHECK-CODE-WS
                   MOVE COURSE-NAME-WS(COURSE-IDX) TO GRD-NEEDED-NAME
           END-SEARCH.
           MOVE CHECK-CODE-WS TO GRD-NEEDED-CODE.
           WRITE GRADUATION-AUDIT-LINE FROM STILL-NEEDED-LINE-WS.

      *    the candidate list breaks on program the same way the
      *    audit does, closing each program off with its count
       380-WRITE-CANDIDATE.
           IF PROGRAM-OF-STUDY NOT = CAND-GROUP-WS
               PERFORM 390-CLOSE-CANDIDATE-GROUP
               MOVE PROGRAM-OF-STUDY TO CAND-GROUP-WS
               MOVE SPACES TO CANDIDATE-LIST-LINE
               WRITE CANDIDATE-LIST-LINE
               WRITE CANDIDATE-LIST-LINE FROM PROGRAM-HEADER-WS
           END-IF.
           MOVE STUDENT-NUMBER TO CND-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO CND-STUDENT-NAME.
           MOVE CREDITS-EARNED-WS TO CND-CREDITS-EARNED.
           WRITE CANDIDATE-LIST-LINE FROM CANDIDATE-DETAIL-LINE-WS.
           ADD 1 TO CAND-GROUP-COUNT-WS.
           ADD 1 TO CANDIDATE-COUNT-WS.

       390-CLOSE-CANDIDATE-GROUP.
           IF CAND-GROUP-WS NOT = SPACES
               MOVE CAND-GROUP-COUNT-WS TO CND-GROUP-COUNT
               WRITE CANDIDATE-LIST-LINE FROM CANDIDATE-GROUP-LINE-WS
           END-IF.
           MOVE 0 TO CAND-GROUP-COUNT-WS.

       400-CLOSE-AUDIT-FILES.
           PERFORM 390-CLOSE-CANDIDATE-GROUP.

           MOVE SPACES TO GRADUATION-AUDIT-LINE.
           WRITE GRADUATION-AUDIT-LINE.
           MOVE "STUDENTS AUDITED:" TO GRD-TRAILER-LABEL-WS.
           MOVE STUDENTS-READ-WS TO GRD-TRAILER-VALUE-WS.
           WRITE GRADUATION-AUDIT-LINE FROM GRD-TRAILER-LINE-WS.
           MOVE "GRADUATION CANDIDATES:" TO GRD-TRAILER-LABEL-WS.
           MOVE CANDIDATE-COUNT-WS TO GRD-TRAILER-VALUE-WS.
           WRITE GRADUATION-AUDIT-LINE FROM GRD-TRAILER-LINE-WS.
           MOVE "NO REQUIREMENTS ON FILE:" TO GRD-TRAILER-LABEL-WS.
           MOVE NO-REQUIREMENTS-COUNT-WS TO GRD-TRAILER-VALUE-WS.
           WRITE GRADUATION-AUDIT-LINE FROM GRD-TRAILER-LINE-WS.

           MOVE SPACES TO CANDIDATE-LIST-LINE.
           WRITE CANDIDATE-LIST-LINE.
           MOVE "GRADUATION CANDIDATES:" TO GRD-TRAILER-LABEL-WS.
           MOVE CANDIDATE-COUNT-WS TO GRD-TRAILER-VALUE-WS.
           WRITE CANDIDATE-LIST-LINE FROM GRD-TRAILER-LINE-WS.

           CLOSE SORTED-STUDENT-FILE.
           CLOSE GRADUATION-AUDIT-FILE.
           CLOSE CANDIDATE-LIST-FILE.

           DISPLAY "STUDENTS AUDITED:        " STUDENTS-READ-WS.
           DISPLAY "GRADUATION CANDIDATES:   " CANDIDATE-COUNT-WS.
           DISPLAY "NO REQUIREMENTS ON FILE: " NO-REQUIREMENTS-COUNT-WS.

       END PROGRAM GRADUATION-AUDIT.
