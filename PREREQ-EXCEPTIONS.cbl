      ******************************************************************
      * Author:
      * Date:
      * Purpose: the nightly list of students already sitting in a
      *          course whose prerequisites they never passed -
      *          enrolments keyed before PREREQUISITES.txt existed,
      *          slots typed in through STUDENT-MASTER-MAINT, or a
      *          prerequisite mark changed after the fact.  Chairs
      *          were finding these by hand in week three.  Every
      *          course in every slot on the student master is held
      *          against its prerequisite pairs; the best mark the
      *          student holds in each required course comes from the
      *          current slots and the COURSE-HISTORY.txt archive
      *          (a retaken course counts at its best).  Enrolments a
      *          department head overrode in COURSE-REGISTRATION
      *          (OVERRD on the change-audit file) are counted but
      *          not listed - the chair has already said yes.  Reads
      *          the sequential master the STUDENT-MASTER-CONVERT
      *          UNLOAD leaves behind, so it runs after that step in
      *          the nightly stream.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREREQ-EXCEPTIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\STUFILE3.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL - no prerequisite file just means no course has a
      *    prerequisite, which is a valid (empty) exception list
           SELECT OPTIONAL PREREQUISITE-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PREREQUISITES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COURSE-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\COURSE-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHANGE-AUDIT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\CHANGE-AUDIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PREREQ-EXCEPTION-REPORT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PREREQ-EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * same record layout as STUDENT-TUTION-RECORD in
      * Project3_Part3.cbl, since this is the same physical file
       FD  STUDENT-RECORDS-FILE.
       01  STUDENT-TUTION-RECORD.
           05 STUDENT-NUMBER PIC 9(6).
           05 STUDENT-TUTION-OWED PIC 9(4)V99.
           05 STUDENT-NAME PIC X(40).
           05 PROGRAM-OF-STUDY PIC X(5).
           05 COURSE-SLOT OCCURS 5 TIMES.
               10 COURSE-CODE PIC X(7).
               10 COURSE-AVERAGE PIC 9(3).

      * same record layout PREREQ-MAINT.cbl maintains
       FD  PREREQUISITE-FILE.
       01  PREREQUISITE-RECORD.
           05 PRQ-COURSE-CODE PIC X(7).
           05 PRQ-REQUIRED-CODE PIC X(7).
           05 PRQ-MINIMUM-MARK PIC 9(3).

      * same record layout TERM-ROLLOVER.cbl appends
       FD  COURSE-HISTORY-FILE.
       01  COURSE-HISTORY-RECORD.
           05 CRSH-STUDENT-NUMBER PIC 9(6).
           05 CRSH-TERM PIC X(5).
           05 CRSH-COURSE-CODE PIC X(7).
           05 CRSH-AVERAGE PIC 9(3).

      * same record layout CHANGE-AUDIT.cbl appends
       FD  CHANGE-AUDIT-FILE.
       01  CHANGE-AUDIT-RECORD.
           05 CHG-OPERATOR PIC X(8).
           05 CHG-DATE PIC 9(8).
           05 CHG-TIME PIC 9(6).
           05 CHG-PROGRAM PIC X(20).
           05 CHG-ACTION PIC X(6).
           05 CHG-BEFORE-IMAGE PIC X(120).
           05 CHG-AFTER-IMAGE PIC X(120).

       FD  PREREQ-EXCEPTION-REPORT-FILE.
       01  PREREQ-EXCEPTION-LINE PIC X(100).

       WORKING-STORAGE SECTION.

       01  PREREQ-TABLE.
           05  PRQ-COUNT-WS PIC 9(3) VALUE 0.
           05  PRQ-ENTRY-WS OCCURS 1 TO 500 TIMES
                   DEPENDING ON PRQ-COUNT-WS.
               10 PRQ-COURSE-WS PIC X(7).
               10 PRQ-REQUIRED-WS PIC X(7).
               10 PRQ-MINIMUM-WS PIC 9(3).

      *    the whole course archive - who took what and the mark,
      *    the term is not needed to decide a pass
       01  HISTORY-TABLE.
           05  HIST-COUNT-WS PIC 9(4) VALUE 0.
           05  HIST-ENTRY-WS OCCURS 1 TO 5000 TIMES
                   DEPENDING ON HIST-COUNT-WS.
               10 HIST-NUMBER-WS PIC 9(6).
               10 HIST-COURSE-WS PIC X(7).
               10 HIST-AVERAGE-WS PIC 9(3).

      *    every student/course a department head let in, off the
      *    OVERRD records COURSE-REGISTRATION leaves on the
      *    change-audit file
       01  OVERRIDE-TABLE.
           05  OVR-COUNT-WS PIC 9(4) VALUE 0.
           05  OVR-ENTRY-WS OCCURS 1 TO 2000 TIMES
                   DEPENDING ON OVR-COUNT-WS.
               10 OVR-NUMBER-WS PIC 9(6).
               10 OVR-COURSE-WS PIC X(7).

      *    the front of the OVERRD before image - the student and the
      *    course, as COURSE-REGISTRATION's OVERRIDE-IMAGE-WS lays
      *    them down
       01  OVERRIDE-IMAGE-WS.
           05 OVI-STUDENT-NUMBER-WS PIC 9(6).
           05 OVI-COURSE-CODE-WS PIC X(7).
           05 FILLER PIC X(107).

       01  FLAG-FIELDS.
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 EOF-PREREQ-FLAG PIC X(3) VALUE "NO".
           05 EOF-HIST-FLAG PIC X(3) VALUE "NO".
           05 EOF-AUDIT-FLAG PIC X(3) VALUE "NO".
      *    set when a file outgrew its table - a truncated history
      *    accuses students who passed, so the run refuses rather
      *    than hand the chairs a wrong list, the same refusal
      *    PLAN-DELINQUENCY makes on overflow
           05 LOAD-OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 TAKEN-FLAG PIC X(3) VALUE "NO".
           05 OVERRIDDEN-FLAG PIC X(3) VALUE "NO".

       01  SLOT-SUB-WS PIC 9(1).
       01  PRQ-SUB-WS PIC 9(3).
       01  SUB-WS PIC 9(4).
       01  BEST-MARK-WS PIC 9(3).
       01  STUDENTS-READ-WS PIC 9(5) VALUE 0.
       01  EXCEPTION-COUNT-WS PIC 9(5) VALUE 0.
       01  OVERRIDDEN-COUNT-WS PIC 9(5) VALUE 0.

       01  EXCEPTION-DETAIL-LINE-WS.
           05 PRX-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRX-STUDENT-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PRX-COURSE-CODE PIC X(7).
           05 FILLER PIC X(11) VALUE "  REQUIRES ".
           05 PRX-REQUIRED-CODE PIC X(7).
           05 FILLER PIC X(4) VALUE " AT ".
           05 PRX-MINIMUM-MARK PIC ZZ9.
           05 FILLER PIC X(8) VALUE "  BEST: ".
           05 PRX-BEST-MARK PIC X(4).

       01  PRX-BEST-EDIT-WS PIC ZZ9.

       01  PRX-TRAILER-LINE-WS.
           05 PRX-TRAILER-LABEL-WS PIC X(26).
           05 PRX-TRAILER-VALUE-WS PIC ZZZZ9.

           COPY RUN-LOG.

       PROCEDURE DIVISION.

       PERFORM 140-LOG-RUN-START.
       PERFORM 100-LOAD-PREREQUISITES.
       PERFORM 110-LOAD-HISTORY.
       PERFORM 120-LOAD-OVERRIDES.
       IF LOAD-OVERFLOW-FLAG = "YES"
           DISPLAY "PREREQUISITES, HISTORY OR OVERRIDES EXCEED THEIR "
               "TABLES - EXCEPTION LIST NOT RUN, NO REPORT PRODUCED"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
       ELSE
           PERFORM 200-OPEN-REPORT-FILES
           PERFORM 210-READ-STUDENT-FILE
           PERFORM 300-CHECK-ONE-STUDENT UNTIL EOF-FLAG = "YES"
           PERFORM 400-CLOSE-REPORT-FILES
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
       END-IF.

       GOBACK.

      *    STARTED goes on the shared run-log before any work - a
      *    run that abends leaves this record with no completion
      *    after it, which is what the nightly driver looks for
       140-LOG-RUN-START.
           MOVE "PREREQ-EXCEPTIONS" TO RUN-LOG-PROGRAM-WS.
           MOVE "STARTED" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           MOVE 0 TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    completion record - the caller has already set
      *    RUN-LOG-STATUS-WS
       145-LOG-RUN-END.
           MOVE "PREREQ-EXCEPTIONS" TO RUN-LOG-PROGRAM-WS.
           MOVE STUDENTS-READ-WS TO RUN-LOG-READ-WS.
           MOVE OVERRIDDEN-COUNT-WS TO RUN-LOG-WRITE-WS.
           MOVE EXCEPTION-COUNT-WS TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

       100-LOAD-PREREQUISITES.
           OPEN INPUT PREREQUISITE-FILE.
           PERFORM UNTIL EOF-PREREQ-FLAG = "YES"
               READ PREREQUISITE-FILE
                   AT END MOVE "YES" TO EOF-PREREQ-FLAG
                   NOT AT END
                       IF PRQ-COUNT-WS >= 500
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           MOVE "YES" TO EOF-PREREQ-FLAG
                       ELSE
                           ADD 1 TO PRQ-COUNT-WS
                           MOVE PREREQUISITE-RECORD
                               TO PRQ-ENTRY-WS(PRQ-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PREREQUISITE-FILE.

       110-LOAD-HISTORY.
           OPEN INPUT COURSE-HISTORY-FILE.
           PERFORM UNTIL EOF-HIST-FLAG = "YES"
               READ COURSE-HISTORY-FILE
                   AT END MOVE "YES" TO EOF-HIST-FLAG
                   NOT AT END
                       IF HIST-COUNT-WS >= 5000
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           MOVE "YES" TO EOF-HIST-FLAG
                       ELSE
                           ADD 1 TO HIST-COUNT-WS
                           MOVE CRSH-STUDENT-NUMBER
                               TO HIST-NUMBER-WS(HIST-COUNT-WS)
                           MOVE CRSH-COURSE-CODE
                               TO HIST-COURSE-WS(HIST-COUNT-WS)
                           MOVE CRSH-AVERAGE
                               TO HIST-AVERAGE-WS(HIST-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-HISTORY-FILE.

       120-LOAD-OVERRIDES.
           OPEN INPUT CHANGE-AUDIT-FILE.
           PERFORM UNTIL EOF-AUDIT-FLAG = "YES"
               READ CHANGE-AUDIT-FILE
                   AT END MOVE "YES" TO EOF-AUDIT-FLAG
                   NOT AT END
                       IF CHG-PROGRAM = "COURSE-REGISTRATION"
                               AND CHG-ACTION = "OVERRD"
                           IF OVR-COUNT-WS >= 2000
                               MOVE "YES" TO LOAD-OVERFLOW-FLAG
                               MOVE "YES" TO EOF-AUDIT-FLAG
                           ELSE
                               MOVE CHG-BEFORE-IMAGE
                                   TO OVERRIDE-IMAGE-WS
                               ADD 1 TO OVR-COUNT-WS
                               MOVE OVI-STUDENT-NUMBER-WS
                                   TO OVR-NUMBER-WS(OVR-COUNT-WS)
                               MOVE OVI-COURSE-CODE-WS
                                   TO OVR-COURSE-WS(OVR-COUNT-WS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHANGE-AUDIT-FILE.

       200-OPEN-REPORT-FILES.
           OPEN INPUT STUDENT-RECORDS-FILE.
           OPEN OUTPUT PREREQ-EXCEPTION-REPORT-FILE.
           MOVE "STUDENTS ENROLLED WITHOUT PREREQUISITES"
               TO PREREQ-EXCEPTION-LINE.
           WRITE PREREQ-EXCEPTION-LINE.
           MOVE SPACES TO PREREQ-EXCEPTION-LINE.
           WRITE PREREQ-EXCEPTION-LINE.

       210-READ-STUDENT-FILE.
           READ STUDENT-RECORDS-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO STUDENTS-READ-WS
           END-READ.

      *    every filled slot against every prerequisite pair for
      *    that course
       300-CHECK-ONE-STUDENT.
           PERFORM VARYING SLOT-SUB-WS FROM 1 BY 1
                   UNTIL SLOT-SUB-WS > 5
               IF COURSE-CODE(SLOT-SUB-WS) NOT = SPACES
                   PERFORM VARYING PRQ-SUB-WS FROM 1 BY 1
                           UNTIL PRQ-SUB-WS > PRQ-COUNT-WS
                       IF PRQ-COURSE-WS(PRQ-SUB-WS)
                               = COURSE-CODE(SLOT-SUB-WS)
                           PERFORM 310-CHECK-ONE-PREREQ
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM 210-READ-STUDENT-FILE.

      *    the best mark in the required course, from the slots and
      *    then the archive - an unmet pair is either a department
      *    head's override or an exception
       310-CHECK-ONE-PREREQ.
           MOVE "NO" TO TAKEN-FLAG.
           MOVE 0 TO BEST-MARK-WS.
           PERFORM VARYING SUB-WS FROM 1 BY 1 UNTIL SUB-WS > 5
               IF COURSE-CODE(SUB-WS) = PRQ-REQUIRED-WS(PRQ-SUB-WS)
                   MOVE "YES" TO TAKEN-FLAG
                   IF COURSE-AVERAGE(SUB-WS) > BEST-MARK-WS
                       MOVE COURSE-AVERAGE(SUB-WS) TO BEST-MARK-WS
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > HIST-COUNT-WS
               IF HIST-NUMBER-WS(SUB-WS) = STUDENT-NUMBER
                       AND HIST-COURSE-WS(SUB-WS)
                           = PRQ-REQUIRED-WS(PRQ-SUB-WS)
                   MOVE "YES" TO TAKEN-FLAG
                   IF HIST-AVERAGE-WS(SUB-WS) > BEST-MARK-WS
                       MOVE HIST-AVERAGE-WS(SUB-WS) TO BEST-MARK-WS
                   END-IF
               END-IF
           END-PERFORM.
           IF TAKEN-FLAG = "NO"
                   OR BEST-MARK-WS < PRQ-MINIMUM-WS(PRQ-SUB-WS)
               PERFORM 320-FIND-OVERRIDE
               IF OVERRIDDEN-FLAG = "YES"
                   ADD 1 TO OVERRIDDEN-COUNT-WS
               ELSE
                   PERFORM 330-REPORT-EXCEPTION
               END-IF
           END-IF.

       320-FIND-OVERRIDE.
           MOVE "NO" TO OVERRIDDEN-FLAG.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > OVR-COUNT-WS
                       OR OVERRIDDEN-FLAG = "YES"
               IF OVR-NUMBER-WS(SUB-WS) = STUDENT-NUMBER
                       AND OVR-COURSE-WS(SUB-WS)
                           = COURSE-CODE(SLOT-SUB-WS)
                   MOVE "YES" TO OVERRIDDEN-FLAG
               END-IF
           END-PERFORM.

       330-REPORT-EXCEPTION.
           MOVE STUDENT-NUMBER TO PRX-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO PRX-STUDENT-NAME.
           MOVE COURSE-CODE(SLOT-SUB-WS) TO PRX-COURSE-CODE.
           MOVE PRQ-REQUIRED-WS(PRQ-SUB-WS) TO PRX-REQUIRED-CODE.
           MOVE PRQ-MINIMUM-WS(PRQ-SUB-WS) TO PRX-MINIMUM-MARK.
           IF TAKEN-FLAG = "NO"
               MOVE "NONE" TO PRX-BEST-MARK
           ELSE
               MOVE BEST-MARK-WS TO PRX-BEST-EDIT-WS
               MOVE PRX-BEST-EDIT-WS TO PRX-BEST-MARK
           END-IF.
           WRITE PREREQ-EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE-WS.
           DISPLAY EXCEPTION-DETAIL-LINE-WS.
           ADD 1 TO EXCEPTION-COUNT-WS.

       400-CLOSE-REPORT-FILES.
           MOVE SPACES TO PREREQ-EXCEPTION-LINE.
           WRITE PREREQ-EXCEPTION-LINE.

           MOVE "STUDENTS READ:" TO PRX-TRAILER-LABEL-WS.
           MOVE STUDENTS-READ-WS TO PRX-TRAILER-VALUE-WS.
           WRITE PREREQ-EXCEPTION-LINE FROM PRX-TRAILER-LINE-WS.

           MOVE "PREREQUISITES NOT MET:" TO PRX-TRAILER-LABEL-WS.
           MOVE EXCEPTION-COUNT-WS TO PRX-TRAILER-VALUE-WS.
           WRITE PREREQ-EXCEPTION-LINE FROM PRX-TRAILER-LINE-WS.

           MOVE "OVERRIDDEN BY DEPT HEAD:" TO PRX-TRAILER-LABEL-WS.
           MOVE OVERRIDDEN-COUNT-WS TO PRX-TRAILER-VALUE-WS.
           WRITE PREREQ-EXCEPTION-LINE FROM PRX-TRAILER-LINE-WS.

           DISPLAY "PREREQUISITES NOT MET:   " EXCEPTION-COUNT-WS.
           DISPLAY "OVERRIDDEN BY DEPT HEAD: " OVERRIDDEN-COUNT-WS.

           CLOSE STUDENT-RECORDS-FILE.
           CLOSE PREREQ-EXCEPTION-REPORT-FILE.

       END PROGRAM PREREQ-EXCEPTIONS.
