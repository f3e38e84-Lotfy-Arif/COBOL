      *          no limit), and prints a class list per course for
      *          the department heads on demand - no more running
      *          the full COURSE-STATS pivot to see who is in a
      *          course.  An enrolment is refused when the student
      *          has no passing mark for one of the course's
      *          prerequisites (PREREQUISITES.txt, kept by
      *          PREREQ-MAINT) - prior terms are read off
      *          COURSE-HISTORY.txt and the current term off the
      *          student's own slots.  A department head on
      *          DEPT-HEADS.txt can override the refusal with a
      *          reason, which goes to the shared change-audit file
      *          for PREREQ-EXCEPTIONS to recognise.  A student with a
      *          FINANCIAL, REGISTRAR or ACADEMIC hold in force on
      *          STUDENT-HOLDS.txt (kept by HOLD-MAINT) is refused
      *          outright - a LIBRARY hold does not stop enrolment,
      *          and a department head cannot override a hold.  Slot
      *          changes land on the indexed master, so run the
      *          STUDENT-MASTER-CONVERT UNLOAD before the morning
      *          batches, the same rule posting follows.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\COURSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the prerequisite pairs PREREQ-MAINT keeps - OPTIONAL,
      *    since no file just means no course has a prerequisite
           SELECT OPTIONAL PREREQUISITE-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PREREQUISITES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the cumulative course archive TERM-ROLLOVER.cbl appends -
      *    OPTIONAL because before the first rollover there are no
      *    prior terms to have passed anything in
           SELECT OPTIONAL COURSE-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\COURSE-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the department heads allowed to override a prerequisite -
      *    the same layout as OPERATORS.txt.  OPTIONAL so the OPEN
      *    doesn't abend when the file is missing; no file simply
      *    means no override can be granted.
           SELECT OPTIONAL DEPT-HEAD-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\DEPT-HEADS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the holds HOLD-MAINT and FINANCIAL-HOLDS place -
      *    OPTIONAL, since no file just means nobody is on hold
           SELECT OPTIONAL STUDENT-HOLDS-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\STUDENT-HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLASS-LIST-REPORT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\CLASS-LIST.TXT"
      *    seat capacity - blank means no limit
           05 COURSE-CAPACITY-IN PIC X(3).

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

       FD  DEPT-HEAD-FILE.
       01  DEPT-HEAD-RECORD.
           05 DPH-ID PIC X(8).
           05 DPH-NAME PIC X(30).

      * same record layout HOLD-MAINT.cbl maintains - in force while
      * the release date is blank or still ahead of today
       FD  STUDENT-HOLDS-FILE.
       01  STUDENT-HOLD-RECORD.
           05 HLD-STUDENT-NUMBER PIC 9(6).
           05 HLD-TYPE PIC X(9).
      *        the hold types that stop an enrolment
               88 HOLD-BLOCKS-REGISTRATION VALUE "FINANCIAL"
                                                 "REGISTRAR"
                                                 "ACADEMIC".
           05 HLD-REASON PIC X(40).
           05 HLD-PLACED-BY PIC X(8).
           05 HLD-PLACED-DATE PIC 9(8).
           05 HLD-RELEASE-DATE PIC X(8).
           05 HLD-RELEASED-BY PIC X(8).

       FD  CLASS-LIST-REPORT-FILE.
       01  CLASS-LIST-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

           COPY COURSE-TBL.
           COPY CHANGE-AUDIT.

      *    every prerequisite pair, loaded once at start-up
       01  PREREQ-TABLE.
           05  PRQ-COUNT-WS PIC 9(3) VALUE 0.
           05  PRQ-ENTRY-WS OCCURS 1 TO 500 TIMES
                   DEPENDING ON PRQ-COUNT-WS.
               10 PRQ-COURSE-WS PIC X(7).
               10 PRQ-REQUIRED-WS PIC X(7).
               10 PRQ-MINIMUM-WS PIC 9(3).

      *    the prerequisites of the one course being enrolled in,
      *    with the best mark the student has earned in each so far
       01  COURSE-PREREQ-TABLE.
           05  CPR-COUNT-WS PIC 9(2) VALUE 0.
           05  CPR-ENTRY-WS OCCURS 10 TIMES.
               10 CPR-REQUIRED-WS PIC X(7).
               10 CPR-MINIMUM-WS PIC 9(3).
               10 CPR-BEST-WS PIC 9(3).
               10 CPR-TAKEN-FLAG PIC X(3).

      *    the department heads allowed to override, loaded once
       01  DEPT-HEAD-TABLE.
           05  DPH-COUNT-WS PIC 9(2) VALUE 0.
           05  DPH-ENTRY-WS OCCURS 1 TO 50 TIMES
                   DEPENDING ON DPH-COUNT-WS.
               10 DPH-ID-WS PIC X(8).
               10 DPH-NAME-WS PIC X(30).

       01  FLAG-FIELDS.
           05 EOF-COURSE-TBL-FLAG PIC X(3) VALUE "NO".
           05 STUDENT-FOUND-FLAG PIC X(3) VALUE "NO".
           05 COURSE-FOUND-FLAG PIC X(3) VALUE "NO".
           05 SLOT-FOUND-FLAG PIC X(3) VALUE "NO".
           05 EOF-PREREQ-FLAG PIC X(3) VALUE "NO".
           05 EOF-HIST-FLAG PIC X(3) VALUE "NO".
           05 EOF-DPH-FLAG PIC X(3) VALUE "NO".
      *    YES when every prerequisite of the course is passed, or
      *    a department head has overridden the ones that are not
           05 PREREQ-CLEARED-FLAG PIC X(3) VALUE "NO".
           05 OVERRIDE-GRANTED-FLAG PIC X(3) VALUE "NO".
           05 DPH-SIGNED-ON-FLAG PIC X(3) VALUE "NO".
           05 EOF-HOLD-FLAG PIC X(3) VALUE "NO".
           05 HOLD-BLOCKED-FLAG PIC X(3) VALUE "NO".

       01  MENU-CHOICE PIC X(1) VALUE SPACES.
       01  SLOT-SUB-WS PIC 9(1).

       01  ENROLLS-DONE-WS PIC 9(5) VALUE 0.
       01  DROPS-DONE-WS PIC 9(5) VALUE 0.
       01  OVERRIDES-DONE-WS PIC 9(5) VALUE 0.
       01  HOLD-REFUSALS-WS PIC 9(5) VALUE 0.
       01  TODAY-WS PIC 9(8).

       01  PRQ-SUB-WS PIC 9(3).
       01  CPR-SUB-WS PIC 9(2).
       01  DPH-SUB-WS PIC 9(2).
       01  UNMET-COUNT-WS PIC 9(2) VALUE 0.
       01  INPUT-DEPT-HEAD-WS PIC X(8).
       01  OVERRIDE-REASON-WS PIC X(120).

      *    the change-audit before image of an override: who, which
      *    course, and the prerequisites they were let in without -
      *    PREREQ-EXCEPTIONS reads the student and course back off it
       01  OVERRIDE-IMAGE-WS.
           05 OVI-STUDENT-NUMBER-WS PIC 9(6).
           05 OVI-COURSE-CODE-WS PIC X(7).
           05 OVI-UNMET-CODE-WS PIC X(7) OCCURS 10 TIMES.

       01  CONFIRM-PROMPT.
           05 CONFIRM-INPUT PIC A(1).
       PROCEDURE DIVISION.

       PERFORM 100-LOAD-COURSE-TABLE.
       PERFORM 110-LOAD-PREREQUISITES.
       PERFORM 120-LOAD-DEPT-HEADS.
       ACCEPT TODAY-WS FROM DATE YYYYMMDD.
       OPEN I-O STUDENT-RECORDS-FILE.
       PERFORM 200-MENU-LOOP UNTIL MENU-CHOICE = "4".
       CLOSE STUDENT-RECORDS-FILE.
           END-PERFORM.
           CLOSE COURSE-RECORDS-FILE.

       110-LOAD-PREREQUISITES.
           OPEN INPUT PREREQUISITE-FILE.
           PERFORM UNTIL EOF-PREREQ-FLAG = "YES"
               READ PREREQUISITE-FILE
                   AT END MOVE "YES" TO EOF-PREREQ-FLAG
                   NOT AT END
                       IF PRQ-COUNT-WS >= 500
                           DISPLAY "PREREQUISITE TABLE FULL (500) - "
                               "REMAINING PREREQUISITES NOT LOADED"
                           MOVE "YES" TO EOF-PREREQ-FLAG
                       ELSE
                           ADD 1 TO PRQ-COUNT-WS
                           MOVE PREREQUISITE-RECORD
                               TO PRQ-ENTRY-WS(PRQ-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PREREQUISITE-FILE.

       120-LOAD-DEPT-HEADS.
           OPEN INPUT DEPT-HEAD-FILE.
           PERFORM UNTIL EOF-DPH-FLAG = "YES"
               READ DEPT-HEAD-FILE
                   AT END MOVE "YES" TO EOF-DPH-FLAG
                   NOT AT END
                       IF DPH-COUNT-WS >= 50
                           DISPLAY "DEPARTMENT HEAD TABLE FULL (50) - "
                               "REMAINING RECORDS NOT LOADED"
                           MOVE "YES" TO EOF-DPH-FLAG
                       ELSE
                           ADD 1 TO DPH-COUNT-WS
                           MOVE DPH-ID TO DPH-ID-WS(DPH-COUNT-WS)
                           MOVE DPH-NAME TO DPH-NAME-WS(DPH-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPT-HEAD-FILE.

       200-MENU-LOOP.
           DISPLAY "1. Enroll a student in a course".
           DISPLAY "2. Drop a student from a course".
      *    one enrolment: the course must be in the catalog, the
      *    seat count must clear the capacity, the student must be
      *    on the master with a free slot and not already in the
      *    course, with no hold that blocks registration, and every
      *    prerequisite must be passed (or overridden by a
      *    department head) - every check at the keyboard, before
      *    the REWRITE
       300-ENROLL-STUDENT.
           PERFORM 720-PROMPT-COURSE-CODE.
           IF COURSE-FOUND-FLAG = "YES"
                   PERFORM 710-PROMPT-STUDENT-NUMBER
                   PERFORM 700-FIND-STUDENT
                   IF STUDENT-FOUND-FLAG = "YES"
                       PERFORM 650-CHECK-HOLDS
                   END-IF
                   IF STUDENT-FOUND-FLAG = "YES"
                           AND HOLD-BLOCKED-FLAG = "NO"
                       PERFORM 600-CHECK-PREREQUISITES
                       IF PREREQ-CLEARED-FLAG = "YES"
                           PERFORM 310-FILL-FREE-SLOT
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   ADD 1 TO ENROLLS-DONE-WS
                   DISPLAY "Enrolled " STUDENT-NAME " in "
                       INPUT-COURSE-CODE-WS
                   IF OVERRIDE-GRANTED-FLAG = "YES"
                       PERFORM 640-WRITE-OVERRIDE-AUDIT
                   END-IF
               END-IF
           END-IF.

                   END-PERFORM
           END-READ.

      *    gathers the course's prerequisites, then the best mark the
      *    student holds in each - the current slots first, then
      *    every prior term on COURSE-HISTORY.txt (a retaken course
      *    counts at its best mark).  A prerequisite passes when it
      *    was taken at all and the best mark reaches the minimum.
       600-CHECK-PREREQUISITES.
           MOVE "YES" TO PREREQ-CLEARED-FLAG.
           MOVE "NO" TO OVERRIDE-GRANTED-FLAG.
           MOVE 0 TO CPR-COUNT-WS.
           MOVE 0 TO UNMET-COUNT-WS.
           PERFORM VARYING PRQ-SUB-WS FROM 1 BY 1
                   UNTIL PRQ-SUB-WS > PRQ-COUNT-WS
               IF PRQ-COURSE-WS(PRQ-SUB-WS) = INPUT-COURSE-CODE-WS
                   IF CPR-COUNT-WS >= 10
      *                more than ten can't be checked - counted as
      *                unmet so the enrolment still needs a
      *                department head rather than slipping through
                       ADD 1 TO UNMET-COUNT-WS
                       DISPLAY "More than 10 prerequisites on file "
                           "for " INPUT-COURSE-CODE-WS
                           " - the rest cannot be checked"
                   ELSE
                       ADD 1 TO CPR-COUNT-WS
                       MOVE PRQ-REQUIRED-WS(PRQ-SUB-WS)
                           TO CPR-REQUIRED-WS(CPR-COUNT-WS)
                       MOVE PRQ-MINIMUM-WS(PRQ-SUB-WS)
                           TO CPR-MINIMUM-WS(CPR-COUNT-WS)
                       MOVE 0 TO CPR-BEST-WS(CPR-COUNT-WS)
                       MOVE "NO" TO CPR-TAKEN-FLAG(CPR-COUNT-WS)
                   END-IF
               END-IF
           END-PERFORM.
           IF CPR-COUNT-WS > 0
               PERFORM 610-BEST-MARK-IN-SLOTS
               PERFORM 620-BEST-MARK-IN-HISTORY
               PERFORM VARYING CPR-SUB-WS FROM 1 BY 1
                       UNTIL CPR-SUB-WS > CPR-COUNT-WS
                   IF CPR-TAKEN-FLAG(CPR-SUB-WS) = "NO"
                           OR CPR-BEST-WS(CPR-SUB-WS)
                               < CPR-MINIMUM-WS(CPR-SUB-WS)
                       ADD 1 TO UNMET-COUNT-WS
                       DISPLAY "Prerequisite not met: "
                           CPR-REQUIRED-WS(CPR-SUB-WS)
                           " at " CPR-MINIMUM-WS(CPR-SUB-WS)
                           " - best mark on file "
                           CPR-BEST-WS(CPR-SUB-WS)
                   END-IF
               END-PERFORM
           END-IF.
           IF UNMET-COUNT-WS > 0
               PERFORM 630-PROMPT-OVERRIDE
               IF OVERRIDE-GRANTED-FLAG = "NO"
                   MOVE "NO" TO PREREQ-CLEARED-FLAG
                   DISPLAY "Prerequisites not met - not enrolled"
               END-IF
           END-IF.

      *    the student's own slots on the master record 700 just read
       610-BEST-MARK-IN-SLOTS.
           PERFORM VARYING SLOT-SUB-WS FROM 1 BY 1
                   UNTIL SLOT-SUB-WS > 5
               PERFORM VARYING CPR-SUB-WS FROM 1 BY 1
                       UNTIL CPR-SUB-WS > CPR-COUNT-WS
                   IF COURSE-CODE(SLOT-SUB-WS)
                           = CPR-REQUIRED-WS(CPR-SUB-WS)
                       MOVE "YES" TO CPR-TAKEN-FLAG(CPR-SUB-WS)
                       IF COURSE-AVERAGE(SLOT-SUB-WS)
                               > CPR-BEST-WS(CPR-SUB-WS)
                           MOVE COURSE-AVERAGE(SLOT-SUB-WS)
                               TO CPR-BEST-WS(CPR-SUB-WS)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    one pass of the course archive per enrolment, the same
      *    trade the seat count makes - nothing here touches the
      *    master record buffer the REWRITE will use
       620-BEST-MARK-IN-HISTORY.
           MOVE "NO" TO EOF-HIST-FLAG.
           OPEN INPUT COURSE-HISTORY-FILE.
           PERFORM UNTIL EOF-HIST-FLAG = "YES"
               READ COURSE-HISTORY-FILE
                   AT END MOVE "YES" TO EOF-HIST-FLAG
                   NOT AT END
                       IF CRSH-STUDENT-NUMBER = STUDENT-NUMBER
                           PERFORM VARYING CPR-SUB-WS FROM 1 BY 1
                                   UNTIL CPR-SUB-WS > CPR-COUNT-WS
                               IF CRSH-COURSE-CODE
                                       = CPR-REQUIRED-WS(CPR-SUB-WS)
                                   MOVE "YES"
                                       TO CPR-TAKEN-FLAG(CPR-SUB-WS)
                                   IF CRSH-AVERAGE
                                           > CPR-BEST-WS(CPR-SUB-WS)
                                       MOVE CRSH-AVERAGE
                                           TO CPR-BEST-WS(CPR-SUB-WS)
                                   END-IF
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-HISTORY-FILE.

      *    only a department head on DEPT-HEADS.txt can let the
      *    student in, and only with a reason - one try at the ID,
      *    since the clerk can always ask again
       630-PROMPT-OVERRIDE.
           DISPLAY "Department head override ? Y/N".
           ACCEPT CONFIRM-INPUT.
           IF CONFIRM-INPUT = "Y"
               MOVE "NO" TO DPH-SIGNED-ON-FLAG
               DISPLAY "Enter the department head's operator ID"
               ACCEPT INPUT-DEPT-HEAD-WS
               PERFORM VARYING DPH-SUB-WS FROM 1 BY 1
                       UNTIL DPH-SUB-WS > DPH-COUNT-WS
                           OR DPH-SIGNED-ON-FLAG = "YES"
                   IF DPH-ID-WS(DPH-SUB-WS) = INPUT-DEPT-HEAD-WS
                       MOVE "YES" TO DPH-SIGNED-ON-FLAG
                       DISPLAY "Override by: " DPH-NAME-WS(DPH-SUB-WS)
                   END-IF
               END-PERFORM
               IF DPH-SIGNED-ON-FLAG = "NO"
                   DISPLAY "Not a department head on file - "
                       "override refused"
               ELSE
                   MOVE SPACES TO OVERRIDE-REASON-WS
                   PERFORM UNTIL OVERRIDE-REASON-WS NOT = SPACES
                       DISPLAY "Enter the reason for the override"
                       ACCEPT OVERRIDE-REASON-WS
                   END-PERFORM
                   MOVE "YES" TO OVERRIDE-GRANTED-FLAG
               END-IF
           END-IF.

      *    written only once the enrolment has actually landed, so
      *    an override the slot check then refuses leaves no trail -
      *    the department head is the operator of record
       640-WRITE-OVERRIDE-AUDIT.
           MOVE SPACES TO OVERRIDE-IMAGE-WS.
           MOVE STUDENT-NUMBER TO OVI-STUDENT-NUMBER-WS.
           MOVE INPUT-COURSE-CODE-WS TO OVI-COURSE-CODE-WS.
           MOVE 0 TO UNMET-COUNT-WS.
           PERFORM VARYING CPR-SUB-WS FROM 1 BY 1
                   UNTIL CPR-SUB-WS > CPR-COUNT-WS
               IF CPR-TAKEN-FLAG(CPR-SUB-WS) = "NO"
                       OR CPR-BEST-WS(CPR-SUB-WS)
                           < CPR-MINIMUM-WS(CPR-SUB-WS)
                   ADD 1 TO UNMET-COUNT-WS
                   MOVE CPR-REQUIRED-WS(CPR-SUB-WS)
                       TO OVI-UNMET-CODE-WS(UNMET-COUNT-WS)
               END-IF
           END-PERFORM.
           MOVE INPUT-DEPT-HEAD-WS TO CHG-OPERATOR-WS.
           MOVE "COURSE-REGISTRATION" TO CHG-PROGRAM-WS.
           MOVE "OVERRD" TO CHG-ACTION-WS.
           MOVE OVERRIDE-IMAGE-WS TO CHG-BEFORE-WS.
           MOVE OVERRIDE-REASON-WS TO CHG-AFTER-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\CHANGE-AUDIT"
               USING CHANGE-AUDIT-PARMS.
           ADD 1 TO OVERRIDES-DONE-WS.

      *    read fresh off STUDENT-HOLDS.txt for every enrolment, so
      *    a hold placed or released while this session is open
      *    counts straight away.  Every blocking hold in force is
      *    shown with its reason, so the student can be told where
      *    to go to clear it.
       650-CHECK-HOLDS.
           MOVE "NO" TO HOLD-BLOCKED-FLAG.
           MOVE "NO" TO EOF-HOLD-FLAG.
           OPEN INPUT STUDENT-HOLDS-FILE.
           PERFORM UNTIL EOF-HOLD-FLAG = "YES"
               READ STUDENT-HOLDS-FILE
                   AT END MOVE "YES" TO EOF-HOLD-FLAG
                   NOT AT END
                       IF HLD-STUDENT-NUMBER = STUDENT-NUMBER
                               AND HOLD-BLOCKS-REGISTRATION
                               AND (HLD-RELEASE-DATE = SPACES
                                   OR HLD-RELEASE-DATE > TODAY-WS)
                           MOVE "YES" TO HOLD-BLOCKED-FLAG
                           DISPLAY HLD-TYPE " HOLD - " HLD-REASON
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-HOLDS-FILE.
           IF HOLD-BLOCKED-FLAG = "YES"
               ADD 1 TO HOLD-REFUSALS-WS
               DISPLAY "Student is on hold - not enrolled"
           END-IF.

      *    keyed read for the validated student number, with the
      *    name shown back for the clerk to confirm - the same
      *    catch-it-at-the-counter check PAYMENT-ENTRY runs
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           COMPUTE RUN-LOG-WRITE-WS = ENROLLS-DONE-WS + DROPS-DONE-WS.
           COMPUTE RUN-LOG-EXC-WS =
               OVERRIDES-DONE-WS + HOLD-REFUSALS-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

