      ******************************************************************
      * Author:
      * Date:
      * Purpose: single-student inquiry for the front counter.  A
      *          student is found by number, or by any part of the
      *          name (a sweep of the master listing every name that
      *          contains what was keyed, to pick the number from),
      *          and everything held on them is shown in one place:
      *          the master record off STUFILE3.IDX with the program
      *          name off PROGRAM.txt and the balance owing; the
      *          current course slots with their names off
      *          COURSE.txt; the PAYMENT-HISTORY.txt entries, newest
      *          first; the refunds still DUE on REFUNDS-DUE.txt;
      *          the installment plan off PAYMENT-PLANS.txt, held
      *          against what has been paid the way PLAN-DELINQUENCY
      *          holds it; any payments sitting in suspense
      *          (PAYMENT-SUSPENSE.txt) under the number; and the
      *          terms archived on COURSE-HISTORY.txt.  The screen
      *          pauses every page so a long history can be paged
      *          through or left.  Every file is opened INPUT and
      *          nothing is written but the session record on the
      *          run-log, so there is no operator sign-on - counter
      *          staff use it without maintenance access.  Same
      *          menu shape as COURSE-REGISTRATION.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-INQUIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DYNAMIC access - an inquiry by number reads one student by
      *    key, an inquiry by name sweeps the whole file with READ
      *    NEXT.  Opened INPUT only.
           SELECT STUDENT-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\STUFILE3.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-NUMBER.

           SELECT PROGRAM-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\PROGRAM.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COURSE-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\COURSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the remaining files are all OPTIONAL - a missing one just
      *    means nothing of that kind on file for anybody, and the
      *    section shows as empty.  Each is read afresh per inquiry,
      *    so the screen shows what is on file at that moment.
           SELECT OPTIONAL PAYMENT-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PAYMENT-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REFUNDS-DUE-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\REFUNDS-DUE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-PLANS-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PAYMENT-PLANS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-SUSPENSE-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PAYMENT-SUSPENSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COURSE-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\COURSE-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PROGRAM-RECORDS-FILE.
       01  PROGRAM-RECORD.
           05 PROGRAM-CODE PIC X(5).
           05 PROGRAM-NAME PIC X(20).
      *    fee schedule - not used by the inquiry, carried so the FD
      *    matches the file
           05 PROGRAM-BASE-FEE PIC X(5).
           05 PROGRAM-COURSE-FEE PIC X(4).

       FD  COURSE-RECORDS-FILE.
       01  COURSE-RECORD.
           05 COURSE-CODE-IN PIC X(7).
           05 COURSE-NAME-IN PIC X(20).
      *    credits and capacity - not used by the inquiry, carried so
      *    the FD matches the file
           05 COURSE-CREDITS-IN PIC X(2).
           05 COURSE-CAPACITY-IN PIC X(3).

      * same record layout PAYMENT-APPLICATION.cbl appends - PAY for
      * an applied payment (blank on records written before the type
      * was carried), REV, FEE, WAV and AWD
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05 HIST-STUDENT-NUMBER PIC 9(6).
           05 HIST-AMOUNT PIC 9(4)V99.
           05 HIST-PAYMENT-DATE PIC 9(8).
           05 HIST-RESULTING-BALANCE PIC 9(4)V99.
           05 HIST-TYPE PIC X(3).
           05 HIST-POSTED-DATE PIC X(8).

      * same record layout PAYMENT-APPLICATION.cbl maintains
       FD  REFUNDS-DUE-FILE.
       01  REFUND-DUE-RECORD.
           05 REF-STUDENT-NUMBER PIC 9(6).
           05 REF-STUDENT-NAME PIC X(40).
           05 REF-EXCESS PIC 9(4)V99.
           05 REF-PAYMENT-DATE PIC 9(8).
           05 REF-STATUS PIC X(6).
           05 REF-ISSUED-DATE PIC X(8).

      * same record layout PAYMENT-PLAN-MAINT.cbl maintains
       FD  PAYMENT-PLANS-FILE.
       01  PAYMENT-PLAN-RECORD.
           05 PLAN-STUDENT-NUMBER PIC 9(6).
           05 PLAN-INSTALLMENT-AMOUNT PIC 9(4)V99.
           05 PLAN-DUE-DATE PIC 9(8).

      * same record layout PAYMENT-APPLICATION.cbl rewrites each run
       FD  PAYMENT-SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SUSP-STUDENT-NUMBER PIC 9(6).
           05 SUSP-AMOUNT PIC 9(4)V99.
           05 SUSP-DATE PIC 9(8).

      * same record layout TERM-ROLLOVER.cbl appends
       FD  COURSE-HISTORY-FILE.
       01  COURSE-HISTORY-RECORD.
           05 CRSH-STUDENT-NUMBER PIC 9(6).
           05 CRSH-TERM PIC X(5).
           05 CRSH-COURSE-CODE PIC X(7).
           05 CRSH-AVERAGE PIC 9(3).

       WORKING-STORAGE SECTION.

           COPY CREATE-TBL.
           COPY COURSE-TBL.
           COPY CHECK-DIGIT.

      *    the student's history entries in file order, so they can
      *    be shown newest first - when a student has more than the
      *    table holds the oldest drop off the front
       01  INQUIRY-HISTORY-TABLE.
           05  IHS-COUNT-WS PIC 9(3) VALUE 0.
           05  IHS-ENTRY-WS OCCURS 1 TO 200 TIMES
                   DEPENDING ON IHS-COUNT-WS.
               10 IHS-AMOUNT-WS PIC 9(4)V99.
               10 IHS-PAYMENT-DATE-WS PIC 9(8).
               10 IHS-BALANCE-WS PIC 9(4)V99.
               10 IHS-TYPE-WS PIC X(3).
               10 IHS-POSTED-DATE-WS PIC X(8).

       01  FLAG-FIELDS.
           05 EOF-TBL-FLAG PIC X(3) VALUE "NO".
           05 EOF-COURSE-TBL-FLAG PIC X(3) VALUE "NO".
           05 EOF-SWEEP-FLAG PIC X(3) VALUE "NO".
           05 EOF-FILE-FLAG PIC X(3) VALUE "NO".
           05 STUDENT-FOUND-FLAG PIC X(3) VALUE "NO".
           05 ON-A-PLAN-FLAG PIC X(3) VALUE "NO".
      *    YES once the clerk answers Q at a page pause - the rest of
      *    the current inquiry is not shown
           05 PAGE-QUIT-FLAG PIC X(3) VALUE "NO".

       01  MENU-CHOICE PIC X(1) VALUE SPACES.
       01  PAGE-REPLY-WS PIC X(1).
       01  PAGE-LINES-WS PIC 9(2) VALUE 0.
      *    lines shown before each pause - one screen
       01  PAGE-SIZE-WS PIC 9(2) VALUE 20.
       01  SCREEN-LINE-WS PIC X(80).

       01  TODAY-WS PIC 9(8).
       01  SLOT-SUB-WS PIC 9(1).
       01  IHS-SUB-WS PIC 9(3).
       01  SECTION-COUNT-WS PIC 9(5).
       01  HISTORY-DROPPED-WS PIC 9(5).
       01  INQUIRIES-MADE-WS PIC 9(5) VALUE 0.

      *    the installment plan held against the money, by the same
      *    rule PLAN-DELINQUENCY applies: installments due on or
      *    before today against history paid less reversals, late
      *    fees and waivers left out
       01  PLAN-FIELDS.
           05 PLAN-COUNT-WS PIC 9(3) VALUE 0.
           05 PLAN-TOTAL-WS PIC 9(6)V99 VALUE 0.
           05 DUE-TO-DATE-WS PIC 9(6)V99 VALUE 0.
           05 PAID-TO-DATE-WS PIC S9(6)V99 VALUE 0.
           05 SHORTFALL-WS PIC 9(6)V99 VALUE 0.
           05 NEXT-DUE-DATE-WS PIC 9(8) VALUE 0.
           05 NEXT-DUE-AMOUNT-WS PIC 9(4)V99 VALUE 0.

      *    name lookup - what was keyed, upper-cased, and how long it
      *    is, so the master name can be searched for it anywhere
       01  NAME-INPUT-WS PIC X(40).
       01  NAME-UPPER-WS PIC X(40).
       01  NAME-LENGTH-WS PIC 9(2).
       01  NAME-TRAIL-WS PIC 9(2).
       01  NAME-HITS-WS PIC 9(2).
       01  LOWER-CASE-WS PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       01  UPPER-CASE-WS PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *    staging field for the numeric-entry validation/re-prompt
      *    loop, the same IS NUMERIC technique project1.cbl's
      *    PROMPT-USER-INPUT uses
       01  ENTRY-CHECK-WS PIC X(6) JUSTIFIED RIGHT.
       01  INPUT-NUMBER-WS PIC 9(6).

       01  SECTION-HEADER-WS.
           05 FILLER PIC X(4) VALUE "--- ".
           05 SCR-SECTION-TITLE PIC X(40).

       01  MASTER-LINE-1-WS.
           05 FILLER PIC X(9) VALUE "STUDENT: ".
           05 SCR-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-STUDENT-NAME PIC X(40).

       01  MASTER-LINE-2-WS.
           05 FILLER PIC X(9) VALUE "PROGRAM: ".
           05 SCR-PROGRAM-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-PROGRAM-NAME PIC X(20).

       01  MASTER-LINE-3-WS.
           05 FILLER PIC X(14) VALUE "BALANCE OWING:".
           05 SCR-BALANCE PIC Z,ZZ9.99.

       01  COURSE-LINE-WS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-COURSE-CODE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-COURSE-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-COURSE-AVERAGE PIC ZZ9.

       01  HISTORY-LINE-WS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-HIST-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-HIST-TYPE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-HIST-AMOUNT PIC Z,ZZ9.99.
           05 FILLER PIC X(10) VALUE "  BALANCE ".
           05 SCR-HIST-BALANCE PIC Z,ZZ9.99.
           05 FILLER PIC X(9) VALUE "  POSTED ".
           05 SCR-HIST-POSTED PIC X(8).

       01  REFUND-LINE-WS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-REF-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-REF-AMOUNT PIC Z,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-REF-STATUS PIC X(6).

       01  PLAN-LINE-WS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-PLAN-LABEL PIC X(24).
           05 SCR-PLAN-VALUE PIC ZZZ,ZZ9.99-.

       01  PLAN-NEXT-LINE-WS.
           05 FILLER PIC X(26) VALUE "  NEXT INSTALLMENT DUE:".
           05 SCR-NEXT-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-NEXT-AMOUNT PIC Z,ZZ9.99.

       01  SUSPENSE-LINE-WS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-SUSP-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-SUSP-AMOUNT PIC Z,ZZ9.99.

       01  TERM-LINE-WS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-TERM PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-TERM-COURSE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-TERM-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-TERM-AVERAGE PIC ZZ9.

       01  NAME-MATCH-LINE-WS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-MATCH-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-MATCH-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-MATCH-PROGRAM PIC X(5).

       01  COUNT-LINE-WS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCR-COUNT-LABEL PIC X(40).
           05 SCR-COUNT-VALUE PIC ZZZZ9.

           COPY RUN-LOG.

       PROCEDURE DIVISION.

       PERFORM 100-LOAD-CATALOGS.
       ACCEPT TODAY-WS FROM DATE YYYYMMDD.
       OPEN INPUT STUDENT-RECORDS-FILE.
       PERFORM 200-MENU-LOOP UNTIL MENU-CHOICE = "3".
       CLOSE STUDENT-RECORDS-FILE.
       PERFORM 910-LOG-SESSION-END.

       STOP RUN.

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

       200-MENU-LOOP.
           DISPLAY "1. Look up a student by number".
           DISPLAY "2. Look up a student by name".
           DISPLAY "3. Exit".
           DISPLAY "Enter your choice".
           ACCEPT MENU-CHOICE.
           EVALUATE MENU-CHOICE
               WHEN "1" PERFORM 300-INQUIRE-BY-NUMBER
               WHEN "2" PERFORM 350-INQUIRE-BY-NAME
               WHEN "3" CONTINUE
               WHEN OTHER DISPLAY "Invalid choice, try again"
           END-EVALUATE.

       300-INQUIRE-BY-NUMBER.
           PERFORM 710-PROMPT-STUDENT-NUMBER.
           IF INPUT-NUMBER-WS NOT = 0
               PERFORM 400-SHOW-STUDENT
           END-IF.

      *    every master name containing what was keyed is listed -
      *    case does not matter - and the clerk picks the number off
      *    the list
       350-INQUIRE-BY-NAME.
           MOVE SPACES TO NAME-INPUT-WS.
           PERFORM UNTIL NAME-INPUT-WS NOT = SPACES
               DISPLAY "Enter all or part of the student's name"
               ACCEPT NAME-INPUT-WS
               IF NAME-INPUT-WS = SPACES
                   DISPLAY "Invalid entry - a name is required, "
                       "try again"
               END-IF
           END-PERFORM.
           INSPECT NAME-INPUT-WS
               CONVERTING LOWER-CASE-WS TO UPPER-CASE-WS.
           MOVE 0 TO NAME-TRAIL-WS.
           INSPECT NAME-INPUT-WS
               TALLYING NAME-TRAIL-WS FOR TRAILING SPACE.
           COMPUTE NAME-LENGTH-WS = 40 - NAME-TRAIL-WS.

           MOVE 0 TO PAGE-LINES-WS.
           MOVE "NO" TO PAGE-QUIT-FLAG.
           MOVE 0 TO SECTION-COUNT-WS.
           MOVE "STUDENTS WHOSE NAME CONTAINS IT"
               TO SCR-SECTION-TITLE.
           MOVE SECTION-HEADER-WS TO SCREEN-LINE-WS.
           PERFORM 850-SHOW-LINE.
           PERFORM 810-START-MASTER-SWEEP.
           PERFORM 360-MATCH-ONE-NAME UNTIL EOF-SWEEP-FLAG = "YES".
           IF SECTION-COUNT-WS = 0
               DISPLAY "No student name on file contains that"
           ELSE
               DISPLAY "Pick the student from the list (0 to go back)"
               PERFORM 710-PROMPT-STUDENT-NUMBER
               IF INPUT-NUMBER-WS NOT = 0
                   PERFORM 400-SHOW-STUDENT
               END-IF
           END-IF.

      *    the whole list is always swept; once the clerk stops the
      *    paging the rest is simply not shown
       360-MATCH-ONE-NAME.
           READ STUDENT-RECORDS-FILE NEXT RECORD
               AT END MOVE "YES" TO EOF-SWEEP-FLAG
               NOT AT END
                   MOVE STUDENT-NAME TO NAME-UPPER-WS
                   INSPECT NAME-UPPER-WS
                       CONVERTING LOWER-CASE-WS TO UPPER-CASE-WS
                   MOVE 0 TO NAME-HITS-WS
                   INSPECT NAME-UPPER-WS TALLYING NAME-HITS-WS
                       FOR ALL NAME-INPUT-WS(1:NAME-LENGTH-WS)
                   IF NAME-HITS-WS > 0
                       ADD 1 TO SECTION-COUNT-WS
                       MOVE STUDENT-NUMBER TO SCR-MATCH-NUMBER
                       MOVE STUDENT-NAME TO SCR-MATCH-NAME
                       MOVE PROGRAM-OF-STUDY TO SCR-MATCH-PROGRAM
                       MOVE NAME-MATCH-LINE-WS TO SCREEN-LINE-WS
                       PERFORM 850-SHOW-LINE
                   END-IF
           END-READ.

      *    the whole picture for one student, section by section -
      *    a number not on the master still shows anything in
      *    suspense under it, since that is usually why it is asked
       400-SHOW-STUDENT.
           ADD 1 TO INQUIRIES-MADE-WS.
           MOVE 0 TO PAGE-LINES-WS.
           MOVE "NO" TO PAGE-QUIT-FLAG.
           MOVE INPUT-NUMBER-WS TO STUDENT-NUMBER.
           READ STUDENT-RECORDS-FILE
               INVALID KEY
                   MOVE "NO" TO STUDENT-FOUND-FLAG
                   DISPLAY "No student on file with that number"
               NOT INVALID KEY
                   MOVE "YES" TO STUDENT-FOUND-FLAG
           END-READ.
           IF STUDENT-FOUND-FLAG = "YES"
               PERFORM 410-SHOW-MASTER
               PERFORM 420-SHOW-COURSES
               PERFORM 430-SHOW-PAYMENTS
               PERFORM 440-SHOW-REFUNDS
               PERFORM 450-SHOW-PLAN
           END-IF.
           PERFORM 460-SHOW-SUSPENSE.
           IF STUDENT-FOUND-FLAG = "YES"
               PERFORM 470-SHOW-COURSE-HISTORY
           END-IF.
           DISPLAY "--- END OF INQUIRY FOR " INPUT-NUMBER-WS.

       410-SHOW-MASTER.
           MOVE "STUDENT MASTER" TO SCR-SECTION-TITLE.
           MOVE SECTION-HEADER-WS TO SCREEN-LINE-WS.
           PERFORM 850-SHOW-LINE.
           MOVE STUDENT-NUMBER TO SCR-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO SCR-STUDENT-NAME.
           MOVE MASTER-LINE-1-WS TO SCREEN-LINE-WS.
           PERFORM 850-SHOW-LINE.
           MOVE PROGRAM-OF-STUDY TO SCR-PROGRAM-CODE.
           MOVE "NOT ON CATALOG" TO SCR-PROGRAM-NAME.
           IF PROGRAM-COUNT-WS > 0
               SEARCH ALL PROGRAM-TABLE-WS
                   AT END
                       CONTINUE
                   WHEN PROGRAM-CODE-WS(PROGRAM-IDX)
                           = PROGRAM-OF-STUDY
                       MOVE PROGRAM-NAME-WS(PROGRAM-IDX)
                           TO SCR-PROGRAM-NAME
               END-SEARCH
           END-IF.
           MOVE MASTER-LINE-2-WS TO SCREEN-LINE-WS.
           PERFORM 850-SHOW-LINE.
           MOVE STUDENT-TUTION-OWED TO SCR-BALANCE.
           MOVE MASTER-LINE-3-WS TO SCREEN-LINE-WS.
           PERFORM 850-SHOW-LINE.

      *    the five slots as they stand this term - a linear SEARCH,
      *    since the course table is loaded in raw file order
       420-SHOW-COURSES.
           MOVE "CURRENT COURSES" TO SCR-SECTION-TITLE.
           MOVE SECTION-HEADER-WS TO SCREEN-LINE-WS.
           PERFORM 850-SHOW-LINE.
           MOVE 0 TO SECTION-COUNT-WS.
           PERFORM VARYING SLOT-SUB-WS FROM 1 BY 1
                   UNTIL SLOT-SUB-WS > 5
               IF COURSE-CODE(SLOT-SUB-WS) NOT = SPACES
                   ADD 1 TO SECTION-COUNT-WS
                   MOVE COURSE-CODE(SLOT-SUB-WS) TO SCR-COURSE-CODE
                   MOVE "NOT IN CATALOG" TO SCR-COURSE-NAME
                   SET COURSE-IDX TO 1
                   SEARCH COURSE-TABLE-WS
                       AT END
                           CONTINUE
                       WHEN COURSE-CODE-WS(COURSE-IDX)
                               = COURSE-CODE(SLOT-SUB-WS)
                           MOVE COURSE-NAME-WS(COURSE-IDX)
                               TO SCR-COURSE-NAME
                   END-SEARCH
                   MOVE COURSE-AVERAGE(SLOT-SUB-WS)
                       TO SCR-COURSE-AVERAGE
                   MOVE COURSE-LINE-WS TO SCREEN-LINE-WS
                   PERFORM 850-SHOW-LINE
               END-IF
           END-PERFORM.
           IF SECTION-COUNT-WS = 0
               MOVE "  NO COURSES THIS TERM" TO SCREEN-LINE-WS
               PERFORM 850-SHOW-LINE
           END-IF.

      *    one pass of the history file builds both the entries to
      *    show and the paid-to-date the plan section needs, so the
      *    plan figure is never short when old entries drop off
       430-SHOW-PAYMENTS.
           MOVE 0 TO IHS-COUNT-WS.
           MOVE 0 TO HISTORY-DROPPED-WS.
           MOVE 0 TO PAID-TO-DATE-WS.
           MOVE "NO" TO EOF-FILE-FLAG.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           PERFORM UNTIL EOF-FILE-FLAG = "YES"
               READ PAYMENT-HISTORY-FILE
                   AT END MOVE "YES" TO EOF-FILE-FLAG
                   NOT AT END
                       IF HIST-STUDENT-NUMBER = STUDENT-NUMBER
                           PERFORM 435-KEEP-ONE-HISTORY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-HISTORY-FILE.

           MOVE "PAYMENT HISTORY - NEWEST FIRST" TO SCR-SECTION-TITLE.
           MOVE SECTION-HEADER-WS TO SCREEN-LINE-WS.
           PERFORM 850-SHOW-LINE.
           IF IHS-COUNT-WS = 0
               MOVE "  NO PAYMENT HISTORY" TO SCREEN-LINE-WS
               PERFORM 850-SHOW-LINE
           END-IF.
           PERFORM VARYING IHS-SUB-WS FROM IHS-COUNT-WS BY -1
                   UNTIL IHS-SUB-WS < 1
               MOVE IHS-PAYMENT-DATE-WS(IHS-SUB-WS) TO SCR-HIST-DATE
               MOVE IHS-TYPE-WS(IHS-SUB-WS) TO SCR-HIST-TYPE
               IF IHS-TYPE-WS(IHS-SUB-WS) = SPACES
                   MOVE "PAY" TO SCR-HIST-TYPE
               END-IF
               MOVE IHS-AMOUNT-WS(IHS-SUB-WS) TO SCR-HIST-AMOUNT
               MOVE IHS-BALANCE-WS(IHS-SUB-WS) TO SCR-HIST-BALANCE
               MOVE IHS-POSTED-DATE-WS(IHS-SUB-WS) TO SCR-HIST-POSTED
               MOVE HISTORY-LINE-WS TO SCREEN-LINE-WS
               PERFORM 850-SHOW-LINE
           END-PERFORM.
           IF HISTORY-DROPPED-WS > 0
               MOVE "OLDER ENTRIES NOT SHOWN:" TO SCR-COUNT-LABEL
               MOVE HISTORY-DROPPED-WS TO SCR-COUNT-VALUE
               MOVE COUNT-LINE-WS TO SCREEN-LINE-WS
               PERFORM 850-SHOW-LINE
           END-IF.

       435-KEEP-ONE-HISTORY.
           EVALUATE HIST-TYPE
               WHEN "REV"
                   SUBTRACT HIST-AMOUNT FROM PAID-TO-DATE-WS
               WHEN "FEE"
               WHEN "WAV"
                   CONTINUE
               WHEN OTHER
                   ADD HIST-AMOUNT TO PAID-TO-DATE-WS
           END-EVALUATE.
           IF IHS-COUNT-WS >= 200
               PERFORM VARYING IHS-SUB-WS FROM 1 BY 1
                       UNTIL IHS-SUB-WS > 199
                   MOVE IHS-ENTRY-WS(IHS-SUB-WS + 1)
                       TO IHS-ENTRY-WS(IHS-SUB-WS)
               END-PERFORM
               ADD 1 TO HISTORY-DROPPED-WS
           ELSE
               ADD 1 TO IHS-COUNT-WS
           END-IF.
           MOVE HIST-AMOUNT TO IHS-AMOUNT-WS(IHS-COUNT-WS).
           MOVE HIST-PAYMENT-DATE TO IHS-PAYMENT-DATE-WS(IHS-COUNT-WS).
           MOVE HIST-RESULTING-BALANCE TO IHS-BALANCE-WS(IHS-COUNT-WS).
           MOVE HIST-TYPE TO IHS-TYPE-WS(IHS-COUNT-WS).
           MOVE HIST-POSTED-DATE TO IHS-POSTED-DATE-WS(IHS-COUNT-WS).

      *    only refunds still DUE are open - ISSUED ones have gone
      *    out and CANCEL ones never will
       440-SHOW-REFUNDS.
           MOVE "OPEN REFUNDS (DUE)" TO SCR-SECTION-TITLE.
           MOVE SECTION-HEADER-WS TO SCREEN-LINE-WS.
           PERFORM 850-SHOW-LINE.
           MOVE 0 TO SECTION-COUNT-WS.
           MOVE "NO" TO EOF-FILE-FLAG.
           OPEN INPUT REFUNDS-DUE-FILE.
           PERFORM UNTIL EOF-FILE-FLAG = "YES"
               READ REFUNDS-DUE-FILE
                   AT END MOVE "YES" TO EOF-FILE-FLAG
                   NOT AT END
                       IF REF-STUDENT-NUMBER = STUDENT-NUMBER
                               AND REF-STATUS = "DUE"
                           ADD 1 TO SECTION-COUNT-WS
                           MOVE REF-PAYMENT-DATE TO SCR-REF-DATE
                           MOVE REF-EXCESS TO SCR-REF-AMOUNT
                           MOVE REF-STATUS TO SCR-REF-STATUS
                           MOVE REFUND-LINE-WS TO SCREEN-LINE-WS
                           PERFORM 850-SHOW-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFUNDS-DUE-FILE.
           IF SECTION-COUNT-WS = 0
               MOVE "  NO OPEN REFUNDS" TO SCREEN-LINE-WS
               PERFORM 850-SHOW-LINE
           END-IF.

       450-SHOW-PLAN.
           MOVE "INSTALLMENT PLAN" TO SCR-SECTION-TITLE.
           MOVE SECTION-HEADER-WS TO SCREEN-LINE-WS.
           PERFORM 850-SHOW-LINE.
           MOVE "NO" TO ON-A-PLAN-FLAG.
           MOVE 0 TO PLAN-COUNT-WS.
           MOVE 0 TO PLAN-TOTAL-WS.
           MOVE 0 TO DUE-TO-DATE-WS.
           MOVE 0 TO NEXT-DUE-DATE-WS.
           MOVE 0 TO NEXT-DUE-AMOUNT-WS.
           MOVE "NO" TO EOF-FILE-FLAG.
           OPEN INPUT PAYMENT-PLANS-FILE.
           PERFORM UNTIL EOF-FILE-FLAG = "YES"
               READ PAYMENT-PLANS-FILE
                   AT END MOVE "YES" TO EOF-FILE-FLAG
                   NOT AT END
                       IF PLAN-STUDENT-NUMBER = STUDENT-NUMBER
                           PERFORM 455-TALLY-ONE-INSTALLMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-PLANS-FILE.

           IF ON-A-PLAN-FLAG = "NO"
               MOVE "  NOT ON AN INSTALLMENT PLAN" TO SCREEN-LINE-WS
               PERFORM 850-SHOW-LINE
           ELSE
               MOVE "INSTALLMENTS:" TO SCR-PLAN-LABEL
               MOVE PLAN-COUNT-WS TO SCR-PLAN-VALUE
               MOVE PLAN-LINE-WS TO SCREEN-LINE-WS
               PERFORM 850-SHOW-LINE
               MOVE "PLAN TOTAL:" TO SCR-PLAN-LABEL
               MOVE PLAN-TOTAL-WS TO SCR-PLAN-VALUE
               MOVE PLAN-LINE-WS TO SCREEN-LINE-WS
               PERFORM 850-SHOW-LINE
               MOVE "DUE TO DATE:" TO SCR-PLAN-LABEL
               MOVE DUE-TO-DATE-WS TO SCR-PLAN-VALUE
               MOVE PLAN-LINE-WS TO SCREEN-LINE-WS
               PERFORM 850-SHOW-LINE
               MOVE "PAID TO DATE:" TO SCR-PLAN-LABEL
               MOVE PAID-TO-DATE-WS TO SCR-PLAN-VALUE
               MOVE PLAN-LINE-WS TO SCREEN-LINE-WS
               PERFORM 850-SHOW-LINE
               IF PAID-TO-DATE-WS < DUE-TO-DATE-WS
                   COMPUTE SHORTFALL-WS =
                       DUE-TO-DATE-WS - PAID-TO-DATE-WS
                   MOVE "BEHIND - SHORT BY:" TO SCR-PLAN-LABEL
                   MOVE SHORTFALL-WS TO SCR-PLAN-VALUE
                   MOVE PLAN-LINE-WS TO SCREEN-LINE-WS
               ELSE
                   MOVE "  ON TRACK" TO SCREEN-LINE-WS
               END-IF
               PERFORM 850-SHOW-LINE
               IF NEXT-DUE-DATE-WS NOT = 0
                   MOVE NEXT-DUE-DATE-WS TO SCR-NEXT-DATE
                   MOVE NEXT-DUE-AMOUNT-WS TO SCR-NEXT-AMOUNT
                   MOVE PLAN-NEXT-LINE-WS TO SCREEN-LINE-WS
                   PERFORM 850-SHOW-LINE
               END-IF
           END-IF.

      *    the next installment is the earliest one still ahead of
      *    today
       455-TALLY-ONE-INSTALLMENT.
           MOVE "YES" TO ON-A-PLAN-FLAG.
           ADD 1 TO PLAN-COUNT-WS.
           ADD PLAN-INSTALLMENT-AMOUNT TO PLAN-TOTAL-WS.
           IF PLAN-DUE-DATE <= TODAY-WS
               ADD PLAN-INSTALLMENT-AMOUNT TO DUE-TO-DATE-WS
           ELSE
               IF NEXT-DUE-DATE-WS = 0
                       OR PLAN-DUE-DATE < NEXT-DUE-DATE-WS
                   MOVE PLAN-DUE-DATE TO NEXT-DUE-DATE-WS
                   MOVE PLAN-INSTALLMENT-AMOUNT TO NEXT-DUE-AMOUNT-WS
               END-IF
           END-IF.

       460-SHOW-SUSPENSE.
           MOVE "PAYMENTS IN SUSPENSE UNDER THIS NUMBER"
               TO SCR-SECTION-TITLE.
           MOVE SECTION-HEADER-WS TO SCREEN-LINE-WS.
           PERFORM 850-SHOW-LINE.
           MOVE 0 TO SECTION-COUNT-WS.
           MOVE "NO" TO EOF-FILE-FLAG.
           OPEN INPUT PAYMENT-SUSPENSE-FILE.
           PERFORM UNTIL EOF-FILE-FLAG = "YES"
               READ PAYMENT-SUSPENSE-FILE
                   AT END MOVE "YES" TO EOF-FILE-FLAG
                   NOT AT END
                       IF SUSP-STUDENT-NUMBER = INPUT-NUMBER-WS
                           ADD 1 TO SECTION-COUNT-WS
                           MOVE SUSP-DATE TO SCR-SUSP-DATE
                           MOVE SUSP-AMOUNT TO SCR-SUSP-AMOUNT
                           MOVE SUSPENSE-LINE-WS TO SCREEN-LINE-WS
                           PERFORM 850-SHOW-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-SUSPENSE-FILE.
           IF SECTION-COUNT-WS = 0
               MOVE "  NOTHING IN SUSPENSE" TO SCREEN-LINE-WS
               PERFORM 850-SHOW-LINE
           END-IF.

      *    archived terms in the order TERM-ROLLOVER appended them,
      *    oldest term first, the way a transcript reads
       470-SHOW-COURSE-HISTORY.
           MOVE "COURSE HISTORY BY TERM" TO SCR-SECTION-TITLE.
           MOVE SECTION-HEADER-WS TO SCREEN-LINE-WS.
           PERFORM 850-SHOW-LINE.
           MOVE 0 TO SECTION-COUNT-WS.
           MOVE "NO" TO EOF-FILE-FLAG.
           OPEN INPUT COURSE-HISTORY-FILE.
           PERFORM UNTIL EOF-FILE-FLAG = "YES"
               READ COURSE-HISTORY-FILE
                   AT END MOVE "YES" TO EOF-FILE-FLAG
                   NOT AT END
                       IF CRSH-STUDENT-NUMBER = STUDENT-NUMBER
                           PERFORM 475-SHOW-ONE-TERM-COURSE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-HISTORY-FILE.
           IF SECTION-COUNT-WS = 0
               MOVE "  NO ARCHIVED TERMS" TO SCREEN-LINE-WS
               PERFORM 850-SHOW-LINE
           END-IF.

       475-SHOW-ONE-TERM-COURSE.
           ADD 1 TO SECTION-COUNT-WS.
           MOVE CRSH-TERM TO SCR-TERM.
           MOVE CRSH-COURSE-CODE TO SCR-TERM-COURSE.
           MOVE "NOT IN CATALOG" TO SCR-TERM-NAME.
           SET COURSE-IDX TO 1.
           SEARCH COURSE-TABLE-WS
               AT END
                   CONTINUE
               WHEN COURSE-CODE-WS(COURSE-IDX) = CRSH-COURSE-CODE
                   MOVE COURSE-NAME-WS(COURSE-IDX) TO SCR-TERM-NAME
           END-SEARCH.
           MOVE CRSH-AVERAGE TO SCR-TERM-AVERAGE.
           MOVE TERM-LINE-WS TO SCREEN-LINE-WS.
           PERFORM 850-SHOW-LINE.

      *    numeric-validated student-number entry, the same
      *    validation/re-prompt loop project1.cbl's PROMPT-USER-INPUT
      *    runs before accepting a student number; 0 goes back to
      *    the menu
       710-PROMPT-STUDENT-NUMBER.
           MOVE "NO" TO CHK-VALID-FLAG-WS.
           MOVE SPACES TO ENTRY-CHECK-WS.
           PERFORM UNTIL CHK-VALID-FLAG-WS = "YES"
               PERFORM 715-PROMPT-NUMBER-DIGITS
      *        the check digit must verify before the number is
      *        used - a mis-keyed number dies here instead of
      *        showing the wrong student's account
               MOVE ENTRY-CHECK-WS TO CHK-STUDENT-NUMBER-WS
               IF CHK-STUDENT-NUMBER-WS = 0
                   MOVE "YES" TO CHK-VALID-FLAG-WS
               ELSE
                   PERFORM 720-VERIFY-CHECK-DIGIT
               END-IF
           END-PERFORM.
           MOVE ENTRY-CHECK-WS TO INPUT-NUMBER-WS.

      *    the numeric re-prompt loop for the student number, on its
      *    own so the check-digit loop above can rerun it until the
      *    number verifies
       715-PROMPT-NUMBER-DIGITS.
           PERFORM UNTIL ENTRY-CHECK-WS IS NUMERIC
               DISPLAY "Enter the student number (0 to go back)"
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

       720-VERIFY-CHECK-DIGIT.
           CALL "C:\Users\harpa\Desktop\Project3\bin\CHECK-DIGIT"
               USING CHECK-DIGIT-PARMS.
           IF CHK-VALID-FLAG-WS NOT = "YES"
               DISPLAY "Check digit does not verify - use the "
                   "number as issued, try again"
               MOVE SPACES TO ENTRY-CHECK-WS
           END-IF.

      *    positions the keyed master at its first record so READ
      *    NEXT sweeps the whole file
       810-START-MASTER-SWEEP.
           MOVE "NO" TO EOF-SWEEP-FLAG.
           MOVE 0 TO STUDENT-NUMBER.
           START STUDENT-RECORDS-FILE
               KEY IS GREATER THAN OR EQUAL TO STUDENT-NUMBER
               INVALID KEY MOVE "YES" TO EOF-SWEEP-FLAG
           END-START.

      *    every inquiry line goes through here: a pause after each
      *    screenful, and nothing more shown once the clerk quits
       850-SHOW-LINE.
           IF PAGE-QUIT-FLAG = "NO"
               DISPLAY SCREEN-LINE-WS
               ADD 1 TO PAGE-LINES-WS
               IF PAGE-LINES-WS >= PAGE-SIZE-WS
                   DISPLAY "-- ENTER for more, Q to stop --"
                   MOVE SPACES TO PAGE-REPLY-WS
                   ACCEPT PAGE-REPLY-WS
                   IF PAGE-REPLY-WS = "Q" OR "q"
                       MOVE "YES" TO PAGE-QUIT-FLAG
                   END-IF
                   MOVE 0 TO PAGE-LINES-WS
               END-IF
           END-IF.

      *    one completion record on the shared run-log per session -
      *    the inquiries made as the read count, nothing written
       910-LOG-SESSION-END.
           MOVE "STUDENT-INQUIRY" TO RUN-LOG-PROGRAM-WS.
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS.
           MOVE INQUIRIES-MADE-WS TO RUN-LOG-READ-WS.
           MOVE 0 TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

       END PROGRAM STUDENT-INQUIRY.
