      ******************************************************************
      * Author:
      * Date:
      * Purpose: enrolment census and FTE extract.  The operator
      *          gives the term code (e.g. 2021F) and the census
      *          date, and every student on STUFILE3.IDX is
      *          snapshotted as at that date - less anyone on
      *          STUDENT-WITHDRAWN.txt withdrawn before it, plus
      *          anyone withdrawn on or after it, who is off the
      *          master by now and is taken from the record image
      *          their withdrawal kept.  Each student's credit load
      *          is the sum of the credit hours COURSE.txt carries
      *          for the courses in their five slots, a blank or
      *          zero credit value counting 1
      *          the way GET-AVG weighs it and a code no longer in
      *          the catalog counting nothing (the same rules
      *          GRADUATION-AUDIT applies).  A load at or over
      *          FULL-TIME-CREDITS-WS is full-time and one FTE; under
      *          it is part-time at load over threshold; a student
      *          with no courses at all is not enrolled this term
      *          and is snapshotted but not counted.  The slots are
      *          read as they stand when the census runs, so it is
      *          run at the census date, before TERM-ROLLOVER clears
      *          them.  CENSUS-REPORT.TXT gives headcount, full- and
      *          part-time counts and FTE by PROGRAM-OF-STUDY, beside
      *          the same figures for the previous census kept.
      *          CENSUS-SUBMISSION.txt is the fixed-format file for
      *          the ministry - header, one detail per enrolled
      *          student, and a trailer with the control totals,
      *          built on CENSUS-SUBMISSION-WORK.txt and only copied
      *          over the real file once the census is good.
      *          Every census is kept on CENSUS-SNAPSHOTS.txt by
      *          term so later terms can be compared; a term taken
      *          again replaces its own snapshot (after the operator
      *          confirms) and leaves every other term alone, the
      *          snapshot file being rebuilt through CENSUS-WORK.txt
      *          the way RETENTION-PURGE rewrites the files it purges.
      *          Same prompt-and-confirm shape as TERM-ROLLOVER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLMENT-CENSUS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the indexed master, read front to back
           SELECT STUDENT-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\STUFILE3.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-NUMBER.

           SELECT PROGRAM-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\PROGRAM.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COURSE-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\COURSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL - nobody withdrawn yet is a normal state
           SELECT OPTIONAL WITHDRAWN-STUDENTS-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\STUDENT-WITHDRAWN.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    every census ever taken, one record per student per term
      *    - OPTIONAL because the first census creates it
           SELECT OPTIONAL CENSUS-SNAPSHOT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\CENSUS-SNAPSHOTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the other terms plus this one are built here first and
      *    only then copied over the snapshot file, so a run that
      *    dies part way never leaves the snapshots half written
           SELECT CENSUS-WORK-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\CENSUS-WORK.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CENSUS-REPORT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\CENSUS-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CENSUS-SUBMISSION-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\CENSUS-SUBMISSION.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the submission is built here and copied over the real one
      *    with the snapshots, so a census that is thrown away never
      *    touches the last good submission
           SELECT SUBMISSION-WORK-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\CENSUS-SUBMISSION-WORK.txt"
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

       FD  PROGRAM-RECORDS-FILE.
       01  PROGRAM-RECORD.
           05 PROGRAM-CODE PIC X(5).
           05 PROGRAM-NAME PIC X(20).
      *    fee schedule - not used by the census, carried so the FD
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
      *    seat capacity - not used by the census, carried so the FD
      *    matches the file
           05 COURSE-CAPACITY-IN PIC X(3).

      * same record layout STUDENT-MASTER-MAINT.cbl appends - the
      * image is the student's master record as it stood on the day
      * they withdrew
       FD  WITHDRAWN-STUDENTS-FILE.
       01  WITHDRAWN-STUDENT-RECORD.
           05 WDR-RECORD-IMAGE PIC X(107).
           05 WDR-IMAGE-PARTS REDEFINES WDR-RECORD-IMAGE.
               10 WDR-STUDENT-NUMBER PIC 9(6).
               10 FILLER PIC X(101).
           05 WDR-WITHDRAWAL-DATE PIC 9(8).
           05 WDR-PRORATED-CHARGE PIC 9(6)V99.

      * one record per student per census: the term and its census
      * date, the student's program, credit load, FT (full-time),
      * PT (part-time) or NE (not enrolled - no courses), and FTE
       FD  CENSUS-SNAPSHOT-FILE.
       01  CENSUS-SNAPSHOT-RECORD.
           05 CNS-TERM PIC X(5).
           05 CNS-CENSUS-DATE PIC 9(8).
           05 CNS-STUDENT-NUMBER PIC 9(6).
           05 CNS-PROGRAM-OF-STUDY PIC X(5).
           05 CNS-CREDITS PIC 9(3).
           05 CNS-LOAD-CLASS PIC X(2).
           05 CNS-FTE PIC 9V99.

       FD  CENSUS-WORK-FILE.
       01  CENSUS-WORK-RECORD PIC X(32).

       FD  CENSUS-REPORT-FILE.
       01  CENSUS-REPORT-LINE PIC X(100).

      * fixed-format submission file - HDR, one DTL per enrolled
      * student, TRL - laid out in SUBMISSION-HEADER-WS,
      * SUBMISSION-DETAIL-WS and SUBMISSION-TRAILER-WS below
       FD  CENSUS-SUBMISSION-FILE.
       01  CENSUS-SUBMISSION-RECORD PIC X(60).

       FD  SUBMISSION-WORK-FILE.
       01  SUBMISSION-WORK-RECORD PIC X(60).

       WORKING-STORAGE SECTION.

           COPY CREATE-TBL.
           COPY COURSE-TBL.

      *    the credit load at or over which a student is full-time -
      *    four three-credit courses - printed on the report and
      *    carried on the submission header
       01  FULL-TIME-CREDITS-WS PIC 9(2) VALUE 12.

      *    students withdrawn before the census date
       01  WITHDRAWN-TABLE.
           05  WDN-COUNT-WS PIC 9(4) VALUE 0.
           05  WDN-NUMBER-WS PIC 9(6) OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WDN-COUNT-WS.

      *    students withdrawn on or after the census date - still
      *    enrolled on the day, so counted from their withdrawn image
      *    unless they are back on the master.  A student withdrawn
      *    more than once since keeps the earliest image, the one
      *    nearest the census.
       01  LATE-WITHDRAWN-TABLE.
           05  LWD-COUNT-WS PIC 9(4) VALUE 0.
           05  LWD-ENTRY-WS OCCURS 1 TO 5000 TIMES
                   DEPENDING ON LWD-COUNT-WS.
               10 LWD-IMAGE-WS PIC X(107).
               10 LWD-IMAGE-PARTS REDEFINES LWD-IMAGE-WS.
                   15 LWD-NUMBER-WS PIC 9(6).
                   15 FILLER PIC X(101).
               10 LWD-DATE-WS PIC 9(8).
               10 LWD-ON-MASTER-WS PIC X(3).

      *    headcount and FTE per program, this census and the
      *    previous one - seeded in catalog order, with any program
      *    code not in the catalog added on the end
       01  PROGRAM-TOTALS-TABLE.
           05  CNP-COUNT-WS PIC 9(3) VALUE 0.
           05  CNP-ENTRY-WS OCCURS 1 TO 250 TIMES
                   DEPENDING ON CNP-COUNT-WS.
               10 CNP-PROGRAM-WS PIC X(5).
               10 CNP-NAME-WS PIC X(20).
               10 CNP-HEADCOUNT-WS PIC 9(5).
               10 CNP-FULL-TIME-WS PIC 9(5).
               10 CNP-PART-TIME-WS PIC 9(5).
               10 CNP-FTE-WS PIC 9(5)V99.
               10 CNP-PRIOR-HEADCOUNT-WS PIC 9(5).
               10 CNP-PRIOR-FTE-WS PIC 9(5)V99.

       01  FLAG-FIELDS.
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 EOF-TBL-FLAG PIC X(3) VALUE "NO".
           05 EOF-COURSE-TBL-FLAG PIC X(3) VALUE "NO".
           05 EOF-WDR-FLAG PIC X(3) VALUE "NO".
      *    set when the withdrawn file or the programs exceed their
      *    tables - a census with students wrongly in or out is
      *    worse than none, so the snapshots and the submission are
      *    left as they were
           05 LOAD-OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 TERM-ON-FILE-FLAG PIC X(3) VALUE "NO".
           05 WITHDRAWN-FLAG PIC X(3) VALUE "NO".
           05 CNP-FOUND-FLAG PIC X(3) VALUE "NO".
           05 DATE-OK-FLAG PIC X(3) VALUE "NO".
           05 LWD-FOUND-FLAG PIC X(3) VALUE "NO".

       01  TERM-CODE-WS PIC X(5) VALUE SPACES.
       01  TERM-ON-FILE-DATE-WS PIC 9(8) VALUE 0.

       01  CENSUS-DATE-WS PIC 9(8) VALUE 0.
       01  CENSUS-DATE-PARTS REDEFINES CENSUS-DATE-WS.
           05 CENSUS-YEAR-WS PIC 9(4).
           05 CENSUS-MONTH-WS PIC 9(2).
           05 CENSUS-DAY-WS PIC 9(2).
       01  TODAY-WS PIC 9(8).

      *    the previous census kept - the latest census date before
      *    this one, whatever term it was taken for
       01  PRIOR-TERM-WS PIC X(5) VALUE SPACES.
       01  PRIOR-DATE-WS PIC 9(8) VALUE 0.

      *    staging field for the numeric-entry validation/re-prompt
      *    loop, the same IS NUMERIC technique project1.cbl's
      *    PROMPT-USER-INPUT uses
       01  ENTRY-CHECK-DATE-WS PIC X(8) JUSTIFIED RIGHT.
       01  CONFIRM-PROMPT.
           05 CONFIRM-INPUT PIC A(1).

       01  WDN-SUB-WS PIC 9(4).
       01  LWD-SUB-WS PIC 9(4).
       01  CNP-SUB-WS PIC 9(3).
       01  SLOT-SUB-WS PIC 9(1).
       01  CREDIT-HOURS-WS PIC 9(2).
       01  STUDENT-CREDITS-WS PIC 9(3).
       01  STUDENT-FTE-WS PIC 9V99.
       01  LOAD-CLASS-WS PIC X(2).
       01  SEARCH-PROGRAM-WS PIC X(5).

       01  CENSUS-COUNTS.
           05 STUDENTS-READ-WS PIC 9(5) VALUE 0.
           05 WITHDRAWN-EXCLUDED-WS PIC 9(5) VALUE 0.
           05 WITHDRAWN-COUNTED-WS PIC 9(5) VALUE 0.
           05 NOT-ENROLLED-WS PIC 9(5) VALUE 0.
           05 HEADCOUNT-WS PIC 9(5) VALUE 0.
           05 FULL-TIME-COUNT-WS PIC 9(5) VALUE 0.
           05 PART-TIME-COUNT-WS PIC 9(5) VALUE 0.
           05 FTE-TOTAL-WS PIC 9(6)V99 VALUE 0.
           05 CREDITS-TOTAL-WS PIC 9(7) VALUE 0.
           05 PRIOR-HEADCOUNT-WS PIC 9(5) VALUE 0.
           05 PRIOR-FTE-WS PIC 9(6)V99 VALUE 0.
           05 UNKNOWN-COURSE-WS PIC 9(5) VALUE 0.
           05 RECORDS-CARRIED-WS PIC 9(7) VALUE 0.
           05 SNAPSHOT-WRITTEN-WS PIC 9(5) VALUE 0.
           05 SUBMISSION-COUNT-WS PIC 9(6) VALUE 0.
      *    the headcount change beside the previous census
       01  HEADCOUNT-CHANGE-WS PIC S9(5).

       01  REPORT-HEADER-LINE-WS.
           05 FILLER PIC X(16) VALUE "CENSUS - TERM ".
           05 RPT-TERM PIC X(5).
           05 FILLER PIC X(14) VALUE "   AS AT DATE ".
           05 RPT-CENSUS-DATE PIC 9(8).
           05 FILLER PIC X(28) VALUE "   FULL-TIME AT CREDITS >= ".
           05 RPT-THRESHOLD PIC Z9.

       01  REPORT-PRIOR-LINE-WS.
           05 FILLER PIC X(28) VALUE "COMPARED WITH PRIOR CENSUS: ".
           05 RPT-PRIOR-TERM PIC X(5).
           05 FILLER PIC X(9) VALUE " AS AT ".
           05 RPT-PRIOR-DATE PIC 9(8).

       01  REPORT-COLUMN-LINE-WS.
           05 FILLER PIC X(29) VALUE "PROGRAM".
           05 FILLER PIC X(35)
               VALUE " HEAD   FULL   PART         FTE".
           05 FILLER PIC X(36)
               VALUE " PRIOR   PRIOR FTE    CHANGE".

       01  REPORT-DETAIL-LINE-WS.
           05 RPT-PROGRAM-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-PROGRAM-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-HEADCOUNT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-FULL-TIME PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-PART-TIME PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-FTE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(5) VALUE SPACES.
           05 RPT-PRIOR-HEADCOUNT PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-PRIOR-FTE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(5) VALUE SPACES.
           05 RPT-HEAD-CHANGE PIC ----9.

       01  REPORT-TRAILER-LINE-WS.
           05 RPT-TRAILER-LABEL-WS PIC X(40).
           05 RPT-TRAILER-VALUE-WS PIC ZZZ,ZZ9.99.

       01  SUBMISSION-HEADER-WS.
           05 SBH-RECORD-TYPE PIC X(3) VALUE "HDR".
           05 SBH-TERM PIC X(5).
           05 SBH-CENSUS-DATE PIC 9(8).
           05 SBH-CREATED-DATE PIC 9(8).
           05 SBH-THRESHOLD PIC 9(2).
           05 FILLER PIC X(34) VALUE SPACES.

       01  SUBMISSION-DETAIL-WS.
           05 SBD-RECORD-TYPE PIC X(3) VALUE "DTL".
           05 SBD-STUDENT-NUMBER PIC 9(6).
           05 SBD-PROGRAM-OF-STUDY PIC X(5).
           05 SBD-CREDITS PIC 9(3).
           05 SBD-LOAD-CLASS PIC X(2).
           05 SBD-FTE PIC 9V99.
           05 FILLER PIC X(38) VALUE SPACES.

       01  SUBMISSION-TRAILER-WS.
           05 SBT-RECORD-TYPE PIC X(3) VALUE "TRL".
           05 SBT-RECORD-COUNT PIC 9(6).
           05 SBT-FULL-TIME-COUNT PIC 9(6).
           05 SBT-PART-TIME-COUNT PIC 9(6).
           05 SBT-CREDITS-TOTAL PIC 9(7).
           05 SBT-FTE-TOTAL PIC 9(6)V99.
           05 FILLER PIC X(24) VALUE SPACES.

           COPY RUN-LOG.

       PROCEDURE DIVISION.

       PERFORM 140-LOG-RUN-START.
       ACCEPT TODAY-WS FROM DATE YYYYMMDD.
       PERFORM 100-LOAD-CATALOGS.
       PERFORM 150-PROMPT-TERM-CODE UNTIL TERM-CODE-WS NOT = SPACES.
       PERFORM 160-PROMPT-CENSUS-DATE UNTIL DATE-OK-FLAG = "YES".
       PERFORM 110-LOAD-WITHDRAWN.
       PERFORM 200-SCAN-SNAPSHOTS.
       IF LOAD-OVERFLOW-FLAG = "YES"
           DISPLAY "Withdrawn students exceed their tables - census "
               "NOT taken, nothing written"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
       ELSE
           PERFORM 210-CONFIRM-CENSUS
           IF CONFIRM-INPUT = "Y" OR "y"
               PERFORM 300-CARRY-OTHER-TERMS
               PERFORM 400-TAKE-CENSUS
               IF LOAD-OVERFLOW-FLAG = "YES"
                   DISPLAY "More than 250 programs on the master - "
                       "census NOT kept, snapshots and submission "
                       "untouched"
                   MOVE "REJECTED" TO RUN-LOG-STATUS-WS
               ELSE
                   PERFORM 500-REPLACE-SNAPSHOTS
                   PERFORM 510-REPLACE-SUBMISSION
                   PERFORM 600-PRINT-CENSUS-REPORT
                   DISPLAY "CENSUS COMPLETE - HEADCOUNT " HEADCOUNT-WS
                       " FTE " FTE-TOTAL-WS " FOR TERM " TERM-CODE-WS
                   MOVE "NORMAL" TO RUN-LOG-STATUS-WS
               END-IF
               PERFORM 145-LOG-RUN-END
           ELSE
               DISPLAY "Census cancelled - nothing written"
               MOVE "REJECTED" TO RUN-LOG-STATUS-WS
               PERFORM 145-LOG-RUN-END
           END-IF
       END-IF.

       STOP RUN.

      *    STARTED goes on the shared run-log before any work - a
      *    run that abends leaves this record with no completion
      *    after it
       140-LOG-RUN-START.
           MOVE "ENROLMENT-CENSUS" TO RUN-LOG-PROGRAM-WS.
           MOVE "STARTED" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           MOVE 0 TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    completion record - the caller has already set
      *    RUN-LOG-STATUS-WS.  Written counts the snapshot records,
      *    exceptions the slots holding a course not in the catalog.
       145-LOG-RUN-END.
           MOVE "ENROLMENT-CENSUS" TO RUN-LOG-PROGRAM-WS.
           MOVE STUDENTS-READ-WS TO RUN-LOG-READ-WS.
           MOVE SNAPSHOT-WRITTEN-WS TO RUN-LOG-WRITE-WS.
           MOVE UNKNOWN-COURSE-WS TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    loads the program and course catalogs the same way
      *    Project3_Part3.cbl does, with the same OCCURS 1 TO 200
      *    bound guards; the program totals are seeded in catalog
      *    order as the programs load
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
                           MOVE PROGRAM-CODE TO SEARCH-PROGRAM-WS
                           PERFORM 180-FIND-PROGRAM-TOTALS
                           MOVE PROGRAM-NAME
                               TO CNP-NAME-WS(CNP-SUB-WS)
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

      *    only a withdrawal dated before the census date takes the
      *    student out - one withdrawn on the day or since was still
      *    enrolled, and is kept with their image to be counted
       110-LOAD-WITHDRAWN.
           OPEN INPUT WITHDRAWN-STUDENTS-FILE.
           PERFORM UNTIL EOF-WDR-FLAG = "YES"
               READ WITHDRAWN-STUDENTS-FILE
                   AT END MOVE "YES" TO EOF-WDR-FLAG
                   NOT AT END
                       IF WDR-WITHDRAWAL-DATE < CENSUS-DATE-WS
                           IF WDN-COUNT-WS >= 5000
                               MOVE "YES" TO LOAD-OVERFLOW-FLAG
                               MOVE "YES" TO EOF-WDR-FLAG
                           ELSE
                               ADD 1 TO WDN-COUNT-WS
                               MOVE WDR-STUDENT-NUMBER
                                   TO WDN-NUMBER-WS(WDN-COUNT-WS)
                           END-IF
                       ELSE
                           PERFORM 115-KEEP-LATE-WITHDRAWAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WITHDRAWN-STUDENTS-FILE.

      *    one entry per student - a later record for a student
      *    already kept only replaces the image when it is earlier
       115-KEEP-LATE-WITHDRAWAL.
           MOVE "NO" TO LWD-FOUND-FLAG.
           PERFORM VARYING LWD-SUB-WS FROM 1 BY 1
                   UNTIL LWD-SUB-WS > LWD-COUNT-WS
                   OR LWD-FOUND-FLAG = "YES"
               IF LWD-NUMBER-WS(LWD-SUB-WS) = WDR-STUDENT-NUMBER
                   MOVE "YES" TO LWD-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF LWD-FOUND-FLAG = "YES"
               SUBTRACT 1 FROM LWD-SUB-WS
               IF WDR-WITHDRAWAL-DATE < LWD-DATE-WS(LWD-SUB-WS)
                   MOVE WDR-RECORD-IMAGE TO LWD-IMAGE-WS(LWD-SUB-WS)
                   MOVE WDR-WITHDRAWAL-DATE TO LWD-DATE-WS(LWD-SUB-WS)
               END-IF
           ELSE
               IF LWD-COUNT-WS >= 5000
                   MOVE "YES" TO LOAD-OVERFLOW-FLAG
                   MOVE "YES" TO EOF-WDR-FLAG
               ELSE
                   ADD 1 TO LWD-COUNT-WS
                   MOVE WDR-RECORD-IMAGE TO LWD-IMAGE-WS(LWD-COUNT-WS)
                   MOVE WDR-WITHDRAWAL-DATE TO LWD-DATE-WS(LWD-COUNT-WS)
                   MOVE "NO" TO LWD-ON-MASTER-WS(LWD-COUNT-WS)
               END-IF
           END-IF.

       150-PROMPT-TERM-CODE.
           DISPLAY "Enter the term code the census is taken for "
               "(e.g. 2021F)".
           ACCEPT TERM-CODE-WS.
           IF TERM-CODE-WS = SPACES
               DISPLAY "Invalid entry - a term code is required, "
                   "try again"
           END-IF.

      *    numeric-validated date entry, then a real month and day
      *    and not in the future - a census cannot be taken ahead
       160-PROMPT-CENSUS-DATE.
           MOVE SPACES TO ENTRY-CHECK-DATE-WS.
           PERFORM UNTIL ENTRY-CHECK-DATE-WS IS NUMERIC
               DISPLAY "Enter the census date (YYYYMMDD)"
               ACCEPT ENTRY-CHECK-DATE-WS
               IF ENTRY-CHECK-DATE-WS = SPACES
                   DISPLAY "Invalid entry - numbers only, try again"
               ELSE
                   INSPECT ENTRY-CHECK-DATE-WS
                       REPLACING LEADING SPACE BY ZERO
                   IF ENTRY-CHECK-DATE-WS NOT NUMERIC
                       DISPLAY "Invalid entry - numbers only, try again"
                       MOVE SPACES TO ENTRY-CHECK-DATE-WS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ENTRY-CHECK-DATE-WS TO CENSUS-DATE-WS.
           EVALUATE TRUE
               WHEN CENSUS-MONTH-WS < 1 OR CENSUS-MONTH-WS > 12
                       OR CENSUS-DAY-WS < 1 OR CENSUS-DAY-WS > 31
                   DISPLAY "Not a date - try again"
               WHEN CENSUS-DATE-WS > TODAY-WS
                   DISPLAY "Census date is in the future - try again"
               WHEN OTHER
                   MOVE "YES" TO DATE-OK-FLAG
           END-EVALUATE.

      *    finds the program's totals entry, adding it on the end
      *    when the code is not there yet; CNP-SUB-WS is left on it
       180-FIND-PROGRAM-TOTALS.
           MOVE "NO" TO CNP-FOUND-FLAG.
           PERFORM VARYING CNP-SUB-WS FROM 1 BY 1
                   UNTIL CNP-SUB-WS > CNP-COUNT-WS
                   OR CNP-FOUND-FLAG = "YES"
               IF CNP-PROGRAM-WS(CNP-SUB-WS) = SEARCH-PROGRAM-WS
                   MOVE "YES" TO CNP-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF CNP-FOUND-FLAG = "YES"
               SUBTRACT 1 FROM CNP-SUB-WS
           ELSE
               IF CNP-COUNT-WS >= 250
                   MOVE "YES" TO LOAD-OVERFLOW-FLAG
                   MOVE 250 TO CNP-SUB-WS
               ELSE
                   ADD 1 TO CNP-COUNT-WS
                   MOVE CNP-COUNT-WS TO CNP-SUB-WS
                   MOVE SEARCH-PROGRAM-WS TO CNP-PROGRAM-WS(CNP-SUB-WS)
                   MOVE "NOT ON CATALOG" TO CNP-NAME-WS(CNP-SUB-WS)
                   MOVE 0 TO CNP-HEADCOUNT-WS(CNP-SUB-WS)
                   MOVE 0 TO CNP-FULL-TIME-WS(CNP-SUB-WS)
                   MOVE 0 TO CNP-PART-TIME-WS(CNP-SUB-WS)
                   MOVE 0 TO CNP-FTE-WS(CNP-SUB-WS)
                   MOVE 0 TO CNP-PRIOR-HEADCOUNT-WS(CNP-SUB-WS)
                   MOVE 0 TO CNP-PRIOR-FTE-WS(CNP-SUB-WS)
               END-IF
           END-IF.

      *    whether this term is already on file, and which census
      *    came before this one
       200-SCAN-SNAPSHOTS.
           OPEN INPUT CENSUS-SNAPSHOT-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ CENSUS-SNAPSHOT-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF CNS-TERM = TERM-CODE-WS
                           MOVE "YES" TO TERM-ON-FILE-FLAG
                           MOVE CNS-CENSUS-DATE TO TERM-ON-FILE-DATE-WS
                       ELSE
                           IF CNS-CENSUS-DATE < CENSUS-DATE-WS
                                   AND CNS-CENSUS-DATE > PRIOR-DATE-WS
                               MOVE CNS-TERM TO PRIOR-TERM-WS
                               MOVE CNS-CENSUS-DATE TO PRIOR-DATE-WS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CENSUS-SNAPSHOT-FILE.

      *    a term already on file is replaced, so the operator is
      *    told which census it was before agreeing
       210-CONFIRM-CENSUS.
           IF TERM-ON-FILE-FLAG = "YES"
               DISPLAY "Term " TERM-CODE-WS " already has a census "
                   "as at " TERM-ON-FILE-DATE-WS
                   " - it will be REPLACED."
           END-IF.
           DISPLAY "About to take the census for term " TERM-CODE-WS
               " as at " CENSUS-DATE-WS ".".
           DISPLAY "Proceed ? Y/N".
           ACCEPT CONFIRM-INPUT.

      *    every other term's snapshot goes onto the work file as it
      *    stands; the previous census's records are totalled by
      *    program on the way past for the comparison
       300-CARRY-OTHER-TERMS.
           OPEN INPUT CENSUS-SNAPSHOT-FILE.
           OPEN OUTPUT CENSUS-WORK-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ CENSUS-SNAPSHOT-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF CNS-TERM NOT = TERM-CODE-WS
                           WRITE CENSUS-WORK-RECORD
                               FROM CENSUS-SNAPSHOT-RECORD
                           ADD 1 TO RECORDS-CARRIED-WS
                           IF CNS-TERM = PRIOR-TERM-WS
                                   AND CNS-LOAD-CLASS NOT = "NE"
                               PERFORM 310-TALLY-PRIOR-CENSUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CENSUS-SNAPSHOT-FILE.

       310-TALLY-PRIOR-CENSUS.
           MOVE CNS-PROGRAM-OF-STUDY TO SEARCH-PROGRAM-WS.
           PERFORM 180-FIND-PROGRAM-TOTALS.
           ADD 1 TO CNP-PRIOR-HEADCOUNT-WS(CNP-SUB-WS).
           ADD CNS-FTE TO CNP-PRIOR-FTE-WS(CNP-SUB-WS).
           ADD 1 TO PRIOR-HEADCOUNT-WS.
           ADD CNS-FTE TO PRIOR-FTE-WS.

      *    the census itself: every student on the master not
      *    withdrawn before the date, then everyone withdrawn on or
      *    after it who is not back on the master, snapshotted onto
      *    the work file, and the enrolled ones onto the submission
      *    work file
       400-TAKE-CENSUS.
           OPEN INPUT STUDENT-RECORDS-FILE.
           OPEN OUTPUT SUBMISSION-WORK-FILE.
           MOVE TERM-CODE-WS TO SBH-TERM.
           MOVE CENSUS-DATE-WS TO SBH-CENSUS-DATE.
           MOVE TODAY-WS TO SBH-CREATED-DATE.
           MOVE FULL-TIME-CREDITS-WS TO SBH-THRESHOLD.
           WRITE SUBMISSION-WORK-RECORD FROM SUBMISSION-HEADER-WS.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ STUDENT-RECORDS-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO STUDENTS-READ-WS
                       PERFORM 405-MARK-ON-MASTER
                       PERFORM 410-CENSUS-ONE-STUDENT
               END-READ
           END-PERFORM.
           PERFORM VARYING LWD-SUB-WS FROM 1 BY 1
                   UNTIL LWD-SUB-WS > LWD-COUNT-WS
               IF LWD-ON-MASTER-WS(LWD-SUB-WS) = "NO"
                   MOVE LWD-IMAGE-WS(LWD-SUB-WS)
                       TO STUDENT-TUTION-RECORD
                   PERFORM 410-CENSUS-ONE-STUDENT
                   IF WITHDRAWN-FLAG = "NO"
                       ADD 1 TO WITHDRAWN-COUNTED-WS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SUBMISSION-COUNT-WS TO SBT-RECORD-COUNT.
           MOVE FULL-TIME-COUNT-WS TO SBT-FULL-TIME-COUNT.
           MOVE PART-TIME-COUNT-WS TO SBT-PART-TIME-COUNT.
           MOVE CREDITS-TOTAL-WS TO SBT-CREDITS-TOTAL.
           MOVE FTE-TOTAL-WS TO SBT-FTE-TOTAL.
           WRITE SUBMISSION-WORK-RECORD FROM SUBMISSION-TRAILER-WS.
           CLOSE SUBMISSION-WORK-FILE.
           CLOSE STUDENT-RECORDS-FILE.
           CLOSE CENSUS-WORK-FILE.

      *    a student withdrawn since the census who is back on the
      *    master is counted off the master, not their old image
       405-MARK-ON-MASTER.
           PERFORM VARYING LWD-SUB-WS FROM 1 BY 1
                   UNTIL LWD-SUB-WS > LWD-COUNT-WS
               IF LWD-NUMBER-WS(LWD-SUB-WS) = STUDENT-NUMBER
                   MOVE "YES" TO LWD-ON-MASTER-WS(LWD-SUB-WS)
               END-IF
           END-PERFORM.

       410-CENSUS-ONE-STUDENT.
           MOVE "NO" TO WITHDRAWN-FLAG.
           PERFORM VARYING WDN-SUB-WS FROM 1 BY 1
                   UNTIL WDN-SUB-WS > WDN-COUNT-WS
                   OR WITHDRAWN-FLAG = "YES"
               IF WDN-NUMBER-WS(WDN-SUB-WS) = STUDENT-NUMBER
                   MOVE "YES" TO WITHDRAWN-FLAG
               END-IF
           END-PERFORM.
           IF WITHDRAWN-FLAG = "YES"
               ADD 1 TO WITHDRAWN-EXCLUDED-WS
           ELSE
               PERFORM 420-TOTAL-CREDIT-LOAD
               PERFORM 430-CLASS-AND-COUNT
               PERFORM 440-WRITE-SNAPSHOT
           END-IF.

      *    credit hours per filled slot off the catalog - blank or
      *    zero credits count 1, a code not in the catalog counts
      *    nothing and is counted as an exception
       420-TOTAL-CREDIT-LOAD.
           MOVE 0 TO STUDENT-CREDITS-WS.
           PERFORM VARYING SLOT-SUB-WS FROM 1 BY 1
                   UNTIL SLOT-SUB-WS > 5
               IF COURSE-CODE(SLOT-SUB-WS) NOT = SPACES
                   SET COURSE-IDX TO 1
                   SEARCH COURSE-TABLE-WS
                       AT END
                           ADD 1 TO UNKNOWN-COURSE-WS
                       WHEN COURSE-CODE-WS(COURSE-IDX)
                               = COURSE-CODE(SLOT-SUB-WS)
                           IF COURSE-CREDITS-WS(COURSE-IDX) IS NUMERIC
                               MOVE COURSE-CREDITS-WS(COURSE-IDX)
                                   TO CREDIT-HOURS-WS
                           ELSE
                               MOVE 0 TO CREDIT-HOURS-WS
                           END-IF
                           IF CREDIT-HOURS-WS = 0
                               MOVE 1 TO CREDIT-HOURS-WS
                           END-IF
                           ADD CREDIT-HOURS-WS TO STUDENT-CREDITS-WS
                   END-SEARCH
               END-IF
           END-PERFORM.

       430-CLASS-AND-COUNT.
           EVALUATE TRUE
               WHEN STUDENT-CREDITS-WS = 0
                   MOVE "NE" TO LOAD-CLASS-WS
                   MOVE 0 TO STUDENT-FTE-WS
                   ADD 1 TO NOT-ENROLLED-WS
               WHEN STUDENT-CREDITS-WS >= FULL-TIME-CREDITS-WS
                   MOVE "FT" TO LOAD-CLASS-WS
                   MOVE 1 TO STUDENT-FTE-WS
               WHEN OTHER
                   MOVE "PT" TO LOAD-CLASS-WS
                   COMPUTE STUDENT-FTE-WS ROUNDED =
                       STUDENT-CREDITS-WS / FULL-TIME-CREDITS-WS
           END-EVALUATE.
           IF LOAD-CLASS-WS NOT = "NE"
               MOVE PROGRAM-OF-STUDY TO SEARCH-PROGRAM-WS
               PERFORM 180-FIND-PROGRAM-TOTALS
               ADD 1 TO CNP-HEADCOUNT-WS(CNP-SUB-WS)
               ADD STUDENT-FTE-WS TO CNP-FTE-WS(CNP-SUB-WS)
               ADD 1 TO HEADCOUNT-WS
               ADD STUDENT-FTE-WS TO FTE-TOTAL-WS
               ADD STUDENT-CREDITS-WS TO CREDITS-TOTAL-WS
               IF LOAD-CLASS-WS = "FT"
                   ADD 1 TO CNP-FULL-TIME-WS(CNP-SUB-WS)
                   ADD 1 TO FULL-TIME-COUNT-WS
               ELSE
                   ADD 1 TO CNP-PART-TIME-WS(CNP-SUB-WS)
                   ADD 1 TO PART-TIME-COUNT-WS
               END-IF
               MOVE STUDENT-NUMBER TO SBD-STUDENT-NUMBER
               MOVE PROGRAM-OF-STUDY TO SBD-PROGRAM-OF-STUDY
               MOVE STUDENT-CREDITS-WS TO SBD-CREDITS
               MOVE LOAD-CLASS-WS TO SBD-LOAD-CLASS
               MOVE STUDENT-FTE-WS TO SBD-FTE
               WRITE SUBMISSION-WORK-RECORD
                   FROM SUBMISSION-DETAIL-WS
               ADD 1 TO SUBMISSION-COUNT-WS
           END-IF.

       440-WRITE-SNAPSHOT.
           MOVE TERM-CODE-WS TO CNS-TERM.
           MOVE CENSUS-DATE-WS TO CNS-CENSUS-DATE.
           MOVE STUDENT-NUMBER TO CNS-STUDENT-NUMBER.
           MOVE PROGRAM-OF-STUDY TO CNS-PROGRAM-OF-STUDY.
           MOVE STUDENT-CREDITS-WS TO CNS-CREDITS.
           MOVE LOAD-CLASS-WS TO CNS-LOAD-CLASS.
           MOVE STUDENT-FTE-WS TO CNS-FTE.
           WRITE CENSUS-WORK-RECORD FROM CENSUS-SNAPSHOT-RECORD.
           ADD 1 TO SNAPSHOT-WRITTEN-WS.

      *    the work file - the other terms plus this census -
      *    becomes the snapshot file
       500-REPLACE-SNAPSHOTS.
           OPEN INPUT CENSUS-WORK-FILE.
           OPEN OUTPUT CENSUS-SNAPSHOT-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ CENSUS-WORK-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       WRITE CENSUS-SNAPSHOT-RECORD
                           FROM CENSUS-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE CENSUS-WORK-FILE.
           CLOSE CENSUS-SNAPSHOT-FILE.

      *    the census is good, so its submission replaces the last
       510-REPLACE-SUBMISSION.
           OPEN INPUT SUBMISSION-WORK-FILE.
           OPEN OUTPUT CENSUS-SUBMISSION-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ SUBMISSION-WORK-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       WRITE CENSUS-SUBMISSION-RECORD
                           FROM SUBMISSION-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE SUBMISSION-WORK-FILE.
           CLOSE CENSUS-SUBMISSION-FILE.

      *    one line per program with anyone in it this census or the
      *    last, then the totals and the exception counts
       600-PRINT-CENSUS-REPORT.
           OPEN OUTPUT CENSUS-REPORT-FILE.
           MOVE TERM-CODE-WS TO RPT-TERM.
           MOVE CENSUS-DATE-WS TO RPT-CENSUS-DATE.
           MOVE FULL-TIME-CREDITS-WS TO RPT-THRESHOLD.
           WRITE CENSUS-REPORT-LINE FROM REPORT-HEADER-LINE-WS.
           IF PRIOR-DATE-WS = 0
               MOVE "NO PRIOR CENSUS ON FILE TO COMPARE WITH"
                   TO CENSUS-REPORT-LINE
               WRITE CENSUS-REPORT-LINE
           ELSE
               MOVE PRIOR-TERM-WS TO RPT-PRIOR-TERM
               MOVE PRIOR-DATE-WS TO RPT-PRIOR-DATE
               WRITE CENSUS-REPORT-LINE FROM REPORT-PRIOR-LINE-WS
           END-IF.
           MOVE SPACES TO CENSUS-REPORT-LINE.
           WRITE CENSUS-REPORT-LINE.
           WRITE CENSUS-REPORT-LINE FROM REPORT-COLUMN-LINE-WS.

           PERFORM VARYING CNP-SUB-WS FROM 1 BY 1
                   UNTIL CNP-SUB-WS > CNP-COUNT-WS
               IF CNP-HEADCOUNT-WS(CNP-SUB-WS) > 0
                       OR CNP-PRIOR-HEADCOUNT-WS(CNP-SUB-WS) > 0
                   MOVE CNP-PROGRAM-WS(CNP-SUB-WS) TO RPT-PROGRAM-CODE
                   MOVE CNP-NAME-WS(CNP-SUB-WS) TO RPT-PROGRAM-NAME
                   MOVE CNP-HEADCOUNT-WS(CNP-SUB-WS) TO RPT-HEADCOUNT
                   MOVE CNP-FULL-TIME-WS(CNP-SUB-WS) TO RPT-FULL-TIME
                   MOVE CNP-PART-TIME-WS(CNP-SUB-WS) TO RPT-PART-TIME
                   MOVE CNP-FTE-WS(CNP-SUB-WS) TO RPT-FTE
                   MOVE CNP-PRIOR-HEADCOUNT-WS(CNP-SUB-WS)
                       TO RPT-PRIOR-HEADCOUNT
                   MOVE CNP-PRIOR-FTE-WS(CNP-SUB-WS) TO RPT-PRIOR-FTE
                   COMPUTE HEADCOUNT-CHANGE-WS =
                       CNP-HEADCOUNT-WS(CNP-SUB-WS)
                       - CNP-PRIOR-HEADCOUNT-WS(CNP-SUB-WS)
                   MOVE HEADCOUNT-CHANGE-WS TO RPT-HEAD-CHANGE
                   WRITE CENSUS-REPORT-LINE FROM REPORT-DETAIL-LINE-WS
               END-IF
           END-PERFORM.

           MOVE SPACES TO RPT-PROGRAM-CODE.
           MOVE "ALL PROGRAMS" TO RPT-PROGRAM-NAME.
           MOVE HEADCOUNT-WS TO RPT-HEADCOUNT.
           MOVE FULL-TIME-COUNT-WS TO RPT-FULL-TIME.
           MOVE PART-TIME-COUNT-WS TO RPT-PART-TIME.
           MOVE FTE-TOTAL-WS TO RPT-FTE.
           MOVE PRIOR-HEADCOUNT-WS TO RPT-PRIOR-HEADCOUNT.
           MOVE PRIOR-FTE-WS TO RPT-PRIOR-FTE.
           COMPUTE HEADCOUNT-CHANGE-WS =
               HEADCOUNT-WS - PRIOR-HEADCOUNT-WS.
           MOVE HEADCOUNT-CHANGE-WS TO RPT-HEAD-CHANGE.
           MOVE SPACES TO CENSUS-REPORT-LINE.
           WRITE CENSUS-REPORT-LINE.
           WRITE CENSUS-REPORT-LINE FROM REPORT-DETAIL-LINE-WS.

           MOVE SPACES TO CENSUS-REPORT-LINE.
           WRITE CENSUS-REPORT-LINE.
           MOVE "STUDENTS ON MASTER:" TO RPT-TRAILER-LABEL-WS.
           MOVE STUDENTS-READ-WS TO RPT-TRAILER-VALUE-WS.
           WRITE CENSUS-REPORT-LINE FROM REPORT-TRAILER-LINE-WS.
           MOVE "WITHDRAWN BEFORE CENSUS DATE:"
               TO RPT-TRAILER-LABEL-WS.
           MOVE WITHDRAWN-EXCLUDED-WS TO RPT-TRAILER-VALUE-WS.
           WRITE CENSUS-REPORT-LINE FROM REPORT-TRAILER-LINE-WS.
           MOVE "WITHDRAWN SINCE, COUNTED FROM IMAGE:"
               TO RPT-TRAILER-LABEL-WS.
           MOVE WITHDRAWN-COUNTED-WS TO RPT-TRAILER-VALUE-WS.
           WRITE CENSUS-REPORT-LINE FROM REPORT-TRAILER-LINE-WS.
           MOVE "NOT ENROLLED - NO COURSES:" TO RPT-TRAILER-LABEL-WS.
           MOVE NOT-ENROLLED-WS TO RPT-TRAILER-VALUE-WS.
           WRITE CENSUS-REPORT-LINE FROM REPORT-TRAILER-LINE-WS.
           MOVE "TOTAL CREDIT HOURS:" TO RPT-TRAILER-LABEL-WS.
           MOVE CREDITS-TOTAL-WS TO RPT-TRAILER-VALUE-WS.
           WRITE CENSUS-REPORT-LINE FROM REPORT-TRAILER-LINE-WS.
           MOVE "SLOTS WITH A COURSE NOT IN CATALOG:"
               TO RPT-TRAILER-LABEL-WS.
           MOVE UNKNOWN-COURSE-WS TO RPT-TRAILER-VALUE-WS.
           WRITE CENSUS-REPORT-LINE FROM REPORT-TRAILER-LINE-WS.
           MOVE "SUBMISSION DETAIL RECORDS:" TO RPT-TRAILER-LABEL-WS.
           MOVE SUBMISSION-COUNT-WS TO RPT-TRAILER-VALUE-WS.
           WRITE CENSUS-REPORT-LINE FROM REPORT-TRAILER-LINE-WS.
           CLOSE CENSUS-REPORT-FILE.

       END PROGRAM ENROLMENT-CENSUS.
