      *          term heading ahead of the current slots, so advisors
      *          get the full multi-term transcript they ask for
      *          instead of only the five current slots.
      *          A student with any hold in force on
      *          STUDENT-HOLDS.txt (kept by HOLD-MAINT) gets a HOLD
      *          notice naming the hold types in place of the
      *          transcript - no marks are printed until the hold is
      *          released.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           "C:\Users\harpa\Desktop\Project3\COURSE-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the holds HOLD-MAINT and FINANCIAL-HOLDS place -
      *    OPTIONAL, since no file just means nobody is on hold
           SELECT OPTIONAL STUDENT-HOLDS-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\STUDENT-HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANSCRIPT-REPORT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\TRANSCRIPT-REPORT.TXT"
           05 CRSH-COURSE-CODE PIC X(7).
           05 CRSH-AVERAGE PIC 9(3).

      * same record layout HOLD-MAINT.cbl maintains - in force while
      * the release date is blank or still ahead of today
       FD  STUDENT-HOLDS-FILE.
       01  STUDENT-HOLD-RECORD.
           05 HLD-STUDENT-NUMBER PIC 9(6).
           05 HLD-TYPE PIC X(9).
           05 HLD-REASON PIC X(40).
           05 HLD-PLACED-BY PIC X(8).
           05 HLD-PLACED-DATE PIC 9(8).
           05 HLD-RELEASE-DATE PIC X(8).
           05 HLD-RELEASED-BY PIC X(8).

       FD  TRANSCRIPT-REPORT-FILE.
       01  TRANSCRIPT-REPORT-LINE PIC X(80).

               10 CRSH-CODE-WS PIC X(7).
               10 CRSH-AVG-WS PIC 9(3).

      *    the holds in force today, loaded once up front - only
      *    who and which type matter to a transcript
       01  HOLD-TABLE.
           05  HLD-COUNT-WS PIC 9(4) VALUE 0.
           05  HLD-ENTRY-WS OCCURS 1 TO 2000 TIMES
                   DEPENDING ON HLD-COUNT-WS.
               10 HLD-NUMBER-WS PIC 9(6).
               10 HLD-TYPE-WS PIC X(9).

       01  FLAG-FIELDS.
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 EOF-TBL-FLAG PIC X(3) VALUE "NO".
           05 EOF-COURSE-TBL-FLAG PIC X(3) VALUE "NO".
           05 EOF-HIST-FLAG PIC X(3) VALUE "NO".
           05 EOF-HOLD-FLAG PIC X(3) VALUE "NO".
      *    set when more holds are in force than the table takes -
      *    a held student's transcript could slip out, so none is
      *    printed
           05 HOLD-OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 ON-HOLD-FLAG PIC X(3) VALUE "NO".

       01  SLOT-SUB-WS PIC 9(1).
       01  HIST-SUB-WS PIC 9(4).
       01  HOLD-SUB-WS PIC 9(4).
       01  STUDENTS-PRINTED-WS PIC 9(4) VALUE 0.
       01  STUDENTS-WITHHELD-WS PIC 9(4) VALUE 0.
       01  TODAY-WS PIC 9(8).
      *    the term whose heading was last printed for the current
      *    student - history records arrive term by term off the
      *    rollovers, so a change of term is a new heading
           05 FILLER PIC X(2) VALUE SPACES.
           05 TRN-OVERALL-STATUS PIC X(4).

      *    printed in place of the transcript - one line per hold
      *    type in force
       01  HOLD-NOTICE-LINE-WS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "*** HOLD: ".
           05 TRN-HOLD-TYPE PIC X(9).
           05 FILLER PIC X(38)
               VALUE " - TRANSCRIPT WITHHELD UNTIL RELEASED".

       01  TRN-TRAILER-LINE-WS.
           05 TRN-TRAILER-LABEL-WS PIC X(22).
           05 TRN-TRAILER-VALUE-WS PIC ZZZ9.

       PERFORM 100-LOAD-CATALOGS.
       PERFORM 110-LOAD-COURSE-HISTORY.
       ACCEPT TODAY-WS FROM DATE YYYYMMDD.
       PERFORM 120-LOAD-HOLDS.
       PERFORM 200-OPEN-TRANSCRIPT-FILES.
       IF HOLD-OVERFLOW-FLAG = "YES"
           MOVE "HOLDS EXCEED THE TABLE (2000) - NO TRANSCRIPTS PRINTED"
               TO TRANSCRIPT-REPORT-LINE
           WRITE TRANSCRIPT-REPORT-LINE
           DISPLAY "HOLDS EXCEED THE TABLE (2000) - NO TRANSCRIPTS "
               "PRINTED"
           MOVE "YES" TO EOF-FLAG
       ELSE
           PERFORM 210-READ-STUDENT-FILE
       END-IF.
       PERFORM 300-PRINT-TRANSCRIPT UNTIL EOF-FLAG = "YES".
       PERFORM 400-CLOSE-TRANSCRIPT-FILES.

           END-PERFORM.
           CLOSE COURSE-HISTORY-FILE.

      *    only the holds in force today are kept - a released or
      *    lapsed hold no longer withholds anything
       120-LOAD-HOLDS.
           OPEN INPUT STUDENT-HOLDS-FILE.
           PERFORM UNTIL EOF-HOLD-FLAG = "YES"
               READ STUDENT-HOLDS-FILE
                   AT END MOVE "YES" TO EOF-HOLD-FLAG
                   NOT AT END
                       IF HLD-RELEASE-DATE = SPACES
                               OR HLD-RELEASE-DATE > TODAY-WS
                           IF HLD-COUNT-WS >= 2000
                               MOVE "YES" TO HOLD-OVERFLOW-FLAG
                               MOVE "YES" TO EOF-HOLD-FLAG
                           ELSE
                               ADD 1 TO HLD-COUNT-WS
                               MOVE HLD-STUDENT-NUMBER
                                   TO HLD-NUMBER-WS(HLD-COUNT-WS)
                               MOVE HLD-TYPE
                                   TO HLD-TYPE-WS(HLD-COUNT-WS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-HOLDS-FILE.

       200-OPEN-TRANSCRIPT-FILES.
           OPEN INPUT SORTED-STUDENT-FILE.
           OPEN OUTPUT TRANSCRIPT-REPORT-FILE.

      *    one student's transcript block: the program header when
      *    the program-of-study group changes (the file arrives in
      *    program order off the sort) and the student line, then
      *    the hold check - a student on hold gets the notice in
      *    place of their courses
       300-PRINT-TRANSCRIPT.
           IF GROUP-FIRST-REC-FLAG = "YES"
                   OR PROGRAM-OF-STUDY NOT = GROUP-PROGRAM-WS
           MOVE STUDENT-NAME TO TRN-STUDENT-NAME.
           WRITE TRANSCRIPT-REPORT-LINE FROM STUDENT-HEADER-WS.

           PERFORM 350-PRINT-HOLD-NOTICE.
           IF ON-HOLD-FLAG = "YES"
               ADD 1 TO STUDENTS-WITHHELD-WS
           ELSE
               PERFORM 305-PRINT-STUDENT-COURSES
           END-IF.
           PERFORM 210-READ-STUDENT-FILE.

      *    the transcript proper: prior terms, then each non-blank
      *    current slot with its catalog name and average, then
      *    GET-AVG's overall average and PASS/FAIL
       305-PRINT-STUDENT-COURSES.
           PERFORM 330-PRINT-PRIOR-TERMS.

           MOVE 0 TO COURSE-COUNT-WS.
           MOVE STUDENT-STATUS-WS TO TRN-OVERALL-STATUS.
           WRITE TRANSCRIPT-REPORT-LINE FROM OVERALL-LINE-WS.
           ADD 1 TO STUDENTS-PRINTED-WS.

       310-PRINT-PROGRAM-HEADER.
           MOVE "NO" TO GROUP-FIRST-REC-FLAG.
           MOVE CRSH-AVG-WS(HIST-SUB-WS) TO TRN-COURSE-AVERAGE.
           WRITE TRANSCRIPT-REPORT-LINE FROM COURSE-DETAIL-LINE-WS.

      *    a line for every hold in force on the student - any one
      *    of them withholds the whole transcript
       350-PRINT-HOLD-NOTICE.
           MOVE "NO" TO ON-HOLD-FLAG.
           PERFORM VARYING HOLD-SUB-WS FROM 1 BY 1
                   UNTIL HOLD-SUB-WS > HLD-COUNT-WS
               IF HLD-NUMBER-WS(HOLD-SUB-WS) = STUDENT-NUMBER
                   MOVE "YES" TO ON-HOLD-FLAG
                   MOVE HLD-TYPE-WS(HOLD-SUB-WS) TO TRN-HOLD-TYPE
                   WRITE TRANSCRIPT-REPORT-LINE
                       FROM HOLD-NOTICE-LINE-WS
               END-IF
           END-PERFORM.

      *    one course slot: skipped when blank; a code the catalog
      *    doesn't know prints flagged and stays out of the overall
      *    average, the same exclusion 404-BUILD-COURSE-AVE-TABLE
           MOVE STUDENTS-PRINTED-WS TO TRN-TRAILER-VALUE-WS.
           MOVE TRN-TRAILER-LINE-WS TO TRANSCRIPT-REPORT-LINE.
           WRITE TRANSCRIPT-REPORT-LINE.
           MOVE "TRANSCRIPTS WITHHELD:" TO TRN-TRAILER-LABEL-WS.
           MOVE STUDENTS-WITHHELD-WS TO TRN-TRAILER-VALUE-WS.
           MOVE TRN-TRAILER-LINE-WS TO TRANSCRIPT-REPORT-LINE.
           WRITE TRANSCRIPT-REPORT-LINE.
           DISPLAY "TRANSCRIPTS PRINTED: " STUDENTS-PRINTED-WS.
           DISPLAY "TRANSCRIPTS WITHHELD: " STUDENTS-WITHHELD-WS.
           CLOSE SORTED-STUDENT-FILE.
           CLOSE TRANSCRIPT-REPORT-FILE.

