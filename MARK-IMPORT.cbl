      ******************************************************************
      * Author:
      * Date:
      * Purpose: imports an instructor's term marks for one course
      *          instead of the Registrar keying them slot by slot
      *          through STUDENT-MASTER-MAINT.  Reads
      *          MARK-SUBMISSION.txt - a HDR record with the course
      *          code and the instructor, one detail per student
      *          (student number and average), and a TRL record with
      *          the detail count - and proves the whole file before
      *          anything is posted: one header, first; one trailer,
      *          last, whose count matches; the course in COURSE.txt;
      *          every student number numeric, check-digit verified,
      *          on STUFILE3.IDX, enrolled in the course, listed only
      *          once, with an average of 0-100.  Any failure rejects
      *          the whole file - nothing is posted and every problem
      *          is listed on MARK-IMPORT-EXCEPTIONS.TXT for the
      *          instructor to correct and resubmit, since half a
      *          class marked is worse than none.  A clean file posts
      *          each average into the student's COURSE-SLOT for the
      *          course on the indexed master, the slots
      *          COURSE-REGISTRATION enrolls into.  Once TERM-ROLLOVER
      *          has archived the term the slots are gone, and a
      *          late or corrected mark goes through GRADE-CHANGE
      *          instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARK-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARK-SUBMISSION-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\MARK-SUBMISSION.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\STUFILE3.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-NUMBER.

           SELECT COURSE-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\COURSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the instructor's work list: every record that kept the
      *    file from posting, with the reason
           SELECT MARK-EXCEPTION-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\MARK-IMPORT-EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * the submission layout - three record shapes told apart by
      * the first three bytes, the way PAYMENTS.txt's HDR/TRL
      * records are.  The detail fields are X, not 9, because
      * whatever the instructor typed arrives here unchecked, and
      * proving it numeric is this program's job.
       FD  MARK-SUBMISSION-FILE.
       01  MARK-DETAIL-RECORD.
           05 MKD-STUDENT-NUMBER PIC X(6).
           05 MKD-AVERAGE PIC X(3).
       01  MARK-HEADER-RECORD.
           05 MKH-RECORD-TYPE PIC X(3).
           05 MKH-COURSE-CODE PIC X(7).
           05 MKH-INSTRUCTOR PIC X(30).
       01  MARK-TRAILER-RECORD.
           05 MKT-RECORD-TYPE PIC X(3).
           05 MKT-DETAIL-COUNT PIC X(5).

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

       FD  COURSE-RECORDS-FILE.
       01  COURSE-RECORD.
           05 COURSE-CODE-IN PIC X(7).
           05 COURSE-NAME-IN PIC X(20).
      *    credits and capacity - not used here, carried so the FD
      *    matches the file
           05 COURSE-CREDITS-IN PIC X(2).
           05 COURSE-CAPACITY-IN PIC X(3).

       FD  MARK-EXCEPTION-FILE.
       01  MARK-EXCEPTION-HEADER PIC X(70).
       01  MARK-EXCEPTION-RECORD.
           05 EXC-RECORD-NUMBER PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-STUDENT-NUMBER PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-AVERAGE PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EXC-REASON PIC X(40).

       WORKING-STORAGE SECTION.

           COPY COURSE-TBL.

      *    every mark that passed its checks, held until the whole
      *    file is proved - posting starts only once nothing failed
       01  MARK-TABLE.
           05  MRK-COUNT-WS PIC 9(3) VALUE 0.
           05  MRK-ENTRY-WS OCCURS 1 TO 500 TIMES
                   DEPENDING ON MRK-COUNT-WS.
               10 MRK-NUMBER-WS PIC 9(6).
               10 MRK-AVERAGE-WS PIC 9(3).

       01  FLAG-FIELDS.
           05 EOF-MARK-FLAG PIC X(3) VALUE "NO".
           05 EOF-COURSE-TBL-FLAG PIC X(3) VALUE "NO".
           05 HEADER-SEEN-FLAG PIC X(3) VALUE "NO".
           05 TRAILER-SEEN-FLAG PIC X(3) VALUE "NO".
           05 STUDENT-FOUND-FLAG PIC X(3) VALUE "NO".
           05 ENROLLED-FLAG PIC X(3) VALUE "NO".
           05 DUPLICATE-FLAG PIC X(3) VALUE "NO".
           05 COURSE-FOUND-FLAG PIC X(3) VALUE "NO".

       01  SUB-WS PIC 9(3).
       01  SLOT-SUB-WS PIC 9(1).
       01  SUBMITTED-COURSE-WS PIC X(7) VALUE SPACES.
       01  SUBMITTED-INSTRUCTOR-WS PIC X(30) VALUE SPACES.
       01  RECORDS-READ-WS PIC 9(5) VALUE 0.
       01  DETAILS-READ-WS PIC 9(5) VALUE 0.
       01  MARKS-POSTED-WS PIC 9(5) VALUE 0.
       01  EXCEPTION-COUNT-WS PIC 9(5) VALUE 0.
       01  AVERAGE-VALUE-WS PIC 9(3).

       01  MARK-HEADING-LINE-WS.
           05 FILLER PIC X(8) VALUE "COURSE: ".
           05 MHL-COURSE-CODE PIC X(7).
           05 FILLER PIC X(15) VALUE "  INSTRUCTOR: ".
           05 MHL-INSTRUCTOR PIC X(30).

       01  MARK-TRAILER-LINE-WS.
           05 MRK-TRAILER-LABEL-WS PIC X(22).
           05 MRK-TRAILER-VALUE-WS PIC ZZZZ9.

           COPY RUN-LOG.
           COPY CHECK-DIGIT.

       PROCEDURE DIVISION.

       PERFORM 140-LOG-RUN-START.
       PERFORM 100-LOAD-COURSE-TABLE.
       PERFORM 200-OPEN-IMPORT-FILES.
       PERFORM 300-PROVE-ONE-RECORD UNTIL EOF-MARK-FLAG = "YES".
       PERFORM 350-PROVE-FILE-CONTROLS.
       IF EXCEPTION-COUNT-WS = 0
           PERFORM 500-POST-MARKS
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS
       ELSE
           MOVE SPACES TO MARK-EXCEPTION-HEADER
           WRITE MARK-EXCEPTION-HEADER
           MOVE "FILE REJECTED - NO MARKS POSTED, CORRECT AND RESUBMIT"
               TO MARK-EXCEPTION-HEADER
           WRITE MARK-EXCEPTION-HEADER
           DISPLAY "MARK FILE REJECTED - NO MARKS POSTED"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
       END-IF.
       PERFORM 400-CLOSE-IMPORT-FILES.
       PERFORM 145-LOG-RUN-END.

       STOP RUN.

      *    STARTED goes on the shared run-log before any work - a
      *    run that abends leaves this record with no completion
      *    after it
       140-LOG-RUN-START.
           MOVE "MARK-IMPORT" TO RUN-LOG-PROGRAM-WS.
           MOVE "STARTED" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           MOVE 0 TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    completion record - the caller has already set
      *    RUN-LOG-STATUS-WS
       145-LOG-RUN-END.
           MOVE "MARK-IMPORT" TO RUN-LOG-PROGRAM-WS.
           MOVE RECORDS-READ-WS TO RUN-LOG-READ-WS.
           MOVE MARKS-POSTED-WS TO RUN-LOG-WRITE-WS.
           MOVE EXCEPTION-COUNT-WS TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    loads COURSE.txt with the same OCCURS 1 TO 200 bound
      *    guard every catalog loader uses, so the header's course
      *    can be proved against the catalog
       100-LOAD-COURSE-TABLE.
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

       200-OPEN-IMPORT-FILES.
           OPEN INPUT MARK-SUBMISSION-FILE.
           OPEN I-O STUDENT-RECORDS-FILE.
           OPEN OUTPUT MARK-EXCEPTION-FILE.
           MOVE "MARK SUBMISSION IMPORT - EXCEPTIONS"
               TO MARK-EXCEPTION-HEADER.
           WRITE MARK-EXCEPTION-HEADER.
           MOVE "RECORD  STUDENT  AVG  REASON"
               TO MARK-EXCEPTION-HEADER.
           WRITE MARK-EXCEPTION-HEADER.

      *    one submission record per pass, sorted out by its first
      *    three bytes - nothing is posted here, only proved
       300-PROVE-ONE-RECORD.
           READ MARK-SUBMISSION-FILE
               AT END MOVE "YES" TO EOF-MARK-FLAG
               NOT AT END
                   ADD 1 TO RECORDS-READ-WS
                   PERFORM 310-CLASSIFY-RECORD
           END-READ.

       310-CLASSIFY-RECORD.
           IF TRAILER-SEEN-FLAG = "YES"
               MOVE "RECORD AFTER THE TRAILER" TO EXC-REASON
               PERFORM 340-WRITE-EXCEPTION
           ELSE
           IF MKH-RECORD-TYPE = "HDR"
               PERFORM 315-PROVE-HEADER
           ELSE
           IF MKT-RECORD-TYPE = "TRL"
               MOVE "YES" TO TRAILER-SEEN-FLAG
               IF MKT-DETAIL-COUNT NOT NUMERIC
                   MOVE "TRAILER COUNT NOT NUMERIC" TO EXC-REASON
                   PERFORM 340-WRITE-EXCEPTION
               ELSE
                   IF MKT-DETAIL-COUNT NOT = DETAILS-READ-WS
                       MOVE "TRAILER COUNT DOES NOT MATCH THE MARKS"
                           TO EXC-REASON
                       PERFORM 340-WRITE-EXCEPTION
                   END-IF
               END-IF
           ELSE
               ADD 1 TO DETAILS-READ-WS
               IF HEADER-SEEN-FLAG = "NO"
                   MOVE "MARK AHEAD OF THE HEADER" TO EXC-REASON
                   PERFORM 340-WRITE-EXCEPTION
               ELSE
                   PERFORM 320-PROVE-MARK
               END-IF
           END-IF
           END-IF
           END-IF.

      *    one course per file - the header must come first, only
      *    once, and name a cataloged course and its instructor
       315-PROVE-HEADER.
           IF HEADER-SEEN-FLAG = "YES"
               MOVE "SECOND HEADER - ONE COURSE PER FILE"
                   TO EXC-REASON
               PERFORM 340-WRITE-EXCEPTION
           ELSE
               MOVE "YES" TO HEADER-SEEN-FLAG
               MOVE MKH-COURSE-CODE TO SUBMITTED-COURSE-WS
               MOVE MKH-INSTRUCTOR TO SUBMITTED-INSTRUCTOR-WS
               IF RECORDS-READ-WS NOT = 1
                   MOVE "HEADER IS NOT THE FIRST RECORD" TO EXC-REASON
                   PERFORM 340-WRITE-EXCEPTION
               END-IF
               MOVE "YES" TO COURSE-FOUND-FLAG
               SET COURSE-IDX TO 1
               SEARCH COURSE-TABLE-WS
                   AT END
                       MOVE "NO" TO COURSE-FOUND-FLAG
                   WHEN COURSE-CODE-WS(COURSE-IDX)
                           = SUBMITTED-COURSE-WS
                       CONTINUE
               END-SEARCH
               IF COURSE-FOUND-FLAG = "NO"
                   MOVE "COURSE NOT IN THE CATALOG" TO EXC-REASON
                   PERFORM 340-WRITE-EXCEPTION
               END-IF
               IF SUBMITTED-INSTRUCTOR-WS = SPACES
                   MOVE "NO INSTRUCTOR ON THE HEADER" TO EXC-REASON
                   PERFORM 340-WRITE-EXCEPTION
               END-IF
           END-IF.

      *    the same checks a keyed mark gets, plus the two only a
      *    file can fail: the student must be in the course, and
      *    must appear only once
       320-PROVE-MARK.
           IF MKD-STUDENT-NUMBER NOT NUMERIC
               MOVE "STUDENT NUMBER NOT NUMERIC" TO EXC-REASON
               PERFORM 340-WRITE-EXCEPTION
           ELSE
               MOVE MKD-STUDENT-NUMBER TO CHK-STUDENT-NUMBER-WS
               CALL "C:\Users\harpa\Desktop\Project3\bin\CHECK-DIGIT"
                   USING CHECK-DIGIT-PARMS
               IF CHK-VALID-FLAG-WS NOT = "YES"
                   MOVE "CHECK DIGIT DOES NOT VERIFY" TO EXC-REASON
                   PERFORM 340-WRITE-EXCEPTION
               ELSE
               PERFORM 330-FIND-STUDENT
               IF STUDENT-FOUND-FLAG = "NO"
                   MOVE "NO STUDENT ON FILE" TO EXC-REASON
                   PERFORM 340-WRITE-EXCEPTION
               ELSE
               IF ENROLLED-FLAG = "NO"
                   MOVE "NOT ENROLLED IN THE COURSE" TO EXC-REASON
                   PERFORM 340-WRITE-EXCEPTION
               ELSE
               IF MKD-AVERAGE NOT NUMERIC
                   MOVE "AVERAGE NOT NUMERIC" TO EXC-REASON
                   PERFORM 340-WRITE-EXCEPTION
               ELSE
                   MOVE MKD-AVERAGE TO AVERAGE-VALUE-WS
                   PERFORM 335-CHECK-DUPLICATE
                   IF AVERAGE-VALUE-WS > 100
                       MOVE "AVERAGE OVER 100" TO EXC-REASON
                       PERFORM 340-WRITE-EXCEPTION
                   ELSE
                   IF DUPLICATE-FLAG = "YES"
                       MOVE "STUDENT LISTED TWICE" TO EXC-REASON
                       PERFORM 340-WRITE-EXCEPTION
                   ELSE
                   IF MRK-COUNT-WS >= 500
                       MOVE "MORE THAN 500 MARKS IN THE FILE"
                           TO EXC-REASON
                       PERFORM 340-WRITE-EXCEPTION
                   ELSE
                       ADD 1 TO MRK-COUNT-WS
                       MOVE MKD-STUDENT-NUMBER
                           TO MRK-NUMBER-WS(MRK-COUNT-WS)
                       MOVE AVERAGE-VALUE-WS
                           TO MRK-AVERAGE-WS(MRK-COUNT-WS)
                   END-IF
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *    keyed read for the student, then a look along the slots
      *    for the submitted course
       330-FIND-STUDENT.
           MOVE MKD-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE "NO" TO ENROLLED-FLAG.
           READ STUDENT-RECORDS-FILE
               INVALID KEY MOVE "NO" TO STUDENT-FOUND-FLAG
               NOT INVALID KEY MOVE "YES" TO STUDENT-FOUND-FLAG
           END-READ.
           IF STUDENT-FOUND-FLAG = "YES"
               PERFORM VARYING SLOT-SUB-WS FROM 1 BY 1
                       UNTIL SLOT-SUB-WS > 5
                   IF COURSE-CODE(SLOT-SUB-WS) = SUBMITTED-COURSE-WS
                       MOVE "YES" TO ENROLLED-FLAG
                   END-IF
               END-PERFORM
           END-IF.

       335-CHECK-DUPLICATE.
           MOVE "NO" TO DUPLICATE-FLAG.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > MRK-COUNT-WS
                       OR DUPLICATE-FLAG = "YES"
               IF MRK-NUMBER-WS(SUB-WS) = MKD-STUDENT-NUMBER
                   MOVE "YES" TO DUPLICATE-FLAG
               END-IF
           END-PERFORM.

       340-WRITE-EXCEPTION.
           MOVE RECORDS-READ-WS TO EXC-RECORD-NUMBER.
           MOVE MKD-STUDENT-NUMBER TO EXC-STUDENT-NUMBER.
           MOVE MKD-AVERAGE TO EXC-AVERAGE.
           ADD 1 TO EXCEPTION-COUNT-WS.
           WRITE MARK-EXCEPTION-RECORD.
           DISPLAY MARK-EXCEPTION-RECORD.

      *    what can only be judged at end of file: a header and a
      *    trailer both arrived, and there was something to post
       350-PROVE-FILE-CONTROLS.
           MOVE SPACES TO MKD-STUDENT-NUMBER.
           MOVE SPACES TO MKD-AVERAGE.
           IF HEADER-SEEN-FLAG = "NO"
               MOVE "NO HEADER RECORD" TO EXC-REASON
               PERFORM 340-WRITE-EXCEPTION
           END-IF.
           IF TRAILER-SEEN-FLAG = "NO"
               MOVE "NO TRAILER RECORD - FILE INCOMPLETE"
                   TO EXC-REASON
               PERFORM 340-WRITE-EXCEPTION
           END-IF.
           IF DETAILS-READ-WS = 0
               MOVE "NO MARKS IN THE FILE" TO EXC-REASON
               PERFORM 340-WRITE-EXCEPTION
           END-IF.

      *    the import counts, on the console and as a trailer on the
      *    exception report so the instructor's copy carries them
       400-CLOSE-IMPORT-FILES.
           MOVE SPACES TO MARK-EXCEPTION-HEADER.
           WRITE MARK-EXCEPTION-HEADER.
           MOVE SUBMITTED-COURSE-WS TO MHL-COURSE-CODE.
           MOVE SUBMITTED-INSTRUCTOR-WS TO MHL-INSTRUCTOR.
           MOVE MARK-HEADING-LINE-WS TO MARK-EXCEPTION-HEADER.
           WRITE MARK-EXCEPTION-HEADER.

           MOVE SPACES TO MARK-EXCEPTION-HEADER.
           MOVE "MARKS IN FILE:" TO MRK-TRAILER-LABEL-WS.
           MOVE DETAILS-READ-WS TO MRK-TRAILER-VALUE-WS.
           MOVE MARK-TRAILER-LINE-WS TO MARK-EXCEPTION-HEADER.
           WRITE MARK-EXCEPTION-HEADER.

           MOVE SPACES TO MARK-EXCEPTION-HEADER.
           MOVE "MARKS POSTED:" TO MRK-TRAILER-LABEL-WS.
           MOVE MARKS-POSTED-WS TO MRK-TRAILER-VALUE-WS.
           MOVE MARK-TRAILER-LINE-WS TO MARK-EXCEPTION-HEADER.
           WRITE MARK-EXCEPTION-HEADER.

           MOVE SPACES TO MARK-EXCEPTION-HEADER.
           MOVE "EXCEPTIONS:" TO MRK-TRAILER-LABEL-WS.
           MOVE EXCEPTION-COUNT-WS TO MRK-TRAILER-VALUE-WS.
           MOVE MARK-TRAILER-LINE-WS TO MARK-EXCEPTION-HEADER.
           WRITE MARK-EXCEPTION-HEADER.

           DISPLAY "COURSE:       " SUBMITTED-COURSE-WS.
           DISPLAY "MARKS IN FILE:" DETAILS-READ-WS.
           DISPLAY "MARKS POSTED: " MARKS-POSTED-WS.
           DISPLAY "EXCEPTIONS:   " EXCEPTION-COUNT-WS.

           CLOSE MARK-SUBMISSION-FILE.
           CLOSE STUDENT-RECORDS-FILE.
           CLOSE MARK-EXCEPTION-FILE.

      *    the whole file proved clean - each mark goes into the
      *    slot holding the course, the same REWRITE
      *    COURSE-REGISTRATION enrolls with
       500-POST-MARKS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > MRK-COUNT-WS
               MOVE MRK-NUMBER-WS(SUB-WS) TO STUDENT-NUMBER
               READ STUDENT-RECORDS-FILE
                   INVALID KEY MOVE "NO" TO STUDENT-FOUND-FLAG
                   NOT INVALID KEY MOVE "YES" TO STUDENT-FOUND-FLAG
               END-READ
               IF STUDENT-FOUND-FLAG = "YES"
                   PERFORM 510-POST-ONE-SLOT
               END-IF
           END-PERFORM.

       510-POST-ONE-SLOT.
           MOVE "NO" TO ENROLLED-FLAG.
           PERFORM VARYING SLOT-SUB-WS FROM 1 BY 1
                   UNTIL SLOT-SUB-WS > 5 OR ENROLLED-FLAG = "YES"
               IF COURSE-CODE(SLOT-SUB-WS) = SUBMITTED-COURSE-WS
                   MOVE "YES" TO ENROLLED-FLAG
                   MOVE MRK-AVERAGE-WS(SUB-WS)
                       TO COURSE-AVERAGE(SLOT-SUB-WS)
                   REWRITE STUDENT-TUTION-RECORD
                   ADD 1 TO MARKS-POSTED-WS
               END-IF
           END-PERFORM.

       END PROGRAM MARK-IMPORT.
