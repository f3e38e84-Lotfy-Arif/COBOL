      ******************************************************************
      * Author:
      * Date:
      * Purpose: the nightly FINANCIAL hold on long-unpaid balances.
      *          Every student AR-AGING put in the 90-PLUS bucket on
      *          AR-AGING-EXTRACT.txt, and still owing on the indexed
      *          master after tonight's posting, gets a FINANCIAL
      *          hold on STUDENT-HOLDS.txt placed by AUTOHOLD -
      *          unless a FINANCIAL hold is already in force, placed
      *          by hand or by an earlier night.  Every FINANCIAL
      *          hold AUTOHOLD placed is released again once the
      *          student's balance on the master is down to zero (or
      *          the student has left the master); a FINANCIAL hold
      *          an operator placed through HOLD-MAINT is left for
      *          an operator to release.  Each hold placed or
      *          released goes to the shared change-audit file under
      *          AUTOHOLD and on FINANCIAL-HOLDS.TXT.  Runs in the
      *          nightly stream straight after AR-AGING, so the
      *          extract is tonight's.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINANCIAL-HOLDS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL - no extract means nobody aged, nothing to place
           SELECT OPTIONAL AGING-EXTRACT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\AR-AGING-EXTRACT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL - the first hold ever placed creates the file
           SELECT OPTIONAL STUDENT-HOLDS-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\STUDENT-HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\STUFILE3.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-NUMBER.

           SELECT HOLD-REPORT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\FINANCIAL-HOLDS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * same record layout AR-AGING.cbl writes
       FD  AGING-EXTRACT-FILE.
       01  AGING-EXTRACT-RECORD.
           05 AGX-STUDENT-NUMBER PIC 9(6).
           05 AGX-STUDENT-NAME PIC X(40).
           05 AGX-PROGRAM-OF-STUDY PIC X(5).
           05 AGX-BALANCE PIC 9(4)V99.
      *    1 current, 2 31-60, 3 61-90, 4 90-PLUS
           05 AGX-BUCKET PIC 9(1).
           05 AGX-LAST-PAYMENT-DATE PIC 9(8).
           05 AGX-AS-OF-DATE PIC 9(8).

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

       FD  HOLD-REPORT-FILE.
       01  HOLD-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

           COPY CHANGE-AUDIT.

      *    the whole holds file, loaded up front and written back
      *    whole - released holds stay on file as the record
       01  HOLD-TABLE.
           05  HLD-COUNT-WS PIC 9(4) VALUE 0.
           05  HLD-ENTRY-WS OCCURS 1 TO 2000 TIMES
                   DEPENDING ON HLD-COUNT-WS.
               10 HLD-NUMBER-WS PIC 9(6).
               10 HLD-TYPE-WS PIC X(9).
               10 HLD-REASON-WS PIC X(40).
               10 HLD-PLACED-BY-WS PIC X(8).
               10 HLD-PLACED-DATE-WS PIC 9(8).
               10 HLD-RELEASE-DATE-WS PIC X(8).
               10 HLD-RELEASED-BY-WS PIC X(8).

       01  FLAG-FIELDS.
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 EOF-HOLD-FLAG PIC X(3) VALUE "NO".
           05 FOUND-FLAG PIC X(3) VALUE "NO".
           05 STUDENT-FOUND-FLAG PIC X(3) VALUE "NO".
      *    set when the holds file outgrows the table - rewriting a
      *    partial table would drop holds, so the run refuses the
      *    same way PLAN-DELINQUENCY does on overflow.  Also set when
      *    tonight's new holds fill the table part way through.
           05 LOAD-OVERFLOW-FLAG PIC X(3) VALUE "NO".

       01  SUB-WS PIC 9(4).
       01  TODAY-WS PIC 9(8).
       01  EXTRACT-READ-WS PIC 9(5) VALUE 0.
       01  HOLDS-PLACED-WS PIC 9(5) VALUE 0.
       01  HOLDS-RELEASED-WS PIC 9(5) VALUE 0.
       01  ALREADY-HELD-WS PIC 9(5) VALUE 0.

      *    the operator every automatic hold is placed and released
      *    under - HOLD-MAINT operators are never this ID
       01  AUTO-OPERATOR-WS PIC X(8) VALUE "AUTOHOLD".
       01  AUTO-REASON-WS PIC X(40)
               VALUE "BALANCE OVER 90 DAYS PAST DUE".

       01  HOLD-DETAIL-LINE-WS.
           05 HRD-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HRD-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 HRD-BALANCE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 HRD-ACTION PIC X(8).

       01  HRD-TRAILER-LINE-WS.
           05 HRD-TRAILER-LABEL-WS PIC X(26).
           05 HRD-TRAILER-VALUE-WS PIC ZZZZ9.

           COPY RUN-LOG.

       PROCEDURE DIVISION.

       PERFORM 140-LOG-RUN-START.
       ACCEPT TODAY-WS FROM DATE YYYYMMDD.
       MOVE AUTO-OPERATOR-WS TO CHG-OPERATOR-WS.
       PERFORM 100-LOAD-HOLDS.
       IF LOAD-OVERFLOW-FLAG = "YES"
           DISPLAY "HOLDS EXCEED THE TABLE (2000) - NO HOLDS PLACED "
               "OR RELEASED"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
       ELSE
           PERFORM 200-OPEN-HOLD-FILES
           PERFORM 210-READ-EXTRACT
           PERFORM 300-CHECK-ONE-STUDENT
               UNTIL EOF-FLAG = "YES" OR LOAD-OVERFLOW-FLAG = "YES"
           PERFORM 500-RELEASE-CLEARED-HOLDS
               VARYING SUB-WS FROM 1 BY 1
               UNTIL SUB-WS > HLD-COUNT-WS
           PERFORM 400-CLOSE-HOLD-FILES
           PERFORM 900-SAVE-HOLDS
      *    the holds placed before the table filled are kept - they
      *    are already on the change-audit file - but the night is
      *    REJECTED so the students left unheld get looked at
           IF LOAD-OVERFLOW-FLAG = "YES"
               DISPLAY "HOLD TABLE FILLED (2000) - REMAINING 90-PLUS "
                   "STUDENTS NOT HELD"
               MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           ELSE
               MOVE "NORMAL" TO RUN-LOG-STATUS-WS
           END-IF
           PERFORM 145-LOG-RUN-END
       END-IF.

       GOBACK.

      *    STARTED goes on the shared run-log before any work - a
      *    run that abends leaves this record with no completion
      *    after it
       140-LOG-RUN-START.
           MOVE "FINANCIAL-HOLDS" TO RUN-LOG-PROGRAM-WS.
           MOVE "STARTED" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           MOVE 0 TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    completion record - the caller has already set
      *    RUN-LOG-STATUS-WS
       145-LOG-RUN-END.
           MOVE "FINANCIAL-HOLDS" TO RUN-LOG-PROGRAM-WS.
           MOVE EXTRACT-READ-WS TO RUN-LOG-READ-WS.
           COMPUTE RUN-LOG-WRITE-WS =
               HOLDS-PLACED-WS + HOLDS-RELEASED-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    every automatic hold placed or released goes to the
      *    shared change-audit file under AUTOHOLD - the caller has
      *    already staged the action and both images
       070-WRITE-CHANGE-AUDIT.
           MOVE "FINANCIAL-HOLDS" TO CHG-PROGRAM-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\CHANGE-AUDIT"
               USING CHANGE-AUDIT-PARMS.

      *    every hold on file, in force or not - the file is
      *    written back whole at the end
       100-LOAD-HOLDS.
           OPEN INPUT STUDENT-HOLDS-FILE.
           PERFORM UNTIL EOF-HOLD-FLAG = "YES"
               READ STUDENT-HOLDS-FILE
                   AT END MOVE "YES" TO EOF-HOLD-FLAG
                   NOT AT END
                       IF HLD-COUNT-WS >= 2000
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           MOVE "YES" TO EOF-HOLD-FLAG
                       ELSE
                           ADD 1 TO HLD-COUNT-WS
                           MOVE STUDENT-HOLD-RECORD
                               TO HLD-ENTRY-WS(HLD-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-HOLDS-FILE.

       200-OPEN-HOLD-FILES.
           OPEN INPUT AGING-EXTRACT-FILE.
           OPEN INPUT STUDENT-RECORDS-FILE.
           OPEN OUTPUT HOLD-REPORT-FILE.
           MOVE SPACES TO HOLD-REPORT-LINE.
           STRING "FINANCIAL HOLDS PLACED AND RELEASED "
                   DELIMITED BY SIZE
                   TODAY-WS DELIMITED BY SIZE
               INTO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE SPACES TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.

       210-READ-EXTRACT.
           READ AGING-EXTRACT-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO EXTRACT-READ-WS
           END-READ.

      *    a 90-PLUS student still owing on the master tonight, with
      *    no FINANCIAL hold in force, gets one
       300-CHECK-ONE-STUDENT.
           IF AGX-BUCKET = 4
               PERFORM 700-READ-MASTER
               IF STUDENT-FOUND-FLAG = "YES"
                       AND STUDENT-TUTION-OWED > 0
                   PERFORM 710-FIND-FINANCIAL-HOLD
                   IF FOUND-FLAG = "YES"
                       ADD 1 TO ALREADY-HELD-WS
                   ELSE
                       PERFORM 310-PLACE-HOLD
                   END-IF
               END-IF
           END-IF.
           PERFORM 210-READ-EXTRACT.

       310-PLACE-HOLD.
           IF HLD-COUNT-WS >= 2000
               MOVE "YES" TO LOAD-OVERFLOW-FLAG
           ELSE
               ADD 1 TO HLD-COUNT-WS
               MOVE AGX-STUDENT-NUMBER TO HLD-NUMBER-WS(HLD-COUNT-WS)
               MOVE "FINANCIAL" TO HLD-TYPE-WS(HLD-COUNT-WS)
               MOVE AUTO-REASON-WS TO HLD-REASON-WS(HLD-COUNT-WS)
               MOVE AUTO-OPERATOR-WS
                   TO HLD-PLACED-BY-WS(HLD-COUNT-WS)
               MOVE TODAY-WS TO HLD-PLACED-DATE-WS(HLD-COUNT-WS)
               MOVE SPACES TO HLD-RELEASE-DATE-WS(HLD-COUNT-WS)
               MOVE SPACES TO HLD-RELEASED-BY-WS(HLD-COUNT-WS)
               MOVE SPACES TO CHG-BEFORE-WS
               MOVE HLD-ENTRY-WS(HLD-COUNT-WS) TO CHG-AFTER-WS
               MOVE "ADD" TO CHG-ACTION-WS
               PERFORM 070-WRITE-CHANGE-AUDIT
               ADD 1 TO HOLDS-PLACED-WS
               MOVE AGX-STUDENT-NUMBER TO HRD-STUDENT-NUMBER
               MOVE STUDENT-NAME TO HRD-STUDENT-NAME
               MOVE STUDENT-TUTION-OWED TO HRD-BALANCE
               MOVE "PLACED" TO HRD-ACTION
               WRITE HOLD-REPORT-LINE FROM HOLD-DETAIL-LINE-WS
           END-IF.

      *    an AUTOHOLD FINANCIAL hold still in force comes off once
      *    the master shows nothing owing - a hand-placed FINANCIAL
      *    hold is an operator's to release
       500-RELEASE-CLEARED-HOLDS.
           IF HLD-TYPE-WS(SUB-WS) = "FINANCIAL"
                   AND HLD-PLACED-BY-WS(SUB-WS) = AUTO-OPERATOR-WS
                   AND HLD-RELEASE-DATE-WS(SUB-WS) = SPACES
               MOVE HLD-NUMBER-WS(SUB-WS) TO STUDENT-NUMBER
               PERFORM 705-READ-MASTER-BY-KEY
               IF STUDENT-FOUND-FLAG = "NO"
                       OR STUDENT-TUTION-OWED = 0
                   MOVE HLD-ENTRY-WS(SUB-WS) TO CHG-BEFORE-WS
                   MOVE TODAY-WS TO HLD-RELEASE-DATE-WS(SUB-WS)
                   MOVE AUTO-OPERATOR-WS TO HLD-RELEASED-BY-WS(SUB-WS)
                   MOVE HLD-ENTRY-WS(SUB-WS) TO CHG-AFTER-WS
                   MOVE "RELEAS" TO CHG-ACTION-WS
                   PERFORM 070-WRITE-CHANGE-AUDIT
                   ADD 1 TO HOLDS-RELEASED-WS
                   MOVE HLD-NUMBER-WS(SUB-WS) TO HRD-STUDENT-NUMBER
                   IF STUDENT-FOUND-FLAG = "YES"
                       MOVE STUDENT-NAME TO HRD-STUDENT-NAME
                   ELSE
                       MOVE "** NOT ON MASTER **" TO HRD-STUDENT-NAME
                   END-IF
                   MOVE 0 TO HRD-BALANCE
                   MOVE "RELEASED" TO HRD-ACTION
                   WRITE HOLD-REPORT-LINE FROM HOLD-DETAIL-LINE-WS
               END-IF
           END-IF.

       700-READ-MASTER.
           MOVE AGX-STUDENT-NUMBER TO STUDENT-NUMBER.
           PERFORM 705-READ-MASTER-BY-KEY.

       705-READ-MASTER-BY-KEY.
           READ STUDENT-RECORDS-FILE
               INVALID KEY MOVE "NO" TO STUDENT-FOUND-FLAG
               NOT INVALID KEY MOVE "YES" TO STUDENT-FOUND-FLAG
           END-READ.

      *    a FINANCIAL hold in force for the extract's student,
      *    whoever placed it
       710-FIND-FINANCIAL-HOLD.
           MOVE "NO" TO FOUND-FLAG.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > HLD-COUNT-WS OR FOUND-FLAG = "YES"
               IF HLD-NUMBER-WS(SUB-WS) = AGX-STUDENT-NUMBER
                       AND HLD-TYPE-WS(SUB-WS) = "FINANCIAL"
                       AND (HLD-RELEASE-DATE-WS(SUB-WS) = SPACES
                           OR HLD-RELEASE-DATE-WS(SUB-WS) > TODAY-WS)
                   MOVE "YES" TO FOUND-FLAG
               END-IF
           END-PERFORM.

       400-CLOSE-HOLD-FILES.
           MOVE SPACES TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.

           MOVE "AGING RECORDS READ:" TO HRD-TRAILER-LABEL-WS.
           MOVE EXTRACT-READ-WS TO HRD-TRAILER-VALUE-WS.
           WRITE HOLD-REPORT-LINE FROM HRD-TRAILER-LINE-WS.

           MOVE "HOLDS PLACED:" TO HRD-TRAILER-LABEL-WS.
           MOVE HOLDS-PLACED-WS TO HRD-TRAILER-VALUE-WS.
           WRITE HOLD-REPORT-LINE FROM HRD-TRAILER-LINE-WS.

           MOVE "ALREADY ON HOLD:" TO HRD-TRAILER-LABEL-WS.
           MOVE ALREADY-HELD-WS TO HRD-TRAILER-VALUE-WS.
           WRITE HOLD-REPORT-LINE FROM HRD-TRAILER-LINE-WS.

           MOVE "HOLDS RELEASED:" TO HRD-TRAILER-LABEL-WS.
           MOVE HOLDS-RELEASED-WS TO HRD-TRAILER-VALUE-WS.
           WRITE HOLD-REPORT-LINE FROM HRD-TRAILER-LINE-WS.

           CLOSE AGING-EXTRACT-FILE.
           CLOSE STUDENT-RECORDS-FILE.
           CLOSE HOLD-REPORT-FILE.

           DISPLAY "FINANCIAL HOLDS PLACED:   " HOLDS-PLACED-WS.
           DISPLAY "FINANCIAL HOLDS RELEASED: " HOLDS-RELEASED-WS.

      *    writes the whole table back out - released holds stay on
      *    record
       900-SAVE-HOLDS.
           OPEN OUTPUT STUDENT-HOLDS-FILE.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > HLD-COUNT-WS
               MOVE HLD-ENTRY-WS(SUB-WS) TO STUDENT-HOLD-RECORD
               WRITE STUDENT-HOLD-RECORD
           END-PERFORM.
           CLOSE STUDENT-HOLDS-FILE.

       END PROGRAM FINANCIAL-HOLDS.
