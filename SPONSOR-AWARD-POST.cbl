      ******************************************************************
      * Author:
      * Date:
      * Purpose: posts sponsor awards and bills the sponsors.  A
      *          sponsor's cheque used to be keyed as an ordinary
      *          payment with nothing tying it to the award it paid.
      *          Every OPEN award on SPONSOR-AWARDS.txt (keyed by
      *          SPONSOR-MAINT) is worked out - a fixed amount, or
      *          its percentage of the student's assessed tuition
      *          off the PROGRAM.txt fee schedule the same way
      *          TUITION-ASSESSMENT works it out - and credited to
      *          STUDENT-TUTION-OWED on the indexed master, with an
      *          AWD entry on PAYMENT-HISTORY.txt so the statement
      *          prints it and BALANCE-PROOF replays it.  An award
      *          larger than the balance is cut back to the balance:
      *          a sponsor is never billed for money the student did
      *          not owe.  The award is marked POSTED with the amount
      *          and the day, which moves it from the student onto
      *          the sponsor's receivable - SPONSOR-PAYMENT
      *          clears it from there, and GL-EXTRACT journals it to
      *          the sponsor-receivable account (or, for one of the
      *          college's own bursaries, to scholarship expense).
      *          Then one invoice per sponsor is printed listing
      *          every student covered by the awards posted today,
      *          numbered by sponsor code and date; a bursary gets
      *          an award summary instead of a bill.  An award whose
      *          sponsor, student or fee schedule is missing, or
      *          whose student owes nothing, stays OPEN and is
      *          listed as an exception for the next run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONSOR-AWARD-POST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL - no sponsors yet just means nothing to post
           SELECT OPTIONAL SPONSOR-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\SPONSORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SPONSOR-AWARD-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\SPONSOR-AWARDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROGRAM-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\PROGRAM.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PAYMENT-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\STUFILE3.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-NUMBER.

           SELECT POSTING-REPORT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\SPONSOR-AWARDS-POSTED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVOICE-REPORT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\SPONSOR-INVOICES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * same record layout SPONSOR-MAINT.cbl maintains
       FD  SPONSOR-FILE.
       01  SPONSOR-RECORD.
           05 SPN-SPONSOR-CODE PIC X(6).
           05 SPN-SPONSOR-NAME PIC X(40).
           05 SPN-SPONSOR-TYPE PIC X(8).
           05 SPN-BILLING-ADDRESS PIC X(40).

      * same record layout SPONSOR-MAINT.cbl maintains - OPEN awards
      * are posted here and come back POSTED
       FD  SPONSOR-AWARD-FILE.
       01  SPONSOR-AWARD-RECORD.
           05 AWD-STUDENT-NUMBER PIC 9(6).
           05 AWD-SPONSOR-CODE PIC X(6).
           05 AWD-TERM PIC X(5).
           05 AWD-BASIS PIC X(3).
           05 AWD-AMOUNT PIC 9(4)V99.
           05 AWD-PERCENT PIC 9(3).
           05 AWD-STATUS PIC X(6).
           05 AWD-POSTED-AMOUNT PIC 9(4)V99.
           05 AWD-POSTED-DATE PIC X(8).
           05 AWD-PAID-AMOUNT PIC 9(4)V99.

       FD  PROGRAM-RECORDS-FILE.
       01  PROGRAM-RECORD.
           05 PROGRAM-CODE PIC X(5).
           05 PROGRAM-NAME PIC X(20).
           05 PROGRAM-BASE-FEE PIC X(5).
           05 PROGRAM-COURSE-FEE PIC X(4).

      * same record layout PAYMENT-APPLICATION.cbl appends - AWD for
      * a sponsor award credited here
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05 HIST-STUDENT-NUMBER PIC 9(6).
           05 HIST-AMOUNT PIC 9(4)V99.
           05 HIST-PAYMENT-DATE PIC 9(8).
           05 HIST-RESULTING-BALANCE PIC 9(4)V99.
           05 HIST-TYPE PIC X(3).
           05 HIST-POSTED-DATE PIC X(8).

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

       FD  POSTING-REPORT-FILE.
       01  POSTING-REPORT-LINE PIC X(95).

       FD  INVOICE-REPORT-FILE.
       01  INVOICE-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

           COPY CREATE-TBL.

       01  SPONSOR-TABLE.
           05  SPN-COUNT-WS PIC 9(3) VALUE 0.
           05  SPN-ENTRY-WS OCCURS 1 TO 200 TIMES
                   DEPENDING ON SPN-COUNT-WS.
               10 SPN-CODE-WS PIC X(6).
               10 SPN-NAME-WS PIC X(40).
               10 SPN-TYPE-WS PIC X(8).
               10 SPN-ADDRESS-WS PIC X(40).

      *    the whole award file - the record as saved, plus the
      *    student's name picked up when the award is posted so the
      *    invoice can print it without a second pass of the master
       01  AWARD-TABLE.
           05  AWD-COUNT-WS PIC 9(4) VALUE 0.
           05  AWD-ENTRY-WS OCCURS 1 TO 3000 TIMES
                   DEPENDING ON AWD-COUNT-WS.
               10 AWD-RECORD-WS.
                   15 AWD-NUMBER-WS PIC 9(6).
                   15 AWD-SPONSOR-WS PIC X(6).
                   15 AWD-TERM-WS PIC X(5).
                   15 AWD-BASIS-WS PIC X(3).
                   15 AWD-AMOUNT-WS PIC 9(4)V99.
                   15 AWD-PERCENT-WS PIC 9(3).
                   15 AWD-STATUS-WS PIC X(6).
                   15 AWD-POSTED-AMOUNT-WS PIC 9(4)V99.
                   15 AWD-POSTED-DATE-WS PIC X(8).
                   15 AWD-PAID-AMOUNT-WS PIC 9(4)V99.
               10 AWD-NAME-WS PIC X(30).

       01  FLAG-FIELDS.
           05 EOF-SPN-FLAG PIC X(3) VALUE "NO".
           05 EOF-AWD-FLAG PIC X(3) VALUE "NO".
           05 EOF-TBL-FLAG PIC X(3) VALUE "NO".
      *    set when the sponsor or award file outgrew its table -
      *    rewriting a partial award file would drop awards, so the
      *    run refuses the same way PLAN-DELINQUENCY does on
      *    overflow
           05 LOAD-OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 SPONSOR-FOUND-FLAG PIC X(3) VALUE "NO".
           05 STUDENT-FOUND-FLAG PIC X(3) VALUE "NO".
           05 PROGRAM-FOUND-FLAG PIC X(3) VALUE "NO".

       01  SUB-WS PIC 9(4).
       01  AWD-SUB-WS PIC 9(4).
       01  SPN-SUB-WS PIC 9(3).
       01  SPONSOR-INDEX-WS PIC 9(3) VALUE 0.
       01  SLOT-SUB-WS PIC 9(1).
       01  COURSE-SLOT-COUNT-WS PIC 9(1).
       01  BASE-FEE-NUM-WS PIC 9(5).
       01  COURSE-FEE-NUM-WS PIC 9(4).
       01  RUN-DATE-WS PIC 9(8).
       01  OPEN-AWARDS-READ-WS PIC 9(5) VALUE 0.
       01  AWARDS-POSTED-WS PIC 9(5) VALUE 0.
       01  AWARDS-CAPPED-WS PIC 9(5) VALUE 0.
       01  EXCEPTION-COUNT-WS PIC 9(5) VALUE 0.
       01  INVOICES-PRINTED-WS PIC 9(5) VALUE 0.
       01  SUMMARIES-PRINTED-WS PIC 9(5) VALUE 0.
       01  POSTED-TOTAL-WS PIC 9(7)V99 VALUE 0.

      *    one award's arithmetic - what it covers, then what is
      *    actually credited once held to the balance
       01  AWARD-FIELDS.
           05 ASSESSED-TUITION-WS PIC 9(6)V99 VALUE 0.
           05 AWARD-DUE-WS PIC 9(6)V99 VALUE 0.
           05 AWARD-POST-WS PIC 9(4)V99 VALUE 0.

      *    one sponsor's invoice as it is printed
       01  INVOICE-FIELDS.
           05 INVOICE-LINES-WS PIC 9(4) VALUE 0.
           05 INVOICE-TOTAL-WS PIC 9(6)V99 VALUE 0.

       01  POSTING-DETAIL-LINE-WS.
           05 PDL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PDL-STUDENT-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PDL-SPONSOR-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PDL-TERM PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PDL-AMOUNT PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PDL-STATUS PIC X(22).

       01  POSTING-COLUMN-HEADER-WS.
           05 FILLER PIC X(40) VALUE "STUDENT".
           05 FILLER PIC X(8) VALUE "SPONSOR".
           05 FILLER PIC X(7) VALUE "TERM".
           05 FILLER PIC X(11) VALUE "   CREDITED".
           05 FILLER PIC X(22) VALUE "STATUS".

       01  PDL-TRAILER-LINE-WS.
           05 PDL-TRAILER-LABEL-WS PIC X(26).
           05 PDL-TRAILER-VALUE-WS PIC ZZZZ9.

       01  PDL-TOTAL-LINE-WS.
           05 PDL-TOTAL-LABEL-WS PIC X(26).
           05 PDL-TOTAL-VALUE-WS PIC Z,ZZZ,ZZ9.99.

       01  INVOICE-TITLE-LINE-WS.
           05 ITL-TITLE PIC X(30).
           05 FILLER PIC X(5) VALUE SPACES.
           05 ITL-NUMBER-LABEL PIC X(9).
           05 ITL-SPONSOR-CODE PIC X(6).
           05 ITL-DASH PIC X(1).
           05 ITL-DATE PIC 9(8).

       01  INVOICE-DETAIL-LINE-WS.
           05 IDL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IDL-STUDENT-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IDL-TERM PIC X(5).
           05 FILLER PIC X(4) VALUE SPACES.
           05 IDL-AMOUNT PIC ZZ,ZZ9.99.

       01  INVOICE-COLUMN-HEADER-WS.
           05 FILLER PIC X(40) VALUE "STUDENT".
           05 FILLER PIC X(9) VALUE "TERM".
           05 FILLER PIC X(9) VALUE "   AMOUNT".

       01  INVOICE-TOTAL-LINE-WS.
           05 FILLER PIC X(40) VALUE SPACES.
           05 ITT-LABEL PIC X(9).
           05 ITT-AMOUNT PIC ZZZ,ZZ9.99.

           COPY RUN-LOG.

       PROCEDURE DIVISION.

       PERFORM 140-LOG-RUN-START.
       ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
       PERFORM 100-LOAD-SPONSORS.
       PERFORM 110-LOAD-PROGRAM-TABLE.
       PERFORM 120-LOAD-AWARDS.
       IF LOAD-OVERFLOW-FLAG = "YES"
           DISPLAY "SPONSOR OR AWARD FILE EXCEEDS ITS TABLE - NO "
               "AWARDS POSTED"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
       ELSE
           PERFORM 200-OPEN-POSTING-FILES
           PERFORM 300-POST-ONE-AWARD
               VARYING AWD-SUB-WS FROM 1 BY 1
               UNTIL AWD-SUB-WS > AWD-COUNT-WS
           PERFORM 500-PRINT-SPONSOR-INVOICE
               VARYING SPN-SUB-WS FROM 1 BY 1
               UNTIL SPN-SUB-WS > SPN-COUNT-WS
           PERFORM 400-CLOSE-POSTING-FILES
           PERFORM 900-SAVE-AWARDS
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
       END-IF.

       STOP RUN.

      *    STARTED goes on the shared run-log before any work - a
      *    run that abends leaves this record with no completion
      *    after it
       140-LOG-RUN-START.
           MOVE "SPONSOR-AWARD-POST" TO RUN-LOG-PROGRAM-WS.
           MOVE "STARTED" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           MOVE 0 TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    completion record - the caller has already set
      *    RUN-LOG-STATUS-WS
       145-LOG-RUN-END.
           MOVE "SPONSOR-AWARD-POST" TO RUN-LOG-PROGRAM-WS.
           MOVE OPEN-AWARDS-READ-WS TO RUN-LOG-READ-WS.
           MOVE AWARDS-POSTED-WS TO RUN-LOG-WRITE-WS.
           MOVE EXCEPTION-COUNT-WS TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

       100-LOAD-SPONSORS.
           OPEN INPUT SPONSOR-FILE.
           PERFORM UNTIL EOF-SPN-FLAG = "YES"
               READ SPONSOR-FILE
                   AT END MOVE "YES" TO EOF-SPN-FLAG
                   NOT AT END
                       IF SPN-COUNT-WS >= 200
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           MOVE "YES" TO EOF-SPN-FLAG
                       ELSE
                           ADD 1 TO SPN-COUNT-WS
                           MOVE SPONSOR-RECORD
                               TO SPN-ENTRY-WS(SPN-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SPONSOR-FILE.

      *    loads PROGRAM.txt - fee schedule included - with the same
      *    OCCURS 1 TO 200 bound guard TUITION-ASSESSMENT uses, in
      *    raw file order for the same plain linear SEARCH
       110-LOAD-PROGRAM-TABLE.
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
                           MOVE PROGRAM-BASE-FEE
                               TO PROGRAM-BASE-FEE-WS(PROGRAM-COUNT-WS)
                           MOVE PROGRAM-COURSE-FEE
                               TO PROGRAM-COURSE-FEE-WS
                                   (PROGRAM-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROGRAM-RECORDS-FILE.

       120-LOAD-AWARDS.
           OPEN INPUT SPONSOR-AWARD-FILE.
           PERFORM UNTIL EOF-AWD-FLAG = "YES"
               READ SPONSOR-AWARD-FILE
                   AT END MOVE "YES" TO EOF-AWD-FLAG
                   NOT AT END
                       IF AWD-COUNT-WS >= 3000
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           MOVE "YES" TO EOF-AWD-FLAG
                       ELSE
                           ADD 1 TO AWD-COUNT-WS
                           MOVE SPONSOR-AWARD-RECORD
                               TO AWD-RECORD-WS(AWD-COUNT-WS)
                           MOVE SPACES TO AWD-NAME-WS(AWD-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SPONSOR-AWARD-FILE.

       200-OPEN-POSTING-FILES.
           OPEN I-O STUDENT-RECORDS-FILE.
           OPEN EXTEND PAYMENT-HISTORY-FILE.
           OPEN OUTPUT POSTING-REPORT-FILE.
           OPEN OUTPUT INVOICE-REPORT-FILE.
           MOVE SPACES TO POSTING-REPORT-LINE.
           STRING "SPONSOR AWARDS POSTED " DELIMITED BY SIZE
                   RUN-DATE-WS DELIMITED BY SIZE
               INTO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           MOVE SPACES TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE FROM POSTING-COLUMN-HEADER-WS.

      *    one OPEN award: sponsor on file, student on the master,
      *    an amount worked out and a balance to credit it against -
      *    anything missing leaves it OPEN as an exception
       300-POST-ONE-AWARD.
           IF AWD-STATUS-WS(AWD-SUB-WS) = "OPEN"
               ADD 1 TO OPEN-AWARDS-READ-WS
               MOVE AWD-NUMBER-WS(AWD-SUB-WS) TO PDL-STUDENT-NUMBER
               MOVE SPACES TO PDL-STUDENT-NAME
               MOVE AWD-SPONSOR-WS(AWD-SUB-WS) TO PDL-SPONSOR-CODE
               MOVE AWD-TERM-WS(AWD-SUB-WS) TO PDL-TERM
               MOVE 0 TO PDL-AMOUNT
               PERFORM 310-FIND-SPONSOR
               IF SPONSOR-FOUND-FLAG = "NO"
                   MOVE "SPONSOR NOT ON FILE" TO PDL-STATUS
                   ADD 1 TO EXCEPTION-COUNT-WS
               ELSE
                   MOVE AWD-NUMBER-WS(AWD-SUB-WS) TO STUDENT-NUMBER
                   READ STUDENT-RECORDS-FILE
                       INVALID KEY MOVE "NO" TO STUDENT-FOUND-FLAG
                       NOT INVALID KEY MOVE "YES" TO STUDENT-FOUND-FLAG
                   END-READ
                   IF STUDENT-FOUND-FLAG = "NO"
                       MOVE "NOT ON MASTER" TO PDL-STATUS
                       ADD 1 TO EXCEPTION-COUNT-WS
                   ELSE
                       MOVE STUDENT-NAME TO PDL-STUDENT-NAME
                       PERFORM 320-WORK-OUT-AWARD
                       IF PROGRAM-FOUND-FLAG = "NO"
                           MOVE "NO FEE SCHEDULE" TO PDL-STATUS
                           ADD 1 TO EXCEPTION-COUNT-WS
                       ELSE
                           IF STUDENT-TUTION-OWED = 0
                               MOVE "NO BALANCE TO CREDIT"
                                   TO PDL-STATUS
                               ADD 1 TO EXCEPTION-COUNT-WS
                           ELSE
                               PERFORM 340-POST-AWARD
                           END-IF
                       END-IF
                   END-IF
               END-IF
               WRITE POSTING-REPORT-LINE FROM POSTING-DETAIL-LINE-WS
               DISPLAY POSTING-DETAIL-LINE-WS
           END-IF.

       310-FIND-SPONSOR.
           MOVE "NO" TO SPONSOR-FOUND-FLAG.
           MOVE 0 TO SPONSOR-INDEX-WS.
           PERFORM VARYING SPN-SUB-WS FROM 1 BY 1
                   UNTIL SPN-SUB-WS > SPN-COUNT-WS
                       OR SPONSOR-FOUND-FLAG = "YES"
               IF SPN-CODE-WS(SPN-SUB-WS) = AWD-SPONSOR-WS(AWD-SUB-WS)
                   MOVE "YES" TO SPONSOR-FOUND-FLAG
                   MOVE SPN-SUB-WS TO SPONSOR-INDEX-WS
               END-IF
           END-PERFORM.

      *    an AMT award covers its amount; a PCT award covers its
      *    share of base fee plus the per-course fee for every
      *    non-blank slot - TUITION-ASSESSMENT's expected tuition
       320-WORK-OUT-AWARD.
           MOVE "YES" TO PROGRAM-FOUND-FLAG.
           IF AWD-BASIS-WS(AWD-SUB-WS) = "PCT"
               PERFORM 330-FIND-FEE-SCHEDULE
               IF PROGRAM-FOUND-FLAG = "YES"
                   MOVE 0 TO COURSE-SLOT-COUNT-WS
                   PERFORM VARYING SLOT-SUB-WS FROM 1 BY 1
                           UNTIL SLOT-SUB-WS > 5
                       IF COURSE-CODE(SLOT-SUB-WS) NOT = SPACES
                           ADD 1 TO COURSE-SLOT-COUNT-WS
                       END-IF
                   END-PERFORM
                   COMPUTE ASSESSED-TUITION-WS =
                       BASE-FEE-NUM-WS
                       + COURSE-FEE-NUM-WS * COURSE-SLOT-COUNT-WS
                   COMPUTE AWARD-DUE-WS ROUNDED =
                       ASSESSED-TUITION-WS
                       * AWD-PERCENT-WS(AWD-SUB-WS) / 100
               END-IF
           ELSE
               MOVE AWD-AMOUNT-WS(AWD-SUB-WS) TO AWARD-DUE-WS
           END-IF.

      *    the same plain linear SEARCH TUITION-ASSESSMENT uses, and
      *    the same proof that the fee schedule is numeric
       330-FIND-FEE-SCHEDULE.
           MOVE "NO" TO PROGRAM-FOUND-FLAG.
           SET PROGRAM-IDX TO 1.
           SEARCH PROGRAM-TABLE-WS
               AT END
                   CONTINUE
               WHEN PROGRAM-CODE-WS(PROGRAM-IDX) = PROGRAM-OF-STUDY
                   IF PROGRAM-BASE-FEE-WS(PROGRAM-IDX) IS NUMERIC
                           AND PROGRAM-COURSE-FEE-WS(PROGRAM-IDX)
                               IS NUMERIC
                       MOVE "YES" TO PROGRAM-FOUND-FLAG
                       MOVE PROGRAM-BASE-FEE-WS(PROGRAM-IDX)
                           TO BASE-FEE-NUM-WS
                       MOVE PROGRAM-COURSE-FEE-WS(PROGRAM-IDX)
                           TO COURSE-FEE-NUM-WS
                   END-IF
           END-SEARCH.

      *    the award comes off the master and goes on the history,
      *    held to the balance so the student never goes into
      *    credit and the sponsor is never billed for the excess.
      *    Marking it POSTED with today's date moves it onto the
      *    sponsor's receivable and onto today's invoice.
       340-POST-AWARD.
           IF AWARD-DUE-WS > STUDENT-TUTION-OWED
               MOVE STUDENT-TUTION-OWED TO AWARD-POST-WS
               MOVE "POSTED, CAPPED AT BAL" TO PDL-STATUS
               ADD 1 TO AWARDS-CAPPED-WS
           ELSE
               MOVE AWARD-DUE-WS TO AWARD-POST-WS
               MOVE "POSTED" TO PDL-STATUS
           END-IF.
           SUBTRACT AWARD-POST-WS FROM STUDENT-TUTION-OWED.
           REWRITE STUDENT-TUTION-RECORD.
           MOVE STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
           MOVE AWARD-POST-WS TO HIST-AMOUNT.
           MOVE RUN-DATE-WS TO HIST-PAYMENT-DATE.
           MOVE STUDENT-TUTION-OWED TO HIST-RESULTING-BALANCE.
           MOVE "AWD" TO HIST-TYPE.
           MOVE RUN-DATE-WS TO HIST-POSTED-DATE.
           WRITE PAYMENT-HISTORY-RECORD.
           MOVE "POSTED" TO AWD-STATUS-WS(AWD-SUB-WS).
           MOVE AWARD-POST-WS TO AWD-POSTED-AMOUNT-WS(AWD-SUB-WS).
           MOVE RUN-DATE-WS TO AWD-POSTED-DATE-WS(AWD-SUB-WS).
           MOVE 0 TO AWD-PAID-AMOUNT-WS(AWD-SUB-WS).
           MOVE STUDENT-NAME TO AWD-NAME-WS(AWD-SUB-WS).
           MOVE AWARD-POST-WS TO PDL-AMOUNT.
           ADD 1 TO AWARDS-POSTED-WS.
           ADD AWARD-POST-WS TO POSTED-TOTAL-WS.

      *    one sponsor: every award posted to it today on one
      *    invoice numbered sponsor code and date - a re-run the
      *    same day reprints the same invoice with everything
      *    posted that day.  A bursary is the college's own money,
      *    so it gets the same listing as an award summary.
       500-PRINT-SPONSOR-INVOICE.
           MOVE 0 TO INVOICE-LINES-WS.
           MOVE 0 TO INVOICE-TOTAL-WS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > AWD-COUNT-WS
               IF AWD-SPONSOR-WS(SUB-WS) = SPN-CODE-WS(SPN-SUB-WS)
                       AND AWD-STATUS-WS(SUB-WS) NOT = "OPEN"
                       AND AWD-STATUS-WS(SUB-WS) NOT = "CANCEL"
                       AND AWD-POSTED-DATE-WS(SUB-WS) = RUN-DATE-WS
                   ADD 1 TO INVOICE-LINES-WS
               END-IF
           END-PERFORM.
           IF INVOICE-LINES-WS > 0
               PERFORM 510-PRINT-INVOICE-HEADING
               PERFORM VARYING SUB-WS FROM 1 BY 1
                       UNTIL SUB-WS > AWD-COUNT-WS
                   IF AWD-SPONSOR-WS(SUB-WS) = SPN-CODE-WS(SPN-SUB-WS)
                           AND AWD-STATUS-WS(SUB-WS) NOT = "OPEN"
                           AND AWD-STATUS-WS(SUB-WS) NOT = "CANCEL"
                           AND AWD-POSTED-DATE-WS(SUB-WS)
                               = RUN-DATE-WS
                       MOVE AWD-NUMBER-WS(SUB-WS) TO IDL-STUDENT-NUMBER
                       IF AWD-NAME-WS(SUB-WS) = SPACES
                           PERFORM 530-GET-STUDENT-NAME
                       END-IF
                       MOVE AWD-NAME-WS(SUB-WS) TO IDL-STUDENT-NAME
                       MOVE AWD-TERM-WS(SUB-WS) TO IDL-TERM
                       MOVE AWD-POSTED-AMOUNT-WS(SUB-WS) TO IDL-AMOUNT
                       WRITE INVOICE-REPORT-LINE
                           FROM INVOICE-DETAIL-LINE-WS
                       ADD AWD-POSTED-AMOUNT-WS(SUB-WS)
                           TO INVOICE-TOTAL-WS
                   END-IF
               END-PERFORM
               PERFORM 520-PRINT-INVOICE-FOOTING
           END-IF.

       510-PRINT-INVOICE-HEADING.
           IF SPN-TYPE-WS(SPN-SUB-WS) = "BURSARY"
               MOVE "BURSARY AWARD SUMMARY" TO ITL-TITLE
               MOVE "SUMMARY: " TO ITL-NUMBER-LABEL
               ADD 1 TO SUMMARIES-PRINTED-WS
           ELSE
               MOVE "SPONSOR INVOICE" TO ITL-TITLE
               MOVE "INVOICE: " TO ITL-NUMBER-LABEL
               ADD 1 TO INVOICES-PRINTED-WS
           END-IF.
           MOVE SPN-CODE-WS(SPN-SUB-WS) TO ITL-SPONSOR-CODE.
           MOVE "-" TO ITL-DASH.
           MOVE RUN-DATE-WS TO ITL-DATE.
           WRITE INVOICE-REPORT-LINE FROM INVOICE-TITLE-LINE-WS.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           MOVE SPN-NAME-WS(SPN-SUB-WS) TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           MOVE SPN-ADDRESS-WS(SPN-SUB-WS) TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           IF SPN-TYPE-WS(SPN-SUB-WS) = "BURSARY"
               MOVE "The following awards were credited to students' "
                   TO INVOICE-REPORT-LINE
               WRITE INVOICE-REPORT-LINE
               MOVE "accounts from this bursary.  No payment is due."
                   TO INVOICE-REPORT-LINE
               WRITE INVOICE-REPORT-LINE
           ELSE
               MOVE "The following awards were credited to students' "
                   TO INVOICE-REPORT-LINE
               WRITE INVOICE-REPORT-LINE
               MOVE "accounts on your behalf and are now due from you."
                   TO INVOICE-REPORT-LINE
               WRITE INVOICE-REPORT-LINE
           END-IF.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE FROM INVOICE-COLUMN-HEADER-WS.

       520-PRINT-INVOICE-FOOTING.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           IF SPN-TYPE-WS(SPN-SUB-WS) = "BURSARY"
               MOVE "TOTAL:" TO ITT-LABEL
           ELSE
               MOVE "DUE:" TO ITT-LABEL
           END-IF.
           MOVE INVOICE-TOTAL-WS TO ITT-AMOUNT.
           WRITE INVOICE-REPORT-LINE FROM INVOICE-TOTAL-LINE-WS.
           MOVE SPACES TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           IF SPN-TYPE-WS(SPN-SUB-WS) NOT = "BURSARY"
               MOVE "Please quote the invoice number with your payment."
                   TO INVOICE-REPORT-LINE
               WRITE INVOICE-REPORT-LINE
               MOVE SPACES TO INVOICE-REPORT-LINE
               WRITE INVOICE-REPORT-LINE
           END-IF.
           MOVE "Student Accounts Office" TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.
           MOVE ALL "-" TO INVOICE-REPORT-LINE.
           WRITE INVOICE-REPORT-LINE.

      *    an award posted by an earlier run today carries no name
      *    yet - it comes off the master for the reprinted invoice
       530-GET-STUDENT-NAME.
           MOVE AWD-NUMBER-WS(SUB-WS) TO STUDENT-NUMBER.
           READ STUDENT-RECORDS-FILE
               INVALID KEY
                   MOVE "NOT ON MASTER" TO AWD-NAME-WS(SUB-WS)
               NOT INVALID KEY
                   MOVE STUDENT-NAME TO AWD-NAME-WS(SUB-WS)
           END-READ.

       400-CLOSE-POSTING-FILES.
           MOVE SPACES TO POSTING-REPORT-LINE.
           WRITE POSTING-REPORT-LINE.

           MOVE "OPEN AWARDS READ:" TO PDL-TRAILER-LABEL-WS.
           MOVE OPEN-AWARDS-READ-WS TO PDL-TRAILER-VALUE-WS.
           WRITE POSTING-REPORT-LINE FROM PDL-TRAILER-LINE-WS.

           MOVE "AWARDS POSTED:" TO PDL-TRAILER-LABEL-WS.
           MOVE AWARDS-POSTED-WS TO PDL-TRAILER-VALUE-WS.
           WRITE POSTING-REPORT-LINE FROM PDL-TRAILER-LINE-WS.

           MOVE "CAPPED AT THE BALANCE:" TO PDL-TRAILER-LABEL-WS.
           MOVE AWARDS-CAPPED-WS TO PDL-TRAILER-VALUE-WS.
           WRITE POSTING-REPORT-LINE FROM PDL-TRAILER-LINE-WS.

           MOVE "EXCEPTIONS, LEFT OPEN:" TO PDL-TRAILER-LABEL-WS.
           MOVE EXCEPTION-COUNT-WS TO PDL-TRAILER-VALUE-WS.
           WRITE POSTING-REPORT-LINE FROM PDL-TRAILER-LINE-WS.

           MOVE "INVOICES PRINTED:" TO PDL-TRAILER-LABEL-WS.
           MOVE INVOICES-PRINTED-WS TO PDL-TRAILER-VALUE-WS.
           WRITE POSTING-REPORT-LINE FROM PDL-TRAILER-LINE-WS.

           MOVE "BURSARY SUMMARIES PRINTED:" TO PDL-TRAILER-LABEL-WS.
           MOVE SUMMARIES-PRINTED-WS TO PDL-TRAILER-VALUE-WS.
           WRITE POSTING-REPORT-LINE FROM PDL-TRAILER-LINE-WS.

           MOVE "TOTAL AWARDS CREDITED:" TO PDL-TOTAL-LABEL-WS.
           MOVE POSTED-TOTAL-WS TO PDL-TOTAL-VALUE-WS.
           WRITE POSTING-REPORT-LINE FROM PDL-TOTAL-LINE-WS.

           CLOSE STUDENT-RECORDS-FILE.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE POSTING-REPORT-FILE.
           CLOSE INVOICE-REPORT-FILE.

           DISPLAY "AWARDS POSTED:          " AWARDS-POSTED-WS.
           DISPLAY "CAPPED AT THE BALANCE:  " AWARDS-CAPPED-WS.
           DISPLAY "EXCEPTIONS, LEFT OPEN:  " EXCEPTION-COUNT-WS.
           DISPLAY "INVOICES PRINTED:       " INVOICES-PRINTED-WS.

      *    the whole award file written back with today's postings
      *    marked - the name picked up for the invoice is not saved
       900-SAVE-AWARDS.
           OPEN OUTPUT SPONSOR-AWARD-FILE.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > AWD-COUNT-WS
               MOVE AWD-RECORD-WS(SUB-WS) TO SPONSOR-AWARD-RECORD
               WRITE SPONSOR-AWARD-RECORD
           END-PERFORM.
           CLOSE SPONSOR-AWARD-FILE.

       END PROGRAM SPONSOR-AWARD-POST.
