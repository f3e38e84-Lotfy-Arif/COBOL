      ******************************************************************
      * Author:
      * Date:
      * Purpose: year-end tuition tax receipts.  The operator names a
      *          calendar year that has ended and either issues the
      *          year's receipts or reprints one already issued.
      *          Eligible tuition paid is worked out per student off
      *          PAYMENT-HISTORY.txt by payment date within the year:
      *          payments (PAY, or blank on older rows) less NSF
      *          reversals (REV), less every REFUNDS-DUE.txt record
      *          dated in the year - whatever its status, the money
      *          came back off what was paid (a cancelled refund is
      *          the part a reversal did not take back, so it is
      *          netted out too, and the paid part of a waived late
      *          fee comes back in the year of the waiver).  Late
      *          fees (FEE) and their waivers (WAV) are not tuition,
      *          and sponsor awards (AWD) are paid by the sponsor, so
      *          none of them count.  A net below zero receipts
      *          nothing.  Months of enrolment
      *          come off COURSE-HISTORY.txt: each term of the year a
      *          student has courses archived under counts its four
      *          months - W January-April, S May-August, F September-
      *          December - so the fall term must be rolled over by
      *          TERM-ROLLOVER before the year's receipts are run.
      *          Name and program come off STUFILE3.IDX, or off
      *          STUDENT-WITHDRAWN.txt for a student no longer on
      *          the master, with the program name off PROGRAM.txt.
      *          Every receipt ever issued is kept on
      *          TAX-RECEIPT-REGISTER.txt, so a second run for the
      *          same year never issues a second original: a student
      *          whose figures have not changed gets nothing new, and
      *          one whose amount or months have changed gets an
      *          AMEND receipt replacing the one issued before (down
      *          to zero if the whole payment has since come back).
      *          A reprint is a duplicate of the current receipt,
      *          same number, and goes on the register as REPRNT.
      *          Receipts print to TAX-RECEIPTS.TXT; originals and
      *          amendments issued by the run also go on the fixed-
      *          format filing extract TAX-FILING.txt - header,
      *          one detail per receipt, and a trailer with the
      *          receipt counts and amount total - for submission to
      *          the tax authority.  A year that starts before the
      *          PAYMENT-HISTORY.txt cut-off on RETENTION-RULES.txt
      *          may have had its payments moved to the archive by
      *          RETENTION-PURGE, so it can be reprinted but not
      *          issued - an issue run would amend the receipts
      *          already filed down to whatever is left on file.
      *          Same prompt-and-confirm shape as TERM-ROLLOVER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-RECEIPTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGRAM-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\PROGRAM.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL - no register yet just means no receipts have
      *    ever been issued; the first issue run creates it
           SELECT OPTIONAL RECEIPT-REGISTER-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\TAX-RECEIPT-REGISTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PAYMENT-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REFUNDS-DUE-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\REFUNDS-DUE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL - no history file yet means no term has been
      *    rolled over, and every receipt shows no months
           SELECT OPTIONAL COURSE-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\COURSE-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the indexed master, read by key for each student's name
      *    and program
           SELECT STUDENT-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\STUFILE3.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-NUMBER.

      *    OPTIONAL - nobody withdrawn yet is a normal state
           SELECT OPTIONAL WITHDRAWN-STUDENTS-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\STUDENT-WITHDRAWN.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    years of payment history kept - OPTIONAL, no rules file
      *    means nothing has ever been purged
           SELECT OPTIONAL RETENTION-RULES-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\RETENTION-RULES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-RECEIPT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\TAX-RECEIPTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAX-FILING-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\TAX-FILING.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROGRAM-RECORDS-FILE.
       01  PROGRAM-RECORD.
           05 PROGRAM-CODE PIC X(5).
           05 PROGRAM-NAME PIC X(20).
      *    fee schedule - not used by the receipts, carried so the
      *    FD matches the file
           05 PROGRAM-BASE-FEE PIC X(5).
           05 PROGRAM-COURSE-FEE PIC X(4).

      * one record per receipt issued or reprinted, appended in issue
      * order: ORIG for the first receipt of a student's year, AMEND
      * for one replacing it (TXR-REPLACES carries the number
      * replaced), REPRNT for a duplicate of the current receipt
       FD  RECEIPT-REGISTER-FILE.
       01  RECEIPT-REGISTER-RECORD.
           05 TXR-RECEIPT-NUMBER PIC 9(6).
           05 TXR-TAX-YEAR PIC 9(4).
           05 TXR-STUDENT-NUMBER PIC 9(6).
           05 TXR-TYPE PIC X(6).
           05 TXR-AMOUNT PIC 9(6)V99.
           05 TXR-MONTHS PIC 9(2).
           05 TXR-ISSUED-DATE PIC 9(8).
           05 TXR-REPLACES PIC 9(6).

      * same record layout PAYMENT-APPLICATION.cbl appends - PAY for
      * an applied payment (blank on records written before the type
      * was carried), REV for an NSF reversal; FEE, WAV and AWD are
      * not tuition paid by the student
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05 HIST-STUDENT-NUMBER PIC 9(6).
           05 HIST-AMOUNT PIC 9(4)V99.
           05 HIST-PAYMENT-DATE PIC 9(8).
           05 HIST-PAYMENT-PARTS REDEFINES HIST-PAYMENT-DATE.
               10 HIST-PAYMENT-YEAR PIC 9(4).
               10 FILLER PIC 9(4).
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
           05 REF-PAYMENT-PARTS REDEFINES REF-PAYMENT-DATE.
               10 REF-PAYMENT-YEAR PIC 9(4).
               10 FILLER PIC 9(4).
           05 REF-STATUS PIC X(6).
           05 REF-ISSUED-DATE PIC X(8).

      * same record layout TERM-ROLLOVER.cbl appends - the term code
      * is the year followed by W, S or F
       FD  COURSE-HISTORY-FILE.
       01  COURSE-HISTORY-RECORD.
           05 CRSH-STUDENT-NUMBER PIC 9(6).
           05 CRSH-TERM PIC X(5).
           05 CRSH-TERM-PARTS REDEFINES CRSH-TERM.
               10 CRSH-TERM-YEAR PIC X(4).
               10 CRSH-TERM-SEASON PIC X(1).
           05 CRSH-COURSE-CODE PIC X(7).
           05 CRSH-AVERAGE PIC 9(3).

      * same record layout as STUDENT-TUTION-RECORD in
      * Project3_Part3.cbl - only the name and program are used
       FD  STUDENT-RECORDS-FILE.
       01  STUDENT-TUTION-RECORD.
           05 STUDENT-NUMBER PIC 9(6).
           05 STUDENT-TUTION-OWED PIC 9(4)V99.
           05 STUDENT-NAME PIC X(40).
           05 PROGRAM-OF-STUDY PIC X(5).
           05 FILLER PIC X(50).

      * same record layout STUDENT-MASTER-MAINT.cbl appends - the
      * image is the master record as it stood at withdrawal
       FD  WITHDRAWN-STUDENTS-FILE.
       01  WITHDRAWN-STUDENT-RECORD.
           05 WDR-RECORD-IMAGE PIC X(107).
           05 WDR-IMAGE-PARTS REDEFINES WDR-RECORD-IMAGE.
               10 WDR-STUDENT-NUMBER PIC 9(6).
               10 FILLER PIC X(6).
               10 WDR-STUDENT-NAME PIC X(40).
               10 WDR-PROGRAM-OF-STUDY PIC X(5).
               10 FILLER PIC X(50).
           05 WDR-WITHDRAWAL-DATE PIC 9(8).
           05 WDR-PRORATED-CHARGE PIC 9(6)V99.

       FD  TAX-RECEIPT-FILE.
       01  TAX-RECEIPT-LINE PIC X(80).

      * same record layout RETENTION-PURGE.cbl reads
       FD  RETENTION-RULES-FILE.
       01  RETENTION-RULE-RECORD.
           05 RTN-FILE-NAME PIC X(24).
           05 RTN-YEARS-KEPT PIC X(2).

      * fixed-format submission file - HDR, one DTL per receipt,
      * TRL - laid out in FILING-HEADER-WS, FILING-DETAIL-WS and
      * FILING-TRAILER-WS below
       FD  TAX-FILING-FILE.
       01  TAX-FILING-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

           COPY CREATE-TBL.
           COPY CHECK-DIGIT.

      *    one entry per student with a receipt on the register for
      *    the year or any payment activity in it - the year's net
      *    paid, the months enrolled, and the current receipt
       01  TAX-STUDENT-TABLE.
           05  TXS-COUNT-WS PIC 9(4) VALUE 0.
           05  TXS-ENTRY-WS OCCURS 1 TO 3000 TIMES
                   DEPENDING ON TXS-COUNT-WS.
               10 TXS-NUMBER-WS PIC 9(6).
               10 TXS-PAID-WS PIC S9(7)V99.
               10 TXS-MONTH-WS PIC X(1) OCCURS 12 TIMES.
               10 TXS-MONTHS-WS PIC 9(2).
               10 TXS-NAME-WS PIC X(40).
               10 TXS-PROGRAM-WS PIC X(5).
               10 TXS-RECEIPT-WS PIC 9(6).
               10 TXS-RECEIPT-AMOUNT-WS PIC 9(6)V99.
               10 TXS-RECEIPT-MONTHS-WS PIC 9(2).
      *        what this run does: ORIG, AMEND, or spaces for
      *        nothing new
               10 TXS-ACTION-WS PIC X(6).

       01  FLAG-FIELDS.
           05 EOF-TBL-FLAG PIC X(3) VALUE "NO".
           05 EOF-REG-FLAG PIC X(3) VALUE "NO".
           05 EOF-HIST-FLAG PIC X(3) VALUE "NO".
           05 EOF-REF-FLAG PIC X(3) VALUE "NO".
           05 EOF-CRSH-FLAG PIC X(3) VALUE "NO".
           05 EOF-WDR-FLAG PIC X(3) VALUE "NO".
      *    set when the year's students exceed the table - a half-
      *    built table would issue receipts short, so nothing is
      *    issued or reprinted
           05 LOAD-OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 TXS-FOUND-FLAG PIC X(3) VALUE "NO".
           05 YEAR-OK-FLAG PIC X(3) VALUE "NO".
           05 CANCELLED-FLAG PIC X(3) VALUE "NO".
           05 REPRINT-DONE-FLAG PIC X(3) VALUE "NO".
           05 EOF-RTN-FLAG PIC X(3) VALUE "NO".
      *    set when the tax year starts before the payment history
      *    retention cut-off - reprints only
           05 HISTORY-PURGED-FLAG PIC X(3) VALUE "NO".

       01  TODAY-WS.
           05 TODAY-YEAR-WS PIC 9(4).
           05 FILLER PIC 9(4).
       01  TODAY-DATE-WS REDEFINES TODAY-WS PIC 9(8).

       01  TAX-YEAR-WS PIC 9(4) VALUE 0.
       01  TAX-YEAR-X-WS REDEFINES TAX-YEAR-WS PIC X(4).

      *    the oldest payment date RETENTION-PURGE leaves on
      *    PAYMENT-HISTORY.txt under today's rule, and the first day
      *    of the tax year held against it
       01  HISTORY-YEARS-KEPT-WS PIC 9(2) VALUE 0.
       01  HISTORY-CUTOFF-WS PIC 9(8) VALUE 0.
       01  TAX-YEAR-START-WS PIC 9(8) VALUE 0.

      *    every numeric entry is taken as text and only moved once
      *    it tests numeric, the same re-prompt loop project1.cbl's
      *    PROMPT-USER-INPUT uses
       01  ENTRY-CHECK-WS PIC X(6) JUSTIFIED RIGHT.
       01  INPUT-NUMBER-WS PIC 9(6).
       01  MODE-INPUT-WS PIC X(1).
       01  CONFIRM-PROMPT.
           05 CONFIRM-INPUT PIC A(1).

       01  TXS-SUB-WS PIC 9(4).
       01  MONTH-SUB-WS PIC 9(2).
       01  FIRST-MONTH-WS PIC 9(2).
       01  LAST-MONTH-WS PIC 9(2).
       01  SEARCH-NUMBER-WS PIC 9(6).
       01  HIGHEST-RECEIPT-WS PIC 9(6) VALUE 0.
       01  ISSUE-RECEIPT-WS PIC 9(6).
       01  ISSUE-AMOUNT-WS PIC 9(6)V99.
       01  ISSUE-TYPE-WS PIC X(6).
       01  ISSUE-REPLACES-WS PIC 9(6).
       01  ISSUE-MONTHS-WS PIC 9(2).

       01  STUDENTS-READ-WS PIC 9(5) VALUE 0.
       01  ORIGINALS-COUNT-WS PIC 9(5) VALUE 0.
       01  AMENDED-COUNT-WS PIC 9(5) VALUE 0.
       01  UNCHANGED-COUNT-WS PIC 9(5) VALUE 0.
       01  REPRINT-COUNT-WS PIC 9(5) VALUE 0.
       01  RECEIPTS-WRITTEN-WS PIC 9(5) VALUE 0.
      *    students whose reversals and refunds came to more than
      *    they paid in the year - receipted at zero, if at all
       01  NEGATIVE-NET-COUNT-WS PIC 9(5) VALUE 0.
      *    course-history terms for the year whose last letter is
      *    not W, S or F - their months cannot be placed
       01  UNKNOWN-TERM-COUNT-WS PIC 9(5) VALUE 0.
       01  FILING-COUNT-WS PIC 9(6) VALUE 0.
       01  FILING-TOTAL-WS PIC 9(9)V99 VALUE 0.

       01  RECEIPT-TITLE-LINE-WS.
           05 FILLER PIC X(40) VALUE "TUITION TAX RECEIPT".
           05 FILLER PIC X(10) VALUE "TAX YEAR: ".
           05 RCP-TAX-YEAR PIC 9(4).

       01  RECEIPT-NUMBER-LINE-WS.
           05 FILLER PIC X(12) VALUE "RECEIPT NO: ".
           05 RCP-RECEIPT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCP-RECEIPT-STATUS PIC X(40).

       01  RECEIPT-STUDENT-LINE-WS.
           05 FILLER PIC X(12) VALUE "STUDENT:    ".
           05 RCP-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCP-STUDENT-NAME PIC X(40).

       01  RECEIPT-PROGRAM-LINE-WS.
           05 FILLER PIC X(12) VALUE "PROGRAM:    ".
           05 RCP-PROGRAM-CODE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RCP-PROGRAM-NAME PIC X(20).

       01  RECEIPT-MONTHS-LINE-WS.
           05 FILLER PIC X(29) VALUE "MONTHS OF ENROLMENT IN YEAR: ".
           05 RCP-MONTHS PIC Z9.

       01  RECEIPT-AMOUNT-LINE-WS.
           05 FILLER PIC X(29) VALUE "ELIGIBLE TUITION PAID:       ".
           05 RCP-AMOUNT PIC ZZZ,ZZ9.99.

       01  RECEIPT-ISSUED-LINE-WS.
           05 FILLER PIC X(29) VALUE "ISSUED:                      ".
           05 RCP-ISSUED-DATE PIC 9(8).

       01  RECEIPT-TRAILER-LINE-WS.
           05 RCP-TRAILER-LABEL-WS PIC X(36).
           05 RCP-TRAILER-VALUE-WS PIC ZZZ,ZZZ,ZZ9.99.

       01  FILING-HEADER-WS.
           05 FLH-RECORD-TYPE PIC X(3) VALUE "HDR".
           05 FLH-TAX-YEAR PIC 9(4).
           05 FLH-CREATED-DATE PIC 9(8).
           05 FILLER PIC X(65) VALUE SPACES.

       01  FILING-DETAIL-WS.
           05 FLD-RECORD-TYPE PIC X(3) VALUE "DTL".
           05 FLD-RECEIPT-NUMBER PIC 9(6).
           05 FLD-RECEIPT-TYPE PIC X(6).
           05 FLD-REPLACES PIC 9(6).
           05 FLD-STUDENT-NUMBER PIC 9(6).
           05 FLD-STUDENT-NAME PIC X(40).
           05 FLD-MONTHS PIC 9(2).
           05 FLD-AMOUNT PIC 9(6)V99.
           05 FILLER PIC X(3) VALUE SPACES.

       01  FILING-TRAILER-WS.
           05 FLT-RECORD-TYPE PIC X(3) VALUE "TRL".
           05 FLT-RECEIPT-COUNT PIC 9(6).
           05 FLT-ORIGINAL-COUNT PIC 9(6).
           05 FLT-AMENDED-COUNT PIC 9(6).
           05 FLT-AMOUNT-TOTAL PIC 9(9)V99.
           05 FILLER PIC X(48) VALUE SPACES.

           COPY RUN-LOG.

       PROCEDURE DIVISION.

       PERFORM 140-LOG-RUN-START.
       ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD.
       PERFORM 150-PROMPT-TAX-YEAR UNTIL YEAR-OK-FLAG = "YES"
           OR CANCELLED-FLAG = "YES".
       IF CANCELLED-FLAG = "YES"
           DISPLAY "No receipts issued"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
       ELSE
           PERFORM 100-LOAD-PROGRAMS
           PERFORM 170-CHECK-RETENTION
           PERFORM 200-LOAD-REGISTER
           PERFORM 210-TOTAL-HISTORY
           PERFORM 220-TOTAL-REFUNDS
           PERFORM 230-COUNT-MONTHS
           PERFORM 240-NAME-STUDENTS
           IF LOAD-OVERFLOW-FLAG = "YES"
               DISPLAY "More than 3000 students for the year - "
                   "NO RECEIPTS ISSUED OR REPRINTED"
               MOVE "REJECTED" TO RUN-LOG-STATUS-WS
               PERFORM 145-LOG-RUN-END
           ELSE
               PERFORM 160-PROMPT-MODE
               IF MODE-INPUT-WS = "I" OR "i"
                   PERFORM 300-ISSUE-RECEIPTS
               ELSE
                   PERFORM 500-REPRINT-RECEIPTS
               END-IF
               PERFORM 145-LOG-RUN-END
           END-IF
       END-IF.

       STOP RUN.

      *    STARTED goes on the shared run-log before any work - a
      *    run that abends leaves this record with no completion
      *    after it
       140-LOG-RUN-START.
           MOVE "TAX-RECEIPTS" TO RUN-LOG-PROGRAM-WS.
           MOVE "STARTED" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           MOVE 0 TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    completion record - the caller has already set
      *    RUN-LOG-STATUS-WS.  Written counts the receipts printed,
      *    exceptions the students netted below zero.
       145-LOG-RUN-END.
           MOVE "TAX-RECEIPTS" TO RUN-LOG-PROGRAM-WS.
           MOVE STUDENTS-READ-WS TO RUN-LOG-READ-WS.
           MOVE RECEIPTS-WRITTEN-WS TO RUN-LOG-WRITE-WS.
           MOVE NEGATIVE-NET-COUNT-WS TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    loads the program catalog the same way
      *    Project3_Part3.cbl does, with the same OCCURS 1 TO 200
      *    bound guard
       100-LOAD-PROGRAMS.
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

      *    only a year that has ended can be receipted - a year still
      *    running would be receipted short
       150-PROMPT-TAX-YEAR.
           MOVE SPACES TO ENTRY-CHECK-WS.
           PERFORM UNTIL ENTRY-CHECK-WS IS NUMERIC
               DISPLAY "Enter the tax year (YYYY, 0 to exit)"
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
           MOVE ENTRY-CHECK-WS TO INPUT-NUMBER-WS.
           EVALUATE TRUE
               WHEN INPUT-NUMBER-WS = 0
                   MOVE "YES" TO CANCELLED-FLAG
               WHEN INPUT-NUMBER-WS < 1900
                   DISPLAY "Not a year - try again"
               WHEN INPUT-NUMBER-WS NOT < TODAY-YEAR-WS
                   DISPLAY "Year " INPUT-NUMBER-WS " has not ended - "
                       "it cannot be receipted yet"
               WHEN OTHER
                   MOVE INPUT-NUMBER-WS TO TAX-YEAR-WS
                   MOVE "YES" TO YEAR-OK-FLAG
           END-EVALUATE.

       160-PROMPT-MODE.
           MOVE SPACES TO MODE-INPUT-WS.
           PERFORM UNTIL MODE-INPUT-WS = "I" OR "i" OR "R" OR "r"
               DISPLAY "I = issue receipts for " TAX-YEAR-WS
                   ", R = reprint a receipt"
               ACCEPT MODE-INPUT-WS
               IF MODE-INPUT-WS NOT = "I" AND "i" AND "R" AND "r"
                   DISPLAY "Invalid entry - I or R, try again"
               END-IF
               IF (MODE-INPUT-WS = "I" OR "i")
                       AND HISTORY-PURGED-FLAG = "YES"
                   DISPLAY "Payment history before "
                       HISTORY-CUTOFF-WS " may be archived - "
                       TAX-YEAR-WS " can only be reprinted"
                   MOVE SPACES TO MODE-INPUT-WS
               END-IF
           END-PERFORM.

      *    a year starting before the PAYMENT-HISTORY.txt cut-off
      *    is no longer whole on file, so it cannot be issued.  The
      *    cut-off is worked out from today the way RETENTION-PURGE
      *    works it out, which is never earlier than the one any
      *    past purge under the same rule used.
       170-CHECK-RETENTION.
           OPEN INPUT RETENTION-RULES-FILE.
           PERFORM UNTIL EOF-RTN-FLAG = "YES"
               READ RETENTION-RULES-FILE
                   AT END MOVE "YES" TO EOF-RTN-FLAG
                   NOT AT END
                       IF RTN-FILE-NAME = "PAYMENT-HISTORY.txt"
                               AND RTN-YEARS-KEPT IS NUMERIC
                               AND RTN-YEARS-KEPT NOT = "00"
                           MOVE RTN-YEARS-KEPT
                               TO HISTORY-YEARS-KEPT-WS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETENTION-RULES-FILE.
           IF HISTORY-YEARS-KEPT-WS > 0
               COMPUTE HISTORY-CUTOFF-WS = TODAY-DATE-WS
                   - HISTORY-YEARS-KEPT-WS * 10000
               COMPUTE TAX-YEAR-START-WS = TAX-YEAR-WS * 10000 + 0101
               IF TAX-YEAR-START-WS < HISTORY-CUTOFF-WS
                   MOVE "YES" TO HISTORY-PURGED-FLAG
               END-IF
           END-IF.

      *    finds the student's entry in the year's table and leaves
      *    TXS-SUB-WS on it; 185 adds one when there is none yet
       180-FIND-STUDENT.
           MOVE "NO" TO TXS-FOUND-FLAG.
           PERFORM VARYING TXS-SUB-WS FROM 1 BY 1
                   UNTIL TXS-SUB-WS > TXS-COUNT-WS
                   OR TXS-FOUND-FLAG = "YES"
               IF TXS-NUMBER-WS(TXS-SUB-WS) = SEARCH-NUMBER-WS
                   MOVE "YES" TO TXS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF TXS-FOUND-FLAG = "YES"
               SUBTRACT 1 FROM TXS-SUB-WS
           END-IF.

       185-ADD-STUDENT.
           PERFORM 180-FIND-STUDENT.
           IF TXS-FOUND-FLAG = "NO"
               IF TXS-COUNT-WS >= 3000
                   MOVE "YES" TO LOAD-OVERFLOW-FLAG
                   MOVE 0 TO TXS-SUB-WS
               ELSE
                   ADD 1 TO TXS-COUNT-WS
                   MOVE TXS-COUNT-WS TO TXS-SUB-WS
                   MOVE SEARCH-NUMBER-WS TO TXS-NUMBER-WS(TXS-SUB-WS)
                   MOVE 0 TO TXS-PAID-WS(TXS-SUB-WS)
                   PERFORM VARYING MONTH-SUB-WS FROM 1 BY 1
                           UNTIL MONTH-SUB-WS > 12
                       MOVE "N"
                           TO TXS-MONTH-WS(TXS-SUB-WS, MONTH-SUB-WS)
                   END-PERFORM
                   MOVE 0 TO TXS-MONTHS-WS(TXS-SUB-WS)
                   MOVE SPACES TO TXS-NAME-WS(TXS-SUB-WS)
                   MOVE SPACES TO TXS-PROGRAM-WS(TXS-SUB-WS)
                   MOVE 0 TO TXS-RECEIPT-WS(TXS-SUB-WS)
                   MOVE 0 TO TXS-RECEIPT-AMOUNT-WS(TXS-SUB-WS)
                   MOVE 0 TO TXS-RECEIPT-MONTHS-WS(TXS-SUB-WS)
                   MOVE SPACES TO TXS-ACTION-WS(TXS-SUB-WS)
                   ADD 1 TO STUDENTS-READ-WS
                   MOVE "YES" TO TXS-FOUND-FLAG
               END-IF
           END-IF.

      *    the register is read whole: the highest receipt number of
      *    any year sets the next one, and for the year being run
      *    the last ORIG or AMEND per student is the receipt that
      *    currently stands
       200-LOAD-REGISTER.
           OPEN INPUT RECEIPT-REGISTER-FILE.
           PERFORM UNTIL EOF-REG-FLAG = "YES"
               READ RECEIPT-REGISTER-FILE
                   AT END MOVE "YES" TO EOF-REG-FLAG
                   NOT AT END
                       IF TXR-RECEIPT-NUMBER > HIGHEST-RECEIPT-WS
                           MOVE TXR-RECEIPT-NUMBER
                               TO HIGHEST-RECEIPT-WS
                       END-IF
                       IF TXR-TAX-YEAR = TAX-YEAR-WS
                               AND TXR-TYPE NOT = "REPRNT"
                           MOVE TXR-STUDENT-NUMBER TO SEARCH-NUMBER-WS
                           PERFORM 185-ADD-STUDENT
                           IF TXS-FOUND-FLAG = "YES"
                               MOVE TXR-RECEIPT-NUMBER
                                   TO TXS-RECEIPT-WS(TXS-SUB-WS)
                               MOVE TXR-AMOUNT
                                   TO TXS-RECEIPT-AMOUNT-WS(TXS-SUB-WS)
                               MOVE TXR-MONTHS
                                   TO TXS-RECEIPT-MONTHS-WS(TXS-SUB-WS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECEIPT-REGISTER-FILE.

      *    payments add, reversals take back - by the date the money
      *    was paid, not the day it posted
       210-TOTAL-HISTORY.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           PERFORM UNTIL EOF-HIST-FLAG = "YES"
               READ PAYMENT-HISTORY-FILE
                   AT END MOVE "YES" TO EOF-HIST-FLAG
                   NOT AT END
                       IF HIST-PAYMENT-YEAR = TAX-YEAR-WS
                           PERFORM 215-POST-ONE-HISTORY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-HISTORY-FILE.

       215-POST-ONE-HISTORY.
           IF HIST-TYPE = "PAY" OR HIST-TYPE = SPACES
                   OR HIST-TYPE = "REV"
               MOVE HIST-STUDENT-NUMBER TO SEARCH-NUMBER-WS
               PERFORM 185-ADD-STUDENT
               IF TXS-FOUND-FLAG = "YES"
                   IF HIST-TYPE = "REV"
                       SUBTRACT HIST-AMOUNT FROM TXS-PAID-WS(TXS-SUB-WS)
                   ELSE
                       ADD HIST-AMOUNT TO TXS-PAID-WS(TXS-SUB-WS)
                   END-IF
               END-IF
           END-IF.

      *    every refund record dated in the year came off a payment
      *    made in it, or is a waived late fee's paid part handed
      *    back in it
       220-TOTAL-REFUNDS.
           OPEN INPUT REFUNDS-DUE-FILE.
           PERFORM UNTIL EOF-REF-FLAG = "YES"
               READ REFUNDS-DUE-FILE
                   AT END MOVE "YES" TO EOF-REF-FLAG
                   NOT AT END
                       IF REF-PAYMENT-YEAR = TAX-YEAR-WS
                           MOVE REF-STUDENT-NUMBER TO SEARCH-NUMBER-WS
                           PERFORM 185-ADD-STUDENT
                           IF TXS-FOUND-FLAG = "YES"
                               SUBTRACT REF-EXCESS
                                   FROM TXS-PAID-WS(TXS-SUB-WS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFUNDS-DUE-FILE.

      *    marks the four months of each of the year's terms a
      *    student has courses archived under - a student with
      *    courses but no payment activity gets no receipt, so only
      *    students already in the table are looked at
       230-COUNT-MONTHS.
           OPEN INPUT COURSE-HISTORY-FILE.
           PERFORM UNTIL EOF-CRSH-FLAG = "YES"
               READ COURSE-HISTORY-FILE
                   AT END MOVE "YES" TO EOF-CRSH-FLAG
                   NOT AT END
                       IF CRSH-TERM-YEAR = TAX-YEAR-X-WS
                           PERFORM 235-MARK-TERM-MONTHS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-HISTORY-FILE.

       235-MARK-TERM-MONTHS.
           EVALUATE CRSH-TERM-SEASON
               WHEN "W"
                   MOVE 1 TO FIRST-MONTH-WS
               WHEN "S"
                   MOVE 5 TO FIRST-MONTH-WS
               WHEN "F"
                   MOVE 9 TO FIRST-MONTH-WS
               WHEN OTHER
                   MOVE 0 TO FIRST-MONTH-WS
                   ADD 1 TO UNKNOWN-TERM-COUNT-WS
           END-EVALUATE.
           IF FIRST-MONTH-WS > 0
               MOVE CRSH-STUDENT-NUMBER TO SEARCH-NUMBER-WS
               PERFORM 180-FIND-STUDENT
               IF TXS-FOUND-FLAG = "YES"
                   ADD 3 TO FIRST-MONTH-WS GIVING LAST-MONTH-WS
                   PERFORM VARYING MONTH-SUB-WS FROM FIRST-MONTH-WS
                           BY 1 UNTIL MONTH-SUB-WS > LAST-MONTH-WS
                       MOVE "Y"
                           TO TXS-MONTH-WS(TXS-SUB-WS, MONTH-SUB-WS)
                   END-PERFORM
               END-IF
           END-IF.

      *    name and program off the withdrawn file first, then off
      *    the master, so a student still on the master shows as the
      *    master has them now; the month flags are counted up here
      *    too
       240-NAME-STUDENTS.
           OPEN INPUT WITHDRAWN-STUDENTS-FILE.
           PERFORM UNTIL EOF-WDR-FLAG = "YES"
               READ WITHDRAWN-STUDENTS-FILE
                   AT END MOVE "YES" TO EOF-WDR-FLAG
                   NOT AT END
                       MOVE WDR-STUDENT-NUMBER TO SEARCH-NUMBER-WS
                       PERFORM 180-FIND-STUDENT
                       IF TXS-FOUND-FLAG = "YES"
                           MOVE WDR-STUDENT-NAME
                               TO TXS-NAME-WS(TXS-SUB-WS)
                           MOVE WDR-PROGRAM-OF-STUDY
                               TO TXS-PROGRAM-WS(TXS-SUB-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WITHDRAWN-STUDENTS-FILE.

           OPEN INPUT STUDENT-RECORDS-FILE.
           PERFORM VARYING TXS-SUB-WS FROM 1 BY 1
                   UNTIL TXS-SUB-WS > TXS-COUNT-WS
               MOVE TXS-NUMBER-WS(TXS-SUB-WS) TO STUDENT-NUMBER
               READ STUDENT-RECORDS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STUDENT-NAME TO TXS-NAME-WS(TXS-SUB-WS)
                       MOVE PROGRAM-OF-STUDY
                           TO TXS-PROGRAM-WS(TXS-SUB-WS)
               END-READ
               PERFORM VARYING MONTH-SUB-WS FROM 1 BY 1
                       UNTIL MONTH-SUB-WS > 12
                   IF TXS-MONTH-WS(TXS-SUB-WS, MONTH-SUB-WS) = "Y"
                       ADD 1 TO TXS-MONTHS-WS(TXS-SUB-WS)
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE STUDENT-RECORDS-FILE.

      *    decides every student's receipt, has the operator confirm
      *    the counts, then prints, files and registers them
       300-ISSUE-RECEIPTS.
           PERFORM 310-DECIDE-ONE-STUDENT
               VARYING TXS-SUB-WS FROM 1 BY 1
               UNTIL TXS-SUB-WS > TXS-COUNT-WS.
           DISPLAY "Tax year " TAX-YEAR-WS ": " ORIGINALS-COUNT-WS
               " original and " AMENDED-COUNT-WS
               " amended receipt(s) to issue, " UNCHANGED-COUNT-WS
               " already issued and unchanged.".
           DISPLAY "Proceed ? Y/N".
           ACCEPT CONFIRM-INPUT.
           IF CONFIRM-INPUT = "Y" OR "y"
               PERFORM 320-OPEN-RECEIPT-FILES
               PERFORM 330-ISSUE-ONE-STUDENT
                   VARYING TXS-SUB-WS FROM 1 BY 1
                   UNTIL TXS-SUB-WS > TXS-COUNT-WS
               PERFORM 340-CLOSE-RECEIPT-FILES
               DISPLAY "RECEIPTS COMPLETE - " RECEIPTS-WRITTEN-WS
                   " RECEIPT(S) ISSUED FOR TAX YEAR " TAX-YEAR-WS
               MOVE "NORMAL" TO RUN-LOG-STATUS-WS
           ELSE
               DISPLAY "Receipts cancelled - nothing issued"
               MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           END-IF.

      *    a net below zero is floored - nothing was paid - and a
      *    receipt already standing at the same amount and months
      *    needs nothing new
       310-DECIDE-ONE-STUDENT.
           IF TXS-PAID-WS(TXS-SUB-WS) < 0
               ADD 1 TO NEGATIVE-NET-COUNT-WS
               MOVE 0 TO TXS-PAID-WS(TXS-SUB-WS)
           END-IF.
           EVALUATE TRUE
               WHEN TXS-RECEIPT-WS(TXS-SUB-WS) = 0
                       AND TXS-PAID-WS(TXS-SUB-WS) = 0
                   MOVE SPACES TO TXS-ACTION-WS(TXS-SUB-WS)
               WHEN TXS-RECEIPT-WS(TXS-SUB-WS) = 0
                   MOVE "ORIG" TO TXS-ACTION-WS(TXS-SUB-WS)
                   ADD 1 TO ORIGINALS-COUNT-WS
               WHEN TXS-PAID-WS(TXS-SUB-WS)
                       = TXS-RECEIPT-AMOUNT-WS(TXS-SUB-WS)
                       AND TXS-MONTHS-WS(TXS-SUB-WS)
                       = TXS-RECEIPT-MONTHS-WS(TXS-SUB-WS)
                   MOVE SPACES TO TXS-ACTION-WS(TXS-SUB-WS)
                   ADD 1 TO UNCHANGED-COUNT-WS
               WHEN OTHER
                   MOVE "AMEND" TO TXS-ACTION-WS(TXS-SUB-WS)
                   ADD 1 TO AMENDED-COUNT-WS
           END-EVALUATE.

       320-OPEN-RECEIPT-FILES.
           OPEN OUTPUT TAX-RECEIPT-FILE.
           OPEN OUTPUT TAX-FILING-FILE.
           OPEN EXTEND RECEIPT-REGISTER-FILE.
           MOVE TAX-YEAR-WS TO FLH-TAX-YEAR.
           MOVE TODAY-DATE-WS TO FLH-CREATED-DATE.
           WRITE TAX-FILING-RECORD FROM FILING-HEADER-WS.

       330-ISSUE-ONE-STUDENT.
           IF TXS-ACTION-WS(TXS-SUB-WS) NOT = SPACES
               ADD 1 TO HIGHEST-RECEIPT-WS
               MOVE HIGHEST-RECEIPT-WS TO ISSUE-RECEIPT-WS
               MOVE TXS-ACTION-WS(TXS-SUB-WS) TO ISSUE-TYPE-WS
               MOVE TXS-RECEIPT-WS(TXS-SUB-WS) TO ISSUE-REPLACES-WS
               MOVE TXS-PAID-WS(TXS-SUB-WS) TO ISSUE-AMOUNT-WS
               MOVE TXS-MONTHS-WS(TXS-SUB-WS) TO ISSUE-MONTHS-WS
               PERFORM 350-PRINT-RECEIPT
               PERFORM 360-WRITE-REGISTER
               MOVE ISSUE-RECEIPT-WS TO FLD-RECEIPT-NUMBER
               MOVE ISSUE-TYPE-WS TO FLD-RECEIPT-TYPE
               MOVE ISSUE-REPLACES-WS TO FLD-REPLACES
               MOVE TXS-NUMBER-WS(TXS-SUB-WS) TO FLD-STUDENT-NUMBER
               MOVE TXS-NAME-WS(TXS-SUB-WS) TO FLD-STUDENT-NAME
               MOVE ISSUE-MONTHS-WS TO FLD-MONTHS
               MOVE ISSUE-AMOUNT-WS TO FLD-AMOUNT
               WRITE TAX-FILING-RECORD FROM FILING-DETAIL-WS
               ADD 1 TO FILING-COUNT-WS
               ADD ISSUE-AMOUNT-WS TO FILING-TOTAL-WS
           END-IF.

      *    filing trailer and the printed control totals - the two
      *    must agree with each other and with the register
       340-CLOSE-RECEIPT-FILES.
           MOVE FILING-COUNT-WS TO FLT-RECEIPT-COUNT.
           MOVE ORIGINALS-COUNT-WS TO FLT-ORIGINAL-COUNT.
           MOVE AMENDED-COUNT-WS TO FLT-AMENDED-COUNT.
           MOVE FILING-TOTAL-WS TO FLT-AMOUNT-TOTAL.
           WRITE TAX-FILING-RECORD FROM FILING-TRAILER-WS.

           MOVE SPACES TO TAX-RECEIPT-LINE.
           WRITE TAX-RECEIPT-LINE.
           MOVE "ORIGINAL RECEIPTS ISSUED:" TO RCP-TRAILER-LABEL-WS.
           MOVE ORIGINALS-COUNT-WS TO RCP-TRAILER-VALUE-WS.
           WRITE TAX-RECEIPT-LINE FROM RECEIPT-TRAILER-LINE-WS.
           MOVE "AMENDED RECEIPTS ISSUED:" TO RCP-TRAILER-LABEL-WS.
           MOVE AMENDED-COUNT-WS TO RCP-TRAILER-VALUE-WS.
           WRITE TAX-RECEIPT-LINE FROM RECEIPT-TRAILER-LINE-WS.
           MOVE "ALREADY ISSUED - UNCHANGED:" TO RCP-TRAILER-LABEL-WS.
           MOVE UNCHANGED-COUNT-WS TO RCP-TRAILER-VALUE-WS.
           WRITE TAX-RECEIPT-LINE FROM RECEIPT-TRAILER-LINE-WS.
           MOVE "TOTAL ELIGIBLE TUITION RECEIPTED:"
               TO RCP-TRAILER-LABEL-WS.
           MOVE FILING-TOTAL-WS TO RCP-TRAILER-VALUE-WS.
           WRITE TAX-RECEIPT-LINE FROM RECEIPT-TRAILER-LINE-WS.
           MOVE "STUDENTS NETTED BELOW ZERO:" TO RCP-TRAILER-LABEL-WS.
           MOVE NEGATIVE-NET-COUNT-WS TO RCP-TRAILER-VALUE-WS.
           WRITE TAX-RECEIPT-LINE FROM RECEIPT-TRAILER-LINE-WS.
           MOVE "TERMS NOT W/S/F - MONTHS NOT COUNTED:"
               TO RCP-TRAILER-LABEL-WS.
           MOVE UNKNOWN-TERM-COUNT-WS TO RCP-TRAILER-VALUE-WS.
           WRITE TAX-RECEIPT-LINE FROM RECEIPT-TRAILER-LINE-WS.

           CLOSE TAX-RECEIPT-FILE.
           CLOSE TAX-FILING-FILE.
           CLOSE RECEIPT-REGISTER-FILE.

      *    one receipt block - ISSUE-RECEIPT-WS is the number printed
      *    and registered, ISSUE-TYPE-WS says which kind it is
       350-PRINT-RECEIPT.
           MOVE TAX-YEAR-WS TO RCP-TAX-YEAR.
           WRITE TAX-RECEIPT-LINE FROM RECEIPT-TITLE-LINE-WS.
           MOVE ISSUE-RECEIPT-WS TO RCP-RECEIPT-NUMBER.
           EVALUATE ISSUE-TYPE-WS
               WHEN "ORIG"
                   MOVE "ORIGINAL" TO RCP-RECEIPT-STATUS
               WHEN "AMEND"
                   MOVE SPACES TO RCP-RECEIPT-STATUS
                   STRING "AMENDED - REPLACES RECEIPT NO "
                           DELIMITED BY SIZE
                       ISSUE-REPLACES-WS DELIMITED BY SIZE
                       INTO RCP-RECEIPT-STATUS
               WHEN OTHER
                   MOVE "DUPLICATE - REPRINT OF RECEIPT ISSUED"
                       TO RCP-RECEIPT-STATUS
           END-EVALUATE.
           WRITE TAX-RECEIPT-LINE FROM RECEIPT-NUMBER-LINE-WS.
           MOVE TXS-NUMBER-WS(TXS-SUB-WS) TO RCP-STUDENT-NUMBER.
           MOVE TXS-NAME-WS(TXS-SUB-WS) TO RCP-STUDENT-NAME.
           WRITE TAX-RECEIPT-LINE FROM RECEIPT-STUDENT-LINE-WS.
           MOVE TXS-PROGRAM-WS(TXS-SUB-WS) TO RCP-PROGRAM-CODE.
           MOVE SPACES TO RCP-PROGRAM-NAME.
           IF PROGRAM-COUNT-WS > 0
               SEARCH ALL PROGRAM-TABLE-WS
                   AT END
                       MOVE "NOT ON CATALOG" TO RCP-PROGRAM-NAME
                   WHEN PROGRAM-CODE-WS(PROGRAM-IDX)
                           = TXS-PROGRAM-WS(TXS-SUB-WS)
                       MOVE PROGRAM-NAME-WS(PROGRAM-IDX)
                           TO RCP-PROGRAM-NAME
               END-SEARCH
           END-IF.
           WRITE TAX-RECEIPT-LINE FROM RECEIPT-PROGRAM-LINE-WS.
           MOVE ISSUE-MONTHS-WS TO RCP-MONTHS.
           WRITE TAX-RECEIPT-LINE FROM RECEIPT-MONTHS-LINE-WS.
           MOVE ISSUE-AMOUNT-WS TO RCP-AMOUNT.
           WRITE TAX-RECEIPT-LINE FROM RECEIPT-AMOUNT-LINE-WS.
           MOVE TODAY-DATE-WS TO RCP-ISSUED-DATE.
           WRITE TAX-RECEIPT-LINE FROM RECEIPT-ISSUED-LINE-WS.
           MOVE ALL "-" TO TAX-RECEIPT-LINE.
           WRITE TAX-RECEIPT-LINE.
           ADD 1 TO RECEIPTS-WRITTEN-WS.

      *    the register line for what was just printed; an ORIG or
      *    AMEND becomes the student's standing receipt
       360-WRITE-REGISTER.
           MOVE ISSUE-RECEIPT-WS TO TXR-RECEIPT-NUMBER.
           MOVE TAX-YEAR-WS TO TXR-TAX-YEAR.
           MOVE TXS-NUMBER-WS(TXS-SUB-WS) TO TXR-STUDENT-NUMBER.
           MOVE ISSUE-TYPE-WS TO TXR-TYPE.
           MOVE ISSUE-AMOUNT-WS TO TXR-AMOUNT.
           MOVE ISSUE-MONTHS-WS TO TXR-MONTHS.
           MOVE TODAY-DATE-WS TO TXR-ISSUED-DATE.
           MOVE ISSUE-REPLACES-WS TO TXR-REPLACES.
           WRITE RECEIPT-REGISTER-RECORD.

      *    duplicates of receipts already standing - same number, same
      *    amount and months as issued, not as they would work out
      *    today; nothing goes on the filing extract
       500-REPRINT-RECEIPTS.
           OPEN OUTPUT TAX-RECEIPT-FILE.
           OPEN EXTEND RECEIPT-REGISTER-FILE.
           MOVE "NO" TO REPRINT-DONE-FLAG.
           PERFORM 510-REPRINT-ONE-RECEIPT
               UNTIL REPRINT-DONE-FLAG = "YES".
           CLOSE TAX-RECEIPT-FILE.
           CLOSE RECEIPT-REGISTER-FILE.
           DISPLAY "REPRINTS COMPLETE - " REPRINT-COUNT-WS
               " RECEIPT(S) REPRINTED FOR TAX YEAR " TAX-YEAR-WS.
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS.

       510-REPRINT-ONE-RECEIPT.
           PERFORM 710-PROMPT-STUDENT-NUMBER.
           IF INPUT-NUMBER-WS = 0
               MOVE "YES" TO REPRINT-DONE-FLAG
           ELSE
               MOVE INPUT-NUMBER-WS TO SEARCH-NUMBER-WS
               PERFORM 180-FIND-STUDENT
               IF TXS-FOUND-FLAG = "NO"
                   DISPLAY "No receipt issued to " INPUT-NUMBER-WS
                       " for tax year " TAX-YEAR-WS
               ELSE
                   IF TXS-RECEIPT-WS(TXS-SUB-WS) = 0
                       DISPLAY "No receipt issued to " INPUT-NUMBER-WS
                           " for tax year " TAX-YEAR-WS
                   ELSE
                       MOVE "REPRNT" TO ISSUE-TYPE-WS
                       MOVE TXS-RECEIPT-WS(TXS-SUB-WS)
                           TO ISSUE-RECEIPT-WS
                       MOVE TXS-RECEIPT-WS(TXS-SUB-WS)
                           TO ISSUE-REPLACES-WS
                       MOVE TXS-RECEIPT-AMOUNT-WS(TXS-SUB-WS)
                           TO ISSUE-AMOUNT-WS
                       MOVE TXS-RECEIPT-MONTHS-WS(TXS-SUB-WS)
                           TO ISSUE-MONTHS-WS
                       PERFORM 350-PRINT-RECEIPT
                       PERFORM 360-WRITE-REGISTER
                       ADD 1 TO REPRINT-COUNT-WS
                       DISPLAY "Receipt " TXS-RECEIPT-WS(TXS-SUB-WS)
                           " reprinted for " TXS-NAME-WS(TXS-SUB-WS)
                   END-IF
               END-IF
           END-IF.

       710-PROMPT-STUDENT-NUMBER.
           MOVE "NO" TO CHK-VALID-FLAG-WS.
           MOVE SPACES TO ENTRY-CHECK-WS.
           PERFORM UNTIL CHK-VALID-FLAG-WS = "YES"
               PERFORM 715-PROMPT-NUMBER-DIGITS
      *        the check digit must verify before the number is
      *        used - a mis-keyed number dies here instead of
      *        reprinting the wrong student's receipt; 0 ends the
      *        reprints
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
               DISPLAY "Enter the student number to reprint "
                   "(0 to finish)"
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

       END PROGRAM TAX-RECEIPTS.
