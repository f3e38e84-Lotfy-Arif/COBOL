      ******************************************************************
      * Author:
      * Date:
      * Purpose: the collection letters collections has been writing
      *          by hand off the AR-AGING report.  Reads the aging
      *          result AR-AGING leaves on AR-AGING-EXTRACT.txt (run
      *          AR-AGING first) and prints one tiered letter per
      *          student behind: a friendly reminder at 30 days, a
      *          firm notice at 60, and a final notice before
      *          referral at 90-PLUS.  Each letter carries the
      *          balance, the last payment date and the student's
      *          installment-plan standing off PAYMENT-PLANS.txt
      *          (installments due to date against history PAY
      *          amounts less REV reversals, late fees and waivers
      *          left out, the PLAN-DELINQUENCY test), addressed
      *          from STUDENT-CONTACT.IDX when the student has a
      *          contact record.  Every letter sent is
      *          appended to DUNNING-HISTORY.txt with its tier and
      *          date: a student who already had the same tier this
      *          calendar month is not sent it again, and a student
      *          who has paid since the last letter drops out of the
      *          cycle - a tier-0 record closes the cycle so the next
      *          letter, if one is ever needed, starts afresh.  The
      *          DUNNING-REGISTER.TXT lists what was done for every
      *          student behind, with counts per tier.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING-LETTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    the aging result - one record per student owing, written
      *    by AR-AGING
           SELECT AGING-EXTRACT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\AR-AGING-EXTRACT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL - no plan file yet just means nobody is on a plan
           SELECT OPTIONAL PAYMENT-PLANS-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PAYMENT-PLANS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PAYMENT-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL - a student with no contact record still gets a
      *    letter, flagged on the register for hand addressing
           SELECT OPTIONAL CONTACT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\STUDENT-CONTACT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-STUDENT-NUMBER.

      *    every letter ever sent, appended each run - OPTIONAL so
      *    the first run starts it
           SELECT OPTIONAL DUNNING-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\DUNNING-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUNNING-LETTER-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\DUNNING-LETTERS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUNNING-REGISTER-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\DUNNING-REGISTER.TXT"
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
           05 AGX-BUCKET PIC 9(1).
           05 AGX-LAST-PAYMENT-DATE PIC 9(8).
           05 AGX-AS-OF-DATE PIC 9(8).

      * same record layout PAYMENT-PLAN-MAINT.cbl maintains
       FD  PAYMENT-PLANS-FILE.
       01  PAYMENT-PLAN-RECORD.
           05 PLAN-STUDENT-NUMBER PIC 9(6).
           05 PLAN-INSTALLMENT-AMOUNT PIC 9(4)V99.
           05 PLAN-DUE-DATE PIC 9(8).

      * same record layout PAYMENT-APPLICATION.cbl appends
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05 HIST-STUDENT-NUMBER PIC 9(6).
           05 HIST-AMOUNT PIC 9(4)V99.
           05 HIST-PAYMENT-DATE PIC 9(8).
           05 HIST-RESULTING-BALANCE PIC 9(4)V99.
           05 HIST-TYPE PIC X(3).
           05 HIST-POSTED-DATE PIC X(8).

      * same record layout CONTACT-MAINT.cbl maintains
       FD  CONTACT-FILE.
       01  CONTACT-RECORD.
           05 CON-STUDENT-NUMBER PIC 9(6).
           05 CON-STREET PIC X(30).
           05 CON-CITY PIC X(20).
           05 CON-PROVINCE PIC X(2).
           05 CON-POSTAL-CODE PIC X(6).
           05 CON-PHONE PIC X(10).
           05 CON-EMAIL PIC X(40).
           05 FILLER PIC X(6).

      * one letter sent - tier 1 friendly, 2 firm, 3 final; tier 0
      * closes the cycle for a student who paid after a letter
       FD  DUNNING-HISTORY-FILE.
       01  DUNNING-HISTORY-RECORD.
           05 DUN-STUDENT-NUMBER PIC 9(6).
           05 DUN-TIER PIC 9(1).
           05 DUN-LETTER-DATE PIC 9(8).
           05 DUN-BALANCE PIC 9(4)V99.

       FD  DUNNING-LETTER-FILE.
       01  DUNNING-LETTER-LINE PIC X(80).

       FD  DUNNING-REGISTER-FILE.
       01  DUNNING-REGISTER-LINE PIC X(95).

       WORKING-STORAGE SECTION.

      *    the whole plan file, loaded once up front
       01  PLAN-TABLE.
           05  PLAN-COUNT-WS PIC 9(4) VALUE 0.
           05  PLAN-ENTRY-WS OCCURS 1 TO 2000 TIMES
                   DEPENDING ON PLAN-COUNT-WS.
               10 PLN-NUMBER-WS PIC 9(6).
               10 PLN-AMOUNT-WS PIC 9(4)V99.
               10 PLN-DUE-DATE-WS PIC 9(8).

      *    the whole payment history - amount, type and who paid are
      *    all the plan standing needs
       01  HISTORY-TABLE.
           05  HIST-COUNT-WS PIC 9(4) VALUE 0.
           05  HIST-ENTRY-WS OCCURS 1 TO 2000 TIMES
                   DEPENDING ON HIST-COUNT-WS.
               10 HIST-NUMBER-WS PIC 9(6).
               10 HIST-AMOUNT-WS PIC 9(4)V99.
               10 HIST-TYPE-WS PIC X(3).

      *    the LATEST letter-history record per student - the file
      *    is appended in run order, so a later record replaces the
      *    student's entry as it loads
       01  LAST-LETTER-TABLE.
           05  LTR-COUNT-WS PIC 9(4) VALUE 0.
           05  LTR-ENTRY-WS OCCURS 1 TO 2000 TIMES
                   DEPENDING ON LTR-COUNT-WS.
               10 LTR-NUMBER-WS PIC 9(6).
               10 LTR-TIER-WS PIC 9(1).
               10 LTR-DATE-WS PIC 9(8).

       01  FLAG-FIELDS.
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 EOF-PLAN-FLAG PIC X(3) VALUE "NO".
           05 EOF-HIST-FLAG PIC X(3) VALUE "NO".
           05 EOF-LTR-FLAG PIC X(3) VALUE "NO".
      *    set when a file outgrew its table - a truncated letter
      *    history sends the same letter twice, a truncated plan or
      *    payment history misstates the plan, so the run refuses
      *    the same way PLAN-DELINQUENCY does on overflow
           05 LOAD-OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 LTR-FOUND-FLAG PIC X(3) VALUE "NO".
           05 ON-A-PLAN-FLAG PIC X(3) VALUE "NO".
           05 CONTACT-FOUND-FLAG PIC X(3) VALUE "NO".

       01  SUB-WS PIC 9(4).
       01  LTR-SUB-WS PIC 9(4).
       01  LTR-LOOKUP-WS PIC 9(6).
       01  TIER-WS PIC 9(1).
       01  AS-OF-DATE-WS PIC 9(8) VALUE 0.
       01  STUDENTS-READ-WS PIC 9(5) VALUE 0.
       01  LETTERS-SENT-WS PIC 9(5) VALUE 0.
       01  TIER-COUNT-WS PIC 9(5) OCCURS 3 TIMES VALUE 0.
       01  SAME-MONTH-COUNT-WS PIC 9(5) VALUE 0.
       01  PAID-SINCE-COUNT-WS PIC 9(5) VALUE 0.
       01  NO-ADDRESS-COUNT-WS PIC 9(5) VALUE 0.

      *    the month part of two dates, for the once-a-month test
       01  LAST-LETTER-DATE-WS.
           05 LAST-LETTER-YYYYMM-WS PIC 9(6).
           05 FILLER PIC 9(2).
       01  AS-OF-SPLIT-WS.
           05 AS-OF-YYYYMM-WS PIC 9(6).
           05 FILLER PIC 9(2).

      *    one student's plan arithmetic, the PLAN-DELINQUENCY test
       01  MATCH-FIELDS.
           05 DUE-TO-DATE-WS PIC 9(6)V99 VALUE 0.
           05 PAID-TO-DATE-WS PIC S9(6)V99 VALUE 0.
           05 SHORTFALL-WS PIC 9(6)V99 VALUE 0.

      *    the three tiers' opening paragraphs and titles
       01  TIER-TEXT-TABLE.
           05 FILLER PIC X(30) VALUE "PAYMENT REMINDER".
           05 FILLER PIC X(60) VALUE
               "Our records show your tuition account is past due.".
           05 FILLER PIC X(60) VALUE
               "If you have already paid, please ignore this notice.".
           05 FILLER PIC X(30) VALUE "SECOND NOTICE - PAST DUE".
           05 FILLER PIC X(60) VALUE
               "Your tuition account is now over 60 days past due.".
           05 FILLER PIC X(60) VALUE
               "Please pay in full or call Student Accounts.".
           05 FILLER PIC X(30) VALUE "FINAL NOTICE".
           05 FILLER PIC X(60) VALUE
               "Your tuition account is now over 90 days past due.".
           05 FILLER PIC X(60) VALUE
               "Unless it is paid it will be referred for collection.".
       01  TIER-TEXTS REDEFINES TIER-TEXT-TABLE.
           05 TIER-TEXT-WS OCCURS 3 TIMES.
               10 TIER-TITLE-WS PIC X(30).
               10 TIER-LINE-1-WS PIC X(60).
               10 TIER-LINE-2-WS PIC X(60).

      *    the letter body lines
       01  LETTER-AMOUNT-LINE-WS.
           05 FILLER PIC X(26) VALUE "Balance owing:            ".
           05 LTL-BALANCE PIC ZZ,ZZ9.99.
       01  LETTER-PAYMENT-LINE-WS.
           05 FILLER PIC X(26) VALUE "Last payment received:    ".
           05 LTL-LAST-PAYMENT PIC X(12).
       01  LETTER-PLAN-LINE-WS.
           05 FILLER PIC X(26) VALUE "Installment plan:         ".
           05 LTL-PLAN-STATUS PIC X(18).
           05 LTL-PLAN-SHORTFALL PIC X(10).
       01  LTL-SHORTFALL-EDIT-WS PIC ZZ,ZZ9.99.
       01  LETTER-ADDRESS-LINE-WS.
           05 LTL-CITY PIC X(20).
           05 FILLER PIC X(1) VALUE SPACES.
           05 LTL-PROVINCE PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LTL-POSTAL-CODE PIC X(6).
       01  LETTER-TITLE-LINE-WS.
           05 LTL-TITLE PIC X(30).
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "STUDENT: ".
           05 LTL-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(4) VALUE SPACES.
           05 LTL-DATE PIC 9(8).

       01  REGISTER-DETAIL-LINE-WS.
           05 DRG-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DRG-STUDENT-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DRG-BALANCE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DRG-ACTION PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DRG-NOTE PIC X(18).

       01  DRG-TRAILER-LINE-WS.
           05 DRG-TRAILER-LABEL-WS PIC X(26).
           05 DRG-TRAILER-VALUE-WS PIC ZZZZ9.

           COPY RUN-LOG.

       PROCEDURE DIVISION.

       PERFORM 140-LOG-RUN-START.
       PERFORM 100-LOAD-PLANS.
       PERFORM 110-LOAD-HISTORY.
       PERFORM 120-LOAD-LETTER-HISTORY.
       IF LOAD-OVERFLOW-FLAG = "YES"
           DISPLAY "PLANS, PAYMENT HISTORY OR LETTER HISTORY EXCEED "
               "THEIR TABLES - NO LETTERS PRODUCED"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
       ELSE
           PERFORM 200-OPEN-LETTER-FILES
           PERFORM 210-READ-AGING-EXTRACT
           PERFORM 300-DUN-ONE-STUDENT UNTIL EOF-FLAG = "YES"
           PERFORM 400-CLOSE-LETTER-FILES
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
       END-IF.

       STOP RUN.

      *    STARTED goes on the shared run-log before any work - a
      *    run that abends leaves this record with no completion
      *    after it
       140-LOG-RUN-START.
           MOVE "DUNNING-LETTERS" TO RUN-LOG-PROGRAM-WS.
           MOVE "STARTED" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           MOVE 0 TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    completion record - the caller has already set
      *    RUN-LOG-STATUS-WS.  Exceptions count the letters that
      *    went out with no address on file.
       145-LOG-RUN-END.
           MOVE "DUNNING-LETTERS" TO RUN-LOG-PROGRAM-WS.
           MOVE STUDENTS-READ-WS TO RUN-LOG-READ-WS.
           MOVE LETTERS-SENT-WS TO RUN-LOG-WRITE-WS.
           MOVE NO-ADDRESS-COUNT-WS TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

       100-LOAD-PLANS.
           OPEN INPUT PAYMENT-PLANS-FILE.
           PERFORM UNTIL EOF-PLAN-FLAG = "YES"
               READ PAYMENT-PLANS-FILE
                   AT END MOVE "YES" TO EOF-PLAN-FLAG
                   NOT AT END
                       IF PLAN-COUNT-WS >= 2000
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           MOVE "YES" TO EOF-PLAN-FLAG
                       ELSE
                           ADD 1 TO PLAN-COUNT-WS
                           MOVE PAYMENT-PLAN-RECORD
                               TO PLAN-ENTRY-WS(PLAN-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-PLANS-FILE.

       110-LOAD-HISTORY.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           PERFORM UNTIL EOF-HIST-FLAG = "YES"
               READ PAYMENT-HISTORY-FILE
                   AT END MOVE "YES" TO EOF-HIST-FLAG
                   NOT AT END
                       IF HIST-COUNT-WS >= 2000
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           MOVE "YES" TO EOF-HIST-FLAG
                       ELSE
                           ADD 1 TO HIST-COUNT-WS
                           MOVE HIST-STUDENT-NUMBER
                               TO HIST-NUMBER-WS(HIST-COUNT-WS)
                           MOVE HIST-AMOUNT
                               TO HIST-AMOUNT-WS(HIST-COUNT-WS)
                           MOVE HIST-TYPE
                               TO HIST-TYPE-WS(HIST-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-HISTORY-FILE.

      *    keeps only each student's latest letter - a student
      *    already in the table has the entry overwritten
       120-LOAD-LETTER-HISTORY.
           OPEN INPUT DUNNING-HISTORY-FILE.
           PERFORM UNTIL EOF-LTR-FLAG = "YES"
               READ DUNNING-HISTORY-FILE
                   AT END MOVE "YES" TO EOF-LTR-FLAG
                   NOT AT END
                       MOVE DUN-STUDENT-NUMBER TO LTR-LOOKUP-WS
                       PERFORM 700-FIND-LAST-LETTER
                       IF LTR-FOUND-FLAG = "NO"
                           IF LTR-COUNT-WS >= 2000
                               MOVE "YES" TO LOAD-OVERFLOW-FLAG
                               MOVE "YES" TO EOF-LTR-FLAG
                           ELSE
                               ADD 1 TO LTR-COUNT-WS
                               MOVE LTR-COUNT-WS TO LTR-SUB-WS
                               MOVE "YES" TO LTR-FOUND-FLAG
                           END-IF
                       END-IF
                       IF LTR-FOUND-FLAG = "YES"
                           MOVE DUN-STUDENT-NUMBER
                               TO LTR-NUMBER-WS(LTR-SUB-WS)
                           MOVE DUN-TIER TO LTR-TIER-WS(LTR-SUB-WS)
                           MOVE DUN-LETTER-DATE
                               TO LTR-DATE-WS(LTR-SUB-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DUNNING-HISTORY-FILE.

       200-OPEN-LETTER-FILES.
           OPEN INPUT AGING-EXTRACT-FILE.
           OPEN INPUT CONTACT-FILE.
           OPEN EXTEND DUNNING-HISTORY-FILE.
           OPEN OUTPUT DUNNING-LETTER-FILE.
           OPEN OUTPUT DUNNING-REGISTER-FILE.
           MOVE "COLLECTION LETTER REGISTER" TO DUNNING-REGISTER-LINE.
           WRITE DUNNING-REGISTER-LINE.
           MOVE SPACES TO DUNNING-REGISTER-LINE.
           WRITE DUNNING-REGISTER-LINE.

      *    the as-of date comes off the aging itself, so a letter is
      *    dated the day its balance was aged
       210-READ-AGING-EXTRACT.
           READ AGING-EXTRACT-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END
                   ADD 1 TO STUDENTS-READ-WS
                   MOVE AGX-AS-OF-DATE TO AS-OF-DATE-WS
           END-READ.

      *    bucket 1 (current) gets nothing.  Behind students: one who
      *    has paid since the last letter drops out and the cycle is
      *    closed; one who already had this tier this month is
      *    skipped; everyone else gets the tier for their bucket.
       300-DUN-ONE-STUDENT.
           IF AGX-BUCKET > 1
               COMPUTE TIER-WS = AGX-BUCKET - 1
               MOVE AGX-STUDENT-NUMBER TO LTR-LOOKUP-WS
               PERFORM 700-FIND-LAST-LETTER
               MOVE AGX-STUDENT-NUMBER TO DRG-STUDENT-NUMBER
               MOVE AGX-STUDENT-NAME TO DRG-STUDENT-NAME
               MOVE AGX-BALANCE TO DRG-BALANCE
               MOVE SPACES TO DRG-NOTE
               IF LTR-FOUND-FLAG = "YES"
                   MOVE LTR-DATE-WS(LTR-SUB-WS) TO LAST-LETTER-DATE-WS
               END-IF
               MOVE AS-OF-DATE-WS TO AS-OF-SPLIT-WS
               EVALUATE TRUE
                   WHEN LTR-FOUND-FLAG = "YES"
                           AND LTR-TIER-WS(LTR-SUB-WS) > 0
                           AND AGX-LAST-PAYMENT-DATE
                               > LTR-DATE-WS(LTR-SUB-WS)
                       PERFORM 320-CLOSE-PAID-CYCLE
                   WHEN LTR-FOUND-FLAG = "YES"
                           AND LTR-TIER-WS(LTR-SUB-WS) = TIER-WS
                           AND LAST-LETTER-YYYYMM-WS = AS-OF-YYYYMM-WS
                       MOVE "SKIPPED - SENT THIS MONTH" TO DRG-ACTION
                       ADD 1 TO SAME-MONTH-COUNT-WS
                   WHEN OTHER
                       PERFORM 310-SEND-LETTER
               END-EVALUATE
               WRITE DUNNING-REGISTER-LINE FROM REGISTER-DETAIL-LINE-WS
           END-IF.
           PERFORM 210-READ-AGING-EXTRACT.

       310-SEND-LETTER.
           PERFORM 500-WORK-OUT-PLAN-STATUS.
           PERFORM 600-PRINT-LETTER.
           MOVE AGX-STUDENT-NUMBER TO DUN-STUDENT-NUMBER.
           MOVE TIER-WS TO DUN-TIER.
           MOVE AS-OF-DATE-WS TO DUN-LETTER-DATE.
           MOVE AGX-BALANCE TO DUN-BALANCE.
           WRITE DUNNING-HISTORY-RECORD.
           ADD 1 TO LETTERS-SENT-WS.
           ADD 1 TO TIER-COUNT-WS(TIER-WS).
           EVALUATE TIER-WS
               WHEN 1 MOVE "SENT - REMINDER" TO DRG-ACTION
               WHEN 2 MOVE "SENT - SECOND NOTICE" TO DRG-ACTION
               WHEN 3 MOVE "SENT - FINAL NOTICE" TO DRG-ACTION
           END-EVALUATE.

      *    a payment after the last letter ends the cycle - the tier-0
      *    record dated today means a later slide back into arrears
      *    starts again at the letter for its bucket
       320-CLOSE-PAID-CYCLE.
           MOVE AGX-STUDENT-NUMBER TO DUN-STUDENT-NUMBER.
           MOVE 0 TO DUN-TIER.
           MOVE AS-OF-DATE-WS TO DUN-LETTER-DATE.
           MOVE AGX-BALANCE TO DUN-BALANCE.
           WRITE DUNNING-HISTORY-RECORD.
           MOVE "DROPPED - PAID SINCE" TO DRG-ACTION.
           ADD 1 TO PAID-SINCE-COUNT-WS.

       400-CLOSE-LETTER-FILES.
           MOVE SPACES TO DUNNING-REGISTER-LINE.
           WRITE DUNNING-REGISTER-LINE.

           MOVE "STUDENTS ON THE AGING:" TO DRG-TRAILER-LABEL-WS.
           MOVE STUDENTS-READ-WS TO DRG-TRAILER-VALUE-WS.
           WRITE DUNNING-REGISTER-LINE FROM DRG-TRAILER-LINE-WS.

           MOVE "REMINDERS (30 DAYS):" TO DRG-TRAILER-LABEL-WS.
           MOVE TIER-COUNT-WS(1) TO DRG-TRAILER-VALUE-WS.
           WRITE DUNNING-REGISTER-LINE FROM DRG-TRAILER-LINE-WS.

           MOVE "SECOND NOTICES (60 DAYS):" TO DRG-TRAILER-LABEL-WS.
           MOVE TIER-COUNT-WS(2) TO DRG-TRAILER-VALUE-WS.
           WRITE DUNNING-REGISTER-LINE FROM DRG-TRAILER-LINE-WS.

           MOVE "FINAL NOTICES (90-PLUS):" TO DRG-TRAILER-LABEL-WS.
           MOVE TIER-COUNT-WS(3) TO DRG-TRAILER-VALUE-WS.
           WRITE DUNNING-REGISTER-LINE FROM DRG-TRAILER-LINE-WS.

           MOVE "SKIPPED, SENT THIS MONTH:" TO DRG-TRAILER-LABEL-WS.
           MOVE SAME-MONTH-COUNT-WS TO DRG-TRAILER-VALUE-WS.
           WRITE DUNNING-REGISTER-LINE FROM DRG-TRAILER-LINE-WS.

           MOVE "DROPPED, PAID SINCE:" TO DRG-TRAILER-LABEL-WS.
           MOVE PAID-SINCE-COUNT-WS TO DRG-TRAILER-VALUE-WS.
           WRITE DUNNING-REGISTER-LINE FROM DRG-TRAILER-LINE-WS.

           MOVE "LETTERS WITH NO ADDRESS:" TO DRG-TRAILER-LABEL-WS.
           MOVE NO-ADDRESS-COUNT-WS TO DRG-TRAILER-VALUE-WS.
           WRITE DUNNING-REGISTER-LINE FROM DRG-TRAILER-LINE-WS.

           CLOSE AGING-EXTRACT-FILE.
           CLOSE CONTACT-FILE.
           CLOSE DUNNING-HISTORY-FILE.
           CLOSE DUNNING-LETTER-FILE.
           CLOSE DUNNING-REGISTER-FILE.

           DISPLAY "LETTERS SENT:            " LETTERS-SENT-WS.
           DISPLAY "SKIPPED, SENT THIS MONTH:" SAME-MONTH-COUNT-WS.
           DISPLAY "DROPPED, PAID SINCE:     " PAID-SINCE-COUNT-WS.

      *    installments due on or before the as-of date against what
      *    history shows paid, reversals taken back off - the same
      *    test PLAN-DELINQUENCY reports on
       500-WORK-OUT-PLAN-STATUS.
           MOVE "NO" TO ON-A-PLAN-FLAG.
           MOVE 0 TO DUE-TO-DATE-WS.
           MOVE 0 TO PAID-TO-DATE-WS.
           MOVE SPACES TO LTL-PLAN-SHORTFALL.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > PLAN-COUNT-WS
               IF PLN-NUMBER-WS(SUB-WS) = AGX-STUDENT-NUMBER
                   MOVE "YES" TO ON-A-PLAN-FLAG
                   IF PLN-DUE-DATE-WS(SUB-WS) <= AS-OF-DATE-WS
                       ADD PLN-AMOUNT-WS(SUB-WS) TO DUE-TO-DATE-WS
                   END-IF
               END-IF
           END-PERFORM.
           IF ON-A-PLAN-FLAG = "NO"
               MOVE "NONE" TO LTL-PLAN-STATUS
           ELSE
               PERFORM VARYING SUB-WS FROM 1 BY 1
                       UNTIL SUB-WS > HIST-COUNT-WS
                   IF HIST-NUMBER-WS(SUB-WS) = AGX-STUDENT-NUMBER
                       EVALUATE HIST-TYPE-WS(SUB-WS)
                           WHEN "REV"
                               SUBTRACT HIST-AMOUNT-WS(SUB-WS)
                                   FROM PAID-TO-DATE-WS
                           WHEN "FEE"
                           WHEN "WAV"
                               CONTINUE
                           WHEN OTHER
                               ADD HIST-AMOUNT-WS(SUB-WS)
                                   TO PAID-TO-DATE-WS
                       END-EVALUATE
                   END-IF
               END-PERFORM
               IF PAID-TO-DATE-WS < DUE-TO-DATE-WS
                   COMPUTE SHORTFALL-WS =
                       DUE-TO-DATE-WS - PAID-TO-DATE-WS
                   MOVE "BEHIND BY" TO LTL-PLAN-STATUS
                   MOVE SHORTFALL-WS TO LTL-SHORTFALL-EDIT-WS
                   MOVE LTL-SHORTFALL-EDIT-WS TO LTL-PLAN-SHORTFALL
                   MOVE "PLAN BEHIND" TO DRG-NOTE
               ELSE
                   MOVE "UP TO DATE" TO LTL-PLAN-STATUS
               END-IF
           END-IF.

      *    one letter: title and date, the address block (or the
      *    name alone, flagged on the register), the tier's wording,
      *    then balance, last payment and plan standing
       600-PRINT-LETTER.
           MOVE TIER-TITLE-WS(TIER-WS) TO LTL-TITLE.
           MOVE AGX-STUDENT-NUMBER TO LTL-STUDENT-NUMBER.
           MOVE AS-OF-DATE-WS TO LTL-DATE.
           WRITE DUNNING-LETTER-LINE FROM LETTER-TITLE-LINE-WS.
           MOVE SPACES TO DUNNING-LETTER-LINE.
           WRITE DUNNING-LETTER-LINE.
           MOVE AGX-STUDENT-NAME TO DUNNING-LETTER-LINE.
           WRITE DUNNING-LETTER-LINE.
           MOVE AGX-STUDENT-NUMBER TO CON-STUDENT-NUMBER.
           READ CONTACT-FILE
               INVALID KEY MOVE "NO" TO CONTACT-FOUND-FLAG
               NOT INVALID KEY MOVE "YES" TO CONTACT-FOUND-FLAG
           END-READ.
           IF CONTACT-FOUND-FLAG = "YES"
               MOVE CON-STREET TO DUNNING-LETTER-LINE
               WRITE DUNNING-LETTER-LINE
               MOVE CON-CITY TO LTL-CITY
               MOVE CON-PROVINCE TO LTL-PROVINCE
               MOVE CON-POSTAL-CODE TO LTL-POSTAL-CODE
               WRITE DUNNING-LETTER-LINE FROM LETTER-ADDRESS-LINE-WS
           ELSE
               MOVE "NO ADDRESS ON FILE" TO DRG-NOTE
               ADD 1 TO NO-ADDRESS-COUNT-WS
           END-IF.
           MOVE SPACES TO DUNNING-LETTER-LINE.
           WRITE DUNNING-LETTER-LINE.
           MOVE TIER-LINE-1-WS(TIER-WS) TO DUNNING-LETTER-LINE.
           WRITE DUNNING-LETTER-LINE.
           MOVE TIER-LINE-2-WS(TIER-WS) TO DUNNING-LETTER-LINE.
           WRITE DUNNING-LETTER-LINE.
           MOVE SPACES TO DUNNING-LETTER-LINE.
           WRITE DUNNING-LETTER-LINE.
           MOVE AGX-BALANCE TO LTL-BALANCE.
           WRITE DUNNING-LETTER-LINE FROM LETTER-AMOUNT-LINE-WS.
           IF AGX-LAST-PAYMENT-DATE = 0
               MOVE "NONE ON FILE" TO LTL-LAST-PAYMENT
           ELSE
               MOVE AGX-LAST-PAYMENT-DATE TO LTL-LAST-PAYMENT
           END-IF.
           WRITE DUNNING-LETTER-LINE FROM LETTER-PAYMENT-LINE-WS.
           WRITE DUNNING-LETTER-LINE FROM LETTER-PLAN-LINE-WS.
           MOVE SPACES TO DUNNING-LETTER-LINE.
           WRITE DUNNING-LETTER-LINE.
           MOVE "Student Accounts Office" TO DUNNING-LETTER-LINE.
           WRITE DUNNING-LETTER-LINE.
           MOVE ALL "-" TO DUNNING-LETTER-LINE.
           WRITE DUNNING-LETTER-LINE.

      *    linear scan of the latest-letter table for the student on
      *    LTR-LOOKUP-WS - leaves LTR-SUB-WS on the entry found
       700-FIND-LAST-LETTER.
           MOVE "NO" TO LTR-FOUND-FLAG.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > LTR-COUNT-WS
                       OR LTR-FOUND-FLAG = "YES"
               IF LTR-NUMBER-WS(SUB-WS) = LTR-LOOKUP-WS
                   MOVE "YES" TO LTR-FOUND-FLAG
                   MOVE SUB-WS TO LTR-SUB-WS
               END-IF
           END-PERFORM.

       END PROGRAM DUNNING-LETTERS.
