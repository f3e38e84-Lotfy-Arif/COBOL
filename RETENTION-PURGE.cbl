      ******************************************************************
      * Author:
      * Date:
      * Purpose: records retention archive-and-purge.  The history
      *          files only ever grow - STATEMENT-OF-ACCOUNT and
      *          AR-AGING already refuse to run once PAYMENT-HISTORY
      *          passes their 2000-entry table.  RETENTION-RULES.txt
      *          gives the years to keep for each file this batch
      *          looks after: PAYMENT-HISTORY.txt, COURSE-HISTORY.txt,
      *          RUN-LOG.txt, CHANGE-AUDIT.txt and
      *          STUDENT-WITHDRAWN.txt.  A file with no rule (or a
      *          rule that is not 1 to 99 years) is left alone.  A
      *          record dated before today less the years kept is
      *          moved onto that file's archive for the day -
      *          PAYMENT-HISTORY-ARCHIVE-yyyymmdd.txt and so on,
      *          built the way Project3_Part3.cbl dates its report -
      *          and the live file is rewritten with the rest, through
      *          RETENTION-WORK.txt the way ENROLMENT-CENSUS rebuilds
      *          its snapshots.  Nothing is ever archived for a student
      *          with a balance (on STUFILE3.IDX or on their
      *          STUDENT-WITHDRAWN.txt image), an open refund - one
      *          DUE, or ISSUED with no cleared or voided cheque on
      *          BANK-CLEARED.txt - or an installment plan on
      *          PAYMENT-PLANS.txt, whose installments LATE-FEE-CHARGE
      *          and PLAN-DELINQUENCY prove paid off the PAY rows on
      *          file.  Payment history comes off each
      *          student's oldest records only: once a record for a
      *          student is kept, every later one is kept too, so
      *          BALANCE-PROOF's replay from the first record on file
      *          still ties.  Course history for a student still on
      *          the master is kept whatever its age, since
      *          GRADUATION-AUDIT counts the credits off it.  The
      *          change-audit images are taken as a student's when
      *          they start with a student number.  The operator
      *          signs on, sees each file's rule and cut-off, and
      *          confirms.  RETENTION-PURGE.TXT shows each file's
      *          records before, archived, held back and after, and
      *          for the money files the amounts before, archived
      *          and after, so the purge is seen to move records and
      *          not money.  Each file purged goes onto the shared
      *          change-audit file as PURGE under the operator.
      *          TAX-RECEIPTS reads the same PAYMENT-HISTORY.txt rule
      *          and will not issue receipts for a tax year starting
      *          before its cut-off, since the year's payments may be
      *          on the archive and a reissue would amend receipts
      *          already filed down to what is left; reprints still
      *          run.
      *          Same sign-on and confirm shape as STREAM-RESTORE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-PURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    years to keep per file - OPTIONAL, a missing file purges
      *    nothing
           SELECT OPTIONAL RETENTION-RULES-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\RETENTION-RULES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\OPERATORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the indexed master, read front to back for the balances
           SELECT STUDENT-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\STUFILE3.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-NUMBER.

      *    OPTIONAL - no refunds yet is a normal state
           SELECT OPTIONAL REFUNDS-DUE-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\REFUNDS-DUE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL - until the first bank reconciliation nothing
      *    has cleared
           SELECT OPTIONAL BANK-CLEARED-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\BANK-CLEARED.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL - no installment plans is a normal state
           SELECT OPTIONAL PAYMENT-PLANS-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PAYMENT-PLANS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the five files purged - each OPTIONAL, a file not yet
      *    written has nothing to purge
           SELECT OPTIONAL PAYMENT-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PAYMENT-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COURSE-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\COURSE-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\RUN-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHANGE-AUDIT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\CHANGE-AUDIT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL WITHDRAWN-STUDENTS-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\STUDENT-WITHDRAWN.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the records being kept are built here first and only
      *    then copied over the live file, so a run that dies part
      *    way never leaves a live file half written
           SELECT RETENTION-WORK-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\RETENTION-WORK.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the archives - assigned to variable file names (built by
      *    150-BUILD-ARCHIVE-FILENAMES) dated with the run date; a
      *    second run the same day extends the same archive
           SELECT OPTIONAL PAYMENT-HISTORY-ARCHIVE
           ASSIGN TO PH-ARCHIVE-FILENAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COURSE-HISTORY-ARCHIVE
           ASSIGN TO CH-ARCHIVE-FILENAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-ARCHIVE
           ASSIGN TO RL-ARCHIVE-FILENAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHANGE-AUDIT-ARCHIVE
           ASSIGN TO CA-ARCHIVE-FILENAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL WITHDRAWN-ARCHIVE
           ASSIGN TO WD-ARCHIVE-FILENAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PURGE-REPORT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\RETENTION-PURGE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * one rule: the file's name as it is listed on the purge
      * report, and the whole years of it to keep
       FD  RETENTION-RULES-FILE.
       01  RETENTION-RULE-RECORD.
           05 RTN-FILE-NAME PIC X(24).
           05 RTN-YEARS-KEPT PIC X(2).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPR-ID PIC X(8).
           05 OPR-NAME PIC X(30).

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

      * same record layout PAYMENT-APPLICATION.cbl appends
       FD  REFUNDS-DUE-FILE.
       01  REFUND-DUE-RECORD.
           05 REF-STUDENT-NUMBER PIC 9(6).
           05 REF-STUDENT-NAME PIC X(40).
           05 REF-EXCESS PIC 9(4)V99.
           05 REF-PAYMENT-DATE PIC 9(8).
           05 REF-STATUS PIC X(6).
           05 REF-ISSUED-DATE PIC X(8).

      * same record layout BANK-RECON.cbl keeps - a CHQ (cleared) or
      * VOD (voided) item's reference is the student number and its
      * item date the refund's payment date
       FD  BANK-CLEARED-FILE.
       01  BANK-CLEARED-RECORD.
           05 BCL-ITEM-TYPE PIC X(3).
           05 BCL-REFERENCE PIC X(10).
           05 BCL-REFERENCE-PARTS REDEFINES BCL-REFERENCE.
               10 BCL-REF-NUMBER PIC X(6).
               10 FILLER PIC X(4).
           05 BCL-SPONSOR-CODE PIC X(6).
           05 BCL-ITEM-DATE PIC 9(8).
           05 BCL-AMOUNT PIC 9(7)V99.
           05 BCL-CLEARED-DATE PIC 9(8).
           05 BCL-STATEMENT-DATE PIC 9(8).

      * same record layout PAYMENT-PLAN-MAINT.cbl writes
       FD  PAYMENT-PLANS-FILE.
       01  PAYMENT-PLAN-RECORD.
           05 PLAN-STUDENT-NUMBER PIC 9(6).
           05 PLAN-INSTALLMENT-AMOUNT PIC 9(4)V99.
           05 PLAN-DUE-DATE PIC 9(8).

      * same record layout PAYMENT-APPLICATION.cbl appends - PAY (or
      * blank), WAV and AWD come off the balance, REV and FEE go on
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05 HIST-STUDENT-NUMBER PIC 9(6).
           05 HIST-AMOUNT PIC 9(4)V99.
           05 HIST-PAYMENT-DATE PIC 9(8).
           05 HIST-RESULTING-BALANCE PIC 9(4)V99.
           05 HIST-TYPE PIC X(3).
           05 HIST-POSTED-DATE PIC X(8).

      * same record layout TERM-ROLLOVER.cbl appends
       FD  COURSE-HISTORY-FILE.
       01  COURSE-HISTORY-RECORD.
           05 CRSH-STUDENT-NUMBER PIC 9(6).
           05 CRSH-TERM PIC X(5).
           05 CRSH-TERM-PARTS REDEFINES CRSH-TERM.
               10 CRSH-TERM-YEAR PIC X(4).
               10 CRSH-TERM-SEASON PIC X(1).
           05 CRSH-COURSE-CODE PIC X(7).
           05 CRSH-AVERAGE PIC 9(3).

      * same record layout RUN-LOG.cbl appends
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05 RL-PROGRAM PIC X(20).
           05 RL-DATE PIC 9(8).
           05 RL-TIME PIC 9(6).
           05 RL-READ PIC 9(5).
           05 RL-WRITTEN PIC 9(5).
           05 RL-EXCEPTIONS PIC 9(5).
           05 RL-STATUS PIC X(8).

      * same record layout CHANGE-AUDIT.cbl appends
       FD  CHANGE-AUDIT-FILE.
       01  CHANGE-AUDIT-RECORD.
           05 CHG-OPERATOR PIC X(8).
           05 CHG-DATE PIC 9(8).
           05 CHG-TIME PIC 9(6).
           05 CHG-PROGRAM PIC X(20).
           05 CHG-ACTION PIC X(6).
           05 CHG-BEFORE-IMAGE PIC X(120).
           05 CHG-BEFORE-PARTS REDEFINES CHG-BEFORE-IMAGE.
               10 CHG-BEFORE-NUMBER PIC X(6).
               10 FILLER PIC X(114).
           05 CHG-AFTER-IMAGE PIC X(120).
           05 CHG-AFTER-PARTS REDEFINES CHG-AFTER-IMAGE.
               10 CHG-AFTER-NUMBER PIC X(6).
               10 FILLER PIC X(114).

      * same record layout STUDENT-MASTER-MAINT.cbl appends - the
      * image is the master record as it stood at withdrawal, with
      * the balance left owing after the pro-rating
       FD  WITHDRAWN-STUDENTS-FILE.
       01  WITHDRAWN-STUDENT-RECORD.
           05 WDR-RECORD-IMAGE PIC X(107).
           05 WDR-IMAGE-PARTS REDEFINES WDR-RECORD-IMAGE.
               10 WDR-STUDENT-NUMBER PIC 9(6).
               10 WDR-TUTION-OWED PIC 9(4)V99.
               10 FILLER PIC X(95).
           05 WDR-WITHDRAWAL-DATE PIC 9(8).
           05 WDR-PRORATED-CHARGE PIC 9(6)V99.

      * wide enough for the longest record purged, the change-audit
      * record
       FD  RETENTION-WORK-FILE.
       01  RETENTION-WORK-RECORD PIC X(288).

      * each archive holds its file's records unchanged, so an
      * archived record reads with the live file's own layout
       FD  PAYMENT-HISTORY-ARCHIVE.
       01  PH-ARCHIVE-RECORD PIC X(37).

       FD  COURSE-HISTORY-ARCHIVE.
       01  CH-ARCHIVE-RECORD PIC X(21).

       FD  RUN-LOG-ARCHIVE.
       01  RL-ARCHIVE-RECORD PIC X(57).

       FD  CHANGE-AUDIT-ARCHIVE.
       01  CA-ARCHIVE-RECORD PIC X(288).

       FD  WITHDRAWN-ARCHIVE.
       01  WD-ARCHIVE-RECORD PIC X(123).

       FD  PURGE-REPORT-FILE.
       01  PURGE-REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.

           COPY CHANGE-AUDIT.

      *    the operators allowed in, loaded once at sign-on
       01  OPERATOR-TABLE.
           05  OPR-COUNT-WS PIC 9(2) VALUE 0.
           05  OPR-ENTRY-WS OCCURS 1 TO 50 TIMES
                   DEPENDING ON OPR-COUNT-WS.
               10 OPR-ID-WS PIC X(8).
               10 OPR-NAME-WS PIC X(30).

      *    the files purged, in the order they are purged - a rule
      *    names its file the way it is listed here
       01  RETENTION-FILE-NAME-TABLE.
           05 FILLER PIC X(24) VALUE "PAYMENT-HISTORY.txt".
           05 FILLER PIC X(24) VALUE "COURSE-HISTORY.txt".
           05 FILLER PIC X(24) VALUE "RUN-LOG.txt".
           05 FILLER PIC X(24) VALUE "CHANGE-AUDIT.txt".
           05 FILLER PIC X(24) VALUE "STUDENT-WITHDRAWN.txt".
       01  RETENTION-FILE-NAMES REDEFINES RETENTION-FILE-NAME-TABLE.
           05 RTF-FILE-NAME-WS PIC X(24) OCCURS 5 TIMES.

      *    each file's rule and what the purge did to it
       01  RETENTION-FILE-TABLE.
           05  RTF-ENTRY-WS OCCURS 5 TIMES.
               10 RTF-RULE-FLAG-WS PIC X(3).
               10 RTF-YEARS-WS PIC 9(2).
               10 RTF-CUTOFF-WS PIC 9(8).
               10 RTF-BEFORE-WS PIC 9(7).
               10 RTF-ARCHIVED-WS PIC 9(7).
      *        past retention but kept - the student is protected,
      *        or a later record of theirs is already kept
               10 RTF-HELD-WS PIC 9(7).
               10 RTF-AFTER-WS PIC 9(7).

      *    every student on the master, in key order as the indexed
      *    file gives them up, with whether they owe anything
       01  MASTER-TABLE.
           05  MST-COUNT-WS PIC 9(4) VALUE 0.
           05  MST-ENTRY-WS OCCURS 1 TO 5000 TIMES
                   DEPENDING ON MST-COUNT-WS
                   ASCENDING KEY IS MST-NUMBER-WS
                   INDEXED BY MST-IDX.
               10 MST-NUMBER-WS PIC 9(6).
               10 MST-OWES-FLAG-WS PIC X(3).

      *    students protected whatever their master balance - a
      *    balance on their withdrawn image, an open refund, or an
      *    installment plan on file
       01  PROTECTED-TABLE.
           05  PRT-COUNT-WS PIC 9(4) VALUE 0.
           05  PRT-NUMBER-WS PIC 9(6) OCCURS 1 TO 3000 TIMES
                   DEPENDING ON PRT-COUNT-WS.

      *    the refunds marked ISSUED, until BANK-CLEARED.txt shows
      *    whether the cheque cleared or was voided
       01  ISSUED-REFUND-TABLE.
           05  ISS-COUNT-WS PIC 9(4) VALUE 0.
           05  ISS-ENTRY-WS OCCURS 1 TO 2000 TIMES
                   DEPENDING ON ISS-COUNT-WS.
               10 ISS-STUDENT-NUMBER-WS PIC 9(6).
               10 ISS-PAYMENT-DATE-WS PIC 9(8).
               10 ISS-SETTLED-WS PIC X(3).

      *    students with a payment history record already kept
      *    this run - every later record of theirs is kept too
       01  HELD-STUDENT-TABLE.
           05  HLD-COUNT-WS PIC 9(4) VALUE 0.
           05  HLD-NUMBER-WS PIC 9(6) OCCURS 1 TO 5000 TIMES
                   DEPENDING ON HLD-COUNT-WS.

       01  FLAG-FIELDS.
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 EOF-OPR-FLAG PIC X(3) VALUE "NO".
           05 SIGNED-ON-FLAG PIC X(3) VALUE "NO".
           05 ANY-RULE-FLAG PIC X(3) VALUE "NO".
      *    set when a protection table overflows - a purge that
      *    cannot tell who is protected purges nothing
           05 LOAD-OVERFLOW-FLAG PIC X(3) VALUE "NO".
      *    set when the held table overflows part way through the
      *    payment history - every record from there on is kept,
      *    which never breaks a student's chain
           05 HELD-OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 PROTECTED-FLAG PIC X(3) VALUE "NO".
           05 ON-MASTER-FLAG PIC X(3) VALUE "NO".
           05 HELD-FLAG PIC X(3) VALUE "NO".
           05 FOUND-FLAG PIC X(3) VALUE "NO".

       01  CONFIRM-WS PIC X(1) VALUE SPACES.
       01  TODAY-WS PIC 9(8).
       01  INPUT-OPERATOR-WS PIC X(8).
       01  OPR-SUB-WS PIC 9(2).
       01  FILE-SUB-WS PIC 9(1).
       01  SUB-WS PIC 9(4).
       01  SEARCH-NUMBER-WS PIC 9(6).
       01  RECORD-DATE-WS PIC 9(8).
       01  TERM-YEAR-WS PIC 9(4).
       01  RECORDS-READ-WS PIC 9(7) VALUE 0.
       01  RECORDS-ARCHIVED-WS PIC 9(7) VALUE 0.
       01  RECORDS-HELD-WS PIC 9(7) VALUE 0.

      *    the money the purge moves: payment history split into
      *    what came off balances and what went on them, and the
      *    withdrawn students' pro-rated charges - each before,
      *    archived and after, so before = archived + after shows
      *    on the report
       01  AMOUNT-TOTALS.
           05 PH-CREDIT-BEFORE-WS PIC 9(8)V99 VALUE 0.
           05 PH-CREDIT-ARCHIVED-WS PIC 9(8)V99 VALUE 0.
           05 PH-CREDIT-AFTER-WS PIC 9(8)V99 VALUE 0.
           05 PH-DEBIT-BEFORE-WS PIC 9(8)V99 VALUE 0.
           05 PH-DEBIT-ARCHIVED-WS PIC 9(8)V99 VALUE 0.
           05 PH-DEBIT-AFTER-WS PIC 9(8)V99 VALUE 0.
           05 WD-CHARGE-BEFORE-WS PIC 9(8)V99 VALUE 0.
           05 WD-CHARGE-ARCHIVED-WS PIC 9(8)V99 VALUE 0.
           05 WD-CHARGE-AFTER-WS PIC 9(8)V99 VALUE 0.
      *    the master's balances are never touched by the purge -
      *    printed so the report can be held against BALANCE-PROOF
           05 MASTER-BALANCE-TOTAL-WS PIC 9(8)V99 VALUE 0.

      *    dated archive file names, built once per run by
      *    150-BUILD-ARCHIVE-FILENAMES
       01  PH-ARCHIVE-FILENAME-WS PIC X(80) VALUE SPACES.
       01  CH-ARCHIVE-FILENAME-WS PIC X(80) VALUE SPACES.
       01  RL-ARCHIVE-FILENAME-WS PIC X(80) VALUE SPACES.
       01  CA-ARCHIVE-FILENAME-WS PIC X(80) VALUE SPACES.
       01  WD-ARCHIVE-FILENAME-WS PIC X(80) VALUE SPACES.

      *    the audit images for one file purged
       01  PURGE-AUDIT-IMAGE-WS.
           05 PAI-FILE-NAME PIC X(24).
           05 PAI-YEARS PIC 9(2).
           05 PAI-CUTOFF PIC 9(8).
           05 PAI-COUNT PIC 9(7).
           05 PAI-ARCHIVE-DATE PIC 9(8).

       01  REPORT-HEADER-LINE-WS.
           05 FILLER PIC X(32)
               VALUE "RECORDS RETENTION PURGE - RUN ".
           05 RPT-RUN-DATE PIC 9(8).
           05 FILLER PIC X(13) VALUE "  OPERATOR ".
           05 RPT-OPERATOR PIC X(8).

       01  REPORT-FILE-LINE-WS.
           05 RPT-FILE-NAME PIC X(24).
           05 RPT-RULE-TEXT PIC X(66).

       01  REPORT-RULE-TEXT-WS.
           05 FILLER PIC X(5) VALUE "KEEP ".
           05 RPT-YEARS PIC Z9.
           05 FILLER PIC X(34)
               VALUE " YEARS - ARCHIVED IF DATED BEFORE ".
           05 RPT-CUTOFF PIC 9(8).

       01  REPORT-COUNT-LINE-WS.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RPT-COUNT-LABEL-WS PIC X(36).
           05 RPT-COUNT-VALUE-WS PIC Z,ZZZ,ZZ9.

       01  REPORT-AMOUNT-LINE-WS.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RPT-AMOUNT-LABEL-WS PIC X(36).
           05 RPT-AMOUNT-BEFORE PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-AMOUNT-ARCHIVED PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RPT-AMOUNT-AFTER PIC ZZ,ZZZ,ZZ9.99.

       01  REPORT-AMOUNT-HEADING-WS.
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(45)
               VALUE "       BEFORE       ARCHIVED          AFTER".

           COPY RUN-LOG.

       PROCEDURE DIVISION.

       PERFORM 140-LOG-RUN-START.
       ACCEPT TODAY-WS FROM DATE YYYYMMDD.
       PERFORM 050-OPERATOR-SIGN-ON.
       IF SIGNED-ON-FLAG = "NO"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
           STOP RUN
       END-IF.
       PERFORM 100-LOAD-RULES.
       IF ANY-RULE-FLAG = "NO"
           DISPLAY "No usable rule on RETENTION-RULES.txt - nothing "
               "to purge"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
           STOP RUN
       END-IF.
       PERFORM 110-LOAD-MASTER.
       PERFORM 120-LOAD-WITHDRAWN-BALANCES.
       PERFORM 130-LOAD-OPEN-REFUNDS.
       PERFORM 137-LOAD-PLAN-STUDENTS.
       IF LOAD-OVERFLOW-FLAG = "YES"
           DISPLAY "Students, refunds or plans exceed their tables - "
               "protection cannot be proved, NOTHING purged"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
           STOP RUN
       END-IF.
       PERFORM 150-BUILD-ARCHIVE-FILENAMES.
       PERFORM 200-CONFIRM-PURGE.
       IF CONFIRM-WS = "Y" OR CONFIRM-WS = "y"
           IF RTF-RULE-FLAG-WS(1) = "YES"
               PERFORM 300-PURGE-PAYMENT-HISTORY
           END-IF
           IF RTF-RULE-FLAG-WS(2) = "YES"
               PERFORM 400-PURGE-COURSE-HISTORY
           END-IF
           IF RTF-RULE-FLAG-WS(3) = "YES"
               PERFORM 500-PURGE-RUN-LOG
           END-IF
           IF RTF-RULE-FLAG-WS(4) = "YES"
               PERFORM 600-PURGE-CHANGE-AUDIT
           END-IF
           IF RTF-RULE-FLAG-WS(5) = "YES"
               PERFORM 700-PURGE-WITHDRAWN
           END-IF
           PERFORM 800-PRINT-PURGE-REPORT
           PERFORM 850-AUDIT-PURGE
           DISPLAY "PURGE COMPLETE - " RECORDS-ARCHIVED-WS
               " RECORD(S) ARCHIVED, " RECORDS-HELD-WS
               " PAST RETENTION HELD BACK"
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
       ELSE
           DISPLAY "Purge cancelled - files untouched"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
       END-IF.

       STOP RUN.

      *    taking records off the live files is as final as a
      *    restore - sign-on fails closed: no operator file, an
      *    empty one, or three bad tries and the purge never starts
       050-OPERATOR-SIGN-ON.
           OPEN INPUT OPERATOR-FILE.
           PERFORM UNTIL EOF-OPR-FLAG = "YES"
               READ OPERATOR-FILE
                   AT END MOVE "YES" TO EOF-OPR-FLAG
                   NOT AT END
                       IF OPR-COUNT-WS >= 50
                           DISPLAY "Operator table full (50) - "
                               "REMAINING OPERATORS NOT LOADED"
                           MOVE "YES" TO EOF-OPR-FLAG
                       ELSE
                           ADD 1 TO OPR-COUNT-WS
                           MOVE OPR-ID TO OPR-ID-WS(OPR-COUNT-WS)
                           MOVE OPR-NAME TO OPR-NAME-WS(OPR-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           IF OPR-COUNT-WS = 0
               DISPLAY "No operators on file - sign-on cannot be "
                   "validated, see the Registrar"
           ELSE
               PERFORM 060-PROMPT-OPERATOR-ID 3 TIMES
               IF SIGNED-ON-FLAG = "NO"
                   DISPLAY "Sign-on failed - session ended"
               END-IF
           END-IF.

       060-PROMPT-OPERATOR-ID.
           IF SIGNED-ON-FLAG = "NO"
               DISPLAY "Enter your operator ID"
               ACCEPT INPUT-OPERATOR-WS
               PERFORM VARYING OPR-SUB-WS FROM 1 BY 1
                       UNTIL OPR-SUB-WS > OPR-COUNT-WS
                           OR SIGNED-ON-FLAG = "YES"
                   IF OPR-ID-WS(OPR-SUB-WS) = INPUT-OPERATOR-WS
                       MOVE "YES" TO SIGNED-ON-FLAG
                       MOVE INPUT-OPERATOR-WS TO CHG-OPERATOR-WS
                       DISPLAY "Signed on: " OPR-NAME-WS(OPR-SUB-WS)
                   END-IF
               END-PERFORM
               IF SIGNED-ON-FLAG = "NO"
                   DISPLAY "Operator ID not on file"
               END-IF
           END-IF.

      *    the purge goes to the shared change-audit file with the
      *    operator - the caller has already staged the action and
      *    both images
       070-WRITE-CHANGE-AUDIT.
           MOVE "RETENTION-PURGE" TO CHG-PROGRAM-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\CHANGE-AUDIT"
               USING CHANGE-AUDIT-PARMS.

      *    STARTED goes on the shared run-log before any work - a
      *    run that abends leaves this record with no completion
      *    after it, which is what the operations summary looks for
       140-LOG-RUN-START.
           MOVE "RETENTION-PURGE" TO RUN-LOG-PROGRAM-WS.
           MOVE "STARTED" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           MOVE 0 TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    completion record - the caller has already set
      *    RUN-LOG-STATUS-WS.  Read is every record of the files
      *    purged, written the records archived, exceptions the
      *    records past retention held back.  The counts are the
      *    run-log's five digits, so a first purge of a very large
      *    file logs only the low-order part; the report has them
      *    whole.
       145-LOG-RUN-END.
           MOVE "RETENTION-PURGE" TO RUN-LOG-PROGRAM-WS.
           MOVE RECORDS-READ-WS TO RUN-LOG-READ-WS.
           MOVE RECORDS-ARCHIVED-WS TO RUN-LOG-WRITE-WS.
           MOVE RECORDS-HELD-WS TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    1 to 99 whole years per file - a rule for a file this
      *    batch does not purge, or with anything else in the years,
      *    is shown and ignored.  The cut-off is today less the
      *    years kept; a record dated before it is past retention.
       100-LOAD-RULES.
           PERFORM VARYING FILE-SUB-WS FROM 1 BY 1
                   UNTIL FILE-SUB-WS > 5
               MOVE "NO" TO RTF-RULE-FLAG-WS(FILE-SUB-WS)
               MOVE 0 TO RTF-YEARS-WS(FILE-SUB-WS)
               MOVE 0 TO RTF-CUTOFF-WS(FILE-SUB-WS)
               MOVE 0 TO RTF-BEFORE-WS(FILE-SUB-WS)
               MOVE 0 TO RTF-ARCHIVED-WS(FILE-SUB-WS)
               MOVE 0 TO RTF-HELD-WS(FILE-SUB-WS)
               MOVE 0 TO RTF-AFTER-WS(FILE-SUB-WS)
           END-PERFORM.
           OPEN INPUT RETENTION-RULES-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ RETENTION-RULES-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END PERFORM 105-APPLY-ONE-RULE
               END-READ
           END-PERFORM.
           CLOSE RETENTION-RULES-FILE.

       105-APPLY-ONE-RULE.
           MOVE "NO" TO FOUND-FLAG.
           PERFORM VARYING FILE-SUB-WS FROM 1 BY 1
                   UNTIL FILE-SUB-WS > 5 OR FOUND-FLAG = "YES"
               IF RTF-FILE-NAME-WS(FILE-SUB-WS) = RTN-FILE-NAME
                   MOVE "YES" TO FOUND-FLAG
                   IF RTN-YEARS-KEPT IS NUMERIC
                           AND RTN-YEARS-KEPT NOT = "00"
                       MOVE "YES" TO RTF-RULE-FLAG-WS(FILE-SUB-WS)
                       MOVE "YES" TO ANY-RULE-FLAG
                       MOVE RTN-YEARS-KEPT TO RTF-YEARS-WS(FILE-SUB-WS)
                       COMPUTE RTF-CUTOFF-WS(FILE-SUB-WS) = TODAY-WS
                           - RTF-YEARS-WS(FILE-SUB-WS) * 10000
                   ELSE
                       DISPLAY "RETENTION-RULES.txt: " RTN-FILE-NAME
                           " years '" RTN-YEARS-KEPT
                           "' not 01-99 - file NOT purged"
                   END-IF
               END-IF
           END-PERFORM.
           IF FOUND-FLAG = "NO"
               DISPLAY "RETENTION-RULES.txt: " RTN-FILE-NAME
                   " is not a file this purge looks after - ignored"
           END-IF.

      *    the indexed file gives the master up in key order, so the
      *    table is ready for SEARCH ALL as it loads
       110-LOAD-MASTER.
           OPEN INPUT STUDENT-RECORDS-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ STUDENT-RECORDS-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF MST-COUNT-WS >= 5000
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           MOVE "YES" TO EOF-FLAG
                       ELSE
                           ADD 1 TO MST-COUNT-WS
                           MOVE STUDENT-NUMBER
                               TO MST-NUMBER-WS(MST-COUNT-WS)
                           IF STUDENT-TUTION-OWED = 0
                               MOVE "NO" TO MST-OWES-FLAG-WS
                                   (MST-COUNT-WS)
                           ELSE
                               MOVE "YES" TO MST-OWES-FLAG-WS
                                   (MST-COUNT-WS)
                           END-IF
                           ADD STUDENT-TUTION-OWED
                               TO MASTER-BALANCE-TOTAL-WS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-RECORDS-FILE.

      *    a withdrawn student still owing on their image is
      *    protected whether or not they are still on the master
       120-LOAD-WITHDRAWN-BALANCES.
           OPEN INPUT WITHDRAWN-STUDENTS-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ WITHDRAWN-STUDENTS-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF WDR-TUTION-OWED NOT = 0
                           MOVE WDR-STUDENT-NUMBER TO SEARCH-NUMBER-WS
                           PERFORM 190-ADD-PROTECTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WITHDRAWN-STUDENTS-FILE.

      *    a DUE refund is open; an ISSUED one is open until its
      *    cheque shows on BANK-CLEARED.txt cleared or voided, the
      *    same student-and-payment-date match BANK-RECON makes
       130-LOAD-OPEN-REFUNDS.
           OPEN INPUT REFUNDS-DUE-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ REFUNDS-DUE-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       EVALUATE REF-STATUS
                           WHEN "DUE"
                               MOVE REF-STUDENT-NUMBER
                                   TO SEARCH-NUMBER-WS
                               PERFORM 190-ADD-PROTECTED
                           WHEN "ISSUED"
                               IF ISS-COUNT-WS >= 2000
                                   MOVE "YES" TO LOAD-OVERFLOW-FLAG
                               ELSE
                                   ADD 1 TO ISS-COUNT-WS
                                   MOVE REF-STUDENT-NUMBER TO
                                     ISS-STUDENT-NUMBER-WS(ISS-COUNT-WS)
                                   MOVE REF-PAYMENT-DATE TO
                                     ISS-PAYMENT-DATE-WS(ISS-COUNT-WS)
                                   MOVE "NO" TO
                                     ISS-SETTLED-WS(ISS-COUNT-WS)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE REFUNDS-DUE-FILE.

           OPEN INPUT BANK-CLEARED-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ BANK-CLEARED-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF BCL-ITEM-TYPE = "CHQ" OR "VOD"
                           PERFORM 135-SETTLE-ISSUED-REFUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BANK-CLEARED-FILE.

           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > ISS-COUNT-WS
               IF ISS-SETTLED-WS(SUB-WS) = "NO"
                   MOVE ISS-STUDENT-NUMBER-WS(SUB-WS)
                       TO SEARCH-NUMBER-WS
                   PERFORM 190-ADD-PROTECTED
               END-IF
           END-PERFORM.

       135-SETTLE-ISSUED-REFUND.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > ISS-COUNT-WS
               IF ISS-STUDENT-NUMBER-WS(SUB-WS) = BCL-REF-NUMBER
                       AND ISS-PAYMENT-DATE-WS(SUB-WS) = BCL-ITEM-DATE
                   MOVE "YES" TO ISS-SETTLED-WS(SUB-WS)
               END-IF
           END-PERFORM.

      *    a student with a plan on PAYMENT-PLANS.txt is protected
      *    however old the plan: LATE-FEE-CHARGE and
      *    PLAN-DELINQUENCY work out what is paid against each
      *    installment from the PAY rows on file, so archiving
      *    those rows would make long-paid installments fall due
      *    again and draw late fees
       137-LOAD-PLAN-STUDENTS.
           OPEN INPUT PAYMENT-PLANS-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ PAYMENT-PLANS-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       MOVE PLAN-STUDENT-NUMBER TO SEARCH-NUMBER-WS
                       PERFORM 190-ADD-PROTECTED
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-PLANS-FILE.

      *    one dated archive per file, the same STRING build
      *    Project3_Part3.cbl's 309-BUILD-REPORT-FILENAME uses
       150-BUILD-ARCHIVE-FILENAMES.
           STRING "C:\Users\harpa\Desktop\Project3\"
                   "PAYMENT-HISTORY-ARCHIVE-" TODAY-WS ".txt"
               DELIMITED BY SIZE
               INTO PH-ARCHIVE-FILENAME-WS.
           STRING "C:\Users\harpa\Desktop\Project3\"
                   "COURSE-HISTORY-ARCHIVE-" TODAY-WS ".txt"
               DELIMITED BY SIZE
               INTO CH-ARCHIVE-FILENAME-WS.
           STRING "C:\Users\harpa\Desktop\Project3\"
                   "RUN-LOG-ARCHIVE-" TODAY-WS ".txt"
               DELIMITED BY SIZE
               INTO RL-ARCHIVE-FILENAME-WS.
           STRING "C:\Users\harpa\Desktop\Project3\"
                   "CHANGE-AUDIT-ARCHIVE-" TODAY-WS ".txt"
               DELIMITED BY SIZE
               INTO CA-ARCHIVE-FILENAME-WS.
           STRING "C:\Users\harpa\Desktop\Project3\"
                   "STUDENT-WITHDRAWN-ARCHIVE-" TODAY-WS ".txt"
               DELIMITED BY SIZE
               INTO WD-ARCHIVE-FILENAME-WS.

      *    whether SEARCH-NUMBER-WS is on the master, and whether
      *    anything of theirs must stay - a balance on the master,
      *    or a place on the protected table
       180-CHECK-STUDENT.
           MOVE "NO" TO ON-MASTER-FLAG.
           MOVE "NO" TO PROTECTED-FLAG.
           IF MST-COUNT-WS > 0
               SEARCH ALL MST-ENTRY-WS
                   AT END CONTINUE
                   WHEN MST-NUMBER-WS(MST-IDX) = SEARCH-NUMBER-WS
                       MOVE "YES" TO ON-MASTER-FLAG
                       IF MST-OWES-FLAG-WS(MST-IDX) = "YES"
                           MOVE "YES" TO PROTECTED-FLAG
                       END-IF
               END-SEARCH
           END-IF.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > PRT-COUNT-WS
                   OR PROTECTED-FLAG = "YES"
               IF PRT-NUMBER-WS(SUB-WS) = SEARCH-NUMBER-WS
                   MOVE "YES" TO PROTECTED-FLAG
               END-IF
           END-PERFORM.

       190-ADD-PROTECTED.
           MOVE "NO" TO FOUND-FLAG.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > PRT-COUNT-WS OR FOUND-FLAG = "YES"
               IF PRT-NUMBER-WS(SUB-WS) = SEARCH-NUMBER-WS
                   MOVE "YES" TO FOUND-FLAG
               END-IF
           END-PERFORM.
           IF FOUND-FLAG = "NO"
               IF PRT-COUNT-WS >= 3000
                   MOVE "YES" TO LOAD-OVERFLOW-FLAG
               ELSE
                   ADD 1 TO PRT-COUNT-WS
                   MOVE SEARCH-NUMBER-WS TO PRT-NUMBER-WS(PRT-COUNT-WS)
               END-IF
           END-IF.

      *    what each file's rule will do, then the go-ahead
       200-CONFIRM-PURGE.
           DISPLAY "RECORDS RETENTION PURGE - " TODAY-WS.
           PERFORM VARYING FILE-SUB-WS FROM 1 BY 1
                   UNTIL FILE-SUB-WS > 5
               IF RTF-RULE-FLAG-WS(FILE-SUB-WS) = "YES"
                   DISPLAY "  " RTF-FILE-NAME-WS(FILE-SUB-WS)
                       " KEEP " RTF-YEARS-WS(FILE-SUB-WS)
                       " YEARS - ARCHIVE BEFORE "
                       RTF-CUTOFF-WS(FILE-SUB-WS)
               ELSE
                   DISPLAY "  " RTF-FILE-NAME-WS(FILE-SUB-WS)
                       " NO RULE - NOT PURGED"
               END-IF
           END-PERFORM.
           DISPLAY "Students protected: " PRT-COUNT-WS
               " off the master plus every balance on it.".
           DISPLAY "Records past retention move to the archives and "
               "come off the live files. Proceed ? Y/N".
           ACCEPT CONFIRM-WS.

      *    payment history by payment date.  A record is archived
      *    only while every earlier record of the student's has
      *    been - the first one kept puts the student on the held
      *    table and the rest of theirs stay.
       300-PURGE-PAYMENT-HISTORY.
           MOVE 1 TO FILE-SUB-WS.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           OPEN OUTPUT RETENTION-WORK-FILE.
           OPEN EXTEND PAYMENT-HISTORY-ARCHIVE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ PAYMENT-HISTORY-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END PERFORM 310-PURGE-ONE-PAYMENT
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE PAYMENT-HISTORY-ARCHIVE.
           CLOSE RETENTION-WORK-FILE.
           OPEN INPUT RETENTION-WORK-FILE.
           OPEN OUTPUT PAYMENT-HISTORY-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ RETENTION-WORK-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       WRITE PAYMENT-HISTORY-RECORD
                           FROM RETENTION-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE RETENTION-WORK-FILE.
           CLOSE PAYMENT-HISTORY-FILE.

       310-PURGE-ONE-PAYMENT.
           PERFORM 900-COUNT-BEFORE.
           IF HIST-TYPE = "REV" OR HIST-TYPE = "FEE"
               ADD HIST-AMOUNT TO PH-DEBIT-BEFORE-WS
           ELSE
               ADD HIST-AMOUNT TO PH-CREDIT-BEFORE-WS
           END-IF.
           MOVE HIST-STUDENT-NUMBER TO SEARCH-NUMBER-WS.
           MOVE "NO" TO HELD-FLAG.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > HLD-COUNT-WS OR HELD-FLAG = "YES"
               IF HLD-NUMBER-WS(SUB-WS) = SEARCH-NUMBER-WS
                   MOVE "YES" TO HELD-FLAG
               END-IF
           END-PERFORM.
           IF HELD-FLAG = "NO"
               PERFORM 180-CHECK-STUDENT
           END-IF.
           IF HIST-PAYMENT-DATE < RTF-CUTOFF-WS(1)
                   AND HELD-FLAG = "NO"
                   AND PROTECTED-FLAG = "NO"
                   AND HELD-OVERFLOW-FLAG = "NO"
               WRITE PH-ARCHIVE-RECORD FROM PAYMENT-HISTORY-RECORD
               PERFORM 905-COUNT-ARCHIVED
               IF HIST-TYPE = "REV" OR HIST-TYPE = "FEE"
                   ADD HIST-AMOUNT TO PH-DEBIT-ARCHIVED-WS
               ELSE
                   ADD HIST-AMOUNT TO PH-CREDIT-ARCHIVED-WS
               END-IF
           ELSE
               IF HIST-PAYMENT-DATE < RTF-CUTOFF-WS(1)
                   PERFORM 910-COUNT-HELD
               END-IF
               WRITE RETENTION-WORK-RECORD FROM PAYMENT-HISTORY-RECORD
               ADD 1 TO RTF-AFTER-WS(1)
               IF HIST-TYPE = "REV" OR HIST-TYPE = "FEE"
                   ADD HIST-AMOUNT TO PH-DEBIT-AFTER-WS
               ELSE
                   ADD HIST-AMOUNT TO PH-CREDIT-AFTER-WS
               END-IF
               IF HELD-FLAG = "NO"
                   IF HLD-COUNT-WS >= 5000
                       MOVE "YES" TO HELD-OVERFLOW-FLAG
                   ELSE
                       ADD 1 TO HLD-COUNT-WS
                       MOVE SEARCH-NUMBER-WS
                           TO HLD-NUMBER-WS(HLD-COUNT-WS)
                   END-IF
               END-IF
           END-IF.

      *    course history by the first day of its term - W January,
      *    S May, F September, the months TAX-RECEIPTS counts.  A
      *    term with no numeric year is never taken as past
      *    retention.
       400-PURGE-COURSE-HISTORY.
           MOVE 2 TO FILE-SUB-WS.
           OPEN INPUT COURSE-HISTORY-FILE.
           OPEN OUTPUT RETENTION-WORK-FILE.
           OPEN EXTEND COURSE-HISTORY-ARCHIVE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ COURSE-HISTORY-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END PERFORM 410-PURGE-ONE-COURSE
               END-READ
           END-PERFORM.
           CLOSE COURSE-HISTORY-FILE.
           CLOSE COURSE-HISTORY-ARCHIVE.
           CLOSE RETENTION-WORK-FILE.
           OPEN INPUT RETENTION-WORK-FILE.
           OPEN OUTPUT COURSE-HISTORY-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ RETENTION-WORK-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       WRITE COURSE-HISTORY-RECORD
                           FROM RETENTION-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE RETENTION-WORK-FILE.
           CLOSE COURSE-HISTORY-FILE.

       410-PURGE-ONE-COURSE.
           PERFORM 900-COUNT-BEFORE.
           IF CRSH-TERM-YEAR IS NUMERIC
               MOVE CRSH-TERM-YEAR TO TERM-YEAR-WS
               EVALUATE CRSH-TERM-SEASON
                   WHEN "S"
                       COMPUTE RECORD-DATE-WS =
                           TERM-YEAR-WS * 10000 + 0501
                   WHEN "F"
                       COMPUTE RECORD-DATE-WS =
                           TERM-YEAR-WS * 10000 + 0901
                   WHEN OTHER
                       COMPUTE RECORD-DATE-WS =
                           TERM-YEAR-WS * 10000 + 0101
               END-EVALUATE
           ELSE
               MOVE TODAY-WS TO RECORD-DATE-WS
           END-IF.
           MOVE CRSH-STUDENT-NUMBER TO SEARCH-NUMBER-WS.
           PERFORM 180-CHECK-STUDENT.
           IF RECORD-DATE-WS < RTF-CUTOFF-WS(2)
               IF PROTECTED-FLAG = "NO" AND ON-MASTER-FLAG = "NO"
                   WRITE CH-ARCHIVE-RECORD FROM COURSE-HISTORY-RECORD
                   PERFORM 905-COUNT-ARCHIVED
               ELSE
                   PERFORM 910-COUNT-HELD
                   WRITE RETENTION-WORK-RECORD
                       FROM COURSE-HISTORY-RECORD
                   ADD 1 TO RTF-AFTER-WS(2)
               END-IF
           ELSE
               WRITE RETENTION-WORK-RECORD FROM COURSE-HISTORY-RECORD
               ADD 1 TO RTF-AFTER-WS(2)
           END-IF.

      *    the run-log by run date - no student on it, so age alone
      *    decides.  This run's own STARTED record is today's and
      *    stays.
       500-PURGE-RUN-LOG.
           MOVE 3 TO FILE-SUB-WS.
           OPEN INPUT RUN-LOG-FILE.
           OPEN OUTPUT RETENTION-WORK-FILE.
           OPEN EXTEND RUN-LOG-ARCHIVE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ RUN-LOG-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       PERFORM 900-COUNT-BEFORE
                       IF RL-DATE < RTF-CUTOFF-WS(3)
                           WRITE RL-ARCHIVE-RECORD FROM RUN-LOG-RECORD
                           PERFORM 905-COUNT-ARCHIVED
                       ELSE
                           WRITE RETENTION-WORK-RECORD
                               FROM RUN-LOG-RECORD
                           ADD 1 TO RTF-AFTER-WS(3)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-LOG-FILE.
           CLOSE RUN-LOG-ARCHIVE.
           CLOSE RETENTION-WORK-FILE.
           OPEN INPUT RETENTION-WORK-FILE.
           OPEN OUTPUT RUN-LOG-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ RETENTION-WORK-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       WRITE RUN-LOG-RECORD FROM RETENTION-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE RETENTION-WORK-FILE.
           CLOSE RUN-LOG-FILE.

      *    the change-audit file by the day of the change.  An
      *    image that starts with a number is a record keyed by
      *    student (the master, a refund, a hold, a plan), and is
      *    kept while that student is protected.
       600-PURGE-CHANGE-AUDIT.
           MOVE 4 TO FILE-SUB-WS.
           OPEN INPUT CHANGE-AUDIT-FILE.
           OPEN OUTPUT RETENTION-WORK-FILE.
           OPEN EXTEND CHANGE-AUDIT-ARCHIVE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ CHANGE-AUDIT-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END PERFORM 610-PURGE-ONE-CHANGE
               END-READ
           END-PERFORM.
           CLOSE CHANGE-AUDIT-FILE.
           CLOSE CHANGE-AUDIT-ARCHIVE.
           CLOSE RETENTION-WORK-FILE.
           OPEN INPUT RETENTION-WORK-FILE.
           OPEN OUTPUT CHANGE-AUDIT-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ RETENTION-WORK-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       WRITE CHANGE-AUDIT-RECORD
                           FROM RETENTION-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE RETENTION-WORK-FILE.
           CLOSE CHANGE-AUDIT-FILE.

       610-PURGE-ONE-CHANGE.
           PERFORM 900-COUNT-BEFORE.
           MOVE "NO" TO PROTECTED-FLAG.
           IF CHG-DATE < RTF-CUTOFF-WS(4)
               IF CHG-BEFORE-NUMBER IS NUMERIC
                   MOVE CHG-BEFORE-NUMBER TO SEARCH-NUMBER-WS
                   PERFORM 180-CHECK-STUDENT
               END-IF
               IF CHG-AFTER-NUMBER IS NUMERIC
                       AND PROTECTED-FLAG = "NO"
                   MOVE CHG-AFTER-NUMBER TO SEARCH-NUMBER-WS
                   PERFORM 180-CHECK-STUDENT
               END-IF
           END-IF.
           IF CHG-DATE < RTF-CUTOFF-WS(4) AND PROTECTED-FLAG = "NO"
               WRITE CA-ARCHIVE-RECORD FROM CHANGE-AUDIT-RECORD
               PERFORM 905-COUNT-ARCHIVED
           ELSE
               IF CHG-DATE < RTF-CUTOFF-WS(4)
                   PERFORM 910-COUNT-HELD
               END-IF
               WRITE RETENTION-WORK-RECORD FROM CHANGE-AUDIT-RECORD
               ADD 1 TO RTF-AFTER-WS(4)
           END-IF.

      *    the withdrawn students by withdrawal date - one still
      *    owing was put on the protected table as it loaded
       700-PURGE-WITHDRAWN.
           MOVE 5 TO FILE-SUB-WS.
           OPEN INPUT WITHDRAWN-STUDENTS-FILE.
           OPEN OUTPUT RETENTION-WORK-FILE.
           OPEN EXTEND WITHDRAWN-ARCHIVE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ WITHDRAWN-STUDENTS-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END PERFORM 710-PURGE-ONE-WITHDRAWAL
               END-READ
           END-PERFORM.
           CLOSE WITHDRAWN-STUDENTS-FILE.
           CLOSE WITHDRAWN-ARCHIVE.
           CLOSE RETENTION-WORK-FILE.
           OPEN INPUT RETENTION-WORK-FILE.
           OPEN OUTPUT WITHDRAWN-STUDENTS-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ RETENTION-WORK-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       WRITE WITHDRAWN-STUDENT-RECORD
                           FROM RETENTION-WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE RETENTION-WORK-FILE.
           CLOSE WITHDRAWN-STUDENTS-FILE.

       710-PURGE-ONE-WITHDRAWAL.
           PERFORM 900-COUNT-BEFORE.
           ADD WDR-PRORATED-CHARGE TO WD-CHARGE-BEFORE-WS.
           MOVE WDR-STUDENT-NUMBER TO SEARCH-NUMBER-WS.
           PERFORM 180-CHECK-STUDENT.
           IF WDR-WITHDRAWAL-DATE < RTF-CUTOFF-WS(5)
                   AND PROTECTED-FLAG = "NO"
               WRITE WD-ARCHIVE-RECORD FROM WITHDRAWN-STUDENT-RECORD
               PERFORM 905-COUNT-ARCHIVED
               ADD WDR-PRORATED-CHARGE TO WD-CHARGE-ARCHIVED-WS
           ELSE
               IF WDR-WITHDRAWAL-DATE < RTF-CUTOFF-WS(5)
                   PERFORM 910-COUNT-HELD
               END-IF
               WRITE RETENTION-WORK-RECORD
                   FROM WITHDRAWN-STUDENT-RECORD
               ADD 1 TO RTF-AFTER-WS(5)
               ADD WDR-PRORATED-CHARGE TO WD-CHARGE-AFTER-WS
           END-IF.

      *    one block per file - the rule, then before, archived,
      *    held back and after - and the money lines, which must
      *    read before = archived + after
       800-PRINT-PURGE-REPORT.
           OPEN OUTPUT PURGE-REPORT-FILE.
           MOVE TODAY-WS TO RPT-RUN-DATE.
           MOVE CHG-OPERATOR-WS TO RPT-OPERATOR.
           WRITE PURGE-REPORT-LINE FROM REPORT-HEADER-LINE-WS.
           PERFORM VARYING FILE-SUB-WS FROM 1 BY 1
                   UNTIL FILE-SUB-WS > 5
               MOVE SPACES TO PURGE-REPORT-LINE
               WRITE PURGE-REPORT-LINE
               PERFORM 810-PRINT-FILE-BLOCK
           END-PERFORM.

           MOVE SPACES TO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE FROM REPORT-AMOUNT-HEADING-WS.
           MOVE "PAYMENT HISTORY - OFF BALANCES"
               TO RPT-AMOUNT-LABEL-WS.
           MOVE PH-CREDIT-BEFORE-WS TO RPT-AMOUNT-BEFORE.
           MOVE PH-CREDIT-ARCHIVED-WS TO RPT-AMOUNT-ARCHIVED.
           MOVE PH-CREDIT-AFTER-WS TO RPT-AMOUNT-AFTER.
           WRITE PURGE-REPORT-LINE FROM REPORT-AMOUNT-LINE-WS.
           MOVE "PAYMENT HISTORY - ONTO BALANCES"
               TO RPT-AMOUNT-LABEL-WS.
           MOVE PH-DEBIT-BEFORE-WS TO RPT-AMOUNT-BEFORE.
           MOVE PH-DEBIT-ARCHIVED-WS TO RPT-AMOUNT-ARCHIVED.
           MOVE PH-DEBIT-AFTER-WS TO RPT-AMOUNT-AFTER.
           WRITE PURGE-REPORT-LINE FROM REPORT-AMOUNT-LINE-WS.
           MOVE "WITHDRAWN - PRO-RATED CHARGES"
               TO RPT-AMOUNT-LABEL-WS.
           MOVE WD-CHARGE-BEFORE-WS TO RPT-AMOUNT-BEFORE.
           MOVE WD-CHARGE-ARCHIVED-WS TO RPT-AMOUNT-ARCHIVED.
           MOVE WD-CHARGE-AFTER-WS TO RPT-AMOUNT-AFTER.
           WRITE PURGE-REPORT-LINE FROM REPORT-AMOUNT-LINE-WS.
           MOVE "MASTER BALANCES - NOT TOUCHED"
               TO RPT-AMOUNT-LABEL-WS.
           MOVE MASTER-BALANCE-TOTAL-WS TO RPT-AMOUNT-BEFORE.
           MOVE 0 TO RPT-AMOUNT-ARCHIVED.
           MOVE MASTER-BALANCE-TOTAL-WS TO RPT-AMOUNT-AFTER.
           WRITE PURGE-REPORT-LINE FROM REPORT-AMOUNT-LINE-WS.

           MOVE SPACES TO PURGE-REPORT-LINE.
           WRITE PURGE-REPORT-LINE.
           MOVE "STUDENTS ON MASTER:" TO RPT-COUNT-LABEL-WS.
           MOVE MST-COUNT-WS TO RPT-COUNT-VALUE-WS.
           WRITE PURGE-REPORT-LINE FROM REPORT-COUNT-LINE-WS.
           MOVE "PROTECTED OFF THE MASTER BALANCES:"
               TO RPT-COUNT-LABEL-WS.
           MOVE PRT-COUNT-WS TO RPT-COUNT-VALUE-WS.
           WRITE PURGE-REPORT-LINE FROM REPORT-COUNT-LINE-WS.
           IF HELD-OVERFLOW-FLAG = "YES"
               MOVE "HELD TABLE FULL - REST OF PAYMENT HISTORY KEPT"
                   TO PURGE-REPORT-LINE
               WRITE PURGE-REPORT-LINE
           END-IF.
           CLOSE PURGE-REPORT-FILE.

       810-PRINT-FILE-BLOCK.
           MOVE RTF-FILE-NAME-WS(FILE-SUB-WS) TO RPT-FILE-NAME.
           IF RTF-RULE-FLAG-WS(FILE-SUB-WS) = "YES"
               MOVE RTF-YEARS-WS(FILE-SUB-WS) TO RPT-YEARS
               MOVE RTF-CUTOFF-WS(FILE-SUB-WS) TO RPT-CUTOFF
               MOVE REPORT-RULE-TEXT-WS TO RPT-RULE-TEXT
               WRITE PURGE-REPORT-LINE FROM REPORT-FILE-LINE-WS
               MOVE "RECORDS BEFORE:" TO RPT-COUNT-LABEL-WS
               MOVE RTF-BEFORE-WS(FILE-SUB-WS) TO RPT-COUNT-VALUE-WS
               WRITE PURGE-REPORT-LINE FROM REPORT-COUNT-LINE-WS
               MOVE "RECORDS ARCHIVED:" TO RPT-COUNT-LABEL-WS
               MOVE RTF-ARCHIVED-WS(FILE-SUB-WS)
                   TO RPT-COUNT-VALUE-WS
               WRITE PURGE-REPORT-LINE FROM REPORT-COUNT-LINE-WS
               MOVE "PAST RETENTION, HELD BACK:"
                   TO RPT-COUNT-LABEL-WS
               MOVE RTF-HELD-WS(FILE-SUB-WS) TO RPT-COUNT-VALUE-WS
               WRITE PURGE-REPORT-LINE FROM REPORT-COUNT-LINE-WS
               MOVE "RECORDS AFTER:" TO RPT-COUNT-LABEL-WS
               MOVE RTF-AFTER-WS(FILE-SUB-WS) TO RPT-COUNT-VALUE-WS
               WRITE PURGE-REPORT-LINE FROM REPORT-COUNT-LINE-WS
           ELSE
               MOVE "NO RETENTION RULE - NOT PURGED" TO RPT-RULE-TEXT
               WRITE PURGE-REPORT-LINE FROM REPORT-FILE-LINE-WS
           END-IF.

      *    one PURGE per file purged, after every file is rewritten
      *    so the audit records land on the new change-audit file:
      *    before is the rule and the records on file, after the
      *    records left and the archive's date
       850-AUDIT-PURGE.
           MOVE "PURGE" TO CHG-ACTION-WS.
           PERFORM VARYING FILE-SUB-WS FROM 1 BY 1
                   UNTIL FILE-SUB-WS > 5
               IF RTF-RULE-FLAG-WS(FILE-SUB-WS) = "YES"
                   MOVE RTF-FILE-NAME-WS(FILE-SUB-WS) TO PAI-FILE-NAME
                   MOVE RTF-YEARS-WS(FILE-SUB-WS) TO PAI-YEARS
                   MOVE RTF-CUTOFF-WS(FILE-SUB-WS) TO PAI-CUTOFF
                   MOVE RTF-BEFORE-WS(FILE-SUB-WS) TO PAI-COUNT
                   MOVE 0 TO PAI-ARCHIVE-DATE
                   MOVE PURGE-AUDIT-IMAGE-WS TO CHG-BEFORE-WS
                   MOVE RTF-AFTER-WS(FILE-SUB-WS) TO PAI-COUNT
                   MOVE TODAY-WS TO PAI-ARCHIVE-DATE
                   MOVE PURGE-AUDIT-IMAGE-WS TO CHG-AFTER-WS
                   PERFORM 070-WRITE-CHANGE-AUDIT
               END-IF
           END-PERFORM.

      *    the record counts for the file being purged
       900-COUNT-BEFORE.
           ADD 1 TO RTF-BEFORE-WS(FILE-SUB-WS).
           ADD 1 TO RECORDS-READ-WS.

       905-COUNT-ARCHIVED.
           ADD 1 TO RTF-ARCHIVED-WS(FILE-SUB-WS).
           ADD 1 TO RECORDS-ARCHIVED-WS.

       910-COUNT-HELD.
           ADD 1 TO RTF-HELD-WS(FILE-SUB-WS).
           ADD 1 TO RECORDS-HELD-WS.

       END PROGRAM RETENTION-PURGE.
