      ******************************************************************
      * Author:
      * Date:
      * Purpose: puts a backup generation taken by STREAM-BACKUP
      *          back in place, as a set, for the night a stream step
      *          has left the files half-updated.  The operator signs
      *          on, picks a generation off the list of those on
      *          BACKUP-CATALOG.txt, and the generation is proved
      *          before anything is touched - its records on its own
      *          BACKUP-GEN-<generation>-<date>.txt are counted file
      *          by file and must agree with the counts the catalog
      *          took when it was backed up.  Only a generation that
      *          proves clean and that the operator confirms is
      *          written back, and then over every file of the set
      *          together - the indexed master STUFILE3.IDX,
      *          STUFILE3.txt, PAYMENTS.txt, PAYMENT-HISTORY.txt,
      *          REFUNDS-DUE.txt, PAYMENT-SUSPENSE.txt,
      *          POSTED-BATCHES.txt, STUDENT-HOLDS.txt,
      *          PERIOD-EXCEPTIONS.TXT and CHECKPOINT.TXT - so the
      *          files never disagree with each other about which
      *          night they are from.  The restore goes on
      *          RUN-LOG.txt as STREAM-RESTORE, so
      *          OPERATIONS-SUMMARY shows it with the next run, and
      *          onto the change-audit file under the operator who
      *          did it.  A cancelled or refused restore logs
      *          REJECTED and leaves every file as it was.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREAM-RESTORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL - no catalog means no backup has been taken yet,
      *    which is reported rather than abending
           SELECT OPTIONAL BACKUP-CATALOG-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\BACKUP-CATALOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the chosen generation's dated file, named the way
      *    STREAM-BACKUP's 150-BUILD-GENERATION-NAME names it -
      *    OPTIONAL so a file gone missing fails the proof instead
      *    of abending
           SELECT OPTIONAL BACKUP-GENERATION-FILE
           ASSIGN TO GENERATION-FILENAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\OPERATORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the backup set, in the file-number order STREAM-BACKUP
      *    tags each record with
           SELECT STUDENT-IDX-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\STUFILE3.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-STUDENT-NUMBER.

           SELECT STUDENT-SEQ-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\STUFILE3.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYMENTS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\PAYMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYMENT-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PAYMENT-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFUNDS-DUE-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\REFUNDS-DUE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYMENT-SUSPENSE-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PAYMENT-SUSPENSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSTED-BATCHES-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\POSTED-BATCHES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-HOLDS-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\STUDENT-HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERIOD-EXCEPTION-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PERIOD-EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECKPOINT-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\CHECKPOINT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * same record layout STREAM-BACKUP.cbl maintains
       FD  BACKUP-CATALOG-FILE.
       01  BACKUP-CATALOG-RECORD.
           05 BKC-GENERATION PIC 9(5).
           05 BKC-TAKEN-DATE PIC 9(8).
           05 BKC-TAKEN-TIME PIC 9(6).
           05 BKC-RUN-LOG-RECORDS PIC 9(6).
           05 BKC-LAST-STREAM-DATE PIC X(8).
           05 BKC-LAST-STREAM-STATUS PIC X(8).
           05 BKC-FILE-COUNT PIC 9(6) OCCURS 10 TIMES.

      * same record layout STREAM-BACKUP.cbl writes
       FD  BACKUP-GENERATION-FILE.
       01  BACKUP-GENERATION-RECORD.
           05 BKG-GENERATION PIC 9(5).
           05 BKG-FILE-NUMBER PIC 9(2).
           05 BKG-DATA PIC X(107).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPR-ID PIC X(8).
           05 OPR-NAME PIC X(30).

       FD  STUDENT-IDX-FILE.
       01  STUDENT-MASTER-RECORD.
           05 MST-STUDENT-NUMBER PIC 9(6).
           05 MST-REST-OF-RECORD PIC X(101).

       FD  STUDENT-SEQ-FILE.
       01  STUDENT-SEQ-RECORD PIC X(107).

       FD  PAYMENTS-FILE.
       01  PAYMENTS-RECORD PIC X(23).

       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD PIC X(37).

       FD  REFUNDS-DUE-FILE.
       01  REFUND-DUE-RECORD PIC X(74).

       FD  PAYMENT-SUSPENSE-FILE.
       01  SUSPENSE-RECORD PIC X(20).

       FD  POSTED-BATCHES-FILE.
       01  POSTED-BATCH-RECORD PIC X(32).

       FD  STUDENT-HOLDS-FILE.
       01  STUDENT-HOLD-RECORD PIC X(87).

       FD  PERIOD-EXCEPTION-FILE.
       01  PERIOD-EXCEPTION-LINE PIC X(90).

      * the length of CHECKPOINT-RECORD in Project3_Part3.cbl
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD PIC X(103).

       WORKING-STORAGE SECTION.

           COPY CHANGE-AUDIT.

      *    the operators allowed in, loaded once at sign-on
       01  OPERATOR-TABLE.
           05  OPR-COUNT-WS PIC 9(2) VALUE 0.
           05  OPR-ENTRY-WS OCCURS 1 TO 50 TIMES
                   DEPENDING ON OPR-COUNT-WS.
               10 OPR-ID-WS PIC X(8).
               10 OPR-NAME-WS PIC X(30).

      *    the generations on the catalog, oldest first
       01  CATALOG-TABLE.
           05  CAT-COUNT-WS PIC 9(2) VALUE 0.
           05  CAT-ENTRY-WS OCCURS 1 TO 20 TIMES
                   DEPENDING ON CAT-COUNT-WS.
               10 CAT-GENERATION-WS PIC 9(5).
               10 CAT-TAKEN-DATE-WS PIC 9(8).
               10 CAT-TAKEN-TIME-WS PIC 9(6).
               10 CAT-RUN-LOG-RECORDS-WS PIC 9(6).
               10 CAT-LAST-STREAM-DATE-WS PIC X(8).
               10 CAT-LAST-STREAM-STATUS-WS PIC X(8).
               10 CAT-FILE-COUNT-WS PIC 9(6) OCCURS 10 TIMES.

      *    the files of the set by file number, for the listing and
      *    the proof - same order as STREAM-BACKUP backs them up
       01  SET-FILE-NAME-TABLE.
           05 FILLER PIC X(21) VALUE "STUFILE3.IDX".
           05 FILLER PIC X(21) VALUE "STUFILE3.txt".
           05 FILLER PIC X(21) VALUE "PAYMENTS.txt".
           05 FILLER PIC X(21) VALUE "PAYMENT-HISTORY.txt".
           05 FILLER PIC X(21) VALUE "REFUNDS-DUE.txt".
           05 FILLER PIC X(21) VALUE "PAYMENT-SUSPENSE.txt".
           05 FILLER PIC X(21) VALUE "POSTED-BATCHES.txt".
           05 FILLER PIC X(21) VALUE "STUDENT-HOLDS.txt".
           05 FILLER PIC X(21) VALUE "PERIOD-EXCEPTIONS.TXT".
           05 FILLER PIC X(21) VALUE "CHECKPOINT.TXT".
       01  SET-FILE-NAMES REDEFINES SET-FILE-NAME-TABLE.
           05 SET-FILE-NAME-WS PIC X(21) OCCURS 10 TIMES.

       01  FLAG-FIELDS.
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 EOF-OPR-FLAG PIC X(3) VALUE "NO".
           05 EOF-CAT-FLAG PIC X(3) VALUE "NO".
           05 SIGNED-ON-FLAG PIC X(3) VALUE "NO".
           05 FOUND-FLAG PIC X(3) VALUE "NO".
           05 CANCEL-FLAG PIC X(3) VALUE "NO".
      *    set when the generation's records on file do not agree
      *    with the catalog's counts - a damaged generation is never
      *    written back
           05 PROOF-FAILED-FLAG PIC X(3) VALUE "NO".

       01  CONFIRM-WS PIC X(1) VALUE SPACES.
       01  SUB-WS PIC 9(2).
       01  FILE-SUB-WS PIC 9(2).
       01  FOUND-INDEX-WS PIC 9(2) VALUE 0.
       01  RESTORE-GENERATION-WS PIC 9(5) VALUE 0.
       01  RECORDS-RESTORED-WS PIC 9(7) VALUE 0.
       01  IDX-REJECTS-WS PIC 9(5) VALUE 0.
       01  OPR-SUB-WS PIC 9(2).
       01  INPUT-OPERATOR-WS PIC X(8).

      *    the chosen generation's file, built by
      *    150-BUILD-GENERATION-NAME
       01  GENERATION-FILENAME-WS PIC X(80) VALUE SPACES.

      *    the generation's records counted file by file, proved
      *    against the catalog before the restore
       01  PROOF-COUNTS-WS.
           05 PROOF-FILE-COUNT-WS PIC 9(6) OCCURS 10 TIMES.

      *    staging field for the numeric-entry validation/re-prompt
      *    loop, the same IS NUMERIC technique project1.cbl's
      *    PROMPT-USER-INPUT uses
       01  ENTRY-CHECK-WS PIC X(5) JUSTIFIED RIGHT.

           COPY RUN-LOG.

       PROCEDURE DIVISION.

       PERFORM 140-LOG-RUN-START.
       PERFORM 050-OPERATOR-SIGN-ON.
       IF SIGNED-ON-FLAG = "NO"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
           STOP RUN
       END-IF.
       PERFORM 100-LOAD-CATALOG.
       IF CAT-COUNT-WS = 0
           DISPLAY "No backup generations on the catalog - nothing "
               "to restore"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
           STOP RUN
       END-IF.
       PERFORM 200-LIST-CATALOG.
       PERFORM 210-PROMPT-GENERATION
           UNTIL FOUND-FLAG = "YES" OR CANCEL-FLAG = "YES".
       IF CANCEL-FLAG = "YES"
           DISPLAY "Restore cancelled - files untouched"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
           STOP RUN
       END-IF.
       PERFORM 150-BUILD-GENERATION-NAME.
       PERFORM 300-PROVE-GENERATION.
       IF PROOF-FAILED-FLAG = "YES"
           DISPLAY "Generation " RESTORE-GENERATION-WS
               " does not agree with its catalog entry - NOT "
               "restored, files untouched"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
           STOP RUN
       END-IF.
       PERFORM 310-CONFIRM-RESTORE.
       IF CONFIRM-WS = "Y" OR CONFIRM-WS = "y"
           PERFORM 400-RESTORE-THE-SET
           PERFORM 500-AUDIT-RESTORE
           DISPLAY "RESTORE COMPLETE - GENERATION "
               RESTORE-GENERATION-WS ", " RECORDS-RESTORED-WS
               " RECORD(S) PUT BACK"
           IF IDX-REJECTS-WS > 0
               DISPLAY IDX-REJECTS-WS " STUFILE3.IDX RECORD(S) "
                   "REFUSED ON A DUPLICATE KEY"
           END-IF
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
       ELSE
           DISPLAY "Restore cancelled - files untouched"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
       END-IF.

       STOP RUN.

      *    putting files back is as final as anything the system
      *    does - sign-on fails closed: no operator file, an empty
      *    one, or three bad tries and the restore never starts
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

      *    the restore goes to the shared change-audit file with the
      *    operator - the caller has already staged the action and
      *    both images
       070-WRITE-CHANGE-AUDIT.
           MOVE "STREAM-RESTORE" TO CHG-PROGRAM-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\CHANGE-AUDIT"
               USING CHANGE-AUDIT-PARMS.

      *    STARTED goes on the shared run-log before any work - a
      *    run that abends leaves this record with no completion
      *    after it, which is what the operations summary looks for
       140-LOG-RUN-START.
           MOVE "STREAM-RESTORE" TO RUN-LOG-PROGRAM-WS.
           MOVE "STARTED" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           MOVE 0 TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    completion record - the caller has already set
      *    RUN-LOG-STATUS-WS.  Exceptions counts the IDX records
      *    refused on a duplicate key.
       145-LOG-RUN-END.
           MOVE "STREAM-RESTORE" TO RUN-LOG-PROGRAM-WS.
           MOVE RECORDS-RESTORED-WS TO RUN-LOG-READ-WS.
           MOVE RECORDS-RESTORED-WS TO RUN-LOG-WRITE-WS.
           MOVE IDX-REJECTS-WS TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

       100-LOAD-CATALOG.
           OPEN INPUT BACKUP-CATALOG-FILE.
           PERFORM UNTIL EOF-CAT-FLAG = "YES"
               READ BACKUP-CATALOG-FILE
                   AT END MOVE "YES" TO EOF-CAT-FLAG
                   NOT AT END
                       IF CAT-COUNT-WS >= 20
                           DISPLAY "BACKUP CATALOG FULL (20) - "
                               "REMAINING ENTRIES NOT LISTED"
                           MOVE "YES" TO EOF-CAT-FLAG
                       ELSE
                           ADD 1 TO CAT-COUNT-WS
                           MOVE BACKUP-CATALOG-RECORD
                               TO CAT-ENTRY-WS(CAT-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-CATALOG-FILE.

      *    the same STRING build STREAM-BACKUP names each
      *    generation's file with, off the chosen catalog entry
       150-BUILD-GENERATION-NAME.
           STRING "C:\Users\harpa\Desktop\Project3\"
                   "BACKUP-GEN-" CAT-GENERATION-WS(FOUND-INDEX-WS) "-"
                   CAT-TAKEN-DATE-WS(FOUND-INDEX-WS) ".txt"
               DELIMITED BY SIZE
               INTO GENERATION-FILENAME-WS.

      *    one block per generation: when it was taken, how the
      *    stream before it had ended, and what it holds
       200-LIST-CATALOG.
           DISPLAY "BACKUP GENERATIONS ON FILE".
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > CAT-COUNT-WS
               DISPLAY " "
               DISPLAY "GENERATION " CAT-GENERATION-WS(SUB-WS)
                   "  TAKEN " CAT-TAKEN-DATE-WS(SUB-WS)
                   " " CAT-TAKEN-TIME-WS(SUB-WS)
                   "  RUN-LOG RECORDS "
                   CAT-RUN-LOG-RECORDS-WS(SUB-WS)
               IF CAT-LAST-STREAM-DATE-WS(SUB-WS) = SPACES
                   DISPLAY "  LAST STREAM: NONE ON THE RUN-LOG"
               ELSE
                   DISPLAY "  LAST STREAM: "
                       CAT-LAST-STREAM-DATE-WS(SUB-WS) " "
                       CAT-LAST-STREAM-STATUS-WS(SUB-WS)
               END-IF
               PERFORM VARYING FILE-SUB-WS FROM 1 BY 1
                       UNTIL FILE-SUB-WS > 10
                   DISPLAY "  " SET-FILE-NAME-WS(FILE-SUB-WS) " "
                       CAT-FILE-COUNT-WS(SUB-WS, FILE-SUB-WS)
                       " RECORD(S)"
               END-PERFORM
           END-PERFORM.
           DISPLAY " ".

      *    must be one of the generations listed - 0 backs out
      *    without restoring anything
       210-PROMPT-GENERATION.
           DISPLAY "Enter the generation to restore (0 to cancel)".
           ACCEPT ENTRY-CHECK-WS.
           INSPECT ENTRY-CHECK-WS REPLACING LEADING SPACE BY ZERO.
           IF ENTRY-CHECK-WS IS NOT NUMERIC
               DISPLAY "Invalid entry - numbers only, try again"
           ELSE
               MOVE ENTRY-CHECK-WS TO RESTORE-GENERATION-WS
               IF RESTORE-GENERATION-WS = 0
                   MOVE "YES" TO CANCEL-FLAG
               ELSE
                   PERFORM VARYING SUB-WS FROM 1 BY 1
                           UNTIL SUB-WS > CAT-COUNT-WS
                               OR FOUND-FLAG = "YES"
                       IF CAT-GENERATION-WS(SUB-WS)
                               = RESTORE-GENERATION-WS
                           MOVE "YES" TO FOUND-FLAG
                           MOVE SUB-WS TO FOUND-INDEX-WS
                       END-IF
                   END-PERFORM
                   IF FOUND-FLAG = "NO"
                       DISPLAY "Generation " RESTORE-GENERATION-WS
                           " is not on the catalog, try again"
                   END-IF
               END-IF
           END-IF.

      *    every file's record count for the generation must match
      *    what the catalog took when it was backed up
       300-PROVE-GENERATION.
           INITIALIZE PROOF-COUNTS-WS.
           OPEN INPUT BACKUP-GENERATION-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ BACKUP-GENERATION-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF BKG-GENERATION = RESTORE-GENERATION-WS
                           IF BKG-FILE-NUMBER >= 1
                                   AND BKG-FILE-NUMBER <= 10
                               ADD 1 TO PROOF-FILE-COUNT-WS
                                   (BKG-FILE-NUMBER)
                           ELSE
                               DISPLAY "Record with no file of the "
                                   "set (file number "
                                   BKG-FILE-NUMBER ")"
                               MOVE "YES" TO PROOF-FAILED-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-GENERATION-FILE.
           PERFORM VARYING FILE-SUB-WS FROM 1 BY 1
                   UNTIL FILE-SUB-WS > 10
               IF PROOF-FILE-COUNT-WS(FILE-SUB-WS) NOT =
                       CAT-FILE-COUNT-WS(FOUND-INDEX-WS, FILE-SUB-WS)
                   DISPLAY SET-FILE-NAME-WS(FILE-SUB-WS)
                       " CATALOG "
                       CAT-FILE-COUNT-WS(FOUND-INDEX-WS, FILE-SUB-WS)
                       " ON FILE " PROOF-FILE-COUNT-WS(FILE-SUB-WS)
                   MOVE "YES" TO PROOF-FAILED-FLAG
               END-IF
           END-PERFORM.

      *    the restore overwrites every file of the set, so the
      *    operator confirms the generation and its date first
       310-CONFIRM-RESTORE.
           DISPLAY "About to replace all 10 files of the set with "
               "generation " RESTORE-GENERATION-WS " taken "
               CAT-TAKEN-DATE-WS(FOUND-INDEX-WS) " "
               CAT-TAKEN-TIME-WS(FOUND-INDEX-WS) ".".
           DISPLAY "Everything posted since then is lost. "
               "Proceed ? Y/N".
           ACCEPT CONFIRM-WS.

      *    every file of the set is opened OUTPUT together and
      *    filled from the generation - the IDX records were backed
      *    up in key order, so they go back in key order
       400-RESTORE-THE-SET.
           OPEN OUTPUT STUDENT-IDX-FILE.
           OPEN OUTPUT STUDENT-SEQ-FILE.
           OPEN OUTPUT PAYMENTS-FILE.
           OPEN OUTPUT PAYMENT-HISTORY-FILE.
           OPEN OUTPUT REFUNDS-DUE-FILE.
           OPEN OUTPUT PAYMENT-SUSPENSE-FILE.
           OPEN OUTPUT POSTED-BATCHES-FILE.
           OPEN OUTPUT STUDENT-HOLDS-FILE.
           OPEN OUTPUT PERIOD-EXCEPTION-FILE.
           OPEN OUTPUT CHECKPOINT-FILE.
           OPEN INPUT BACKUP-GENERATION-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ BACKUP-GENERATION-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF BKG-GENERATION = RESTORE-GENERATION-WS
                           PERFORM 410-RESTORE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-GENERATION-FILE.
           CLOSE STUDENT-IDX-FILE.
           CLOSE STUDENT-SEQ-FILE.
           CLOSE PAYMENTS-FILE.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE REFUNDS-DUE-FILE.
           CLOSE PAYMENT-SUSPENSE-FILE.
           CLOSE POSTED-BATCHES-FILE.
           CLOSE STUDENT-HOLDS-FILE.
           CLOSE PERIOD-EXCEPTION-FILE.
           CLOSE CHECKPOINT-FILE.

       410-RESTORE-ONE-RECORD.
           ADD 1 TO RECORDS-RESTORED-WS.
           EVALUATE BKG-FILE-NUMBER
               WHEN 1
                   MOVE BKG-DATA TO STUDENT-MASTER-RECORD
                   WRITE STUDENT-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO IDX-REJECTS-WS
                           DISPLAY "STUFILE3.IDX DUPLICATE KEY "
                               MST-STUDENT-NUMBER " - NOT RESTORED"
                   END-WRITE
               WHEN 2
                   MOVE BKG-DATA TO STUDENT-SEQ-RECORD
                   WRITE STUDENT-SEQ-RECORD
               WHEN 3
                   MOVE BKG-DATA TO PAYMENTS-RECORD
                   WRITE PAYMENTS-RECORD
               WHEN 4
                   MOVE BKG-DATA TO PAYMENT-HISTORY-RECORD
                   WRITE PAYMENT-HISTORY-RECORD
               WHEN 5
                   MOVE BKG-DATA TO REFUND-DUE-RECORD
                   WRITE REFUND-DUE-RECORD
               WHEN 6
                   MOVE BKG-DATA TO SUSPENSE-RECORD
                   WRITE SUSPENSE-RECORD
               WHEN 7
                   MOVE BKG-DATA TO POSTED-BATCH-RECORD
                   WRITE POSTED-BATCH-RECORD
               WHEN 8
                   MOVE BKG-DATA TO STUDENT-HOLD-RECORD
                   WRITE STUDENT-HOLD-RECORD
               WHEN 9
                   MOVE BKG-DATA TO PERIOD-EXCEPTION-LINE
                   WRITE PERIOD-EXCEPTION-LINE
               WHEN 10
                   MOVE BKG-DATA TO CHECKPOINT-RECORD
                   WRITE CHECKPOINT-RECORD
           END-EVALUATE.

      *    one RESTOR entry: before is blank, after is the catalog
      *    entry of the generation put back
       500-AUDIT-RESTORE.
           MOVE "RESTOR" TO CHG-ACTION-WS.
           MOVE SPACES TO CHG-BEFORE-WS.
           MOVE CAT-ENTRY-WS(FOUND-INDEX-WS) TO CHG-AFTER-WS.
           PERFORM 070-WRITE-CHANGE-AUDIT.

       END PROGRAM STREAM-RESTORE.
