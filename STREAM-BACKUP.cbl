      ******************************************************************
      * Author:
      * Date:
      * Purpose: takes a backup generation of every file the nightly
      *          stream updates, before the stream touches any of
      *          them - so a step that halts the night after
      *          PAYMENT-APPLICATION has already rewritten the master
      *          leaves a copy to go back to.  The set is the indexed
      *          master STUFILE3.IDX, STUFILE3.txt, PAYMENTS.txt,
      *          PAYMENT-HISTORY.txt, REFUNDS-DUE.txt,
      *          PAYMENT-SUSPENSE.txt, POSTED-BATCHES.txt,
      *          STUDENT-HOLDS.txt, PERIOD-EXCEPTIONS.TXT (which
      *          PAYMENT-APPLICATION extends, so a rerun after a
      *          restore would repeat its lines) and PROJECT3's
      *          CHECKPOINT.TXT restart state; the reports the steps
      *          write are rebuilt by rerunning them and are not
      *          kept.  Every generation goes to its own dated file,
      *          BACKUP-GEN-<generation>-<date>.txt, each record
      *          tagged with which file of the set it came from, and
      *          is entered on BACKUP-CATALOG.txt with the date and
      *          time taken, the record count of every file, and the
      *          state of the run-log at the time - how many records
      *          it held and how the last completed nightly stream
      *          ended.  Only the newest generations are kept: the
      *          number comes off BACKUP-CONTROL.txt (5 when the file
      *          is missing or unreadable), and the oldest beyond it
      *          drop off the catalog and have their files emptied
      *          as each new one is taken.
      *          STREAM-RESTORE puts a generation back.  Runs as the
      *          first step of NIGHTLY-DRIVER and ends with GOBACK.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREAM-BACKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    one record: how many generations to keep - OPTIONAL, a
      *    missing file keeps the default
           SELECT OPTIONAL BACKUP-CONTROL-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\BACKUP-CONTROL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    one record per generation held - OPTIONAL because the
      *    first backup ever creates it
           SELECT OPTIONAL BACKUP-CATALOG-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\BACKUP-CATALOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    one generation, record for record - assigned to a
      *    variable file name (built by 150-BUILD-GENERATION-NAME)
      *    carrying the generation number and the date taken.  The
      *    catalog is only written once the file is complete, so a
      *    run that dies part way leaves a file no catalog entry
      *    points at, never a catalogued half set.
           SELECT BACKUP-GENERATION-FILE
           ASSIGN TO GENERATION-FILENAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\RUN-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the backup set, in file-number order 1 to 10
           SELECT STUDENT-IDX-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\STUFILE3.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-STUDENT-NUMBER.

           SELECT OPTIONAL STUDENT-SEQ-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\STUFILE3.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENTS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\PAYMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-HISTORY-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PAYMENT-HISTORY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REFUNDS-DUE-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\REFUNDS-DUE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-SUSPENSE-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PAYMENT-SUSPENSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL POSTED-BATCHES-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\POSTED-BATCHES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STUDENT-HOLDS-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\STUDENT-HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL - no month locked yet means no exceptions logged
           SELECT OPTIONAL PERIOD-EXCEPTION-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\PERIOD-EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL - PROJECT3 leaves it empty or absent after a run
      *    that finished
           SELECT OPTIONAL CHECKPOINT-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\CHECKPOINT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP-CONTROL-FILE.
       01  BACKUP-CONTROL-RECORD.
           05 BKP-GENERATIONS-KEPT PIC X(1).

      * one generation: when it was taken, the run-log state at the
      * time, and the record count of each file of the set in
      * file-number order
       FD  BACKUP-CATALOG-FILE.
       01  BACKUP-CATALOG-RECORD.
           05 BKC-GENERATION PIC 9(5).
           05 BKC-TAKEN-DATE PIC 9(8).
           05 BKC-TAKEN-TIME PIC 9(6).
           05 BKC-RUN-LOG-RECORDS PIC 9(6).
      *    the last nightly stream that had finished when the
      *    backup was taken - blank when the log shows none
           05 BKC-LAST-STREAM-DATE PIC X(8).
           05 BKC-LAST-STREAM-STATUS PIC X(8).
           05 BKC-FILE-COUNT PIC 9(6) OCCURS 10 TIMES.

      * any record of the set, behind its generation and file
      * number - wide enough for the 107-byte student master, the
      * widest record backed up
       FD  BACKUP-GENERATION-FILE.
       01  BACKUP-GENERATION-RECORD.
           05 BKG-GENERATION PIC 9(5).
           05 BKG-FILE-NUMBER PIC 9(2).
           05 BKG-DATA PIC X(107).

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

      * the files of the set are copied whole, so only the indexed
      * master's key is broken out - every other record is carried
      * as the bytes its own program lays out
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

      *    the generations on the catalog, oldest first - never
      *    more than the number kept plus the one being added
       01  CATALOG-TABLE.
           05  CAT-COUNT-WS PIC 9(2) VALUE 0.
           05  CAT-ENTRY-WS OCCURS 1 TO 20 TIMES
                   DEPENDING ON CAT-COUNT-WS.
               10 CAT-GENERATION-WS PIC 9(5).
               10 CAT-TAKEN-DATE-WS PIC 9(8).
               10 CAT-DETAIL-WS PIC X(88).

       01  FLAG-FIELDS.
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 EOF-CAT-FLAG PIC X(3) VALUE "NO".
           05 EOF-LOG-FLAG PIC X(3) VALUE "NO".

      *    generations kept when BACKUP-CONTROL.txt has no usable
      *    value
       01  DEFAULT-KEPT-WS PIC 9(1) VALUE 5.
       01  GENERATIONS-KEPT-WS PIC 9(1) VALUE 0.
       01  GENERATIONS-DROPPED-WS PIC 9(2) VALUE 0.
       01  OLDEST-KEPT-WS PIC 9(5) VALUE 0.
       01  NEW-GENERATION-WS PIC 9(5) VALUE 0.
       01  FILE-NUMBER-WS PIC 9(2).
       01  SUB-WS PIC 9(2).
       01  RECORDS-BACKED-UP-WS PIC 9(7) VALUE 0.
       01  TODAY-WS PIC 9(8).
       01  TIME-NOW-WS.
           05 TIME-HHMMSS-WS PIC 9(6).
           05 FILLER PIC 9(2).

      *    the generation file being written or emptied, built by
      *    150-BUILD-GENERATION-NAME from the two fields below it
       01  GENERATION-FILENAME-WS PIC X(80) VALUE SPACES.
       01  NAME-GENERATION-WS PIC 9(5).
       01  NAME-DATE-WS PIC 9(8).

      *    the new generation's catalog entry, built as the backup
      *    runs and added behind the kept ones at the end
       01  NEW-CATALOG-ENTRY-WS.
           05 NEW-GENERATION-NO-WS PIC 9(5).
           05 NEW-TAKEN-DATE-WS PIC 9(8).
           05 NEW-TAKEN-TIME-WS PIC 9(6).
           05 NEW-RUN-LOG-RECORDS-WS PIC 9(6) VALUE 0.
           05 NEW-LAST-STREAM-DATE-WS PIC X(8) VALUE SPACES.
           05 NEW-LAST-STREAM-STATUS-WS PIC X(8) VALUE SPACES.
           05 NEW-FILE-COUNT-WS PIC 9(6) OCCURS 10 TIMES VALUE 0.

           COPY RUN-LOG.

       PROCEDURE DIVISION.

       PERFORM 140-LOG-RUN-START.
       ACCEPT TODAY-WS FROM DATE YYYYMMDD.
       ACCEPT TIME-NOW-WS FROM TIME.
       PERFORM 100-LOAD-CONTROL.
       PERFORM 110-LOAD-CATALOG.
       PERFORM 120-READ-RUN-LOG-STATE.
       MOVE NEW-GENERATION-WS TO NAME-GENERATION-WS.
       MOVE TODAY-WS TO NAME-DATE-WS.
       PERFORM 150-BUILD-GENERATION-NAME.
       PERFORM 300-BACKUP-THE-SET.
       PERFORM 500-SAVE-CATALOG.
       PERFORM 600-EMPTY-DROPPED-GENERATIONS.
       DISPLAY "BACKUP GENERATION " NEW-GENERATION-WS " TAKEN - "
           RECORDS-BACKED-UP-WS " RECORD(S), "
           GENERATIONS-DROPPED-WS " OLD GENERATION(S) DROPPED".
       MOVE "NORMAL" TO RUN-LOG-STATUS-WS.
       PERFORM 145-LOG-RUN-END.

       GOBACK.

      *    STARTED goes on the shared run-log before any work - a
      *    run that abends leaves this record with no completion
      *    after it, which is what the nightly driver looks for
       140-LOG-RUN-START.
           MOVE "STREAM-BACKUP" TO RUN-LOG-PROGRAM-WS.
           MOVE "STARTED" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           MOVE 0 TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    completion record - the caller has already set
      *    RUN-LOG-STATUS-WS
       145-LOG-RUN-END.
           MOVE "STREAM-BACKUP" TO RUN-LOG-PROGRAM-WS.
           MOVE RECORDS-BACKED-UP-WS TO RUN-LOG-READ-WS.
           MOVE RECORDS-BACKED-UP-WS TO RUN-LOG-WRITE-WS.
           MOVE GENERATIONS-DROPPED-WS TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    1 to 9 generations - anything else keeps the default
       100-LOAD-CONTROL.
           MOVE DEFAULT-KEPT-WS TO GENERATIONS-KEPT-WS.
           OPEN INPUT BACKUP-CONTROL-FILE.
           READ BACKUP-CONTROL-FILE
               AT END CONTINUE
               NOT AT END
                   IF BKP-GENERATIONS-KEPT IS NUMERIC
                           AND BKP-GENERATIONS-KEPT NOT = "0"
                       MOVE BKP-GENERATIONS-KEPT
                           TO GENERATIONS-KEPT-WS
                   ELSE
                       DISPLAY "BACKUP-CONTROL.txt NOT 1-9 - KEEPING "
                           DEFAULT-KEPT-WS " GENERATIONS"
                   END-IF
           END-READ.
           CLOSE BACKUP-CONTROL-FILE.

      *    the catalog is in generation order, oldest first; the new
      *    generation is one past the newest
       110-LOAD-CATALOG.
           OPEN INPUT BACKUP-CATALOG-FILE.
           PERFORM UNTIL EOF-CAT-FLAG = "YES"
               READ BACKUP-CATALOG-FILE
                   AT END MOVE "YES" TO EOF-CAT-FLAG
                   NOT AT END
                       IF CAT-COUNT-WS >= 20
                           DISPLAY "BACKUP CATALOG FULL (20) - "
                               "REMAINING ENTRIES DROPPED"
                           MOVE "YES" TO EOF-CAT-FLAG
                       ELSE
                           ADD 1 TO CAT-COUNT-WS
                           MOVE BACKUP-CATALOG-RECORD
                               TO CAT-ENTRY-WS(CAT-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-CATALOG-FILE.
           IF CAT-COUNT-WS = 0
               MOVE 1 TO NEW-GENERATION-WS
           ELSE
               COMPUTE NEW-GENERATION-WS
                   = CAT-GENERATION-WS(CAT-COUNT-WS) + 1
           END-IF.
      *    with the new one added, the oldest beyond the number kept
      *    drop off
           IF CAT-COUNT-WS >= GENERATIONS-KEPT-WS
               COMPUTE GENERATIONS-DROPPED-WS
                   = CAT-COUNT-WS - GENERATIONS-KEPT-WS + 1
           ELSE
               MOVE 0 TO GENERATIONS-DROPPED-WS
           END-IF.
           IF GENERATIONS-DROPPED-WS < CAT-COUNT-WS
               MOVE CAT-GENERATION-WS(GENERATIONS-DROPPED-WS + 1)
                   TO OLDEST-KEPT-WS
           ELSE
               MOVE NEW-GENERATION-WS TO OLDEST-KEPT-WS
           END-IF.
           MOVE NEW-GENERATION-WS TO NEW-GENERATION-NO-WS.
           MOVE TODAY-WS TO NEW-TAKEN-DATE-WS.
           MOVE TIME-HHMMSS-WS TO NEW-TAKEN-TIME-WS.

      *    the run-log as it stands before tonight's stream: how
      *    many records it holds, and the last NIGHTLY-DRIVER
      *    completion on it - the driver's own STARTED for tonight
      *    is already there and is passed over
       120-READ-RUN-LOG-STATE.
           OPEN INPUT RUN-LOG-FILE.
           PERFORM UNTIL EOF-LOG-FLAG = "YES"
               READ RUN-LOG-FILE
                   AT END MOVE "YES" TO EOF-LOG-FLAG
                   NOT AT END
                       ADD 1 TO NEW-RUN-LOG-RECORDS-WS
                       IF RL-PROGRAM = "NIGHTLY-DRIVER"
                               AND RL-STATUS NOT = "STARTED"
                           MOVE RL-DATE TO NEW-LAST-STREAM-DATE-WS
                           MOVE RL-STATUS TO NEW-LAST-STREAM-STATUS-WS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-LOG-FILE.

      *    one dated file per generation, the same STRING build
      *    RETENTION-PURGE's 150-BUILD-ARCHIVE-FILENAMES uses -
      *    STREAM-RESTORE builds the same name off the catalog
       150-BUILD-GENERATION-NAME.
           MOVE SPACES TO GENERATION-FILENAME-WS.
           STRING "C:\Users\harpa\Desktop\Project3\"
                   "BACKUP-GEN-" NAME-GENERATION-WS "-"
                   NAME-DATE-WS ".txt"
               DELIMITED BY SIZE
               INTO GENERATION-FILENAME-WS.

      *    every file of the set, in file-number order, onto the new
      *    generation's own file
       300-BACKUP-THE-SET.
           OPEN OUTPUT BACKUP-GENERATION-FILE.
           MOVE NEW-GENERATION-WS TO BKG-GENERATION.

           MOVE 1 TO FILE-NUMBER-WS.
           OPEN INPUT STUDENT-IDX-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ STUDENT-IDX-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       MOVE STUDENT-MASTER-RECORD TO BKG-DATA
                       PERFORM 390-WRITE-BACKUP-RECORD
               END-READ
           END-PERFORM.
           CLOSE STUDENT-IDX-FILE.

           MOVE 2 TO FILE-NUMBER-WS.
           OPEN INPUT STUDENT-SEQ-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ STUDENT-SEQ-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       MOVE STUDENT-SEQ-RECORD TO BKG-DATA
                       PERFORM 390-WRITE-BACKUP-RECORD
               END-READ
           END-PERFORM.
           CLOSE STUDENT-SEQ-FILE.

           MOVE 3 TO FILE-NUMBER-WS.
           OPEN INPUT PAYMENTS-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ PAYMENTS-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       MOVE PAYMENTS-RECORD TO BKG-DATA
                       PERFORM 390-WRITE-BACKUP-RECORD
               END-READ
           END-PERFORM.
           CLOSE PAYMENTS-FILE.

           MOVE 4 TO FILE-NUMBER-WS.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ PAYMENT-HISTORY-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       MOVE PAYMENT-HISTORY-RECORD TO BKG-DATA
                       PERFORM 390-WRITE-BACKUP-RECORD
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-HISTORY-FILE.

           MOVE 5 TO FILE-NUMBER-WS.
           OPEN INPUT REFUNDS-DUE-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ REFUNDS-DUE-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       MOVE REFUND-DUE-RECORD TO BKG-DATA
                       PERFORM 390-WRITE-BACKUP-RECORD
               END-READ
           END-PERFORM.
           CLOSE REFUNDS-DUE-FILE.

           MOVE 6 TO FILE-NUMBER-WS.
           OPEN INPUT PAYMENT-SUSPENSE-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ PAYMENT-SUSPENSE-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       MOVE SUSPENSE-RECORD TO BKG-DATA
                       PERFORM 390-WRITE-BACKUP-RECORD
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-SUSPENSE-FILE.

           MOVE 7 TO FILE-NUMBER-WS.
           OPEN INPUT POSTED-BATCHES-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ POSTED-BATCHES-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       MOVE POSTED-BATCH-RECORD TO BKG-DATA
                       PERFORM 390-WRITE-BACKUP-RECORD
               END-READ
           END-PERFORM.
           CLOSE POSTED-BATCHES-FILE.

           MOVE 8 TO FILE-NUMBER-WS.
           OPEN INPUT STUDENT-HOLDS-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ STUDENT-HOLDS-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       MOVE STUDENT-HOLD-RECORD TO BKG-DATA
                       PERFORM 390-WRITE-BACKUP-RECORD
               END-READ
           END-PERFORM.
           CLOSE STUDENT-HOLDS-FILE.

           MOVE 9 TO FILE-NUMBER-WS.
           OPEN INPUT PERIOD-EXCEPTION-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ PERIOD-EXCEPTION-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       MOVE PERIOD-EXCEPTION-LINE TO BKG-DATA
                       PERFORM 390-WRITE-BACKUP-RECORD
               END-READ
           END-PERFORM.
           CLOSE PERIOD-EXCEPTION-FILE.

           MOVE 10 TO FILE-NUMBER-WS.
           OPEN INPUT CHECKPOINT-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ CHECKPOINT-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       MOVE CHECKPOINT-RECORD TO BKG-DATA
                       PERFORM 390-WRITE-BACKUP-RECORD
               END-READ
           END-PERFORM.
           CLOSE CHECKPOINT-FILE.

           CLOSE BACKUP-GENERATION-FILE.

      *    BKG-DATA already holds the record - tag it with the file
      *    it came from and count it for the catalog
       390-WRITE-BACKUP-RECORD.
           MOVE FILE-NUMBER-WS TO BKG-FILE-NUMBER.
           WRITE BACKUP-GENERATION-RECORD.
           ADD 1 TO NEW-FILE-COUNT-WS(FILE-NUMBER-WS).
           ADD 1 TO RECORDS-BACKED-UP-WS.

      *    the kept entries, oldest first, then the new generation
       500-SAVE-CATALOG.
           OPEN OUTPUT BACKUP-CATALOG-FILE.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > CAT-COUNT-WS
               IF CAT-GENERATION-WS(SUB-WS) >= OLDEST-KEPT-WS
                   MOVE CAT-ENTRY-WS(SUB-WS) TO BACKUP-CATALOG-RECORD
                   WRITE BACKUP-CATALOG-RECORD
               END-IF
           END-PERFORM.
           MOVE NEW-CATALOG-ENTRY-WS TO BACKUP-CATALOG-RECORD.
           WRITE BACKUP-CATALOG-RECORD.
           CLOSE BACKUP-CATALOG-FILE.

      *    the generations now off the catalog have their files
      *    opened OUTPUT and closed, the way PROJECT3 clears its
      *    checkpoint - left empty, and never listed for a restore
       600-EMPTY-DROPPED-GENERATIONS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > CAT-COUNT-WS
               IF CAT-GENERATION-WS(SUB-WS) < OLDEST-KEPT-WS
                   MOVE CAT-GENERATION-WS(SUB-WS)
                       TO NAME-GENERATION-WS
                   MOVE CAT-TAKEN-DATE-WS(SUB-WS) TO NAME-DATE-WS
                   PERFORM 150-BUILD-GENERATION-NAME
                   OPEN OUTPUT BACKUP-GENERATION-FILE
                   CLOSE BACKUP-GENERATION-FILE
               END-IF
           END-PERFORM.

       END PROGRAM STREAM-BACKUP.
