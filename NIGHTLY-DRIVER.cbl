      *          operator keying five programs in order - twice this
      *          year a step was skipped or run out of order, posting
      *          payments against a master the dup audit had not
      *          screened.  Before anything is touched STREAM-BACKUP
      *          takes a backup generation of every file the stream
      *          updates, so a night that halts part way can be put
      *          back as a set with STREAM-RESTORE.  The sequence
      *          after it is the one operations has always run by
      *          hand: STUDENT-EDIT, PROJECT3,
      *          STUDENT-DUP-AUDIT, PAYMENT-APPLICATION, then the
      *          STUDENT-MASTER-CONVERT UNLOAD (answered through the
      *          CONVERT-DIRECTION.txt control file so nobody has to
      *          sit at the console), then PREREQ-EXCEPTIONS off the
      *          freshly unloaded master, then AR-AGING and the
      *          FINANCIAL-HOLDS step that places and releases holds
      *          off its 90-PLUS bucket.  After every step the shared
      *          run-log is checked for the NORMAL completion the
      *          OPERATIONS-SUMMARY conventions define; a step that
      *          logged REJECTED, or left a STARTED with no
      *    the ones each step logs under, which is how the run-log
      *    check finds its completion record
       01  STEP-NAME-TABLE.
           05 FILLER PIC X(20) VALUE "STREAM-BACKUP".
           05 FILLER PIC X(20) VALUE "STUDENT-EDIT".
           05 FILLER PIC X(20) VALUE "PROJECT3".
           05 FILLER PIC X(20) VALUE "STUDENT-DUP-AUDIT".
           05 FILLER PIC X(20) VALUE "PAYMENT-APPLICATION".
           05 FILLER PIC X(20) VALUE "STUDENT-MASTER-CONV".
           05 FILLER PIC X(20) VALUE "PREREQ-EXCEPTIONS".
           05 FILLER PIC X(20) VALUE "AR-AGING".
           05 FILLER PIC X(20) VALUE "FINANCIAL-HOLDS".
       01  STEP-NAMES REDEFINES STEP-NAME-TABLE.
           05 STEP-NAME-WS PIC X(20) OCCURS 9 TIMES.
      *    how many steps the table above holds
       01  STEP-COUNT-WS PIC 9(1) VALUE 9.

       01  FLAG-FIELDS.
           05 EOF-LOG-FLAG PIC X(3) VALUE "NO".
           05 STREAM-HALTED-FLAG PIC X(3) VALUE "NO".

      *    two digits so the loop can step past the ninth step
       01  STEP-SUB-WS PIC 9(2).
       01  STEPS-COMPLETED-WS PIC 9(1) VALUE 0.
       01  TODAY-DATE-WS PIC 9(8).
      *    the step's last run-log status for today - spaces when it
       PERFORM 140-LOG-STREAM-START.
       PERFORM 200-RUN-ONE-STEP
           VARYING STEP-SUB-WS FROM 1 BY 1
           UNTIL STEP-SUB-WS > STEP-COUNT-WS
               OR STREAM-HALTED-FLAG = "YES".
       IF STREAM-HALTED-FLAG = "YES"
           DISPLAY "NIGHTLY STREAM HALTED - SEE THE RUN LOG AND THE "
               "HALTED STEP'S REPORTS BEFORE RESTARTING"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
       ELSE
           DISPLAY "NIGHTLY STREAM COMPLETE - ALL " STEP-COUNT-WS
               " STEPS NORMAL"
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS
       END-IF.
       PERFORM 145-LOG-STREAM-END.
               USING RUN-LOG-PARMS.

      *    one line for the whole night: how many steps ran clean,
      *    and NORMAL only when every one of them did
       145-LOG-STREAM-END.
           MOVE "NIGHTLY-DRIVER" TO RUN-LOG-PROGRAM-WS.
           MOVE STEP-COUNT-WS TO RUN-LOG-READ-WS.
           MOVE STEPS-COMPLETED-WS TO RUN-LOG-WRITE-WS.
           COMPUTE RUN-LOG-EXC-WS = STEP-COUNT-WS - STEPS-COMPLETED-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    completion, or on a step that never logged at all
       200-RUN-ONE-STEP.
           DISPLAY "STEP " STEP-SUB-WS ": " STEP-NAME-WS(STEP-SUB-WS).
           IF STEP-SUB-WS = 6
               PERFORM 210-WRITE-UNLOAD-DIRECTION
           END-IF.
           PERFORM 220-CALL-STEP-PROGRAM.
           EVALUATE STEP-SUB-WS
               WHEN 1
                   CALL
                   "C:\Users\harpa\Desktop\Project3\bin\STREAM-BACKUP"
               WHEN 2
                   CALL
                   "C:\Users\harpa\Desktop\Project3\bin\STUDENT-EDIT"
               WHEN 3
                   CALL
                   "C:\Users\harpa\Desktop\Project3\bin\PROJECT3"
               WHEN 4
                   CALL "C:\Users\harpa\Desktop\Project3\bin\STUDENT-DU
      -            "P-AUDIT"
               WHEN 5
                   CALL "C:\Users\harpa\Desktop\Project3\bin\PAYMENT-AP
      -            "PLICATION"
               WHEN 6
                   CALL "C:\Users\harpa\Desktop\Project3\bin\STUDENT-MA
      -            "STER-CONVERT"
               WHEN 7
                   CALL "C:\Users\harpa\Desktop\Project3\bin\PREREQ-EXC
      -            "EPTIONS"
               WHEN 8
                   CALL "C:\Users\harpa\Desktop\Project3\bin\AR-AGING"
               WHEN 9
                   CALL "C:\Users\harpa\Desktop\Project3\bin\FINANCIAL-
      -            "HOLDS"
           END-EVALUATE.

      *    scans the shared run-log for the step's LAST record today
