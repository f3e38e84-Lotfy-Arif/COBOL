      *          should see first.  Subtotaled by PROGRAM-OF-STUDY
      *          the way the PROJECT3 report groups (it reads the
      *          program-ordered file PROJECT3's sort leaves behind),
      *          with a grand-total line per bucket.  Every student
      *          owing is also written to AR-AGING-EXTRACT.txt - the
      *          bucket, balance and last payment date in fixed
      *          columns - so the batches that act on the aging
      *          (DUNNING-LETTERS) read the same result collections
      *          sees on paper instead of re-aging on their own.
      *          Runs in the nightly stream ahead of FINANCIAL-HOLDS,
      *          and still runs on its own from the console.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\PAYMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the aging result in machine-readable form, rewritten
      *    every run
           SELECT AGING-EXTRACT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\AR-AGING-EXTRACT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGING-REPORT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\AR-AGING.TXT"
           05 PROGRAM-COURSE-FEE PIC X(4).

      * same record layout PAYMENT-APPLICATION.cbl appends - PAY for
      * an applied payment, REV for an NSF reversal, FEE for a late
      * fee LATE-FEE-CHARGE charged, WAV for one LATE-FEE-WAIVER took
      * back off (blank on records written before the type was
      * carried, read as PAY)
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05 HIST-STUDENT-NUMBER PIC 9(6).
      *    matches the file
           05 BH-BATCH-NUMBER PIC X(6).

      * one student owing - bucket 1 current, 2 thirty, 3 sixty,
      * 4 ninety-plus; a last payment date of zero means no payment
      * on file, and every record carries the date it was aged as of
       FD  AGING-EXTRACT-FILE.
       01  AGING-EXTRACT-RECORD.
           05 AGX-STUDENT-NUMBER PIC 9(6).
           05 AGX-STUDENT-NAME PIC X(40).
           05 AGX-PROGRAM-OF-STUDY PIC X(5).
           05 AGX-BALANCE PIC 9(4)V99.
           05 AGX-BUCKET PIC 9(1).
           05 AGX-LAST-PAYMENT-DATE PIC 9(8).
           05 AGX-AS-OF-DATE PIC 9(8).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE PIC X(95).

           PERFORM 145-LOG-RUN-END
       END-IF.

       GOBACK.

      *    STARTED goes on the shared run-log before any work - a
      *    run that abends leaves this record with no completion
      *    reads the cumulative payment history - only who paid and
      *    when matter to aging.  REV reversals are skipped: a
      *    bounced cheque is not a payment, so it must not restart
      *    the student's aging clock - nor are late fees, fee
      *    waivers or sponsor awards, which are charges and credits,
      *    not money in from the student.
       110-LOAD-HISTORY.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           PERFORM UNTIL EOF-HIST-FLAG = "YES"
                           MOVE "YES" TO EOF-HIST-FLAG
                       ELSE
                           IF HIST-TYPE NOT = "REV"
                                   AND HIST-TYPE NOT = "FEE"
                                   AND HIST-TYPE NOT = "WAV"
                                   AND HIST-TYPE NOT = "AWD"
                               ADD 1 TO HIST-COUNT-WS
                               MOVE HIST-STUDENT-NUMBER
                                   TO HIST-NUMBER-WS(HIST-COUNT-WS)
       200-OPEN-AGING-FILES.
           OPEN INPUT SORTED-STUDENT-FILE.
           OPEN OUTPUT AGING-REPORT-FILE.
           OPEN OUTPUT AGING-EXTRACT-FILE.
           MOVE "ACCOUNTS RECEIVABLE AGING" TO AGING-REPORT-LINE.
           WRITE AGING-REPORT-LINE.
           MOVE SPACES TO AGING-REPORT-LINE.
           MOVE AGE-AMOUNT-EDIT-WS
               TO AGE-BUCKET-COL-WS(BUCKET-SUB-WS).
           WRITE AGING-REPORT-LINE FROM AGING-DETAIL-LINE-WS.
           MOVE STUDENT-NUMBER TO AGX-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO AGX-STUDENT-NAME.
           MOVE PROGRAM-OF-STUDY TO AGX-PROGRAM-OF-STUDY.
           MOVE STUDENT-TUTION-OWED TO AGX-BALANCE.
           MOVE BUCKET-SUB-WS TO AGX-BUCKET.
           MOVE LAST-PAYMENT-DATE-WS TO AGX-LAST-PAYMENT-DATE.
           MOVE AS-OF-DATE-WS TO AGX-AS-OF-DATE.
           WRITE AGING-EXTRACT-RECORD.

      *    opens the new program group: the catalog name is looked up
      *    linearly (a code the catalog doesn't carry groups under

           CLOSE SORTED-STUDENT-FILE.
           CLOSE AGING-REPORT-FILE.
           CLOSE AGING-EXTRACT-FILE.

       END PROGRAM AR-AGING.
