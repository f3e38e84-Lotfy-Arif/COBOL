      *          the student master: that the current
      *          STUDENT-TUTION-OWED equals the original charge
      *          minus every payment on PAYMENT-HISTORY.txt, with
      *          NSF reversals and late fees added back, fee waivers
      *          and sponsor awards taken off like payments, and an
      *          overpayment floored at zero exactly the way
      *          PAYMENT-APPLICATION posts it (the excess above the
      *          floor is the refund that went to REFUNDS-DUE.txt, so
      *          it never re-enters the balance).  A hand edit to
      *          STUFILE3.txt breaks that chain silently, and the
      *          first anyone hears of it is a student disputing
      *          their statement - this batch
      *          replays each student's history the way
      *          STATEMENT-OF-ACCOUNT's 300-PRINT-STATEMENTS walks
      *          it and reports every break with both figures, so
               10 COURSE-AVERAGE PIC 9(3).

      * same record layout PAYMENT-APPLICATION.cbl appends - PAY for
      * an applied payment, REV for an NSF reversal, FEE for a late
      * fee LATE-FEE-CHARGE charged, WAV for one LATE-FEE-WAIVER took
      * back off, AWD for a sponsor award (blank on records written
      * before the type was carried, read as PAY)
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05 HIST-STUDENT-NUMBER PIC 9(6).
           PERFORM 210-READ-STUDENT-FILE.

      *    the original charge off the first history record: the
      *    balance it left plus what a payment, waiver or award
      *    applied, or minus what a reversal or late fee put on -
      *    the same rebuild
      *    STATEMENT-OF-ACCOUNT prints as ORIGINAL TUITION OWED
       310-REBUILD-ORIGINAL.
           MOVE "NO" TO HAS-HISTORY-FLAG.
               IF HIST-NUMBER-WS(SUB-WS) = STUDENT-NUMBER
                   MOVE "YES" TO HAS-HISTORY-FLAG
                   IF HIST-TYPE-WS(SUB-WS) = "REV"
                           OR HIST-TYPE-WS(SUB-WS) = "FEE"
                       COMPUTE ORIGINAL-OWED-WS =
                           HIST-BALANCE-WS(SUB-WS)
                           - HIST-AMOUNT-WS(SUB-WS)
      *    the replay itself, record by record in posting order: a
      *    payment comes off the balance with the same floor at
      *    zero 301-POST-OR-SUSPEND applies (the excess became a
      *    refund, never a negative balance) and a fee waiver or a
      *    sponsor award the same way; a reversal or a late fee goes
      *    back on
       320-REPLAY-HISTORY.
           MOVE ORIGINAL-OWED-WS TO COMPUTED-BALANCE-WS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > HIST-COUNT-WS
               IF HIST-NUMBER-WS(SUB-WS) = STUDENT-NUMBER
                   IF HIST-TYPE-WS(SUB-WS) = "REV"
                           OR HIST-TYPE-WS(SUB-WS) = "FEE"
                       ADD HIST-AMOUNT-WS(SUB-WS)
                           TO COMPUTED-BALANCE-WS
                   ELSE
