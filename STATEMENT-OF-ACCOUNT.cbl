      * Purpose: prints a statement of account per student from the
      *          student master (STUFILE3.txt) and the cumulative
      *          payment history PAYMENT-APPLICATION.cbl appends to:
      *          the original tuition owed, every payment, reversal,
      *          late fee, fee waiver and sponsor award with its date
      *          and the balance it left, and the current
      *          balance - so the Registrar's office can answer a
      *          disputed balance from one page instead of digging
      *          through old reconciliation printouts.

      * same record layout PAYMENT-APPLICATION.cbl appends - the
      * type is PAY for an applied payment, REV for an NSF reversal
      * that put the amount back on the balance, FEE for a late fee
      * LATE-FEE-CHARGE added to it, WAV for one LATE-FEE-WAIVER took
      * back off, AWD for a sponsor award SPONSOR-AWARD-POST credited;
      * records written before the type was carried have blanks
      * there, read as PAY
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05 HIST-STUDENT-NUMBER PIC 9(6).

       01  PAYMENT-LINE-WS.
      *    "  PAYMENT " for an applied payment, "  REVERSAL" for an
      *    NSF cheque taken back, "  LATE FEE" for a fee charged on a
      *    missed installment, "  FEE WAIV" for one taken back off -
      *    all ten bytes so the date and amount columns stay put
           05 STMT-LINE-LABEL-WS PIC X(10).
           05 STMT-PAYMENT-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
      *    the original balance is rebuilt from the first record on
      *    file: the balance it left, plus what a payment applied (or
      *    minus what a reversal put back - a REV first on file means
      *    the balance it left already includes the bounced amount;
      *    a FEE first on file the same, a WAV or AWD like a
      *    payment).
      *    A first payment that overpaid shows the floored balance,
      *    so for that (rare) shape the rebuilt figure reads as the
      *    payment amount - every later payment is exact.
                   UNTIL SUB-WS > HIST-COUNT-WS
               IF HIST-NUMBER-WS(SUB-WS) = STUDENT-NUMBER
                   IF HIST-TYPE-WS(SUB-WS) = "REV"
                           OR HIST-TYPE-WS(SUB-WS) = "FEE"
                       COMPUTE ORIGINAL-OWED-WS =
                           HIST-BALANCE-WS(SUB-WS)
                           - HIST-AMOUNT-WS(SUB-WS)
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > HIST-COUNT-WS
               IF HIST-NUMBER-WS(SUB-WS) = STUDENT-NUMBER
                   EVALUATE HIST-TYPE-WS(SUB-WS)
                       WHEN "REV"
                           MOVE "  REVERSAL" TO STMT-LINE-LABEL-WS
                       WHEN "FEE"
                           MOVE "  LATE FEE" TO STMT-LINE-LABEL-WS
                       WHEN "WAV"
                           MOVE "  FEE WAIV" TO STMT-LINE-LABEL-WS
                       WHEN "AWD"
                           MOVE "  SPONSOR " TO STMT-LINE-LABEL-WS
                       WHEN OTHER
                           MOVE "  PAYMENT " TO STMT-LINE-LABEL-WS
                   END-EVALUATE
                   MOVE HIST-DATE-WS(SUB-WS) TO STMT-PAYMENT-DATE
                   MOVE HIST-AMOUNT-WS(SUB-WS) TO STMT-PAYMENT-AMOUNT
                   MOVE HIST-BALANCE-WS(SUB-WS) TO STMT-PAYMENT-BALANCE
