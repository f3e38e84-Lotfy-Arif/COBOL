      *          term-end.  A student's installments due on or before
      *          the run date are summed and held against what they
      *          have actually paid (history PAY amounts less REV
      *          reversals - late fees and waivers are not
      *          payments); paying less than the plan demanded by
      *          today makes the delinquency report, with the
      *          shortfall.  Grouped by PROGRAM-OF-STUDY the way the
      *          PROJECT3 report groups (it reads the program-ordered
           05 PLAN-DUE-DATE PIC 9(8).

      * same record layout PAYMENT-APPLICATION.cbl appends - PAY for
      * an applied payment, REV for an NSF reversal, FEE for a late
      * fee LATE-FEE-CHARGE charged, WAV for one LATE-FEE-WAIVER took
      * back off (blank on records written before the type was
      * carried, read as PAY)
       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-RECORD.
           05 HIST-STUDENT-NUMBER PIC 9(6).
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > HIST-COUNT-WS
               IF HIST-NUMBER-WS(SUB-WS) = STUDENT-NUMBER
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
           END-PERFORM.

