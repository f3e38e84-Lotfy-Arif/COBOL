       01  CHANGE-AUDIT-PARMS.
           05 CHG-OPERATOR-WS PIC X(8).
           05 CHG-PROGRAM-WS PIC X(20).
      *        ADD, UPDATE, DELETE, WITHDR, ISSUE, OVERRD (a
      *        department head letting a student past a rule),
      *        WAIVE (a late fee taken back off), RELEAS (a hold
      *        lifted), RESTOR (a backup generation put back),
      *        VOID (a refund cheque voided), CLOSE (an
      *        accounting month closed - one closed out of balance
      *        is an OVERRD) or PURGE (a file's records past
      *        retention moved to its archive)
           05 CHG-ACTION-WS PIC X(6).
           05 CHG-BEFORE-WS PIC X(120).
           05 CHG-AFTER-WS PIC X(120).
