      *          mapping is then applied to every file that carries
      *          student numbers - payment history, refunds due,
      *          payment plans, the payment suspense file, the
      *          course history, the open PAYMENTS.txt batch and the
      *          STUDENT-CONTACT.IDX mailing addresses - so money,
      *          marks and mail follow the student.  Everything
      *          is loaded and proved BEFORE anything is rewritten:
      *          any table overflow refuses the whole run with
      *          nothing touched.  Run STUDENT-MASTER-CONVERT's LOAD
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\PAYMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    the mailing addresses CONTACT-MAINT keeps - rebuilt under
      *    the new keys, so DYNAMIC: read in key order, written back
      *    in whatever order the new numbers fall
           SELECT OPTIONAL CONTACT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\STUDENT-CONTACT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-STUDENT-NUMBER.

           SELECT OPTIONAL NUMBER-REGISTER-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\STUDENT-NUMBER-REGISTER.txt"
           05 BT-EXPECTED-COUNT PIC 9(5).
           05 BT-HASH-TOTAL PIC 9(10)V99.

      * same record layout CONTACT-MAINT.cbl maintains
       FD  CONTACT-FILE.
       01  CONTACT-RECORD.
           05 CON-STUDENT-NUMBER PIC 9(6).
           05 CON-DETAILS PIC X(114).

       FD  NUMBER-REGISTER-FILE.
       01  NUMBER-REGISTER-RECORD.
           05 REG-LAST-BASE PIC 9(5).
               10 CRSH-NUMBER-WS PIC 9(6).
               10 CRSH-REST-WS PIC X(15).

       01  CONTACT-TABLE.
           05  CONT-COUNT-WS PIC 9(4) VALUE 0.
           05  CONT-ENTRY-WS OCCURS 1 TO 2000 TIMES
                   DEPENDING ON CONT-COUNT-WS.
               10 CONT-NUMBER-WS PIC 9(6).
               10 CONT-REST-WS PIC X(114).

      *    the open payments batch: details, reversals, and the HDR
      *    date and number carried through the rewrite unchanged
       01  PAYMENT-ENTRY-TABLE.
       PERFORM 230-LOAD-SUSPENSE.
       PERFORM 235-LOAD-COURSE-HISTORY.
       PERFORM 240-LOAD-PAYMENTS.
       PERFORM 245-LOAD-CONTACTS.
       PERFORM 390-SEED-REGISTER-BASE.
      *    worst case every student on both masters renumbers, so
      *    the register must have that much room left - proved up
           END-PERFORM.
           CLOSE PAYMENTS-FILE.

       245-LOAD-CONTACTS.
           MOVE "NO" TO EOF-FLAG.
           OPEN INPUT CONTACT-FILE.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ CONTACT-FILE NEXT RECORD
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF CONT-COUNT-WS >= 2000
                           MOVE "YES" TO LOAD-OVERFLOW-FLAG
                           MOVE "YES" TO EOF-FLAG
                       ELSE
                           ADD 1 TO CONT-COUNT-WS
                           MOVE CONTACT-RECORD
                               TO CONT-ENTRY-WS(CONT-COUNT-WS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTACT-FILE.

      *    the conversion rewrites nine files at once - the
      *    operator sees the counts and says yes before anything
      *    moves
       300-CONFIRM-CONVERSION.
               STUREC-COUNT-WS " student(s) on the two masters, "
               HIST-COUNT-WS " history, " REF-COUNT-WS " refund, "
               PLAN-COUNT-WS " plan, " SUSP-COUNT-WS " suspense, "
               CRSH-COUNT-WS " course-history, " CONT-COUNT-WS
               " contact record(s).".
           DISPLAY "Numbers already verifying are kept; the rest "
               "are reissued off the register.".
           DISPLAY "Proceed ? Y/N".
                   MOVE MAP-LOOKUP-NEW-WS TO REV-NUMBER-WS(SUB-WS)
               END-IF
           END-PERFORM.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > CONT-COUNT-WS
               MOVE CONT-NUMBER-WS(SUB-WS) TO MAP-LOOKUP-OLD-WS
               PERFORM 590-LOOK-UP-NEW-NUMBER
               IF MAP-FOUND-FLAG = "YES"
                   MOVE MAP-LOOKUP-NEW-WS TO CONT-NUMBER-WS(SUB-WS)
               END-IF
           END-PERFORM.

      *    linear scan of the map for MAP-LOOKUP-OLD-WS - its own
      *    subscript, since the callers all sit inside SUB-WS loops
           END-PERFORM.
           CLOSE COURSE-HISTORY-FILE.

      *    the contact file is rebuilt from the table under the new
      *    keys - only when it held records, the same as the second
      *    master
           IF CONT-COUNT-WS > 0
               OPEN OUTPUT CONTACT-FILE
               PERFORM VARYING SUB-WS FROM 1 BY 1
                       UNTIL SUB-WS > CONT-COUNT-WS
                   MOVE CONT-ENTRY-WS(SUB-WS) TO CONTACT-RECORD
                   WRITE CONTACT-RECORD
                       INVALID KEY
                           DISPLAY "CONTACT FOR " CON-STUDENT-NUMBER
                               " ALREADY ON FILE UNDER THE NEW "
                               "NUMBER - NOT CARRIED, SEE THE XREF"
                   END-WRITE
               END-PERFORM
               CLOSE CONTACT-FILE
           END-IF.

           IF HDR-SEEN-FLAG = "YES" OR PAY-COUNT-WS > 0
                   OR REV-COUNT-WS > 0
               PERFORM 710-SAVE-PAYMENTS
