      ******************************************************************
      * Author:
      * Date:
      * Purpose: the mailing run behind the statement and refund
      *          cheque envelopes - one name-and-address block for
      *          every student who gets a STATEMENT-OF-ACCOUNT (every
      *          student on the master) and every student holding a
      *          DUE refund on REFUNDS-DUE.txt, which takes in a
      *          withdrawn student no longer on the master.  A student
      *          getting both is written once, marked BOTH, so the
      *          cheque goes in with the statement.  The address comes
      *          from STUDENT-CONTACT.IDX (CONTACT-MAINT.cbl); a
      *          student with no contact record, or one missing its
      *          street, city, province or postal code, is listed on
      *          MAIL-EXCEPTIONS.TXT instead so the office can chase
      *          the address before the mail goes out.  Reads the
      *          sequential master the STUDENT-MASTER-CONVERT UNLOAD
      *          leaves behind, the same as STATEMENT-OF-ACCOUNT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-RECORDS-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\STUFILE3.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL - no refunds file just means no refund cheques
           SELECT OPTIONAL REFUNDS-DUE-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\REFUNDS-DUE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL - before the first contact is keyed every student
      *    lands on the exception list, which is the right answer
           SELECT OPTIONAL CONTACT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\STUDENT-CONTACT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-STUDENT-NUMBER.

           SELECT MAIL-EXTRACT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\MAIL-EXTRACT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAIL-EXCEPTION-REPORT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\MAIL-EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      * same record layout REFUND-PROCESSING.cbl maintains
       FD  REFUNDS-DUE-FILE.
       01  REFUND-DUE-RECORD.
           05 REF-STUDENT-NUMBER PIC 9(6).
           05 REF-STUDENT-NAME PIC X(40).
           05 REF-EXCESS PIC 9(4)V99.
           05 REF-PAYMENT-DATE PIC 9(8).
           05 REF-STATUS PIC X(6).
           05 REF-ISSUED-DATE PIC X(8).

      * same record layout CONTACT-MAINT.cbl maintains
       FD  CONTACT-FILE.
       01  CONTACT-RECORD.
           05 CON-STUDENT-NUMBER PIC 9(6).
           05 CON-STREET PIC X(30).
           05 CON-CITY PIC X(20).
           05 CON-PROVINCE PIC X(2).
           05 CON-POSTAL-CODE PIC X(6).
           05 CON-PHONE PIC X(10).
           05 CON-EMAIL PIC X(40).
           05 FILLER PIC X(6).

      * one envelope - the name and the three-line address block the
      * mailing house prints, and what goes in it
       FD  MAIL-EXTRACT-FILE.
       01  MAIL-EXTRACT-RECORD.
           05 MX-STUDENT-NUMBER PIC 9(6).
           05 MX-STUDENT-NAME PIC X(40).
           05 MX-STREET PIC X(30).
           05 MX-CITY PIC X(20).
           05 MX-PROVINCE PIC X(2).
           05 MX-POSTAL-CODE PIC X(6).
      *    STMT, REFUND or BOTH
           05 MX-PURPOSE PIC X(6).

       FD  MAIL-EXCEPTION-REPORT-FILE.
       01  MAIL-EXCEPTION-LINE PIC X(80).

       WORKING-STORAGE SECTION.

      *    the DUE refunds, each flagged once its student has been
      *    written off the master so the leftovers - withdrawn
      *    students - can be written after
       01  REFUND-TABLE.
           05  REF-COUNT-WS PIC 9(3) VALUE 0.
           05  REF-ENTRY-WS OCCURS 1 TO 500 TIMES
                   DEPENDING ON REF-COUNT-WS.
               10 REF-NUMBER-WS PIC 9(6).
               10 REF-NAME-WS PIC X(40).
               10 REF-MAILED-WS PIC X(3).

       01  FLAG-FIELDS.
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 EOF-REFUND-FLAG PIC X(3) VALUE "NO".
      *    set when REFUNDS-DUE.txt outgrew its table - a dropped
      *    refund is a cheque mailed to nobody, so the run refuses
      *    the same way PLAN-DELINQUENCY does on overflow
           05 LOAD-OVERFLOW-FLAG PIC X(3) VALUE "NO".
           05 CONTACT-FOUND-FLAG PIC X(3) VALUE "NO".

       01  SUB-WS PIC 9(3).
       01  DUP-SUB-WS PIC 9(3).
       01  STUDENTS-READ-WS PIC 9(5) VALUE 0.
       01  ENVELOPES-WS PIC 9(5) VALUE 0.
       01  STATEMENTS-WS PIC 9(5) VALUE 0.
       01  REFUNDS-WS PIC 9(5) VALUE 0.
       01  BOTH-WS PIC 9(5) VALUE 0.
       01  EXCEPTION-COUNT-WS PIC 9(5) VALUE 0.

      *    the envelope being built, from the master or a leftover
      *    refund
       01  MAIL-NUMBER-WS PIC 9(6).
       01  MAIL-NAME-WS PIC X(40).
       01  MAIL-PURPOSE-WS PIC X(6).

       01  EXCEPTION-DETAIL-LINE-WS.
           05 MXE-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MXE-STUDENT-NAME PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MXE-PURPOSE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MXE-REASON PIC X(20).

       01  MXE-TRAILER-LINE-WS.
           05 MXE-TRAILER-LABEL-WS PIC X(26).
           05 MXE-TRAILER-VALUE-WS PIC ZZZZ9.

           COPY RUN-LOG.

       PROCEDURE DIVISION.

       PERFORM 140-LOG-RUN-START.
       PERFORM 100-LOAD-REFUNDS.
       IF LOAD-OVERFLOW-FLAG = "YES"
           DISPLAY "REFUNDS-DUE.txt EXCEEDS 500 DUE REFUNDS - MAIL "
               "EXTRACT NOT RUN, NO FILE PRODUCED"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
       ELSE
           PERFORM 200-OPEN-FILES
           PERFORM 210-READ-STUDENT-FILE
           PERFORM 300-MAIL-ONE-STUDENT UNTIL EOF-FLAG = "YES"
           PERFORM 350-MAIL-LEFTOVER-REFUNDS
           PERFORM 400-CLOSE-FILES
           MOVE "NORMAL" TO RUN-LOG-STATUS-WS
           PERFORM 145-LOG-RUN-END
       END-IF.

       STOP RUN.

      *    STARTED goes on the shared run-log before any work - a
      *    run that abends leaves this record with no completion
      *    after it
       140-LOG-RUN-START.
           MOVE "MAIL-EXTRACT" TO RUN-LOG-PROGRAM-WS.
           MOVE "STARTED" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           MOVE 0 TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    completion record - the caller has already set
      *    RUN-LOG-STATUS-WS
       145-LOG-RUN-END.
           MOVE "MAIL-EXTRACT" TO RUN-LOG-PROGRAM-WS.
           MOVE STUDENTS-READ-WS TO RUN-LOG-READ-WS.
           MOVE ENVELOPES-WS TO RUN-LOG-WRITE-WS.
           MOVE EXCEPTION-COUNT-WS TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    only the refunds still DUE - an ISSUED cheque has already
      *    been mailed
       100-LOAD-REFUNDS.
           OPEN INPUT REFUNDS-DUE-FILE.
           PERFORM UNTIL EOF-REFUND-FLAG = "YES"
               READ REFUNDS-DUE-FILE
                   AT END MOVE "YES" TO EOF-REFUND-FLAG
                   NOT AT END
                       IF REF-STATUS = "DUE"
                           IF REF-COUNT-WS >= 500
                               MOVE "YES" TO LOAD-OVERFLOW-FLAG
                               MOVE "YES" TO EOF-REFUND-FLAG
                           ELSE
                               ADD 1 TO REF-COUNT-WS
                               MOVE REF-STUDENT-NUMBER
                                   TO REF-NUMBER-WS(REF-COUNT-WS)
                               MOVE REF-STUDENT-NAME
                                   TO REF-NAME-WS(REF-COUNT-WS)
                               MOVE "NO" TO REF-MAILED-WS(REF-COUNT-WS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFUNDS-DUE-FILE.

       200-OPEN-FILES.
           OPEN INPUT STUDENT-RECORDS-FILE.
           OPEN INPUT CONTACT-FILE.
           OPEN OUTPUT MAIL-EXTRACT-FILE.
           OPEN OUTPUT MAIL-EXCEPTION-REPORT-FILE.
           MOVE "STATEMENTS AND REFUNDS WITH NO MAILING ADDRESS"
               TO MAIL-EXCEPTION-LINE.
           WRITE MAIL-EXCEPTION-LINE.
           MOVE SPACES TO MAIL-EXCEPTION-LINE.
           WRITE MAIL-EXCEPTION-LINE.

       210-READ-STUDENT-FILE.
           READ STUDENT-RECORDS-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO STUDENTS-READ-WS
           END-READ.

      *    every student on the master gets a statement; one with a
      *    DUE refund as well gets both in the one envelope
       300-MAIL-ONE-STUDENT.
           MOVE STUDENT-NUMBER TO MAIL-NUMBER-WS.
           MOVE STUDENT-NAME TO MAIL-NAME-WS.
           MOVE "STMT" TO MAIL-PURPOSE-WS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > REF-COUNT-WS
               IF REF-NUMBER-WS(SUB-WS) = STUDENT-NUMBER
                   MOVE "BOTH" TO MAIL-PURPOSE-WS
                   MOVE "YES" TO REF-MAILED-WS(SUB-WS)
               END-IF
           END-PERFORM.
           PERFORM 500-WRITE-ENVELOPE.
           PERFORM 210-READ-STUDENT-FILE.

      *    the DUE refunds whose student is no longer on the master -
      *    withdrawals - addressed from the refund record's name
       350-MAIL-LEFTOVER-REFUNDS.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > REF-COUNT-WS
               IF REF-MAILED-WS(SUB-WS) = "NO"
                   MOVE REF-NUMBER-WS(SUB-WS) TO MAIL-NUMBER-WS
                   MOVE REF-NAME-WS(SUB-WS) TO MAIL-NAME-WS
                   MOVE "REFUND" TO MAIL-PURPOSE-WS
                   PERFORM 500-WRITE-ENVELOPE
                   PERFORM 360-MARK-REFUND-MAILED
               END-IF
           END-PERFORM.

      *    a student with two DUE refunds gets one envelope - the
      *    later entries are marked off with the first
       360-MARK-REFUND-MAILED.
           PERFORM VARYING DUP-SUB-WS FROM SUB-WS BY 1
                   UNTIL DUP-SUB-WS > REF-COUNT-WS
               IF REF-NUMBER-WS(DUP-SUB-WS) = MAIL-NUMBER-WS
                   MOVE "YES" TO REF-MAILED-WS(DUP-SUB-WS)
               END-IF
           END-PERFORM.

       400-CLOSE-FILES.
           MOVE SPACES TO MAIL-EXCEPTION-LINE.
           WRITE MAIL-EXCEPTION-LINE.

           MOVE "STUDENTS READ:" TO MXE-TRAILER-LABEL-WS.
           MOVE STUDENTS-READ-WS TO MXE-TRAILER-VALUE-WS.
           WRITE MAIL-EXCEPTION-LINE FROM MXE-TRAILER-LINE-WS.

           MOVE "STATEMENT ONLY:" TO MXE-TRAILER-LABEL-WS.
           MOVE STATEMENTS-WS TO MXE-TRAILER-VALUE-WS.
           WRITE MAIL-EXCEPTION-LINE FROM MXE-TRAILER-LINE-WS.

           MOVE "REFUND ONLY:" TO MXE-TRAILER-LABEL-WS.
           MOVE REFUNDS-WS TO MXE-TRAILER-VALUE-WS.
           WRITE MAIL-EXCEPTION-LINE FROM MXE-TRAILER-LINE-WS.

           MOVE "STATEMENT AND REFUND:" TO MXE-TRAILER-LABEL-WS.
           MOVE BOTH-WS TO MXE-TRAILER-VALUE-WS.
           WRITE MAIL-EXCEPTION-LINE FROM MXE-TRAILER-LINE-WS.

           MOVE "ENVELOPES EXTRACTED:" TO MXE-TRAILER-LABEL-WS.
           MOVE ENVELOPES-WS TO MXE-TRAILER-VALUE-WS.
           WRITE MAIL-EXCEPTION-LINE FROM MXE-TRAILER-LINE-WS.

           MOVE "NO MAILING ADDRESS:" TO MXE-TRAILER-LABEL-WS.
           MOVE EXCEPTION-COUNT-WS TO MXE-TRAILER-VALUE-WS.
           WRITE MAIL-EXCEPTION-LINE FROM MXE-TRAILER-LINE-WS.

           CLOSE STUDENT-RECORDS-FILE.
           CLOSE CONTACT-FILE.
           CLOSE MAIL-EXTRACT-FILE.
           CLOSE MAIL-EXCEPTION-REPORT-FILE.

           DISPLAY "ENVELOPES EXTRACTED: " ENVELOPES-WS.
           DISPLAY "NO MAILING ADDRESS:  " EXCEPTION-COUNT-WS.

      *    the address block off the contact file, or the student onto
      *    the exception list when there is no usable address
       500-WRITE-ENVELOPE.
           MOVE MAIL-NUMBER-WS TO CON-STUDENT-NUMBER.
           READ CONTACT-FILE
               INVALID KEY MOVE "NO" TO CONTACT-FOUND-FLAG
               NOT INVALID KEY MOVE "YES" TO CONTACT-FOUND-FLAG
           END-READ.
           IF CONTACT-FOUND-FLAG = "NO"
               MOVE "NO CONTACT RECORD" TO MXE-REASON
               PERFORM 510-REPORT-EXCEPTION
           ELSE
               IF CON-STREET = SPACES OR CON-CITY = SPACES
                       OR CON-PROVINCE = SPACES
                       OR CON-POSTAL-CODE = SPACES
                   MOVE "ADDRESS INCOMPLETE" TO MXE-REASON
                   PERFORM 510-REPORT-EXCEPTION
               ELSE
                   MOVE MAIL-NUMBER-WS TO MX-STUDENT-NUMBER
                   MOVE MAIL-NAME-WS TO MX-STUDENT-NAME
                   MOVE CON-STREET TO MX-STREET
                   MOVE CON-CITY TO MX-CITY
                   MOVE CON-PROVINCE TO MX-PROVINCE
                   MOVE CON-POSTAL-CODE TO MX-POSTAL-CODE
                   MOVE MAIL-PURPOSE-WS TO MX-PURPOSE
                   WRITE MAIL-EXTRACT-RECORD
                   ADD 1 TO ENVELOPES-WS
                   EVALUATE MAIL-PURPOSE-WS
                       WHEN "STMT" ADD 1 TO STATEMENTS-WS
                       WHEN "REFUND" ADD 1 TO REFUNDS-WS
                       WHEN "BOTH" ADD 1 TO BOTH-WS
                   END-EVALUATE
               END-IF
           END-IF.

       510-REPORT-EXCEPTION.
           MOVE MAIL-NUMBER-WS TO MXE-STUDENT-NUMBER.
           MOVE MAIL-NAME-WS TO MXE-STUDENT-NAME.
           MOVE MAIL-PURPOSE-WS TO MXE-PURPOSE.
           WRITE MAIL-EXCEPTION-LINE FROM EXCEPTION-DETAIL-LINE-WS.
           DISPLAY EXCEPTION-DETAIL-LINE-WS.
           ADD 1 TO EXCEPTION-COUNT-WS.

       END PROGRAM MAIL-EXTRACT.
