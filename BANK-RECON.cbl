      ******************************************************************
      * Author:
      * Date:
      * Purpose: monthly bank reconciliation - proves what the
      *          system posted against what the bank says it holds,
      *          instead of finance ticking printouts against a
      *          spreadsheet.  Reads the bank's statement file
      *          BANK-STATEMENT.txt - a HDR record with the statement
      *          date, one record per bank item (type, bank date,
      *          amount, reference) and a TRL record with the item
      *          count and amount total - and proves it the way
      *          PAYMENT-APPLICATION proves a batch before anything
      *          is matched.  Each DEP deposit is matched to the
      *          payment batch on POSTED-BATCHES.txt whose number is
      *          on the deposit slip, at the deposit total the batch
      *          registered (and the part of it posted to
      *          PAYMENT-HISTORY.txt is shown beside it), or failing
      *          a batch to the sponsor cheque of that reference on
      *          SPONSOR-PAYMENTS.txt.  Each CHQ cleared cheque is
      *          matched to a refund marked ISSUED on REFUNDS-DUE.txt
      *          - refund cheques carry the student number as their
      *          cheque number - at the refund amount.  Anything
      *          else the bank did (charges, NSF debits, interest,
      *          an item that matched nothing or at the wrong
      *          amount) is an unrecorded bank item for finance to
      *          journal or chase.  BANK-RECON.TXT lists the matched
      *          items, the deposits in transit (batches and sponsor
      *          cheques posted by the statement date that the bank
      *          has not shown yet), the unrecorded bank items, and
      *          the refund cheques still outstanding.  Every item
      *          matched goes on the cleared-items register
      *          BANK-CLEARED.txt, so it never comes up again; a
      *          deposit or cheque not on the register carries
      *          forward month after month until a statement clears
      *          it, or - for a cheque - CHEQUE-VOID voids it.  A
      *          statement that does not prove, or whose date is
      *          already on the register, is rejected whole and
      *          nothing is registered.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\BANK-STATEMENT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    OPTIONAL - a new installation has posted nothing yet
           SELECT OPTIONAL POSTED-BATCHES-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\POSTED-BATCHES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SPONSOR-PAYMENT-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\SPONSOR-PAYMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REFUNDS-DUE-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\REFUNDS-DUE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    every deposit and cheque ever cleared, and every cheque
      *    voided - OPTIONAL because the first reconciliation
      *    creates it
           SELECT OPTIONAL BANK-CLEARED-FILE
           ASSIGN TO
           "C:\Users\harpa\Desktop\Project3\BANK-CLEARED.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BANK-RECON-REPORT-FILE
           ASSIGN TO "C:\Users\harpa\Desktop\Project3\BANK-RECON.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * the statement layout - three record shapes told apart by the
      * first three bytes, the way PAYMENTS.txt's HDR/TRL records
      * are.  The fields are X because the bank's file arrives
      * unchecked; the numeric views are only used once proved.
       FD  BANK-STATEMENT-FILE.
       01  BANK-DETAIL-RECORD.
      *    DEP a deposit, CHQ a cheque cleared, anything else a
      *    bank-originated item
           05 BSD-RECORD-TYPE PIC X(3).
           05 BSD-BANK-DATE PIC X(8).
           05 BSD-BANK-DATE-NUM REDEFINES BSD-BANK-DATE PIC 9(8).
           05 BSD-AMOUNT PIC X(9).
           05 BSD-AMOUNT-NUM REDEFINES BSD-AMOUNT PIC 9(7)V99.
      *    the deposit slip reference (a payment batch number or a
      *    sponsor's cheque reference) or the cheque number
           05 BSD-REFERENCE PIC X(10).
       01  BANK-HEADER-RECORD.
           05 BSH-RECORD-TYPE PIC X(3).
           05 BSH-STATEMENT-DATE PIC X(8).
           05 BSH-STATEMENT-DATE-NUM REDEFINES BSH-STATEMENT-DATE
                   PIC 9(8).
       01  BANK-TRAILER-RECORD.
           05 BST-RECORD-TYPE PIC X(3).
           05 BST-ITEM-COUNT PIC X(5).
           05 BST-ITEM-COUNT-NUM REDEFINES BST-ITEM-COUNT PIC 9(5).
           05 BST-TOTAL PIC X(12).
           05 BST-TOTAL-NUM REDEFINES BST-TOTAL PIC 9(10)V99.

      * same record layout PAYMENT-APPLICATION.cbl registers
       FD  POSTED-BATCHES-FILE.
       01  POSTED-BATCH-RECORD.
           05 PB-BATCH-NUMBER PIC 9(6).
           05 PB-POSTED-DATE PIC 9(8).
           05 PB-DEPOSIT-TOTAL PIC 9(7)V99.
           05 PB-HISTORY-TOTAL PIC 9(7)V99.

      * same record layout SPONSOR-PAYMENT.cbl writes
       FD  SPONSOR-PAYMENT-FILE.
       01  SPONSOR-PAYMENT-RECORD.
           05 SPP-SPONSOR-CODE PIC X(6).
           05 SPP-INVOICE-DATE PIC 9(8).
           05 SPP-STUDENT-NUMBER PIC 9(6).
           05 SPP-TERM PIC X(5).
           05 SPP-AMOUNT PIC 9(4)V99.
           05 SPP-RECEIVED-DATE PIC 9(8).
           05 SPP-REFERENCE PIC X(10).
           05 SPP-ENTERED-BY PIC X(8).

      * same record layout PAYMENT-APPLICATION.cbl maintains
       FD  REFUNDS-DUE-FILE.
       01  REFUND-DUE-RECORD.
           05 REF-STUDENT-NUMBER PIC 9(6).
           05 REF-STUDENT-NAME PIC X(40).
           05 REF-EXCESS PIC 9(4)V99.
           05 REF-PAYMENT-DATE PIC 9(8).
           05 REF-STATUS PIC X(6).
           05 REF-ISSUED-DATE PIC X(8).

      * one item cleared or voided: DEP a payment batch's deposit
      * (reference is the batch number), SPD a sponsor cheque
      * (reference and sponsor code), CHQ a refund cheque cleared
      * and VOD one voided by CHEQUE-VOID (reference is the student
      * number, item date the refund's payment date - the refund's
      * key on REFUNDS-DUE.txt).  Statement date is the statement it
      * cleared on, zero for a void.
       FD  BANK-CLEARED-FILE.
       01  BANK-CLEARED-RECORD.
           05 BCL-ITEM-TYPE PIC X(3).
           05 BCL-REFERENCE PIC X(10).
           05 BCL-REFERENCE-PARTS REDEFINES BCL-REFERENCE.
               10 BCL-REF-NUMBER PIC X(6).
               10 FILLER PIC X(4).
           05 BCL-SPONSOR-CODE PIC X(6).
           05 BCL-ITEM-DATE PIC 9(8).
           05 BCL-AMOUNT PIC 9(7)V99.
           05 BCL-CLEARED-DATE PIC 9(8).
           05 BCL-STATEMENT-DATE PIC 9(8).

       FD  BANK-RECON-REPORT-FILE.
       01  BANK-RECON-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.

      *    the statement's items, held until the whole file proves
       01  STATEMENT-TABLE.
           05  STM-COUNT-WS PIC 9(4) VALUE 0.
           05  STM-ENTRY-WS OCCURS 1 TO 1000 TIMES
                   DEPENDING ON STM-COUNT-WS.
               10 STM-TYPE-WS PIC X(3).
               10 STM-DATE-WS PIC 9(8).
               10 STM-AMOUNT-WS PIC 9(7)V99.
               10 STM-REFERENCE-WS PIC X(10).
               10 STM-REF-PARTS-WS REDEFINES STM-REFERENCE-WS.
                   15 STM-REF-NUMBER-WS PIC X(6).
                   15 STM-REF-REST-WS PIC X(4).
      *            what the item matched (DEP, SPD or CHQ) and which
      *            table entry - blank for an unrecorded bank item
               10 STM-MATCH-TYPE-WS PIC X(3).
               10 STM-MATCH-SUB-WS PIC 9(4).
               10 STM-REASON-WS PIC X(30).

      *    the payment batches that carry deposit controls
       01  BATCH-TABLE.
           05  BAT-COUNT-WS PIC 9(4) VALUE 0.
           05  BAT-ENTRY-WS OCCURS 1 TO 3000 TIMES
                   DEPENDING ON BAT-COUNT-WS.
               10 BAT-NUMBER-WS PIC 9(6).
               10 BAT-POSTED-DATE-WS PIC 9(8).
               10 BAT-DEPOSIT-WS PIC 9(7)V99.
               10 BAT-HISTORY-WS PIC 9(7)V99.
               10 BAT-CLEARED-WS PIC X(3).

      *    sponsor cheques, one entry per sponsor and reference -
      *    SPONSOR-PAYMENT writes one piece per award a cheque paid,
      *    so the pieces are added back up to the cheque here
       01  SPONSOR-CHEQUE-TABLE.
           05  SPC-COUNT-WS PIC 9(3) VALUE 0.
           05  SPC-ENTRY-WS OCCURS 1 TO 500 TIMES
                   DEPENDING ON SPC-COUNT-WS.
               10 SPC-SPONSOR-CODE-WS PIC X(6).
               10 SPC-REFERENCE-WS PIC X(10).
               10 SPC-RECEIVED-DATE-WS PIC 9(8).
               10 SPC-AMOUNT-WS PIC 9(7)V99.
               10 SPC-CLEARED-WS PIC X(3).

      *    the refunds marked ISSUED - each one a cheque written
       01  CHEQUE-TABLE.
           05  CHQ-COUNT-WS PIC 9(3) VALUE 0.
           05  CHQ-ENTRY-WS OCCURS 1 TO 500 TIMES
                   DEPENDING ON CHQ-COUNT-WS.
               10 CHQ-STUDENT-NUMBER-WS PIC 9(6).
               10 CHQ-STUDENT-NAME-WS PIC X(40).
               10 CHQ-AMOUNT-WS PIC 9(4)V99.
               10 CHQ-PAYMENT-DATE-WS PIC 9(8).
               10 CHQ-ISSUED-DATE-WS PIC X(8).
               10 CHQ-CLEARED-WS PIC X(3).

       01  FLAG-FIELDS.
           05 EOF-FLAG PIC X(3) VALUE "NO".
           05 EOF-STMT-FLAG PIC X(3) VALUE "NO".
           05 HEADER-SEEN-FLAG PIC X(3) VALUE "NO".
           05 TRAILER-SEEN-FLAG PIC X(3) VALUE "NO".
           05 FOUND-FLAG PIC X(3) VALUE "NO".
      *    set when a table cannot hold its whole file - matching
      *    against part of the books would misreport items as
      *    unrecorded, so the run is refused
           05 LOAD-OVERFLOW-FLAG PIC X(3) VALUE "NO".

       01  STATEMENT-DATE-WS PIC 9(8) VALUE 0.
       01  SUB-WS PIC 9(4).
       01  FIND-SUB-WS PIC 9(4).
       01  RECORDS-READ-WS PIC 9(5) VALUE 0.
       01  ITEMS-READ-WS PIC 9(5) VALUE 0.
       01  ITEMS-TOTAL-WS PIC 9(10)V99 VALUE 0.
       01  EXCEPTION-COUNT-WS PIC 9(5) VALUE 0.
       01  CLEARED-ADDED-WS PIC 9(5) VALUE 0.
       01  PROOF-REASON-WS PIC X(30).

       01  SECTION-COUNTS-WS.
           05 MATCHED-COUNT-WS PIC 9(5) VALUE 0.
           05 MATCHED-TOTAL-WS PIC 9(9)V99 VALUE 0.
           05 TRANSIT-COUNT-WS PIC 9(5) VALUE 0.
           05 TRANSIT-TOTAL-WS PIC 9(9)V99 VALUE 0.
           05 UNRECORDED-COUNT-WS PIC 9(5) VALUE 0.
           05 UNRECORDED-TOTAL-WS PIC 9(9)V99 VALUE 0.
           05 OUTSTANDING-COUNT-WS PIC 9(5) VALUE 0.
           05 OUTSTANDING-TOTAL-WS PIC 9(9)V99 VALUE 0.

       01  RECON-DETAIL-LINE-WS.
           05 RDL-TYPE-WS PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-DATE-WS PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-REFERENCE-WS PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-AMOUNT-WS PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RDL-DESCRIPTION-WS PIC X(39).

      *    a matched deposit's second line: the part of the batch
      *    posted to the history file, the rest having waited in
      *    suspense
       01  RECON-HISTORY-LINE-WS.
           05 FILLER PIC X(27) VALUE SPACES.
           05 RHL-HISTORY-WS PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(27) VALUE "POSTED TO PAYMENT HISTORY".

       01  RECON-HEADING-LINE-WS.
           05 FILLER PIC X(27)
                   VALUE "BANK RECONCILIATION - AS AT".
           05 FILLER PIC X(1) VALUE SPACE.
           05 RHD-STATEMENT-DATE-WS PIC 9(8).

       01  RECON-SECTION-LINE-WS.
           05 RSL-LABEL-WS PIC X(26).
           05 RSL-COUNT-WS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RSL-TOTAL-WS PIC ZZZ,ZZZ,ZZ9.99.

       01  RECON-TRAILER-LINE-WS.
           05 RCN-TRAILER-LABEL-WS PIC X(26).
           05 RCN-TRAILER-VALUE-WS PIC ZZZZ9.

           COPY RUN-LOG.

       PROCEDURE DIVISION.

       PERFORM 140-LOG-RUN-START.
       PERFORM 100-LOAD-BATCHES.
       PERFORM 110-LOAD-SPONSOR-CHEQUES.
       PERFORM 120-LOAD-ISSUED-REFUNDS.
       PERFORM 200-OPEN-RECON-FILES.
       IF LOAD-OVERFLOW-FLAG = "YES"
           MOVE "BOOKS TOO LARGE FOR THE TABLES - NOT RECONCILED"
               TO BANK-RECON-REPORT-LINE
           WRITE BANK-RECON-REPORT-LINE
           DISPLAY "BANK RECONCILIATION REFUSED - TABLE OVERFLOW"
           MOVE "REJECTED" TO RUN-LOG-STATUS-WS
       ELSE
           PERFORM 300-PROVE-ONE-RECORD UNTIL EOF-STMT-FLAG = "YES"
           PERFORM 350-PROVE-STATEMENT-CONTROLS
           IF EXCEPTION-COUNT-WS = 0
               PERFORM 130-APPLY-CLEARED-REGISTER
           END-IF
           IF EXCEPTION-COUNT-WS = 0
               PERFORM 400-MATCH-STATEMENT
               PERFORM 500-WRITE-RECONCILIATION
               PERFORM 600-REGISTER-CLEARED-ITEMS
               DISPLAY "BANK RECONCILIATION COMPLETE - "
                   UNRECORDED-COUNT-WS " UNRECORDED BANK ITEM(S), "
                   OUTSTANDING-COUNT-WS " OUTSTANDING CHEQUE(S)"
               MOVE "NORMAL" TO RUN-LOG-STATUS-WS
           ELSE
               MOVE SPACES TO BANK-RECON-REPORT-LINE
               WRITE BANK-RECON-REPORT-LINE
               MOVE "STATEMENT REJECTED - NOTHING RECONCILED"
                   TO BANK-RECON-REPORT-LINE
               WRITE BANK-RECON-REPORT-LINE
               DISPLAY "BANK STATEMENT REJECTED - SEE BANK-RECON.TXT"
               MOVE "REJECTED" TO RUN-LOG-STATUS-WS
           END-IF
       END-IF.
       PERFORM 450-CLOSE-RECON-FILES.
       PERFORM 145-LOG-RUN-END.

       STOP RUN.

      *    STARTED goes on the shared run-log before any work - a
      *    run that abends leaves this record with no completion
      *    after it
       140-LOG-RUN-START.
           MOVE "BANK-RECON" TO RUN-LOG-PROGRAM-WS.
           MOVE "STARTED" TO RUN-LOG-STATUS-WS.
           MOVE 0 TO RUN-LOG-READ-WS.
           MOVE 0 TO RUN-LOG-WRITE-WS.
           MOVE 0 TO RUN-LOG-EXC-WS.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    completion record - the caller has already set
      *    RUN-LOG-STATUS-WS.  Written counts the items newly
      *    registered as cleared; exceptions are the proof failures
      *    on a rejected statement, the unrecorded bank items on a
      *    clean one.
       145-LOG-RUN-END.
           MOVE "BANK-RECON" TO RUN-LOG-PROGRAM-WS.
           MOVE RECORDS-READ-WS TO RUN-LOG-READ-WS.
           MOVE CLEARED-ADDED-WS TO RUN-LOG-WRITE-WS.
           IF EXCEPTION-COUNT-WS > 0
               MOVE EXCEPTION-COUNT-WS TO RUN-LOG-EXC-WS
           ELSE
               MOVE UNRECORDED-COUNT-WS TO RUN-LOG-EXC-WS
           END-IF.
           CALL "C:\Users\harpa\Desktop\Project3\bin\RUN-LOG"
               USING RUN-LOG-PARMS.

      *    batches registered before deposit controls were carried
      *    have blanks there and cannot be reconciled - they are
      *    left out rather than reported in transit for ever
       100-LOAD-BATCHES.
           OPEN INPUT POSTED-BATCHES-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ POSTED-BATCHES-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF PB-DEPOSIT-TOTAL IS NUMERIC
                           IF BAT-COUNT-WS >= 3000
                               MOVE "YES" TO LOAD-OVERFLOW-FLAG
                               DISPLAY "Batch table full (3000) - "
                                   "BATCH SKIPPED " PB-BATCH-NUMBER
                           ELSE
                               ADD 1 TO BAT-COUNT-WS
                               MOVE PB-BATCH-NUMBER
                                   TO BAT-NUMBER-WS(BAT-COUNT-WS)
                               MOVE PB-POSTED-DATE
                                   TO BAT-POSTED-DATE-WS(BAT-COUNT-WS)
                               MOVE PB-DEPOSIT-TOTAL
                                   TO BAT-DEPOSIT-WS(BAT-COUNT-WS)
                               MOVE PB-HISTORY-TOTAL
                                   TO BAT-HISTORY-WS(BAT-COUNT-WS)
                               MOVE "NO" TO BAT-CLEARED-WS(BAT-COUNT-WS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTED-BATCHES-FILE.

      *    adds each piece onto its cheque's entry, or starts one
       110-LOAD-SPONSOR-CHEQUES.
           OPEN INPUT SPONSOR-PAYMENT-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ SPONSOR-PAYMENT-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       MOVE "NO" TO FOUND-FLAG
                       PERFORM VARYING FIND-SUB-WS FROM 1 BY 1
                               UNTIL FIND-SUB-WS > SPC-COUNT-WS
                                   OR FOUND-FLAG = "YES"
                           IF SPC-SPONSOR-CODE-WS(FIND-SUB-WS)
                                   = SPP-SPONSOR-CODE
                               AND SPC-REFERENCE-WS(FIND-SUB-WS)
                                   = SPP-REFERENCE
                               MOVE "YES" TO FOUND-FLAG
                               ADD SPP-AMOUNT
                                   TO SPC-AMOUNT-WS(FIND-SUB-WS)
                           END-IF
                       END-PERFORM
                       IF FOUND-FLAG = "NO"
                           IF SPC-COUNT-WS >= 500
                               MOVE "YES" TO LOAD-OVERFLOW-FLAG
                               DISPLAY "Sponsor cheque table full "
                                   "(500) - CHEQUE SKIPPED "
                                   SPP-REFERENCE
                           ELSE
                               ADD 1 TO SPC-COUNT-WS
                               MOVE SPP-SPONSOR-CODE
                                   TO SPC-SPONSOR-CODE-WS(SPC-COUNT-WS)
                               MOVE SPP-REFERENCE
                                   TO SPC-REFERENCE-WS(SPC-COUNT-WS)
                               MOVE SPP-RECEIVED-DATE
                                   TO SPC-RECEIVED-DATE-WS(SPC-COUNT-WS)
                               MOVE SPP-AMOUNT
                                   TO SPC-AMOUNT-WS(SPC-COUNT-WS)
                               MOVE "NO" TO SPC-CLEARED-WS(SPC-COUNT-WS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SPONSOR-PAYMENT-FILE.

       120-LOAD-ISSUED-REFUNDS.
           OPEN INPUT REFUNDS-DUE-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ REFUNDS-DUE-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF REF-STATUS = "ISSUED"
                           IF CHQ-COUNT-WS >= 500
                               MOVE "YES" TO LOAD-OVERFLOW-FLAG
                               DISPLAY "Cheque table full (500) - "
                                   "REFUND SKIPPED " REF-STUDENT-NUMBER
                           ELSE
                               ADD 1 TO CHQ-COUNT-WS
                               MOVE REF-STUDENT-NUMBER
                                 TO CHQ-STUDENT-NUMBER-WS(CHQ-COUNT-WS)
                               MOVE REF-STUDENT-NAME
                                 TO CHQ-STUDENT-NAME-WS(CHQ-COUNT-WS)
                               MOVE REF-EXCESS
                                 TO CHQ-AMOUNT-WS(CHQ-COUNT-WS)
                               MOVE REF-PAYMENT-DATE
                                 TO CHQ-PAYMENT-DATE-WS(CHQ-COUNT-WS)
                               MOVE REF-ISSUED-DATE
                                 TO CHQ-ISSUED-DATE-WS(CHQ-COUNT-WS)
                               MOVE "NO" TO CHQ-CLEARED-WS(CHQ-COUNT-WS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFUNDS-DUE-FILE.

      *    whatever the register already holds is off the books'
      *    open items before matching starts; a statement whose date
      *    is already there has been reconciled once and is refused
       130-APPLY-CLEARED-REGISTER.
           OPEN INPUT BANK-CLEARED-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ BANK-CLEARED-FILE
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF BCL-STATEMENT-DATE = STATEMENT-DATE-WS
                               AND EXCEPTION-COUNT-WS = 0
                           MOVE "STATEMENT ALREADY RECONCILED"
                               TO PROOF-REASON-WS
                           PERFORM 340-WRITE-PROOF-EXCEPTION
                       END-IF
                       PERFORM 135-MARK-REGISTERED-ITEM
               END-READ
           END-PERFORM.
           CLOSE BANK-CLEARED-FILE.

       135-MARK-REGISTERED-ITEM.
           EVALUATE BCL-ITEM-TYPE
               WHEN "DEP"
                   PERFORM VARYING FIND-SUB-WS FROM 1 BY 1
                           UNTIL FIND-SUB-WS > BAT-COUNT-WS
                       IF BAT-NUMBER-WS(FIND-SUB-WS)
                               = BCL-REF-NUMBER
                           MOVE "YES" TO BAT-CLEARED-WS(FIND-SUB-WS)
                       END-IF
                   END-PERFORM
               WHEN "SPD"
                   PERFORM VARYING FIND-SUB-WS FROM 1 BY 1
                           UNTIL FIND-SUB-WS > SPC-COUNT-WS
                       IF SPC-SPONSOR-CODE-WS(FIND-SUB-WS)
                               = BCL-SPONSOR-CODE
                           AND SPC-REFERENCE-WS(FIND-SUB-WS)
                               = BCL-REFERENCE
                           MOVE "YES" TO SPC-CLEARED-WS(FIND-SUB-WS)
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   PERFORM VARYING FIND-SUB-WS FROM 1 BY 1
                           UNTIL FIND-SUB-WS > CHQ-COUNT-WS
                       IF CHQ-STUDENT-NUMBER-WS(FIND-SUB-WS)
                               = BCL-REF-NUMBER
                           AND CHQ-PAYMENT-DATE-WS(FIND-SUB-WS)
                               = BCL-ITEM-DATE
                           MOVE "YES" TO CHQ-CLEARED-WS(FIND-SUB-WS)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       200-OPEN-RECON-FILES.
           OPEN INPUT BANK-STATEMENT-FILE.
           OPEN OUTPUT BANK-RECON-REPORT-FILE.

      *    one statement record per pass, sorted out by its first
      *    three bytes - nothing is matched here, only proved
       300-PROVE-ONE-RECORD.
           READ BANK-STATEMENT-FILE
               AT END MOVE "YES" TO EOF-STMT-FLAG
               NOT AT END
                   ADD 1 TO RECORDS-READ-WS
                   PERFORM 310-CLASSIFY-RECORD
           END-READ.

       310-CLASSIFY-RECORD.
           IF TRAILER-SEEN-FLAG = "YES"
               MOVE "RECORD AFTER THE TRAILER" TO PROOF-REASON-WS
               PERFORM 340-WRITE-PROOF-EXCEPTION
           ELSE
           IF BSH-RECORD-TYPE = "HDR"
               IF HEADER-SEEN-FLAG = "YES"
                       OR RECORDS-READ-WS NOT = 1
                   MOVE "HEADER NOT FIRST, OR TWICE" TO PROOF-REASON-WS
                   PERFORM 340-WRITE-PROOF-EXCEPTION
               END-IF
               MOVE "YES" TO HEADER-SEEN-FLAG
               IF BSH-STATEMENT-DATE IS NUMERIC
                   MOVE BSH-STATEMENT-DATE-NUM TO STATEMENT-DATE-WS
                   MOVE STATEMENT-DATE-WS TO RHD-STATEMENT-DATE-WS
                   WRITE BANK-RECON-REPORT-LINE
                       FROM RECON-HEADING-LINE-WS
               ELSE
                   MOVE "STATEMENT DATE NOT NUMERIC" TO PROOF-REASON-WS
                   PERFORM 340-WRITE-PROOF-EXCEPTION
               END-IF
           ELSE
           IF BST-RECORD-TYPE = "TRL"
               MOVE "YES" TO TRAILER-SEEN-FLAG
               IF BST-ITEM-COUNT NOT NUMERIC
                       OR BST-TOTAL NOT NUMERIC
                   MOVE "TRAILER NOT NUMERIC" TO PROOF-REASON-WS
                   PERFORM 340-WRITE-PROOF-EXCEPTION
               ELSE
                   IF BST-ITEM-COUNT-NUM NOT = ITEMS-READ-WS
                       MOVE "TRAILER COUNT DOES NOT MATCH"
                           TO PROOF-REASON-WS
                       PERFORM 340-WRITE-PROOF-EXCEPTION
                   END-IF
                   IF BST-TOTAL-NUM NOT = ITEMS-TOTAL-WS
                       MOVE "TRAILER TOTAL DOES NOT MATCH"
                           TO PROOF-REASON-WS
                       PERFORM 340-WRITE-PROOF-EXCEPTION
                   END-IF
               END-IF
           ELSE
               ADD 1 TO ITEMS-READ-WS
               PERFORM 320-PROVE-ITEM
           END-IF
           END-IF
           END-IF.

      *    a bank item must come after the header, carry a type, a
      *    numeric date and amount, and fit the table
       320-PROVE-ITEM.
           IF HEADER-SEEN-FLAG = "NO"
               MOVE "ITEM AHEAD OF THE HEADER" TO PROOF-REASON-WS
               PERFORM 340-WRITE-PROOF-EXCEPTION
           ELSE
           IF BSD-RECORD-TYPE = SPACES
                   OR BSD-BANK-DATE NOT NUMERIC
                   OR BSD-AMOUNT NOT NUMERIC
               MOVE "ITEM TYPE, DATE OR AMOUNT BAD" TO PROOF-REASON-WS
               PERFORM 340-WRITE-PROOF-EXCEPTION
           ELSE
           IF STM-COUNT-WS >= 1000
               MOVE "MORE THAN 1000 ITEMS" TO PROOF-REASON-WS
               PERFORM 340-WRITE-PROOF-EXCEPTION
           ELSE
               ADD BSD-AMOUNT-NUM TO ITEMS-TOTAL-WS
               ADD 1 TO STM-COUNT-WS
               MOVE BSD-RECORD-TYPE TO STM-TYPE-WS(STM-COUNT-WS)
               MOVE BSD-BANK-DATE-NUM TO STM-DATE-WS(STM-COUNT-WS)
               MOVE BSD-AMOUNT-NUM TO STM-AMOUNT-WS(STM-COUNT-WS)
               MOVE BSD-REFERENCE TO STM-REFERENCE-WS(STM-COUNT-WS)
               MOVE SPACES TO STM-MATCH-TYPE-WS(STM-COUNT-WS)
               MOVE 0 TO STM-MATCH-SUB-WS(STM-COUNT-WS)
               MOVE SPACES TO STM-REASON-WS(STM-COUNT-WS)
           END-IF
           END-IF
           END-IF.

      *    PROOF-REASON-WS carries the reason - one line per problem,
      *    with the record number it was found on
       340-WRITE-PROOF-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT-WS.
           MOVE SPACES TO RECON-DETAIL-LINE-WS.
           MOVE "ERR" TO RDL-TYPE-WS.
           MOVE RECORDS-READ-WS TO RDL-AMOUNT-WS.
           MOVE "RECORD" TO RDL-REFERENCE-WS.
           MOVE PROOF-REASON-WS TO RDL-DESCRIPTION-WS.
           WRITE BANK-RECON-REPORT-LINE FROM RECON-DETAIL-LINE-WS.

       350-PROVE-STATEMENT-CONTROLS.
           IF HEADER-SEEN-FLAG = "NO"
               MOVE "NO HEADER RECORD" TO PROOF-REASON-WS
               PERFORM 340-WRITE-PROOF-EXCEPTION
           END-IF.
           IF TRAILER-SEEN-FLAG = "NO"
               MOVE "NO TRAILER RECORD" TO PROOF-REASON-WS
               PERFORM 340-WRITE-PROOF-EXCEPTION
           END-IF.

      *    every statement item against the books' open items
       400-MATCH-STATEMENT.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > STM-COUNT-WS
               EVALUATE STM-TYPE-WS(SUB-WS)
                   WHEN "DEP"
                       PERFORM 410-MATCH-DEPOSIT
                   WHEN "CHQ"
                       PERFORM 430-MATCH-CHEQUE
                   WHEN OTHER
                       MOVE "BANK ITEM NOT IN THE BOOKS"
                           TO STM-REASON-WS(SUB-WS)
               END-EVALUATE
           END-PERFORM.

      *    a deposit slip numbered for a payment batch is matched to
      *    that batch; anything else is looked for among the
      *    sponsor cheques
       410-MATCH-DEPOSIT.
           MOVE "NO" TO FOUND-FLAG.
           IF STM-REF-NUMBER-WS(SUB-WS) IS NUMERIC
                   AND STM-REF-REST-WS(SUB-WS) = SPACES
               PERFORM VARYING FIND-SUB-WS FROM 1 BY 1
                       UNTIL FIND-SUB-WS > BAT-COUNT-WS
                           OR FOUND-FLAG = "YES"
                   IF BAT-NUMBER-WS(FIND-SUB-WS)
                           = STM-REF-NUMBER-WS(SUB-WS)
                       MOVE "YES" TO FOUND-FLAG
                       IF BAT-CLEARED-WS(FIND-SUB-WS) = "YES"
                           MOVE "BATCH ALREADY CLEARED"
                               TO STM-REASON-WS(SUB-WS)
                       ELSE
                       IF BAT-DEPOSIT-WS(FIND-SUB-WS)
                               NOT = STM-AMOUNT-WS(SUB-WS)
                           MOVE "AMOUNT DIFFERS FROM THE BATCH"
                               TO STM-REASON-WS(SUB-WS)
                       ELSE
                           MOVE "YES" TO BAT-CLEARED-WS(FIND-SUB-WS)
                           MOVE "DEP" TO STM-MATCH-TYPE-WS(SUB-WS)
                           MOVE FIND-SUB-WS
                               TO STM-MATCH-SUB-WS(SUB-WS)
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF FOUND-FLAG = "NO"
               PERFORM 420-MATCH-SPONSOR-CHEQUE
           END-IF.

       420-MATCH-SPONSOR-CHEQUE.
           PERFORM VARYING FIND-SUB-WS FROM 1 BY 1
                   UNTIL FIND-SUB-WS > SPC-COUNT-WS
                       OR FOUND-FLAG = "YES"
               IF SPC-REFERENCE-WS(FIND-SUB-WS)
                       = STM-REFERENCE-WS(SUB-WS)
                   AND SPC-AMOUNT-WS(FIND-SUB-WS)
                       = STM-AMOUNT-WS(SUB-WS)
                   AND SPC-CLEARED-WS(FIND-SUB-WS) = "NO"
                   MOVE "YES" TO FOUND-FLAG
                   MOVE "YES" TO SPC-CLEARED-WS(FIND-SUB-WS)
                   MOVE "SPD" TO STM-MATCH-TYPE-WS(SUB-WS)
                   MOVE FIND-SUB-WS TO STM-MATCH-SUB-WS(SUB-WS)
               END-IF
           END-PERFORM.
           IF FOUND-FLAG = "NO"
               MOVE "NO BATCH OR SPONSOR CHEQUE"
                   TO STM-REASON-WS(SUB-WS)
           END-IF.

      *    the cheque number is the student the refund was made out
      *    to - the oldest uncleared refund of that amount is taken
       430-MATCH-CHEQUE.
           MOVE "NO" TO FOUND-FLAG.
           IF STM-REF-NUMBER-WS(SUB-WS) IS NUMERIC
                   AND STM-REF-REST-WS(SUB-WS) = SPACES
               PERFORM VARYING FIND-SUB-WS FROM 1 BY 1
                       UNTIL FIND-SUB-WS > CHQ-COUNT-WS
                           OR FOUND-FLAG = "YES"
                   IF CHQ-STUDENT-NUMBER-WS(FIND-SUB-WS)
                           = STM-REF-NUMBER-WS(SUB-WS)
                       AND CHQ-AMOUNT-WS(FIND-SUB-WS)
                           = STM-AMOUNT-WS(SUB-WS)
                       AND CHQ-CLEARED-WS(FIND-SUB-WS) = "NO"
                       MOVE "YES" TO FOUND-FLAG
                       MOVE "YES" TO CHQ-CLEARED-WS(FIND-SUB-WS)
                       MOVE "CHQ" TO STM-MATCH-TYPE-WS(SUB-WS)
                       MOVE FIND-SUB-WS TO STM-MATCH-SUB-WS(SUB-WS)
                   END-IF
               END-PERFORM
           END-IF.
           IF FOUND-FLAG = "NO"
               MOVE "NO ISSUED REFUND MATCHES"
                   TO STM-REASON-WS(SUB-WS)
           END-IF.

       450-CLOSE-RECON-FILES.
           CLOSE BANK-STATEMENT-FILE.
           CLOSE BANK-RECON-REPORT-FILE.

      *    the four sections, then a summary of each
       500-WRITE-RECONCILIATION.
           PERFORM 510-WRITE-MATCHED-ITEMS.
           PERFORM 520-WRITE-DEPOSITS-IN-TRANSIT.
           PERFORM 530-WRITE-UNRECORDED-ITEMS.
           PERFORM 540-WRITE-OUTSTANDING-CHEQUES.
           PERFORM 550-WRITE-SUMMARY.

       505-WRITE-SECTION-HEADING.
           MOVE SPACES TO BANK-RECON-REPORT-LINE.
           WRITE BANK-RECON-REPORT-LINE.
           WRITE BANK-RECON-REPORT-LINE FROM RECON-SECTION-LINE-WS.
           MOVE "TYPE DATE      REFERENCE          AMOUNT  DETAIL"
               TO BANK-RECON-REPORT-LINE.
           WRITE BANK-RECON-REPORT-LINE.

       510-WRITE-MATCHED-ITEMS.
           MOVE SPACES TO RECON-SECTION-LINE-WS.
           MOVE "MATCHED ITEMS" TO RSL-LABEL-WS.
           PERFORM 505-WRITE-SECTION-HEADING.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > STM-COUNT-WS
               IF STM-MATCH-TYPE-WS(SUB-WS) NOT = SPACES
                   PERFORM 515-WRITE-STATEMENT-LINE
                   MOVE STM-MATCH-SUB-WS(SUB-WS) TO FIND-SUB-WS
                   EVALUATE STM-MATCH-TYPE-WS(SUB-WS)
                       WHEN "DEP"
                           MOVE "PAYMENT BATCH DEPOSIT"
                               TO RDL-DESCRIPTION-WS
                       WHEN "SPD"
                           STRING "SPONSOR CHEQUE "
                                       DELIMITED BY SIZE
                                   SPC-SPONSOR-CODE-WS(FIND-SUB-WS)
                                       DELIMITED BY SIZE
                               INTO RDL-DESCRIPTION-WS
                       WHEN "CHQ"
                           MOVE CHQ-STUDENT-NAME-WS(FIND-SUB-WS)
                               TO RDL-DESCRIPTION-WS
                   END-EVALUATE
                   WRITE BANK-RECON-REPORT-LINE
                       FROM RECON-DETAIL-LINE-WS
                   IF STM-MATCH-TYPE-WS(SUB-WS) = "DEP"
                       MOVE BAT-HISTORY-WS(FIND-SUB-WS)
                           TO RHL-HISTORY-WS
                       WRITE BANK-RECON-REPORT-LINE
                           FROM RECON-HISTORY-LINE-WS
                   END-IF
                   ADD 1 TO MATCHED-COUNT-WS
                   ADD STM-AMOUNT-WS(SUB-WS) TO MATCHED-TOTAL-WS
               END-IF
           END-PERFORM.

       515-WRITE-STATEMENT-LINE.
           MOVE SPACES TO RECON-DETAIL-LINE-WS.
           MOVE STM-TYPE-WS(SUB-WS) TO RDL-TYPE-WS.
           MOVE STM-DATE-WS(SUB-WS) TO RDL-DATE-WS.
           MOVE STM-REFERENCE-WS(SUB-WS) TO RDL-REFERENCE-WS.
           MOVE STM-AMOUNT-WS(SUB-WS) TO RDL-AMOUNT-WS.

      *    posted in the books by the statement date, not yet seen
      *    by the bank
       520-WRITE-DEPOSITS-IN-TRANSIT.
           MOVE SPACES TO RECON-SECTION-LINE-WS.
           MOVE "DEPOSITS IN TRANSIT" TO RSL-LABEL-WS.
           PERFORM 505-WRITE-SECTION-HEADING.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > BAT-COUNT-WS
               IF BAT-CLEARED-WS(SUB-WS) = "NO"
                       AND BAT-DEPOSIT-WS(SUB-WS) > 0
                       AND BAT-POSTED-DATE-WS(SUB-WS)
                           <= STATEMENT-DATE-WS
                   MOVE SPACES TO RECON-DETAIL-LINE-WS
                   MOVE "DEP" TO RDL-TYPE-WS
                   MOVE BAT-POSTED-DATE-WS(SUB-WS) TO RDL-DATE-WS
                   MOVE BAT-NUMBER-WS(SUB-WS) TO RDL-REFERENCE-WS
                   MOVE BAT-DEPOSIT-WS(SUB-WS) TO RDL-AMOUNT-WS
                   MOVE "PAYMENT BATCH NOT YET DEPOSITED"
                       TO RDL-DESCRIPTION-WS
                   WRITE BANK-RECON-REPORT-LINE
                       FROM RECON-DETAIL-LINE-WS
                   ADD 1 TO TRANSIT-COUNT-WS
                   ADD BAT-DEPOSIT-WS(SUB-WS) TO TRANSIT-TOTAL-WS
               END-IF
           END-PERFORM.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > SPC-COUNT-WS
               IF SPC-CLEARED-WS(SUB-WS) = "NO"
                       AND SPC-RECEIVED-DATE-WS(SUB-WS)
                           <= STATEMENT-DATE-WS
                   MOVE SPACES TO RECON-DETAIL-LINE-WS
                   MOVE "SPD" TO RDL-TYPE-WS
                   MOVE SPC-RECEIVED-DATE-WS(SUB-WS) TO RDL-DATE-WS
                   MOVE SPC-REFERENCE-WS(SUB-WS) TO RDL-REFERENCE-WS
                   MOVE SPC-AMOUNT-WS(SUB-WS) TO RDL-AMOUNT-WS
                   STRING "SPONSOR CHEQUE " DELIMITED BY SIZE
                           SPC-SPONSOR-CODE-WS(SUB-WS)
                               DELIMITED BY SIZE
                       INTO RDL-DESCRIPTION-WS
                   WRITE BANK-RECON-REPORT-LINE
                       FROM RECON-DETAIL-LINE-WS
                   ADD 1 TO TRANSIT-COUNT-WS
                   ADD SPC-AMOUNT-WS(SUB-WS) TO TRANSIT-TOTAL-WS
               END-IF
           END-PERFORM.

      *    on the statement, matched to nothing in the books
       530-WRITE-UNRECORDED-ITEMS.
           MOVE SPACES TO RECON-SECTION-LINE-WS.
           MOVE "UNRECORDED BANK ITEMS" TO RSL-LABEL-WS.
           PERFORM 505-WRITE-SECTION-HEADING.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > STM-COUNT-WS
               IF STM-MATCH-TYPE-WS(SUB-WS) = SPACES
                   PERFORM 515-WRITE-STATEMENT-LINE
                   MOVE STM-REASON-WS(SUB-WS) TO RDL-DESCRIPTION-WS
                   WRITE BANK-RECON-REPORT-LINE
                       FROM RECON-DETAIL-LINE-WS
                   ADD 1 TO UNRECORDED-COUNT-WS
                   ADD STM-AMOUNT-WS(SUB-WS) TO UNRECORDED-TOTAL-WS
               END-IF
           END-PERFORM.

      *    issued by the statement date and neither cleared nor
      *    voided since - a refund from before issue dates were
      *    carried has no date and is always listed until dealt with
       540-WRITE-OUTSTANDING-CHEQUES.
           MOVE SPACES TO RECON-SECTION-LINE-WS.
           MOVE "OUTSTANDING REFUND CHEQUES" TO RSL-LABEL-WS.
           PERFORM 505-WRITE-SECTION-HEADING.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > CHQ-COUNT-WS
               IF CHQ-CLEARED-WS(SUB-WS) = "NO"
                   AND (CHQ-ISSUED-DATE-WS(SUB-WS) = SPACES
                       OR CHQ-ISSUED-DATE-WS(SUB-WS)
                           <= STATEMENT-DATE-WS)
                   MOVE SPACES TO RECON-DETAIL-LINE-WS
                   MOVE "CHQ" TO RDL-TYPE-WS
                   MOVE CHQ-ISSUED-DATE-WS(SUB-WS) TO RDL-DATE-WS
                   MOVE CHQ-STUDENT-NUMBER-WS(SUB-WS)
                       TO RDL-REFERENCE-WS
                   MOVE CHQ-AMOUNT-WS(SUB-WS) TO RDL-AMOUNT-WS
                   MOVE CHQ-STUDENT-NAME-WS(SUB-WS)
                       TO RDL-DESCRIPTION-WS
                   WRITE BANK-RECON-REPORT-LINE
                       FROM RECON-DETAIL-LINE-WS
                   ADD 1 TO OUTSTANDING-COUNT-WS
                   ADD CHQ-AMOUNT-WS(SUB-WS) TO OUTSTANDING-TOTAL-WS
               END-IF
           END-PERFORM.

       550-WRITE-SUMMARY.
           MOVE SPACES TO BANK-RECON-REPORT-LINE.
           WRITE BANK-RECON-REPORT-LINE.
           MOVE "SUMMARY                    ITEMS          AMOUNT"
               TO BANK-RECON-REPORT-LINE.
           WRITE BANK-RECON-REPORT-LINE.
           MOVE "MATCHED ITEMS:" TO RSL-LABEL-WS.
           MOVE MATCHED-COUNT-WS TO RSL-COUNT-WS.
           MOVE MATCHED-TOTAL-WS TO RSL-TOTAL-WS.
           WRITE BANK-RECON-REPORT-LINE FROM RECON-SECTION-LINE-WS.
           MOVE "DEPOSITS IN TRANSIT:" TO RSL-LABEL-WS.
           MOVE TRANSIT-COUNT-WS TO RSL-COUNT-WS.
           MOVE TRANSIT-TOTAL-WS TO RSL-TOTAL-WS.
           WRITE BANK-RECON-REPORT-LINE FROM RECON-SECTION-LINE-WS.
           MOVE "UNRECORDED BANK ITEMS:" TO RSL-LABEL-WS.
           MOVE UNRECORDED-COUNT-WS TO RSL-COUNT-WS.
           MOVE UNRECORDED-TOTAL-WS TO RSL-TOTAL-WS.
           WRITE BANK-RECON-REPORT-LINE FROM RECON-SECTION-LINE-WS.
           MOVE "OUTSTANDING CHEQUES:" TO RSL-LABEL-WS.
           MOVE OUTSTANDING-COUNT-WS TO RSL-COUNT-WS.
           MOVE OUTSTANDING-TOTAL-WS TO RSL-TOTAL-WS.
           WRITE BANK-RECON-REPORT-LINE FROM RECON-SECTION-LINE-WS.
           MOVE "STATEMENT ITEMS READ:" TO RCN-TRAILER-LABEL-WS.
           MOVE ITEMS-READ-WS TO RCN-TRAILER-VALUE-WS.
           WRITE BANK-RECON-REPORT-LINE FROM RECON-TRAILER-LINE-WS.

      *    the matched items go on the register under this
      *    statement's date, so next month they are no longer open
       600-REGISTER-CLEARED-ITEMS.
           OPEN EXTEND BANK-CLEARED-FILE.
           PERFORM VARYING SUB-WS FROM 1 BY 1
                   UNTIL SUB-WS > STM-COUNT-WS
               IF STM-MATCH-TYPE-WS(SUB-WS) NOT = SPACES
                   MOVE STM-MATCH-SUB-WS(SUB-WS) TO FIND-SUB-WS
                   MOVE SPACES TO BANK-CLEARED-RECORD
                   MOVE STM-MATCH-TYPE-WS(SUB-WS) TO BCL-ITEM-TYPE
                   MOVE STM-AMOUNT-WS(SUB-WS) TO BCL-AMOUNT
                   MOVE STM-DATE-WS(SUB-WS) TO BCL-CLEARED-DATE
                   MOVE STATEMENT-DATE-WS TO BCL-STATEMENT-DATE
                   EVALUATE STM-MATCH-TYPE-WS(SUB-WS)
                       WHEN "DEP"
                           MOVE BAT-NUMBER-WS(FIND-SUB-WS)
                               TO BCL-REFERENCE
                           MOVE BAT-POSTED-DATE-WS(FIND-SUB-WS)
                               TO BCL-ITEM-DATE
                       WHEN "SPD"
                           MOVE SPC-REFERENCE-WS(FIND-SUB-WS)
                               TO BCL-REFERENCE
                           MOVE SPC-SPONSOR-CODE-WS(FIND-SUB-WS)
                               TO BCL-SPONSOR-CODE
                           MOVE SPC-RECEIVED-DATE-WS(FIND-SUB-WS)
                               TO BCL-ITEM-DATE
                       WHEN "CHQ"
                           MOVE CHQ-STUDENT-NUMBER-WS(FIND-SUB-WS)
                               TO BCL-REFERENCE
                           MOVE CHQ-PAYMENT-DATE-WS(FIND-SUB-WS)
                               TO BCL-ITEM-DATE
                   END-EVALUATE
                   WRITE BANK-CLEARED-RECORD
                   ADD 1 TO CLEARED-ADDED-WS
               END-IF
           END-PERFORM.
           CLOSE BANK-CLEARED-FILE.

       END PROGRAM BANK-RECON.
