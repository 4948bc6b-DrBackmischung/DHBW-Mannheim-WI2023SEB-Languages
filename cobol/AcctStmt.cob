       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctStmt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS ws-file-status.
           SELECT ACCOUNT-LEDGER-FILE ASSIGN TO "ACCTLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MASTER-KEY
               FILE STATUS IS ws-acct-file-status.
           SELECT ACCOUNT-ADJUST-FILE ASSIGN TO "ACCTADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AA-MASTER-KEY
               FILE STATUS IS ws-acct-adj-file-status.
           SELECT OPTIONAL ADD-LEDGER-FILE ASSIGN TO "ADDLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-ARCH-FILE ASSIGN TO "LEDGARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STMT-PARM-FILE ASSIGN TO "STMTPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STMT-REPORT-FILE ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY AM-ACCOUNT-NUMBER.
           05 AM-ACCOUNT-NAME     PIC X(30).
           05 AM-ACCOUNT-STATUS   PIC X(1).
               88 AM-ACCOUNT-OPEN     VALUE "O".
               88 AM-ACCOUNT-FROZEN   VALUE "F".
               88 AM-ACCOUNT-CLOSED   VALUE "C".
           05 AM-OPEN-DATE        PIC X(8).
       FD  ACCOUNT-LEDGER-FILE.
       01  ACCOUNT-LEDGER-RECORD.
           05 AL-MASTER-KEY.
               10 AL-ACCOUNT-NUMBER  PIC X(10).
               10 AL-OPERATION-CODE  PIC X(1).
               10 AL-PERIOD          PIC 9(6).
           05 AL-BALANCE-FORWARD  PIC S9(14)V99
               SIGN IS TRAILING SEPARATE.
           05 AL-PERIOD-COUNT     PIC 9(6).
           05 AL-PERIOD-AMOUNT    PIC S9(14)V99
               SIGN IS TRAILING SEPARATE.
       FD  ACCOUNT-ADJUST-FILE.
       01  ACCOUNT-ADJUST-RECORD.
           05 AA-MASTER-KEY.
               10 AA-ACCOUNT-NUMBER  PIC X(10).
               10 AA-OPERATION-CODE  PIC X(1).
               10 AA-PERIOD          PIC 9(6).
           05 AA-ADJUST-COUNT     PIC 9(6).
           05 AA-ADJUST-AMOUNT    PIC S9(14)V99
               SIGN IS TRAILING SEPARATE.
           05 AA-FIRST-POST-DATE  PIC X(8).
           05 AA-LAST-POST-DATE   PIC X(8).
       FD  ADD-LEDGER-FILE.
       01  ADD-LEDGER-RECORD.
           05 LG-OPERATION-CODE   PIC X(1).
           COPY OPERPAIR
               REPLACING PFX-OPERAND-1 BY LG-OPERAND-1
                         PFX-OPERAND-2 BY LG-OPERAND-2.
           COPY RESULT
               REPLACING PFX-RESULT BY LG-RESULT.
           05 LG-POST-DATE        PIC X(8).
           05 LG-POST-DATE-PARTS REDEFINES LG-POST-DATE.
               10 LG-POST-PERIOD  PIC X(6).
               10 FILLER          PIC X(2).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY LG-ACCOUNT-NUMBER.
           05 LG-ENTRY-NUMBER     PIC 9(6).
       FD  LEDGER-ARCH-FILE.
       01  LEDGER-ARCH-RECORD     PIC X(62).
       FD  STMT-PARM-FILE.
       01  STMT-PARM-RECORD.
           05 PRM-ACCOUNT-NUMBER  PIC X(10).
           05 PRM-PERIOD          PIC X(6).
       FD  STMT-REPORT-FILE.
       01  STMT-REPORT-RECORD     PIC X(100).
       WORKING-STORAGE SECTION.
       01 ws-file-status        PIC XX.
       01 ws-acct-file-status   PIC XX.
       01 ws-acct-adj-file-status PIC XX.
       01 ws-eof                PIC X VALUE 'N'.
           88 ws-eof-yes            VALUE 'Y'.
       01 ws-ledger-eof         PIC X VALUE 'N'.
           88 ws-ledger-eof-yes     VALUE 'Y'.
       01 ws-master-flag        PIC X VALUE 'Y'.
           88 ws-master-on-file     VALUE 'Y'.
       01 ws-acct-ledger-flag   PIC X VALUE 'Y'.
           88 ws-acct-ledger-on-file VALUE 'Y'.
       01 ws-acct-adjust-flag   PIC X VALUE 'N'.
           88 ws-acct-adjust-on-file VALUE 'Y'.
       01 ws-run-timestamp      PIC X(21).
       01 ws-run-stamp-parts REDEFINES ws-run-timestamp.
           05 ws-run-date       PIC X(8).
           05 ws-run-time       PIC X(6).
           05 FILLER            PIC X(7).
       01 ws-run-period-parts REDEFINES ws-run-timestamp.
           05 ws-run-period     PIC 9(6).
           05 FILLER            PIC X(15).
       01 ws-stmt-period        PIC 9(6).
       01 ws-stmt-period-x REDEFINES ws-stmt-period PIC X(6).
       01 ws-single-account     PIC X(10) VALUE SPACES.
       01 ws-op-codes           PIC X(4) VALUE "ASMD".
       01 ws-op-table REDEFINES ws-op-codes.
           05 ws-op-code        PIC X(1) OCCURS 4 TIMES.
       01 ws-op-index           PIC 9(1).
       01 ws-prior-period       PIC 9(6).
       01 ws-prior-year         PIC 9(4).
       01 ws-prior-month        PIC 9(2).
       01 ws-prior-flag         PIC X VALUE 'N'.
           88 ws-prior-found        VALUE 'Y'.
       01 ws-lookback-count     PIC 9(2).
       01 ws-forward-balance    PIC S9(14)V99 VALUE 0.
       01 ws-closing-balance    PIC S9(14)V99 VALUE 0.
       01 ws-total-forward      PIC S9(14)V99 VALUE 0.
       01 ws-total-amount       PIC S9(14)V99 VALUE 0.
       01 ws-total-closing      PIC S9(14)V99 VALUE 0.
       01 ws-total-count        PIC 9(6) VALUE 0.
       01 ws-total-adjust-count PIC 9(6) VALUE 0.
       01 ws-total-adjust-amount PIC S9(14)V99 VALUE 0.
       01 ws-posting-count      PIC 9(6) VALUE 0.
       01 ws-statement-count    PIC 9(6) VALUE 0.
       01 ws-page-number        PIC 9(4) VALUE 0.
       01 ws-line-count         PIC 9(2) VALUE 99.
       01 ws-lines-per-page     PIC 9(2) VALUE 55.
       01 ws-heading-1.
           05 FILLER            PIC X(20) VALUE
               "ACCOUNT STATEMENT   ".
           05 FILLER            PIC X(7)  VALUE "PERIOD ".
           05 hd1-period        PIC 9(6).
           05 FILLER            PIC X(9)  VALUE "  RUN ON ".
           05 hd1-run-date      PIC X(8).
           05 FILLER            PIC X(4)  VALUE " AT ".
           05 hd1-run-time      PIC X(6).
           05 FILLER            PIC X(8)  VALUE "    PAGE".
           05 hd1-page-number   PIC ZZZ9.
       01 ws-heading-2.
           05 FILLER            PIC X(10) VALUE "ACCOUNT:  ".
           05 hd2-account       PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 hd2-name          PIC X(30).
           05 FILLER            PIC X(9)  VALUE "  STATUS ".
           05 hd2-status        PIC X(6).
           05 FILLER            PIC X(9)  VALUE "  OPENED ".
           05 hd2-open-date     PIC X(8).
       01 ws-heading-3.
           05 FILLER PIC X(5)  VALUE " OP  ".
           05 FILLER PIC X(19) VALUE "    OPENING-BALANCE".
           05 FILLER PIC X(9)  VALUE "    COUNT".
           05 FILLER PIC X(20) VALUE "       PERIOD-AMOUNT".
           05 FILLER PIC X(20) VALUE "     CLOSING-BALANCE".
       01 ws-heading-4.
           05 FILLER PIC X(14) VALUE " POSTED    OP ".
           05 FILLER PIC X(26) VALUE "     OPERAND-1    OPERAND-".
           05 FILLER PIC X(21) VALUE "2               RESUL".
           05 FILLER PIC X(1)  VALUE "T".
       01 ws-summary-line.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 sum-opcode        PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 sum-balance-fwd   PIC -(15)9.99.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 sum-count         PIC ZZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 sum-amount        PIC -(15)9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 sum-closing       PIC -(15)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 sum-flag          PIC X(12).
       01 ws-adjust-line.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 adj-opcode        PIC X(3).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 FILLER            PIC X(19) VALUE
               "   LATE ADJUSTMENT ".
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 adj-count         PIC ZZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 adj-amount        PIC -(15)9.99.
           05 FILLER            PIC X(22) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "AFTER CLOSE".
       01 ws-posting-line.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 pst-post-date     PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 pst-opcode        PIC X(1).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 pst-operand-1     PIC -(7)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 pst-operand-2     PIC -(7)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 pst-result        PIC -(15)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 pst-source        PIC X(8).
       01 ws-count-line.
           05 cnt-label         PIC X(40).
           05 cnt-count         PIC ZZZZZ9.
           05 FILLER            PIC X(54) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL ws-eof-yes
               PERFORM 2000-PRINT-STATEMENT
               PERFORM 2100-READ-ACCOUNT
           END-PERFORM
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO ws-run-timestamp
           MOVE ws-run-period TO ws-stmt-period
           PERFORM 1100-LOAD-PARMS
           OPEN OUTPUT STMT-REPORT-FILE
           OPEN INPUT ACCOUNT-LEDGER-FILE
           IF ws-acct-file-status = "35"
               MOVE 'N' TO ws-acct-ledger-flag
           END-IF
           OPEN INPUT ACCOUNT-ADJUST-FILE
           IF ws-acct-adj-file-status = "00"
               SET ws-acct-adjust-on-file TO TRUE
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ws-file-status = "35"
               MOVE 'N' TO ws-master-flag
               SET ws-eof-yes TO TRUE
               DISPLAY "Stmt: *** NO ACCOUNT MASTER ON FILE ***"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 1200-POSITION-MASTER
           END-IF.

       1100-LOAD-PARMS.
      *    A blank account prints every account on the master; a
      *    blank or non-numeric period means the current month.
           OPEN INPUT STMT-PARM-FILE
           READ STMT-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PRM-ACCOUNT-NUMBER TO ws-single-account
                   IF PRM-PERIOD NUMERIC
                       MOVE PRM-PERIOD TO ws-stmt-period
                   END-IF
           END-READ
           CLOSE STMT-PARM-FILE.

       1200-POSITION-MASTER.
           IF ws-single-account NOT = SPACES
               MOVE ws-single-account TO AM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       SET ws-eof-yes TO TRUE
                       DISPLAY "Stmt: *** ACCOUNT " ws-single-account
                           " NOT ON ACCOUNT MASTER ***"
                       MOVE 4 TO RETURN-CODE
               END-READ
           ELSE
               MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
               START ACCOUNT-MASTER-FILE
                   KEY IS NOT LESS THAN AM-ACCOUNT-NUMBER
                   INVALID KEY
                       SET ws-eof-yes TO TRUE
               END-START
               IF NOT ws-eof-yes
                   PERFORM 2100-READ-ACCOUNT
               END-IF
           END-IF.

       2000-PRINT-STATEMENT.
      *    Each account starts on a fresh page: balances by operation
      *    from the account ledger master, each followed by any late
      *    adjustment posted after the period closed, then every
      *    posting dated in the period from the archive and the
      *    current ledger. Late adjustments are shown apart and never
      *    folded into the certified balances.
           ADD 1 TO ws-statement-count
           PERFORM 3000-PAGE-HEADING
           MOVE 0 TO ws-total-forward
           MOVE 0 TO ws-total-amount
           MOVE 0 TO ws-total-closing
           MOVE 0 TO ws-total-count
           MOVE 0 TO ws-total-adjust-count
           MOVE 0 TO ws-total-adjust-amount
           PERFORM 2200-PRINT-OPERATION
               VARYING ws-op-index FROM 1 BY 1
               UNTIL ws-op-index > 4
           MOVE "ALL" TO sum-opcode
           MOVE ws-total-forward TO sum-balance-fwd
           MOVE ws-total-count TO sum-count
           MOVE ws-total-amount TO sum-amount
           MOVE ws-total-closing TO sum-closing
           MOVE SPACES TO sum-flag
           WRITE STMT-REPORT-RECORD FROM ws-summary-line
               AFTER ADVANCING 1 LINE
           IF ws-total-adjust-count > 0
               MOVE "ALL" TO adj-opcode
               MOVE ws-total-adjust-count TO adj-count
               MOVE ws-total-adjust-amount TO adj-amount
               WRITE STMT-REPORT-RECORD FROM ws-adjust-line
                   AFTER ADVANCING 1 LINE
               ADD 1 TO ws-line-count
           END-IF
           MOVE SPACES TO STMT-REPORT-RECORD
           WRITE STMT-REPORT-RECORD AFTER ADVANCING 1 LINE
           WRITE STMT-REPORT-RECORD FROM ws-heading-4
               AFTER ADVANCING 1 LINE
           ADD 3 TO ws-line-count
           MOVE 0 TO ws-posting-count
           PERFORM 2400-SCAN-ARCHIVE
           PERFORM 2500-SCAN-LEDGER
           IF ws-posting-count = 0
               MOVE "  NO POSTINGS DATED IN THE PERIOD"
                   TO STMT-REPORT-RECORD
               WRITE STMT-REPORT-RECORD AFTER ADVANCING 1 LINE
               ADD 1 TO ws-line-count
           END-IF.

       2100-READ-ACCOUNT.
           IF ws-single-account NOT = SPACES
               SET ws-eof-yes TO TRUE
           ELSE
               READ ACCOUNT-MASTER-FILE NEXT RECORD
                   AT END
                       SET ws-eof-yes TO TRUE
               END-READ
           END-IF.

       2200-PRINT-OPERATION.
      *    An operation the account had no activity in this period
      *    still shows the balance it carries from its last active
      *    period, the same twelve-month walk the posting run uses.
           MOVE ws-op-code (ws-op-index) TO sum-opcode
           MOVE SPACES TO sum-flag
           MOVE 'N' TO ws-prior-flag
           IF ws-acct-ledger-on-file
               MOVE AM-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
               MOVE ws-op-code (ws-op-index) TO AL-OPERATION-CODE
               MOVE ws-stmt-period TO AL-PERIOD
               READ ACCOUNT-LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ws-prior-found TO TRUE
               END-READ
           END-IF
           IF ws-prior-found
               MOVE AL-BALANCE-FORWARD TO sum-balance-fwd
               MOVE AL-PERIOD-COUNT TO sum-count
               MOVE AL-PERIOD-AMOUNT TO sum-amount
               COMPUTE ws-closing-balance =
                   AL-BALANCE-FORWARD + AL-PERIOD-AMOUNT
               ADD AL-BALANCE-FORWARD TO ws-total-forward
               ADD AL-PERIOD-COUNT TO ws-total-count
               ADD AL-PERIOD-AMOUNT TO ws-total-amount
           ELSE
               PERFORM 2300-FIND-PRIOR-BALANCE
               MOVE ws-forward-balance TO sum-balance-fwd
               MOVE 0 TO sum-count
               MOVE 0 TO sum-amount
               MOVE ws-forward-balance TO ws-closing-balance
               ADD ws-forward-balance TO ws-total-forward
               MOVE "NO ACTIVITY" TO sum-flag
           END-IF
           MOVE ws-closing-balance TO sum-closing
           ADD ws-closing-balance TO ws-total-closing
           WRITE STMT-REPORT-RECORD FROM ws-summary-line
               AFTER ADVANCING 1 LINE
           ADD 1 TO ws-line-count
           IF ws-acct-adjust-on-file
               PERFORM 2250-PRINT-ADJUSTMENT
           END-IF.

       2250-PRINT-ADJUSTMENT.
           MOVE AM-ACCOUNT-NUMBER TO AA-ACCOUNT-NUMBER
           MOVE ws-op-code (ws-op-index) TO AA-OPERATION-CODE
           MOVE ws-stmt-period TO AA-PERIOD
           READ ACCOUNT-ADJUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ws-op-code (ws-op-index) TO adj-opcode
                   MOVE AA-ADJUST-COUNT TO adj-count
                   MOVE AA-ADJUST-AMOUNT TO adj-amount
                   WRITE STMT-REPORT-RECORD FROM ws-adjust-line
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO ws-line-count
                   ADD AA-ADJUST-COUNT TO ws-total-adjust-count
                   ADD AA-ADJUST-AMOUNT TO ws-total-adjust-amount
           END-READ.

       2300-FIND-PRIOR-BALANCE.
           MOVE 0 TO ws-forward-balance
           MOVE "N" TO ws-prior-flag
           MOVE ws-stmt-period TO ws-prior-period
           MOVE 0 TO ws-lookback-count
           IF ws-acct-ledger-on-file
               PERFORM 2310-READ-PRIOR-PERIOD
                   UNTIL ws-lookback-count NOT < 12
                   OR ws-prior-found
           END-IF.

       2310-READ-PRIOR-PERIOD.
           DIVIDE ws-prior-period BY 100
               GIVING ws-prior-year REMAINDER ws-prior-month
           IF ws-prior-month = 1
               SUBTRACT 1 FROM ws-prior-year
               MOVE 12 TO ws-prior-month
           ELSE
               SUBTRACT 1 FROM ws-prior-month
           END-IF
           COMPUTE ws-prior-period =
               ws-prior-year * 100 + ws-prior-month
           MOVE AM-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
           MOVE ws-op-code (ws-op-index) TO AL-OPERATION-CODE
           MOVE ws-prior-period TO AL-PERIOD
           READ ACCOUNT-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE ws-forward-balance =
                       AL-BALANCE-FORWARD + AL-PERIOD-AMOUNT
                   SET ws-prior-found TO TRUE
           END-READ
           ADD 1 TO ws-lookback-count.

       2400-SCAN-ARCHIVE.
      *    Archived ledger records carry the same layout as the
      *    current file; each is moved into the ledger record area
      *    so one matching paragraph serves both.
           MOVE "ARCHIVE " TO pst-source
           MOVE 'N' TO ws-ledger-eof
           OPEN INPUT LEDGER-ARCH-FILE
           PERFORM 2410-READ-ARCHIVE UNTIL ws-ledger-eof-yes
           CLOSE LEDGER-ARCH-FILE.

       2410-READ-ARCHIVE.
           READ LEDGER-ARCH-FILE
               AT END
                   SET ws-ledger-eof-yes TO TRUE
               NOT AT END
                   MOVE LEDGER-ARCH-RECORD TO ADD-LEDGER-RECORD
                   PERFORM 2600-CHECK-POSTING
           END-READ.

       2500-SCAN-LEDGER.
           MOVE "CURRENT " TO pst-source
           MOVE 'N' TO ws-ledger-eof
           OPEN INPUT ADD-LEDGER-FILE
           PERFORM 2510-READ-LEDGER UNTIL ws-ledger-eof-yes
           CLOSE ADD-LEDGER-FILE.

       2510-READ-LEDGER.
           READ ADD-LEDGER-FILE
               AT END
                   SET ws-ledger-eof-yes TO TRUE
               NOT AT END
                   PERFORM 2600-CHECK-POSTING
           END-READ.

       2600-CHECK-POSTING.
           IF LG-ACCOUNT-NUMBER = AM-ACCOUNT-NUMBER
               AND LG-POST-PERIOD = ws-stmt-period-x
               IF ws-line-count > ws-lines-per-page
                   PERFORM 3000-PAGE-HEADING
                   WRITE STMT-REPORT-RECORD FROM ws-heading-4
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO ws-line-count
               END-IF
               MOVE LG-POST-DATE TO pst-post-date
               MOVE LG-OPERATION-CODE TO pst-opcode
               MOVE LG-OPERAND-1 TO pst-operand-1
               MOVE LG-OPERAND-2 TO pst-operand-2
               MOVE LG-RESULT TO pst-result
               WRITE STMT-REPORT-RECORD FROM ws-posting-line
                   AFTER ADVANCING 1 LINE
               ADD 1 TO ws-line-count
               ADD 1 TO ws-posting-count
           END-IF.

       3000-PAGE-HEADING.
           ADD 1 TO ws-page-number
           MOVE ws-stmt-period TO hd1-period
           MOVE ws-run-date TO hd1-run-date
           MOVE ws-run-time TO hd1-run-time
           MOVE ws-page-number TO hd1-page-number
           MOVE AM-ACCOUNT-NUMBER TO hd2-account
           MOVE AM-ACCOUNT-NAME TO hd2-name
           EVALUATE TRUE
               WHEN AM-ACCOUNT-OPEN
                   MOVE "OPEN" TO hd2-status
               WHEN AM-ACCOUNT-FROZEN
                   MOVE "FROZEN" TO hd2-status
               WHEN AM-ACCOUNT-CLOSED
                   MOVE "CLOSED" TO hd2-status
               WHEN OTHER
                   MOVE AM-ACCOUNT-STATUS TO hd2-status
           END-EVALUATE
           MOVE AM-OPEN-DATE TO hd2-open-date
           IF ws-page-number = 1
               WRITE STMT-REPORT-RECORD FROM ws-heading-1
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE STMT-REPORT-RECORD FROM ws-heading-1
                   AFTER ADVANCING PAGE
           END-IF
           WRITE STMT-REPORT-RECORD FROM ws-heading-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO STMT-REPORT-RECORD
           WRITE STMT-REPORT-RECORD AFTER ADVANCING 1 LINE
           WRITE STMT-REPORT-RECORD FROM ws-heading-3
               AFTER ADVANCING 1 LINE
           MOVE 4 TO ws-line-count.

       9000-TERMINATE.
           IF ws-page-number = 0
               MOVE SPACES TO ACCOUNT-MASTER-RECORD
               PERFORM 3000-PAGE-HEADING
           END-IF
           MOVE SPACES TO STMT-REPORT-RECORD
           WRITE STMT-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE "  STATEMENTS PRINTED" TO cnt-label
           MOVE ws-statement-count TO cnt-count
           WRITE STMT-REPORT-RECORD FROM ws-count-line
               AFTER ADVANCING 1 LINE
           MOVE "*** END OF REPORT ***" TO STMT-REPORT-RECORD
           WRITE STMT-REPORT-RECORD AFTER ADVANCING 1 LINE
           IF ws-master-on-file
               CLOSE ACCOUNT-MASTER-FILE
           END-IF
           IF ws-acct-ledger-on-file
               CLOSE ACCOUNT-LEDGER-FILE
           END-IF
           IF ws-acct-adjust-on-file
               CLOSE ACCOUNT-ADJUST-FILE
           END-IF
           CLOSE STMT-REPORT-FILE
           DISPLAY "Stmt: " ws-statement-count
               " statements printed for period " ws-stmt-period.
       END PROGRAM AcctStmt.
