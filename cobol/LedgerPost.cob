               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-MASTER-KEY
               FILE STATUS IS ws-file-status.
           SELECT ACCOUNT-LEDGER-FILE ASSIGN TO "ACCTLEDG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-MASTER-KEY
               FILE STATUS IS ws-acct-file-status.
           SELECT LEDGER-ADJUST-FILE ASSIGN TO "LEDGADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-MASTER-KEY
               FILE STATUS IS ws-adj-file-status.
           SELECT ACCOUNT-ADJUST-FILE ASSIGN TO "ACCTADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AA-MASTER-KEY
               FILE STATUS IS ws-acct-adj-file-status.
           SELECT LEDGER-REFUSED-FILE ASSIGN TO "LEDGREF"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ADD-LEDGER-FILE.
           COPY RESULT
               REPLACING PFX-RESULT BY LG-RESULT.
           05 LG-POST-DATE        PIC X(8).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY LG-ACCOUNT-NUMBER.
           05 LG-ENTRY-NUMBER     PIC 9(6).
       FD  LEDGER-PARM-FILE.
       01  LEDGER-PARM-RECORD.
           05 PRM-PERIOD          PIC X(6).
           05 PRM-ADJUST-FLAG     PIC X(1).
       FD  LEDGER-CKPT-FILE.
       01  LEDGER-CKPT-RECORD.
           05 CKPT-POSTED-COUNT   PIC 9(6).
           05 LM-PERIOD-COUNT     PIC 9(6).
           05 LM-PERIOD-AMOUNT    PIC S9(14)V99
               SIGN IS TRAILING SEPARATE.
           05 LM-PERIOD-STATUS    PIC X(1).
               88 LM-PERIOD-OPEN      VALUE " ".
               88 LM-PERIOD-CLOSED    VALUE "C".
               88 LM-PERIOD-REOPENED  VALUE "R".
           05 LM-STATUS-OPERATOR  PIC X(8).
           05 LM-STATUS-DATE      PIC X(8).
           05 LM-STATUS-TIME      PIC X(6).
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
       FD  LEDGER-ADJUST-FILE.
       01  LEDGER-ADJUST-RECORD.
           05 LA-MASTER-KEY.
               10 LA-OPERATION-CODE  PIC X(1).
               10 LA-PERIOD          PIC 9(6).
           05 LA-ADJUST-COUNT     PIC 9(6).
           05 LA-ADJUST-AMOUNT    PIC S9(14)V99
               SIGN IS TRAILING SEPARATE.
           05 LA-FIRST-POST-DATE  PIC X(8).
           05 LA-LAST-POST-DATE   PIC X(8).
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
       FD  LEDGER-REFUSED-FILE.
       01  LEDGER-REFUSED-RECORD  PIC X(80).
       WORKING-STORAGE SECTION.
       01 ws-file-status        PIC XX.
       01 ws-acct-file-status   PIC XX.
       01 ws-adj-file-status    PIC XX.
       01 ws-acct-adj-file-status PIC XX.
       01 ws-eof                PIC X VALUE 'N'.
           88 ws-eof-yes            VALUE 'Y'.
       01 ws-run-timestamp      PIC X(21).
       01 ws-run-stamp-parts REDEFINES ws-run-timestamp.
           05 ws-run-period     PIC 9(6).
           05 FILLER            PIC X(15).
       01 ws-run-date-parts REDEFINES ws-run-timestamp.
           05 ws-run-date       PIC X(8).
           05 FILLER            PIC X(13).
       01 ws-posting-period     PIC 9(6).
       01 ws-prior-period       PIC 9(6).
       01 ws-prior-year         PIC 9(4).
       01 ws-record-number      PIC 9(6) VALUE 0.
       01 ws-posted-count       PIC 9(6) VALUE 0.
       01 ws-created-count      PIC 9(6) VALUE 0.
       01 ws-acct-posted-count  PIC 9(6) VALUE 0.
       01 ws-acct-created-count PIC 9(6) VALUE 0.
       01 ws-unassigned-count   PIC 9(6) VALUE 0.
       01 ws-checkpoint-interval PIC 9(4) VALUE 10.
       01 ws-hold-flag          PIC X VALUE 'N'.
           88 ws-night-held         VALUE 'Y'.
       01 ws-hold-date          PIC X(8) VALUE SPACES.
       01 ws-adjust-request     PIC X VALUE 'N'.
           88 ws-adjust-requested   VALUE 'Y'.
       01 ws-period-flag        PIC X VALUE 'O'.
           88 ws-period-open        VALUE 'O'.
           88 ws-period-refused     VALUE 'X'.
           88 ws-post-adjustment    VALUE 'A'.
       01 ws-scan-flag          PIC X VALUE 'N'.
           88 ws-scan-done          VALUE 'Y'.
       01 ws-closed-by          PIC X(8) VALUE SPACES.
       01 ws-closed-on          PIC X(8) VALUE SPACES.
       01 ws-refused-count      PIC 9(6) VALUE 0.
       01 ws-adjusted-count     PIC 9(6) VALUE 0.
       01 ws-adj-created-count  PIC 9(6) VALUE 0.
       01 ws-acct-adjusted-count PIC 9(6) VALUE 0.
       01 ws-acct-adj-created-count PIC 9(6) VALUE 0.
       01 ws-refused-heading.
           05 FILLER            PIC X(27) VALUE
               "POSTING REFUSED - PERIOD   ".
           05 rhd-period        PIC 9(6).
           05 FILLER            PIC X(11) VALUE " CLOSED BY ".
           05 rhd-closed-by     PIC X(8).
           05 FILLER            PIC X(4)  VALUE " ON ".
           05 rhd-closed-on     PIC X(8).
           05 FILLER            PIC X(16) VALUE SPACES.
       01 ws-refused-heading-2.
           05 FILLER PIC X(40) VALUE
               "   REC  OP    OPERAND 1    OPERAND 2    ".
           05 FILLER PIC X(40) VALUE
               "         RESULT  POSTED    ACCOUNT".
       01 ws-refused-line.
           05 ref-record        PIC ZZZZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 ref-opcode        PIC X(1).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ref-operand-1     PIC -(7)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ref-operand-2     PIC -(7)9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 ref-result        PIC -(14)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ref-post-date     PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 ref-account       PIC X(10).
           05 FILLER            PIC X(3)  VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           ELSE
               PERFORM UNTIL ws-eof-yes
                   IF ws-record-number > ws-already-posted
                       EVALUATE TRUE
                           WHEN ws-period-refused
                               PERFORM 2600-REFUSE-RECORD
                           WHEN ws-post-adjustment
                               PERFORM 2700-POST-ADJUSTMENT
                           WHEN OTHER
                               PERFORM 2000-POST-RECORD
                       END-EVALUATE
                   END-IF
                   PERFORM 2100-READ-LEDGER
               END-PERFORM
                   CLOSE LEDGER-MASTER-FILE
                   OPEN I-O LEDGER-MASTER-FILE
               END-IF
               OPEN I-O ACCOUNT-LEDGER-FILE
               IF ws-acct-file-status = "35"
                   OPEN OUTPUT ACCOUNT-LEDGER-FILE
                   CLOSE ACCOUNT-LEDGER-FILE
                   OPEN I-O ACCOUNT-LEDGER-FILE
               END-IF
               PERFORM 1400-CHECK-PERIOD-STATUS
               PERFORM 2100-READ-LEDGER
           END-IF.

                   IF PRM-PERIOD NUMERIC
                       MOVE PRM-PERIOD TO ws-posting-period
                   END-IF
                   IF PRM-ADJUST-FLAG = "Y"
                       SET ws-adjust-requested TO TRUE
                   END-IF
           END-READ
           CLOSE LEDGER-PARM-FILE.

           END-READ
           CLOSE LEDGER-CKPT-FILE.

       1400-CHECK-PERIOD-STATUS.
      *    The period close marks every operation's position for the
      *    period, so any closed position means the period is closed.
      *    Its late items go to the adjustment period only when
      *    LEDGPARM asks for it; otherwise the whole run is refused
      *    and listed, and the checkpoint stays put so the same
      *    records are offered again once the operator decides.
           MOVE 'N' TO ws-scan-flag
           MOVE SPACE TO LM-OPERATION-CODE
           MOVE 0 TO LM-PERIOD
           START LEDGER-MASTER-FILE
               KEY IS NOT LESS THAN LM-MASTER-KEY
               INVALID KEY
                   SET ws-scan-done TO TRUE
           END-START
           PERFORM 1410-SCAN-MASTER UNTIL ws-scan-done
           EVALUATE TRUE
               WHEN ws-period-refused AND ws-adjust-requested
                   SET ws-post-adjustment TO TRUE
                   OPEN I-O LEDGER-ADJUST-FILE
                   IF ws-adj-file-status = "35"
                       OPEN OUTPUT LEDGER-ADJUST-FILE
                       CLOSE LEDGER-ADJUST-FILE
                       OPEN I-O LEDGER-ADJUST-FILE
                   END-IF
                   OPEN I-O ACCOUNT-ADJUST-FILE
                   IF ws-acct-adj-file-status = "35"
                       OPEN OUTPUT ACCOUNT-ADJUST-FILE
                       CLOSE ACCOUNT-ADJUST-FILE
                       OPEN I-O ACCOUNT-ADJUST-FILE
                   END-IF
                   DISPLAY "Post: period " ws-posting-period
                       " is closed - posting to its adjustment period"
               WHEN ws-period-refused
                   OPEN OUTPUT LEDGER-REFUSED-FILE
                   MOVE ws-posting-period TO rhd-period
                   MOVE ws-closed-by TO rhd-closed-by
                   MOVE ws-closed-on TO rhd-closed-on
                   WRITE LEDGER-REFUSED-RECORD FROM ws-refused-heading
                   MOVE SPACES TO LEDGER-REFUSED-RECORD
                   WRITE LEDGER-REFUSED-RECORD
                   WRITE LEDGER-REFUSED-RECORD
                       FROM ws-refused-heading-2
                   DISPLAY "Post: *** PERIOD " ws-posting-period
                       " IS CLOSED - POSTING REFUSED ***"
               WHEN ws-adjust-requested
                   DISPLAY "Post: period " ws-posting-period
                       " is open - adjustment flag ignored"
           END-EVALUATE.

       1410-SCAN-MASTER.
           READ LEDGER-MASTER-FILE NEXT RECORD
               AT END
                   SET ws-scan-done TO TRUE
               NOT AT END
                   IF LM-PERIOD = ws-posting-period
                       AND LM-PERIOD-CLOSED
                       SET ws-period-refused TO TRUE
                       MOVE LM-STATUS-OPERATOR TO ws-closed-by
                       MOVE LM-STATUS-DATE TO ws-closed-on
                       SET ws-scan-done TO TRUE
                   END-IF
           END-READ
           IF ws-file-status NOT = "00" AND ws-file-status NOT = "10"
               SET ws-scan-done TO TRUE
           END-IF.

       2000-POST-RECORD.
           MOVE LG-OPERATION-CODE TO LM-OPERATION-CODE
           MOVE ws-posting-period TO LM-PERIOD
                       LM-MASTER-KEY " ***"
           END-REWRITE
           ADD 1 TO ws-posted-count
      *    Ledger records written before transactions carried an
      *    account have no account position to post to; they stay
      *    in the operation totals only.
           IF LG-ACCOUNT-NUMBER = SPACES
               ADD 1 TO ws-unassigned-count
           ELSE
               PERFORM 2400-POST-ACCOUNT
           END-IF
           PERFORM 2300-CHECKPOINT-IF-DUE.

       2100-READ-LEDGER.
           MOVE ws-forward-balance TO LM-BALANCE-FORWARD
           MOVE 0 TO LM-PERIOD-COUNT
           MOVE 0 TO LM-PERIOD-AMOUNT
           SET LM-PERIOD-OPEN TO TRUE
           MOVE SPACES TO LM-STATUS-OPERATOR
           MOVE SPACES TO LM-STATUS-DATE
           MOVE SPACES TO LM-STATUS-TIME
           WRITE LEDGER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Post: *** WRITE FAILED FOR KEY "
               PERFORM 9100-WRITE-CHECKPOINT
           END-IF.

       2400-POST-ACCOUNT.
           MOVE LG-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
           MOVE LG-OPERATION-CODE TO AL-OPERATION-CODE
           MOVE ws-posting-period TO AL-PERIOD
           READ ACCOUNT-LEDGER-FILE
               INVALID KEY
                   PERFORM 2500-CREATE-ACCOUNT-PERIOD
               NOT INVALID KEY
                   CONTINUE
           END-READ
           ADD 1 TO AL-PERIOD-COUNT
           ADD LG-RESULT TO AL-PERIOD-AMOUNT
           REWRITE ACCOUNT-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "Post: *** REWRITE FAILED FOR ACCOUNT KEY "
                       AL-MASTER-KEY " ***"
           END-REWRITE
           ADD 1 TO ws-acct-posted-count.

       2500-CREATE-ACCOUNT-PERIOD.
      *> Same carry-forward as the operation master: an account's
      *> new (operation, period) position opens with the ending
      *> balance of its last active period within twelve months.
           PERFORM 2510-FIND-PRIOR-ACCOUNT-BALANCE
           MOVE LG-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
           MOVE LG-OPERATION-CODE TO AL-OPERATION-CODE
           MOVE ws-posting-period TO AL-PERIOD
           MOVE ws-forward-balance TO AL-BALANCE-FORWARD
           MOVE 0 TO AL-PERIOD-COUNT
           MOVE 0 TO AL-PERIOD-AMOUNT
           WRITE ACCOUNT-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "Post: *** WRITE FAILED FOR ACCOUNT KEY "
                       AL-MASTER-KEY " ***"
           END-WRITE
           ADD 1 TO ws-acct-created-count.

       2510-FIND-PRIOR-ACCOUNT-BALANCE.
           MOVE 0 TO ws-forward-balance
           MOVE "N" TO ws-prior-flag
           MOVE ws-posting-period TO ws-prior-period
           MOVE 0 TO ws-lookback-count
           PERFORM 2520-READ-PRIOR-ACCOUNT-PERIOD
               UNTIL ws-lookback-count NOT < 12
               OR ws-prior-found.

       2520-READ-PRIOR-ACCOUNT-PERIOD.
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
           MOVE LG-ACCOUNT-NUMBER TO AL-ACCOUNT-NUMBER
           MOVE LG-OPERATION-CODE TO AL-OPERATION-CODE
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

       2600-REFUSE-RECORD.
           ADD 1 TO ws-refused-count
           MOVE ws-record-number TO ref-record
           MOVE LG-OPERATION-CODE TO ref-opcode
           MOVE LG-OPERAND-1 TO ref-operand-1
           MOVE LG-OPERAND-2 TO ref-operand-2
           MOVE LG-RESULT TO ref-result
           MOVE LG-POST-DATE TO ref-post-date
           MOVE LG-ACCOUNT-NUMBER TO ref-account
           WRITE LEDGER-REFUSED-RECORD FROM ws-refused-line.

       2700-POST-ADJUSTMENT.
      *    A late item for a closed period is kept apart from the
      *    certified positions on both sides: the operation's in the
      *    ledger adjustment record and the account's in the account
      *    adjustment record, so neither master moves once closed.
           MOVE LG-OPERATION-CODE TO LA-OPERATION-CODE
           MOVE ws-posting-period TO LA-PERIOD
           READ LEDGER-ADJUST-FILE
               INVALID KEY
                   PERFORM 2710-CREATE-ADJUST-RECORD
               NOT INVALID KEY
                   CONTINUE
           END-READ
           ADD 1 TO LA-ADJUST-COUNT
           ADD LG-RESULT TO LA-ADJUST-AMOUNT
           MOVE ws-run-date TO LA-LAST-POST-DATE
           REWRITE LEDGER-ADJUST-RECORD
               INVALID KEY
                   DISPLAY "Post: *** REWRITE FAILED FOR ADJUSTMENT "
                       "KEY " LA-MASTER-KEY " ***"
           END-REWRITE
           ADD 1 TO ws-adjusted-count
           IF LG-ACCOUNT-NUMBER = SPACES
               ADD 1 TO ws-unassigned-count
           ELSE
               PERFORM 2800-POST-ACCOUNT-ADJUSTMENT
           END-IF
           PERFORM 2300-CHECKPOINT-IF-DUE.

       2710-CREATE-ADJUST-RECORD.
           MOVE LG-OPERATION-CODE TO LA-OPERATION-CODE
           MOVE ws-posting-period TO LA-PERIOD
           MOVE 0 TO LA-ADJUST-COUNT
           MOVE 0 TO LA-ADJUST-AMOUNT
           MOVE ws-run-date TO LA-FIRST-POST-DATE
           MOVE ws-run-date TO LA-LAST-POST-DATE
           WRITE LEDGER-ADJUST-RECORD
               INVALID KEY
                   DISPLAY "Post: *** WRITE FAILED FOR ADJUSTMENT KEY "
                       LA-MASTER-KEY " ***"
           END-WRITE
           ADD 1 TO ws-adj-created-count.

       2800-POST-ACCOUNT-ADJUSTMENT.
           MOVE LG-ACCOUNT-NUMBER TO AA-ACCOUNT-NUMBER
           MOVE LG-OPERATION-CODE TO AA-OPERATION-CODE
           MOVE ws-posting-period TO AA-PERIOD
           READ ACCOUNT-ADJUST-FILE
               INVALID KEY
                   PERFORM 2810-CREATE-ACCOUNT-ADJUSTMENT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           ADD 1 TO AA-ADJUST-COUNT
           ADD LG-RESULT TO AA-ADJUST-AMOUNT
           MOVE ws-run-date TO AA-LAST-POST-DATE
           REWRITE ACCOUNT-ADJUST-RECORD
               INVALID KEY
                   DISPLAY "Post: *** REWRITE FAILED FOR ACCOUNT "
                       "ADJUSTMENT KEY " AA-MASTER-KEY " ***"
           END-REWRITE
           ADD 1 TO ws-acct-adjusted-count.

       2810-CREATE-ACCOUNT-ADJUSTMENT.
           MOVE LG-ACCOUNT-NUMBER TO AA-ACCOUNT-NUMBER
           MOVE LG-OPERATION-CODE TO AA-OPERATION-CODE
           MOVE ws-posting-period TO AA-PERIOD
           MOVE 0 TO AA-ADJUST-COUNT
           MOVE 0 TO AA-ADJUST-AMOUNT
           MOVE ws-run-date TO AA-FIRST-POST-DATE
           MOVE ws-run-date TO AA-LAST-POST-DATE
           WRITE ACCOUNT-ADJUST-RECORD
               INVALID KEY
                   DISPLAY "Post: *** WRITE FAILED FOR ACCOUNT "
                       "ADJUSTMENT KEY " AA-MASTER-KEY " ***"
           END-WRITE
           ADD 1 TO ws-acct-adj-created-count.

       9000-TERMINATE.
           IF ws-period-refused
               PERFORM 9200-FINISH-REFUSED
           ELSE
               PERFORM 9100-WRITE-CHECKPOINT
               PERFORM 9300-REPORT-POSTED
           END-IF
           CLOSE ADD-LEDGER-FILE LEDGER-MASTER-FILE
               ACCOUNT-LEDGER-FILE.

       9100-WRITE-CHECKPOINT.
           OPEN OUTPUT LEDGER-CKPT-FILE
           MOVE ws-record-number TO CKPT-POSTED-COUNT
           WRITE LEDGER-CKPT-RECORD
           CLOSE LEDGER-CKPT-FILE.

       9200-FINISH-REFUSED.
           MOVE SPACES TO LEDGER-REFUSED-RECORD
           WRITE LEDGER-REFUSED-RECORD
           MOVE "*** RECORDS REFUSED - NOT POSTED, CHECKPOINT NOT "
               & "ADVANCED ***" TO LEDGER-REFUSED-RECORD
           WRITE LEDGER-REFUSED-RECORD
           CLOSE LEDGER-REFUSED-FILE
           DISPLAY "Post: *** RECORDS REFUSED FOR CLOSED PERIOD: "
               ws-refused-count " - SEE LEDGREF ***"
           DISPLAY "Post: *** SET THE LEDGPARM ADJUSTMENT FLAG OR "
               "REOPEN THE PERIOD ***"
           MOVE 8 TO RETURN-CODE.

       9300-REPORT-POSTED.
           DISPLAY "Post: ledger records posted: " ws-posted-count
           DISPLAY "Post: period positions created: " ws-created-count
           DISPLAY "Post: account postings: " ws-acct-posted-count
           DISPLAY "Post: account positions created: "
               ws-acct-created-count
           IF ws-unassigned-count > 0
               DISPLAY "Post: ledger records with no account: "
                   ws-unassigned-count
           END-IF
           IF ws-post-adjustment
               DISPLAY "Post: posted to adjustment period: "
                   ws-adjusted-count
               DISPLAY "Post: adjustment positions created: "
                   ws-adj-created-count
               DISPLAY "Post: account adjustments posted: "
                   ws-acct-adjusted-count
               DISPLAY "Post: account adjustment positions created: "
                   ws-acct-adj-created-count
               CLOSE LEDGER-ADJUST-FILE ACCOUNT-ADJUST-FILE
           END-IF.
       END PROGRAM LedgerPost.
