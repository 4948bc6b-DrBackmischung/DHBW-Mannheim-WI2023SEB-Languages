       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodClose.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLOSE-PARM-FILE ASSIGN TO "CLOSPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NIGHT-STAT-FILE ASSIGN TO "NIGHTSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-MASTER-FILE ASSIGN TO "LEDGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-MASTER-KEY
               FILE STATUS IS ws-file-status.
           SELECT OPTIONAL PERIOD-JOURNAL-FILE ASSIGN TO "PERDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSE-REPORT-FILE ASSIGN TO "CLOSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-PARM-FILE.
       01  CLOSE-PARM-RECORD.
           05 PRM-PERIOD          PIC X(6).
           05 PRM-OPERATOR        PIC X(8).
       FD  NIGHT-STAT-FILE.
       01  NIGHT-STAT-RECORD.
           05 NS-HOLD-FLAG        PIC X(1).
           05 NS-RUN-DATE         PIC X(8).
       FD  LEDGER-MASTER-FILE.
       01  LEDGER-MASTER-RECORD.
           05 LM-MASTER-KEY.
               10 LM-OPERATION-CODE  PIC X(1).
               10 LM-PERIOD          PIC 9(6).
           05 LM-BALANCE-FORWARD  PIC S9(14)V99
               SIGN IS TRAILING SEPARATE.
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
       FD  PERIOD-JOURNAL-FILE.
       01  PERIOD-JOURNAL-RECORD.
           05 PJ-TIMESTAMP        PIC X(21).
           05 PJ-OPERATOR         PIC X(8).
           05 PJ-ACTION           PIC X(1).
           05 PJ-PERIOD           PIC 9(6).
           05 PJ-POSITION-COUNT   PIC 9(4).
           05 PJ-REASON           PIC X(40).
       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-RECORD    PIC X(100).
       WORKING-STORAGE SECTION.
       01 ws-file-status        PIC XX.
       01 ws-eof                PIC X VALUE 'N'.
           88 ws-eof-yes            VALUE 'Y'.
       01 ws-run-timestamp      PIC X(21).
       01 ws-run-stamp-parts REDEFINES ws-run-timestamp.
           05 ws-run-date       PIC X(8).
           05 ws-run-time       PIC X(6).
           05 FILLER            PIC X(7).
       01 ws-run-date-parts REDEFINES ws-run-timestamp.
           05 ws-run-period     PIC 9(6).
           05 FILLER            PIC X(15).
       01 ws-close-period       PIC 9(6) VALUE 0.
       01 ws-close-period-parts REDEFINES ws-close-period.
           05 FILLER            PIC 9(4).
           05 ws-close-month    PIC 9(2).
       01 ws-operator-id        PIC X(8) VALUE SPACES.
       01 ws-refuse-flag        PIC X VALUE 'N'.
           88 ws-close-refused      VALUE 'Y'.
       01 ws-hold-date          PIC X(8) VALUE SPACES.
       01 ws-op-max             PIC 9(2) VALUE 20.
       01 ws-op-count           PIC 9(2) VALUE 0.
       01 ws-op-table.
           05 ws-op-code OCCURS 20 TIMES PIC X(1).
       01 ws-op-index           PIC 9(2) VALUE 0.
       01 ws-found-flag         PIC X VALUE 'N'.
           88 ws-op-found           VALUE 'Y'.
       01 ws-already-closed     PIC 9(4) VALUE 0.
       01 ws-closed-count       PIC 9(4) VALUE 0.
       01 ws-created-count      PIC 9(4) VALUE 0.
       01 ws-posting-total      PIC 9(8) VALUE 0.
       01 ws-prior-period       PIC 9(6).
       01 ws-prior-year         PIC 9(4).
       01 ws-prior-month        PIC 9(2).
       01 ws-prior-flag         PIC X VALUE 'N'.
           88 ws-prior-found        VALUE 'Y'.
       01 ws-lookback-count     PIC 9(2).
       01 ws-forward-balance    PIC S9(14)V99 VALUE 0.
       01 ws-closing-balance    PIC S9(14)V99 VALUE 0.
       01 ws-new-position-flag  PIC X VALUE 'N'.
           88 ws-new-position       VALUE 'Y'.
       01 ws-heading-1.
           05 FILLER            PIC X(31) VALUE
               "CLOSING BALANCE CERTIFICATE    ".
           05 FILLER            PIC X(7)  VALUE "PERIOD ".
           05 hd1-period        PIC 9(6).
           05 FILLER            PIC X(9)  VALUE "   RUN ON".
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 hd1-run-date      PIC X(8).
           05 FILLER            PIC X(4)  VALUE " AT ".
           05 hd1-run-time      PIC X(6).
           05 FILLER            PIC X(28) VALUE SPACES.
       01 ws-heading-2.
           05 FILLER PIC X(12) VALUE " OP  PERIOD ".
           05 FILLER PIC X(17) VALUE "  OPENING-BALANCE".
           05 FILLER PIC X(9)  VALUE "    COUNT".
           05 FILLER PIC X(16) VALUE "  PERIOD-AMOUNT ".
           05 FILLER PIC X(17) VALUE " CLOSING-BALANCE ".
       01 ws-detail-line.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 dtl-opcode        PIC X(1).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 dtl-period        PIC 9(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-balance-fwd   PIC -(15)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-count         PIC ZZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-amount        PIC -(15)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-closing       PIC -(15)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-flag          PIC X(15).
       01 ws-total-line.
           05 tot-label         PIC X(32).
           05 tot-count         PIC ZZZZZZZ9.
           05 FILLER            PIC X(60) VALUE SPACES.
       01 ws-signoff-line.
           05 FILLER            PIC X(10) VALUE "CLOSED BY ".
           05 sgn-operator      PIC X(8).
           05 FILLER            PIC X(4)  VALUE " ON ".
           05 sgn-date          PIC X(8).
           05 FILLER            PIC X(4)  VALUE " AT ".
           05 sgn-time          PIC X(6).
           05 FILLER            PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF ws-close-refused
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-CLOSE-PERIOD
               PERFORM 3000-WRITE-JOURNAL
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
      *    Operator step: marks every operation's position for the
      *    period closed under the operator named on CLOSPARM. Once
      *    closed, the posting run refuses the period and late items
      *    can only reach it through the adjustment period.
           MOVE FUNCTION CURRENT-DATE TO ws-run-timestamp
           PERFORM 1100-LOAD-PARMS
           IF NOT ws-close-refused
               PERFORM 1200-CHECK-NIGHT-STATUS
           END-IF
           IF NOT ws-close-refused
               OPEN I-O LEDGER-MASTER-FILE
               IF ws-file-status = "35"
                   SET ws-close-refused TO TRUE
                   DISPLAY "Close: *** NO LEDGER MASTER ON FILE ***"
               ELSE
                   PERFORM 1300-SCAN-MASTER
                   IF ws-close-refused
                       CLOSE LEDGER-MASTER-FILE
                   END-IF
               END-IF
           END-IF.

       1100-LOAD-PARMS.
           OPEN INPUT CLOSE-PARM-FILE
           READ CLOSE-PARM-FILE
               AT END
                   MOVE SPACES TO CLOSE-PARM-RECORD
           END-READ
           CLOSE CLOSE-PARM-FILE
           IF PRM-PERIOD NUMERIC
               MOVE PRM-PERIOD TO ws-close-period
           END-IF
           MOVE PRM-OPERATOR TO ws-operator-id
           EVALUATE TRUE
               WHEN ws-close-period = 0
                   OR ws-close-month = 0 OR ws-close-month > 12
                   SET ws-close-refused TO TRUE
                   DISPLAY "Close: *** CLOSPARM PERIOD " PRM-PERIOD
                       " IS NOT A VALID YYYYMM ***"
               WHEN ws-operator-id = SPACES
                   SET ws-close-refused TO TRUE
                   DISPLAY "Close: *** CLOSPARM MUST NAME THE CLOSING "
                       "OPERATOR ***"
               WHEN ws-close-period NOT < ws-run-period
                   SET ws-close-refused TO TRUE
                   DISPLAY "Close: *** PERIOD " ws-close-period
                       " HAS NOT ENDED - CLOSE REFUSED ***"
           END-EVALUATE.

       1200-CHECK-NIGHT-STATUS.
      *    A certificate signed while a night is held out of balance
      *    would certify figures nobody has explained.
           OPEN INPUT NIGHT-STAT-FILE
           READ NIGHT-STAT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF NS-HOLD-FLAG = "Y"
                       SET ws-close-refused TO TRUE
                       MOVE NS-RUN-DATE TO ws-hold-date
                   END-IF
           END-READ
           CLOSE NIGHT-STAT-FILE
           IF ws-close-refused
               DISPLAY "Close: *** NIGHT OF " ws-hold-date
                   " IS OUT OF BALANCE - CLOSE REFUSED ***"
           END-IF.

       1300-SCAN-MASTER.
      *    Collects every operation code on the master, so an
      *    operation that was quiet in the period still gets a closed
      *    position, and finds any position already closed.
           MOVE SPACE TO LM-OPERATION-CODE
           MOVE 0 TO LM-PERIOD
           START LEDGER-MASTER-FILE
               KEY IS NOT LESS THAN LM-MASTER-KEY
               INVALID KEY
                   SET ws-eof-yes TO TRUE
           END-START
           PERFORM 1310-READ-MASTER UNTIL ws-eof-yes
           EVALUATE TRUE
               WHEN ws-op-count = 0
                   SET ws-close-refused TO TRUE
                   DISPLAY "Close: *** LEDGER MASTER IS EMPTY - "
                       "NOTHING TO CLOSE ***"
               WHEN ws-already-closed > 0
                   SET ws-close-refused TO TRUE
                   DISPLAY "Close: *** PERIOD " ws-close-period
                       " IS ALREADY CLOSED ***"
           END-EVALUATE.

       1310-READ-MASTER.
           READ LEDGER-MASTER-FILE NEXT RECORD
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE 'N' TO ws-found-flag
                   PERFORM 1320-MATCH-OPCODE
                       VARYING ws-op-index FROM 1 BY 1
                       UNTIL ws-op-index > ws-op-count
                       OR ws-op-found
                   IF NOT ws-op-found
                       AND ws-op-count < ws-op-max
                       ADD 1 TO ws-op-count
                       MOVE LM-OPERATION-CODE
                           TO ws-op-code (ws-op-count)
                   END-IF
                   IF LM-PERIOD = ws-close-period
                       AND LM-PERIOD-CLOSED
                       ADD 1 TO ws-already-closed
                   END-IF
           END-READ
           IF ws-file-status NOT = "00" AND ws-file-status NOT = "10"
               SET ws-eof-yes TO TRUE
           END-IF.

       1320-MATCH-OPCODE.
           IF ws-op-code (ws-op-index) = LM-OPERATION-CODE
               SET ws-op-found TO TRUE
           END-IF.

       2000-CLOSE-PERIOD.
           OPEN OUTPUT CLOSE-REPORT-FILE
           MOVE ws-close-period TO hd1-period
           MOVE ws-run-date TO hd1-run-date
           MOVE ws-run-time TO hd1-run-time
           WRITE CLOSE-REPORT-RECORD FROM ws-heading-1
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD FROM ws-heading-2
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           PERFORM 2100-CLOSE-OPERATION
               VARYING ws-op-index FROM 1 BY 1
               UNTIL ws-op-index > ws-op-count.

       2100-CLOSE-OPERATION.
           MOVE 'N' TO ws-new-position-flag
           MOVE ws-op-code (ws-op-index) TO LM-OPERATION-CODE
           MOVE ws-close-period TO LM-PERIOD
           READ LEDGER-MASTER-FILE
               INVALID KEY
                   PERFORM 2200-BUILD-QUIET-POSITION
           END-READ
           SET LM-PERIOD-CLOSED TO TRUE
           MOVE ws-operator-id TO LM-STATUS-OPERATOR
           MOVE ws-run-date TO LM-STATUS-DATE
           MOVE ws-run-time TO LM-STATUS-TIME
           IF ws-new-position
               WRITE LEDGER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Close: *** WRITE FAILED FOR KEY "
                           LM-MASTER-KEY " ***"
               END-WRITE
               ADD 1 TO ws-created-count
           ELSE
               REWRITE LEDGER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Close: *** REWRITE FAILED FOR KEY "
                           LM-MASTER-KEY " ***"
               END-REWRITE
           END-IF
           ADD 1 TO ws-closed-count
           ADD LM-PERIOD-COUNT TO ws-posting-total
           COMPUTE ws-closing-balance =
               LM-BALANCE-FORWARD + LM-PERIOD-AMOUNT
           MOVE LM-OPERATION-CODE TO dtl-opcode
           MOVE LM-PERIOD TO dtl-period
           MOVE LM-BALANCE-FORWARD TO dtl-balance-fwd
           MOVE LM-PERIOD-COUNT TO dtl-count
           MOVE LM-PERIOD-AMOUNT TO dtl-amount
           MOVE ws-closing-balance TO dtl-closing
           IF ws-new-position
               MOVE "NO ACTIVITY" TO dtl-flag
           ELSE
               MOVE SPACES TO dtl-flag
           END-IF
           WRITE CLOSE-REPORT-RECORD FROM ws-detail-line.

       2200-BUILD-QUIET-POSITION.
      *> An operation with no postings in the period has no position
      *> to close. One is written carrying the last closing balance
      *> forward, the way the posting run would have opened it, so
      *> the lock covers the operation and the next period's carry
      *> still proves.
           SET ws-new-position TO TRUE
           PERFORM 2210-FIND-PRIOR-BALANCE
           MOVE ws-op-code (ws-op-index) TO LM-OPERATION-CODE
           MOVE ws-close-period TO LM-PERIOD
           MOVE ws-forward-balance TO LM-BALANCE-FORWARD
           MOVE 0 TO LM-PERIOD-COUNT
           MOVE 0 TO LM-PERIOD-AMOUNT.

       2210-FIND-PRIOR-BALANCE.
           MOVE 0 TO ws-forward-balance
           MOVE "N" TO ws-prior-flag
           MOVE ws-close-period TO ws-prior-period
           MOVE 0 TO ws-lookback-count
           PERFORM 2220-READ-PRIOR-PERIOD
               UNTIL ws-lookback-count NOT < 12
               OR ws-prior-found.

       2220-READ-PRIOR-PERIOD.
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
           MOVE ws-op-code (ws-op-index) TO LM-OPERATION-CODE
           MOVE ws-prior-period TO LM-PERIOD
           READ LEDGER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE ws-forward-balance =
                       LM-BALANCE-FORWARD + LM-PERIOD-AMOUNT
                   SET ws-prior-found TO TRUE
           END-READ
           ADD 1 TO ws-lookback-count.

       3000-WRITE-JOURNAL.
           OPEN EXTEND PERIOD-JOURNAL-FILE
           MOVE ws-run-timestamp TO PJ-TIMESTAMP
           MOVE ws-operator-id TO PJ-OPERATOR
           MOVE "C" TO PJ-ACTION
           MOVE ws-close-period TO PJ-PERIOD
           MOVE ws-closed-count TO PJ-POSITION-COUNT
           MOVE "PERIOD CLOSED" TO PJ-REASON
           WRITE PERIOD-JOURNAL-RECORD
           CLOSE PERIOD-JOURNAL-FILE.

       9000-TERMINATE.
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE "  POSITIONS CLOSED              " TO tot-label
           MOVE ws-closed-count TO tot-count
           WRITE CLOSE-REPORT-RECORD FROM ws-total-line
           MOVE "  OF WHICH NO ACTIVITY          " TO tot-label
           MOVE ws-created-count TO tot-count
           WRITE CLOSE-REPORT-RECORD FROM ws-total-line
           MOVE "  POSTINGS IN PERIOD            " TO tot-label
           MOVE ws-posting-total TO tot-count
           WRITE CLOSE-REPORT-RECORD FROM ws-total-line
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE ws-operator-id TO sgn-operator
           MOVE ws-run-date TO sgn-date
           MOVE ws-run-time TO sgn-time
           WRITE CLOSE-REPORT-RECORD FROM ws-signoff-line
           MOVE "*** BALANCES ABOVE ARE FINAL - LATE ITEMS POST TO THE "
               & "ADJUSTMENT PERIOD ***" TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           CLOSE CLOSE-REPORT-FILE LEDGER-MASTER-FILE
           DISPLAY "Close: period " ws-close-period " closed by "
               ws-operator-id ", " ws-closed-count " positions".
       END PROGRAM PeriodClose.
