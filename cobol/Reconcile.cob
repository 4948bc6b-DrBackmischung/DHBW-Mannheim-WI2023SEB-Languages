               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADD-LEDGER-FILE ASSIGN TO "ADDLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADD-WHSE-FILE ASSIGN TO "ADDWHSE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WHSE-CTL-FILE ASSIGN TO "WHSECTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECON-CKPT-FILE ASSIGN TO "RECONCKPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NIGHT-STAT-FILE ASSIGN TO "NIGHTSTAT"
               REPLACING PFX-OPERAND-1 BY AT-OPERAND-1
                         PFX-OPERAND-2 BY AT-OPERAND-2.
           05 AT-CHAIN-FLAG       PIC X(1).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY AT-ACCOUNT-NUMBER.
           05 AT-VALUE-DATE       PIC X(8).
       FD  ADD-AUDIT-FILE.
       01  ADD-AUDIT-RECORD.
           05 AU-TIMESTAMP        PIC X(21).
           05 AU-STATUS           PIC 9.
           05 AU-REVERSAL-REF     PIC 9(6).
           05 AU-ENTRY-NUMBER     PIC 9(6).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY AU-ACCOUNT-NUMBER.
       FD  ADD-REJECT-FILE.
       01  ADD-REJECT-RECORD.
           05 RJ-RECORD-NUMBER    PIC 9(6).
                         PFX-OPERAND-2 BY RJ-OPERAND-2.
           05 RJ-REASON-CODE      PIC 9(2).
           05 RJ-REASON-TEXT      PIC X(35).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY RJ-ACCOUNT-NUMBER.
       FD  ADD-LEDGER-FILE.
       01  ADD-LEDGER-RECORD.
           05 LG-OPERATION-CODE   PIC X(1).
           COPY RESULT
               REPLACING PFX-RESULT BY LG-RESULT.
           05 LG-POST-DATE        PIC X(8).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY LG-ACCOUNT-NUMBER.
           05 LG-ENTRY-NUMBER     PIC 9(6).
       FD  ADD-WHSE-FILE.
       01  ADD-WHSE-RECORD.
           05 WH-VALUE-DATE       PIC X(8).
           05 WH-WAREHOUSED-DATE  PIC X(8).
           05 WH-SOURCE-RECORD    PIC 9(6).
           05 WH-TRAN-IMAGE       PIC X(40).
       FD  WHSE-CTL-FILE.
       01  WHSE-CTL-RECORD.
           05 WC-RUN-DATE         PIC X(8).
           05 WC-RUN-STATUS       PIC X(1).
           05 WC-RELEASED-COUNT   PIC 9(6).
           05 WC-RETAINED-COUNT   PIC 9(6).
       FD  RECON-CKPT-FILE.
       01  RECON-CKPT-RECORD.
           05 CKPT-AUDIT-COUNT    PIC 9(6).
           05 CKPT-LEDGER-COUNT   PIC 9(6).
           05 CKPT-REJECT-COUNT   PIC 9(6).
           05 CKPT-WHSE-COUNT     PIC 9(6).
       FD  NIGHT-STAT-FILE.
       01  NIGHT-STAT-RECORD.
           05 NS-HOLD-FLAG        PIC X(1).
       01 ws-prior-audit-count  PIC 9(6) VALUE 0.
       01 ws-prior-ledger-count PIC 9(6) VALUE 0.
       01 ws-prior-reject-count PIC 9(6) VALUE 0.
       01 ws-prior-whse-count   PIC 9(6) VALUE 0.
       01 ws-tran-count         PIC 9(6) VALUE 0.
       01 ws-audit-total-count  PIC 9(6) VALUE 0.
       01 ws-audit-night-count  PIC 9(6) VALUE 0.
       01 ws-reject-night-count PIC 9(6) VALUE 0.
       01 ws-ledger-total-count PIC 9(6) VALUE 0.
       01 ws-ledger-night-count PIC 9(6) VALUE 0.
       01 ws-whse-total-count   PIC 9(6) VALUE 0.
       01 ws-whse-night-count   PIC 9(6) VALUE 0.
       01 ws-released-count     PIC 9(6) VALUE 0.
       01 ws-expected-count     PIC 9(6) VALUE 0.
       01 ws-balance-flag       PIC X VALUE 'Y'.
           88 ws-in-balance         VALUE 'Y'.
           PERFORM 3000-COUNT-AUDIT
           PERFORM 4000-COUNT-REJECT
           PERFORM 5000-COUNT-LEDGER
           PERFORM 5500-COUNT-WAREHOUSE
           PERFORM 6000-CHECK-BALANCE
           PERFORM 9000-TERMINATE
           STOP RUN.
                   MOVE CKPT-AUDIT-COUNT TO ws-prior-audit-count
                   MOVE CKPT-LEDGER-COUNT TO ws-prior-ledger-count
                   MOVE CKPT-REJECT-COUNT TO ws-prior-reject-count
                   IF CKPT-WHSE-COUNT NUMERIC
                       MOVE CKPT-WHSE-COUNT TO ws-prior-whse-count
                   END-IF
           END-READ
           CLOSE RECON-CKPT-FILE.

                   ADD 1 TO ws-ledger-total-count
           END-READ.

       5500-COUNT-WAREHOUSE.
      *    A future-dated record is answered by neither an audit
      *    entry nor a reject on the night it arrives; it is held in
      *    the warehouse instead, so the night's additions there
      *    balance ADDTRAN alongside the other two.
           MOVE "N" TO ws-eof
           OPEN INPUT ADD-WHSE-FILE
           PERFORM 5600-READ-WAREHOUSE UNTIL ws-eof-yes
           CLOSE ADD-WHSE-FILE
           IF ws-prior-whse-count > ws-whse-total-count
               MOVE 0 TO ws-prior-whse-count
           END-IF
           COMPUTE ws-whse-night-count =
               ws-whse-total-count - ws-prior-whse-count
           OPEN INPUT WHSE-CTL-FILE
           READ WHSE-CTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF WC-RUN-DATE = ws-run-date
                       AND WC-RELEASED-COUNT NUMERIC
                       MOVE WC-RELEASED-COUNT TO ws-released-count
                   END-IF
           END-READ
           CLOSE WHSE-CTL-FILE.

       5600-READ-WAREHOUSE.
           READ ADD-WHSE-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-whse-total-count
           END-READ.

       6000-CHECK-BALANCE.
           MOVE "TRANSACTIONS READ FROM ADDTRAN" TO cnt-label
           MOVE ws-tran-count TO cnt-count
           MOVE "VALIDATION REJECTS THIS NIGHT" TO cnt-label
           MOVE ws-reject-night-count TO cnt-count
           WRITE RECON-REPORT-RECORD FROM ws-count-line
           MOVE "WAREHOUSED UNTIL VALUE DATE THIS NIGHT"
               TO cnt-label
           MOVE ws-whse-night-count TO cnt-count
           WRITE RECON-REPORT-RECORD FROM ws-count-line
           MOVE "AUDIT ENTRIES WITH STATUS OK" TO cnt-label
           MOVE ws-audit-ok-count TO cnt-count
           WRITE RECON-REPORT-RECORD FROM ws-count-line
           MOVE "LEDGER RECORDS WRITTEN THIS NIGHT" TO cnt-label
           MOVE ws-ledger-night-count TO cnt-count
           WRITE RECON-REPORT-RECORD FROM ws-count-line
           MOVE "RELEASED FROM WAREHOUSE INTO ADDTRAN" TO cnt-label
           MOVE ws-released-count TO cnt-count
           WRITE RECON-REPORT-RECORD FROM ws-count-line
           MOVE "HELD IN WAREHOUSE AT END OF NIGHT" TO cnt-label
           MOVE ws-whse-total-count TO cnt-count
           WRITE RECON-REPORT-RECORD FROM ws-count-line
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           COMPUTE ws-expected-count =
               ws-audit-night-count + ws-reject-night-count
               + ws-whse-night-count
           IF ws-tran-count = ws-expected-count
               MOVE "TRAN = AUDIT + REJECTS + HELD     IN BALANCE"
                   TO RECON-REPORT-RECORD
           ELSE
               MOVE "N" TO ws-balance-flag
               MOVE "TRAN = AUDIT + REJECTS + HELD OUT OF BALANCE"
                   TO RECON-REPORT-RECORD
           END-IF
           WRITE RECON-REPORT-RECORD
           IF ws-ledger-night-count = ws-audit-ok-count
               MOVE "LEDGER = AUDIT STATUS OK          IN BALANCE"
                   TO RECON-REPORT-RECORD
           ELSE
               MOVE "N" TO ws-balance-flag
               MOVE "LEDGER = AUDIT STATUS OK      OUT OF BALANCE"
                   TO RECON-REPORT-RECORD
           END-IF
           WRITE RECON-REPORT-RECORD.
           MOVE ws-audit-total-count TO CKPT-AUDIT-COUNT
           MOVE ws-ledger-total-count TO CKPT-LEDGER-COUNT
           MOVE ws-reject-total-count TO CKPT-REJECT-COUNT
           MOVE ws-whse-total-count TO CKPT-WHSE-COUNT
           WRITE RECON-CKPT-RECORD
           CLOSE RECON-CKPT-FILE.

