       IDENTIFICATION DIVISION.
       PROGRAM-ID. WhseRelease.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ADD-WHSE-FILE ASSIGN TO "ADDWHSE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHSE-WORK-FILE ASSIGN TO "WHSEWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHSE-DUE-FILE ASSIGN TO "WHSEDUE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADD-TRAN-FILE ASSIGN TO "ADDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADD-RUN-REGISTER-FILE ASSIGN TO "ADDRUNREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECON-CKPT-FILE ASSIGN TO "RECONCKPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WHSE-CTL-FILE ASSIGN TO "WHSECTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ADD-WHSE-FILE.
       01  ADD-WHSE-RECORD.
           05 WH-VALUE-DATE       PIC X(8).
           05 WH-WAREHOUSED-DATE  PIC X(8).
           05 WH-SOURCE-RECORD    PIC 9(6).
           05 WH-TRAN-IMAGE       PIC X(40).
       FD  WHSE-WORK-FILE.
       01  WHSE-WORK-RECORD       PIC X(62).
       FD  WHSE-DUE-FILE.
       01  WHSE-DUE-RECORD        PIC X(40).
       FD  ADD-TRAN-FILE.
       01  ADD-TRAN-RECORD.
           05 AT-OPERATION-CODE   PIC X(1).
           COPY OPERPAIR
               REPLACING PFX-OPERAND-1 BY AT-OPERAND-1
                         PFX-OPERAND-2 BY AT-OPERAND-2.
           05 AT-CHAIN-FLAG       PIC X(1).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY AT-ACCOUNT-NUMBER.
           05 AT-VALUE-DATE       PIC X(8).
       FD  ADD-RUN-REGISTER-FILE.
       01  ADD-RUN-REGISTER-RECORD.
           05 RR-RUN-DATE         PIC X(8).
           05 RR-RUN-TIME         PIC X(6).
           05 RR-RUN-STATUS       PIC X(1).
           05 RR-RECORD-COUNT     PIC 9(6).
           05 RR-TOTAL-OPERAND-1  PIC S9(12)V99
               SIGN IS TRAILING SEPARATE.
           05 RR-TOTAL-OPERAND-2  PIC S9(12)V99
               SIGN IS TRAILING SEPARATE.
       FD  RECON-CKPT-FILE.
       01  RECON-CKPT-RECORD.
           05 CKPT-AUDIT-COUNT    PIC 9(6).
           05 CKPT-LEDGER-COUNT   PIC 9(6).
           05 CKPT-REJECT-COUNT   PIC 9(6).
           05 CKPT-WHSE-COUNT     PIC 9(6).
       FD  WHSE-CTL-FILE.
       01  WHSE-CTL-RECORD.
           05 WC-RUN-DATE         PIC X(8).
           05 WC-RUN-STATUS       PIC X(1).
           05 WC-RELEASED-COUNT   PIC 9(6).
           05 WC-RETAINED-COUNT   PIC 9(6).
       WORKING-STORAGE SECTION.
       01 ws-eof                PIC X VALUE 'N'.
           88 ws-eof-yes            VALUE 'Y'.
       01 ws-run-timestamp      PIC X(21).
       01 ws-run-stamp-parts REDEFINES ws-run-timestamp.
           05 ws-run-date       PIC X(8).
           05 FILLER            PIC X(13).
       01 ws-whse-read          PIC 9(6) VALUE 0.
       01 ws-released-count     PIC 9(6) VALUE 0.
       01 ws-retained-count     PIC 9(6) VALUE 0.
       01 ws-prior-status       PIC X(1) VALUE SPACE.
       01 ws-prior-date         PIC X(8) VALUE SPACES.
       01 ws-control-status     PIC X(1) VALUE SPACE.
       01 ws-prior-released     PIC 9(6) VALUE 0.
       01 ws-incomplete-flag    PIC X VALUE 'N'.
           88 ws-prior-incomplete   VALUE 'Y'.
       01 ws-scan-flag          PIC X VALUE 'N'.
           88 ws-scan-done          VALUE 'Y'.
       01 ws-consumed-flag      PIC X VALUE 'N'.
           88 ws-tran-consumed      VALUE 'Y'.
       01 ws-scan-count         PIC 9(6) VALUE 0.
       01 ws-scan-total-op1     PIC S9(12)V99 VALUE 0.
       01 ws-scan-total-op2     PIC S9(12)V99 VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF ws-prior-incomplete
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-SPLIT-WAREHOUSE
               IF ws-released-count > 0
                   MOVE "S" TO ws-control-status
                   PERFORM 7000-WRITE-CONTROL
                   PERFORM 3000-RELEASE-DUE
                   PERFORM 4000-REWRITE-WAREHOUSE
                   PERFORM 5000-ADJUST-CHECKPOINT
               END-IF
               MOVE "C" TO ws-control-status
               PERFORM 7000-WRITE-CONTROL
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
      *    The control record is written "S" before anything reaches
      *    ADDTRAN and "C" once the warehouse has been rewritten. A
      *    run that died in between has released records that are
      *    still in the warehouse; releasing again would post them
      *    twice, so the step refuses until WHSEDUE has been checked
      *    against ADDTRAN and the control record put right.
           MOVE FUNCTION CURRENT-DATE TO ws-run-timestamp
           OPEN INPUT WHSE-CTL-FILE
           READ WHSE-CTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE WC-RUN-STATUS TO ws-prior-status
                   MOVE WC-RUN-DATE TO ws-prior-date
                   IF WC-RUN-DATE = ws-run-date
                       AND WC-RELEASED-COUNT NUMERIC
                       MOVE WC-RELEASED-COUNT TO ws-prior-released
                   END-IF
           END-READ
           CLOSE WHSE-CTL-FILE
           IF ws-prior-status = "S"
               SET ws-prior-incomplete TO TRUE
               DISPLAY "Whse: *** RELEASE OF " ws-prior-date
                   " NEVER COMPLETED - RUN REFUSED ***"
               DISPLAY "Whse: *** CHECK WHSEDUE AGAINST ADDTRAN AND "
                   "ADDWHSE BEFORE RERUNNING ***"
           END-IF.

       2000-SPLIT-WAREHOUSE.
      *    Everything due on or before tonight goes to the due file;
      *    everything still in the future is carried to the work
      *    copy that becomes the new warehouse.
           MOVE "N" TO ws-eof
           OPEN INPUT ADD-WHSE-FILE
           OPEN OUTPUT WHSE-WORK-FILE
           OPEN OUTPUT WHSE-DUE-FILE
           PERFORM 2100-READ-WAREHOUSE UNTIL ws-eof-yes
           CLOSE ADD-WHSE-FILE WHSE-WORK-FILE WHSE-DUE-FILE.

       2100-READ-WAREHOUSE.
           READ ADD-WHSE-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-whse-read
                   IF WH-VALUE-DATE NOT > ws-run-date
                       MOVE WH-TRAN-IMAGE TO WHSE-DUE-RECORD
                       WRITE WHSE-DUE-RECORD
                       ADD 1 TO ws-released-count
                   ELSE
                       MOVE ADD-WHSE-RECORD TO WHSE-WORK-RECORD
                       WRITE WHSE-WORK-RECORD
                       ADD 1 TO ws-retained-count
                   END-IF
           END-READ.

       3000-RELEASE-DUE.
      *    Released records join tonight's input the same way the
      *    pending extract does: an ADDTRAN the nightly run has
      *    already consumed is replaced, one it has not is added to.
           PERFORM 6200-CHECK-TRAN-CONSUMED
           IF ws-tran-consumed
               OPEN OUTPUT ADD-TRAN-FILE
           ELSE
               OPEN EXTEND ADD-TRAN-FILE
           END-IF
           MOVE "N" TO ws-eof
           OPEN INPUT WHSE-DUE-FILE
           PERFORM 3100-COPY-DUE UNTIL ws-eof-yes
           CLOSE WHSE-DUE-FILE ADD-TRAN-FILE.

       3100-COPY-DUE.
           READ WHSE-DUE-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE WHSE-DUE-RECORD TO ADD-TRAN-RECORD
                   WRITE ADD-TRAN-RECORD
           END-READ.

       4000-REWRITE-WAREHOUSE.
           MOVE "N" TO ws-eof
           OPEN INPUT WHSE-WORK-FILE
           OPEN OUTPUT ADD-WHSE-FILE
           PERFORM 4100-COPY-WORK UNTIL ws-eof-yes
           CLOSE WHSE-WORK-FILE ADD-WHSE-FILE.

       4100-COPY-WORK.
           READ WHSE-WORK-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE WHSE-WORK-RECORD TO ADD-WHSE-RECORD
                   WRITE ADD-WHSE-RECORD
           END-READ.

       5000-ADJUST-CHECKPOINT.
      *    The reconciliation's warehouse position counts records on
      *    a file just shortened; pull it back by the records
      *    released so tonight's reconciliation and acknowledgments
      *    isolate only what the nightly run warehouses.
           OPEN INPUT RECON-CKPT-FILE
           READ RECON-CKPT-FILE
               AT END
                   MOVE 0 TO CKPT-AUDIT-COUNT
                   MOVE 0 TO CKPT-LEDGER-COUNT
                   MOVE 0 TO CKPT-REJECT-COUNT
                   MOVE 0 TO CKPT-WHSE-COUNT
           END-READ
           CLOSE RECON-CKPT-FILE
           IF CKPT-WHSE-COUNT NOT NUMERIC
               MOVE 0 TO CKPT-WHSE-COUNT
           END-IF
           IF CKPT-WHSE-COUNT > ws-released-count
               SUBTRACT ws-released-count FROM CKPT-WHSE-COUNT
           ELSE
               MOVE 0 TO CKPT-WHSE-COUNT
           END-IF
           OPEN OUTPUT RECON-CKPT-FILE
           WRITE RECON-CKPT-RECORD
           CLOSE RECON-CKPT-FILE.

       6200-CHECK-TRAN-CONSUMED.
           MOVE 'N' TO ws-consumed-flag
           MOVE 0 TO ws-scan-count
           MOVE 0 TO ws-scan-total-op1
           MOVE 0 TO ws-scan-total-op2
           MOVE 'N' TO ws-scan-flag
           OPEN INPUT ADD-TRAN-FILE
           PERFORM 6210-TOTAL-TRAN UNTIL ws-scan-done
           CLOSE ADD-TRAN-FILE
           IF ws-scan-count = 0
               SET ws-tran-consumed TO TRUE
           ELSE
               MOVE 'N' TO ws-scan-flag
               OPEN INPUT ADD-RUN-REGISTER-FILE
               PERFORM 6220-MATCH-COMPLETED-RUN UNTIL ws-scan-done
               CLOSE ADD-RUN-REGISTER-FILE
           END-IF.

       6210-TOTAL-TRAN.
           READ ADD-TRAN-FILE
               AT END
                   SET ws-scan-done TO TRUE
               NOT AT END
                   ADD 1 TO ws-scan-count
                   IF AT-OPERAND-1 NUMERIC
                       ADD AT-OPERAND-1 TO ws-scan-total-op1
                   END-IF
                   IF AT-OPERAND-2 NUMERIC
                       ADD AT-OPERAND-2 TO ws-scan-total-op2
                   END-IF
           END-READ.

       6220-MATCH-COMPLETED-RUN.
           READ ADD-RUN-REGISTER-FILE
               AT END
                   SET ws-scan-done TO TRUE
               NOT AT END
                   IF RR-RUN-STATUS = "C"
                       AND RR-RECORD-COUNT = ws-scan-count
                       AND RR-TOTAL-OPERAND-1 = ws-scan-total-op1
                       AND RR-TOTAL-OPERAND-2 = ws-scan-total-op2
                       SET ws-tran-consumed TO TRUE
                   END-IF
           END-READ.

       7000-WRITE-CONTROL.
           OPEN OUTPUT WHSE-CTL-FILE
           MOVE ws-run-date TO WC-RUN-DATE
           MOVE ws-control-status TO WC-RUN-STATUS
      *    A second release on the same date adds to the day's
      *    count, which the reconciliation reports for the night.
           COMPUTE WC-RELEASED-COUNT =
               ws-prior-released + ws-released-count
           MOVE ws-retained-count TO WC-RETAINED-COUNT
           WRITE WHSE-CTL-RECORD
           CLOSE WHSE-CTL-FILE.

       9000-TERMINATE.
           DISPLAY "Whse: warehouse records read:      " ws-whse-read
           DISPLAY "Whse: released to ADDTRAN:         "
               ws-released-count
           DISPLAY "Whse: retained for a later date:   "
               ws-retained-count.
       END PROGRAM WhseRelease.
