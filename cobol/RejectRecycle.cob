                         PFX-OPERAND-2 BY RJ-OPERAND-2.
           05 RJ-REASON-CODE      PIC 9(2).
           05 RJ-REASON-TEXT      PIC X(35).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY RJ-ACCOUNT-NUMBER.
       FD  ADD-PENDING-FILE.
       01  ADD-PENDING-RECORD.
           05 PEND-RECORD-KEY     PIC 9(6).
           05 PEND-REASON-TEXT    PIC X(35).
           05 PEND-REASON-CODE    PIC 9(2).
           05 PEND-FIRST-PEND-DATE PIC X(8).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY PEND-ACCOUNT-NUMBER.
           05 PEND-APPROVAL-STATUS PIC X(1).
               88 PEND-NEEDS-CORRECTION  VALUE " " "N".
               88 PEND-AWAITING-APPROVAL VALUE "W".
               88 PEND-APPROVED          VALUE "A".
               88 PEND-SENT-BACK         VALUE "S".
           05 PEND-CHANGED-BY     PIC X(8).
           05 PEND-CHANGED-DATE   PIC X(8).
           05 PEND-APPROVED-BY    PIC X(8).
       FD  RECON-CKPT-FILE.
       01  RECON-CKPT-RECORD.
           05 CKPT-AUDIT-COUNT    PIC 9(6).
           05 CKPT-LEDGER-COUNT   PIC 9(6).
           05 CKPT-REJECT-COUNT   PIC 9(6).
           05 CKPT-WHSE-COUNT     PIC 9(6).
       FD  REJECT-HIST-FILE.
       01  REJECT-HIST-RECORD.
           05 RH-RUN-DATE         PIC X(8).
       01 ws-skipped-count      PIC 9(6) VALUE 0.
       01 ws-prior-audit-count  PIC 9(6) VALUE 0.
       01 ws-prior-ledger-count PIC 9(6) VALUE 0.
       01 ws-prior-whse-count   PIC 9(6) VALUE 0.
       01 ws-retained-rejects   PIC 9(6) VALUE 0.
       01 ws-skip-max           PIC 9(3) VALUE 500.
       01 ws-skip-index         PIC 9(3) VALUE 0.
           88 ws-skip-overflow      VALUE 'Y'.
       01 ws-skip-table.
           05 ws-skipped-reject OCCURS 500 TIMES
                                PIC X(74).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           END-PERFORM.

       2000-LOAD-REJECT.
      *    A recycled reject has to be corrected before anyone may
      *    approve it; nothing reaches ADDTRAN from here without a
      *    correction and a second operator's approval.
           MOVE ws-next-key TO PEND-RECORD-KEY
           MOVE RJ-OPERATION-CODE TO PEND-OPERATION-CODE
           MOVE RJ-OPERAND-1 TO PEND-OPERAND-1
           MOVE RJ-OPERAND-2 TO PEND-OPERAND-2
           MOVE RJ-ACCOUNT-NUMBER TO PEND-ACCOUNT-NUMBER
           MOVE RJ-REASON-TEXT TO PEND-REASON-TEXT
           MOVE RJ-REASON-CODE TO PEND-REASON-CODE
           MOVE ws-stamp-date TO PEND-FIRST-PEND-DATE
           MOVE "N" TO PEND-APPROVAL-STATUS
           MOVE SPACES TO PEND-CHANGED-BY
           MOVE SPACES TO PEND-CHANGED-DATE
           MOVE SPACES TO PEND-APPROVED-BY
           WRITE ADD-PENDING-RECORD
               INVALID KEY
                   ADD 1 TO ws-skipped-count
       9200-RESET-RECON-CHECKPOINT.
      *    The reconciliation checkpoint holds a position in the
      *    reject file just shortened; set it to the records kept
      *    (keeping the audit, ledger and warehouse positions) so the
      *    next reconciliation counts only newly written rejects, the
      *    same adjustment the month-end cutover makes for the files
      *    it shortens.
           OPEN INPUT RECON-CKPT-FILE
           READ RECON-CKPT-FILE
               AT END
                   MOVE 0 TO ws-prior-audit-count
                   MOVE 0 TO ws-prior-ledger-count
                   MOVE 0 TO ws-prior-whse-count
               NOT AT END
                   MOVE CKPT-AUDIT-COUNT TO ws-prior-audit-count
                   MOVE CKPT-LEDGER-COUNT TO ws-prior-ledger-count
                   IF CKPT-WHSE-COUNT NUMERIC
                       MOVE CKPT-WHSE-COUNT TO ws-prior-whse-count
                   ELSE
                       MOVE 0 TO ws-prior-whse-count
                   END-IF
           END-READ
           CLOSE RECON-CKPT-FILE
           OPEN OUTPUT RECON-CKPT-FILE
           MOVE ws-prior-audit-count TO CKPT-AUDIT-COUNT
           MOVE ws-prior-ledger-count TO CKPT-LEDGER-COUNT
           MOVE ws-retained-rejects TO CKPT-REJECT-COUNT
           MOVE ws-prior-whse-count TO CKPT-WHSE-COUNT
           WRITE RECON-CKPT-RECORD
           CLOSE RECON-CKPT-FILE.
       END PROGRAM RejectRecycle.
