               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADD-RUN-REGISTER-FILE ASSIGN TO "ADDRUNREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS ws-acct-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD  ADD-PENDING-FILE.
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
       FD  ADD-TRAN-FILE.
       01  ADD-TRAN-RECORD.
           05 AT-OPERATION-CODE   PIC X(1).
               REPLACING PFX-OPERAND-1 BY AT-OPERAND-1
                         PFX-OPERAND-2 BY AT-OPERAND-2.
           05 AT-CHAIN-FLAG       PIC X(1).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY AT-ACCOUNT-NUMBER.
           05 AT-VALUE-DATE       PIC X(8).
       FD  MAINT-JOURNAL-FILE.
       01  MAINT-JOURNAL-RECORD.
           05 JR-TIMESTAMP        PIC X(21).
           05 JR-OPERATOR         PIC X(8).
           05 JR-ACTION           PIC X(1).
           05 JR-BEFORE-IMAGE     PIC X(107).
           05 JR-AFTER-IMAGE      PIC X(107).
       FD  ADD-RUN-REGISTER-FILE.
       01  ADD-RUN-REGISTER-RECORD.
           05 RR-RUN-DATE         PIC X(8).
               SIGN IS TRAILING SEPARATE.
           05 RR-TOTAL-OPERAND-2  PIC S9(12)V99
               SIGN IS TRAILING SEPARATE.
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
       WORKING-STORAGE SECTION.
       01 ws-file-status        PIC XX.
       01 ws-acct-file-status   PIC XX.
       01 ws-account-flag       PIC X VALUE 'N'.
           88 ws-account-found      VALUE 'Y'.
       01 ws-menu-choice        PIC X.
       01 ws-done-flag          PIC X VALUE 'N'.
           88 ws-done-yes           VALUE 'Y'.
           05 ws-stamp-date     PIC X(8).
           05 FILLER            PIC X(13).
       01 ws-journal-action     PIC X(1).
       01 ws-before-image       PIC X(107) VALUE SPACES.
       01 ws-after-image        PIC X(107) VALUE SPACES.
       01 ws-scan-flag          PIC X VALUE 'N'.
           88 ws-scan-done          VALUE 'Y'.
       01 ws-consumed-flag      PIC X VALUE 'N'.
       01 ws-scan-count         PIC 9(6) VALUE 0.
       01 ws-scan-total-op1     PIC S9(12)V99 VALUE 0.
       01 ws-scan-total-op2     PIC S9(12)V99 VALUE 0.
       01 ws-decision           PIC X VALUE SPACE.
       01 ws-extracted-count    PIC 9(6) VALUE 0.
       01 ws-held-count         PIC 9(6) VALUE 0.

       SCREEN SECTION.
       01 SCR-MENU.
           05 LINE 4 COL 1 VALUE "B - Browse pending transactions".
           05 LINE 5 COL 1 VALUE "C - Correct a pending transaction".
           05 LINE 6 COL 1 VALUE
               "P - Approve or send back a pending transaction".
           05 LINE 7 COL 1 VALUE
               "E - Extract approved transactions to ADDTRAN (clears)".
           05 LINE 8 COL 1 VALUE "X - Exit to the nightly batch window".
           05 LINE 10 COL 1 VALUE "Selection: ".
           05 LINE 10 COL 12 PIC X(1) TO ws-menu-choice.
           05 LINE 12 COL 1 PIC X(40) FROM ws-message.

       01 SCR-DETAIL.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "PENDING TRANSACTION DETAIL".
           05 LINE 3 COL 1 VALUE "Record key     : ".
           05 LINE 3 COL 18 PIC 9(6) USING PEND-RECORD-KEY.
           05 LINE 4 COL 1 VALUE "Account number : ".
           05 LINE 4 COL 18 PIC X(10) USING PEND-ACCOUNT-NUMBER.
           05 LINE 5 COL 1 VALUE "Operation code : ".
           05 LINE 5 COL 18 PIC X(1) USING PEND-OPERATION-CODE.
           05 LINE 6 COL 1 VALUE "Operand 1      : ".
           05 LINE 6 COL 18 PIC S9(7)V99 USING PEND-OPERAND-1.
           05 LINE 7 COL 1 VALUE "Operand 2      : ".
           05 LINE 7 COL 18 PIC S9(7)V99 USING PEND-OPERAND-2.
           05 LINE 8 COL 1 VALUE "Reject reason  : ".
           05 LINE 8 COL 18 PIC X(35) FROM PEND-REASON-TEXT.
           05 LINE 9 COL 1 VALUE "First pended   : ".
           05 LINE 9 COL 18 PIC X(8) FROM PEND-FIRST-PEND-DATE.
           05 LINE 10 COL 1 VALUE "Approval       : ".
           05 LINE 10 COL 18 PIC X(1) FROM PEND-APPROVAL-STATUS.
           05 LINE 10 COL 21 VALUE "W=awaiting A=approved S=sent back".
           05 LINE 11 COL 1 VALUE "Last changed by: ".
           05 LINE 11 COL 18 PIC X(8) FROM PEND-CHANGED-BY.
           05 LINE 11 COL 27 VALUE "on".
           05 LINE 11 COL 30 PIC X(8) FROM PEND-CHANGED-DATE.
           05 LINE 12 COL 1 PIC X(40) FROM ws-message.

       01 SCR-CORRECT.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "PENDING TRANSACTION DETAIL".
           05 LINE 3 COL 1 VALUE "Record key     : ".
           05 LINE 3 COL 18 PIC 9(6) FROM PEND-RECORD-KEY.
           05 LINE 4 COL 1 VALUE "Account number : ".
           05 LINE 4 COL 18 PIC X(10) USING PEND-ACCOUNT-NUMBER.
           05 LINE 5 COL 1 VALUE "Operation code : ".
           05 LINE 5 COL 18 PIC X(1) USING PEND-OPERATION-CODE.
           05 LINE 6 COL 1 VALUE "Operand 1      : ".
           05 LINE 6 COL 18 PIC S9(7)V99 USING PEND-OPERAND-1.
           05 LINE 7 COL 1 VALUE "Operand 2      : ".
           05 LINE 7 COL 18 PIC S9(7)V99 USING PEND-OPERAND-2.
           05 LINE 8 COL 1 VALUE "Reject reason  : ".
           05 LINE 8 COL 18 PIC X(35) FROM PEND-REASON-TEXT.
           05 LINE 9 COL 1 VALUE "First pended   : ".
           05 LINE 9 COL 18 PIC X(8) FROM PEND-FIRST-PEND-DATE.
           05 LINE 10 COL 1 VALUE "Approval       : ".
           05 LINE 10 COL 18 PIC X(1) FROM PEND-APPROVAL-STATUS.
           05 LINE 10 COL 21 VALUE "W=awaiting A=approved S=sent back".
           05 LINE 11 COL 1 VALUE "Last changed by: ".
           05 LINE 11 COL 18 PIC X(8) FROM PEND-CHANGED-BY.
           05 LINE 11 COL 27 VALUE "on".
           05 LINE 11 COL 30 PIC X(8) FROM PEND-CHANGED-DATE.
           05 LINE 12 COL 1 PIC X(40) FROM ws-message.

       01 SCR-APPROVE.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "PENDING TRANSACTION APPROVAL".
           05 LINE 3 COL 1 VALUE "Record key     : ".
           05 LINE 3 COL 18 PIC 9(6) FROM PEND-RECORD-KEY.
           05 LINE 4 COL 1 VALUE "Account number : ".
           05 LINE 4 COL 18 PIC X(10) FROM PEND-ACCOUNT-NUMBER.
           05 LINE 5 COL 1 VALUE "Operation code : ".
           05 LINE 5 COL 18 PIC X(1) FROM PEND-OPERATION-CODE.
           05 LINE 6 COL 1 VALUE "Operand 1      : ".
           05 LINE 6 COL 18 PIC S9(7)V99 FROM PEND-OPERAND-1.
           05 LINE 7 COL 1 VALUE "Operand 2      : ".
           05 LINE 7 COL 18 PIC S9(7)V99 FROM PEND-OPERAND-2.
           05 LINE 8 COL 1 VALUE "Reject reason  : ".
           05 LINE 8 COL 18 PIC X(35) FROM PEND-REASON-TEXT.
           05 LINE 9 COL 1 VALUE "First pended   : ".
           05 LINE 9 COL 18 PIC X(8) FROM PEND-FIRST-PEND-DATE.
           05 LINE 11 COL 1 VALUE "Last changed by: ".
           05 LINE 11 COL 18 PIC X(8) FROM PEND-CHANGED-BY.
           05 LINE 11 COL 27 VALUE "on".
           05 LINE 11 COL 30 PIC X(8) FROM PEND-CHANGED-DATE.
           05 LINE 13 COL 1 VALUE
               "A=approve, S=send back, blank=leave awaiting: ".
           05 LINE 13 COL 48 PIC X(1) TO ws-decision.
           05 LINE 15 COL 1 PIC X(40) FROM ws-message.

       PROCEDURE DIVISION.
       0000-MAIN.
                       PERFORM 4000-BROWSE-PENDING
                   WHEN "C" WHEN "c"
                       PERFORM 5000-CORRECT-PENDING
                   WHEN "P" WHEN "p"
                       PERFORM 5500-APPROVE-PENDING
                   WHEN "E" WHEN "e"
                       PERFORM 6000-EXTRACT-TO-BATCH
                   WHEN "X" WHEN "x"
               OPEN OUTPUT ADD-PENDING-FILE
               CLOSE ADD-PENDING-FILE
               OPEN I-O ADD-PENDING-FILE
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE.

       1100-SIGN-ON.
      *    Every add, correction, approval, and extract is journaled
      *    under the operator who made it; nobody gets the screens
      *    anonymously. The sign-on is also what keeps the approver
      *    a different person from the operator who made the change.
           PERFORM UNTIL ws-operator-id NOT = SPACES
               DISPLAY "Maint: enter operator id: "
               ACCEPT ws-operator-id
                   MOVE FUNCTION CURRENT-DATE TO ws-stamp
                   MOVE ws-stamp-date TO PEND-FIRST-PEND-DATE
                   MOVE 0 TO PEND-REASON-CODE
                   PERFORM 3600-MARK-AWAITING-APPROVAL
                   WRITE ADD-PENDING-RECORD
                       INVALID KEY
                           MOVE "*** KEY ALREADY EXISTS - NOT ADDED"

       3500-VALIDATE-PENDING.
      *    The same edits as the nightly run's record validation:
      *    a known operation code, an open account on the account
      *    master, and clean, non-negative operands. Reversals are
      *    keyed directly on ADDTRAN, never pended.
           MOVE 'Y' TO ws-valid-flag
           PERFORM 3550-LOOKUP-ACCOUNT
           EVALUATE TRUE
               WHEN PEND-OPERATION-CODE NOT = "A"
                   AND PEND-OPERATION-CODE NOT = "S"
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** UNKNOWN OPERATION CODE ***"
                       TO ws-message
               WHEN NOT ws-account-found
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** ACCOUNT NOT ON ACCOUNT MASTER ***"
                       TO ws-message
               WHEN AM-ACCOUNT-FROZEN
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** ACCOUNT IS FROZEN ***" TO ws-message
               WHEN AM-ACCOUNT-CLOSED
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** ACCOUNT IS CLOSED ***" TO ws-message
               WHEN PEND-OPERAND-1 NOT NUMERIC
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** OPERAND 1 NOT NUMERIC ***"
                       TO ws-message
           END-EVALUATE.

       3550-LOOKUP-ACCOUNT.
           MOVE PEND-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO ws-account-flag
               NOT INVALID KEY
                   SET ws-account-found TO TRUE
           END-READ.

       3600-MARK-AWAITING-APPROVAL.
      *    Any add or correction, including one to a record already
      *    approved, puts it back in front of a second operator.
           MOVE FUNCTION CURRENT-DATE TO ws-stamp
           MOVE "W" TO PEND-APPROVAL-STATUS
           MOVE ws-operator-id TO PEND-CHANGED-BY
           MOVE ws-stamp-date TO PEND-CHANGED-DATE
           MOVE SPACES TO PEND-APPROVED-BY.

       4000-BROWSE-PENDING.
           MOVE 0 TO PEND-RECORD-KEY
           START ADD-PENDING-FILE KEY IS NOT LESS THAN PEND-RECORD-KEY
                       MOVE "B=next, X=stop browsing" TO ws-message
                       DISPLAY SCR-DETAIL
                       ACCEPT ws-menu-choice
                           AT LINE 13 COL 1
                       IF ws-menu-choice = "X" OR ws-menu-choice = "x"
                           SET ws-browse-done TO TRUE
                       END-IF
               PERFORM 3500-VALIDATE-PENDING
               IF ws-entry-valid
                   SET ws-entry-done TO TRUE
                   PERFORM 3600-MARK-AWAITING-APPROVAL
                   REWRITE ADD-PENDING-RECORD
                       INVALID KEY
                           MOVE "*** UPDATE FAILED ***" TO ws-message
               END-IF
           END-IF.

       5500-APPROVE-PENDING.
      *    Maker-checker: only a record awaiting approval can be
      *    approved or sent back, and never by the operator who last
      *    changed it. A send-back returns it for correction; the
      *    correction puts it back awaiting approval.
           MOVE SPACES TO ws-message
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           READ ADD-PENDING-FILE
               INVALID KEY
                   MOVE "*** RECORD KEY NOT FOUND ***" TO ws-message
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT PEND-AWAITING-APPROVAL
                           MOVE "*** NOT AWAITING APPROVAL ***"
                               TO ws-message
                       WHEN PEND-CHANGED-BY = ws-operator-id
                           MOVE "*** YOU CHANGED IT - NEEDS ANOTHER "
                               & "OPERATOR ***" TO ws-message
                       WHEN OTHER
                           MOVE ADD-PENDING-RECORD TO ws-before-image
                           PERFORM 5600-ACCEPT-DECISION
                   END-EVALUATE
           END-READ.

       5600-ACCEPT-DECISION.
           MOVE SPACE TO ws-decision
           DISPLAY SCR-APPROVE
           ACCEPT SCR-APPROVE
           EVALUATE ws-decision
               WHEN "A" WHEN "a"
                   MOVE "A" TO PEND-APPROVAL-STATUS
                   MOVE ws-operator-id TO PEND-APPROVED-BY
                   MOVE "P" TO ws-journal-action
                   MOVE "*** TRANSACTION APPROVED ***" TO ws-message
                   PERFORM 5700-REWRITE-DECISION
               WHEN "S" WHEN "s"
                   MOVE "S" TO PEND-APPROVAL-STATUS
                   MOVE SPACES TO PEND-APPROVED-BY
                   MOVE "S" TO ws-journal-action
                   MOVE "*** TRANSACTION SENT BACK ***" TO ws-message
                   PERFORM 5700-REWRITE-DECISION
               WHEN OTHER
                   MOVE "*** LEFT AWAITING APPROVAL ***" TO ws-message
           END-EVALUATE.

       5700-REWRITE-DECISION.
           REWRITE ADD-PENDING-RECORD
               INVALID KEY
                   MOVE "*** UPDATE FAILED ***" TO ws-message
               NOT INVALID KEY
                   MOVE ADD-PENDING-RECORD TO ws-after-image
                   PERFORM 7000-WRITE-JOURNAL
           END-REWRITE.

       6000-EXTRACT-TO-BATCH.
      *    An ADDTRAN the nightly run has not consumed yet (a loaded
      *    import batch, say) must survive the extract, not be erased
      *    the next night reprocesses it whole. What is on file is
      *    consumed when its count and operand totals match a
      *    completed run on the register, the same identity the
      *    nightly duplicate guard scans. Only approved records are
      *    extracted; everything else stays pended.
           MOVE SPACES TO ws-message
           MOVE 0 TO ws-extracted-count
           MOVE 0 TO ws-held-count
           PERFORM 6200-CHECK-TRAN-CONSUMED
           IF ws-tran-consumed
               OPEN OUTPUT ADD-TRAN-FILE
               NOT INVALID KEY
                   PERFORM 6100-EXTRACT-LOOP
           END-START
           CLOSE ADD-TRAN-FILE
           IF ws-held-count > 0
               MOVE "*** EXTRACTED - UNAPPROVED LEFT PENDED ***"
                   TO ws-message
           END-IF.

       6100-EXTRACT-LOOP.
           MOVE "N" TO ws-extract-flag
                   AT END
                       SET ws-extract-done TO TRUE
                   NOT AT END
                       IF PEND-APPROVED
                           PERFORM 6150-EXTRACT-ONE
                       ELSE
                           ADD 1 TO ws-held-count
                       END-IF
               END-READ
           END-PERFORM.

       6150-EXTRACT-ONE.
           MOVE PEND-OPERATION-CODE TO AT-OPERATION-CODE
           MOVE PEND-OPERAND-1 TO AT-OPERAND-1
           MOVE PEND-OPERAND-2 TO AT-OPERAND-2
           MOVE SPACE TO AT-CHAIN-FLAG
           MOVE PEND-ACCOUNT-NUMBER TO AT-ACCOUNT-NUMBER
           MOVE SPACES TO AT-VALUE-DATE
           WRITE ADD-TRAN-RECORD
           ADD 1 TO ws-extracted-count
           MOVE "E" TO ws-journal-action
           MOVE ADD-PENDING-RECORD TO ws-before-image
           MOVE SPACES TO ws-after-image
           PERFORM 7000-WRITE-JOURNAL
           DELETE ADD-PENDING-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       6200-CHECK-TRAN-CONSUMED.
           MOVE 'N' TO ws-consumed-flag
           MOVE 0 TO ws-scan-count
           CLOSE MAINT-JOURNAL-FILE.

       9000-CLOSE-FILES.
           CLOSE ADD-PENDING-FILE ACCOUNT-MASTER-FILE.
       END PROGRAM TranMaint.
