               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADD-ENTRY-CTL-FILE ASSIGN TO "ADDENTRY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADD-WHSE-FILE ASSIGN TO "ADDWHSE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS ws-file-status.
           SELECT AUDIT-INDEX-FILE ASSIGN TO "AUDINDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-ENTRY-NUMBER
               FILE STATUS IS ws-index-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD  ADD-TRAN-FILE.
                         PFX-OPERAND-2 BY AT-OPERAND-2.
           05 AT-CHAIN-FLAG       PIC X(1).
               88 AT-CHAINED          VALUE "C".
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY AT-ACCOUNT-NUMBER.
           05 AT-VALUE-DATE       PIC X(8).
       01  ADD-TRAN-REV-RECORD.
           05 AT-REV-OPERATION-CODE PIC X(1).
           05 AT-REV-AUDIT-ENTRY    PIC 9(6).
           05 AU-STATUS           PIC 9.
           05 AU-REVERSAL-REF     PIC 9(6).
           05 AU-ENTRY-NUMBER     PIC 9(6).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY AU-ACCOUNT-NUMBER.
       FD  ADD-AUDIT-IN-FILE.
       01  ADD-AUDIT-IN-RECORD.
           05 AI-TIMESTAMP        PIC X(21).
           05 AI-STATUS           PIC 9.
           05 AI-REVERSAL-REF     PIC 9(6).
           05 AI-ENTRY-NUMBER     PIC 9(6).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY AI-ACCOUNT-NUMBER.
       FD  ADD-CONTROL-FILE.
       01  ADD-CONTROL-RECORD.
           05 CTL-RESTART-FLAG           PIC X(1).
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
       FD  ADD-RUN-REGISTER-FILE.
       01  ADD-RUN-REGISTER-RECORD.
           05 RR-RUN-DATE         PIC X(8).
       FD  ADD-ENTRY-CTL-FILE.
       01  ADD-ENTRY-CTL-RECORD.
           05 ECTL-LAST-ENTRY-NUMBER     PIC 9(6).
       FD  ADD-WHSE-FILE.
       01  ADD-WHSE-RECORD.
           05 WH-VALUE-DATE       PIC X(8).
           05 WH-WAREHOUSED-DATE  PIC X(8).
           05 WH-SOURCE-RECORD    PIC 9(6).
           05 WH-TRAN-IMAGE       PIC X(40).
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
       FD  AUDIT-INDEX-FILE.
       01  AUDIT-INDEX-RECORD.
           05 AX-ENTRY-NUMBER     PIC 9(6).
           05 AX-TIMESTAMP        PIC X(21).
           05 AX-OPERATION-CODE   PIC X(1).
           COPY OPERPAIR
               REPLACING PFX-OPERAND-1 BY AX-OPERAND-1
                         PFX-OPERAND-2 BY AX-OPERAND-2.
           COPY RESULT
               REPLACING PFX-RESULT BY AX-RESULT.
           05 AX-STATUS           PIC 9.
           05 AX-REVERSAL-REF     PIC 9(6).
           05 AX-REVERSED-BY      PIC 9(6).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY AX-ACCOUNT-NUMBER.
       WORKING-STORAGE SECTION.
       01 ws-eof      PIC X VALUE 'N'.
           88 ws-eof-yes          VALUE 'Y'.
       01 ws-file-status        PIC XX.
       01 ws-index-file-status  PIC XX.
       01 ws-account-flag       PIC X VALUE 'N'.
           88 ws-account-found      VALUE 'Y'.
           COPY TRANREC
               REPLACING PFX-TRAN-REC BY WS-TRAN-REC
                         PFX-OPERAND-1 BY WS-OPERAND-1
           COPY RESULT
               REPLACING PFX-RESULT BY ws-orig-result.
       01 ws-orig-status        PIC 9.
       01 ws-orig-account-rec.
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY ws-orig-account.
       01 ws-stamp              PIC X(21).
       01 ws-stamp-parts REDEFINES ws-stamp.
           05 ws-stamp-date     PIC X(8).
       01 ws-scan-total-op1     PIC S9(12)V99 VALUE 0.
       01 ws-scan-total-op2     PIC S9(12)V99 VALUE 0.
       01 ws-last-reg-status    PIC X(1) VALUE SPACE.
       01 ws-run-date           PIC X(8) VALUE SPACES.
       01 ws-value-date-flag    PIC X VALUE 'N'.
           88 ws-value-date-none    VALUE 'N'.
           88 ws-value-date-due     VALUE 'D'.
           88 ws-value-date-future  VALUE 'F'.
           88 ws-value-date-invalid VALUE 'I'.
       01 ws-value-date-num     PIC 9(8) VALUE 0.
       01 ws-warehoused-count   PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
                       IF ws-reject-reason > 0
                           PERFORM 2160-WRITE-REJECT
                       ELSE
                           EVALUATE TRUE
                               WHEN ws-value-date-future
                                   PERFORM 2500-WAREHOUSE-RECORD
                               WHEN AT-OPERATION-CODE = "R"
                                   PERFORM 2400-PROCESS-REVERSAL
                               WHEN OTHER
                                   PERFORM 2000-PROCESS-RECORD
                           END-EVALUATE
                       END-IF
                       PERFORM 2300-CHECKPOINT-IF-DUE
                   END-IF
               OPEN EXTEND ADD-AUDIT-FILE
               OPEN EXTEND ADD-REJECT-FILE
               OPEN EXTEND ADD-LEDGER-FILE
               OPEN EXTEND ADD-WHSE-FILE
               OPEN INPUT ACCOUNT-MASTER-FILE
               PERFORM 1700-OPEN-AUDIT-INDEX
               IF ws-restart-mode
                   PERFORM 1200-LOAD-CHECKPOINT
               END-IF

       1500-WRITE-RUN-START.
           MOVE FUNCTION CURRENT-DATE TO ws-stamp
           MOVE ws-stamp-date TO ws-run-date
           OPEN EXTEND ADD-RUN-REGISTER-FILE
           MOVE ws-stamp-date TO RR-RUN-DATE
           MOVE ws-stamp-time TO RR-RUN-TIME
                   END-IF
           END-READ.

       1700-OPEN-AUDIT-INDEX.
      *    The index is kept current entry by entry as the audit is
      *    written. Creating it empty when entries have already been
      *    issued means it was lost; every earlier entry will then be
      *    unknown to reversals until it is rebuilt from the trail.
           OPEN I-O AUDIT-INDEX-FILE
           IF ws-index-file-status = "35"
               OPEN OUTPUT AUDIT-INDEX-FILE
               CLOSE AUDIT-INDEX-FILE
               OPEN I-O AUDIT-INDEX-FILE
               IF ws-next-entry-number > 1
                   DISPLAY "Add: *** WARNING: AUDIT INDEX CREATED "
                       "EMPTY - RUN AuditIndex TO REBUILD IT ***"
               END-IF
           END-IF.

       2150-VALIDATE-RECORD.
      *    A reversal carries no account of its own - it posts to
      *    the original entry's account whatever that account's
      *    status is now, so a posting made before a freeze can still
      *    be backed out. Every other record must name an open
      *    account on the account master. A value date later than
      *    the run date holds the record in the warehouse until that
      *    date; a value date today or earlier is simply processed.
           MOVE 0 TO ws-reject-reason
           MOVE 'N' TO ws-account-flag
           IF AT-OPERATION-CODE NOT = "R"
               PERFORM 2155-LOOKUP-ACCOUNT
           END-IF
           PERFORM 2156-CHECK-VALUE-DATE
           EVALUATE TRUE
               WHEN AT-OPERATION-CODE NOT = "A"
                   AND AT-OPERATION-CODE NOT = "S"
                   MOVE 50 TO ws-reject-reason
                   MOVE "REVERSAL REFERENCE NOT NUMERIC"
                       TO ws-reject-text
               WHEN AT-OPERATION-CODE = "R"
                   AND NOT ws-value-date-none
                   MOVE 72 TO ws-reject-reason
                   MOVE "REVERSAL CANNOT CARRY A VALUE DATE"
                       TO ws-reject-text
               WHEN AT-OPERATION-CODE = "R"
                   CONTINUE
               WHEN NOT ws-account-found
                   MOVE 60 TO ws-reject-reason
                   MOVE "ACCOUNT NOT ON ACCOUNT MASTER"
                       TO ws-reject-text
               WHEN AM-ACCOUNT-FROZEN
                   MOVE 61 TO ws-reject-reason
                   MOVE "ACCOUNT IS FROZEN" TO ws-reject-text
               WHEN AM-ACCOUNT-CLOSED
                   MOVE 62 TO ws-reject-reason
                   MOVE "ACCOUNT IS CLOSED" TO ws-reject-text
               WHEN ws-value-date-invalid
                   MOVE 70 TO ws-reject-reason
                   MOVE "VALUE DATE NOT A VALID DATE"
                       TO ws-reject-text
               WHEN AT-CHAINED AND ws-value-date-future
                   MOVE 71 TO ws-reject-reason
                   MOVE "CHAINED RECORD CANNOT BE FUTURE DATED"
                       TO ws-reject-text
               WHEN AT-CHAINED AND NOT ws-prior-valid
                   MOVE 40 TO ws-reject-reason
                   MOVE "NO VALID PRIOR RESULT FOR CHAIN"
                       TO ws-reject-text
           END-EVALUATE.

       2155-LOOKUP-ACCOUNT.
           MOVE AT-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO ws-account-flag
               NOT INVALID KEY
                   SET ws-account-found TO TRUE
           END-READ.

       2156-CHECK-VALUE-DATE.
           MOVE 'N' TO ws-value-date-flag
           IF AT-VALUE-DATE NOT = SPACES
               IF AT-VALUE-DATE NUMERIC
                   MOVE AT-VALUE-DATE TO ws-value-date-num
               ELSE
                   MOVE 0 TO ws-value-date-num
               END-IF
               EVALUATE TRUE
                   WHEN ws-value-date-num = 0
                       OR FUNCTION TEST-DATE-YYYYMMDD(ws-value-date-num)
                           NOT = 0
                       SET ws-value-date-invalid TO TRUE
                   WHEN AT-VALUE-DATE > ws-run-date
                       SET ws-value-date-future TO TRUE
                   WHEN OTHER
                       SET ws-value-date-due TO TRUE
               END-EVALUATE
           END-IF.

       2160-WRITE-REJECT.
           MOVE ws-record-number TO RJ-RECORD-NUMBER
           MOVE AT-OPERATION-CODE TO RJ-OPERATION-CODE
           MOVE AT-OPERAND-1 TO RJ-OPERAND-1
           MOVE AT-OPERAND-2 TO RJ-OPERAND-2
           MOVE AT-ACCOUNT-NUMBER TO RJ-ACCOUNT-NUMBER
           MOVE ws-reject-reason TO RJ-REASON-CODE
           MOVE ws-reject-text TO RJ-REASON-TEXT
           WRITE ADD-REJECT-RECORD
           MOVE WS-STATUS TO AU-STATUS
           MOVE 0 TO AU-REVERSAL-REF
           MOVE ws-next-entry-number TO AU-ENTRY-NUMBER
           MOVE AT-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER
           ADD 1 TO ws-next-entry-number
           WRITE ADD-AUDIT-RECORD
           PERFORM 2270-WRITE-INDEX.

       2260-WRITE-LEDGER.
      *    The ledger record carries the entry number of the audit
      *    entry just written, so a posting can be traced back to it.
           MOVE AT-OPERATION-CODE TO LG-OPERATION-CODE
           MOVE WS-OPERAND-1 TO LG-OPERAND-1
           MOVE WS-OPERAND-2 TO LG-OPERAND-2
           MOVE WS-RESULT TO LG-RESULT
           MOVE ws-stamp-date TO LG-POST-DATE
           MOVE AT-ACCOUNT-NUMBER TO LG-ACCOUNT-NUMBER
           COMPUTE LG-ENTRY-NUMBER = ws-next-entry-number - 1
           WRITE ADD-LEDGER-RECORD.

       2270-WRITE-INDEX.
           MOVE AU-ENTRY-NUMBER TO AX-ENTRY-NUMBER
           MOVE AU-TIMESTAMP TO AX-TIMESTAMP
           MOVE AU-OPERATION-CODE TO AX-OPERATION-CODE
           MOVE AU-OPERAND-1 TO AX-OPERAND-1
           MOVE AU-OPERAND-2 TO AX-OPERAND-2
           MOVE AU-RESULT TO AX-RESULT
           MOVE AU-STATUS TO AX-STATUS
           MOVE AU-REVERSAL-REF TO AX-REVERSAL-REF
           MOVE 0 TO AX-REVERSED-BY
           MOVE AU-ACCOUNT-NUMBER TO AX-ACCOUNT-NUMBER
           WRITE AUDIT-INDEX-RECORD
               INVALID KEY
                   DISPLAY "Add: *** AUDIT INDEX ALREADY HOLDS ENTRY "
                       AX-ENTRY-NUMBER " - REPLACED ***"
                   REWRITE AUDIT-INDEX-RECORD
           END-WRITE.

       2400-PROCESS-REVERSAL.
           MOVE AT-REV-AUDIT-ENTRY TO ws-audit-entry
           PERFORM 2410-FIND-ORIGINAL
           END-IF.

       2410-FIND-ORIGINAL.
      *    A keyed read of the audit entry index. The index keeps
      *    entries the month-end has archived and is written as each
      *    entry is, so archived entries and entries written earlier
      *    in this run can both be reversed.
           MOVE "N" TO ws-orig-flag
           MOVE "N" TO ws-reversed-flag
           MOVE ws-audit-entry TO AX-ENTRY-NUMBER
           READ AUDIT-INDEX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ws-orig-found TO TRUE
                   MOVE AX-OPERATION-CODE TO ws-orig-opcode
                   MOVE AX-OPERAND-1 TO ws-orig-operand-1
                   MOVE AX-OPERAND-2 TO ws-orig-operand-2
                   MOVE AX-RESULT TO ws-orig-result
                   MOVE AX-STATUS TO ws-orig-status
                   MOVE AX-ACCOUNT-NUMBER TO ws-orig-account
                   IF AX-REVERSED-BY NUMERIC AND AX-REVERSED-BY > 0
                       SET ws-already-reversed TO TRUE
                   END-IF
           END-READ.

           MOVE 0 TO AU-STATUS
           MOVE ws-audit-entry TO AU-REVERSAL-REF
           MOVE ws-next-entry-number TO AU-ENTRY-NUMBER
           MOVE ws-orig-account TO AU-ACCOUNT-NUMBER
           ADD 1 TO ws-next-entry-number
           WRITE ADD-AUDIT-RECORD
           PERFORM 2270-WRITE-INDEX
           PERFORM 2460-MARK-ORIGINAL-REVERSED
           MOVE ws-orig-opcode TO LG-OPERATION-CODE
           COMPUTE LG-OPERAND-1 = 0 - ws-orig-operand-1
           COMPUTE LG-OPERAND-2 = 0 - ws-orig-operand-2
           COMPUTE LG-RESULT = 0 - ws-orig-result
           MOVE ws-stamp-date TO LG-POST-DATE
           MOVE ws-orig-account TO LG-ACCOUNT-NUMBER
           COMPUTE LG-ENTRY-NUMBER = ws-next-entry-number - 1
           WRITE ADD-LEDGER-RECORD
           COMPUTE ws-sr-amount = 0 - ws-orig-result
           SET ws-sr-accumulate TO TRUE
           DISPLAY "Sum: reversal of audit entry " ws-audit-entry
               " posted".

       2460-MARK-ORIGINAL-REVERSED.
           MOVE ws-audit-entry TO AX-ENTRY-NUMBER
           READ AUDIT-INDEX-FILE
               INVALID KEY
                   DISPLAY "Add: *** ENTRY " ws-audit-entry
                       " NOT ON AUDIT INDEX - REVERSAL NOT MARKED ***"
               NOT INVALID KEY
                   COMPUTE AX-REVERSED-BY = ws-next-entry-number - 1
                   REWRITE AUDIT-INDEX-RECORD
           END-READ.

       2500-WAREHOUSE-RECORD.
      *    The whole input image is held, so the release step puts
      *    back exactly what was keyed; the source position lets the
      *    acknowledgment extract tell the sender where it went. A
      *    warehoused record leaves no result for a chain to use.
           MOVE AT-VALUE-DATE TO WH-VALUE-DATE
           MOVE ws-run-date TO WH-WAREHOUSED-DATE
           MOVE ws-record-number TO WH-SOURCE-RECORD
           MOVE ADD-TRAN-RECORD TO WH-TRAN-IMAGE
           WRITE ADD-WHSE-RECORD
           ADD 1 TO ws-warehoused-count
           MOVE 'N' TO ws-prior-flag
           DISPLAY "Sum: held in warehouse until value date "
               AT-VALUE-DATE.

       2300-CHECKPOINT-IF-DUE.
           IF ws-checkpoint-interval > 0
               AND FUNCTION MOD(ws-record-number,
               PERFORM 2310-WRITE-CHECKPOINT
           END-IF
           CLOSE ADD-TRAN-FILE ADD-AUDIT-FILE ADD-REJECT-FILE
               ADD-LEDGER-FILE ADD-WHSE-FILE ACCOUNT-MASTER-FILE
               AUDIT-INDEX-FILE
           IF ws-warehoused-count > 0
               DISPLAY "Add: records held in warehouse: "
                   ws-warehoused-count
           END-IF
           PERFORM 9050-WRITE-ENTRY-CONTROL
           PERFORM 9100-WRITE-RUN-END.

