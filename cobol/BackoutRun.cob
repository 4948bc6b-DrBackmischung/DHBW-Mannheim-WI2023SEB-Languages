               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BACKOUT-REPORT-FILE ASSIGN TO "BACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-INDEX-FILE ASSIGN TO "AUDINDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-ENTRY-NUMBER
               FILE STATUS IS ws-index-file-status.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-PARM-FILE.
           05 AU-STATUS           PIC 9.
           05 AU-REVERSAL-REF     PIC 9(6).
           05 AU-ENTRY-NUMBER     PIC 9(6).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY AU-ACCOUNT-NUMBER.
       FD  ADD-TRAN-FILE.
       01  ADD-TRAN-RECORD.
           05 AT-OPERATION-CODE   PIC X(1).
               REPLACING PFX-OPERAND-1 BY AT-OPERAND-1
                         PFX-OPERAND-2 BY AT-OPERAND-2.
           05 AT-CHAIN-FLAG       PIC X(1).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY AT-ACCOUNT-NUMBER.
           05 AT-VALUE-DATE       PIC X(8).
       01  ADD-TRAN-REV-RECORD.
           05 AT-REV-OPERATION-CODE PIC X(1).
           05 AT-REV-AUDIT-ENTRY    PIC 9(6).
           05 FILLER                PIC X(9).
       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-RECORD  PIC X(80).
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
       01 ws-index-file-status  PIC XX.
       01 ws-eof                PIC X VALUE 'N'.
           88 ws-eof-yes            VALUE 'Y'.
       01 ws-abort-flag         PIC X VALUE 'N'.
       01 ws-skip-reversal      PIC 9(6) VALUE 0.
       01 ws-skip-status        PIC 9(6) VALUE 0.
       01 ws-skip-reversed      PIC 9(6) VALUE 0.
       01 ws-skip-not-indexed   PIC 9(6) VALUE 0.
       01 ws-skip-table-full    PIC 9(6) VALUE 0.
       01 ws-written-count      PIC 9(6) VALUE 0.
       01 ws-cand-max           PIC 9(3) VALUE 500.
           WRITE BACKOUT-REPORT-RECORD FROM ws-detail-line.

       3000-MARK-REVERSED.
      *    A keyed read of the audit entry index for each candidate;
      *    the index records the reversal of an entry whenever it is
      *    keyed, so reversals keyed later also disqualify their
      *    originals. Without the index nothing can be proved, and
      *    every candidate is held back; likewise a single candidate
      *    the index does not hold, which the nightly run would only
      *    reject as an unknown original.
           OPEN INPUT AUDIT-INDEX-FILE
           IF ws-index-file-status = "00"
               PERFORM 3100-READ-AUDIT-INDEX
                   VARYING ws-cand-index FROM 1 BY 1
                   UNTIL ws-cand-index > ws-cand-count
               CLOSE AUDIT-INDEX-FILE
           ELSE
               DISPLAY "Backout: *** AUDIT INDEX NOT AVAILABLE (STATUS "
                   ws-index-file-status ") - RUN AuditIndex ***"
               MOVE "*** AUDIT INDEX NOT AVAILABLE - NOTHING GENERATED"
                   & " ***" TO BACKOUT-REPORT-RECORD
               WRITE BACKOUT-REPORT-RECORD
               MOVE 0 TO ws-cand-count
               MOVE 8 TO RETURN-CODE
           END-IF.

       3100-READ-AUDIT-INDEX.
           MOVE ws-cand-entry (ws-cand-index) TO AX-ENTRY-NUMBER
           READ AUDIT-INDEX-FILE
               INVALID KEY
                   MOVE "N" TO ws-cand-flag (ws-cand-index)
               NOT INVALID KEY
                   IF AX-REVERSED-BY NUMERIC AND AX-REVERSED-BY > 0
                       MOVE "X" TO ws-cand-flag (ws-cand-index)
                   END-IF
           END-READ.

       4000-WRITE-REVERSALS.
           OPEN EXTEND ADD-TRAN-FILE
           PERFORM 4100-WRITE-ONE-REVERSAL
       4100-WRITE-ONE-REVERSAL.
           MOVE ws-cand-entry (ws-cand-index) TO dtl-entry
           MOVE ws-cand-opcode (ws-cand-index) TO dtl-opcode
           EVALUATE ws-cand-flag (ws-cand-index)
               WHEN "X"
                   ADD 1 TO ws-skip-reversed
                   MOVE "SKIPPED - ALREADY REVERSED" TO dtl-action
               WHEN "N"
                   ADD 1 TO ws-skip-not-indexed
                   MOVE "HELD - NOT ON AUDIT INDEX" TO dtl-action
               WHEN OTHER
                   MOVE SPACES TO ADD-TRAN-REV-RECORD
                   MOVE "R" TO AT-REV-OPERATION-CODE
                   MOVE ws-cand-entry (ws-cand-index)
                       TO AT-REV-AUDIT-ENTRY
                   WRITE ADD-TRAN-REV-RECORD
                   ADD 1 TO ws-selected-count
                   ADD 1 TO ws-written-count
                   MOVE "SELECTED - REVERSAL GENERATED" TO dtl-action
           END-EVALUATE
           WRITE BACKOUT-REPORT-RECORD FROM ws-detail-line.

       9000-TERMINATE.
           MOVE "SKIPPED - ALREADY REVERSED" TO cnt-label
           MOVE ws-skip-reversed TO cnt-count
           WRITE BACKOUT-REPORT-RECORD FROM ws-count-line
           IF ws-skip-not-indexed > 0
               MOVE "HELD - NOT ON AUDIT INDEX" TO cnt-label
               MOVE ws-skip-not-indexed TO cnt-count
               WRITE BACKOUT-REPORT-RECORD FROM ws-count-line
               DISPLAY "Backout: *** " ws-skip-not-indexed
                   " ENTRIES NOT ON AUDIT INDEX - RUN AuditIndex ***"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF ws-skip-table-full > 0
               MOVE "NOT SELECTED - CANDIDATE TABLE FULL"
                   TO cnt-label
