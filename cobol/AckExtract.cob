               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL IMPORT-XREF-FILE ASSIGN TO "IMPXREF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADD-WHSE-FILE ASSIGN TO "ADDWHSE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECON-CKPT-FILE ASSIGN TO "RECONCKPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACK-FILE ASSIGN TO "ACKFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STANDING-XREF-FILE ASSIGN TO "STNDXREF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STANDING-ACK-FILE ASSIGN TO "STNDACK"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ADD-TRAN-FILE.
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
       FD  IMPORT-XREF-FILE.
       01  IMPORT-XREF-RECORD.
           05 XR-SENDING-SYSTEM   PIC X(8).
           05 XR-BATCH-DATE       PIC X(8).
           05 XR-BATCH-NUMBER     PIC 9(6).
           05 XR-TRAN-RECORD      PIC 9(6).
       FD  ADD-WHSE-FILE.
       01  ADD-WHSE-RECORD.
           05 WH-VALUE-DATE       PIC X(8).
           05 WH-WAREHOUSED-DATE  PIC X(8).
           05 WH-SOURCE-RECORD    PIC 9(6).
           05 WH-TRAN-IMAGE       PIC X(40).
       FD  RECON-CKPT-FILE.
       01  RECON-CKPT-RECORD.
           05 CKPT-AUDIT-COUNT    PIC 9(6).
           05 CKPT-LEDGER-COUNT   PIC 9(6).
           05 CKPT-REJECT-COUNT   PIC 9(6).
           05 CKPT-WHSE-COUNT     PIC 9(6).
       FD  ACK-FILE.
       01  ACK-HEADER-RECORD.
           05 KH-RECORD-TYPE      PIC X(1).
           05 KT-RECORD-COUNT     PIC 9(6).
           05 KT-HASH-TOTAL       PIC S9(12)V99
               SIGN IS TRAILING SEPARATE.
       FD  STANDING-XREF-FILE.
       01  STANDING-XREF-RECORD.
           05 SX-INSTRUCTION-ID   PIC X(8).
           05 SX-DUE-DATE         PIC X(8).
           05 SX-GENERATED-DATE   PIC X(8).
           05 SX-TRAN-RECORD      PIC 9(6).
       FD  STANDING-ACK-FILE.
       01  STANDING-ACK-RECORD.
           05 SK-INSTRUCTION-ID   PIC X(8).
           05 SK-DUE-DATE         PIC X(8).
           05 SK-ACK-DATE         PIC X(8).
           05 SK-DISPOSITION      PIC X(1).
           05 SK-AUDIT-ENTRY      PIC 9(6).
           05 SK-STATUS           PIC 9.
           COPY RESULT
               REPLACING PFX-RESULT BY SK-RESULT.
           05 SK-REASON-CODE      PIC 9(2).
           05 SK-REASON-TEXT      PIC X(35).
       WORKING-STORAGE SECTION.
       01 ws-eof                PIC X VALUE 'N'.
           88 ws-eof-yes            VALUE 'Y'.
       01 ws-xref-eof           PIC X VALUE 'N'.
           88 ws-xref-eof-yes       VALUE 'Y'.
       01 ws-stnd-eof           PIC X VALUE 'N'.
           88 ws-stnd-eof-yes       VALUE 'Y'.
       01 ws-run-timestamp      PIC X(21).
       01 ws-run-stamp-parts REDEFINES ws-run-timestamp.
           05 ws-run-date       PIC X(8).
           05 FILLER            PIC X(13).
       01 ws-prior-audit-count  PIC 9(6) VALUE 0.
       01 ws-prior-reject-count PIC 9(6) VALUE 0.
       01 ws-prior-whse-count   PIC 9(6) VALUE 0.
       01 ws-audit-read         PIC 9(6) VALUE 0.
       01 ws-reject-read        PIC 9(6) VALUE 0.
       01 ws-whse-read          PIC 9(6) VALUE 0.
       01 ws-record-number      PIC 9(6) VALUE 0.
       01 ws-audit-max          PIC 9(3) VALUE 500.
       01 ws-audit-count        PIC 9(3) VALUE 0.
               10 ws-night-rej-recno  PIC 9(6).
               10 ws-night-rej-code   PIC 9(2).
               10 ws-night-rej-text   PIC X(35).
       01 ws-whse-max           PIC 9(3) VALUE 500.
       01 ws-whse-count         PIC 9(3) VALUE 0.
       01 ws-whse-over-flag     PIC X VALUE 'N'.
           88 ws-whse-overflow      VALUE 'Y'.
       01 ws-whse-table.
           05 ws-night-whse OCCURS 500 TIMES.
               10 ws-night-whse-recno PIC 9(6).
               10 ws-night-whse-date  PIC X(8).
       01 ws-search-index       PIC 9(3) VALUE 0.
       01 ws-found-slot         PIC 9(3) VALUE 0.
       01 ws-whse-slot          PIC 9(3) VALUE 0.
       01 ws-disposition        PIC X(1).
       01 ws-disp-entry         PIC 9(6).
       01 ws-disp-status        PIC 9.
       01 ws-batches-written    PIC 9(6) VALUE 0.
       01 ws-details-written    PIC 9(6) VALUE 0.
       01 ws-unresolved-count   PIC 9(6) VALUE 0.
       01 ws-stnd-written       PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-CHECKPOINT
           PERFORM 1200-LOAD-NIGHT-AUDIT
           PERFORM 1300-LOAD-NIGHT-REJECTS
           PERFORM 1400-LOAD-NIGHT-WAREHOUSE
           MOVE FUNCTION CURRENT-DATE TO ws-run-timestamp
           OPEN INPUT ADD-TRAN-FILE
           OPEN INPUT IMPORT-XREF-FILE
           OPEN INPUT STANDING-XREF-FILE
           OPEN OUTPUT ACK-FILE
           OPEN EXTEND STANDING-ACK-FILE
           PERFORM 2150-READ-XREF
           PERFORM 2160-READ-STANDING-XREF
           PERFORM 2100-READ-TRAN.

       1100-LOAD-CHECKPOINT.
               NOT AT END
                   MOVE CKPT-AUDIT-COUNT TO ws-prior-audit-count
                   MOVE CKPT-REJECT-COUNT TO ws-prior-reject-count
                   IF CKPT-WHSE-COUNT NUMERIC
                       MOVE CKPT-WHSE-COUNT TO ws-prior-whse-count
                   END-IF
           END-READ
           CLOSE RECON-CKPT-FILE.

                   END-IF
           END-READ.

       1400-LOAD-NIGHT-WAREHOUSE.
           MOVE "N" TO ws-eof
           OPEN INPUT ADD-WHSE-FILE
           PERFORM 1405-COUNT-WAREHOUSE UNTIL ws-eof-yes
           CLOSE ADD-WHSE-FILE
           IF ws-prior-whse-count > ws-whse-read
               MOVE 0 TO ws-prior-whse-count
           END-IF
           MOVE 0 TO ws-whse-read
           MOVE "N" TO ws-eof
           OPEN INPUT ADD-WHSE-FILE
           PERFORM 1410-READ-NIGHT-WAREHOUSE UNTIL ws-eof-yes
           CLOSE ADD-WHSE-FILE
           MOVE "N" TO ws-eof.

       1405-COUNT-WAREHOUSE.
           READ ADD-WHSE-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-whse-read
           END-READ.

       1410-READ-NIGHT-WAREHOUSE.
           READ ADD-WHSE-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-whse-read
                   IF ws-whse-read > ws-prior-whse-count
                       IF ws-whse-count < ws-whse-max
                           ADD 1 TO ws-whse-count
                           MOVE WH-SOURCE-RECORD
                               TO ws-night-whse-recno (ws-whse-count)
                           MOVE WH-VALUE-DATE
                               TO ws-night-whse-date (ws-whse-count)
                       ELSE
                           SET ws-whse-overflow TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2000-PROCESS-TRAN.
           PERFORM 2200-RESOLVE-DISPOSITION
           IF NOT ws-xref-eof-yes
               AND XR-TRAN-RECORD = ws-record-number
               PERFORM 3000-WRITE-ACK-DETAIL
               PERFORM 2150-READ-XREF
           END-IF
           IF NOT ws-stnd-eof-yes
               AND SX-TRAN-RECORD = ws-record-number
               PERFORM 3300-WRITE-STANDING-ACK
               PERFORM 2160-READ-STANDING-XREF
           END-IF.

       2100-READ-TRAN.
                   SET ws-xref-eof-yes TO TRUE
           END-READ.

       2160-READ-STANDING-XREF.
           READ STANDING-XREF-FILE
               AT END
                   SET ws-stnd-eof-yes TO TRUE
           END-READ.

       2200-RESOLVE-DISPOSITION.
      *    A rejected input record never reaches the audit file, so
      *    the night's audit entries line up one-for-one with the
      *    non-rejected transactions in input order - the same
      *    identity the reconciliation balances on. A future-dated
      *    record is held in the warehouse instead and, like a
      *    reject, never reaches the audit file that night.
           MOVE 0 TO ws-found-slot
           PERFORM 2210-MATCH-REJECT
               VARYING ws-search-index FROM 1 BY 1
               UNTIL ws-search-index > ws-reject-count
               OR ws-found-slot > 0
           MOVE 0 TO ws-whse-slot
           IF ws-found-slot = 0
               PERFORM 2220-MATCH-WAREHOUSE
                   VARYING ws-search-index FROM 1 BY 1
                   UNTIL ws-search-index > ws-whse-count
                   OR ws-whse-slot > 0
           END-IF
           EVALUATE TRUE
               WHEN ws-found-slot > 0
                   MOVE "R" TO ws-disposition
                       TO ws-disp-code
                   MOVE ws-night-rej-text (ws-found-slot)
                       TO ws-disp-text
               WHEN ws-whse-slot > 0
                   MOVE "W" TO ws-disposition
                   MOVE 0 TO ws-disp-entry
                   MOVE 0 TO ws-disp-status
                   MOVE 0 TO ws-disp-result
                   MOVE 0 TO ws-disp-code
                   MOVE SPACES TO ws-disp-text
                   STRING "HELD UNTIL VALUE DATE "
                       ws-night-whse-date (ws-whse-slot)
                       DELIMITED BY SIZE INTO ws-disp-text
                   END-STRING
               WHEN ws-audit-used < ws-audit-count
                   ADD 1 TO ws-audit-used
                   MOVE "A" TO ws-disposition
               MOVE ws-search-index TO ws-found-slot
           END-IF.

       2220-MATCH-WAREHOUSE.
           IF ws-night-whse-recno (ws-search-index) = ws-record-number
               MOVE ws-search-index TO ws-whse-slot
           END-IF.

       3000-WRITE-ACK-DETAIL.
           IF ws-batch-open
               AND (XR-SENDING-SYSTEM NOT = ws-cur-system
           ADD 1 TO ws-batches-written
           SET ws-batch-open TO TRUE.

       3300-WRITE-STANDING-ACK.
      *    Standing acknowledgments are kept, not sent: each night's
      *    are added to STNDACK, so it answers for every instruction
      *    which audit entry each of its due dates produced.
           MOVE SX-INSTRUCTION-ID TO SK-INSTRUCTION-ID
           MOVE SX-DUE-DATE TO SK-DUE-DATE
           MOVE ws-run-date TO SK-ACK-DATE
           MOVE ws-disposition TO SK-DISPOSITION
           MOVE ws-disp-entry TO SK-AUDIT-ENTRY
           MOVE ws-disp-status TO SK-STATUS
           MOVE ws-disp-result TO SK-RESULT
           MOVE ws-disp-code TO SK-REASON-CODE
           MOVE ws-disp-text TO SK-REASON-TEXT
           WRITE STANDING-ACK-RECORD
           ADD 1 TO ws-stnd-written.

       9000-TERMINATE.
           IF ws-batch-open
               PERFORM 3100-WRITE-TRAILER
           END-IF
           CLOSE ADD-TRAN-FILE IMPORT-XREF-FILE ACK-FILE
           CLOSE STANDING-XREF-FILE STANDING-ACK-FILE
           IF ws-details-written > 0
               PERFORM 9100-CLEAR-XREF-FILE
           END-IF
           IF ws-stnd-written > 0
               PERFORM 9200-CLEAR-STANDING-XREF
           END-IF
           DISPLAY "Ack: acknowledgment batches written: "
               ws-batches-written
           DISPLAY "Ack: acknowledgment details written: "
               ws-details-written
           DISPLAY "Ack: standing acknowledgments:       "
               ws-stnd-written
           IF ws-audit-overflow OR ws-reject-overflow
               OR ws-whse-overflow
               DISPLAY "Ack: *** NIGHT TABLE FULL - SOME "
                   "DISPOSITIONS UNRESOLVED ***"
           END-IF
      *    starts a fresh night.
           OPEN OUTPUT IMPORT-XREF-FILE
           CLOSE IMPORT-XREF-FILE.

       9200-CLEAR-STANDING-XREF.
           OPEN OUTPUT STANDING-XREF-FILE
           CLOSE STANDING-XREF-FILE.
       END PROGRAM AckExtract.
