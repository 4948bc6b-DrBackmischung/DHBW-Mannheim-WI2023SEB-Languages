       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditVerify.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-ARCH-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADD-AUDIT-FILE ASSIGN TO "ADDAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADD-ENTRY-CTL-FILE ASSIGN TO "ADDENTRY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-CTL-FILE ASSIGN TO "ARCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-HASH-FILE ASSIGN TO "AUDHASH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VERIFY-REPORT-FILE ASSIGN TO "AUDVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-ARCH-FILE.
       01  AUDIT-ARCH-RECORD      PIC X(82).
       FD  ADD-AUDIT-FILE.
       01  ADD-AUDIT-RECORD.
           05 AU-TIMESTAMP        PIC X(21).
           05 AU-OPERATION-CODE   PIC X(1).
           COPY OPERPAIR
               REPLACING PFX-OPERAND-1 BY AU-OPERAND-1
                         PFX-OPERAND-2 BY AU-OPERAND-2.
           COPY RESULT
               REPLACING PFX-RESULT BY AU-RESULT.
           05 AU-STATUS           PIC 9.
           05 AU-REVERSAL-REF     PIC 9(6).
           05 AU-ENTRY-NUMBER     PIC 9(6).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY AU-ACCOUNT-NUMBER.
       FD  ADD-ENTRY-CTL-FILE.
       01  ADD-ENTRY-CTL-RECORD.
           05 ECTL-LAST-ENTRY-NUMBER     PIC 9(6).
       FD  ARCH-CTL-FILE.
       01  ARCH-CTL-RECORD.
           05 ACTL-LAST-CUTOFF    PIC X(8).
       FD  AUDIT-HASH-FILE.
       01  AUDIT-HASH-RECORD.
           05 AH-CUTOFF-DATE      PIC X(8).
           05 AH-ARCHIVE-COUNT    PIC 9(8).
           05 AH-CONTROL-HASH     PIC 9(15).
           05 AH-LAST-ENTRY       PIC 9(6).
           05 AH-RECORDED-DATE    PIC X(8).
           05 AH-RECORDED-TIME    PIC X(6).
       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-RECORD   PIC X(80).
       WORKING-STORAGE SECTION.
       01 ws-eof                PIC X VALUE 'N'.
           88 ws-eof-yes            VALUE 'Y'.
       01 ws-run-timestamp      PIC X(21).
       01 ws-run-stamp-parts REDEFINES ws-run-timestamp.
           05 ws-run-date       PIC X(8).
           05 ws-run-time       PIC X(6).
           05 FILLER            PIC X(7).
      *> One byte per possible entry number: space never seen, "E"
      *> on file, "1" reversed once, "2" reversed more than once.
       01 ws-entry-state-table.
           05 ws-entry-state OCCURS 999999 TIMES PIC X(1).
       01 ws-entry              PIC 9(6) VALUE 0.
       01 ws-entry-index        PIC 9(6) VALUE 0.
       01 ws-high-entry         PIC 9(6) VALUE 0.
       01 ws-high-stamp         PIC X(16) VALUE LOW-VALUES.
       01 ws-gap-start          PIC 9(6) VALUE 0.
       01 ws-gap-flag           PIC X VALUE 'N'.
           88 ws-in-gap             VALUE 'Y'.
       01 ws-source             PIC X(8) VALUE SPACES.
       01 ws-entries-read       PIC 9(8) VALUE 0.
       01 ws-unnumbered-count   PIC 9(6) VALUE 0.
       01 ws-gap-count          PIC 9(6) VALUE 0.
       01 ws-missing-count      PIC 9(6) VALUE 0.
       01 ws-duplicate-count    PIC 9(6) VALUE 0.
       01 ws-order-count        PIC 9(6) VALUE 0.
       01 ws-dangling-count     PIC 9(6) VALUE 0.
       01 ws-multiple-count     PIC 9(6) VALUE 0.
       01 ws-exception-count    PIC 9(6) VALUE 0.
       01 ws-entry-ctl-flag     PIC X VALUE 'N'.
           88 ws-entry-ctl-found    VALUE 'Y'.
       01 ws-entry-ctl-number   PIC 9(6) VALUE 0.
       01 ws-cutoff-date        PIC X(8) VALUE SPACES.
      *> The control hash runs over every archived record in file
      *> order; each byte is weighted by its position in the record
      *> and each record by its place in the archive, so a changed,
      *> dropped or reordered record all move the hash.
       01 ws-hash-image         PIC X(82).
       01 ws-hash-bytes REDEFINES ws-hash-image.
           05 ws-hash-byte OCCURS 82 TIMES PIC X(1).
       01 ws-byte-index         PIC 9(3) VALUE 0.
       01 ws-record-sum         PIC 9(9) VALUE 0.
       01 ws-control-hash       PIC 9(15) VALUE 0.
       01 ws-hash-modulus       PIC 9(15) VALUE 999999999999989.
       01 ws-archive-count      PIC 9(8) VALUE 0.
       01 ws-archive-high-entry PIC 9(6) VALUE 0.
       01 ws-cut-max            PIC 9(3) VALUE 240.
       01 ws-cut-count          PIC 9(3) VALUE 0.
       01 ws-cut-next           PIC 9(3) VALUE 1.
       01 ws-cut-table.
           05 ws-cutover OCCURS 240 TIMES.
               10 ws-cut-date       PIC X(8).
               10 ws-cut-records    PIC 9(8).
               10 ws-cut-hash       PIC 9(15).
       01 ws-cut-proved         PIC 9(3) VALUE 0.
       01 ws-tamper-flag        PIC X VALUE 'N'.
           88 ws-archive-tampered   VALUE 'Y'.
       01 ws-hash-recorded-flag PIC X VALUE 'N'.
           88 ws-hash-recorded      VALUE 'Y'.
       01 ws-heading-1.
           05 FILLER            PIC X(36) VALUE
               "AUDIT TRAIL INTEGRITY VERIFICATION  ".
           05 FILLER            PIC X(7)  VALUE "RUN ON ".
           05 hd1-run-date      PIC X(8).
           05 FILLER            PIC X(4)  VALUE " AT ".
           05 hd1-run-time      PIC X(6).
           05 FILLER            PIC X(19) VALUE SPACES.
       01 ws-heading-2.
           05 FILLER PIC X(40) VALUE
               "  CHECK                 ENTRY  DETAIL   ".
           05 FILLER PIC X(40) VALUE SPACES.
       01 ws-exception-line.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 exc-check         PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 exc-entry         PIC ZZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 exc-detail        PIC X(49).
       01 ws-count-line.
           05 cnt-label         PIC X(40).
           05 cnt-count         PIC ZZZZZZZ9.
           05 FILLER            PIC X(32) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    Proves the audit trail whole: every entry number from 1 to
      *    the highest issued present once, numbers rising with their
      *    timestamps, every reversal naming an entry on file and no
      *    entry reversed twice, and the ADDENTRY high-water mark at
      *    the highest entry. The archive is further proved against
      *    the control hash recorded at each cutover.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-ARCHIVE
           PERFORM 2500-PROVE-CUTOVERS
           PERFORM 3000-READ-CURRENT
           PERFORM 4000-CHECK-REVERSALS
           PERFORM 5000-REPORT-GAPS
           PERFORM 6000-CHECK-ENTRY-CONTROL
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO ws-run-timestamp
           MOVE SPACES TO ws-entry-state-table
           OPEN OUTPUT VERIFY-REPORT-FILE
           MOVE ws-run-date TO hd1-run-date
           MOVE ws-run-time TO hd1-run-time
           WRITE VERIFY-REPORT-RECORD FROM ws-heading-1
           MOVE SPACES TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD FROM ws-heading-2
           PERFORM 1100-LOAD-CUTOVER-HASHES.

       1100-LOAD-CUTOVER-HASHES.
           MOVE "N" TO ws-eof
           OPEN INPUT AUDIT-HASH-FILE
           PERFORM 1110-READ-CUTOVER-HASH UNTIL ws-eof-yes
           CLOSE AUDIT-HASH-FILE.

       1110-READ-CUTOVER-HASH.
           READ AUDIT-HASH-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-cut-count < ws-cut-max
                       ADD 1 TO ws-cut-count
                       MOVE AH-CUTOFF-DATE TO ws-cut-date (ws-cut-count)
                       MOVE AH-ARCHIVE-COUNT
                           TO ws-cut-records (ws-cut-count)
                       MOVE AH-CONTROL-HASH
                           TO ws-cut-hash (ws-cut-count)
                   ELSE
                       DISPLAY "AuditVerify: *** MORE THAN " ws-cut-max
                           " CUTOVER HASHES - LATEST NOT PROVED ***"
                   END-IF
           END-READ.

       2000-READ-ARCHIVE.
           MOVE "N" TO ws-eof
           MOVE "AUDARCH" TO ws-source
           OPEN INPUT AUDIT-ARCH-FILE
           PERFORM 2100-READ-ARCHIVED-ENTRY UNTIL ws-eof-yes
           CLOSE AUDIT-ARCH-FILE
           MOVE ws-high-entry TO ws-archive-high-entry.

       2100-READ-ARCHIVED-ENTRY.
           READ AUDIT-ARCH-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE AUDIT-ARCH-RECORD TO ADD-AUDIT-RECORD
                   PERFORM 2200-HASH-RECORD
                   PERFORM 2300-PROVE-CUTOVER
                   PERFORM 3200-CHECK-ENTRY
           END-READ.

       2200-HASH-RECORD.
           ADD 1 TO ws-archive-count
           MOVE AUDIT-ARCH-RECORD TO ws-hash-image
           MOVE 0 TO ws-record-sum
           PERFORM 2210-ADD-BYTE
               VARYING ws-byte-index FROM 1 BY 1
               UNTIL ws-byte-index > 82
           COMPUTE ws-control-hash = FUNCTION MOD(
               ws-control-hash * 7 + ws-record-sum, ws-hash-modulus).

       2210-ADD-BYTE.
           COMPUTE ws-record-sum = ws-record-sum
               + FUNCTION ORD(ws-hash-byte (ws-byte-index))
               * ws-byte-index.

       2300-PROVE-CUTOVER.
      *    The archive only ever grows by appending at a cutover, so
      *    the hash at each recorded cutover's record count must be
      *    exactly the hash recorded then.
           IF ws-cut-next NOT > ws-cut-count
               AND ws-archive-count = ws-cut-records (ws-cut-next)
               IF ws-control-hash = ws-cut-hash (ws-cut-next)
                   ADD 1 TO ws-cut-proved
               ELSE
                   SET ws-archive-tampered TO TRUE
                   MOVE "ARCHIVE HASH" TO exc-check
                   MOVE AU-ENTRY-NUMBER TO exc-entry
                   MOVE SPACES TO exc-detail
                   STRING "CHANGED SINCE CUTOVER OF "
                       ws-cut-date (ws-cut-next)
                       DELIMITED BY SIZE INTO exc-detail
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
               ADD 1 TO ws-cut-next
           END-IF.

       2500-PROVE-CUTOVERS.
      *    A recorded cutover beyond the end of the archive means
      *    archived entries have been lost. Otherwise records added
      *    since the last recorded cutover belong to a new cutover,
      *    whose hash is recorded now for later runs to prove.
           IF ws-cut-next NOT > ws-cut-count
               SET ws-archive-tampered TO TRUE
               MOVE "ARCHIVE HASH" TO exc-check
               MOVE 0 TO exc-entry
               MOVE SPACES TO exc-detail
               STRING "ARCHIVE SHORTER THAN AT CUTOVER OF "
                   ws-cut-date (ws-cut-next)
                   DELIMITED BY SIZE INTO exc-detail
               PERFORM 8000-WRITE-EXCEPTION
           ELSE
               IF ws-cut-count = 0
                   OR ws-archive-count > ws-cut-records (ws-cut-count)
                   PERFORM 2600-RECORD-CUTOVER-HASH
               END-IF
           END-IF.

       2600-RECORD-CUTOVER-HASH.
           IF ws-archive-count > 0 AND ws-cut-count < ws-cut-max
               OPEN INPUT ARCH-CTL-FILE
               READ ARCH-CTL-FILE
                   AT END
                       MOVE ws-run-date TO ws-cutoff-date
                   NOT AT END
                       MOVE ACTL-LAST-CUTOFF TO ws-cutoff-date
               END-READ
               CLOSE ARCH-CTL-FILE
               OPEN EXTEND AUDIT-HASH-FILE
               MOVE ws-cutoff-date TO AH-CUTOFF-DATE
               MOVE ws-archive-count TO AH-ARCHIVE-COUNT
               MOVE ws-control-hash TO AH-CONTROL-HASH
               MOVE ws-archive-high-entry TO AH-LAST-ENTRY
               MOVE ws-run-date TO AH-RECORDED-DATE
               MOVE ws-run-time TO AH-RECORDED-TIME
               WRITE AUDIT-HASH-RECORD
               CLOSE AUDIT-HASH-FILE
               SET ws-hash-recorded TO TRUE
           END-IF.

       3000-READ-CURRENT.
           MOVE "N" TO ws-eof
           MOVE "ADDAUDIT" TO ws-source
           OPEN INPUT ADD-AUDIT-FILE
           PERFORM 3100-READ-CURRENT-ENTRY UNTIL ws-eof-yes
           CLOSE ADD-AUDIT-FILE.

       3100-READ-CURRENT-ENTRY.
           READ ADD-AUDIT-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM 3200-CHECK-ENTRY
           END-READ.

       3200-CHECK-ENTRY.
      *    Entries are written in number order, so each new highest
      *    number must carry a timestamp no earlier than the last
      *    one, and a lower number turning up later is out of order.
           ADD 1 TO ws-entries-read
           IF AU-ENTRY-NUMBER NOT NUMERIC OR AU-ENTRY-NUMBER = 0
               ADD 1 TO ws-unnumbered-count
               MOVE "NO ENTRY NUMBER" TO exc-check
               MOVE 0 TO exc-entry
               MOVE SPACES TO exc-detail
               STRING "IN " ws-source " AT " AU-TIMESTAMP (1:14)
                   DELIMITED BY SIZE INTO exc-detail
               PERFORM 8000-WRITE-EXCEPTION
           ELSE
               MOVE AU-ENTRY-NUMBER TO ws-entry
               EVALUATE TRUE
                   WHEN ws-entry-state (ws-entry) NOT = SPACE
                       ADD 1 TO ws-duplicate-count
                       MOVE "DUPLICATE ENTRY" TO exc-check
                       MOVE ws-entry TO exc-entry
                       MOVE SPACES TO exc-detail
                       STRING "AGAIN IN " ws-source " AT "
                           AU-TIMESTAMP (1:14)
                           DELIMITED BY SIZE INTO exc-detail
                       PERFORM 8000-WRITE-EXCEPTION
                   WHEN ws-entry < ws-high-entry
                       MOVE "E" TO ws-entry-state (ws-entry)
                       ADD 1 TO ws-order-count
                       MOVE "OUT OF ORDER" TO exc-check
                       MOVE ws-entry TO exc-entry
                       MOVE SPACES TO exc-detail
                       STRING "FOLLOWS HIGHER ENTRY " ws-high-entry
                           " IN " ws-source
                           DELIMITED BY SIZE INTO exc-detail
                       PERFORM 8000-WRITE-EXCEPTION
                   WHEN OTHER
                       MOVE "E" TO ws-entry-state (ws-entry)
                       IF AU-TIMESTAMP (1:16) < ws-high-stamp
                           ADD 1 TO ws-order-count
                           MOVE "OUT OF ORDER" TO exc-check
                           MOVE ws-entry TO exc-entry
                           MOVE SPACES TO exc-detail
                           STRING "TIMESTAMP " AU-TIMESTAMP (1:14)
                               " BEFORE ENTRY " ws-high-entry
                               DELIMITED BY SIZE INTO exc-detail
                           PERFORM 8000-WRITE-EXCEPTION
                       END-IF
                       MOVE ws-entry TO ws-high-entry
                       MOVE AU-TIMESTAMP (1:16) TO ws-high-stamp
               END-EVALUATE
           END-IF.

       4000-CHECK-REVERSALS.
      *    A second pass, once every entry number is known, so a
      *    reversal is judged against the whole trail.
           MOVE "N" TO ws-eof
           MOVE "AUDARCH" TO ws-source
           OPEN INPUT AUDIT-ARCH-FILE
           PERFORM 4100-READ-ARCHIVED-REVERSAL UNTIL ws-eof-yes
           CLOSE AUDIT-ARCH-FILE
           MOVE "N" TO ws-eof
           MOVE "ADDAUDIT" TO ws-source
           OPEN INPUT ADD-AUDIT-FILE
           PERFORM 4200-READ-CURRENT-REVERSAL UNTIL ws-eof-yes
           CLOSE ADD-AUDIT-FILE.

       4100-READ-ARCHIVED-REVERSAL.
           READ AUDIT-ARCH-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE AUDIT-ARCH-RECORD TO ADD-AUDIT-RECORD
                   PERFORM 4300-CHECK-REVERSAL
           END-READ.

       4200-READ-CURRENT-REVERSAL.
           READ ADD-AUDIT-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM 4300-CHECK-REVERSAL
           END-READ.

       4300-CHECK-REVERSAL.
           IF AU-OPERATION-CODE = "R"
               IF AU-REVERSAL-REF NOT NUMERIC OR AU-REVERSAL-REF = 0
                   MOVE 0 TO ws-entry
               ELSE
                   MOVE AU-REVERSAL-REF TO ws-entry
               END-IF
               EVALUATE TRUE
                   WHEN ws-entry = 0
                       OR ws-entry-state (ws-entry) = SPACE
                       ADD 1 TO ws-dangling-count
                       MOVE "DANGLING REVERSAL" TO exc-check
                       MOVE AU-ENTRY-NUMBER TO exc-entry
                       MOVE SPACES TO exc-detail
                       STRING "NAMES ENTRY " AU-REVERSAL-REF
                           " - NOT ON FILE"
                           DELIMITED BY SIZE INTO exc-detail
                       PERFORM 8000-WRITE-EXCEPTION
                   WHEN ws-entry-state (ws-entry) = "E"
                       MOVE "1" TO ws-entry-state (ws-entry)
                   WHEN OTHER
                       IF ws-entry-state (ws-entry) = "1"
                           ADD 1 TO ws-multiple-count
                       END-IF
                       MOVE "2" TO ws-entry-state (ws-entry)
                       MOVE "REVERSED TWICE" TO exc-check
                       MOVE ws-entry TO exc-entry
                       MOVE SPACES TO exc-detail
                       STRING "AGAIN BY ENTRY " AU-ENTRY-NUMBER
                           " IN " ws-source
                           DELIMITED BY SIZE INTO exc-detail
                       PERFORM 8000-WRITE-EXCEPTION
               END-EVALUATE
           END-IF.

       5000-REPORT-GAPS.
      *    Missing numbers are reported as ranges, one line a gap.
           MOVE 'N' TO ws-gap-flag
           PERFORM 5100-CHECK-NUMBER
               VARYING ws-entry-index FROM 1 BY 1
               UNTIL ws-entry-index > ws-high-entry.

       5100-CHECK-NUMBER.
           IF ws-entry-state (ws-entry-index) = SPACE
               ADD 1 TO ws-missing-count
               IF NOT ws-in-gap
                   SET ws-in-gap TO TRUE
                   MOVE ws-entry-index TO ws-gap-start
               END-IF
           ELSE
               IF ws-in-gap
                   MOVE 'N' TO ws-gap-flag
                   ADD 1 TO ws-gap-count
                   MOVE "ENTRY NUMBER GAP" TO exc-check
                   MOVE ws-gap-start TO exc-entry
                   COMPUTE ws-entry = ws-entry-index - 1
                   MOVE SPACES TO exc-detail
                   STRING "MISSING THROUGH ENTRY " ws-entry
                       DELIMITED BY SIZE INTO exc-detail
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
           END-IF.

       6000-CHECK-ENTRY-CONTROL.
      *    Add issues the next number from the higher of the mark
      *    and the live file, so a mark below the highest entry
      *    risks nothing today but shows a run that ended early; a
      *    mark above it means issued entries are missing from the
      *    top of the trail.
           OPEN INPUT ADD-ENTRY-CTL-FILE
           READ ADD-ENTRY-CTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ECTL-LAST-ENTRY-NUMBER NUMERIC
                       SET ws-entry-ctl-found TO TRUE
                       MOVE ECTL-LAST-ENTRY-NUMBER
                           TO ws-entry-ctl-number
                   END-IF
           END-READ
           CLOSE ADD-ENTRY-CTL-FILE
           EVALUATE TRUE
               WHEN NOT ws-entry-ctl-found
                   IF ws-high-entry > 0
                       MOVE "HIGH-WATER MARK" TO exc-check
                       MOVE ws-high-entry TO exc-entry
                       MOVE "NO ADDENTRY MARK ON FILE" TO exc-detail
                       PERFORM 8000-WRITE-EXCEPTION
                   END-IF
               WHEN ws-entry-ctl-number NOT = ws-high-entry
                   MOVE "HIGH-WATER MARK" TO exc-check
                   MOVE ws-high-entry TO exc-entry
                   MOVE SPACES TO exc-detail
                   STRING "IS HIGHEST ON FILE - ADDENTRY HOLDS "
                       ws-entry-ctl-number
                       DELIMITED BY SIZE INTO exc-detail
                   PERFORM 8000-WRITE-EXCEPTION
           END-EVALUATE.

       8000-WRITE-EXCEPTION.
           ADD 1 TO ws-exception-count
           WRITE VERIFY-REPORT-RECORD FROM ws-exception-line.

       9000-TERMINATE.
           MOVE SPACES TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD
           MOVE "ENTRIES READ" TO cnt-label
           MOVE ws-entries-read TO cnt-count
           WRITE VERIFY-REPORT-RECORD FROM ws-count-line
           MOVE "  FROM AUDARCH" TO cnt-label
           MOVE ws-archive-count TO cnt-count
           WRITE VERIFY-REPORT-RECORD FROM ws-count-line
           MOVE "HIGHEST ENTRY NUMBER" TO cnt-label
           MOVE ws-high-entry TO cnt-count
           WRITE VERIFY-REPORT-RECORD FROM ws-count-line
           MOVE "ENTRY NUMBERS MISSING" TO cnt-label
           MOVE ws-missing-count TO cnt-count
           WRITE VERIFY-REPORT-RECORD FROM ws-count-line
           MOVE "  IN GAPS" TO cnt-label
           MOVE ws-gap-count TO cnt-count
           WRITE VERIFY-REPORT-RECORD FROM ws-count-line
           MOVE "DUPLICATE ENTRY NUMBERS" TO cnt-label
           MOVE ws-duplicate-count TO cnt-count
           WRITE VERIFY-REPORT-RECORD FROM ws-count-line
           MOVE "ENTRIES OUT OF ORDER" TO cnt-label
           MOVE ws-order-count TO cnt-count
           WRITE VERIFY-REPORT-RECORD FROM ws-count-line
           MOVE "ENTRIES WITHOUT A NUMBER" TO cnt-label
           MOVE ws-unnumbered-count TO cnt-count
           WRITE VERIFY-REPORT-RECORD FROM ws-count-line
           MOVE "DANGLING REVERSALS" TO cnt-label
           MOVE ws-dangling-count TO cnt-count
           WRITE VERIFY-REPORT-RECORD FROM ws-count-line
           MOVE "ENTRIES REVERSED MORE THAN ONCE" TO cnt-label
           MOVE ws-multiple-count TO cnt-count
           WRITE VERIFY-REPORT-RECORD FROM ws-count-line
           MOVE "CUTOVER HASHES PROVED" TO cnt-label
           MOVE ws-cut-proved TO cnt-count
           WRITE VERIFY-REPORT-RECORD FROM ws-count-line
           IF ws-hash-recorded
               MOVE "NEW CUTOVER HASH RECORDED AT RECORD" TO cnt-label
               MOVE ws-archive-count TO cnt-count
               WRITE VERIFY-REPORT-RECORD FROM ws-count-line
           END-IF
           EVALUATE TRUE
               WHEN ws-archive-tampered
                   MOVE "*** ARCHIVED AUDIT ENTRIES HAVE CHANGED ***"
                       TO VERIFY-REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
               WHEN ws-exception-count > 0
                   MOVE "*** AUDIT TRAIL HAS EXCEPTIONS ***"
                       TO VERIFY-REPORT-RECORD
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "*** AUDIT TRAIL VERIFIED WHOLE ***"
                       TO VERIFY-REPORT-RECORD
           END-EVALUATE
           WRITE VERIFY-REPORT-RECORD
           CLOSE VERIFY-REPORT-FILE
           DISPLAY "AuditVerify: " ws-entries-read " entries, "
               ws-exception-count " exceptions".
       END PROGRAM AuditVerify.
