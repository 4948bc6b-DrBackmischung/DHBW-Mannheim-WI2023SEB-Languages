       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditIndex.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-ARCH-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADD-AUDIT-FILE ASSIGN TO "ADDAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-INDEX-FILE ASSIGN TO "AUDINDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-ENTRY-NUMBER
               FILE STATUS IS ws-index-file-status.
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
       01 ws-reversal-entry     PIC 9(6) VALUE 0.
       01 ws-entries-read       PIC 9(6) VALUE 0.
       01 ws-archived-read      PIC 9(6) VALUE 0.
       01 ws-entries-indexed    PIC 9(6) VALUE 0.
       01 ws-entries-skipped    PIC 9(6) VALUE 0.
       01 ws-duplicate-count    PIC 9(6) VALUE 0.
       01 ws-reversals-marked   PIC 9(6) VALUE 0.
       01 ws-dangling-count     PIC 9(6) VALUE 0.
       01 ws-multiple-count     PIC 9(6) VALUE 0.
       01 ws-rewrite-error-count PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    Recreates the audit entry index from the whole trail: the
      *    archive first, being the older entries, then the live file.
      *    Reversals always follow their originals, so the reversed-by
      *    link is set as each reversal is indexed.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-INDEX-ARCHIVE
           PERFORM 3000-INDEX-CURRENT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT AUDIT-INDEX-FILE
           CLOSE AUDIT-INDEX-FILE
           OPEN I-O AUDIT-INDEX-FILE.

       2000-INDEX-ARCHIVE.
           MOVE "N" TO ws-eof
           OPEN INPUT AUDIT-ARCH-FILE
           PERFORM 2100-READ-ARCHIVE UNTIL ws-eof-yes
           CLOSE AUDIT-ARCH-FILE.

       2100-READ-ARCHIVE.
           READ AUDIT-ARCH-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-archived-read
                   MOVE AUDIT-ARCH-RECORD TO ADD-AUDIT-RECORD
                   PERFORM 4000-INDEX-ENTRY
           END-READ.

       3000-INDEX-CURRENT.
           MOVE "N" TO ws-eof
           OPEN INPUT ADD-AUDIT-FILE
           PERFORM 3100-READ-CURRENT UNTIL ws-eof-yes
           CLOSE ADD-AUDIT-FILE.

       3100-READ-CURRENT.
           READ ADD-AUDIT-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM 4000-INDEX-ENTRY
           END-READ.

       4000-INDEX-ENTRY.
      *    An entry number seen twice keeps its first (older) entry;
      *    the duplicate is reported for the audit trail to explain.
           ADD 1 TO ws-entries-read
           IF AU-ENTRY-NUMBER NOT NUMERIC OR AU-ENTRY-NUMBER = 0
               ADD 1 TO ws-entries-skipped
               DISPLAY "AuditIndex: *** ENTRY WITHOUT AN ENTRY NUMBER "
                   "AT " AU-TIMESTAMP " - NOT INDEXED ***"
           ELSE
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
                       ADD 1 TO ws-duplicate-count
                       DISPLAY "AuditIndex: *** ENTRY "
                           AU-ENTRY-NUMBER " IS ON FILE MORE THAN "
                           "ONCE - FIRST KEPT ***"
                   NOT INVALID KEY
                       ADD 1 TO ws-entries-indexed
                       IF AU-OPERATION-CODE = "R"
                           AND AU-REVERSAL-REF NUMERIC
                           AND AU-REVERSAL-REF > 0
                           PERFORM 4100-MARK-ORIGINAL
                       END-IF
               END-WRITE
           END-IF.

       4100-MARK-ORIGINAL.
           MOVE AU-ENTRY-NUMBER TO ws-reversal-entry
           MOVE AU-REVERSAL-REF TO AX-ENTRY-NUMBER
           READ AUDIT-INDEX-FILE
               INVALID KEY
                   ADD 1 TO ws-dangling-count
                   DISPLAY "AuditIndex: *** REVERSAL " ws-reversal-entry
                       " NAMES ENTRY " AU-REVERSAL-REF
                       " WHICH IS NOT ON FILE ***"
               NOT INVALID KEY
                   IF AX-REVERSED-BY > 0
                       ADD 1 TO ws-multiple-count
                       DISPLAY "AuditIndex: *** ENTRY " AX-ENTRY-NUMBER
                           " ALREADY REVERSED BY " AX-REVERSED-BY
                           " - ALSO BY " ws-reversal-entry " ***"
                   ELSE
                       MOVE ws-reversal-entry TO AX-REVERSED-BY
                       REWRITE AUDIT-INDEX-RECORD
                           INVALID KEY
                               ADD 1 TO ws-rewrite-error-count
                               DISPLAY "AuditIndex: *** ENTRY "
                                   AX-ENTRY-NUMBER " NOT MARKED "
                                   "REVERSED BY " ws-reversal-entry
                                   " - REWRITE FAILED ***"
                               MOVE 4 TO RETURN-CODE
                           NOT INVALID KEY
                               ADD 1 TO ws-reversals-marked
                       END-REWRITE
                   END-IF
           END-READ.

       9000-TERMINATE.
           CLOSE AUDIT-INDEX-FILE
           DISPLAY "AuditIndex: " ws-entries-read " entries read, "
               ws-archived-read " from AUDARCH"
           DISPLAY "AuditIndex: " ws-entries-indexed
               " entries indexed, " ws-reversals-marked
               " marked reversed"
           IF ws-entries-skipped > 0 OR ws-duplicate-count > 0
               OR ws-dangling-count > 0 OR ws-multiple-count > 0
               OR ws-rewrite-error-count > 0
               DISPLAY "AuditIndex: *** " ws-entries-skipped
                   " unnumbered, " ws-duplicate-count " duplicate, "
                   ws-dangling-count " dangling reversals, "
                   ws-multiple-count " repeat reversals, "
                   ws-rewrite-error-count " failed marks ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM AuditIndex.
