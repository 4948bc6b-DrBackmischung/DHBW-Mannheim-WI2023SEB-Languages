       IDENTIFICATION DIVISION.
       PROGRAM-ID. PendApproval.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADD-PENDING-FILE ASSIGN TO "ADDPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-RECORD-KEY
               FILE STATUS IS ws-file-status.
           SELECT APPR-REPORT-FILE ASSIGN TO "APPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ADD-PENDING-FILE.
       01  ADD-PENDING-RECORD.
           05 PEND-RECORD-KEY     PIC 9(6).
           05 PEND-OPERATION-CODE PIC X(1).
           COPY OPERPAIR
               REPLACING PFX-OPERAND-1 BY PEND-OPERAND-1
                         PFX-OPERAND-2 BY PEND-OPERAND-2.
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
       FD  APPR-REPORT-FILE.
       01  APPR-REPORT-RECORD     PIC X(80).
       WORKING-STORAGE SECTION.
       01 ws-file-status        PIC XX.
       01 ws-eof                PIC X VALUE 'N'.
           88 ws-eof-yes            VALUE 'Y'.
       01 ws-run-timestamp      PIC X(21).
       01 ws-run-stamp-parts REDEFINES ws-run-timestamp.
           05 ws-run-date       PIC X(8).
           05 ws-run-time       PIC X(6).
           05 FILLER            PIC X(7).
       01 ws-today-int          PIC 9(8) VALUE 0.
       01 ws-change-date-num    PIC 9(8) VALUE 0.
       01 ws-age-days           PIC S9(5) VALUE 0.
       01 ws-pend-count         PIC 9(6) VALUE 0.
       01 ws-awaiting-count     PIC 9(6) VALUE 0.
       01 ws-approved-count     PIC 9(6) VALUE 0.
       01 ws-sent-back-count    PIC 9(6) VALUE 0.
       01 ws-correction-count   PIC 9(6) VALUE 0.
       01 ws-age-1-day          PIC 9(6) VALUE 0.
       01 ws-age-2-to-5         PIC 9(6) VALUE 0.
       01 ws-age-over-5         PIC 9(6) VALUE 0.
       01 ws-age-unknown        PIC 9(6) VALUE 0.
       01 ws-heading-1.
           05 FILLER            PIC X(33) VALUE
               "PENDING AWAITING SECOND APPROVAL ".
           05 FILLER            PIC X(9)  VALUE "  RUN ON ".
           05 hd1-run-date      PIC X(8).
           05 FILLER            PIC X(4)  VALUE " AT ".
           05 hd1-run-time      PIC X(6).
           05 FILLER            PIC X(20) VALUE SPACES.
       01 ws-heading-2.
           05 FILLER PIC X(30) VALUE "    KEY  OP  ACCOUNT     CHANG".
           05 FILLER PIC X(50) VALUE
               "ER   ON         DAYS  BUCKET".
       01 ws-detail-line.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 dtl-key           PIC 9(6).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 dtl-opcode        PIC X(1).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-account       PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-changed-by    PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-date          PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-days          PIC ZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-bucket        PIC X(12).
           05 FILLER            PIC X(16) VALUE SPACES.
       01 ws-count-line.
           05 cnt-label         PIC X(40).
           05 cnt-count         PIC ZZZZZ9.
           05 FILLER            PIC X(34) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-PENDING
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO ws-run-timestamp
           MOVE ws-run-date TO ws-change-date-num
           COMPUTE ws-today-int =
               FUNCTION INTEGER-OF-DATE(ws-change-date-num)
           OPEN OUTPUT APPR-REPORT-FILE
           MOVE ws-run-date TO hd1-run-date
           MOVE ws-run-time TO hd1-run-time
           WRITE APPR-REPORT-RECORD FROM ws-heading-1
           MOVE SPACES TO APPR-REPORT-RECORD
           WRITE APPR-REPORT-RECORD.

       2000-SCAN-PENDING.
           WRITE APPR-REPORT-RECORD FROM ws-heading-2
           OPEN INPUT ADD-PENDING-FILE
           IF ws-file-status NOT = "35"
               MOVE 0 TO PEND-RECORD-KEY
               START ADD-PENDING-FILE
                   KEY IS NOT LESS THAN PEND-RECORD-KEY
                   INVALID KEY
                       SET ws-eof-yes TO TRUE
               END-START
               IF ws-file-status NOT = "00"
                   SET ws-eof-yes TO TRUE
               END-IF
               PERFORM 2100-READ-PENDING UNTIL ws-eof-yes
               CLOSE ADD-PENDING-FILE
           END-IF.

       2100-READ-PENDING.
           READ ADD-PENDING-FILE NEXT RECORD
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-pend-count
                   EVALUATE TRUE
                       WHEN PEND-AWAITING-APPROVAL
                           ADD 1 TO ws-awaiting-count
                           PERFORM 2200-AGE-ONE-RECORD
                       WHEN PEND-APPROVED
                           ADD 1 TO ws-approved-count
                       WHEN PEND-SENT-BACK
                           ADD 1 TO ws-sent-back-count
                       WHEN OTHER
                           ADD 1 TO ws-correction-count
                   END-EVALUATE
           END-READ
           IF ws-file-status NOT = "00" AND ws-file-status NOT = "10"
               SET ws-eof-yes TO TRUE
           END-IF.

       2200-AGE-ONE-RECORD.
      *    Age is counted from the change now waiting on a second
      *    operator, not from when the record first pended; a date
      *    that does not parse goes to the unknown bucket.
           MOVE PEND-RECORD-KEY TO dtl-key
           MOVE PEND-OPERATION-CODE TO dtl-opcode
           MOVE PEND-ACCOUNT-NUMBER TO dtl-account
           MOVE PEND-CHANGED-BY TO dtl-changed-by
           MOVE PEND-CHANGED-DATE TO dtl-date
           IF PEND-CHANGED-DATE NUMERIC
               MOVE PEND-CHANGED-DATE TO ws-change-date-num
           ELSE
               MOVE 0 TO ws-change-date-num
           END-IF
           IF ws-change-date-num > 0
               AND FUNCTION TEST-DATE-YYYYMMDD(ws-change-date-num) = 0
               COMPUTE ws-age-days = ws-today-int
                   - FUNCTION INTEGER-OF-DATE(ws-change-date-num)
               IF ws-age-days < 0
                   MOVE 0 TO ws-age-days
               END-IF
               MOVE ws-age-days TO dtl-days
               EVALUATE TRUE
                   WHEN ws-age-days NOT > 1
                       ADD 1 TO ws-age-1-day
                       MOVE "1 DAY" TO dtl-bucket
                   WHEN ws-age-days NOT > 5
                       ADD 1 TO ws-age-2-to-5
                       MOVE "2-5 DAYS" TO dtl-bucket
                   WHEN OTHER
                       ADD 1 TO ws-age-over-5
                       MOVE "OVER 5 DAYS" TO dtl-bucket
               END-EVALUATE
           ELSE
               ADD 1 TO ws-age-unknown
               MOVE 0 TO dtl-days
               MOVE "UNKNOWN" TO dtl-bucket
           END-IF
           WRITE APPR-REPORT-RECORD FROM ws-detail-line.

       9000-TERMINATE.
           MOVE SPACES TO APPR-REPORT-RECORD
           WRITE APPR-REPORT-RECORD
           MOVE "AWAITING APPROVAL" TO cnt-label
           MOVE ws-awaiting-count TO cnt-count
           WRITE APPR-REPORT-RECORD FROM ws-count-line
           MOVE "  WAITING 1 DAY" TO cnt-label
           MOVE ws-age-1-day TO cnt-count
           WRITE APPR-REPORT-RECORD FROM ws-count-line
           MOVE "  WAITING 2 TO 5 DAYS" TO cnt-label
           MOVE ws-age-2-to-5 TO cnt-count
           WRITE APPR-REPORT-RECORD FROM ws-count-line
           MOVE "  WAITING OVER 5 DAYS" TO cnt-label
           MOVE ws-age-over-5 TO cnt-count
           WRITE APPR-REPORT-RECORD FROM ws-count-line
           IF ws-age-unknown > 0
               MOVE "  CHANGE DATE UNKNOWN" TO cnt-label
               MOVE ws-age-unknown TO cnt-count
               WRITE APPR-REPORT-RECORD FROM ws-count-line
           END-IF
           MOVE SPACES TO APPR-REPORT-RECORD
           WRITE APPR-REPORT-RECORD
           MOVE "APPROVED, AWAITING EXTRACT" TO cnt-label
           MOVE ws-approved-count TO cnt-count
           WRITE APPR-REPORT-RECORD FROM ws-count-line
           MOVE "SENT BACK FOR CORRECTION" TO cnt-label
           MOVE ws-sent-back-count TO cnt-count
           WRITE APPR-REPORT-RECORD FROM ws-count-line
           MOVE "RECYCLED, NOT YET CORRECTED" TO cnt-label
           MOVE ws-correction-count TO cnt-count
           WRITE APPR-REPORT-RECORD FROM ws-count-line
           MOVE "PENDING RECORDS ON FILE" TO cnt-label
           MOVE ws-pend-count TO cnt-count
           WRITE APPR-REPORT-RECORD FROM ws-count-line
           MOVE "*** END OF REPORT ***" TO APPR-REPORT-RECORD
           WRITE APPR-REPORT-RECORD
           CLOSE APPR-REPORT-FILE
           DISPLAY "Appr: " ws-awaiting-count " awaiting approval, "
               ws-age-over-5 " waiting over 5 days".
       END PROGRAM PendApproval.
