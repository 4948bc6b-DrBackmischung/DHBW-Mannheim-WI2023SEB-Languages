       IDENTIFICATION DIVISION.
       PROGRAM-ID. WhseReport.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ADD-WHSE-FILE ASSIGN TO "ADDWHSE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WHSE-REPORT-FILE ASSIGN TO "WHSERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ADD-WHSE-FILE.
       01  ADD-WHSE-RECORD.
           05 WH-VALUE-DATE       PIC X(8).
           05 WH-WAREHOUSED-DATE  PIC X(8).
           05 WH-SOURCE-RECORD    PIC 9(6).
           05 WH-TRAN-IMAGE       PIC X(40).
       FD  WHSE-REPORT-FILE.
       01  WHSE-REPORT-RECORD     PIC X(80).
       WORKING-STORAGE SECTION.
       01 ws-eof                PIC X VALUE 'N'.
           88 ws-eof-yes            VALUE 'Y'.
       01 ws-run-timestamp      PIC X(21).
       01 ws-run-stamp-parts REDEFINES ws-run-timestamp.
           05 ws-run-date       PIC X(8).
           05 ws-run-time       PIC X(6).
           05 FILLER            PIC X(7).
       01 ws-held-tran.
           05 HT-OPERATION-CODE   PIC X(1).
           COPY OPERPAIR
               REPLACING PFX-OPERAND-1 BY HT-OPERAND-1
                         PFX-OPERAND-2 BY HT-OPERAND-2.
           05 HT-CHAIN-FLAG       PIC X(1).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY HT-ACCOUNT-NUMBER.
           05 HT-VALUE-DATE       PIC X(8).
       01 ws-whse-count         PIC 9(6) VALUE 0.
       01 ws-due-count          PIC 9(6) VALUE 0.
       01 ws-future-count       PIC 9(6) VALUE 0.
       01 ws-total-operand-1    PIC S9(12)V99 VALUE 0.
       01 ws-total-operand-2    PIC S9(12)V99 VALUE 0.
       01 ws-heading-1.
           05 FILLER            PIC X(33) VALUE
               "VALUE-DATED WAREHOUSE LISTING    ".
           05 FILLER            PIC X(9)  VALUE "  RUN ON ".
           05 hd1-run-date      PIC X(8).
           05 FILLER            PIC X(4)  VALUE " AT ".
           05 hd1-run-time      PIC X(6).
           05 FILLER            PIC X(20) VALUE SPACES.
       01 ws-heading-2.
           05 FILLER PIC X(40) VALUE
               " VALUE DT  HELD ON  SOURCE OP ACCOUNT   ".
           05 FILLER PIC X(40) VALUE
               "   OPERAND 1   OPERAND 2  DUE".
       01 ws-detail-line.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 dtl-value-date    PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-held-date     PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 dtl-source        PIC ZZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 dtl-opcode        PIC X(1).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-account       PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 dtl-operand-1     PIC -(7)9.99.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 dtl-operand-2     PIC -(7)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-due-flag      PIC X(3).
           05 FILLER            PIC X(11) VALUE SPACES.
       01 ws-count-line.
           05 cnt-label         PIC X(40).
           05 cnt-count         PIC ZZZZZ9.
           05 FILLER            PIC X(34) VALUE SPACES.
       01 ws-sum-line.
           05 sum-label         PIC X(40).
           05 sum-amount        PIC -(12)9.99.
           05 FILLER            PIC X(24) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-WAREHOUSE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO ws-run-timestamp
           OPEN OUTPUT WHSE-REPORT-FILE
           MOVE ws-run-date TO hd1-run-date
           MOVE ws-run-time TO hd1-run-time
           WRITE WHSE-REPORT-RECORD FROM ws-heading-1
           MOVE SPACES TO WHSE-REPORT-RECORD
           WRITE WHSE-REPORT-RECORD
           WRITE WHSE-REPORT-RECORD FROM ws-heading-2.

       2000-LIST-WAREHOUSE.
           OPEN INPUT ADD-WHSE-FILE
           PERFORM 2100-READ-WAREHOUSE UNTIL ws-eof-yes
           CLOSE ADD-WHSE-FILE.

       2100-READ-WAREHOUSE.
      *    A record whose value date has arrived is flagged DUE; the
      *    next warehouse release will move it to ADDTRAN.
           READ ADD-WHSE-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-whse-count
                   MOVE WH-TRAN-IMAGE TO ws-held-tran
                   MOVE WH-VALUE-DATE TO dtl-value-date
                   MOVE WH-WAREHOUSED-DATE TO dtl-held-date
                   MOVE WH-SOURCE-RECORD TO dtl-source
                   MOVE HT-OPERATION-CODE TO dtl-opcode
                   MOVE HT-ACCOUNT-NUMBER TO dtl-account
                   MOVE 0 TO dtl-operand-1
                   MOVE 0 TO dtl-operand-2
                   IF HT-OPERAND-1 NUMERIC
                       MOVE HT-OPERAND-1 TO dtl-operand-1
                       ADD HT-OPERAND-1 TO ws-total-operand-1
                   END-IF
                   IF HT-OPERAND-2 NUMERIC
                       MOVE HT-OPERAND-2 TO dtl-operand-2
                       ADD HT-OPERAND-2 TO ws-total-operand-2
                   END-IF
                   IF WH-VALUE-DATE NOT > ws-run-date
                       MOVE "DUE" TO dtl-due-flag
                       ADD 1 TO ws-due-count
                   ELSE
                       MOVE SPACES TO dtl-due-flag
                       ADD 1 TO ws-future-count
                   END-IF
                   WRITE WHSE-REPORT-RECORD FROM ws-detail-line
           END-READ.

       9000-TERMINATE.
           MOVE SPACES TO WHSE-REPORT-RECORD
           WRITE WHSE-REPORT-RECORD
           MOVE "RECORDS IN WAREHOUSE" TO cnt-label
           MOVE ws-whse-count TO cnt-count
           WRITE WHSE-REPORT-RECORD FROM ws-count-line
           MOVE "  DUE FOR RELEASE" TO cnt-label
           MOVE ws-due-count TO cnt-count
           WRITE WHSE-REPORT-RECORD FROM ws-count-line
           MOVE "  VALUE DATE STILL AHEAD" TO cnt-label
           MOVE ws-future-count TO cnt-count
           WRITE WHSE-REPORT-RECORD FROM ws-count-line
           MOVE "TOTAL OPERAND 1" TO sum-label
           MOVE ws-total-operand-1 TO sum-amount
           WRITE WHSE-REPORT-RECORD FROM ws-sum-line
           MOVE "TOTAL OPERAND 2" TO sum-label
           MOVE ws-total-operand-2 TO sum-amount
           WRITE WHSE-REPORT-RECORD FROM ws-sum-line
           MOVE "*** END OF REPORT ***" TO WHSE-REPORT-RECORD
           WRITE WHSE-REPORT-RECORD
           CLOSE WHSE-REPORT-FILE
           DISPLAY "Whse: " ws-whse-count " warehoused, "
               ws-due-count " due for release".
       END PROGRAM WhseReport.
