       IDENTIFICATION DIVISION.
       PROGRAM-ID. PeriodReopen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REOPEN-PARM-FILE ASSIGN TO "REOPPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-MASTER-FILE ASSIGN TO "LEDGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-MASTER-KEY
               FILE STATUS IS ws-file-status.
           SELECT OPTIONAL PERIOD-JOURNAL-FILE ASSIGN TO "PERDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REOPEN-PARM-FILE.
       01  REOPEN-PARM-RECORD.
           05 PRM-PERIOD          PIC X(6).
           05 PRM-OPERATOR        PIC X(8).
           05 PRM-REASON          PIC X(40).
       FD  LEDGER-MASTER-FILE.
       01  LEDGER-MASTER-RECORD.
           05 LM-MASTER-KEY.
               10 LM-OPERATION-CODE  PIC X(1).
               10 LM-PERIOD          PIC 9(6).
           05 LM-BALANCE-FORWARD  PIC S9(14)V99
               SIGN IS TRAILING SEPARATE.
           05 LM-PERIOD-COUNT     PIC 9(6).
           05 LM-PERIOD-AMOUNT    PIC S9(14)V99
               SIGN IS TRAILING SEPARATE.
           05 LM-PERIOD-STATUS    PIC X(1).
               88 LM-PERIOD-OPEN      VALUE " ".
               88 LM-PERIOD-CLOSED    VALUE "C".
               88 LM-PERIOD-REOPENED  VALUE "R".
           05 LM-STATUS-OPERATOR  PIC X(8).
           05 LM-STATUS-DATE      PIC X(8).
           05 LM-STATUS-TIME      PIC X(6).
       FD  PERIOD-JOURNAL-FILE.
       01  PERIOD-JOURNAL-RECORD.
           05 PJ-TIMESTAMP        PIC X(21).
           05 PJ-OPERATOR         PIC X(8).
           05 PJ-ACTION           PIC X(1).
           05 PJ-PERIOD           PIC 9(6).
           05 PJ-POSITION-COUNT   PIC 9(4).
           05 PJ-REASON           PIC X(40).
       WORKING-STORAGE SECTION.
       01 ws-file-status        PIC XX.
       01 ws-eof                PIC X VALUE 'N'.
           88 ws-eof-yes            VALUE 'Y'.
       01 ws-run-timestamp      PIC X(21).
       01 ws-run-stamp-parts REDEFINES ws-run-timestamp.
           05 ws-run-date       PIC X(8).
           05 ws-run-time       PIC X(6).
           05 FILLER            PIC X(7).
       01 ws-reopen-period      PIC 9(6) VALUE 0.
       01 ws-reopen-period-parts REDEFINES ws-reopen-period.
           05 FILLER            PIC 9(4).
           05 ws-reopen-month   PIC 9(2).
       01 ws-operator-id        PIC X(8) VALUE SPACES.
       01 ws-reason             PIC X(40) VALUE SPACES.
       01 ws-refuse-flag        PIC X VALUE 'N'.
           88 ws-reopen-refused     VALUE 'Y'.
       01 ws-reopened-count     PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    Operator step: reopens a closed period so the posting run
      *    will accept it again. It is kept apart from the close and
      *    journalled with the operator and the reason, so every
      *    change to a signed-off month can be traced.
           PERFORM 1000-INITIALIZE
           IF ws-reopen-refused
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-REOPEN-PERIOD
               IF ws-reopened-count = 0
                   DISPLAY "Reopen: *** PERIOD " ws-reopen-period
                       " IS NOT CLOSED - NOTHING REOPENED ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 3000-WRITE-JOURNAL
                   DISPLAY "Reopen: period " ws-reopen-period
                       " reopened by " ws-operator-id ", "
                       ws-reopened-count " positions"
               END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO ws-run-timestamp
           OPEN INPUT REOPEN-PARM-FILE
           READ REOPEN-PARM-FILE
               AT END
                   MOVE SPACES TO REOPEN-PARM-RECORD
           END-READ
           CLOSE REOPEN-PARM-FILE
           IF PRM-PERIOD NUMERIC
               MOVE PRM-PERIOD TO ws-reopen-period
           END-IF
           MOVE PRM-OPERATOR TO ws-operator-id
           MOVE PRM-REASON TO ws-reason
           EVALUATE TRUE
               WHEN ws-reopen-period = 0
                   OR ws-reopen-month = 0 OR ws-reopen-month > 12
                   SET ws-reopen-refused TO TRUE
                   DISPLAY "Reopen: *** REOPPARM PERIOD " PRM-PERIOD
                       " IS NOT A VALID YYYYMM ***"
               WHEN ws-operator-id = SPACES
                   SET ws-reopen-refused TO TRUE
                   DISPLAY "Reopen: *** REOPPARM MUST NAME THE "
                       "OPERATOR ***"
               WHEN ws-reason = SPACES
                   SET ws-reopen-refused TO TRUE
                   DISPLAY "Reopen: *** REOPPARM MUST GIVE THE REASON "
                       "FOR REOPENING ***"
           END-EVALUATE
           IF NOT ws-reopen-refused
               OPEN I-O LEDGER-MASTER-FILE
               IF ws-file-status = "35"
                   SET ws-reopen-refused TO TRUE
                   DISPLAY "Reopen: *** NO LEDGER MASTER ON FILE ***"
               END-IF
           END-IF.

       2000-REOPEN-PERIOD.
           MOVE SPACE TO LM-OPERATION-CODE
           MOVE 0 TO LM-PERIOD
           START LEDGER-MASTER-FILE
               KEY IS NOT LESS THAN LM-MASTER-KEY
               INVALID KEY
                   SET ws-eof-yes TO TRUE
           END-START
           PERFORM 2100-READ-MASTER UNTIL ws-eof-yes
           CLOSE LEDGER-MASTER-FILE.

       2100-READ-MASTER.
           READ LEDGER-MASTER-FILE NEXT RECORD
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF LM-PERIOD = ws-reopen-period
                       AND LM-PERIOD-CLOSED
                       SET LM-PERIOD-REOPENED TO TRUE
                       MOVE ws-operator-id TO LM-STATUS-OPERATOR
                       MOVE ws-run-date TO LM-STATUS-DATE
                       MOVE ws-run-time TO LM-STATUS-TIME
                       REWRITE LEDGER-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "Reopen: *** REWRITE FAILED "
                                   "FOR KEY " LM-MASTER-KEY " ***"
                           NOT INVALID KEY
                               ADD 1 TO ws-reopened-count
                       END-REWRITE
                   END-IF
           END-READ
           IF ws-file-status NOT = "00" AND ws-file-status NOT = "10"
               SET ws-eof-yes TO TRUE
           END-IF.

       3000-WRITE-JOURNAL.
           OPEN EXTEND PERIOD-JOURNAL-FILE
           MOVE ws-run-timestamp TO PJ-TIMESTAMP
           MOVE ws-operator-id TO PJ-OPERATOR
           MOVE "R" TO PJ-ACTION
           MOVE ws-reopen-period TO PJ-PERIOD
           MOVE ws-reopened-count TO PJ-POSITION-COUNT
           MOVE ws-reason TO PJ-REASON
           WRITE PERIOD-JOURNAL-RECORD
           CLOSE PERIOD-JOURNAL-FILE.
       END PROGRAM PeriodReopen.
