       IDENTIFICATION DIVISION.
       PROGRAM-ID. StatusConvert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PENDING-FILE ASSIGN TO "ADDPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPD-RECORD-KEY
               FILE STATUS IS ws-file-status.
           SELECT NEW-PENDING-FILE ASSIGN TO "ADDPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPD-RECORD-KEY
               FILE STATUS IS ws-file-status.
           SELECT OLD-LEDGER-MASTER-FILE ASSIGN TO "LEDGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLM-MASTER-KEY
               FILE STATUS IS ws-file-status.
           SELECT NEW-LEDGER-MASTER-FILE ASSIGN TO "LEDGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NLM-MASTER-KEY
               FILE STATUS IS ws-file-status.
           SELECT CONV-WORK-FILE ASSIGN TO "CONVWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    The OLD- record layouts below freeze the records as they
      *    stood before the pending file took the account number and
      *    approval fields and the ledger master took the period
      *    status; they must never pick the widths up from the
      *    copybooks, which may change again.
       FD  OLD-PENDING-FILE.
       01  OLD-PENDING-RECORD.
           05 OPD-RECORD-KEY      PIC 9(6).
           05 OPD-OPERATION-CODE  PIC X(1).
           05 OPD-OPERAND-1       PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           05 OPD-OPERAND-2       PIC S9(7)V99
               SIGN IS TRAILING SEPARATE.
           05 OPD-REASON-TEXT     PIC X(35).
           05 OPD-REASON-CODE     PIC 9(2).
           05 OPD-FIRST-PEND-DATE PIC X(8).
       FD  NEW-PENDING-FILE.
       01  NEW-PENDING-RECORD.
           05 NPD-RECORD-KEY      PIC 9(6).
           05 NPD-REST            PIC X(101).
       FD  OLD-LEDGER-MASTER-FILE.
       01  OLD-LEDGER-MASTER-RECORD.
           05 OLM-MASTER-KEY.
               10 OLM-OPERATION-CODE PIC X(1).
               10 OLM-PERIOD         PIC 9(6).
           05 OLM-BALANCE-FORWARD PIC S9(14)V99
               SIGN IS TRAILING SEPARATE.
           05 OLM-PERIOD-COUNT    PIC 9(6).
           05 OLM-PERIOD-AMOUNT   PIC S9(14)V99
               SIGN IS TRAILING SEPARATE.
       FD  NEW-LEDGER-MASTER-FILE.
       01  NEW-LEDGER-MASTER-RECORD.
           05 NLM-MASTER-KEY.
               10 NLM-OPERATION-CODE PIC X(1).
               10 NLM-PERIOD         PIC 9(6).
           05 NLM-REST            PIC X(63).
       FD  CONV-WORK-FILE.
       01  CONV-WORK-RECORD       PIC X(107).
       WORKING-STORAGE SECTION.
       01 ws-file-status        PIC XX.
       01 ws-eof                PIC X VALUE 'N'.
           88 ws-eof-yes            VALUE 'Y'.
       01 ws-error-flag         PIC X VALUE 'N'.
           88 ws-convert-error      VALUE 'Y'.
       01 ws-read-count         PIC 9(6) VALUE 0.
       01 ws-bad-count          PIC 9(6) VALUE 0.
       01 ws-write-count        PIC 9(6) VALUE 0.
       01 ws-pending-new.
           05 ws-np-key         PIC 9(6).
           05 ws-np-opcode      PIC X(1).
           COPY OPERPAIR
               REPLACING PFX-OPERAND-1 BY ws-np-operand-1
                         PFX-OPERAND-2 BY ws-np-operand-2.
           05 ws-np-reason-text PIC X(35).
           05 ws-np-reason-code PIC 9(2).
           05 ws-np-first-date  PIC X(8).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY ws-np-account-number.
           05 ws-np-approval    PIC X(1).
           05 ws-np-changed-by  PIC X(8).
           05 ws-np-changed-date PIC X(8).
           05 ws-np-approved-by PIC X(8).
       01 ws-master-new.
           05 ws-nm-opcode      PIC X(1).
           05 ws-nm-period      PIC 9(6).
           05 ws-nm-balance-fwd PIC S9(14)V99
               SIGN IS TRAILING SEPARATE.
           05 ws-nm-count       PIC 9(6).
           05 ws-nm-amount      PIC S9(14)V99
               SIGN IS TRAILING SEPARATE.
           05 ws-nm-status      PIC X(1).
           05 ws-nm-operator    PIC X(8).
           05 ws-nm-status-date PIC X(8).
           05 ws-nm-status-time PIC X(6).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    One-time cutover: rewrites the pending file into the layout
      *    carrying the account number and approval fields, and the
      *    ledger master into the layout carrying the period status.
      *    Run it once, with nothing else running, after the programs
      *    carrying the new layouts are installed. A file that cannot
      *    be read in the old layout (already converted, or damaged)
      *    is left untouched and reported.
      *
      *    Every pending entry comes across as needing correction with
      *    no account, so each is completed in TranMaint and goes
      *    through approval before the nightly release will take it.
      *    Every ledger period comes across open.
      *
      *    The audit entry index is new with this release and is not
      *    built here: run AuditIndex once after this program and
      *    before the first Add, so AUDINDX is seeded from AUDARCH and
      *    ADDAUDIT. Without it Add starts an empty index and warns,
      *    and BackoutRun holds back every entry it cannot find.
           PERFORM 1000-CONVERT-PENDING
           PERFORM 2000-CONVERT-LEDGER-MASTER
           IF ws-convert-error
               DISPLAY "Convert: *** ONE OR MORE FILES NOT "
                   "CONVERTED - SEE MESSAGES ABOVE ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Convert: conversion complete - run "
                   "AuditIndex before the first Add"
           END-IF
           STOP RUN.

       1000-CONVERT-PENDING.
           MOVE "N" TO ws-eof
           MOVE 0 TO ws-read-count ws-bad-count ws-write-count
           OPEN INPUT OLD-PENDING-FILE
           EVALUATE ws-file-status
               WHEN "35"
                   DISPLAY "Convert: ADDPEND not on file - nothing "
                       "to do"
               WHEN "00"
                   PERFORM 1050-UNLOAD-PENDING
               WHEN OTHER
                   SET ws-convert-error TO TRUE
                   DISPLAY "Convert: *** ADDPEND WILL NOT OPEN IN "
                       "THE OLD LAYOUT (STATUS " ws-file-status
                       ") - LEFT UNCHANGED ***"
           END-EVALUATE.

       1050-UNLOAD-PENDING.
           OPEN OUTPUT CONV-WORK-FILE
           MOVE 0 TO OPD-RECORD-KEY
           START OLD-PENDING-FILE
               KEY IS NOT LESS THAN OPD-RECORD-KEY
               INVALID KEY
                   SET ws-eof-yes TO TRUE
           END-START
           IF ws-file-status NOT = "00"
               SET ws-eof-yes TO TRUE
           END-IF
           PERFORM 1100-READ-OLD-PENDING UNTIL ws-eof-yes
           CLOSE OLD-PENDING-FILE CONV-WORK-FILE
           EVALUATE TRUE
               WHEN ws-read-count = 0
                   DISPLAY "Convert: ADDPEND empty - nothing to do"
               WHEN ws-bad-count > 0
                   SET ws-convert-error TO TRUE
                   DISPLAY "Convert: *** ADDPEND HAS " ws-bad-count
                       " RECORDS NOT IN THE OLD LAYOUT - LEFT "
                       "UNCHANGED ***"
               WHEN OTHER
                   OPEN INPUT CONV-WORK-FILE
                   OPEN OUTPUT NEW-PENDING-FILE
                   MOVE "N" TO ws-eof
                   PERFORM 1200-LOAD-NEW-PENDING UNTIL ws-eof-yes
                   CLOSE CONV-WORK-FILE NEW-PENDING-FILE
                   DISPLAY "Convert: ADDPEND converted, "
                       ws-write-count " records"
           END-EVALUATE.

       1100-READ-OLD-PENDING.
           READ OLD-PENDING-FILE NEXT RECORD
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-read-count
                   IF OPD-RECORD-KEY NUMERIC
                       AND OPD-OPERAND-1 NUMERIC
                       AND OPD-OPERAND-2 NUMERIC
                       AND OPD-REASON-CODE NUMERIC
                       MOVE OPD-RECORD-KEY TO ws-np-key
                       MOVE OPD-OPERATION-CODE TO ws-np-opcode
                       MOVE OPD-OPERAND-1 TO ws-np-operand-1
                       MOVE OPD-OPERAND-2 TO ws-np-operand-2
                       MOVE OPD-REASON-TEXT TO ws-np-reason-text
                       MOVE OPD-REASON-CODE TO ws-np-reason-code
                       MOVE OPD-FIRST-PEND-DATE TO ws-np-first-date
                       MOVE SPACES TO ws-np-account-number
                       MOVE "N" TO ws-np-approval
                       MOVE SPACES TO ws-np-changed-by
                                      ws-np-changed-date
                                      ws-np-approved-by
                       WRITE CONV-WORK-RECORD FROM ws-pending-new
                   ELSE
                       ADD 1 TO ws-bad-count
                   END-IF
           END-READ
           IF ws-file-status NOT = "00" AND ws-file-status NOT = "10"
               SET ws-eof-yes TO TRUE
           END-IF.

       1200-LOAD-NEW-PENDING.
           READ CONV-WORK-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE CONV-WORK-RECORD TO NEW-PENDING-RECORD
                   WRITE NEW-PENDING-RECORD
                       INVALID KEY
                           DISPLAY "Convert: *** DUPLICATE PENDING "
                               "KEY " NPD-RECORD-KEY " ***"
                       NOT INVALID KEY
                           ADD 1 TO ws-write-count
                   END-WRITE
           END-READ.

       2000-CONVERT-LEDGER-MASTER.
           MOVE "N" TO ws-eof
           MOVE 0 TO ws-read-count ws-bad-count ws-write-count
           OPEN INPUT OLD-LEDGER-MASTER-FILE
           EVALUATE ws-file-status
               WHEN "35"
                   DISPLAY "Convert: LEDGMST not on file - nothing "
                       "to do"
               WHEN "00"
                   PERFORM 2050-UNLOAD-MASTER
               WHEN OTHER
                   SET ws-convert-error TO TRUE
                   DISPLAY "Convert: *** LEDGMST WILL NOT OPEN IN "
                       "THE OLD LAYOUT (STATUS " ws-file-status
                       ") - LEFT UNCHANGED ***"
           END-EVALUATE.

       2050-UNLOAD-MASTER.
           OPEN OUTPUT CONV-WORK-FILE
           MOVE SPACE TO OLM-OPERATION-CODE
           MOVE 0 TO OLM-PERIOD
           START OLD-LEDGER-MASTER-FILE
               KEY IS NOT LESS THAN OLM-MASTER-KEY
               INVALID KEY
                   SET ws-eof-yes TO TRUE
           END-START
           IF ws-file-status NOT = "00"
               SET ws-eof-yes TO TRUE
           END-IF
           PERFORM 2100-READ-OLD-MASTER UNTIL ws-eof-yes
           CLOSE OLD-LEDGER-MASTER-FILE CONV-WORK-FILE
           EVALUATE TRUE
               WHEN ws-read-count = 0
                   DISPLAY "Convert: LEDGMST empty - nothing to do"
               WHEN ws-bad-count > 0
                   SET ws-convert-error TO TRUE
                   DISPLAY "Convert: *** LEDGMST HAS " ws-bad-count
                       " RECORDS NOT IN THE OLD LAYOUT - LEFT "
                       "UNCHANGED ***"
               WHEN OTHER
                   OPEN INPUT CONV-WORK-FILE
                   OPEN OUTPUT NEW-LEDGER-MASTER-FILE
                   MOVE "N" TO ws-eof
                   PERFORM 2200-LOAD-NEW-MASTER UNTIL ws-eof-yes
                   CLOSE CONV-WORK-FILE NEW-LEDGER-MASTER-FILE
                   DISPLAY "Convert: LEDGMST converted, "
                       ws-write-count " records"
           END-EVALUATE.

       2100-READ-OLD-MASTER.
           READ OLD-LEDGER-MASTER-FILE NEXT RECORD
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-read-count
                   IF OLM-BALANCE-FORWARD NUMERIC
                       AND OLM-PERIOD-COUNT NUMERIC
                       AND OLM-PERIOD-AMOUNT NUMERIC
                       MOVE OLM-OPERATION-CODE TO ws-nm-opcode
                       MOVE OLM-PERIOD TO ws-nm-period
                       MOVE OLM-BALANCE-FORWARD TO ws-nm-balance-fwd
                       MOVE OLM-PERIOD-COUNT TO ws-nm-count
                       MOVE OLM-PERIOD-AMOUNT TO ws-nm-amount
                       MOVE SPACE TO ws-nm-status
                       MOVE SPACES TO ws-nm-operator
                                      ws-nm-status-date
                                      ws-nm-status-time
                       WRITE CONV-WORK-RECORD FROM ws-master-new
                   ELSE
                       ADD 1 TO ws-bad-count
                   END-IF
           END-READ
           IF ws-file-status NOT = "00" AND ws-file-status NOT = "10"
               SET ws-eof-yes TO TRUE
           END-IF.

       2200-LOAD-NEW-MASTER.
           READ CONV-WORK-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE CONV-WORK-RECORD TO NEW-LEDGER-MASTER-RECORD
                   WRITE NEW-LEDGER-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Convert: *** DUPLICATE MASTER "
                               "KEY " NLM-MASTER-KEY " ***"
                       NOT INVALID KEY
                           ADD 1 TO ws-write-count
                   END-WRITE
           END-READ.
       END PROGRAM StatusConvert.
