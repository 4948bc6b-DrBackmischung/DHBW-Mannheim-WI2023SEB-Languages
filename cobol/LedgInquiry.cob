       IDENTIFICATION DIVISION.
       PROGRAM-ID. LedgInquiry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-MASTER-FILE ASSIGN TO "LEDGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-MASTER-KEY
               FILE STATUS IS ws-file-status.
           SELECT LEDGER-ADJUST-FILE ASSIGN TO "LEDGADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-MASTER-KEY
               FILE STATUS IS ws-adj-file-status.
           SELECT OPTIONAL ADD-LEDGER-FILE ASSIGN TO "ADDLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-ARCH-FILE ASSIGN TO "LEDGARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-INDEX-FILE ASSIGN TO "AUDINDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-ENTRY-NUMBER
               FILE STATUS IS ws-index-file-status.
       DATA DIVISION.
       FILE SECTION.
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
       FD  LEDGER-ADJUST-FILE.
       01  LEDGER-ADJUST-RECORD.
           05 LA-MASTER-KEY.
               10 LA-OPERATION-CODE  PIC X(1).
               10 LA-PERIOD          PIC 9(6).
           05 LA-ADJUST-COUNT     PIC 9(6).
           05 LA-ADJUST-AMOUNT    PIC S9(14)V99
               SIGN IS TRAILING SEPARATE.
           05 LA-FIRST-POST-DATE  PIC X(8).
           05 LA-LAST-POST-DATE   PIC X(8).
       FD  ADD-LEDGER-FILE.
       01  ADD-LEDGER-RECORD.
           05 LG-OPERATION-CODE   PIC X(1).
           COPY OPERPAIR
               REPLACING PFX-OPERAND-1 BY LG-OPERAND-1
                         PFX-OPERAND-2 BY LG-OPERAND-2.
           COPY RESULT
               REPLACING PFX-RESULT BY LG-RESULT.
           05 LG-POST-DATE        PIC X(8).
           05 LG-POST-DATE-PARTS REDEFINES LG-POST-DATE.
               10 LG-POST-PERIOD  PIC X(6).
               10 FILLER          PIC X(2).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY LG-ACCOUNT-NUMBER.
           05 LG-ENTRY-NUMBER     PIC 9(6).
       FD  LEDGER-ARCH-FILE.
       01  LEDGER-ARCH-RECORD     PIC X(62).
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
       01 ws-file-status        PIC XX.
       01 ws-adj-file-status    PIC XX.
       01 ws-index-file-status  PIC XX.
       01 ws-master-flag        PIC X VALUE 'N'.
           88 ws-master-on-file     VALUE 'Y'.
       01 ws-adjust-flag        PIC X VALUE 'N'.
           88 ws-adjust-on-file     VALUE 'Y'.
       01 ws-index-flag         PIC X VALUE 'N'.
           88 ws-index-on-file      VALUE 'Y'.
       01 ws-menu-choice        PIC X.
       01 ws-done-flag          PIC X VALUE 'N'.
           88 ws-done-yes           VALUE 'Y'.
       01 ws-browse-flag        PIC X VALUE 'N'.
           88 ws-browse-done        VALUE 'Y'.
       01 ws-drill-flag         PIC X VALUE 'N'.
           88 ws-drill-done         VALUE 'Y'.
       01 ws-eof                PIC X VALUE 'N'.
           88 ws-eof-yes            VALUE 'Y'.
       01 ws-message            PIC X(40) VALUE SPACES.
       01 ws-inq-opcode         PIC X(1) VALUE SPACE.
       01 ws-inq-period         PIC 9(6) VALUE 0.
       01 ws-inq-period-x REDEFINES ws-inq-period PIC X(6).
       01 ws-closing-balance    PIC S9(14)V99 VALUE 0.
       01 ws-status-text        PIC X(8) VALUE SPACES.
       01 ws-adjust-count       PIC 9(6) VALUE 0.
       01 ws-adjust-amount      PIC S9(14)V99 VALUE 0.
       01 ws-postings-found     PIC 9(6) VALUE 0.
       01 ws-posting-source     PIC X(9) VALUE SPACES.
       01 ws-trace-entry        PIC 9(6) VALUE 0.
       01 ws-trace-source       PIC X(11) VALUE SPACES.
       01 ws-trace-timestamp    PIC X(21) VALUE SPACES.
       01 ws-trace-status       PIC 9 VALUE 0.
       01 ws-trace-reverses     PIC 9(6) VALUE 0.
       01 ws-trace-reversed-by  PIC 9(6) VALUE 0.

       SCREEN SECTION.
       01 SCR-MENU.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "LEDGER MASTER INQUIRY".
           05 LINE 3 COL 1 VALUE
               "B - Browse ledger positions by operation and period".
           05 LINE 4 COL 1 VALUE
               "D - Drill down to the postings behind a position".
           05 LINE 5 COL 1 VALUE "X - Exit".
           05 LINE 7 COL 1 VALUE "Selection: ".
           05 LINE 7 COL 12 PIC X(1) TO ws-menu-choice.
           05 LINE 9 COL 1 PIC X(40) FROM ws-message.

       01 SCR-KEY.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "LEDGER MASTER INQUIRY".
           05 LINE 3 COL 1 VALUE "Operation code : ".
           05 LINE 3 COL 18 PIC X(1) USING ws-inq-opcode.
           05 LINE 4 COL 1 VALUE "Period (YYYYMM): ".
           05 LINE 4 COL 18 PIC 9(6) USING ws-inq-period.
           05 LINE 6 COL 1 PIC X(40) FROM ws-message.

       01 SCR-POSITION.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "LEDGER MASTER POSITION".
           05 LINE 3 COL 1 VALUE "Operation code : ".
           05 LINE 3 COL 18 PIC X(1) FROM LM-OPERATION-CODE.
           05 LINE 4 COL 1 VALUE "Period         : ".
           05 LINE 4 COL 18 PIC 9(6) FROM LM-PERIOD.
           05 LINE 5 COL 1 VALUE "Balance forward: ".
           05 LINE 5 COL 18 PIC -(15)9.99 FROM LM-BALANCE-FORWARD.
           05 LINE 6 COL 1 VALUE "Period count   : ".
           05 LINE 6 COL 18 PIC ZZZZZ9 FROM LM-PERIOD-COUNT.
           05 LINE 7 COL 1 VALUE "Period amount  : ".
           05 LINE 7 COL 18 PIC -(15)9.99 FROM LM-PERIOD-AMOUNT.
           05 LINE 8 COL 1 VALUE "Closing balance: ".
           05 LINE 8 COL 18 PIC -(15)9.99 FROM ws-closing-balance.
           05 LINE 9 COL 1 VALUE "Period status  : ".
           05 LINE 9 COL 18 PIC X(8) FROM ws-status-text.
           05 LINE 9 COL 27 VALUE "by".
           05 LINE 9 COL 30 PIC X(8) FROM LM-STATUS-OPERATOR.
           05 LINE 9 COL 39 VALUE "on".
           05 LINE 9 COL 42 PIC X(8) FROM LM-STATUS-DATE.
           05 LINE 10 COL 1 VALUE "Adjustments    : ".
           05 LINE 10 COL 18 PIC ZZZZZ9 FROM ws-adjust-count.
           05 LINE 10 COL 25 PIC -(15)9.99 FROM ws-adjust-amount.
           05 LINE 12 COL 1 PIC X(40) FROM ws-message.

       01 SCR-POSTING.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "POSTING BEHIND LEDGER POSITION".
           05 LINE 1 COL 32 PIC X(1) FROM ws-inq-opcode.
           05 LINE 1 COL 34 PIC 9(6) FROM ws-inq-period.
           05 LINE 3 COL 1 VALUE "Found in       : ".
           05 LINE 3 COL 18 PIC X(9) FROM ws-posting-source.
           05 LINE 4 COL 1 VALUE "Posted on      : ".
           05 LINE 4 COL 18 PIC X(8) FROM LG-POST-DATE.
           05 LINE 5 COL 1 VALUE "Account number : ".
           05 LINE 5 COL 18 PIC X(10) FROM LG-ACCOUNT-NUMBER.
           05 LINE 6 COL 1 VALUE "Operand 1      : ".
           05 LINE 6 COL 18 PIC -(7)9.99 FROM LG-OPERAND-1.
           05 LINE 7 COL 1 VALUE "Operand 2      : ".
           05 LINE 7 COL 18 PIC -(7)9.99 FROM LG-OPERAND-2.
           05 LINE 8 COL 1 VALUE "Result         : ".
           05 LINE 8 COL 18 PIC -(15)9.99 FROM LG-RESULT.
           05 LINE 9 COL 1 VALUE "Audit entry    : ".
           05 LINE 9 COL 18 PIC 9(6) FROM ws-trace-entry.
           05 LINE 10 COL 1 VALUE "Audit index    : ".
           05 LINE 10 COL 18 PIC X(11) FROM ws-trace-source.
           05 LINE 11 COL 1 VALUE "Audit time     : ".
           05 LINE 11 COL 18 PIC X(21) FROM ws-trace-timestamp.
           05 LINE 12 COL 1 VALUE "Audit status   : ".
           05 LINE 12 COL 18 PIC 9 FROM ws-trace-status.
           05 LINE 13 COL 1 VALUE "Reverses entry : ".
           05 LINE 13 COL 18 PIC 9(6) FROM ws-trace-reverses.
           05 LINE 14 COL 1 VALUE "Reversed by    : ".
           05 LINE 14 COL 18 PIC 9(6) FROM ws-trace-reversed-by.
           05 LINE 16 COL 1 PIC X(40) FROM ws-message.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM UNTIL ws-done-yes
               PERFORM 2000-DISPLAY-MENU
               EVALUATE ws-menu-choice
                   WHEN "B" WHEN "b"
                       PERFORM 3000-BROWSE-POSITIONS
                   WHEN "D" WHEN "d"
                       PERFORM 4000-SELECT-POSITION
                   WHEN "X" WHEN "x"
                       SET ws-done-yes TO TRUE
                   WHEN OTHER
                       MOVE "*** INVALID SELECTION ***" TO ws-message
               END-EVALUATE
           END-PERFORM
           PERFORM 9000-CLOSE-FILES
           STOP RUN.

       1000-OPEN-FILES.
      *    Inquiry only: nothing here writes to the masters, so the
      *    screens can be used while the nightly run is posting.
           OPEN INPUT LEDGER-MASTER-FILE
           IF ws-file-status = "00"
               SET ws-master-on-file TO TRUE
           END-IF
           OPEN INPUT LEDGER-ADJUST-FILE
           IF ws-adj-file-status = "00"
               SET ws-adjust-on-file TO TRUE
           END-IF
           OPEN INPUT AUDIT-INDEX-FILE
           IF ws-index-file-status = "00"
               SET ws-index-on-file TO TRUE
           END-IF.

       2000-DISPLAY-MENU.
           DISPLAY SCR-MENU
           ACCEPT SCR-MENU
           MOVE SPACES TO ws-message.

       3000-BROWSE-POSITIONS.
      *    Browsing starts at the operation and period keyed; a
      *    blank operation code starts at the top of the master.
           MOVE SPACES TO ws-message
           DISPLAY SCR-KEY
           ACCEPT SCR-KEY
           IF NOT ws-master-on-file
               MOVE "*** NO LEDGER MASTER ON FILE ***" TO ws-message
           ELSE
               MOVE ws-inq-opcode TO LM-OPERATION-CODE
               MOVE ws-inq-period TO LM-PERIOD
               START LEDGER-MASTER-FILE
                   KEY IS NOT LESS THAN LM-MASTER-KEY
                   INVALID KEY
                       MOVE "*** NO POSITIONS FROM THAT KEY ***"
                           TO ws-message
                   NOT INVALID KEY
                       PERFORM 3100-BROWSE-LOOP
               END-START
           END-IF.

       3100-BROWSE-LOOP.
           MOVE "N" TO ws-browse-flag
           PERFORM UNTIL ws-browse-done
               READ LEDGER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "*** END OF LEDGER POSITIONS ***"
                           TO ws-message
                       SET ws-browse-done TO TRUE
                   NOT AT END
                       PERFORM 3200-SHOW-POSITION
                       MOVE "B=next, D=drill down, X=stop browsing"
                           TO ws-message
                       DISPLAY SCR-POSITION
                       ACCEPT ws-menu-choice
                           AT LINE 13 COL 1
                       EVALUATE ws-menu-choice
                           WHEN "X" WHEN "x"
                               SET ws-browse-done TO TRUE
                           WHEN "D" WHEN "d"
                               PERFORM 5000-DRILL-DOWN
                       END-EVALUATE
               END-READ
           END-PERFORM.

       3200-SHOW-POSITION.
      *    The adjustment period for a closed month is shown beside
      *    the certified figures, never folded into them.
           MOVE LM-OPERATION-CODE TO ws-inq-opcode
           MOVE LM-PERIOD TO ws-inq-period
           COMPUTE ws-closing-balance =
               LM-BALANCE-FORWARD + LM-PERIOD-AMOUNT
           EVALUATE TRUE
               WHEN LM-PERIOD-CLOSED
                   MOVE "CLOSED" TO ws-status-text
               WHEN LM-PERIOD-REOPENED
                   MOVE "REOPENED" TO ws-status-text
               WHEN OTHER
                   MOVE "OPEN" TO ws-status-text
           END-EVALUATE
           MOVE 0 TO ws-adjust-count
           MOVE 0 TO ws-adjust-amount
           IF ws-adjust-on-file
               MOVE LM-OPERATION-CODE TO LA-OPERATION-CODE
               MOVE LM-PERIOD TO LA-PERIOD
               READ LEDGER-ADJUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LA-ADJUST-COUNT TO ws-adjust-count
                       MOVE LA-ADJUST-AMOUNT TO ws-adjust-amount
               END-READ
           END-IF.

       4000-SELECT-POSITION.
           MOVE SPACES TO ws-message
           DISPLAY SCR-KEY
           ACCEPT SCR-KEY
           IF NOT ws-master-on-file
               MOVE "*** NO LEDGER MASTER ON FILE ***" TO ws-message
           ELSE
               MOVE ws-inq-opcode TO LM-OPERATION-CODE
               MOVE ws-inq-period TO LM-PERIOD
               READ LEDGER-MASTER-FILE
                   INVALID KEY
                       MOVE "*** NO POSITION FOR THAT KEY ***"
                           TO ws-message
                   NOT INVALID KEY
                       PERFORM 3200-SHOW-POSITION
                       MOVE "D=drill down, X=back to menu"
                           TO ws-message
                       DISPLAY SCR-POSITION
                       ACCEPT ws-menu-choice
                           AT LINE 13 COL 1
                       IF ws-menu-choice = "D" OR ws-menu-choice = "d"
                           PERFORM 5000-DRILL-DOWN
                       END-IF
                       MOVE SPACES TO ws-message
               END-READ
           END-IF.

       5000-DRILL-DOWN.
      *    A position's postings are the ledger records of its
      *    operation whose post date falls in its period - the same
      *    rule the month-end rollup and account statement use. The
      *    archived copies come first, being the older records.
           MOVE 0 TO ws-postings-found
           MOVE "N" TO ws-drill-flag
           MOVE "LEDGARCH" TO ws-posting-source
           MOVE "N" TO ws-eof
           OPEN INPUT LEDGER-ARCH-FILE
           PERFORM 5100-READ-ARCHIVED-POSTING
               UNTIL ws-eof-yes OR ws-drill-done
           CLOSE LEDGER-ARCH-FILE
           IF NOT ws-drill-done
               MOVE "ADDLEDGER" TO ws-posting-source
               MOVE "N" TO ws-eof
               OPEN INPUT ADD-LEDGER-FILE
               PERFORM 5200-READ-CURRENT-POSTING
                   UNTIL ws-eof-yes OR ws-drill-done
               CLOSE ADD-LEDGER-FILE
           END-IF
           IF ws-postings-found = 0
               MOVE "*** NO POSTINGS FOUND FOR POSITION ***"
                   TO ws-message
           ELSE
               MOVE "*** END OF POSTINGS FOR POSITION ***"
                   TO ws-message
           END-IF.

       5100-READ-ARCHIVED-POSTING.
           READ LEDGER-ARCH-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE LEDGER-ARCH-RECORD TO ADD-LEDGER-RECORD
                   PERFORM 5300-CHECK-POSTING
           END-READ.

       5200-READ-CURRENT-POSTING.
           READ ADD-LEDGER-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM 5300-CHECK-POSTING
           END-READ.

       5300-CHECK-POSTING.
           IF LG-OPERATION-CODE = ws-inq-opcode
               AND LG-POST-PERIOD = ws-inq-period-x
               ADD 1 TO ws-postings-found
               PERFORM 6000-TRACE-ENTRY
               MOVE "N=next posting, X=stop" TO ws-message
               DISPLAY SCR-POSTING
               ACCEPT ws-menu-choice
                   AT LINE 17 COL 1
               IF ws-menu-choice = "X" OR ws-menu-choice = "x"
                   SET ws-drill-done TO TRUE
               END-IF
           END-IF.

       6000-TRACE-ENTRY.
      *    One keyed read on the audit entry index gives the entry
      *    that wrote the posting, whether it has since been archived
      *    or not, and the reversal that undid it. A posting written
      *    before ledger records carried an entry number cannot be
      *    traced and shows entry zero.
           MOVE 0 TO ws-trace-entry
           MOVE SPACES TO ws-trace-timestamp
           MOVE 0 TO ws-trace-status
           MOVE 0 TO ws-trace-reverses
           MOVE 0 TO ws-trace-reversed-by
           IF LG-ENTRY-NUMBER NUMERIC
               MOVE LG-ENTRY-NUMBER TO ws-trace-entry
           END-IF
           EVALUATE TRUE
               WHEN ws-trace-entry = 0
                   MOVE "UNTRACED" TO ws-trace-source
               WHEN NOT ws-index-on-file
                   MOVE "NO INDEX" TO ws-trace-source
               WHEN OTHER
                   MOVE ws-trace-entry TO AX-ENTRY-NUMBER
                   READ AUDIT-INDEX-FILE
                       INVALID KEY
                           MOVE "NOT INDEXED" TO ws-trace-source
                       NOT INVALID KEY
                           MOVE "AUDINDX" TO ws-trace-source
                           MOVE AX-TIMESTAMP TO ws-trace-timestamp
                           MOVE AX-STATUS TO ws-trace-status
                           MOVE AX-REVERSAL-REF TO ws-trace-reverses
                           MOVE AX-REVERSED-BY
                               TO ws-trace-reversed-by
                   END-READ
           END-EVALUATE.

       9000-CLOSE-FILES.
           IF ws-master-on-file
               CLOSE LEDGER-MASTER-FILE
           END-IF
           IF ws-adjust-on-file
               CLOSE LEDGER-ADJUST-FILE
           END-IF
           IF ws-index-on-file
               CLOSE AUDIT-INDEX-FILE
           END-IF.
       END PROGRAM LedgInquiry.
