               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-MASTER-KEY
               FILE STATUS IS ws-file-status.
           SELECT LEDGER-ADJUST-FILE ASSIGN TO "LEDGADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-MASTER-KEY
               FILE STATUS IS ws-adj-file-status.
           SELECT LEDGER-REPORT-FILE ASSIGN TO "LEDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
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
       FD  LEDGER-REPORT-FILE.
       01  LEDGER-REPORT-RECORD   PIC X(110).
       WORKING-STORAGE SECTION.
       01 ws-file-status        PIC XX.
       01 ws-adj-file-status    PIC XX.
       01 ws-adj-eof            PIC X VALUE 'N'.
           88 ws-adj-eof-yes        VALUE 'Y'.
       01 ws-adj-count          PIC 9(6) VALUE 0.
       01 ws-adj-item-count     PIC 9(6) VALUE 0.
       01 ws-closed-count       PIC 9(6) VALUE 0.
       01 ws-eof                PIC X VALUE 'N'.
           88 ws-eof-yes            VALUE 'Y'.
       01 ws-master-flag        PIC X VALUE 'Y'.
           05 FILLER PIC X(9)  VALUE "    COUNT".
           05 FILLER PIC X(16) VALUE "  PERIOD-AMOUNT ".
           05 FILLER PIC X(17) VALUE " CLOSING-BALANCE ".
           05 FILLER PIC X(19) VALUE "             STATUS".
       01 ws-detail-line.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 dtl-opcode        PIC X(1).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-closing       PIC -(15)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-status        PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-flag          PIC X(15).
       01 ws-adj-heading-1.
           05 FILLER            PIC X(50) VALUE
               "ADJUSTMENT PERIODS - LATE ITEMS FOR CLOSED PERIODS".
           05 FILLER            PIC X(60) VALUE SPACES.
       01 ws-adj-heading-2.
           05 FILLER PIC X(12) VALUE " OP  PERIOD ".
           05 FILLER PIC X(9)  VALUE "    COUNT".
           05 FILLER PIC X(21) VALUE "    ADJUSTMENT-AMOUNT".
           05 FILLER PIC X(22) VALUE "  FIRST-POST LAST-POST".
       01 ws-adj-detail-line.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 adj-opcode        PIC X(1).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 adj-period        PIC 9(6).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 adj-count         PIC ZZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 adj-amount        PIC -(15)9.99.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 adj-first-date    PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 adj-last-date     PIC X(8).
       01 ws-total-line.
           05 tot-label         PIC X(32).
           05 tot-count         PIC ZZZZZ9.
           MOVE LM-PERIOD-COUNT TO dtl-count
           MOVE LM-PERIOD-AMOUNT TO dtl-amount
           MOVE ws-closing-balance TO dtl-closing
           EVALUATE TRUE
               WHEN LM-PERIOD-CLOSED
                   MOVE "CLOSED" TO dtl-status
                   ADD 1 TO ws-closed-count
               WHEN LM-PERIOD-REOPENED
                   MOVE "REOPENED" TO dtl-status
               WHEN OTHER
                   MOVE SPACES TO dtl-status
           END-EVALUATE
           IF ws-prior-seen
               AND LM-BALANCE-FORWARD NOT = ws-prior-closing
               MOVE "*CARRY BREAK*" TO dtl-flag
           WRITE LEDGER-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE 3 TO ws-line-count.

       5000-REPORT-ADJUSTMENTS.
      *    Late items for closed periods are kept off the certified
      *    master, so they are listed on a page of their own and
      *    never enter the balance carry proved above.
           OPEN INPUT LEDGER-ADJUST-FILE
           IF ws-adj-file-status NOT = "35"
               MOVE SPACE TO LA-OPERATION-CODE
               MOVE 0 TO LA-PERIOD
               START LEDGER-ADJUST-FILE
                   KEY IS NOT LESS THAN LA-MASTER-KEY
                   INVALID KEY
                       SET ws-adj-eof-yes TO TRUE
               END-START
               IF NOT ws-adj-eof-yes
                   PERFORM 5100-READ-ADJUSTMENT
               END-IF
               IF NOT ws-adj-eof-yes
                   PERFORM 5200-ADJUST-HEADING
               END-IF
               PERFORM 5300-PRINT-ADJUSTMENT UNTIL ws-adj-eof-yes
               CLOSE LEDGER-ADJUST-FILE
           END-IF
           IF ws-adj-count > 0
               MOVE SPACES TO LEDGER-REPORT-RECORD
               WRITE LEDGER-REPORT-RECORD AFTER ADVANCING 1 LINE
               MOVE "  ADJUSTMENT POSITIONS PRINTED  " TO tot-label
               MOVE ws-adj-count TO tot-count
               WRITE LEDGER-REPORT-RECORD FROM ws-total-line
                   AFTER ADVANCING 1 LINE
               MOVE "  LATE ITEMS POSTED             " TO tot-label
               MOVE ws-adj-item-count TO tot-count
               WRITE LEDGER-REPORT-RECORD FROM ws-total-line
                   AFTER ADVANCING 1 LINE
           END-IF.

       5100-READ-ADJUSTMENT.
           READ LEDGER-ADJUST-FILE NEXT RECORD
               AT END
                   SET ws-adj-eof-yes TO TRUE
           END-READ.

       5200-ADJUST-HEADING.
           ADD 1 TO ws-page-number
           MOVE ws-page-number TO hd1-page-number
           WRITE LEDGER-REPORT-RECORD FROM ws-heading-1
               AFTER ADVANCING PAGE
           WRITE LEDGER-REPORT-RECORD FROM ws-adj-heading-1
               AFTER ADVANCING 1 LINE
           WRITE LEDGER-REPORT-RECORD FROM ws-adj-heading-2
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO LEDGER-REPORT-RECORD
           WRITE LEDGER-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE 4 TO ws-line-count.

       5300-PRINT-ADJUSTMENT.
           IF ws-line-count > ws-lines-per-page
               PERFORM 5200-ADJUST-HEADING
           END-IF
           MOVE LA-OPERATION-CODE TO adj-opcode
           MOVE LA-PERIOD TO adj-period
           MOVE LA-ADJUST-COUNT TO adj-count
           MOVE LA-ADJUST-AMOUNT TO adj-amount
           MOVE LA-FIRST-POST-DATE TO adj-first-date
           MOVE LA-LAST-POST-DATE TO adj-last-date
           WRITE LEDGER-REPORT-RECORD FROM ws-adj-detail-line
               AFTER ADVANCING 1 LINE
           ADD 1 TO ws-line-count
           ADD 1 TO ws-adj-count
           ADD LA-ADJUST-COUNT TO ws-adj-item-count
           PERFORM 5100-READ-ADJUSTMENT.

       9000-TERMINATE.
           IF ws-page-number = 0
               PERFORM 3000-PAGE-HEADING
           WRITE LEDGER-REPORT-RECORD AFTER ADVANCING 1 LINE
           MOVE "  PERIOD POSITIONS PRINTED      " TO tot-label
           MOVE ws-period-count TO tot-count
           WRITE LEDGER-REPORT-RECORD FROM ws-total-line
               AFTER ADVANCING 1 LINE
           MOVE "  CLOSED PERIOD POSITIONS       " TO tot-label
           MOVE ws-closed-count TO tot-count
           WRITE LEDGER-REPORT-RECORD FROM ws-total-line
               AFTER ADVANCING 1 LINE
           MOVE "  BALANCE CARRY BREAKS          " TO tot-label
                   ws-period-count " period positions printed"
           END-IF
           WRITE LEDGER-REPORT-RECORD AFTER ADVANCING 1 LINE
           PERFORM 5000-REPORT-ADJUSTMENTS
           IF ws-master-on-file
               CLOSE LEDGER-MASTER-FILE
           END-IF
