       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLFeed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-PARM-FILE ASSIGN TO "GLPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-OPERATION-CODE
               FILE STATUS IS ws-map-file-status.
           SELECT OPTIONAL GL-SENT-FILE ASSIGN TO "GLSENT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-REPORT-FILE ASSIGN TO "GLFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-PARM-FILE.
       01  GL-PARM-RECORD.
           05 PRM-PERIOD          PIC X(6).
           05 PRM-OPERATOR        PIC X(8).
           05 PRM-FORCE-FLAG      PIC X(1).
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
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05 GM-OPERATION-CODE   PIC X(1).
           05 GM-DEBIT-ACCOUNT    PIC X(12).
           05 GM-CREDIT-ACCOUNT   PIC X(12).
           05 GM-DESCRIPTION      PIC X(30).
           05 GM-CHANGED-DATE     PIC X(8).
       FD  GL-SENT-FILE.
       01  GL-SENT-RECORD.
           05 GS-PERIOD           PIC 9(6).
           05 GS-BATCH-NUMBER     PIC 9(6).
           05 GS-SENT-DATE        PIC X(8).
           05 GS-SENT-TIME        PIC X(6).
           05 GS-OPERATOR         PIC X(8).
           05 GS-RECORD-COUNT     PIC 9(6).
           05 GS-HASH-TOTAL       PIC S9(14)V99
               SIGN IS TRAILING SEPARATE.
           05 GS-FORCED-FLAG      PIC X(1).
       FD  GL-JOURNAL-FILE.
       01  GL-HEADER-RECORD.
           05 GH-RECORD-TYPE      PIC X(1).
           05 GH-SENDING-SYSTEM   PIC X(8).
           05 GH-BATCH-DATE       PIC X(8).
           05 GH-BATCH-NUMBER     PIC 9(6).
           05 GH-PERIOD           PIC 9(6).
           05 GH-RESEND-FLAG      PIC X(1).
       01  GL-DETAIL-RECORD.
           05 GD-RECORD-TYPE      PIC X(1).
           05 GD-GL-ACCOUNT       PIC X(12).
           05 GD-DEBIT-CREDIT     PIC X(1).
           05 GD-AMOUNT           PIC 9(14)V99.
           05 GD-OPERATION-CODE   PIC X(1).
           05 GD-PERIOD           PIC 9(6).
           05 GD-DESCRIPTION      PIC X(30).
       01  GL-TRAILER-RECORD.
           05 GT-RECORD-TYPE      PIC X(1).
           05 GT-RECORD-COUNT     PIC 9(6).
           05 GT-HASH-TOTAL       PIC S9(14)V99
               SIGN IS TRAILING SEPARATE.
       FD  GL-REPORT-FILE.
       01  GL-REPORT-RECORD       PIC X(80).
       WORKING-STORAGE SECTION.
       01 ws-file-status        PIC XX.
       01 ws-map-file-status    PIC XX.
       01 ws-adj-file-status    PIC XX.
       01 ws-eof                PIC X VALUE 'N'.
           88 ws-eof-yes            VALUE 'Y'.
       01 ws-sending-system     PIC X(8) VALUE "ADDLEDGR".
       01 ws-run-timestamp      PIC X(21).
       01 ws-run-stamp-parts REDEFINES ws-run-timestamp.
           05 ws-run-date       PIC X(8).
           05 ws-run-time       PIC X(6).
           05 FILLER            PIC X(7).
       01 ws-feed-period        PIC 9(6) VALUE 0.
       01 ws-feed-period-parts REDEFINES ws-feed-period.
           05 FILLER            PIC 9(4).
           05 ws-feed-month     PIC 9(2).
       01 ws-operator-id        PIC X(8) VALUE SPACES.
       01 ws-force-flag         PIC X VALUE 'N'.
           88 ws-force-resend       VALUE 'Y'.
       01 ws-refuse-flag        PIC X VALUE 'N'.
           88 ws-feed-refused       VALUE 'Y'.
       01 ws-sent-flag          PIC X VALUE 'N'.
           88 ws-sent-before        VALUE 'Y'.
       01 ws-sent-batch         PIC 9(6) VALUE 0.
       01 ws-sent-date          PIC X(8) VALUE SPACES.
       01 ws-last-batch         PIC 9(6) VALUE 0.
       01 ws-batch-number       PIC 9(6) VALUE 0.
       01 ws-not-closed-count   PIC 9(4) VALUE 0.
       01 ws-pos-max            PIC 9(2) VALUE 20.
       01 ws-pos-count          PIC 9(2) VALUE 0.
       01 ws-pos-index          PIC 9(2) VALUE 0.
       01 ws-pos-table.
           05 ws-position OCCURS 20 TIMES.
               10 ws-pos-opcode     PIC X(1).
               10 ws-pos-amount     PIC S9(14)V99.
               10 ws-pos-adjust     PIC S9(14)V99.
               10 ws-pos-debit      PIC X(12).
               10 ws-pos-credit     PIC X(12).
               10 ws-pos-desc       PIC X(30).
       01 ws-match-index        PIC 9(2) VALUE 0.
       01 ws-net-amount         PIC S9(14)V99 VALUE 0.
       01 ws-line-amount        PIC S9(14)V99 VALUE 0.
       01 ws-line-desc          PIC X(30) VALUE SPACES.
       01 ws-adjust-desc.
           05 FILLER            PIC X(21) VALUE
               "ADJUSTMENT TO PERIOD ".
           05 ws-adjust-desc-period PIC 9(6).
           05 FILLER            PIC X(3)  VALUE SPACES.
       01 ws-adjust-lines       PIC 9(6) VALUE 0.
       01 ws-detail-count       PIC 9(6) VALUE 0.
       01 ws-hash-total         PIC S9(14)V99 VALUE 0.
       01 ws-debit-total        PIC S9(14)V99 VALUE 0.
       01 ws-credit-total       PIC S9(14)V99 VALUE 0.
       01 ws-quiet-count        PIC 9(4) VALUE 0.
       01 ws-heading-1.
           05 FILLER            PIC X(28) VALUE
               "GENERAL LEDGER JOURNAL FEED ".
           05 FILLER            PIC X(7)  VALUE "PERIOD ".
           05 hd1-period        PIC 9(6).
           05 FILLER            PIC X(8)  VALUE "  BATCH ".
           05 hd1-batch         PIC 9(6).
           05 FILLER            PIC X(9)  VALUE "  RUN ON ".
           05 hd1-run-date      PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 hd1-resend        PIC X(6).
       01 ws-heading-2.
           05 FILLER PIC X(40) VALUE
               " OP  GL ACCOUNT   D/C             AMOUNT".
           05 FILLER PIC X(40) VALUE
               "  DESCRIPTION".
       01 ws-detail-line.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 dtl-opcode        PIC X(1).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 dtl-gl-account    PIC X(12).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-dc            PIC X(1).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 dtl-amount        PIC -(15)9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-description   PIC X(30).
           05 FILLER            PIC X(8)  VALUE SPACES.
       01 ws-count-line.
           05 cnt-label         PIC X(40).
           05 cnt-count         PIC ZZZZZ9.
           05 FILLER            PIC X(34) VALUE SPACES.
       01 ws-sum-line.
           05 sum-label         PIC X(40).
           05 sum-amount        PIC -(15)9.99.
           05 FILLER            PIC X(21) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    Operator step: sends a closed period's ledger master
      *    activity to the general ledger as one balanced journal
      *    batch, built the way EXTTRAN batches reach us - header,
      *    details, and a trailer carrying the detail count and the
      *    amount hash. Late items posted to the period's adjustment
      *    record since the close go in the same batch as pairs of
      *    their own. A period goes once; the force flag on GLPARM
      *    sends it again under a new batch number.
           PERFORM 1000-INITIALIZE
           IF ws-feed-refused
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-WRITE-JOURNAL
               PERFORM 3000-REGISTER-SENT
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO ws-run-timestamp
           PERFORM 1100-LOAD-PARMS
           IF NOT ws-feed-refused
               PERFORM 1200-CHECK-SENT-REGISTER
           END-IF
           IF NOT ws-feed-refused
               PERFORM 1300-SCAN-MASTER
           END-IF
           IF NOT ws-feed-refused
               PERFORM 1400-LOAD-MAPPING
           END-IF.

       1100-LOAD-PARMS.
           OPEN INPUT GL-PARM-FILE
           READ GL-PARM-FILE
               AT END
                   MOVE SPACES TO GL-PARM-RECORD
           END-READ
           CLOSE GL-PARM-FILE
           IF PRM-PERIOD NUMERIC
               MOVE PRM-PERIOD TO ws-feed-period
           END-IF
           MOVE PRM-OPERATOR TO ws-operator-id
           IF PRM-FORCE-FLAG = "Y"
               SET ws-force-resend TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN ws-feed-period = 0
                   OR ws-feed-month = 0 OR ws-feed-month > 12
                   SET ws-feed-refused TO TRUE
                   DISPLAY "GLFeed: *** GLPARM PERIOD " PRM-PERIOD
                       " IS NOT A VALID YYYYMM ***"
               WHEN ws-operator-id = SPACES
                   SET ws-feed-refused TO TRUE
                   DISPLAY "GLFeed: *** GLPARM MUST NAME THE "
                       "OPERATOR ***"
           END-EVALUATE.

       1200-CHECK-SENT-REGISTER.
      *    Every batch ever sent is on the register; batch numbers
      *    run on from the highest there.
           MOVE "N" TO ws-eof
           OPEN INPUT GL-SENT-FILE
           PERFORM 1210-READ-SENT UNTIL ws-eof-yes
           CLOSE GL-SENT-FILE
           IF ws-sent-before
               IF ws-force-resend
                   DISPLAY "GLFeed: period " ws-feed-period
                       " last sent in batch " ws-sent-batch " on "
                       ws-sent-date " - RESEND FORCED"
               ELSE
                   SET ws-feed-refused TO TRUE
                   DISPLAY "GLFeed: *** PERIOD " ws-feed-period
                       " ALREADY SENT IN BATCH " ws-sent-batch
                       " ON " ws-sent-date " ***"
                   DISPLAY "GLFeed: *** SET THE FORCE FLAG ON GLPARM "
                       "TO SEND IT AGAIN ***"
               END-IF
           END-IF.

       1210-READ-SENT.
           READ GL-SENT-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF GS-BATCH-NUMBER > ws-last-batch
                       MOVE GS-BATCH-NUMBER TO ws-last-batch
                   END-IF
                   IF GS-PERIOD = ws-feed-period
                       SET ws-sent-before TO TRUE
                       MOVE GS-BATCH-NUMBER TO ws-sent-batch
                       MOVE GS-SENT-DATE TO ws-sent-date
                   END-IF
           END-READ.

       1300-SCAN-MASTER.
      *    Only certified figures go to the general ledger: every
      *    position of the period must be closed. A reopened period
      *    is being corrected and waits for its new close.
           OPEN INPUT LEDGER-MASTER-FILE
           IF ws-file-status NOT = "00"
               SET ws-feed-refused TO TRUE
               DISPLAY "GLFeed: *** NO LEDGER MASTER ON FILE ***"
           ELSE
               MOVE "N" TO ws-eof
               MOVE SPACE TO LM-OPERATION-CODE
               MOVE 0 TO LM-PERIOD
               START LEDGER-MASTER-FILE
                   KEY IS NOT LESS THAN LM-MASTER-KEY
                   INVALID KEY
                       SET ws-eof-yes TO TRUE
               END-START
               PERFORM 1310-READ-MASTER UNTIL ws-eof-yes
               CLOSE LEDGER-MASTER-FILE
               EVALUATE TRUE
                   WHEN ws-pos-count = 0
                       SET ws-feed-refused TO TRUE
                       DISPLAY "GLFeed: *** NO LEDGER POSITIONS FOR "
                           "PERIOD " ws-feed-period " ***"
                   WHEN ws-not-closed-count > 0
                       SET ws-feed-refused TO TRUE
                       DISPLAY "GLFeed: *** PERIOD " ws-feed-period
                           " IS NOT CLOSED - " ws-not-closed-count
                           " POSITIONS OPEN OR REOPENED ***"
               END-EVALUATE
               IF NOT ws-feed-refused
                   PERFORM 1320-SCAN-ADJUSTMENTS
               END-IF
           END-IF.

       1310-READ-MASTER.
           READ LEDGER-MASTER-FILE NEXT RECORD
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF LM-PERIOD = ws-feed-period
                       IF NOT LM-PERIOD-CLOSED
                           ADD 1 TO ws-not-closed-count
                       END-IF
                       IF ws-pos-count < ws-pos-max
                           ADD 1 TO ws-pos-count
                           MOVE LM-OPERATION-CODE
                               TO ws-pos-opcode (ws-pos-count)
                           MOVE LM-PERIOD-AMOUNT
                               TO ws-pos-amount (ws-pos-count)
                           MOVE 0 TO ws-pos-adjust (ws-pos-count)
                       ELSE
                           SET ws-feed-refused TO TRUE
                           DISPLAY "GLFeed: *** MORE THAN " ws-pos-max
                               " POSITIONS IN PERIOD ***"
                       END-IF
                   END-IF
           END-READ
           IF ws-file-status NOT = "00" AND ws-file-status NOT = "10"
               SET ws-eof-yes TO TRUE
           END-IF.

       1320-SCAN-ADJUSTMENTS.
      *    Adjustments are kept by the closed period they belong to,
      *    so the feed period's own adjustment records are the ones
      *    that go. An operation with nothing but late items still
      *    needs a position of its own.
           OPEN INPUT LEDGER-ADJUST-FILE
           IF ws-adj-file-status = "00"
               MOVE "N" TO ws-eof
               MOVE SPACE TO LA-OPERATION-CODE
               MOVE 0 TO LA-PERIOD
               START LEDGER-ADJUST-FILE
                   KEY IS NOT LESS THAN LA-MASTER-KEY
                   INVALID KEY
                       SET ws-eof-yes TO TRUE
               END-START
               PERFORM 1330-READ-ADJUSTMENT UNTIL ws-eof-yes
               CLOSE LEDGER-ADJUST-FILE
           END-IF.

       1330-READ-ADJUSTMENT.
           READ LEDGER-ADJUST-FILE NEXT RECORD
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF LA-PERIOD = ws-feed-period
                       PERFORM 1340-FIND-POSITION
                   END-IF
           END-READ
           IF ws-adj-file-status NOT = "00"
               AND ws-adj-file-status NOT = "10"
               SET ws-eof-yes TO TRUE
           END-IF.

       1340-FIND-POSITION.
           MOVE 0 TO ws-match-index
           PERFORM 1350-MATCH-POSITION
               VARYING ws-pos-index FROM 1 BY 1
               UNTIL ws-pos-index > ws-pos-count
           IF ws-match-index = 0
               IF ws-pos-count < ws-pos-max
                   ADD 1 TO ws-pos-count
                   MOVE ws-pos-count TO ws-match-index
                   MOVE LA-OPERATION-CODE
                       TO ws-pos-opcode (ws-match-index)
                   MOVE 0 TO ws-pos-amount (ws-match-index)
                   MOVE 0 TO ws-pos-adjust (ws-match-index)
               ELSE
                   SET ws-feed-refused TO TRUE
                   DISPLAY "GLFeed: *** MORE THAN " ws-pos-max
                       " POSITIONS IN PERIOD ***"
               END-IF
           END-IF
           IF ws-match-index > 0
               ADD LA-ADJUST-AMOUNT TO ws-pos-adjust (ws-match-index)
           END-IF.

       1350-MATCH-POSITION.
           IF ws-pos-opcode (ws-pos-index) = LA-OPERATION-CODE
               MOVE ws-pos-index TO ws-match-index
           END-IF.

       1400-LOAD-MAPPING.
      *    A quiet operation sends nothing and needs no mapping; an
      *    operation with activity and no mapping stops the whole
      *    batch, since half a journal cannot balance the ledger.
           OPEN INPUT GL-MAP-FILE
           IF ws-map-file-status NOT = "00"
               SET ws-feed-refused TO TRUE
               DISPLAY "GLFeed: *** NO GL MAPPING ON FILE ***"
           ELSE
               PERFORM 1410-MAP-POSITION
                   VARYING ws-pos-index FROM 1 BY 1
                   UNTIL ws-pos-index > ws-pos-count
               CLOSE GL-MAP-FILE
           END-IF.

       1410-MAP-POSITION.
           IF ws-pos-amount (ws-pos-index) NOT = 0
               OR ws-pos-adjust (ws-pos-index) NOT = 0
               MOVE ws-pos-opcode (ws-pos-index) TO GM-OPERATION-CODE
               READ GL-MAP-FILE
                   INVALID KEY
                       SET ws-feed-refused TO TRUE
                       DISPLAY "GLFeed: *** NO GL MAPPING FOR "
                           "OPERATION " GM-OPERATION-CODE " ***"
                   NOT INVALID KEY
                       MOVE GM-DEBIT-ACCOUNT
                           TO ws-pos-debit (ws-pos-index)
                       MOVE GM-CREDIT-ACCOUNT
                           TO ws-pos-credit (ws-pos-index)
                       MOVE GM-DESCRIPTION
                           TO ws-pos-desc (ws-pos-index)
               END-READ
           END-IF.

       2000-WRITE-JOURNAL.
           COMPUTE ws-batch-number = ws-last-batch + 1
           OPEN OUTPUT GL-REPORT-FILE
           MOVE ws-feed-period TO hd1-period
           MOVE ws-batch-number TO hd1-batch
           MOVE ws-run-date TO hd1-run-date
           MOVE ws-feed-period TO ws-adjust-desc-period
           IF ws-sent-before
               MOVE "RESEND" TO hd1-resend
           ELSE
               MOVE SPACES TO hd1-resend
           END-IF
           WRITE GL-REPORT-RECORD FROM ws-heading-1
           MOVE SPACES TO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD FROM ws-heading-2
           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE SPACES TO GL-HEADER-RECORD
           MOVE "H" TO GH-RECORD-TYPE
           MOVE ws-sending-system TO GH-SENDING-SYSTEM
           MOVE ws-run-date TO GH-BATCH-DATE
           MOVE ws-batch-number TO GH-BATCH-NUMBER
           MOVE ws-feed-period TO GH-PERIOD
           IF ws-sent-before
               MOVE "R" TO GH-RESEND-FLAG
           END-IF
           WRITE GL-HEADER-RECORD
           PERFORM 2100-WRITE-POSITION
               VARYING ws-pos-index FROM 1 BY 1
               UNTIL ws-pos-index > ws-pos-count
           MOVE SPACES TO GL-TRAILER-RECORD
           MOVE "T" TO GT-RECORD-TYPE
           MOVE ws-detail-count TO GT-RECORD-COUNT
           MOVE ws-hash-total TO GT-HASH-TOTAL
           WRITE GL-TRAILER-RECORD
           CLOSE GL-JOURNAL-FILE.

       2100-WRITE-POSITION.
      *    The period's activity and its late adjustments each go as
      *    a balanced pair through the same mapping, the adjustment
      *    pair described by the period it corrects.
           IF ws-pos-amount (ws-pos-index) = 0
               AND ws-pos-adjust (ws-pos-index) = 0
               ADD 1 TO ws-quiet-count
           ELSE
               IF ws-pos-amount (ws-pos-index) NOT = 0
                   MOVE ws-pos-amount (ws-pos-index) TO ws-net-amount
                   MOVE ws-pos-desc (ws-pos-index) TO ws-line-desc
                   PERFORM 2150-WRITE-PAIR
               END-IF
               IF ws-pos-adjust (ws-pos-index) NOT = 0
                   MOVE ws-pos-adjust (ws-pos-index) TO ws-net-amount
                   MOVE ws-adjust-desc TO ws-line-desc
                   PERFORM 2150-WRITE-PAIR
                   ADD 2 TO ws-adjust-lines
               END-IF
           END-IF.

       2150-WRITE-PAIR.
      *    Net activity is posted in the mapping's own direction; a
      *    net reduction swaps debit and credit so both lines carry a
      *    positive amount.
           IF ws-net-amount > 0
               MOVE ws-net-amount TO ws-line-amount
               MOVE "D" TO GD-DEBIT-CREDIT
               MOVE ws-pos-debit (ws-pos-index) TO GD-GL-ACCOUNT
               PERFORM 2200-WRITE-DETAIL
               MOVE "C" TO GD-DEBIT-CREDIT
               MOVE ws-pos-credit (ws-pos-index) TO GD-GL-ACCOUNT
               PERFORM 2200-WRITE-DETAIL
           ELSE
               COMPUTE ws-line-amount = 0 - ws-net-amount
               MOVE "D" TO GD-DEBIT-CREDIT
               MOVE ws-pos-credit (ws-pos-index) TO GD-GL-ACCOUNT
               PERFORM 2200-WRITE-DETAIL
               MOVE "C" TO GD-DEBIT-CREDIT
               MOVE ws-pos-debit (ws-pos-index) TO GD-GL-ACCOUNT
               PERFORM 2200-WRITE-DETAIL
           END-IF.

       2200-WRITE-DETAIL.
           MOVE "D" TO GD-RECORD-TYPE
           MOVE ws-line-amount TO GD-AMOUNT
           MOVE ws-pos-opcode (ws-pos-index) TO GD-OPERATION-CODE
           MOVE ws-feed-period TO GD-PERIOD
           MOVE ws-line-desc TO GD-DESCRIPTION
           WRITE GL-DETAIL-RECORD
           ADD 1 TO ws-detail-count
           ADD ws-line-amount TO ws-hash-total
           IF GD-DEBIT-CREDIT = "D"
               ADD ws-line-amount TO ws-debit-total
           ELSE
               ADD ws-line-amount TO ws-credit-total
           END-IF
           MOVE GD-OPERATION-CODE TO dtl-opcode
           MOVE GD-GL-ACCOUNT TO dtl-gl-account
           MOVE GD-DEBIT-CREDIT TO dtl-dc
           MOVE ws-line-amount TO dtl-amount
           MOVE GD-DESCRIPTION TO dtl-description
           WRITE GL-REPORT-RECORD FROM ws-detail-line.

       3000-REGISTER-SENT.
           OPEN EXTEND GL-SENT-FILE
           MOVE ws-feed-period TO GS-PERIOD
           MOVE ws-batch-number TO GS-BATCH-NUMBER
           MOVE ws-run-date TO GS-SENT-DATE
           MOVE ws-run-time TO GS-SENT-TIME
           MOVE ws-operator-id TO GS-OPERATOR
           MOVE ws-detail-count TO GS-RECORD-COUNT
           MOVE ws-hash-total TO GS-HASH-TOTAL
           IF ws-sent-before
               MOVE "Y" TO GS-FORCED-FLAG
           ELSE
               MOVE "N" TO GS-FORCED-FLAG
           END-IF
           WRITE GL-SENT-RECORD
           CLOSE GL-SENT-FILE.

       9000-TERMINATE.
           MOVE SPACES TO GL-REPORT-RECORD
           WRITE GL-REPORT-RECORD
           MOVE "DETAIL LINES SENT" TO cnt-label
           MOVE ws-detail-count TO cnt-count
           WRITE GL-REPORT-RECORD FROM ws-count-line
           MOVE "ADJUSTMENT LINES INCLUDED ABOVE" TO cnt-label
           MOVE ws-adjust-lines TO cnt-count
           WRITE GL-REPORT-RECORD FROM ws-count-line
           MOVE "POSITIONS WITH NO ACTIVITY - NOT SENT" TO cnt-label
           MOVE ws-quiet-count TO cnt-count
           WRITE GL-REPORT-RECORD FROM ws-count-line
           MOVE "TOTAL DEBITS" TO sum-label
           MOVE ws-debit-total TO sum-amount
           WRITE GL-REPORT-RECORD FROM ws-sum-line
           MOVE "TOTAL CREDITS" TO sum-label
           MOVE ws-credit-total TO sum-amount
           WRITE GL-REPORT-RECORD FROM ws-sum-line
           MOVE "TRAILER HASH TOTAL" TO sum-label
           MOVE ws-hash-total TO sum-amount
           WRITE GL-REPORT-RECORD FROM ws-sum-line
           IF ws-debit-total = ws-credit-total
               MOVE "*** JOURNAL IN BALANCE ***" TO GL-REPORT-RECORD
           ELSE
               MOVE "*** JOURNAL OUT OF BALANCE ***"
                   TO GL-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE GL-REPORT-RECORD
           CLOSE GL-REPORT-FILE
           DISPLAY "GLFeed: period " ws-feed-period " sent in batch "
               ws-batch-number ", " ws-detail-count " lines".
       END PROGRAM GLFeed.
