       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLReply.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-REPLY-FILE ASSIGN TO "GLREPLY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-SENT-FILE ASSIGN TO "GLSENT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-MATCH-FILE ASSIGN TO "GLMATCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-REPLY-REPORT-FILE ASSIGN TO "GLRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-REPLY-FILE.
       01  GL-REPLY-RECORD.
           05 RP-SENDING-SYSTEM   PIC X(8).
           05 RP-BATCH-NUMBER     PIC 9(6).
           05 RP-PERIOD           PIC 9(6).
           05 RP-RECORD-COUNT     PIC 9(6).
           05 RP-HASH-TOTAL       PIC S9(14)V99
               SIGN IS TRAILING SEPARATE.
           05 RP-REPLY-STATUS     PIC X(1).
               88 RP-ACCEPTED         VALUE "A".
               88 RP-REJECTED         VALUE "R".
           05 RP-GL-REFERENCE     PIC X(12).
           05 RP-REASON           PIC X(40).
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
       FD  GL-MATCH-FILE.
       01  GL-MATCH-RECORD.
           05 GX-BATCH-NUMBER     PIC 9(6).
           05 GX-PERIOD           PIC 9(6).
           05 GX-REPLY-STATUS     PIC X(1).
           05 GX-GL-REFERENCE     PIC X(12).
           05 GX-MATCH-DATE       PIC X(8).
           05 GX-MATCH-TIME       PIC X(6).
       FD  GL-REPLY-REPORT-FILE.
       01  GL-REPLY-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 ws-eof                PIC X VALUE 'N'.
           88 ws-eof-yes            VALUE 'Y'.
       01 ws-sending-system     PIC X(8) VALUE "ADDLEDGR".
       01 ws-run-timestamp      PIC X(21).
       01 ws-run-stamp-parts REDEFINES ws-run-timestamp.
           05 ws-run-date       PIC X(8).
           05 ws-run-time       PIC X(6).
           05 FILLER            PIC X(7).
       01 ws-sent-max           PIC 9(3) VALUE 200.
       01 ws-sent-count         PIC 9(3) VALUE 0.
       01 ws-sent-index         PIC 9(3) VALUE 0.
       01 ws-sent-slot          PIC 9(3) VALUE 0.
       01 ws-sent-over-flag     PIC X VALUE 'N'.
           88 ws-sent-overflow      VALUE 'Y'.
       01 ws-sent-table.
           05 ws-sent-batch OCCURS 200 TIMES.
               10 ws-sb-batch       PIC 9(6).
               10 ws-sb-period      PIC 9(6).
               10 ws-sb-date        PIC X(8).
               10 ws-sb-count       PIC 9(6).
               10 ws-sb-hash        PIC S9(14)V99.
               10 ws-sb-reply       PIC X(1).
       01 ws-outcome            PIC X(40) VALUE SPACES.
       01 ws-replies-read       PIC 9(6) VALUE 0.
       01 ws-accepted-count     PIC 9(6) VALUE 0.
       01 ws-rejected-count     PIC 9(6) VALUE 0.
       01 ws-exception-count    PIC 9(6) VALUE 0.
       01 ws-awaiting-count     PIC 9(6) VALUE 0.
       01 ws-heading-1.
           05 FILLER            PIC X(34) VALUE
               "GENERAL LEDGER REPLY MATCHING     ".
           05 FILLER            PIC X(7)  VALUE "RUN ON ".
           05 hd1-run-date      PIC X(8).
           05 FILLER            PIC X(4)  VALUE " AT ".
           05 hd1-run-time      PIC X(6).
           05 FILLER            PIC X(21) VALUE SPACES.
       01 ws-heading-2.
           05 FILLER PIC X(40) VALUE
               "  BATCH PERIOD  LINES GL REFERENCE  OUTC".
           05 FILLER PIC X(40) VALUE
               "OME".
       01 ws-detail-line.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 dtl-batch         PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 dtl-period        PIC 9(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 dtl-count         PIC ZZZZZ9.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 dtl-reference     PIC X(12).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-outcome       PIC X(40).
           05 FILLER            PIC X(4)  VALUE SPACES.
       01 ws-count-line.
           05 cnt-label         PIC X(40).
           05 cnt-count         PIC ZZZZZ9.
           05 FILLER            PIC X(34) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    Matches the general ledger's replies to the journal
      *    batches on the sent register. A reply must name a batch we
      *    sent, for the same period, with the count and hash total
      *    we sent; anything else is an exception for finance to
      *    chase. Matched replies are logged, so a reply received
      *    twice is caught and a batch still unanswered is listed.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-REPLIES
           PERFORM 3000-LIST-AWAITING
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO ws-run-timestamp
           OPEN OUTPUT GL-REPLY-REPORT-FILE
           MOVE ws-run-date TO hd1-run-date
           MOVE ws-run-time TO hd1-run-time
           WRITE GL-REPLY-REPORT-RECORD FROM ws-heading-1
           MOVE SPACES TO GL-REPLY-REPORT-RECORD
           WRITE GL-REPLY-REPORT-RECORD
           WRITE GL-REPLY-REPORT-RECORD FROM ws-heading-2
           PERFORM 1100-LOAD-SENT
           PERFORM 1200-LOAD-MATCHED.

       1100-LOAD-SENT.
           MOVE "N" TO ws-eof
           OPEN INPUT GL-SENT-FILE
           PERFORM 1110-READ-SENT UNTIL ws-eof-yes
           CLOSE GL-SENT-FILE.

       1110-READ-SENT.
           READ GL-SENT-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF ws-sent-count < ws-sent-max
                       ADD 1 TO ws-sent-count
                       MOVE GS-BATCH-NUMBER
                           TO ws-sb-batch (ws-sent-count)
                       MOVE GS-PERIOD TO ws-sb-period (ws-sent-count)
                       MOVE GS-SENT-DATE TO ws-sb-date (ws-sent-count)
                       MOVE GS-RECORD-COUNT
                           TO ws-sb-count (ws-sent-count)
                       MOVE GS-HASH-TOTAL TO ws-sb-hash (ws-sent-count)
                       MOVE SPACE TO ws-sb-reply (ws-sent-count)
                   ELSE
                       SET ws-sent-overflow TO TRUE
                   END-IF
           END-READ.

       1200-LOAD-MATCHED.
      *    Batches answered on an earlier run are marked with the
      *    reply they received.
           MOVE "N" TO ws-eof
           OPEN INPUT GL-MATCH-FILE
           PERFORM 1210-READ-MATCHED UNTIL ws-eof-yes
           CLOSE GL-MATCH-FILE.

       1210-READ-MATCHED.
           READ GL-MATCH-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   MOVE 0 TO ws-sent-slot
                   PERFORM 4000-FIND-BATCH
                       VARYING ws-sent-index FROM 1 BY 1
                       UNTIL ws-sent-index > ws-sent-count
                       OR ws-sent-slot > 0
                   IF ws-sent-slot > 0
                       MOVE GX-REPLY-STATUS
                           TO ws-sb-reply (ws-sent-slot)
                   END-IF
           END-READ.

       2000-MATCH-REPLIES.
           MOVE "N" TO ws-eof
           OPEN INPUT GL-REPLY-FILE
           OPEN EXTEND GL-MATCH-FILE
           PERFORM 2100-READ-REPLY UNTIL ws-eof-yes
           CLOSE GL-REPLY-FILE GL-MATCH-FILE.

       2100-READ-REPLY.
           READ GL-REPLY-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-replies-read
                   PERFORM 2200-MATCH-REPLY
           END-READ.

       2200-MATCH-REPLY.
           MOVE RP-BATCH-NUMBER TO GX-BATCH-NUMBER
           MOVE 0 TO ws-sent-slot
           PERFORM 4000-FIND-BATCH
               VARYING ws-sent-index FROM 1 BY 1
               UNTIL ws-sent-index > ws-sent-count
               OR ws-sent-slot > 0
           EVALUATE TRUE
               WHEN RP-SENDING-SYSTEM NOT = ws-sending-system
                   MOVE "NOT A REPLY TO THIS SYSTEM" TO ws-outcome
                   ADD 1 TO ws-exception-count
               WHEN ws-sent-slot = 0
                   MOVE "BATCH NEVER SENT" TO ws-outcome
                   ADD 1 TO ws-exception-count
               WHEN RP-PERIOD NOT = ws-sb-period (ws-sent-slot)
                   MOVE "PERIOD DIFFERS FROM BATCH SENT"
                       TO ws-outcome
                   ADD 1 TO ws-exception-count
               WHEN RP-RECORD-COUNT NOT = ws-sb-count (ws-sent-slot)
                   OR RP-HASH-TOTAL NOT = ws-sb-hash (ws-sent-slot)
                   MOVE "COUNT OR HASH DIFFERS FROM BATCH SENT"
                       TO ws-outcome
                   ADD 1 TO ws-exception-count
               WHEN ws-sb-reply (ws-sent-slot) NOT = SPACE
                   MOVE "DUPLICATE REPLY - BATCH ALREADY ANSWERED"
                       TO ws-outcome
                   ADD 1 TO ws-exception-count
               WHEN RP-ACCEPTED
                   MOVE "ACCEPTED BY GENERAL LEDGER" TO ws-outcome
                   ADD 1 TO ws-accepted-count
                   PERFORM 2300-LOG-MATCH
               WHEN RP-REJECTED
                   MOVE SPACES TO ws-outcome
                   STRING "REJECTED - " RP-REASON
                       DELIMITED BY SIZE INTO ws-outcome
                   ADD 1 TO ws-rejected-count
                   PERFORM 2300-LOG-MATCH
               WHEN OTHER
                   MOVE "UNKNOWN REPLY STATUS" TO ws-outcome
                   ADD 1 TO ws-exception-count
           END-EVALUATE
           MOVE RP-BATCH-NUMBER TO dtl-batch
           MOVE RP-PERIOD TO dtl-period
           MOVE RP-RECORD-COUNT TO dtl-count
           MOVE RP-GL-REFERENCE TO dtl-reference
           MOVE ws-outcome TO dtl-outcome
           WRITE GL-REPLY-REPORT-RECORD FROM ws-detail-line.

       2300-LOG-MATCH.
      *    A rejected batch is answered too: finance corrects it at
      *    the GL end or the period is resent with the force flag,
      *    which goes out under a new batch number.
           MOVE RP-REPLY-STATUS TO ws-sb-reply (ws-sent-slot)
           MOVE RP-BATCH-NUMBER TO GX-BATCH-NUMBER
           MOVE RP-PERIOD TO GX-PERIOD
           MOVE RP-REPLY-STATUS TO GX-REPLY-STATUS
           MOVE RP-GL-REFERENCE TO GX-GL-REFERENCE
           MOVE ws-run-date TO GX-MATCH-DATE
           MOVE ws-run-time TO GX-MATCH-TIME
           WRITE GL-MATCH-RECORD.

       3000-LIST-AWAITING.
           MOVE SPACES TO GL-REPLY-REPORT-RECORD
           WRITE GL-REPLY-REPORT-RECORD
           MOVE "BATCHES SENT AND NOT YET ANSWERED"
               TO GL-REPLY-REPORT-RECORD
           WRITE GL-REPLY-REPORT-RECORD
           PERFORM 3100-CHECK-AWAITING
               VARYING ws-sent-index FROM 1 BY 1
               UNTIL ws-sent-index > ws-sent-count.

       3100-CHECK-AWAITING.
           IF ws-sb-reply (ws-sent-index) = SPACE
               ADD 1 TO ws-awaiting-count
               MOVE ws-sb-batch (ws-sent-index) TO dtl-batch
               MOVE ws-sb-period (ws-sent-index) TO dtl-period
               MOVE ws-sb-count (ws-sent-index) TO dtl-count
               MOVE SPACES TO dtl-reference
               MOVE SPACES TO dtl-outcome
               STRING "AWAITING REPLY - SENT "
                   ws-sb-date (ws-sent-index)
                   DELIMITED BY SIZE INTO dtl-outcome
               WRITE GL-REPLY-REPORT-RECORD FROM ws-detail-line
           END-IF.

       4000-FIND-BATCH.
           IF ws-sb-batch (ws-sent-index) = GX-BATCH-NUMBER
               MOVE ws-sent-index TO ws-sent-slot
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO GL-REPLY-REPORT-RECORD
           WRITE GL-REPLY-REPORT-RECORD
           MOVE "REPLIES READ" TO cnt-label
           MOVE ws-replies-read TO cnt-count
           WRITE GL-REPLY-REPORT-RECORD FROM ws-count-line
           MOVE "  ACCEPTED BY GENERAL LEDGER" TO cnt-label
           MOVE ws-accepted-count TO cnt-count
           WRITE GL-REPLY-REPORT-RECORD FROM ws-count-line
           MOVE "  REJECTED BY GENERAL LEDGER" TO cnt-label
           MOVE ws-rejected-count TO cnt-count
           WRITE GL-REPLY-REPORT-RECORD FROM ws-count-line
           MOVE "  EXCEPTIONS - NOT MATCHED" TO cnt-label
           MOVE ws-exception-count TO cnt-count
           WRITE GL-REPLY-REPORT-RECORD FROM ws-count-line
           MOVE "BATCHES AWAITING A REPLY" TO cnt-label
           MOVE ws-awaiting-count TO cnt-count
           WRITE GL-REPLY-REPORT-RECORD FROM ws-count-line
           IF ws-sent-overflow
               MOVE "*** SENT REGISTER EXCEEDS TABLE - LATEST BATCHES "
                   & "NOT MATCHED ***" TO GL-REPLY-REPORT-RECORD
               WRITE GL-REPLY-REPORT-RECORD
           END-IF
           CLOSE GL-REPLY-REPORT-FILE
           IF ws-rejected-count > 0 OR ws-exception-count > 0
               OR ws-sent-overflow
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "GLReply: " ws-replies-read " replies, "
               ws-accepted-count " accepted, " ws-rejected-count
               " rejected, " ws-exception-count " exceptions".
       END PROGRAM GLReply.
