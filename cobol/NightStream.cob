       IDENTIFICATION DIVISION.
       PROGRAM-ID. NightStream.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NIGHT-PARM-FILE ASSIGN TO "NIGHTPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STEP-STAT-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NIGHT-STAT-FILE ASSIGN TO "NIGHTSTAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO "NIGHTLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NIGHT-PARM-FILE.
       01  NIGHT-PARM-RECORD.
           05 PRM-NIGHT-DATE      PIC X(8).
           05 PRM-MONTH-END       PIC X(1).
           05 PRM-PROGRAM-PATH    PIC X(40).
       FD  STEP-STAT-FILE.
       01  STEP-STAT-RECORD.
           05 SS-NIGHT-DATE       PIC X(8).
           05 SS-STEP-NUMBER      PIC 9(2).
           05 SS-STEP-NAME        PIC X(12).
           05 SS-STEP-STATUS      PIC X(1).
           05 SS-EVENT-DATE       PIC X(8).
           05 SS-EVENT-TIME       PIC X(6).
           05 SS-RETURN-CODE      PIC 9(4).
       FD  NIGHT-STAT-FILE.
       01  NIGHT-STAT-RECORD.
           05 NS-HOLD-FLAG        PIC X(1).
           05 NS-RUN-DATE         PIC X(8).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD         PIC X(80).
       WORKING-STORAGE SECTION.
       01 ws-eof                PIC X VALUE 'N'.
           88 ws-eof-yes            VALUE 'Y'.
       01 ws-stamp              PIC X(21).
       01 ws-stamp-parts REDEFINES ws-stamp.
           05 ws-stamp-date     PIC X(8).
           05 ws-stamp-time     PIC X(6).
           05 FILLER            PIC X(7).
       01 ws-run-date           PIC X(8).
       01 ws-run-time           PIC X(6).
       01 ws-night-date         PIC X(8) VALUE SPACES.
       01 ws-parm-night-date    PIC X(8) VALUE SPACES.
       01 ws-last-night-date    PIC X(8) VALUE SPACES.
       01 ws-last-night-done    PIC X VALUE 'N'.
           88 ws-last-night-complete VALUE 'Y'.
       01 ws-night-done         PIC X VALUE 'N'.
           88 ws-night-complete     VALUE 'Y'.
       01 ws-restart-flag       PIC X VALUE 'N'.
           88 ws-restart            VALUE 'Y'.
       01 ws-month-end-flag     PIC X VALUE 'N'.
           88 ws-month-end          VALUE 'Y'.
       01 ws-program-path       PIC X(40) VALUE SPACES.
       01 ws-command            PIC X(80).
       01 ws-step-rc            PIC 9(4) VALUE 0.
       01 ws-hold-flag          PIC X VALUE 'N'.
           88 ws-night-held         VALUE 'Y'.
       01 ws-stream-status      PIC X VALUE 'C'.
           88 ws-stream-complete    VALUE 'C'.
           88 ws-stream-failed      VALUE 'F'.
           88 ws-stream-held        VALUE 'H'.
           88 ws-stream-refused     VALUE 'R'.
       01 ws-stream-event       PIC X VALUE SPACE.
       01 ws-stop-flag          PIC X VALUE 'N'.
           88 ws-stream-stopped     VALUE 'Y'.
       01 ws-stop-step          PIC 9(2) VALUE 0.
      *> The stream in its fixed order. The month-end flag marks a
      *> step run only when the operator schedules month end; the
      *> hold flag marks the step after which NIGHTSTAT is checked.
       01 ws-step-values.
           05 FILLER            PIC X(14) VALUE "WhseRelease NN".
           05 FILLER            PIC X(14) VALUE "StandingGen NN".
           05 FILLER            PIC X(14) VALUE "BatchImport NN".
           05 FILLER            PIC X(14) VALUE "Add         NN".
           05 FILLER            PIC X(14) VALUE "AckExtract  NN".
           05 FILLER            PIC X(14) VALUE "Reconcile   NY".
           05 FILLER            PIC X(14) VALUE "LedgerPost  NN".
           05 FILLER            PIC X(14) VALUE "MonthEnd    YN".
           05 FILLER            PIC X(14) VALUE "AuditVerify YN".
       01 ws-step-table REDEFINES ws-step-values.
           05 ws-step-entry OCCURS 9 TIMES.
               10 ws-step-name        PIC X(12).
               10 ws-step-month-only  PIC X(1).
               10 ws-step-sets-hold   PIC X(1).
       01 ws-step-count         PIC 9(2) VALUE 9.
       01 ws-step-index         PIC 9(2) VALUE 0.
       01 ws-wait-status        PIC 9(6) VALUE 0.
       01 ws-step-abend-flag    PIC X VALUE 'N'.
           88 ws-step-abended       VALUE 'Y'.
       01 ws-step-state-table.
           05 ws-step-state OCCURS 9 TIMES.
               10 ws-state-status     PIC X(1).
               10 ws-state-earlier    PIC X(1).
               10 ws-state-start      PIC X(6).
               10 ws-state-end        PIC X(6).
               10 ws-state-rc         PIC 9(4).
       01 ws-heading-1.
           05 FILLER            PIC X(36) VALUE
               "NIGHTLY JOB STREAM RUN LOG  NIGHT OF".
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 hd1-night-date    PIC X(8).
           05 FILLER            PIC X(35) VALUE SPACES.
       01 ws-heading-2.
           05 FILLER            PIC X(9)  VALUE "RUN DATE ".
           05 hd2-run-date      PIC X(8).
           05 FILLER            PIC X(4)  VALUE " AT ".
           05 hd2-run-time      PIC X(6).
           05 FILLER            PIC X(11) VALUE "  RESTART: ".
           05 hd2-restart       PIC X(3).
           05 FILLER            PIC X(13) VALUE "  MONTH END: ".
           05 hd2-month-end     PIC X(3).
           05 FILLER            PIC X(23) VALUE SPACES.
       01 ws-heading-3.
           05 FILLER            PIC X(40) VALUE
               "STEP PROGRAM       STARTED ENDED     RC ".
           05 FILLER            PIC X(40) VALUE
               " OUTCOME                                ".
       01 ws-detail-line.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 dtl-step          PIC 99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-program       PIC X(12).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-start         PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-end           PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-rc            PIC ZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 dtl-outcome       PIC X(39).
       01 ws-outcome-line.
           05 FILLER            PIC X(16) VALUE "STREAM OUTCOME: ".
           05 out-text          PIC X(64).
       01 ws-action-line.
           05 FILLER            PIC X(16) VALUE "ACTION:         ".
           05 act-text          PIC X(64).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT ws-stream-refused
               PERFORM 2000-RUN-STEP
                   VARYING ws-step-index FROM 1 BY 1
                   UNTIL ws-step-index > ws-step-count
                   OR ws-stream-stopped
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
      *    The night is the unit of restart. A night whose stream
      *    never wrote its completion record is resumed by the next
      *    run even after midnight, so a rerun the following morning
      *    picks up the same night instead of starting a new one.
           MOVE FUNCTION CURRENT-DATE TO ws-stamp
           MOVE ws-stamp-date TO ws-run-date
           MOVE ws-stamp-time TO ws-run-time
           PERFORM 1100-LOAD-PARM
           PERFORM 1200-FIND-LAST-NIGHT
           EVALUATE TRUE
               WHEN ws-parm-night-date NOT = SPACES
                   MOVE ws-parm-night-date TO ws-night-date
               WHEN ws-last-night-date NOT = SPACES
                   AND NOT ws-last-night-complete
                   MOVE ws-last-night-date TO ws-night-date
               WHEN OTHER
                   MOVE ws-run-date TO ws-night-date
           END-EVALUATE
           PERFORM 1300-LOAD-NIGHT-STEPS
           IF ws-night-complete
               DISPLAY "Stream: *** STREAM ALREADY COMPLETED FOR "
                   "NIGHT OF " ws-night-date " ***"
               SET ws-stream-refused TO TRUE
           ELSE
               MOVE 0 TO ws-step-index
               MOVE 0 TO ws-step-rc
               MOVE "S" TO ws-stream-event
               PERFORM 7000-WRITE-STEP-STATUS
               DISPLAY "Stream: night of " ws-night-date " started"
           END-IF.

       1100-LOAD-PARM.
           OPEN INPUT NIGHT-PARM-FILE
           READ NIGHT-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PRM-NIGHT-DATE NUMERIC
                       MOVE PRM-NIGHT-DATE TO ws-parm-night-date
                   END-IF
                   IF PRM-MONTH-END = "Y"
                       SET ws-month-end TO TRUE
                   END-IF
                   MOVE PRM-PROGRAM-PATH TO ws-program-path
           END-READ
           CLOSE NIGHT-PARM-FILE.

       1200-FIND-LAST-NIGHT.
           MOVE "N" TO ws-eof
           OPEN INPUT STEP-STAT-FILE
           PERFORM 1210-READ-LAST-NIGHT UNTIL ws-eof-yes
           CLOSE STEP-STAT-FILE.

       1210-READ-LAST-NIGHT.
           READ STEP-STAT-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF SS-NIGHT-DATE NOT = ws-last-night-date
                       MOVE SS-NIGHT-DATE TO ws-last-night-date
                       MOVE "N" TO ws-last-night-done
                   END-IF
                   IF SS-STEP-NUMBER = 0
                       AND SS-STEP-STATUS = "C"
                       SET ws-last-night-complete TO TRUE
                   END-IF
           END-READ.

       1300-LOAD-NIGHT-STEPS.
      *    The last status written for a step on this night wins. A
      *    start with no end after it means the step died under the
      *    stream and is run again like any failed step.
           PERFORM 1310-CLEAR-STEP-STATE
               VARYING ws-step-index FROM 1 BY 1
               UNTIL ws-step-index > ws-step-count
           MOVE "N" TO ws-eof
           OPEN INPUT STEP-STAT-FILE
           PERFORM 1320-READ-NIGHT-STEP UNTIL ws-eof-yes
           CLOSE STEP-STAT-FILE
           MOVE "N" TO ws-eof.

       1310-CLEAR-STEP-STATE.
           MOVE SPACE TO ws-state-status (ws-step-index)
           MOVE "N" TO ws-state-earlier (ws-step-index)
           MOVE SPACES TO ws-state-start (ws-step-index)
           MOVE SPACES TO ws-state-end (ws-step-index)
           MOVE 0 TO ws-state-rc (ws-step-index).

       1320-READ-NIGHT-STEP.
           READ STEP-STAT-FILE
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   IF SS-NIGHT-DATE = ws-night-date
                       SET ws-restart TO TRUE
                       PERFORM 1330-APPLY-STEP-STATUS
                   END-IF
           END-READ.

       1330-APPLY-STEP-STATUS.
           IF SS-STEP-NUMBER = 0
               IF SS-STEP-STATUS = "C"
                   SET ws-night-complete TO TRUE
               END-IF
           ELSE
               IF SS-STEP-NUMBER NOT > ws-step-count
                   MOVE SS-STEP-NUMBER TO ws-step-index
                   MOVE SS-STEP-STATUS
                       TO ws-state-status (ws-step-index)
                   MOVE SS-RETURN-CODE TO ws-state-rc (ws-step-index)
                   IF SS-STEP-STATUS = "S"
                       MOVE SS-EVENT-TIME
                           TO ws-state-start (ws-step-index)
                       MOVE SPACES TO ws-state-end (ws-step-index)
                   ELSE
                       MOVE SS-EVENT-TIME
                           TO ws-state-end (ws-step-index)
                   END-IF
                   IF SS-STEP-STATUS = "C" OR SS-STEP-STATUS = "H"
                       MOVE "Y" TO ws-state-earlier (ws-step-index)
                   ELSE
                       MOVE "N" TO ws-state-earlier (ws-step-index)
                   END-IF
               END-IF
           END-IF.

       2000-RUN-STEP.
      *    A step completed earlier tonight is never run twice - the
      *    Add run and the posting are not safe to repeat. Passing a
      *    reconciliation that left a hold still needs the hold to
      *    have been released by the operator.
           EVALUATE TRUE
               WHEN ws-state-earlier (ws-step-index) = "Y"
                   DISPLAY "Stream: " ws-step-name (ws-step-index)
                       " completed earlier tonight - not rerun"
                   IF ws-step-sets-hold (ws-step-index) = "Y"
                       PERFORM 2300-CHECK-HOLD
                   END-IF
               WHEN ws-step-month-only (ws-step-index) = "Y"
                   AND NOT ws-month-end
                   MOVE "N" TO ws-state-status (ws-step-index)
                   MOVE SPACES TO ws-state-start (ws-step-index)
                   MOVE SPACES TO ws-state-end (ws-step-index)
                   MOVE 0 TO ws-state-rc (ws-step-index)
               WHEN OTHER
                   PERFORM 2100-EXECUTE-STEP
           END-EVALUATE.

       2100-EXECUTE-STEP.
           MOVE FUNCTION CURRENT-DATE TO ws-stamp
           MOVE "S" TO ws-state-status (ws-step-index)
           MOVE ws-stamp-time TO ws-state-start (ws-step-index)
           MOVE SPACES TO ws-state-end (ws-step-index)
           MOVE 0 TO ws-step-rc
           PERFORM 7000-WRITE-STEP-STATUS
           DISPLAY "Stream: step " ws-step-index " "
               ws-step-name (ws-step-index) " started"
           MOVE SPACES TO ws-command
           STRING ws-program-path DELIMITED BY SPACE
                  ws-step-name (ws-step-index) DELIMITED BY SPACE
               INTO ws-command
           END-STRING
           CALL "SYSTEM" USING ws-command
      *    The shell hands back the wait status; the step's own
      *    return code is the high-order byte. Anything in the low
      *    byte means the step was killed rather than ending, and our
      *    programs end only with 0, 4 or 8, so any other return
      *    code (a runtime abend gives 1) is a failure as well.
           MOVE RETURN-CODE TO ws-wait-status
           MOVE 0 TO RETURN-CODE
           MOVE 'N' TO ws-step-abend-flag
           IF FUNCTION MOD(ws-wait-status, 256) NOT = 0
               SET ws-step-abended TO TRUE
           END-IF
           DIVIDE ws-wait-status BY 256 GIVING ws-step-rc
           MOVE FUNCTION CURRENT-DATE TO ws-stamp
           MOVE ws-stamp-time TO ws-state-end (ws-step-index)
           MOVE ws-step-rc TO ws-state-rc (ws-step-index)
           IF ws-step-sets-hold (ws-step-index) = "Y"
               PERFORM 2200-READ-HOLD
           END-IF
           EVALUATE TRUE
               WHEN ws-step-abended
                   MOVE "F" TO ws-state-status (ws-step-index)
                   SET ws-stream-failed TO TRUE
                   SET ws-stream-stopped TO TRUE
                   DISPLAY "Stream: *** step " ws-step-index " "
                       ws-step-name (ws-step-index)
                       " DID NOT END NORMALLY - WAIT STATUS "
                       ws-wait-status " ***"
               WHEN ws-step-sets-hold (ws-step-index) = "Y"
                   AND ws-night-held
                   MOVE "H" TO ws-state-status (ws-step-index)
                   SET ws-stream-held TO TRUE
                   SET ws-stream-stopped TO TRUE
               WHEN ws-step-rc NOT = 0 AND ws-step-rc NOT = 4
                   MOVE "F" TO ws-state-status (ws-step-index)
                   SET ws-stream-failed TO TRUE
                   SET ws-stream-stopped TO TRUE
               WHEN OTHER
                   MOVE "C" TO ws-state-status (ws-step-index)
           END-EVALUATE
           PERFORM 7000-WRITE-STEP-STATUS
           IF ws-stream-stopped
               MOVE ws-step-index TO ws-stop-step
           END-IF
           DISPLAY "Stream: step " ws-step-index " "
               ws-step-name (ws-step-index) " ended RC " ws-step-rc.

       2200-READ-HOLD.
           MOVE "N" TO ws-hold-flag
           OPEN INPUT NIGHT-STAT-FILE
           READ NIGHT-STAT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF NS-HOLD-FLAG = "Y"
                       SET ws-night-held TO TRUE
                   END-IF
           END-READ
           CLOSE NIGHT-STAT-FILE.

       2300-CHECK-HOLD.
           PERFORM 2200-READ-HOLD
           IF ws-night-held
               DISPLAY "Stream: *** LEDGER-POSTING HOLD STILL SET - "
                   "RUN NIGHTRELEASE FIRST ***"
               SET ws-stream-held TO TRUE
               SET ws-stream-stopped TO TRUE
               MOVE ws-step-index TO ws-stop-step
           END-IF.

       7000-WRITE-STEP-STATUS.
      *    Step zero is the stream itself. Each record is written and
      *    closed at once so the file survives a stream that dies.
           MOVE FUNCTION CURRENT-DATE TO ws-stamp
           OPEN EXTEND STEP-STAT-FILE
           MOVE ws-night-date TO SS-NIGHT-DATE
           MOVE ws-step-index TO SS-STEP-NUMBER
           IF ws-step-index = 0
               MOVE "STREAM" TO SS-STEP-NAME
               MOVE ws-stream-event TO SS-STEP-STATUS
           ELSE
               MOVE ws-step-name (ws-step-index) TO SS-STEP-NAME
               MOVE ws-state-status (ws-step-index) TO SS-STEP-STATUS
           END-IF
           MOVE ws-stamp-date TO SS-EVENT-DATE
           MOVE ws-stamp-time TO SS-EVENT-TIME
           MOVE ws-step-rc TO SS-RETURN-CODE
           WRITE STEP-STAT-RECORD
           CLOSE STEP-STAT-FILE.

       8000-WRITE-RUN-LOG.
           OPEN OUTPUT RUN-LOG-FILE
           MOVE ws-night-date TO hd1-night-date
           WRITE RUN-LOG-RECORD FROM ws-heading-1
           MOVE ws-run-date TO hd2-run-date
           MOVE ws-run-time TO hd2-run-time
           IF ws-restart
               MOVE "YES" TO hd2-restart
           ELSE
               MOVE "NO " TO hd2-restart
           END-IF
           IF ws-month-end
               MOVE "YES" TO hd2-month-end
           ELSE
               MOVE "NO " TO hd2-month-end
           END-IF
           WRITE RUN-LOG-RECORD FROM ws-heading-2
           MOVE SPACES TO RUN-LOG-RECORD
           WRITE RUN-LOG-RECORD
           WRITE RUN-LOG-RECORD FROM ws-heading-3
           PERFORM 8100-WRITE-STEP-LINE
               VARYING ws-step-index FROM 1 BY 1
               UNTIL ws-step-index > ws-step-count
           MOVE SPACES TO RUN-LOG-RECORD
           WRITE RUN-LOG-RECORD
           MOVE SPACES TO out-text
           MOVE SPACES TO act-text
           EVALUATE TRUE
               WHEN ws-stream-refused
                   MOVE "NOT RUN - STREAM ALREADY COMPLETED FOR THIS "
                       & "NIGHT" TO out-text
                   MOVE "NONE" TO act-text
               WHEN ws-stream-failed
                   STRING "STOPPED - STEP " DELIMITED BY SIZE
                          ws-step-name (ws-stop-step)
                              DELIMITED BY SPACE
                          " FAILED" DELIMITED BY SIZE
                       INTO out-text
                   END-STRING
                   STRING "CORRECT THE FAILURE AND RERUN - THE "
                              DELIMITED BY SIZE
                          "STREAM RESUMES AT " DELIMITED BY SIZE
                          ws-step-name (ws-stop-step)
                              DELIMITED BY SPACE
                       INTO act-text
                   END-STRING
               WHEN ws-stream-held
                   MOVE "STOPPED - LEDGER-POSTING HOLD SET BY "
                       & "RECONCILIATION" TO out-text
                   MOVE "EXPLAIN THE IMBALANCE, RUN NIGHTRELEASE, "
                       & "THEN RERUN THE STREAM" TO act-text
               WHEN OTHER
                   MOVE "COMPLETED - ALL SCHEDULED STEPS RAN"
                       TO out-text
                   MOVE "NONE" TO act-text
           END-EVALUATE
           WRITE RUN-LOG-RECORD FROM ws-outcome-line
           WRITE RUN-LOG-RECORD FROM ws-action-line
           CLOSE RUN-LOG-FILE.

       8100-WRITE-STEP-LINE.
           MOVE ws-step-index TO dtl-step
           MOVE ws-step-name (ws-step-index) TO dtl-program
           MOVE ws-state-start (ws-step-index) TO dtl-start
           MOVE ws-state-end (ws-step-index) TO dtl-end
           MOVE ws-state-rc (ws-step-index) TO dtl-rc
           EVALUATE TRUE
               WHEN ws-state-earlier (ws-step-index) = "Y"
                   AND ws-state-status (ws-step-index) = "H"
                   MOVE "DONE EARLIER TONIGHT - HOLD SET"
                       TO dtl-outcome
               WHEN ws-state-earlier (ws-step-index) = "Y"
                   MOVE "DONE EARLIER TONIGHT - NOT RERUN"
                       TO dtl-outcome
               WHEN ws-state-status (ws-step-index) = "C"
                   MOVE "COMPLETED" TO dtl-outcome
               WHEN ws-state-status (ws-step-index) = "H"
                   MOVE "COMPLETED - LEDGER-POSTING HOLD SET"
                       TO dtl-outcome
               WHEN ws-state-status (ws-step-index) = "F"
                   MOVE "*** FAILED ***" TO dtl-outcome
               WHEN ws-state-status (ws-step-index) = "N"
                   MOVE "NOT SCHEDULED - NOT MONTH END"
                       TO dtl-outcome
               WHEN OTHER
                   MOVE "NOT RUN" TO dtl-outcome
                   MOVE SPACES TO dtl-start
                   MOVE SPACES TO dtl-end
                   MOVE 0 TO dtl-rc
           END-EVALUATE
           WRITE RUN-LOG-RECORD FROM ws-detail-line.

       9000-TERMINATE.
           IF NOT ws-stream-refused
               MOVE 0 TO ws-step-index
               MOVE 0 TO ws-step-rc
               MOVE ws-stream-status TO ws-stream-event
               PERFORM 7000-WRITE-STEP-STATUS
           END-IF
           PERFORM 8000-WRITE-RUN-LOG
           EVALUATE TRUE
               WHEN ws-stream-refused
                   MOVE 4 TO RETURN-CODE
               WHEN ws-stream-complete
                   DISPLAY "Stream: night of " ws-night-date
                       " completed"
               WHEN OTHER
                   DISPLAY "Stream: *** NIGHT OF " ws-night-date
                       " STOPPED - SEE NIGHTLOG ***"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       END PROGRAM NightStream.
