       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandingGen.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-INST-FILE ASSIGN TO "STNDINST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-INSTRUCTION-ID
               FILE STATUS IS ws-file-status.
           SELECT OPTIONAL ADD-TRAN-FILE ASSIGN TO "ADDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADD-RUN-REGISTER-FILE ASSIGN TO "ADDRUNREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STANDING-XREF-FILE ASSIGN TO "STNDXREF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STANDING-CTL-FILE ASSIGN TO "STNDCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-INST-FILE.
       01  STANDING-INST-RECORD.
           05 SI-INSTRUCTION-ID   PIC X(8).
           05 SI-OPERATION-CODE   PIC X(1).
           COPY OPERPAIR
               REPLACING PFX-OPERAND-1 BY SI-OPERAND-1
                         PFX-OPERAND-2 BY SI-OPERAND-2.
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY SI-ACCOUNT-NUMBER.
           05 SI-FREQUENCY        PIC X(1).
               88 SI-DAILY            VALUE "D".
               88 SI-WEEKLY           VALUE "W".
               88 SI-MONTHLY          VALUE "M".
           05 SI-FREQUENCY-DAY    PIC 9(2).
           05 SI-START-DATE       PIC X(8).
           05 SI-END-DATE         PIC X(8).
           05 SI-LAST-GENERATED   PIC X(8).
           05 SI-STATUS           PIC X(1).
               88 SI-ACTIVE           VALUE "A".
               88 SI-SUSPENDED        VALUE "S".
           05 SI-DESCRIPTION      PIC X(30).
           05 SI-CHANGED-BY       PIC X(8).
           05 SI-CHANGED-DATE     PIC X(8).
       FD  ADD-TRAN-FILE.
       01  ADD-TRAN-RECORD.
           05 AT-OPERATION-CODE   PIC X(1).
           COPY OPERPAIR
               REPLACING PFX-OPERAND-1 BY AT-OPERAND-1
                         PFX-OPERAND-2 BY AT-OPERAND-2.
           05 AT-CHAIN-FLAG       PIC X(1).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY AT-ACCOUNT-NUMBER.
           05 AT-VALUE-DATE       PIC X(8).
       FD  ADD-RUN-REGISTER-FILE.
       01  ADD-RUN-REGISTER-RECORD.
           05 RR-RUN-DATE         PIC X(8).
           05 RR-RUN-TIME         PIC X(6).
           05 RR-RUN-STATUS       PIC X(1).
           05 RR-RECORD-COUNT     PIC 9(6).
           05 RR-TOTAL-OPERAND-1  PIC S9(12)V99
               SIGN IS TRAILING SEPARATE.
           05 RR-TOTAL-OPERAND-2  PIC S9(12)V99
               SIGN IS TRAILING SEPARATE.
       FD  STANDING-XREF-FILE.
       01  STANDING-XREF-RECORD.
           05 SX-INSTRUCTION-ID   PIC X(8).
           05 SX-DUE-DATE         PIC X(8).
           05 SX-GENERATED-DATE   PIC X(8).
           05 SX-TRAN-RECORD      PIC 9(6).
       FD  STANDING-CTL-FILE.
       01  STANDING-CTL-RECORD.
           05 SC-RUN-DATE         PIC X(8).
           05 SC-RUN-STATUS       PIC X(1).
           05 SC-GENERATED-COUNT  PIC 9(6).
       WORKING-STORAGE SECTION.
       01 ws-file-status        PIC XX.
       01 ws-eof                PIC X VALUE 'N'.
           88 ws-eof-yes            VALUE 'Y'.
       01 ws-run-timestamp      PIC X(21).
       01 ws-run-stamp-parts REDEFINES ws-run-timestamp.
           05 ws-run-date       PIC X(8).
           05 FILLER            PIC X(13).
       01 ws-instructions-flag  PIC X VALUE 'N'.
           88 ws-instructions-open  VALUE 'Y'.
       01 ws-prior-status       PIC X(1) VALUE SPACE.
       01 ws-prior-date         PIC X(8) VALUE SPACES.
       01 ws-prior-generated    PIC 9(6) VALUE 0.
       01 ws-control-status     PIC X(1) VALUE SPACE.
       01 ws-incomplete-flag    PIC X VALUE 'N'.
           88 ws-prior-incomplete   VALUE 'Y'.
       01 ws-work-date          PIC X(8).
       01 ws-work-date-num REDEFINES ws-work-date PIC 9(8).
       01 ws-work-date-parts REDEFINES ws-work-date.
           05 FILLER            PIC X(6).
           05 ws-work-day       PIC 9(2).
       01 ws-next-date          PIC X(8).
       01 ws-next-date-num REDEFINES ws-next-date PIC 9(8).
       01 ws-next-date-parts REDEFINES ws-next-date.
           05 FILLER            PIC X(6).
           05 ws-next-day       PIC 9(2).
       01 ws-to-date            PIC X(8).
       01 ws-from-int           PIC 9(7) VALUE 0.
       01 ws-to-int             PIC 9(7) VALUE 0.
       01 ws-day-int            PIC 9(7) VALUE 0.
       01 ws-weekday            PIC 9(1) VALUE 0.
       01 ws-range-flag         PIC X VALUE 'N'.
           88 ws-range-open         VALUE 'Y'.
       01 ws-due-flag           PIC X VALUE 'N'.
           88 ws-date-due           VALUE 'Y'.
       01 ws-schedule-flag      PIC X VALUE 'N'.
           88 ws-schedule-valid     VALUE 'Y'.
       01 ws-generate-flag      PIC X VALUE 'N'.
           88 ws-generating         VALUE 'Y'.
       01 ws-instruction-dates  PIC 9(6) VALUE 0.
       01 ws-instructions-read  PIC 9(6) VALUE 0.
       01 ws-due-count          PIC 9(6) VALUE 0.
       01 ws-generated-count    PIC 9(6) VALUE 0.
       01 ws-caught-up-count    PIC 9(6) VALUE 0.
       01 ws-suspended-count    PIC 9(6) VALUE 0.
       01 ws-invalid-count      PIC 9(6) VALUE 0.
       01 ws-tran-base          PIC 9(6) VALUE 0.
       01 ws-scan-flag          PIC X VALUE 'N'.
           88 ws-scan-done          VALUE 'Y'.
       01 ws-consumed-flag      PIC X VALUE 'N'.
           88 ws-tran-consumed      VALUE 'Y'.
       01 ws-scan-count         PIC 9(6) VALUE 0.
       01 ws-scan-total-op1     PIC S9(12)V99 VALUE 0.
       01 ws-scan-total-op2     PIC S9(12)V99 VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    Writes every date each standing instruction has fallen due
      *    since it was last generated, up to tonight, into ADDTRAN
      *    ahead of the nightly Add run. A missed night is caught up
      *    on the next: the last generated date on the instruction,
      *    not tonight's date, decides where generation resumes.
           PERFORM 1000-INITIALIZE
           IF ws-prior-incomplete
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ws-instructions-open
                   PERFORM 2000-COUNT-DUE
                   IF ws-due-count > 0
                       MOVE "S" TO ws-control-status
                       PERFORM 7000-WRITE-CONTROL
                       PERFORM 3000-OPEN-TRAN
                   END-IF
                   PERFORM 4000-GENERATE-DUE
                   IF ws-due-count > 0
                       CLOSE ADD-TRAN-FILE STANDING-XREF-FILE
                   END-IF
                   CLOSE STANDING-INST-FILE
                   MOVE "C" TO ws-control-status
                   PERFORM 7000-WRITE-CONTROL
               END-IF
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
      *    The control record is written "S" before anything reaches
      *    ADDTRAN and "C" once every instruction carries its new
      *    last generated date. A run that died in between has
      *    written transactions its instructions do not yet show;
      *    generating again would post them twice, so the step
      *    refuses until STNDXREF has been checked against ADDTRAN
      *    and STNDINST and the control record put right.
           MOVE FUNCTION CURRENT-DATE TO ws-run-timestamp
           OPEN INPUT STANDING-CTL-FILE
           READ STANDING-CTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SC-RUN-STATUS TO ws-prior-status
                   MOVE SC-RUN-DATE TO ws-prior-date
                   IF SC-RUN-DATE = ws-run-date
                       AND SC-GENERATED-COUNT NUMERIC
                       MOVE SC-GENERATED-COUNT TO ws-prior-generated
                   END-IF
           END-READ
           CLOSE STANDING-CTL-FILE
           IF ws-prior-status = "S"
               SET ws-prior-incomplete TO TRUE
               DISPLAY "Stnd: *** GENERATION OF " ws-prior-date
                   " NEVER COMPLETED - RUN REFUSED ***"
               DISPLAY "Stnd: *** CHECK STNDXREF AGAINST ADDTRAN AND "
                   "STNDINST BEFORE RERUNNING ***"
           ELSE
               OPEN I-O STANDING-INST-FILE
               IF ws-file-status = "00"
                   SET ws-instructions-open TO TRUE
               ELSE
                   DISPLAY "Stnd: no standing instructions on file ("
                       ws-file-status ")"
               END-IF
           END-IF.

       2000-COUNT-DUE.
      *    A first pass finds whether anything is due at all, so a
      *    night with nothing to generate leaves ADDTRAN untouched.
           MOVE "N" TO ws-eof
           PERFORM 2100-COUNT-INSTRUCTION UNTIL ws-eof-yes
           CLOSE STANDING-INST-FILE
           OPEN I-O STANDING-INST-FILE.

       2100-COUNT-INSTRUCTION.
           READ STANDING-INST-FILE NEXT RECORD
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   PERFORM 5000-SET-RANGE
                   IF ws-range-open AND SI-ACTIVE
                       PERFORM 2110-COUNT-DATE
                           VARYING ws-day-int FROM ws-from-int BY 1
                           UNTIL ws-day-int > ws-to-int
                   END-IF
           END-READ.

       2110-COUNT-DATE.
           PERFORM 5100-CHECK-DUE
           IF ws-date-due
               ADD 1 TO ws-due-count
           END-IF.

       3000-OPEN-TRAN.
      *    Generated records join tonight's input the same way the
      *    warehouse release does: an ADDTRAN the nightly run has
      *    already consumed is replaced, one it has not is added to.
      *    The cross-reference carries each record's position in
      *    ADDTRAN, so it is replaced along with a consumed ADDTRAN
      *    and its positions start past whatever is already there
      *    when ADDTRAN is added to.
           PERFORM 6200-CHECK-TRAN-CONSUMED
           IF ws-tran-consumed
               MOVE 0 TO ws-tran-base
               OPEN OUTPUT ADD-TRAN-FILE
               OPEN OUTPUT STANDING-XREF-FILE
           ELSE
               MOVE ws-scan-count TO ws-tran-base
               OPEN EXTEND ADD-TRAN-FILE
               OPEN EXTEND STANDING-XREF-FILE
           END-IF.

       4000-GENERATE-DUE.
           MOVE "N" TO ws-eof
           SET ws-generating TO TRUE
           PERFORM 4100-GENERATE-INSTRUCTION UNTIL ws-eof-yes.

       4100-GENERATE-INSTRUCTION.
      *    A suspended instruction has its dates passed over rather
      *    than saved up, so putting it back to active does not post
      *    every date it missed while suspended.
           READ STANDING-INST-FILE NEXT RECORD
               AT END
                   SET ws-eof-yes TO TRUE
               NOT AT END
                   ADD 1 TO ws-instructions-read
                   PERFORM 5000-SET-RANGE
                   IF ws-range-open
                       MOVE 0 TO ws-instruction-dates
                       IF SI-ACTIVE
                           PERFORM 4200-GENERATE-DATE
                               VARYING ws-day-int FROM ws-from-int
                               BY 1 UNTIL ws-day-int > ws-to-int
                       ELSE
                           ADD 1 TO ws-suspended-count
                       END-IF
                       IF ws-instruction-dates > 1
                           ADD 1 TO ws-caught-up-count
                           DISPLAY "Stnd: instruction "
                               SI-INSTRUCTION-ID " caught up "
                               ws-instruction-dates
                               " dates"
                       END-IF
                       MOVE ws-to-date TO SI-LAST-GENERATED
                       REWRITE STANDING-INST-RECORD
                           INVALID KEY
                               DISPLAY "Stnd: *** INSTRUCTION "
                                   SI-INSTRUCTION-ID
                                   " NOT UPDATED (" ws-file-status
                                   ") ***"
                       END-REWRITE
                   END-IF
           END-READ.

       4200-GENERATE-DATE.
           PERFORM 5100-CHECK-DUE
           IF ws-date-due
               MOVE SI-OPERATION-CODE TO AT-OPERATION-CODE
               MOVE SI-OPERAND-1 TO AT-OPERAND-1
               MOVE SI-OPERAND-2 TO AT-OPERAND-2
               MOVE SPACE TO AT-CHAIN-FLAG
               MOVE SI-ACCOUNT-NUMBER TO AT-ACCOUNT-NUMBER
               MOVE ws-work-date TO AT-VALUE-DATE
               WRITE ADD-TRAN-RECORD
               ADD 1 TO ws-generated-count
               ADD 1 TO ws-instruction-dates
               MOVE SI-INSTRUCTION-ID TO SX-INSTRUCTION-ID
               MOVE ws-work-date TO SX-DUE-DATE
               MOVE ws-run-date TO SX-GENERATED-DATE
               COMPUTE SX-TRAN-RECORD = ws-tran-base
                   + ws-generated-count
               WRITE STANDING-XREF-RECORD
           END-IF.

       5000-SET-RANGE.
      *    Generation runs from the day after the last generated date
      *    (or from the start date, for an instruction never yet
      *    generated) through tonight or the end date, whichever
      *    comes first.
           MOVE 'N' TO ws-range-flag
           PERFORM 5050-CHECK-SCHEDULE
           IF ws-schedule-valid
               IF SI-LAST-GENERATED NOT = SPACES
                   AND SI-LAST-GENERATED NOT < SI-START-DATE
                   MOVE SI-LAST-GENERATED TO ws-work-date
                   COMPUTE ws-from-int =
                       FUNCTION INTEGER-OF-DATE(ws-work-date-num) + 1
               ELSE
                   MOVE SI-START-DATE TO ws-work-date
                   COMPUTE ws-from-int =
                       FUNCTION INTEGER-OF-DATE(ws-work-date-num)
               END-IF
               IF SI-END-DATE NOT = SPACES
                   AND SI-END-DATE < ws-run-date
                   MOVE SI-END-DATE TO ws-to-date
               ELSE
                   MOVE ws-run-date TO ws-to-date
               END-IF
               MOVE ws-to-date TO ws-work-date
               COMPUTE ws-to-int =
                   FUNCTION INTEGER-OF-DATE(ws-work-date-num)
               IF ws-from-int NOT > ws-to-int
                   SET ws-range-open TO TRUE
               END-IF
           END-IF.

       5050-CHECK-SCHEDULE.
      *    The maintenance screen edits every instruction, so a bad
      *    date here means the file was altered outside it; the
      *    instruction is left alone and reported.
           MOVE 'Y' TO ws-schedule-flag
           MOVE SI-START-DATE TO ws-work-date
           IF ws-work-date NOT NUMERIC
               MOVE 'N' TO ws-schedule-flag
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-work-date-num) NOT = 0
                   MOVE 'N' TO ws-schedule-flag
               END-IF
           END-IF
           IF SI-LAST-GENERATED NOT = SPACES
               MOVE SI-LAST-GENERATED TO ws-work-date
               IF ws-work-date NOT NUMERIC
                   MOVE 'N' TO ws-schedule-flag
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(ws-work-date-num)
                       NOT = 0
                       MOVE 'N' TO ws-schedule-flag
                   END-IF
               END-IF
           END-IF
           IF SI-END-DATE NOT = SPACES
               MOVE SI-END-DATE TO ws-work-date
               IF ws-work-date NOT NUMERIC
                   MOVE 'N' TO ws-schedule-flag
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(ws-work-date-num)
                       NOT = 0
                       MOVE 'N' TO ws-schedule-flag
                   END-IF
               END-IF
           END-IF
           IF NOT SI-DAILY AND NOT SI-WEEKLY AND NOT SI-MONTHLY
               MOVE 'N' TO ws-schedule-flag
           END-IF
           IF NOT ws-schedule-valid AND ws-generating
               ADD 1 TO ws-invalid-count
               DISPLAY "Stnd: *** INSTRUCTION " SI-INSTRUCTION-ID
                   " HAS AN INVALID SCHEDULE - NOT GENERATED ***"
           END-IF.

       5100-CHECK-DUE.
      *    Day 1 of the integer calendar, 1 January 1601, was a
      *    Monday, so weekday 1 is Monday through 7 for Sunday. A
      *    monthly day past the end of a short month falls due on
      *    that month's last day.
           MOVE 'N' TO ws-due-flag
           MOVE FUNCTION DATE-OF-INTEGER(ws-day-int)
               TO ws-work-date-num
           EVALUATE TRUE
               WHEN SI-DAILY
                   SET ws-date-due TO TRUE
               WHEN SI-WEEKLY
                   COMPUTE ws-weekday =
                       FUNCTION MOD(ws-day-int - 1, 7) + 1
                   IF ws-weekday = SI-FREQUENCY-DAY
                       SET ws-date-due TO TRUE
                   END-IF
               WHEN SI-MONTHLY
                   IF ws-work-day = SI-FREQUENCY-DAY
                       SET ws-date-due TO TRUE
                   ELSE
                       IF SI-FREQUENCY-DAY > ws-work-day
                           MOVE FUNCTION DATE-OF-INTEGER(ws-day-int + 1)
                               TO ws-next-date-num
                           IF ws-next-day = 1
                               SET ws-date-due TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       6200-CHECK-TRAN-CONSUMED.
           MOVE 'N' TO ws-consumed-flag
           MOVE 0 TO ws-scan-count
           MOVE 0 TO ws-scan-total-op1
           MOVE 0 TO ws-scan-total-op2
           MOVE 'N' TO ws-scan-flag
           OPEN INPUT ADD-TRAN-FILE
           PERFORM 6210-TOTAL-TRAN UNTIL ws-scan-done
           CLOSE ADD-TRAN-FILE
           IF ws-scan-count = 0
               SET ws-tran-consumed TO TRUE
           ELSE
               MOVE 'N' TO ws-scan-flag
               OPEN INPUT ADD-RUN-REGISTER-FILE
               PERFORM 6220-MATCH-COMPLETED-RUN UNTIL ws-scan-done
               CLOSE ADD-RUN-REGISTER-FILE
           END-IF.

       6210-TOTAL-TRAN.
           READ ADD-TRAN-FILE
               AT END
                   SET ws-scan-done TO TRUE
               NOT AT END
                   ADD 1 TO ws-scan-count
                   IF AT-OPERAND-1 NUMERIC
                       ADD AT-OPERAND-1 TO ws-scan-total-op1
                   END-IF
                   IF AT-OPERAND-2 NUMERIC
                       ADD AT-OPERAND-2 TO ws-scan-total-op2
                   END-IF
           END-READ.

       6220-MATCH-COMPLETED-RUN.
           READ ADD-RUN-REGISTER-FILE
               AT END
                   SET ws-scan-done TO TRUE
               NOT AT END
                   IF RR-RUN-STATUS = "C"
                       AND RR-RECORD-COUNT = ws-scan-count
                       AND RR-TOTAL-OPERAND-1 = ws-scan-total-op1
                       AND RR-TOTAL-OPERAND-2 = ws-scan-total-op2
                       SET ws-tran-consumed TO TRUE
                   END-IF
           END-READ.

       7000-WRITE-CONTROL.
           OPEN OUTPUT STANDING-CTL-FILE
           MOVE ws-run-date TO SC-RUN-DATE
           MOVE ws-control-status TO SC-RUN-STATUS
           COMPUTE SC-GENERATED-COUNT =
               ws-prior-generated + ws-generated-count
           WRITE STANDING-CTL-RECORD
           CLOSE STANDING-CTL-FILE.

       9000-TERMINATE.
           DISPLAY "Stnd: instructions read:           "
               ws-instructions-read
           DISPLAY "Stnd: transactions generated:      "
               ws-generated-count
           DISPLAY "Stnd: instructions caught up:      "
               ws-caught-up-count
           DISPLAY "Stnd: suspended, dates passed over:"
               ws-suspended-count
           IF ws-invalid-count > 0
               DISPLAY "Stnd: *** INSTRUCTIONS NOT GENERATED: "
                   ws-invalid-count " ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
       END PROGRAM StandingGen.
