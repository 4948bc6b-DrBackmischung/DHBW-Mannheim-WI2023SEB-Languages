       IDENTIFICATION DIVISION.
       PROGRAM-ID. StndMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-INST-FILE ASSIGN TO "STNDINST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-INSTRUCTION-ID
               FILE STATUS IS ws-file-status.
           SELECT OPTIONAL ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS ws-acct-file-status.
           SELECT OPTIONAL STANDING-JOURNAL-FILE ASSIGN TO "STNDJRNL"
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
       FD  ACCOUNT-MASTER-FILE.
       01  ACCOUNT-MASTER-RECORD.
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY AM-ACCOUNT-NUMBER.
           05 AM-ACCOUNT-NAME     PIC X(30).
           05 AM-ACCOUNT-STATUS   PIC X(1).
               88 AM-ACCOUNT-OPEN     VALUE "O".
               88 AM-ACCOUNT-FROZEN   VALUE "F".
               88 AM-ACCOUNT-CLOSED   VALUE "C".
           05 AM-OPEN-DATE        PIC X(8).
       FD  STANDING-JOURNAL-FILE.
       01  STANDING-JOURNAL-RECORD.
           05 SJ-TIMESTAMP        PIC X(21).
           05 SJ-OPERATOR         PIC X(8).
           05 SJ-ACTION           PIC X(1).
           05 SJ-BEFORE-IMAGE     PIC X(113).
           05 SJ-AFTER-IMAGE      PIC X(113).
       WORKING-STORAGE SECTION.
       01 ws-file-status        PIC XX.
       01 ws-acct-file-status   PIC XX.
       01 ws-account-flag       PIC X VALUE 'N'.
           88 ws-account-found      VALUE 'Y'.
       01 ws-menu-choice        PIC X.
       01 ws-done-flag          PIC X VALUE 'N'.
           88 ws-done-yes           VALUE 'Y'.
       01 ws-browse-flag        PIC X VALUE 'N'.
           88 ws-browse-done        VALUE 'Y'.
       01 ws-entry-flag         PIC X VALUE 'N'.
           88 ws-entry-done         VALUE 'Y'.
       01 ws-valid-flag         PIC X VALUE 'N'.
           88 ws-entry-valid        VALUE 'Y'.
       01 ws-message            PIC X(40) VALUE SPACES.
       01 ws-operator-id        PIC X(8) VALUE SPACES.
       01 ws-stamp              PIC X(21).
       01 ws-stamp-parts REDEFINES ws-stamp.
           05 ws-stamp-date     PIC X(8).
           05 FILLER            PIC X(13).
       01 ws-check-date         PIC X(8).
       01 ws-check-date-num REDEFINES ws-check-date PIC 9(8).
       01 ws-date-flag          PIC X VALUE 'N'.
           88 ws-date-valid         VALUE 'Y'.
       01 ws-start-flag         PIC X VALUE 'N'.
           88 ws-start-valid        VALUE 'Y'.
       01 ws-end-flag           PIC X VALUE 'N'.
           88 ws-end-valid          VALUE 'Y'.
       01 ws-before-start       PIC X(8) VALUE SPACES.
       01 ws-journal-action     PIC X(1).
       01 ws-before-image       PIC X(113) VALUE SPACES.
       01 ws-after-image        PIC X(113) VALUE SPACES.
       01 ws-edited-image       PIC X(113) VALUE SPACES.
       01 ws-current-generated  PIC X(8) VALUE SPACES.

       SCREEN SECTION.
       01 SCR-MENU.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "STANDING INSTRUCTION MAINTENANCE".
           05 LINE 3 COL 1 VALUE "A - Add a standing instruction".
           05 LINE 4 COL 1 VALUE "B - Browse standing instructions".
           05 LINE 5 COL 1 VALUE "C - Change a standing instruction".
           05 LINE 6 COL 1 VALUE "X - Exit".
           05 LINE 8 COL 1 VALUE "Selection: ".
           05 LINE 8 COL 12 PIC X(1) TO ws-menu-choice.
           05 LINE 10 COL 1 PIC X(40) FROM ws-message.

       01 SCR-DETAIL.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "STANDING INSTRUCTION DETAIL".
           05 LINE 3 COL 1 VALUE "Instruction id : ".
           05 LINE 3 COL 18 PIC X(8) USING SI-INSTRUCTION-ID.
           05 LINE 4 COL 1 VALUE "Description    : ".
           05 LINE 4 COL 18 PIC X(30) USING SI-DESCRIPTION.
           05 LINE 5 COL 1 VALUE "Account number : ".
           05 LINE 5 COL 18 PIC X(10) USING SI-ACCOUNT-NUMBER.
           05 LINE 6 COL 1 VALUE "Operation code : ".
           05 LINE 6 COL 18 PIC X(1) USING SI-OPERATION-CODE.
           05 LINE 7 COL 1 VALUE "Operand 1      : ".
           05 LINE 7 COL 18 PIC S9(7)V99 USING SI-OPERAND-1.
           05 LINE 8 COL 1 VALUE "Operand 2      : ".
           05 LINE 8 COL 18 PIC S9(7)V99 USING SI-OPERAND-2.
           05 LINE 9 COL 1 VALUE "Frequency      : ".
           05 LINE 9 COL 18 PIC X(1) USING SI-FREQUENCY.
           05 LINE 9 COL 21 VALUE "D=daily W=weekly M=monthly".
           05 LINE 10 COL 1 VALUE "Day            : ".
           05 LINE 10 COL 18 PIC 9(2) USING SI-FREQUENCY-DAY.
           05 LINE 10 COL 21 VALUE "W: 1=Mon..7=Sun  M: 1-31".
           05 LINE 11 COL 1 VALUE "Start date     : ".
           05 LINE 11 COL 18 PIC X(8) USING SI-START-DATE.
           05 LINE 12 COL 1 VALUE "End date       : ".
           05 LINE 12 COL 18 PIC X(8) USING SI-END-DATE.
           05 LINE 12 COL 28 VALUE "blank = no end".
           05 LINE 13 COL 1 VALUE "Status         : ".
           05 LINE 13 COL 18 PIC X(1) USING SI-STATUS.
           05 LINE 13 COL 21 VALUE "A=active S=suspended".
           05 LINE 14 COL 1 VALUE "Last generated : ".
           05 LINE 14 COL 18 PIC X(8) FROM SI-LAST-GENERATED.
           05 LINE 15 COL 1 VALUE "Last changed by: ".
           05 LINE 15 COL 18 PIC X(8) FROM SI-CHANGED-BY.
           05 LINE 15 COL 27 VALUE "on".
           05 LINE 15 COL 30 PIC X(8) FROM SI-CHANGED-DATE.
           05 LINE 17 COL 1 PIC X(40) FROM ws-message.

       01 SCR-CHANGE.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "STANDING INSTRUCTION DETAIL".
           05 LINE 3 COL 1 VALUE "Instruction id : ".
           05 LINE 3 COL 18 PIC X(8) FROM SI-INSTRUCTION-ID.
           05 LINE 4 COL 1 VALUE "Description    : ".
           05 LINE 4 COL 18 PIC X(30) USING SI-DESCRIPTION.
           05 LINE 5 COL 1 VALUE "Account number : ".
           05 LINE 5 COL 18 PIC X(10) USING SI-ACCOUNT-NUMBER.
           05 LINE 6 COL 1 VALUE "Operation code : ".
           05 LINE 6 COL 18 PIC X(1) USING SI-OPERATION-CODE.
           05 LINE 7 COL 1 VALUE "Operand 1      : ".
           05 LINE 7 COL 18 PIC S9(7)V99 USING SI-OPERAND-1.
           05 LINE 8 COL 1 VALUE "Operand 2      : ".
           05 LINE 8 COL 18 PIC S9(7)V99 USING SI-OPERAND-2.
           05 LINE 9 COL 1 VALUE "Frequency      : ".
           05 LINE 9 COL 18 PIC X(1) USING SI-FREQUENCY.
           05 LINE 9 COL 21 VALUE "D=daily W=weekly M=monthly".
           05 LINE 10 COL 1 VALUE "Day            : ".
           05 LINE 10 COL 18 PIC 9(2) USING SI-FREQUENCY-DAY.
           05 LINE 10 COL 21 VALUE "W: 1=Mon..7=Sun  M: 1-31".
           05 LINE 11 COL 1 VALUE "Start date     : ".
           05 LINE 11 COL 18 PIC X(8) USING SI-START-DATE.
           05 LINE 12 COL 1 VALUE "End date       : ".
           05 LINE 12 COL 18 PIC X(8) USING SI-END-DATE.
           05 LINE 12 COL 28 VALUE "blank = no end".
           05 LINE 13 COL 1 VALUE "Status         : ".
           05 LINE 13 COL 18 PIC X(1) USING SI-STATUS.
           05 LINE 13 COL 21 VALUE "A=active S=suspended".
           05 LINE 14 COL 1 VALUE "Last generated : ".
           05 LINE 14 COL 18 PIC X(8) FROM SI-LAST-GENERATED.
           05 LINE 15 COL 1 VALUE "Last changed by: ".
           05 LINE 15 COL 18 PIC X(8) FROM SI-CHANGED-BY.
           05 LINE 15 COL 27 VALUE "on".
           05 LINE 15 COL 30 PIC X(8) FROM SI-CHANGED-DATE.
           05 LINE 17 COL 1 PIC X(40) FROM ws-message.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-SIGN-ON
           PERFORM UNTIL ws-done-yes
               PERFORM 2000-DISPLAY-MENU
               EVALUATE ws-menu-choice
                   WHEN "A" WHEN "a"
                       PERFORM 3000-ADD-INSTRUCTION
                   WHEN "B" WHEN "b"
                       PERFORM 4000-BROWSE-INSTRUCTIONS
                   WHEN "C" WHEN "c"
                       PERFORM 5000-CHANGE-INSTRUCTION
                   WHEN "X" WHEN "x"
                       SET ws-done-yes TO TRUE
                   WHEN OTHER
                       MOVE "*** INVALID SELECTION ***" TO ws-message
               END-EVALUATE
           END-PERFORM
           PERFORM 9000-CLOSE-FILES
           STOP RUN.

       1000-OPEN-FILES.
           OPEN I-O STANDING-INST-FILE
           IF ws-file-status = "35"
               OPEN OUTPUT STANDING-INST-FILE
               CLOSE STANDING-INST-FILE
               OPEN I-O STANDING-INST-FILE
           END-IF
           OPEN INPUT ACCOUNT-MASTER-FILE.

       1100-SIGN-ON.
      *    A standing instruction posts night after night without
      *    anyone keying it again, so every add and change is
      *    journaled under the operator who made it.
           PERFORM UNTIL ws-operator-id NOT = SPACES
               DISPLAY "Stnd: enter operator id: "
               ACCEPT ws-operator-id
           END-PERFORM.

       2000-DISPLAY-MENU.
           DISPLAY SCR-MENU
           ACCEPT SCR-MENU
           MOVE SPACES TO ws-message.

       3000-ADD-INSTRUCTION.
           MOVE SPACES TO ws-message
           INITIALIZE STANDING-INST-RECORD
           MOVE "A" TO SI-STATUS
           MOVE "M" TO SI-FREQUENCY
           MOVE 'N' TO ws-entry-flag
           PERFORM 3100-ACCEPT-NEW-INSTRUCTION UNTIL ws-entry-done.

       3100-ACCEPT-NEW-INSTRUCTION.
      *    A blank instruction id abandons the add. The last
      *    generated date starts empty; the nightly generator alone
      *    sets it.
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           IF SI-INSTRUCTION-ID = SPACES
               SET ws-entry-done TO TRUE
               MOVE "*** ADD ABANDONED ***" TO ws-message
           ELSE
               MOVE SPACES TO ws-before-start
               PERFORM 3500-VALIDATE-INSTRUCTION
               IF ws-entry-valid
                   SET ws-entry-done TO TRUE
                   MOVE SPACES TO SI-LAST-GENERATED
                   PERFORM 3600-STAMP-CHANGE
                   WRITE STANDING-INST-RECORD
                       INVALID KEY
                           MOVE "*** INSTRUCTION ALREADY EXISTS - "
                               & "NOT ADDED ***" TO ws-message
                       NOT INVALID KEY
                           MOVE "*** INSTRUCTION ADDED ***"
                               TO ws-message
                           MOVE "A" TO ws-journal-action
                           MOVE SPACES TO ws-before-image
                           MOVE STANDING-INST-RECORD
                               TO ws-after-image
                           PERFORM 7000-WRITE-JOURNAL
                   END-WRITE
               END-IF
           END-IF.

       3500-VALIDATE-INSTRUCTION.
      *    The same edits the pending maintenance makes, plus the
      *    schedule. An account frozen or closed after the instruction
      *    is keyed is left to the nightly run to reject, and the
      *    rejection reaches the standing acknowledgments like any
      *    other disposition. A start date newly keyed in the past is
      *    refused: the generator catches up every date it has not
      *    yet generated, and would post the whole back run at once.
           MOVE 'Y' TO ws-valid-flag
           PERFORM 3550-LOOKUP-ACCOUNT
           MOVE FUNCTION CURRENT-DATE TO ws-stamp
           MOVE SI-START-DATE TO ws-check-date
           PERFORM 3560-CHECK-DATE
           MOVE ws-date-flag TO ws-start-flag
           MOVE SI-END-DATE TO ws-check-date
           PERFORM 3560-CHECK-DATE
           MOVE ws-date-flag TO ws-end-flag
           EVALUATE TRUE
               WHEN SI-DESCRIPTION = SPACES
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** DESCRIPTION REQUIRED ***" TO ws-message
               WHEN SI-OPERATION-CODE NOT = "A"
                   AND SI-OPERATION-CODE NOT = "S"
                   AND SI-OPERATION-CODE NOT = "M"
                   AND SI-OPERATION-CODE NOT = "D"
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** UNKNOWN OPERATION CODE ***"
                       TO ws-message
               WHEN NOT ws-account-found
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** ACCOUNT NOT ON ACCOUNT MASTER ***"
                       TO ws-message
               WHEN AM-ACCOUNT-FROZEN
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** ACCOUNT IS FROZEN ***" TO ws-message
               WHEN AM-ACCOUNT-CLOSED
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** ACCOUNT IS CLOSED ***" TO ws-message
               WHEN SI-OPERAND-1 NOT NUMERIC
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** OPERAND 1 NOT NUMERIC ***"
                       TO ws-message
               WHEN SI-OPERAND-1 < 0
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** OPERAND 1 NEGATIVE OR OUT OF RANGE ***"
                       TO ws-message
               WHEN SI-OPERAND-2 NOT NUMERIC
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** OPERAND 2 NOT NUMERIC ***"
                       TO ws-message
               WHEN SI-OPERAND-2 < 0
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** OPERAND 2 NEGATIVE OR OUT OF RANGE ***"
                       TO ws-message
               WHEN NOT SI-DAILY AND NOT SI-WEEKLY AND NOT SI-MONTHLY
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** FREQUENCY MUST BE D, W OR M ***"
                       TO ws-message
               WHEN SI-FREQUENCY-DAY NOT NUMERIC
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** DAY NOT NUMERIC ***" TO ws-message
               WHEN SI-WEEKLY
                   AND (SI-FREQUENCY-DAY < 1 OR SI-FREQUENCY-DAY > 7)
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** WEEKLY DAY MUST BE 1 TO 7 ***"
                       TO ws-message
               WHEN SI-MONTHLY
                   AND (SI-FREQUENCY-DAY < 1 OR SI-FREQUENCY-DAY > 31)
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** MONTHLY DAY MUST BE 1 TO 31 ***"
                       TO ws-message
               WHEN NOT ws-start-valid
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** START DATE NOT A VALID CCYYMMDD ***"
                       TO ws-message
               WHEN SI-START-DATE NOT = ws-before-start
                   AND SI-START-DATE < ws-stamp-date
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** START DATE IS IN THE PAST ***"
                       TO ws-message
               WHEN SI-END-DATE NOT = SPACES AND NOT ws-end-valid
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** END DATE NOT A VALID CCYYMMDD ***"
                       TO ws-message
               WHEN SI-END-DATE NOT = SPACES
                   AND SI-END-DATE < SI-START-DATE
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** END DATE BEFORE START DATE ***"
                       TO ws-message
               WHEN NOT SI-ACTIVE AND NOT SI-SUSPENDED
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** STATUS MUST BE A OR S ***" TO ws-message
           END-EVALUATE
           IF ws-entry-valid AND SI-DAILY
               MOVE 0 TO SI-FREQUENCY-DAY
           END-IF.

       3550-LOOKUP-ACCOUNT.
           MOVE 'N' TO ws-account-flag
           MOVE SI-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO ws-account-flag
               NOT INVALID KEY
                   SET ws-account-found TO TRUE
           END-READ.

       3560-CHECK-DATE.
           MOVE 'N' TO ws-date-flag
           IF ws-check-date NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(ws-check-date-num) = 0
                   SET ws-date-valid TO TRUE
               END-IF
           END-IF.

       3600-STAMP-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO ws-stamp
           MOVE ws-operator-id TO SI-CHANGED-BY
           MOVE ws-stamp-date TO SI-CHANGED-DATE.

       4000-BROWSE-INSTRUCTIONS.
           MOVE LOW-VALUES TO SI-INSTRUCTION-ID
           START STANDING-INST-FILE
               KEY IS NOT LESS THAN SI-INSTRUCTION-ID
               INVALID KEY
                   MOVE "*** NO INSTRUCTIONS ON FILE ***"
                       TO ws-message
               NOT INVALID KEY
                   PERFORM 4100-BROWSE-LOOP
           END-START.

       4100-BROWSE-LOOP.
           MOVE "N" TO ws-browse-flag
           PERFORM UNTIL ws-browse-done
               READ STANDING-INST-FILE NEXT RECORD
                   AT END
                       MOVE "*** END OF INSTRUCTIONS ***"
                           TO ws-message
                       SET ws-browse-done TO TRUE
                   NOT AT END
                       MOVE "B=next, X=stop browsing" TO ws-message
                       DISPLAY SCR-DETAIL
                       ACCEPT ws-menu-choice
                           AT LINE 18 COL 1
                       IF ws-menu-choice = "X" OR ws-menu-choice = "x"
                           SET ws-browse-done TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       5000-CHANGE-INSTRUCTION.
           MOVE SPACES TO ws-message
           INITIALIZE STANDING-INST-RECORD
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           READ STANDING-INST-FILE
               INVALID KEY
                   MOVE "*** INSTRUCTION NOT FOUND ***" TO ws-message
               NOT INVALID KEY
                   MOVE STANDING-INST-RECORD TO ws-before-image
                   MOVE SI-START-DATE TO ws-before-start
                   MOVE 'N' TO ws-entry-flag
                   PERFORM 5100-ACCEPT-CHANGE UNTIL ws-entry-done
           END-READ.

       5100-ACCEPT-CHANGE.
      *    A blank description abandons the change and leaves the
      *    instruction as read. The last generated date is never
      *    keyed, and the record is read again just before it is
      *    rewritten so the date the generator holds on file now is
      *    the one kept; a change made while the nightly run moved
      *    the date on cannot put it back and have dates repeated.
           DISPLAY SCR-CHANGE
           ACCEPT SCR-CHANGE
           IF SI-DESCRIPTION = SPACES
               SET ws-entry-done TO TRUE
               MOVE "*** CHANGE ABANDONED ***" TO ws-message
           ELSE
               PERFORM 3500-VALIDATE-INSTRUCTION
               IF ws-entry-valid
                   SET ws-entry-done TO TRUE
                   PERFORM 5200-REWRITE-INSTRUCTION
               END-IF
           END-IF.

       5200-REWRITE-INSTRUCTION.
           MOVE STANDING-INST-RECORD TO ws-edited-image
           READ STANDING-INST-FILE
               INVALID KEY
                   MOVE "*** INSTRUCTION NO LONGER ON FILE ***"
                       TO ws-message
               NOT INVALID KEY
                   MOVE SI-LAST-GENERATED TO ws-current-generated
                   MOVE STANDING-INST-RECORD TO ws-before-image
                   MOVE ws-edited-image TO STANDING-INST-RECORD
                   MOVE ws-current-generated TO SI-LAST-GENERATED
                   PERFORM 3600-STAMP-CHANGE
                   REWRITE STANDING-INST-RECORD
                       INVALID KEY
                           MOVE "*** UPDATE FAILED ***" TO ws-message
                       NOT INVALID KEY
                           MOVE "*** INSTRUCTION UPDATED ***"
                               TO ws-message
                           MOVE "C" TO ws-journal-action
                           MOVE STANDING-INST-RECORD
                               TO ws-after-image
                           PERFORM 7000-WRITE-JOURNAL
                   END-REWRITE
           END-READ.

       7000-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO ws-stamp
           OPEN EXTEND STANDING-JOURNAL-FILE
           MOVE ws-stamp TO SJ-TIMESTAMP
           MOVE ws-operator-id TO SJ-OPERATOR
           MOVE ws-journal-action TO SJ-ACTION
           MOVE ws-before-image TO SJ-BEFORE-IMAGE
           MOVE ws-after-image TO SJ-AFTER-IMAGE
           WRITE STANDING-JOURNAL-RECORD
           CLOSE STANDING-JOURNAL-FILE.

       9000-CLOSE-FILES.
           CLOSE STANDING-INST-FILE ACCOUNT-MASTER-FILE.
       END PROGRAM StndMaint.
