       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMapMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-OPERATION-CODE
               FILE STATUS IS ws-file-status.
           SELECT OPTIONAL GL-MAP-JOURNAL-FILE ASSIGN TO "GLMJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05 GM-OPERATION-CODE   PIC X(1).
           05 GM-DEBIT-ACCOUNT    PIC X(12).
           05 GM-CREDIT-ACCOUNT   PIC X(12).
           05 GM-DESCRIPTION      PIC X(30).
           05 GM-CHANGED-DATE     PIC X(8).
       FD  GL-MAP-JOURNAL-FILE.
       01  GL-MAP-JOURNAL-RECORD.
           05 GJ-TIMESTAMP        PIC X(21).
           05 GJ-OPERATOR         PIC X(8).
           05 GJ-ACTION           PIC X(1).
           05 GJ-BEFORE-IMAGE     PIC X(63).
           05 GJ-AFTER-IMAGE      PIC X(63).
       WORKING-STORAGE SECTION.
       01 ws-file-status        PIC XX.
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
       01 ws-journal-action     PIC X(1).
       01 ws-before-image       PIC X(63) VALUE SPACES.
       01 ws-after-image        PIC X(63) VALUE SPACES.

       SCREEN SECTION.
       01 SCR-MENU.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "GENERAL LEDGER MAPPING MAINTENANCE".
           05 LINE 3 COL 1 VALUE "A - Add a mapping".
           05 LINE 4 COL 1 VALUE "B - Browse mappings".
           05 LINE 5 COL 1 VALUE "C - Change a mapping".
           05 LINE 6 COL 1 VALUE "X - Exit".
           05 LINE 8 COL 1 VALUE "Selection: ".
           05 LINE 8 COL 12 PIC X(1) TO ws-menu-choice.
           05 LINE 10 COL 1 PIC X(40) FROM ws-message.

       01 SCR-DETAIL.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "GL MAPPING DETAIL".
           05 LINE 3 COL 1 VALUE "Op (A/S/M/D)   : ".
           05 LINE 3 COL 18 PIC X(1) USING GM-OPERATION-CODE.
           05 LINE 4 COL 1 VALUE "Debit account  : ".
           05 LINE 4 COL 18 PIC X(12) USING GM-DEBIT-ACCOUNT.
           05 LINE 5 COL 1 VALUE "Credit account : ".
           05 LINE 5 COL 18 PIC X(12) USING GM-CREDIT-ACCOUNT.
           05 LINE 6 COL 1 VALUE "Description    : ".
           05 LINE 6 COL 18 PIC X(30) USING GM-DESCRIPTION.
           05 LINE 7 COL 1 VALUE "Last changed   : ".
           05 LINE 7 COL 18 PIC X(8) FROM GM-CHANGED-DATE.
           05 LINE 9 COL 1 PIC X(40) FROM ws-message.

       01 SCR-CHANGE.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "GL MAPPING DETAIL".
           05 LINE 3 COL 1 VALUE "Op (A/S/M/D)   : ".
           05 LINE 3 COL 18 PIC X(1) FROM GM-OPERATION-CODE.
           05 LINE 4 COL 1 VALUE "Debit account  : ".
           05 LINE 4 COL 18 PIC X(12) USING GM-DEBIT-ACCOUNT.
           05 LINE 5 COL 1 VALUE "Credit account : ".
           05 LINE 5 COL 18 PIC X(12) USING GM-CREDIT-ACCOUNT.
           05 LINE 6 COL 1 VALUE "Description    : ".
           05 LINE 6 COL 18 PIC X(30) USING GM-DESCRIPTION.
           05 LINE 7 COL 1 VALUE "Last changed   : ".
           05 LINE 7 COL 18 PIC X(8) FROM GM-CHANGED-DATE.
           05 LINE 9 COL 1 PIC X(40) FROM ws-message.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-SIGN-ON
           PERFORM UNTIL ws-done-yes
               PERFORM 2000-DISPLAY-MENU
               EVALUATE ws-menu-choice
                   WHEN "A" WHEN "a"
                       PERFORM 3000-ADD-MAPPING
                   WHEN "B" WHEN "b"
                       PERFORM 4000-BROWSE-MAPPINGS
                   WHEN "C" WHEN "c"
                       PERFORM 5000-CHANGE-MAPPING
                   WHEN "X" WHEN "x"
                       SET ws-done-yes TO TRUE
                   WHEN OTHER
                       MOVE "*** INVALID SELECTION ***" TO ws-message
               END-EVALUATE
           END-PERFORM
           PERFORM 9000-CLOSE-FILES
           STOP RUN.

       1000-OPEN-FILES.
           OPEN I-O GL-MAP-FILE
           IF ws-file-status = "35"
               OPEN OUTPUT GL-MAP-FILE
               CLOSE GL-MAP-FILE
               OPEN I-O GL-MAP-FILE
           END-IF.

       1100-SIGN-ON.
      *    The mapping decides where every ledger total lands in the
      *    general ledger, so each change is journaled under the
      *    operator who made it.
           PERFORM UNTIL ws-operator-id NOT = SPACES
               DISPLAY "GLMap: enter operator id: "
               ACCEPT ws-operator-id
           END-PERFORM.

       2000-DISPLAY-MENU.
           DISPLAY SCR-MENU
           ACCEPT SCR-MENU
           MOVE SPACES TO ws-message.

       3000-ADD-MAPPING.
           MOVE SPACES TO ws-message
           INITIALIZE GL-MAP-RECORD
           MOVE 'N' TO ws-entry-flag
           PERFORM 3100-ACCEPT-NEW-MAPPING UNTIL ws-entry-done.

       3100-ACCEPT-NEW-MAPPING.
      *    A blank operation code abandons the add.
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           IF GM-OPERATION-CODE = SPACE
               SET ws-entry-done TO TRUE
               MOVE "*** ADD ABANDONED ***" TO ws-message
           ELSE
               PERFORM 3500-VALIDATE-MAPPING
               IF ws-entry-valid
                   SET ws-entry-done TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO ws-stamp
                   MOVE ws-stamp-date TO GM-CHANGED-DATE
                   WRITE GL-MAP-RECORD
                       INVALID KEY
                           MOVE "*** MAPPING ALREADY EXISTS - NOT "
                               & "ADDED ***" TO ws-message
                       NOT INVALID KEY
                           MOVE "*** MAPPING ADDED ***" TO ws-message
                           MOVE "A" TO ws-journal-action
                           MOVE SPACES TO ws-before-image
                           MOVE GL-MAP-RECORD TO ws-after-image
                           PERFORM 7000-WRITE-JOURNAL
                   END-WRITE
               END-IF
           END-IF.

       3500-VALIDATE-MAPPING.
      *    Only the four posting operations reach the ledger master;
      *    a reversal posts under its original's operation code.
           MOVE 'Y' TO ws-valid-flag
           EVALUATE TRUE
               WHEN GM-OPERATION-CODE NOT = "A"
                   AND GM-OPERATION-CODE NOT = "S"
                   AND GM-OPERATION-CODE NOT = "M"
                   AND GM-OPERATION-CODE NOT = "D"
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** OPERATION MUST BE A, S, M OR D ***"
                       TO ws-message
               WHEN GM-DEBIT-ACCOUNT = SPACES
                   OR GM-CREDIT-ACCOUNT = SPACES
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** DEBIT AND CREDIT ACCOUNTS REQUIRED ***"
                       TO ws-message
               WHEN GM-DEBIT-ACCOUNT = GM-CREDIT-ACCOUNT
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** DEBIT AND CREDIT MUST DIFFER ***"
                       TO ws-message
           END-EVALUATE.

       4000-BROWSE-MAPPINGS.
           MOVE LOW-VALUES TO GM-OPERATION-CODE
           START GL-MAP-FILE
               KEY IS NOT LESS THAN GM-OPERATION-CODE
               INVALID KEY
                   MOVE "*** NO MAPPINGS ON FILE ***" TO ws-message
               NOT INVALID KEY
                   PERFORM 4100-BROWSE-LOOP
           END-START.

       4100-BROWSE-LOOP.
           MOVE "N" TO ws-browse-flag
           PERFORM UNTIL ws-browse-done
               READ GL-MAP-FILE NEXT RECORD
                   AT END
                       MOVE "*** END OF MAPPINGS ***" TO ws-message
                       SET ws-browse-done TO TRUE
                   NOT AT END
                       MOVE "B=next, X=stop browsing" TO ws-message
                       DISPLAY SCR-DETAIL
                       ACCEPT ws-menu-choice
                           AT LINE 10 COL 1
                       IF ws-menu-choice = "X" OR ws-menu-choice = "x"
                           SET ws-browse-done TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       5000-CHANGE-MAPPING.
           MOVE SPACES TO ws-message
           INITIALIZE GL-MAP-RECORD
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           READ GL-MAP-FILE
               INVALID KEY
                   MOVE "*** MAPPING NOT FOUND ***" TO ws-message
               NOT INVALID KEY
                   MOVE GL-MAP-RECORD TO ws-before-image
                   MOVE 'N' TO ws-entry-flag
                   PERFORM 5100-ACCEPT-CHANGE UNTIL ws-entry-done
           END-READ.

       5100-ACCEPT-CHANGE.
      *    A blank description abandons the change and leaves the
      *    mapping as read.
           DISPLAY SCR-CHANGE
           ACCEPT SCR-CHANGE
           IF GM-DESCRIPTION = SPACES
               SET ws-entry-done TO TRUE
               MOVE "*** CHANGE ABANDONED ***" TO ws-message
           ELSE
               PERFORM 3500-VALIDATE-MAPPING
               IF ws-entry-valid
                   SET ws-entry-done TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO ws-stamp
                   MOVE ws-stamp-date TO GM-CHANGED-DATE
                   REWRITE GL-MAP-RECORD
                       INVALID KEY
                           MOVE "*** UPDATE FAILED ***" TO ws-message
                       NOT INVALID KEY
                           MOVE "*** MAPPING UPDATED ***"
                               TO ws-message
                           MOVE "C" TO ws-journal-action
                           MOVE GL-MAP-RECORD TO ws-after-image
                           PERFORM 7000-WRITE-JOURNAL
                   END-REWRITE
               END-IF
           END-IF.

       7000-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO ws-stamp
           OPEN EXTEND GL-MAP-JOURNAL-FILE
           MOVE ws-stamp TO GJ-TIMESTAMP
           MOVE ws-operator-id TO GJ-OPERATOR
           MOVE ws-journal-action TO GJ-ACTION
           MOVE ws-before-image TO GJ-BEFORE-IMAGE
           MOVE ws-after-image TO GJ-AFTER-IMAGE
           WRITE GL-MAP-JOURNAL-RECORD
           CLOSE GL-MAP-JOURNAL-FILE.

       9000-CLOSE-FILES.
           CLOSE GL-MAP-FILE.
       END PROGRAM GLMapMaint.
