       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS ws-file-status.
           SELECT OPTIONAL ACCT-JOURNAL-FILE ASSIGN TO "ACCTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  ACCT-JOURNAL-FILE.
       01  ACCT-JOURNAL-RECORD.
           05 AJ-TIMESTAMP        PIC X(21).
           05 AJ-OPERATOR         PIC X(8).
           05 AJ-ACTION           PIC X(1).
           05 AJ-BEFORE-IMAGE     PIC X(49).
           05 AJ-AFTER-IMAGE      PIC X(49).
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
       01 ws-before-image       PIC X(49) VALUE SPACES.
       01 ws-after-image        PIC X(49) VALUE SPACES.
       01 ws-before-status      PIC X(1) VALUE SPACE.

       SCREEN SECTION.
       01 SCR-MENU.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "ACCOUNT MASTER MAINTENANCE".
           05 LINE 3 COL 1 VALUE "A - Add an account".
           05 LINE 4 COL 1 VALUE "B - Browse accounts".
           05 LINE 5 COL 1 VALUE "C - Change account name or status".
           05 LINE 6 COL 1 VALUE "X - Exit".
           05 LINE 8 COL 1 VALUE "Selection: ".
           05 LINE 8 COL 12 PIC X(1) TO ws-menu-choice.
           05 LINE 10 COL 1 PIC X(40) FROM ws-message.

       01 SCR-DETAIL.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "ACCOUNT DETAIL".
           05 LINE 3 COL 1 VALUE "Account number : ".
           05 LINE 3 COL 18 PIC X(10) USING AM-ACCOUNT-NUMBER.
           05 LINE 4 COL 1 VALUE "Account name   : ".
           05 LINE 4 COL 18 PIC X(30) USING AM-ACCOUNT-NAME.
           05 LINE 5 COL 1 VALUE "Status (O/F/C) : ".
           05 LINE 5 COL 18 PIC X(1) USING AM-ACCOUNT-STATUS.
           05 LINE 6 COL 1 VALUE "Opened         : ".
           05 LINE 6 COL 18 PIC X(8) FROM AM-OPEN-DATE.
           05 LINE 8 COL 1 PIC X(40) FROM ws-message.

       01 SCR-CHANGE.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "ACCOUNT DETAIL".
           05 LINE 3 COL 1 VALUE "Account number : ".
           05 LINE 3 COL 18 PIC X(10) FROM AM-ACCOUNT-NUMBER.
           05 LINE 4 COL 1 VALUE "Account name   : ".
           05 LINE 4 COL 18 PIC X(30) USING AM-ACCOUNT-NAME.
           05 LINE 5 COL 1 VALUE "Status (O/F/C) : ".
           05 LINE 5 COL 18 PIC X(1) USING AM-ACCOUNT-STATUS.
           05 LINE 6 COL 1 VALUE "Opened         : ".
           05 LINE 6 COL 18 PIC X(8) FROM AM-OPEN-DATE.
           05 LINE 8 COL 1 PIC X(40) FROM ws-message.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-SIGN-ON
           PERFORM UNTIL ws-done-yes
               PERFORM 2000-DISPLAY-MENU
               EVALUATE ws-menu-choice
                   WHEN "A" WHEN "a"
                       PERFORM 3000-ADD-ACCOUNT
                   WHEN "B" WHEN "b"
                       PERFORM 4000-BROWSE-ACCOUNTS
                   WHEN "C" WHEN "c"
                       PERFORM 5000-CHANGE-ACCOUNT
                   WHEN "X" WHEN "x"
                       SET ws-done-yes TO TRUE
                   WHEN OTHER
                       MOVE "*** INVALID SELECTION ***" TO ws-message
               END-EVALUATE
           END-PERFORM
           PERFORM 9000-CLOSE-FILES
           STOP RUN.

       1000-OPEN-FILES.
           OPEN I-O ACCOUNT-MASTER-FILE
           IF ws-file-status = "35"
               OPEN OUTPUT ACCOUNT-MASTER-FILE
               CLOSE ACCOUNT-MASTER-FILE
               OPEN I-O ACCOUNT-MASTER-FILE
           END-IF.

       1100-SIGN-ON.
      *    Every account opened, frozen or closed is journaled under
      *    the operator who did it, the same as pending maintenance.
           PERFORM UNTIL ws-operator-id NOT = SPACES
               DISPLAY "Acct: enter operator id: "
               ACCEPT ws-operator-id
           END-PERFORM.

       2000-DISPLAY-MENU.
           DISPLAY SCR-MENU
           ACCEPT SCR-MENU
           MOVE SPACES TO ws-message.

       3000-ADD-ACCOUNT.
           MOVE SPACES TO ws-message
           INITIALIZE ACCOUNT-MASTER-RECORD
           MOVE "O" TO AM-ACCOUNT-STATUS
           MOVE 'N' TO ws-entry-flag
           PERFORM 3100-ACCEPT-NEW-ACCOUNT UNTIL ws-entry-done.

       3100-ACCEPT-NEW-ACCOUNT.
      *    A blank account number abandons the add. The open date is
      *    the day the account is keyed, never typed in.
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           IF AM-ACCOUNT-NUMBER = SPACES
               SET ws-entry-done TO TRUE
               MOVE "*** ADD ABANDONED ***" TO ws-message
           ELSE
               MOVE SPACE TO ws-before-status
               PERFORM 3500-VALIDATE-ACCOUNT
               IF ws-entry-valid
                   SET ws-entry-done TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO ws-stamp
                   MOVE ws-stamp-date TO AM-OPEN-DATE
                   WRITE ACCOUNT-MASTER-RECORD
                       INVALID KEY
                           MOVE "*** ACCOUNT ALREADY EXISTS - NOT "
                               & "ADDED ***" TO ws-message
                       NOT INVALID KEY
                           MOVE "*** ACCOUNT ADDED ***" TO ws-message
                           MOVE "A" TO ws-journal-action
                           MOVE SPACES TO ws-before-image
                           MOVE ACCOUNT-MASTER-RECORD
                               TO ws-after-image
                           PERFORM 7000-WRITE-JOURNAL
                   END-WRITE
               END-IF
           END-IF.

       3500-VALIDATE-ACCOUNT.
      *    A closed account stays closed: the nightly run rejects its
      *    transactions, and reopening it here would let postings
      *    through behind a closure already reported.
           MOVE 'Y' TO ws-valid-flag
           EVALUATE TRUE
               WHEN AM-ACCOUNT-NAME = SPACES
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** ACCOUNT NAME REQUIRED ***" TO ws-message
               WHEN NOT AM-ACCOUNT-OPEN
                   AND NOT AM-ACCOUNT-FROZEN
                   AND NOT AM-ACCOUNT-CLOSED
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** STATUS MUST BE O, F OR C ***"
                       TO ws-message
               WHEN ws-before-status = "C"
                   AND NOT AM-ACCOUNT-CLOSED
                   MOVE 'N' TO ws-valid-flag
                   MOVE "*** A CLOSED ACCOUNT CANNOT BE REOPENED ***"
                       TO ws-message
           END-EVALUATE.

       4000-BROWSE-ACCOUNTS.
           MOVE LOW-VALUES TO AM-ACCOUNT-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN AM-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "*** NO ACCOUNTS ON FILE ***" TO ws-message
               NOT INVALID KEY
                   PERFORM 4100-BROWSE-LOOP
           END-START.

       4100-BROWSE-LOOP.
           MOVE "N" TO ws-browse-flag
           PERFORM UNTIL ws-browse-done
               READ ACCOUNT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "*** END OF ACCOUNTS ***" TO ws-message
                       SET ws-browse-done TO TRUE
                   NOT AT END
                       MOVE "B=next, X=stop browsing" TO ws-message
                       DISPLAY SCR-DETAIL
                       ACCEPT ws-menu-choice
                           AT LINE 9 COL 1
                       IF ws-menu-choice = "X" OR ws-menu-choice = "x"
                           SET ws-browse-done TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       5000-CHANGE-ACCOUNT.
           MOVE SPACES TO ws-message
           INITIALIZE ACCOUNT-MASTER-RECORD
           DISPLAY SCR-DETAIL
           ACCEPT SCR-DETAIL
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "*** ACCOUNT NOT FOUND ***" TO ws-message
               NOT INVALID KEY
                   MOVE ACCOUNT-MASTER-RECORD TO ws-before-image
                   MOVE AM-ACCOUNT-STATUS TO ws-before-status
                   MOVE 'N' TO ws-entry-flag
                   PERFORM 5100-ACCEPT-CHANGE UNTIL ws-entry-done
           END-READ.

       5100-ACCEPT-CHANGE.
      *    A blank name abandons the change and leaves the account as
      *    read.
           DISPLAY SCR-CHANGE
           ACCEPT SCR-CHANGE
           IF AM-ACCOUNT-NAME = SPACES
               SET ws-entry-done TO TRUE
               MOVE "*** CHANGE ABANDONED ***" TO ws-message
           ELSE
               PERFORM 3500-VALIDATE-ACCOUNT
               IF ws-entry-valid
                   SET ws-entry-done TO TRUE
                   REWRITE ACCOUNT-MASTER-RECORD
                       INVALID KEY
                           MOVE "*** UPDATE FAILED ***" TO ws-message
                       NOT INVALID KEY
                           MOVE "*** ACCOUNT UPDATED ***"
                               TO ws-message
                           MOVE "C" TO ws-journal-action
                           MOVE ACCOUNT-MASTER-RECORD
                               TO ws-after-image
                           PERFORM 7000-WRITE-JOURNAL
                   END-REWRITE
               END-IF
           END-IF.

       7000-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO ws-stamp
           OPEN EXTEND ACCT-JOURNAL-FILE
           MOVE ws-stamp TO AJ-TIMESTAMP
           MOVE ws-operator-id TO AJ-OPERATOR
           MOVE ws-journal-action TO AJ-ACTION
           MOVE ws-before-image TO AJ-BEFORE-IMAGE
           MOVE ws-after-image TO AJ-AFTER-IMAGE
           WRITE ACCT-JOURNAL-RECORD
           CLOSE ACCT-JOURNAL-FILE.

       9000-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE.
       END PROGRAM AcctMaint.
