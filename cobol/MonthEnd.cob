           05 AU-STATUS           PIC 9.
           05 AU-REVERSAL-REF     PIC 9(6).
           05 AU-ENTRY-NUMBER     PIC 9(6).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY AU-ACCOUNT-NUMBER.
       FD  ADD-LEDGER-FILE.
       01  ADD-LEDGER-RECORD.
           05 LG-OPERATION-CODE   PIC X(1).
           COPY RESULT
               REPLACING PFX-RESULT BY LG-RESULT.
           05 LG-POST-DATE        PIC X(8).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY LG-ACCOUNT-NUMBER.
           05 LG-ENTRY-NUMBER     PIC 9(6).
       FD  ARCH-PARM-FILE.
       01  ARCH-PARM-RECORD.
           05 PRM-CUTOFF-DATE     PIC X(8).
       FD  AUDIT-ARCH-FILE.
       01  AUDIT-ARCH-RECORD      PIC X(82).
       FD  LEDGER-ARCH-FILE.
       01  LEDGER-ARCH-RECORD     PIC X(62).
       FD  ARCH-CTL-FILE.
       01  ARCH-CTL-RECORD.
           05 ACTL-LAST-CUTOFF    PIC X(8).
       FD  AUDIT-WORK-FILE.
       01  AUDIT-WORK-RECORD      PIC X(82).
       FD  LEDGER-WORK-FILE.
       01  LEDGER-WORK-RECORD     PIC X(62).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HS-PERIOD           PIC 9(6).
           05 CKPT-AUDIT-COUNT    PIC 9(6).
           05 CKPT-LEDGER-COUNT   PIC 9(6).
           05 CKPT-REJECT-COUNT   PIC 9(6).
           05 CKPT-WHSE-COUNT     PIC 9(6).
       FD  LEDGER-CKPT-FILE.
       01  LEDGER-CKPT-RECORD.
           05 CKPT-POSTED-COUNT   PIC 9(6).
       01 ws-prior-audit-count  PIC 9(6) VALUE 0.
       01 ws-prior-ledger-count PIC 9(6) VALUE 0.
       01 ws-prior-reject-count PIC 9(6) VALUE 0.
       01 ws-prior-whse-count   PIC 9(6) VALUE 0.
       01 ws-hold-flag          PIC X VALUE 'N'.
           88 ws-night-held         VALUE 'Y'.
       01 ws-hold-date          PIC X(8) VALUE SPACES.
           CLOSE ARCH-REPORT-FILE.

       2000-ARCHIVE-AUDIT.
      *    Only the sequential trail is cut over. The audit entry
      *    index (AUDINDX) is deliberately not touched: it keeps every
      *    entry, archived or not, so an archived entry can still be
      *    reversed by a later night.
           MOVE "N" TO ws-eof
           OPEN INPUT ADD-AUDIT-FILE
           OPEN EXTEND AUDIT-ARCH-FILE
                   MOVE 0 TO ws-prior-audit-count
                   MOVE 0 TO ws-prior-ledger-count
                   MOVE 0 TO ws-prior-reject-count
                   MOVE 0 TO ws-prior-whse-count
               NOT AT END
                   MOVE CKPT-AUDIT-COUNT TO ws-prior-audit-count
                   MOVE CKPT-LEDGER-COUNT TO ws-prior-ledger-count
                   MOVE CKPT-REJECT-COUNT TO ws-prior-reject-count
                   IF CKPT-WHSE-COUNT NUMERIC
                       MOVE CKPT-WHSE-COUNT TO ws-prior-whse-count
                   ELSE
                       MOVE 0 TO ws-prior-whse-count
                   END-IF
           END-READ
           CLOSE RECON-CKPT-FILE
           IF ws-prior-audit-count > ws-audit-ckpt-adjust
           MOVE ws-prior-audit-count TO CKPT-AUDIT-COUNT
           MOVE ws-prior-ledger-count TO CKPT-LEDGER-COUNT
           MOVE ws-prior-reject-count TO CKPT-REJECT-COUNT
           MOVE ws-prior-whse-count TO CKPT-WHSE-COUNT
           WRITE RECON-CKPT-RECORD
           CLOSE RECON-CKPT-FILE
           OPEN INPUT LEDGER-CKPT-FILE
