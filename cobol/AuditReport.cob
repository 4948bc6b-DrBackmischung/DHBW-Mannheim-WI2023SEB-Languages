                                  PIC X(1).
           05 AU-REVERSAL-REF     PIC 9(6).
           05 AU-ENTRY-NUMBER     PIC 9(6).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY AU-ACCOUNT-NUMBER.
       FD  AUDIT-ARCH-FILE.
       01  AUDIT-ARCH-RECORD      PIC X(82).
       FD  ARCH-CTL-FILE.
       01  ARCH-CTL-RECORD.
           05 ACTL-LAST-CUTOFF    PIC X(8).
