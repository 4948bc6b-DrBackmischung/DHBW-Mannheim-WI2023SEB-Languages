           05 PEND-REASON-TEXT    PIC X(35).
           05 PEND-REASON-CODE    PIC 9(2).
           05 PEND-FIRST-PEND-DATE PIC X(8).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY PEND-ACCOUNT-NUMBER.
           05 PEND-APPROVAL-STATUS PIC X(1).
               88 PEND-NEEDS-CORRECTION  VALUE " " "N".
               88 PEND-AWAITING-APPROVAL VALUE "W".
               88 PEND-APPROVED          VALUE "A".
               88 PEND-SENT-BACK         VALUE "S".
           05 PEND-CHANGED-BY     PIC X(8).
           05 PEND-CHANGED-DATE   PIC X(8).
           05 PEND-APPROVED-BY    PIC X(8).
       FD  REJECT-HIST-FILE.
       01  REJECT-HIST-RECORD.
           05 RH-RUN-DATE         PIC X(8).
