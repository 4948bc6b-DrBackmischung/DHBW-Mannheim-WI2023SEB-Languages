               REPLACING PFX-OPERAND-1 BY ID-OPERAND-1
                         PFX-OPERAND-2 BY ID-OPERAND-2.
           05 ID-CHAIN-FLAG       PIC X(1).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY ID-ACCOUNT-NUMBER.
           05 ID-VALUE-DATE       PIC X(8).
       01  IMP-TRAILER-RECORD.
           05 IT-RECORD-TYPE      PIC X(1).
           05 IT-RECORD-COUNT     PIC 9(6).
               REPLACING PFX-OPERAND-1 BY AT-OPERAND-1
                         PFX-OPERAND-2 BY AT-OPERAND-2.
           05 AT-CHAIN-FLAG       PIC X(1).
           COPY ACCTNO
               REPLACING PFX-ACCOUNT-NUMBER BY AT-ACCOUNT-NUMBER.
           05 AT-VALUE-DATE       PIC X(8).
       FD  IMPORT-XREF-FILE.
       01  IMPORT-XREF-RECORD.
           05 XR-SENDING-SYSTEM   PIC X(8).
                   MOVE ID-OPERAND-1 TO AT-OPERAND-1
                   MOVE ID-OPERAND-2 TO AT-OPERAND-2
                   MOVE ID-CHAIN-FLAG TO AT-CHAIN-FLAG
                   MOVE ID-ACCOUNT-NUMBER TO AT-ACCOUNT-NUMBER
                   MOVE ID-VALUE-DATE TO AT-VALUE-DATE
                   WRITE ADD-TRAN-RECORD
                   ADD 1 TO ws-written-count
                   ADD 1 TO ws-bt-loaded (ws-load-index)
