      *> Shared account-number field. Deliberately 05-level, same
      *> pattern as OPERPAIR.cpy, so it can be COPY'd straight into
      *> any 01-level record that says whose money a transaction is
      *> -- ACCOUNT-MASTER-RECORD's key, ADD-TRAN-RECORD, the import
      *> detail, ADD-PENDING-RECORD, ADD-AUDIT-RECORD, ADD-REJECT-
      *> RECORD and ADD-LEDGER-RECORD. The account ledger master
      *> spells the width out inside its key group (a 10-level item),
      *> so a width change here must be carried there as well.
      *> Usage: COPY ACCTNO REPLACING PFX-ACCOUNT-NUMBER
      *>                           BY xx-ACCOUNT-NUMBER.
       05 PFX-ACCOUNT-NUMBER  PIC X(10).
