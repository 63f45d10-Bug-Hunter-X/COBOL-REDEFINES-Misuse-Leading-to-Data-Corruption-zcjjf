      *  Before/after image audit trail record, written any
      *  time WS-AREA-1 (WS-SUB-AREA-1 / WS-SUB-AREA-2) is
      *  changed, so an audit can answer who/what/when.
      *  The operator and batch IDs are those carried on the
      *  transaction that caused the change; records cut by
      *  the housekeeping programs leave them blank. The
      *  approver ID is the second person who released a
      *  dual-control item (delete, merge, name change,
      *  reversal). A REVERSAL record names the audit record
      *  it backed out in AUDIT-REVERSED-TIMESTAMP; every
      *  other action leaves it blank.
      *****************************************************
       01  AUDIT-RECORD.
           05  AUDIT-TIMESTAMP             PIC X(26).
           05  AUDIT-ACTION                PIC X(10).
           05  AUDIT-BEFORE-IMAGE          PIC X(100).
           05  AUDIT-AFTER-IMAGE           PIC X(100).
           05  AUDIT-OPERATOR-ID           PIC X(08).
           05  AUDIT-BATCH-ID              PIC X(08).
           05  AUDIT-APPROVER-ID           PIC X(08).
           05  AUDIT-REVERSED-TIMESTAMP    PIC X(26).
