      *****************************************************
      *  APPRREC.cpy
      *  Dual-control approval queue record: deletes,
      *  merges, reversals, name changes and changes that
      *  set status 'D' are held here by APPRGATE with the
      *  original TRANS-RECORD image intact until a second
      *  person reviews them. The reviewer sets
      *  APPR-STATUS-SW to 'A' (approve) or 'X' (decline)
      *  and enters their own operator ID in
      *  APPR-APPROVER-ID; APPRGATE releases an approved
      *  item into the next run only when that ID differs
      *  from the operator who keyed it. Items left 'H'
      *  past the EXPDAYS limit are dropped as expired.
      *****************************************************
       01  APPROVAL-RECORD.
           05  APPR-TRANS-DATA             PIC X(141).
           05  APPR-HOLD-REASON            PIC X(20).
           05  APPR-QUEUED-DATE            PIC X(08).
           05  APPR-STATUS-SW              PIC X(01).
               88  APPR-AWAITING                   VALUE 'H'.
               88  APPR-APPROVED                   VALUE 'A'.
               88  APPR-DECLINED                   VALUE 'X'.
           05  APPR-APPROVER-ID            PIC X(08).
           05  APPR-DECISION-DATE          PIC X(08).
