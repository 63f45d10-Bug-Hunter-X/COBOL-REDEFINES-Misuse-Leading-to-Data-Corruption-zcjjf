      *  On a merge ('M') the detail carries the SURVIVOR
      *  key in bytes 1-5 and the RETIRED key in bytes 6-10;
      *  the customer detail bytes are unused.
      *  On a reversal ('R') the detail carries the key in
      *  bytes 1-5 and, in bytes 6-31, the AUDIT-TIMESTAMP
      *  of the applied maintenance to back out; TRANPROC
      *  restores that audit record's before-image. The
      *  rest of the detail and the change mask are unused.
      *  On a change ('C') TRANS-CHANGE-MASK flags which
      *  CUSTREC fields the transaction supplies: 'Y' means
      *  the field is supplied (spaces in it set the field
      *  to blank), anything else leaves the master value
      *  alone. A mask of all spaces is a full-image change
      *  and replaces every field, as changes always did.
      *  Every transaction carries the operator who keyed it
      *  and the source batch it came from; both travel with
      *  the item through suspense and pending and land on
      *  the audit record of the maintenance it causes.
      *  Deletes, merges, reversals, name changes and
      *  changes that set status 'D' must also carry the
      *  approver ID APPRGATE stamps on release from the
      *  approval queue; TRANPROC applies none without.
      *  The trailer view carries the control totals the
      *  run is balanced against.
      *****************************************************
               88  TRANS-REC-IS-CHANGE            VALUE 'C'.
               88  TRANS-REC-IS-DELETE            VALUE 'D'.
               88  TRANS-REC-IS-MERGE             VALUE 'M'.
               88  TRANS-REC-IS-REVERSAL          VALUE 'R'.
               88  TRANS-REC-IS-TRAILER           VALUE 'T'.
           05  TRANS-DETAIL                PIC X(100).
           05  TRANS-EFFECTIVE-DATE        PIC X(08).
           05  TRANS-CHANGE-MASK.
               10  TRANS-CHG-NAME-SW       PIC X(01).
                   88  TRANS-CHG-NAME              VALUE 'Y'.
               10  TRANS-CHG-ADDR-1-SW     PIC X(01).
                   88  TRANS-CHG-ADDR-1            VALUE 'Y'.
               10  TRANS-CHG-ADDR-2-SW     PIC X(01).
                   88  TRANS-CHG-ADDR-2            VALUE 'Y'.
               10  TRANS-CHG-CITY-SW       PIC X(01).
                   88  TRANS-CHG-CITY              VALUE 'Y'.
               10  TRANS-CHG-STATE-SW      PIC X(01).
                   88  TRANS-CHG-STATE             VALUE 'Y'.
               10  TRANS-CHG-ZIP-SW        PIC X(01).
                   88  TRANS-CHG-ZIP               VALUE 'Y'.
               10  TRANS-CHG-STATUS-SW     PIC X(01).
                   88  TRANS-CHG-STATUS            VALUE 'Y'.
               10  FILLER                  PIC X(01).
           05  TRANS-OPERATOR-ID           PIC X(08).
           05  TRANS-BATCH-ID              PIC X(08).
           05  TRANS-APPROVER-ID           PIC X(08).
       01  TRANS-TRAILER-RECORD.
           05  FILLER                     PIC X(01).
           05  TRAILER-RECORD-COUNT       PIC 9(9).
           05  TRAILER-KEY-SUM            PIC 9(15).
           05  FILLER                     PIC X(116).
