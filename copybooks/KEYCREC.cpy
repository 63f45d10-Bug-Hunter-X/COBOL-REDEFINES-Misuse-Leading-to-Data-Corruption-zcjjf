      *****************************************************
      *  KEYCREC.cpy
      *  Customer key control record: a one-record file
      *  holding the high-water mark of the keys TRANPROC
      *  has handed out to ADD transactions that arrived
      *  with a zero key. The next assignment starts above
      *  the mark and steps past any key still on the
      *  master, on the purge archive or retired by a
      *  merge. Rewritten with every checkpoint and at the
      *  end of the run, so a restart resumes from the
      *  mark the last checkpoint committed.
      *****************************************************
       01  KEY-CONTROL-RECORD.
           05  KEYC-HIGH-WATER-KEY         PIC 9(5).
           05  KEYC-LAST-ASSIGN-DATE       PIC X(08).
           05  KEYC-KEYS-ASSIGNED          PIC 9(9).
           05  KEYC-TIMESTAMP              PIC X(26).
