      *  released items to the front of the next run.
      *****************************************************
       01  SUSPENSE-RECORD.
           05  SUSP-TRANS-DATA             PIC X(141).
           05  SUSP-REJECT-REASON          PIC X(40).
           05  SUSP-REJECT-DATE            PIC X(08).
           05  SUSP-RELEASE-SW             PIC X(01).
