      *  RUNCREC.cpy
      *  Run-control record: one appended to RUNCTLDD by
      *  each step of the night stream (SUSPREL, PENDREL,
      *  TRANEDIT, APPRGATE, TRANPROC, EXTROUTE, ADDRLTR) on
      *  successful completion. Each following step checks
      *  the file at startup and refuses to run when its
      *  predecessor has not completed for the run date or
      *  when it has already run itself - the operator's
      *  run sheet stops being the only thing standing
      *  between TRANPROC and an unedited TRANDD.
      *****************************************************
       01  RUN-CONTROL-RECORD.
           05  RUNC-PROGRAM                PIC X(08).
