      *****************************************************
      *  ZIPSREC.cpy
      *  ZIP prefix reference card: one card per three-
      *  digit ZIP prefix and a state that prefix delivers
      *  to. A prefix that crosses a state line gets one
      *  card per state. The file is kept by the mailing
      *  group as a plain card deck and read by TRANEDIT to
      *  cross-check CUST-STATE against CUST-ZIP; a prefix
      *  with no card is not cross-checked.
      *****************************************************
       01  ZIP-STATE-RECORD.
           05  ZIPS-PREFIX                 PIC X(03).
           05  FILLER                      PIC X(01).
           05  ZIPS-STATE                  PIC X(02).
           05  FILLER                      PIC X(01).
           05  ZIPS-DESCRIPTION            PIC X(73).
