      *  changed or deleted this run, bracketed by a header
      *  and trailer the receivers balance against before
      *  applying the deltas.
      *  On a change ('C') the changed-field flags mark,
      *  in TRANS-CHANGE-MASK order, each CUSTREC field the
      *  change actually altered; they are blank on adds,
      *  deletes and on any record written before the flags
      *  existed, which means "treat every field as
      *  changed". EXTROUTE routes on them.
      *  A change that backs out an earlier maintenance
      *  carries the AUDIT-TIMESTAMP of the maintenance it
      *  reversed; every other detail leaves it blank.
      *  The trailer names the receiver when EXTROUTE has
      *  split the feed; TRANPROC's own trailer for the
      *  whole night's extract leaves it blank.
      *****************************************************
       01  EXTRACT-HEADER-RECORD.
           05  EXTR-HDR-TYPE               PIC X(01).
               88  EXTR-REC-IS-HEADER              VALUE 'H'.
           05  EXTR-HDR-RUN-DATE           PIC X(08).
           05  FILLER                      PIC X(127).
       01  EXTRACT-DETAIL-RECORD.
           05  EXTR-DTL-TYPE               PIC X(01).
               88  EXTR-REC-IS-DETAIL              VALUE 'D'.
           05  EXTR-DTL-KEY                PIC 9(5).
           05  EXTR-DTL-DETAIL.
               COPY CUSTREC.
           05  EXTR-DTL-CHANGED-FIELDS.
               10  EXTR-CHG-NAME-SW        PIC X(01).
                   88  EXTR-CHG-NAME               VALUE 'Y'.
               10  EXTR-CHG-ADDR-1-SW      PIC X(01).
                   88  EXTR-CHG-ADDR-1             VALUE 'Y'.
               10  EXTR-CHG-ADDR-2-SW      PIC X(01).
                   88  EXTR-CHG-ADDR-2             VALUE 'Y'.
               10  EXTR-CHG-CITY-SW        PIC X(01).
                   88  EXTR-CHG-CITY               VALUE 'Y'.
               10  EXTR-CHG-STATE-SW       PIC X(01).
                   88  EXTR-CHG-STATE              VALUE 'Y'.
               10  EXTR-CHG-ZIP-SW         PIC X(01).
                   88  EXTR-CHG-ZIP                VALUE 'Y'.
               10  EXTR-CHG-STATUS-SW      PIC X(01).
                   88  EXTR-CHG-STATUS             VALUE 'Y'.
               10  FILLER                  PIC X(01).
           05  EXTR-DTL-REVERSED-TIMESTAMP PIC X(26).
       01  EXTRACT-TRAILER-RECORD.
           05  EXTR-TRL-TYPE               PIC X(01).
               88  EXTR-REC-IS-TRAILER             VALUE 'T'.
           05  EXTR-TRL-RUN-DATE           PIC X(08).
           05  EXTR-TRL-RECORD-COUNT       PIC 9(9).
           05  EXTR-TRL-RECEIVER-ID        PIC X(08).
           05  FILLER                      PIC X(110).
      *    Sync marker carried only on the full-snapshot seed file
      *    MSTSNAP writes for a new receiver: it names the nightly
      *    run date the snapshot corresponds to, so the receiver
           05  EXTR-SYNC-TYPE              PIC X(01).
               88  EXTR-REC-IS-SYNC                VALUE 'S'.
           05  EXTR-SYNC-RUN-DATE          PIC X(08).
           05  FILLER                      PIC X(127).
