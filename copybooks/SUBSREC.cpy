      *****************************************************
      *  SUBSREC.cpy
      *  Extract subscription profile card: one per
      *  downstream receiver, keyed by the same receiver ID
      *  the receiver returns in ACK-RECEIVER-ID. The slot
      *  names the EXTROUTE output DD (EXTR01DD-EXTR08DD)
      *  the receiver's feed is written to. Each action
      *  flag is 'Y' when the receiver wants adds, changes
      *  or deletes. The field flags follow
      *  TRANS-CHANGE-MASK order (name, address 1, address
      *  2, city, state, ZIP, status): a change goes to the
      *  receiver only when it altered a flagged field. All
      *  field flags blank means every change is wanted.
      *  Kept by operations as a plain card deck; a card
      *  starting '*' is a comment.
      *****************************************************
       01  SUBSCRIPTION-RECORD.
           05  SUBS-RECEIVER-ID            PIC X(08).
           05  FILLER                      PIC X(01).
           05  SUBS-SLOT                   PIC X(02).
           05  FILLER                      PIC X(01).
           05  SUBS-ACTION-FLAGS.
               10  SUBS-WANT-ADDS-SW       PIC X(01).
                   88  SUBS-WANTS-ADDS             VALUE 'Y'.
               10  SUBS-WANT-CHANGES-SW    PIC X(01).
                   88  SUBS-WANTS-CHANGES          VALUE 'Y'.
               10  SUBS-WANT-DELETES-SW    PIC X(01).
                   88  SUBS-WANTS-DELETES          VALUE 'Y'.
           05  FILLER                      PIC X(01).
           05  SUBS-FIELD-FLAGS            PIC X(07).
           05  FILLER                      PIC X(01).
           05  SUBS-DESCRIPTION            PIC X(56).
