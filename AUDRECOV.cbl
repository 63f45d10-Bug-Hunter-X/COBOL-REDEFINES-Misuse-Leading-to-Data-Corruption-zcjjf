                   ADD 1 TO WS-IMAGES-APPLIED
               WHEN "CHANGE    "
               WHEN "DELETE    "
      *        A REVERSAL restored an earlier before-image through
      *        the ordinary change path and is replayed like one.
               WHEN "REVERSAL  "
      *        MERGE records carry before/after images of the record
      *        as 3500-APPLY-MERGE left it (the retired side marked
      *        deleted, the survivor side unchanged) and replay the
               WHEN "CHANGE    "
               WHEN "DELETE    "
               WHEN "MERGE     "
               WHEN "REVERSAL  "
                   MOVE SR-BEFORE-IMAGE TO MASTER-RECORD
                   REWRITE MASTER-RECORD
                       INVALID KEY
