               WHEN "DELETE    "
               WHEN "MERGE     "
               WHEN "REINSTATE "
               WHEN "REVERSAL  "
      *        AUDTRIM's SNAPSHOT is the key's whole state at the
      *        consolidation cut and rolls in like any after-image.
               WHEN "SNAPSHOT  "
