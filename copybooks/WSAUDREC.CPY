      * WSAUDREC - shared structured audit record for every applied
      * add, update and delete against the master, batch (TBLLOAD) and
      * online (TBLMNT), so the two sides cannot drift apart on the
      * shape auditors read back. Carries the full 80-byte before and
      * after images next to date, time and source - the feed source
      * ID on the batch side, the CICS user ID online. An add's
      * before image and a batch delete's after image are spaces.
      * Batch appends to the cumulative AUDIT dataset; online writes
      * the same 200 bytes to the AUDT extrapartition TD queue, which
      * ops concatenates onto the same dataset. AUDHIST prints the
      * change history for a key across the accumulated records, and
      * BACKOUT undoes one sender's batch from it.
       01  WS-AUDIT-REC.
           05  AUD-DATE               PIC 9(8).
           05  AUD-TIME               PIC 9(8).
