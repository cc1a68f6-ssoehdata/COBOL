      * be reconstructed field by field. An ADD carries spaces
      * as its before image; a DELETE carries spaces as its
      * after image. The image fields are sized to hold the
      * larger of VENDOR-RECORD (647 bytes) and VOUCHER-RECORD
      * with room for both layouts to keep growing - widen them
      * again before either record outgrows 800 bytes, or the
      * recovery will restore truncated records.
      * The same journal is what the roll-forward recovery
      * replays onto a restored backup.
      *-----------------------------
               88 AUDJRN-IS-CHANGE        VALUE "CHANGE".
               88 AUDJRN-IS-DELETE        VALUE "DELETE".
           05 AUDJRN-KEY               PIC X(8).
           05 AUDJRN-BEFORE-IMAGE      PIC X(800).
           05 AUDJRN-AFTER-IMAGE       PIC X(800).
