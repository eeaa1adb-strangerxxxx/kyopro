               03 JA-RECORD-COUNT BINARY-LONG UNSIGNED VALUE 0.
               03 JA-RECORD-COUNT-Z PIC Z(9)9.
               03 JA-LINE PIC X(132).
      *>   JA-NOTE is an optional key=value remark a caller may set
      *>   before one stamp (BATCHSUITE's operator commands); it is
      *>   written after CHAIN= and ahead of INPUT=, cut to the room
      *>   the fixed-width record leaves, and cleared by the stamp.
               03 JA-NOTE PIC X(100) VALUE SPACES.
               03 JA-NOTE-LEN BINARY-LONG SIGNED VALUE 0.
               03 JA-NOTE-ROOM BINARY-LONG SIGNED VALUE 0.
      *>   The hash chain: JA-CHAIN is the fingerprint of the stamp
      *>   written before this one, carried on this stamp as CHAIN=;
      *>   JOBAUDIT-CHN-DSN holds the fingerprint of the newest
      *>   stamp (the chain tip) so the next stamp can pick it up
      *>   without re-reading the log, and so the chain runs on
      *>   unbroken after LOGARCHIVE rolls the live log away. The
      *>   fingerprint is HASHUTIL's rolling checksum over the
      *>   record: h = (h * 131 + byte) mod JA-FP-PRIME per stored
      *>   character, then the record separator 257 folded in.
               03 JOBAUDIT-CHN-DSN PIC X(100) VALUE "JOBAUDIT.CHN".
               03 JOBAUDIT-CHN-FS PIC XX.
               03 JA-CHAIN BINARY-DOUBLE SIGNED VALUE 0.
               03 JA-CHAIN-N PIC 9(15).
               03 JA-FP-PRIME BINARY-DOUBLE SIGNED
                                   VALUE 999999999999937.
               03 JA-FP-LEN BINARY-LONG SIGNED VALUE 0.
               03 JA-FP-I BINARY-LONG SIGNED VALUE 0.
