      *>   bitset through a whole job step: "SET n"/"CLEAR n"/
      *>   "TEST n" (and their B-buffer forms SETB/CLEARB) by flag
      *>   number, "OR"/"AND"/"XOR" combining the whole B set into
      *>   A in one operation, "SHIFTOR k" folding A shifted up k
      *>   flags back into A (flag n also sets flag n+k — the
      *>   reachable-sums step; flags pushed past the top of the
      *>   set drop off), "POPCOUNT", and "ZERO"/"ZEROB". One
      *>   result line per TEST/POPCOUNT out. BITUTIL's BIT-A/BIT-B
      *>   stop at 64 bits; these buffers carry a million flags, so
      *>   an eligibility-flag intersection across the full account
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WBS-REG-KEY
               FILE STATUS IS WBS-REG-FS.
      *>   WBS-REJECT-FILE is the reject trail: every command
      *>   answered REJECTED is also written here in the shared
      *>   REJREC.cpy layout, appended run after run.
           SELECT WBS-REJECT-FILE ASSIGN TO DYNAMIC WBS-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WBS-REJECT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
                       05 WBS-REG-NAME PIC X(20).
                       05 WBS-REG-BLK BINARY-LONG SIGNED.
                   03 WBS-REG-FLAGS PIC X(2500).
           FD WBS-REJECT-FILE.
               01 WBS-REJECT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 WBS-WK.
               03 WBS-CMD-DSN PIC X(100) VALUE "WBSCMD.DAT".
               03 WBS-CMD-FS PIC XX.
               03 WBS-BATCH-COUNT BINARY-LONG UNSIGNED VALUE 0.
               03 WBS-BATCH-RC PIC S9(4) VALUE 0.
               03 WBS-OUT-ERR-SW PIC 9 VALUE 0.
               03 WBS-REJECT-DSN PIC X(100) VALUE "WBSREJ.LOG".
               03 WBS-REJECT-FS PIC XX.
               03 WBS-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 WBS-REJECT-OPENED VALUE 1.
               03 WBS-REJECT-ERR-SW PIC 9 VALUE 0.
               03 WBS-IN-RECNO BINARY-LONG UNSIGNED VALUE 0.
               03 WBS-VAL-Z PIC Z(9)9.
               03 WBS-OUT-LINE PIC X(60).
      *>   WBS-MAXBITS flags live in WBS-LEN bytes (8 to the byte);
               03 WBS-I BINARY-LONG SIGNED VALUE 0.
               03 WBS-A PIC X(125000) VALUE LOW-VALUES.
               03 WBS-B PIC X(125000) VALUE LOW-VALUES.
      *>   SHIFTOR builds the shifted copy of A here, then ORs it
      *>   in with the same CBL_OR the whole-set combines use: the
      *>   byte shift is WBS-SH-BYTES, the bit shift within a byte
      *>   WBS-SH-BITS, carried up into the next byte through
      *>   WBS-SH-DIV.
               03 WBS-SH-BUF PIC X(125000) VALUE LOW-VALUES.
               03 WBS-SH-BYTES BINARY-LONG SIGNED VALUE 0.
               03 WBS-SH-BITS BINARY-LONG SIGNED VALUE 0.
               03 WBS-SH-MUL BINARY-LONG SIGNED VALUE 0.
               03 WBS-SH-DIV BINARY-LONG SIGNED VALUE 0.
               03 WBS-SH-J BINARY-LONG SIGNED VALUE 0.
               03 WBS-SH-V BINARY-LONG SIGNED VALUE 0.
      *>   The 256-entry byte population counts behind the fast
      *>   popcount, built once on first use: each value's count is
      *>   its half's count plus its low bit.
           MOVE 0 TO WBS-BATCH-RC.
           MOVE 0 TO WBS-OUT-ERR-SW.
           MOVE 0 TO WBS-BATCH-COUNT.
           MOVE 0 TO WBS-IN-RECNO.
           MOVE 0 TO WBS-REJECT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           MOVE LOW-VALUES TO WBS-A.
           MOVE LOW-VALUES TO WBS-B.
           OPEN INPUT WBS-CMD-FILE.
           END-IF.
           CLOSE WBS-CMD-FILE.
           CLOSE WBS-OUT-FILE.
           IF WBS-REJECT-OPENED
               CLOSE WBS-REJECT-FILE
               MOVE 0 TO WBS-REJECT-OPEN-SW
           END-IF.
           MOVE WBS-BATCH-RC TO RETURN-CODE.
           MOVE "WBSJOB01" TO JA-JOB-ID.
           MOVE WBS-CMD-DSN TO JA-INPUT-DSN.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
       WBS-BATCH-CMD-PROCESS SECTION.
           ADD 1 TO WBS-IN-RECNO.
           IF WBS-CMD-REC = SPACES
               CONTINUE
           ELSE
                       PERFORM WBS-AND
                   WHEN WBS-CMD-OP = "XOR"
                       PERFORM WBS-XOR
                   WHEN WBS-CMD-OP = "SHIFTOR"
                           AND WBS-CMD-TALLY = 2
                       IF WBS-BITNO < 1 OR WBS-BITNO >= WBS-MAXBITS
                           MOVE "SHIFT-RANGE" TO RJ-REASON-CODE
                           MOVE "SHIFT OUTSIDE 1..WBS-MAXBITS - 1"
                               TO RJ-REASON-TEXT
                           PERFORM WBS-BATCH-REJECT-WRITE
                       ELSE
                           PERFORM WBS-SHIFT-OR
                       END-IF
                   WHEN WBS-CMD-OP = "POPCOUNT"
                       PERFORM WBS-POPCOUNT-CALC
                       PERFORM WBS-POPCOUNT-WRITE
                       IF WBS-TORN-SW = 0
                           MOVE WBS-LD-BUF TO WBS-A
                       ELSE
                           MOVE "NO-REGISTER" TO RJ-REASON-CODE
                           MOVE "SAVED SET MISSING OR INCOMPLETE"
                               TO RJ-REASON-TEXT
                           PERFORM WBS-BATCH-REJECT-WRITE
                       END-IF
                   WHEN WBS-CMD-OP = "DIFFREPORT"
                   WHEN WBS-CMD-OP = "ZEROB"
                       MOVE LOW-VALUES TO WBS-B
                   WHEN OTHER
                       MOVE "MALFORMED" TO RJ-REASON-CODE
                       MOVE "UNKNOWN COMMAND OR WRONG OPERAND COUNT"
                           TO RJ-REASON-TEXT
                       PERFORM WBS-BATCH-REJECT-WRITE
               END-EVALUATE
           END-IF.
       EXIT SECTION.
      *>   WBS-BATCH-REJECT-WRITE answers a refused command with
      *>   its own text and sends it to the reject trail with the
      *>   caller's reason.
       WBS-BATCH-REJECT-WRITE SECTION.
           IF WBS-BATCH-RC < 4
               MOVE 4 TO WBS-BATCH-RC
           END-STRING.
           WRITE WBS-OUT-REC FROM WBS-OUT-LINE.
           PERFORM WBS-OUT-WRITE-CHECK.
           PERFORM WBS-REJREC-WRITE.
       EXIT SECTION.
      *>   WBS-REJREC-WRITE finishes the reject record the caller
      *>   staged and appends it to WBS-REJECT-DSN, opened on first
      *>   use; a failing trail is diagnosed once and leaves the
      *>   step's RC alone, the command already being refused.
       WBS-REJREC-WRITE SECTION.
           MOVE "WIDEBITSET" TO RJ-PROGRAM.
           MOVE WBS-CMD-DSN TO RJ-INPUT-DSN.
           MOVE WBS-IN-RECNO TO RJ-RECORD-NO.
           MOVE WBS-CMD-REC TO RJ-IMAGE.
           PERFORM REJREC-STAMP.
           IF NOT WBS-REJECT-OPENED
               OPEN EXTEND WBS-REJECT-FILE
               IF WBS-REJECT-FS = "05" OR WBS-REJECT-FS = "35"
                   OPEN OUTPUT WBS-REJECT-FILE
               END-IF
               MOVE 1 TO WBS-REJECT-OPEN-SW
           END-IF.
           WRITE WBS-REJECT-REC FROM RJ-RECORD.
           IF WBS-REJECT-FS NOT = "00" AND WBS-REJECT-ERR-SW = 0
               MOVE 1 TO WBS-REJECT-ERR-SW
               DISPLAY "WIDEBITSET: WRITE FAILED ON DSN="
                   FUNCTION TRIM(WBS-REJECT-DSN)
                   " FS=" WBS-REJECT-FS
           END-IF.
       EXIT SECTION.
      *>   WBS-SET-SAVE commits the A buffer to the register under
      *>   the staged name, block by block; WBS-SET-LOAD reads a
           MOVE WBS-CMD-VAL2 TO WBS-NAME2-WK.
           PERFORM WBS-SET-LOAD.
           IF WBS-TORN-SW = 1
               MOVE "NO-REGISTER" TO RJ-REASON-CODE
               MOVE "SAVED SET MISSING OR INCOMPLETE"
                   TO RJ-REASON-TEXT
               PERFORM WBS-BATCH-REJECT-WRITE
               EXIT SECTION
           END-IF.
           MOVE WBS-NAME2-WK TO WBS-NAME-WK.
           PERFORM WBS-SET-LOAD.
           IF WBS-TORN-SW = 1
               MOVE "NO-REGISTER" TO RJ-REASON-CODE
               MOVE "SAVED SET MISSING OR INCOMPLETE"
                   TO RJ-REASON-TEXT
               PERFORM WBS-BATCH-REJECT-WRITE
               EXIT SECTION
           END-IF.
       WBS-XOR SECTION.
           CALL "CBL_XOR" USING WBS-B, WBS-A BY VALUE WBS-LEN.
       EXIT SECTION.
      *>   WBS-SHIFT-OR ORs A shifted up WBS-BITNO flags into A.
      *>   A whole-byte shift is one MOVE; otherwise each shifted
      *>   byte is its source byte's low bits moved up plus the
      *>   high bits carried out of the byte below it.
       WBS-SHIFT-OR SECTION.
           DIVIDE WBS-BITNO BY 8 GIVING WBS-SH-BYTES
               REMAINDER WBS-SH-BITS.
           MOVE LOW-VALUES TO WBS-SH-BUF.
           IF WBS-SH-BITS = 0
               MOVE WBS-A(1:WBS-LEN - WBS-SH-BYTES)
                   TO WBS-SH-BUF(WBS-SH-BYTES + 1:)
           ELSE
               COMPUTE WBS-SH-MUL = 2 ** WBS-SH-BITS
               COMPUTE WBS-SH-DIV = 2 ** (8 - WBS-SH-BITS)
               COMPUTE WBS-SH-J = WBS-SH-BYTES + 1
               PERFORM UNTIL WBS-SH-J > WBS-LEN
                   COMPUTE WBS-SH-V = FUNCTION MOD((FUNCTION ORD(
                       WBS-A(WBS-SH-J - WBS-SH-BYTES:1)) - 1)
                       * WBS-SH-MUL, 256)
                   IF WBS-SH-J - WBS-SH-BYTES > 1
                       COMPUTE WBS-SH-V = WBS-SH-V
                           + (FUNCTION ORD(WBS-A(WBS-SH-J
                           - WBS-SH-BYTES - 1:1)) - 1) / WBS-SH-DIV
                   END-IF
                   MOVE FUNCTION CHAR(WBS-SH-V + 1)
                       TO WBS-SH-BUF(WBS-SH-J:1)
                   ADD 1 TO WBS-SH-J
               END-PERFORM
           END-IF.
           CALL "CBL_OR" USING WBS-SH-BUF, WBS-A BY VALUE WBS-LEN.
       EXIT SECTION.
      *>   WBS-POPCOUNT-CALC counts A's set flags one byte at a
      *>   time off the 256-entry table — 125000 lookups instead of
      *>   a million bit probes.
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
           COPY "REJRECP.cpy".
       END PROGRAM WIDEBITSET.
