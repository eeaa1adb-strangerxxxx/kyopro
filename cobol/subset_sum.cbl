       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSETSUM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   SUBSETSUM answers accounts receivable's standing question
      *>   — which open invoices add up to this payment — for a
      *>   whole file at once. The input carries
      *>       AMOUNT id value     one candidate (an open invoice)
      *>       TARGET id value     one total to match (a payment)
      *>       DECIMALS d          decimal places in the values,
      *>                           0 to 4 (default 0); it must
      *>                           come before the first value
      *>   and every reachable sum up to the largest target is
      *>   worked out with WIDEBITSET's SHIFTOR step: a flag per
      *>   sum (flag s+1 for sum s, flag 1 set for the empty sum),
      *>   and each candidate ORs the set shifted up by its amount
      *>   back into itself. The first candidate to reach each sum
      *>   is remembered as it is reached, so every reachable
      *>   target comes back with one combination of input
      *>   records producing it, walked down from the target
      *>   through those first-reach entries. The flags stop at
      *>   WIDEBITSET's million, so the largest sum held is
      *>   SSM-BOUND units of the last decimal place; a target
      *>   above it is REJECTED with the bound named rather than
      *>   answered against a truncated set, and a candidate above
      *>   the largest target can never take part and is passed
      *>   over. A malformed record is REJECTED too, RC 4.
           SELECT SSM-IN-FILE ASSIGN TO DYNAMIC SSM-IN-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SSM-IN-FS.
           SELECT SSM-OUT-FILE ASSIGN TO DYNAMIC SSM-OUT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SSM-OUT-FS.
      *>   SSM-REJECT-FILE is the reject trail: every record the
      *>   result dataset answers REJECTED is also written here in
      *>   the shared REJREC.cpy layout, appended run after run.
           SELECT SSM-REJECT-FILE ASSIGN TO DYNAMIC SSM-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SSM-REJECT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
           FD SSM-IN-FILE.
               01 SSM-IN-REC PIC X(80).
           FD SSM-OUT-FILE.
               01 SSM-OUT-REC PIC X(132).
           FD SSM-REJECT-FILE.
               01 SSM-REJECT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 SSM-WK.
               03 SSM-IN-DSN PIC X(100) VALUE "SSMIN.DAT".
               03 SSM-IN-FS PIC XX.
               03 SSM-OUT-DSN PIC X(100) VALUE "SSMOUT.DAT".
               03 SSM-OUT-FS PIC XX.
               03 SSM-BATCH-RC PIC S9(4) VALUE 0.
               03 SSM-OUT-ERR-SW PIC 9 VALUE 0.
               03 SSM-REJECT-DSN PIC X(100) VALUE "SSMREJ.LOG".
               03 SSM-REJECT-FS PIC XX.
               03 SSM-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 SSM-REJECT-OPENED VALUE 1.
               03 SSM-REJECT-ERR-SW PIC 9 VALUE 0.
               03 SSM-RECS BINARY-LONG UNSIGNED VALUE 0.
               03 SSM-T1 PIC X(20).
               03 SSM-T2 PIC X(20).
               03 SSM-T3 PIC X(20).
               03 SSM-T4 PIC X(20).
               03 SSM-TALLY BINARY-LONG UNSIGNED VALUE 0.
               03 SSM-PT BINARY-LONG SIGNED VALUE 1.
               03 SSM-OUT-LINE PIC X(132).
               03 SSM-REASON PIC X(40).
               03 SSM-VAL-Z PIC Z(9)9.
               03 SSM-DEC BINARY-LONG SIGNED VALUE 0.
               03 SSM-DEC-Z PIC 9.
               03 SSM-DEC-SEEN-SW PIC 9 VALUE 0.
               03 SSM-SCALE BINARY-LONG SIGNED VALUE 1.
               03 SSM-NUM PIC S9(12)V9(6).
               03 SSM-UNITS PIC S9(18).
               03 SSM-CNT-REACH BINARY-LONG UNSIGNED VALUE 0.
               03 SSM-CNT-NOREACH BINARY-LONG UNSIGNED VALUE 0.
               03 SSM-CNT-REJECT BINARY-LONG UNSIGNED VALUE 0.
      *>   The candidates and targets as read: the id and value
      *>   text exactly as the record gave them (that is how they
      *>   print), the value in units of the last decimal place,
      *>   and the input record number.
           01 SSM-TAB-WK.
               03 SSM-ITEM-MAX BINARY-LONG SIGNED VALUE 2000.
               03 SSM-ITEM-CNT BINARY-LONG SIGNED VALUE 0.
               03 SSM-ITEM-I OCCURS 2000 TIMES.
                   05 SSM-ITEM-ID PIC X(20).
                   05 SSM-ITEM-TXT PIC X(20).
                   05 SSM-ITEM-AMT BINARY-DOUBLE SIGNED.
                   05 SSM-ITEM-RECNO BINARY-LONG UNSIGNED.
               03 SSM-TGT-MAX BINARY-LONG SIGNED VALUE 200.
               03 SSM-TGT-CNT BINARY-LONG SIGNED VALUE 0.
               03 SSM-TGT-I OCCURS 200 TIMES.
                   05 SSM-TGT-ID PIC X(20).
                   05 SSM-TGT-TXT PIC X(20).
                   05 SSM-TGT-AMT BINARY-DOUBLE SIGNED.
                   05 SSM-TGT-RECNO BINARY-LONG UNSIGNED.
      *>   The reachable-sums set, WIDEBITSET's buffer layout (flag
      *>   n in byte (n-1)/8+1 at weight 2**((n-1) mod 8)), cut to
      *>   SSM-LEN bytes for the largest target. SSM-SH is the
      *>   shifted copy, SSM-OLD the set before the candidate and
      *>   SSM-NEW the flags the candidate set for the first time.
      *>   SSM-FIRST(s+1) is the candidate that first reached sum s
      *>   (0 = not reached); it is always a later candidate than
      *>   the one that reached s less its amount, so walking the
      *>   entries down from a target never reuses a record.
           01 SSM-SET-WK.
               03 SSM-BOUND BINARY-LONG SIGNED VALUE 999999.
               03 SSM-MAXT BINARY-LONG SIGNED VALUE 0.
               03 SSM-HI BINARY-LONG SIGNED VALUE 0.
               03 SSM-LEN BINARY-LONG SIGNED VALUE 0.
               03 SSM-A PIC X(125000) VALUE LOW-VALUES.
               03 SSM-SH PIC X(125000) VALUE LOW-VALUES.
               03 SSM-OLD PIC X(125000) VALUE LOW-VALUES.
               03 SSM-NEW PIC X(125000) VALUE LOW-VALUES.
               03 SSM-SH-BYTES BINARY-LONG SIGNED VALUE 0.
               03 SSM-SH-BITS BINARY-LONG SIGNED VALUE 0.
               03 SSM-SH-MUL BINARY-LONG SIGNED VALUE 0.
               03 SSM-SH-DIV BINARY-LONG SIGNED VALUE 0.
               03 SSM-SH-J BINARY-LONG SIGNED VALUE 0.
               03 SSM-SH-END BINARY-LONG SIGNED VALUE 0.
               03 SSM-SH-V BINARY-LONG SIGNED VALUE 0.
               03 SSM-BLK BINARY-LONG SIGNED VALUE 0.
               03 SSM-BLK-LEN BINARY-LONG SIGNED VALUE 0.
               03 SSM-BIT BINARY-LONG SIGNED VALUE 0.
               03 SSM-BV BINARY-LONG SIGNED VALUE 0.
               03 SSM-FLAG BINARY-LONG SIGNED VALUE 0.
               03 SSM-I BINARY-LONG SIGNED VALUE 0.
               03 SSM-K BINARY-LONG SIGNED VALUE 0.
               03 SSM-S BINARY-LONG SIGNED VALUE 0.
               03 SSM-PARTS BINARY-LONG SIGNED VALUE 0.
               03 SSM-FIRST-L.
                   05 SSM-FIRST OCCURS 1000000 TIMES
                                   BINARY-LONG SIGNED.
       PROCEDURE DIVISION.
      *>   SSM-RUN is this program's entry point, whether it is run
      *>   as its own job step or CALLed as one step of a larger
      *>   batch suite: read every candidate and target, build the
      *>   reachable sums, then answer the targets in input order.
      *>   It ends in GOBACK rather than STOP RUN so a CALLer gets
      *>   control back; run standalone, GOBACK with no caller ends
      *>   the run unit all the same.
       SSM-RUN SECTION.
           PERFORM SSM-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO SSM-BATCH-RC.
           MOVE 0 TO SSM-OUT-ERR-SW.
           MOVE 0 TO SSM-RECS.
           MOVE 0 TO SSM-ITEM-CNT.
           MOVE 0 TO SSM-TGT-CNT.
           MOVE 0 TO SSM-DEC.
           MOVE 0 TO SSM-DEC-SEEN-SW.
           MOVE 1 TO SSM-SCALE.
           MOVE 0 TO SSM-CNT-REACH.
           MOVE 0 TO SSM-CNT-NOREACH.
           MOVE 0 TO SSM-CNT-REJECT.
           MOVE 0 TO SSM-REJECT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           OPEN INPUT SSM-IN-FILE.
           OPEN OUTPUT SSM-OUT-FILE.
           IF SSM-OUT-FS NOT = "00"
               MOVE 8 TO SSM-BATCH-RC
               DISPLAY "SUBSETSUM: COULD NOT OPEN OUTPUT DSN="
                   FUNCTION TRIM(SSM-OUT-DSN)
                   " FS=" SSM-OUT-FS
           END-IF.
           IF SSM-IN-FS = "00"
               PERFORM UNTIL SSM-IN-FS = "10"
                   READ SSM-IN-FILE
                       AT END
                           MOVE "10" TO SSM-IN-FS
                       NOT AT END
                           PERFORM SSM-RECORD-PROCESS
                   END-READ
               END-PERFORM
               PERFORM SSM-SUMS-BUILD
               PERFORM VARYING SSM-K FROM 1 BY 1
                       UNTIL SSM-K > SSM-TGT-CNT
                   PERFORM SSM-TARGET-ANSWER
               END-PERFORM
               PERFORM SSM-SUMMARY-WRITE
           ELSE
               MOVE 8 TO SSM-BATCH-RC
               DISPLAY "SUBSETSUM: COULD NOT OPEN INPUT DSN="
                   FUNCTION TRIM(SSM-IN-DSN)
                   " FS=" SSM-IN-FS
           END-IF.
           CLOSE SSM-IN-FILE.
           CLOSE SSM-OUT-FILE.
           IF SSM-REJECT-OPENED
               CLOSE SSM-REJECT-FILE
               MOVE 0 TO SSM-REJECT-OPEN-SW
           END-IF.
           MOVE SSM-BATCH-RC TO RETURN-CODE.
           MOVE "SSMJOB01" TO JA-JOB-ID.
           MOVE SSM-IN-DSN TO JA-INPUT-DSN.
           MOVE SSM-RECS TO JA-RECORD-COUNT.
           MOVE SSM-RECS TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   SSM-RECORD-PROCESS files one input record as a candidate,
      *>   a target, or the DECIMALS setting.
       SSM-RECORD-PROCESS SECTION.
           IF SSM-IN-REC = SPACES
               EXIT SECTION
           END-IF.
           ADD 1 TO SSM-RECS.
           MOVE SPACES TO SSM-T1.
           MOVE SPACES TO SSM-T2.
           MOVE SPACES TO SSM-T3.
           MOVE SPACES TO SSM-T4.
           MOVE 0 TO SSM-TALLY.
           UNSTRING SSM-IN-REC DELIMITED BY ALL SPACE
               INTO SSM-T1 SSM-T2 SSM-T3 SSM-T4
               TALLYING IN SSM-TALLY
           END-UNSTRING.
           EVALUATE TRUE
               WHEN SSM-T1 = "DECIMALS" AND SSM-TALLY = 2
                   IF SSM-ITEM-CNT > 0 OR SSM-TGT-CNT > 0
                           OR SSM-DEC-SEEN-SW = 1
                       MOVE "DECIMALS AFTER VALUES" TO SSM-REASON
                       PERFORM SSM-RECORD-REJECT
                       EXIT SECTION
                   END-IF
                   IF FUNCTION TEST-NUMVAL(SSM-T2) NOT = 0
                       MOVE "BAD DECIMALS" TO SSM-REASON
                       PERFORM SSM-RECORD-REJECT
                       EXIT SECTION
                   END-IF
                   COMPUTE SSM-DEC = FUNCTION NUMVAL(SSM-T2)
                   IF SSM-DEC < 0 OR SSM-DEC > 4
                       MOVE 0 TO SSM-DEC
                       MOVE "BAD DECIMALS" TO SSM-REASON
                       PERFORM SSM-RECORD-REJECT
                       EXIT SECTION
                   END-IF
                   COMPUTE SSM-SCALE = 10 ** SSM-DEC
                   MOVE 1 TO SSM-DEC-SEEN-SW
               WHEN (SSM-T1 = "AMOUNT" OR SSM-T1 = "TARGET")
                       AND SSM-TALLY = 3
                   PERFORM SSM-VALUE-CONVERT
                   IF SSM-REASON NOT = SPACES
                       PERFORM SSM-RECORD-REJECT
                       EXIT SECTION
                   END-IF
                   IF SSM-T1 = "AMOUNT"
                       PERFORM SSM-ITEM-ADD
                   ELSE
                       PERFORM SSM-TARGET-ADD
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN RECORD" TO SSM-REASON
                   PERFORM SSM-RECORD-REJECT
           END-EVALUATE.
       EXIT SECTION.
      *>   SSM-VALUE-CONVERT turns SSM-T3 into units of the last
      *>   decimal place, refusing a value that is not a number,
      *>   is not above zero, or carries more decimals than
      *>   DECIMALS allows.
       SSM-VALUE-CONVERT SECTION.
           MOVE SPACES TO SSM-REASON.
           IF FUNCTION TEST-NUMVAL(SSM-T3) NOT = 0
               MOVE "VALUE NOT NUMERIC" TO SSM-REASON
               EXIT SECTION
           END-IF.
           COMPUTE SSM-NUM = FUNCTION NUMVAL(SSM-T3).
           COMPUTE SSM-UNITS = SSM-NUM * SSM-SCALE.
           IF SSM-UNITS NOT = SSM-NUM * SSM-SCALE
               MOVE "TOO MANY DECIMALS" TO SSM-REASON
               EXIT SECTION
           END-IF.
           IF SSM-UNITS <= 0
               MOVE "VALUE NOT POSITIVE" TO SSM-REASON
           END-IF.
       EXIT SECTION.
       SSM-ITEM-ADD SECTION.
           IF SSM-ITEM-CNT >= SSM-ITEM-MAX
               MOVE "AMOUNT TABLE FULL" TO SSM-REASON
               PERFORM SSM-RECORD-REJECT
               EXIT SECTION
           END-IF.
           ADD 1 TO SSM-ITEM-CNT.
           MOVE SSM-T2 TO SSM-ITEM-ID(SSM-ITEM-CNT).
           MOVE SSM-T3 TO SSM-ITEM-TXT(SSM-ITEM-CNT).
           MOVE SSM-UNITS TO SSM-ITEM-AMT(SSM-ITEM-CNT).
           MOVE SSM-RECS TO SSM-ITEM-RECNO(SSM-ITEM-CNT).
       EXIT SECTION.
       SSM-TARGET-ADD SECTION.
           IF SSM-TGT-CNT >= SSM-TGT-MAX
               MOVE "TARGET TABLE FULL" TO SSM-REASON
               PERFORM SSM-RECORD-REJECT
               EXIT SECTION
           END-IF.
           ADD 1 TO SSM-TGT-CNT.
           MOVE SSM-T2 TO SSM-TGT-ID(SSM-TGT-CNT).
           MOVE SSM-T3 TO SSM-TGT-TXT(SSM-TGT-CNT).
           MOVE SSM-UNITS TO SSM-TGT-AMT(SSM-TGT-CNT).
           MOVE SSM-RECS TO SSM-TGT-RECNO(SSM-TGT-CNT).
       EXIT SECTION.
       SSM-RECORD-REJECT SECTION.
           IF SSM-BATCH-RC < 4
               MOVE 4 TO SSM-BATCH-RC
           END-IF.
           ADD 1 TO SSM-CNT-REJECT.
           MOVE SSM-RECS TO SSM-VAL-Z.
           MOVE SPACES TO SSM-OUT-LINE.
           STRING "REJECTED RECORD=" DELIMITED BY SIZE
               FUNCTION TRIM(SSM-VAL-Z) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(SSM-REASON) DELIMITED BY SIZE
               " TEXT=" DELIMITED BY SIZE
               SSM-IN-REC(1:60) DELIMITED BY SIZE
               INTO SSM-OUT-LINE
           END-STRING.
           PERFORM SSM-OUT-COMMIT.
           EVALUATE SSM-REASON
               WHEN "DECIMALS AFTER VALUES"
                   MOVE "DECIMALS-LATE" TO RJ-REASON-CODE
               WHEN "BAD DECIMALS"
                   MOVE "BAD-DECIMALS" TO RJ-REASON-CODE
               WHEN "UNKNOWN RECORD"
                   MOVE "UNKNOWN-RECORD" TO RJ-REASON-CODE
               WHEN "VALUE NOT NUMERIC"
                   MOVE "NOT-NUMERIC" TO RJ-REASON-CODE
               WHEN "TOO MANY DECIMALS"
                   MOVE "TOO-MANY-DECIMALS" TO RJ-REASON-CODE
               WHEN "VALUE NOT POSITIVE"
                   MOVE "NOT-POSITIVE" TO RJ-REASON-CODE
               WHEN "AMOUNT TABLE FULL"
                   MOVE "AMOUNT-TABLE-FULL" TO RJ-REASON-CODE
               WHEN "TARGET TABLE FULL"
                   MOVE "TARGET-TABLE-FULL" TO RJ-REASON-CODE
               WHEN OTHER
                   MOVE "REJECTED" TO RJ-REASON-CODE
           END-EVALUATE.
           MOVE SSM-REASON TO RJ-REASON-TEXT.
           PERFORM SSM-REJREC-WRITE.
       EXIT SECTION.
      *>   SSM-REJREC-WRITE finishes the reject record the caller
      *>   staged and appends it to SSM-REJECT-DSN, opened on first
      *>   use; a failing trail is diagnosed once and leaves the
      *>   step's RC alone, the record already being refused.
       SSM-REJREC-WRITE SECTION.
           MOVE "SUBSETSUM" TO RJ-PROGRAM.
           MOVE SSM-IN-DSN TO RJ-INPUT-DSN.
           MOVE SSM-RECS TO RJ-RECORD-NO.
           MOVE SSM-IN-REC TO RJ-IMAGE.
           PERFORM REJREC-STAMP.
           IF NOT SSM-REJECT-OPENED
               OPEN EXTEND SSM-REJECT-FILE
               IF SSM-REJECT-FS = "05" OR SSM-REJECT-FS = "35"
                   OPEN OUTPUT SSM-REJECT-FILE
               END-IF
               MOVE 1 TO SSM-REJECT-OPEN-SW
           END-IF.
           WRITE SSM-REJECT-REC FROM RJ-RECORD.
           IF SSM-REJECT-FS NOT = "00" AND SSM-REJECT-ERR-SW = 0
               MOVE 1 TO SSM-REJECT-ERR-SW
               DISPLAY "SUBSETSUM: WRITE FAILED ON DSN="
                   FUNCTION TRIM(SSM-REJECT-DSN)
                   " FS=" SSM-REJECT-FS
           END-IF.
       EXIT SECTION.
      *>   SSM-SUMS-BUILD sizes the set to the largest target the
      *>   bound admits, starts it at the empty sum, and runs one
      *>   shift-OR step per candidate small enough to take part.
      *>   SSM-HI tracks the largest sum reached so far, so each
      *>   step only shifts the bytes that can hold a flag.
       SSM-SUMS-BUILD SECTION.
           MOVE 0 TO SSM-MAXT.
           PERFORM VARYING SSM-K FROM 1 BY 1
                   UNTIL SSM-K > SSM-TGT-CNT
               IF SSM-TGT-AMT(SSM-K) <= SSM-BOUND
                       AND SSM-TGT-AMT(SSM-K) > SSM-MAXT
                   MOVE SSM-TGT-AMT(SSM-K) TO SSM-MAXT
               END-IF
           END-PERFORM.
           IF SSM-MAXT = 0
               EXIT SECTION
           END-IF.
           COMPUTE SSM-LEN = SSM-MAXT / 8 + 1.
           MOVE LOW-VALUES TO SSM-A(1:SSM-LEN).
           PERFORM VARYING SSM-S FROM 1 BY 1
                   UNTIL SSM-S > SSM-MAXT + 1
               MOVE 0 TO SSM-FIRST(SSM-S)
           END-PERFORM.
           MOVE FUNCTION CHAR(2) TO SSM-A(1:1).
           MOVE 0 TO SSM-HI.
           PERFORM VARYING SSM-I FROM 1 BY 1
                   UNTIL SSM-I > SSM-ITEM-CNT
               IF SSM-ITEM-AMT(SSM-I) <= SSM-MAXT
                   PERFORM SSM-SHIFT-OR
                   PERFORM SSM-FIRST-RECORD
                   ADD SSM-ITEM-AMT(SSM-I) TO SSM-HI
                   IF SSM-HI > SSM-MAXT
                       MOVE SSM-MAXT TO SSM-HI
                   END-IF
               END-IF
           END-PERFORM.
       EXIT SECTION.
      *>   SSM-SHIFT-OR is WIDEBITSET's SHIFTOR over the cut-down
      *>   set, shifting by candidate SSM-I's amount: a whole-byte
      *>   shift is one MOVE; otherwise each shifted byte is its
      *>   source byte's low bits moved up plus the high bits
      *>   carried out of the byte below. SSM-OLD keeps the set as
      *>   it was so SSM-FIRST-RECORD can tell what is new.
       SSM-SHIFT-OR SECTION.
           DIVIDE SSM-ITEM-AMT(SSM-I) BY 8 GIVING SSM-SH-BYTES
               REMAINDER SSM-SH-BITS.
           MOVE SSM-A(1:SSM-LEN) TO SSM-OLD(1:SSM-LEN).
           MOVE LOW-VALUES TO SSM-SH(1:SSM-LEN).
           COMPUTE SSM-SH-END = SSM-HI / 8 + 2 + SSM-SH-BYTES.
           IF SSM-SH-END > SSM-LEN
               MOVE SSM-LEN TO SSM-SH-END
           END-IF.
           IF SSM-SH-BITS = 0
               MOVE SSM-A(1:SSM-LEN - SSM-SH-BYTES)
                   TO SSM-SH(SSM-SH-BYTES + 1:SSM-LEN - SSM-SH-BYTES)
           ELSE
               COMPUTE SSM-SH-MUL = 2 ** SSM-SH-BITS
               COMPUTE SSM-SH-DIV = 2 ** (8 - SSM-SH-BITS)
               COMPUTE SSM-SH-J = SSM-SH-BYTES + 1
               PERFORM UNTIL SSM-SH-J > SSM-SH-END
                   COMPUTE SSM-SH-V = FUNCTION MOD((FUNCTION ORD(
                       SSM-A(SSM-SH-J - SSM-SH-BYTES:1)) - 1)
                       * SSM-SH-MUL, 256)
                   IF SSM-SH-J - SSM-SH-BYTES > 1
                       COMPUTE SSM-SH-V = SSM-SH-V
                           + (FUNCTION ORD(SSM-A(SSM-SH-J
                           - SSM-SH-BYTES - 1:1)) - 1) / SSM-SH-DIV
                   END-IF
                   MOVE FUNCTION CHAR(SSM-SH-V + 1)
                       TO SSM-SH(SSM-SH-J:1)
                   ADD 1 TO SSM-SH-J
               END-PERFORM
           END-IF.
           CALL "CBL_OR" USING SSM-SH, SSM-A BY VALUE SSM-LEN.
           MOVE SSM-A(1:SSM-LEN) TO SSM-NEW(1:SSM-LEN).
           CALL "CBL_XOR" USING SSM-OLD, SSM-NEW BY VALUE SSM-LEN.
       EXIT SECTION.
      *>   SSM-FIRST-RECORD credits candidate SSM-I with every sum
      *>   it reached first, skipping 64-byte stretches with no new
      *>   flag at all.
       SSM-FIRST-RECORD SECTION.
           COMPUTE SSM-BLK = SSM-SH-BYTES + 1.
           PERFORM UNTIL SSM-BLK > SSM-LEN
               COMPUTE SSM-BLK-LEN = SSM-LEN - SSM-BLK + 1
               IF SSM-BLK-LEN > 64
                   MOVE 64 TO SSM-BLK-LEN
               END-IF
               IF SSM-NEW(SSM-BLK:SSM-BLK-LEN) NOT = LOW-VALUES
                   PERFORM VARYING SSM-SH-J FROM SSM-BLK BY 1
                           UNTIL SSM-SH-J >= SSM-BLK + SSM-BLK-LEN
                       IF SSM-NEW(SSM-SH-J:1) NOT = LOW-VALUE
                           PERFORM SSM-FIRST-BYTE
                       END-IF
                   END-PERFORM
               END-IF
               ADD SSM-BLK-LEN TO SSM-BLK
           END-PERFORM.
       EXIT SECTION.
       SSM-FIRST-BYTE SECTION.
           COMPUTE SSM-SH-V = FUNCTION ORD(SSM-NEW(SSM-SH-J:1)) - 1.
           PERFORM VARYING SSM-BIT FROM 0 BY 1 UNTIL SSM-BIT > 7
               COMPUTE SSM-BV = SSM-SH-V / (2 ** SSM-BIT)
               IF FUNCTION MOD(SSM-BV, 2) = 1
                   COMPUTE SSM-FLAG = (SSM-SH-J - 1) * 8 + SSM-BIT + 1
                   IF SSM-FLAG <= SSM-MAXT + 1
                       MOVE SSM-I TO SSM-FIRST(SSM-FLAG)
                   END-IF
               END-IF
           END-PERFORM.
       EXIT SECTION.
      *>   SSM-TARGET-ANSWER writes target SSM-K's verdict: over the
      *>   bound, not reachable, or reachable with one combination
      *>   listed beneath it, one MATCH line per input record.
       SSM-TARGET-ANSWER SECTION.
           MOVE SPACES TO SSM-OUT-LINE.
           MOVE 1 TO SSM-PT.
           STRING "TARGET=" DELIMITED BY SIZE
               FUNCTION TRIM(SSM-TGT-ID(SSM-K)) DELIMITED BY SIZE
               " AMOUNT=" DELIMITED BY SIZE
               FUNCTION TRIM(SSM-TGT-TXT(SSM-K)) DELIMITED BY SIZE
               INTO SSM-OUT-LINE
               WITH POINTER SSM-PT
           END-STRING.
           IF SSM-TGT-AMT(SSM-K) > SSM-BOUND
               IF SSM-BATCH-RC < 4
                   MOVE 4 TO SSM-BATCH-RC
               END-IF
               ADD 1 TO SSM-CNT-REJECT
               MOVE SSM-BOUND TO SSM-VAL-Z
               MOVE SSM-DEC TO SSM-DEC-Z
               STRING " REJECTED EXCEEDS BITSET BOUND OF "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(SSM-VAL-Z) DELIMITED BY SIZE
                   " UNITS AT DECIMALS=" DELIMITED BY SIZE
                   SSM-DEC-Z DELIMITED BY SIZE
                   INTO SSM-OUT-LINE
                   WITH POINTER SSM-PT
               END-STRING
               PERFORM SSM-OUT-COMMIT
               EXIT SECTION
           END-IF.
           MOVE SSM-TGT-AMT(SSM-K) TO SSM-S.
           IF SSM-FIRST(SSM-S + 1) = 0
               ADD 1 TO SSM-CNT-NOREACH
               STRING " NOT REACHABLE" DELIMITED BY SIZE
                   INTO SSM-OUT-LINE
                   WITH POINTER SSM-PT
               END-STRING
               PERFORM SSM-OUT-COMMIT
               EXIT SECTION
           END-IF.
           ADD 1 TO SSM-CNT-REACH.
           MOVE 0 TO SSM-PARTS.
           PERFORM UNTIL SSM-S = 0
               MOVE SSM-FIRST(SSM-S + 1) TO SSM-I
               ADD 1 TO SSM-PARTS
               SUBTRACT SSM-ITEM-AMT(SSM-I) FROM SSM-S
           END-PERFORM.
           MOVE SSM-PARTS TO SSM-VAL-Z.
           STRING " REACHABLE RECORDS=" DELIMITED BY SIZE
               FUNCTION TRIM(SSM-VAL-Z) DELIMITED BY SIZE
               INTO SSM-OUT-LINE
               WITH POINTER SSM-PT
           END-STRING.
           PERFORM SSM-OUT-COMMIT.
           MOVE SSM-TGT-AMT(SSM-K) TO SSM-S.
           PERFORM UNTIL SSM-S = 0
               MOVE SSM-FIRST(SSM-S + 1) TO SSM-I
               MOVE SSM-ITEM-RECNO(SSM-I) TO SSM-VAL-Z
               MOVE SPACES TO SSM-OUT-LINE
               STRING "  MATCH RECORD=" DELIMITED BY SIZE
                   FUNCTION TRIM(SSM-VAL-Z) DELIMITED BY SIZE
                   " ID=" DELIMITED BY SIZE
                   FUNCTION TRIM(SSM-ITEM-ID(SSM-I))
                       DELIMITED BY SIZE
                   " AMOUNT=" DELIMITED BY SIZE
                   FUNCTION TRIM(SSM-ITEM-TXT(SSM-I))
                       DELIMITED BY SIZE
                   INTO SSM-OUT-LINE
               END-STRING
               PERFORM SSM-OUT-COMMIT
               SUBTRACT SSM-ITEM-AMT(SSM-I) FROM SSM-S
           END-PERFORM.
       EXIT SECTION.
       SSM-SUMMARY-WRITE SECTION.
           MOVE SPACES TO SSM-OUT-LINE.
           MOVE 1 TO SSM-PT.
           MOVE SSM-ITEM-CNT TO SSM-VAL-Z.
           STRING "SUBSETSUM AMOUNTS=" DELIMITED BY SIZE
               FUNCTION TRIM(SSM-VAL-Z) DELIMITED BY SIZE
               INTO SSM-OUT-LINE
               WITH POINTER SSM-PT
           END-STRING.
           MOVE SSM-TGT-CNT TO SSM-VAL-Z.
           STRING " TARGETS=" DELIMITED BY SIZE
               FUNCTION TRIM(SSM-VAL-Z) DELIMITED BY SIZE
               INTO SSM-OUT-LINE
               WITH POINTER SSM-PT
           END-STRING.
           MOVE SSM-CNT-REACH TO SSM-VAL-Z.
           STRING " REACHABLE=" DELIMITED BY SIZE
               FUNCTION TRIM(SSM-VAL-Z) DELIMITED BY SIZE
               INTO SSM-OUT-LINE
               WITH POINTER SSM-PT
           END-STRING.
           MOVE SSM-CNT-NOREACH TO SSM-VAL-Z.
           STRING " NOT-REACHABLE=" DELIMITED BY SIZE
               FUNCTION TRIM(SSM-VAL-Z) DELIMITED BY SIZE
               INTO SSM-OUT-LINE
               WITH POINTER SSM-PT
           END-STRING.
           MOVE SSM-CNT-REJECT TO SSM-VAL-Z.
           STRING " REJECTED=" DELIMITED BY SIZE
               FUNCTION TRIM(SSM-VAL-Z) DELIMITED BY SIZE
               INTO SSM-OUT-LINE
               WITH POINTER SSM-PT
           END-STRING.
           PERFORM SSM-OUT-COMMIT.
       EXIT SECTION.
      *>   SSM-OUT-COMMIT guards every result write: the first
      *>   failure is diagnosed and fails the step; repeats stay
      *>   quiet so an abnormal volume cannot flood the job log.
       SSM-OUT-COMMIT SECTION.
           WRITE SSM-OUT-REC FROM SSM-OUT-LINE.
           IF SSM-OUT-FS NOT = "00" AND SSM-OUT-ERR-SW = 0
               MOVE 1 TO SSM-OUT-ERR-SW
               MOVE 8 TO SSM-BATCH-RC
               DISPLAY "SUBSETSUM: WRITE FAILED ON DSN="
                   FUNCTION TRIM(SSM-OUT-DSN)
                   " FS=" SSM-OUT-FS
           END-IF.
       EXIT SECTION.
      *>   SSM-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
      *>   default; run standalone the block is never set and
      *>   nothing changes).
       SSM-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO SSM-IN-DSN
               ELSE
                   MOVE "SSMIN.DAT" TO SSM-IN-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO SSM-OUT-DSN
               ELSE
                   MOVE "SSMOUT.DAT" TO SSM-OUT-DSN
               END-IF
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
           COPY "REJRECP.cpy".
       END PROGRAM SUBSETSUM.
