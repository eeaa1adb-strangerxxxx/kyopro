       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKDATA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   GENDATA's synthetic datasets carry none of the skew of a
      *>   real production extract, and a raw extract may not be
      *>   copied into test as it stands. MASKDATA sits between:
      *>   it copies an extract record for record, masking the
      *>   columns its rules member names, so the test dataset
      *>   keeps the production shape without the production
      *>   values. The rules records are
      *>       SEED secret          (the masking key; required when
      *>                             any PSEUDO rule is given)
      *>       PSEUDO pos len       (consistent pseudonym: digits for
      *>                             digits, letters for letters,
      *>                             the same value under the same
      *>                             SEED always giving the same
      *>                             substitute, so joins still work)
      *>       SHUFFLE pos len      (the column's values dealt back
      *>                             out across the records in a
      *>                             random order)
      *>       DIGITS pos len       (each digit replaced by a random
      *>                             one, the rest of the format kept)
      *>       BLANK pos len        (the column cleared to spaces)
      *>       REPORT dsn           (default MASKRPT.DAT)
      *>   applied in the order given; any other record refuses the
      *>   run, as MERGEFEEDS's roster does. PSEUDO keeps no mapping
      *>   table at all: each substitute is worked out afresh from
      *>   the SEED and the value, so there is nothing to leave
      *>   behind, and neither the SEED nor any original value is
      *>   ever written to the output or the report. Should the
      *>   output or report dataset name the rules member, the run
      *>   is refused before it can overwrite the key.
           SELECT MSK-IN-FILE ASSIGN TO DYNAMIC MSK-IN-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MSK-IN-FS.
           SELECT MSK-OUT-FILE ASSIGN TO DYNAMIC MSK-OUT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MSK-OUT-FS.
           SELECT MSK-RULE-FILE ASSIGN TO DYNAMIC MSK-RULE-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MSK-RULE-FS.
           SELECT MSK-RPT-FILE ASSIGN TO DYNAMIC MSK-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MSK-RPT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
           FD MSK-IN-FILE.
               01 MSK-IN-REC PIC X(250).
           FD MSK-OUT-FILE.
               01 MSK-OUT-REC PIC X(250).
           FD MSK-RULE-FILE.
               01 MSK-RULE-REC PIC X(132).
           FD MSK-RPT-FILE.
               01 MSK-RPT-REC PIC X(160).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           01 MSK-WK.
               03 MSK-IN-DSN PIC X(100) VALUE "MASKIN.DAT".
               03 MSK-IN-FS PIC XX.
               03 MSK-OUT-DSN PIC X(100) VALUE "MASKOUT.DAT".
               03 MSK-OUT-FS PIC XX.
               03 MSK-RULE-DSN PIC X(100) VALUE "MASKRULE.DAT".
               03 MSK-RULE-FS PIC XX.
               03 MSK-RPT-DSN PIC X(100) VALUE "MASKRPT.DAT".
               03 MSK-RPT-FS PIC XX.
               03 MSK-BATCH-RC PIC S9(4) VALUE 0.
               03 MSK-OUT-ERR-SW PIC 9 VALUE 0.
               03 MSK-T1 PIC X(100).
               03 MSK-T2 PIC X(100).
               03 MSK-T3 PIC X(20).
               03 MSK-TALLY BINARY-LONG UNSIGNED VALUE 0.
               03 MSK-PT BINARY-LONG SIGNED VALUE 1.
               03 MSK-RPT-LINE PIC X(160).
               03 MSK-VAL-Z PIC Z(8)9.
               03 MSK-RULE-BAD-SW PIC 9 VALUE 0.
                   88 MSK-RULE-BAD VALUE 1.
      *>   The rules, in the order given: method P (PSEUDO), S
      *>   (SHUFFLE), D (DIGITS) or B (BLANK), the columns, and how
      *>   many values the rule actually changed. MSK-SEED is the
      *>   masking key itself; it is only ever folded into
      *>   MSK-SEED-HASH and never moved anywhere that is written.
           01 MSK-RULE-WK.
               03 MSK-SEED PIC X(100) VALUE SPACES.
               03 MSK-SEED-LEN BINARY-LONG SIGNED VALUE 0.
               03 MSK-SEED-HASH BINARY-DOUBLE SIGNED VALUE 0.
               03 MSK-PSEUDO-CNT BINARY-LONG SIGNED VALUE 0.
               03 MSK-RULE-CNT BINARY-LONG SIGNED VALUE 0.
               03 MSK-RULE-MAX BINARY-LONG SIGNED VALUE 50.
               03 MSK-R BINARY-LONG SIGNED VALUE 0.
               03 MSK-RULE-TAB.
                   05 MSK-RULE OCCURS 50 TIMES.
                       07 MSK-RULE-METHOD PIC X.
                       07 MSK-RULE-POS BINARY-LONG SIGNED.
                       07 MSK-RULE-LEN BINARY-LONG SIGNED.
                       07 MSK-RULE-MASKED BINARY-LONG UNSIGNED.
               03 MSK-POS BINARY-LONG SIGNED VALUE 0.
               03 MSK-LEN BINARY-LONG SIGNED VALUE 0.
      *>   The digest behind PSEUDO is HASHUTIL's fold, h = (h * 131
      *>   + byte) mod MSK-PRIME, over the SEED and then the value;
      *>   each character position folds in again and one step of
      *>   GENDATA's recurrence spreads the result before a digit or
      *>   letter is taken from it, so every substitute character
      *>   depends on the whole value and the key. MSK-X is the
      *>   same recurrence driving SHUFFLE and DIGITS.
           01 MSK-CALC-WK.
               03 MSK-PRIME BINARY-DOUBLE SIGNED
                                   VALUE 999999999999937.
               03 MSK-HASH BINARY-DOUBLE SIGNED VALUE 0.
               03 MSK-MIX BINARY-DOUBLE SIGNED VALUE 0.
               03 MSK-X BINARY-DOUBLE SIGNED VALUE 1.
               03 MSK-DRAW BINARY-DOUBLE SIGNED VALUE 0.
               03 MSK-DRAW2 BINARY-DOUBLE SIGNED VALUE 0.
               03 MSK-I BINARY-LONG SIGNED VALUE 0.
               03 MSK-J BINARY-LONG SIGNED VALUE 0.
               03 MSK-K BINARY-LONG SIGNED VALUE 0.
               03 MSK-CH PIC X.
               03 MSK-FIELD PIC X(250).
               03 MSK-SWAP PIC X(250).
               03 MSK-DIGIT-SET PIC X(10) VALUE "0123456789".
               03 MSK-UPPER-SET PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               03 MSK-LOWER-SET PIC X(26)
                   VALUE "abcdefghijklmnopqrstuvwxyz".
               03 MSK-FIELDS-MASKED BINARY-LONG UNSIGNED VALUE 0.
      *>   SHUFFLE deals a column across the whole dataset, so the
      *>   extract is held in full; MSK-REC-MAX mirrors the OCCURS
      *>   ceiling, and a larger extract fails the step rather than
      *>   being masked in part.
           01 MSK-DATA-WK.
               03 MSK-REC-MAX BINARY-LONG SIGNED VALUE 50000.
               03 MSK-REC-CNT BINARY-LONG SIGNED VALUE 0.
               03 MSK-N BINARY-LONG SIGNED VALUE 0.
               03 MSK-REC-TAB.
                   05 MSK-REC OCCURS 50000 TIMES PIC X(250).
               03 MSK-IDX-TAB.
                   05 MSK-IDX OCCURS 50000 TIMES BINARY-LONG SIGNED.
               03 MSK-INV-TAB.
                   05 MSK-INV OCCURS 50000 TIMES BINARY-LONG SIGNED.
       PROCEDURE DIVISION.
      *>   MSK-RUN is this program's entry point, whether it is run
      *>   as its own job step or CALLed as one step of a larger
      *>   batch suite: load the rules, hold the extract, apply
      *>   each rule down the whole dataset in turn, then write the
      *>   masked copy and the report. RETURN-CODE is 0 for a
      *>   masked copy and 8 when the run was refused or a dataset
      *>   failed. It ends in GOBACK rather than STOP RUN so a
      *>   CALLer gets control back; run standalone, GOBACK with no
      *>   caller ends the run unit all the same.
       MSK-RUN SECTION.
           PERFORM MSK-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO MSK-BATCH-RC.
           MOVE 0 TO MSK-OUT-ERR-SW.
           MOVE 0 TO MSK-REC-CNT.
           MOVE 0 TO MSK-FIELDS-MASKED.
           PERFORM MSK-RULES-LOAD.
           IF MSK-BATCH-RC = 0
               PERFORM MSK-INPUT-LOAD
           END-IF.
           IF MSK-BATCH-RC = 0
               PERFORM VARYING MSK-R FROM 1 BY 1
                       UNTIL MSK-R > MSK-RULE-CNT
                   PERFORM MSK-RULE-APPLY
               END-PERFORM
               PERFORM MSK-OUTPUT-WRITE
           END-IF.
           IF MSK-BATCH-RC = 0
               PERFORM MSK-REPORT-WRITE
           END-IF.
           IF MSK-OUT-ERR-SW = 1
               MOVE 8 TO MSK-BATCH-RC
           END-IF.
           MOVE MSK-BATCH-RC TO RETURN-CODE.
           MOVE "MSKJOB01" TO JA-JOB-ID.
           MOVE MSK-IN-DSN TO JA-INPUT-DSN.
           MOVE MSK-REC-CNT TO JA-RECORD-COUNT.
           MOVE MSK-REC-CNT TO BATCH-PARM-RECORDS.
           MOVE "Y" TO BATCH-PARM-FLOW-SET.
           MOVE MSK-REC-CNT TO BATCH-PARM-IN-RECORDS.
           MOVE MSK-REC-CNT TO BATCH-PARM-OUT-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   MSK-RULES-LOAD reads the rules member. No member, a record
      *>   it cannot read, no rules at all, a PSEUDO rule without a
      *>   SEED, or an output naming the member refuses the run with
      *>   RC 8 before the extract is touched.
       MSK-RULES-LOAD SECTION.
           MOVE 0 TO MSK-RULE-BAD-SW.
           MOVE 0 TO MSK-RULE-CNT.
           MOVE 0 TO MSK-PSEUDO-CNT.
           MOVE SPACES TO MSK-SEED.
           MOVE "MASKRPT.DAT" TO MSK-RPT-DSN.
           OPEN INPUT MSK-RULE-FILE.
           IF MSK-RULE-FS NOT = "00"
               MOVE 8 TO MSK-BATCH-RC
               DISPLAY "MASKDATA: COULD NOT OPEN RULES DSN="
                   FUNCTION TRIM(MSK-RULE-DSN)
                   " FS=" MSK-RULE-FS
               EXIT SECTION
           END-IF.
           PERFORM UNTIL MSK-RULE-FS NOT = "00" OR MSK-RULE-BAD
               READ MSK-RULE-FILE
                   AT END
                       MOVE "10" TO MSK-RULE-FS
                   NOT AT END
                       PERFORM MSK-RULE-RECORD
               END-READ
           END-PERFORM.
           CLOSE MSK-RULE-FILE.
           IF MSK-RULE-BAD
               MOVE 8 TO MSK-BATCH-RC
               IF MSK-T1 = "SEED"
                   DISPLAY "MASKDATA: BAD RULES RECORD SEED"
               ELSE
                   DISPLAY "MASKDATA: BAD RULES RECORD "
                       FUNCTION TRIM(MSK-RULE-REC)
               END-IF
               EXIT SECTION
           END-IF.
           MOVE SPACES TO MSK-RULE-REC.
           IF MSK-RULE-CNT = 0
               MOVE 8 TO MSK-BATCH-RC
               DISPLAY "MASKDATA: NO MASKING RULES IN DSN="
                   FUNCTION TRIM(MSK-RULE-DSN)
               EXIT SECTION
           END-IF.
           IF MSK-PSEUDO-CNT > 0 AND MSK-SEED = SPACES
               MOVE 8 TO MSK-BATCH-RC
               DISPLAY "MASKDATA: PSEUDO NEEDS A SEED, DSN="
                   FUNCTION TRIM(MSK-RULE-DSN)
               EXIT SECTION
           END-IF.
           IF MSK-OUT-DSN = MSK-RULE-DSN OR MSK-RPT-DSN = MSK-RULE-DSN
               MOVE 8 TO MSK-BATCH-RC
               DISPLAY "MASKDATA: OUTPUT WOULD OVERWRITE RULES DSN="
                   FUNCTION TRIM(MSK-RULE-DSN)
               EXIT SECTION
           END-IF.
      *>   The key is folded once; SHUFFLE and DIGITS start their
      *>   stream from it, so a SEED makes the whole copy
      *>   repeatable. With no SEED the stream starts from the
      *>   clock and each run deals differently.
           MOVE 0 TO MSK-SEED-HASH.
           IF MSK-SEED NOT = SPACES
               COMPUTE MSK-SEED-LEN =
                   FUNCTION STORED-CHAR-LENGTH(MSK-SEED)
               PERFORM VARYING MSK-I FROM 1 BY 1
                       UNTIL MSK-I > MSK-SEED-LEN
                   COMPUTE MSK-SEED-HASH = FUNCTION MOD(
                       MSK-SEED-HASH * 131
                       + FUNCTION ORD(MSK-SEED(MSK-I:1)),
                       MSK-PRIME)
               END-PERFORM
               COMPUTE MSK-SEED-HASH = FUNCTION MOD(
                   MSK-SEED-HASH * 131 + 257, MSK-PRIME)
               COMPUTE MSK-X = FUNCTION MOD(MSK-SEED-HASH,
                   2147483648)
           ELSE
               COMPUTE MSK-X = FUNCTION MOD(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:8)),
                   2147483648)
           END-IF.
           MOVE SPACES TO MSK-SEED.
       EXIT SECTION.
       MSK-RULE-RECORD SECTION.
           IF MSK-RULE-REC = SPACES
               EXIT SECTION
           END-IF.
           MOVE SPACES TO MSK-T1.
           MOVE SPACES TO MSK-T2.
           MOVE SPACES TO MSK-T3.
           MOVE 0 TO MSK-TALLY.
           UNSTRING MSK-RULE-REC DELIMITED BY ALL SPACE
               INTO MSK-T1 MSK-T2 MSK-T3
               TALLYING IN MSK-TALLY
           END-UNSTRING.
           EVALUATE TRUE
               WHEN MSK-T1 = "SEED" AND MSK-TALLY = 2
                   MOVE MSK-T2 TO MSK-SEED
               WHEN MSK-T1 = "REPORT" AND MSK-TALLY = 2
                   MOVE MSK-T2 TO MSK-RPT-DSN
               WHEN (MSK-T1 = "PSEUDO" OR MSK-T1 = "SHUFFLE"
                       OR MSK-T1 = "DIGITS" OR MSK-T1 = "BLANK")
                       AND MSK-TALLY = 3
                   IF MSK-RULE-CNT >= MSK-RULE-MAX
                           OR FUNCTION TEST-NUMVAL(MSK-T2) NOT = 0
                           OR FUNCTION TEST-NUMVAL(MSK-T3) NOT = 0
                       MOVE 1 TO MSK-RULE-BAD-SW
                       EXIT SECTION
                   END-IF
                   COMPUTE MSK-POS = FUNCTION NUMVAL(MSK-T2)
                   COMPUTE MSK-LEN = FUNCTION NUMVAL(MSK-T3)
                   IF MSK-POS < 1 OR MSK-LEN < 1
                           OR MSK-POS + MSK-LEN - 1 > 250
                       MOVE 1 TO MSK-RULE-BAD-SW
                       EXIT SECTION
                   END-IF
                   ADD 1 TO MSK-RULE-CNT
                   MOVE MSK-T1(1:1) TO MSK-RULE-METHOD(MSK-RULE-CNT)
                   MOVE MSK-POS TO MSK-RULE-POS(MSK-RULE-CNT)
                   MOVE MSK-LEN TO MSK-RULE-LEN(MSK-RULE-CNT)
                   MOVE 0 TO MSK-RULE-MASKED(MSK-RULE-CNT)
                   IF MSK-T1 = "PSEUDO"
                       ADD 1 TO MSK-PSEUDO-CNT
                   END-IF
               WHEN OTHER
                   MOVE 1 TO MSK-RULE-BAD-SW
           END-EVALUATE.
      *>   A SEED record is not echoed should the run be refused,
      *>   and its token is cleared from the work fields at once.
           IF MSK-T1 = "SEED"
               MOVE SPACES TO MSK-RULE-REC
               MOVE SPACES TO MSK-T2
           END-IF.
       EXIT SECTION.
       MSK-INPUT-LOAD SECTION.
           OPEN INPUT MSK-IN-FILE.
           IF MSK-IN-FS NOT = "00"
               MOVE 8 TO MSK-BATCH-RC
               DISPLAY "MASKDATA: COULD NOT OPEN INPUT DSN="
                   FUNCTION TRIM(MSK-IN-DSN)
                   " FS=" MSK-IN-FS
               EXIT SECTION
           END-IF.
           PERFORM UNTIL MSK-IN-FS NOT = "00"
               READ MSK-IN-FILE
                   AT END
                       MOVE "10" TO MSK-IN-FS
                   NOT AT END
                       IF MSK-REC-CNT >= MSK-REC-MAX
                           MOVE 8 TO MSK-BATCH-RC
                           DISPLAY "MASKDATA: INPUT OVER "
                               MSK-REC-MAX " RECORDS, DSN="
                               FUNCTION TRIM(MSK-IN-DSN)
                           MOVE "99" TO MSK-IN-FS
                       ELSE
                           ADD 1 TO MSK-REC-CNT
                           MOVE MSK-IN-REC TO MSK-REC(MSK-REC-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MSK-IN-FILE.
       EXIT SECTION.
      *>   MSK-RULE-APPLY runs rule MSK-R down the held extract. A
      *>   value counts as masked when the rule changed it; a blank
      *>   value is left blank by PSEUDO and DIGITS.
       MSK-RULE-APPLY SECTION.
           MOVE MSK-RULE-POS(MSK-R) TO MSK-POS.
           MOVE MSK-RULE-LEN(MSK-R) TO MSK-LEN.
           IF MSK-RULE-METHOD(MSK-R) = "S"
               PERFORM MSK-SHUFFLE
               EXIT SECTION
           END-IF.
           PERFORM VARYING MSK-N FROM 1 BY 1
                   UNTIL MSK-N > MSK-REC-CNT
               MOVE MSK-REC(MSK-N)(MSK-POS:MSK-LEN) TO MSK-FIELD
               EVALUATE MSK-RULE-METHOD(MSK-R)
                   WHEN "P"
                       PERFORM MSK-PSEUDO
                   WHEN "D"
                       PERFORM MSK-DIGITS
                   WHEN OTHER
                       MOVE SPACES TO MSK-FIELD
               END-EVALUATE
               IF MSK-FIELD(1:MSK-LEN)
                       NOT = MSK-REC(MSK-N)(MSK-POS:MSK-LEN)
                   ADD 1 TO MSK-RULE-MASKED(MSK-R)
                   ADD 1 TO MSK-FIELDS-MASKED
                   MOVE MSK-FIELD(1:MSK-LEN)
                       TO MSK-REC(MSK-N)(MSK-POS:MSK-LEN)
               END-IF
           END-PERFORM.
       EXIT SECTION.
      *>   MSK-PSEUDO digests the SEED and the whole value, then
      *>   replaces each digit and letter in place from the digest;
      *>   spaces and punctuation stay where they were so the
      *>   column keeps its format. The trailing blanks are part of
      *>   the value, so "12" and "12 " in a wider column differ.
       MSK-PSEUDO SECTION.
           MOVE MSK-SEED-HASH TO MSK-HASH.
           PERFORM VARYING MSK-I FROM 1 BY 1 UNTIL MSK-I > MSK-LEN
               COMPUTE MSK-HASH = FUNCTION MOD(
                   MSK-HASH * 131
                   + FUNCTION ORD(MSK-FIELD(MSK-I:1)),
                   MSK-PRIME)
           END-PERFORM.
           PERFORM VARYING MSK-I FROM 1 BY 1 UNTIL MSK-I > MSK-LEN
               MOVE MSK-FIELD(MSK-I:1) TO MSK-CH
               COMPUTE MSK-HASH = FUNCTION MOD(
                   MSK-HASH * 131 + MSK-I + 256, MSK-PRIME)
               COMPUTE MSK-MIX = FUNCTION MOD(
                   1103515245 * FUNCTION MOD(MSK-HASH, 2147483648)
                   + 12345, 2147483648)
               COMPUTE MSK-MIX = MSK-MIX / 65536
               EVALUATE TRUE
                   WHEN MSK-CH IS NUMERIC
                       COMPUTE MSK-J = FUNCTION MOD(MSK-MIX, 10) + 1
                       MOVE MSK-DIGIT-SET(MSK-J:1)
                           TO MSK-FIELD(MSK-I:1)
                   WHEN MSK-CH >= "A" AND MSK-CH <= "Z"
                       COMPUTE MSK-J = FUNCTION MOD(MSK-MIX, 26) + 1
                       MOVE MSK-UPPER-SET(MSK-J:1)
                           TO MSK-FIELD(MSK-I:1)
                   WHEN MSK-CH >= "a" AND MSK-CH <= "z"
                       COMPUTE MSK-J = FUNCTION MOD(MSK-MIX, 26) + 1
                       MOVE MSK-LOWER-SET(MSK-J:1)
                           TO MSK-FIELD(MSK-I:1)
               END-EVALUATE
           END-PERFORM.
       EXIT SECTION.
       MSK-DIGITS SECTION.
           PERFORM VARYING MSK-I FROM 1 BY 1 UNTIL MSK-I > MSK-LEN
               IF MSK-FIELD(MSK-I:1) IS NUMERIC
                   PERFORM MSK-NEXT-DRAW
                   COMPUTE MSK-J = FUNCTION MOD(MSK-DRAW, 10) + 1
                   MOVE MSK-DIGIT-SET(MSK-J:1) TO MSK-FIELD(MSK-I:1)
               END-IF
           END-PERFORM.
       EXIT SECTION.
      *>   MSK-SHUFFLE deals the column's values back out in a
      *>   random order (Fisher-Yates from the last record down),
      *>   leaving the rest of each record where it was. MSK-IDX
      *>   follows the deal, so record n ends up holding the value
      *>   record MSK-IDX(n) held, and MSK-INV turns that round:
      *>   the value record n held before is now at MSK-INV(n). A
      *>   value counts as masked when the two differ.
       MSK-SHUFFLE SECTION.
           PERFORM VARYING MSK-N FROM 1 BY 1
                   UNTIL MSK-N > MSK-REC-CNT
               MOVE MSK-N TO MSK-IDX(MSK-N)
           END-PERFORM.
           PERFORM VARYING MSK-N FROM MSK-REC-CNT BY -1
                   UNTIL MSK-N < 2
               PERFORM MSK-NEXT-DRAW
               COMPUTE MSK-K = FUNCTION MOD(MSK-DRAW, MSK-N) + 1
               IF MSK-K NOT = MSK-N
                   MOVE MSK-REC(MSK-N)(MSK-POS:MSK-LEN) TO MSK-SWAP
                   MOVE MSK-REC(MSK-K)(MSK-POS:MSK-LEN)
                       TO MSK-REC(MSK-N)(MSK-POS:MSK-LEN)
                   MOVE MSK-SWAP(1:MSK-LEN)
                       TO MSK-REC(MSK-K)(MSK-POS:MSK-LEN)
                   MOVE MSK-IDX(MSK-N) TO MSK-J
                   MOVE MSK-IDX(MSK-K) TO MSK-IDX(MSK-N)
                   MOVE MSK-J TO MSK-IDX(MSK-K)
               END-IF
           END-PERFORM.
           PERFORM VARYING MSK-N FROM 1 BY 1
                   UNTIL MSK-N > MSK-REC-CNT
               MOVE MSK-N TO MSK-INV(MSK-IDX(MSK-N))
           END-PERFORM.
           PERFORM VARYING MSK-N FROM 1 BY 1
                   UNTIL MSK-N > MSK-REC-CNT
               MOVE MSK-INV(MSK-N) TO MSK-K
               IF MSK-REC(MSK-K)(MSK-POS:MSK-LEN)
                       NOT = MSK-REC(MSK-N)(MSK-POS:MSK-LEN)
                   ADD 1 TO MSK-RULE-MASKED(MSK-R)
                   ADD 1 TO MSK-FIELDS-MASKED
               END-IF
           END-PERFORM.
       EXIT SECTION.
       MSK-NEXT-DRAW SECTION.
           COMPUTE MSK-X =
               FUNCTION MOD(1103515245 * MSK-X + 12345,
                   2147483648).
           COMPUTE MSK-DRAW = MSK-X / 65536.
           COMPUTE MSK-X =
               FUNCTION MOD(1103515245 * MSK-X + 12345,
                   2147483648).
           COMPUTE MSK-DRAW2 = MSK-X / 65536.
           COMPUTE MSK-DRAW = MSK-DRAW * 32768 + MSK-DRAW2.
       EXIT SECTION.
       MSK-OUTPUT-WRITE SECTION.
           OPEN OUTPUT MSK-OUT-FILE.
           IF MSK-OUT-FS NOT = "00"
               MOVE 8 TO MSK-BATCH-RC
               DISPLAY "MASKDATA: COULD NOT OPEN OUTPUT DSN="
                   FUNCTION TRIM(MSK-OUT-DSN)
                   " FS=" MSK-OUT-FS
               EXIT SECTION
           END-IF.
           PERFORM VARYING MSK-N FROM 1 BY 1
                   UNTIL MSK-N > MSK-REC-CNT
               WRITE MSK-OUT-REC FROM MSK-REC(MSK-N)
               PERFORM MSK-OUT-WRITE-CHECK
           END-PERFORM.
           CLOSE MSK-OUT-FILE.
       EXIT SECTION.
      *>   MSK-REPORT-WRITE gives a header naming the datasets, one
      *>   line per rule with the values it masked, and a MASK
      *>   totals line. Only columns and counts appear here.
       MSK-REPORT-WRITE SECTION.
           OPEN OUTPUT MSK-RPT-FILE.
           IF MSK-RPT-FS NOT = "00"
               MOVE 8 TO MSK-BATCH-RC
               DISPLAY "MASKDATA: COULD NOT OPEN REPORT DSN="
                   FUNCTION TRIM(MSK-RPT-DSN)
                   " FS=" MSK-RPT-FS
               EXIT SECTION
           END-IF.
           MOVE SPACES TO MSK-RPT-LINE.
           STRING "MASKDATA INPUT=" DELIMITED BY SIZE
               FUNCTION TRIM(MSK-IN-DSN) DELIMITED BY SIZE
               " OUTPUT=" DELIMITED BY SIZE
               FUNCTION TRIM(MSK-OUT-DSN) DELIMITED BY SIZE
               " RULES=" DELIMITED BY SIZE
               FUNCTION TRIM(MSK-RULE-DSN) DELIMITED BY SIZE
               INTO MSK-RPT-LINE
           END-STRING.
           PERFORM MSK-RPT-WRITE.
           PERFORM VARYING MSK-R FROM 1 BY 1
                   UNTIL MSK-R > MSK-RULE-CNT
               MOVE SPACES TO MSK-RPT-LINE
               MOVE 1 TO MSK-PT
               MOVE MSK-R TO MSK-VAL-Z
               STRING "RULE=" DELIMITED BY SIZE
                   FUNCTION TRIM(MSK-VAL-Z) DELIMITED BY SIZE
                   " METHOD=" DELIMITED BY SIZE
                   INTO MSK-RPT-LINE
                   WITH POINTER MSK-PT
               END-STRING
               EVALUATE MSK-RULE-METHOD(MSK-R)
                   WHEN "P"
                       STRING "PSEUDO" DELIMITED BY SIZE
                           INTO MSK-RPT-LINE WITH POINTER MSK-PT
                       END-STRING
                   WHEN "S"
                       STRING "SHUFFLE" DELIMITED BY SIZE
                           INTO MSK-RPT-LINE WITH POINTER MSK-PT
                       END-STRING
                   WHEN "D"
                       STRING "DIGITS" DELIMITED BY SIZE
                           INTO MSK-RPT-LINE WITH POINTER MSK-PT
                       END-STRING
                   WHEN OTHER
                       STRING "BLANK" DELIMITED BY SIZE
                           INTO MSK-RPT-LINE WITH POINTER MSK-PT
                       END-STRING
               END-EVALUATE
               MOVE MSK-RULE-POS(MSK-R) TO MSK-VAL-Z
               STRING " POS=" DELIMITED BY SIZE
                   FUNCTION TRIM(MSK-VAL-Z) DELIMITED BY SIZE
                   INTO MSK-RPT-LINE
                   WITH POINTER MSK-PT
               END-STRING
               MOVE MSK-RULE-LEN(MSK-R) TO MSK-VAL-Z
               STRING " LEN=" DELIMITED BY SIZE
                   FUNCTION TRIM(MSK-VAL-Z) DELIMITED BY SIZE
                   INTO MSK-RPT-LINE
                   WITH POINTER MSK-PT
               END-STRING
               MOVE MSK-RULE-MASKED(MSK-R) TO MSK-VAL-Z
               STRING " MASKED=" DELIMITED BY SIZE
                   FUNCTION TRIM(MSK-VAL-Z) DELIMITED BY SIZE
                   INTO MSK-RPT-LINE
                   WITH POINTER MSK-PT
               END-STRING
               PERFORM MSK-RPT-WRITE
           END-PERFORM.
           MOVE SPACES TO MSK-RPT-LINE.
           MOVE 1 TO MSK-PT.
           MOVE MSK-REC-CNT TO MSK-VAL-Z.
           STRING "MASK RECORDS=" DELIMITED BY SIZE
               FUNCTION TRIM(MSK-VAL-Z) DELIMITED BY SIZE
               INTO MSK-RPT-LINE
               WITH POINTER MSK-PT
           END-STRING.
           MOVE MSK-RULE-CNT TO MSK-VAL-Z.
           STRING " COLUMNS=" DELIMITED BY SIZE
               FUNCTION TRIM(MSK-VAL-Z) DELIMITED BY SIZE
               INTO MSK-RPT-LINE
               WITH POINTER MSK-PT
           END-STRING.
           MOVE MSK-FIELDS-MASKED TO MSK-VAL-Z.
           STRING " VALUES-MASKED=" DELIMITED BY SIZE
               FUNCTION TRIM(MSK-VAL-Z) DELIMITED BY SIZE
               INTO MSK-RPT-LINE
               WITH POINTER MSK-PT
           END-STRING.
           PERFORM MSK-RPT-WRITE.
           CLOSE MSK-RPT-FILE.
       EXIT SECTION.
       MSK-RPT-WRITE SECTION.
           WRITE MSK-RPT-REC FROM MSK-RPT-LINE.
           IF MSK-RPT-FS NOT = "00" AND MSK-OUT-ERR-SW = 0
               MOVE 1 TO MSK-OUT-ERR-SW
               DISPLAY "MASKDATA: WRITE FAILED ON DSN="
                   FUNCTION TRIM(MSK-RPT-DSN)
                   " FS=" MSK-RPT-FS
           END-IF.
       EXIT SECTION.
      *>   MSK-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step: the
      *>   extract, the masked copy, and the rules member in the
      *>   parameter field (a field left blank or staged as "*"
      *>   keeps the default).
       MSK-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO MSK-IN-DSN
               ELSE
                   MOVE "MASKIN.DAT" TO MSK-IN-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO MSK-OUT-DSN
               ELSE
                   MOVE "MASKOUT.DAT" TO MSK-OUT-DSN
               END-IF
               IF BATCH-PARM-TEXT NOT = SPACES
                       AND BATCH-PARM-TEXT(1:1) NOT = "*"
                   MOVE BATCH-PARM-TEXT TO MSK-RULE-DSN
               ELSE
                   MOVE "MASKRULE.DAT" TO MSK-RULE-DSN
               END-IF
           END-IF.
       EXIT SECTION.
       MSK-OUT-WRITE-CHECK SECTION.
           IF MSK-OUT-FS NOT = "00" AND MSK-OUT-ERR-SW = 0
               MOVE 1 TO MSK-OUT-ERR-SW
               DISPLAY "MASKDATA: WRITE FAILED ON DSN="
                   FUNCTION TRIM(MSK-OUT-DSN)
                   " FS=" MSK-OUT-FS
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
       END PROGRAM MASKDATA.
