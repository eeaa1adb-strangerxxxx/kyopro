      *>   / "CMP a b" request per input record over signed decimal
      *>   operands of up to BIG-NDIG digits, one result record each
      *>   out, dispatchable from BATCHSUITE through BATCH-PARM like
      *>   every other routine. The number-theory verbs carry
      *>   GCDLCM's, POWMODLIB's and PRIMELIB's questions past their
      *>   18-digit fields: "POWMOD a e m" (a to the e-th power
      *>   modulo m, m positive, e not negative, the answer in
      *>   0..m-1), "GCD a b" and "LCM a b" (both never negative)
      *>   and "ISQRT a" (the largest x with x * x not above a).
           SELECT BIG-REQUEST-FILE ASSIGN TO DYNAMIC BIG-REQUEST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BIG-REQUEST-FS.
           SELECT BIG-RESULT-FILE ASSIGN TO DYNAMIC BIG-RESULT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BIG-RESULT-FS.
      *>   BIG-REJECT-FILE is the reject trail: every request the
      *>   result dataset answers REJECTED is also written here in
      *>   the shared REJREC.cpy layout, appended run after run.
           SELECT BIG-REJECT-FILE ASSIGN TO DYNAMIC BIG-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BIG-REJECT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
      *>   The request record holds a POWMOD with three signed
      *>   BIG-NDIG-digit operands and room to spare; a record that
      *>   fills it to the last byte may have run past it and is
      *>   refused rather than read short. The result record is
      *>   wide enough to echo a refused request whole.
           FD BIG-REQUEST-FILE.
               01 BIG-REQUEST-REC PIC X(300).
           FD BIG-RESULT-FILE.
               01 BIG-RESULT-REC PIC X(360).
           FD BIG-REJECT-FILE.
               01 BIG-REJECT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 BIG-WK.
               03 BIG-REQUEST-DSN PIC X(100) VALUE "BIGREQ.DAT".
               03 BIG-REQUEST-FS PIC XX.
               03 BIG-REQ-NO-Z PIC Z(8)9.
               03 BIG-BATCH-RC PIC S9(4) VALUE 0.
               03 BIG-RESULT-ERR-SW PIC 9 VALUE 0.
               03 BIG-REJECT-DSN PIC X(100) VALUE "BIGREJ.LOG".
               03 BIG-REJECT-FS PIC XX.
               03 BIG-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 BIG-REJECT-OPENED VALUE 1.
               03 BIG-REJECT-ERR-SW PIC 9 VALUE 0.
               03 BIG-CONT-SW PIC 9 VALUE 0.
                   88 BIG-CONTINUATION VALUE 1.
               03 BIG-OP PIC X(8).
               03 BIG-OPND1 PIC X(90).
               03 BIG-OPND2 PIC X(90).
               03 BIG-OPND3 PIC X(90).
               03 BIG-TALLY BINARY-LONG UNSIGNED VALUE 0.
               03 BIG-WANT BINARY-LONG UNSIGNED VALUE 3.
               03 BIG-VERDICT PIC X(2).
               03 BIG-PT BINARY-LONG SIGNED VALUE 1.
               03 BIG-RESULT-LINE PIC X(360).
           COPY "BIGNUM.cpy".
      *>   Holding areas for the verbs that chain operations: the
      *>   modulus (or ISQRT's radicand), the exponent being halved,
      *>   the running answer, and the repeatedly squared base. Each
      *>   is laid out as BIG-A-WK, so one group MOVE stages a held
      *>   value as an operand or saves an operand away.
           01 BIG-M-WK.
               03 BIG-M-SIGN BINARY-CHAR SIGNED VALUE 1.
               03 BIG-M-LEN BINARY-LONG SIGNED VALUE 1.
               03 BIG-M-TAB.
                   05 BIG-M-D OCCURS 80 TIMES
                                   BINARY-LONG SIGNED.
           01 BIG-E-WK.
               03 BIG-E-SIGN BINARY-CHAR SIGNED VALUE 1.
               03 BIG-E-LEN BINARY-LONG SIGNED VALUE 1.
               03 BIG-E-TAB.
                   05 BIG-E-D OCCURS 80 TIMES
                                   BINARY-LONG SIGNED.
           01 BIG-X-WK.
               03 BIG-X-SIGN BINARY-CHAR SIGNED VALUE 1.
               03 BIG-X-LEN BINARY-LONG SIGNED VALUE 1.
               03 BIG-X-TAB.
                   05 BIG-X-D OCCURS 80 TIMES
                                   BINARY-LONG SIGNED.
           01 BIG-P-WK.
               03 BIG-P-SIGN BINARY-CHAR SIGNED VALUE 1.
               03 BIG-P-LEN BINARY-LONG SIGNED VALUE 1.
               03 BIG-P-TAB.
                   05 BIG-P-D OCCURS 80 TIMES
                                   BINARY-LONG SIGNED.
       PROCEDURE DIVISION.
      *>   BIG-BATCH-RUN is this program's entry point, whether it
      *>   is run as its own job step or CALLed as one step of a
           MOVE 0 TO BIG-BATCH-RC.
           MOVE 0 TO BIG-RESULT-ERR-SW.
           MOVE 0 TO BIG-REQ-NO.
           MOVE 0 TO BIG-REJECT-ERR-SW.
           MOVE 0 TO BIG-CONT-SW.
           MOVE 0 TO RJ-RUN-SW.
           OPEN INPUT BIG-REQUEST-FILE.
           OPEN OUTPUT BIG-RESULT-FILE.
           IF BIG-RESULT-FS NOT = "00"
           END-IF.
           CLOSE BIG-REQUEST-FILE.
           CLOSE BIG-RESULT-FILE.
           IF BIG-REJECT-OPENED
               CLOSE BIG-REJECT-FILE
               MOVE 0 TO BIG-REJECT-OPEN-SW
           END-IF.
           MOVE BIG-BATCH-RC TO RETURN-CODE.
           MOVE "BIGJOB01" TO JA-JOB-ID.
           MOVE BIG-REQUEST-DSN TO JA-INPUT-DSN.
      *>   divisor gets a REJECTED result line and RC 4; a result
      *>   wider than the operand tables gets OVERFLOW and RC 8 —
      *>   the module exists to never hand back a wrapped answer.
      *>   POWMOD takes three operands and ISQRT one; every other
      *>   operation takes two. A record filling BIG-REQUEST-REC to
      *>   its last byte is refused whole (RECORD-WIDTH): an operand
      *>   cut short at the record's edge would still parse, and
      *>   the answer to a different question would go out RC 0.
      *>   The rest of such a line comes back as further records;
      *>   they belong to the refused request and are passed over.
       BIG-REQUEST-PROCESS SECTION.
           IF BIG-CONTINUATION
               IF BIG-REQUEST-REC(LENGTH OF BIG-REQUEST-REC:1)
                       = SPACE
                   MOVE 0 TO BIG-CONT-SW
               END-IF
               EXIT SECTION
           END-IF.
           IF BIG-REQUEST-REC = SPACES
               EXIT SECTION
           END-IF.
           MOVE SPACES TO BIG-OP.
           MOVE SPACES TO BIG-OPND1.
           MOVE SPACES TO BIG-OPND2.
           MOVE SPACES TO BIG-OPND3.
           MOVE 0 TO BIG-TALLY.
           MOVE SPACES TO BIG-REASON.
           IF BIG-REQUEST-REC(LENGTH OF BIG-REQUEST-REC:1) NOT = SPACE
               MOVE "RECORD-WIDTH" TO BIG-REASON
               PERFORM BIG-REJECT-WRITE
               MOVE 1 TO BIG-CONT-SW
               EXIT SECTION
           END-IF.
           UNSTRING BIG-REQUEST-REC DELIMITED BY ALL SPACE
               INTO BIG-OP BIG-OPND1 BIG-OPND2 BIG-OPND3
               TALLYING IN BIG-TALLY
           END-UNSTRING.
           EVALUATE BIG-OP
               WHEN "POWMOD"
                   MOVE 4 TO BIG-WANT
               WHEN "ISQRT"
                   MOVE 2 TO BIG-WANT
               WHEN OTHER
                   MOVE 3 TO BIG-WANT
           END-EVALUATE.
           IF BIG-TALLY NOT = BIG-WANT
               MOVE "MALFORMED" TO BIG-REASON
               PERFORM BIG-REJECT-WRITE
               EXIT SECTION
           PERFORM BIG-PARSE.
           IF BIG-PARSE-ERR-SW = 0
               MOVE BIG-T-WK TO BIG-A-WK
               IF BIG-WANT >= 3
                   MOVE BIG-OPND2 TO BIG-PARSE-T
                   PERFORM BIG-PARSE
                   IF BIG-PARSE-ERR-SW = 0
                       MOVE BIG-T-WK TO BIG-B-WK
                   END-IF
               END-IF
           END-IF.
           IF BIG-PARSE-ERR-SW = 0 AND BIG-WANT = 4
               MOVE BIG-OPND3 TO BIG-PARSE-T
               PERFORM BIG-PARSE
               IF BIG-PARSE-ERR-SW = 0
                   MOVE BIG-T-WK TO BIG-M-WK
               END-IF
           END-IF.
           IF BIG-PARSE-ERR-SW = 1
               WHEN "CMP"
                   PERFORM BIG-COMPARE-SIGNED
                   PERFORM BIG-CMP-WRITE
               WHEN "POWMOD"
                   PERFORM BIG-POWMOD
                   IF BIG-REASON = SPACES
                       PERFORM BIG-RESULT-WRITE
                   ELSE
                       PERFORM BIG-REJECT-WRITE
                   END-IF
               WHEN "GCD"
                   PERFORM BIG-GCD
                   PERFORM BIG-X-TO-RESULT
                   PERFORM BIG-RESULT-WRITE
               WHEN "LCM"
                   PERFORM BIG-LCM
                   IF BIG-REASON = SPACES
                       PERFORM BIG-RESULT-WRITE
                   ELSE
                       PERFORM BIG-REJECT-WRITE
                   END-IF
               WHEN "ISQRT"
                   PERFORM BIG-ISQRT
                   IF BIG-REASON = SPACES
                       PERFORM BIG-RESULT-WRITE
                   ELSE
                       PERFORM BIG-REJECT-WRITE
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN-OP" TO BIG-REASON
                   PERFORM BIG-REJECT-WRITE
           END-EVALUATE.
       EXIT SECTION.
       BIG-COMPARE-SIGNED SECTION.
           IF BIG-A-SIGN < BIG-B-SIGN
               MOVE "LT" TO BIG-VERDICT
                   MOVE "EQ" TO BIG-VERDICT
           END-EVALUATE.
       EXIT SECTION.
       BIG-RESULT-WRITE SECTION.
           IF BIG-R-LEN > BIG-NDIG
               MOVE "OVERFLOW" TO BIG-REASON
               " REJECTED REASON=" DELIMITED BY SIZE
               FUNCTION TRIM(BIG-REASON) DELIMITED BY SIZE
               " REQUEST=" DELIMITED BY SIZE
               FUNCTION TRIM(BIG-REQUEST-REC) DELIMITED BY SIZE
               INTO BIG-RESULT-LINE
           END-STRING.
           WRITE BIG-RESULT-REC FROM BIG-RESULT-LINE.
           PERFORM BIG-RESULT-WRITE-CHECK.
           MOVE BIG-REASON TO RJ-REASON-CODE.
           EVALUATE BIG-REASON
               WHEN "MALFORMED"
                   MOVE "WRONG OPERAND COUNT OR NOT A NUMBER"
                       TO RJ-REASON-TEXT
               WHEN "UNKNOWN-OP"
                   MOVE "OPERATION NOT KNOWN TO BIGCALC"
                       TO RJ-REASON-TEXT
               WHEN "DIVIDE-BY-ZERO"
                   MOVE "DIVISOR IS ZERO" TO RJ-REASON-TEXT
               WHEN "BAD-MODULUS"
                   MOVE "MODULUS ZERO OR NEGATIVE" TO RJ-REASON-TEXT
               WHEN "NEGATIVE-EXP"
                   MOVE "EXPONENT IS NEGATIVE" TO RJ-REASON-TEXT
               WHEN "NEGATIVE"
                   MOVE "ISQRT OPERAND IS NEGATIVE" TO RJ-REASON-TEXT
               WHEN "OVERFLOW"
                   MOVE "RESULT WIDER THAN BIG-NDIG DIGITS"
                       TO RJ-REASON-TEXT
               WHEN "RECORD-WIDTH"
                   MOVE "RECORD FILLS BIG-REQUEST-REC"
                       TO RJ-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO RJ-REASON-TEXT
           END-EVALUATE.
           PERFORM BIG-REJREC-WRITE.
       EXIT SECTION.
      *>   BIG-REJREC-WRITE finishes the reject record the caller
      *>   staged and appends it to BIG-REJECT-DSN, opened on first
      *>   use; a failing trail is diagnosed once and leaves the
      *>   step's RC alone, the request already being refused.
       BIG-REJREC-WRITE SECTION.
           MOVE "BIGCALC" TO RJ-PROGRAM.
           MOVE BIG-REQUEST-DSN TO RJ-INPUT-DSN.
           MOVE BIG-REQ-NO TO RJ-RECORD-NO.
           MOVE BIG-REQUEST-REC TO RJ-IMAGE.
           PERFORM REJREC-STAMP.
           IF NOT BIG-REJECT-OPENED
               OPEN EXTEND BIG-REJECT-FILE
               IF BIG-REJECT-FS = "05" OR BIG-REJECT-FS = "35"
                   OPEN OUTPUT BIG-REJECT-FILE
               END-IF
               MOVE 1 TO BIG-REJECT-OPEN-SW
           END-IF.
           WRITE BIG-REJECT-REC FROM RJ-RECORD.
           IF BIG-REJECT-FS NOT = "00" AND BIG-REJECT-ERR-SW = 0
               MOVE 1 TO BIG-REJECT-ERR-SW
               DISPLAY "BIGCALC: WRITE FAILED ON DSN="
                   FUNCTION TRIM(BIG-REJECT-DSN)
                   " FS=" BIG-REJECT-FS
           END-IF.
       EXIT SECTION.
      *>   BIG-POWMOD is square-and-multiply from the exponent's low
      *>   bit up: the exponent is halved in place each round, and
      *>   every product is reduced modulo m straight away, so no
      *>   operand ever passes m's width. A negative base is taken
      *>   to its residue in 0..m-1 first, so the answer is the
      *>   same one POWMODLIB's 18-digit path gives.
       BIG-POWMOD SECTION.
           IF BIG-M-SIGN < 0 OR (BIG-M-LEN = 1 AND BIG-M-D(1) = 0)
               MOVE "BAD-MODULUS" TO BIG-REASON
               EXIT SECTION
           END-IF.
           IF BIG-B-SIGN < 0
               MOVE "NEGATIVE-EXP" TO BIG-REASON
               EXIT SECTION
           END-IF.
           MOVE BIG-B-WK TO BIG-E-WK.
           MOVE BIG-M-WK TO BIG-B-WK.
           PERFORM BIG-DIVMOD.
           PERFORM BIG-REM-TO-RESULT.
           IF BIG-R-SIGN < 0
               MOVE BIG-M-WK TO BIG-A-WK
               PERFORM BIG-RESULT-TO-B
               MOVE 1 TO BIG-B-SIGN
               PERFORM BIG-MAG-SUB-AB
               MOVE 1 TO BIG-R-SIGN
           END-IF.
           PERFORM BIG-RESULT-TO-A.
           MOVE BIG-A-WK TO BIG-P-WK.
           MOVE 1 TO BIG-X-SIGN.
           MOVE 1 TO BIG-X-LEN.
           MOVE 1 TO BIG-X-D(1).
           IF BIG-M-LEN = 1 AND BIG-M-D(1) = 1
               MOVE 0 TO BIG-X-D(1)
           END-IF.
           PERFORM UNTIL BIG-E-LEN = 1 AND BIG-E-D(1) = 0
               IF FUNCTION MOD(BIG-E-D(1), 2) = 1
                   MOVE BIG-X-WK TO BIG-A-WK
                   MOVE BIG-P-WK TO BIG-B-WK
                   PERFORM BIG-MULMOD
                   PERFORM BIG-RESULT-TO-A
                   MOVE BIG-A-WK TO BIG-X-WK
               END-IF
               PERFORM BIG-E-HALVE
               IF BIG-E-LEN > 1 OR BIG-E-D(1) NOT = 0
                   MOVE BIG-P-WK TO BIG-A-WK
                   MOVE BIG-P-WK TO BIG-B-WK
                   PERFORM BIG-MULMOD
                   PERFORM BIG-RESULT-TO-A
                   MOVE BIG-A-WK TO BIG-P-WK
               END-IF
           END-PERFORM.
           PERFORM BIG-X-TO-RESULT.
       EXIT SECTION.
      *>   BIG-MULMOD leaves A * B modulo the held modulus in the
      *>   result group. The product runs up to twice an operand's
      *>   width, past what BIG-DIVMOD's dividend table holds, so it
      *>   is reduced here by the same bring-down-and-subtract long
      *>   division, straight off the result table; only the
      *>   remainder is kept — BIG-MULTIPLY's width verdict on the
      *>   unreduced product does not apply to it.
       BIG-MULMOD SECTION.
           PERFORM BIG-MULTIPLY.
           MOVE SPACES TO BIG-REASON.
           MOVE BIG-M-WK TO BIG-B-WK.
           MOVE 1 TO BIG-REM-LEN.
           PERFORM VARYING BIG-I FROM 1 BY 1 UNTIL BIG-I > 82
               MOVE 0 TO BIG-REM-D(BIG-I)
           END-PERFORM.
           PERFORM VARYING BIG-J FROM BIG-R-LEN BY -1
                   UNTIL BIG-J < 1
               PERFORM VARYING BIG-K FROM BIG-REM-LEN BY -1
                       UNTIL BIG-K < 1
                   MOVE BIG-REM-D(BIG-K) TO BIG-REM-D(BIG-K + 1)
               END-PERFORM
               MOVE BIG-R-D(BIG-J) TO BIG-REM-D(1)
               ADD 1 TO BIG-REM-LEN
               PERFORM UNTIL BIG-REM-LEN <= 1
                       OR BIG-REM-D(BIG-REM-LEN) NOT = 0
                   SUBTRACT 1 FROM BIG-REM-LEN
               END-PERFORM
               PERFORM BIG-REM-GE-B
               PERFORM UNTIL BIG-RGEB-SW = 0
                   PERFORM BIG-REM-SUB-B
                   PERFORM BIG-REM-GE-B
               END-PERFORM
           END-PERFORM.
           MOVE 1 TO BIG-A-SIGN.
           PERFORM BIG-REM-TO-RESULT.
       EXIT SECTION.
      *>   BIG-E-HALVE divides the held exponent by two in place,
      *>   top digit first, dropping the remainder.
       BIG-E-HALVE SECTION.
           MOVE 0 TO BIG-CARRY.
           PERFORM VARYING BIG-I FROM BIG-E-LEN BY -1
                   UNTIL BIG-I < 1
               COMPUTE BIG-DGT = BIG-CARRY * 10 + BIG-E-D(BIG-I)
               COMPUTE BIG-E-D(BIG-I) = BIG-DGT / 2
               COMPUTE BIG-CARRY = BIG-DGT - BIG-E-D(BIG-I) * 2
           END-PERFORM.
           PERFORM UNTIL BIG-E-LEN <= 1
                   OR BIG-E-D(BIG-E-LEN) NOT = 0
               SUBTRACT 1 FROM BIG-E-LEN
           END-PERFORM.
       EXIT SECTION.
      *>   BIG-GCD is Euclid's remainder sequence over the two
      *>   magnitudes, leaving the answer in the held-answer group;
      *>   GCD(0, 0) is 0, as in GCDLCM.
       BIG-GCD SECTION.
           MOVE 1 TO BIG-A-SIGN.
           MOVE 1 TO BIG-B-SIGN.
           PERFORM UNTIL BIG-B-LEN = 1 AND BIG-B-D(1) = 0
               PERFORM BIG-DIVMOD
               MOVE BIG-B-WK TO BIG-A-WK
               PERFORM BIG-REM-TO-RESULT
               PERFORM BIG-RESULT-TO-B
           END-PERFORM.
           MOVE BIG-A-WK TO BIG-X-WK.
       EXIT SECTION.
      *>   BIG-LCM divides one magnitude by the GCD before
      *>   multiplying by the other, so only an answer that really
      *>   is too wide overflows. Either operand zero answers 0.
       BIG-LCM SECTION.
           IF (BIG-A-LEN = 1 AND BIG-A-D(1) = 0)
                   OR (BIG-B-LEN = 1 AND BIG-B-D(1) = 0)
               MOVE 1 TO BIG-R-SIGN
               MOVE 1 TO BIG-R-LEN
               MOVE 0 TO BIG-R-D(1)
               EXIT SECTION
           END-IF.
           MOVE 1 TO BIG-A-SIGN.
           MOVE 1 TO BIG-B-SIGN.
           MOVE BIG-A-WK TO BIG-M-WK.
           MOVE BIG-B-WK TO BIG-P-WK.
           PERFORM BIG-GCD.
           MOVE BIG-M-WK TO BIG-A-WK.
           MOVE BIG-X-WK TO BIG-B-WK.
           PERFORM BIG-DIVMOD.
           PERFORM BIG-QUOT-TO-RESULT.
           PERFORM BIG-RESULT-TO-A.
           MOVE BIG-P-WK TO BIG-B-WK.
           PERFORM BIG-MULTIPLY.
       EXIT SECTION.
      *>   BIG-ISQRT is Newton's iteration x' = (x + a / x) / 2 in
      *>   integers, started from a power of ten known to lie above
      *>   the root; the estimates fall strictly until the first
      *>   that does not, and the one before it is the floor of the
      *>   square root.
       BIG-ISQRT SECTION.
           IF BIG-A-SIGN < 0
               MOVE "NEGATIVE" TO BIG-REASON
               EXIT SECTION
           END-IF.
           IF BIG-A-LEN = 1 AND BIG-A-D(1) = 0
               MOVE 1 TO BIG-R-SIGN
               MOVE 1 TO BIG-R-LEN
               MOVE 0 TO BIG-R-D(1)
               EXIT SECTION
           END-IF.
           MOVE BIG-A-WK TO BIG-M-WK.
           MOVE 1 TO BIG-X-SIGN.
           COMPUTE BIG-X-LEN = (BIG-M-LEN + 1) / 2 + 1.
           PERFORM VARYING BIG-I FROM 1 BY 1
                   UNTIL BIG-I >= BIG-X-LEN
               MOVE 0 TO BIG-X-D(BIG-I)
           END-PERFORM.
           MOVE 1 TO BIG-X-D(BIG-X-LEN).
           PERFORM UNTIL BIG-REASON NOT = SPACES
               MOVE BIG-M-WK TO BIG-A-WK
               MOVE BIG-X-WK TO BIG-B-WK
               PERFORM BIG-DIVMOD
               PERFORM BIG-QUOT-TO-RESULT
               PERFORM BIG-RESULT-TO-A
               MOVE BIG-X-WK TO BIG-B-WK
               PERFORM BIG-ADD-SIGNED
               PERFORM BIG-RESULT-TO-A
               MOVE 1 TO BIG-B-SIGN
               MOVE 1 TO BIG-B-LEN
               MOVE 2 TO BIG-B-D(1)
               PERFORM BIG-DIVMOD
               PERFORM BIG-QUOT-TO-RESULT
               PERFORM BIG-RESULT-TO-A
               MOVE BIG-X-WK TO BIG-B-WK
               PERFORM BIG-MAG-COMPARE
               IF BIG-MCMP >= 0
                   EXIT PERFORM
               END-IF
               MOVE BIG-A-WK TO BIG-X-WK
           END-PERFORM.
           PERFORM BIG-X-TO-RESULT.
       EXIT SECTION.
       BIG-X-TO-RESULT SECTION.
           MOVE BIG-X-SIGN TO BIG-R-SIGN.
           MOVE BIG-X-LEN TO BIG-R-LEN.
           PERFORM VARYING BIG-I FROM 1 BY 1
                   UNTIL BIG-I > BIG-X-LEN
               MOVE BIG-X-D(BIG-I) TO BIG-R-D(BIG-I)
           END-PERFORM.
       EXIT SECTION.
      *>   BIG-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
                   " FS=" BIG-RESULT-FS
           END-IF.
       EXIT SECTION.
           COPY "BIGNUMP.cpy".
           COPY "JOBAUDITP.cpy".
           COPY "REJRECP.cpy".
       END PROGRAM BIGCALC.
