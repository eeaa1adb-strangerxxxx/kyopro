      *>   BIGNUMP is the arithmetic over BIGNUM.cpy's digit tables:
      *>   parse, signed add, multiply, long division, and format,
      *>   each leaving its answer in the BIG-R group (BIG-DIVMOD in
      *>   BIG-Q-TAB/BIG-REM-TAB until moved there).
      *>   BIG-PARSE takes one operand token into the BIG-T group:
      *>   an optional leading minus, then decimal digits only, up
      *>   to BIG-NDIG of them, stored little-endian with leading
      *>   zeros trimmed; minus zero normalizes to plus.
       BIG-PARSE SECTION.
           MOVE 0 TO BIG-PARSE-ERR-SW.
           MOVE 1 TO BIG-T-SIGN.
           MOVE 1 TO BIG-T-LEN.
           PERFORM VARYING BIG-I FROM 1 BY 1
                   UNTIL BIG-I > BIG-NDIG
               MOVE 0 TO BIG-T-D(BIG-I)
           END-PERFORM.
           COMPUTE BIG-PARSE-LEN =
               FUNCTION STORED-CHAR-LENGTH(BIG-PARSE-T).
           MOVE 1 TO BIG-PARSE-POS.
           IF BIG-PARSE-LEN >= 1
                   AND BIG-PARSE-T(1:1) = "-"
               MOVE -1 TO BIG-T-SIGN
               MOVE 2 TO BIG-PARSE-POS
           END-IF.
           IF BIG-PARSE-POS > BIG-PARSE-LEN
                   OR BIG-PARSE-LEN - BIG-PARSE-POS + 1 > BIG-NDIG
               MOVE 1 TO BIG-PARSE-ERR-SW
               EXIT SECTION
           END-IF.
           COMPUTE BIG-T-LEN =
               BIG-PARSE-LEN - BIG-PARSE-POS + 1.
           PERFORM VARYING BIG-I FROM 1 BY 1
                   UNTIL BIG-I > BIG-T-LEN
                   OR BIG-PARSE-ERR-SW = 1
               COMPUTE BIG-K = BIG-PARSE-LEN - BIG-I + 1
               IF BIG-PARSE-T(BIG-K:1) < "0"
                       OR BIG-PARSE-T(BIG-K:1) > "9"
                   MOVE 1 TO BIG-PARSE-ERR-SW
               ELSE
                   COMPUTE BIG-T-D(BIG-I) =
                       FUNCTION ORD(BIG-PARSE-T(BIG-K:1))
                       - FUNCTION ORD("0")
               END-IF
           END-PERFORM.
           PERFORM UNTIL BIG-T-LEN <= 1
                   OR BIG-T-D(BIG-T-LEN) NOT = 0
               SUBTRACT 1 FROM BIG-T-LEN
           END-PERFORM.
           IF BIG-T-LEN = 1 AND BIG-T-D(1) = 0
               MOVE 1 TO BIG-T-SIGN
           END-IF.
       EXIT SECTION.
      *>   BIG-MAG-COMPARE answers |A| against |B| in BIG-MCMP
      *>   (-1, 0, +1), lengths first and then digits from the top.
       BIG-MAG-COMPARE SECTION.
           MOVE 0 TO BIG-MCMP.
           IF BIG-A-LEN < BIG-B-LEN
               MOVE -1 TO BIG-MCMP
           END-IF.
           IF BIG-A-LEN > BIG-B-LEN
               MOVE 1 TO BIG-MCMP
           END-IF.
           IF BIG-MCMP = 0
               PERFORM VARYING BIG-I FROM BIG-A-LEN BY -1
                       UNTIL BIG-I < 1 OR BIG-MCMP NOT = 0
                   IF BIG-A-D(BIG-I) < BIG-B-D(BIG-I)
                       MOVE -1 TO BIG-MCMP
                   END-IF
                   IF BIG-A-D(BIG-I) > BIG-B-D(BIG-I)
                       MOVE 1 TO BIG-MCMP
                   END-IF
               END-PERFORM
           END-IF.
       EXIT SECTION.
      *>   BIG-ADD-SIGNED leaves A + B (as signed values) in the
      *>   result group: equal signs add magnitudes, opposite signs
      *>   subtract the smaller magnitude from the larger and take
      *>   its sign. A sum can carry one digit past BIG-NDIG, but
      *>   the result table is wide enough that the width check in
      *>   BIG-RESULT-WRITE judges it honestly.
       BIG-ADD-SIGNED SECTION.
           IF BIG-A-SIGN = BIG-B-SIGN
               PERFORM BIG-MAG-ADD
               MOVE BIG-A-SIGN TO BIG-R-SIGN
           ELSE
               PERFORM BIG-MAG-COMPARE
               EVALUATE BIG-MCMP
                   WHEN 0
                       MOVE 1 TO BIG-R-LEN
                       MOVE 0 TO BIG-R-D(1)
                       MOVE 1 TO BIG-R-SIGN
                   WHEN 1
                       PERFORM BIG-MAG-SUB-AB
                       MOVE BIG-A-SIGN TO BIG-R-SIGN
                   WHEN OTHER
                       PERFORM BIG-MAG-SUB-BA
                       MOVE BIG-B-SIGN TO BIG-R-SIGN
               END-EVALUATE
           END-IF.
           IF BIG-R-LEN = 1 AND BIG-R-D(1) = 0
               MOVE 1 TO BIG-R-SIGN
           END-IF.
       EXIT SECTION.
       BIG-MAG-ADD SECTION.
           MOVE 0 TO BIG-CARRY.
           COMPUTE BIG-R-LEN = BIG-A-LEN.
           IF BIG-B-LEN > BIG-R-LEN
               MOVE BIG-B-LEN TO BIG-R-LEN
           END-IF.
           PERFORM VARYING BIG-I FROM 1 BY 1
                   UNTIL BIG-I > BIG-R-LEN
               MOVE BIG-CARRY TO BIG-DGT
               IF BIG-I <= BIG-A-LEN
                   ADD BIG-A-D(BIG-I) TO BIG-DGT
               END-IF
               IF BIG-I <= BIG-B-LEN
                   ADD BIG-B-D(BIG-I) TO BIG-DGT
               END-IF
               COMPUTE BIG-R-D(BIG-I) = FUNCTION MOD(BIG-DGT, 10)
               COMPUTE BIG-CARRY = BIG-DGT / 10
           END-PERFORM.
           IF BIG-CARRY > 0
               ADD 1 TO BIG-R-LEN
               MOVE BIG-CARRY TO BIG-R-D(BIG-R-LEN)
           END-IF.
       EXIT SECTION.
       BIG-MAG-SUB-AB SECTION.
           MOVE 0 TO BIG-CARRY.
           PERFORM VARYING BIG-I FROM 1 BY 1
                   UNTIL BIG-I > BIG-A-LEN
               COMPUTE BIG-DGT = BIG-A-D(BIG-I) - BIG-CARRY
               IF BIG-I <= BIG-B-LEN
                   SUBTRACT BIG-B-D(BIG-I) FROM BIG-DGT
               END-IF
               IF BIG-DGT < 0
                   ADD 10 TO BIG-DGT
                   MOVE 1 TO BIG-CARRY
               ELSE
                   MOVE 0 TO BIG-CARRY
               END-IF
               MOVE BIG-DGT TO BIG-R-D(BIG-I)
           END-PERFORM.
           MOVE BIG-A-LEN TO BIG-R-LEN.
           PERFORM UNTIL BIG-R-LEN <= 1
                   OR BIG-R-D(BIG-R-LEN) NOT = 0
               SUBTRACT 1 FROM BIG-R-LEN
           END-PERFORM.
       EXIT SECTION.
       BIG-MAG-SUB-BA SECTION.
           MOVE 0 TO BIG-CARRY.
           PERFORM VARYING BIG-I FROM 1 BY 1
                   UNTIL BIG-I > BIG-B-LEN
               COMPUTE BIG-DGT = BIG-B-D(BIG-I) - BIG-CARRY
               IF BIG-I <= BIG-A-LEN
                   SUBTRACT BIG-A-D(BIG-I) FROM BIG-DGT
               END-IF
               IF BIG-DGT < 0
                   ADD 10 TO BIG-DGT
                   MOVE 1 TO BIG-CARRY
               ELSE
                   MOVE 0 TO BIG-CARRY
               END-IF
               MOVE BIG-DGT TO BIG-R-D(BIG-I)
           END-PERFORM.
           MOVE BIG-B-LEN TO BIG-R-LEN.
           PERFORM UNTIL BIG-R-LEN <= 1
                   OR BIG-R-D(BIG-R-LEN) NOT = 0
               SUBTRACT 1 FROM BIG-R-LEN
           END-PERFORM.
       EXIT SECTION.
      *>   BIG-MULTIPLY is schoolbook digit products accumulated in
      *>   the double-width result with one carry pass at the end;
      *>   the accumulation per slot stays far inside BINARY-LONG.
       BIG-MULTIPLY SECTION.
           PERFORM VARYING BIG-I FROM 1 BY 1 UNTIL BIG-I > 160
               MOVE 0 TO BIG-R-D(BIG-I)
           END-PERFORM.
           PERFORM VARYING BIG-I FROM 1 BY 1
                   UNTIL BIG-I > BIG-A-LEN
               PERFORM VARYING BIG-J FROM 1 BY 1
                       UNTIL BIG-J > BIG-B-LEN
                   COMPUTE BIG-K = BIG-I + BIG-J - 1
                   COMPUTE BIG-R-D(BIG-K) = BIG-R-D(BIG-K)
                       + BIG-A-D(BIG-I) * BIG-B-D(BIG-J)
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO BIG-CARRY.
           PERFORM VARYING BIG-I FROM 1 BY 1 UNTIL BIG-I > 160
               COMPUTE BIG-DGT = BIG-R-D(BIG-I) + BIG-CARRY
               COMPUTE BIG-R-D(BIG-I) = FUNCTION MOD(BIG-DGT, 10)
               COMPUTE BIG-CARRY = BIG-DGT / 10
           END-PERFORM.
           MOVE 160 TO BIG-R-LEN.
           PERFORM UNTIL BIG-R-LEN <= 1
                   OR BIG-R-D(BIG-R-LEN) NOT = 0
               SUBTRACT 1 FROM BIG-R-LEN
           END-PERFORM.
           COMPUTE BIG-R-SIGN = BIG-A-SIGN * BIG-B-SIGN.
           IF BIG-R-LEN = 1 AND BIG-R-D(1) = 0
               MOVE 1 TO BIG-R-SIGN
           END-IF.
           IF BIG-R-LEN > BIG-NDIG
               MOVE "OVERFLOW" TO BIG-REASON
           END-IF.
       EXIT SECTION.
      *>   BIG-DIVMOD is classic long division over the magnitudes:
      *>   the remainder takes one dividend digit at a time from the
      *>   top, and each quotient digit is at most nine remainder
      *>   subtractions. The quotient truncates toward zero and the
      *>   remainder keeps the dividend's sign, the same convention
      *>   the 18-digit COMPUTE and REMAINDER pair gives.
       BIG-DIVMOD SECTION.
           IF BIG-B-LEN = 1 AND BIG-B-D(1) = 0
               MOVE "DIVIDE-BY-ZERO" TO BIG-REASON
               EXIT SECTION
           END-IF.
           MOVE 1 TO BIG-REM-LEN.
           PERFORM VARYING BIG-I FROM 1 BY 1 UNTIL BIG-I > 82
               MOVE 0 TO BIG-REM-D(BIG-I)
           END-PERFORM.
           PERFORM VARYING BIG-I FROM 1 BY 1 UNTIL BIG-I > 80
               MOVE 0 TO BIG-Q-D(BIG-I)
           END-PERFORM.
           PERFORM VARYING BIG-I FROM BIG-A-LEN BY -1
                   UNTIL BIG-I < 1
      *>   Shift the remainder one place and bring down the next
      *>   dividend digit, trimming so a zero remainder stays one
      *>   zero digit rather than growing a zero head.
               PERFORM VARYING BIG-K FROM BIG-REM-LEN BY -1
                       UNTIL BIG-K < 1
                   MOVE BIG-REM-D(BIG-K) TO BIG-REM-D(BIG-K + 1)
               END-PERFORM
               MOVE BIG-A-D(BIG-I) TO BIG-REM-D(1)
               ADD 1 TO BIG-REM-LEN
               PERFORM UNTIL BIG-REM-LEN <= 1
                       OR BIG-REM-D(BIG-REM-LEN) NOT = 0
                   SUBTRACT 1 FROM BIG-REM-LEN
               END-PERFORM
               MOVE 0 TO BIG-QD
               PERFORM BIG-REM-GE-B
               PERFORM UNTIL BIG-RGEB-SW = 0
                   PERFORM BIG-REM-SUB-B
                   ADD 1 TO BIG-QD
                   PERFORM BIG-REM-GE-B
               END-PERFORM
               MOVE BIG-QD TO BIG-Q-D(BIG-I)
           END-PERFORM.
           MOVE BIG-A-LEN TO BIG-Q-LEN.
           PERFORM UNTIL BIG-Q-LEN <= 1
                   OR BIG-Q-D(BIG-Q-LEN) NOT = 0
               SUBTRACT 1 FROM BIG-Q-LEN
           END-PERFORM.
       EXIT SECTION.
       BIG-REM-GE-B SECTION.
           MOVE 1 TO BIG-RGEB-SW.
           IF BIG-REM-LEN < BIG-B-LEN
               MOVE 0 TO BIG-RGEB-SW
           END-IF.
           IF BIG-REM-LEN > BIG-B-LEN
               EXIT SECTION
           END-IF.
           IF BIG-RGEB-SW = 1
               PERFORM VARYING BIG-K FROM BIG-REM-LEN BY -1
                       UNTIL BIG-K < 1
                   IF BIG-REM-D(BIG-K) < BIG-B-D(BIG-K)
                       MOVE 0 TO BIG-RGEB-SW
                       MOVE 0 TO BIG-K
                   END-IF
                   IF BIG-K >= 1
                           AND BIG-REM-D(BIG-K) > BIG-B-D(BIG-K)
                       MOVE 0 TO BIG-K
                   END-IF
               END-PERFORM
           END-IF.
       EXIT SECTION.
       BIG-REM-SUB-B SECTION.
           MOVE 0 TO BIG-CARRY.
           PERFORM VARYING BIG-K FROM 1 BY 1
                   UNTIL BIG-K > BIG-REM-LEN
               COMPUTE BIG-DGT = BIG-REM-D(BIG-K) - BIG-CARRY
               IF BIG-K <= BIG-B-LEN
                   SUBTRACT BIG-B-D(BIG-K) FROM BIG-DGT
               END-IF
               IF BIG-DGT < 0
                   ADD 10 TO BIG-DGT
                   MOVE 1 TO BIG-CARRY
               ELSE
                   MOVE 0 TO BIG-CARRY
               END-IF
               MOVE BIG-DGT TO BIG-REM-D(BIG-K)
           END-PERFORM.
           PERFORM UNTIL BIG-REM-LEN <= 1
                   OR BIG-REM-D(BIG-REM-LEN) NOT = 0
               SUBTRACT 1 FROM BIG-REM-LEN
           END-PERFORM.
       EXIT SECTION.
       BIG-QUOT-TO-RESULT SECTION.
           MOVE BIG-Q-LEN TO BIG-R-LEN.
           PERFORM VARYING BIG-I FROM 1 BY 1
                   UNTIL BIG-I > BIG-Q-LEN
               MOVE BIG-Q-D(BIG-I) TO BIG-R-D(BIG-I)
           END-PERFORM.
           COMPUTE BIG-R-SIGN = BIG-A-SIGN * BIG-B-SIGN.
           IF BIG-R-LEN = 1 AND BIG-R-D(1) = 0
               MOVE 1 TO BIG-R-SIGN
           END-IF.
       EXIT SECTION.
       BIG-REM-TO-RESULT SECTION.
           MOVE BIG-REM-LEN TO BIG-R-LEN.
           PERFORM VARYING BIG-I FROM 1 BY 1
                   UNTIL BIG-I > BIG-REM-LEN
               MOVE BIG-REM-D(BIG-I) TO BIG-R-D(BIG-I)
           END-PERFORM.
           MOVE BIG-A-SIGN TO BIG-R-SIGN.
           IF BIG-R-LEN = 1 AND BIG-R-D(1) = 0
               MOVE 1 TO BIG-R-SIGN
           END-IF.
       EXIT SECTION.
      *>   BIG-FORMAT-RESULT lays the result group out as text, sign
      *>   first, digits from the top — the width was already judged
      *>   before this is reached.
       BIG-FORMAT-RESULT SECTION.
           MOVE SPACES TO BIG-OUT-T.
           MOVE 1 TO BIG-K.
           IF BIG-R-SIGN < 0
               MOVE "-" TO BIG-OUT-T(1:1)
               MOVE 2 TO BIG-K
           END-IF.
           PERFORM VARYING BIG-I FROM BIG-R-LEN BY -1
                   UNTIL BIG-I < 1
               MOVE FUNCTION CHAR(BIG-R-D(BIG-I)
                   + FUNCTION ORD("0"))
                   TO BIG-OUT-T(BIG-K:1)
               ADD 1 TO BIG-K
           END-PERFORM.
       EXIT SECTION.
      *>   BIG-RESULT-TO-A and BIG-RESULT-TO-B stage the result
      *>   group as the next operation's operand, so a chain of
      *>   operations runs without a trip through text; the caller
      *>   has already judged the result against BIG-NDIG.
       BIG-RESULT-TO-A SECTION.
           MOVE BIG-R-SIGN TO BIG-A-SIGN.
           MOVE BIG-R-LEN TO BIG-A-LEN.
           PERFORM VARYING BIG-I FROM 1 BY 1
                   UNTIL BIG-I > BIG-NDIG
               MOVE BIG-R-D(BIG-I) TO BIG-A-D(BIG-I)
           END-PERFORM.
       EXIT SECTION.
       BIG-RESULT-TO-B SECTION.
           MOVE BIG-R-SIGN TO BIG-B-SIGN.
           MOVE BIG-R-LEN TO BIG-B-LEN.
           PERFORM VARYING BIG-I FROM 1 BY 1
                   UNTIL BIG-I > BIG-NDIG
               MOVE BIG-R-D(BIG-I) TO BIG-B-D(BIG-I)
           END-PERFORM.
       EXIT SECTION.
