      *>   BIGNUM is BIGCALC's arbitrary-length arithmetic working
      *>   set, shared with the modules that carry a value past 18
      *>   digits themselves (CRTLIB's combined modulus) rather than
      *>   staging a request file for BIGCALC; BIGNUMP.cpy holds the
      *>   sections that work on it. A program COPYing one COPYs
      *>   both.
      *>   Operands live as sign-magnitude digit tables, little-
      *>   endian (digit 1 is the units place), BIG-NDIG digits at
      *>   most — comfortably past the 72 digits the projections
      *>   need. BIG-T-WK is the parse target; its layout matches
      *>   the operand groups exactly so one group MOVE stages a
      *>   parsed value. The result table is twice as wide so a
      *>   product is computed in full before the width check
      *>   decides whether it can be answered at all.
           01 BIG-LIMB-WK.
               03 BIG-NDIG BINARY-LONG SIGNED VALUE 80.
               03 BIG-I BINARY-LONG SIGNED VALUE 0.
               03 BIG-J BINARY-LONG SIGNED VALUE 0.
               03 BIG-K BINARY-LONG SIGNED VALUE 0.
               03 BIG-CARRY BINARY-LONG SIGNED VALUE 0.
               03 BIG-DGT BINARY-LONG SIGNED VALUE 0.
               03 BIG-MCMP BINARY-LONG SIGNED VALUE 0.
               03 BIG-PARSE-ERR-SW PIC 9 VALUE 0.
               03 BIG-REASON PIC X(16).
               03 BIG-PARSE-T PIC X(90).
               03 BIG-PARSE-LEN BINARY-LONG SIGNED VALUE 0.
               03 BIG-PARSE-POS BINARY-LONG SIGNED VALUE 0.
           01 BIG-A-WK.
               03 BIG-A-SIGN BINARY-CHAR SIGNED VALUE 1.
               03 BIG-A-LEN BINARY-LONG SIGNED VALUE 1.
               03 BIG-A-TAB.
                   05 BIG-A-D OCCURS 80 TIMES
                                   BINARY-LONG SIGNED.
           01 BIG-B-WK.
               03 BIG-B-SIGN BINARY-CHAR SIGNED VALUE 1.
               03 BIG-B-LEN BINARY-LONG SIGNED VALUE 1.
               03 BIG-B-TAB.
                   05 BIG-B-D OCCURS 80 TIMES
                                   BINARY-LONG SIGNED.
           01 BIG-T-WK.
               03 BIG-T-SIGN BINARY-CHAR SIGNED VALUE 1.
               03 BIG-T-LEN BINARY-LONG SIGNED VALUE 1.
               03 BIG-T-TAB.
                   05 BIG-T-D OCCURS 80 TIMES
                                   BINARY-LONG SIGNED.
           01 BIG-R-WK.
               03 BIG-R-SIGN BINARY-CHAR SIGNED VALUE 1.
               03 BIG-R-LEN BINARY-LONG SIGNED VALUE 1.
               03 BIG-R-TAB.
                   05 BIG-R-D OCCURS 160 TIMES
                                   BINARY-LONG SIGNED.
      *>   Long-division working set: the running remainder grows at
      *>   most one digit past the divisor, and each quotient digit
      *>   falls out of at most nine remainder subtractions.
           01 BIG-DV-WK.
               03 BIG-REM-LEN BINARY-LONG SIGNED VALUE 1.
               03 BIG-REM-TAB.
                   05 BIG-REM-D OCCURS 82 TIMES
                                   BINARY-LONG SIGNED.
               03 BIG-Q-TAB.
                   05 BIG-Q-D OCCURS 80 TIMES
                                   BINARY-LONG SIGNED.
               03 BIG-Q-LEN BINARY-LONG SIGNED VALUE 1.
               03 BIG-QD BINARY-LONG SIGNED VALUE 0.
               03 BIG-RGEB-SW PIC 9 VALUE 0.
               03 BIG-OUT-T PIC X(90).
