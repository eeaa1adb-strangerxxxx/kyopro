           SELECT PRIME-REPORT-FILE ASSIGN TO DYNAMIC PRIME-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PRIME-REPORT-FS.
      *>   PRIME-REJECT-FILE is the reject trail: every record the
      *>   report answers REJECTED is also written here in the
      *>   shared REJREC.cpy layout, appended run after run.
           SELECT PRIME-REJECT-FILE ASSIGN TO DYNAMIC PRIME-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PRIME-REJECT-FS.
           COPY "JOBAUDITS.cpy".
           COPY "HRTBEATS.cpy".
       DATA DIVISION.
      *>   room of a standard report line.
           FD PRIME-REPORT-FILE.
               01 PRIME-REPORT-REC PIC X(132).
           FD PRIME-REJECT-FILE.
               01 PRIME-REJECT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
           COPY "HRTBEATF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "HRTBEAT.cpy".
           COPY "REJREC.cpy".
           01 PRIME-WK.
               03 PRIME-RES BINARY-CHAR SIGNED VALUE 0.
               03 PRIME-N BINARY-DOUBLE SIGNED VALUE 0.
                       07 PRIME-FACTOR-VALUE BINARY-DOUBLE SIGNED
                                               VALUE 0.
                       07 PRIME-FACTOR-EXP BINARY-LONG SIGNED VALUE 0.
      *>   Pollard-rho working set. PRIME-FACTORIZE trial-divides
      *>   only up to PRIME-RHO-TRIAL; a remainder still carrying a
      *>   factor past that is split by Brent's variant of Pollard's
      *>   rho (x -> x**2 + c mod m, the |x - y| differences
      *>   multiplied up PRIME-RHO-BATCH at a time between gcds)
      *>   and every piece is confirmed by PRIME-MR-CHECK, the
      *>   arithmetic running through PRIME-MR-MULMOD-XY. Pieces not
      *>   yet proved prime wait on PRIME-RHO-STK. A record whose
      *>   split runs past PRIME-FACTOR-SECS seconds of wall clock
      *>   (environment PRIME-FACTOR-SECS overrides the default) is
      *>   abandoned and rejected, so one hard value cannot hold the
      *>   rest of the feed past the batch window.
           01 PRIME-RHO-WK.
               03 PRIME-RHO-TRIAL BINARY-DOUBLE SIGNED VALUE 10000.
               03 PRIME-RHO-BATCH BINARY-DOUBLE SIGNED VALUE 64.
               03 PRIME-RHO-M PIC 9(18).
               03 PRIME-RHO-X PIC 9(18).
               03 PRIME-RHO-Y PIC 9(18).
               03 PRIME-RHO-YS PIC 9(18).
               03 PRIME-RHO-C PIC 9(18).
               03 PRIME-RHO-Q PIC 9(18).
               03 PRIME-RHO-G PIC 9(18).
               03 PRIME-RHO-A PIC 9(18).
               03 PRIME-RHO-B PIC 9(18).
               03 PRIME-RHO-T PIC 9(18).
               03 PRIME-RHO-R BINARY-DOUBLE SIGNED VALUE 0.
               03 PRIME-RHO-K BINARY-DOUBLE SIGNED VALUE 0.
               03 PRIME-RHO-I BINARY-DOUBLE SIGNED VALUE 0.
               03 PRIME-RHO-LIM BINARY-DOUBLE SIGNED VALUE 0.
               03 PRIME-RHO-STEPS BINARY-DOUBLE SIGNED VALUE 0.
               03 PRIME-RHO-P BINARY-DOUBLE SIGNED VALUE 0.
               03 PRIME-RHO-N-HOLD BINARY-DOUBLE SIGNED VALUE 0.
               03 PRIME-RHO-J BINARY-LONG SIGNED VALUE 0.
               03 PRIME-RHO-J2 BINARY-LONG SIGNED VALUE 0.
               03 PRIME-RHO-SP BINARY-LONG SIGNED VALUE 0.
               03 PRIME-RHO-STK OCCURS 64 TIMES PIC 9(18).
               03 PRIME-FACTOR-SECS BINARY-LONG SIGNED VALUE 30.
               03 PRIME-FACTOR-SECS-T PIC X(10).
               03 PRIME-FACTOR-TS PIC X(21).
               03 PRIME-FACTOR-START BINARY-LONG SIGNED VALUE 0.
               03 PRIME-FACTOR-NOW BINARY-LONG SIGNED VALUE 0.
               03 PRIME-FACTOR-SECS-Z PIC Z(8)9.
               03 PRIME-FACTOR-TIMEOUT-SW PIC 9 VALUE 0.
                   88 PRIME-FACTOR-TIMED-OUT VALUE 1.
      *>   NTH working set: the sieve is extended in steps (PRIME-LIST
      *>   reuses and extends the cache, so each step only sieves the
      *>   new tail) until the n-th prime appears or the compile-time
               03 PRIME-FACTOR-PT BINARY-LONG SIGNED VALUE 1.
               03 PRIME-FACTOR-K BINARY-LONG SIGNED VALUE 0.
               03 PRIME-BATCH-COUNT BINARY-LONG UNSIGNED VALUE 0.
               03 PRIME-REJECT-DSN PIC X(100) VALUE "PRIMEREJ.LOG".
               03 PRIME-REJECT-FS PIC XX.
               03 PRIME-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 PRIME-REJECT-OPENED VALUE 1.
               03 PRIME-REJECT-ERR-SW PIC 9 VALUE 0.
      *>   A rejecting path that knows better than the operation
      *>   alone (the factorization time limit) names its own
      *>   reason code here; otherwise the operation decides it.
               03 PRIME-REJ-CODE PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
      *>   PRIME-BATCH-RUN is this program's entry point, whether it
      *>   is run as its own job step or CALLed as one step of a
      *>   unit exactly as STOP RUN always did here.
       PRIME-BATCH-RUN SECTION.
           PERFORM PRIME-PARM-PICKUP.
           MOVE SPACES TO PRIME-FACTOR-SECS-T.
           ACCEPT PRIME-FACTOR-SECS-T
               FROM ENVIRONMENT "PRIME-FACTOR-SECS"
               ON EXCEPTION
                   MOVE SPACES TO PRIME-FACTOR-SECS-T
           END-ACCEPT.
           IF PRIME-FACTOR-SECS-T NOT = SPACES
               COMPUTE PRIME-FACTOR-SECS =
                   FUNCTION NUMVAL(PRIME-FACTOR-SECS-T)
               IF PRIME-FACTOR-SECS < 1
                   MOVE 1 TO PRIME-FACTOR-SECS
               END-IF
           END-IF.
           MOVE 0 TO PRIME-BATCH-COUNT.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO PRIME-BATCH-RC.
           MOVE 0 TO PRIME-REPORT-ERR-SW.
           MOVE 0 TO PRIME-REJECT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           OPEN INPUT PRIME-INPUT-FILE.
           OPEN OUTPUT PRIME-REPORT-FILE.
           IF PRIME-REPORT-FS NOT = "00"
           END-IF.
           CLOSE PRIME-INPUT-FILE.
           CLOSE PRIME-REPORT-FILE.
           IF PRIME-REJECT-OPENED
               CLOSE PRIME-REJECT-FILE
               MOVE 0 TO PRIME-REJECT-OPEN-SW
           END-IF.
           MOVE PRIME-BATCH-RC TO RETURN-CODE.
           MOVE "PRIMEJOB" TO JA-JOB-ID.
           MOVE PRIME-INPUT-DSN TO JA-INPUT-DSN.
                           PERFORM PRIME-BATCH-REJECT-WRITE
                       ELSE
                           PERFORM PRIME-FACTORIZE
                           IF PRIME-FACTOR-TIMED-OUT
                               PERFORM PRIME-FACTOR-TIMEOUT-WRITE
                           ELSE
                               PERFORM PRIME-FACTOR-REPORT-WRITE
                           END-IF
                       END-IF
                   WHEN (PRIME-OP = "TOTIENT" OR "NDIV"
                               OR "DIVSUM")
                       ELSE
                           MOVE PRIME-OP TO PRIME-DF-OP
                           PERFORM PRIME-FACTORIZE
                           IF PRIME-FACTOR-TIMED-OUT
                               PERFORM PRIME-FACTOR-TIMEOUT-WRITE
                           ELSE
                               PERFORM PRIME-DF-CALCULATE
                               PERFORM PRIME-DF-REPORT-WRITE
                           END-IF
                       END-IF
                   WHEN PRIME-OP = "COUNT" AND PRIME-OP-TALLY = 3
                       COMPUTE PRIME-SEG-A =
       EXIT SECTION.
      *>   PRIME-BATCH-REJECT-WRITE answers a record the driver could
      *>   not honour (a RANGE outside the segmented sieve's bounds)
      *>   with the record text itself and fails the step. The same
      *>   record goes to the reject trail with its reason code.
       PRIME-BATCH-REJECT-WRITE SECTION.
           MOVE 8 TO RETURN-CODE.
           MOVE SPACES TO PRIME-REPORT-LINE.
           END-STRING.
           WRITE PRIME-REPORT-REC FROM PRIME-REPORT-LINE.
           PERFORM PRIME-REPORT-WRITE-CHECK.
           IF PRIME-REJ-CODE NOT = SPACES
               MOVE PRIME-REJ-CODE TO RJ-REASON-CODE
               MOVE "FACTORIZATION RAN PAST ITS TIME LIMIT"
                   TO RJ-REASON-TEXT
               MOVE SPACES TO PRIME-REJ-CODE
           ELSE
               EVALUATE PRIME-OP
                   WHEN "FACTOR"
                   WHEN "TOTIENT"
                   WHEN "NDIV"
                   WHEN "DIVSUM"
                       MOVE "OUT-OF-DOMAIN" TO RJ-REASON-CODE
                       MOVE "VALUE BELOW THE OPERATION'S DOMAIN"
                           TO RJ-REASON-TEXT
                   WHEN "NTH"
                       MOVE "NTH-PAST-LIMIT" TO RJ-REASON-CODE
                       MOVE "N-TH PRIME LIES PAST PRIME-MAXN"
                           TO RJ-REASON-TEXT
                   WHEN OTHER
                       MOVE "WINDOW-BOUNDS" TO RJ-REASON-CODE
                       MOVE "WINDOW INVERTED, TOO WIDE OR OFF LIMIT"
                           TO RJ-REASON-TEXT
               END-EVALUATE
           END-IF.
           MOVE "PRIMELIB" TO RJ-PROGRAM.
           MOVE PRIME-INPUT-DSN TO RJ-INPUT-DSN.
           MOVE PRIME-BATCH-COUNT TO RJ-RECORD-NO.
           MOVE PRIME-INPUT-REC TO RJ-IMAGE.
           PERFORM REJREC-STAMP.
           IF NOT PRIME-REJECT-OPENED
               OPEN EXTEND PRIME-REJECT-FILE
               IF PRIME-REJECT-FS = "05" OR PRIME-REJECT-FS = "35"
                   OPEN OUTPUT PRIME-REJECT-FILE
               END-IF
               MOVE 1 TO PRIME-REJECT-OPEN-SW
           END-IF.
           WRITE PRIME-REJECT-REC FROM RJ-RECORD.
           IF PRIME-REJECT-FS NOT = "00" AND PRIME-REJECT-ERR-SW = 0
               MOVE 1 TO PRIME-REJECT-ERR-SW
               DISPLAY "PRIMELIB: WRITE FAILED ON DSN="
                   FUNCTION TRIM(PRIME-REJECT-DSN)
                   " FS=" PRIME-REJECT-FS
           END-IF.
       EXIT SECTION.
      *>   PRIME-FACTOR-TIMEOUT-WRITE rejects a record whose
      *>   factorization ran out of time, naming the limit on the
      *>   job log so the reject line is not mistaken for bad input.
       PRIME-FACTOR-TIMEOUT-WRITE SECTION.
           MOVE PRIME-FACTOR-SECS TO PRIME-FACTOR-SECS-Z.
           DISPLAY "PRIMELIB: FACTORIZATION ABANDONED AFTER "
               FUNCTION TRIM(PRIME-FACTOR-SECS-Z) " SECONDS, "
               FUNCTION TRIM(PRIME-INPUT-REC).
           MOVE "TIME-LIMIT" TO PRIME-REJ-CODE.
           PERFORM PRIME-BATCH-REJECT-WRITE.
       EXIT SECTION.
      *>   PRIME-SEGMENT-REPORT-WRITE appends one line per prime in
      *>   the window just sieved, then the window's summary line.
      *>   PRIME-FACTORIZE breaks PRIME-N down into its prime factors
      *>   with multiplicities, leaving PRIME-FACTOR-CNT entries in
      *>   PRIME-FACTOR-L (PRIME-FACTOR-VALUE/PRIME-FACTOR-EXP) rather
      *>   than just the yes/no flag IS-PRIME gives. Trial division
      *>   stops at PRIME-RHO-TRIAL: dividing all the way to the
      *>   square root cost a billion divisions for a semiprime near
      *>   10**18. Whatever is left past the trial divisors is either
      *>   prime (its square root already passed) or goes to
      *>   PRIME-RHO-FACTOR; the factors come back in ascending
      *>   order either way. PRIME-FACTOR-TIMED-OUT tells the caller
      *>   the list is incomplete.
       PRIME-FACTORIZE SECTION.
           MOVE 0 TO PRIME-FACTOR-CNT.
           MOVE 0 TO PRIME-FACTOR-TIMEOUT-SW.
           MOVE PRIME-N TO PRIME-FACTOR-REMAIN.
           PERFORM VARYING PRIME-I FROM 2 BY 1
                           UNTIL PRIME-I ** 2 > PRIME-FACTOR-REMAIN
                           OR PRIME-I > PRIME-RHO-TRIAL
               IF FUNCTION MOD(PRIME-FACTOR-REMAIN, PRIME-I) = 0
                   ADD 1 TO PRIME-FACTOR-CNT
                   MOVE PRIME-I TO PRIME-FACTOR-VALUE(PRIME-FACTOR-CNT)
               END-IF
           END-PERFORM.
           IF PRIME-FACTOR-REMAIN > 1
               IF PRIME-I ** 2 > PRIME-FACTOR-REMAIN
                   ADD 1 TO PRIME-FACTOR-CNT
                   MOVE PRIME-FACTOR-REMAIN
                       TO PRIME-FACTOR-VALUE(PRIME-FACTOR-CNT)
                   MOVE 1 TO PRIME-FACTOR-EXP(PRIME-FACTOR-CNT)
               ELSE
                   PERFORM PRIME-RHO-FACTOR
               END-IF
           END-IF.
       EXIT SECTION.
      *>   PRIME-RHO-FACTOR works the remainder off a stack: a piece
      *>   PRIME-MR-CHECK proves prime joins the factor list, any
      *>   other piece is split in two by PRIME-RHO-SPLIT and both
      *>   halves go back on the stack. PRIME-N is borrowed for the
      *>   primality checks and put back.
       PRIME-RHO-FACTOR SECTION.
           MOVE PRIME-N TO PRIME-RHO-N-HOLD.
           MOVE FUNCTION CURRENT-DATE TO PRIME-FACTOR-TS.
           COMPUTE PRIME-FACTOR-START =
               FUNCTION NUMVAL(PRIME-FACTOR-TS(9:2)) * 360000
               + FUNCTION NUMVAL(PRIME-FACTOR-TS(11:2)) * 6000
               + FUNCTION NUMVAL(PRIME-FACTOR-TS(13:4)).
           MOVE 0 TO PRIME-RHO-STEPS.
           MOVE 1 TO PRIME-RHO-SP.
           MOVE PRIME-FACTOR-REMAIN TO PRIME-RHO-STK(1).
           PERFORM UNTIL PRIME-RHO-SP = 0 OR PRIME-FACTOR-TIMED-OUT
               MOVE PRIME-RHO-STK(PRIME-RHO-SP) TO PRIME-RHO-M
               SUBTRACT 1 FROM PRIME-RHO-SP
               MOVE PRIME-RHO-M TO PRIME-N
               PERFORM PRIME-MR-CHECK
               IF PRIME-RES = 1
                   MOVE PRIME-RHO-M TO PRIME-RHO-P
                   PERFORM PRIME-FACTOR-INSERT
               ELSE
                   PERFORM PRIME-RHO-SPLIT
                   IF NOT PRIME-FACTOR-TIMED-OUT
                       ADD 1 TO PRIME-RHO-SP
                       MOVE PRIME-RHO-G TO PRIME-RHO-STK(PRIME-RHO-SP)
                       ADD 1 TO PRIME-RHO-SP
                       COMPUTE PRIME-RHO-STK(PRIME-RHO-SP) =
                           PRIME-RHO-M / PRIME-RHO-G
                   END-IF
               END-IF
           END-PERFORM.
           MOVE PRIME-RHO-N-HOLD TO PRIME-N.
       EXIT SECTION.
      *>   PRIME-FACTOR-INSERT files prime PRIME-RHO-P in the factor
      *>   list in ascending place, or counts one more power of it
      *>   when it is already there.
       PRIME-FACTOR-INSERT SECTION.
           PERFORM VARYING PRIME-RHO-J FROM 1 BY 1
                   UNTIL PRIME-RHO-J > PRIME-FACTOR-CNT
                   OR PRIME-FACTOR-VALUE(PRIME-RHO-J) >= PRIME-RHO-P
               CONTINUE
           END-PERFORM.
           IF PRIME-RHO-J <= PRIME-FACTOR-CNT
               IF PRIME-FACTOR-VALUE(PRIME-RHO-J) = PRIME-RHO-P
                   ADD 1 TO PRIME-FACTOR-EXP(PRIME-RHO-J)
                   EXIT SECTION
               END-IF
           END-IF.
           ADD 1 TO PRIME-FACTOR-CNT.
           PERFORM VARYING PRIME-RHO-J2 FROM PRIME-FACTOR-CNT BY -1
                   UNTIL PRIME-RHO-J2 <= PRIME-RHO-J
               MOVE PRIME-FACTOR-I(PRIME-RHO-J2 - 1)
                   TO PRIME-FACTOR-I(PRIME-RHO-J2)
           END-PERFORM.
           MOVE PRIME-RHO-P TO PRIME-FACTOR-VALUE(PRIME-RHO-J).
           MOVE 1 TO PRIME-FACTOR-EXP(PRIME-RHO-J).
       EXIT SECTION.
      *>   PRIME-RHO-SPLIT leaves a proper divisor of the composite
      *>   PRIME-RHO-M in PRIME-RHO-G. A walk whose cycle closes on
      *>   the whole of PRIME-RHO-M finds nothing, and the next
      *>   constant c is tried.
       PRIME-RHO-SPLIT SECTION.
           MOVE 0 TO PRIME-RHO-C.
           MOVE PRIME-RHO-M TO PRIME-RHO-G.
           PERFORM UNTIL PRIME-RHO-G NOT = PRIME-RHO-M
                   OR PRIME-FACTOR-TIMED-OUT
               ADD 1 TO PRIME-RHO-C
               MOVE PRIME-RHO-M TO PRIME-MR-N
               PERFORM PRIME-RHO-BRENT
           END-PERFORM.
       EXIT SECTION.
      *>   PRIME-RHO-BRENT is one walk with constant PRIME-RHO-C.
      *>   The tortoise X waits at each power-of-two mark while the
      *>   hare Y runs PRIME-RHO-R steps; the differences are
      *>   multiplied into Q and one gcd taken per batch. A batch
      *>   whose gcd is all of PRIME-RHO-M is replayed one step at a
      *>   time from its saved start YS to find the first factor
      *>   the product swallowed.
       PRIME-RHO-BRENT SECTION.
           MOVE 2 TO PRIME-RHO-Y.
           MOVE 2 TO PRIME-RHO-YS.
           MOVE 1 TO PRIME-RHO-R.
           MOVE 1 TO PRIME-RHO-Q.
           MOVE 1 TO PRIME-RHO-G.
           PERFORM UNTIL PRIME-RHO-G > 1 OR PRIME-FACTOR-TIMED-OUT
               MOVE PRIME-RHO-Y TO PRIME-RHO-X
               PERFORM VARYING PRIME-RHO-I FROM 1 BY 1
                       UNTIL PRIME-RHO-I > PRIME-RHO-R
                       OR PRIME-FACTOR-TIMED-OUT
                   PERFORM PRIME-RHO-STEP
               END-PERFORM
               MOVE 0 TO PRIME-RHO-K
               PERFORM UNTIL PRIME-RHO-K >= PRIME-RHO-R
                       OR PRIME-RHO-G > 1 OR PRIME-FACTOR-TIMED-OUT
                   MOVE PRIME-RHO-Y TO PRIME-RHO-YS
                   COMPUTE PRIME-RHO-LIM = PRIME-RHO-R - PRIME-RHO-K
                   IF PRIME-RHO-LIM > PRIME-RHO-BATCH
                       MOVE PRIME-RHO-BATCH TO PRIME-RHO-LIM
                   END-IF
                   PERFORM VARYING PRIME-RHO-I FROM 1 BY 1
                           UNTIL PRIME-RHO-I > PRIME-RHO-LIM
                           OR PRIME-FACTOR-TIMED-OUT
                       PERFORM PRIME-RHO-STEP
                       PERFORM PRIME-RHO-DIFF
                       MOVE PRIME-RHO-Q TO PRIME-MR-X
                       MOVE PRIME-RHO-T TO PRIME-MR-Y
                       PERFORM PRIME-MR-MULMOD-XY
                       MOVE PRIME-MR-X TO PRIME-RHO-Q
                   END-PERFORM
                   MOVE PRIME-RHO-Q TO PRIME-RHO-A
                   PERFORM PRIME-RHO-GCD
                   ADD PRIME-RHO-LIM TO PRIME-RHO-K
               END-PERFORM
               COMPUTE PRIME-RHO-R = PRIME-RHO-R * 2
           END-PERFORM.
           IF PRIME-RHO-G = PRIME-RHO-M
               MOVE 1 TO PRIME-RHO-G
               PERFORM UNTIL PRIME-RHO-G > 1 OR PRIME-FACTOR-TIMED-OUT
                   MOVE PRIME-RHO-YS TO PRIME-RHO-Y
                   PERFORM PRIME-RHO-STEP
                   MOVE PRIME-RHO-Y TO PRIME-RHO-YS
                   PERFORM PRIME-RHO-DIFF
                   MOVE PRIME-RHO-T TO PRIME-RHO-A
                   PERFORM PRIME-RHO-GCD
               END-PERFORM
           END-IF.
       EXIT SECTION.
      *>   One hare step, Y -> Y**2 + C mod PRIME-RHO-M, with the
      *>   clock looked at every 1024 steps.
       PRIME-RHO-STEP SECTION.
           MOVE PRIME-RHO-Y TO PRIME-MR-X.
           MOVE PRIME-RHO-Y TO PRIME-MR-Y.
           PERFORM PRIME-MR-MULMOD-XY.
           COMPUTE PRIME-RHO-Y =
               FUNCTION MOD(PRIME-MR-X + PRIME-RHO-C, PRIME-RHO-M).
           ADD 1 TO PRIME-RHO-STEPS.
           IF FUNCTION MOD(PRIME-RHO-STEPS, 1024) = 0
               PERFORM PRIME-FACTOR-CLOCK-CHECK
           END-IF.
       EXIT SECTION.
       PRIME-RHO-DIFF SECTION.
           IF PRIME-RHO-X > PRIME-RHO-Y
               COMPUTE PRIME-RHO-T = PRIME-RHO-X - PRIME-RHO-Y
           ELSE
               COMPUTE PRIME-RHO-T = PRIME-RHO-Y - PRIME-RHO-X
           END-IF.
       EXIT SECTION.
      *>   PRIME-RHO-GCD leaves gcd(PRIME-RHO-A, PRIME-RHO-M) in
      *>   PRIME-RHO-G by Euclid's remainders (a zero A gives M).
       PRIME-RHO-GCD SECTION.
           MOVE PRIME-RHO-M TO PRIME-RHO-B.
           PERFORM UNTIL PRIME-RHO-B = 0
               COMPUTE PRIME-RHO-T =
                   FUNCTION MOD(PRIME-RHO-A, PRIME-RHO-B)
               MOVE PRIME-RHO-B TO PRIME-RHO-A
               MOVE PRIME-RHO-T TO PRIME-RHO-B
           END-PERFORM.
           MOVE PRIME-RHO-A TO PRIME-RHO-G.
       EXIT SECTION.
      *>   PRIME-FACTOR-CLOCK-CHECK sets PRIME-FACTOR-TIMED-OUT once
      *>   PRIME-FACTOR-SECS have passed since the split began (in
      *>   hundredths of a second since midnight, so a record that
      *>   runs across midnight wraps the day rather than going
      *>   negative).
       PRIME-FACTOR-CLOCK-CHECK SECTION.
           MOVE FUNCTION CURRENT-DATE TO PRIME-FACTOR-TS.
           COMPUTE PRIME-FACTOR-NOW =
               FUNCTION NUMVAL(PRIME-FACTOR-TS(9:2)) * 360000
               + FUNCTION NUMVAL(PRIME-FACTOR-TS(11:2)) * 6000
               + FUNCTION NUMVAL(PRIME-FACTOR-TS(13:4))
               - PRIME-FACTOR-START.
           IF PRIME-FACTOR-NOW < 0
               ADD 8640000 TO PRIME-FACTOR-NOW
           END-IF.
           IF PRIME-FACTOR-NOW >= PRIME-FACTOR-SECS * 100
               MOVE 1 TO PRIME-FACTOR-TIMEOUT-SW
           END-IF.
       EXIT SECTION.
      *>   PRIME-CACHE-LOOKUP reads the control record (key 0) for the
       EXIT SECTION.
       COPY "HRTBEATP.cpy".
       COPY "JOBAUDITP.cpy".
       COPY "REJRECP.cpy".
       END PROGRAM PRIMELIB.
