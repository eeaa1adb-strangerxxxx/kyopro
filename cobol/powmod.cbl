               FILE STATUS IS POW-CTRL-FS.
      *>   POW-REQUEST-FILE/POW-RESULT-FILE let POW-BATCH-RUN serve a
      *>   whole staged dataset of operations in one job step: one
      *>   "POW a n", "INV a", "NCR n r", "NCRL n r [m]", or "DLOG g h"
      *>   request per record,
      *>   processed in order against this run's POW-MOD, one result
      *>   record each out.
           SELECT POW-REQUEST-FILE ASSIGN TO DYNAMIC POW-REQUEST-DSN
           SELECT POW-RESULT-FILE ASSIGN TO DYNAMIC POW-RESULT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS POW-RESULT-FS.
      *>   POW-REJECT-FILE is the reject trail: every request
      *>   answered REJECTED is also written here in the shared
      *>   REJREC.cpy layout, appended run after run.
           SELECT POW-REJECT-FILE ASSIGN TO DYNAMIC POW-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS POW-REJECT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
               01 POW-REQUEST-REC PIC X(80).
           FD POW-RESULT-FILE.
               01 POW-RESULT-REC PIC X(132).
           FD POW-REJECT-FILE.
               01 POW-REJECT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 POW-WK.
               03 POW-A BINARY-DOUBLE SIGNED VALUE 0.
               03 POW-N BINARY-DOUBLE SIGNED VALUE 0.
               03 POW-REQ-OP PIC X(4).
               03 POW-REQ-T1 PIC X(20).
               03 POW-REQ-T2 PIC X(20).
               03 POW-REQ-T3 PIC X(20).
               03 POW-REQ-TALLY BINARY-LONG UNSIGNED VALUE 0.
               03 POW-REQ-COUNT BINARY-LONG UNSIGNED VALUE 0.
               03 POW-REQ-REJECTS BINARY-LONG UNSIGNED VALUE 0.
               03 POW-BATCH-RC PIC S9(4) VALUE 0.
               03 POW-RESULT-ERR-SW PIC 9 VALUE 0.
               03 POW-REJECT-DSN PIC X(100) VALUE "POWREJ.LOG".
               03 POW-REJECT-FS PIC XX.
               03 POW-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 POW-REJECT-OPENED VALUE 1.
               03 POW-REJECT-ERR-SW PIC 9 VALUE 0.
               03 POW-REQ-RECNO BINARY-LONG UNSIGNED VALUE 0.
      *>   COMB-PRECOMP-MAX mirrors the COMB-FACT/COMB-INVFACT OCCURS
      *>   ceiling (200001 entries, so COMB-MAXN at most 200000); an
      *>   NCR request beyond it is rejected on its result line
               03 POW-VAL2-Z PIC -Z(18)9.
               03 POW-RES-Z PIC -Z(18)9.
               03 POW-RESULT-LINE PIC X(132).
      *>   Lucas working set: "NCRL n r [m]" answers n choose r mod
      *>   m (POW-MOD when m is left off) for n up to 10**18. The
      *>   modulus must be squarefree with every prime factor small
      *>   enough for the factorial tables (p - 1 within
      *>   COMB-PRECOMP-MAX); each prime's answer is the product of
      *>   the digit-wise binomials of n and r written base p, and
      *>   the primes' answers are folded into one residue mod m
      *>   the way CRTLIB's CRT-PAIR-FOLD folds a congruence system
      *>   (the moduli here are coprime, so the fold never meets an
      *>   inconsistent pair and its modulus never outgrows m).
           01 POW-LUCAS-WK.
               03 LUC-MOD BINARY-DOUBLE SIGNED VALUE 0.
               03 LUC-REM BINARY-DOUBLE SIGNED VALUE 0.
               03 LUC-D BINARY-DOUBLE SIGNED VALUE 0.
               03 LUC-N BINARY-DOUBLE SIGNED VALUE 0.
               03 LUC-R BINARY-DOUBLE SIGNED VALUE 0.
               03 LUC-NI BINARY-DOUBLE SIGNED VALUE 0.
               03 LUC-RI BINARY-DOUBLE SIGNED VALUE 0.
               03 LUC-P BINARY-DOUBLE SIGNED VALUE 0.
               03 LUC-PRES BINARY-DOUBLE SIGNED VALUE 0.
               03 LUC-ACC-R BINARY-DOUBLE SIGNED VALUE 0.
               03 LUC-ACC-M BINARY-DOUBLE SIGNED VALUE 1.
               03 LUC-T BINARY-DOUBLE SIGNED VALUE 0.
               03 LUC-SAVE-MOD BINARY-DOUBLE SIGNED VALUE 0.
               03 LUC-SAVE-MAXN BINARY-DOUBLE SIGNED VALUE 0.
               03 LUC-PCNT BINARY-LONG SIGNED VALUE 0.
               03 LUC-PX BINARY-LONG SIGNED VALUE 0.
               03 LUC-MOD-EXPLICIT-SW PIC 9 VALUE 0.
                   88 LUC-MOD-EXPLICIT VALUE 1.
               03 LUC-STATE-SW PIC 9 VALUE 0.
                   88 LUC-MOD-OK VALUE 0.
                   88 LUC-MOD-NOT-SQUAREFREE VALUE 1.
                   88 LUC-MOD-FACTOR-TOO-BIG VALUE 2.
               03 LUC-PRIME-L.
                   05 LUC-PRIME BINARY-DOUBLE SIGNED OCCURS 20 TIMES.
       PROCEDURE DIVISION.
      *>   POW-BATCH-RUN is this program's entry point when it is run
      *>   as its own job step or CALLed as one step of a larger
      *>   batch suite: POW-INIT reads this run's modulus off
      *>   POW-CTRL-DSN and stamps the job audit trail, then the
      *>   request dataset is served one operation per record — "POW
      *>   a n", "INV a", "NCR n r", or "NCRL n r [m]" — with one
      *>   result record each
      *>   to POW-RESULT-DSN. The POWMOD/MODINVERSE/COMB-* sections
      *>   below stay meant for a caller to PERFORM directly once
      *>   POW-MOD is set. It ends in GOBACK, not STOP RUN, since
           MOVE 0 TO POW-RESULT-ERR-SW.
           MOVE 0 TO POW-REQ-COUNT.
           MOVE 0 TO POW-REQ-REJECTS.
           MOVE 0 TO POW-REQ-RECNO.
           MOVE 0 TO POW-REJECT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           OPEN INPUT POW-REQUEST-FILE.
           OPEN OUTPUT POW-RESULT-FILE.
           IF POW-RESULT-FS NOT = "00"
           END-IF.
           CLOSE POW-REQUEST-FILE.
           CLOSE POW-RESULT-FILE.
           IF POW-REJECT-OPENED
               CLOSE POW-REJECT-FILE
               MOVE 0 TO POW-REJECT-OPEN-SW
           END-IF.
           MOVE POW-BATCH-RC TO RETURN-CODE.
           MOVE "POWJOB01" TO JA-JOB-ID.
           MOVE POW-REQUEST-DSN TO JA-INPUT-DSN.
      *>   malformed or unknown request gets a REJECTED result line
      *>   and RC 4 rather than silently vanishing from the output.
       POW-REQUEST-PROCESS SECTION.
           ADD 1 TO POW-REQ-RECNO.
           IF POW-REQUEST-REC = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO POW-REQ-OP
               MOVE SPACES TO POW-REQ-T1
               MOVE SPACES TO POW-REQ-T2
               MOVE SPACES TO POW-REQ-T3
               MOVE 0 TO POW-REQ-TALLY
               UNSTRING POW-REQUEST-REC DELIMITED BY ALL SPACE
                   INTO POW-REQ-OP POW-REQ-T1 POW-REQ-T2 POW-REQ-T3
                   TALLYING IN POW-REQ-TALLY
               END-UNSTRING
               EVALUATE TRUE
                           FUNCTION NUMVAL(POW-REQ-T2)
                       IF POW-MOD < 2 OR POW-MOD > DLOG-CAP
                               OR POW-ECHO-A < 0 OR POW-ECHO-N < 0
                           MOVE "DLOG-RANGE" TO RJ-REASON-CODE
                           MOVE "MODULUS PAST DLOG-CAP OR NEGATIVE G/H"
                               TO RJ-REASON-TEXT
                           PERFORM POW-RESULT-REJECT-WRITE
                       ELSE
                           MOVE POW-ECHO-A TO DLOG-G
                       COMPUTE COMB-N = FUNCTION NUMVAL(POW-REQ-T1)
                       COMPUTE COMB-R = FUNCTION NUMVAL(POW-REQ-T2)
                       PERFORM POW-REQUEST-NCR-PROCESS
                   WHEN POW-REQ-OP = "NCRL"
                           AND (POW-REQ-TALLY = 3 OR POW-REQ-TALLY = 4)
                       COMPUTE COMB-N = FUNCTION NUMVAL(POW-REQ-T1)
                       COMPUTE COMB-R = FUNCTION NUMVAL(POW-REQ-T2)
                       IF POW-REQ-TALLY = 4
                           COMPUTE LUC-MOD =
                               FUNCTION NUMVAL(POW-REQ-T3)
                           MOVE 1 TO LUC-MOD-EXPLICIT-SW
                       ELSE
                           MOVE POW-MOD TO LUC-MOD
                           MOVE 0 TO LUC-MOD-EXPLICIT-SW
                       END-IF
                       PERFORM POW-REQUEST-NCRL-PROCESS
                   WHEN OTHER
                       MOVE "MALFORMED" TO RJ-REASON-CODE
                       MOVE "UNKNOWN OPERATION OR OPERAND COUNT"
                           TO RJ-REASON-TEXT
                       PERFORM POW-RESULT-REJECT-WRITE
               END-EVALUATE
           END-IF.
      *>   ceiling is rejected on its result line instead.
       POW-REQUEST-NCR-PROCESS SECTION.
           IF COMB-N > COMB-PRECOMP-MAX
               MOVE "NCR-CEILING" TO RJ-REASON-CODE
               MOVE "N PAST THE FACTORIAL TABLE CEILING"
                   TO RJ-REASON-TEXT
               PERFORM POW-RESULT-REJECT-WRITE
           ELSE
               IF COMB-N > COMB-MAXN
               PERFORM POW-RESULT-NCR-WRITE
           END-IF.
       EXIT SECTION.
      *>   POW-REQUEST-NCRL-PROCESS answers one NCRL request. The
      *>   modulus is split into its primes first; a modulus below
      *>   2, one with a squared factor (Lucas needs prime moduli,
      *>   and a prime power does not combine from them), or one
      *>   with a prime too big for the factorial tables is
      *>   rejected on its result line, as is a negative n. An r
      *>   outside 0..n answers 0 with RC 4, as COMB-NCR does.
      *>   The factorial tables are borrowed per prime and
      *>   COMB-MAXN is put back afterwards, so a later NCR under
      *>   POW-MOD rebuilds them to its own extent.
       POW-REQUEST-NCRL-PROCESS SECTION.
           IF LUC-MOD < 2 OR COMB-N < 0
               MOVE "NCRL-RANGE" TO RJ-REASON-CODE
               MOVE "MODULUS BELOW 2 OR NEGATIVE N"
                   TO RJ-REASON-TEXT
               PERFORM POW-RESULT-REJECT-WRITE
               EXIT SECTION
           END-IF.
           PERFORM POW-LUCAS-MOD-FACTOR.
           IF NOT LUC-MOD-OK
               MOVE "NCRL-MODULUS" TO RJ-REASON-CODE
               MOVE "SQUARED FACTOR OR A PRIME TOO BIG"
                   TO RJ-REASON-TEXT
               PERFORM POW-RESULT-REJECT-WRITE
               EXIT SECTION
           END-IF.
           IF COMB-R < 0 OR COMB-R > COMB-N
               MOVE 0 TO COMB-RES
               IF POW-BATCH-RC < 4
                   MOVE 4 TO POW-BATCH-RC
               END-IF
               PERFORM POW-RESULT-NCRL-WRITE
               EXIT SECTION
           END-IF.
           MOVE POW-MOD TO LUC-SAVE-MOD.
           MOVE COMB-MAXN TO LUC-SAVE-MAXN.
           MOVE 0 TO LUC-ACC-R.
           MOVE 1 TO LUC-ACC-M.
           PERFORM VARYING LUC-PX FROM 1 BY 1
                   UNTIL LUC-PX > LUC-PCNT
               MOVE LUC-PRIME(LUC-PX) TO LUC-P
               PERFORM POW-LUCAS-PRIME
               PERFORM POW-LUCAS-FOLD
           END-PERFORM.
           MOVE LUC-SAVE-MOD TO POW-MOD.
           MOVE LUC-SAVE-MAXN TO COMB-MAXN.
           MOVE LUC-ACC-R TO COMB-RES.
           PERFORM POW-RESULT-NCRL-WRITE.
       EXIT SECTION.
      *>   POW-LUCAS-MOD-FACTOR splits LUC-MOD into LUC-PRIME(1..
      *>   LUC-PCNT) by trial division. Division only has to run to
      *>   the table ceiling: whatever is left above it is either 1
      *>   or carries a prime the tables cannot serve.
       POW-LUCAS-MOD-FACTOR SECTION.
           MOVE 0 TO LUC-STATE-SW.
           MOVE 0 TO LUC-PCNT.
           MOVE LUC-MOD TO LUC-REM.
           MOVE 2 TO LUC-D.
           PERFORM UNTIL LUC-D * LUC-D > LUC-REM
                   OR LUC-D > COMB-PRECOMP-MAX + 1
                   OR NOT LUC-MOD-OK
               IF FUNCTION MOD(LUC-REM, LUC-D) = 0
                   ADD 1 TO LUC-PCNT
                   MOVE LUC-D TO LUC-PRIME(LUC-PCNT)
                   DIVIDE LUC-D INTO LUC-REM
                   IF FUNCTION MOD(LUC-REM, LUC-D) = 0
                       MOVE 1 TO LUC-STATE-SW
                   END-IF
               END-IF
               ADD 1 TO LUC-D
           END-PERFORM.
           IF LUC-MOD-OK AND LUC-REM > 1
               IF LUC-REM > COMB-PRECOMP-MAX + 1
                   MOVE 2 TO LUC-STATE-SW
               ELSE
                   ADD 1 TO LUC-PCNT
                   MOVE LUC-REM TO LUC-PRIME(LUC-PCNT)
               END-IF
           END-IF.
       EXIT SECTION.
      *>   POW-LUCAS-PRIME leaves COMB-N choose COMB-R mod LUC-P in
      *>   LUC-PRES: the factorial tables are (re)built under p for
      *>   0..p-1 unless they already are, then each base-p digit
      *>   pair contributes one small binomial; a digit of r above
      *>   its digit of n makes the whole product 0.
       POW-LUCAS-PRIME SECTION.
           MOVE LUC-P TO POW-MOD.
           IF COMB-PRECOMP-MOD NOT = LUC-P OR COMB-TABN NOT = LUC-P
               COMPUTE COMB-MAXN = LUC-P - 1
               PERFORM COMB-PRECOMPUTE
               MOVE LUC-P TO COMB-PRECOMP-MOD
           END-IF.
           MOVE 1 TO LUC-PRES.
           MOVE COMB-N TO LUC-N.
           MOVE COMB-R TO LUC-R.
           PERFORM UNTIL LUC-R = 0 OR LUC-PRES = 0
               COMPUTE LUC-NI = FUNCTION MOD(LUC-N, LUC-P)
               COMPUTE LUC-RI = FUNCTION MOD(LUC-R, LUC-P)
               IF LUC-RI > LUC-NI
                   MOVE 0 TO LUC-PRES
               ELSE
                   COMPUTE LUC-PRES = FUNCTION MOD(
                       FUNCTION MOD(LUC-PRES
                           * COMB-FACT(LUC-NI + 1), LUC-P)
                       * FUNCTION MOD(COMB-INVFACT(LUC-RI + 1)
                           * COMB-INVFACT(LUC-NI - LUC-RI + 1),
                           LUC-P), LUC-P)
               END-IF
               DIVIDE LUC-P INTO LUC-N
               DIVIDE LUC-P INTO LUC-R
           END-PERFORM.
       EXIT SECTION.
      *>   POW-LUCAS-FOLD merges LUC-PRES mod LUC-P into the system
      *>   LUC-ACC-R mod LUC-ACC-M: the step multiplier is the
      *>   difference of the residues times the inverse of the
      *>   accumulated modulus mod p (MODINVERSE, p being prime).
       POW-LUCAS-FOLD SECTION.
           MOVE LUC-P TO POW-MOD.
           COMPUTE POW-A = FUNCTION MOD(LUC-ACC-M, LUC-P).
           PERFORM MODINVERSE.
           COMPUTE LUC-T = FUNCTION MOD(
               FUNCTION MOD(LUC-PRES - LUC-ACC-R, LUC-P) * POW-RES,
               LUC-P).
           COMPUTE LUC-ACC-R = LUC-ACC-R + LUC-ACC-M * LUC-T.
           MULTIPLY LUC-P BY LUC-ACC-M.
       EXIT SECTION.
       POW-RESULT-POW-WRITE SECTION.
           MOVE POW-ECHO-A TO POW-VAL1-Z.
           MOVE POW-ECHO-N TO POW-VAL2-Z.
           WRITE POW-RESULT-REC FROM POW-RESULT-LINE.
           PERFORM POW-RESULT-WRITE-CHECK.
       EXIT SECTION.
      *>   POW-RESULT-NCRL-WRITE answers an NCRL request in the
      *>   NCR line's own shape, so readers of POWRESULT.DAT need no
      *>   new parse; the modulus follows as MOD= only when the
      *>   request named one of its own.
       POW-RESULT-NCRL-WRITE SECTION.
           MOVE COMB-N TO POW-VAL1-Z.
           MOVE COMB-R TO POW-VAL2-Z.
           MOVE COMB-RES TO POW-RES-Z.
           MOVE SPACES TO POW-RESULT-LINE.
           MOVE 1 TO LUC-PX.
           STRING "NCR N=" DELIMITED BY SIZE
               FUNCTION TRIM(POW-VAL1-Z) DELIMITED BY SIZE
               " R=" DELIMITED BY SIZE
               FUNCTION TRIM(POW-VAL2-Z) DELIMITED BY SIZE
               " RES=" DELIMITED BY SIZE
               FUNCTION TRIM(POW-RES-Z) DELIMITED BY SIZE
               INTO POW-RESULT-LINE
               WITH POINTER LUC-PX
           END-STRING.
           IF LUC-MOD-EXPLICIT
               MOVE LUC-MOD TO POW-VAL1-Z
               STRING " MOD=" DELIMITED BY SIZE
                   FUNCTION TRIM(POW-VAL1-Z) DELIMITED BY SIZE
                   INTO POW-RESULT-LINE
                   WITH POINTER LUC-PX
               END-STRING
           END-IF.
           WRITE POW-RESULT-REC FROM POW-RESULT-LINE.
           PERFORM POW-RESULT-WRITE-CHECK.
       EXIT SECTION.
      *>   POW-RESULT-REJECT-WRITE answers a request POW-REQUEST-
      *>   PROCESS could not route (unknown operation, wrong operand
      *>   count, an NCR past the precompute ceiling, or an NCRL
      *>   modulus Lucas cannot serve) with the
      *>   request text itself so the staged dataset can be fixed,
      *>   and sends it to the reject trail with the caller's
      *>   reason.
       POW-RESULT-REJECT-WRITE SECTION.
           ADD 1 TO POW-REQ-REJECTS.
           IF POW-BATCH-RC < 4
           END-STRING.
           WRITE POW-RESULT-REC FROM POW-RESULT-LINE.
           PERFORM POW-RESULT-WRITE-CHECK.
           PERFORM POW-REJREC-WRITE.
       EXIT SECTION.
      *>   POW-REJREC-WRITE finishes the reject record the caller
      *>   staged and appends it to POW-REJECT-DSN, opened on first
      *>   use; a failing trail is diagnosed once and leaves the
      *>   step's RC alone, the request already being refused.
       POW-REJREC-WRITE SECTION.
           MOVE "POWMODLIB" TO RJ-PROGRAM.
           MOVE POW-REQUEST-DSN TO RJ-INPUT-DSN.
           MOVE POW-REQ-RECNO TO RJ-RECORD-NO.
           MOVE POW-REQUEST-REC TO RJ-IMAGE.
           PERFORM REJREC-STAMP.
           IF NOT POW-REJECT-OPENED
               OPEN EXTEND POW-REJECT-FILE
               IF POW-REJECT-FS = "05" OR POW-REJECT-FS = "35"
                   OPEN OUTPUT POW-REJECT-FILE
               END-IF
               MOVE 1 TO POW-REJECT-OPEN-SW
           END-IF.
           WRITE POW-REJECT-REC FROM RJ-RECORD.
           IF POW-REJECT-FS NOT = "00" AND POW-REJECT-ERR-SW = 0
               MOVE 1 TO POW-REJECT-ERR-SW
               DISPLAY "POWMODLIB: WRITE FAILED ON DSN="
                   FUNCTION TRIM(POW-REJECT-DSN)
                   " FS=" POW-REJECT-FS
           END-IF.
       EXIT SECTION.
      *>   POW-DLOG-SOLVE leaves the smallest x with DLOG-G ** x =
      *>   DLOG-H mod POW-MOD in DLOG-X, or -1 when no exponent up
           END-IF.
       EXIT SECTION.
       COPY "JOBAUDITP.cpy".
       COPY "REJRECP.cpy".
       END PROGRAM POWMODLIB.
