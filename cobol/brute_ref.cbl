       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRUTEREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   BRUTEREF is the slow, obviously-right answer to a fast
      *>   routine's dataset: the same input layout in, the same
      *>   result lines out, worked the plainest way there is, so
      *>   COMPAREUTIL can hold the real routine to it line for
      *>   line. The parameter field picks the method:
      *>       TRIALDIV  PRIMELIB's FACTOR records, factored by
      *>                 trial division (2, then every odd divisor)
      *>       RELAX     GRAPHLIB's edge list with SOURCE/TARGET
      *>                 records, distances by repeated relaxation
      *>                 of every edge until nothing improves
      *>       SUMSCAN   FENWICK's command script against a plain
      *>                 slot array, every sum a straight scan
      *>   Only the answers a method models are written — TRIALDIV
      *>   marks any other PRIMELIB record UNSUPPORTED, RELAX writes
      *>   the TARGET lines alone — so a comparison against the
      *>   full routine selects those lines from its output first.
      *>   Nothing here is fast: trial division of a value with an
      *>   18-digit prime cofactor walks up to a billion divisors,
      *>   and relaxation costs edges times nodes; a reference run
      *>   is sized for test data, not production feeds.
           SELECT BRF-IN-FILE ASSIGN TO DYNAMIC BRF-IN-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BRF-IN-FS.
           SELECT BRF-OUT-FILE ASSIGN TO DYNAMIC BRF-OUT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BRF-OUT-FS.
      *>   BRF-REJECT-FILE is the reject trail: every record
      *>   answered REJECTED is also written here in the shared
      *>   REJREC.cpy layout, appended run after run.
           SELECT BRF-REJECT-FILE ASSIGN TO DYNAMIC BRF-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BRF-REJECT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
           FD BRF-IN-FILE.
               01 BRF-IN-REC PIC X(80).
           FD BRF-OUT-FILE.
               01 BRF-OUT-REC PIC X(132).
           FD BRF-REJECT-FILE.
               01 BRF-REJECT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 BRF-WK.
               03 BRF-IN-DSN PIC X(100) VALUE "BRFIN.DAT".
               03 BRF-IN-FS PIC XX.
               03 BRF-OUT-DSN PIC X(100) VALUE "BRFOUT.DAT".
               03 BRF-OUT-FS PIC XX.
               03 BRF-METHOD PIC X(8) VALUE "TRIALDIV".
               03 BRF-BATCH-RC PIC S9(4) VALUE 0.
               03 BRF-OUT-ERR-SW PIC 9 VALUE 0.
               03 BRF-REJECT-DSN PIC X(100) VALUE "BRUTEREJ.LOG".
               03 BRF-REJECT-FS PIC XX.
               03 BRF-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 BRF-REJECT-OPENED VALUE 1.
               03 BRF-REJECT-ERR-SW PIC 9 VALUE 0.
               03 BRF-IN-RECNO BINARY-LONG UNSIGNED VALUE 0.
               03 BRF-REASON PIC X(20).
               03 BRF-RECS BINARY-LONG UNSIGNED VALUE 0.
               03 BRF-T1 PIC X(20).
               03 BRF-T2 PIC X(20).
               03 BRF-T3 PIC X(20).
               03 BRF-T4 PIC X(20).
               03 BRF-TALLY BINARY-LONG UNSIGNED VALUE 0.
               03 BRF-PT BINARY-LONG SIGNED VALUE 1.
               03 BRF-OUT-LINE PIC X(132).
      *>   The edited pictures are the routines' own, so a value
      *>   prints here exactly as it prints there.
               03 BRF-VAL-Z PIC -Z(18)9.
               03 BRF-VAL2-Z PIC -Z(18)9.
               03 BRF-RES-Z PIC -Z(18)9.
               03 BRF-EXP-Z PIC Z(2)9.
      *>   TRIALDIV working set.
           01 BRF-TD-WK.
               03 BRF-TD-N BINARY-DOUBLE SIGNED VALUE 0.
               03 BRF-TD-REM BINARY-DOUBLE SIGNED VALUE 0.
               03 BRF-TD-P BINARY-DOUBLE SIGNED VALUE 0.
               03 BRF-TD-E BINARY-LONG SIGNED VALUE 0.
      *>   RELAX working set, bounded as GRAPHLIB's tables are
      *>   (BRF-RX-MAXN nodes, BRF-RX-MAXE edges, BRF-RX-MAXT
      *>   targets) so the two reject the same records.
           01 BRF-RX-WK.
               03 BRF-RX-MAXN BINARY-LONG SIGNED VALUE 100000.
               03 BRF-RX-MAXE BINARY-LONG SIGNED VALUE 200000.
               03 BRF-RX-MAXT BINARY-LONG SIGNED VALUE 1000.
               03 BRF-RX-INF BINARY-DOUBLE SIGNED
                                   VALUE 999999999999999999.
               03 BRF-RX-N BINARY-LONG SIGNED VALUE 0.
               03 BRF-RX-EDGES BINARY-LONG SIGNED VALUE 0.
               03 BRF-RX-EN BINARY-LONG SIGNED VALUE 0.
               03 BRF-RX-SOURCE BINARY-LONG SIGNED VALUE 0.
               03 BRF-RX-TGT-CNT BINARY-LONG SIGNED VALUE 0.
               03 BRF-RX-X BINARY-LONG SIGNED VALUE 0.
               03 BRF-RX-Y BINARY-LONG SIGNED VALUE 0.
               03 BRF-RX-W BINARY-DOUBLE SIGNED VALUE 0.
               03 BRF-RX-D BINARY-DOUBLE SIGNED VALUE 0.
               03 BRF-RX-I BINARY-LONG SIGNED VALUE 0.
               03 BRF-RX-V BINARY-LONG SIGNED VALUE 0.
               03 BRF-RX-PASS BINARY-LONG SIGNED VALUE 0.
               03 BRF-RX-CHANGED-SW PIC 9 VALUE 0.
               03 BRF-RX-TGT-L.
                   05 BRF-RX-TGT OCCURS 1000 TIMES
                                   BINARY-LONG SIGNED.
               03 BRF-RX-DIST-L.
                   05 BRF-RX-DIST OCCURS 100000 TIMES
                                   BINARY-DOUBLE SIGNED.
               03 BRF-RX-E-L.
                   05 BRF-RX-E OCCURS 200000 TIMES.
                       07 BRF-RX-EX BINARY-LONG SIGNED.
                       07 BRF-RX-EY BINARY-LONG SIGNED.
                       07 BRF-RX-EW BINARY-DOUBLE SIGNED.
      *>   SUMSCAN working set: FENWICK's slot ceiling, one plain
      *>   value per slot.
           01 BRF-SS-WK.
               03 BRF-SS-MAXN BINARY-LONG SIGNED VALUE 200000.
               03 BRF-SS-N BINARY-LONG SIGNED VALUE 0.
               03 BRF-SS-I BINARY-LONG SIGNED VALUE 0.
               03 BRF-SS-L BINARY-DOUBLE SIGNED VALUE 0.
               03 BRF-SS-R BINARY-DOUBLE SIGNED VALUE 0.
               03 BRF-SS-V BINARY-DOUBLE SIGNED VALUE 0.
               03 BRF-SS-RES BINARY-DOUBLE SIGNED VALUE 0.
               03 BRF-SS-L-TAB.
                   05 BRF-SS-SLOT OCCURS 200000 TIMES
                                   BINARY-DOUBLE SIGNED.
       PROCEDURE DIVISION.
      *>   BRF-RUN is this program's entry point, whether it is run
      *>   as its own job step, CALLed as one step of a larger batch
      *>   suite, or CALLed round after round by STRESSRUN. It ends
      *>   in GOBACK rather than STOP RUN so a CALLer gets control
      *>   back; run standalone, GOBACK with no caller ends the run
      *>   unit all the same.
       BRF-RUN SECTION.
           PERFORM BRF-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO BRF-BATCH-RC.
           MOVE 0 TO BRF-OUT-ERR-SW.
           MOVE 0 TO BRF-RECS.
           MOVE 0 TO BRF-IN-RECNO.
           MOVE 0 TO BRF-REJECT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           MOVE 0 TO BRF-RX-N.
           MOVE 0 TO BRF-RX-EDGES.
           MOVE 0 TO BRF-RX-EN.
           MOVE 0 TO BRF-RX-SOURCE.
           MOVE 0 TO BRF-RX-TGT-CNT.
           MOVE 0 TO BRF-SS-N.
           IF BRF-METHOD NOT = "TRIALDIV" AND BRF-METHOD NOT = "RELAX"
                   AND BRF-METHOD NOT = "SUMSCAN"
               MOVE 8 TO BRF-BATCH-RC
               DISPLAY "BRUTEREF: UNKNOWN METHOD " BRF-METHOD
           END-IF.
           IF BRF-BATCH-RC = 0
               OPEN INPUT BRF-IN-FILE
               IF BRF-IN-FS NOT = "00"
                   MOVE 8 TO BRF-BATCH-RC
                   DISPLAY "BRUTEREF: COULD NOT OPEN INPUT DSN="
                       FUNCTION TRIM(BRF-IN-DSN)
                       " FS=" BRF-IN-FS
               END-IF
           END-IF.
           IF BRF-BATCH-RC = 0
               OPEN OUTPUT BRF-OUT-FILE
               IF BRF-OUT-FS NOT = "00"
                   MOVE 8 TO BRF-BATCH-RC
                   DISPLAY "BRUTEREF: COULD NOT OPEN OUTPUT DSN="
                       FUNCTION TRIM(BRF-OUT-DSN)
                       " FS=" BRF-OUT-FS
                   CLOSE BRF-IN-FILE
               END-IF
           END-IF.
           IF BRF-BATCH-RC = 0
               PERFORM UNTIL BRF-IN-FS NOT = "00"
                   READ BRF-IN-FILE
                       AT END
                           MOVE "10" TO BRF-IN-FS
                       NOT AT END
                           PERFORM BRF-RECORD-PROCESS
                   END-READ
               END-PERFORM
               CLOSE BRF-IN-FILE
               IF BRF-METHOD = "RELAX"
                   PERFORM BRF-RX-ANSWER
               END-IF
               CLOSE BRF-OUT-FILE
               IF BRF-OUT-ERR-SW = 1
                   MOVE 8 TO BRF-BATCH-RC
               END-IF
           END-IF.
           IF BRF-REJECT-OPENED
               CLOSE BRF-REJECT-FILE
               MOVE 0 TO BRF-REJECT-OPEN-SW
           END-IF.
           MOVE BRF-BATCH-RC TO RETURN-CODE.
           MOVE "BRFJOB01" TO JA-JOB-ID.
           MOVE BRF-IN-DSN TO JA-INPUT-DSN.
           MOVE BRF-RECS TO JA-RECORD-COUNT.
           MOVE BRF-RECS TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   BRF-RECORD-PROCESS splits one input record and hands it
      *>   to the method. Blank records are skipped, as every
      *>   routine modelled here skips them.
       BRF-RECORD-PROCESS SECTION.
           ADD 1 TO BRF-IN-RECNO.
           IF BRF-IN-REC = SPACES
               EXIT SECTION
           END-IF.
           MOVE SPACES TO BRF-T1.
           MOVE SPACES TO BRF-T2.
           MOVE SPACES TO BRF-T3.
           MOVE SPACES TO BRF-T4.
           MOVE 0 TO BRF-TALLY.
           UNSTRING BRF-IN-REC DELIMITED BY ALL SPACE
               INTO BRF-T1 BRF-T2 BRF-T3 BRF-T4
               TALLYING IN BRF-TALLY
           END-UNSTRING.
           EVALUATE BRF-METHOD
               WHEN "TRIALDIV"
                   ADD 1 TO BRF-RECS
                   PERFORM BRF-TD-RECORD
               WHEN "RELAX"
                   PERFORM BRF-RX-RECORD
               WHEN "SUMSCAN"
                   ADD 1 TO BRF-RECS
                   PERFORM BRF-SS-RECORD
           END-EVALUATE.
       EXIT SECTION.
      *>   TRIALDIV answers "FACTOR n" as PRIMELIB does — "n = p^e
      *>   ..." in ascending prime order, a value below 2 REJECTED
      *>   with RC 8 — dividing out 2 and then every odd candidate
      *>   while its square still fits the remainder.
       BRF-TD-RECORD SECTION.
           IF BRF-T1 NOT = "FACTOR" OR BRF-TALLY NOT = 2
               IF BRF-BATCH-RC < 4
                   MOVE 4 TO BRF-BATCH-RC
               END-IF
               MOVE SPACES TO BRF-OUT-LINE
               STRING "UNSUPPORTED " DELIMITED BY SIZE
                   BRF-IN-REC DELIMITED BY SIZE
                   INTO BRF-OUT-LINE
               END-STRING
               PERFORM BRF-LINE-COMMIT
               EXIT SECTION
           END-IF.
           COMPUTE BRF-TD-N = FUNCTION NUMVAL(BRF-T2).
           IF BRF-TD-N < 2
               MOVE 8 TO BRF-BATCH-RC
               MOVE SPACES TO BRF-OUT-LINE
               STRING "REJECTED " DELIMITED BY SIZE
                   BRF-IN-REC DELIMITED BY SIZE
                   INTO BRF-OUT-LINE
               END-STRING
               PERFORM BRF-LINE-COMMIT
               MOVE "OUT-OF-DOMAIN" TO RJ-REASON-CODE
               MOVE "VALUE BELOW THE OPERATION'S DOMAIN"
                   TO RJ-REASON-TEXT
               PERFORM BRF-REJREC-WRITE
               EXIT SECTION
           END-IF.
           MOVE BRF-TD-N TO BRF-VAL-Z.
           MOVE SPACES TO BRF-OUT-LINE.
           MOVE 1 TO BRF-PT.
           STRING FUNCTION TRIM(BRF-VAL-Z) DELIMITED BY SIZE
               " =" DELIMITED BY SIZE
               INTO BRF-OUT-LINE
               WITH POINTER BRF-PT
           END-STRING.
           MOVE BRF-TD-N TO BRF-TD-REM.
           MOVE 2 TO BRF-TD-P.
           PERFORM BRF-TD-DIVIDE.
           MOVE 3 TO BRF-TD-P.
           PERFORM UNTIL BRF-TD-P * BRF-TD-P > BRF-TD-REM
               PERFORM BRF-TD-DIVIDE
               ADD 2 TO BRF-TD-P
           END-PERFORM.
           IF BRF-TD-REM > 1
               MOVE BRF-TD-REM TO BRF-TD-P
               PERFORM BRF-TD-DIVIDE
           END-IF.
           PERFORM BRF-LINE-COMMIT.
       EXIT SECTION.
      *>   Divides BRF-TD-P out of the remainder as often as it goes
      *>   and appends "p^e" when it went at all.
       BRF-TD-DIVIDE SECTION.
           MOVE 0 TO BRF-TD-E.
           PERFORM UNTIL FUNCTION MOD(BRF-TD-REM, BRF-TD-P) NOT = 0
               DIVIDE BRF-TD-P INTO BRF-TD-REM
               ADD 1 TO BRF-TD-E
           END-PERFORM.
           IF BRF-TD-E > 0
               MOVE BRF-TD-P TO BRF-VAL-Z
               MOVE BRF-TD-E TO BRF-EXP-Z
               STRING " " DELIMITED BY SIZE
                   FUNCTION TRIM(BRF-VAL-Z) DELIMITED BY SIZE
                   "^" DELIMITED BY SIZE
                   FUNCTION TRIM(BRF-EXP-Z) DELIMITED BY SIZE
                   INTO BRF-OUT-LINE
                   WITH POINTER BRF-PT
               END-STRING
           END-IF.
       EXIT SECTION.
      *>   RELAX takes GRAPHLIB's layout: the header's node count,
      *>   then edges, SOURCE and TARGET records. Edges are judged
      *>   as GRAPHLIB judges them (endpoints in 1..N, weight not
      *>   negative); PATH and MST records are GRAPHLIB questions
      *>   this method does not model and pass unanswered.
       BRF-RX-RECORD SECTION.
           IF BRF-RX-N = 0
               COMPUTE BRF-RX-N = FUNCTION NUMVAL(BRF-IN-REC)
               IF BRF-RX-N < 1 OR BRF-RX-N > BRF-RX-MAXN
                   MOVE 8 TO BRF-BATCH-RC
                   DISPLAY "BRUTEREF: N=" BRF-RX-N
                       " OUTSIDE 1.." BRF-RX-MAXN
                   MOVE -1 TO BRF-RX-N
                   MOVE "99" TO BRF-IN-FS
               END-IF
               EXIT SECTION
           END-IF.
           EVALUATE TRUE
               WHEN BRF-T1 = "SOURCE" AND BRF-TALLY = 2
                   COMPUTE BRF-RX-SOURCE = FUNCTION NUMVAL(BRF-T2)
               WHEN BRF-T1 = "TARGET" AND BRF-TALLY = 2
                   IF BRF-RX-TGT-CNT < BRF-RX-MAXT
                       ADD 1 TO BRF-RX-TGT-CNT
                       COMPUTE BRF-RX-TGT(BRF-RX-TGT-CNT) =
                           FUNCTION NUMVAL(BRF-T2)
                   END-IF
               WHEN (BRF-T1 = "PATH" AND BRF-TALLY = 3)
                       OR (BRF-T1 = "MST" AND BRF-TALLY = 1)
                   CONTINUE
               WHEN BRF-TALLY = 2 OR BRF-TALLY = 3
                   PERFORM BRF-RX-EDGE-STORE
               WHEN OTHER
                   IF BRF-BATCH-RC < 4
                       MOVE 4 TO BRF-BATCH-RC
                   END-IF
           END-EVALUATE.
       EXIT SECTION.
       BRF-RX-EDGE-STORE SECTION.
           ADD 1 TO BRF-RX-EDGES.
           ADD 1 TO BRF-RECS.
           COMPUTE BRF-RX-X = FUNCTION NUMVAL(BRF-T1).
           COMPUTE BRF-RX-Y = FUNCTION NUMVAL(BRF-T2).
           IF BRF-TALLY = 3
               COMPUTE BRF-RX-W = FUNCTION NUMVAL(BRF-T3)
           ELSE
               MOVE 1 TO BRF-RX-W
           END-IF.
           IF BRF-RX-X < 1 OR BRF-RX-X > BRF-RX-N
                   OR BRF-RX-Y < 1 OR BRF-RX-Y > BRF-RX-N
                   OR BRF-RX-W < 0
                   OR BRF-RX-EDGES > BRF-RX-MAXE
               IF BRF-BATCH-RC < 4
                   MOVE 4 TO BRF-BATCH-RC
               END-IF
               EXIT SECTION
           END-IF.
           ADD 1 TO BRF-RX-EN.
           MOVE BRF-RX-X TO BRF-RX-EX(BRF-RX-EN).
           MOVE BRF-RX-Y TO BRF-RX-EY(BRF-RX-EN).
           MOVE BRF-RX-W TO BRF-RX-EW(BRF-RX-EN).
       EXIT SECTION.
      *>   BRF-RX-ANSWER relaxes every edge both ways, pass after
      *>   pass, until a pass improves nothing — N passes at most,
      *>   since no shortest path has more than N - 1 edges — then
      *>   answers each target in GRAPHLIB's words.
       BRF-RX-ANSWER SECTION.
           IF BRF-RX-N < 1
               EXIT SECTION
           END-IF.
           IF BRF-RX-SOURCE < 1 OR BRF-RX-SOURCE > BRF-RX-N
               IF BRF-RX-TGT-CNT > 0
                   MOVE 4 TO BRF-BATCH-RC
                   MOVE SPACES TO BRF-OUT-LINE
                   STRING "NO VALID SOURCE, TARGETS UNANSWERED"
                       DELIMITED BY SIZE
                       INTO BRF-OUT-LINE
                   END-STRING
                   PERFORM BRF-LINE-COMMIT
               END-IF
               EXIT SECTION
           END-IF.
           PERFORM VARYING BRF-RX-I FROM 1 BY 1
                   UNTIL BRF-RX-I > BRF-RX-N
               MOVE BRF-RX-INF TO BRF-RX-DIST(BRF-RX-I)
           END-PERFORM.
           MOVE 0 TO BRF-RX-DIST(BRF-RX-SOURCE).
           MOVE 1 TO BRF-RX-CHANGED-SW.
           MOVE 0 TO BRF-RX-PASS.
           PERFORM UNTIL BRF-RX-CHANGED-SW = 0
                   OR BRF-RX-PASS >= BRF-RX-N
               ADD 1 TO BRF-RX-PASS
               MOVE 0 TO BRF-RX-CHANGED-SW
               PERFORM VARYING BRF-RX-I FROM 1 BY 1
                       UNTIL BRF-RX-I > BRF-RX-EN
                   MOVE BRF-RX-EX(BRF-RX-I) TO BRF-RX-X
                   MOVE BRF-RX-EY(BRF-RX-I) TO BRF-RX-Y
                   PERFORM BRF-RX-RELAX
                   MOVE BRF-RX-EY(BRF-RX-I) TO BRF-RX-X
                   MOVE BRF-RX-EX(BRF-RX-I) TO BRF-RX-Y
                   PERFORM BRF-RX-RELAX
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING BRF-RX-I FROM 1 BY 1
                   UNTIL BRF-RX-I > BRF-RX-TGT-CNT
               MOVE BRF-RX-TGT(BRF-RX-I) TO BRF-RX-V
               MOVE SPACES TO BRF-OUT-LINE
               MOVE 1 TO BRF-PT
               MOVE BRF-RX-V TO BRF-VAL-Z
               STRING "TARGET=" DELIMITED BY SIZE
                   FUNCTION TRIM(BRF-VAL-Z) DELIMITED BY SIZE
                   INTO BRF-OUT-LINE
                   WITH POINTER BRF-PT
               END-STRING
               EVALUATE TRUE
                   WHEN BRF-RX-V < 1 OR BRF-RX-V > BRF-RX-N
                       STRING " INVALID NODE" DELIMITED BY SIZE
                           INTO BRF-OUT-LINE
                           WITH POINTER BRF-PT
                       END-STRING
                   WHEN BRF-RX-DIST(BRF-RX-V) = BRF-RX-INF
                       STRING " UNREACHABLE" DELIMITED BY SIZE
                           INTO BRF-OUT-LINE
                           WITH POINTER BRF-PT
                       END-STRING
                   WHEN OTHER
                       MOVE BRF-RX-DIST(BRF-RX-V) TO BRF-VAL-Z
                       STRING " DIST=" DELIMITED BY SIZE
                           FUNCTION TRIM(BRF-VAL-Z) DELIMITED BY SIZE
                           INTO BRF-OUT-LINE
                           WITH POINTER BRF-PT
                       END-STRING
               END-EVALUATE
               PERFORM BRF-LINE-COMMIT
           END-PERFORM.
       EXIT SECTION.
      *>   One relaxation along the arc BRF-RX-X to BRF-RX-Y.
       BRF-RX-RELAX SECTION.
           IF BRF-RX-DIST(BRF-RX-X) = BRF-RX-INF
               EXIT SECTION
           END-IF.
           COMPUTE BRF-RX-D =
               BRF-RX-DIST(BRF-RX-X) + BRF-RX-EW(BRF-RX-I).
           IF BRF-RX-D < BRF-RX-DIST(BRF-RX-Y)
               MOVE BRF-RX-D TO BRF-RX-DIST(BRF-RX-Y)
               MOVE 1 TO BRF-RX-CHANGED-SW
           END-IF.
       EXIT SECTION.
      *>   SUMSCAN keeps FENWICK's command set and its words: LOAD
      *>   zeroes n slots, UPDATE and RUPDATE add into them, and
      *>   QUERY (prefix), PQUERY (one slot) and RANGE add the
      *>   slots up one by one. Bounds are FENWICK's: a QUERY of 0
      *>   is the empty prefix; a bad UPDATE index is diagnosed on
      *>   the job log and writes nothing; anything else out of
      *>   bounds or malformed is a REJECTED COMMAND= line, RC 4.
      *>   Both go to the reject trail under FENWICK's reason codes.
       BRF-SS-RECORD SECTION.
           EVALUATE TRUE
               WHEN BRF-T1 = "LOAD" AND BRF-TALLY = 2
                   COMPUTE BRF-SS-L = FUNCTION NUMVAL(BRF-T2)
                   IF BRF-SS-L < 1 OR BRF-SS-L > BRF-SS-MAXN
                       MOVE "LOAD-SIZE" TO BRF-REASON
                       PERFORM BRF-SS-REJECT-WRITE
                   ELSE
                       MOVE BRF-SS-L TO BRF-SS-N
                       PERFORM VARYING BRF-SS-I FROM 1 BY 1
                               UNTIL BRF-SS-I > BRF-SS-N
                           MOVE 0 TO BRF-SS-SLOT(BRF-SS-I)
                       END-PERFORM
                   END-IF
               WHEN BRF-T1 = "UPDATE" AND BRF-TALLY = 3
                   COMPUTE BRF-SS-L = FUNCTION NUMVAL(BRF-T2)
                   COMPUTE BRF-SS-V = FUNCTION NUMVAL(BRF-T3)
                   IF BRF-SS-L < 1 OR BRF-SS-L > BRF-SS-N
                       IF BRF-BATCH-RC < 4
                           MOVE 4 TO BRF-BATCH-RC
                       END-IF
                       DISPLAY "BRUTEREF: UPDATE INDEX OUT OF RANGE "
                           BRF-IN-REC(1:40)
                       MOVE "INDEX-RANGE" TO BRF-REASON
                       PERFORM BRF-SS-REASON-STAGE
                       PERFORM BRF-REJREC-WRITE
                   ELSE
                       ADD BRF-SS-V TO BRF-SS-SLOT(BRF-SS-L)
                   END-IF
               WHEN BRF-T1 = "RUPDATE" AND BRF-TALLY = 4
                   COMPUTE BRF-SS-L = FUNCTION NUMVAL(BRF-T2)
                   COMPUTE BRF-SS-R = FUNCTION NUMVAL(BRF-T3)
                   COMPUTE BRF-SS-V = FUNCTION NUMVAL(BRF-T4)
                   IF BRF-SS-L < 1 OR BRF-SS-R > BRF-SS-N
                           OR BRF-SS-L > BRF-SS-R
                       MOVE "RANGE-BOUNDS" TO BRF-REASON
                       PERFORM BRF-SS-REJECT-WRITE
                   ELSE
                       PERFORM VARYING BRF-SS-I FROM BRF-SS-L BY 1
                               UNTIL BRF-SS-I > BRF-SS-R
                           ADD BRF-SS-V TO BRF-SS-SLOT(BRF-SS-I)
                       END-PERFORM
                   END-IF
               WHEN BRF-T1 = "QUERY" AND BRF-TALLY = 2
                   COMPUTE BRF-SS-L = FUNCTION NUMVAL(BRF-T2)
                   IF BRF-SS-L < 0 OR BRF-SS-L > BRF-SS-N
                       MOVE "INDEX-RANGE" TO BRF-REASON
                       PERFORM BRF-SS-REJECT-WRITE
                   ELSE
                       MOVE BRF-SS-L TO BRF-SS-R
                       MOVE 1 TO BRF-SS-L
                       PERFORM BRF-SS-SUM
                       MOVE BRF-SS-R TO BRF-VAL-Z
                       MOVE "QUERY IDX=" TO BRF-T1
                       PERFORM BRF-SS-INDEX-WRITE
                   END-IF
               WHEN BRF-T1 = "PQUERY" AND BRF-TALLY = 2
                   COMPUTE BRF-SS-L = FUNCTION NUMVAL(BRF-T2)
                   IF BRF-SS-L < 1 OR BRF-SS-L > BRF-SS-N
                       MOVE "INDEX-RANGE" TO BRF-REASON
                       PERFORM BRF-SS-REJECT-WRITE
                   ELSE
                       MOVE BRF-SS-L TO BRF-SS-R
                       PERFORM BRF-SS-SUM
                       MOVE BRF-SS-L TO BRF-VAL-Z
                       MOVE "PQUERY IDX=" TO BRF-T1
                       PERFORM BRF-SS-INDEX-WRITE
                   END-IF
               WHEN BRF-T1 = "RANGE" AND BRF-TALLY = 3
                   COMPUTE BRF-SS-L = FUNCTION NUMVAL(BRF-T2)
                   COMPUTE BRF-SS-R = FUNCTION NUMVAL(BRF-T3)
                   IF BRF-SS-L < 1 OR BRF-SS-R > BRF-SS-N
                           OR BRF-SS-L > BRF-SS-R
                       MOVE "RANGE-BOUNDS" TO BRF-REASON
                       PERFORM BRF-SS-REJECT-WRITE
                   ELSE
                       PERFORM BRF-SS-SUM
                       MOVE BRF-SS-L TO BRF-VAL-Z
                       MOVE BRF-SS-R TO BRF-VAL2-Z
                       MOVE BRF-SS-RES TO BRF-RES-Z
                       MOVE SPACES TO BRF-OUT-LINE
                       STRING "RANGE L=" DELIMITED BY SIZE
                           FUNCTION TRIM(BRF-VAL-Z) DELIMITED BY SIZE
                           " R=" DELIMITED BY SIZE
                           FUNCTION TRIM(BRF-VAL2-Z) DELIMITED BY SIZE
                           " RES=" DELIMITED BY SIZE
                           FUNCTION TRIM(BRF-RES-Z) DELIMITED BY SIZE
                           INTO BRF-OUT-LINE
                       END-STRING
                       PERFORM BRF-LINE-COMMIT
                   END-IF
               WHEN OTHER
                   MOVE "MALFORMED" TO BRF-REASON
                   PERFORM BRF-SS-REJECT-WRITE
           END-EVALUATE.
       EXIT SECTION.
      *>   Sums slots BRF-SS-L through BRF-SS-R into BRF-SS-RES (an
      *>   empty span sums to zero).
       BRF-SS-SUM SECTION.
           MOVE 0 TO BRF-SS-RES.
           PERFORM VARYING BRF-SS-I FROM BRF-SS-L BY 1
                   UNTIL BRF-SS-I > BRF-SS-R
               ADD BRF-SS-SLOT(BRF-SS-I) TO BRF-SS-RES
           END-PERFORM.
       EXIT SECTION.
      *>   Writes "<BRF-T1>idx RES=sum" for QUERY and PQUERY, the
      *>   index already edited into BRF-VAL-Z.
       BRF-SS-INDEX-WRITE SECTION.
           MOVE BRF-SS-RES TO BRF-RES-Z.
           MOVE SPACES TO BRF-OUT-LINE.
           STRING FUNCTION TRIM(BRF-T1) DELIMITED BY SIZE
               FUNCTION TRIM(BRF-VAL-Z) DELIMITED BY SIZE
               " RES=" DELIMITED BY SIZE
               FUNCTION TRIM(BRF-RES-Z) DELIMITED BY SIZE
               INTO BRF-OUT-LINE
           END-STRING.
           PERFORM BRF-LINE-COMMIT.
       EXIT SECTION.
       BRF-SS-REJECT-WRITE SECTION.
           IF BRF-BATCH-RC < 4
               MOVE 4 TO BRF-BATCH-RC
           END-IF.
           MOVE SPACES TO BRF-OUT-LINE.
           STRING "REJECTED COMMAND=" DELIMITED BY SIZE
               BRF-IN-REC(1:60) DELIMITED BY SIZE
               INTO BRF-OUT-LINE
           END-STRING.
           PERFORM BRF-LINE-COMMIT.
           PERFORM BRF-SS-REASON-STAGE.
           PERFORM BRF-REJREC-WRITE.
       EXIT SECTION.
      *>   BRF-SS-REASON-STAGE turns the caller's BRF-REASON into the
      *>   reject record's reason code and text; the codes are
      *>   FENWICK's.
       BRF-SS-REASON-STAGE SECTION.
           MOVE BRF-REASON TO RJ-REASON-CODE.
           EVALUATE BRF-REASON
               WHEN "INDEX-RANGE"
                   MOVE "INDEX OUTSIDE THE LOADED SLOTS"
                       TO RJ-REASON-TEXT
               WHEN "RANGE-BOUNDS"
                   MOVE "L..R OUTSIDE THE SLOTS OR L > R"
                       TO RJ-REASON-TEXT
               WHEN "LOAD-SIZE"
                   MOVE "LOAD SIZE OUTSIDE 1..BRF-SS-MAXN"
                       TO RJ-REASON-TEXT
               WHEN "MALFORMED"
                   MOVE "UNKNOWN COMMAND OR WRONG OPERAND COUNT"
                       TO RJ-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO RJ-REASON-TEXT
           END-EVALUATE.
       EXIT SECTION.
      *>   BRF-REJREC-WRITE finishes the reject record the caller
      *>   staged and appends it to BRF-REJECT-DSN, opened on first
      *>   use; a failing trail is diagnosed once and leaves the
      *>   step's RC alone, the record already being refused.
       BRF-REJREC-WRITE SECTION.
           MOVE "BRUTEREF" TO RJ-PROGRAM.
           MOVE BRF-IN-DSN TO RJ-INPUT-DSN.
           MOVE BRF-IN-RECNO TO RJ-RECORD-NO.
           MOVE BRF-IN-REC TO RJ-IMAGE.
           PERFORM REJREC-STAMP.
           IF NOT BRF-REJECT-OPENED
               OPEN EXTEND BRF-REJECT-FILE
               IF BRF-REJECT-FS = "05" OR BRF-REJECT-FS = "35"
                   OPEN OUTPUT BRF-REJECT-FILE
               END-IF
               MOVE 1 TO BRF-REJECT-OPEN-SW
           END-IF.
           WRITE BRF-REJECT-REC FROM RJ-RECORD.
           IF BRF-REJECT-FS NOT = "00" AND BRF-REJECT-ERR-SW = 0
               MOVE 1 TO BRF-REJECT-ERR-SW
               DISPLAY "BRUTEREF: WRITE FAILED ON DSN="
                   FUNCTION TRIM(BRF-REJECT-DSN)
                   " FS=" BRF-REJECT-FS
           END-IF.
       EXIT SECTION.
       BRF-LINE-COMMIT SECTION.
           WRITE BRF-OUT-REC FROM BRF-OUT-LINE.
           PERFORM BRF-OUT-WRITE-CHECK.
       EXIT SECTION.
      *>   BRF-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
      *>   default; run standalone the block is never set and
      *>   nothing changes).
      *>   The parameter field names the method.
       BRF-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO BRF-IN-DSN
               ELSE
                   MOVE "BRFIN.DAT" TO BRF-IN-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO BRF-OUT-DSN
               ELSE
                   MOVE "BRFOUT.DAT" TO BRF-OUT-DSN
               END-IF
               IF BATCH-PARM-TEXT NOT = SPACES
                       AND BATCH-PARM-TEXT(1:1) NOT = "*"
                   MOVE BATCH-PARM-TEXT TO BRF-METHOD
               ELSE
                   MOVE "TRIALDIV" TO BRF-METHOD
               END-IF
           END-IF.
       EXIT SECTION.
      *>   BRF-OUT-WRITE-CHECK guards every result write: the
      *>   motivating failure is a full volume, which passes OPEN
      *>   and only fails on WRITE. The first failure is diagnosed
      *>   and fails the step; repeats stay quiet so an abnormal
      *>   volume cannot flood the job log.
       BRF-OUT-WRITE-CHECK SECTION.
           IF BRF-OUT-FS NOT = "00" AND BRF-OUT-ERR-SW = 0
               MOVE 1 TO BRF-OUT-ERR-SW
               DISPLAY "BRUTEREF: WRITE FAILED ON DSN="
                   FUNCTION TRIM(BRF-OUT-DSN)
                   " FS=" BRF-OUT-FS
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
           COPY "REJRECP.cpy".
       END PROGRAM BRUTEREF.
