      *>   projection of 10**18 steps had to loop one term at a
      *>   time; this module runs the same halving scheme over the
      *>   recurrence's companion matrix instead, so the projection
      *>   is log-time. A "SOLVE K M", "DET K M", or "INVERSE K M"
      *>   header asks instead for the matrix's linear algebra mod
      *>   a prime M — the K rows follow as for a power request,
      *>   and SOLVE adds one record of K right-hand-side values.
           SELECT MAT-REQUEST-FILE ASSIGN TO DYNAMIC MAT-REQUEST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAT-REQUEST-FS.
           SELECT MAT-RESULT-FILE ASSIGN TO DYNAMIC MAT-RESULT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAT-RESULT-FS.
      *>   MAT-REJECT-FILE is the reject trail: every request the
      *>   result dataset answers REJECTED is also written here in
      *>   the shared REJREC.cpy layout, appended run after run.
           SELECT MAT-REJECT-FILE ASSIGN TO DYNAMIC MAT-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAT-REJECT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
               01 MAT-REQUEST-REC PIC X(250).
           FD MAT-RESULT-FILE.
               01 MAT-RESULT-REC PIC X(250).
           FD MAT-REJECT-FILE.
               01 MAT-REJECT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 MAT-WK.
               03 MAT-REQUEST-DSN PIC X(100) VALUE "MATREQ.DAT".
               03 MAT-REQUEST-FS PIC XX.
               03 MAT-RESULT-LINE PIC X(250).
               03 MAT-REJECT-SW PIC 9 VALUE 0.
                   88 MAT-REJECTED VALUE 1.
               03 MAT-REJECT-DSN PIC X(100) VALUE "MATREJ.LOG".
               03 MAT-REJECT-FS PIC XX.
               03 MAT-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 MAT-REJECT-OPENED VALUE 1.
               03 MAT-REJECT-ERR-SW PIC 9 VALUE 0.
      *>   MAT-HEAD-REC keeps the request's first record, the one
      *>   the reject trail shows, since a group's later reads
      *>   have overwritten MAT-REQUEST-REC by the time it fails.
               03 MAT-HEAD-REC PIC X(132).
      *>   MAT-MAXK mirrors every matrix table's OCCURS bound, and
      *>   MAT-MODMAX keeps each dot-product term inside a
      *>   BINARY-DOUBLE: entries stay below the modulus, the
               03 MAT-RC-TL.
                   05 MAT-RC-T OCCURS 10 TIMES
                                   BINARY-DOUBLE SIGNED.
      *>   Linear-algebra working set: MAT-G is the matrix with its
      *>   right-hand side (SOLVE) or the identity (INVERSE) beside
      *>   it, reduced in place by Gauss-Jordan elimination mod
      *>   MAT-MOD to the identity on the left, so the solution or
      *>   the inverse is read straight off the right. Pivots are
      *>   normalized by their modular inverse, which is the same
      *>   Fermat power POWMODLIB's MODINVERSE takes and is why M
      *>   must be prime; MAT-LA-RANK counts the pivot columns
      *>   found, and MAT-LA-DET collects the pivots (sign flipped
      *>   per row swap) on the way.
           01 MAT-LA-WK.
               03 MAT-LA-OP PIC X(8).
               03 MAT-LA-W BINARY-LONG SIGNED VALUE 0.
               03 MAT-LA-COL BINARY-LONG SIGNED VALUE 0.
               03 MAT-LA-PIV BINARY-LONG SIGNED VALUE 0.
               03 MAT-LA-RANK BINARY-LONG SIGNED VALUE 0.
               03 MAT-LA-DET BINARY-DOUBLE SIGNED VALUE 0.
               03 MAT-LA-F BINARY-DOUBLE SIGNED VALUE 0.
               03 MAT-LA-HOLD BINARY-DOUBLE SIGNED VALUE 0.
               03 MAT-LA-D BINARY-DOUBLE SIGNED VALUE 0.
               03 MAT-LA-PRIME-SW PIC 9 VALUE 0.
                   88 MAT-LA-MOD-PRIME VALUE 1.
               03 MAT-PW-A BINARY-DOUBLE SIGNED VALUE 0.
               03 MAT-PW-N BINARY-DOUBLE SIGNED VALUE 0.
               03 MAT-PW-RES BINARY-DOUBLE SIGNED VALUE 0.
               03 MAT-LA-RANK-Z PIC Z(3)9.
               03 MAT-G-TAB.
                   05 MAT-G-ROW OCCURS 10 TIMES.
                       07 MAT-G OCCURS 20 TIMES
                                   BINARY-DOUBLE SIGNED.
       PROCEDURE DIVISION.
      *>   MAT-BATCH-RUN is this program's entry point, whether it is
      *>   run as its own job step or CALLed as one step of a larger
           MOVE 0 TO MAT-BATCH-RC.
           MOVE 0 TO MAT-RESULT-ERR-SW.
           MOVE 0 TO MAT-REQ-NO.
           MOVE 0 TO MAT-REJECT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           OPEN INPUT MAT-REQUEST-FILE.
           OPEN OUTPUT MAT-RESULT-FILE.
           IF MAT-RESULT-FS NOT = "00"
           END-IF.
           CLOSE MAT-REQUEST-FILE.
           CLOSE MAT-RESULT-FILE.
           IF MAT-REJECT-OPENED
               CLOSE MAT-REJECT-FILE
               MOVE 0 TO MAT-REJECT-OPEN-SW
           END-IF.
           MOVE MAT-BATCH-RC TO RETURN-CODE.
           MOVE "MATJOB01" TO JA-JOB-ID.
           MOVE MAT-REQUEST-DSN TO JA-INPUT-DSN.
      *>   their own rejected "headers" rather than silently
      *>   becoming part of the next request.
       MAT-REQUEST-PROCESS SECTION.
           MOVE MAT-REQUEST-REC TO MAT-HEAD-REC.
           IF MAT-REQUEST-REC = SPACES
               CONTINUE
           ELSE
           IF MAT-REQUEST-REC(1:6) = "RECUR "
               ADD 1 TO MAT-REQ-NO
               PERFORM MAT-RECUR-PROCESS
           ELSE
           IF MAT-REQUEST-REC(1:6) = "SOLVE "
                   OR MAT-REQUEST-REC(1:4) = "DET "
                   OR MAT-REQUEST-REC(1:8) = "INVERSE "
               ADD 1 TO MAT-REQ-NO
               PERFORM MAT-LA-PROCESS
           ELSE
               ADD 1 TO MAT-REQ-NO
               MOVE 0 TO MAT-REJECT-SW
                   PERFORM MAT-RESULT-WRITE
               END-IF
           END-IF
           END-IF
           END-IF.
       EXIT SECTION.
      *>   MAT-LA-PROCESS answers one SOLVE, DET, or INVERSE group:
      *>   the header carries the operation, K, and the modulus, K
      *>   matrix rows follow, and for SOLVE one more record of K
      *>   right-hand-side values. A bad header, a modulus that is
      *>   not prime, or a short group rejects the request exactly
      *>   as a bad power header does. A singular matrix has no
      *>   solution vector or inverse to give, so SOLVE and INVERSE
      *>   answer a SINGULAR rejection stating the rank found; its
      *>   determinant is still well defined, and DET answers 0
      *>   with the rank beside it.
       MAT-LA-PROCESS SECTION.
           MOVE 0 TO MAT-REJECT-SW.
           MOVE SPACES TO MAT-LA-OP.
           MOVE SPACES TO MAT-T1.
           MOVE SPACES TO MAT-T2.
           MOVE 0 TO MAT-TALLY.
           UNSTRING MAT-REQUEST-REC DELIMITED BY ALL SPACE
               INTO MAT-LA-OP MAT-T1 MAT-T2
               TALLYING IN MAT-TALLY
           END-UNSTRING.
           IF MAT-TALLY NOT = 3
               MOVE 1 TO MAT-REJECT-SW
           ELSE
               COMPUTE MAT-K = FUNCTION NUMVAL(MAT-T1)
               COMPUTE MAT-MOD = FUNCTION NUMVAL(MAT-T2)
               IF MAT-K < 1 OR MAT-K > MAT-MAXK
                       OR MAT-MOD < 2
                       OR MAT-MOD > MAT-MODMAX
                   MOVE 1 TO MAT-REJECT-SW
               ELSE
                   PERFORM MAT-LA-PRIME-CHECK
                   IF NOT MAT-LA-MOD-PRIME
                       MOVE 1 TO MAT-REJECT-SW
                   END-IF
               END-IF
           END-IF.
           IF MAT-REJECTED
               PERFORM MAT-RECUR-REJECT
               EXIT SECTION
           END-IF.
           MOVE MAT-K TO MAT-LA-W.
           IF MAT-LA-OP = "SOLVE"
               ADD 1 TO MAT-LA-W
           END-IF.
           IF MAT-LA-OP = "INVERSE"
               COMPUTE MAT-LA-W = MAT-K * 2
           END-IF.
           PERFORM VARYING MAT-I FROM 1 BY 1 UNTIL MAT-I > MAT-K
               PERFORM VARYING MAT-J FROM 1 BY 1
                       UNTIL MAT-J > MAT-LA-W
                   MOVE 0 TO MAT-G(MAT-I MAT-J)
               END-PERFORM
               IF MAT-LA-OP = "INVERSE"
                   MOVE 1 TO MAT-G(MAT-I, MAT-K + MAT-I)
               END-IF
           END-PERFORM.
           PERFORM VARYING MAT-I FROM 1 BY 1
                   UNTIL MAT-I > MAT-K OR MAT-REJECTED
               PERFORM MAT-LA-RECORD-READ
               IF NOT MAT-REJECTED
                   PERFORM VARYING MAT-J FROM 1 BY 1
                           UNTIL MAT-J > MAT-K
                       PERFORM MAT-RECUR-TOKEN-NEXT
                       IF NOT MAT-REJECTED
                           COMPUTE MAT-G(MAT-I MAT-J) =
                               FUNCTION MOD(
                                   FUNCTION NUMVAL(MAT-T1), MAT-MOD)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF MAT-LA-OP = "SOLVE" AND NOT MAT-REJECTED
               PERFORM MAT-LA-RECORD-READ
               PERFORM VARYING MAT-I FROM 1 BY 1
                       UNTIL MAT-I > MAT-K OR MAT-REJECTED
                   PERFORM MAT-RECUR-TOKEN-NEXT
                   IF NOT MAT-REJECTED
                       COMPUTE MAT-G(MAT-I, MAT-K + 1) =
                           FUNCTION MOD(
                               FUNCTION NUMVAL(MAT-T1), MAT-MOD)
                   END-IF
               END-PERFORM
           END-IF.
           IF MAT-REJECTED
               PERFORM MAT-RECUR-REJECT
               EXIT SECTION
           END-IF.
           PERFORM MAT-LA-ELIMINATE.
           IF MAT-LA-RANK < MAT-K AND MAT-LA-OP NOT = "DET"
               PERFORM MAT-LA-SINGULAR-WRITE
               IF MAT-BATCH-RC < 4
                   MOVE 4 TO MAT-BATCH-RC
               END-IF
           ELSE
               PERFORM MAT-LA-RESULT-WRITE
           END-IF.
       EXIT SECTION.
      *>   MAT-LA-RECORD-READ takes the group's next record and
      *>   readies MAT-RECUR-TOKEN-NEXT to walk it; a group cut
      *>   short by end of file rejects the request.
       MAT-LA-RECORD-READ SECTION.
           READ MAT-REQUEST-FILE
               AT END
                   MOVE "10" TO MAT-REQUEST-FS
                   MOVE 1 TO MAT-REJECT-SW
               NOT AT END
                   MOVE 1 TO MAT-PT
           END-READ.
       EXIT SECTION.
      *>   MAT-LA-PRIME-CHECK is trial division to the square root;
      *>   MAT-MODMAX keeps that under 31623 divisions.
       MAT-LA-PRIME-CHECK SECTION.
           MOVE 1 TO MAT-LA-PRIME-SW.
           MOVE 2 TO MAT-LA-D.
           PERFORM UNTIL MAT-LA-D * MAT-LA-D > MAT-MOD
                   OR NOT MAT-LA-MOD-PRIME
               IF FUNCTION MOD(MAT-MOD, MAT-LA-D) = 0
                   MOVE 0 TO MAT-LA-PRIME-SW
               END-IF
               ADD 1 TO MAT-LA-D
           END-PERFORM.
       EXIT SECTION.
      *>   MAT-LA-ELIMINATE reduces MAT-G column by column: the
      *>   first row at or below the next pivot position with a
      *>   nonzero entry in the column is swapped up, scaled to a
      *>   unit pivot, and cleared out of every other row. A column
      *>   with no such row is a missing pivot — the rank stays
      *>   short of K and the determinant is 0.
       MAT-LA-ELIMINATE SECTION.
           MOVE 0 TO MAT-LA-RANK.
           MOVE 1 TO MAT-LA-DET.
           PERFORM VARYING MAT-LA-COL FROM 1 BY 1
                   UNTIL MAT-LA-COL > MAT-K
               MOVE 0 TO MAT-LA-PIV
               PERFORM VARYING MAT-I FROM MAT-LA-RANK BY 1
                       UNTIL MAT-I >= MAT-K OR MAT-LA-PIV > 0
                   IF MAT-G(MAT-I + 1, MAT-LA-COL) NOT = 0
                       COMPUTE MAT-LA-PIV = MAT-I + 1
                   END-IF
               END-PERFORM
               IF MAT-LA-PIV = 0
                   MOVE 0 TO MAT-LA-DET
               ELSE
                   ADD 1 TO MAT-LA-RANK
                   IF MAT-LA-PIV NOT = MAT-LA-RANK
                       PERFORM VARYING MAT-J FROM 1 BY 1
                               UNTIL MAT-J > MAT-LA-W
                           MOVE MAT-G(MAT-LA-PIV MAT-J)
                               TO MAT-LA-HOLD
                           MOVE MAT-G(MAT-LA-RANK MAT-J)
                               TO MAT-G(MAT-LA-PIV MAT-J)
                           MOVE MAT-LA-HOLD
                               TO MAT-G(MAT-LA-RANK MAT-J)
                       END-PERFORM
                       COMPUTE MAT-LA-DET = FUNCTION MOD(
                           MAT-MOD - MAT-LA-DET, MAT-MOD)
                   END-IF
                   COMPUTE MAT-LA-DET = FUNCTION MOD(MAT-LA-DET
                       * MAT-G(MAT-LA-RANK, MAT-LA-COL), MAT-MOD)
                   MOVE MAT-G(MAT-LA-RANK, MAT-LA-COL) TO MAT-PW-A
                   COMPUTE MAT-PW-N = MAT-MOD - 2
                   PERFORM MAT-MODPOW
                   PERFORM VARYING MAT-J FROM 1 BY 1
                           UNTIL MAT-J > MAT-LA-W
                       COMPUTE MAT-G(MAT-LA-RANK MAT-J) =
                           FUNCTION MOD(MAT-G(MAT-LA-RANK MAT-J)
                               * MAT-PW-RES, MAT-MOD)
                   END-PERFORM
                   PERFORM VARYING MAT-I FROM 1 BY 1
                           UNTIL MAT-I > MAT-K
                       IF MAT-I NOT = MAT-LA-RANK
                               AND MAT-G(MAT-I, MAT-LA-COL) NOT = 0
                           MOVE MAT-G(MAT-I, MAT-LA-COL) TO MAT-LA-F
                           PERFORM VARYING MAT-J FROM 1 BY 1
                                   UNTIL MAT-J > MAT-LA-W
                               COMPUTE MAT-G(MAT-I MAT-J) =
                                   FUNCTION MOD(MAT-G(MAT-I MAT-J)
                                   + MAT-MOD - FUNCTION MOD(MAT-LA-F
                                   * MAT-G(MAT-LA-RANK MAT-J),
                                   MAT-MOD), MAT-MOD)
                           END-PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       EXIT SECTION.
      *>   MAT-MODPOW leaves MAT-PW-A ** MAT-PW-N mod MAT-MOD in
      *>   MAT-PW-RES by POWMODLIB's square-and-multiply; with
      *>   MAT-PW-N = MAT-MOD - 2 it is MODINVERSE.
       MAT-MODPOW SECTION.
           MOVE 1 TO MAT-PW-RES.
           PERFORM UNTIL MAT-PW-N <= 0
               IF FUNCTION MOD(MAT-PW-N, 2) = 1
                   COMPUTE MAT-PW-RES = FUNCTION MOD(
                       MAT-PW-RES * MAT-PW-A, MAT-MOD)
               END-IF
               COMPUTE MAT-PW-A = FUNCTION MOD(
                   MAT-PW-A * MAT-PW-A, MAT-MOD)
               COMPUTE MAT-PW-N = MAT-PW-N / 2
           END-PERFORM.
       EXIT SECTION.
      *>   MAT-LA-RESULT-WRITE answers a reduced request: DET on its
      *>   banner line, SOLVE's solution vector as one row under
      *>   it, INVERSE's K rows under it, laid out like the power
      *>   results.
       MAT-LA-RESULT-WRITE SECTION.
           MOVE MAT-REQ-NO TO MAT-REQ-NO-Z.
           MOVE MAT-LA-RANK TO MAT-LA-RANK-Z.
           MOVE SPACES TO MAT-RESULT-LINE.
           MOVE 1 TO MAT-PT.
           STRING "REQ=" DELIMITED BY SIZE
               FUNCTION TRIM(MAT-REQ-NO-Z) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(MAT-LA-OP) DELIMITED BY SIZE
               INTO MAT-RESULT-LINE
               WITH POINTER MAT-PT
           END-STRING.
           IF MAT-LA-OP = "DET"
               MOVE MAT-LA-DET TO MAT-VAL-Z
               STRING " RANK=" DELIMITED BY SIZE
                   FUNCTION TRIM(MAT-LA-RANK-Z) DELIMITED BY SIZE
                   " RES=" DELIMITED BY SIZE
                   FUNCTION TRIM(MAT-VAL-Z) DELIMITED BY SIZE
                   INTO MAT-RESULT-LINE
                   WITH POINTER MAT-PT
               END-STRING
           END-IF.
           WRITE MAT-RESULT-REC FROM MAT-RESULT-LINE.
           PERFORM MAT-RESULT-WRITE-CHECK.
           IF MAT-LA-OP = "SOLVE"
               MOVE SPACES TO MAT-RESULT-LINE
               MOVE 1 TO MAT-PT
               PERFORM VARYING MAT-I FROM 1 BY 1 UNTIL MAT-I > MAT-K
                   MOVE MAT-G(MAT-I, MAT-K + 1) TO MAT-VAL-Z
                   IF MAT-I > 1
                       STRING " " DELIMITED BY SIZE
                           INTO MAT-RESULT-LINE
                           WITH POINTER MAT-PT
                       END-STRING
                   END-IF
                   STRING FUNCTION TRIM(MAT-VAL-Z) DELIMITED BY SIZE
                       INTO MAT-RESULT-LINE
                       WITH POINTER MAT-PT
                   END-STRING
               END-PERFORM
               WRITE MAT-RESULT-REC FROM MAT-RESULT-LINE
               PERFORM MAT-RESULT-WRITE-CHECK
           END-IF.
           IF MAT-LA-OP = "INVERSE"
               PERFORM VARYING MAT-I FROM 1 BY 1 UNTIL MAT-I > MAT-K
                   MOVE SPACES TO MAT-RESULT-LINE
                   MOVE 1 TO MAT-PT
                   PERFORM VARYING MAT-J FROM 1 BY 1
                           UNTIL MAT-J > MAT-K
                       MOVE MAT-G(MAT-I, MAT-K + MAT-J) TO MAT-VAL-Z
                       IF MAT-J > 1
                           STRING " " DELIMITED BY SIZE
                               INTO MAT-RESULT-LINE
                               WITH POINTER MAT-PT
                           END-STRING
                       END-IF
                       STRING FUNCTION TRIM(MAT-VAL-Z)
                               DELIMITED BY SIZE
                           INTO MAT-RESULT-LINE
                           WITH POINTER MAT-PT
                       END-STRING
                   END-PERFORM
                   WRITE MAT-RESULT-REC FROM MAT-RESULT-LINE
                   PERFORM MAT-RESULT-WRITE-CHECK
               END-PERFORM
           END-IF.
       EXIT SECTION.
      *>   MAT-LA-SINGULAR-WRITE refuses a SOLVE or INVERSE whose
      *>   matrix did not reduce to full rank, naming the rank so
      *>   the model's missing observation can be traced.
       MAT-LA-SINGULAR-WRITE SECTION.
           MOVE MAT-REQ-NO TO MAT-REQ-NO-Z.
           MOVE MAT-LA-RANK TO MAT-LA-RANK-Z.
           MOVE MAT-K TO MAT-VAL-Z.
           MOVE SPACES TO MAT-RESULT-LINE.
           STRING "REQ=" DELIMITED BY SIZE
               FUNCTION TRIM(MAT-REQ-NO-Z) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(MAT-LA-OP) DELIMITED BY SIZE
               " REJECTED SINGULAR RANK=" DELIMITED BY SIZE
               FUNCTION TRIM(MAT-LA-RANK-Z) DELIMITED BY SIZE
               " OF K=" DELIMITED BY SIZE
               FUNCTION TRIM(MAT-VAL-Z) DELIMITED BY SIZE
               INTO MAT-RESULT-LINE
           END-STRING.
           WRITE MAT-RESULT-REC FROM MAT-RESULT-LINE.
           PERFORM MAT-RESULT-WRITE-CHECK.
           MOVE "SINGULAR" TO RJ-REASON-CODE.
           MOVE SPACES TO RJ-REASON-TEXT.
           STRING "MATRIX RANK " DELIMITED BY SIZE
               FUNCTION TRIM(MAT-LA-RANK-Z) DELIMITED BY SIZE
               " OF K=" DELIMITED BY SIZE
               FUNCTION TRIM(MAT-VAL-Z) DELIMITED BY SIZE
               INTO RJ-REASON-TEXT
           END-STRING.
           PERFORM MAT-REJREC-WRITE.
       EXIT SECTION.
      *>   MAT-RECUR-PROCESS answers one RECUR record: parse k, the
      *>   k coefficients, the k initial terms, N, and the modulus
           END-STRING.
           WRITE MAT-RESULT-REC FROM MAT-RESULT-LINE.
           PERFORM MAT-RESULT-WRITE-CHECK.
           IF MAT-REQUEST-FS = "10"
               MOVE "TRUNCATED-GROUP" TO RJ-REASON-CODE
               MOVE "INPUT ENDED BEFORE THE GROUP'S RECORDS"
                   TO RJ-REASON-TEXT
           ELSE
               MOVE "BAD-HEADER" TO RJ-REASON-CODE
               MOVE "MALFORMED OR OUT-OF-BOUNDS REQUEST"
                   TO RJ-REASON-TEXT
           END-IF.
           PERFORM MAT-REJREC-WRITE.
       EXIT SECTION.
      *>   MAT-REJREC-WRITE finishes the reject record the caller
      *>   staged and appends it to MAT-REJECT-DSN, opened on first
      *>   use; a failing trail is diagnosed once and leaves the
      *>   step's RC alone, the request already being refused.
       MAT-REJREC-WRITE SECTION.
           MOVE "MATPOW" TO RJ-PROGRAM.
           MOVE MAT-REQUEST-DSN TO RJ-INPUT-DSN.
           MOVE MAT-REQ-NO TO RJ-RECORD-NO.
           MOVE MAT-HEAD-REC TO RJ-IMAGE.
           PERFORM REJREC-STAMP.
           IF NOT MAT-REJECT-OPENED
               OPEN EXTEND MAT-REJECT-FILE
               IF MAT-REJECT-FS = "05" OR MAT-REJECT-FS = "35"
                   OPEN OUTPUT MAT-REJECT-FILE
               END-IF
               MOVE 1 TO MAT-REJECT-OPEN-SW
           END-IF.
           WRITE MAT-REJECT-REC FROM RJ-RECORD.
           IF MAT-REJECT-FS NOT = "00" AND MAT-REJECT-ERR-SW = 0
               MOVE 1 TO MAT-REJECT-ERR-SW
               DISPLAY "MATPOW: WRITE FAILED ON DSN="
                   FUNCTION TRIM(MAT-REJECT-DSN)
                   " FS=" MAT-REJECT-FS
           END-IF.
       EXIT SECTION.
      *>   MAT-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
           COPY "REJRECP.cpy".
       END PROGRAM MATPOW.
