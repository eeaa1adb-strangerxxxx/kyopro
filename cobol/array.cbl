      *>   ARRAY-CMD-FILE/ARRAY-OUT-FILE let ARRAY-BATCH-RUN drive a
      *>   whole multi-case deque batch in one job step: a leading
      *>   count T, then T independent blocks each starting with its
      *>   own operation count and PUSH/POP/POPLEFT command lines
      *>   (or, for a rolling-window case, its WINDOW line and value
      *>   series — see ARRAY-WD-WK).
           SELECT ARRAY-CMD-FILE ASSIGN TO DYNAMIC ARRAY-CMD-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARRAY-CMD-FS.
           SELECT ARRAY-ST-FILE ASSIGN TO DYNAMIC ARRAY-ST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARRAY-ST-FS.
      *>   ARRAY-REJECT-FILE is the reject trail: every window
      *>   header or series record refused is also written here in
      *>   the shared REJREC.cpy layout, appended run after run.
           SELECT ARRAY-REJECT-FILE ASSIGN TO DYNAMIC ARRAY-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARRAY-REJECT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
           FD ARRAY-CMD-FILE.
               01 ARRAY-CMD-REC PIC X(40).
           FD ARRAY-OUT-FILE.
               01 ARRAY-OUT-REC PIC X(132).
           FD ARRAY-ST-FILE.
               01 ARRAY-ST-REC PIC X(60).
           FD ARRAY-REJECT-FILE.
               01 ARRAY-REJECT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 WK.
               03 I BINARY-DOUBLE UNSIGNED VALUE 0.
               03 N BINARY-DOUBLE UNSIGNED VALUE 0.
               03 ARRAY-CMD-OP PIC X(8).
               03 ARRAY-CMD-VAL PIC X(20).
               03 ARRAY-BATCH-VAL-Z PIC Z(18)9.
               03 ARRAY-OUT-LINE PIC X(132).
               03 ARRAY-T BINARY-DOUBLE SIGNED VALUE 0.
               03 ARRAY-CASE-NO BINARY-DOUBLE SIGNED VALUE 0.
               03 ARRAY-CASE-NO-Z PIC Z(8)9.
               03 ARRAY-CASE-OPNO BINARY-DOUBLE SIGNED VALUE 0.
               03 ARRAY-BATCH-COUNT BINARY-DOUBLE UNSIGNED VALUE 0.
               03 ARRAY-OUT-ERR-SW PIC 9 VALUE 0.
               03 ARRAY-REJECT-DSN PIC X(100) VALUE "DEQUEREJ.LOG".
               03 ARRAY-REJECT-FS PIC XX.
               03 ARRAY-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 ARRAY-REJECT-OPENED VALUE 1.
               03 ARRAY-REJECT-ERR-SW PIC 9 VALUE 0.
               03 ARRAY-IN-RECNO BINARY-LONG UNSIGNED VALUE 0.
      *>   Window mode working set. A case block whose first line is
      *>   "WINDOW n RECORDS|DAYS w [MIN|MAX|BOTH]" is not a command
      *>   block but a series of n records ("value", or "yyyymmdd
      *>   value" when the window is measured in calendar days),
      *>   and each record gets back the minimum and/or maximum
      *>   over the window ending at it. The series lives in a
      *>   ring of ARRAY-WD-MAX slots, so a window may span at most
      *>   that many records however long the series runs; the two
      *>   deques (1 = minimum, 2 = maximum) hold candidate
      *>   positions, oldest at the left, with values strictly
      *>   improving toward the right, so the window's extreme is
      *>   always the leftmost candidate and each position is
      *>   pushed and popped at most once.
           01 ARRAY-WD-WK.
               03 ARRAY-WD-MAX BINARY-LONG SIGNED VALUE 1000000.
               03 ARRAY-WD-CNT BINARY-LONG SIGNED VALUE 0.
               03 ARRAY-WD-REC-NO BINARY-LONG SIGNED VALUE 0.
               03 ARRAY-WD-WIDTH BINARY-LONG SIGNED VALUE 0.
               03 ARRAY-WD-UNIT-SW PIC X VALUE "R".
                   88 ARRAY-WD-BY-DAYS VALUE "D".
               03 ARRAY-WD-WANT PIC X(20).
                   88 ARRAY-WD-WANT-MIN VALUE "MIN" "BOTH".
                   88 ARRAY-WD-WANT-MAX VALUE "MAX" "BOTH".
               03 ARRAY-WD-BAD-SW PIC 9 VALUE 0.
               03 ARRAY-WD-TRUNC-SW PIC 9 VALUE 0.
               03 ARRAY-WD-DONE-SW PIC 9 VALUE 0.
               03 ARRAY-WD-RC PIC S9(4) VALUE 0.
               03 ARRAY-WD-POS BINARY-LONG SIGNED VALUE 0.
               03 ARRAY-WD-START BINARY-LONG SIGNED VALUE 0.
               03 ARRAY-WD-DAY BINARY-LONG SIGNED VALUE 0.
               03 ARRAY-WD-LAST-DAY BINARY-LONG SIGNED VALUE 0.
               03 ARRAY-WD-K BINARY-LONG SIGNED VALUE 0.
               03 ARRAY-WD-S BINARY-LONG SIGNED VALUE 0.
               03 ARRAY-WD-S2 BINARY-LONG SIGNED VALUE 0.
               03 ARRAY-WD-QP BINARY-LONG SIGNED VALUE 0.
               03 ARRAY-WD-V PIC S9(14)V9(4) COMP-3 VALUE 0.
               03 ARRAY-WD-DATE-9 PIC 9(8) VALUE 0.
               03 ARRAY-WD-T1 PIC X(20).
               03 ARRAY-WD-T2 PIC X(20).
               03 ARRAY-WD-T3 PIC X(20).
               03 ARRAY-WD-T4 PIC X(20).
               03 ARRAY-WD-T5 PIC X(20).
               03 ARRAY-WD-DTXT PIC X(20).
               03 ARRAY-WD-VTXT PIC X(20).
               03 ARRAY-WD-REASON PIC X(30).
               03 ARRAY-WD-MIN-TXT PIC X(20).
               03 ARRAY-WD-MAX-TXT PIC X(20).
               03 ARRAY-WD-POS-Z PIC Z(9)9.
               03 ARRAY-WD-SPAN-Z PIC Z(9)9.
               03 ARRAY-WD-RING.
                   05 ARRAY-WD-RING-I OCCURS 1000000 TIMES.
                       07 ARRAY-WD-VAL PIC S9(14)V9(4) COMP-3.
                       07 ARRAY-WD-TXT PIC X(20).
                       07 ARRAY-WD-DATE BINARY-LONG SIGNED.
               03 ARRAY-WD-DQ-TAB.
                   05 ARRAY-WD-DQ OCCURS 2 TIMES.
                       07 ARRAY-WD-L BINARY-LONG SIGNED.
                       07 ARRAY-WD-R BINARY-LONG SIGNED.
                       07 ARRAY-WD-N BINARY-LONG SIGNED.
                       07 ARRAY-WD-QPOS OCCURS 1000000 TIMES
                                   BINARY-LONG SIGNED.
       PROCEDURE DIVISION.
      *>   ARRAY-BATCH-RUN is this program's entry point, whether it
      *>   is run as its own job step or CALLed as one step of a
           MOVE 0 TO ARRAY-OUT-ERR-SW.
           MOVE 0 TO ARRAY-BATCH-COUNT.
           MOVE 0 TO ARRAY-ST-ERR-SW.
           MOVE 0 TO ARRAY-WD-RC.
           MOVE 0 TO ARRAY-IN-RECNO.
           MOVE 0 TO ARRAY-REJECT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           PERFORM ARRAY-STATE-ARM.
           OPEN INPUT ARRAY-CMD-FILE.
           OPEN OUTPUT ARRAY-OUT-FILE.
           IF ARRAY-CMD-FS = "00"
               READ ARRAY-CMD-FILE
                   AT END MOVE "10" TO ARRAY-CMD-FS
                   NOT AT END ADD 1 TO ARRAY-IN-RECNO
               END-READ
               IF ARRAY-CMD-FS NOT = "10"
                   COMPUTE ARRAY-T = FUNCTION NUMVAL(ARRAY-CMD-REC)
           END-IF.
           CLOSE ARRAY-CMD-FILE.
           CLOSE ARRAY-OUT-FILE.
           IF ARRAY-REJECT-OPENED
               CLOSE ARRAY-REJECT-FILE
               MOVE 0 TO ARRAY-REJECT-OPEN-SW
           END-IF.
      *>   Only a run that processed every case may replace the
      *>   state file — a hard failure (or the RC 8 that stopped
      *>   the case loop) withholds the rewrite and leaves the
           IF ARRAY-OUT-ERR-SW = 1
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF ARRAY-WD-RC > RETURN-CODE
               MOVE ARRAY-WD-RC TO RETURN-CODE
           END-IF.
           MOVE "ARDJOB01" TO JA-JOB-ID.
           MOVE ARRAY-CMD-DSN TO JA-INPUT-DSN.
           MOVE ARRAY-BATCH-COUNT TO JA-RECORD-COUNT.
           END-IF.
           READ ARRAY-CMD-FILE
               AT END MOVE "10" TO ARRAY-CMD-FS
               NOT AT END ADD 1 TO ARRAY-IN-RECNO
           END-READ.
           IF ARRAY-CMD-FS NOT = "10"
                   AND ARRAY-CMD-REC(1:7) = "WINDOW "
               PERFORM ARRAY-WINDOW-PROCESS
               IF ARRAY-PERSIST-MODE
                   PERFORM ARRAY-CASE-STATE-SAVE
                   MOVE ARRAY-CASE-NO TO ARRAY-CASES-DONE
               END-IF
               EXIT SECTION
           END-IF.
           IF ARRAY-CMD-FS NOT = "10"
               COMPUTE ARRAY-CASE-M = FUNCTION NUMVAL(ARRAY-CMD-REC)
               PERFORM VARYING ARRAY-CASE-OPNO FROM 1 BY 1
                       UNTIL ARRAY-CASE-OPNO > ARRAY-CASE-M
                   READ ARRAY-CMD-FILE
                       AT END MOVE "10" TO ARRAY-CMD-FS
                       NOT AT END ADD 1 TO ARRAY-IN-RECNO
                   END-READ
                   IF ARRAY-CMD-FS NOT = "10"
                       UNSTRING ARRAY-CMD-REC DELIMITED BY SPACE
                   " FS=" ARRAY-ST-FS
           END-IF.
       EXIT SECTION.
      *>   ARRAY-WINDOW-PROCESS runs one window-mode case: the
      *>   header line already read names the record count, the
      *>   unit, the width and which extremes to report. A header
      *>   it cannot use is rejected (RC 4) and, when its record
      *>   count at least reads, that many records are skipped so
      *>   the next case still starts on its own first line.
       ARRAY-WINDOW-PROCESS SECTION.
           MOVE SPACES TO ARRAY-WD-T1.
           MOVE SPACES TO ARRAY-WD-T2.
           MOVE SPACES TO ARRAY-WD-T3.
           MOVE SPACES TO ARRAY-WD-T4.
           MOVE SPACES TO ARRAY-WD-T5.
           UNSTRING ARRAY-CMD-REC DELIMITED BY ALL SPACE
               INTO ARRAY-WD-T1 ARRAY-WD-T2 ARRAY-WD-T3
                   ARRAY-WD-T4 ARRAY-WD-T5
           END-UNSTRING.
           MOVE 0 TO ARRAY-WD-BAD-SW.
           MOVE 0 TO ARRAY-WD-CNT.
           IF ARRAY-WD-T2 = SPACES
                   OR FUNCTION TEST-NUMVAL(ARRAY-WD-T2) NOT = 0
               MOVE 1 TO ARRAY-WD-BAD-SW
           ELSE
               COMPUTE ARRAY-WD-CNT = FUNCTION NUMVAL(ARRAY-WD-T2)
               IF ARRAY-WD-CNT < 0
                   MOVE 0 TO ARRAY-WD-CNT
                   MOVE 1 TO ARRAY-WD-BAD-SW
               END-IF
           END-IF.
           EVALUATE ARRAY-WD-T3
               WHEN "RECORDS"
                   MOVE "R" TO ARRAY-WD-UNIT-SW
               WHEN "DAYS"
                   MOVE "D" TO ARRAY-WD-UNIT-SW
               WHEN OTHER
                   MOVE 1 TO ARRAY-WD-BAD-SW
           END-EVALUATE.
           IF ARRAY-WD-T4 = SPACES
                   OR FUNCTION TEST-NUMVAL(ARRAY-WD-T4) NOT = 0
               MOVE 1 TO ARRAY-WD-BAD-SW
           ELSE
               COMPUTE ARRAY-WD-WIDTH =
                   FUNCTION NUMVAL(ARRAY-WD-T4)
               IF ARRAY-WD-WIDTH < 1
                       OR ARRAY-WD-WIDTH > ARRAY-WD-MAX
                   MOVE 1 TO ARRAY-WD-BAD-SW
               END-IF
           END-IF.
           MOVE ARRAY-WD-T5 TO ARRAY-WD-WANT.
           IF ARRAY-WD-WANT = SPACES
               MOVE "BOTH" TO ARRAY-WD-WANT
           END-IF.
           IF NOT ARRAY-WD-WANT-MIN AND NOT ARRAY-WD-WANT-MAX
               MOVE 1 TO ARRAY-WD-BAD-SW
           END-IF.
           IF ARRAY-WD-BAD-SW = 1
               MOVE 4 TO ARRAY-WD-RC
               MOVE ARRAY-CASE-NO TO ARRAY-CASE-NO-Z
               MOVE SPACES TO ARRAY-OUT-LINE
               STRING "CASE=" DELIMITED BY SIZE
                   FUNCTION TRIM(ARRAY-CASE-NO-Z) DELIMITED BY SIZE
                   " REJECTED HEADER=" DELIMITED BY SIZE
                   ARRAY-CMD-REC DELIMITED BY SIZE
                   INTO ARRAY-OUT-LINE
               END-STRING
               WRITE ARRAY-OUT-REC FROM ARRAY-OUT-LINE
               PERFORM ARRAY-OUT-WRITE-CHECK
               MOVE "BAD-WINDOW-HEADER" TO RJ-REASON-CODE
               MOVE "BAD COUNT, UNIT, WIDTH OR SELECTOR"
                   TO RJ-REASON-TEXT
               PERFORM ARRAY-REJREC-WRITE
               PERFORM VARYING ARRAY-WD-REC-NO FROM 1 BY 1
                       UNTIL ARRAY-WD-REC-NO > ARRAY-WD-CNT
                   READ ARRAY-CMD-FILE
                       AT END
                           MOVE "10" TO ARRAY-CMD-FS
                           MOVE ARRAY-WD-CNT TO ARRAY-WD-REC-NO
                       NOT AT END
                           ADD 1 TO ARRAY-IN-RECNO
                   END-READ
               END-PERFORM
               EXIT SECTION
           END-IF.
           PERFORM VARYING ARRAY-WD-K FROM 1 BY 1
                   UNTIL ARRAY-WD-K > 2
               MOVE 1 TO ARRAY-WD-L(ARRAY-WD-K)
               MOVE 0 TO ARRAY-WD-R(ARRAY-WD-K)
               MOVE 0 TO ARRAY-WD-N(ARRAY-WD-K)
           END-PERFORM.
           MOVE 0 TO ARRAY-WD-POS.
           MOVE 1 TO ARRAY-WD-START.
           MOVE 0 TO ARRAY-WD-LAST-DAY.
           MOVE 0 TO ARRAY-WD-TRUNC-SW.
           PERFORM VARYING ARRAY-WD-REC-NO FROM 1 BY 1
                   UNTIL ARRAY-WD-REC-NO > ARRAY-WD-CNT
               READ ARRAY-CMD-FILE
                   AT END
                       MOVE "10" TO ARRAY-CMD-FS
                       MOVE ARRAY-WD-CNT TO ARRAY-WD-REC-NO
                   NOT AT END
                       ADD 1 TO ARRAY-IN-RECNO
                       ADD 1 TO ARRAY-BATCH-COUNT
                       PERFORM ARRAY-WINDOW-STEP
               END-READ
           END-PERFORM.
       EXIT SECTION.
      *>   ARRAY-WINDOW-STEP admits one series record. A value that
      *>   is not a number, a date that is not a calendar date, or
      *>   a date earlier than the record before it is rejected
      *>   with its record number and takes no position; otherwise
      *>   the window start moves up to the new position's reach,
      *>   stale candidates leave the left of each deque, the new
      *>   position enters at the right, and the leftmost
      *>   candidates are this position's extremes.
       ARRAY-WINDOW-STEP SECTION.
           MOVE SPACES TO ARRAY-WD-T1.
           MOVE SPACES TO ARRAY-WD-T2.
           UNSTRING ARRAY-CMD-REC DELIMITED BY ALL SPACE
               INTO ARRAY-WD-T1 ARRAY-WD-T2
           END-UNSTRING.
           MOVE SPACES TO ARRAY-WD-REASON.
           IF ARRAY-WD-BY-DAYS
               MOVE ARRAY-WD-T1 TO ARRAY-WD-DTXT
               MOVE ARRAY-WD-T2 TO ARRAY-WD-VTXT
               IF ARRAY-WD-DTXT(1:8) IS NOT NUMERIC
                       OR ARRAY-WD-DTXT(9:) NOT = SPACES
                   MOVE "BAD DATE" TO ARRAY-WD-REASON
               ELSE
                   MOVE ARRAY-WD-DTXT(1:8) TO ARRAY-WD-DATE-9
                   IF FUNCTION TEST-DATE-YYYYMMDD(ARRAY-WD-DATE-9)
                           NOT = 0
                       MOVE "BAD DATE" TO ARRAY-WD-REASON
                   ELSE
                       COMPUTE ARRAY-WD-DAY =
                           FUNCTION INTEGER-OF-DATE(ARRAY-WD-DATE-9)
                       IF ARRAY-WD-POS > 0
                               AND ARRAY-WD-DAY < ARRAY-WD-LAST-DAY
                           MOVE "DATE OUT OF SEQUENCE"
                               TO ARRAY-WD-REASON
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE ARRAY-WD-T1 TO ARRAY-WD-VTXT
               MOVE 0 TO ARRAY-WD-DAY
           END-IF.
           IF ARRAY-WD-REASON = SPACES
               IF ARRAY-WD-VTXT = SPACES
                       OR FUNCTION TEST-NUMVAL(ARRAY-WD-VTXT) NOT = 0
                   MOVE "BAD VALUE" TO ARRAY-WD-REASON
               ELSE
                   IF FUNCTION ABS(FUNCTION NUMVAL(ARRAY-WD-VTXT))
                           >= 100000000000000
                       MOVE "VALUE OUT OF RANGE" TO ARRAY-WD-REASON
                   END-IF
               END-IF
           END-IF.
           IF ARRAY-WD-REASON NOT = SPACES
               PERFORM ARRAY-WINDOW-REJECT
               EXIT SECTION
           END-IF.
           COMPUTE ARRAY-WD-V = FUNCTION NUMVAL(ARRAY-WD-VTXT).
           MOVE ARRAY-WD-DAY TO ARRAY-WD-LAST-DAY.
           ADD 1 TO ARRAY-WD-POS.
           COMPUTE ARRAY-WD-S =
               FUNCTION MOD(ARRAY-WD-POS - 1, ARRAY-WD-MAX) + 1.
           MOVE ARRAY-WD-V TO ARRAY-WD-VAL(ARRAY-WD-S).
           MOVE ARRAY-WD-VTXT TO ARRAY-WD-TXT(ARRAY-WD-S).
           MOVE ARRAY-WD-DAY TO ARRAY-WD-DATE(ARRAY-WD-S).
      *>   The ring only remembers ARRAY-WD-MAX positions, so a day
      *>   window reaching back further is cut to that many records
      *>   first (once per case, diagnosed, RC 4) — the day walk
      *>   below must never read a slot the new record has reused.
           IF ARRAY-WD-POS - ARRAY-WD-START + 1 > ARRAY-WD-MAX
               COMPUTE ARRAY-WD-START =
                   ARRAY-WD-POS - ARRAY-WD-MAX + 1
               IF ARRAY-WD-TRUNC-SW = 0
                   MOVE 1 TO ARRAY-WD-TRUNC-SW
                   MOVE 4 TO ARRAY-WD-RC
                   DISPLAY "ARRAYDEQUE: WINDOW CUT TO "
                       ARRAY-WD-MAX " RECORDS, CASE=" ARRAY-CASE-NO
               END-IF
           END-IF.
           IF ARRAY-WD-BY-DAYS
               COMPUTE ARRAY-WD-S2 =
                   FUNCTION MOD(ARRAY-WD-START - 1, ARRAY-WD-MAX) + 1
               PERFORM UNTIL ARRAY-WD-DATE(ARRAY-WD-S2)
                       > ARRAY-WD-DAY - ARRAY-WD-WIDTH
                   ADD 1 TO ARRAY-WD-START
                   COMPUTE ARRAY-WD-S2 =
                       FUNCTION MOD(ARRAY-WD-START - 1,
                           ARRAY-WD-MAX) + 1
               END-PERFORM
           ELSE
               IF ARRAY-WD-POS - ARRAY-WD-WIDTH + 1 > ARRAY-WD-START
                   COMPUTE ARRAY-WD-START =
                       ARRAY-WD-POS - ARRAY-WD-WIDTH + 1
               END-IF
           END-IF.
           MOVE SPACES TO ARRAY-WD-MIN-TXT.
           MOVE SPACES TO ARRAY-WD-MAX-TXT.
           IF ARRAY-WD-WANT-MIN
               MOVE 1 TO ARRAY-WD-K
               PERFORM ARRAY-WINDOW-SLIDE
               MOVE ARRAY-WD-TXT(ARRAY-WD-S2) TO ARRAY-WD-MIN-TXT
           END-IF.
           IF ARRAY-WD-WANT-MAX
               MOVE 2 TO ARRAY-WD-K
               PERFORM ARRAY-WINDOW-SLIDE
               MOVE ARRAY-WD-TXT(ARRAY-WD-S2) TO ARRAY-WD-MAX-TXT
           END-IF.
           PERFORM ARRAY-WINDOW-LINE-WRITE.
       EXIT SECTION.
      *>   ARRAY-WINDOW-SLIDE moves deque ARRAY-WD-K on by the new
      *>   position: candidates now before the window start leave
      *>   from the left, candidates the new value equals or beats
      *>   leave from the right (they can never be the extreme
      *>   again while it is in the window), and the new position
      *>   goes on the right. The wrap arithmetic is ARRAY-APPEND's
      *>   and ARRAY-POP's. ARRAY-WD-S2 comes back as the ring slot
      *>   of the leftmost candidate — the window's extreme.
       ARRAY-WINDOW-SLIDE SECTION.
           MOVE 0 TO ARRAY-WD-DONE-SW.
           PERFORM UNTIL ARRAY-WD-DONE-SW = 1
               IF ARRAY-WD-N(ARRAY-WD-K) = 0
                   MOVE 1 TO ARRAY-WD-DONE-SW
               ELSE
                   IF ARRAY-WD-QPOS(ARRAY-WD-K
                           ARRAY-WD-L(ARRAY-WD-K)) < ARRAY-WD-START
                       COMPUTE ARRAY-WD-L(ARRAY-WD-K) =
                           FUNCTION MOD(ARRAY-WD-L(ARRAY-WD-K),
                               ARRAY-WD-MAX) + 1
                       SUBTRACT 1 FROM ARRAY-WD-N(ARRAY-WD-K)
                   ELSE
                       MOVE 1 TO ARRAY-WD-DONE-SW
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO ARRAY-WD-DONE-SW.
           PERFORM UNTIL ARRAY-WD-DONE-SW = 1
               IF ARRAY-WD-N(ARRAY-WD-K) = 0
                   MOVE 1 TO ARRAY-WD-DONE-SW
               ELSE
                   MOVE ARRAY-WD-QPOS(ARRAY-WD-K
                       ARRAY-WD-R(ARRAY-WD-K)) TO ARRAY-WD-QP
                   COMPUTE ARRAY-WD-S2 =
                       FUNCTION MOD(ARRAY-WD-QP - 1,
                           ARRAY-WD-MAX) + 1
                   IF (ARRAY-WD-K = 1 AND
                           ARRAY-WD-VAL(ARRAY-WD-S2) >= ARRAY-WD-V)
                       OR (ARRAY-WD-K = 2 AND
                           ARRAY-WD-VAL(ARRAY-WD-S2) <= ARRAY-WD-V)
                       COMPUTE ARRAY-WD-R(ARRAY-WD-K) =
                           FUNCTION MOD(ARRAY-WD-R(ARRAY-WD-K) - 2
                               + ARRAY-WD-MAX, ARRAY-WD-MAX) + 1
                       SUBTRACT 1 FROM ARRAY-WD-N(ARRAY-WD-K)
                   ELSE
                       MOVE 1 TO ARRAY-WD-DONE-SW
                   END-IF
               END-IF
           END-PERFORM.
           ADD 1 TO ARRAY-WD-N(ARRAY-WD-K).
           COMPUTE ARRAY-WD-R(ARRAY-WD-K) =
               FUNCTION MOD(ARRAY-WD-R(ARRAY-WD-K),
                   ARRAY-WD-MAX) + 1.
           MOVE ARRAY-WD-POS
               TO ARRAY-WD-QPOS(ARRAY-WD-K ARRAY-WD-R(ARRAY-WD-K)).
           MOVE ARRAY-WD-QPOS(ARRAY-WD-K ARRAY-WD-L(ARRAY-WD-K))
               TO ARRAY-WD-QP.
           COMPUTE ARRAY-WD-S2 =
               FUNCTION MOD(ARRAY-WD-QP - 1, ARRAY-WD-MAX) + 1.
       EXIT SECTION.
      *>   ARRAY-WINDOW-LINE-WRITE reports one position: its number,
      *>   its date in a day window, how many records the window
      *>   holds (fewer than the width while the series fills it),
      *>   and the extremes exactly as they were supplied.
       ARRAY-WINDOW-LINE-WRITE SECTION.
           MOVE ARRAY-CASE-NO TO ARRAY-CASE-NO-Z.
           MOVE ARRAY-WD-POS TO ARRAY-WD-POS-Z.
           COMPUTE ARRAY-WD-QP = ARRAY-WD-POS - ARRAY-WD-START + 1.
           MOVE ARRAY-WD-QP TO ARRAY-WD-SPAN-Z.
           MOVE SPACES TO ARRAY-OUT-LINE.
           MOVE 1 TO ARRAY-WD-QP.
           STRING "CASE=" DELIMITED BY SIZE
               FUNCTION TRIM(ARRAY-CASE-NO-Z) DELIMITED BY SIZE
               " POS=" DELIMITED BY SIZE
               FUNCTION TRIM(ARRAY-WD-POS-Z) DELIMITED BY SIZE
               INTO ARRAY-OUT-LINE
               WITH POINTER ARRAY-WD-QP
           END-STRING.
           IF ARRAY-WD-BY-DAYS
               STRING " DATE=" DELIMITED BY SIZE
                   ARRAY-WD-DTXT(1:8) DELIMITED BY SIZE
                   INTO ARRAY-OUT-LINE
                   WITH POINTER ARRAY-WD-QP
               END-STRING
           END-IF.
           STRING " SPAN=" DELIMITED BY SIZE
               FUNCTION TRIM(ARRAY-WD-SPAN-Z) DELIMITED BY SIZE
               INTO ARRAY-OUT-LINE
               WITH POINTER ARRAY-WD-QP
           END-STRING.
           IF ARRAY-WD-WANT-MIN
               STRING " MIN=" DELIMITED BY SIZE
                   ARRAY-WD-MIN-TXT DELIMITED BY SPACE
                   INTO ARRAY-OUT-LINE
                   WITH POINTER ARRAY-WD-QP
               END-STRING
           END-IF.
           IF ARRAY-WD-WANT-MAX
               STRING " MAX=" DELIMITED BY SIZE
                   ARRAY-WD-MAX-TXT DELIMITED BY SPACE
                   INTO ARRAY-OUT-LINE
                   WITH POINTER ARRAY-WD-QP
               END-STRING
           END-IF.
           WRITE ARRAY-OUT-REC FROM ARRAY-OUT-LINE.
           PERFORM ARRAY-OUT-WRITE-CHECK.
       EXIT SECTION.
      *>   ARRAY-WINDOW-REJECT answers a refused series record with
      *>   its position in the case and ARRAY-WD-REASON, and sends
      *>   it to the reject trail under the matching reason code.
       ARRAY-WINDOW-REJECT SECTION.
           MOVE 4 TO ARRAY-WD-RC.
           MOVE ARRAY-CASE-NO TO ARRAY-CASE-NO-Z.
           MOVE ARRAY-WD-REC-NO TO ARRAY-WD-POS-Z.
           MOVE SPACES TO ARRAY-OUT-LINE.
           STRING "CASE=" DELIMITED BY SIZE
               FUNCTION TRIM(ARRAY-CASE-NO-Z) DELIMITED BY SIZE
               " REJECTED RECORD=" DELIMITED BY SIZE
               FUNCTION TRIM(ARRAY-WD-POS-Z) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ARRAY-WD-REASON) DELIMITED BY SIZE
               " TEXT=" DELIMITED BY SIZE
               ARRAY-CMD-REC DELIMITED BY SIZE
               INTO ARRAY-OUT-LINE
           END-STRING.
           WRITE ARRAY-OUT-REC FROM ARRAY-OUT-LINE.
           PERFORM ARRAY-OUT-WRITE-CHECK.
           EVALUATE ARRAY-WD-REASON
               WHEN "BAD DATE"
                   MOVE "BAD-DATE" TO RJ-REASON-CODE
                   MOVE "DATE NOT A CALENDAR YYYYMMDD DATE"
                       TO RJ-REASON-TEXT
               WHEN "DATE OUT OF SEQUENCE"
                   MOVE "DATE-SEQUENCE" TO RJ-REASON-CODE
                   MOVE "DATE EARLIER THAN THE PRIOR RECORD"
                       TO RJ-REASON-TEXT
               WHEN "BAD VALUE"
                   MOVE "BAD-VALUE" TO RJ-REASON-CODE
                   MOVE "VALUE NOT A NUMBER" TO RJ-REASON-TEXT
               WHEN "VALUE OUT OF RANGE"
                   MOVE "VALUE-RANGE" TO RJ-REASON-CODE
                   MOVE "VALUE NOT UNDER 10**14 IN MAGNITUDE"
                       TO RJ-REASON-TEXT
               WHEN OTHER
                   MOVE ARRAY-WD-REASON TO RJ-REASON-CODE
                   MOVE SPACES TO RJ-REASON-TEXT
           END-EVALUATE.
           PERFORM ARRAY-REJREC-WRITE.
       EXIT SECTION.
      *>   ARRAY-REJREC-WRITE finishes the reject record the caller
      *>   staged and appends it to ARRAY-REJECT-DSN, opened on first
      *>   use; a failing trail is diagnosed once and leaves the
      *>   step's RC alone, the record already being refused.
       ARRAY-REJREC-WRITE SECTION.
           MOVE "ARRAYDEQUE" TO RJ-PROGRAM.
           MOVE ARRAY-CMD-DSN TO RJ-INPUT-DSN.
           MOVE ARRAY-IN-RECNO TO RJ-RECORD-NO.
           MOVE ARRAY-CMD-REC TO RJ-IMAGE.
           PERFORM REJREC-STAMP.
           IF NOT ARRAY-REJECT-OPENED
               OPEN EXTEND ARRAY-REJECT-FILE
               IF ARRAY-REJECT-FS = "05" OR ARRAY-REJECT-FS = "35"
                   OPEN OUTPUT ARRAY-REJECT-FILE
               END-IF
               MOVE 1 TO ARRAY-REJECT-OPEN-SW
           END-IF.
           WRITE ARRAY-REJECT-REC FROM RJ-RECORD.
           IF ARRAY-REJECT-FS NOT = "00" AND ARRAY-REJECT-ERR-SW = 0
               MOVE 1 TO ARRAY-REJECT-ERR-SW
               DISPLAY "ARRAYDEQUE: WRITE FAILED ON DSN="
                   FUNCTION TRIM(ARRAY-REJECT-DSN)
                   " FS=" ARRAY-REJECT-FS
           END-IF.
       EXIT SECTION.
      *>   ARRAY-APPEND refuses to push past ARRAY-MAX live elements
      *>   and raises a diagnostic instead of overrunning ARRAY-LST;
      *>   the full test is on ARRAY-N, the live depth, since the
           END-IF.
       EXIT SECTION.
       COPY "JOBAUDITP.cpy".
       COPY "REJRECP.cpy".
       END PROGRAM ARRAYDEQUE.
