      *>   CASE-REJECT-FILE gets one line per case header UNSTRING
      *>   could not cleanly split into exactly N and M, so a malformed
      *>   upstream extract is visible instead of running with whatever
      *>   partial value landed in N or M. Its records are the shared
      *>   REJREC.cpy layout the other drivers' reject trails use.
           SELECT CASE-REJECT-FILE ASSIGN TO DYNAMIC CASE-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CASE-REJECT-FS.
      *>   with a nonzero RETURN-CODE on any FAIL — so a BATCHSUITE
      *>   COND= clause can gate the rest of the battery on the
      *>   certification instead of a human diffing answer folders.
      *>   A CASE-TIME-LIMIT run opens the verdict dataset too, even
      *>   without expectations, for its TLE verdicts and the
      *>   five-slowest list under the summary.
           SELECT CASE-EXPECT-FILE ASSIGN TO DYNAMIC CASE-EXPECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CASE-EXPECT-FS.
           FD SYSIN-DISK.
               01 INP-DISK PIC X(2200000).
           FD CASE-REJECT-FILE.
               01 CASE-REJECT-REC PIC X(250).
           FD CASE-ANSWER-FILE.
               01 CASE-ANSWER-REC PIC X(80).
           FD CASE-EXPECT-FILE.
           FD CASE-VERDICT-FILE.
               01 CASE-VERDICT-REC PIC X(180).
       WORKING-STORAGE SECTION.
           COPY "REJREC.cpy".
           01 WK.
      *>   INP-WK matches SYSIN-DISK's full record width: disk-mode
      *>   reads used to take only the first 8190 bytes of INP-DISK,
      *>   audit writers); the mainline closes it before STOP RUN.
               03 CASE-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 CASE-REJECT-OPENED VALUE 1.
               03 CASE-ANSWER-DSN PIC X(100) VALUE "CASEANSWER.DAT".
               03 CASE-ANSWER-FS PIC XX.
               03 CASE-OUT-ERR-SW PIC 9 VALUE 0.
      *>   the verdict dataset closes with a summary. A case with no
      *>   expectation, or an expectation left unmatched by any
      *>   case, is a FAIL — a certification that shrugs at missing
      *>   rows certifies nothing. A case abandoned over its time
      *>   limit (TLE) or rejected on its input (REJECT) is counted
      *>   on its own, apart from the wrong answers.
           01 VER-WK.
               03 CASE-EXPECT-DSN PIC X(100).
               03 CASE-EXPECT-FS PIC XX.
               03 VER-HIT BINARY-LONG SIGNED VALUE 0.
               03 VER-PASS-CNT BINARY-LONG UNSIGNED VALUE 0.
               03 VER-FAIL-CNT BINARY-LONG UNSIGNED VALUE 0.
               03 VER-TLE-CNT BINARY-LONG UNSIGNED VALUE 0.
               03 VER-REJ-CNT BINARY-LONG UNSIGNED VALUE 0.
      *>   VER-FILE-SW is on while CASE-VERDICT-FILE is open: a run
      *>   with a time limit but no expectations still owes the
      *>   verdict dataset its TLE and reject lines and the summary.
               03 VER-FILE-SW PIC 9 VALUE 0.
                   88 VER-FILE-OPEN VALUE 1.
               03 VER-HEAD-LEN BINARY-LONG SIGNED VALUE 0.
               03 VER-GOT-LEN BINARY-LONG SIGNED VALUE 0.
               03 VER-CASE-T PIC X(12).
               03 VER-VAL-Z PIC Z(8)9.
               03 VER-PT BINARY-LONG SIGNED VALUE 1.
                       07 VER-E-CASE BINARY-LONG SIGNED.
                       07 VER-E-TEXT PIC X(80).
                       07 VER-E-USED PIC 9.
      *>   Per-case clock: CASE-TIME-LIMIT (environment, seconds,
      *>   decimals allowed) caps each case; zero or unset means no
      *>   cap. Times are kept in hundredths of a second off the
      *>   CURRENT-DATE clock, wrapped across midnight. A case found
      *>   over its cap is abandoned as TLE — its remaining records
      *>   are still drained so the next case header lines up — and
      *>   TIME-SLOW keeps the five slowest cases for the summary.
           01 TIME-WK.
               03 TIME-LIMIT-T PIC X(20).
               03 TIME-LIMIT-HS BINARY-DOUBLE SIGNED VALUE 0.
               03 TIME-START-HS BINARY-DOUBLE SIGNED VALUE 0.
               03 TIME-NOW-HS BINARY-DOUBLE SIGNED VALUE 0.
               03 TIME-ELAPSED-HS BINARY-DOUBLE SIGNED VALUE 0.
               03 TIME-CLOCK PIC X(8).
               03 TIME-CLOCK-R REDEFINES TIME-CLOCK.
                   05 TIME-CLOCK-HH PIC 99.
                   05 TIME-CLOCK-MI PIC 99.
                   05 TIME-CLOCK-SS PIC 99.
                   05 TIME-CLOCK-CC PIC 99.
               03 TIME-SEC PIC 9(9)V99 VALUE 0.
               03 TIME-SEC-Z PIC Z(8)9.99.
               03 TIME-LIMIT-Z PIC Z(8)9.99.
               03 TIME-TLE-SW PIC 9 VALUE 0.
                   88 CASE-TLE VALUE 1.
               03 TIME-LIMIT-ERR-SW PIC 9 VALUE 0.
                   88 TIME-LIMIT-BAD VALUE 1.
               03 TIME-SLOW-CNT BINARY-LONG SIGNED VALUE 0.
               03 TIME-SLOW-I BINARY-LONG SIGNED VALUE 0.
               03 TIME-SLOW-TAB.
                   05 TIME-SLOW-E OCCURS 5 TIMES.
                       07 TIME-SLOW-CASE BINARY-DOUBLE SIGNED.
                       07 TIME-SLOW-HS BINARY-DOUBLE SIGNED.
                       07 TIME-SLOW-TLE PIC 9.
      *>   INPUT-DOUBLE/OUTPUT-DOUBLE work a value too wide for a
      *>   single 18-digit MOVE as two 18-digit halves.
           01 INPUT-WK.
           IF CASE-EXPECT-DSN NOT = SPACES
               MOVE 1 TO VER-MODE-SW
               PERFORM CASE-EXPECT-LOAD
           END-IF.
           PERFORM CASE-TIME-LIMIT-PICKUP.
           IF VER-MODE OR TIME-LIMIT-HS > 0
               OPEN OUTPUT CASE-VERDICT-FILE
               IF CASE-VERDICT-FS NOT = "00"
                   MOVE 8 TO RETURN-CODE
                       FUNCTION TRIM(CASE-VERDICT-DSN)
                       " FS=" CASE-VERDICT-FS
                   MOVE 0 TO VER-MODE-SW
               ELSE
                   MOVE 1 TO VER-FILE-SW
               END-IF
           END-IF.
           PERFORM VARYING CASE-NO FROM 1 BY 1 UNTIL CASE-NO > T
               PERFORM CASE-PROCESS
           END-PERFORM.
           CLOSE CASE-ANSWER-FILE.
           IF VER-FILE-OPEN
               IF VER-MODE
                   PERFORM CASE-VERIFY-SWEEP
               END-IF
               PERFORM CASE-VERDICT-SUMMARY-WRITE
               CLOSE CASE-VERDICT-FILE
               MOVE 0 TO VER-FILE-SW
               IF (VER-FAIL-CNT > 0 OR VER-TLE-CNT > 0)
                       AND RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           ELSE
               CLOSE SYSIN
           END-IF.
      *>   A lost answer or reject record, or a time limit that
      *>   could not be read, outranks any per-case RC.
           IF CASE-OUT-ERR-SW = 1 OR TIME-LIMIT-BAD
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *>   CASE-PROCESS runs the original single-case read/compute/
      *>   DISPLAY logic for one test case; the mainline above PERFORMs
      *>   it T times in this one job step.
      *>   The case's clock starts before its header is read, and
      *>   CASE-TIME-CHECK runs once per list record (where a job's
      *>   per-record work goes, under NOT CASE-TLE) and once more
      *>   before the answer is written, so a case that only runs
      *>   long in its final stretch is still caught.
       CASE-PROCESS SECTION.
           MOVE 0 TO CASE-WIDTH-SW.
           MOVE 0 TO TIME-TLE-SW.
           PERFORM CASE-CLOCK-READ.
           MOVE TIME-NOW-HS TO TIME-START-HS.
           IF SYSIN-DISK-MODE
               PERFORM CASE-DISK-READ
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INP-WK))
           IF CASE-OVERWIDE
               MOVE 4 TO RETURN-CODE
               PERFORM CASE-OVERWIDE-WRITE
               PERFORM CASE-REJECT-VERDICT
               EXIT SECTION
           END-IF.
           MOVE 0 TO CASE-REJECT-SW.
           IF CASE-REJECTED
               MOVE 4 TO RETURN-CODE
               PERFORM CASE-REJECT-WRITE
               PERFORM CASE-REJECT-VERDICT
           ELSE
               IF SYSIN-DISK-MODE
                   READ SYSIN-DISK
                       IF CASE-OVERWIDE
                           MOVE 4 TO RETURN-CODE
                           PERFORM CASE-OVERWIDE-WRITE
                           PERFORM CASE-REJECT-VERDICT
                           COMPUTE I = N + 1
                       END-IF
                   ELSE
                       ACCEPT INP-WK
                   END-IF
                   IF NOT CASE-TLE
                       PERFORM CASE-TIME-CHECK
                   END-IF
               END-PERFORM
               IF NOT CASE-OVERWIDE
                   IF NOT CASE-TLE
                       PERFORM CASE-TIME-CHECK
                   END-IF
                   IF CASE-TLE
                       DISPLAY "TLE"
                       PERFORM CASE-TLE-WRITE
                   ELSE
                       IF BOOL DISPLAY "Yes" ELSE DISPLAY "No" END-IF
                       MOVE ANS TO ANS-Z
                       DISPLAY FUNCTION TRIM(ANS-Z)
                       PERFORM CASE-ANSWER-WRITE
                   END-IF
                   PERFORM CASE-SLOW-RANK
               END-IF
           END-IF.
       EXIT SECTION.
      *>   CASE-CLOCK-READ leaves the time of day in TIME-NOW-HS as
      *>   hundredths of a second since midnight.
       CASE-CLOCK-READ SECTION.
           MOVE FUNCTION CURRENT-DATE(9:8) TO TIME-CLOCK.
           COMPUTE TIME-NOW-HS = TIME-CLOCK-HH * 360000
               + TIME-CLOCK-MI * 6000
               + TIME-CLOCK-SS * 100
               + TIME-CLOCK-CC.
       EXIT SECTION.
      *>   CASE-TIME-CHECK brings TIME-ELAPSED-HS up to date for the
      *>   running case and turns CASE-TLE on once it is past the
      *>   limit. A case running across midnight wraps, not goes
      *>   negative.
       CASE-TIME-CHECK SECTION.
           PERFORM CASE-CLOCK-READ.
           COMPUTE TIME-ELAPSED-HS = TIME-NOW-HS - TIME-START-HS.
           IF TIME-ELAPSED-HS < 0
               ADD 8640000 TO TIME-ELAPSED-HS
           END-IF.
           IF TIME-LIMIT-HS > 0 AND TIME-ELAPSED-HS > TIME-LIMIT-HS
               MOVE 1 TO TIME-TLE-SW
           END-IF.
       EXIT SECTION.
      *>   CASE-TIME-LIMIT-PICKUP reads the per-case limit. A value
      *>   that is not a number is refused with RC 8 and the run goes
      *>   on uncapped, rather than capping every case at zero.
       CASE-TIME-LIMIT-PICKUP SECTION.
           MOVE 0 TO TIME-LIMIT-HS.
           MOVE SPACES TO TIME-LIMIT-T.
           ACCEPT TIME-LIMIT-T FROM ENVIRONMENT "CASE-TIME-LIMIT"
               ON EXCEPTION
                   MOVE SPACES TO TIME-LIMIT-T
           END-ACCEPT.
           IF TIME-LIMIT-T = SPACES
               EXIT SECTION
           END-IF.
           IF FUNCTION TEST-NUMVAL(TIME-LIMIT-T) NOT = 0
               MOVE 1 TO TIME-LIMIT-ERR-SW
               DISPLAY "ATCODER: BAD CASE-TIME-LIMIT="
                   FUNCTION TRIM(TIME-LIMIT-T)
               EXIT SECTION
           END-IF.
           COMPUTE TIME-LIMIT-HS =
               FUNCTION NUMVAL(TIME-LIMIT-T) * 100.
           IF TIME-LIMIT-HS < 0
               MOVE 0 TO TIME-LIMIT-HS
           END-IF.
           IF TIME-LIMIT-HS = 0
                   AND FUNCTION NUMVAL(TIME-LIMIT-T) > 0
               MOVE 1 TO TIME-LIMIT-HS
           END-IF.
       EXIT SECTION.
      *>   CASE-ELAPSED-EDIT turns TIME-ELAPSED-HS into seconds with
      *>   two decimals in TIME-SEC-Z.
       CASE-ELAPSED-EDIT SECTION.
           COMPUTE TIME-SEC = TIME-ELAPSED-HS / 100.
           MOVE TIME-SEC TO TIME-SEC-Z.
       EXIT SECTION.
      *>   CASE-TLE-WRITE records an abandoned case: the answer
      *>   dataset carries ANSWER=TLE with the elapsed time, so a
      *>   following step sees the case was not computed, and the
      *>   verdict dataset carries the TLE verdict against the limit.
      *>   The case's expectation, if any, is consumed here so the
      *>   sweep does not count it a second time as unmatched.
       CASE-TLE-WRITE SECTION.
           ADD 1 TO VER-TLE-CNT.
           MOVE 4 TO RETURN-CODE.
           MOVE CASE-NO TO CASE-NO-Z.
           PERFORM CASE-ELAPSED-EDIT.
           MOVE SPACES TO CASE-ANSWER-LINE.
           STRING "CASE=" DELIMITED BY SIZE
               FUNCTION TRIM(CASE-NO-Z) DELIMITED BY SIZE
               " ANSWER=TLE ELAPSED=" DELIMITED BY SIZE
               FUNCTION TRIM(TIME-SEC-Z) DELIMITED BY SIZE
               INTO CASE-ANSWER-LINE
           END-STRING.
           WRITE CASE-ANSWER-REC FROM CASE-ANSWER-LINE.
           IF CASE-ANSWER-FS NOT = "00" AND CASE-OUT-ERR-SW = 0
               MOVE 1 TO CASE-OUT-ERR-SW
               DISPLAY "ATCODER: WRITE FAILED ON DSN="
                   FUNCTION TRIM(CASE-ANSWER-DSN)
                   " FS=" CASE-ANSWER-FS
           END-IF.
           IF NOT VER-FILE-OPEN
               EXIT SECTION
           END-IF.
           PERFORM CASE-EXPECT-CONSUME.
           COMPUTE TIME-SEC = TIME-LIMIT-HS / 100.
           MOVE TIME-SEC TO TIME-LIMIT-Z.
           MOVE SPACES TO VER-LINE.
           STRING "CASE=" DELIMITED BY SIZE
               FUNCTION TRIM(CASE-NO-Z) DELIMITED BY SIZE
               " TLE ELAPSED=" DELIMITED BY SIZE
               FUNCTION TRIM(TIME-SEC-Z) DELIMITED BY SIZE
               " LIMIT=" DELIMITED BY SIZE
               FUNCTION TRIM(TIME-LIMIT-Z) DELIMITED BY SIZE
               INTO VER-LINE
           END-STRING.
           PERFORM CASE-VERDICT-LINE-WRITE.
       EXIT SECTION.
      *>   CASE-REJECT-VERDICT puts a rejected case on the verdict
      *>   dataset as REJECT, counted apart from wrong answers, and
      *>   consumes its expectation the way CASE-TLE-WRITE does.
       CASE-REJECT-VERDICT SECTION.
           ADD 1 TO VER-REJ-CNT.
           IF NOT VER-FILE-OPEN
               EXIT SECTION
           END-IF.
           PERFORM CASE-EXPECT-CONSUME.
           MOVE CASE-NO TO CASE-NO-Z.
           MOVE SPACES TO VER-LINE.
           IF CASE-OVERWIDE
               STRING "CASE=" DELIMITED BY SIZE
                   FUNCTION TRIM(CASE-NO-Z) DELIMITED BY SIZE
                   " REJECT RECORD-WIDTH" DELIMITED BY SIZE
                   INTO VER-LINE
               END-STRING
           ELSE
               STRING "CASE=" DELIMITED BY SIZE
                   FUNCTION TRIM(CASE-NO-Z) DELIMITED BY SIZE
                   " REJECT CASE-HEADER" DELIMITED BY SIZE
                   INTO VER-LINE
               END-STRING
           END-IF.
           PERFORM CASE-VERDICT-LINE-WRITE.
       EXIT SECTION.
      *>   CASE-EXPECT-CONSUME marks this case's first unused
      *>   expectation as used without judging it.
       CASE-EXPECT-CONSUME SECTION.
           IF NOT VER-MODE
               EXIT SECTION
           END-IF.
           MOVE 0 TO VER-HIT.
           PERFORM VARYING VER-I FROM 1 BY 1
                   UNTIL VER-I > VER-CNT
                   OR VER-HIT > 0
               IF VER-E-CASE(VER-I) = CASE-NO
                       AND VER-E-USED(VER-I) = 0
                   MOVE VER-I TO VER-HIT
                   MOVE 1 TO VER-E-USED(VER-I)
               END-IF
           END-PERFORM.
       EXIT SECTION.
       CASE-VERDICT-LINE-WRITE SECTION.
           WRITE CASE-VERDICT-REC FROM VER-LINE.
           IF CASE-VERDICT-FS NOT = "00" AND CASE-OUT-ERR-SW = 0
               MOVE 1 TO CASE-OUT-ERR-SW
               DISPLAY "ATCODER: WRITE FAILED ON DSN="
                   FUNCTION TRIM(CASE-VERDICT-DSN)
                   " FS=" CASE-VERDICT-FS
           END-IF.
       EXIT SECTION.
      *>   CASE-SLOW-RANK files the case just finished into the
      *>   five-slowest table, slowest first; a full table drops its
      *>   fifth entry to make room.
       CASE-SLOW-RANK SECTION.
           IF TIME-SLOW-CNT < 5
               ADD 1 TO TIME-SLOW-CNT
           ELSE
               IF TIME-ELAPSED-HS <= TIME-SLOW-HS(5)
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE TIME-SLOW-CNT TO TIME-SLOW-I.
           PERFORM UNTIL TIME-SLOW-I <= 1
                   OR TIME-SLOW-HS(TIME-SLOW-I - 1) >= TIME-ELAPSED-HS
               MOVE TIME-SLOW-E(TIME-SLOW-I - 1)
                   TO TIME-SLOW-E(TIME-SLOW-I)
               SUBTRACT 1 FROM TIME-SLOW-I
           END-PERFORM.
           MOVE CASE-NO TO TIME-SLOW-CASE(TIME-SLOW-I).
           MOVE TIME-ELAPSED-HS TO TIME-SLOW-HS(TIME-SLOW-I).
           MOVE TIME-TLE-SW TO TIME-SLOW-TLE(TIME-SLOW-I).
       EXIT SECTION.
      *>   CASE-DISK-READ brings the next disk record across at its
      *>   full width and flags a record that fills SYSIN-DISK's FD
      *>   to the last byte — the one shape that can mean the real
      *>   with the width reason, the same trail the malformed
      *>   headers already use.
       CASE-OVERWIDE-WRITE SECTION.
           MOVE "RECORD-WIDTH" TO RJ-REASON-CODE.
           MOVE "RECORD WIDER THAN SYSIN-DISK RECORD"
               TO RJ-REASON-TEXT.
           PERFORM CASE-REJREC-WRITE.
       EXIT SECTION.
      *>   CASE-ANSWER-WRITE records this case's verdict and answer
      *>   value as one data record, the figures the DISPLAYs above
      *>   only ever left in the job log, with the case's elapsed
      *>   seconds as the trailing ELAPSED= token.
       CASE-ANSWER-WRITE SECTION.
           MOVE CASE-NO TO CASE-NO-Z.
           PERFORM CASE-ELAPSED-EDIT.
           MOVE SPACES TO CASE-ANSWER-LINE.
           IF BOOL
               STRING "CASE=" DELIMITED BY SIZE
                   FUNCTION TRIM(CASE-NO-Z) DELIMITED BY SIZE
                   " ANSWER=Yes ANS=" DELIMITED BY SIZE
                   FUNCTION TRIM(ANS-Z) DELIMITED BY SIZE
                   " ELAPSED=" DELIMITED BY SIZE
                   FUNCTION TRIM(TIME-SEC-Z) DELIMITED BY SIZE
                   INTO CASE-ANSWER-LINE
               END-STRING
           ELSE
                   FUNCTION TRIM(CASE-NO-Z) DELIMITED BY SIZE
                   " ANSWER=No ANS=" DELIMITED BY SIZE
                   FUNCTION TRIM(ANS-Z) DELIMITED BY SIZE
                   " ELAPSED=" DELIMITED BY SIZE
                   FUNCTION TRIM(TIME-SEC-Z) DELIMITED BY SIZE
                   INTO CASE-ANSWER-LINE
               END-STRING
           END-IF.
       EXIT SECTION.
      *>   CASE-VERIFY-ONE judges the answer record just written
      *>   against this case's expectation: byte-for-byte equality
      *>   of the CASE=/ANSWER= record is the certification. The
      *>   ELAPSED= token on either side is timing, not answer, so
      *>   both records are compared only up to it — an expectation
      *>   captured from an earlier run's answer dataset still fits,
      *>   and one captured before answers carried ELAPSED= at all
      *>   is compared over its own text, trailing blanks aside.
      *>   No expectation for the case is a FAIL of its own kind.
       CASE-VERIFY-ONE SECTION.
           MOVE 0 TO VER-HIT.
                   MOVE VER-I TO VER-HIT
               END-IF
           END-PERFORM.
           MOVE 0 TO VER-GOT-LEN.
           INSPECT CASE-ANSWER-LINE TALLYING VER-GOT-LEN
               FOR CHARACTERS BEFORE INITIAL " ELAPSED=".
           IF VER-GOT-LEN = LENGTH OF CASE-ANSWER-LINE
               COMPUTE VER-GOT-LEN =
                   FUNCTION STORED-CHAR-LENGTH(CASE-ANSWER-LINE)
           END-IF.
           MOVE 1 TO VER-HEAD-LEN.
           IF VER-HIT > 0
               MOVE 0 TO VER-HEAD-LEN
               INSPECT VER-E-TEXT(VER-HIT) TALLYING VER-HEAD-LEN
                   FOR CHARACTERS BEFORE INITIAL " ELAPSED="
               IF VER-HEAD-LEN = LENGTH OF VER-E-TEXT(VER-HIT)
                   COMPUTE VER-HEAD-LEN = FUNCTION
                       STORED-CHAR-LENGTH(VER-E-TEXT(VER-HIT))
               END-IF
           END-IF.
           IF VER-GOT-LEN = 0 OR VER-HEAD-LEN = 0
               MOVE 1 TO VER-GOT-LEN
               MOVE 1 TO VER-HEAD-LEN
           END-IF.
           MOVE CASE-NO TO CASE-NO-Z.
           MOVE SPACES TO VER-LINE.
           MOVE 1 TO VER-PT.
                       INTO VER-LINE
                       WITH POINTER VER-PT
                   END-STRING
               WHEN VER-E-TEXT(VER-HIT)(1:VER-HEAD-LEN)
                       = CASE-ANSWER-LINE(1:VER-GOT-LEN)
                       AND VER-HEAD-LEN = VER-GOT-LEN
                   ADD 1 TO VER-PASS-CNT
                   MOVE 1 TO VER-E-USED(VER-HIT)
                   STRING " PASS" DELIMITED BY SIZE
               INTO VER-LINE
               WITH POINTER VER-PT
           END-STRING.
           MOVE VER-TLE-CNT TO VER-VAL-Z.
           STRING " TLE=" DELIMITED BY SIZE
               FUNCTION TRIM(VER-VAL-Z) DELIMITED BY SIZE
               INTO VER-LINE
               WITH POINTER VER-PT
           END-STRING.
           MOVE VER-REJ-CNT TO VER-VAL-Z.
           STRING " REJECT=" DELIMITED BY SIZE
               FUNCTION TRIM(VER-VAL-Z) DELIMITED BY SIZE
               INTO VER-LINE
               WITH POINTER VER-PT
           END-STRING.
           PERFORM CASE-VERDICT-LINE-WRITE.
           PERFORM VARYING TIME-SLOW-I FROM 1 BY 1
                   UNTIL TIME-SLOW-I > TIME-SLOW-CNT
               MOVE TIME-SLOW-I TO VER-VAL-Z
               MOVE TIME-SLOW-CASE(TIME-SLOW-I) TO CASE-NO-Z
               MOVE TIME-SLOW-HS(TIME-SLOW-I) TO TIME-ELAPSED-HS
               PERFORM CASE-ELAPSED-EDIT
               MOVE SPACES TO VER-LINE
               MOVE 1 TO VER-PT
               STRING "SLOWEST RANK=" DELIMITED BY SIZE
                   FUNCTION TRIM(VER-VAL-Z) DELIMITED BY SIZE
                   " CASE=" DELIMITED BY SIZE
                   FUNCTION TRIM(CASE-NO-Z) DELIMITED BY SIZE
                   " ELAPSED=" DELIMITED BY SIZE
                   FUNCTION TRIM(TIME-SEC-Z) DELIMITED BY SIZE
                   INTO VER-LINE
                   WITH POINTER VER-PT
               END-STRING
               IF TIME-SLOW-TLE(TIME-SLOW-I) = 1
                   STRING " TLE" DELIMITED BY SIZE
                       INTO VER-LINE
                       WITH POINTER VER-PT
                   END-STRING
               END-IF
               PERFORM CASE-VERDICT-LINE-WRITE
           END-PERFORM.
       EXIT SECTION.
      *>   CASE-REJECT-WRITE puts the malformed header line on
      *>   the reject trail instead of letting the case run with a
      *>   partially-filled N or M.
       CASE-REJECT-WRITE SECTION.
           MOVE "CASE-HEADER" TO RJ-REASON-CODE.
           MOVE "HEADER DOES NOT SPLIT INTO N AND M"
               TO RJ-REASON-TEXT.
           PERFORM CASE-REJREC-WRITE.
       EXIT SECTION.
      *>   CASE-REJREC-WRITE finishes the reject record the caller
      *>   staged — the case number stands as the record number,
      *>   the line in hand as the image — and appends it.
       CASE-REJREC-WRITE SECTION.
           MOVE "ATCODER" TO RJ-PROGRAM.
           MOVE SYSIN-DSN TO RJ-INPUT-DSN.
           MOVE CASE-NO TO RJ-RECORD-NO.
           MOVE INP-WK(1:132) TO RJ-IMAGE.
           PERFORM REJREC-STAMP.
           PERFORM CASE-REJECT-OPEN.
           WRITE CASE-REJECT-REC FROM RJ-RECORD.
           IF CASE-REJECT-FS NOT = "00" AND CASE-OUT-ERR-SW = 0
               MOVE 1 TO CASE-OUT-ERR-SW
               DISPLAY "ATCODER: WRITE FAILED ON DSN="
           END-PERFORM.
           MOVE RANK-LO TO RANK-RES.
       EXIT SECTION.
       COPY "REJRECP.cpy".
       END PROGRAM ATCODER.

      *>   SPLIT
