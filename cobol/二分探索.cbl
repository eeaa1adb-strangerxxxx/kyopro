           SELECT BS-ANSWER-FILE ASSIGN TO DYNAMIC BS-ANSWER-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BS-ANSWER-FS.
      *>   Band classification: a group record "CLASSIFY banddsn
      *>   txndsn [pos len [outdsn [rejdsn]]]" loads the band table
      *>   from BS-BAND-FILE, checks it, and classifies every record
      *>   of BS-TXN-FILE into BS-CLASS-FILE, values outside every
      *>   band going to the BS-CLREJ-FILE reject trail.
           SELECT BS-BAND-FILE ASSIGN TO DYNAMIC BS-BAND-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BS-BAND-FS.
           SELECT BS-TXN-FILE ASSIGN TO DYNAMIC BS-TXN-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BS-TXN-FS.
           SELECT BS-CLASS-FILE ASSIGN TO DYNAMIC BS-CLASS-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BS-CLASS-FS.
           SELECT BS-CLREJ-FILE ASSIGN TO DYNAMIC BS-CLREJ-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BS-CLREJ-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
      *>   runs past 60 bytes and needs the room.
           FD BS-ANSWER-FILE.
               01 BS-ANSWER-REC PIC X(100).
           FD BS-BAND-FILE.
               01 BS-BAND-REC PIC X(200).
           FD BS-TXN-FILE.
               01 BS-TXN-REC PIC X(500).
           FD BS-CLASS-FILE.
               01 BS-CLASS-REC PIC X(600).
      *>   BS-CLREJ-REC carries the shared REJREC.cpy layout, so
      *>   the trail reads like every other reject file.
           FD BS-CLREJ-FILE.
               01 BS-CLREJ-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 WK.
               03 INP-WK PIC X(2000000).
               03 I PIC 9(6).
      *>   instead of one battery step per K value. A record that is
      *>   neither modifier is the next group's header and is held
      *>   pending. Each group answers with its own GROUP= record.
      *>   A CLASSIFY record stands as a group by itself (see
      *>   BS-CLASS-WK).
           01 BS-GROUP-WK.
               03 BS-GROUP-NO BINARY-LONG UNSIGNED VALUE 0.
               03 BS-GROUP-NO-Z PIC Z(8)9.
               03 BS-PEND-SW PIC 9 VALUE 0.
               03 BS-PEND-REC PIC X(400).
               03 BS-MOD-T0 PIC X(8).
               03 BS-MOD-TALLY BINARY-LONG UNSIGNED VALUE 0.
               03 BS-MOD-TOK-TAB.
                   05 BS-SWEEP-K OCCURS 9 TIMES PIC 9(10).
               03 BS-ANS-PT BINARY-LONG SIGNED VALUE 1.
               03 BS-ANS-ERR-SW PIC 9 VALUE 0.
      *>   Band classification working set. Bands are half-open,
      *>   lower bound included and upper bound excluded, so a
      *>   clean table has each band's lower bound equal to the
      *>   previous band's upper bound: a larger one is a gap, a
      *>   smaller one an overlap, and either refuses the table
      *>   before a single transaction is classified. The lookup is
      *>   BS-SEARCH's OK/NG narrowing over band numbers — OK the
      *>   last band known to start at or below the value, NG the
      *>   first known to start above it — without the per-probe
      *>   trace, which a whole transaction file would bury.
           01 BS-CLASS-WK.
               03 BS-BAND-DSN PIC X(100).
               03 BS-BAND-FS PIC XX.
               03 BS-TXN-DSN PIC X(100).
               03 BS-TXN-FS PIC XX.
               03 BS-CLASS-DSN PIC X(100).
               03 BS-CLASS-FS PIC XX.
               03 BS-CLREJ-DSN PIC X(100).
               03 BS-CLREJ-FS PIC XX.
               03 BS-CL-T0 PIC X(20).
               03 BS-CL-T3 PIC X(20).
               03 BS-CL-T4 PIC X(20).
               03 BS-CL-BAD-SW PIC 9 VALUE 0.
               03 BS-CL-OUT-ERR-SW PIC 9 VALUE 0.
               03 BS-CL-POS BINARY-LONG SIGNED VALUE 0.
               03 BS-CL-LEN BINARY-LONG SIGNED VALUE 0.
               03 BS-CL-REC-NO BINARY-LONG SIGNED VALUE 0.
               03 BS-CL-DONE BINARY-LONG SIGNED VALUE 0.
               03 BS-CL-REJ BINARY-LONG SIGNED VALUE 0.
               03 BS-CL-ERRS BINARY-LONG SIGNED VALUE 0.
               03 BS-CL-OK BINARY-LONG SIGNED VALUE 0.
               03 BS-CL-NG BINARY-LONG SIGNED VALUE 0.
               03 BS-CL-MID BINARY-LONG SIGNED VALUE 0.
               03 BS-CL-V PIC S9(13)V9(5) COMP-3 VALUE 0.
               03 BS-CL-VTXT PIC X(40).
               03 BS-CL-BT1 PIC X(40).
               03 BS-CL-BT2 PIC X(40).
               03 BS-CL-BT3 PIC X(40).
               03 BS-CL-BT4 PIC X(40).
               03 BS-CL-REASON PIC X(40).
               03 BS-CL-N-Z PIC Z(8)9.
               03 BS-CL-LINE PIC X(600).
               03 BS-CL-PT BINARY-LONG SIGNED VALUE 1.
               03 BS-BAND-MAX BINARY-LONG SIGNED VALUE 10000.
               03 BS-BAND-CNT BINARY-LONG SIGNED VALUE 0.
               03 BS-BAND-TAB.
                   05 BS-BAND-I OCCURS 10000 TIMES.
                       07 BS-BAND-LO PIC S9(13)V9(5) COMP-3.
                       07 BS-BAND-HI PIC S9(13)V9(5) COMP-3.
                       07 BS-BAND-LO-TXT PIC X(20).
                       07 BS-BAND-HI-TXT PIC X(20).
                       07 BS-BAND-CODE PIC X(10).
                       07 BS-BAND-RATE PIC X(20).
           01 BS-INPUT-WK.
               03 BS-INPUT-DSN PIC X(100) VALUE "BSINPUT.DAT".
               03 BS-INPUT-FS PIC XX.
               EXIT SECTION
           END-IF.
           ADD 1 TO BS-GROUP-NO.
           IF INP-WK(1:9) = "CLASSIFY "
               PERFORM BS-CLASSIFY-RUN
               EXIT SECTION
           END-IF.
           MOVE 1000000000 TO OK.
           MOVE 0 TO NG.
           MOVE 1 TO PT.
                           END-PERFORM
                           END-IF
                       WHEN OTHER
                           MOVE BS-INPUT-REC(1:400)
                               TO BS-PEND-REC
                           MOVE 1 TO BS-PEND-SW
                   END-EVALUATE
                   " FS=" BS-ANSWER-FS
           END-IF.
       EXIT SECTION.
      *>   BS-CLASSIFY-RUN serves one CLASSIFY group: the named
      *>   band table must load and check clean (anything else is
      *>   listed on the answer file and fails the step, RC 8);
      *>   then every non-blank transaction record is looked up and
      *>   written, with its band code and rate, to the class file
      *>   or, outside every band, to the reject trail (RC 4). The
      *>   value is the record's first token, or the pos/len field
      *>   when the group names one. The class and reject files
      *>   default to BSCLASS.DAT and BSCLREJ.DAT; the class file
      *>   is rewritten per group, the reject trail appended to in
      *>   the shared REJREC.cpy layout.
       BS-CLASSIFY-RUN SECTION.
           MOVE SPACES TO BS-CL-T0.
           MOVE SPACES TO BS-BAND-DSN.
           MOVE SPACES TO BS-TXN-DSN.
           MOVE SPACES TO BS-CL-T3.
           MOVE SPACES TO BS-CL-T4.
           MOVE SPACES TO BS-CLASS-DSN.
           MOVE SPACES TO BS-CLREJ-DSN.
           UNSTRING INP-WK(1:400) DELIMITED BY ALL SPACE
               INTO BS-CL-T0 BS-BAND-DSN BS-TXN-DSN
                   BS-CL-T3 BS-CL-T4 BS-CLASS-DSN BS-CLREJ-DSN
           END-UNSTRING.
           IF BS-CLASS-DSN = SPACES OR BS-CLASS-DSN(1:1) = "*"
               MOVE "BSCLASS.DAT" TO BS-CLASS-DSN
           END-IF.
           IF BS-CLREJ-DSN = SPACES OR BS-CLREJ-DSN(1:1) = "*"
               MOVE "BSCLREJ.DAT" TO BS-CLREJ-DSN
           END-IF.
           MOVE 0 TO BS-CL-BAD-SW.
           MOVE 0 TO BS-CL-POS.
           MOVE 0 TO BS-CL-LEN.
           IF BS-BAND-DSN = SPACES OR BS-TXN-DSN = SPACES
               MOVE 1 TO BS-CL-BAD-SW
           END-IF.
           IF BS-CL-T3 NOT = SPACES AND BS-CL-T3(1:1) NOT = "*"
               IF FUNCTION TEST-NUMVAL(BS-CL-T3) NOT = 0
                       OR FUNCTION TEST-NUMVAL(BS-CL-T4) NOT = 0
                       OR BS-CL-T4 = SPACES
                   MOVE 1 TO BS-CL-BAD-SW
               ELSE
                   COMPUTE BS-CL-POS = FUNCTION NUMVAL(BS-CL-T3)
                   COMPUTE BS-CL-LEN = FUNCTION NUMVAL(BS-CL-T4)
                   IF BS-CL-POS < 1 OR BS-CL-LEN < 1
                           OR BS-CL-LEN > 40
                           OR BS-CL-POS + BS-CL-LEN - 1 > 500
                       MOVE 1 TO BS-CL-BAD-SW
                   END-IF
               END-IF
           END-IF.
           IF BS-CL-BAD-SW = 1
               MOVE 8 TO RETURN-CODE
               MOVE "CLASSIFY REJECTED, BAD GROUP RECORD"
                   TO BS-CL-REASON
               PERFORM BS-CLASSIFY-NOTE-WRITE
               EXIT SECTION
           END-IF.
           PERFORM BS-BAND-LOAD.
           IF BS-CL-ERRS > 0
               MOVE 8 TO RETURN-CODE
               MOVE "CLASSIFY REJECTED, BAND TABLE"
                   TO BS-CL-REASON
               PERFORM BS-CLASSIFY-NOTE-WRITE
               EXIT SECTION
           END-IF.
           OPEN INPUT BS-TXN-FILE.
           IF BS-TXN-FS NOT = "00"
               MOVE 8 TO RETURN-CODE
               DISPLAY "BINSEARCH: COULD NOT OPEN INPUT DSN="
                   FUNCTION TRIM(BS-TXN-DSN)
                   " FS=" BS-TXN-FS
               EXIT SECTION
           END-IF.
           OPEN OUTPUT BS-CLASS-FILE.
           OPEN EXTEND BS-CLREJ-FILE.
           IF BS-CLREJ-FS = "05" OR BS-CLREJ-FS = "35"
               OPEN OUTPUT BS-CLREJ-FILE
           END-IF.
           IF BS-CLASS-FS NOT = "00" OR BS-CLREJ-FS NOT = "00"
               MOVE 8 TO RETURN-CODE
               DISPLAY "BINSEARCH: COULD NOT OPEN OUTPUT DSN="
                   FUNCTION TRIM(BS-CLASS-DSN) " FS=" BS-CLASS-FS
                   " / " FUNCTION TRIM(BS-CLREJ-DSN)
                   " FS=" BS-CLREJ-FS
               CLOSE BS-TXN-FILE
               CLOSE BS-CLASS-FILE
               CLOSE BS-CLREJ-FILE
               EXIT SECTION
           END-IF.
           MOVE 0 TO BS-CL-REC-NO.
           MOVE 0 TO BS-CL-DONE.
           MOVE 0 TO BS-CL-REJ.
           MOVE 0 TO BS-CL-OUT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           PERFORM UNTIL BS-TXN-FS = "10"
               READ BS-TXN-FILE
                   AT END
                       MOVE "10" TO BS-TXN-FS
                   NOT AT END
                       IF BS-TXN-REC NOT = SPACES
                           ADD 1 TO BS-CL-REC-NO
                           PERFORM BS-CLASSIFY-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BS-TXN-FILE.
           CLOSE BS-CLASS-FILE.
           CLOSE BS-CLREJ-FILE.
           IF BS-CL-REJ > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO BS-CL-REASON.
           PERFORM BS-CLASSIFY-NOTE-WRITE.
       EXIT SECTION.
      *>   BS-BAND-LOAD reads "lower upper code rate" records into
      *>   the band table and checks each against the one before
      *>   it, listing every problem found (not just the first) on
      *>   the answer file so the table can be fixed in one pass.
       BS-BAND-LOAD SECTION.
           MOVE 0 TO BS-BAND-CNT.
           MOVE 0 TO BS-CL-ERRS.
           MOVE 0 TO BS-CL-REC-NO.
           OPEN INPUT BS-BAND-FILE.
           IF BS-BAND-FS NOT = "00"
               ADD 1 TO BS-CL-ERRS
               DISPLAY "BINSEARCH: COULD NOT OPEN INPUT DSN="
                   FUNCTION TRIM(BS-BAND-DSN)
                   " FS=" BS-BAND-FS
               EXIT SECTION
           END-IF.
           PERFORM UNTIL BS-BAND-FS = "10"
               READ BS-BAND-FILE
                   AT END
                       MOVE "10" TO BS-BAND-FS
                   NOT AT END
                       IF BS-BAND-REC NOT = SPACES
                           ADD 1 TO BS-CL-REC-NO
                           PERFORM BS-BAND-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BS-BAND-FILE.
           IF BS-BAND-CNT = 0 AND BS-CL-ERRS = 0
               MOVE "EMPTY BAND TABLE" TO BS-CL-REASON
               PERFORM BS-BAND-ERR-WRITE
           END-IF.
       EXIT SECTION.
       BS-BAND-ONE SECTION.
           MOVE SPACES TO BS-CL-BT1.
           MOVE SPACES TO BS-CL-BT2.
           MOVE SPACES TO BS-CL-BT3.
           MOVE SPACES TO BS-CL-BT4.
           UNSTRING BS-BAND-REC DELIMITED BY ALL SPACE
               INTO BS-CL-BT1 BS-CL-BT2 BS-CL-BT3 BS-CL-BT4
           END-UNSTRING.
           IF BS-CL-BT1 = SPACES OR BS-CL-BT2 = SPACES
                   OR BS-CL-BT3 = SPACES OR BS-CL-BT4 = SPACES
                   OR FUNCTION TEST-NUMVAL(BS-CL-BT1) NOT = 0
                   OR FUNCTION TEST-NUMVAL(BS-CL-BT2) NOT = 0
                   OR FUNCTION TEST-NUMVAL(BS-CL-BT4) NOT = 0
                   OR BS-CL-BT3(11:) NOT = SPACES
               MOVE "INVALID BAND RECORD" TO BS-CL-REASON
               PERFORM BS-BAND-ERR-WRITE
               EXIT SECTION
           END-IF.
           IF FUNCTION ABS(FUNCTION NUMVAL(BS-CL-BT1))
                   >= 10000000000000
                   OR FUNCTION ABS(FUNCTION NUMVAL(BS-CL-BT2))
                   >= 10000000000000
               MOVE "BOUND OUT OF RANGE" TO BS-CL-REASON
               PERFORM BS-BAND-ERR-WRITE
               EXIT SECTION
           END-IF.
           IF BS-BAND-CNT >= BS-BAND-MAX
               MOVE "BAND TABLE FULL" TO BS-CL-REASON
               PERFORM BS-BAND-ERR-WRITE
               EXIT SECTION
           END-IF.
           ADD 1 TO BS-BAND-CNT.
           COMPUTE BS-BAND-LO(BS-BAND-CNT) =
               FUNCTION NUMVAL(BS-CL-BT1).
           COMPUTE BS-BAND-HI(BS-BAND-CNT) =
               FUNCTION NUMVAL(BS-CL-BT2).
           MOVE BS-CL-BT1 TO BS-BAND-LO-TXT(BS-BAND-CNT).
           MOVE BS-CL-BT2 TO BS-BAND-HI-TXT(BS-BAND-CNT).
           MOVE BS-CL-BT3 TO BS-BAND-CODE(BS-BAND-CNT).
           MOVE BS-CL-BT4 TO BS-BAND-RATE(BS-BAND-CNT).
           IF BS-BAND-LO(BS-BAND-CNT) >= BS-BAND-HI(BS-BAND-CNT)
               MOVE "EMPTY BAND, LOWER NOT BELOW UPPER"
                   TO BS-CL-REASON
               PERFORM BS-BAND-ERR-WRITE
           END-IF.
           IF BS-BAND-CNT > 1
               EVALUATE TRUE
                   WHEN BS-BAND-LO(BS-BAND-CNT)
                           > BS-BAND-HI(BS-BAND-CNT - 1)
                       MOVE "GAP AFTER PREVIOUS BAND"
                           TO BS-CL-REASON
                       PERFORM BS-BAND-ERR-WRITE
                   WHEN BS-BAND-LO(BS-BAND-CNT)
                           < BS-BAND-HI(BS-BAND-CNT - 1)
                       MOVE "OVERLAPS PREVIOUS BAND"
                           TO BS-CL-REASON
                       PERFORM BS-BAND-ERR-WRITE
               END-EVALUATE
           END-IF.
       EXIT SECTION.
       BS-BAND-ERR-WRITE SECTION.
           ADD 1 TO BS-CL-ERRS.
           MOVE BS-GROUP-NO TO BS-GROUP-NO-Z.
           MOVE BS-CL-REC-NO TO BS-CL-N-Z.
           MOVE SPACES TO BS-ANSWER-LINE.
           STRING "GROUP=" DELIMITED BY SIZE
               FUNCTION TRIM(BS-GROUP-NO-Z) DELIMITED BY SIZE
               " BAND RECORD=" DELIMITED BY SIZE
               FUNCTION TRIM(BS-CL-N-Z) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(BS-CL-REASON) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               BS-BAND-REC DELIMITED BY SIZE
               INTO BS-ANSWER-LINE
           END-STRING.
           PERFORM BS-ANSWER-LINE-WRITE.
       EXIT SECTION.
      *>   BS-CLASSIFY-ONE looks up the current transaction. The
      *>   first band starting above the value is found by halving
      *>   OK/NG; the band before it holds the value only if the
      *>   value is also below that band's upper bound.
       BS-CLASSIFY-ONE SECTION.
           MOVE SPACES TO BS-CL-VTXT.
           IF BS-CL-POS > 0
               MOVE BS-TXN-REC(BS-CL-POS:BS-CL-LEN) TO BS-CL-VTXT
           ELSE
               UNSTRING BS-TXN-REC DELIMITED BY ALL SPACE
                   INTO BS-CL-VTXT
               END-UNSTRING
           END-IF.
           MOVE SPACES TO BS-CL-REASON.
           IF BS-CL-VTXT = SPACES
                   OR FUNCTION TEST-NUMVAL(BS-CL-VTXT) NOT = 0
               MOVE "NOT NUMERIC" TO BS-CL-REASON
               MOVE "NOT-NUMERIC" TO RJ-REASON-CODE
           ELSE
               IF FUNCTION ABS(FUNCTION NUMVAL(BS-CL-VTXT))
                       >= 10000000000000
                   MOVE "OUTSIDE EVERY BAND" TO BS-CL-REASON
                   MOVE "OUTSIDE-BAND" TO RJ-REASON-CODE
               END-IF
           END-IF.
           IF BS-CL-REASON = SPACES
               COMPUTE BS-CL-V = FUNCTION NUMVAL(BS-CL-VTXT)
               MOVE 0 TO BS-CL-OK
               COMPUTE BS-CL-NG = BS-BAND-CNT + 1
               PERFORM UNTIL BS-CL-NG - BS-CL-OK <= 1
                   COMPUTE BS-CL-MID = (BS-CL-OK + BS-CL-NG) / 2
                   IF BS-BAND-LO(BS-CL-MID) <= BS-CL-V
                       MOVE BS-CL-MID TO BS-CL-OK
                   ELSE
                       MOVE BS-CL-MID TO BS-CL-NG
                   END-IF
               END-PERFORM
               IF BS-CL-OK = 0
                   MOVE "OUTSIDE EVERY BAND" TO BS-CL-REASON
                   MOVE "OUTSIDE-BAND" TO RJ-REASON-CODE
               ELSE
                   IF BS-CL-V >= BS-BAND-HI(BS-CL-OK)
                       MOVE "OUTSIDE EVERY BAND" TO BS-CL-REASON
                       MOVE "OUTSIDE-BAND" TO RJ-REASON-CODE
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO BS-CL-LINE.
           MOVE 1 TO BS-CL-PT.
           IF BS-CL-REASON = SPACES
               ADD 1 TO BS-CL-DONE
               STRING FUNCTION TRIM(BS-TXN-REC TRAILING)
                       DELIMITED BY SIZE
                   " BAND=" DELIMITED BY SIZE
                   BS-BAND-CODE(BS-CL-OK) DELIMITED BY SPACE
                   " RATE=" DELIMITED BY SIZE
                   BS-BAND-RATE(BS-CL-OK) DELIMITED BY SPACE
                   INTO BS-CL-LINE
                   WITH POINTER BS-CL-PT
               END-STRING
               WRITE BS-CLASS-REC FROM BS-CL-LINE
               IF BS-CLASS-FS NOT = "00"
                   PERFORM BS-CLASSIFY-WRITE-FAIL
               END-IF
           ELSE
               ADD 1 TO BS-CL-REJ
               MOVE "BINSEARCH" TO RJ-PROGRAM
               MOVE BS-TXN-DSN TO RJ-INPUT-DSN
               MOVE BS-CL-REC-NO TO RJ-RECORD-NO
               MOVE SPACES TO RJ-REASON-TEXT
               STRING FUNCTION TRIM(BS-CL-REASON) DELIMITED BY SIZE
                   " VALUE=" DELIMITED BY SIZE
                   FUNCTION TRIM(BS-CL-VTXT) DELIMITED BY SIZE
                   INTO RJ-REASON-TEXT
               END-STRING
               MOVE BS-TXN-REC TO RJ-IMAGE
               PERFORM REJREC-STAMP
               WRITE BS-CLREJ-REC FROM RJ-RECORD
               IF BS-CLREJ-FS NOT = "00"
                   PERFORM BS-CLASSIFY-WRITE-FAIL
               END-IF
           END-IF.
       EXIT SECTION.
       BS-CLASSIFY-WRITE-FAIL SECTION.
           IF BS-CL-OUT-ERR-SW = 0
               MOVE 1 TO BS-CL-OUT-ERR-SW
               MOVE 8 TO RETURN-CODE
               DISPLAY "BINSEARCH: WRITE FAILED ON DSN="
                   FUNCTION TRIM(BS-CLASS-DSN) " FS=" BS-CLASS-FS
                   " / " FUNCTION TRIM(BS-CLREJ-DSN)
                   " FS=" BS-CLREJ-FS
           END-IF.
       EXIT SECTION.
      *>   BS-CLASSIFY-NOTE-WRITE puts the group's outcome on the
      *>   answer file: the refusal in BS-CL-REASON, or (reason
      *>   blank) the band and record counts of a completed run.
       BS-CLASSIFY-NOTE-WRITE SECTION.
           MOVE BS-GROUP-NO TO BS-GROUP-NO-Z.
           MOVE SPACES TO BS-ANSWER-LINE.
           MOVE 1 TO BS-ANS-PT.
           STRING "GROUP=" DELIMITED BY SIZE
               FUNCTION TRIM(BS-GROUP-NO-Z) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO BS-ANSWER-LINE
               WITH POINTER BS-ANS-PT
           END-STRING.
           IF BS-CL-REASON NOT = SPACES
               STRING FUNCTION TRIM(BS-CL-REASON) DELIMITED BY SIZE
                   INTO BS-ANSWER-LINE
                   WITH POINTER BS-ANS-PT
               END-STRING
           ELSE
               MOVE BS-BAND-CNT TO BS-CL-N-Z
               STRING "CLASSIFY BANDS=" DELIMITED BY SIZE
                   FUNCTION TRIM(BS-CL-N-Z) DELIMITED BY SIZE
                   INTO BS-ANSWER-LINE
                   WITH POINTER BS-ANS-PT
               END-STRING
               MOVE BS-CL-REC-NO TO BS-CL-N-Z
               STRING " RECORDS=" DELIMITED BY SIZE
                   FUNCTION TRIM(BS-CL-N-Z) DELIMITED BY SIZE
                   INTO BS-ANSWER-LINE
                   WITH POINTER BS-ANS-PT
               END-STRING
               MOVE BS-CL-DONE TO BS-CL-N-Z
               STRING " CLASSIFIED=" DELIMITED BY SIZE
                   FUNCTION TRIM(BS-CL-N-Z) DELIMITED BY SIZE
                   INTO BS-ANSWER-LINE
                   WITH POINTER BS-ANS-PT
               END-STRING
               MOVE BS-CL-REJ TO BS-CL-N-Z
               STRING " REJECTED=" DELIMITED BY SIZE
                   FUNCTION TRIM(BS-CL-N-Z) DELIMITED BY SIZE
                   INTO BS-ANSWER-LINE
                   WITH POINTER BS-ANS-PT
               END-STRING
           END-IF.
           PERFORM BS-ANSWER-LINE-WRITE.
       EXIT SECTION.
       BS-ANSWER-LINE-WRITE SECTION.
           WRITE BS-ANSWER-REC FROM BS-ANSWER-LINE.
           IF BS-ANSWER-FS NOT = "00" AND BS-ANS-ERR-SW = 0
               MOVE 1 TO BS-ANS-ERR-SW
               MOVE 8 TO RETURN-CODE
               DISPLAY "BINSEARCH: WRITE FAILED ON DSN="
                   FUNCTION TRIM(BS-ANSWER-DSN)
                   " FS=" BS-ANSWER-FS
           END-IF.
       EXIT SECTION.
      *>   BS-AUDIT-STAMP records this run on the shared job audit
      *>   trail the same way every other batch-dispatchable program
      *>   does, naming the dataset the search actually read.
                   " FS=" BS-TRACE-FS
           END-IF.
       EXIT SECTION.
           COPY "REJRECP.cpy".
           COPY "JOBAUDITP.cpy".
       END PROGRAM BINSEARCH.
