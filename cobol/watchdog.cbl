       IDENTIFICATION DIVISION.
       PROGRAM-ID. WATCHDOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   The long-running drivers (UNIONFIND, EXTSORT, GCDLCM,
      *>   PRIMELIB) rewrite the one-record heartbeat as they go, but
      *>   a heartbeat nobody reads cannot tell a hung step from a
      *>   slow one. WATCHDOG is started beside the battery by the
      *>   operator or the scheduler and reads the heartbeat every
      *>   WDG-INTERVAL seconds. When the beat's timestamp stops
      *>   moving for longer than the program's stall limit, or the
      *>   records per second between two beats fall well under that
      *>   routine's own rate in BATCHHIST.DAT, it appends a
      *>   severity-coded record to BATCHALERT.LOG — the feed the
      *>   monitor already reacts to — and when the step moves again
      *>   it appends the matching cleared record.
           COPY "HRTBEATS.cpy".
           SELECT WDG-HIST-FILE ASSIGN TO DYNAMIC WDG-HIST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WDG-HIST-FS.
           SELECT WDG-ALERT-FILE ASSIGN TO DYNAMIC WDG-ALERT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WDG-ALERT-FS.
      *>   WDG-CTL-FILE carries the watchdog's settings, one per
      *>   record, every one optional:
      *>       INTERVAL n        (seconds between looks, default 60)
      *>       CYCLES n          (looks before it stops, default
      *>                          480 — eight hours at the default)
      *>       STALL prog n      (seconds the beat of prog may stand
      *>                          still; "*" sets every other
      *>                          program's limit, default 600)
      *>       RATE n            (percent of the historical rate
      *>                          under which a step is slow,
      *>                          default 25)
      *>       HISTORY dsn       (in place of BATCHHIST.DAT)
           SELECT WDG-CTL-FILE ASSIGN TO DYNAMIC WDG-CTL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WDG-CTL-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
           COPY "HRTBEATF.cpy".
           FD WDG-HIST-FILE.
               01 WDG-HIST-REC PIC X(250).
           FD WDG-ALERT-FILE.
               01 WDG-ALERT-REC PIC X(250).
           FD WDG-CTL-FILE.
               01 WDG-CTL-REC PIC X(132).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "HRTBEAT.cpy".
           01 WDG-WK.
               03 WDG-HIST-DSN PIC X(100) VALUE "BATCHHIST.DAT".
               03 WDG-HIST-FS PIC XX.
               03 WDG-ALERT-DSN PIC X(100) VALUE "BATCHALERT.LOG".
               03 WDG-ALERT-FS PIC XX.
               03 WDG-ALERT-ERR-SW PIC 9 VALUE 0.
               03 WDG-ALERT-LINE PIC X(250).
               03 WDG-ALERT-SEV PIC X.
               03 WDG-ALERT-TXT PIC X(80).
               03 WDG-CTL-DSN PIC X(100) VALUE "WDGCTL.DAT".
               03 WDG-CTL-FS PIC XX.
               03 WDG-BATCH-RC PIC S9(4) VALUE 0.
               03 WDG-REC-COUNT BINARY-LONG UNSIGNED VALUE 0.
               03 WDG-I BINARY-LONG SIGNED VALUE 0.
               03 WDG-PT BINARY-LONG SIGNED VALUE 1.
               03 WDG-VAL-Z PIC -Z(14)9.
               03 WDG-VAL2-Z PIC -Z(14)9.
               03 WDG-VAL3-Z PIC -Z(14)9.
               03 WDG-TOK-TAB.
                   05 WDG-TOK OCCURS 8 TIMES PIC X(120).
               03 WDG-CT1 PIC X(12).
               03 WDG-CT2 PIC X(100).
               03 WDG-CT3 PIC X(20).
               03 WDG-CT-TALLY BINARY-LONG SIGNED VALUE 0.
               03 WDG-TS PIC X(21).
               03 WDG-STAMP PIC X(14).
               03 WDG-SECS BINARY-DOUBLE SIGNED VALUE 0.
      *>   Settings, each at its default until WDG-CTL-FILE says
      *>   otherwise.
               03 WDG-INTERVAL BINARY-LONG SIGNED VALUE 60.
               03 WDG-CYCLES BINARY-LONG SIGNED VALUE 480.
               03 WDG-CYCLE BINARY-LONG SIGNED VALUE 0.
               03 WDG-STALL-DEFAULT BINARY-LONG SIGNED VALUE 600.
               03 WDG-RATE-PCT BINARY-LONG SIGNED VALUE 25.
               03 WDG-ALERT-COUNT BINARY-LONG UNSIGNED VALUE 0.
               03 WDG-CLEAR-COUNT BINARY-LONG UNSIGNED VALUE 0.
      *>   Per-program stall limits set by STALL records.
           01 WDG-LIMIT-WK.
               03 WDG-LIMIT-CNT BINARY-LONG SIGNED VALUE 0.
               03 WDG-LIMIT-TAB.
                   05 WDG-LIMIT-I OCCURS 50 TIMES.
                       07 WDG-L-PROGRAM PIC X(12).
                       07 WDG-L-SECONDS BINARY-LONG SIGNED.
      *>   The step being watched: what the latest beat said, what
      *>   the beat before it said (for the rate between them), and
      *>   which alerts are standing against it. WDG-STALL-SW is 1
      *>   once the stall is raised and 2 once it has been raised
      *>   again at severity F for standing three times its limit;
      *>   WDG-SLOW-SW is 1 while a slow-rate alert stands.
           01 WDG-STEP-WK.
               03 WDG-BEAT-SW PIC 9 VALUE 0.
               03 WDG-PROGRAM PIC X(12) VALUE SPACES.
               03 WDG-INPUT PIC X(100) VALUE SPACES.
               03 WDG-RECORDS BINARY-DOUBLE SIGNED VALUE 0.
               03 WDG-AT PIC X(14) VALUE SPACES.
               03 WDG-AT-SECS BINARY-DOUBLE SIGNED VALUE 0.
               03 WDG-PREV-AT PIC X(14) VALUE SPACES.
               03 WDG-PREV-SECS BINARY-DOUBLE SIGNED VALUE 0.
               03 WDG-PREV-RECS BINARY-DOUBLE SIGNED VALUE 0.
               03 WDG-DONE-SW PIC 9 VALUE 0.
               03 WDG-STALL-SW PIC 9 VALUE 0.
               03 WDG-SLOW-SW PIC 9 VALUE 0.
               03 WDG-LIMIT BINARY-LONG SIGNED VALUE 0.
               03 WDG-AGE BINARY-DOUBLE SIGNED VALUE 0.
               03 WDG-NEW-PROGRAM PIC X(12).
               03 WDG-NEW-INPUT PIC X(100).
               03 WDG-NEW-RECORDS BINARY-DOUBLE SIGNED VALUE 0.
               03 WDG-NEW-AT PIC X(14).
      *>   The routine's historical rate, records per elapsed
      *>   second over every run BATCHHIST.DAT holds for it, in
      *>   floating point so a quarter of a slow rate is still a
      *>   real figure.
           01 WDG-RATE-WK.
               03 WDG-H-RECORDS BINARY-DOUBLE SIGNED VALUE 0.
               03 WDG-H-ELAPSED BINARY-DOUBLE SIGNED VALUE 0.
               03 WDG-H-AMOUNT BINARY-DOUBLE SIGNED VALUE 0.
               03 WDG-H-SECS BINARY-DOUBLE SIGNED VALUE 0.
               03 WDG-H-ROUTINE PIC X(12).
               03 WDG-H-INPUT PIC X(100).
               03 WDG-H-STAMP PIC X(14).
               03 WDG-H-RATE FLOAT-LONG VALUE 0.
               03 WDG-FLOOR FLOAT-LONG VALUE 0.
               03 WDG-RATE FLOAT-LONG VALUE 0.
               03 WDG-T1 FLOAT-LONG VALUE 0.
               03 WDG-DELTA BINARY-DOUBLE SIGNED VALUE 0.
               03 WDG-SPAN BINARY-DOUBLE SIGNED VALUE 0.
       PROCEDURE DIVISION.
      *>   WDG-RUN is this program's entry point: settings, then
      *>   WDG-CYCLES looks at the heartbeat WDG-INTERVAL seconds
      *>   apart. RC 0 is a quiet watch, 4 means an alert was raised
      *>   and later cleared or was only a slow rate, 8 means a stall
      *>   was still standing when the watch ended or a setting was
      *>   bad. Ends in GOBACK like the other utilities.
       WDG-RUN SECTION.
           PERFORM WDG-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO WDG-BATCH-RC.
           MOVE 0 TO WDG-REC-COUNT.
           MOVE 0 TO WDG-ALERT-COUNT.
           MOVE 0 TO WDG-CLEAR-COUNT.
           MOVE 0 TO WDG-ALERT-ERR-SW.
           MOVE 0 TO WDG-LIMIT-CNT.
           MOVE 0 TO WDG-BEAT-SW.
           PERFORM WDG-CONTROL-LOAD.
           IF WDG-BATCH-RC = 0
               PERFORM VARYING WDG-CYCLE FROM 1 BY 1
                       UNTIL WDG-CYCLE > WDG-CYCLES
                   PERFORM WDG-LOOK
                   IF WDG-CYCLE < WDG-CYCLES
                       CALL "C$SLEEP" USING WDG-INTERVAL
                   END-IF
               END-PERFORM
               IF WDG-ALERT-COUNT > 0 AND WDG-BATCH-RC = 0
                   MOVE 4 TO WDG-BATCH-RC
               END-IF
               IF WDG-STALL-SW > 0
                   MOVE 8 TO WDG-BATCH-RC
               END-IF
               MOVE WDG-CYCLES TO WDG-VAL-Z
               MOVE WDG-ALERT-COUNT TO WDG-VAL2-Z
               MOVE WDG-CLEAR-COUNT TO WDG-VAL3-Z
               DISPLAY "WATCHDOG: LOOKS=" FUNCTION TRIM(WDG-VAL-Z)
                   " ALERTS=" FUNCTION TRIM(WDG-VAL2-Z)
                   " CLEARED=" FUNCTION TRIM(WDG-VAL3-Z)
           END-IF.
           MOVE WDG-BATCH-RC TO RETURN-CODE.
           MOVE "WDGJOB01" TO JA-JOB-ID.
           MOVE HEARTBEAT-DSN TO JA-INPUT-DSN.
           MOVE WDG-REC-COUNT TO JA-RECORD-COUNT.
           MOVE WDG-REC-COUNT TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   WDG-CONTROL-LOAD reads the settings. An absent control
      *>   dataset leaves every default standing; a record it cannot
      *>   use stops the watch before it starts.
       WDG-CONTROL-LOAD SECTION.
           OPEN INPUT WDG-CTL-FILE.
           IF WDG-CTL-FS NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WDG-CTL-FS NOT = "00"
               READ WDG-CTL-FILE
                   AT END
                       MOVE "10" TO WDG-CTL-FS
                   NOT AT END
                       PERFORM WDG-CONTROL-RECORD
               END-READ
           END-PERFORM.
           CLOSE WDG-CTL-FILE.
       EXIT SECTION.
       WDG-CONTROL-RECORD SECTION.
           IF WDG-CTL-REC = SPACES OR WDG-CTL-REC(1:1) = "*"
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WDG-CT1.
           MOVE SPACES TO WDG-CT2.
           MOVE SPACES TO WDG-CT3.
           MOVE 0 TO WDG-CT-TALLY.
           UNSTRING WDG-CTL-REC DELIMITED BY ALL SPACE
               INTO WDG-CT1 WDG-CT2 WDG-CT3
               TALLYING IN WDG-CT-TALLY
           END-UNSTRING.
           EVALUATE TRUE
               WHEN WDG-CT1 = "INTERVAL" AND WDG-CT-TALLY = 2
                       AND FUNCTION TEST-NUMVAL(WDG-CT2) = 0
                   COMPUTE WDG-INTERVAL = FUNCTION NUMVAL(WDG-CT2)
                   IF WDG-INTERVAL < 1
                       MOVE 8 TO WDG-BATCH-RC
                   END-IF
               WHEN WDG-CT1 = "CYCLES" AND WDG-CT-TALLY = 2
                       AND FUNCTION TEST-NUMVAL(WDG-CT2) = 0
                   COMPUTE WDG-CYCLES = FUNCTION NUMVAL(WDG-CT2)
                   IF WDG-CYCLES < 1
                       MOVE 8 TO WDG-BATCH-RC
                   END-IF
               WHEN WDG-CT1 = "RATE" AND WDG-CT-TALLY = 2
                       AND FUNCTION TEST-NUMVAL(WDG-CT2) = 0
                   COMPUTE WDG-RATE-PCT = FUNCTION NUMVAL(WDG-CT2)
                   IF WDG-RATE-PCT < 0 OR WDG-RATE-PCT > 100
                       MOVE 8 TO WDG-BATCH-RC
                   END-IF
               WHEN WDG-CT1 = "STALL" AND WDG-CT-TALLY = 3
                       AND FUNCTION TEST-NUMVAL(WDG-CT3) = 0
                   IF WDG-CT2 = "*"
                       COMPUTE WDG-STALL-DEFAULT =
                           FUNCTION NUMVAL(WDG-CT3)
                   ELSE
                       IF WDG-LIMIT-CNT >= 50
                           MOVE 8 TO WDG-BATCH-RC
                       ELSE
                           ADD 1 TO WDG-LIMIT-CNT
                           MOVE WDG-CT2 TO WDG-L-PROGRAM(WDG-LIMIT-CNT)
                           COMPUTE WDG-L-SECONDS(WDG-LIMIT-CNT) =
                               FUNCTION NUMVAL(WDG-CT3)
                       END-IF
                   END-IF
               WHEN WDG-CT1 = "HISTORY" AND WDG-CT-TALLY = 2
                   MOVE WDG-CT2 TO WDG-HIST-DSN
               WHEN OTHER
                   MOVE 8 TO WDG-BATCH-RC
           END-EVALUATE.
           IF WDG-BATCH-RC NOT = 0
               DISPLAY "WATCHDOG: BAD CONTROL RECORD "
                   FUNCTION TRIM(WDG-CTL-REC)
               MOVE "10" TO WDG-CTL-FS
           END-IF.
       EXIT SECTION.
      *>   WDG-LOOK is one look at the heartbeat. No beat yet means
      *>   nothing long-running has started. A beat naming another
      *>   program or input than the last look is a new step: any
      *>   alert standing against the old one is cleared, since the
      *>   battery plainly moved on. A step BATCHHIST.DAT already
      *>   shows as ended is not watched further. Otherwise a beat
      *>   that moved clears a standing stall and has its rate
      *>   judged, and a beat that stood still is aged against the
      *>   program's limit.
       WDG-LOOK SECTION.
           PERFORM WDG-BEAT-READ.
           IF WDG-NEW-AT = SPACES
               EXIT SECTION
           END-IF.
           IF WDG-BEAT-SW = 0
                   OR WDG-NEW-PROGRAM NOT = WDG-PROGRAM
                   OR WDG-NEW-INPUT NOT = WDG-INPUT
               IF WDG-BEAT-SW = 1
                   PERFORM WDG-CLEAR-ALL
               END-IF
               MOVE 1 TO WDG-BEAT-SW
               MOVE WDG-NEW-PROGRAM TO WDG-PROGRAM
               MOVE WDG-NEW-INPUT TO WDG-INPUT
               MOVE WDG-NEW-RECORDS TO WDG-RECORDS
               MOVE WDG-NEW-AT TO WDG-AT
               MOVE WDG-NEW-AT TO WDG-STAMP
               PERFORM WDG-STAMP-SECS
               MOVE WDG-SECS TO WDG-AT-SECS
               MOVE SPACES TO WDG-PREV-AT
               MOVE 0 TO WDG-DONE-SW
               MOVE 0 TO WDG-STALL-SW
               MOVE 0 TO WDG-SLOW-SW
               PERFORM WDG-LIMIT-FIND
           ELSE
               IF WDG-NEW-AT NOT = WDG-AT
                   MOVE WDG-AT TO WDG-PREV-AT
                   MOVE WDG-AT-SECS TO WDG-PREV-SECS
                   MOVE WDG-RECORDS TO WDG-PREV-RECS
                   MOVE WDG-NEW-RECORDS TO WDG-RECORDS
                   MOVE WDG-NEW-AT TO WDG-AT
                   MOVE WDG-NEW-AT TO WDG-STAMP
                   PERFORM WDG-STAMP-SECS
                   MOVE WDG-SECS TO WDG-AT-SECS
                   IF WDG-STALL-SW > 0
                       MOVE "STALL" TO WDG-ALERT-TXT
                       PERFORM WDG-CLEAR-WRITE
                       MOVE 0 TO WDG-STALL-SW
                   END-IF
               END-IF
           END-IF.
           IF WDG-DONE-SW = 1
               EXIT SECTION
           END-IF.
           PERFORM WDG-HISTORY-SCAN.
           IF WDG-DONE-SW = 1
               PERFORM WDG-CLEAR-ALL
               EXIT SECTION
           END-IF.
           IF WDG-PREV-AT NOT = SPACES AND WDG-PREV-AT NOT = WDG-AT
               PERFORM WDG-RATE-CHECK
               MOVE WDG-AT TO WDG-PREV-AT
           END-IF.
           PERFORM WDG-STALL-CHECK.
       EXIT SECTION.
      *>   WDG-BEAT-READ reads the heartbeat's single record
      *>   ("PROGRAM=p INPUT=dsn RECORDS=n AT yyyymmddhhmmss");
      *>   WDG-NEW-AT stays blank when there is no usable beat.
       WDG-BEAT-READ SECTION.
           MOVE SPACES TO WDG-NEW-AT.
           MOVE SPACES TO WDG-NEW-PROGRAM.
           MOVE SPACES TO WDG-NEW-INPUT.
           MOVE 0 TO WDG-NEW-RECORDS.
           OPEN INPUT HEARTBEAT-FILE.
           IF HEARTBEAT-FS NOT = "00"
               EXIT SECTION
           END-IF.
           READ HEARTBEAT-FILE
               AT END
                   MOVE SPACES TO HEARTBEAT-REC
           END-READ.
           CLOSE HEARTBEAT-FILE.
           ADD 1 TO WDG-REC-COUNT.
           PERFORM VARYING WDG-I FROM 1 BY 1 UNTIL WDG-I > 8
               MOVE SPACES TO WDG-TOK(WDG-I)
           END-PERFORM.
           UNSTRING HEARTBEAT-REC DELIMITED BY ALL SPACE
               INTO WDG-TOK(1) WDG-TOK(2) WDG-TOK(3) WDG-TOK(4)
                   WDG-TOK(5) WDG-TOK(6) WDG-TOK(7) WDG-TOK(8)
           END-UNSTRING.
           IF WDG-TOK(1)(1:8) NOT = "PROGRAM="
                   OR WDG-TOK(2)(1:6) NOT = "INPUT="
                   OR WDG-TOK(3)(1:8) NOT = "RECORDS="
                   OR WDG-TOK(4) NOT = "AT"
                   OR WDG-TOK(5)(1:14) IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE WDG-TOK(1)(9:12) TO WDG-NEW-PROGRAM.
           MOVE WDG-TOK(2)(7:100) TO WDG-NEW-INPUT.
           IF FUNCTION TEST-NUMVAL(WDG-TOK(3)(9:20)) = 0
               COMPUTE WDG-NEW-RECORDS =
                   FUNCTION NUMVAL(WDG-TOK(3)(9:20))
           END-IF.
           MOVE WDG-TOK(5)(1:14) TO WDG-NEW-AT.
       EXIT SECTION.
      *>   WDG-STAMP-SECS turns a yyyymmddhhmmss stamp into seconds
      *>   on one running scale (INTEGER-OF-DATE days), so an age
      *>   that spans midnight is still a plain subtraction.
       WDG-STAMP-SECS SECTION.
           COMPUTE WDG-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WDG-STAMP(1:8))) * 86400
               + FUNCTION NUMVAL(WDG-STAMP(9:2)) * 3600
               + FUNCTION NUMVAL(WDG-STAMP(11:2)) * 60
               + FUNCTION NUMVAL(WDG-STAMP(13:2)).
       EXIT SECTION.
       WDG-LIMIT-FIND SECTION.
           MOVE WDG-STALL-DEFAULT TO WDG-LIMIT.
           PERFORM VARYING WDG-I FROM 1 BY 1
                   UNTIL WDG-I > WDG-LIMIT-CNT
               IF WDG-L-PROGRAM(WDG-I) = WDG-PROGRAM
                   MOVE WDG-L-SECONDS(WDG-I) TO WDG-LIMIT
               END-IF
           END-PERFORM.
       EXIT SECTION.
      *>   WDG-HISTORY-SCAN rereads the runtime history: the
      *>   routine's records and elapsed seconds over every run make
      *>   its historical rate, and a run of this routine against
      *>   this input ending at or after the current beat means the
      *>   step has finished and its still beat is not a stall. An
      *>   absent history leaves the rate unknown and the slow test
      *>   idle.
       WDG-HISTORY-SCAN SECTION.
           MOVE 0 TO WDG-H-RECORDS.
           MOVE 0 TO WDG-H-ELAPSED.
           OPEN INPUT WDG-HIST-FILE.
           IF WDG-HIST-FS NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WDG-HIST-FS NOT = "00"
               READ WDG-HIST-FILE
                   AT END
                       MOVE "10" TO WDG-HIST-FS
                   NOT AT END
                       PERFORM WDG-HISTORY-RECORD
               END-READ
           END-PERFORM.
           CLOSE WDG-HIST-FILE.
       EXIT SECTION.
       WDG-HISTORY-RECORD SECTION.
           PERFORM VARYING WDG-I FROM 1 BY 1 UNTIL WDG-I > 8
               MOVE SPACES TO WDG-TOK(WDG-I)
           END-PERFORM.
           UNSTRING WDG-HIST-REC DELIMITED BY ALL SPACE
               INTO WDG-TOK(1) WDG-TOK(2) WDG-TOK(3) WDG-TOK(4)
                   WDG-TOK(5) WDG-TOK(6) WDG-TOK(7) WDG-TOK(8)
           END-UNSTRING.
           MOVE SPACES TO WDG-H-ROUTINE.
           MOVE SPACES TO WDG-H-INPUT.
           MOVE SPACES TO WDG-H-STAMP.
           MOVE -1 TO WDG-H-AMOUNT.
           MOVE -1 TO WDG-H-SECS.
           PERFORM VARYING WDG-I FROM 1 BY 1 UNTIL WDG-I > 8
               EVALUATE TRUE
                   WHEN WDG-TOK(WDG-I)(1:5) = "DATE="
                       MOVE WDG-TOK(WDG-I)(6:8) TO WDG-H-STAMP(1:8)
                   WHEN WDG-TOK(WDG-I)(1:5) = "TIME="
                       MOVE WDG-TOK(WDG-I)(6:6) TO WDG-H-STAMP(9:6)
                   WHEN WDG-TOK(WDG-I)(1:8) = "ROUTINE="
                       MOVE WDG-TOK(WDG-I)(9:12) TO WDG-H-ROUTINE
                   WHEN WDG-TOK(WDG-I)(1:6) = "INPUT="
                       MOVE WDG-TOK(WDG-I)(7:100) TO WDG-H-INPUT
                   WHEN WDG-TOK(WDG-I)(1:8) = "ELAPSED="
                       IF FUNCTION TEST-NUMVAL(WDG-TOK(WDG-I)(9:12))
                               = 0
                           COMPUTE WDG-H-SECS =
                               FUNCTION NUMVAL(WDG-TOK(WDG-I)(9:12))
                       END-IF
                   WHEN WDG-TOK(WDG-I)(1:8) = "RECORDS="
                       IF FUNCTION TEST-NUMVAL(WDG-TOK(WDG-I)(9:20))
                               = 0
                           COMPUTE WDG-H-AMOUNT =
                               FUNCTION NUMVAL(WDG-TOK(WDG-I)(9:20))
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF WDG-H-ROUTINE NOT = WDG-PROGRAM
               EXIT SECTION
           END-IF.
           IF WDG-H-INPUT = WDG-INPUT
                   AND WDG-H-STAMP IS NUMERIC
                   AND WDG-H-STAMP >= WDG-AT
               MOVE 1 TO WDG-DONE-SW
           END-IF.
           IF WDG-H-SECS > 0 AND WDG-H-AMOUNT >= 0
               ADD WDG-H-AMOUNT TO WDG-H-RECORDS
               ADD WDG-H-SECS TO WDG-H-ELAPSED
           END-IF.
       EXIT SECTION.
      *>   WDG-RATE-CHECK judges the records per second between the
      *>   last two beats against WDG-RATE-PCT percent of the
      *>   routine's historical rate: under it raises a W alert
      *>   once, back over it clears that alert.
       WDG-RATE-CHECK SECTION.
           IF WDG-H-ELAPSED = 0 OR WDG-H-RECORDS = 0
               EXIT SECTION
           END-IF.
           COMPUTE WDG-SPAN = WDG-AT-SECS - WDG-PREV-SECS.
           IF WDG-SPAN <= 0
               EXIT SECTION
           END-IF.
           COMPUTE WDG-DELTA = WDG-RECORDS - WDG-PREV-RECS.
           COMPUTE WDG-RATE = WDG-DELTA / WDG-SPAN.
           COMPUTE WDG-H-RATE = WDG-H-RECORDS / WDG-H-ELAPSED.
           COMPUTE WDG-T1 = WDG-H-RATE * WDG-RATE-PCT.
           COMPUTE WDG-FLOOR = WDG-T1 / 100.
           IF WDG-RATE < WDG-FLOOR
               IF WDG-SLOW-SW = 0
                   MOVE 1 TO WDG-SLOW-SW
                   ADD 1 TO WDG-ALERT-COUNT
                   MOVE "W" TO WDG-ALERT-SEV
                   MOVE SPACES TO WDG-ALERT-TXT
                   COMPUTE WDG-VAL-Z ROUNDED = WDG-RATE
                   COMPUTE WDG-VAL2-Z ROUNDED = WDG-H-RATE
                   STRING "SLOW RATE=" DELIMITED BY SIZE
                       FUNCTION TRIM(WDG-VAL-Z) DELIMITED BY SIZE
                       " HISTORY=" DELIMITED BY SIZE
                       FUNCTION TRIM(WDG-VAL2-Z) DELIMITED BY SIZE
                       INTO WDG-ALERT-TXT
                   END-STRING
                   PERFORM WDG-ALERT-WRITE
               END-IF
           ELSE
               IF WDG-SLOW-SW = 1
                   MOVE 0 TO WDG-SLOW-SW
                   MOVE "SLOW" TO WDG-ALERT-TXT
                   PERFORM WDG-CLEAR-WRITE
               END-IF
           END-IF.
       EXIT SECTION.
      *>   WDG-STALL-CHECK ages the current beat against the wall
      *>   clock: past the program's limit raises an E alert, past
      *>   three times the limit raises it again at F so the
      *>   monitor can page someone.
       WDG-STALL-CHECK SECTION.
           MOVE FUNCTION CURRENT-DATE TO WDG-TS.
           MOVE WDG-TS(1:14) TO WDG-STAMP.
           PERFORM WDG-STAMP-SECS.
           COMPUTE WDG-AGE = WDG-SECS - WDG-AT-SECS.
           IF WDG-AGE <= WDG-LIMIT OR WDG-STALL-SW = 2
               EXIT SECTION
           END-IF.
           IF WDG-STALL-SW = 1 AND WDG-AGE <= WDG-LIMIT * 3
               EXIT SECTION
           END-IF.
           IF WDG-STALL-SW = 0
               MOVE "E" TO WDG-ALERT-SEV
           ELSE
               MOVE "F" TO WDG-ALERT-SEV
           END-IF.
           ADD 1 TO WDG-STALL-SW.
           ADD 1 TO WDG-ALERT-COUNT.
           MOVE WDG-AGE TO WDG-VAL-Z.
           MOVE WDG-LIMIT TO WDG-VAL2-Z.
           MOVE SPACES TO WDG-ALERT-TXT.
           STRING "STALLED SECONDS=" DELIMITED BY SIZE
               FUNCTION TRIM(WDG-VAL-Z) DELIMITED BY SIZE
               " LIMIT=" DELIMITED BY SIZE
               FUNCTION TRIM(WDG-VAL2-Z) DELIMITED BY SIZE
               INTO WDG-ALERT-TXT
           END-STRING.
           PERFORM WDG-ALERT-WRITE.
       EXIT SECTION.
      *>   WDG-CLEAR-ALL clears whatever stands against the step
      *>   being left behind.
       WDG-CLEAR-ALL SECTION.
           IF WDG-STALL-SW > 0
               MOVE "STALL" TO WDG-ALERT-TXT
               PERFORM WDG-CLEAR-WRITE
               MOVE 0 TO WDG-STALL-SW
           END-IF.
           IF WDG-SLOW-SW > 0
               MOVE "SLOW" TO WDG-ALERT-TXT
               PERFORM WDG-CLEAR-WRITE
               MOVE 0 TO WDG-SLOW-SW
           END-IF.
           MOVE 1 TO WDG-DONE-SW.
       EXIT SECTION.
       WDG-CLEAR-WRITE SECTION.
           MOVE "I" TO WDG-ALERT-SEV.
           MOVE WDG-RECORDS TO WDG-VAL-Z.
           MOVE WDG-ALERT-TXT TO WDG-CT2.
           MOVE SPACES TO WDG-ALERT-TXT.
           STRING "CLEARED " DELIMITED BY SIZE
               FUNCTION TRIM(WDG-CT2) DELIMITED BY SIZE
               " RECORDS=" DELIMITED BY SIZE
               FUNCTION TRIM(WDG-VAL-Z) DELIMITED BY SIZE
               INTO WDG-ALERT-TXT
           END-STRING.
           ADD 1 TO WDG-CLEAR-COUNT.
           PERFORM WDG-ALERT-WRITE.
       EXIT SECTION.
      *>   WDG-ALERT-WRITE appends one record to the monitor's feed
      *>   in BATCHSUITE's shape — severity and time first, then the
      *>   routine and its input — open, write, close, so the
      *>   monitor sees it the moment it is raised. A feed that
      *>   cannot be written is diagnosed once and fails the watch.
       WDG-ALERT-WRITE SECTION.
           MOVE FUNCTION CURRENT-DATE TO WDG-TS.
           MOVE SPACES TO WDG-ALERT-LINE.
           MOVE 1 TO WDG-PT.
           STRING "SEV=" DELIMITED BY SIZE
               WDG-ALERT-SEV DELIMITED BY SIZE
               " AT=" DELIMITED BY SIZE
               WDG-TS(1:14) DELIMITED BY SIZE
               " WATCHDOG ROUTINE=" DELIMITED BY SIZE
               FUNCTION TRIM(WDG-PROGRAM) DELIMITED BY SIZE
               " INPUT=" DELIMITED BY SIZE
               FUNCTION TRIM(WDG-INPUT) DELIMITED BY SIZE
               " BEAT=" DELIMITED BY SIZE
               WDG-AT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WDG-ALERT-TXT) DELIMITED BY SIZE
               INTO WDG-ALERT-LINE
               WITH POINTER WDG-PT
           END-STRING.
           OPEN EXTEND WDG-ALERT-FILE.
           IF WDG-ALERT-FS = "05" OR WDG-ALERT-FS = "35"
               OPEN OUTPUT WDG-ALERT-FILE
           END-IF.
           WRITE WDG-ALERT-REC FROM WDG-ALERT-LINE.
           IF WDG-ALERT-FS NOT = "00" AND WDG-ALERT-ERR-SW = 0
               MOVE 1 TO WDG-ALERT-ERR-SW
               MOVE 8 TO WDG-BATCH-RC
               DISPLAY "WATCHDOG: WRITE FAILED ON DSN="
                   FUNCTION TRIM(WDG-ALERT-DSN)
                   " FS=" WDG-ALERT-FS
           END-IF.
           CLOSE WDG-ALERT-FILE.
       EXIT SECTION.
      *>   WDG-PARM-PICKUP applies the overrides staged in
      *>   BATCH-PARM (a field left blank or staged as "*" keeps
      *>   the WORKING-STORAGE default): the input field names the
      *>   heartbeat, the output field the alert feed, and the
      *>   parameter the control dataset.
       WDG-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO HEARTBEAT-DSN
               ELSE
                   MOVE "BATCHBEAT.DAT" TO HEARTBEAT-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO WDG-ALERT-DSN
               ELSE
                   MOVE "BATCHALERT.LOG" TO WDG-ALERT-DSN
               END-IF
               IF BATCH-PARM-TEXT NOT = SPACES
                       AND BATCH-PARM-TEXT(1:1) NOT = "*"
                   MOVE BATCH-PARM-TEXT TO WDG-CTL-DSN
               ELSE
                   MOVE "WDGCTL.DAT" TO WDG-CTL-DSN
               END-IF
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
       END PROGRAM WATCHDOG.
