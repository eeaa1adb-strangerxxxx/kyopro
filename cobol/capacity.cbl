       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   AUDITRPT answers for one day and STEPTREND for one step
      *>   against its own past; neither says when the shop runs out
      *>   of room. CAPFCST reads the two long trails back a month
      *>   at a time — the per-run record counts every job stamps on
      *>   JOBAUDIT.LOG, the per-step elapsed seconds BATCHSUITE
      *>   appends to BATCHHIST.DAT — over the last CAP-MONTHS
      *>   months, fits a straight-line trend to each job's monthly
      *>   peak volume and each routine's nightly elapsed time, and
      *>   projects both CAP-HORIZON months forward. A job whose
      *>   projected run would pass its configured ceiling (the
      *>   OCCURS bound or PRIME-MAXN its program was built with),
      *>   or a battery whose projected night would run past
      *>   BATCH-CUTOFF, is flagged with the month it gets there.
      *>   A LOGARCHIVE roll moves whole months off the live audit
      *>   trail, so CAP-AUD-FILE is re-pointed in turn at each
      *>   archive member LOGARCH.MAN records for it inside the
      *>   window, then at the live log itself.
           SELECT CAP-AUD-FILE ASSIGN TO DYNAMIC CAP-LOG-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAP-AUD-FS.
           SELECT CAP-HIST-FILE ASSIGN TO DYNAMIC CAP-HIST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAP-HIST-FS.
      *>   CAP-CTL-FILE carries the forecast's settings, one per
      *>   record, every one optional:
      *>       MONTHS n          (history depth, 1-12, default 6)
      *>       HORIZON n         (months projected, 1-24, default 3)
      *>       CEILING jobid n   (the most records one run of the
      *>                          job can take)
      *>       START hhmmss      (when the battery starts; with a
      *>                          cutoff this sizes the window;
      *>                          left out, the earliest step
      *>                          start in the history stands in)
      *>       CUTOFF hhmmss     (in place of the BATCH-CUTOFF
      *>                          environment variable; 0, as
      *>                          there, means no window)
      *>       HISTORY dsn       (in place of BATCHHIST.DAT)
      *>       MANIFEST dsn      (in place of LOGARCH.MAN)
           SELECT CAP-CTL-FILE ASSIGN TO DYNAMIC CAP-CTL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAP-CTL-FS.
           SELECT CAP-MAN-FILE ASSIGN TO DYNAMIC CAP-MAN-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAP-MAN-FS.
           SELECT CAP-RPT-FILE ASSIGN TO DYNAMIC CAP-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAP-RPT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
           FD CAP-AUD-FILE.
               01 CAP-AUD-REC PIC X(250).
           FD CAP-HIST-FILE.
               01 CAP-HIST-REC PIC X(250).
           FD CAP-CTL-FILE.
               01 CAP-CTL-REC PIC X(132).
           FD CAP-MAN-FILE.
               01 CAP-MAN-REC PIC X(160).
           FD CAP-RPT-FILE.
               01 CAP-RPT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "RPTPAGE.cpy".
           01 CAP-WK.
               03 CAP-AUD-DSN PIC X(100) VALUE "JOBAUDIT.LOG".
               03 CAP-AUD-FS PIC XX.
               03 CAP-LOG-DSN PIC X(100).
               03 CAP-MAN-DSN PIC X(100) VALUE "LOGARCH.MAN".
               03 CAP-MAN-FS PIC XX.
               03 CAP-HIST-DSN PIC X(100) VALUE "BATCHHIST.DAT".
               03 CAP-HIST-FS PIC XX.
               03 CAP-CTL-DSN PIC X(100) VALUE "CAPCTL.DAT".
               03 CAP-CTL-FS PIC XX.
               03 CAP-RPT-DSN PIC X(100) VALUE "CAPFCST.RPT".
               03 CAP-RPT-FS PIC XX.
               03 CAP-RPT-LINE PIC X(250).
               03 CAP-RPT-ERR-SW PIC 9 VALUE 0.
               03 CAP-BATCH-RC PIC S9(4) VALUE 0.
               03 CAP-REC-COUNT BINARY-LONG UNSIGNED VALUE 0.
               03 CAP-FLAG-COUNT BINARY-LONG UNSIGNED VALUE 0.
               03 CAP-I BINARY-LONG SIGNED VALUE 0.
               03 CAP-J BINARY-LONG SIGNED VALUE 0.
               03 CAP-K BINARY-LONG SIGNED VALUE 0.
               03 CAP-PT BINARY-LONG SIGNED VALUE 1.
               03 CAP-VAL-Z PIC -Z(12)9.
               03 CAP-MNO-Z PIC 9(6).
               03 CAP-TOK-TAB.
                   05 CAP-TOK OCCURS 8 TIMES PIC X(120).
               03 CAP-CT1 PIC X(12).
               03 CAP-CT2 PIC X(100).
               03 CAP-CT3 PIC X(20).
               03 CAP-CT-TALLY BINARY-LONG SIGNED VALUE 0.
               03 CAP-JOB-ID PIC X(8).
               03 CAP-ROUTINE PIC X(12).
               03 CAP-DATE PIC X(8).
               03 CAP-AMOUNT BINARY-DOUBLE SIGNED VALUE 0.
      *>   Settings, each at its default until CAP-CTL-FILE or the
      *>   environment says otherwise.
               03 CAP-MONTHS BINARY-LONG SIGNED VALUE 6.
               03 CAP-HORIZON BINARY-LONG SIGNED VALUE 3.
               03 CAP-START-SW PIC 9 VALUE 0.
               03 CAP-START-TIME PIC 9(6) VALUE 0.
               03 CAP-CUTOFF-T PIC X(8).
               03 CAP-CUTOFF-SW PIC 9 VALUE 0.
               03 CAP-CUTOFF-TIME PIC 9(6) VALUE 0.
      *>   CAP-HIST-START is the earliest time of day, in seconds,
      *>   any trended step of the history started (its TIME= end
      *>   less its ELAPSED=), -1 until one is seen; CAP-START-SW
      *>   is 2 when the window start was taken from it.
               03 CAP-HIST-START BINARY-LONG SIGNED VALUE -1.
               03 CAP-STEP-SECS BINARY-LONG SIGNED VALUE 0.
               03 CAP-HIST-TIME PIC X(6).
               03 CAP-WINDOW BINARY-LONG SIGNED VALUE 0.
               03 CAP-HMS PIC 9(6).
               03 CAP-HMS-R REDEFINES CAP-HMS.
                   05 CAP-HMS-HH PIC 99.
                   05 CAP-HMS-MI PIC 99.
                   05 CAP-HMS-SS PIC 99.
      *>   Months are counted as yyyy * 12 + mm - 1 so a window can
      *>   span a year end; slot 1 is the oldest month of the
      *>   window and slot CAP-MONTHS the current one.
               03 CAP-TS PIC X(21).
               03 CAP-CUR-MNO BINARY-LONG SIGNED VALUE 0.
               03 CAP-FIRST-MNO BINARY-LONG SIGNED VALUE 0.
               03 CAP-MNO BINARY-LONG SIGNED VALUE 0.
               03 CAP-SLOT BINARY-LONG SIGNED VALUE 0.
               03 CAP-YYYY BINARY-LONG SIGNED VALUE 0.
               03 CAP-MM BINARY-LONG SIGNED VALUE 0.
      *>   The audit datasets to read: every distinct archive
      *>   member the manifest names for the live log whose month
      *>   falls in the window, with the live log appended last.
           01 CAP-SET-WK.
               03 CAP-MAXSETS BINARY-LONG SIGNED VALUE 200.
               03 CAP-SET-CNT BINARY-LONG SIGNED VALUE 0.
               03 CAP-SET-OVERFLOW BINARY-LONG UNSIGNED VALUE 0.
               03 CAP-S BINARY-LONG SIGNED VALUE 0.
               03 CAP-SET-HIT BINARY-LONG SIGNED VALUE 0.
               03 CAP-M-LOG PIC X(100).
               03 CAP-M-ARC PIC X(100).
               03 CAP-M-LEN BINARY-LONG SIGNED VALUE 0.
               03 CAP-SET-TAB.
                   05 CAP-SET-DSN OCCURS 201 TIMES PIC X(100).
      *>   One entry per job id: its monthly peak records per run,
      *>   and the ceiling CEILING set for it (0 when none).
           01 CAP-JOB-WK.
               03 CAP-MAXJOBS BINARY-LONG SIGNED VALUE 200.
               03 CAP-JOB-CNT BINARY-LONG SIGNED VALUE 0.
               03 CAP-JOB-HIT BINARY-LONG SIGNED VALUE 0.
               03 CAP-JOB-OVERFLOW BINARY-LONG UNSIGNED VALUE 0.
               03 CAP-JOB-TAB.
                   05 CAP-JOB-I OCCURS 200 TIMES.
                       07 CAP-J-ID PIC X(8).
                       07 CAP-J-CEIL BINARY-DOUBLE SIGNED.
                       07 CAP-J-PEAK OCCURS 12 TIMES
                                   BINARY-DOUBLE SIGNED.
                       07 CAP-J-SEEN OCCURS 12 TIMES PIC 9.
      *>   One entry per routine: per month the elapsed seconds it
      *>   ran in total and the distinct battery dates it ran on,
      *>   so a month's figure is its cost per night however many
      *>   steps of the battery call it.
           01 CAP-RTN-WK.
               03 CAP-MAXRTNS BINARY-LONG SIGNED VALUE 200.
               03 CAP-RTN-CNT BINARY-LONG SIGNED VALUE 0.
               03 CAP-RTN-HIT BINARY-LONG SIGNED VALUE 0.
               03 CAP-RTN-OVERFLOW BINARY-LONG UNSIGNED VALUE 0.
               03 CAP-RTN-TAB.
                   05 CAP-RTN-I OCCURS 200 TIMES.
                       07 CAP-R-NAME PIC X(12).
                       07 CAP-R-A FLOAT-LONG.
                       07 CAP-R-B FLOAT-LONG.
                       07 CAP-R-MON OCCURS 12 TIMES.
                           09 CAP-R-SUM BINARY-DOUBLE SIGNED.
                           09 CAP-R-NIGHTS BINARY-LONG SIGNED.
                           09 CAP-R-LASTD PIC X(8).
      *>   The trend fit: ordinary least squares over the months
      *>   that have data, x = slot - 1. One operation per COMPUTE,
      *>   as in STEPTREND, so no floating-point target is fed a
      *>   nested sub-expression.
           01 CAP-CALC-WK.
               03 CAP-Y OCCURS 12 TIMES FLOAT-LONG.
               03 CAP-YS OCCURS 12 TIMES PIC 9.
               03 CAP-N FLOAT-LONG VALUE 0.
               03 CAP-SX FLOAT-LONG VALUE 0.
               03 CAP-SY FLOAT-LONG VALUE 0.
               03 CAP-SXX FLOAT-LONG VALUE 0.
               03 CAP-SXY FLOAT-LONG VALUE 0.
               03 CAP-T1 FLOAT-LONG VALUE 0.
               03 CAP-T2 FLOAT-LONG VALUE 0.
               03 CAP-NUM FLOAT-LONG VALUE 0.
               03 CAP-DEN FLOAT-LONG VALUE 0.
               03 CAP-A FLOAT-LONG VALUE 0.
               03 CAP-B FLOAT-LONG VALUE 0.
               03 CAP-X FLOAT-LONG VALUE 0.
               03 CAP-PROJ-F FLOAT-LONG VALUE 0.
               03 CAP-PROJ BINARY-DOUBLE SIGNED VALUE 0.
               03 CAP-SLOPE BINARY-DOUBLE SIGNED VALUE 0.
               03 CAP-LAST BINARY-DOUBLE SIGNED VALUE 0.
               03 CAP-LAST-SW PIC 9 VALUE 0.
               03 CAP-BREACH BINARY-LONG SIGNED VALUE 0.
               03 CAP-NIGHT BINARY-DOUBLE SIGNED VALUE 0.
       PROCEDURE DIVISION.
      *>   CAP-RUN is this program's entry point, whether it is run
      *>   as its own job step or CALLed as one step of a larger
      *>   batch suite: settings first, then both trails folded
      *>   into their monthly tables, then the report — one VOLUME
      *>   line per job, one ELAPSED line per routine, the BATTERY
      *>   line and a SUMMARY. RC 0 is nothing projected to break
      *>   inside the horizon, 4 means a ceiling or the cutoff was
      *>   flagged, 8 means a bad setting or a trail or the report
      *>   could not be opened. Ends in GOBACK like the other
      *>   reporting utilities.
       CAP-RUN SECTION.
           PERFORM CAP-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO CAP-BATCH-RC.
           MOVE 0 TO CAP-REC-COUNT.
           MOVE 0 TO CAP-FLAG-COUNT.
           MOVE 0 TO CAP-RPT-ERR-SW.
           MOVE 0 TO CAP-JOB-CNT.
           MOVE 0 TO CAP-JOB-OVERFLOW.
           MOVE 0 TO CAP-RTN-CNT.
           MOVE 0 TO CAP-RTN-OVERFLOW.
           MOVE SPACES TO CAP-CUTOFF-T.
           ACCEPT CAP-CUTOFF-T FROM ENVIRONMENT "BATCH-CUTOFF"
               ON EXCEPTION
                   MOVE SPACES TO CAP-CUTOFF-T
           END-ACCEPT.
           MOVE 0 TO CAP-START-SW.
           MOVE -1 TO CAP-HIST-START.
           PERFORM CAP-CUTOFF-SET.
           PERFORM CAP-CONTROL-LOAD.
           IF CAP-BATCH-RC = 0
               MOVE FUNCTION CURRENT-DATE TO CAP-TS
               COMPUTE CAP-CUR-MNO =
                   FUNCTION NUMVAL(CAP-TS(1:4)) * 12
                   + FUNCTION NUMVAL(CAP-TS(5:2)) - 1
               COMPUTE CAP-FIRST-MNO = CAP-CUR-MNO - CAP-MONTHS + 1
               PERFORM CAP-AUDIT-LOAD
           END-IF.
           IF CAP-BATCH-RC = 0
               PERFORM CAP-HISTORY-LOAD
               PERFORM CAP-START-DEFAULT
           END-IF.
           IF CAP-BATCH-RC = 0
               PERFORM CAP-REPORT-WRITE
           END-IF.
           IF CAP-RPT-ERR-SW = 1
               MOVE 8 TO CAP-BATCH-RC
           END-IF.
           IF CAP-BATCH-RC = 0 AND CAP-FLAG-COUNT > 0
               MOVE 4 TO CAP-BATCH-RC
           END-IF.
           MOVE CAP-BATCH-RC TO RETURN-CODE.
           MOVE "CAPJOB01" TO JA-JOB-ID.
           MOVE CAP-AUD-DSN TO JA-INPUT-DSN.
           MOVE CAP-REC-COUNT TO JA-RECORD-COUNT.
           MOVE CAP-REC-COUNT TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   CAP-CONTROL-LOAD reads the settings. An absent control
      *>   dataset leaves every default standing; a record it cannot
      *>   use fails the step rather than forecasting on a setting
      *>   nobody asked for.
       CAP-CONTROL-LOAD SECTION.
           OPEN INPUT CAP-CTL-FILE.
           IF CAP-CTL-FS NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL CAP-CTL-FS NOT = "00"
               READ CAP-CTL-FILE
                   AT END
                       MOVE "10" TO CAP-CTL-FS
                   NOT AT END
                       PERFORM CAP-CONTROL-RECORD
               END-READ
           END-PERFORM.
           CLOSE CAP-CTL-FILE.
       EXIT SECTION.
       CAP-CONTROL-RECORD SECTION.
           IF CAP-CTL-REC = SPACES OR CAP-CTL-REC(1:1) = "*"
               EXIT SECTION
           END-IF.
           MOVE SPACES TO CAP-CT1.
           MOVE SPACES TO CAP-CT2.
           MOVE SPACES TO CAP-CT3.
           MOVE 0 TO CAP-CT-TALLY.
           UNSTRING CAP-CTL-REC DELIMITED BY ALL SPACE
               INTO CAP-CT1 CAP-CT2 CAP-CT3
               TALLYING IN CAP-CT-TALLY
           END-UNSTRING.
           EVALUATE TRUE
               WHEN CAP-CT1 = "MONTHS" AND CAP-CT-TALLY = 2
                       AND FUNCTION TEST-NUMVAL(CAP-CT2) = 0
                   COMPUTE CAP-MONTHS = FUNCTION NUMVAL(CAP-CT2)
                   IF CAP-MONTHS < 1 OR CAP-MONTHS > 12
                       MOVE 8 TO CAP-BATCH-RC
                   END-IF
               WHEN CAP-CT1 = "HORIZON" AND CAP-CT-TALLY = 2
                       AND FUNCTION TEST-NUMVAL(CAP-CT2) = 0
                   COMPUTE CAP-HORIZON = FUNCTION NUMVAL(CAP-CT2)
                   IF CAP-HORIZON < 1 OR CAP-HORIZON > 24
                       MOVE 8 TO CAP-BATCH-RC
                   END-IF
               WHEN CAP-CT1 = "CEILING" AND CAP-CT-TALLY = 3
                       AND FUNCTION TEST-NUMVAL(CAP-CT3) = 0
                   MOVE CAP-CT2 TO CAP-JOB-ID
                   PERFORM CAP-JOB-FIND
                   IF CAP-JOB-HIT = 0
                       MOVE 8 TO CAP-BATCH-RC
                   ELSE
                       COMPUTE CAP-J-CEIL(CAP-JOB-HIT) =
                           FUNCTION NUMVAL(CAP-CT3)
                   END-IF
               WHEN CAP-CT1 = "START" AND CAP-CT-TALLY = 2
                       AND FUNCTION TEST-NUMVAL(CAP-CT2) = 0
                   COMPUTE CAP-START-TIME = FUNCTION NUMVAL(CAP-CT2)
                   MOVE 1 TO CAP-START-SW
               WHEN CAP-CT1 = "CUTOFF" AND CAP-CT-TALLY = 2
                   MOVE CAP-CT2 TO CAP-CUTOFF-T
                   PERFORM CAP-CUTOFF-SET
               WHEN CAP-CT1 = "HISTORY" AND CAP-CT-TALLY = 2
                   MOVE CAP-CT2 TO CAP-HIST-DSN
               WHEN CAP-CT1 = "MANIFEST" AND CAP-CT-TALLY = 2
                   MOVE CAP-CT2 TO CAP-MAN-DSN
               WHEN OTHER
                   MOVE 8 TO CAP-BATCH-RC
           END-EVALUATE.
           IF CAP-BATCH-RC NOT = 0
               DISPLAY "CAPFCST: BAD CONTROL RECORD "
                   FUNCTION TRIM(CAP-CTL-REC)
               MOVE "10" TO CAP-CTL-FS
           END-IF.
       EXIT SECTION.
      *>   CAP-CUTOFF-SET reads the cutoff in CAP-CUTOFF-T the way
      *>   BATCHSUITE reads BATCH-CUTOFF: blank, 0 or anything that
      *>   is not a number means no window, so the forecast never
      *>   checks a window the battery itself does not keep. A
      *>   value that is not a number is noted in the job log.
       CAP-CUTOFF-SET SECTION.
           MOVE 0 TO CAP-CUTOFF-SW.
           MOVE 0 TO CAP-CUTOFF-TIME.
           IF CAP-CUTOFF-T = SPACES
               EXIT SECTION
           END-IF.
           IF FUNCTION TEST-NUMVAL(CAP-CUTOFF-T) NOT = 0
               DISPLAY "CAPFCST: CUTOFF " FUNCTION TRIM(CAP-CUTOFF-T)
                   " IS NOT A TIME - NO WINDOW"
               EXIT SECTION
           END-IF.
           IF FUNCTION NUMVAL(CAP-CUTOFF-T) > 0
               MOVE 1 TO CAP-CUTOFF-SW
               COMPUTE CAP-CUTOFF-TIME =
                   FUNCTION NUMVAL(CAP-CUTOFF-T)
           END-IF.
       EXIT SECTION.
      *>   CAP-START-DEFAULT gives a cutoff without a START record
      *>   its window all the same: the battery is taken to start
      *>   when the earliest step in the trended history started.
      *>   A battery that runs across midnight should be given its
      *>   START, since its after-midnight steps read as early ones.
       CAP-START-DEFAULT SECTION.
           IF CAP-CUTOFF-SW = 0 OR CAP-START-SW NOT = 0
                   OR CAP-HIST-START < 0
               EXIT SECTION
           END-IF.
           COMPUTE CAP-HMS-HH = CAP-HIST-START / 3600.
           COMPUTE CAP-HMS-MI =
               FUNCTION MOD(CAP-HIST-START, 3600) / 60.
           COMPUTE CAP-HMS-SS = FUNCTION MOD(CAP-HIST-START, 60).
           MOVE CAP-HMS TO CAP-START-TIME.
           MOVE 2 TO CAP-START-SW.
       EXIT SECTION.
      *>   CAP-JOB-FIND finds CAP-JOB-ID's entry, opening one when
      *>   it is new; CAP-JOB-HIT stays 0 only when the table is
      *>   full.
       CAP-JOB-FIND SECTION.
           MOVE 0 TO CAP-JOB-HIT.
           PERFORM VARYING CAP-I FROM 1 BY 1
                   UNTIL CAP-I > CAP-JOB-CNT OR CAP-JOB-HIT > 0
               IF CAP-J-ID(CAP-I) = CAP-JOB-ID
                   MOVE CAP-I TO CAP-JOB-HIT
               END-IF
           END-PERFORM.
           IF CAP-JOB-HIT > 0
               EXIT SECTION
           END-IF.
           IF CAP-JOB-CNT >= CAP-MAXJOBS
               ADD 1 TO CAP-JOB-OVERFLOW
               EXIT SECTION
           END-IF.
           ADD 1 TO CAP-JOB-CNT.
           MOVE CAP-JOB-CNT TO CAP-JOB-HIT.
           MOVE CAP-JOB-ID TO CAP-J-ID(CAP-JOB-HIT).
           MOVE 0 TO CAP-J-CEIL(CAP-JOB-HIT).
           PERFORM VARYING CAP-I FROM 1 BY 1 UNTIL CAP-I > 12
               MOVE 0 TO CAP-J-PEAK(CAP-JOB-HIT, CAP-I)
               MOVE 0 TO CAP-J-SEEN(CAP-JOB-HIT, CAP-I)
           END-PERFORM.
       EXIT SECTION.
       CAP-RTN-FIND SECTION.
           MOVE 0 TO CAP-RTN-HIT.
           PERFORM VARYING CAP-I FROM 1 BY 1
                   UNTIL CAP-I > CAP-RTN-CNT OR CAP-RTN-HIT > 0
               IF CAP-R-NAME(CAP-I) = CAP-ROUTINE
                   MOVE CAP-I TO CAP-RTN-HIT
               END-IF
           END-PERFORM.
           IF CAP-RTN-HIT > 0
               EXIT SECTION
           END-IF.
           IF CAP-RTN-CNT >= CAP-MAXRTNS
               ADD 1 TO CAP-RTN-OVERFLOW
               EXIT SECTION
           END-IF.
           ADD 1 TO CAP-RTN-CNT.
           MOVE CAP-RTN-CNT TO CAP-RTN-HIT.
           MOVE CAP-ROUTINE TO CAP-R-NAME(CAP-RTN-HIT).
           PERFORM VARYING CAP-I FROM 1 BY 1 UNTIL CAP-I > 12
               MOVE 0 TO CAP-R-SUM(CAP-RTN-HIT, CAP-I)
               MOVE 0 TO CAP-R-NIGHTS(CAP-RTN-HIT, CAP-I)
               MOVE SPACES TO CAP-R-LASTD(CAP-RTN-HIT, CAP-I)
           END-PERFORM.
       EXIT SECTION.
      *>   CAP-DATE-SLOT turns CAP-DATE into its window slot, or 0
      *>   when the date is malformed or outside the window.
       CAP-DATE-SLOT SECTION.
           MOVE 0 TO CAP-SLOT.
           IF CAP-DATE IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           COMPUTE CAP-YYYY = FUNCTION NUMVAL(CAP-DATE(1:4)).
           COMPUTE CAP-MM = FUNCTION NUMVAL(CAP-DATE(5:2)).
           IF CAP-MM < 1 OR CAP-MM > 12
               EXIT SECTION
           END-IF.
           COMPUTE CAP-MNO = CAP-YYYY * 12 + CAP-MM - 1.
           IF CAP-MNO < CAP-FIRST-MNO OR CAP-MNO > CAP-CUR-MNO
               EXIT SECTION
           END-IF.
           COMPUTE CAP-SLOT = CAP-MNO - CAP-FIRST-MNO + 1.
       EXIT SECTION.
      *>   CAP-AUDIT-LOAD folds every stamp of the audit trail
      *>   ("jobid yyyymmdd hhmmssss ... RECORDS=n") into its job's
      *>   monthly peak: the window's archive members first, then
      *>   the live log. Stamps outside the window, or without a
      *>   date or a RECORDS= count, are passed over. A member the
      *>   manifest names but that will not open fails the step
      *>   like the live log would, since a forecast missing a
      *>   month would understate the trend without saying so.
       CAP-AUDIT-LOAD SECTION.
           MOVE 0 TO CAP-SET-CNT.
           MOVE 0 TO CAP-SET-OVERFLOW.
           PERFORM CAP-MANIFEST-LOAD.
           IF CAP-BATCH-RC NOT = 0
               EXIT SECTION
           END-IF.
           ADD 1 TO CAP-SET-CNT.
           MOVE CAP-AUD-DSN TO CAP-SET-DSN(CAP-SET-CNT).
           PERFORM VARYING CAP-S FROM 1 BY 1
                   UNTIL CAP-S > CAP-SET-CNT OR CAP-BATCH-RC NOT = 0
               PERFORM CAP-ONE-SET-LOAD
           END-PERFORM.
       EXIT SECTION.
      *>   CAP-MANIFEST-LOAD lists the archive members the manifest
      *>   records for the live log. No manifest simply means the
      *>   log has never been rolled: the live log is read alone.
       CAP-MANIFEST-LOAD SECTION.
           OPEN INPUT CAP-MAN-FILE.
           IF CAP-MAN-FS = "35"
               EXIT SECTION
           END-IF.
           IF CAP-MAN-FS NOT = "00"
               MOVE 8 TO CAP-BATCH-RC
               DISPLAY "CAPFCST: COULD NOT OPEN INPUT DSN="
                   FUNCTION TRIM(CAP-MAN-DSN)
                   " FS=" CAP-MAN-FS
               EXIT SECTION
           END-IF.
           PERFORM UNTIL CAP-MAN-FS NOT = "00"
               READ CAP-MAN-FILE
                   AT END
                       MOVE "10" TO CAP-MAN-FS
                   NOT AT END
                       PERFORM CAP-MANIFEST-RECORD
               END-READ
           END-PERFORM.
           CLOSE CAP-MAN-FILE.
       EXIT SECTION.
      *>   CAP-MANIFEST-RECORD keeps a member once, and only when
      *>   the month in its own name (stem.YYYYMM.ARC) falls in the
      *>   window; a member whose name carries no month is kept and
      *>   left to the per-stamp date test.
       CAP-MANIFEST-RECORD SECTION.
           IF CAP-MAN-REC = SPACES
               EXIT SECTION
           END-IF.
           PERFORM VARYING CAP-I FROM 1 BY 1 UNTIL CAP-I > 8
               MOVE SPACES TO CAP-TOK(CAP-I)
           END-PERFORM.
           UNSTRING CAP-MAN-REC DELIMITED BY ALL SPACE
               INTO CAP-TOK(1) CAP-TOK(2) CAP-TOK(3) CAP-TOK(4)
                   CAP-TOK(5) CAP-TOK(6) CAP-TOK(7) CAP-TOK(8)
           END-UNSTRING.
           MOVE SPACES TO CAP-M-LOG.
           MOVE SPACES TO CAP-M-ARC.
           PERFORM VARYING CAP-I FROM 1 BY 1 UNTIL CAP-I > 8
               EVALUATE TRUE
                   WHEN CAP-TOK(CAP-I)(1:4) = "LOG="
                       MOVE CAP-TOK(CAP-I)(5:100) TO CAP-M-LOG
                   WHEN CAP-TOK(CAP-I)(1:8) = "ARCHIVE="
                       MOVE CAP-TOK(CAP-I)(9:100) TO CAP-M-ARC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF CAP-M-LOG NOT = CAP-AUD-DSN OR CAP-M-ARC = SPACES
               EXIT SECTION
           END-IF.
           COMPUTE CAP-M-LEN = FUNCTION STORED-CHAR-LENGTH(CAP-M-ARC).
           IF CAP-M-LEN >= 10
               IF CAP-M-ARC(CAP-M-LEN - 9:6) IS NUMERIC
                   MOVE SPACES TO CAP-DATE
                   STRING CAP-M-ARC(CAP-M-LEN - 9:6) DELIMITED BY SIZE
                       "01" DELIMITED BY SIZE
                       INTO CAP-DATE
                   END-STRING
                   PERFORM CAP-DATE-SLOT
                   IF CAP-SLOT = 0
                       EXIT SECTION
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO CAP-SET-HIT.
           PERFORM VARYING CAP-S FROM 1 BY 1
                   UNTIL CAP-S > CAP-SET-CNT OR CAP-SET-HIT > 0
               IF CAP-SET-DSN(CAP-S) = CAP-M-ARC
                   MOVE CAP-S TO CAP-SET-HIT
               END-IF
           END-PERFORM.
           IF CAP-SET-HIT = 0
               IF CAP-SET-CNT >= CAP-MAXSETS
                   ADD 1 TO CAP-SET-OVERFLOW
               ELSE
                   ADD 1 TO CAP-SET-CNT
                   MOVE CAP-M-ARC TO CAP-SET-DSN(CAP-SET-CNT)
               END-IF
           END-IF.
       EXIT SECTION.
      *>   CAP-ONE-SET-LOAD reads one dataset of the audit trail.
       CAP-ONE-SET-LOAD SECTION.
           MOVE CAP-SET-DSN(CAP-S) TO CAP-LOG-DSN.
           OPEN INPUT CAP-AUD-FILE.
           IF CAP-AUD-FS NOT = "00"
               MOVE 8 TO CAP-BATCH-RC
               DISPLAY "CAPFCST: COULD NOT OPEN INPUT DSN="
                   FUNCTION TRIM(CAP-LOG-DSN)
                   " FS=" CAP-AUD-FS
               EXIT SECTION
           END-IF.
           PERFORM UNTIL CAP-AUD-FS NOT = "00"
               READ CAP-AUD-FILE
                   AT END
                       MOVE "10" TO CAP-AUD-FS
                   NOT AT END
                       ADD 1 TO CAP-REC-COUNT
                       PERFORM CAP-AUDIT-RECORD
               END-READ
           END-PERFORM.
           CLOSE CAP-AUD-FILE.
       EXIT SECTION.
       CAP-AUDIT-RECORD SECTION.
           IF CAP-AUD-REC = SPACES
               EXIT SECTION
           END-IF.
           PERFORM VARYING CAP-I FROM 1 BY 1 UNTIL CAP-I > 8
               MOVE SPACES TO CAP-TOK(CAP-I)
           END-PERFORM.
           UNSTRING CAP-AUD-REC DELIMITED BY ALL SPACE
               INTO CAP-TOK(1) CAP-TOK(2) CAP-TOK(3) CAP-TOK(4)
                   CAP-TOK(5) CAP-TOK(6) CAP-TOK(7) CAP-TOK(8)
           END-UNSTRING.
           MOVE CAP-TOK(2)(1:8) TO CAP-DATE.
           PERFORM CAP-DATE-SLOT.
           IF CAP-SLOT = 0
               EXIT SECTION
           END-IF.
           MOVE -1 TO CAP-AMOUNT.
           PERFORM VARYING CAP-I FROM 3 BY 1 UNTIL CAP-I > 8
               IF CAP-TOK(CAP-I)(1:8) = "RECORDS="
                       AND FUNCTION TEST-NUMVAL(CAP-TOK(CAP-I)(9:20))
                           = 0
                   COMPUTE CAP-AMOUNT =
                       FUNCTION NUMVAL(CAP-TOK(CAP-I)(9:20))
               END-IF
           END-PERFORM.
           IF CAP-AMOUNT < 0
               EXIT SECTION
           END-IF.
           MOVE CAP-TOK(1) TO CAP-JOB-ID.
           PERFORM CAP-JOB-FIND.
           IF CAP-JOB-HIT = 0
               EXIT SECTION
           END-IF.
           IF CAP-J-SEEN(CAP-JOB-HIT, CAP-SLOT) = 0
                   OR CAP-AMOUNT > CAP-J-PEAK(CAP-JOB-HIT, CAP-SLOT)
               MOVE CAP-AMOUNT TO CAP-J-PEAK(CAP-JOB-HIT, CAP-SLOT)
           END-IF.
           MOVE 1 TO CAP-J-SEEN(CAP-JOB-HIT, CAP-SLOT).
       EXIT SECTION.
      *>   CAP-HISTORY-LOAD folds every step record of the runtime
      *>   history (DATE= ROUTINE= ELAPSED= tokens, BATCHSUITE's
      *>   shape) into its routine's monthly total, counting each
      *>   battery date once. An absent history is read as no steps
      *>   yet run, since the volume half of the report stands on
      *>   its own.
       CAP-HISTORY-LOAD SECTION.
           OPEN INPUT CAP-HIST-FILE.
           IF CAP-HIST-FS = "35"
               EXIT SECTION
           END-IF.
           IF CAP-HIST-FS NOT = "00"
               MOVE 8 TO CAP-BATCH-RC
               DISPLAY "CAPFCST: COULD NOT OPEN INPUT DSN="
                   FUNCTION TRIM(CAP-HIST-DSN)
                   " FS=" CAP-HIST-FS
               EXIT SECTION
           END-IF.
           PERFORM UNTIL CAP-HIST-FS NOT = "00"
               READ CAP-HIST-FILE
                   AT END
                       MOVE "10" TO CAP-HIST-FS
                   NOT AT END
                       ADD 1 TO CAP-REC-COUNT
                       PERFORM CAP-HISTORY-RECORD
               END-READ
           END-PERFORM.
           CLOSE CAP-HIST-FILE.
       EXIT SECTION.
       CAP-HISTORY-RECORD SECTION.
           IF CAP-HIST-REC = SPACES
               EXIT SECTION
           END-IF.
           PERFORM VARYING CAP-I FROM 1 BY 1 UNTIL CAP-I > 8
               MOVE SPACES TO CAP-TOK(CAP-I)
           END-PERFORM.
           UNSTRING CAP-HIST-REC DELIMITED BY ALL SPACE
               INTO CAP-TOK(1) CAP-TOK(2) CAP-TOK(3) CAP-TOK(4)
                   CAP-TOK(5) CAP-TOK(6) CAP-TOK(7) CAP-TOK(8)
           END-UNSTRING.
           MOVE SPACES TO CAP-DATE.
           MOVE SPACES TO CAP-HIST-TIME.
           MOVE SPACES TO CAP-ROUTINE.
           MOVE -1 TO CAP-AMOUNT.
           PERFORM VARYING CAP-I FROM 1 BY 1 UNTIL CAP-I > 8
               EVALUATE TRUE
                   WHEN CAP-TOK(CAP-I)(1:5) = "DATE="
                       MOVE CAP-TOK(CAP-I)(6:8) TO CAP-DATE
                   WHEN CAP-TOK(CAP-I)(1:5) = "TIME="
                       MOVE CAP-TOK(CAP-I)(6:6) TO CAP-HIST-TIME
                   WHEN CAP-TOK(CAP-I)(1:8) = "ROUTINE="
                       MOVE CAP-TOK(CAP-I)(9:12) TO CAP-ROUTINE
                   WHEN CAP-TOK(CAP-I)(1:8) = "ELAPSED="
                       IF FUNCTION TEST-NUMVAL(CAP-TOK(CAP-I)(9:12))
                               = 0
                           COMPUTE CAP-AMOUNT =
                               FUNCTION NUMVAL(CAP-TOK(CAP-I)(9:12))
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF CAP-ROUTINE = SPACES OR CAP-AMOUNT < 0
               EXIT SECTION
           END-IF.
           PERFORM CAP-DATE-SLOT.
           IF CAP-SLOT = 0
               EXIT SECTION
           END-IF.
           PERFORM CAP-RTN-FIND.
           IF CAP-RTN-HIT = 0
               EXIT SECTION
           END-IF.
           ADD CAP-AMOUNT TO CAP-R-SUM(CAP-RTN-HIT, CAP-SLOT).
           IF CAP-R-LASTD(CAP-RTN-HIT, CAP-SLOT) NOT = CAP-DATE
               ADD 1 TO CAP-R-NIGHTS(CAP-RTN-HIT, CAP-SLOT)
               MOVE CAP-DATE TO CAP-R-LASTD(CAP-RTN-HIT, CAP-SLOT)
           END-IF.
           IF CAP-HIST-TIME IS NUMERIC
               MOVE CAP-HIST-TIME TO CAP-HMS
               COMPUTE CAP-STEP-SECS = FUNCTION MOD(CAP-HMS-HH * 3600
                   + CAP-HMS-MI * 60 + CAP-HMS-SS - CAP-AMOUNT, 86400)
               IF CAP-HIST-START < 0
                       OR CAP-STEP-SECS < CAP-HIST-START
                   MOVE CAP-STEP-SECS TO CAP-HIST-START
               END-IF
           END-IF.
       EXIT SECTION.
      *>   CAP-REPORT-WRITE lays the forecast out on the standard
      *>   page layout: the window in the subtitle, one
      *>   VOLUME line per job, one ELAPSED line per routine, the
      *>   BATTERY line that adds the routines up against the
      *>   window, and the SUMMARY.
       CAP-REPORT-WRITE SECTION.
           OPEN OUTPUT CAP-RPT-FILE.
           IF CAP-RPT-FS NOT = "00"
               MOVE 8 TO CAP-BATCH-RC
               DISPLAY "CAPFCST: COULD NOT OPEN OUTPUT DSN="
                   FUNCTION TRIM(CAP-RPT-DSN)
                   " FS=" CAP-RPT-FS
               EXIT SECTION
           END-IF.
           MOVE "CAPFCST" TO RP-REPORT-ID.
           MOVE "CAPACITY FORECAST" TO RP-TITLE.
           MOVE SPACES TO RP-SUBTITLE.
           MOVE 1 TO CAP-PT.
           MOVE CAP-FIRST-MNO TO CAP-MNO.
           PERFORM CAP-MONTH-TEXT.
           STRING "FROM=" DELIMITED BY SIZE
               CAP-MNO-Z DELIMITED BY SIZE
               INTO RP-SUBTITLE
               WITH POINTER CAP-PT
           END-STRING.
           MOVE CAP-CUR-MNO TO CAP-MNO.
           PERFORM CAP-MONTH-TEXT.
           MOVE CAP-HORIZON TO CAP-VAL-Z.
           STRING " TO=" DELIMITED BY SIZE
               CAP-MNO-Z DELIMITED BY SIZE
               " HORIZON=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-VAL-Z) DELIMITED BY SIZE
               " LOG=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-AUD-DSN) DELIMITED BY SIZE
               " HISTORY=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-HIST-DSN) DELIMITED BY SIZE
               INTO RP-SUBTITLE
               WITH POINTER CAP-PT
           END-STRING.
           MOVE SPACES TO RP-COLHDR-1.
           STRING "VOLUME JOB=<job id> TREND=<monthly peaks> "
                   "SLOPE=<per month> PROJECTED=<records> "
                   "[CEILING=<n> OK|BREACH-IN=<n> MONTHS|BREACHED]"
                   DELIMITED BY SIZE
               INTO RP-COLHDR-1
           END-STRING.
           MOVE SPACES TO RP-COLHDR-2.
           STRING "ELAPSED ROUTINE=<routine> | BATTERY  "
                   "TREND=<secs per night> SLOPE=<per month> "
                   "PROJECTED=<secs> [WINDOW=<secs> "
                   "START=<hhmmss>]"
                   DELIMITED BY SIZE
               INTO RP-COLHDR-2
           END-STRING.
           PERFORM RPTPAGE-OPEN.
           PERFORM VARYING CAP-J FROM 1 BY 1
                   UNTIL CAP-J > CAP-JOB-CNT
               PERFORM CAP-JOB-LINE-WRITE
           END-PERFORM.
           PERFORM VARYING CAP-J FROM 1 BY 1
                   UNTIL CAP-J > CAP-RTN-CNT
               PERFORM CAP-RTN-LINE-WRITE
           END-PERFORM.
           PERFORM CAP-BATTERY-LINE-WRITE.
           PERFORM CAP-SUMMARY-WRITE.
           PERFORM RPTPAGE-CLOSE.
           PERFORM CAP-RPT-WRITE-CHECK.
           CLOSE CAP-RPT-FILE.
       EXIT SECTION.
      *>   CAP-MONTH-TEXT renders month number CAP-MNO as yyyymm.
       CAP-MONTH-TEXT SECTION.
           COMPUTE CAP-YYYY = CAP-MNO / 12.
           COMPUTE CAP-MM = CAP-MNO - CAP-YYYY * 12 + 1.
           COMPUTE CAP-MNO-Z = CAP-YYYY * 100 + CAP-MM.
       EXIT SECTION.
      *>   CAP-TREND-FIT fits y = CAP-A + CAP-B * x to the slots of
      *>   CAP-Y that CAP-YS marks as holding data. One month of
      *>   data is a flat line at that month; none is a flat zero.
       CAP-TREND-FIT SECTION.
           MOVE 0 TO CAP-N.
           MOVE 0 TO CAP-SX.
           MOVE 0 TO CAP-SY.
           MOVE 0 TO CAP-SXX.
           MOVE 0 TO CAP-SXY.
           MOVE 0 TO CAP-LAST-SW.
           PERFORM VARYING CAP-K FROM 1 BY 1 UNTIL CAP-K > CAP-MONTHS
               IF CAP-YS(CAP-K) = 1
                   COMPUTE CAP-SLOT = CAP-K - 1
                   MOVE CAP-SLOT TO CAP-X
                   ADD 1 TO CAP-N
                   ADD CAP-X TO CAP-SX
                   ADD CAP-Y(CAP-K) TO CAP-SY
                   COMPUTE CAP-T1 = CAP-X * CAP-X
                   ADD CAP-T1 TO CAP-SXX
                   COMPUTE CAP-T1 = CAP-X * CAP-Y(CAP-K)
                   ADD CAP-T1 TO CAP-SXY
                   MOVE CAP-Y(CAP-K) TO CAP-LAST
                   MOVE 1 TO CAP-LAST-SW
               END-IF
           END-PERFORM.
           MOVE 0 TO CAP-A.
           MOVE 0 TO CAP-B.
           MOVE 0 TO CAP-SLOPE.
           IF CAP-N = 0
               EXIT SECTION
           END-IF.
           COMPUTE CAP-T1 = CAP-N * CAP-SXX.
           COMPUTE CAP-T2 = CAP-SX * CAP-SX.
           COMPUTE CAP-DEN = CAP-T1 - CAP-T2.
           IF CAP-DEN NOT = 0
               COMPUTE CAP-T1 = CAP-N * CAP-SXY
               COMPUTE CAP-T2 = CAP-SX * CAP-SY
               COMPUTE CAP-NUM = CAP-T1 - CAP-T2
               COMPUTE CAP-B = CAP-NUM / CAP-DEN
           END-IF.
           COMPUTE CAP-T1 = CAP-B * CAP-SX.
           COMPUTE CAP-T1 = CAP-SY - CAP-T1.
           COMPUTE CAP-A = CAP-T1 / CAP-N.
           COMPUTE CAP-SLOPE ROUNDED = CAP-B.
       EXIT SECTION.
      *>   CAP-PROJECT-AT projects the fitted line CAP-K months past
      *>   the current one, never below zero.
       CAP-PROJECT-AT SECTION.
           COMPUTE CAP-SLOT = CAP-MONTHS - 1 + CAP-K.
           MOVE CAP-SLOT TO CAP-X.
           COMPUTE CAP-T1 = CAP-B * CAP-X.
           COMPUTE CAP-PROJ-F = CAP-A + CAP-T1.
           IF CAP-PROJ-F < 0
               MOVE 0 TO CAP-PROJ-F
           END-IF.
           COMPUTE CAP-PROJ ROUNDED = CAP-PROJ-F.
       EXIT SECTION.
      *>   CAP-TREND-TEXT appends the window's monthly figures to
      *>   the report line, "-" for a month with no data.
       CAP-TREND-TEXT SECTION.
           STRING " TREND=" DELIMITED BY SIZE
               INTO CAP-RPT-LINE
               WITH POINTER CAP-PT
           END-STRING.
           PERFORM VARYING CAP-K FROM 1 BY 1 UNTIL CAP-K > CAP-MONTHS
               IF CAP-K > 1
                   STRING "/" DELIMITED BY SIZE
                       INTO CAP-RPT-LINE
                       WITH POINTER CAP-PT
                   END-STRING
               END-IF
               IF CAP-YS(CAP-K) = 1
                   COMPUTE CAP-VAL-Z ROUNDED = CAP-Y(CAP-K)
                   STRING FUNCTION TRIM(CAP-VAL-Z) DELIMITED BY SIZE
                       INTO CAP-RPT-LINE
                       WITH POINTER CAP-PT
                   END-STRING
               ELSE
                   STRING "-" DELIMITED BY SIZE
                       INTO CAP-RPT-LINE
                       WITH POINTER CAP-PT
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE CAP-SLOPE TO CAP-VAL-Z.
           STRING " SLOPE=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-VAL-Z) DELIMITED BY SIZE
               INTO CAP-RPT-LINE
               WITH POINTER CAP-PT
           END-STRING.
       EXIT SECTION.
      *>   CAP-JOB-LINE-WRITE reports one job's monthly peaks, the
      *>   projection at the horizon, and — where a ceiling is set
      *>   — the first month ahead the projected run passes it
      *>   (BREACH-IN=k), or BREACHED when the latest month already
      *>   has.
       CAP-JOB-LINE-WRITE SECTION.
           PERFORM VARYING CAP-K FROM 1 BY 1 UNTIL CAP-K > CAP-MONTHS
               MOVE CAP-J-PEAK(CAP-J, CAP-K) TO CAP-Y(CAP-K)
               MOVE CAP-J-SEEN(CAP-J, CAP-K) TO CAP-YS(CAP-K)
           END-PERFORM.
           PERFORM CAP-TREND-FIT.
           MOVE SPACES TO CAP-RPT-LINE.
           MOVE 1 TO CAP-PT.
           STRING "VOLUME JOB=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-J-ID(CAP-J)) DELIMITED BY SIZE
               INTO CAP-RPT-LINE
               WITH POINTER CAP-PT
           END-STRING.
           IF CAP-LAST-SW = 0
               STRING " NO DATA IN WINDOW" DELIMITED BY SIZE
                   INTO CAP-RPT-LINE
                   WITH POINTER CAP-PT
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM CAP-RPT-WRITE-CHECK
               EXIT SECTION
           END-IF.
           PERFORM CAP-TREND-TEXT.
           MOVE CAP-HORIZON TO CAP-K.
           PERFORM CAP-PROJECT-AT.
           MOVE CAP-PROJ TO CAP-VAL-Z.
           STRING " PROJECTED=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-VAL-Z) DELIMITED BY SIZE
               INTO CAP-RPT-LINE
               WITH POINTER CAP-PT
           END-STRING.
           IF CAP-J-CEIL(CAP-J) > 0
               MOVE CAP-J-CEIL(CAP-J) TO CAP-VAL-Z
               STRING " CEILING=" DELIMITED BY SIZE
                   FUNCTION TRIM(CAP-VAL-Z) DELIMITED BY SIZE
                   INTO CAP-RPT-LINE
                   WITH POINTER CAP-PT
               END-STRING
               MOVE -1 TO CAP-BREACH
               IF CAP-LAST > CAP-J-CEIL(CAP-J)
                   MOVE 0 TO CAP-BREACH
               END-IF
               PERFORM VARYING CAP-K FROM 1 BY 1
                       UNTIL CAP-K > CAP-HORIZON OR CAP-BREACH >= 0
                   PERFORM CAP-PROJECT-AT
                   IF CAP-PROJ > CAP-J-CEIL(CAP-J)
                       MOVE CAP-K TO CAP-BREACH
                   END-IF
               END-PERFORM
               PERFORM CAP-BREACH-TEXT
           END-IF.
           PERFORM RPTPAGE-WRITE.
           PERFORM CAP-RPT-WRITE-CHECK.
       EXIT SECTION.
       CAP-BREACH-TEXT SECTION.
           EVALUATE TRUE
               WHEN CAP-BREACH = 0
                   ADD 1 TO CAP-FLAG-COUNT
                   STRING " BREACHED" DELIMITED BY SIZE
                       INTO CAP-RPT-LINE
                       WITH POINTER CAP-PT
                   END-STRING
               WHEN CAP-BREACH > 0
                   ADD 1 TO CAP-FLAG-COUNT
                   MOVE CAP-BREACH TO CAP-VAL-Z
                   STRING " BREACH-IN=" DELIMITED BY SIZE
                       FUNCTION TRIM(CAP-VAL-Z) DELIMITED BY SIZE
                       " MONTHS" DELIMITED BY SIZE
                       INTO CAP-RPT-LINE
                       WITH POINTER CAP-PT
                   END-STRING
               WHEN OTHER
                   STRING " OK" DELIMITED BY SIZE
                       INTO CAP-RPT-LINE
                       WITH POINTER CAP-PT
                   END-STRING
           END-EVALUATE.
       EXIT SECTION.
      *>   CAP-RTN-MONTHS loads routine CAP-J's per-night figures
      *>   into CAP-Y for the fit.
       CAP-RTN-MONTHS SECTION.
           PERFORM VARYING CAP-K FROM 1 BY 1 UNTIL CAP-K > CAP-MONTHS
               IF CAP-R-NIGHTS(CAP-J, CAP-K) > 0
                   COMPUTE CAP-Y(CAP-K) = CAP-R-SUM(CAP-J, CAP-K)
                       / CAP-R-NIGHTS(CAP-J, CAP-K)
                   MOVE 1 TO CAP-YS(CAP-K)
               ELSE
                   MOVE 0 TO CAP-Y(CAP-K)
                   MOVE 0 TO CAP-YS(CAP-K)
               END-IF
           END-PERFORM.
       EXIT SECTION.
       CAP-RTN-LINE-WRITE SECTION.
           PERFORM CAP-RTN-MONTHS.
           PERFORM CAP-TREND-FIT.
           MOVE CAP-A TO CAP-R-A(CAP-J).
           MOVE CAP-B TO CAP-R-B(CAP-J).
           MOVE SPACES TO CAP-RPT-LINE.
           MOVE 1 TO CAP-PT.
           STRING "ELAPSED ROUTINE=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-R-NAME(CAP-J)) DELIMITED BY SIZE
               INTO CAP-RPT-LINE
               WITH POINTER CAP-PT
           END-STRING.
           PERFORM CAP-TREND-TEXT.
           MOVE CAP-HORIZON TO CAP-K.
           PERFORM CAP-PROJECT-AT.
           MOVE CAP-PROJ TO CAP-VAL-Z.
           STRING " PROJECTED=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-VAL-Z) DELIMITED BY SIZE
               INTO CAP-RPT-LINE
               WITH POINTER CAP-PT
           END-STRING.
           PERFORM RPTPAGE-WRITE.
           PERFORM CAP-RPT-WRITE-CHECK.
       EXIT SECTION.
      *>   CAP-BATTERY-LINE-WRITE adds the routines' nightly figures
      *>   up month by month and projects the night as the sum of
      *>   the routines' own projections. With both a START (given
      *>   or taken from the history) and a cutoff the window is
      *>   the seconds between them (midnight wrap included), and
      *>   the first month ahead the projected night no longer fits
      *>   is flagged.
       CAP-BATTERY-LINE-WRITE SECTION.
           PERFORM VARYING CAP-K FROM 1 BY 1 UNTIL CAP-K > 12
               MOVE 0 TO CAP-Y(CAP-K)
               MOVE 0 TO CAP-YS(CAP-K)
           END-PERFORM.
           PERFORM VARYING CAP-J FROM 1 BY 1
                   UNTIL CAP-J > CAP-RTN-CNT
               PERFORM VARYING CAP-K FROM 1 BY 1
                       UNTIL CAP-K > CAP-MONTHS
                   IF CAP-R-NIGHTS(CAP-J, CAP-K) > 0
                       COMPUTE CAP-T1 = CAP-R-SUM(CAP-J, CAP-K)
                           / CAP-R-NIGHTS(CAP-J, CAP-K)
                       ADD CAP-T1 TO CAP-Y(CAP-K)
                       MOVE 1 TO CAP-YS(CAP-K)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM CAP-TREND-FIT.
           MOVE SPACES TO CAP-RPT-LINE.
           MOVE 1 TO CAP-PT.
           STRING "BATTERY" DELIMITED BY SIZE
               INTO CAP-RPT-LINE
               WITH POINTER CAP-PT
           END-STRING.
           PERFORM CAP-TREND-TEXT.
           MOVE CAP-HORIZON TO CAP-K.
           PERFORM CAP-NIGHT-AT.
           MOVE CAP-NIGHT TO CAP-VAL-Z.
           STRING " PROJECTED=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-VAL-Z) DELIMITED BY SIZE
               INTO CAP-RPT-LINE
               WITH POINTER CAP-PT
           END-STRING.
           IF CAP-START-SW = 0 OR CAP-CUTOFF-SW = 0
               STRING " WINDOW=NONE" DELIMITED BY SIZE
                   INTO CAP-RPT-LINE
                   WITH POINTER CAP-PT
               END-STRING
           ELSE
               MOVE CAP-CUTOFF-TIME TO CAP-HMS
               COMPUTE CAP-WINDOW = CAP-HMS-HH * 3600
                   + CAP-HMS-MI * 60 + CAP-HMS-SS
               MOVE CAP-START-TIME TO CAP-HMS
               COMPUTE CAP-WINDOW = CAP-WINDOW - CAP-HMS-HH * 3600
                   - CAP-HMS-MI * 60 - CAP-HMS-SS
               IF CAP-WINDOW <= 0
                   ADD 86400 TO CAP-WINDOW
               END-IF
               MOVE CAP-WINDOW TO CAP-VAL-Z
               STRING " WINDOW=" DELIMITED BY SIZE
                   FUNCTION TRIM(CAP-VAL-Z) DELIMITED BY SIZE
                   " START=" DELIMITED BY SIZE
                   CAP-START-TIME DELIMITED BY SIZE
                   INTO CAP-RPT-LINE
                   WITH POINTER CAP-PT
               END-STRING
               IF CAP-START-SW = 2
                   STRING "(HISTORY)" DELIMITED BY SIZE
                       INTO CAP-RPT-LINE
                       WITH POINTER CAP-PT
                   END-STRING
               END-IF
               MOVE -1 TO CAP-BREACH
               IF CAP-LAST > CAP-WINDOW
                   MOVE 0 TO CAP-BREACH
               END-IF
               PERFORM VARYING CAP-K FROM 1 BY 1
                       UNTIL CAP-K > CAP-HORIZON OR CAP-BREACH >= 0
                   PERFORM CAP-NIGHT-AT
                   IF CAP-NIGHT > CAP-WINDOW
                       MOVE CAP-K TO CAP-BREACH
                   END-IF
               END-PERFORM
               PERFORM CAP-BREACH-TEXT
           END-IF.
           PERFORM RPTPAGE-WRITE.
           PERFORM CAP-RPT-WRITE-CHECK.
       EXIT SECTION.
      *>   CAP-NIGHT-AT is the projected battery night CAP-K months
      *>   ahead: every routine's own line projected and summed.
       CAP-NIGHT-AT SECTION.
           MOVE 0 TO CAP-NIGHT.
           COMPUTE CAP-SLOT = CAP-MONTHS - 1 + CAP-K.
           MOVE CAP-SLOT TO CAP-X.
           PERFORM VARYING CAP-J FROM 1 BY 1
                   UNTIL CAP-J > CAP-RTN-CNT
               COMPUTE CAP-T1 = CAP-R-B(CAP-J) * CAP-X
               COMPUTE CAP-PROJ-F = CAP-R-A(CAP-J) + CAP-T1
               IF CAP-PROJ-F > 0
                   COMPUTE CAP-PROJ ROUNDED = CAP-PROJ-F
                   ADD CAP-PROJ TO CAP-NIGHT
               END-IF
           END-PERFORM.
       EXIT SECTION.
       CAP-SUMMARY-WRITE SECTION.
           MOVE SPACES TO CAP-RPT-LINE.
           MOVE 1 TO CAP-PT.
           MOVE CAP-JOB-CNT TO CAP-VAL-Z.
           STRING "SUMMARY JOBS=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-VAL-Z) DELIMITED BY SIZE
               INTO CAP-RPT-LINE
               WITH POINTER CAP-PT
           END-STRING.
           MOVE CAP-RTN-CNT TO CAP-VAL-Z.
           STRING " ROUTINES=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-VAL-Z) DELIMITED BY SIZE
               INTO CAP-RPT-LINE
               WITH POINTER CAP-PT
           END-STRING.
           MOVE CAP-FLAG-COUNT TO CAP-VAL-Z.
           STRING " FLAGS=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-VAL-Z) DELIMITED BY SIZE
               INTO CAP-RPT-LINE
               WITH POINTER CAP-PT
           END-STRING.
           COMPUTE CAP-VAL-Z = CAP-SET-CNT - 1.
           STRING " ARCHIVES=" DELIMITED BY SIZE
               FUNCTION TRIM(CAP-VAL-Z) DELIMITED BY SIZE
               INTO CAP-RPT-LINE
               WITH POINTER CAP-PT
           END-STRING.
           IF CAP-JOB-OVERFLOW > 0 OR CAP-RTN-OVERFLOW > 0
                   OR CAP-SET-OVERFLOW > 0
               STRING " KEYS-TRUNCATED" DELIMITED BY SIZE
                   INTO CAP-RPT-LINE
                   WITH POINTER CAP-PT
               END-STRING
           END-IF.
           PERFORM RPTPAGE-WRITE.
           PERFORM CAP-RPT-WRITE-CHECK.
       EXIT SECTION.
      *>   CAP-RPT-WRITE-CHECK guards every result write: the
      *>   motivating failure is a full volume, which passes OPEN
      *>   and only fails on WRITE. The first failure is diagnosed
      *>   and fails the step; repeats stay quiet so an abnormal
      *>   volume cannot flood the job log.
       CAP-RPT-WRITE-CHECK SECTION.
           IF CAP-RPT-FS NOT = "00" AND CAP-RPT-ERR-SW = 0
               MOVE 1 TO CAP-RPT-ERR-SW
               DISPLAY "CAPFCST: WRITE FAILED ON DSN="
                   FUNCTION TRIM(CAP-RPT-DSN)
                   " FS=" CAP-RPT-FS
           END-IF.
       EXIT SECTION.
      *>   CAP-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
      *>   default; run standalone the block is never set and
      *>   nothing changes).
      *>   The input field names the audit trail, the output field
      *>   the report, and the parameter the control dataset.
       CAP-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO CAP-AUD-DSN
               ELSE
                   MOVE "JOBAUDIT.LOG" TO CAP-AUD-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO CAP-RPT-DSN
               ELSE
                   MOVE "CAPFCST.RPT" TO CAP-RPT-DSN
               END-IF
               IF BATCH-PARM-TEXT NOT = SPACES
                       AND BATCH-PARM-TEXT(1:1) NOT = "*"
                   MOVE BATCH-PARM-TEXT TO CAP-CTL-DSN
               ELSE
                   MOVE "CAPCTL.DAT" TO CAP-CTL-DSN
               END-IF
           END-IF.
       EXIT SECTION.
           COPY "RPTPAGEP.cpy"
               REPLACING ==RP-PRINT-REC== BY ==CAP-RPT-REC==
                   ==RP-PRINT-LINE== BY ==CAP-RPT-LINE==
                   ==RP-PRINT-FS== BY ==CAP-RPT-FS==.
           COPY "JOBAUDITP.cpy".
       END PROGRAM CAPFCST.
