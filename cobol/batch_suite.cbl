      *>   fresh numbered generation per run (see BATCH-GEN-FILE
      *>   below), so a rerun diagnoses an incident without
      *>   destroying the evidence.
      *>   A WAITFOR=dataset,minutes clause holds the step until the
      *>   named dataset appears — an extract another system drops
      *>   during the night — polling up to the given minutes; the
      *>   step starts the moment the dataset opens, and one still
      *>   absent when the limit runs out is reported as TIMEOUT,
      *>   alerted, and counted as an RC 8 failure for COND= and
      *>   restart purposes. Pre-flight treats a WAITFOR dataset as
      *>   expected later, the way it trusts earlier steps' outputs.
      *>   A BALANCE=terms=terms clause is the auditors' control-
      *>   total check, proved the moment its step finishes. Each
      *>   term is a step number, optionally suffixed R (the step's
      *>   record count, the default), I (records read) or O
      *>   (records written), and terms join with "+": so
      *>   BALANCE=1O=2I holds EDITUTIL's clean count against the
      *>   GCDLCM read that consumes it, BALANCE=3I=3O an EXTSORT
      *>   run without SUM, and BALANCE=1O+2O=4I two feeds merged.
      *>   Counts come from BATCH-PARM as each step hands them back
      *>   (and are kept in the state file, so a restart still
      *>   balances against a PRIOR step). Totals that disagree
      *>   alert OUT-OF-BALANCE, fail the step for restart, and
      *>   refuse every step that depends on it — through AFTER= or
      *>   COND= — and in turn every step depending on those. A term
      *>   naming a step that did not run leaves the check unproven,
      *>   which is warned about but refuses nothing.
      *>   Any field may carry JCL-style symbols, &NAME or &NAME.
      *>   (a period straight after the name ends it and is
      *>   dropped, so &RUNDATE..DAT reads as 20261015.DAT):
      *>   the built-ins &RUNDATE (yyyymmdd), &RUNMONTH (yyyymm),
      *>   &DAY (MON..SUN), &MONTHEND (Y or N) and &CYCLE (MONTHEND
      *>   on the month-end processing day, otherwise DAILY), plus
      *>   site symbols set by a "SET NAME=value" record — in the
      *>   control file or an INCLUDEd member, in force from that
      *>   record on — or passed in through the BATCH-SYMBOLS
      *>   environment variable as NAME=value,NAME=value. The
      *>   environment wins over both SET records and the built-ins,
      *>   so a rerun for an earlier date is one launch override
      *>   (BATCH-SYMBOLS=RUNDATE=20261001) rather than an edited
      *>   control member. Symbols are resolved as each record is
      *>   read, before the step parse, so the table, pre-flight,
      *>   and the report's step line all carry the resolved names;
      *>   an undefined symbol refuses the battery at pre-flight.
      *>   The
      *>   positional fields end at the output dataset: any trailing
      *>   KEY= token is read as a clause and the first plain
      *>   GCDLCM, UNIONFIND, POWMODLIB, BINSEARCH, FENWICK,
      *>   CRTLIB, MATPOW, HEAPLIB, EXTSORT, INVCOUNT, GRAPHLIB,
      *>   STRUTIL, WIDEBITSET, EDITUTIL, GENDATA, BIGCALC,
      *>   HASHUTIL, RESLOAD, STATUTIL, BRUTEREF, MERGEFEEDS,
      *>   SUBSETSUM, ASSIGNLIB, FLOWLIB, GRIDSUM, DIFFUTIL,
      *>   JOINUTIL, MASKDATA, DATEUTIL), so a
      *>   step here always performs an actual computation against a
      *>   dataset rather than being logged as if one ran. The
      *>   morning reporting and maintenance utilities (AUDITRPT,
      *>   AUDITRECON, EXCEPTRPT, LOGARCHIVE, CACHEAUDIT, RESQUERY,
      *>   UFSNAPDIFF, STEPTREND, AUDITCHAIN, RESDRIFT, RESEXTRACT,
      *>   CAPFCST)
      *>   and the STRESSRUN test harness take their datasets
      *>   through the same block and are
      *>   dispatchable too, so the checkout can close the battery
      *>   itself behind a COND= clause, e.g.
      *>       AUDITRECON BATCHRPT.LOG * * COND=5,4
           SELECT BATCH-CTRL-FILE ASSIGN TO DYNAMIC BATCH-CTRL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BATCH-CTRL-FS.
      *>   the civil last day. No calendar dataset means no holidays
      *>   and the civil month-end, so a missing calendar degrades
      *>   to the obvious reading rather than refusing the battery.
      *>   DATEUTIL answers the jobs' business-day questions from
      *>   this same dataset under these same rules; a change to
      *>   how either reads the calendar belongs in both.
           SELECT BATCH-CAL-FILE ASSIGN TO DYNAMIC BATCH-CAL-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BATCH-CAL-FS.
               FILE STATUS IS BATCH-LIST-FS.
      *>   BATCH-CMD-FILE is the operator's door into a running
      *>   battery: it is polled between steps (never mid-step) for
      *>   a HOLD record (pause until an authorized RELEASE, CANCEL
      *>   or SKIPNEXT replaces it), CANCEL (close everything
      *>   cleanly, stamp the job audit trail, and end with its own
      *>   distinct RC), or SKIPNEXT (bypass the next step, reported
      *>   as SKIPPED-OPERATOR). A command record reads
      *>       verb operator-id reason text
      *>   Every honoured command is echoed to the battery report
      *>   and stamped on the job audit trail as BATCMD01 with the
      *>   operator, verb, step and reason, and a consumed command
      *>   is cleared from the file so a relaunch does not replay
      *>   it. This is the controlled 2am stop that killing the
      *>   process — and tearing BATCHSTATE.DAT mid-step — never
      *>   was.
           SELECT BATCH-CMD-FILE ASSIGN TO DYNAMIC BATCH-CMD-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BATCH-CMD-FS.
      *>   BATCH-OPER-FILE says who may command a battery: one
      *>   record per operator id followed by the verbs it may
      *>   issue, or "*" for all of them, e.g.
      *>       JSMITH HOLD RELEASE
      *>       OPSLEAD *
      *>   A command from an operator not on it, for a verb the
      *>   operator was not given, or with no operator id at all is
      *>   refused: consumed unobeyed, reported, and alerted. With
      *>   no dataset at all nobody is authorized, since a battery
      *>   that anyone with write access to BATCHCMD.DAT can stop is
      *>   the exposure this dataset closes.
           SELECT BATCH-OPER-FILE ASSIGN TO DYNAMIC BATCH-OPER-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BATCH-OPER-FS.
      *>   BATCH-HIST-FILE is the cumulative step runtime history:
      *>   one appended record per executed step (never a skip or a
      *>   deferral) carrying the run date and time, the routine and
      *>   monitored — and the step that ate the window spotted —
      *>   from one output instead of operations watching each job
      *>   step separately.
      *>   A plan-only launch (BATCH-PLAN=Y in the environment)
      *>   points this same file at the plan report instead
      *>   (BATCHPLAN.RPT, or the BATCH-PLANFILE environment
      *>   variable), so pre-flight's refusal lines and the resolved
      *>   plan land together and last night's BATCHRPT.LOG is left
      *>   exactly as the battery wrote it.
           SELECT BATCH-REPORT-FILE ASSIGN TO DYNAMIC BATCH-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BATCH-REPORT-FS.
                   03 BATCH-STATE-STEP PIC S9(9).
                   03 BATCH-STATE-RC PIC S9(4).
                   03 BATCH-STATE-STATUS PIC X.
                   03 BATCH-STATE-RECS PIC 9(18).
                   03 BATCH-STATE-IN-RECS PIC 9(18).
                   03 BATCH-STATE-OUT-RECS PIC 9(18).
           FD BATCH-INCL-FILE.
               01 BATCH-INCL-REC PIC X(132).
           FD BATCH-CAL-FILE.
           FD BATCH-LIST-FILE.
               01 BATCH-LIST-REC PIC X(132).
           FD BATCH-CMD-FILE.
               01 BATCH-CMD-REC PIC X(132).
           FD BATCH-OPER-FILE.
               01 BATCH-OPER-REC PIC X(132).
           FD BATCH-HIST-FILE.
               01 BATCH-HIST-REC PIC X(250).
           FD BATCH-GEN-FILE.
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "RPTPAGE.cpy".
           01 BATCH-WK.
               03 BATCH-CTRL-DSN PIC X(100) VALUE "BATCHCTL.DAT".
               03 BATCH-CTRL-FS PIC XX.
                       07 BATCH-T-COND PIC X(20).
                       07 BATCH-T-RETRY PIC X(20).
                       07 BATCH-T-DAYS PIC X(64).
                       07 BATCH-T-WAIT PIC X(64).
                       07 BATCH-T-BAL PIC X(64).
               03 BATCH-TOK-TAB.
                   05 BATCH-TOK OCCURS 6 TIMES PIC X(64).
               03 BATCH-TOK-I BINARY-LONG SIGNED VALUE 0.
               03 BATCH-RETRY-WAIT BINARY-LONG SIGNED VALUE 0.
               03 BATCH-STEP-TRIES BINARY-LONG SIGNED VALUE 0.
               03 BATCH-TRIES-Z PIC Z(3)9.
      *>   WAITFOR=dataset,minutes working set: the clause as staged,
      *>   its two halves, the poll interval, and the seconds waited
      *>   so far (wall clock through INTEGER-OF-DATE, so a wait
      *>   across midnight still measures honestly).
               03 BATCH-WAIT-T PIC X(64).
               03 BATCH-WAIT-DSN PIC X(100).
               03 BATCH-WAIT-MIN-T PIC X(8).
               03 BATCH-WAIT-LIMIT BINARY-LONG SIGNED VALUE 0.
               03 BATCH-WAIT-POLL BINARY-LONG SIGNED VALUE 30.
               03 BATCH-WAIT-NAP BINARY-LONG SIGNED VALUE 0.
               03 BATCH-WAIT-SECS BINARY-LONG SIGNED VALUE 0.
               03 BATCH-WAIT-SECS-Z PIC Z(8)9.
               03 BATCH-WAIT-PT BINARY-LONG SIGNED VALUE 0.
               03 BATCH-WAIT-FROM-DATE PIC 9(8) VALUE 0.
               03 BATCH-WAIT-FROM-SECS BINARY-LONG SIGNED VALUE 0.
               03 BATCH-WAIT-NOW-SECS BINARY-LONG SIGNED VALUE 0.
               03 BATCH-WAIT-ARRIVED-SW PIC 9 VALUE 0.
               03 BATCH-WAIT-TO-SW PIC 9 VALUE 0.
                   88 BATCH-STEP-TIMED-OUT VALUE 1.
               03 BATCH-WAIT-ERR-SW PIC 9 VALUE 0.
               03 BATCH-WAIT-ERR-STEP BINARY-LONG SIGNED VALUE 0.
      *>   BALANCE= working set. BATCH-CNT-TAB holds each step's
      *>   counts as handed back (KNOWN once it ran this run or was
      *>   restored from the state file) and whether it is out of
      *>   balance or was refused on that account; the rest is the
      *>   clause being proved, one side and one term at a time.
               03 BATCH-CNT-TAB.
                   05 BATCH-CNT-I OCCURS 1000 TIMES.
                       07 BATCH-CNT-KNOWN PIC 9 VALUE 0.
                       07 BATCH-CNT-REC BINARY-DOUBLE UNSIGNED
                                       VALUE 0.
                       07 BATCH-CNT-IN BINARY-DOUBLE UNSIGNED
                                       VALUE 0.
                       07 BATCH-CNT-OUT BINARY-DOUBLE UNSIGNED
                                       VALUE 0.
                       07 BATCH-OOB-FLAG PIC 9 VALUE 0.
               03 BATCH-BAL-T PIC X(64).
               03 BATCH-BAL-SIDE-T OCCURS 2 TIMES PIC X(64).
               03 BATCH-BAL-EXTRA PIC X(64).
               03 BATCH-BAL-TERM PIC X(16).
               03 BATCH-BAL-NUM-T PIC X(16).
               03 BATCH-BAL-KIND PIC X.
               03 BATCH-BAL-S BINARY-LONG SIGNED VALUE 0.
               03 BATCH-BAL-PT BINARY-LONG SIGNED VALUE 0.
               03 BATCH-BAL-LEN BINARY-LONG SIGNED VALUE 0.
               03 BATCH-BAL-TLEN BINARY-LONG SIGNED VALUE 0.
               03 BATCH-BAL-EQ-CNT BINARY-LONG SIGNED VALUE 0.
               03 BATCH-BAL-STEP BINARY-LONG SIGNED VALUE 0.
               03 BATCH-BAL-SUM BINARY-DOUBLE UNSIGNED
                               OCCURS 2 TIMES.
               03 BATCH-BAL-SUM-Z OCCURS 2 TIMES PIC Z(17)9.
               03 BATCH-BAL-BAD-SW PIC 9 VALUE 0.
               03 BATCH-BAL-UNK-SW PIC 9 VALUE 0.
               03 BATCH-BAL-ERR-SW PIC 9 VALUE 0.
               03 BATCH-BAL-ERR-STEP BINARY-LONG SIGNED VALUE 0.
               03 BATCH-BAL-OOB-SW PIC 9 VALUE 0.
                   88 BATCH-STEP-OUT-OF-BALANCE VALUE 1.
               03 BATCH-BAL-REF-SW PIC 9 VALUE 0.
                   88 BATCH-STEP-BAL-REFUSED VALUE 1.
               03 BATCH-BAL-REF-STEP BINARY-LONG SIGNED VALUE 0.
               03 BATCH-BAL-REF-Z PIC Z(8)9.
      *>   Run-calendar working set: today's date broken down once
      *>   at launch (day of month, weekday off INTEGER-OF-DATE —
      *>   day 1 of the integer calendar is a Monday — and whether
      *>   (override via the BATCH-CMDFILE environment variable),
      *>   the seconds between polls while held, and the switches
      *>   one honoured command leaves behind for the loop and the
      *>   step ladder to act on. BATCH-CMD-STEP is the step the
      *>   command takes effect at — the next one due to run.
           01 BATCH-CMD-WK.
               03 BATCH-CMD-DSN PIC X(100) VALUE "BATCHCMD.DAT".
               03 BATCH-CMD-FS PIC XX.
               03 BATCH-CMD-DSN-T PIC X(100).
               03 BATCH-CMD-OP PIC X(12).
               03 BATCH-CMD-OPER PIC X(12).
               03 BATCH-CMD-REASON PIC X(100).
               03 BATCH-CMD-PT BINARY-LONG SIGNED VALUE 1.
               03 BATCH-CMD-STEP BINARY-LONG UNSIGNED VALUE 0.
               03 BATCH-CMD-STEP-Z PIC Z(8)9.
               03 BATCH-CMD-AUTH-SW PIC 9 VALUE 0.
                   88 BATCH-CMD-AUTHORIZED VALUE 1.
               03 BATCH-CMD-ECHO-T PIC X(12).
               03 BATCH-CMD-POLL BINARY-LONG SIGNED VALUE 5.
               03 BATCH-CANCEL-SW PIC 9 VALUE 0.
               03 BATCH-SKIPNEXT-SW PIC 9 VALUE 0.
               03 BATCH-OPR-SKIP-SW PIC 9 VALUE 0.
                   88 BATCH-STEP-OPR-SKIPPED VALUE 1.
      *>   The authorized operators (override the dataset via the
      *>   BATCH-OPERFILE environment variable), loaded once at
      *>   launch.
           01 BATCH-OPER-WK.
               03 BATCH-OPER-DSN PIC X(100) VALUE "BATCHOPER.DAT".
               03 BATCH-OPER-FS PIC XX.
               03 BATCH-OPER-DSN-T PIC X(100).
               03 BATCH-OPER-MAX BINARY-LONG SIGNED VALUE 50.
               03 BATCH-OPER-CNT BINARY-LONG SIGNED VALUE 0.
               03 BATCH-OPER-I BINARY-LONG SIGNED VALUE 0.
               03 BATCH-OPER-J BINARY-LONG SIGNED VALUE 0.
               03 BATCH-OPER-TAB.
                   05 BATCH-OPER-E OCCURS 50 TIMES.
                       07 BATCH-OPER-ID PIC X(12).
                       07 BATCH-OPER-VERB OCCURS 5 TIMES
                                       PIC X(12).
      *>   Alert working set: severity E is a failed step, a
      *>   refused battery or a refused operator command, F a
      *>   report/state write failure (the battery's own trail is
      *>   compromised), W a deferral or an operator cancel. Each
      *>   alert commits at once; the alert writer never touches
      *>   RETURN-CODE — a monitor feed that fails must not change
      *>   the battery's outcome, only be diagnosed.
           01 BATCH-ALERT-WK.
               03 BATCH-ALERT-DSN PIC X(100) VALUE "BATCHALERT.LOG".
               03 BATCH-ALERT-FS PIC XX.
               03 BATCH-ALERT-ERR-SW PIC 9 VALUE 0.
               03 BATCH-ALERT-PT BINARY-LONG SIGNED VALUE 1.
               03 BATCH-ALERT-LINE PIC X(250).
      *>   Plan-only working set: a launch with BATCH-PLAN=Y runs
      *>   the load, pre-flight, AFTER= ordering, calendar, restart
      *>   and generation logic exactly as a live battery would, but
      *>   writes one PLAN line per step in execution order instead
      *>   of invoking anything — no CALL, no state, history or
      *>   alert record, and no registry rewrite, so a control-file
      *>   change can be read in full before the night it goes live.
      *>   A COND= whose step is not yet decided can only be shown as
      *>   depending on that step's RC; one naming a restart-complete
      *>   step is judged, since its RC is already on file.
           01 BATCH-PLAN-WK.
               03 BATCH-PLAN-FLAG PIC X VALUE "N".
               03 BATCH-PLAN-SW PIC 9 VALUE 0.
                   88 BATCH-PLAN-MODE VALUE 1.
               03 BATCH-PLAN-DSN PIC X(100) VALUE "BATCHPLAN.RPT".
               03 BATCH-PLAN-DSN-T PIC X(100).
               03 BATCH-PLAN-SEQ-Z PIC Z(8)9.
               03 BATCH-PLAN-RUN BINARY-LONG UNSIGNED VALUE 0.
               03 BATCH-PLAN-COND BINARY-LONG UNSIGNED VALUE 0.
               03 BATCH-PLAN-BYP BINARY-LONG UNSIGNED VALUE 0.
               03 BATCH-PLAN-SKIP BINARY-LONG UNSIGNED VALUE 0.
               03 BATCH-PLAN-PRIOR BINARY-LONG UNSIGNED VALUE 0.
               03 BATCH-PLAN-CNT-Z PIC Z(8)9.
               03 BATCH-PLAN-ME-T PIC X.
               03 BATCH-PLAN-HOL-T PIC X.
               03 BATCH-PLAN-PT BINARY-LONG SIGNED VALUE 1.
           01 BATCH-HIST-WK.
               03 BATCH-HIST-DSN PIC X(100) VALUE "BATCHHIST.DAT".
               03 BATCH-HIST-FS PIC XX.
               03 BATCH-CLAUSE-ERR-SW PIC 9 VALUE 0.
               03 BATCH-CLAUSE-ERR-STEP BINARY-LONG SIGNED
                                           VALUE 0.
      *>   Symbol working set: the symbol table (built-ins first,
      *>   then BATCH-SYMBOLS overrides, then SET records as the load
      *>   pass meets them; BATCH-SYM-E-SRC remembers which, since an
      *>   environment value is never overridden by a SET), and the
      *>   substitution scan's buffer and switches. An undefined
      *>   symbol, a full table, or a record the substitution would
      *>   push past its 132 bytes refuses the battery at pre-flight
      *>   — a step running against a half-resolved dataset name is
      *>   worse than no step.
           01 BATCH-SYM-WK.
               03 BATCH-SYM-ENV PIC X(256).
               03 BATCH-SYM-ENV-PT BINARY-LONG SIGNED VALUE 1.
               03 BATCH-SYM-ENV-LEN BINARY-LONG SIGNED VALUE 0.
               03 BATCH-SYM-PAIR PIC X(80).
               03 BATCH-SYM-NAME-T PIC X(12).
               03 BATCH-SYM-VAL-T PIC X(64).
               03 BATCH-SYM-SRC-T PIC X.
               03 BATCH-SYM-CNT BINARY-LONG SIGNED VALUE 0.
               03 BATCH-SYM-MAX BINARY-LONG SIGNED VALUE 50.
               03 BATCH-SYM-HIT BINARY-LONG SIGNED VALUE 0.
               03 BATCH-SYM-K BINARY-LONG SIGNED VALUE 0.
               03 BATCH-SYM-TAB.
                   05 BATCH-SYM-E OCCURS 50 TIMES.
                       07 BATCH-SYM-E-NAME PIC X(8).
                       07 BATCH-SYM-E-VAL PIC X(64).
                       07 BATCH-SYM-E-SRC PIC X.
               03 BATCH-SYM-OUT PIC X(132).
               03 BATCH-SYM-OPT BINARY-LONG SIGNED VALUE 1.
               03 BATCH-SYM-LEN BINARY-LONG SIGNED VALUE 0.
               03 BATCH-SYM-I BINARY-LONG SIGNED VALUE 0.
               03 BATCH-SYM-J BINARY-LONG SIGNED VALUE 0.
               03 BATCH-SYM-NL BINARY-LONG SIGNED VALUE 0.
               03 BATCH-SYM-AMP BINARY-LONG SIGNED VALUE 0.
               03 BATCH-SYM-NAME PIC X(8).
               03 BATCH-SYM-CH PIC X.
                   88 BATCH-SYM-NAME-CH VALUE "A" THRU "Z"
                                              "0" THRU "9".
               03 BATCH-SYM-ERR-SW PIC 9 VALUE 0.
               03 BATCH-SYM-ERR-NAME PIC X(8).
               03 BATCH-SYM-OVF-SW PIC 9 VALUE 0.
       PROCEDURE DIVISION.
      *>   BATCH-RUN is the batch suite's entry point: it reads
      *>   BATCH-CTRL-DSN one routine-and-input-dataset step at a
               ON EXCEPTION
                   MOVE "N" TO BATCH-RESTART-FLAG
           END-ACCEPT.
           ACCEPT BATCH-PLAN-FLAG FROM ENVIRONMENT "BATCH-PLAN"
               ON EXCEPTION
                   MOVE "N" TO BATCH-PLAN-FLAG
           END-ACCEPT.
           IF BATCH-PLAN-FLAG = "Y"
               MOVE 1 TO BATCH-PLAN-SW
               MOVE SPACES TO BATCH-PLAN-DSN-T
               ACCEPT BATCH-PLAN-DSN-T
                   FROM ENVIRONMENT "BATCH-PLANFILE"
                   ON EXCEPTION
                       MOVE SPACES TO BATCH-PLAN-DSN-T
               END-ACCEPT
               IF BATCH-PLAN-DSN-T NOT = SPACES
                   MOVE BATCH-PLAN-DSN-T TO BATCH-PLAN-DSN
               END-IF
               MOVE BATCH-PLAN-DSN TO BATCH-REPORT-DSN
           ELSE
               MOVE 0 TO BATCH-PLAN-SW
           END-IF.
      *>   A plan-only launch reads the restart state (so PRIOR steps
      *>   plan as PRIOR) but must never truncate it — tonight's
      *>   restart may still need it.
           IF BATCH-RESTART-FLAG = "Y"
               MOVE 1 TO BATCH-RESTART-SW
               PERFORM BATCH-STATE-RESTORE
           ELSE
               MOVE 0 TO BATCH-RESTART-SW
               IF NOT BATCH-PLAN-MODE
                   OPEN OUTPUT BATCH-STATE-FILE
                   CLOSE BATCH-STATE-FILE
               END-IF
           END-IF.
           MOVE SPACES TO BATCH-CUTOFF-T.
           ACCEPT BATCH-CUTOFF-T FROM ENVIRONMENT "BATCH-CUTOFF"
           IF BATCH-CMD-DSN-T NOT = SPACES
               MOVE BATCH-CMD-DSN-T TO BATCH-CMD-DSN
           END-IF.
           MOVE SPACES TO BATCH-OPER-DSN-T.
           ACCEPT BATCH-OPER-DSN-T FROM ENVIRONMENT "BATCH-OPERFILE"
               ON EXCEPTION
                   MOVE SPACES TO BATCH-OPER-DSN-T
           END-ACCEPT.
           IF BATCH-OPER-DSN-T NOT = SPACES
               MOVE BATCH-OPER-DSN-T TO BATCH-OPER-DSN
           END-IF.
           PERFORM BATCH-OPER-LOAD.
           MOVE 0 TO BATCH-CANCEL-SW.
           MOVE 0 TO BATCH-SKIPNEXT-SW.
           MOVE SPACES TO BATCH-GEN-KEEP-T.
           MOVE FUNCTION CURRENT-DATE TO BATCH-TS-WK.
           MOVE BATCH-TS-WK(9:6) TO BATCH-LAUNCH-TIME.
           PERFORM BATCH-CALENDAR-LOAD.
           PERFORM BATCH-SYMBOL-INIT.
           OPEN INPUT BATCH-CTRL-FILE.
           OPEN OUTPUT BATCH-REPORT-FILE.
           IF BATCH-REPORT-FS NOT = "00"
                   FUNCTION TRIM(BATCH-REPORT-DSN)
                   " FS=" BATCH-REPORT-FS
           END-IF.
           MOVE SPACES TO RP-SUBTITLE.
           STRING "CONTROL=" DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-CTRL-DSN) DELIMITED BY SIZE
               INTO RP-SUBTITLE
           END-STRING.
      *>   AUDITRECON takes every line opening "STEP=" for a step
      *>   line, so the headings must never open that way.
           MOVE SPACES TO RP-COLHDR-1.
           IF BATCH-PLAN-MODE
               MOVE "BATCHPLAN" TO RP-REPORT-ID
               MOVE "BATTERY RUN PLAN" TO RP-TITLE
               STRING "LINES: PLAN SEQ=<order> STEP=<step> "
                       "ROUTINE=<routine> INPUT=<dsn> OUTPUT=<dsn> "
                       "PARM=<parm> <plan status>"
                       DELIMITED BY SIZE
                   INTO RP-COLHDR-1
               END-STRING
           ELSE
               MOVE "BATCHRPT" TO RP-REPORT-ID
               MOVE "NIGHTLY BATTERY RUN LOG" TO RP-TITLE
               STRING "LINES: STEP=<step> ROUTINE=<routine> "
                       "INPUT=<dsn> OUTPUT=<dsn> PARM=<parm> "
                       "START=<time> END=<time> ELAPSED=<secs> "
                       "<status>"
                       DELIMITED BY SIZE
                   INTO RP-COLHDR-1
               END-STRING
           END-IF.
           PERFORM RPTPAGE-OPEN.
           IF BATCH-CTRL-FS = "00"
               PERFORM BATCH-CTRL-LOAD
               CLOSE BATCH-CTRL-FILE
                   MOVE SPACES TO BATCH-ROUTINE
                   MOVE SPACES TO BATCH-INPUT-DSN
                   MOVE SPACES TO BATCH-OUTPUT-DSN
                   IF NOT BATCH-PLAN-MODE
                       MOVE "E" TO BATCH-ALERT-SEV
                       MOVE "PREFLIGHT-REFUSED" TO BATCH-ALERT-TXT
                       PERFORM BATCH-ALERT-WRITE
                   END-IF
               ELSE
               IF BATCH-PLAN-MODE
                   PERFORM BATCH-PLAN-WRITE
               ELSE
                   PERFORM VARYING BATCH-ORD-I FROM 1 BY 1
                           UNTIL BATCH-ORD-I > BATCH-STEP-CNT
                       END-IF
                   END-PERFORM
               END-IF
               END-IF
           ELSE
               CLOSE BATCH-CTRL-FILE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM RPTPAGE-CLOSE.
           PERFORM BATCH-REPORT-WRITE-CHECK.
           CLOSE BATCH-REPORT-FILE.
           IF RETURN-CODE = 0 AND BATCH-FAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           IF BATCH-CANCELLED
               MOVE 16 TO RETURN-CODE
           END-IF.
      *>   A plan-only launch ran nothing, so it leaves no stamp:
      *>   the audit trail, the chain, AUDITRECON and CAPFCST must
      *>   never take a dry run for a battery.
           IF NOT BATCH-PLAN-MODE
               MOVE "BATJOB01" TO JA-JOB-ID
               MOVE BATCH-CTRL-DSN TO JA-INPUT-DSN
               MOVE BATCH-STEP-CNT TO JA-RECORD-COUNT
               PERFORM JOBAUDIT-STAMP
           END-IF.
           STOP RUN.
      *>   BATCH-CTRL-LOAD reads the whole control file into
      *>   BATCH-STEP-TAB, one parsed step per non-blank record, so
           MOVE SPACES TO BATCH-FE-ERR-DSN.
           MOVE 0 TO BATCH-PRE-OVF-SW.
           MOVE 0 TO BATCH-CLAUSE-ERR-SW.
           MOVE 0 TO BATCH-SYM-ERR-SW.
           MOVE 0 TO BATCH-SYM-OVF-SW.
           MOVE 0 TO BATCH-WAIT-ERR-SW.
           MOVE 0 TO BATCH-BAL-ERR-SW.
           PERFORM UNTIL BATCH-CTRL-FS NOT = "00"
               READ BATCH-CTRL-FILE
                   AT END
           IF BATCH-PARSE-REC = SPACES
               EXIT SECTION
           END-IF.
           PERFORM BATCH-SYMBOL-SUBST.
           MOVE SPACES TO BATCH-LD-T1.
           MOVE SPACES TO BATCH-LD-T2.
           MOVE SPACES TO BATCH-LD-T3.
                   PERFORM BATCH-INCLUDE-EXPAND
               WHEN "FOREACH"
                   PERFORM BATCH-FOREACH-EXPAND
               WHEN "SET"
                   PERFORM BATCH-SYMBOL-SET
               WHEN OTHER
                   PERFORM BATCH-CTRL-STEP-PARSE
           END-EVALUATE.
           IF BATCH-PARSE-REC = SPACES
               EXIT SECTION
           END-IF.
           PERFORM BATCH-SYMBOL-SUBST.
           MOVE SPACES TO BATCH-LD-T1.
           MOVE SPACES TO BATCH-LD-T2.
           MOVE SPACES TO BATCH-LD-T3.
                   MOVE BATCH-LD-T2 TO BATCH-INCL-ERR-DSN
               WHEN "FOREACH"
                   PERFORM BATCH-FOREACH-EXPAND
               WHEN "SET"
                   PERFORM BATCH-SYMBOL-SET
               WHEN OTHER
                   PERFORM BATCH-CTRL-STEP-PARSE
           END-EVALUATE.
                               BATCH-LIST-REC DELIMITED BY SIZE
                               INTO BATCH-PARSE-REC
                           END-STRING
                           PERFORM BATCH-SYMBOL-SUBST
                           PERFORM BATCH-CTRL-STEP-PARSE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BATCH-LIST-FILE.
       EXIT SECTION.
      *>   BATCH-SYMBOL-INIT seeds the symbol table once at launch,
      *>   after the calendar pass has worked today out: the
      *>   built-in date symbols first, then every NAME=value pair
      *>   of the BATCH-SYMBOLS environment variable on top of them.
       BATCH-SYMBOL-INIT SECTION.
           MOVE 0 TO BATCH-SYM-CNT.
           MOVE "B" TO BATCH-SYM-SRC-T.
           MOVE "RUNDATE" TO BATCH-SYM-NAME-T.
           MOVE BATCH-TODAY-DATE TO BATCH-SYM-VAL-T.
           PERFORM BATCH-SYMBOL-DEFINE.
           MOVE "RUNMONTH" TO BATCH-SYM-NAME-T.
           MOVE BATCH-TODAY-DATE(1:6) TO BATCH-SYM-VAL-T.
           PERFORM BATCH-SYMBOL-DEFINE.
           MOVE "DAY" TO BATCH-SYM-NAME-T.
           MOVE BATCH-TODAY-DAY-T TO BATCH-SYM-VAL-T.
           PERFORM BATCH-SYMBOL-DEFINE.
           MOVE "CYCLE" TO BATCH-SYM-NAME-T.
           IF BATCH-TODAY-ME-SW = 1
               MOVE "MONTHEND" TO BATCH-SYM-VAL-T
           ELSE
               MOVE "DAILY" TO BATCH-SYM-VAL-T
           END-IF.
           PERFORM BATCH-SYMBOL-DEFINE.
           MOVE "MONTHEND" TO BATCH-SYM-NAME-T.
           IF BATCH-TODAY-ME-SW = 1
               MOVE "Y" TO BATCH-SYM-VAL-T
           ELSE
               MOVE "N" TO BATCH-SYM-VAL-T
           END-IF.
           PERFORM BATCH-SYMBOL-DEFINE.
           MOVE SPACES TO BATCH-SYM-ENV.
           ACCEPT BATCH-SYM-ENV FROM ENVIRONMENT "BATCH-SYMBOLS"
               ON EXCEPTION
                   MOVE SPACES TO BATCH-SYM-ENV
           END-ACCEPT.
           MOVE "E" TO BATCH-SYM-SRC-T.
           COMPUTE BATCH-SYM-ENV-LEN =
               FUNCTION STORED-CHAR-LENGTH(BATCH-SYM-ENV).
           MOVE 1 TO BATCH-SYM-ENV-PT.
           PERFORM UNTIL BATCH-SYM-ENV-PT > BATCH-SYM-ENV-LEN
               MOVE SPACES TO BATCH-SYM-PAIR
               UNSTRING BATCH-SYM-ENV DELIMITED BY ","
                   INTO BATCH-SYM-PAIR
                   WITH POINTER BATCH-SYM-ENV-PT
               END-UNSTRING
               IF BATCH-SYM-PAIR NOT = SPACES
                   MOVE SPACES TO BATCH-SYM-NAME-T
                   MOVE SPACES TO BATCH-SYM-VAL-T
                   UNSTRING BATCH-SYM-PAIR DELIMITED BY "="
                       INTO BATCH-SYM-NAME-T BATCH-SYM-VAL-T
                   END-UNSTRING
                   PERFORM BATCH-SYMBOL-DEFINE
               END-IF
           END-PERFORM.
       EXIT SECTION.
      *>   BATCH-SYMBOL-SET takes a "SET NAME=value" control record
      *>   (the pair is the record's second token) into the table
      *>   for every record after it.
       BATCH-SYMBOL-SET SECTION.
           MOVE SPACES TO BATCH-SYM-NAME-T.
           MOVE SPACES TO BATCH-SYM-VAL-T.
           UNSTRING BATCH-LD-T2 DELIMITED BY "="
               INTO BATCH-SYM-NAME-T BATCH-SYM-VAL-T
           END-UNSTRING.
           MOVE "S" TO BATCH-SYM-SRC-T.
           PERFORM BATCH-SYMBOL-DEFINE.
       EXIT SECTION.
      *>   BATCH-SYMBOL-DEFINE enters BATCH-SYM-NAME-T with its
      *>   value: an existing name is replaced unless it came from
      *>   the environment and this definition did not, and a new
      *>   name takes the next slot. A name longer than eight bytes
      *>   could never be referenced, and a full table would leave
      *>   later references undefined; both refuse the battery.
       BATCH-SYMBOL-DEFINE SECTION.
           IF BATCH-SYM-NAME-T = SPACES
               EXIT SECTION
           END-IF.
           IF BATCH-SYM-NAME-T(9:4) NOT = SPACES
               MOVE 1 TO BATCH-SYM-OVF-SW
               EXIT SECTION
           END-IF.
           MOVE 0 TO BATCH-SYM-HIT.
           PERFORM VARYING BATCH-SYM-K FROM 1 BY 1
                   UNTIL BATCH-SYM-K > BATCH-SYM-CNT
                   OR BATCH-SYM-HIT > 0
               IF BATCH-SYM-E-NAME(BATCH-SYM-K) = BATCH-SYM-NAME-T
                   MOVE BATCH-SYM-K TO BATCH-SYM-HIT
               END-IF
           END-PERFORM.
           IF BATCH-SYM-HIT = 0
               IF BATCH-SYM-CNT >= BATCH-SYM-MAX
                   MOVE 1 TO BATCH-SYM-OVF-SW
                   EXIT SECTION
               END-IF
               ADD 1 TO BATCH-SYM-CNT
               MOVE BATCH-SYM-CNT TO BATCH-SYM-HIT
               MOVE BATCH-SYM-NAME-T TO BATCH-SYM-E-NAME(BATCH-SYM-HIT)
           ELSE
               IF BATCH-SYM-E-SRC(BATCH-SYM-HIT) = "E"
                       AND BATCH-SYM-SRC-T NOT = "E"
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE BATCH-SYM-VAL-T TO BATCH-SYM-E-VAL(BATCH-SYM-HIT).
           MOVE BATCH-SYM-SRC-T TO BATCH-SYM-E-SRC(BATCH-SYM-HIT).
       EXIT SECTION.
      *>   BATCH-SYMBOL-SUBST rewrites the parse buffer with every
      *>   &NAME resolved: a name is the run of letters and digits
      *>   after the ampersand (eight at most), and one period
      *>   straight after it is the JCL terminator and is dropped.
      *>   An ampersand not followed by a name character is kept as
      *>   it stands. An unknown name is left in place and raises the
      *>   symbol error switch; a result past the buffer's width
      *>   raises the overflow switch — pre-flight refuses either.
       BATCH-SYMBOL-SUBST SECTION.
           MOVE 0 TO BATCH-SYM-AMP.
           INSPECT BATCH-PARSE-REC TALLYING BATCH-SYM-AMP
               FOR ALL "&".
           IF BATCH-SYM-AMP = 0
               EXIT SECTION
           END-IF.
           MOVE SPACES TO BATCH-SYM-OUT.
           MOVE 1 TO BATCH-SYM-OPT.
           COMPUTE BATCH-SYM-LEN =
               FUNCTION STORED-CHAR-LENGTH(BATCH-PARSE-REC).
           MOVE 1 TO BATCH-SYM-I.
           PERFORM UNTIL BATCH-SYM-I > BATCH-SYM-LEN
               MOVE 0 TO BATCH-SYM-NL
               MOVE SPACES TO BATCH-SYM-NAME
               IF BATCH-PARSE-REC(BATCH-SYM-I:1) = "&"
                   COMPUTE BATCH-SYM-J = BATCH-SYM-I + 1
                   IF BATCH-SYM-J <= BATCH-SYM-LEN
                       MOVE BATCH-PARSE-REC(BATCH-SYM-J:1)
                           TO BATCH-SYM-CH
                   ELSE
                       MOVE SPACE TO BATCH-SYM-CH
                   END-IF
                   PERFORM UNTIL NOT BATCH-SYM-NAME-CH
                           OR BATCH-SYM-NL >= 8
                       ADD 1 TO BATCH-SYM-NL
                       MOVE BATCH-SYM-CH
                           TO BATCH-SYM-NAME(BATCH-SYM-NL:1)
                       ADD 1 TO BATCH-SYM-J
                       IF BATCH-SYM-J <= BATCH-SYM-LEN
                           MOVE BATCH-PARSE-REC(BATCH-SYM-J:1)
                               TO BATCH-SYM-CH
                       ELSE
                           MOVE SPACE TO BATCH-SYM-CH
                       END-IF
                   END-PERFORM
               END-IF
               IF BATCH-SYM-NL = 0
                   STRING BATCH-PARSE-REC(BATCH-SYM-I:1)
                           DELIMITED BY SIZE
                       INTO BATCH-SYM-OUT
                       WITH POINTER BATCH-SYM-OPT
                       ON OVERFLOW
                           MOVE 1 TO BATCH-SYM-OVF-SW
                   END-STRING
                   ADD 1 TO BATCH-SYM-I
               ELSE
                   MOVE 0 TO BATCH-SYM-HIT
                   PERFORM VARYING BATCH-SYM-K FROM 1 BY 1
                           UNTIL BATCH-SYM-K > BATCH-SYM-CNT
                           OR BATCH-SYM-HIT > 0
                       IF BATCH-SYM-E-NAME(BATCH-SYM-K)
                               = BATCH-SYM-NAME
                           MOVE BATCH-SYM-K TO BATCH-SYM-HIT
                       END-IF
                   END-PERFORM
                   IF BATCH-SYM-HIT = 0
                       IF BATCH-SYM-ERR-SW = 0
                           MOVE BATCH-SYM-NAME TO BATCH-SYM-ERR-NAME
                       END-IF
                       MOVE 1 TO BATCH-SYM-ERR-SW
                       STRING "&" DELIMITED BY SIZE
                           BATCH-SYM-NAME(1:BATCH-SYM-NL)
                               DELIMITED BY SIZE
                           INTO BATCH-SYM-OUT
                           WITH POINTER BATCH-SYM-OPT
                           ON OVERFLOW
                               MOVE 1 TO BATCH-SYM-OVF-SW
                       END-STRING
                   ELSE
                   IF BATCH-SYM-E-VAL(BATCH-SYM-HIT) NOT = SPACES
                       STRING FUNCTION TRIM(
                               BATCH-SYM-E-VAL(BATCH-SYM-HIT))
                               DELIMITED BY SIZE
                           INTO BATCH-SYM-OUT
                           WITH POINTER BATCH-SYM-OPT
                           ON OVERFLOW
                               MOVE 1 TO BATCH-SYM-OVF-SW
                       END-STRING
                   END-IF
                   END-IF
                   IF BATCH-SYM-J <= BATCH-SYM-LEN
                           AND BATCH-PARSE-REC(BATCH-SYM-J:1) = "."
                       ADD 1 TO BATCH-SYM-J
                   END-IF
                   MOVE BATCH-SYM-J TO BATCH-SYM-I
               END-IF
           END-PERFORM.
           MOVE BATCH-SYM-OUT TO BATCH-PARSE-REC.
       EXIT SECTION.
      *>   BATCH-CTRL-STEP-PARSE takes one step record apart:
      *>   the routine keyword and the two dataset names are
      *>   positional, then every trailing KEY= token is a clause
           MOVE SPACES TO BATCH-T-COND(BATCH-STEP-CNT).
           MOVE SPACES TO BATCH-T-RETRY(BATCH-STEP-CNT).
           MOVE SPACES TO BATCH-T-DAYS(BATCH-STEP-CNT).
           MOVE SPACES TO BATCH-T-WAIT(BATCH-STEP-CNT).
           MOVE SPACES TO BATCH-T-BAL(BATCH-STEP-CNT).
           MOVE 0 TO BATCH-PRE-CNT(BATCH-STEP-CNT).
           PERFORM VARYING BATCH-TOK-I FROM 1 BY 1
                   UNTIL BATCH-TOK-I > 6
                   WHEN BATCH-TOK(BATCH-TOK-I)(1:5) = "DAYS="
                       MOVE BATCH-TOK(BATCH-TOK-I)
                           TO BATCH-T-DAYS(BATCH-STEP-CNT)
                   WHEN BATCH-TOK(BATCH-TOK-I)(1:8) = "WAITFOR="
                       MOVE BATCH-TOK(BATCH-TOK-I)
                           TO BATCH-T-WAIT(BATCH-STEP-CNT)
                       MOVE BATCH-T-WAIT(BATCH-STEP-CNT)
                           TO BATCH-WAIT-T
                       PERFORM BATCH-WAIT-CLAUSE-PARSE
                       IF BATCH-WAIT-DSN = SPACES
                               OR FUNCTION TEST-NUMVAL(
                                   BATCH-WAIT-MIN-T) NOT = 0
                           MOVE 1 TO BATCH-WAIT-ERR-SW
                           IF BATCH-WAIT-ERR-STEP = 0
                               MOVE BATCH-STEP-CNT
                                   TO BATCH-WAIT-ERR-STEP
                           END-IF
                       END-IF
                   WHEN BATCH-TOK(BATCH-TOK-I)(1:8) = "BALANCE="
                       MOVE BATCH-TOK(BATCH-TOK-I)
                           TO BATCH-T-BAL(BATCH-STEP-CNT)
                   WHEN OTHER
                       IF BATCH-T-PARM(BATCH-STEP-CNT) = SPACES
                           MOVE BATCH-TOK(BATCH-TOK-I)
                           "BATTERY REFUSED" DELIMITED BY SIZE
                       INTO BATCH-REPORT-LINE
                   END-STRING
                   PERFORM RPTPAGE-WRITE
                   PERFORM BATCH-REPORT-WRITE-CHECK
               ELSE
                   MOVE BATCH-ORD-PICK TO BATCH-ORDER(BATCH-ORD-I)
           MOVE BATCH-T-COND(BATCH-STEP-NO) TO BATCH-COND-T.
           MOVE BATCH-T-RETRY(BATCH-STEP-NO) TO BATCH-RETRY-T.
           MOVE BATCH-T-DAYS(BATCH-STEP-NO) TO BATCH-DAYS-T.
           MOVE BATCH-T-WAIT(BATCH-STEP-NO) TO BATCH-WAIT-T.
           MOVE 0 TO BATCH-WAIT-TO-SW.
           MOVE 0 TO BATCH-WAIT-SECS.
           MOVE 0 TO BATCH-BAL-OOB-SW.
           MOVE 0 TO BATCH-BAL-REF-SW.
           MOVE 0 TO BATCH-STEP-TRIES.
           MOVE 0 TO BATCH-PRIOR-SW.
           MOVE 0 TO BATCH-SKIP-SW.
                       IF BATCH-STEP-SKIPPED
                           CONTINUE
                       ELSE
                           PERFORM BATCH-BALANCE-DEPEND-CHECK
                           IF NOT BATCH-STEP-BAL-REFUSED
                               PERFORM BATCH-WAIT-FOR-DATASET
                           END-IF
                           IF NOT BATCH-STEP-TIMED-OUT
                                   AND NOT BATCH-STEP-BAL-REFUSED
                               PERFORM BATCH-GEN-RESOLVE
                               PERFORM BATCH-STEP-INVOKE
                               PERFORM BATCH-BALANCE-CHECK
                           END-IF
                           MOVE 1 TO BATCH-RAN-FLAG(BATCH-STEP-NO)
                           MOVE BATCH-STEP-RC
                               TO BATCH-RAN-RC(BATCH-STEP-NO)
                   AND NOT BATCH-STEP-SKIPPED
                   AND NOT BATCH-STEP-CAL-BYPASSED
                   AND NOT BATCH-STEP-OPR-SKIPPED
                   AND NOT BATCH-STEP-TIMED-OUT
                   AND NOT BATCH-STEP-BAL-REFUSED
               PERFORM BATCH-HIST-WRITE
           END-IF.
       EXIT SECTION.
      *>   BATCH-PLAN-WRITE is the whole of a plan-only launch once
      *>   pre-flight has passed and the order is built: a heading
      *>   naming the calendar facts the plan was judged against,
      *>   one PLAN line per step in the order the battery would run
      *>   them, and a closing count line.
       BATCH-PLAN-WRITE SECTION.
           MOVE 0 TO BATCH-PLAN-RUN.
           MOVE 0 TO BATCH-PLAN-COND.
           MOVE 0 TO BATCH-PLAN-BYP.
           MOVE 0 TO BATCH-PLAN-SKIP.
           MOVE 0 TO BATCH-PLAN-PRIOR.
           MOVE "N" TO BATCH-PLAN-ME-T.
           IF BATCH-TODAY-ME-SW = 1
               MOVE "Y" TO BATCH-PLAN-ME-T
           END-IF.
           MOVE "N" TO BATCH-PLAN-HOL-T.
           IF BATCH-TODAY-HOL-SW = 1
               MOVE "Y" TO BATCH-PLAN-HOL-T
           END-IF.
           MOVE BATCH-STEP-CNT TO BATCH-PLAN-CNT-Z.
           MOVE SPACES TO BATCH-REPORT-LINE.
           STRING "PLAN CONTROL=" DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-CTRL-DSN) DELIMITED BY SIZE
               " DATE=" DELIMITED BY SIZE
               BATCH-TODAY-DATE DELIMITED BY SIZE
               " DAY=" DELIMITED BY SIZE
               BATCH-TODAY-DAY-T DELIMITED BY SIZE
               " MONTHEND=" DELIMITED BY SIZE
               BATCH-PLAN-ME-T DELIMITED BY SIZE
               " HOLIDAY=" DELIMITED BY SIZE
               BATCH-PLAN-HOL-T DELIMITED BY SIZE
               " RESTART=" DELIMITED BY SIZE
               BATCH-RESTART-FLAG DELIMITED BY SIZE
               " STEPS=" DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-PLAN-CNT-Z) DELIMITED BY SIZE
               INTO BATCH-REPORT-LINE
           END-STRING.
           PERFORM RPTPAGE-WRITE.
           PERFORM BATCH-REPORT-WRITE-CHECK.
           PERFORM VARYING BATCH-ORD-I FROM 1 BY 1
                   UNTIL BATCH-ORD-I > BATCH-STEP-CNT
               MOVE BATCH-ORDER(BATCH-ORD-I) TO BATCH-STEP-NO
               PERFORM BATCH-PLAN-STEP-WRITE
           END-PERFORM.
           MOVE SPACES TO BATCH-REPORT-LINE.
           MOVE 1 TO BATCH-PLAN-PT.
           STRING "PLAN COMPLETE" DELIMITED BY SIZE
               INTO BATCH-REPORT-LINE
               WITH POINTER BATCH-PLAN-PT
           END-STRING.
           MOVE BATCH-PLAN-RUN TO BATCH-PLAN-CNT-Z.
           STRING " RUN=" DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-PLAN-CNT-Z) DELIMITED BY SIZE
               INTO BATCH-REPORT-LINE
               WITH POINTER BATCH-PLAN-PT
           END-STRING.
           MOVE BATCH-PLAN-COND TO BATCH-PLAN-CNT-Z.
           STRING " RUN-IF=" DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-PLAN-CNT-Z) DELIMITED BY SIZE
               INTO BATCH-REPORT-LINE
               WITH POINTER BATCH-PLAN-PT
           END-STRING.
           MOVE BATCH-PLAN-BYP TO BATCH-PLAN-CNT-Z.
           STRING " BYPASSED=" DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-PLAN-CNT-Z) DELIMITED BY SIZE
               INTO BATCH-REPORT-LINE
               WITH POINTER BATCH-PLAN-PT
           END-STRING.
           MOVE BATCH-PLAN-SKIP TO BATCH-PLAN-CNT-Z.
           STRING " SKIPPED=" DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-PLAN-CNT-Z) DELIMITED BY SIZE
               INTO BATCH-REPORT-LINE
               WITH POINTER BATCH-PLAN-PT
           END-STRING.
           MOVE BATCH-PLAN-PRIOR TO BATCH-PLAN-CNT-Z.
           STRING " PRIOR=" DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-PLAN-CNT-Z) DELIMITED BY SIZE
               INTO BATCH-REPORT-LINE
               WITH POINTER BATCH-PLAN-PT
           END-STRING.
           PERFORM RPTPAGE-WRITE.
           PERFORM BATCH-REPORT-WRITE-CHECK.
           MOVE 0 TO BATCH-STEP-NO.
       EXIT SECTION.
      *>   BATCH-PLAN-STEP-WRITE judges one step the way
      *>   BATCH-STEP-EXECUTE's ladder would — restart PRIOR, then
      *>   the run calendar, then COND= — and resolves a (+1) output
      *>   to the generation it would take, then writes its PLAN
      *>   line: the execution sequence, the step number, the
      *>   expanded fields, and what the battery will do with it.
       BATCH-PLAN-STEP-WRITE SECTION.
           MOVE BATCH-T-ROUTINE(BATCH-STEP-NO) TO BATCH-ROUTINE.
           MOVE BATCH-T-INPUT(BATCH-STEP-NO) TO BATCH-INPUT-DSN.
           MOVE BATCH-T-OUTPUT(BATCH-STEP-NO) TO BATCH-OUTPUT-DSN.
           MOVE BATCH-T-PARM(BATCH-STEP-NO) TO BATCH-STEP-PARM.
           MOVE BATCH-T-COND(BATCH-STEP-NO) TO BATCH-COND-T.
           MOVE BATCH-T-DAYS(BATCH-STEP-NO) TO BATCH-DAYS-T.
           MOVE BATCH-STEP-NO TO BATCH-STEP-NO-Z.
           MOVE BATCH-ORD-I TO BATCH-PLAN-SEQ-Z.
           MOVE SPACES TO BATCH-STATUS-TXT.
           MOVE 0 TO BATCH-SKIP-SW.
           MOVE 0 TO BATCH-CAL-BYP-SW.
           IF BATCH-RESTARTING
                   AND BATCH-DONE-FLAG(BATCH-STEP-NO) = 1
               ADD 1 TO BATCH-PLAN-PRIOR
               MOVE BATCH-RAN-RC(BATCH-STEP-NO) TO BATCH-STEP-RC-Z
               STRING "PRIOR RC=" DELIMITED BY SIZE
                   FUNCTION TRIM(BATCH-STEP-RC-Z) DELIMITED BY SIZE
                   INTO BATCH-STATUS-TXT
               END-STRING
           ELSE
               PERFORM BATCH-DAYS-EVALUATE
               IF BATCH-STEP-CAL-BYPASSED
                   ADD 1 TO BATCH-PLAN-BYP
                   STRING "BYPASS-CALENDAR " DELIMITED BY SIZE
                       FUNCTION TRIM(BATCH-DAYS-T) DELIMITED BY SIZE
                       INTO BATCH-STATUS-TXT
                   END-STRING
               ELSE
                   PERFORM BATCH-COND-EVALUATE
                   EVALUATE TRUE
                       WHEN BATCH-STEP-SKIPPED
                           ADD 1 TO BATCH-PLAN-SKIP
                           STRING "SKIP " DELIMITED BY SIZE
                               FUNCTION TRIM(BATCH-COND-T)
                                   DELIMITED BY SIZE
                               INTO BATCH-STATUS-TXT
                           END-STRING
                       WHEN BATCH-COND-T(1:5) = "COND="
                           ADD 1 TO BATCH-PLAN-COND
                           PERFORM BATCH-GEN-RESOLVE
                           STRING "RUN-IF " DELIMITED BY SIZE
                               FUNCTION TRIM(BATCH-COND-T)
                                   DELIMITED BY SIZE
                               INTO BATCH-STATUS-TXT
                           END-STRING
                       WHEN OTHER
                           ADD 1 TO BATCH-PLAN-RUN
                           PERFORM BATCH-GEN-RESOLVE
                           MOVE "RUN" TO BATCH-STATUS-TXT
                   END-EVALUATE
               END-IF
           END-IF.
      *>   A step that will run behind a WAITFOR= clause says so,
      *>   so the operator knows which feed the night hangs on, and
      *>   one carrying a BALANCE= check names the totals it proves.
           IF BATCH-STATUS-TXT(1:3) = "RUN"
               MOVE 1 TO BATCH-WAIT-PT
               INSPECT BATCH-STATUS-TXT TALLYING BATCH-WAIT-PT
                   FOR CHARACTERS BEFORE INITIAL "  "
               IF BATCH-T-WAIT(BATCH-STEP-NO) NOT = SPACES
                   STRING " " DELIMITED BY SIZE
                       FUNCTION TRIM(BATCH-T-WAIT(BATCH-STEP-NO))
                           DELIMITED BY SIZE
                       INTO BATCH-STATUS-TXT
                       WITH POINTER BATCH-WAIT-PT
                   END-STRING
               END-IF
               IF BATCH-T-BAL(BATCH-STEP-NO) NOT = SPACES
                   STRING " " DELIMITED BY SIZE
                       FUNCTION TRIM(BATCH-T-BAL(BATCH-STEP-NO))
                           DELIMITED BY SIZE
                       INTO BATCH-STATUS-TXT
                       WITH POINTER BATCH-WAIT-PT
                   END-STRING
               END-IF
           END-IF.
           MOVE SPACES TO BATCH-REPORT-LINE.
           STRING "PLAN SEQ=" DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-PLAN-SEQ-Z) DELIMITED BY SIZE
               " STEP=" DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-STEP-NO-Z) DELIMITED BY SIZE
               " ROUTINE=" DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-ROUTINE) DELIMITED BY SIZE
               " INPUT=" DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-INPUT-DSN) DELIMITED BY SIZE
               " OUTPUT=" DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-OUTPUT-DSN) DELIMITED BY SIZE
               " PARM=" DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-STEP-PARM) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BATCH-STATUS-TXT DELIMITED BY SIZE
               INTO BATCH-REPORT-LINE
           END-STRING.
           PERFORM RPTPAGE-WRITE.
           PERFORM BATCH-REPORT-WRITE-CHECK.
       EXIT SECTION.
      *>   BATCH-HIST-WRITE appends one runtime history record the
      *>   moment a step ends — open, write, close, the same
      *>   commit-at-once discipline the state writer uses, so a
                       DELIMITED BY SIZE
                   INTO BATCH-REPORT-LINE
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM BATCH-REPORT-WRITE-CHECK
           END-IF.
           IF BATCH-INCL-ERR-SW = 1
                       DELIMITED BY SIZE
                   INTO BATCH-REPORT-LINE
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM BATCH-REPORT-WRITE-CHECK
           END-IF.
           IF BATCH-FE-ERR-SW = 1
                       DELIMITED BY SIZE
                   INTO BATCH-REPORT-LINE
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM BATCH-REPORT-WRITE-CHECK
           END-IF.
           IF BATCH-PRE-OVF-SW = 1
                       DELIMITED BY SIZE
                   INTO BATCH-REPORT-LINE
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM BATCH-REPORT-WRITE-CHECK
           END-IF.
           IF BATCH-CLAUSE-ERR-SW = 1
                       DELIMITED BY SIZE
                   INTO BATCH-REPORT-LINE
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM BATCH-REPORT-WRITE-CHECK
           END-IF.
      *>   A BALANCE= clause is proved against the whole file's step
      *>   numbers, so it can only be checked once every step is in.
           PERFORM VARYING BATCH-STEP-NO FROM 1 BY 1
                   UNTIL BATCH-STEP-NO > BATCH-STEP-CNT
               IF BATCH-T-BAL(BATCH-STEP-NO) NOT = SPACES
                   MOVE BATCH-T-BAL(BATCH-STEP-NO) TO BATCH-BAL-T
                   PERFORM BATCH-BALANCE-EVALUATE
                   IF BATCH-BAL-BAD-SW = 1
                       ADD 1 TO BATCH-PF-FAILS
                       MOVE BATCH-STEP-NO TO BATCH-REF-NO-Z
                       MOVE SPACES TO BATCH-REPORT-LINE
                       STRING "PREFLIGHT STEP=" DELIMITED BY SIZE
                           FUNCTION TRIM(BATCH-REF-NO-Z)
                               DELIMITED BY SIZE
                           " MALFORMED BALANCE CLAUSE"
                               DELIMITED BY SIZE
                           INTO BATCH-REPORT-LINE
                       END-STRING
                       PERFORM RPTPAGE-WRITE
                       PERFORM BATCH-REPORT-WRITE-CHECK
                   END-IF
               END-IF
           END-PERFORM.
           IF BATCH-WAIT-ERR-SW = 1
               ADD 1 TO BATCH-PF-FAILS
               MOVE BATCH-WAIT-ERR-STEP TO BATCH-REF-NO-Z
               MOVE SPACES TO BATCH-REPORT-LINE
               STRING "PREFLIGHT STEP=" DELIMITED BY SIZE
                   FUNCTION TRIM(BATCH-REF-NO-Z)
                       DELIMITED BY SIZE
                   " MALFORMED WAITFOR CLAUSE"
                       DELIMITED BY SIZE
                   INTO BATCH-REPORT-LINE
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM BATCH-REPORT-WRITE-CHECK
           END-IF.
           IF BATCH-SYM-ERR-SW = 1
               ADD 1 TO BATCH-PF-FAILS
               MOVE SPACES TO BATCH-REPORT-LINE
               STRING "PREFLIGHT UNDEFINED SYMBOL &" DELIMITED BY SIZE
                   FUNCTION TRIM(BATCH-SYM-ERR-NAME)
                       DELIMITED BY SIZE
                   INTO BATCH-REPORT-LINE
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM BATCH-REPORT-WRITE-CHECK
           END-IF.
           IF BATCH-SYM-OVF-SW = 1
               ADD 1 TO BATCH-PF-FAILS
               MOVE SPACES TO BATCH-REPORT-LINE
               STRING "PREFLIGHT SYMBOL TABLE FULL OR RESOLVED "
                       "RECORD OVERSIZE" DELIMITED BY SIZE
                   INTO BATCH-REPORT-LINE
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM BATCH-REPORT-WRITE-CHECK
           END-IF.
      *>   Every staged output is collected before any input is
      *>   probed: under AFTER= ordering a producing step may sit
      *>   below its consumer in the file, and a pipeline hand-off
      *>   is a hand-off whichever direction the file reads.
      *>   A WAITFOR dataset is expected later by declaration, so it
      *>   joins the hand-off list the same way.
           PERFORM VARYING BATCH-STEP-NO FROM 1 BY 1
                   UNTIL BATCH-STEP-NO > BATCH-STEP-CNT
               IF BATCH-T-OUTPUT(BATCH-STEP-NO) NOT = SPACES
                   MOVE BATCH-T-OUTPUT(BATCH-STEP-NO) TO
                       BATCH-PF-OUT(BATCH-PF-OUT-CNT)
               END-IF
               IF BATCH-T-WAIT(BATCH-STEP-NO) NOT = SPACES
                       AND BATCH-PF-OUT-CNT < 1000
                   MOVE BATCH-T-WAIT(BATCH-STEP-NO) TO BATCH-WAIT-T
                   PERFORM BATCH-WAIT-CLAUSE-PARSE
                   ADD 1 TO BATCH-PF-OUT-CNT
                   MOVE BATCH-WAIT-DSN TO
                       BATCH-PF-OUT(BATCH-PF-OUT-CNT)
               END-IF
           END-PERFORM.
           PERFORM VARYING BATCH-STEP-NO FROM 1 BY 1
                   UNTIL BATCH-STEP-NO > BATCH-STEP-CNT
                   FUNCTION TRIM(BATCH-PF-FAILS-Z) DELIMITED BY SIZE
                   INTO BATCH-REPORT-LINE
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM BATCH-REPORT-WRITE-CHECK
           END-IF.
       EXIT SECTION.
                       ")" DELIMITED BY SIZE
                       INTO BATCH-REPORT-LINE
                   END-STRING
                   PERFORM RPTPAGE-WRITE
                   PERFORM BATCH-REPORT-WRITE-CHECK
               END-IF
           END-PERFORM.
                   OR "INVCOUNT" OR "GRAPHLIB" OR "STRUTIL"
                   OR "WIDEBITSET" OR "EDITUTIL" OR "GENDATA"
                   OR "BIGCALC" OR "HASHUTIL" OR "RESLOAD"
                   OR "STATUTIL" OR "AUDITRPT" OR "AUDITRECON"
                   OR "EXCEPTRPT" OR "LOGARCHIVE" OR "CACHEAUDIT"
                   OR "RESQUERY" OR "UFSNAPDIFF" OR "STEPTREND"
                   OR "AUDITCHAIN" OR "RESDRIFT" OR "RESEXTRACT"
                   OR "BRUTEREF" OR "STRESSRUN" OR "MERGEFEEDS"
                   OR "SUBSETSUM" OR "ASSIGNLIB" OR "CAPFCST"
                   OR "FLOWLIB" OR "GRIDSUM" OR "DIFFUTIL"
                   OR "JOINUTIL" OR "MASKDATA" OR "DATEUTIL"
               MOVE 1 TO BATCH-ROUTINE-OK-SW
           END-IF.
           IF NOT BATCH-ROUTINE-KNOWN
                   " UNKNOWN ROUTINE" DELIMITED BY SIZE
                   INTO BATCH-REPORT-LINE
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM BATCH-REPORT-WRITE-CHECK
           END-IF.
           IF BATCH-INPUT-DSN = SPACES
                       MOVE BATCH-PF-OUT-CNT TO BATCH-PF-J
                   END-IF
               END-PERFORM
      *>   The battery's own report is empty at launch and filled
      *>   as the steps run; a checkout step reading it back is a
      *>   hand-off like any earlier step's output.
               IF BATCH-INPUT-DSN = BATCH-REPORT-DSN
                   MOVE 1 TO BATCH-PF-HIT
               END-IF
               IF BATCH-PF-HIT = 1
                   CONTINUE
               ELSE
                   BATCH-PROBE-FS DELIMITED BY SIZE
                   INTO BATCH-REPORT-LINE
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM BATCH-REPORT-WRITE-CHECK
           ELSE
               READ BATCH-PROBE-FILE
                           " EMPTY" DELIMITED BY SIZE
                           INTO BATCH-REPORT-LINE
                       END-STRING
                       PERFORM RPTPAGE-WRITE
                       PERFORM BATCH-REPORT-WRITE-CHECK
               END-READ
               CLOSE BATCH-PROBE-FILE
               BATCH-GEN-NO DELIMITED BY SIZE
               INTO BATCH-OUTPUT-DSN
           END-STRING.
      *>   A plan-only launch advances the in-memory table alone,
      *>   so a second (+1) of the same base later in the plan
      *>   shows the generation it will really get, while the
      *>   registry and the old generations on disk stay untouched.
           IF BATCH-PLAN-MODE
               EXIT SECTION
           END-IF.
           PERFORM BATCH-GEN-REGISTRY-SAVE.
           COMPUTE BATCH-GEN-OLD = BATCH-GEN-NO - BATCH-GEN-KEEP.
           IF BATCH-GEN-OLD >= 1
       EXIT SECTION.
      *>   BATCH-COMMAND-POLL reads the operator command dataset
      *>   between steps. HOLD pauses the battery, re-polling every
      *>   few seconds until an authorized operator replaces it (a
      *>   RELEASE record is consumed; a CANCEL or SKIPNEXT left in
      *>   its place is honoured on the way out). An emptied file
      *>   or a refused command does not end a hold — only a
      *>   command the operators dataset allows does. CANCEL and
      *>   SKIPNEXT are consumed the moment they are honoured so a
      *>   relaunch cannot replay them. Every honoured command gets
      *>   its own report line with the time it was seen and its
      *>   own stamp on the job audit trail.
       BATCH-COMMAND-POLL SECTION.
           MOVE BATCH-ORDER(BATCH-ORD-I) TO BATCH-CMD-STEP.
           PERFORM BATCH-COMMAND-READ.
           IF BATCH-CMD-OP = "HOLD"
               MOVE "HOLD" TO BATCH-CMD-ECHO-T
               PERFORM BATCH-COMMAND-ECHO
               PERFORM BATCH-COMMAND-STAMP
               PERFORM UNTIL BATCH-CMD-OP NOT = "HOLD"
                   CALL "C$SLEEP" USING BATCH-CMD-POLL
                   PERFORM BATCH-COMMAND-READ
                   IF BATCH-CMD-OP = SPACES
                       MOVE "HOLD" TO BATCH-CMD-OP
                   END-IF
               END-PERFORM
               IF BATCH-CMD-OP = "RELEASE"
                   PERFORM BATCH-COMMAND-CONSUME
                   MOVE "RELEASE" TO BATCH-CMD-ECHO-T
                   PERFORM BATCH-COMMAND-ECHO
                   PERFORM BATCH-COMMAND-STAMP
               END-IF
           END-IF.
           EVALUATE BATCH-CMD-OP
               WHEN "CANCEL"
                   MOVE 1 TO BATCH-CANCEL-SW
                   MOVE "CANCEL" TO BATCH-CMD-ECHO-T
                   PERFORM BATCH-COMMAND-ECHO
                   PERFORM BATCH-COMMAND-STAMP
                   MOVE "W" TO BATCH-ALERT-SEV
                   MOVE "OPERATOR-CANCEL" TO BATCH-ALERT-TXT
                   PERFORM BATCH-ALERT-WRITE
                   MOVE 1 TO BATCH-SKIPNEXT-SW
                   MOVE "SKIPNEXT" TO BATCH-CMD-ECHO-T
                   PERFORM BATCH-COMMAND-ECHO
                   PERFORM BATCH-COMMAND-STAMP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       EXIT SECTION.
      *>   BATCH-COMMAND-READ takes the command file's first
      *>   record — verb, operator id, then the reason as free text
      *>   — and passes it through BATCH-COMMAND-AUTHORIZE; an
      *>   absent or empty file reads as no command at all, which is
      *>   the normal quiet night, and a refused command reads the
      *>   same once it has been dealt with.
       BATCH-COMMAND-READ SECTION.
           MOVE SPACES TO BATCH-CMD-OP.
           MOVE SPACES TO BATCH-CMD-OPER.
           MOVE SPACES TO BATCH-CMD-REASON.
           OPEN INPUT BATCH-CMD-FILE.
           IF BATCH-CMD-FS = "00"
               READ BATCH-CMD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO BATCH-CMD-PT
                       UNSTRING BATCH-CMD-REC
                               DELIMITED BY ALL SPACE
                           INTO BATCH-CMD-OP BATCH-CMD-OPER
                           WITH POINTER BATCH-CMD-PT
                       END-UNSTRING
                       IF BATCH-CMD-PT <= 132
                           MOVE BATCH-CMD-REC(BATCH-CMD-PT:)
                               TO BATCH-CMD-REASON
                       END-IF
               END-READ
               CLOSE BATCH-CMD-FILE
           END-IF.
           IF BATCH-CMD-OP NOT = SPACES
               PERFORM BATCH-COMMAND-AUTHORIZE
           END-IF.
       EXIT SECTION.
      *>   BATCH-COMMAND-AUTHORIZE looks the operator up in the
      *>   authorized operators and checks the verb against what it
      *>   was given. A refused command is consumed so it cannot be
      *>   re-read every poll, reported and alerted at severity E
      *>   against the battery itself (step 0), and then read as no
      *>   command.
       BATCH-COMMAND-AUTHORIZE SECTION.
           MOVE 0 TO BATCH-CMD-AUTH-SW.
           IF BATCH-CMD-OP = "HOLD" OR BATCH-CMD-OP = "RELEASE"
                   OR BATCH-CMD-OP = "CANCEL"
                   OR BATCH-CMD-OP = "SKIPNEXT"
               PERFORM VARYING BATCH-OPER-I FROM 1 BY 1
                       UNTIL BATCH-OPER-I > BATCH-OPER-CNT
                       OR BATCH-CMD-AUTHORIZED
                   IF BATCH-CMD-OPER NOT = SPACES
                           AND BATCH-OPER-ID(BATCH-OPER-I)
                               = BATCH-CMD-OPER
                       PERFORM VARYING BATCH-OPER-J FROM 1 BY 1
                               UNTIL BATCH-OPER-J > 5
                           IF BATCH-OPER-VERB(BATCH-OPER-I,
                                   BATCH-OPER-J) = "*"
                                   OR BATCH-OPER-VERB(BATCH-OPER-I,
                                   BATCH-OPER-J) = BATCH-CMD-OP
                               MOVE 1 TO BATCH-CMD-AUTH-SW
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF BATCH-CMD-AUTHORIZED
               EXIT SECTION
           END-IF.
           PERFORM BATCH-COMMAND-CONSUME.
           MOVE "REFUSED" TO BATCH-CMD-ECHO-T.
           PERFORM BATCH-COMMAND-ECHO.
           MOVE 0 TO BATCH-STEP-NO.
           MOVE SPACES TO BATCH-ROUTINE.
           MOVE SPACES TO BATCH-INPUT-DSN.
           MOVE SPACES TO BATCH-OUTPUT-DSN.
           MOVE "E" TO BATCH-ALERT-SEV.
           MOVE SPACES TO BATCH-ALERT-TXT.
           STRING "COMMAND-REFUSED " DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-CMD-OP) DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-CMD-OPER) DELIMITED BY SIZE
               INTO BATCH-ALERT-TXT
           END-STRING.
           PERFORM BATCH-ALERT-WRITE.
           MOVE SPACES TO BATCH-CMD-OP.
       EXIT SECTION.
       BATCH-COMMAND-CONSUME SECTION.
           OPEN OUTPUT BATCH-CMD-FILE.
       EXIT SECTION.
       BATCH-COMMAND-ECHO SECTION.
           MOVE FUNCTION CURRENT-DATE TO BATCH-TS-WK.
           MOVE BATCH-CMD-STEP TO BATCH-CMD-STEP-Z.
           MOVE SPACES TO BATCH-REPORT-LINE.
           MOVE 1 TO BATCH-CMD-PT.
           STRING "OPERATOR " DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-CMD-ECHO-T) DELIMITED BY SIZE
               INTO BATCH-REPORT-LINE
               WITH POINTER BATCH-CMD-PT
           END-STRING.
           IF BATCH-CMD-ECHO-T = "REFUSED"
               STRING " " DELIMITED BY SIZE
                   FUNCTION TRIM(BATCH-CMD-OP) DELIMITED BY SIZE
                   INTO BATCH-REPORT-LINE
                   WITH POINTER BATCH-CMD-PT
               END-STRING
           END-IF.
           STRING " AT " DELIMITED BY SIZE
               BATCH-TS-WK(9:6) DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-CMD-OPER) DELIMITED BY SIZE
               " STEP=" DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-CMD-STEP-Z) DELIMITED BY SIZE
               " REASON=" DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-CMD-REASON) DELIMITED BY SIZE
               INTO BATCH-REPORT-LINE
               WITH POINTER BATCH-CMD-PT
           END-STRING.
           PERFORM RPTPAGE-WRITE.
           PERFORM BATCH-REPORT-WRITE-CHECK.
       EXIT SECTION.
      *>   BATCH-COMMAND-STAMP puts an honoured command on the job
      *>   audit trail under its own job id, BATCMD01, so the
      *>   reconciliation never mistakes it for a step's stamp: the
      *>   command dataset as INPUT=, and the operator, verb, step
      *>   and reason as the stamp's note (the reason cut to the
      *>   room the record leaves; the battery report has it
      *>   whole).
       BATCH-COMMAND-STAMP SECTION.
           MOVE BATCH-CMD-STEP TO BATCH-CMD-STEP-Z.
           MOVE SPACES TO JA-NOTE.
           STRING "OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-CMD-OPER) DELIMITED BY SIZE
               " VERB=" DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-CMD-OP) DELIMITED BY SIZE
               " STEP=" DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-CMD-STEP-Z) DELIMITED BY SIZE
               " REASON=" DELIMITED BY SIZE
               FUNCTION TRIM(BATCH-CMD-REASON) DELIMITED BY SIZE
               INTO JA-NOTE
           END-STRING.
           MOVE "BATCMD01" TO JA-JOB-ID.
           MOVE BATCH-CMD-DSN TO JA-INPUT-DSN.
           MOVE 1 TO JA-RECORD-COUNT.
           PERFORM JOBAUDIT-STAMP.
       EXIT SECTION.
      *>   BATCH-OPER-LOAD reads the authorized operators once at
      *>   launch: operator id, then up to five verbs or "*".
      *>   Comment records start with "*"; operators past the
      *>   table's bound are diagnosed and left unauthorized.
       BATCH-OPER-LOAD SECTION.
           MOVE 0 TO BATCH-OPER-CNT.
           OPEN INPUT BATCH-OPER-FILE.
           IF BATCH-OPER-FS NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL BATCH-OPER-FS NOT = "00"
               READ BATCH-OPER-FILE
                   AT END
                       MOVE "10" TO BATCH-OPER-FS
                   NOT AT END
                       IF BATCH-OPER-REC NOT = SPACES
                               AND BATCH-OPER-REC(1:1) NOT = "*"
                           IF BATCH-OPER-CNT >= BATCH-OPER-MAX
                               DISPLAY "BATCHSUITE: OPERATOR TABLE "
                                   "FULL, IGNORED "
                                   FUNCTION TRIM(BATCH-OPER-REC)
                           ELSE
                               ADD 1 TO BATCH-OPER-CNT
                               MOVE SPACES
                                   TO BATCH-OPER-E(BATCH-OPER-CNT)
                               UNSTRING BATCH-OPER-REC
                                       DELIMITED BY ALL SPACE
                                   INTO BATCH-OPER-ID(BATCH-OPER-CNT)
                                   BATCH-OPER-VERB(BATCH-OPER-CNT, 1)
                                   BATCH-OPER-VERB(BATCH-OPER-CNT, 2)
                                   BATCH-OPER-VERB(BATCH-OPER-CNT, 3)
                                   BATCH-OPER-VERB(BATCH-OPER-CNT, 4)
                                   BATCH-OPER-VERB(BATCH-OPER-CNT, 5)
                               END-UNSTRING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BATCH-OPER-FILE.
       EXIT SECTION.
      *>   BATCH-STEP-START-MARK/BATCH-STEP-END-MARK bracket one
      *>   step with wall-clock stamps and derive its elapsed
      *>   seconds, carrying the date through INTEGER-OF-DATE so a
           END-IF.
           MOVE BATCH-STEP-NO TO BATCH-STATE-STEP.
           MOVE BATCH-STEP-RC TO BATCH-STATE-RC.
           MOVE BATCH-CNT-REC(BATCH-STEP-NO) TO BATCH-STATE-RECS.
           MOVE BATCH-CNT-IN(BATCH-STEP-NO) TO BATCH-STATE-IN-RECS.
           MOVE BATCH-CNT-OUT(BATCH-STEP-NO) TO BATCH-STATE-OUT-RECS.
      *>   A calendar bypass is a skip the schedule made rather than
      *>   a COND clause, and restart must treat it the same way: it
      *>   will not run today however many times the battery
               MOVE "S" TO BATCH-STATE-STATUS
               MOVE 0 TO BATCH-STATE-RC
           ELSE
      *>   A step out of balance (or refused for depending on one)
      *>   is "B": its RC is kept for COND= but a restart runs it
      *>   again, whatever that RC was.
               IF BATCH-OOB-FLAG(BATCH-STEP-NO) = 1
                   MOVE "B" TO BATCH-STATE-STATUS
               ELSE
                   MOVE "C" TO BATCH-STATE-STATUS
               END-IF
           END-IF.
           WRITE BATCH-STATE-REC.
           PERFORM BATCH-STATE-WRITE-CHECK.
                           IF BATCH-STATE-STEP >= 1 AND
                                   BATCH-STATE-STEP <= BATCH-MAXSTEPS
                               IF BATCH-STATE-STATUS = "C"
                                       OR BATCH-STATE-STATUS = "B"
                                   MOVE 1 TO BATCH-RAN-FLAG
                                       (BATCH-STATE-STEP)
                                   MOVE BATCH-STATE-RC
                                       (BATCH-STATE-STEP)
                               END-IF
                               IF BATCH-STATE-STATUS = "S"
                                       OR (BATCH-STATE-STATUS = "C"
                                       AND BATCH-STATE-RC <= 4)
                                   MOVE 1 TO BATCH-DONE-FLAG
                                       (BATCH-STATE-STEP)
                               END-IF
      *>   A state file from before the counts were kept has
      *>   spaces there; such a step's counts stay unknown.
                               IF BATCH-STATE-STATUS = "C"
                                       AND BATCH-STATE-RECS NUMERIC
                                       AND BATCH-STATE-IN-RECS NUMERIC
                                       AND BATCH-STATE-OUT-RECS NUMERIC
                                   MOVE 1 TO BATCH-CNT-KNOWN
                                       (BATCH-STATE-STEP)
                                   MOVE BATCH-STATE-RECS TO
                                       BATCH-CNT-REC(BATCH-STATE-STEP)
                                   MOVE BATCH-STATE-IN-RECS TO
                                       BATCH-CNT-IN(BATCH-STATE-STEP)
                                   MOVE BATCH-STATE-OUT-RECS TO
                                       BATCH-CNT-OUT(BATCH-STATE-STEP)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               END-IF
           END-IF.
       EXIT SECTION.
      *>   BATCH-WAIT-CLAUSE-PARSE splits WAITFOR=dataset,minutes
      *>   into the dataset and the minutes text; the limit itself
      *>   is only worked out when the step comes to run.
       BATCH-WAIT-CLAUSE-PARSE SECTION.
           MOVE SPACES TO BATCH-WAIT-DSN.
           MOVE SPACES TO BATCH-WAIT-MIN-T.
           IF BATCH-WAIT-T(1:8) = "WAITFOR="
               UNSTRING BATCH-WAIT-T(9:56) DELIMITED BY ","
                   INTO BATCH-WAIT-DSN BATCH-WAIT-MIN-T
               END-UNSTRING
           END-IF.
       EXIT SECTION.
      *>   BATCH-WAIT-FOR-DATASET holds a WAITFOR= step until its
      *>   dataset opens, probing once straight away and then every
      *>   BATCH-WAIT-POLL seconds (the last nap shortened so the
      *>   limit is honoured to the second). A dataset that never
      *>   comes marks the step timed out: RC 8, one failure on the
      *>   battery's count, and an E alert, so the monitor hears of
      *>   the missing feed before anyone reads the report. A step
      *>   that did wait has its start re-marked on arrival, so
      *>   ELAPSED and the history stay the routine's own runtime.
       BATCH-WAIT-FOR-DATASET SECTION.
           IF BATCH-WAIT-T = SPACES
               EXIT SECTION
           END-IF.
           PERFORM BATCH-WAIT-CLAUSE-PARSE.
           COMPUTE BATCH-WAIT-LIMIT =
               FUNCTION NUMVAL(BATCH-WAIT-MIN-T) * 60.
           IF BATCH-WAIT-LIMIT < 0
               MOVE 0 TO BATCH-WAIT-LIMIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO BATCH-TS-WK.
           MOVE BATCH-TS-WK(1:8) TO BATCH-WAIT-FROM-DATE.
           COMPUTE BATCH-WAIT-FROM-SECS =
               FUNCTION NUMVAL(BATCH-TS-WK(9:2)) * 3600
               + FUNCTION NUMVAL(BATCH-TS-WK(11:2)) * 60
               + FUNCTION NUMVAL(BATCH-TS-WK(13:2)).
           MOVE 0 TO BATCH-WAIT-SECS.
           MOVE 0 TO BATCH-WAIT-ARRIVED-SW.
           MOVE BATCH-WAIT-DSN TO BATCH-PROBE-DSN.
           PERFORM UNTIL BATCH-WAIT-ARRIVED-SW = 1
                   OR BATCH-STEP-TIMED-OUT
               OPEN INPUT BATCH-PROBE-FILE
               IF BATCH-PROBE-FS = "00"
                   CLOSE BATCH-PROBE-FILE
                   MOVE 1 TO BATCH-WAIT-ARRIVED-SW
               ELSE
                   IF BATCH-WAIT-SECS >= BATCH-WAIT-LIMIT
                       MOVE 1 TO BATCH-WAIT-TO-SW
                   ELSE
                       COMPUTE BATCH-WAIT-NAP =
                           BATCH-WAIT-LIMIT - BATCH-WAIT-SECS
                       IF BATCH-WAIT-NAP > BATCH-WAIT-POLL
                           MOVE BATCH-WAIT-POLL TO BATCH-WAIT-NAP
                       END-IF
                       CALL "C$SLEEP" USING BATCH-WAIT-NAP
                       MOVE FUNCTION CURRENT-DATE TO BATCH-TS-WK
                       COMPUTE BATCH-WAIT-NOW-SECS =
                           FUNCTION NUMVAL(BATCH-TS-WK(9:2)) * 3600
                           + FUNCTION NUMVAL(BATCH-TS-WK(11:2)) * 60
                           + FUNCTION NUMVAL(BATCH-TS-WK(13:2))
                       COMPUTE BATCH-WAIT-SECS =
                           (FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(BATCH-TS-WK(1:8)))
                           - FUNCTION INTEGER-OF-DATE(
                               BATCH-WAIT-FROM-DATE)) * 86400
                           + BATCH-WAIT-NOW-SECS
                           - BATCH-WAIT-FROM-SECS
                   END-IF
               END-IF
           END-PERFORM.
           IF BATCH-STEP-TIMED-OUT
               MOVE 8 TO BATCH-STEP-RC
               ADD 1 TO BATCH-FAIL-COUNT
               MOVE "E" TO BATCH-ALERT-SEV
               MOVE SPACES TO BATCH-ALERT-TXT
               STRING "WAITFOR-TIMEOUT DSN=" DELIMITED BY SIZE
                   FUNCTION TRIM(BATCH-WAIT-DSN) DELIMITED BY SIZE
                   INTO BATCH-ALERT-TXT
               END-STRING
               PERFORM BATCH-ALERT-WRITE
           ELSE
               IF BATCH-WAIT-SECS > 0
                   PERFORM BATCH-STEP-START-MARK
               END-IF
           END-IF.
       EXIT SECTION.
      *>   BATCH-BALANCE-DEPEND-CHECK refuses a step that depends —
      *>   by AFTER= or by COND= — on a step that is out of balance
      *>   or was itself refused for it. The refused step is flagged
      *>   in turn, so the refusal runs down the whole chain, and
      *>   carries RC 8 so COND= tests downstream see a failure.
       BATCH-BALANCE-DEPEND-CHECK SECTION.
           MOVE 0 TO BATCH-BAL-REF-SW.
           MOVE 0 TO BATCH-BAL-REF-STEP.
           PERFORM VARYING BATCH-ORD-K FROM 1 BY 1
                   UNTIL BATCH-ORD-K > BATCH-PRE-CNT(BATCH-STEP-NO)
                   OR BATCH-STEP-BAL-REFUSED
               MOVE BATCH-PRE(BATCH-STEP-NO, BATCH-ORD-K)
                   TO BATCH-BAL-STEP
               IF BATCH-BAL-STEP >= 1
                       AND BATCH-BAL-STEP <= BATCH-MAXSTEPS
                   IF BATCH-OOB-FLAG(BATCH-BAL-STEP) = 1
                       MOVE 1 TO BATCH-BAL-REF-SW
                       MOVE BATCH-BAL-STEP TO BATCH-BAL-REF-STEP
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT BATCH-STEP-BAL-REFUSED
                   AND BATCH-COND-T(1:5) = "COND="
                   AND BATCH-COND-STEP >= 1
                   AND BATCH-COND-STEP <= BATCH-MAXSTEPS
               IF BATCH-OOB-FLAG(BATCH-COND-STEP) = 1
                   MOVE 1 TO BATCH-BAL-REF-SW
                   MOVE BATCH-COND-STEP TO BATCH-BAL-REF-STEP
               END-IF
           END-IF.
           IF BATCH-STEP-BAL-REFUSED
               MOVE 1 TO BATCH-OOB-FLAG(BATCH-STEP-NO)
               MOVE 8 TO BATCH-STEP-RC
               MOVE BATCH-BAL-REF-STEP TO BATCH-BAL-REF-Z
               MOVE "E" TO BATCH-ALERT-SEV
               MOVE SPACES TO BATCH-ALERT-TXT
               STRING "REFUSED-BALANCE STEP=" DELIMITED BY SIZE
                   FUNCTION TRIM(BATCH-BAL-REF-Z) DELIMITED BY SIZE
                   INTO BATCH-ALERT-TXT
               END-STRING
               PERFORM BATCH-ALERT-WRITE
           END-IF.
       EXIT SECTION.
      *>   BATCH-BALANCE-CHECK runs after every step that executed:
      *>   it keeps the step's counts for later clauses (a routine
      *>   that does not report read and written counts apart is
      *>   taken to have read and written its record count), then
      *>   proves this step's own BALANCE= clause, if it has one.
       BATCH-BALANCE-CHECK SECTION.
           MOVE 1 TO BATCH-CNT-KNOWN(BATCH-STEP-NO).
           MOVE BATCH-PARM-RECORDS TO BATCH-CNT-REC(BATCH-STEP-NO).
           IF BATCH-PARM-FLOW-PRESENT
               MOVE BATCH-PARM-IN-RECORDS
                   TO BATCH-CNT-IN(BATCH-STEP-NO)
               MOVE BATCH-PARM-OUT-RECORDS
                   TO BATCH-CNT-OUT(BATCH-STEP-NO)
           ELSE
               MOVE BATCH-PARM-RECORDS TO BATCH-CNT-IN(BATCH-STEP-NO)
               MOVE BATCH-PARM-RECORDS TO BATCH-CNT-OUT(BATCH-STEP-NO)
           END-IF.
           IF BATCH-T-BAL(BATCH-STEP-NO) = SPACES
               EXIT SECTION
           END-IF.
           MOVE BATCH-T-BAL(BATCH-STEP-NO) TO BATCH-BAL-T.
           PERFORM BATCH-BALANCE-EVALUATE.
           IF BATCH-BAL-UNK-SW = 1
               MOVE "W" TO BATCH-ALERT-SEV
               MOVE SPACES TO BATCH-ALERT-TXT
               STRING "BALANCE-UNPROVEN " DELIMITED BY SIZE
                   FUNCTION TRIM(BATCH-BAL-T(9:56)) DELIMITED BY SIZE
                   INTO BATCH-ALERT-TXT
               END-STRING
               PERFORM BATCH-ALERT-WRITE
               EXIT SECTION
           END-IF.
           IF BATCH-BAL-SUM(1) NOT = BATCH-BAL-SUM(2)
               MOVE 1 TO BATCH-BAL-OOB-SW
               MOVE 1 TO BATCH-OOB-FLAG(BATCH-STEP-NO)
               ADD 1 TO BATCH-FAIL-COUNT
               MOVE BATCH-BAL-SUM(1) TO BATCH-BAL-SUM-Z(1)
               MOVE BATCH-BAL-SUM(2) TO BATCH-BAL-SUM-Z(2)
               MOVE "E" TO BATCH-ALERT-SEV
               MOVE SPACES TO BATCH-ALERT-TXT
               STRING "OUT-OF-BALANCE " DELIMITED BY SIZE
                   FUNCTION TRIM(BATCH-BAL-SUM-Z(1)) DELIMITED BY SIZE
                   "<>" DELIMITED BY SIZE
                   FUNCTION TRIM(BATCH-BAL-SUM-Z(2)) DELIMITED BY SIZE
                   INTO BATCH-ALERT-TXT
               END-STRING
               PERFORM BATCH-ALERT-WRITE
           END-IF.
       EXIT SECTION.
      *>   BATCH-BALANCE-EVALUATE works the clause in BATCH-BAL-T
      *>   into its two totals. BATCH-BAL-BAD-SW reports a clause
      *>   that is not of the form terms=terms or names a step
      *>   outside the file (pre-flight refuses those);
      *>   BATCH-BAL-UNK-SW a term whose step has no counts yet.
       BATCH-BALANCE-EVALUATE SECTION.
           MOVE 0 TO BATCH-BAL-BAD-SW.
           MOVE 0 TO BATCH-BAL-UNK-SW.
           MOVE 0 TO BATCH-BAL-SUM(1).
           MOVE 0 TO BATCH-BAL-SUM(2).
           MOVE 0 TO BATCH-BAL-EQ-CNT.
           INSPECT BATCH-BAL-T(9:56) TALLYING BATCH-BAL-EQ-CNT
               FOR ALL "=".
           IF BATCH-BAL-T(1:8) NOT = "BALANCE="
                   OR BATCH-BAL-EQ-CNT NOT = 1
               MOVE 1 TO BATCH-BAL-BAD-SW
               EXIT SECTION
           END-IF.
           MOVE SPACES TO BATCH-BAL-SIDE-T(1).
           MOVE SPACES TO BATCH-BAL-SIDE-T(2).
           UNSTRING BATCH-BAL-T(9:56) DELIMITED BY "="
               INTO BATCH-BAL-SIDE-T(1) BATCH-BAL-SIDE-T(2)
           END-UNSTRING.
           PERFORM VARYING BATCH-BAL-S FROM 1 BY 1
                   UNTIL BATCH-BAL-S > 2 OR BATCH-BAL-BAD-SW = 1
               IF BATCH-BAL-SIDE-T(BATCH-BAL-S) = SPACES
                   MOVE 1 TO BATCH-BAL-BAD-SW
               ELSE
                   PERFORM BATCH-BALANCE-SIDE
               END-IF
           END-PERFORM.
       EXIT SECTION.
      *>   BATCH-BALANCE-SIDE totals one side of the clause, term by
      *>   term; an empty term (a doubled or trailing "+") is as
      *>   malformed as a bad one.
       BATCH-BALANCE-SIDE SECTION.
           COMPUTE BATCH-BAL-LEN = FUNCTION STORED-CHAR-LENGTH(
               BATCH-BAL-SIDE-T(BATCH-BAL-S)).
           IF BATCH-BAL-SIDE-T(BATCH-BAL-S)(BATCH-BAL-LEN:1) = "+"
               MOVE 1 TO BATCH-BAL-BAD-SW
               EXIT SECTION
           END-IF.
           MOVE 1 TO BATCH-BAL-PT.
           PERFORM UNTIL BATCH-BAL-PT > BATCH-BAL-LEN
                   OR BATCH-BAL-BAD-SW = 1
               MOVE SPACES TO BATCH-BAL-TERM
               UNSTRING BATCH-BAL-SIDE-T(BATCH-BAL-S)
                   DELIMITED BY "+"
                   INTO BATCH-BAL-TERM
                   WITH POINTER BATCH-BAL-PT
               END-UNSTRING
               PERFORM BATCH-BALANCE-TERM
           END-PERFORM.
       EXIT SECTION.
      *>   BATCH-BALANCE-TERM adds one term — a step number with an
      *>   optional R, I or O suffix — into the side's total.
       BATCH-BALANCE-TERM SECTION.
           IF BATCH-BAL-TERM = SPACES
               MOVE 1 TO BATCH-BAL-BAD-SW
               EXIT SECTION
           END-IF.
           COMPUTE BATCH-BAL-TLEN =
               FUNCTION STORED-CHAR-LENGTH(BATCH-BAL-TERM).
           MOVE BATCH-BAL-TERM(BATCH-BAL-TLEN:1) TO BATCH-BAL-KIND.
           IF BATCH-BAL-KIND = "R" OR "I" OR "O"
               SUBTRACT 1 FROM BATCH-BAL-TLEN
           ELSE
               MOVE "R" TO BATCH-BAL-KIND
           END-IF.
           IF BATCH-BAL-TLEN < 1 OR BATCH-BAL-TLEN > 9
               MOVE 1 TO BATCH-BAL-BAD-SW
               EXIT SECTION
           END-IF.
           MOVE SPACES TO BATCH-BAL-NUM-T.
           MOVE BATCH-BAL-TERM(1:BATCH-BAL-TLEN) TO BATCH-BAL-NUM-T.
           IF BATCH-BAL-NUM-T(1:BATCH-BAL-TLEN) IS NOT NUMERIC
               MOVE 1 TO BATCH-BAL-BAD-SW
               EXIT SECTION
           END-IF.
           COMPUTE BATCH-BAL-STEP = FUNCTION NUMVAL(BATCH-BAL-NUM-T).
           IF BATCH-BAL-STEP < 1 OR BATCH-BAL-STEP > BATCH-STEP-CNT
               MOVE 1 TO BATCH-BAL-BAD-SW
               EXIT SECTION
           END-IF.
           IF BATCH-CNT-KNOWN(BATCH-BAL-STEP) = 0
               MOVE 1 TO BATCH-BAL-UNK-SW
               EXIT SECTION
           END-IF.
           EVALUATE BATCH-BAL-KIND
               WHEN "I"
                   ADD BATCH-CNT-IN(BATCH-BAL-STEP)
                       TO BATCH-BAL-SUM(BATCH-BAL-S)
               WHEN "O"
                   ADD BATCH-CNT-OUT(BATCH-BAL-STEP)
                       TO BATCH-BAL-SUM(BATCH-BAL-S)
               WHEN OTHER
                   ADD BATCH-CNT-REC(BATCH-BAL-STEP)
                       TO BATCH-BAL-SUM(BATCH-BAL-S)
           END-EVALUATE.
       EXIT SECTION.
      *>   BATCH-STEP-CALL is one attempt: stage the step's fields
      *>   into the shared parameter block and dispatch the routine.
      *>   The block is re-staged on every attempt so a retried step
           ADD 1 TO BATCH-STEP-TRIES.
           MOVE 0 TO BATCH-STEP-RC.
           MOVE 0 TO BATCH-PARM-RECORDS.
           MOVE 0 TO BATCH-PARM-IN-RECORDS.
           MOVE 0 TO BATCH-PARM-OUT-RECORDS.
           MOVE SPACE TO BATCH-PARM-FLOW-SET.
           MOVE "Y" TO BATCH-PARM-SET.
           MOVE BATCH-INPUT-DSN TO BATCH-PARM-INPUT-DSN.
           MOVE BATCH-OUTPUT-DSN TO BATCH-PARM-OUTPUT-DSN.
               WHEN "STATUTIL"
                   CALL "STATUTIL"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "AUDITRPT"
                   CALL "AUDITRPT"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
      *>   AUDITRECON reads this battery's own report back: closing
      *>   and re-extending it first puts every step line written so
      *>   far on disk where the reconciliation can see it.
               WHEN "AUDITRECON"
                   CLOSE BATCH-REPORT-FILE
                   OPEN EXTEND BATCH-REPORT-FILE
                   CALL "AUDITRECON"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "EXCEPTRPT"
                   CALL "EXCEPTRPT"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "LOGARCHIVE"
                   CALL "LOGARCHIVE"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "CACHEAUDIT"
                   CALL "CACHEAUDIT"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "RESQUERY"
                   CALL "RESQUERY"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "UFSNAPDIFF"
                   CALL "UFSNAPDIFF"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "STEPTREND"
                   CALL "STEPTREND"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "AUDITCHAIN"
                   CALL "AUDITCHAIN"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "RESDRIFT"
                   CALL "RESDRIFT"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "RESEXTRACT"
                   CALL "RESEXTRACT"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "BRUTEREF"
                   CALL "BRUTEREF"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "STRESSRUN"
                   CALL "STRESSRUN"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "MERGEFEEDS"
                   CALL "MERGEFEEDS"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "SUBSETSUM"
                   CALL "SUBSETSUM"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "ASSIGNLIB"
                   CALL "ASSIGNLIB"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "FLOWLIB"
                   CALL "FLOWLIB"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "GRIDSUM"
                   CALL "GRIDSUM"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "DIFFUTIL"
                   CALL "DIFFUTIL"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "JOINUTIL"
                   CALL "JOINUTIL"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "MASKDATA"
                   CALL "MASKDATA"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "DATEUTIL"
                   CALL "DATEUTIL"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN "CAPFCST"
                   CALL "CAPFCST"
                   MOVE RETURN-CODE TO BATCH-STEP-RC
               WHEN OTHER
                   MOVE 8 TO BATCH-STEP-RC
           END-EVALUATE.
                   END-STRING
               WHEN BATCH-STEP-OPR-SKIPPED
                   MOVE "SKIPPED-OPERATOR" TO BATCH-STATUS-TXT
               WHEN BATCH-STEP-BAL-REFUSED
                   MOVE BATCH-BAL-REF-STEP TO BATCH-BAL-REF-Z
                   STRING "REFUSED-BALANCE STEP=" DELIMITED BY SIZE
                       FUNCTION TRIM(BATCH-BAL-REF-Z) DELIMITED BY SIZE
                       INTO BATCH-STATUS-TXT
                   END-STRING
               WHEN BATCH-STEP-TIMED-OUT
                   STRING "TIMEOUT " DELIMITED BY SIZE
                       FUNCTION TRIM(BATCH-WAIT-T) DELIMITED BY SIZE
                       INTO BATCH-STATUS-TXT
                   END-STRING
               WHEN BATCH-STEP-CAL-BYPASSED
                   STRING "BYPASSED-CALENDAR " DELIMITED BY SIZE
                       FUNCTION TRIM(BATCH-DAYS-T) DELIMITED BY SIZE
      *>   A retried step reports its attempt count so a flaky
      *>   dataset is visible in the log even when the retry saved
      *>   the night; a clean first attempt stays the classic line.
      *>   A step held by WAITFOR adds the seconds it waited.
                   IF BATCH-STEP-TRIES > 1
                       MOVE BATCH-STEP-TRIES TO BATCH-TRIES-Z
                       STRING "RC=" DELIMITED BY SIZE
                           INTO BATCH-STATUS-TXT
                       END-STRING
                   END-IF
                   IF BATCH-WAIT-SECS > 0
                       MOVE BATCH-WAIT-SECS TO BATCH-WAIT-SECS-Z
                       MOVE 1 TO BATCH-WAIT-PT
                       INSPECT BATCH-STATUS-TXT TALLYING BATCH-WAIT-PT
                           FOR CHARACTERS BEFORE INITIAL "  "
                       STRING " WAITED=" DELIMITED BY SIZE
                           FUNCTION TRIM(BATCH-WAIT-SECS-Z)
                               DELIMITED BY SIZE
                           INTO BATCH-STATUS-TXT
                           WITH POINTER BATCH-WAIT-PT
                       END-STRING
                   END-IF
                   IF BATCH-STEP-OUT-OF-BALANCE
                       MOVE 1 TO BATCH-WAIT-PT
                       INSPECT BATCH-STATUS-TXT TALLYING BATCH-WAIT-PT
                           FOR CHARACTERS BEFORE INITIAL "  "
                       STRING " OUT-OF-BALANCE" DELIMITED BY SIZE
                           INTO BATCH-STATUS-TXT
                           WITH POINTER BATCH-WAIT-PT
                       END-STRING
                   END-IF
           END-EVALUATE.
           MOVE SPACES TO BATCH-REPORT-LINE.
           STRING "STEP=" DELIMITED BY SIZE
               BATCH-STATUS-TXT DELIMITED BY SIZE
               INTO BATCH-REPORT-LINE
           END-STRING.
           PERFORM RPTPAGE-WRITE.
           PERFORM BATCH-REPORT-WRITE-CHECK.
       EXIT SECTION.
      *>   BATCH-ALERT-WRITE appends one severity-coded event record
               PERFORM BATCH-ALERT-WRITE
           END-IF.
       EXIT SECTION.
           COPY "RPTPAGEP.cpy"
               REPLACING ==RP-PRINT-REC== BY ==BATCH-REPORT-REC==
                   ==RP-PRINT-LINE== BY ==BATCH-REPORT-LINE==
                   ==RP-PRINT-FS== BY ==BATCH-REPORT-FS==.
           COPY "JOBAUDITP.cpy".
       END PROGRAM BATCHSUITE.
