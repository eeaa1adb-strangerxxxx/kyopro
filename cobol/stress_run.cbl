       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRESSRUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   The regression pairs only replay the datasets somebody
      *>   once staged, so an edge case nobody thought to stage is
      *>   never exercised. STRESSRUN manufactures the cases: each
      *>   CASE in SRN-SPEC-FILE names a routine, a reference that
      *>   answers the same input another way (usually BRUTEREF),
      *>   a GENDATA shape and a number of rounds, and every round
      *>   generates a fresh dataset off its own seed, runs both
      *>   programs on it and holds their outputs together with
      *>   COMPAREUTIL. Spec records:
      *>       CASE name ROUTINE=r REFERENCE=f ROUNDS=n SEED=s
      *>            [PARM=text] [REFPARM=text]
      *>       GEN COUNT n RANGE a b MODE m [keyword ...]
      *>       PREFIX word
      *>       ADD text
      *>       SELECT text
      *>   GEN is a GENDATA spec without its SEED (STRESSRUN owns
      *>   the seed: round k runs on SEED=s+k-1) or OUTPUT keyword.
      *>   PREFIX puts a word ahead of every generated line (FACTOR,
      *>   to make bare values into PRIMELIB records); each ADD
      *>   record is one line appended after them (SOURCE/TARGET
      *>   questions for a generated edge list). SELECT narrows the
      *>   compare to output lines beginning with its text, for a
      *>   reference that answers only part of what the routine
      *>   writes; several SELECTs are alternatives. PARM/REFPARM
      *>   are the parameter fields staged for the two programs.
      *>   A round passes when the compare is clean and both
      *>   programs ended with the same return code; a passing
      *>   round's work datasets are deleted. The first round that
      *>   does not pass ends its case and leaves the failure
      *>   package on disk under the case name — name.GSP (the
      *>   GENDATA spec, seed included), name.GEN, name.INP (what
      *>   both programs read), name.OUT, name.REF, name.CMA and
      *>   name.CMB when SELECT filtered, and name.CMP (the
      *>   COMPAREUTIL report) — so the failure can be rerun by
      *>   hand exactly as it happened. The compare runs under
      *>   whatever CMPCTRL.DAT rules are in place.
           SELECT SRN-SPEC-FILE ASSIGN TO DYNAMIC SRN-SPEC-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SRN-SPEC-FS.
           SELECT SRN-RPT-FILE ASSIGN TO DYNAMIC SRN-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SRN-RPT-FS.
      *>   SRN-WI-FILE and SRN-WO-FILE are the round's work
      *>   datasets, reassigned to whichever one is being read or
      *>   built.
           SELECT SRN-WI-FILE ASSIGN TO DYNAMIC SRN-WI-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SRN-WI-FS.
           SELECT SRN-WO-FILE ASSIGN TO DYNAMIC SRN-WO-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SRN-WO-FS.
      *>   SRN-REJECT-FILE is the reject trail: every spec record
      *>   or case answered REJECTED is also written here in the
      *>   shared REJREC.cpy layout, appended run after run.
           SELECT SRN-REJECT-FILE ASSIGN TO DYNAMIC SRN-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SRN-REJECT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
           FD SRN-SPEC-FILE.
               01 SRN-SPEC-REC PIC X(132).
           FD SRN-RPT-FILE.
               01 SRN-RPT-REC PIC X(132).
           FD SRN-WI-FILE.
               01 SRN-WI-REC PIC X(4096).
           FD SRN-WO-FILE.
               01 SRN-WO-REC PIC X(4096).
           FD SRN-REJECT-FILE.
               01 SRN-REJECT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 SRN-WK.
               03 SRN-SPEC-DSN PIC X(100) VALUE "STRESS.DAT".
               03 SRN-SPEC-FS PIC XX.
               03 SRN-RPT-DSN PIC X(100) VALUE "STRESSRPT.LOG".
               03 SRN-RPT-FS PIC XX.
               03 SRN-WI-DSN PIC X(100).
               03 SRN-WI-FS PIC XX.
               03 SRN-WO-DSN PIC X(100).
               03 SRN-WO-FS PIC XX.
               03 SRN-BATCH-RC PIC S9(4) VALUE 0.
               03 SRN-RPT-ERR-SW PIC 9 VALUE 0.
               03 SRN-SPEC-ERR-SW PIC 9 VALUE 0.
               03 SRN-REJECT-DSN PIC X(100) VALUE "STRESSREJ.LOG".
               03 SRN-REJECT-FS PIC XX.
               03 SRN-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 SRN-REJECT-OPENED VALUE 1.
               03 SRN-REJECT-ERR-SW PIC 9 VALUE 0.
               03 SRN-SPEC-RECNO BINARY-LONG UNSIGNED VALUE 0.
               03 SRN-SEL-HIT-SW PIC 9 VALUE 0.
               03 SRN-T OCCURS 16 TIMES PIC X(60).
               03 SRN-TALLY BINARY-LONG UNSIGNED VALUE 0.
               03 SRN-I BINARY-LONG SIGNED VALUE 0.
               03 SRN-J BINARY-LONG SIGNED VALUE 0.
               03 SRN-PT BINARY-LONG SIGNED VALUE 1.
               03 SRN-KW PIC X(20).
               03 SRN-KV PIC X(60).
               03 SRN-RPT-LINE PIC X(132).
               03 SRN-WORK-LINE PIC X(4096).
               03 SRN-NUM-Z PIC -Z(18)9.
               03 SRN-NUM2-Z PIC -Z(18)9.
      *>   SRN-UTILITY-CALL's staging: the program to CALL, its
      *>   three parameter fields, and its return code. The
      *>   88-level is every routine a CASE may name — the
      *>   dataset-driven routines, BRUTEREF among them.
               03 SRN-CALL-NAME PIC X(12).
                   88 SRN-CALLABLE VALUES "PRIMELIB" "ARRAYSTACK"
                       "ARRAYDEQUE" "NEXTPERM" "GCDLCM" "UNIONFIND"
                       "POWMODLIB" "BINSEARCH" "FENWICK" "CRTLIB"
                       "MATPOW" "HEAPLIB" "EXTSORT" "INVCOUNT"
                       "GRAPHLIB" "STRUTIL" "WIDEBITSET" "BIGCALC"
                       "HASHUTIL" "STATUTIL" "BRUTEREF".
               03 SRN-CALL-IN PIC X(100).
               03 SRN-CALL-OUT PIC X(100).
               03 SRN-CALL-TEXT PIC X(40).
               03 SRN-CALL-RC PIC S9(4) VALUE 0.
               03 SRN-PARM-HOLD PIC X(300).
      *>   The loaded cases. A case's ADD and SELECT records follow
      *>   its CASE record, so each case owns one contiguous run of
      *>   SRN-ADD and of SRN-SEL entries.
           01 SRN-CASE-WK.
               03 SRN-MAXC BINARY-LONG SIGNED VALUE 50.
               03 SRN-MAXA BINARY-LONG SIGNED VALUE 200.
               03 SRN-MAXS BINARY-LONG SIGNED VALUE 100.
               03 SRN-CASE-CNT BINARY-LONG SIGNED VALUE 0.
               03 SRN-ADD-CNT BINARY-LONG SIGNED VALUE 0.
               03 SRN-SEL-CNT BINARY-LONG SIGNED VALUE 0.
               03 SRN-CASE OCCURS 50 TIMES.
                   05 SRN-C-NAME PIC X(20).
                   05 SRN-C-ROUTINE PIC X(12).
                   05 SRN-C-PARM PIC X(40).
                   05 SRN-C-REF PIC X(12).
                   05 SRN-C-REFPARM PIC X(40).
                   05 SRN-C-ROUNDS BINARY-LONG SIGNED.
                   05 SRN-C-SEED BINARY-DOUBLE SIGNED.
                   05 SRN-C-SEED-SW PIC 9.
                   05 SRN-C-GEN-HEAD PIC X(80).
                   05 SRN-C-GEN-TAIL PIC X(80).
                   05 SRN-C-PREFIX PIC X(20).
                   05 SRN-C-ADD-1 BINARY-LONG SIGNED.
                   05 SRN-C-ADD-N BINARY-LONG SIGNED.
                   05 SRN-C-SEL-1 BINARY-LONG SIGNED.
                   05 SRN-C-SEL-N BINARY-LONG SIGNED.
                   05 SRN-C-RECNO BINARY-LONG UNSIGNED.
                   05 SRN-C-IMAGE PIC X(132).
               03 SRN-ADD OCCURS 200 TIMES PIC X(80).
               03 SRN-SEL OCCURS 100 TIMES.
                   05 SRN-SEL-TXT PIC X(40).
                   05 SRN-SEL-LEN BINARY-LONG SIGNED.
      *>   The round in progress and the run's tallies.
           01 SRN-ROUND-WK.
               03 SRN-C BINARY-LONG SIGNED VALUE 0.
               03 SRN-ROUND BINARY-LONG SIGNED VALUE 0.
               03 SRN-SEED BINARY-DOUBLE SIGNED VALUE 0.
               03 SRN-RTN-RC PIC S9(4) VALUE 0.
               03 SRN-REF-RC PIC S9(4) VALUE 0.
               03 SRN-CMP-RC PIC S9(4) VALUE 0.
               03 SRN-ROUND-SW PIC 9 VALUE 0.
                   88 SRN-ROUND-PASSED VALUE 0.
                   88 SRN-ROUND-MISMATCH VALUE 1.
                   88 SRN-ROUND-FAILED VALUE 2.
               03 SRN-CASES-PASSED BINARY-LONG SIGNED VALUE 0.
               03 SRN-CASES-FAILED BINARY-LONG SIGNED VALUE 0.
               03 SRN-ROUNDS-RUN BINARY-LONG SIGNED VALUE 0.
               03 SRN-GSP-DSN PIC X(100).
               03 SRN-GEN-DSN PIC X(100).
               03 SRN-INP-DSN PIC X(100).
               03 SRN-OUT-DSN PIC X(100).
               03 SRN-REF-DSN PIC X(100).
               03 SRN-CMA-DSN PIC X(100).
               03 SRN-CMB-DSN PIC X(100).
               03 SRN-CMP-DSN PIC X(100).
       PROCEDURE DIVISION.
      *>   SRN-RUN is this program's entry point, whether it is run
      *>   as its own job step or CALLed as one step of a larger
      *>   batch suite. It ends in GOBACK rather than STOP RUN so a
      *>   CALLer gets control back; run standalone, GOBACK with no
      *>   caller ends the run unit all the same. RC 0 means every
      *>   case passed every round, 4 that a case mismatched, 8 a
      *>   refused spec or a round that could not be run at all.
       SRN-RUN SECTION.
           PERFORM SRN-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO SRN-BATCH-RC.
           MOVE 0 TO SRN-RPT-ERR-SW.
           MOVE 0 TO SRN-SPEC-ERR-SW.
           MOVE 0 TO SRN-SPEC-RECNO.
           MOVE 0 TO SRN-REJECT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           MOVE 0 TO SRN-CASE-CNT.
           MOVE 0 TO SRN-ADD-CNT.
           MOVE 0 TO SRN-SEL-CNT.
           MOVE 0 TO SRN-CASES-PASSED.
           MOVE 0 TO SRN-CASES-FAILED.
           MOVE 0 TO SRN-ROUNDS-RUN.
           OPEN OUTPUT SRN-RPT-FILE.
           IF SRN-RPT-FS NOT = "00"
               MOVE 8 TO SRN-BATCH-RC
               DISPLAY "STRESSRUN: COULD NOT OPEN OUTPUT DSN="
                   FUNCTION TRIM(SRN-RPT-DSN)
                   " FS=" SRN-RPT-FS
           ELSE
               PERFORM SRN-SPEC-LOAD
               IF SRN-BATCH-RC = 0
                   PERFORM SRN-CASES-RUN
               END-IF
               CLOSE SRN-RPT-FILE
           END-IF.
           IF SRN-RPT-ERR-SW = 1
               MOVE 8 TO SRN-BATCH-RC
           END-IF.
           IF SRN-REJECT-OPENED
               CLOSE SRN-REJECT-FILE
               MOVE 0 TO SRN-REJECT-OPEN-SW
           END-IF.
           MOVE SRN-BATCH-RC TO RETURN-CODE.
           MOVE "SRNJOB01" TO JA-JOB-ID.
           MOVE SRN-SPEC-DSN TO JA-INPUT-DSN.
           MOVE SRN-ROUNDS-RUN TO JA-RECORD-COUNT.
           MOVE SRN-ROUNDS-RUN TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   SRN-CASES-RUN runs the loaded cases in spec order and
      *>   closes the report with the run's totals.
       SRN-CASES-RUN SECTION.
           PERFORM VARYING SRN-C FROM 1 BY 1
                   UNTIL SRN-C > SRN-CASE-CNT
               PERFORM SRN-CASE-RUN
           END-PERFORM.
           MOVE SPACES TO SRN-RPT-LINE.
           MOVE 1 TO SRN-PT.
           MOVE SRN-CASE-CNT TO SRN-NUM-Z.
           STRING "SUMMARY CASES=" DELIMITED BY SIZE
               FUNCTION TRIM(SRN-NUM-Z) DELIMITED BY SIZE
               INTO SRN-RPT-LINE
               WITH POINTER SRN-PT
           END-STRING.
           MOVE SRN-CASES-PASSED TO SRN-NUM-Z.
           STRING " PASSED=" DELIMITED BY SIZE
               FUNCTION TRIM(SRN-NUM-Z) DELIMITED BY SIZE
               INTO SRN-RPT-LINE
               WITH POINTER SRN-PT
           END-STRING.
           MOVE SRN-CASES-FAILED TO SRN-NUM-Z.
           STRING " FAILED=" DELIMITED BY SIZE
               FUNCTION TRIM(SRN-NUM-Z) DELIMITED BY SIZE
               INTO SRN-RPT-LINE
               WITH POINTER SRN-PT
           END-STRING.
           MOVE SRN-ROUNDS-RUN TO SRN-NUM-Z.
           STRING " ROUNDS=" DELIMITED BY SIZE
               FUNCTION TRIM(SRN-NUM-Z) DELIMITED BY SIZE
               INTO SRN-RPT-LINE
               WITH POINTER SRN-PT
           END-STRING.
           PERFORM SRN-RPT-LINE-COMMIT.
       EXIT SECTION.
      *>   SRN-SPEC-LOAD reads every spec record before any round
      *>   runs, so a mistake anywhere in the spec refuses the run
      *>   (RC 8, each bad record listed) instead of surfacing
      *>   after an hour of rounds.
       SRN-SPEC-LOAD SECTION.
           OPEN INPUT SRN-SPEC-FILE.
           IF SRN-SPEC-FS NOT = "00"
               MOVE 8 TO SRN-BATCH-RC
               DISPLAY "STRESSRUN: COULD NOT OPEN SPEC DSN="
                   FUNCTION TRIM(SRN-SPEC-DSN)
                   " FS=" SRN-SPEC-FS
               EXIT SECTION
           END-IF.
           PERFORM UNTIL SRN-SPEC-FS NOT = "00"
               READ SRN-SPEC-FILE
                   AT END
                       MOVE "10" TO SRN-SPEC-FS
                   NOT AT END
                       PERFORM SRN-SPEC-RECORD
               END-READ
           END-PERFORM.
           CLOSE SRN-SPEC-FILE.
           PERFORM VARYING SRN-C FROM 1 BY 1
                   UNTIL SRN-C > SRN-CASE-CNT
               PERFORM SRN-CASE-CHECK
           END-PERFORM.
           IF SRN-SPEC-ERR-SW = 0 AND SRN-CASE-CNT = 0
               MOVE 1 TO SRN-SPEC-ERR-SW
               DISPLAY "STRESSRUN: NO CASE RECORDS IN SPEC DSN="
                   FUNCTION TRIM(SRN-SPEC-DSN)
           END-IF.
           IF SRN-SPEC-ERR-SW = 1
               MOVE 8 TO SRN-BATCH-RC
               MOVE SPACES TO SRN-RPT-LINE
               STRING "SPEC REFUSED, NO ROUNDS RUN" DELIMITED BY SIZE
                   INTO SRN-RPT-LINE
               END-STRING
               PERFORM SRN-RPT-LINE-COMMIT
           END-IF.
       EXIT SECTION.
      *>   SRN-SPEC-RECORD files one spec record. Blank records and
      *>   records starting with "*" are commentary.
       SRN-SPEC-RECORD SECTION.
           ADD 1 TO SRN-SPEC-RECNO.
           IF SRN-SPEC-REC = SPACES OR SRN-SPEC-REC(1:1) = "*"
               EXIT SECTION
           END-IF.
           PERFORM VARYING SRN-I FROM 1 BY 1 UNTIL SRN-I > 16
               MOVE SPACES TO SRN-T(SRN-I)
           END-PERFORM.
           MOVE 0 TO SRN-TALLY.
           UNSTRING SRN-SPEC-REC DELIMITED BY ALL SPACE
               INTO SRN-T(1) SRN-T(2) SRN-T(3) SRN-T(4)
                   SRN-T(5) SRN-T(6) SRN-T(7) SRN-T(8)
                   SRN-T(9) SRN-T(10) SRN-T(11) SRN-T(12)
                   SRN-T(13) SRN-T(14) SRN-T(15) SRN-T(16)
               TALLYING IN SRN-TALLY
           END-UNSTRING.
           IF SRN-T(1) = SPACES
               PERFORM SRN-TOKEN-SHIFT
           END-IF.
           IF SRN-T(1) = "CASE"
               PERFORM SRN-CASE-ADD
               EXIT SECTION
           END-IF.
           IF SRN-CASE-CNT = 0
               MOVE "NO-CASE-OPEN" TO RJ-REASON-CODE
               MOVE "RECORD BEFORE THE FIRST CASE RECORD"
                   TO RJ-REASON-TEXT
               PERFORM SRN-SPEC-REJECT
               EXIT SECTION
           END-IF.
           EVALUATE TRUE
               WHEN SRN-T(1) = "GEN"
                   PERFORM SRN-GEN-STORE
               WHEN SRN-T(1) = "PREFIX" AND SRN-TALLY = 2
                       AND SRN-T(2)(21:) = SPACES
                   MOVE SRN-T(2) TO SRN-C-PREFIX(SRN-CASE-CNT)
               WHEN SRN-T(1) = "ADD" AND SRN-TALLY > 1
                       AND SRN-ADD-CNT < SRN-MAXA
                   ADD 1 TO SRN-ADD-CNT
                   MOVE FUNCTION TRIM(SRN-SPEC-REC LEADING)
                       TO SRN-WORK-LINE
                   MOVE FUNCTION TRIM(SRN-WORK-LINE(4:) LEADING)
                       TO SRN-ADD(SRN-ADD-CNT)
                   ADD 1 TO SRN-C-ADD-N(SRN-CASE-CNT)
               WHEN SRN-T(1) = "SELECT" AND SRN-TALLY = 2
                       AND SRN-T(2)(41:) = SPACES
                       AND SRN-SEL-CNT < SRN-MAXS
                   ADD 1 TO SRN-SEL-CNT
                   MOVE SRN-T(2) TO SRN-SEL-TXT(SRN-SEL-CNT)
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(SRN-T(2)))
                       TO SRN-SEL-LEN(SRN-SEL-CNT)
                   ADD 1 TO SRN-C-SEL-N(SRN-CASE-CNT)
               WHEN OTHER
                   MOVE "MALFORMED" TO RJ-REASON-CODE
                   MOVE "BAD RECORD OR ADD/SELECT TABLE FULL"
                       TO RJ-REASON-TEXT
                   PERFORM SRN-SPEC-REJECT
           END-EVALUATE.
       EXIT SECTION.
      *>   An indented record unstrings with an empty first token;
      *>   SRN-TOKEN-SHIFT moves the tokens down one place.
       SRN-TOKEN-SHIFT SECTION.
           PERFORM VARYING SRN-I FROM 1 BY 1 UNTIL SRN-I > 15
               MOVE SRN-T(SRN-I + 1) TO SRN-T(SRN-I)
           END-PERFORM.
           MOVE SPACES TO SRN-T(16).
           SUBTRACT 1 FROM SRN-TALLY.
       EXIT SECTION.
      *>   SRN-CASE-ADD opens a new case from its CASE record's
      *>   name and keyword=value tokens.
       SRN-CASE-ADD SECTION.
           IF SRN-CASE-CNT >= SRN-MAXC
                   OR SRN-TALLY < 2
                   OR SRN-T(2)(21:) NOT = SPACES
               MOVE "BAD-CASE" TO RJ-REASON-CODE
               MOVE "CASE NAME BAD OR OVER SRN-MAXC CASES"
                   TO RJ-REASON-TEXT
               PERFORM SRN-SPEC-REJECT
               EXIT SECTION
           END-IF.
           ADD 1 TO SRN-CASE-CNT.
           MOVE SRN-SPEC-RECNO TO SRN-C-RECNO(SRN-CASE-CNT).
           MOVE SRN-SPEC-REC TO SRN-C-IMAGE(SRN-CASE-CNT).
           MOVE SRN-T(2) TO SRN-C-NAME(SRN-CASE-CNT).
           MOVE SPACES TO SRN-C-ROUTINE(SRN-CASE-CNT).
           MOVE SPACES TO SRN-C-PARM(SRN-CASE-CNT).
           MOVE SPACES TO SRN-C-REF(SRN-CASE-CNT).
           MOVE SPACES TO SRN-C-REFPARM(SRN-CASE-CNT).
           MOVE 0 TO SRN-C-ROUNDS(SRN-CASE-CNT).
           MOVE 0 TO SRN-C-SEED(SRN-CASE-CNT).
           MOVE 0 TO SRN-C-SEED-SW(SRN-CASE-CNT).
           MOVE SPACES TO SRN-C-GEN-HEAD(SRN-CASE-CNT).
           MOVE SPACES TO SRN-C-GEN-TAIL(SRN-CASE-CNT).
           MOVE SPACES TO SRN-C-PREFIX(SRN-CASE-CNT).
           COMPUTE SRN-C-ADD-1(SRN-CASE-CNT) = SRN-ADD-CNT + 1.
           MOVE 0 TO SRN-C-ADD-N(SRN-CASE-CNT).
           COMPUTE SRN-C-SEL-1(SRN-CASE-CNT) = SRN-SEL-CNT + 1.
           MOVE 0 TO SRN-C-SEL-N(SRN-CASE-CNT).
           PERFORM VARYING SRN-J FROM 3 BY 1
                   UNTIL SRN-J > SRN-TALLY
               MOVE SPACES TO SRN-KW
               MOVE SPACES TO SRN-KV
               UNSTRING SRN-T(SRN-J) DELIMITED BY "="
                   INTO SRN-KW SRN-KV
               END-UNSTRING
               EVALUATE SRN-KW
                   WHEN "ROUTINE"
                       MOVE SRN-KV TO SRN-C-ROUTINE(SRN-CASE-CNT)
                   WHEN "PARM"
                       MOVE SRN-KV TO SRN-C-PARM(SRN-CASE-CNT)
                   WHEN "REFERENCE"
                       MOVE SRN-KV TO SRN-C-REF(SRN-CASE-CNT)
                   WHEN "REFPARM"
                       MOVE SRN-KV TO SRN-C-REFPARM(SRN-CASE-CNT)
                   WHEN "ROUNDS"
                       IF FUNCTION TEST-NUMVAL(SRN-KV) = 0
                           COMPUTE SRN-C-ROUNDS(SRN-CASE-CNT) =
                               FUNCTION NUMVAL(SRN-KV)
                       END-IF
                   WHEN "SEED"
                       IF FUNCTION TEST-NUMVAL(SRN-KV) = 0
                           COMPUTE SRN-C-SEED(SRN-CASE-CNT) =
                               FUNCTION NUMVAL(SRN-KV)
                           MOVE 1 TO SRN-C-SEED-SW(SRN-CASE-CNT)
                       END-IF
                   WHEN OTHER
                       MOVE "BAD-KEYWORD" TO RJ-REASON-CODE
                       MOVE "UNKNOWN KEYWORD ON A CASE RECORD"
                           TO RJ-REASON-TEXT
                       PERFORM SRN-SPEC-REJECT
               END-EVALUATE
           END-PERFORM.
       EXIT SECTION.
      *>   SRN-GEN-STORE keeps a GEN record as the head GENDATA
      *>   insists on (COUNT n RANGE a b MODE m) and the keyword
      *>   tail; the round's SEED goes between the two.
       SRN-GEN-STORE SECTION.
           IF SRN-TALLY < 8 OR SRN-T(2) NOT = "COUNT"
                   OR SRN-T(4) NOT = "RANGE"
                   OR SRN-T(7) NOT = "MODE"
               MOVE "BAD-GEN" TO RJ-REASON-CODE
               MOVE "GEN NOT COUNT N RANGE A B MODE M"
                   TO RJ-REASON-TEXT
               PERFORM SRN-SPEC-REJECT
               EXIT SECTION
           END-IF.
           PERFORM VARYING SRN-I FROM 2 BY 1
                   UNTIL SRN-I > SRN-TALLY
               IF SRN-T(SRN-I) = "SEED" OR SRN-T(SRN-I) = "OUTPUT"
                   MOVE "BAD-GEN" TO RJ-REASON-CODE
                   MOVE "GEN NAMES SEED OR OUTPUT ITSELF"
                       TO RJ-REASON-TEXT
                   PERFORM SRN-SPEC-REJECT
                   EXIT SECTION
               END-IF
           END-PERFORM.
           MOVE SPACES TO SRN-C-GEN-HEAD(SRN-CASE-CNT).
           MOVE 1 TO SRN-PT.
           PERFORM VARYING SRN-I FROM 2 BY 1 UNTIL SRN-I > 8
               STRING FUNCTION TRIM(SRN-T(SRN-I)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO SRN-C-GEN-HEAD(SRN-CASE-CNT)
                   WITH POINTER SRN-PT
               END-STRING
           END-PERFORM.
           MOVE SPACES TO SRN-C-GEN-TAIL(SRN-CASE-CNT).
           MOVE 1 TO SRN-PT.
           PERFORM VARYING SRN-I FROM 9 BY 1
                   UNTIL SRN-I > SRN-TALLY
               STRING FUNCTION TRIM(SRN-T(SRN-I)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO SRN-C-GEN-TAIL(SRN-CASE-CNT)
                   WITH POINTER SRN-PT
               END-STRING
           END-PERFORM.
       EXIT SECTION.
      *>   SRN-CASE-CHECK refuses a case that could not run: both
      *>   programs must be ones this harness can CALL, and ROUNDS,
      *>   SEED and a GEN record are required — a case without its
      *>   seed could never be reproduced.
       SRN-CASE-CHECK SECTION.
           MOVE SRN-C-ROUTINE(SRN-C) TO SRN-CALL-NAME.
           IF NOT SRN-CALLABLE
               MOVE "ROUTINE" TO SRN-KW
               PERFORM SRN-CASE-REJECT
           END-IF.
           MOVE SRN-C-REF(SRN-C) TO SRN-CALL-NAME.
           IF NOT SRN-CALLABLE
               MOVE "REFERENCE" TO SRN-KW
               PERFORM SRN-CASE-REJECT
           END-IF.
           IF SRN-C-ROUNDS(SRN-C) < 1 OR SRN-C-ROUNDS(SRN-C) > 9999
               MOVE "ROUNDS" TO SRN-KW
               PERFORM SRN-CASE-REJECT
           END-IF.
           IF SRN-C-SEED-SW(SRN-C) = 0 OR SRN-C-SEED(SRN-C) < 0
               MOVE "SEED" TO SRN-KW
               PERFORM SRN-CASE-REJECT
           END-IF.
           IF SRN-C-GEN-HEAD(SRN-C) = SPACES
               MOVE "GEN" TO SRN-KW
               PERFORM SRN-CASE-REJECT
           END-IF.
       EXIT SECTION.
       SRN-CASE-REJECT SECTION.
           MOVE 1 TO SRN-SPEC-ERR-SW.
           MOVE SPACES TO SRN-RPT-LINE.
           STRING "REJECTED CASE=" DELIMITED BY SIZE
               FUNCTION TRIM(SRN-C-NAME(SRN-C)) DELIMITED BY SIZE
               " MISSING OR BAD " DELIMITED BY SIZE
               FUNCTION TRIM(SRN-KW) DELIMITED BY SIZE
               INTO SRN-RPT-LINE
           END-STRING.
           PERFORM SRN-RPT-LINE-COMMIT.
           MOVE "CASE-INCOMPLETE" TO RJ-REASON-CODE.
           MOVE SPACES TO RJ-REASON-TEXT.
           STRING "MISSING OR BAD " DELIMITED BY SIZE
               FUNCTION TRIM(SRN-KW) DELIMITED BY SIZE
               INTO RJ-REASON-TEXT
           END-STRING.
           MOVE SRN-C-RECNO(SRN-C) TO RJ-RECORD-NO.
           MOVE SRN-C-IMAGE(SRN-C) TO RJ-IMAGE.
           PERFORM SRN-REJREC-WRITE.
       EXIT SECTION.
       SRN-SPEC-REJECT SECTION.
           MOVE 1 TO SRN-SPEC-ERR-SW.
           MOVE SPACES TO SRN-RPT-LINE.
           STRING "REJECTED SPEC RECORD=" DELIMITED BY SIZE
               SRN-SPEC-REC(1:100) DELIMITED BY SIZE
               INTO SRN-RPT-LINE
           END-STRING.
           PERFORM SRN-RPT-LINE-COMMIT.
           MOVE SRN-SPEC-RECNO TO RJ-RECORD-NO.
           MOVE SRN-SPEC-REC TO RJ-IMAGE.
           PERFORM SRN-REJREC-WRITE.
       EXIT SECTION.
      *>   SRN-REJREC-WRITE finishes the reject record the caller
      *>   staged (reason, record number and image) and appends it
      *>   to SRN-REJECT-DSN, opened on first use; a failing trail
      *>   is diagnosed once and leaves the step's RC alone, the
      *>   spec already being refused.
       SRN-REJREC-WRITE SECTION.
           MOVE "STRESSRUN" TO RJ-PROGRAM.
           MOVE SRN-SPEC-DSN TO RJ-INPUT-DSN.
           PERFORM REJREC-STAMP.
           IF NOT SRN-REJECT-OPENED
               OPEN EXTEND SRN-REJECT-FILE
               IF SRN-REJECT-FS = "05" OR SRN-REJECT-FS = "35"
                   OPEN OUTPUT SRN-REJECT-FILE
               END-IF
               MOVE 1 TO SRN-REJECT-OPEN-SW
           END-IF.
           WRITE SRN-REJECT-REC FROM RJ-RECORD.
           IF SRN-REJECT-FS NOT = "00" AND SRN-REJECT-ERR-SW = 0
               MOVE 1 TO SRN-REJECT-ERR-SW
               DISPLAY "STRESSRUN: WRITE FAILED ON DSN="
                   FUNCTION TRIM(SRN-REJECT-DSN)
                   " FS=" SRN-REJECT-FS
           END-IF.
       EXIT SECTION.
      *>   SRN-CASE-RUN runs one case's rounds until they are all
      *>   through or one does not pass, and reports the outcome.
       SRN-CASE-RUN SECTION.
           PERFORM SRN-DSN-BUILD.
           MOVE SPACES TO SRN-RPT-LINE.
           MOVE 1 TO SRN-PT.
           STRING "CASE=" DELIMITED BY SIZE
               FUNCTION TRIM(SRN-C-NAME(SRN-C)) DELIMITED BY SIZE
               " ROUTINE=" DELIMITED BY SIZE
               FUNCTION TRIM(SRN-C-ROUTINE(SRN-C)) DELIMITED BY SIZE
               INTO SRN-RPT-LINE
               WITH POINTER SRN-PT
           END-STRING.
           IF SRN-C-PARM(SRN-C) NOT = SPACES
               STRING "(" DELIMITED BY SIZE
                   FUNCTION TRIM(SRN-C-PARM(SRN-C)) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO SRN-RPT-LINE
                   WITH POINTER SRN-PT
               END-STRING
           END-IF.
           STRING " REFERENCE=" DELIMITED BY SIZE
               FUNCTION TRIM(SRN-C-REF(SRN-C)) DELIMITED BY SIZE
               INTO SRN-RPT-LINE
               WITH POINTER SRN-PT
           END-STRING.
           IF SRN-C-REFPARM(SRN-C) NOT = SPACES
               STRING "(" DELIMITED BY SIZE
                   FUNCTION TRIM(SRN-C-REFPARM(SRN-C))
                       DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO SRN-RPT-LINE
                   WITH POINTER SRN-PT
               END-STRING
           END-IF.
           MOVE SRN-C-ROUNDS(SRN-C) TO SRN-NUM-Z.
           MOVE SRN-C-SEED(SRN-C) TO SRN-NUM2-Z.
           STRING " ROUNDS=" DELIMITED BY SIZE
               FUNCTION TRIM(SRN-NUM-Z) DELIMITED BY SIZE
               " SEED=" DELIMITED BY SIZE
               FUNCTION TRIM(SRN-NUM2-Z) DELIMITED BY SIZE
               INTO SRN-RPT-LINE
               WITH POINTER SRN-PT
           END-STRING.
           PERFORM SRN-RPT-LINE-COMMIT.
           MOVE 0 TO SRN-ROUND-SW.
           MOVE 0 TO SRN-ROUND.
           PERFORM UNTIL SRN-ROUND >= SRN-C-ROUNDS(SRN-C)
                   OR NOT SRN-ROUND-PASSED
               ADD 1 TO SRN-ROUND
               ADD 1 TO SRN-ROUNDS-RUN
               COMPUTE SRN-SEED = SRN-C-SEED(SRN-C) + SRN-ROUND - 1
               PERFORM SRN-ROUND-RUN
               IF SRN-ROUND-PASSED
                   PERFORM SRN-WORK-DELETE
               END-IF
           END-PERFORM.
           MOVE SPACES TO SRN-RPT-LINE.
           MOVE 1 TO SRN-PT.
           STRING "CASE=" DELIMITED BY SIZE
               FUNCTION TRIM(SRN-C-NAME(SRN-C)) DELIMITED BY SIZE
               INTO SRN-RPT-LINE
               WITH POINTER SRN-PT
           END-STRING.
           IF SRN-ROUND-PASSED
               ADD 1 TO SRN-CASES-PASSED
               MOVE SRN-ROUND TO SRN-NUM-Z
               STRING " RESULT=PASSED ROUNDS=" DELIMITED BY SIZE
                   FUNCTION TRIM(SRN-NUM-Z) DELIMITED BY SIZE
                   INTO SRN-RPT-LINE
                   WITH POINTER SRN-PT
               END-STRING
               PERFORM SRN-RPT-LINE-COMMIT
               EXIT SECTION
           END-IF.
           ADD 1 TO SRN-CASES-FAILED.
           IF SRN-ROUND-MISMATCH
               STRING " RESULT=MISMATCH" DELIMITED BY SIZE
                   INTO SRN-RPT-LINE
                   WITH POINTER SRN-PT
               END-STRING
               IF SRN-BATCH-RC < 4
                   MOVE 4 TO SRN-BATCH-RC
               END-IF
           ELSE
               STRING " RESULT=FAILED" DELIMITED BY SIZE
                   INTO SRN-RPT-LINE
                   WITH POINTER SRN-PT
               END-STRING
               MOVE 8 TO SRN-BATCH-RC
           END-IF.
           MOVE SRN-ROUND TO SRN-NUM-Z.
           MOVE SRN-SEED TO SRN-NUM2-Z.
           STRING " ROUND=" DELIMITED BY SIZE
               FUNCTION TRIM(SRN-NUM-Z) DELIMITED BY SIZE
               " SEED=" DELIMITED BY SIZE
               FUNCTION TRIM(SRN-NUM2-Z) DELIMITED BY SIZE
               INTO SRN-RPT-LINE
               WITH POINTER SRN-PT
           END-STRING.
           IF SRN-ROUND-MISMATCH
               MOVE SRN-RTN-RC TO SRN-NUM-Z
               MOVE SRN-REF-RC TO SRN-NUM2-Z
               STRING " RC=" DELIMITED BY SIZE
                   FUNCTION TRIM(SRN-NUM-Z) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(SRN-NUM2-Z) DELIMITED BY SIZE
                   INTO SRN-RPT-LINE
                   WITH POINTER SRN-PT
               END-STRING
               MOVE SRN-CMP-RC TO SRN-NUM-Z
               STRING " COMPARE-RC=" DELIMITED BY SIZE
                   FUNCTION TRIM(SRN-NUM-Z) DELIMITED BY SIZE
                   INTO SRN-RPT-LINE
                   WITH POINTER SRN-PT
               END-STRING
           ELSE
               MOVE SRN-CALL-RC TO SRN-NUM-Z
               STRING " " DELIMITED BY SIZE
                   FUNCTION TRIM(SRN-CALL-NAME) DELIMITED BY SIZE
                   " RC=" DELIMITED BY SIZE
                   FUNCTION TRIM(SRN-NUM-Z) DELIMITED BY SIZE
                   INTO SRN-RPT-LINE
                   WITH POINTER SRN-PT
               END-STRING
           END-IF.
           PERFORM SRN-RPT-LINE-COMMIT.
           MOVE SPACES TO SRN-RPT-LINE.
           MOVE 1 TO SRN-PT.
           STRING "CASE=" DELIMITED BY SIZE
               FUNCTION TRIM(SRN-C-NAME(SRN-C)) DELIMITED BY SIZE
               " PACKAGE SPEC=" DELIMITED BY SIZE
               FUNCTION TRIM(SRN-GSP-DSN) DELIMITED BY SIZE
               " INPUT=" DELIMITED BY SIZE
               FUNCTION TRIM(SRN-INP-DSN) DELIMITED BY SIZE
               " OUTPUT=" DELIMITED BY SIZE
               FUNCTION TRIM(SRN-OUT-DSN) DELIMITED BY SIZE
               " REFERENCE=" DELIMITED BY SIZE
               FUNCTION TRIM(SRN-REF-DSN) DELIMITED BY SIZE
               " COMPARE=" DELIMITED BY SIZE
               FUNCTION TRIM(SRN-CMP-DSN) DELIMITED BY SIZE
               INTO SRN-RPT-LINE
               WITH POINTER SRN-PT
           END-STRING.
           PERFORM SRN-RPT-LINE-COMMIT.
       EXIT SECTION.
      *>   The case's work datasets are named after the case.
       SRN-DSN-BUILD SECTION.
           MOVE SPACES TO SRN-GSP-DSN.
           STRING FUNCTION TRIM(SRN-C-NAME(SRN-C)) DELIMITED BY SIZE
               ".GSP" DELIMITED BY SIZE
               INTO SRN-GSP-DSN
           END-STRING.
           MOVE SPACES TO SRN-GEN-DSN.
           STRING FUNCTION TRIM(SRN-C-NAME(SRN-C)) DELIMITED BY SIZE
               ".GEN" DELIMITED BY SIZE
               INTO SRN-GEN-DSN
           END-STRING.
           MOVE SPACES TO SRN-INP-DSN.
           STRING FUNCTION TRIM(SRN-C-NAME(SRN-C)) DELIMITED BY SIZE
               ".INP" DELIMITED BY SIZE
               INTO SRN-INP-DSN
           END-STRING.
           MOVE SPACES TO SRN-OUT-DSN.
           STRING FUNCTION TRIM(SRN-C-NAME(SRN-C)) DELIMITED BY SIZE
               ".OUT" DELIMITED BY SIZE
               INTO SRN-OUT-DSN
           END-STRING.
           MOVE SPACES TO SRN-REF-DSN.
           STRING FUNCTION TRIM(SRN-C-NAME(SRN-C)) DELIMITED BY SIZE
               ".REF" DELIMITED BY SIZE
               INTO SRN-REF-DSN
           END-STRING.
           MOVE SPACES TO SRN-CMA-DSN.
           STRING FUNCTION TRIM(SRN-C-NAME(SRN-C)) DELIMITED BY SIZE
               ".CMA" DELIMITED BY SIZE
               INTO SRN-CMA-DSN
           END-STRING.
           MOVE SPACES TO SRN-CMB-DSN.
           STRING FUNCTION TRIM(SRN-C-NAME(SRN-C)) DELIMITED BY SIZE
               ".CMB" DELIMITED BY SIZE
               INTO SRN-CMB-DSN
           END-STRING.
           MOVE SPACES TO SRN-CMP-DSN.
           STRING FUNCTION TRIM(SRN-C-NAME(SRN-C)) DELIMITED BY SIZE
               ".CMP" DELIMITED BY SIZE
               INTO SRN-CMP-DSN
           END-STRING.
       EXIT SECTION.
      *>   SRN-ROUND-RUN is one round: generate, build the input,
      *>   run the routine and the reference, compare. GENDATA
      *>   failing, or a work dataset that cannot be built, fails
      *>   the round outright; anything the compare or the return
      *>   codes disagree on is a mismatch.
       SRN-ROUND-RUN SECTION.
           MOVE 0 TO SRN-ROUND-SW.
           MOVE 0 TO SRN-RTN-RC.
           MOVE 0 TO SRN-REF-RC.
           MOVE 0 TO SRN-CMP-RC.
           PERFORM SRN-GEN-SPEC-WRITE.
           IF NOT SRN-ROUND-PASSED
               EXIT SECTION
           END-IF.
           MOVE "GENDATA" TO SRN-CALL-NAME.
           MOVE SRN-GSP-DSN TO SRN-CALL-IN.
           MOVE SRN-GEN-DSN TO SRN-CALL-OUT.
           MOVE SPACES TO SRN-CALL-TEXT.
           PERFORM SRN-UTILITY-CALL.
           IF SRN-CALL-RC NOT = 0
               SET SRN-ROUND-FAILED TO TRUE
               EXIT SECTION
           END-IF.
           PERFORM SRN-INPUT-BUILD.
           IF NOT SRN-ROUND-PASSED
               EXIT SECTION
           END-IF.
           MOVE SRN-C-ROUTINE(SRN-C) TO SRN-CALL-NAME.
           MOVE SRN-INP-DSN TO SRN-CALL-IN.
           MOVE SRN-OUT-DSN TO SRN-CALL-OUT.
           MOVE SRN-C-PARM(SRN-C) TO SRN-CALL-TEXT.
           PERFORM SRN-UTILITY-CALL.
           MOVE SRN-CALL-RC TO SRN-RTN-RC.
           MOVE SRN-C-REF(SRN-C) TO SRN-CALL-NAME.
           MOVE SRN-INP-DSN TO SRN-CALL-IN.
           MOVE SRN-REF-DSN TO SRN-CALL-OUT.
           MOVE SRN-C-REFPARM(SRN-C) TO SRN-CALL-TEXT.
           PERFORM SRN-UTILITY-CALL.
           MOVE SRN-CALL-RC TO SRN-REF-RC.
           MOVE "COMPAREUTIL" TO SRN-CALL-NAME.
           IF SRN-C-SEL-N(SRN-C) = 0
               MOVE SRN-OUT-DSN TO SRN-CALL-IN
               MOVE SRN-REF-DSN TO SRN-CALL-TEXT
           ELSE
               MOVE SRN-OUT-DSN TO SRN-WI-DSN
               MOVE SRN-CMA-DSN TO SRN-WO-DSN
               PERFORM SRN-SELECT-FILTER
               MOVE SRN-REF-DSN TO SRN-WI-DSN
               MOVE SRN-CMB-DSN TO SRN-WO-DSN
               PERFORM SRN-SELECT-FILTER
               IF NOT SRN-ROUND-PASSED
                   EXIT SECTION
               END-IF
               MOVE "COMPAREUTIL" TO SRN-CALL-NAME
               MOVE SRN-CMA-DSN TO SRN-CALL-IN
               MOVE SRN-CMB-DSN TO SRN-CALL-TEXT
           END-IF.
           MOVE SRN-CMP-DSN TO SRN-CALL-OUT.
           PERFORM SRN-UTILITY-CALL.
           MOVE SRN-CALL-RC TO SRN-CMP-RC.
           IF SRN-CMP-RC NOT = 0 OR SRN-RTN-RC NOT = SRN-REF-RC
               SET SRN-ROUND-MISMATCH TO TRUE
           END-IF.
       EXIT SECTION.
      *>   SRN-GEN-SPEC-WRITE writes the round's one-record GENDATA
      *>   spec with this round's seed in it.
       SRN-GEN-SPEC-WRITE SECTION.
           MOVE SRN-GSP-DSN TO SRN-WO-DSN.
           OPEN OUTPUT SRN-WO-FILE.
           IF SRN-WO-FS NOT = "00"
               PERFORM SRN-WORK-OPEN-FAIL
               EXIT SECTION
           END-IF.
           MOVE SRN-SEED TO SRN-NUM-Z.
           MOVE SPACES TO SRN-WORK-LINE.
           STRING FUNCTION TRIM(SRN-C-GEN-HEAD(SRN-C))
                   DELIMITED BY SIZE
               " SEED " DELIMITED BY SIZE
               FUNCTION TRIM(SRN-NUM-Z) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRN-C-GEN-TAIL(SRN-C) DELIMITED BY SIZE
               INTO SRN-WORK-LINE
           END-STRING.
           WRITE SRN-WO-REC FROM SRN-WORK-LINE.
           CLOSE SRN-WO-FILE.
       EXIT SECTION.
      *>   SRN-INPUT-BUILD copies the generated dataset into the
      *>   round's input, each line behind the case's PREFIX word,
      *>   then appends the case's ADD lines.
       SRN-INPUT-BUILD SECTION.
           MOVE SRN-GEN-DSN TO SRN-WI-DSN.
           MOVE SRN-INP-DSN TO SRN-WO-DSN.
           OPEN INPUT SRN-WI-FILE.
           IF SRN-WI-FS NOT = "00"
               MOVE SRN-WI-DSN TO SRN-WO-DSN
               MOVE SRN-WI-FS TO SRN-WO-FS
               PERFORM SRN-WORK-OPEN-FAIL
               EXIT SECTION
           END-IF.
           OPEN OUTPUT SRN-WO-FILE.
           IF SRN-WO-FS NOT = "00"
               CLOSE SRN-WI-FILE
               PERFORM SRN-WORK-OPEN-FAIL
               EXIT SECTION
           END-IF.
           PERFORM UNTIL SRN-WI-FS NOT = "00"
               READ SRN-WI-FILE
                   AT END
                       MOVE "10" TO SRN-WI-FS
                   NOT AT END
                       IF SRN-C-PREFIX(SRN-C) = SPACES
                           WRITE SRN-WO-REC FROM SRN-WI-REC
                       ELSE
                           MOVE SPACES TO SRN-WORK-LINE
                           STRING FUNCTION TRIM(SRN-C-PREFIX(SRN-C))
                                   DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               SRN-WI-REC DELIMITED BY SIZE
                               INTO SRN-WORK-LINE
                           END-STRING
                           WRITE SRN-WO-REC FROM SRN-WORK-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SRN-WI-FILE.
           PERFORM VARYING SRN-I FROM SRN-C-ADD-1(SRN-C) BY 1
                   UNTIL SRN-I >= SRN-C-ADD-1(SRN-C)
                       + SRN-C-ADD-N(SRN-C)
               MOVE SRN-ADD(SRN-I) TO SRN-WO-REC
               WRITE SRN-WO-REC
           END-PERFORM.
           CLOSE SRN-WO-FILE.
       EXIT SECTION.
      *>   SRN-SELECT-FILTER copies from SRN-WI-DSN to SRN-WO-DSN
      *>   the lines that begin with one of the case's SELECT
      *>   texts. A routine that wrote no output at all leaves an
      *>   empty filtered side, which the compare then reports.
       SRN-SELECT-FILTER SECTION.
           OPEN OUTPUT SRN-WO-FILE.
           IF SRN-WO-FS NOT = "00"
               PERFORM SRN-WORK-OPEN-FAIL
               EXIT SECTION
           END-IF.
           OPEN INPUT SRN-WI-FILE.
           IF SRN-WI-FS NOT = "00"
               CLOSE SRN-WO-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL SRN-WI-FS NOT = "00"
               READ SRN-WI-FILE
                   AT END
                       MOVE "10" TO SRN-WI-FS
                   NOT AT END
                       MOVE 0 TO SRN-SEL-HIT-SW
                       PERFORM VARYING SRN-I FROM SRN-C-SEL-1(SRN-C)
                               BY 1
                               UNTIL SRN-I >= SRN-C-SEL-1(SRN-C)
                                   + SRN-C-SEL-N(SRN-C)
                                   OR SRN-SEL-HIT-SW = 1
                           IF SRN-WI-REC(1:SRN-SEL-LEN(SRN-I)) =
                                   SRN-SEL-TXT(SRN-I)
                                       (1:SRN-SEL-LEN(SRN-I))
                               MOVE 1 TO SRN-SEL-HIT-SW
                           END-IF
                       END-PERFORM
                       IF SRN-SEL-HIT-SW = 1
                           WRITE SRN-WO-REC FROM SRN-WI-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SRN-WI-FILE.
           CLOSE SRN-WO-FILE.
       EXIT SECTION.
       SRN-WORK-OPEN-FAIL SECTION.
           SET SRN-ROUND-FAILED TO TRUE.
           MOVE "WORK DSN" TO SRN-CALL-NAME.
           MOVE 8 TO SRN-CALL-RC.
           DISPLAY "STRESSRUN: COULD NOT OPEN WORK DSN="
               FUNCTION TRIM(SRN-WO-DSN)
               " FS=" SRN-WO-FS.
       EXIT SECTION.
      *>   SRN-UTILITY-CALL runs one program the way BATCHSUITE
      *>   dispatches a step: the caller's own parameter block is
      *>   held aside, the program's datasets and parameter staged
      *>   in its place, and the block put back once it returns.
       SRN-UTILITY-CALL SECTION.
           MOVE BATCH-PARM TO SRN-PARM-HOLD.
           MOVE "Y" TO BATCH-PARM-SET.
           MOVE SRN-CALL-IN TO BATCH-PARM-INPUT-DSN.
           MOVE SRN-CALL-OUT TO BATCH-PARM-OUTPUT-DSN.
           MOVE SRN-CALL-TEXT TO BATCH-PARM-TEXT.
           MOVE 0 TO BATCH-PARM-RECORDS.
           MOVE 0 TO BATCH-PARM-IN-RECORDS.
           MOVE 0 TO BATCH-PARM-OUT-RECORDS.
           MOVE SPACE TO BATCH-PARM-FLOW-SET.
           EVALUATE SRN-CALL-NAME
               WHEN "GENDATA"
                   CALL "GENDATA"
               WHEN "COMPAREUTIL"
                   CALL "COMPAREUTIL"
               WHEN "PRIMELIB"
                   CALL "PRIMELIB"
               WHEN "ARRAYSTACK"
                   CALL "ARRAYSTACK"
               WHEN "ARRAYDEQUE"
                   CALL "ARRAYDEQUE"
               WHEN "NEXTPERM"
                   CALL "NEXTPERM"
               WHEN "GCDLCM"
                   CALL "GCDLCM"
               WHEN "UNIONFIND"
                   CALL "UNIONFIND"
               WHEN "POWMODLIB"
                   CALL "POWMODLIB"
               WHEN "BINSEARCH"
                   CALL "BINSEARCH"
               WHEN "FENWICK"
                   CALL "FENWICK"
               WHEN "CRTLIB"
                   CALL "CRTLIB"
               WHEN "MATPOW"
                   CALL "MATPOW"
               WHEN "HEAPLIB"
                   CALL "HEAPLIB"
               WHEN "EXTSORT"
                   CALL "EXTSORT"
               WHEN "INVCOUNT"
                   CALL "INVCOUNT"
               WHEN "GRAPHLIB"
                   CALL "GRAPHLIB"
               WHEN "STRUTIL"
                   CALL "STRUTIL"
               WHEN "WIDEBITSET"
                   CALL "WIDEBITSET"
               WHEN "BIGCALC"
                   CALL "BIGCALC"
               WHEN "HASHUTIL"
                   CALL "HASHUTIL"
               WHEN "STATUTIL"
                   CALL "STATUTIL"
               WHEN "BRUTEREF"
                   CALL "BRUTEREF"
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           MOVE RETURN-CODE TO SRN-CALL-RC.
           MOVE SRN-PARM-HOLD TO BATCH-PARM.
       EXIT SECTION.
      *>   A passing round leaves nothing behind.
       SRN-WORK-DELETE SECTION.
           CALL "CBL_DELETE_FILE" USING SRN-GSP-DSN.
           CALL "CBL_DELETE_FILE" USING SRN-GEN-DSN.
           CALL "CBL_DELETE_FILE" USING SRN-INP-DSN.
           CALL "CBL_DELETE_FILE" USING SRN-OUT-DSN.
           CALL "CBL_DELETE_FILE" USING SRN-REF-DSN.
           CALL "CBL_DELETE_FILE" USING SRN-CMP-DSN.
           IF SRN-C-SEL-N(SRN-C) > 0
               CALL "CBL_DELETE_FILE" USING SRN-CMA-DSN
               CALL "CBL_DELETE_FILE" USING SRN-CMB-DSN
           END-IF.
       EXIT SECTION.
       SRN-RPT-LINE-COMMIT SECTION.
           WRITE SRN-RPT-REC FROM SRN-RPT-LINE.
           PERFORM SRN-RPT-WRITE-CHECK.
       EXIT SECTION.
      *>   SRN-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
      *>   default; run standalone the block is never set and
      *>   nothing changes).
      *>   The input field is the spec, the output field the
      *>   report.
       SRN-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO SRN-SPEC-DSN
               ELSE
                   MOVE "STRESS.DAT" TO SRN-SPEC-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO SRN-RPT-DSN
               ELSE
                   MOVE "STRESSRPT.LOG" TO SRN-RPT-DSN
               END-IF
           END-IF.
       EXIT SECTION.
      *>   SRN-RPT-WRITE-CHECK guards every report write: the
      *>   motivating failure is a full volume, which passes OPEN
      *>   and only fails on WRITE. The first failure is diagnosed
      *>   and fails the step; repeats stay quiet so an abnormal
      *>   volume cannot flood the job log.
       SRN-RPT-WRITE-CHECK SECTION.
           IF SRN-RPT-FS NOT = "00" AND SRN-RPT-ERR-SW = 0
               MOVE 1 TO SRN-RPT-ERR-SW
               DISPLAY "STRESSRUN: WRITE FAILED ON DSN="
                   FUNCTION TRIM(SRN-RPT-DSN)
                   " FS=" SRN-RPT-FS
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
           COPY "REJRECP.cpy".
       END PROGRAM STRESSRUN.
