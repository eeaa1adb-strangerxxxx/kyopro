      *>   the ATCODER template keep dedicated reject trails, EDITUTIL
      *>   writes EDITREJ.DAT, and the GCDLCM/PRIMELIB/MATPOW result
      *>   datasets embed REJECTED lines among their healthy records.
      *>   EDITUTIL also keeps EDITCORR.DAT, the trail of records it
      *>   repaired rather than rejected. Morning checkout meant
      *>   opening seven files. EXCEPTRPT sweeps the whole roster
      *>   through EXC-IN-FILE (re-pointed at each
      *>   source in turn, the LOGARCHIVE discipline), normalizes
      *>   every exception to source program, dataset, reason, and
      *>   record image, and writes one prioritized report with
      *>   per-source totals — and an explicit clean-bill line when
      *>   there is nothing to report, so "no file" can never be
      *>   mistaken for "no exceptions".
      *>   The rejecting drivers now all write their rejects in the
      *>   shared REJREC.cpy layout to a reject dataset of their own
      *>   (PRIMELIB and MATPOW gained PRIMEREJ.LOG and MATREJ.LOG;
      *>   BIGCALC, FLOWLIB, GRAPHLIB, MERGEFEEDS, SUBSETSUM,
      *>   GRIDSUM, STATUTIL, POWMODLIB and DATEUTIL keep BIGREJ,
      *>   FLOWREJ, GRAPHREJ, MRGREJ, SSMREJ, GRIDREJ, STATREJ,
      *>   POWREJ and DATEREJ.LOG; FENWICK, UNIONFIND, ARRAYDEQUE,
      *>   ASSIGNLIB, HEAPLIB, NEXTPERM, STRUTIL, WIDEBITSET,
      *>   BRUTEREF and STRESSRUN keep FWREJ, UFREJ, DEQUEREJ,
      *>   ASGREJ, HEAPREJ, PERMREJ, STRREJ, WBSREJ, BRUTEREJ and
      *>   STRESSREJ.LOG),
      *>   so the result datasets' embedded REJECTED lines are no
      *>   longer swept: each is on its driver's reject trail too,
      *>   and counting both would count every reject twice. With
      *>   one layout the report can also total by reason code
      *>   across every program. BINSEARCH's band classification
      *>   keeps BSCLREJ.DAT in the same layout.
           SELECT EXC-IN-FILE ASSIGN TO DYNAMIC EXC-IN-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXC-IN-FS.
           SELECT EXC-RPT-FILE ASSIGN TO DYNAMIC EXC-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXC-RPT-FS.
      *>   EXC-HIST-FILE is the exception history carried from one
      *>   morning to the next (see EXC-HIST-WK).
           SELECT EXC-HIST-FILE ASSIGN TO DYNAMIC EXC-HIST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXC-HIST-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
               01 EXC-IN-REC PIC X(250).
           FD EXC-RPT-FILE.
               01 EXC-RPT-REC PIC X(250).
      *>   EXC-HIST-REC: one history entry, fixed columns so the
      *>   dataset stays readable at a terminal.
           FD EXC-HIST-FILE.
               01 EXC-HIST-REC.
                   03 EXC-H-PROG PIC X(12).
                   03 FILLER PIC X.
                   03 EXC-H-DSN PIC X(20).
                   03 FILLER PIC X.
                   03 EXC-H-FP PIC 9(15).
                   03 FILLER PIC X.
                   03 EXC-H-FIRST PIC 9(8).
                   03 FILLER PIC X.
                   03 EXC-H-LAST PIC 9(8).
                   03 FILLER PIC X.
                   03 EXC-H-COUNT PIC 9(6).
                   03 FILLER PIC X.
                   03 EXC-H-STATE PIC X(8).
                   03 FILLER PIC X.
                   03 EXC-H-REASON PIC X(30).
                   03 FILLER PIC X.
                   03 EXC-H-IMAGE PIC X(120).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "RPTPAGE.cpy".
           COPY "REJREC.cpy".
           01 EXC-WK.
               03 EXC-IN-DSN PIC X(100).
               03 EXC-IN-FS PIC XX.
               03 EXC-PT BINARY-LONG SIGNED VALUE 1.
               03 EXC-HITS BINARY-LONG SIGNED VALUE 0.
               03 EXC-TOTAL BINARY-LONG UNSIGNED VALUE 0.
               03 EXC-CORR-TOTAL BINARY-LONG UNSIGNED VALUE 0.
               03 EXC-REC-COUNT BINARY-LONG UNSIGNED VALUE 0.
               03 EXC-REASON PIC X(30).
               03 EXC-VAL-Z PIC Z(9)9.
               03 EXC-RPT-LINE PIC X(250).
               03 EXC-RPT-ERR-SW PIC 9 VALUE 0.
               03 EXC-TALLY BINARY-LONG SIGNED VALUE 0.
               03 EXC-ONLY-DSN PIC X(100) VALUE SPACES.
               03 EXC-SCOPED BINARY-LONG SIGNED VALUE 0.
      *>   EXC-KEY-REC is what identifies an exception from one
      *>   morning to the next (the history fingerprints it), and
      *>   EXC-SHOW-IMAGE is the record image the report shows. For
      *>   most shapes both are simply the record read; a shared-
      *>   layout reject leaves its run timestamp and record number
      *>   out of the key, since the same bad record rejected again
      *>   tomorrow is the same exception, not a new one.
               03 EXC-KEY-REC PIC X(250).
               03 EXC-SHOW-IMAGE PIC X(132).
               03 EXC-STD-SW PIC 9 VALUE 0.
                   88 EXC-STD-RECORD VALUE 1.
               03 EXC-RECNO-Z PIC Z(8)9.
      *>   The per-reason totals: every reason code met this run,
      *>   kept in code order as it is met, whatever program or
      *>   dataset it came from. Codes past EXC-RC-MAX are totalled
      *>   together on one line of their own rather than dropped.
           01 EXC-RC-WK.
               03 EXC-RC-MAX BINARY-LONG SIGNED VALUE 100.
               03 EXC-RC-CNT BINARY-LONG SIGNED VALUE 0.
               03 EXC-RC-K BINARY-LONG SIGNED VALUE 0.
               03 EXC-RC-J BINARY-LONG SIGNED VALUE 0.
               03 EXC-RC-OVER BINARY-LONG UNSIGNED VALUE 0.
               03 EXC-RC-TAB.
                   05 EXC-RC OCCURS 100 TIMES.
                       07 EXC-RC-CODE PIC X(30).
                       07 EXC-RC-TOT BINARY-LONG UNSIGNED.
      *>   The fixed sweep roster, rejects-first so the report leads
      *>   with the hard evidence: mode S is a reject dataset in the
      *>   shared REJREC.cpy layout, each record carrying its own
      *>   reason code, input dataset and record number. The older
      *>   shapes stay available for a trail not yet converted:
      *>   mode T means every record of the dataset is an exception
      *>   (a dedicated reject trail), mode R means the record
      *>   carries its own leading reason token, and mode E means
      *>   only the REJECTED or TRUNCATED lines embedded among
      *>   healthy result records count. A mode S dataset's lines
      *>   from before its driver took up the shared layout are
      *>   read the old way — the roster reason when there is one,
      *>   the leading token when there is not. Mode C is a
      *>   correction trail: each record carries
      *>   its leading token like mode R and is listed, but it was
      *>   repaired, not lost, so it is totalled apart and never
      *>   spoils the clean bill. Adding another trail is one entry
      *>   here and the OCCURS/EXC-SRC-COUNT pair raised together.
           01 EXC-SRC-LIST.
               03 EXC-SRC-COUNT BINARY-LONG SIGNED VALUE 26.
               03 EXC-SRC-VALS.
                   05 FILLER PIC X(12) VALUE "GCDLCM".
                   05 FILLER PIC X(20) VALUE "GCDREJECT.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE "REJECTED-PAIR".
                   05 FILLER PIC X(12) VALUE "ATCODER".
                   05 FILLER PIC X(20) VALUE "CASEREJECT.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE "REJECTED-CASE".
                   05 FILLER PIC X(12) VALUE "EDITUTIL".
                   05 FILLER PIC X(20) VALUE "EDITREJ.DAT".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "PRIMELIB".
                   05 FILLER PIC X(20) VALUE "PRIMEREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE "REJECTED-RESULT".
                   05 FILLER PIC X(12) VALUE "MATPOW".
                   05 FILLER PIC X(20) VALUE "MATREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE "REJECTED-RESULT".
                   05 FILLER PIC X(12) VALUE "BINSEARCH".
                   05 FILLER PIC X(20) VALUE "BSCLREJ.DAT".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "BIGCALC".
                   05 FILLER PIC X(20) VALUE "BIGREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "FLOWLIB".
                   05 FILLER PIC X(20) VALUE "FLOWREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "GRAPHLIB".
                   05 FILLER PIC X(20) VALUE "GRAPHREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "MERGEFEEDS".
                   05 FILLER PIC X(20) VALUE "MRGREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "SUBSETSUM".
                   05 FILLER PIC X(20) VALUE "SSMREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "GRIDSUM".
                   05 FILLER PIC X(20) VALUE "GRIDREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "STATUTIL".
                   05 FILLER PIC X(20) VALUE "STATREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "POWMODLIB".
                   05 FILLER PIC X(20) VALUE "POWREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "DATEUTIL".
                   05 FILLER PIC X(20) VALUE "DATEREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "FENWICK".
                   05 FILLER PIC X(20) VALUE "FWREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "UNIONFIND".
                   05 FILLER PIC X(20) VALUE "UFREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "ARRAYDEQUE".
                   05 FILLER PIC X(20) VALUE "DEQUEREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "ASSIGNLIB".
                   05 FILLER PIC X(20) VALUE "ASGREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "HEAPLIB".
                   05 FILLER PIC X(20) VALUE "HEAPREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "NEXTPERM".
                   05 FILLER PIC X(20) VALUE "PERMREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "STRUTIL".
                   05 FILLER PIC X(20) VALUE "STRREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "WIDEBITSET".
                   05 FILLER PIC X(20) VALUE "WBSREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "BRUTEREF".
                   05 FILLER PIC X(20) VALUE "BRUTEREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "STRESSRUN".
                   05 FILLER PIC X(20) VALUE "STRESSREJ.LOG".
                   05 FILLER PIC X(1) VALUE "S".
                   05 FILLER PIC X(30) VALUE SPACES.
                   05 FILLER PIC X(12) VALUE "EDITUTIL".
                   05 FILLER PIC X(20) VALUE "EDITCORR.DAT".
                   05 FILLER PIC X(1) VALUE "C".
                   05 FILLER PIC X(30) VALUE SPACES.
               03 EXC-SRC-TAB REDEFINES EXC-SRC-VALS.
                   05 EXC-SRC-I OCCURS 26 TIMES.
                       07 EXC-SRC-PROG PIC X(12).
                       07 EXC-SRC-DSN PIC X(20).
                       07 EXC-SRC-MODE PIC X.
                       07 EXC-SRC-REASON PIC X(30).
               03 EXC-SRC-TOTALS.
                   05 EXC-SRC-TOT OCCURS 26 TIMES
                                   BINARY-LONG UNSIGNED.
      *>   The exception history gives the morning report a memory.
      *>   Every exception is keyed by its roster dataset and a
      *>   fingerprint of its record image (HASHUTIL's rolling
      *>   checksum, h = (h * 131 + byte) mod EXC-PRIME, over the
      *>   stored characters), so the same bad upstream record
      *>   arriving day after day is one history entry, not a new
      *>   surprise each morning. An entry is OPEN while it keeps
      *>   turning up and RESOLVED on the first sweep of its
      *>   dataset that no longer finds it; a resolved entry that
      *>   comes back is the same defect returning and reopens
      *>   with its original first-seen date. Resolved entries are
      *>   kept EXC-KEEP-DAYS past their last sighting so a short
      *>   lull does not pass a chronic fault off as new, then
      *>   dropped. An open entry first seen more than EXC-AGE-DAYS
      *>   ago is listed again in the aging section. Corrections
      *>   (mode C) were mended, not lost, and stay out of it.
           01 EXC-HIST-WK.
               03 EXC-HIST-DSN PIC X(100) VALUE "EXCHIST.DAT".
               03 EXC-HIST-FS PIC XX.
               03 EXC-HIST-SW PIC 9 VALUE 0.
                   88 EXC-HIST-ACTIVE VALUE 1.
               03 EXC-HIST-ERR-SW PIC 9 VALUE 0.
               03 EXC-HIST-FULL-SW PIC 9 VALUE 0.
               03 EXC-AGE-DAYS BINARY-LONG SIGNED VALUE 7.
               03 EXC-KEEP-DAYS BINARY-LONG SIGNED VALUE 90.
               03 EXC-TODAY PIC 9(8).
               03 EXC-TODAY-INT BINARY-LONG SIGNED VALUE 0.
               03 EXC-PRIME BINARY-DOUBLE SIGNED
                                   VALUE 999999999999937.
               03 EXC-FP BINARY-DOUBLE SIGNED VALUE 0.
               03 EXC-FP-Q BINARY-DOUBLE SIGNED VALUE 0.
               03 EXC-FP-LEN BINARY-LONG SIGNED VALUE 0.
               03 EXC-FP-I BINARY-LONG SIGNED VALUE 0.
               03 EXC-HT-MAX BINARY-LONG SIGNED VALUE 5000.
               03 EXC-HT-CNT BINARY-LONG SIGNED VALUE 0.
               03 EXC-HK BINARY-LONG SIGNED VALUE 0.
               03 EXC-HIT BINARY-LONG SIGNED VALUE 0.
               03 EXC-AGE-N BINARY-LONG SIGNED VALUE 0.
               03 EXC-NEW-CNT BINARY-LONG UNSIGNED VALUE 0.
               03 EXC-RECUR-CNT BINARY-LONG UNSIGNED VALUE 0.
               03 EXC-RESOLVED-CNT BINARY-LONG UNSIGNED VALUE 0.
               03 EXC-AGED-CNT BINARY-LONG UNSIGNED VALUE 0.
               03 EXC-STATUS-TXT PIC X(60).
               03 EXC-DATE-X PIC 9(8).
               03 EXC-DATE2-X PIC 9(8).
               03 EXC-CNT-Z PIC Z(5)9.
               03 EXC-HT-TAB.
                   05 EXC-HT OCCURS 5000 TIMES.
                       07 EXC-HT-PROG PIC X(12).
                       07 EXC-HT-DSN PIC X(20).
                       07 EXC-HT-FP BINARY-DOUBLE SIGNED.
                       07 EXC-HT-FIRST PIC 9(8).
                       07 EXC-HT-LAST PIC 9(8).
                       07 EXC-HT-COUNT BINARY-LONG UNSIGNED.
                       07 EXC-HT-STATE PIC X(8).
                       07 EXC-HT-REASON PIC X(30).
                       07 EXC-HT-IMAGE PIC X(120).
      *>   EXC-HT-SEEN is this run's verdict on the entry: N (new
      *>   today), R (recurring), space (not seen this run).
                       07 EXC-HT-SEEN PIC X.
       PROCEDURE DIVISION.
      *>   EXC-RUN is this program's entry point: sweep the roster
      *>   in order, write one normalized line per exception as it
      *>   reported, 8 means the report itself could not be written.
      *>   A roster dataset that is absent contributes nothing: the
      *>   reject writers only create their files on first use, so
      *>   absence is the clean case, not an error. A history that
      *>   cannot be read or rewritten also fails the step (RC 8).
      *>   Ends in GOBACK like the other reporting utilities.
       EXC-RUN SECTION.
           PERFORM EXC-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO EXC-TOTAL.
           MOVE 0 TO EXC-CORR-TOTAL.
           MOVE 0 TO EXC-REC-COUNT.
           MOVE 0 TO EXC-NEW-CNT.
           MOVE 0 TO EXC-RECUR-CNT.
           MOVE 0 TO EXC-RESOLVED-CNT.
           MOVE 0 TO EXC-AGED-CNT.
           MOVE 0 TO EXC-HIST-SW.
           MOVE 0 TO EXC-HIST-ERR-SW.
           MOVE 0 TO EXC-RPT-ERR-SW.
           MOVE 0 TO EXC-RC-CNT.
           MOVE 0 TO EXC-RC-OVER.
           OPEN OUTPUT EXC-RPT-FILE.
           IF EXC-RPT-FS NOT = "00"
               MOVE 8 TO RETURN-CODE
                   FUNCTION TRIM(EXC-RPT-DSN)
                   " FS=" EXC-RPT-FS
           ELSE
               MOVE "EXCEPTIONS" TO RP-REPORT-ID
               MOVE "CONSOLIDATED EXCEPTION REPORT" TO RP-TITLE
               MOVE SPACES TO RP-SUBTITLE
               IF EXC-ONLY-DSN NOT = SPACES
                   STRING "SCOPE DATASET=" DELIMITED BY SIZE
                       FUNCTION TRIM(EXC-ONLY-DSN) DELIMITED BY SIZE
                       INTO RP-SUBTITLE
                   END-STRING
               ELSE
                   MOVE "SCOPE ALL ROSTER DATASETS" TO RP-SUBTITLE
               END-IF
               MOVE SPACES TO RP-COLHDR-1
               STRING "SOURCE=<program> DATASET=<reject dataset> "
                       "REASON=<reason> [INPUT=<dsn> RECNO=<n> "
                       "DETAIL=<text>] RECORD=<record image>"
                       DELIMITED BY SIZE
                   INTO RP-COLHDR-1
               END-STRING
               PERFORM RPTPAGE-OPEN
               PERFORM EXC-HISTORY-LOAD
               MOVE 0 TO EXC-SCOPED
               PERFORM VARYING EXC-I FROM 1 BY 1
                       UNTIL EXC-I > EXC-SRC-COUNT
                   MOVE 0 TO EXC-SRC-TOT(EXC-I)
                   IF EXC-ONLY-DSN = SPACES
                           OR EXC-ONLY-DSN = EXC-SRC-DSN(EXC-I)
                       ADD 1 TO EXC-SCOPED
                       PERFORM EXC-ONE-SOURCE-SWEEP
                   END-IF
               END-PERFORM
      *>   A narrowed sweep naming no roster dataset has checked
      *>   nothing, and must not pass for a clean bill.
               IF EXC-SCOPED = 0
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "EXCEPTRPT: DSN NOT ON ROSTER, DSN="
                       FUNCTION TRIM(EXC-ONLY-DSN)
               ELSE
                   IF EXC-HIST-ACTIVE
                       PERFORM EXC-HISTORY-RESOLVE
                       PERFORM EXC-AGING-WRITE
                   END-IF
                   PERFORM EXC-TOTALS-WRITE
                   IF EXC-HIST-ACTIVE
                       PERFORM EXC-HISTORY-SAVE
                   END-IF
               END-IF
               PERFORM RPTPAGE-CLOSE
               PERFORM EXC-RPT-WRITE-CHECK
               CLOSE EXC-RPT-FILE
           END-IF.
           IF EXC-RPT-ERR-SW = 1 OR EXC-HIST-ERR-SW = 1
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = 0 AND EXC-TOTAL > 0
           MOVE "EXCJOB01" TO JA-JOB-ID.
           MOVE EXC-RPT-DSN TO JA-INPUT-DSN.
           MOVE EXC-REC-COUNT TO JA-RECORD-COUNT.
           MOVE EXC-REC-COUNT TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
       EXC-ONE-SOURCE-SWEEP SECTION.
       EXIT SECTION.
      *>   EXC-RECORD-JUDGE decides whether one record of the
      *>   current source is an exception and what its reason is:
      *>   a shared-layout reject carries its own reason code, a
      *>   reject trail's every record counts, EDITUTIL's records
      *>   carry their reason as the leading token, and a result
      *>   dataset's record only counts when it embeds REJECTED or
      *>   TRUNCATED. A correction-trail record is listed the same
      *>   way but counted as a correction, not an exception.
       EXC-RECORD-JUDGE SECTION.
           IF EXC-IN-REC = SPACES
               EXIT SECTION
           END-IF.
           MOVE SPACES TO EXC-REASON.
           MOVE 0 TO EXC-STD-SW.
           MOVE EXC-IN-REC TO EXC-KEY-REC.
           MOVE EXC-IN-REC TO EXC-SHOW-IMAGE.
           EVALUATE EXC-SRC-MODE(EXC-I)
               WHEN "S"
                   MOVE EXC-IN-REC TO RJ-RECORD
                   IF RJ-RUN-DATE IS NUMERIC
                           AND RJ-RUN-TIME IS NUMERIC
                           AND RJ-RECORD-NO IS NUMERIC
                           AND RJ-REASON-CODE NOT = SPACES
                       MOVE 1 TO EXC-STD-SW
                       MOVE RJ-REASON-CODE TO EXC-REASON
                       MOVE SPACES TO EXC-KEY-REC
                       STRING RJ-PROGRAM DELIMITED BY SIZE
                           RJ-INPUT-DSN DELIMITED BY SIZE
                           RJ-REASON-CODE DELIMITED BY SIZE
                           RJ-IMAGE DELIMITED BY SIZE
                           INTO EXC-KEY-REC
                       END-STRING
                       MOVE RJ-IMAGE TO EXC-SHOW-IMAGE
                   ELSE
                   IF EXC-SRC-REASON(EXC-I) NOT = SPACES
                       MOVE EXC-SRC-REASON(EXC-I) TO EXC-REASON
                   ELSE
                       UNSTRING EXC-IN-REC DELIMITED BY ALL SPACE
                           INTO EXC-REASON
                       END-UNSTRING
                   END-IF
                   END-IF
               WHEN "T"
                   MOVE EXC-SRC-REASON(EXC-I) TO EXC-REASON
               WHEN "R"
               WHEN "C"
                   UNSTRING EXC-IN-REC DELIMITED BY ALL SPACE
                       INTO EXC-REASON
                   END-UNSTRING
                   CONTINUE
           END-EVALUATE.
           IF EXC-REASON NOT = SPACES
               MOVE SPACES TO EXC-STATUS-TXT
               IF EXC-SRC-MODE(EXC-I) = "C"
                   ADD 1 TO EXC-CORR-TOTAL
               ELSE
                   ADD 1 TO EXC-TOTAL
                   PERFORM EXC-HISTORY-MATCH
                   PERFORM EXC-REASON-COUNT
               END-IF
               ADD 1 TO EXC-SRC-TOT(EXC-I)
               PERFORM EXC-EXCEPTION-WRITE
           END-IF.
               FUNCTION TRIM(EXC-SRC-DSN(EXC-I)) DELIMITED BY SIZE
               " REASON=" DELIMITED BY SIZE
               FUNCTION TRIM(EXC-REASON) DELIMITED BY SIZE
               INTO EXC-RPT-LINE
               WITH POINTER EXC-PT
           END-STRING.
           IF EXC-STATUS-TXT NOT = SPACES
               STRING " " DELIMITED BY SIZE
                   FUNCTION TRIM(EXC-STATUS-TXT) DELIMITED BY SIZE
                   INTO EXC-RPT-LINE
                   WITH POINTER EXC-PT
               END-STRING
           END-IF.
      *>   A shared-layout reject also says where the record came
      *>   from and what exactly was wrong with it.
           IF EXC-STD-RECORD
               MOVE RJ-RECORD-NO TO EXC-RECNO-Z
               STRING " INPUT=" DELIMITED BY SIZE
                   FUNCTION TRIM(RJ-INPUT-DSN) DELIMITED BY SIZE
                   " RECNO=" DELIMITED BY SIZE
                   FUNCTION TRIM(EXC-RECNO-Z) DELIMITED BY SIZE
                   INTO EXC-RPT-LINE
                   WITH POINTER EXC-PT
               END-STRING
               IF RJ-REASON-TEXT NOT = SPACES
                   STRING " DETAIL=" DELIMITED BY SIZE
                       FUNCTION TRIM(RJ-REASON-TEXT) DELIMITED BY SIZE
                       INTO EXC-RPT-LINE
                       WITH POINTER EXC-PT
                   END-STRING
               END-IF
           END-IF.
           STRING " RECORD=" DELIMITED BY SIZE
               EXC-SHOW-IMAGE(1:120) DELIMITED BY SIZE
               INTO EXC-RPT-LINE
               WITH POINTER EXC-PT
           END-STRING.
           PERFORM RPTPAGE-WRITE.
           PERFORM EXC-RPT-WRITE-CHECK.
       EXIT SECTION.
      *>   EXC-REASON-COUNT adds one exception to its reason code's
      *>   total, opening the code's slot in code order when this is
      *>   its first sighting this run.
       EXC-REASON-COUNT SECTION.
           MOVE 0 TO EXC-RC-K.
           PERFORM VARYING EXC-RC-J FROM 1 BY 1
                   UNTIL EXC-RC-J > EXC-RC-CNT OR EXC-RC-K > 0
               IF EXC-RC-CODE(EXC-RC-J) >= EXC-REASON
                   MOVE EXC-RC-J TO EXC-RC-K
               END-IF
           END-PERFORM.
           IF EXC-RC-K > 0
               IF EXC-RC-CODE(EXC-RC-K) = EXC-REASON
                   ADD 1 TO EXC-RC-TOT(EXC-RC-K)
                   EXIT SECTION
               END-IF
           END-IF.
           IF EXC-RC-CNT >= EXC-RC-MAX
               ADD 1 TO EXC-RC-OVER
               EXIT SECTION
           END-IF.
           IF EXC-RC-K = 0
               COMPUTE EXC-RC-K = EXC-RC-CNT + 1
           END-IF.
           PERFORM VARYING EXC-RC-J FROM EXC-RC-CNT BY -1
                   UNTIL EXC-RC-J < EXC-RC-K
               MOVE EXC-RC(EXC-RC-J) TO EXC-RC(EXC-RC-J + 1)
           END-PERFORM.
           ADD 1 TO EXC-RC-CNT.
           MOVE EXC-REASON TO EXC-RC-CODE(EXC-RC-K).
           MOVE 1 TO EXC-RC-TOT(EXC-RC-K).
       EXIT SECTION.
      *>   EXC-TOTALS-WRITE closes the report with one total per
      *>   roster source and the overall verdict — the explicit
      *>   clean-bill line is the whole point of running this on a
      *>   quiet morning. Repairs made upstream follow the verdict
      *>   on a line of their own, so a morning can be clean and
      *>   still show what was mended to make it so.
       EXC-TOTALS-WRITE SECTION.
           PERFORM VARYING EXC-I FROM 1 BY 1
                   UNTIL EXC-I > EXC-SRC-COUNT
               IF EXC-ONLY-DSN = SPACES
                       OR EXC-ONLY-DSN = EXC-SRC-DSN(EXC-I)
                   MOVE EXC-SRC-TOT(EXC-I) TO EXC-VAL-Z
                   MOVE SPACES TO EXC-RPT-LINE
                   STRING "TOTAL SOURCE=" DELIMITED BY SIZE
                       FUNCTION TRIM(EXC-SRC-PROG(EXC-I))
                           DELIMITED BY SIZE
                       " DATASET=" DELIMITED BY SIZE
                       FUNCTION TRIM(EXC-SRC-DSN(EXC-I))
                           DELIMITED BY SIZE
                       " COUNT=" DELIMITED BY SIZE
                       FUNCTION TRIM(EXC-VAL-Z) DELIMITED BY SIZE
                       INTO EXC-RPT-LINE
                   END-STRING
                   PERFORM RPTPAGE-WRITE
                   PERFORM EXC-RPT-WRITE-CHECK
               END-IF
           END-PERFORM.
           PERFORM VARYING EXC-RC-K FROM 1 BY 1
                   UNTIL EXC-RC-K > EXC-RC-CNT
               MOVE EXC-RC-TOT(EXC-RC-K) TO EXC-VAL-Z
               MOVE SPACES TO EXC-RPT-LINE
               STRING "TOTAL REASON=" DELIMITED BY SIZE
                   FUNCTION TRIM(EXC-RC-CODE(EXC-RC-K))
                       DELIMITED BY SIZE
                   " COUNT=" DELIMITED BY SIZE
                   FUNCTION TRIM(EXC-VAL-Z) DELIMITED BY SIZE
                   INTO EXC-RPT-LINE
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM EXC-RPT-WRITE-CHECK
           END-PERFORM.
           IF EXC-RC-OVER > 0
               MOVE EXC-RC-OVER TO EXC-VAL-Z
               MOVE SPACES TO EXC-RPT-LINE
               STRING "TOTAL REASON=*OTHER* COUNT=" DELIMITED BY SIZE
                   FUNCTION TRIM(EXC-VAL-Z) DELIMITED BY SIZE
                   INTO EXC-RPT-LINE
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM EXC-RPT-WRITE-CHECK
           END-IF.
           IF EXC-HIST-ACTIVE
               MOVE SPACES TO EXC-RPT-LINE
               MOVE 1 TO EXC-PT
               MOVE EXC-NEW-CNT TO EXC-VAL-Z
               STRING "HISTORY NEW=" DELIMITED BY SIZE
                   FUNCTION TRIM(EXC-VAL-Z) DELIMITED BY SIZE
                   INTO EXC-RPT-LINE
                   WITH POINTER EXC-PT
               END-STRING
               MOVE EXC-RECUR-CNT TO EXC-VAL-Z
               STRING " RECURRING=" DELIMITED BY SIZE
                   FUNCTION TRIM(EXC-VAL-Z) DELIMITED BY SIZE
                   INTO EXC-RPT-LINE
                   WITH POINTER EXC-PT
               END-STRING
               MOVE EXC-RESOLVED-CNT TO EXC-VAL-Z
               STRING " RESOLVED=" DELIMITED BY SIZE
                   FUNCTION TRIM(EXC-VAL-Z) DELIMITED BY SIZE
                   INTO EXC-RPT-LINE
                   WITH POINTER EXC-PT
               END-STRING
               MOVE EXC-AGED-CNT TO EXC-VAL-Z
               STRING " AGED=" DELIMITED BY SIZE
                   FUNCTION TRIM(EXC-VAL-Z) DELIMITED BY SIZE
                   INTO EXC-RPT-LINE
                   WITH POINTER EXC-PT
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM EXC-RPT-WRITE-CHECK
           END-IF.
           MOVE SPACES TO EXC-RPT-LINE.
           IF EXC-TOTAL = 0
               MOVE "NO EXCEPTIONS - CLEAN BILL" TO EXC-RPT-LINE
                   INTO EXC-RPT-LINE
               END-STRING
           END-IF.
           PERFORM RPTPAGE-WRITE.
           PERFORM EXC-RPT-WRITE-CHECK.
           IF EXC-CORR-TOTAL > 0
               MOVE SPACES TO EXC-RPT-LINE
               MOVE EXC-CORR-TOTAL TO EXC-VAL-Z
               STRING "TOTAL CORRECTIONS=" DELIMITED BY SIZE
                   FUNCTION TRIM(EXC-VAL-Z) DELIMITED BY SIZE
                   INTO EXC-RPT-LINE
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM EXC-RPT-WRITE-CHECK
           END-IF.
       EXIT SECTION.
      *>   EXC-HISTORY-LOAD reads the prior history into EXC-HT. An
      *>   absent history is the first run, not an error. A history
      *>   that cannot be read or holds a malformed entry fails the
      *>   step and is left untouched: the report is still written,
      *>   unlabelled, rather than a damaged memory being rewritten
      *>   over the good one.
       EXC-HISTORY-LOAD SECTION.
           MOVE 0 TO EXC-HT-CNT.
           MOVE 0 TO EXC-HIST-SW.
           MOVE 0 TO EXC-HIST-ERR-SW.
           MOVE 0 TO EXC-HIST-FULL-SW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXC-TODAY.
           COMPUTE EXC-TODAY-INT = FUNCTION INTEGER-OF-DATE(EXC-TODAY).
           OPEN INPUT EXC-HIST-FILE.
           IF EXC-HIST-FS = "35"
               MOVE 1 TO EXC-HIST-SW
               EXIT SECTION
           END-IF.
           IF EXC-HIST-FS NOT = "00"
               MOVE 1 TO EXC-HIST-ERR-SW
               DISPLAY "EXCEPTRPT: COULD NOT OPEN HISTORY DSN="
                   FUNCTION TRIM(EXC-HIST-DSN)
                   " FS=" EXC-HIST-FS
               EXIT SECTION
           END-IF.
           PERFORM UNTIL EXC-HIST-FS NOT = "00"
               READ EXC-HIST-FILE
                   AT END
                       MOVE "10" TO EXC-HIST-FS
                   NOT AT END
                       PERFORM EXC-HISTORY-RECORD
               END-READ
           END-PERFORM.
           IF EXC-HIST-FS NOT = "10"
               MOVE 1 TO EXC-HIST-ERR-SW
               DISPLAY "EXCEPTRPT: BAD HISTORY DSN="
                   FUNCTION TRIM(EXC-HIST-DSN)
                   " FS=" EXC-HIST-FS
                   " ENTRY=" EXC-HT-CNT
           ELSE
               MOVE 1 TO EXC-HIST-SW
           END-IF.
           CLOSE EXC-HIST-FILE.
       EXIT SECTION.
       EXC-HISTORY-RECORD SECTION.
           IF EXC-H-FP NOT NUMERIC
                   OR EXC-H-FIRST NOT NUMERIC
                   OR EXC-H-LAST NOT NUMERIC
                   OR EXC-H-COUNT NOT NUMERIC
                   OR (EXC-H-STATE NOT = "OPEN"
                       AND EXC-H-STATE NOT = "RESOLVED")
               MOVE "BD" TO EXC-HIST-FS
               EXIT SECTION
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(EXC-H-FIRST) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(EXC-H-LAST) NOT = 0
               MOVE "BD" TO EXC-HIST-FS
               EXIT SECTION
           END-IF.
           IF EXC-HT-CNT >= EXC-HT-MAX
               MOVE "BD" TO EXC-HIST-FS
               EXIT SECTION
           END-IF.
           ADD 1 TO EXC-HT-CNT.
           MOVE EXC-H-PROG TO EXC-HT-PROG(EXC-HT-CNT).
           MOVE EXC-H-DSN TO EXC-HT-DSN(EXC-HT-CNT).
           MOVE EXC-H-FP TO EXC-HT-FP(EXC-HT-CNT).
           MOVE EXC-H-FIRST TO EXC-HT-FIRST(EXC-HT-CNT).
           MOVE EXC-H-LAST TO EXC-HT-LAST(EXC-HT-CNT).
           MOVE EXC-H-COUNT TO EXC-HT-COUNT(EXC-HT-CNT).
           MOVE EXC-H-STATE TO EXC-HT-STATE(EXC-HT-CNT).
           MOVE EXC-H-REASON TO EXC-HT-REASON(EXC-HT-CNT).
           MOVE EXC-H-IMAGE TO EXC-HT-IMAGE(EXC-HT-CNT).
           MOVE SPACE TO EXC-HT-SEEN(EXC-HT-CNT).
       EXIT SECTION.
      *>   EXC-HISTORY-MATCH fingerprints the current exception,
      *>   finds or opens its history entry, and leaves the label
      *>   for the report line in EXC-STATUS-TXT. The count is of
      *>   sweeps that found the exception, so the same record
      *>   twice in one dataset is labelled alike and counted once.
       EXC-HISTORY-MATCH SECTION.
           MOVE SPACES TO EXC-STATUS-TXT.
           IF NOT EXC-HIST-ACTIVE
               EXIT SECTION
           END-IF.
           MOVE 0 TO EXC-FP.
           COMPUTE EXC-FP-LEN =
               FUNCTION STORED-CHAR-LENGTH(EXC-KEY-REC).
           PERFORM VARYING EXC-FP-I FROM 1 BY 1
                   UNTIL EXC-FP-I > EXC-FP-LEN
               COMPUTE EXC-FP = EXC-FP * 131
                   + FUNCTION ORD(EXC-KEY-REC(EXC-FP-I:1))
               COMPUTE EXC-FP-Q = EXC-FP / EXC-PRIME
               COMPUTE EXC-FP = EXC-FP - EXC-FP-Q * EXC-PRIME
           END-PERFORM.
           MOVE 0 TO EXC-HIT.
           PERFORM VARYING EXC-HK FROM 1 BY 1
                   UNTIL EXC-HK > EXC-HT-CNT OR EXC-HIT > 0
               IF EXC-HT-FP(EXC-HK) = EXC-FP
                       AND EXC-HT-DSN(EXC-HK) = EXC-SRC-DSN(EXC-I)
                   MOVE EXC-HK TO EXC-HIT
               END-IF
           END-PERFORM.
           IF EXC-HIT = 0
               IF EXC-HT-CNT >= EXC-HT-MAX
                   IF EXC-HIST-FULL-SW = 0
                       MOVE 1 TO EXC-HIST-FULL-SW
                       DISPLAY "EXCEPTRPT: HISTORY FULL, ENTRIES="
                           EXC-HT-CNT
                   END-IF
                   MOVE "STATUS=NEW" TO EXC-STATUS-TXT
                   ADD 1 TO EXC-NEW-CNT
                   EXIT SECTION
               END-IF
               ADD 1 TO EXC-HT-CNT
               MOVE EXC-HT-CNT TO EXC-HIT
               MOVE EXC-SRC-PROG(EXC-I) TO EXC-HT-PROG(EXC-HIT)
               MOVE EXC-SRC-DSN(EXC-I) TO EXC-HT-DSN(EXC-HIT)
               MOVE EXC-FP TO EXC-HT-FP(EXC-HIT)
               MOVE EXC-TODAY TO EXC-HT-FIRST(EXC-HIT)
               MOVE EXC-TODAY TO EXC-HT-LAST(EXC-HIT)
               MOVE 1 TO EXC-HT-COUNT(EXC-HIT)
               MOVE "OPEN" TO EXC-HT-STATE(EXC-HIT)
               MOVE EXC-REASON TO EXC-HT-REASON(EXC-HIT)
               MOVE EXC-SHOW-IMAGE(1:120) TO EXC-HT-IMAGE(EXC-HIT)
               MOVE "N" TO EXC-HT-SEEN(EXC-HIT)
               ADD 1 TO EXC-NEW-CNT
           ELSE
               IF EXC-HT-SEEN(EXC-HIT) = SPACE
                   ADD 1 TO EXC-HT-COUNT(EXC-HIT)
                   MOVE EXC-TODAY TO EXC-HT-LAST(EXC-HIT)
                   MOVE "OPEN" TO EXC-HT-STATE(EXC-HIT)
                   MOVE "R" TO EXC-HT-SEEN(EXC-HIT)
               END-IF
               IF EXC-HT-SEEN(EXC-HIT) = "N"
                   ADD 1 TO EXC-NEW-CNT
               ELSE
                   ADD 1 TO EXC-RECUR-CNT
               END-IF
           END-IF.
           IF EXC-HT-SEEN(EXC-HIT) = "N"
               MOVE "STATUS=NEW" TO EXC-STATUS-TXT
           ELSE
               MOVE EXC-HT-FIRST(EXC-HIT) TO EXC-DATE-X
               MOVE EXC-HT-COUNT(EXC-HIT) TO EXC-CNT-Z
               MOVE 1 TO EXC-PT
               STRING "STATUS=RECURRING FIRST=" DELIMITED BY SIZE
                   EXC-DATE-X DELIMITED BY SIZE
                   " COUNT=" DELIMITED BY SIZE
                   FUNCTION TRIM(EXC-CNT-Z) DELIMITED BY SIZE
                   INTO EXC-STATUS-TXT
                   WITH POINTER EXC-PT
               END-STRING
           END-IF.
       EXIT SECTION.
      *>   EXC-HISTORY-RESOLVE closes every open entry whose dataset
      *>   was swept this run without it turning up, and lists it
      *>   once as RESOLVED. An entry for a dataset a narrowed sweep
      *>   passed over was not looked for and stays as it was.
       EXC-HISTORY-RESOLVE SECTION.
           PERFORM VARYING EXC-HK FROM 1 BY 1
                   UNTIL EXC-HK > EXC-HT-CNT
               IF EXC-HT-STATE(EXC-HK) = "OPEN"
                       AND EXC-HT-SEEN(EXC-HK) = SPACE
                       AND (EXC-ONLY-DSN = SPACES
                           OR EXC-ONLY-DSN = EXC-HT-DSN(EXC-HK))
                   MOVE "RESOLVED" TO EXC-HT-STATE(EXC-HK)
                   ADD 1 TO EXC-RESOLVED-CNT
                   MOVE EXC-HT-FIRST(EXC-HK) TO EXC-DATE-X
                   MOVE EXC-HT-LAST(EXC-HK) TO EXC-DATE2-X
                   MOVE EXC-HT-COUNT(EXC-HK) TO EXC-CNT-Z
                   MOVE SPACES TO EXC-STATUS-TXT
                   MOVE 1 TO EXC-PT
                   STRING "STATUS=RESOLVED FIRST=" DELIMITED BY SIZE
                       EXC-DATE-X DELIMITED BY SIZE
                       " LAST=" DELIMITED BY SIZE
                       EXC-DATE2-X DELIMITED BY SIZE
                       " COUNT=" DELIMITED BY SIZE
                       FUNCTION TRIM(EXC-CNT-Z) DELIMITED BY SIZE
                       INTO EXC-STATUS-TXT
                       WITH POINTER EXC-PT
                   END-STRING
                   MOVE SPACES TO EXC-RPT-LINE
                   MOVE 1 TO EXC-PT
                   STRING "SOURCE=" DELIMITED BY SIZE
                       FUNCTION TRIM(EXC-HT-PROG(EXC-HK))
                           DELIMITED BY SIZE
                       " DATASET=" DELIMITED BY SIZE
                       FUNCTION TRIM(EXC-HT-DSN(EXC-HK))
                           DELIMITED BY SIZE
                       " REASON=" DELIMITED BY SIZE
                       FUNCTION TRIM(EXC-HT-REASON(EXC-HK))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(EXC-STATUS-TXT) DELIMITED BY SIZE
                       " RECORD=" DELIMITED BY SIZE
                       EXC-HT-IMAGE(EXC-HK) DELIMITED BY SIZE
                       INTO EXC-RPT-LINE
                       WITH POINTER EXC-PT
                   END-STRING
                   PERFORM RPTPAGE-WRITE
                   PERFORM EXC-RPT-WRITE-CHECK
               END-IF
           END-PERFORM.
       EXIT SECTION.
      *>   EXC-AGING-WRITE is the separate aging section: every
      *>   exception still turning up this run whose first sighting
      *>   is more than EXC-AGE-DAYS days back, oldest first as the
      *>   history holds them, then the section's own total.
       EXC-AGING-WRITE SECTION.
           MOVE EXC-AGE-DAYS TO EXC-CNT-Z.
           MOVE SPACES TO EXC-RPT-LINE.
           STRING "AGING OPEN OVER DAYS=" DELIMITED BY SIZE
               FUNCTION TRIM(EXC-CNT-Z) DELIMITED BY SIZE
               INTO EXC-RPT-LINE
           END-STRING.
           PERFORM RPTPAGE-WRITE.
           PERFORM EXC-RPT-WRITE-CHECK.
           PERFORM VARYING EXC-HK FROM 1 BY 1
                   UNTIL EXC-HK > EXC-HT-CNT
               IF EXC-HT-SEEN(EXC-HK) NOT = SPACE
                   COMPUTE EXC-AGE-N = EXC-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(EXC-HT-FIRST(EXC-HK))
                   IF EXC-AGE-N > EXC-AGE-DAYS
                       ADD 1 TO EXC-AGED-CNT
                       MOVE EXC-HT-FIRST(EXC-HK) TO EXC-DATE-X
                       MOVE SPACES TO EXC-STATUS-TXT
                       MOVE 1 TO EXC-PT
                       MOVE EXC-AGE-N TO EXC-CNT-Z
                       STRING "FIRST=" DELIMITED BY SIZE
                           EXC-DATE-X DELIMITED BY SIZE
                           " DAYS=" DELIMITED BY SIZE
                           FUNCTION TRIM(EXC-CNT-Z) DELIMITED BY SIZE
                           INTO EXC-STATUS-TXT
                           WITH POINTER EXC-PT
                       END-STRING
                       MOVE EXC-HT-COUNT(EXC-HK) TO EXC-CNT-Z
                       STRING " COUNT=" DELIMITED BY SIZE
                           FUNCTION TRIM(EXC-CNT-Z) DELIMITED BY SIZE
                           INTO EXC-STATUS-TXT
                           WITH POINTER EXC-PT
                       END-STRING
                       MOVE SPACES TO EXC-RPT-LINE
                       MOVE 1 TO EXC-PT
                       STRING "AGED SOURCE=" DELIMITED BY SIZE
                           FUNCTION TRIM(EXC-HT-PROG(EXC-HK))
                               DELIMITED BY SIZE
                           " DATASET=" DELIMITED BY SIZE
                           FUNCTION TRIM(EXC-HT-DSN(EXC-HK))
                               DELIMITED BY SIZE
                           " REASON=" DELIMITED BY SIZE
                           FUNCTION TRIM(EXC-HT-REASON(EXC-HK))
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(EXC-STATUS-TXT)
                               DELIMITED BY SIZE
                           " RECORD=" DELIMITED BY SIZE
                           EXC-HT-IMAGE(EXC-HK) DELIMITED BY SIZE
                           INTO EXC-RPT-LINE
                           WITH POINTER EXC-PT
                       END-STRING
                       PERFORM RPTPAGE-WRITE
                       PERFORM EXC-RPT-WRITE-CHECK
                   END-IF
               END-IF
           END-PERFORM.
           MOVE EXC-AGED-CNT TO EXC-VAL-Z.
           MOVE SPACES TO EXC-RPT-LINE.
           STRING "TOTAL AGED=" DELIMITED BY SIZE
               FUNCTION TRIM(EXC-VAL-Z) DELIMITED BY SIZE
               INTO EXC-RPT-LINE
           END-STRING.
           PERFORM RPTPAGE-WRITE.
           PERFORM EXC-RPT-WRITE-CHECK.
       EXIT SECTION.
      *>   EXC-HISTORY-SAVE rewrites the history whole, dropping
      *>   resolved entries last seen more than EXC-KEEP-DAYS ago.
       EXC-HISTORY-SAVE SECTION.
           OPEN OUTPUT EXC-HIST-FILE.
           IF EXC-HIST-FS NOT = "00"
               MOVE 1 TO EXC-HIST-ERR-SW
               DISPLAY "EXCEPTRPT: COULD NOT OPEN HISTORY DSN="
                   FUNCTION TRIM(EXC-HIST-DSN)
                   " FS=" EXC-HIST-FS
               EXIT SECTION
           END-IF.
           PERFORM VARYING EXC-HK FROM 1 BY 1
                   UNTIL EXC-HK > EXC-HT-CNT
               COMPUTE EXC-AGE-N = EXC-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(EXC-HT-LAST(EXC-HK))
               IF EXC-HT-STATE(EXC-HK) = "OPEN"
                       OR EXC-AGE-N <= EXC-KEEP-DAYS
                   MOVE SPACES TO EXC-HIST-REC
                   MOVE EXC-HT-PROG(EXC-HK) TO EXC-H-PROG
                   MOVE EXC-HT-DSN(EXC-HK) TO EXC-H-DSN
                   MOVE EXC-HT-FP(EXC-HK) TO EXC-H-FP
                   MOVE EXC-HT-FIRST(EXC-HK) TO EXC-H-FIRST
                   MOVE EXC-HT-LAST(EXC-HK) TO EXC-H-LAST
                   MOVE EXC-HT-COUNT(EXC-HK) TO EXC-H-COUNT
                   MOVE EXC-HT-STATE(EXC-HK) TO EXC-H-STATE
                   MOVE EXC-HT-REASON(EXC-HK) TO EXC-H-REASON
                   MOVE EXC-HT-IMAGE(EXC-HK) TO EXC-H-IMAGE
                   WRITE EXC-HIST-REC
                   IF EXC-HIST-FS NOT = "00" AND EXC-HIST-ERR-SW = 0
                       MOVE 1 TO EXC-HIST-ERR-SW
                       DISPLAY "EXCEPTRPT: WRITE FAILED ON DSN="
                           FUNCTION TRIM(EXC-HIST-DSN)
                           " FS=" EXC-HIST-FS
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE EXC-HIST-FILE.
       EXIT SECTION.
      *>   EXC-RPT-WRITE-CHECK guards every result write: the
      *>   motivating failure is a full volume, which passes OPEN
      *>   and only fails on WRITE. The first failure is diagnosed
                   " FS=" EXC-RPT-FS
           END-IF.
       EXIT SECTION.
      *>   EXC-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
      *>   default; run standalone the block is never set and
      *>   nothing changes).
      *>   The output field names the report; the input field, when
      *>   staged, narrows the sweep to the one roster source whose
      *>   dataset it names, so a battery can recheck a single
      *>   result dataset straight after the step that wrote it.
      *>   The text field, when numeric, is the aging threshold in
      *>   days.
       EXC-PARM-PICKUP SECTION.
           MOVE SPACES TO EXC-ONLY-DSN.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO EXC-RPT-DSN
               ELSE
                   MOVE "EXCEPTIONS.RPT" TO EXC-RPT-DSN
               END-IF
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO EXC-ONLY-DSN
               END-IF
               IF BATCH-PARM-TEXT NOT = SPACES
                       AND BATCH-PARM-TEXT(1:1) NOT = "*"
                       AND FUNCTION TEST-NUMVAL(BATCH-PARM-TEXT) = 0
                   COMPUTE EXC-AGE-DAYS =
                       FUNCTION NUMVAL(BATCH-PARM-TEXT)
               ELSE
                   MOVE 7 TO EXC-AGE-DAYS
               END-IF
           END-IF.
       EXIT SECTION.
           COPY "RPTPAGEP.cpy"
               REPLACING ==RP-PRINT-REC== BY ==EXC-RPT-REC==
                   ==RP-PRINT-LINE== BY ==EXC-RPT-LINE==
                   ==RP-PRINT-FS== BY ==EXC-RPT-FS==.
           COPY "JOBAUDITP.cpy".
       END PROGRAM EXCEPTRPT.
