       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   The live logs below are all OPEN EXTEND append-
      *>   forever files with no trimming anywhere — the GCD trace
      *>   alone grows one record per Euclidean iteration. This
      *>   utility rolls each into a dated monthly archive member,
           SELECT LGA-RPT-FILE ASSIGN TO DYNAMIC LGA-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LGA-RPT-FS.
      *>   LGA-EXT-FILE is the retrieve mode's extract (launch with
      *>   LGA-MODE=RETRIEVE): an auditor's question — every stamp
      *>   of one log for a date range, perhaps for a few job ids —
      *>   answered from the archives the manifest says cover it,
      *>   in date order, with LGA-RPT-FILE (LOGRETR.RPT) listing
      *>   which months were covered and which have no archive.
           SELECT LGA-EXT-FILE ASSIGN TO DYNAMIC LGA-RT-EXT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LGA-RT-EXT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
           FD LGA-LIVE-FILE.
      *>   The record areas take the widest log shape, the 250-byte
      *>   shared reject record (REJREC.cpy); the 132-byte stamps
      *>   pass through unchanged.
               01 LGA-LIVE-REC PIC X(250).
           FD LGA-ARC-FILE.
               01 LGA-ARC-REC PIC X(250).
           FD LGA-MANIFEST-FILE.
               01 LGA-MANIFEST-REC PIC X(160).
           FD LGA-RPT-FILE.
               01 LGA-RPT-REC PIC X(160).
           FD LGA-EXT-FILE.
               01 LGA-EXT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "RPTPAGE.cpy".
           01 LGA-WK.
               03 LGA-LIVE-DSN PIC X(100).
               03 LGA-LIVE-FS PIC XX.
               03 LGA-ARC-ERR-SW PIC 9 VALUE 0.
               03 LGA-MAN-ERR-SW PIC 9 VALUE 0.
      *>   The fixed roster of live logs this shop appends to.
      *>   Adding another log means one more entry here and raising
      *>   the OCCURS/LGA-LOG-COUNT pair together.
           01 LGA-LOG-LIST.
               03 LGA-LOG-COUNT BINARY-LONG SIGNED VALUE 27.
               03 LGA-LOG-NAMES.
                   05 LGA-LOG-N1 PIC X(20) VALUE "JOBAUDIT.LOG".
                   05 LGA-LOG-N2 PIC X(20) VALUE "GCDAUDIT.LOG".
                   05 LGA-LOG-N3 PIC X(20) VALUE "GCDTRACE.LOG".
                   05 LGA-LOG-N4 PIC X(20) VALUE "GCDREJECT.LOG".
                   05 LGA-LOG-N5 PIC X(20) VALUE "CASEREJECT.LOG".
                   05 LGA-LOG-N6 PIC X(20) VALUE "PRIMEREJ.LOG".
                   05 LGA-LOG-N7 PIC X(20) VALUE "MATREJ.LOG".
                   05 LGA-LOG-N8 PIC X(20) VALUE "BSCLREJ.DAT".
                   05 LGA-LOG-N9 PIC X(20) VALUE "BIGREJ.LOG".
                   05 LGA-LOG-N10 PIC X(20) VALUE "FLOWREJ.LOG".
                   05 LGA-LOG-N11 PIC X(20) VALUE "GRAPHREJ.LOG".
                   05 LGA-LOG-N12 PIC X(20) VALUE "MRGREJ.LOG".
                   05 LGA-LOG-N13 PIC X(20) VALUE "SSMREJ.LOG".
                   05 LGA-LOG-N14 PIC X(20) VALUE "GRIDREJ.LOG".
                   05 LGA-LOG-N15 PIC X(20) VALUE "STATREJ.LOG".
                   05 LGA-LOG-N16 PIC X(20) VALUE "POWREJ.LOG".
                   05 LGA-LOG-N17 PIC X(20) VALUE "DATEREJ.LOG".
                   05 LGA-LOG-N18 PIC X(20) VALUE "FWREJ.LOG".
                   05 LGA-LOG-N19 PIC X(20) VALUE "UFREJ.LOG".
                   05 LGA-LOG-N20 PIC X(20) VALUE "DEQUEREJ.LOG".
                   05 LGA-LOG-N21 PIC X(20) VALUE "ASGREJ.LOG".
                   05 LGA-LOG-N22 PIC X(20) VALUE "HEAPREJ.LOG".
                   05 LGA-LOG-N23 PIC X(20) VALUE "PERMREJ.LOG".
                   05 LGA-LOG-N24 PIC X(20) VALUE "STRREJ.LOG".
                   05 LGA-LOG-N25 PIC X(20) VALUE "WBSREJ.LOG".
                   05 LGA-LOG-N26 PIC X(20) VALUE "BRUTEREJ.LOG".
                   05 LGA-LOG-N27 PIC X(20) VALUE "STRESSREJ.LOG".
               03 LGA-LOG-TAB REDEFINES LGA-LOG-NAMES.
                   05 LGA-LOG-NAME OCCURS 27 TIMES PIC X(20).
      *>   Verify-mode working set: the manifest's archives are
      *>   aggregated by member name first (a month rolled twice
      *>   extends one member across two manifest records, so the
      *>   month-judged.
           01 LGA-VER-WK.
               03 LGA-MODE-T PIC X(8).
               03 LGA-PARM-MODE PIC X(8) VALUE SPACES.
               03 LGA-RPT-DSN PIC X(100) VALUE "LOGVERIFY.RPT".
               03 LGA-RPT-FS PIC XX.
               03 LGA-RPT-LINE PIC X(160).
                       07 LGA-V-A-MAN BINARY-LONG SIGNED.
                       07 LGA-V-A-CNT BINARY-LONG SIGNED.
                       07 LGA-V-A-BAD BINARY-LONG SIGNED.
      *>   Retrieve-mode working set (launch with LGA-MODE=RETRIEVE
      *>   or a RETRIEVE parameter). The request dataset carries
      *>   keyword tokens, on one record or spread over several:
      *>       LOG=stem FROM=yyyymmdd TO=yyyymmdd [JOB=jobid ...]
      *>   LOG= names one roster log by its stem (JOBAUDIT,
      *>   GCDAUDIT, ...), FROM/TO bound the record date stamps
      *>   inclusively, and up to eight JOB= tokens narrow the pull
      *>   to those job ids (none means every job). Only the members
      *>   the manifest records for that log and a month inside the
      *>   range are opened; the months with no member are reported
      *>   as gaps. Matches are gathered into LGA-RT-TAB and sorted
      *>   on date, time and arrival so the extract reads in date
      *>   order whatever order the manifest listed the members in.
           01 LGA-RT-WK.
               03 LGA-RT-REQ-DSN PIC X(100) VALUE "LOGRETR.REQ".
               03 LGA-RT-EXT-DSN PIC X(100) VALUE "LOGRETR.DAT".
               03 LGA-RT-RPT-DSN PIC X(100) VALUE "LOGRETR.RPT".
               03 LGA-RT-EXT-FS PIC XX.
               03 LGA-RT-EXT-ERR-SW PIC 9 VALUE 0.
               03 LGA-PARM-OUT-DSN PIC X(100) VALUE SPACES.
               03 LGA-PARM-REQ-DSN PIC X(100) VALUE SPACES.
               03 LGA-RT-LOG PIC X(20).
               03 LGA-RT-LOG-DSN PIC X(20).
               03 LGA-RT-FROM PIC X(8).
               03 LGA-RT-TO PIC X(8).
               03 LGA-RT-BAD PIC X(40).
               03 LGA-RT-JOB-MAX BINARY-LONG SIGNED VALUE 8.
               03 LGA-RT-JOB-CNT BINARY-LONG SIGNED VALUE 0.
               03 LGA-RT-JOB PIC X(8) OCCURS 8 TIMES.
               03 LGA-RT-JOB-HIT BINARY-LONG SIGNED VALUE 0.
               03 LGA-RT-MEM-MAX BINARY-LONG SIGNED VALUE 200.
               03 LGA-RT-MEM-CNT BINARY-LONG SIGNED VALUE 0.
               03 LGA-RT-MEM OCCURS 200 TIMES.
                   05 LGA-RT-MEM-DSN PIC X(100).
                   05 LGA-RT-MEM-MONTH PIC X(6).
               03 LGA-RT-LOGTOK PIC X(100).
               03 LGA-RT-MONTH PIC 9(6).
               03 LGA-RT-MONTH-R REDEFINES LGA-RT-MONTH.
                   05 LGA-RT-MONTH-YYYY PIC 9(4).
                   05 LGA-RT-MONTH-MM PIC 9(2).
               03 LGA-RT-LAST-MONTH PIC 9(6).
               03 LGA-RT-M BINARY-LONG SIGNED VALUE 0.
               03 LGA-RT-MONTHS BINARY-LONG UNSIGNED VALUE 0.
               03 LGA-RT-COVERED BINARY-LONG UNSIGNED VALUE 0.
               03 LGA-RT-MISSING BINARY-LONG UNSIGNED VALUE 0.
               03 LGA-RT-READ BINARY-LONG UNSIGNED VALUE 0.
               03 LGA-RT-MATCHED BINARY-LONG UNSIGNED VALUE 0.
               03 LGA-RT-UNDATED BINARY-LONG UNSIGNED VALUE 0.
               03 LGA-RT-FULL-SW PIC 9 VALUE 0.
               03 LGA-RT-K BINARY-LONG SIGNED VALUE 0.
      *>   LGA-RT-TAB holds the matched records awaiting the sort;
      *>   LGA-RT-SEQ keeps records with equal stamps in the order
      *>   they were read.
           01 LGA-RT-TAB-WK.
               03 LGA-RT-MAX BINARY-LONG SIGNED VALUE 50000.
               03 LGA-RT-N BINARY-LONG SIGNED VALUE 0.
               03 LGA-RT-TAB.
                   05 LGA-RT-I OCCURS 0 TO 50000 TIMES
                                   DEPENDING ON LGA-RT-N.
                       07 LGA-RT-DATE PIC X(8).
                       07 LGA-RT-TIME PIC X(8).
                       07 LGA-RT-SEQ BINARY-LONG SIGNED.
                       07 LGA-RT-REC PIC X(250).
       PROCEDURE DIVISION.
      *>   LGA-RUN is this program's entry point: it stamps the
      *>   current month once, then rolls each live log in turn —
      *>   as an error; the GOBACK convention matches every other
      *>   batch entry point here.
       LGA-RUN SECTION.
           PERFORM LGA-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO LGA-TOTAL-MOVED.
           MOVE FUNCTION CURRENT-DATE TO LGA-TS.
               ON EXCEPTION
                   MOVE SPACES TO LGA-MODE-T
           END-ACCEPT.
           IF LGA-PARM-MODE NOT = SPACES
               MOVE LGA-PARM-MODE TO LGA-MODE-T
           END-IF.
           EVALUATE LGA-MODE-T
               WHEN "VERIFY"
                   PERFORM LGA-VERIFY-RUN
               WHEN "RETRIEVE"
                   PERFORM LGA-RETRIEVE-RUN
               WHEN OTHER
                   PERFORM VARYING LGA-I FROM 1 BY 1
                           UNTIL LGA-I > LGA-LOG-COUNT
                       MOVE LGA-LOG-NAME(LGA-I) TO LGA-LIVE-DSN
                       PERFORM LGA-ONE-LOG-ROLL
                   END-PERFORM
           END-EVALUATE.
           MOVE "LGAJOB01" TO JA-JOB-ID.
           MOVE LGA-MANIFEST-DSN TO JA-INPUT-DSN.
           MOVE LGA-TOTAL-MOVED TO JA-RECORD-COUNT.
           MOVE LGA-TOTAL-MOVED TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   LGA-VERIFY-RUN is the companion verify pass: aggregate
                   " FS=" LGA-RPT-FS
               EXIT SECTION
           END-IF.
           MOVE "LOGVERIFY" TO RP-REPORT-ID.
           MOVE "LOG ARCHIVE VERIFICATION" TO RP-TITLE.
           MOVE SPACES TO RP-SUBTITLE.
           STRING "MANIFEST=" DELIMITED BY SIZE
               FUNCTION TRIM(LGA-MANIFEST-DSN) DELIMITED BY SIZE
               INTO RP-SUBTITLE
           END-STRING.
           MOVE SPACES TO RP-COLHDR-1.
           STRING "ARCHIVE=<member> MANIFEST=<records manifested> "
                   "COUNTED=<records found> OUT-OF-MONTH=<n> "
                   "[MISMATCH]"
                   DELIMITED BY SIZE
               INTO RP-COLHDR-1
           END-STRING.
           MOVE SPACES TO RP-COLHDR-2.
           PERFORM RPTPAGE-OPEN.
           OPEN INPUT LGA-MANIFEST-FILE.
           IF LGA-MANIFEST-FS NOT = "00"
               MOVE 8 TO RETURN-CODE
               MOVE "NO MANIFEST TO VERIFY AGAINST"
                   TO LGA-RPT-LINE
               PERFORM RPTPAGE-WRITE
               PERFORM LGA-RPT-WRITE-CHECK
               PERFORM RPTPAGE-CLOSE
               PERFORM LGA-RPT-WRITE-CHECK
               CLOSE LGA-RPT-FILE
               EXIT SECTION
               PERFORM LGA-ONE-ARCHIVE-VERIFY
           END-PERFORM.
           PERFORM LGA-VERIFY-SUMMARY-WRITE.
           PERFORM RPTPAGE-CLOSE.
           PERFORM LGA-RPT-WRITE-CHECK.
           CLOSE LGA-RPT-FILE.
           IF LGA-RPT-ERR-SW = 1
               MOVE 8 TO RETURN-CODE
                   LGA-ARC-FS DELIMITED BY SIZE
                   INTO LGA-RPT-LINE
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM LGA-RPT-WRITE-CHECK
               EXIT SECTION
           END-IF.
                   WITH POINTER LGA-V-PT
               END-STRING
           END-IF.
           PERFORM RPTPAGE-WRITE.
           PERFORM LGA-RPT-WRITE-CHECK.
       EXIT SECTION.
       LGA-ARC-RECORD-MONTH-CHECK SECTION.
               INTO LGA-RPT-LINE
               WITH POINTER LGA-V-PT
           END-STRING.
           PERFORM RPTPAGE-WRITE.
           PERFORM LGA-RPT-WRITE-CHECK.
       EXIT SECTION.
      *>   LGA-RETRIEVE-RUN is the retrieval pass: read the request,
      *>   collect from the manifest the members of the requested
      *>   log, walk the months of the range opening the member for
      *>   each, then sort the matches into the extract and report
      *>   the coverage. A bad request, an unreadable manifest or
      *>   member, or more matches than the table holds fails the
      *>   step with RC 8; a month in the range with no archive is
      *>   reported and comes back RC 4, since the extract is then
      *>   provably incomplete.
       LGA-RETRIEVE-RUN SECTION.
           MOVE LGA-RT-RPT-DSN TO LGA-RPT-DSN.
           IF LGA-PARM-OUT-DSN NOT = SPACES
               MOVE LGA-PARM-OUT-DSN TO LGA-RT-EXT-DSN
           END-IF.
           IF LGA-PARM-REQ-DSN NOT = SPACES
               MOVE LGA-PARM-REQ-DSN TO LGA-RT-REQ-DSN
           END-IF.
           MOVE 0 TO LGA-RT-MEM-CNT.
           MOVE 0 TO LGA-RT-N.
           MOVE 0 TO LGA-RT-MONTHS.
           MOVE 0 TO LGA-RT-COVERED.
           MOVE 0 TO LGA-RT-MISSING.
           MOVE 0 TO LGA-RT-READ.
           MOVE 0 TO LGA-RT-MATCHED.
           MOVE 0 TO LGA-RT-UNDATED.
           MOVE 0 TO LGA-RT-FULL-SW.
           MOVE 0 TO LGA-RT-EXT-ERR-SW.
           OPEN OUTPUT LGA-RPT-FILE.
           IF LGA-RPT-FS NOT = "00"
               MOVE 8 TO RETURN-CODE
               DISPLAY "LOGARCHIVE: COULD NOT OPEN OUTPUT DSN="
                   FUNCTION TRIM(LGA-RPT-DSN)
                   " FS=" LGA-RPT-FS
               EXIT SECTION
           END-IF.
           MOVE "LOGRETR" TO RP-REPORT-ID.
           MOVE "LOG ARCHIVE RETRIEVAL" TO RP-TITLE.
           MOVE SPACES TO RP-SUBTITLE.
           STRING "REQUEST=" DELIMITED BY SIZE
               FUNCTION TRIM(LGA-RT-REQ-DSN) DELIMITED BY SIZE
               " EXTRACT=" DELIMITED BY SIZE
               FUNCTION TRIM(LGA-RT-EXT-DSN) DELIMITED BY SIZE
               " MANIFEST=" DELIMITED BY SIZE
               FUNCTION TRIM(LGA-MANIFEST-DSN) DELIMITED BY SIZE
               INTO RP-SUBTITLE
           END-STRING.
           MOVE SPACES TO RP-COLHDR-1.
           STRING "MONTH=<yyyymm> ARCHIVE=<member> RECORDS=<read> "
                   "MATCHED=<n> | NO ARCHIVE | UNREADABLE FS=<fs>"
                   DELIMITED BY SIZE
               INTO RP-COLHDR-1
           END-STRING.
           MOVE SPACES TO RP-COLHDR-2.
           PERFORM RPTPAGE-OPEN.
           PERFORM LGA-RETRIEVE-REQUEST-LOAD.
           IF LGA-RT-BAD NOT = SPACES
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO LGA-RPT-LINE
               STRING "REQUEST=" DELIMITED BY SIZE
                   FUNCTION TRIM(LGA-RT-REQ-DSN) DELIMITED BY SIZE
                   " REJECTED " DELIMITED BY SIZE
                   FUNCTION TRIM(LGA-RT-BAD) DELIMITED BY SIZE
                   INTO LGA-RPT-LINE
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM LGA-RPT-WRITE-CHECK
               PERFORM RPTPAGE-CLOSE
               PERFORM LGA-RPT-WRITE-CHECK
               CLOSE LGA-RPT-FILE
               EXIT SECTION
           END-IF.
           OPEN INPUT LGA-MANIFEST-FILE.
           IF LGA-MANIFEST-FS NOT = "00"
               MOVE 8 TO RETURN-CODE
               MOVE "NO MANIFEST TO RETRIEVE FROM" TO LGA-RPT-LINE
               PERFORM RPTPAGE-WRITE
               PERFORM LGA-RPT-WRITE-CHECK
               PERFORM RPTPAGE-CLOSE
               PERFORM LGA-RPT-WRITE-CHECK
               CLOSE LGA-RPT-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL LGA-MANIFEST-FS NOT = "00"
               READ LGA-MANIFEST-FILE
                   AT END
                       MOVE "10" TO LGA-MANIFEST-FS
                   NOT AT END
                       PERFORM LGA-RETRIEVE-MANIFEST-RECORD
               END-READ
           END-PERFORM.
           CLOSE LGA-MANIFEST-FILE.
           MOVE LGA-RT-FROM(1:6) TO LGA-RT-MONTH.
           MOVE LGA-RT-TO(1:6) TO LGA-RT-LAST-MONTH.
           PERFORM UNTIL LGA-RT-MONTH > LGA-RT-LAST-MONTH
               PERFORM LGA-RETRIEVE-ONE-MONTH
               IF LGA-RT-MONTH-MM = 12
                   ADD 1 TO LGA-RT-MONTH-YYYY
                   MOVE 1 TO LGA-RT-MONTH-MM
               ELSE
                   ADD 1 TO LGA-RT-MONTH-MM
               END-IF
           END-PERFORM.
           IF LGA-RT-N > 1
               SORT LGA-RT-I ON ASCENDING KEY LGA-RT-DATE
                   LGA-RT-TIME LGA-RT-SEQ
           END-IF.
           PERFORM LGA-RETRIEVE-EXTRACT-WRITE.
           PERFORM LGA-RETRIEVE-SUMMARY-WRITE.
           PERFORM RPTPAGE-CLOSE.
           PERFORM LGA-RPT-WRITE-CHECK.
           CLOSE LGA-RPT-FILE.
           IF LGA-RPT-ERR-SW = 1 OR LGA-RT-EXT-ERR-SW = 1
                   OR LGA-RT-FULL-SW = 1
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE = 0 AND LGA-RT-MISSING > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       EXIT SECTION.
      *>   LGA-RETRIEVE-REQUEST-LOAD gathers the request's keyword
      *>   tokens and judges them, leaving the reason for refusal
      *>   in LGA-RT-BAD (spaces for a good request).
       LGA-RETRIEVE-REQUEST-LOAD SECTION.
           MOVE SPACES TO LGA-RT-BAD.
           MOVE SPACES TO LGA-RT-LOG.
           MOVE SPACES TO LGA-RT-FROM.
           MOVE SPACES TO LGA-RT-TO.
           MOVE 0 TO LGA-RT-JOB-CNT.
           MOVE LGA-RT-REQ-DSN TO LGA-ARC-DSN.
           OPEN INPUT LGA-ARC-FILE.
           IF LGA-ARC-FS NOT = "00"
               STRING "UNREADABLE FS=" DELIMITED BY SIZE
                   LGA-ARC-FS DELIMITED BY SIZE
                   INTO LGA-RT-BAD
               END-STRING
               EXIT SECTION
           END-IF.
           PERFORM UNTIL LGA-ARC-FS NOT = "00"
               READ LGA-ARC-FILE
                   AT END
                       MOVE "10" TO LGA-ARC-FS
                   NOT AT END
                       PERFORM LGA-RETRIEVE-REQUEST-RECORD
               END-READ
           END-PERFORM.
           CLOSE LGA-ARC-FILE.
           IF LGA-RT-BAD NOT = SPACES
               EXIT SECTION
           END-IF.
           MOVE 0 TO LGA-V-HIT.
           PERFORM VARYING LGA-I FROM 1 BY 1
                   UNTIL LGA-I > LGA-LOG-COUNT OR LGA-V-HIT > 0
               MOVE SPACES TO LGA-STEM
               UNSTRING LGA-LOG-NAME(LGA-I) DELIMITED BY "."
                   INTO LGA-STEM
               END-UNSTRING
               IF LGA-STEM = LGA-RT-LOG
                   MOVE LGA-I TO LGA-V-HIT
                   MOVE LGA-LOG-NAME(LGA-I) TO LGA-RT-LOG-DSN
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN LGA-RT-LOG = SPACES
                   MOVE "NO LOG= TOKEN" TO LGA-RT-BAD
               WHEN LGA-V-HIT = 0
                   MOVE "LOG= NOT ON ROSTER" TO LGA-RT-BAD
               WHEN LGA-RT-FROM IS NOT NUMERIC
                   MOVE "FROM= NOT A DATE" TO LGA-RT-BAD
               WHEN FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(LGA-RT-FROM)) NOT = 0
                   MOVE "FROM= NOT A DATE" TO LGA-RT-BAD
               WHEN LGA-RT-TO IS NOT NUMERIC
                   MOVE "TO= NOT A DATE" TO LGA-RT-BAD
               WHEN FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(LGA-RT-TO)) NOT = 0
                   MOVE "TO= NOT A DATE" TO LGA-RT-BAD
               WHEN LGA-RT-FROM > LGA-RT-TO
                   MOVE "FROM= AFTER TO=" TO LGA-RT-BAD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       EXIT SECTION.
       LGA-RETRIEVE-REQUEST-RECORD SECTION.
           IF LGA-ARC-REC = SPACES
               EXIT SECTION
           END-IF.
           PERFORM VARYING LGA-V-J FROM 1 BY 1 UNTIL LGA-V-J > 6
               MOVE SPACES TO LGA-V-TOK(LGA-V-J)
           END-PERFORM.
           UNSTRING LGA-ARC-REC DELIMITED BY ALL SPACE
               INTO LGA-V-TOK(1) LGA-V-TOK(2) LGA-V-TOK(3)
                   LGA-V-TOK(4) LGA-V-TOK(5) LGA-V-TOK(6)
           END-UNSTRING.
           PERFORM VARYING LGA-V-J FROM 1 BY 1 UNTIL LGA-V-J > 6
               EVALUATE TRUE
                   WHEN LGA-V-TOK(LGA-V-J) = SPACES
                       CONTINUE
                   WHEN LGA-V-TOK(LGA-V-J)(1:4) = "LOG="
                       MOVE LGA-V-TOK(LGA-V-J)(5:20) TO LGA-RT-LOG
                   WHEN LGA-V-TOK(LGA-V-J)(1:5) = "FROM="
                       MOVE LGA-V-TOK(LGA-V-J)(6:8) TO LGA-RT-FROM
                   WHEN LGA-V-TOK(LGA-V-J)(1:3) = "TO="
                       MOVE LGA-V-TOK(LGA-V-J)(4:8) TO LGA-RT-TO
                   WHEN LGA-V-TOK(LGA-V-J)(1:4) = "JOB="
                       IF LGA-RT-JOB-CNT >= LGA-RT-JOB-MAX
                           MOVE "TOO MANY JOB= TOKENS" TO LGA-RT-BAD
                       ELSE
                           ADD 1 TO LGA-RT-JOB-CNT
                           MOVE LGA-V-TOK(LGA-V-J)(5:8)
                               TO LGA-RT-JOB(LGA-RT-JOB-CNT)
                       END-IF
                   WHEN OTHER
                       MOVE SPACES TO LGA-RT-BAD
                       STRING "UNKNOWN TOKEN " DELIMITED BY SIZE
                           LGA-V-TOK(LGA-V-J)(1:20) DELIMITED BY SPACE
                           INTO LGA-RT-BAD
                       END-STRING
               END-EVALUATE
           END-PERFORM.
       EXIT SECTION.
      *>   LGA-RETRIEVE-MANIFEST-RECORD keeps each distinct member
      *>   the manifest records for the requested log, with the
      *>   month out of the member's own name (stem.YYYYMM.ARC).
       LGA-RETRIEVE-MANIFEST-RECORD SECTION.
           IF LGA-MANIFEST-REC = SPACES
               EXIT SECTION
           END-IF.
           PERFORM VARYING LGA-V-J FROM 1 BY 1 UNTIL LGA-V-J > 6
               MOVE SPACES TO LGA-V-TOK(LGA-V-J)
           END-PERFORM.
           UNSTRING LGA-MANIFEST-REC DELIMITED BY ALL SPACE
               INTO LGA-V-TOK(1) LGA-V-TOK(2) LGA-V-TOK(3)
                   LGA-V-TOK(4) LGA-V-TOK(5) LGA-V-TOK(6)
           END-UNSTRING.
           MOVE SPACES TO LGA-V-NAME.
           MOVE SPACES TO LGA-RT-LOGTOK.
           PERFORM VARYING LGA-V-J FROM 1 BY 1 UNTIL LGA-V-J > 6
               EVALUATE TRUE
                   WHEN LGA-V-TOK(LGA-V-J)(1:8) = "ARCHIVE="
                       MOVE LGA-V-TOK(LGA-V-J)(9:100)
                           TO LGA-V-NAME
                   WHEN LGA-V-TOK(LGA-V-J)(1:4) = "LOG="
                       MOVE LGA-V-TOK(LGA-V-J)(5:100)
                           TO LGA-RT-LOGTOK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF LGA-V-NAME = SPACES OR LGA-RT-LOGTOK NOT = LGA-RT-LOG-DSN
               EXIT SECTION
           END-IF.
           COMPUTE LGA-V-LEN = FUNCTION STORED-CHAR-LENGTH(LGA-V-NAME).
           IF LGA-V-LEN < 10
               EXIT SECTION
           END-IF.
           MOVE LGA-V-NAME(LGA-V-LEN - 9:6) TO LGA-V-MONTH.
           IF LGA-V-MONTH < LGA-RT-FROM(1:6)
                   OR LGA-V-MONTH > LGA-RT-TO(1:6)
               EXIT SECTION
           END-IF.
           MOVE 0 TO LGA-V-HIT.
           PERFORM VARYING LGA-V-J FROM 1 BY 1
                   UNTIL LGA-V-J > LGA-RT-MEM-CNT OR LGA-V-HIT > 0
               IF LGA-RT-MEM-DSN(LGA-V-J) = LGA-V-NAME
                   MOVE LGA-V-J TO LGA-V-HIT
               END-IF
           END-PERFORM.
           IF LGA-V-HIT = 0 AND LGA-RT-MEM-CNT < LGA-RT-MEM-MAX
               ADD 1 TO LGA-RT-MEM-CNT
               MOVE LGA-V-NAME TO LGA-RT-MEM-DSN(LGA-RT-MEM-CNT)
               MOVE LGA-V-MONTH TO LGA-RT-MEM-MONTH(LGA-RT-MEM-CNT)
           END-IF.
       EXIT SECTION.
      *>   LGA-RETRIEVE-ONE-MONTH reports one month of the range:
      *>   a gap when the manifest names no member for it,
      *>   otherwise the member's records read and matched.
       LGA-RETRIEVE-ONE-MONTH SECTION.
           ADD 1 TO LGA-RT-MONTHS.
           MOVE 0 TO LGA-V-HIT.
           PERFORM VARYING LGA-V-J FROM 1 BY 1
                   UNTIL LGA-V-J > LGA-RT-MEM-CNT OR LGA-V-HIT > 0
               IF LGA-RT-MEM-MONTH(LGA-V-J) = LGA-RT-MONTH
                   MOVE LGA-V-J TO LGA-V-HIT
               END-IF
           END-PERFORM.
           MOVE SPACES TO LGA-RPT-LINE.
           MOVE 1 TO LGA-V-PT.
           STRING "MONTH=" DELIMITED BY SIZE
               LGA-RT-MONTH DELIMITED BY SIZE
               INTO LGA-RPT-LINE
               WITH POINTER LGA-V-PT
           END-STRING.
           IF LGA-V-HIT = 0
               ADD 1 TO LGA-RT-MISSING
               STRING " NO ARCHIVE" DELIMITED BY SIZE
                   INTO LGA-RPT-LINE
                   WITH POINTER LGA-V-PT
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM LGA-RPT-WRITE-CHECK
               EXIT SECTION
           END-IF.
           MOVE LGA-RT-MEM-DSN(LGA-V-HIT) TO LGA-ARC-DSN.
           STRING " ARCHIVE=" DELIMITED BY SIZE
               FUNCTION TRIM(LGA-ARC-DSN) DELIMITED BY SIZE
               INTO LGA-RPT-LINE
               WITH POINTER LGA-V-PT
           END-STRING.
           OPEN INPUT LGA-ARC-FILE.
           IF LGA-ARC-FS NOT = "00"
               MOVE 8 TO RETURN-CODE
               STRING " UNREADABLE FS=" DELIMITED BY SIZE
                   LGA-ARC-FS DELIMITED BY SIZE
                   INTO LGA-RPT-LINE
                   WITH POINTER LGA-V-PT
               END-STRING
               PERFORM RPTPAGE-WRITE
               PERFORM LGA-RPT-WRITE-CHECK
               EXIT SECTION
           END-IF.
           ADD 1 TO LGA-RT-COVERED.
           MOVE 0 TO LGA-V-RECS.
           MOVE LGA-RT-MATCHED TO LGA-RT-K.
           PERFORM UNTIL LGA-ARC-FS NOT = "00"
               READ LGA-ARC-FILE
                   AT END
                       MOVE "10" TO LGA-ARC-FS
                   NOT AT END
                       ADD 1 TO LGA-V-RECS
                       PERFORM LGA-RETRIEVE-RECORD-JUDGE
               END-READ
           END-PERFORM.
           CLOSE LGA-ARC-FILE.
           ADD LGA-V-RECS TO LGA-RT-READ.
           MOVE LGA-V-RECS TO LGA-V-VAL-Z.
           STRING " RECORDS=" DELIMITED BY SIZE
               FUNCTION TRIM(LGA-V-VAL-Z) DELIMITED BY SIZE
               INTO LGA-RPT-LINE
               WITH POINTER LGA-V-PT
           END-STRING.
           COMPUTE LGA-V-VAL-Z = LGA-RT-MATCHED - LGA-RT-K.
           STRING " MATCHED=" DELIMITED BY SIZE
               FUNCTION TRIM(LGA-V-VAL-Z) DELIMITED BY SIZE
               INTO LGA-RPT-LINE
               WITH POINTER LGA-V-PT
           END-STRING.
           PERFORM RPTPAGE-WRITE.
           PERFORM LGA-RPT-WRITE-CHECK.
       EXIT SECTION.
      *>   LGA-RETRIEVE-RECORD-JUDGE takes one archive record: the
      *>   dated log shapes lead with the job id and the date and
      *>   time stamps, and a record without an eight-digit date
      *>   second can only be counted, never placed in the range.
       LGA-RETRIEVE-RECORD-JUDGE SECTION.
           IF LGA-ARC-REC = SPACES
               EXIT SECTION
           END-IF.
           MOVE SPACES TO LGA-V-T1.
           MOVE SPACES TO LGA-V-T2.
           MOVE SPACES TO LGA-V-T3.
           UNSTRING LGA-ARC-REC DELIMITED BY ALL SPACE
               INTO LGA-V-T1 LGA-V-T2 LGA-V-T3
           END-UNSTRING.
           IF FUNCTION STORED-CHAR-LENGTH(LGA-V-T2) NOT = 8
                   OR LGA-V-T2(1:8) IS NOT NUMERIC
               ADD 1 TO LGA-RT-UNDATED
               EXIT SECTION
           END-IF.
           IF LGA-V-T2(1:8) < LGA-RT-FROM OR LGA-V-T2(1:8) > LGA-RT-TO
               EXIT SECTION
           END-IF.
           IF LGA-RT-JOB-CNT > 0
               MOVE 0 TO LGA-RT-JOB-HIT
               PERFORM VARYING LGA-V-J FROM 1 BY 1
                       UNTIL LGA-V-J > LGA-RT-JOB-CNT
                   IF LGA-V-T1 = LGA-RT-JOB(LGA-V-J)
                       MOVE 1 TO LGA-RT-JOB-HIT
                   END-IF
               END-PERFORM
               IF LGA-RT-JOB-HIT = 0
                   EXIT SECTION
               END-IF
           END-IF.
           ADD 1 TO LGA-RT-MATCHED.
           IF LGA-RT-N >= LGA-RT-MAX
               IF LGA-RT-FULL-SW = 0
                   MOVE 1 TO LGA-RT-FULL-SW
                   DISPLAY "LOGARCHIVE: RETRIEVAL TABLE FULL, MAX="
                       LGA-RT-MAX
               END-IF
               EXIT SECTION
           END-IF.
           ADD 1 TO LGA-RT-N.
           MOVE LGA-V-T2(1:8) TO LGA-RT-DATE(LGA-RT-N).
           MOVE LGA-V-T3(1:8) TO LGA-RT-TIME(LGA-RT-N).
           MOVE LGA-RT-N TO LGA-RT-SEQ(LGA-RT-N).
           MOVE LGA-ARC-REC TO LGA-RT-REC(LGA-RT-N).
       EXIT SECTION.
       LGA-RETRIEVE-EXTRACT-WRITE SECTION.
           OPEN OUTPUT LGA-EXT-FILE.
           IF LGA-RT-EXT-FS NOT = "00"
               MOVE 1 TO LGA-RT-EXT-ERR-SW
               DISPLAY "LOGARCHIVE: COULD NOT OPEN OUTPUT DSN="
                   FUNCTION TRIM(LGA-RT-EXT-DSN)
                   " FS=" LGA-RT-EXT-FS
               EXIT SECTION
           END-IF.
           PERFORM VARYING LGA-RT-K FROM 1 BY 1
                   UNTIL LGA-RT-K > LGA-RT-N
               WRITE LGA-EXT-REC FROM LGA-RT-REC(LGA-RT-K)
               IF LGA-RT-EXT-FS NOT = "00"
                       AND LGA-RT-EXT-ERR-SW = 0
                   MOVE 1 TO LGA-RT-EXT-ERR-SW
                   DISPLAY "LOGARCHIVE: WRITE FAILED ON DSN="
                       FUNCTION TRIM(LGA-RT-EXT-DSN)
                       " FS=" LGA-RT-EXT-FS
               END-IF
           END-PERFORM.
           CLOSE LGA-EXT-FILE.
           ADD LGA-RT-N TO LGA-TOTAL-MOVED.
       EXIT SECTION.
       LGA-RETRIEVE-SUMMARY-WRITE SECTION.
           MOVE SPACES TO LGA-RPT-LINE.
           MOVE 1 TO LGA-V-PT.
           STRING "SUMMARY LOG=" DELIMITED BY SIZE
               FUNCTION TRIM(LGA-RT-LOG) DELIMITED BY SIZE
               " FROM=" DELIMITED BY SIZE
               LGA-RT-FROM DELIMITED BY SIZE
               " TO=" DELIMITED BY SIZE
               LGA-RT-TO DELIMITED BY SIZE
               INTO LGA-RPT-LINE
               WITH POINTER LGA-V-PT
           END-STRING.
           MOVE LGA-RT-MONTHS TO LGA-V-VAL-Z.
           STRING " MONTHS=" DELIMITED BY SIZE
               FUNCTION TRIM(LGA-V-VAL-Z) DELIMITED BY SIZE
               INTO LGA-RPT-LINE
               WITH POINTER LGA-V-PT
           END-STRING.
           MOVE LGA-RT-COVERED TO LGA-V-VAL-Z.
           STRING " COVERED=" DELIMITED BY SIZE
               FUNCTION TRIM(LGA-V-VAL-Z) DELIMITED BY SIZE
               INTO LGA-RPT-LINE
               WITH POINTER LGA-V-PT
           END-STRING.
           MOVE LGA-RT-MISSING TO LGA-V-VAL-Z.
           STRING " MISSING=" DELIMITED BY SIZE
               FUNCTION TRIM(LGA-V-VAL-Z) DELIMITED BY SIZE
               INTO LGA-RPT-LINE
               WITH POINTER LGA-V-PT
           END-STRING.
           MOVE LGA-RT-UNDATED TO LGA-V-VAL-Z.
           STRING " UNDATED=" DELIMITED BY SIZE
               FUNCTION TRIM(LGA-V-VAL-Z) DELIMITED BY SIZE
               INTO LGA-RPT-LINE
               WITH POINTER LGA-V-PT
           END-STRING.
           MOVE LGA-RT-N TO LGA-V-VAL-Z.
           STRING " EXTRACTED=" DELIMITED BY SIZE
               FUNCTION TRIM(LGA-V-VAL-Z) DELIMITED BY SIZE
               INTO LGA-RPT-LINE
               WITH POINTER LGA-V-PT
           END-STRING.
           PERFORM RPTPAGE-WRITE.
           PERFORM LGA-RPT-WRITE-CHECK.
       EXIT SECTION.
      *>   LGA-RPT-WRITE-CHECK guards every result write: the
                   " FS=" LGA-MANIFEST-FS
           END-IF.
       EXIT SECTION.
      *>   LGA-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
      *>   default; run standalone the block is never set and
      *>   nothing changes).
      *>   The input field names the manifest, the output field the
      *>   verify report, and a parameter of VERIFY or ROLL chooses
      *>   the mode in place of the LGA-MODE environment variable,
      *>   so one battery can roll the logs and prove the archives
      *>   in two steps. A parameter of RETRIEVE may name the request
      *>   dataset after it ("RETRIEVE reqdsn"), and in that mode the
      *>   output field names the extract rather than a report.
       LGA-PARM-PICKUP SECTION.
           MOVE SPACES TO LGA-PARM-MODE.
           MOVE SPACES TO LGA-PARM-OUT-DSN.
           MOVE SPACES TO LGA-PARM-REQ-DSN.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO LGA-MANIFEST-DSN
               ELSE
                   MOVE "LOGARCH.MAN" TO LGA-MANIFEST-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO LGA-RPT-DSN
                   MOVE BATCH-PARM-OUTPUT-DSN TO LGA-PARM-OUT-DSN
               ELSE
                   MOVE "LOGVERIFY.RPT" TO LGA-RPT-DSN
               END-IF
               IF BATCH-PARM-TEXT NOT = SPACES
                       AND BATCH-PARM-TEXT(1:1) NOT = "*"
                   UNSTRING BATCH-PARM-TEXT DELIMITED BY ALL SPACE
                       INTO LGA-PARM-MODE LGA-PARM-REQ-DSN
                   END-UNSTRING
               END-IF
           END-IF.
       EXIT SECTION.
           COPY "RPTPAGEP.cpy"
               REPLACING ==RP-PRINT-REC== BY ==LGA-RPT-REC==
                   ==RP-PRINT-LINE== BY ==LGA-RPT-LINE==
                   ==RP-PRINT-FS== BY ==LGA-RPT-FS==.
           COPY "JOBAUDITP.cpy".
       END PROGRAM LOGARCHIVE.
