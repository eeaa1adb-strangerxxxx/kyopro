       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERGEFEEDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   Upstream sends its feeds each already in key order, and
      *>   EXTSORT's SORT reloads every record of every feed through
      *>   EXTSORT.TMP only to interleave them again. MERGEFEEDS is
      *>   the single-pass merge for that case: a roster dataset
      *>   names the feeds and the key, one record of each feed is
      *>   held in a min-heap keyed on it — HEAPLIB's sift-up and
      *>   sift-down over feed numbers instead of bare values — and
      *>   the smallest is written and replaced from its own feed
      *>   until every feed is spent. The roster records are
      *>       KEY pos len [CHAR|NUM]   (default 1 10 CHAR)
      *>       TAG                      (prefix each output record
      *>                                 with its 2-digit feed
      *>                                 number and a space)
      *>       FEED dsn                 (one per feed, merge order
      *>                                 breaks key ties)
      *>   and any other record refuses the run, as a bad EXTSORT
      *>   rule does. Every feed is held to ascending key order as
      *>   it is read: a record below its predecessor in the same
      *>   feed rejects that feed from that record on, named on the
      *>   merge report, and the step ends RC 8 — what was merged
      *>   from it before the break stays merged, and the report
      *>   says how much. An absent feed is RC 8 too.
           SELECT MRG-ROSTER-FILE ASSIGN TO DYNAMIC MRG-ROSTER-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRG-ROSTER-FS.
           SELECT MRG-OUT-FILE ASSIGN TO DYNAMIC MRG-OUT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRG-OUT-FS.
           SELECT MRG-RPT-FILE ASSIGN TO DYNAMIC MRG-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRG-RPT-FS.
      *>   MRG-REJECT-FILE is the reject trail: every feed record
      *>   that takes its feed out of the merge is also written
      *>   here in the shared REJREC.cpy layout, appended run
      *>   after run.
           SELECT MRG-REJECT-FILE ASSIGN TO DYNAMIC MRG-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRG-REJECT-FS.
      *>   One file slot per feed: a SELECT cannot be subscripted,
      *>   so MRG-FEED-MAX feeds means MRG-FEED-MAX slots, each
      *>   ASSIGNed to its own entry of the DSN table below.
           SELECT MRG-FEED-01-FILE ASSIGN TO DYNAMIC MRG-DSN-01
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRG-FS-01.
           SELECT MRG-FEED-02-FILE ASSIGN TO DYNAMIC MRG-DSN-02
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRG-FS-02.
           SELECT MRG-FEED-03-FILE ASSIGN TO DYNAMIC MRG-DSN-03
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRG-FS-03.
           SELECT MRG-FEED-04-FILE ASSIGN TO DYNAMIC MRG-DSN-04
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRG-FS-04.
           SELECT MRG-FEED-05-FILE ASSIGN TO DYNAMIC MRG-DSN-05
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRG-FS-05.
           SELECT MRG-FEED-06-FILE ASSIGN TO DYNAMIC MRG-DSN-06
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRG-FS-06.
           SELECT MRG-FEED-07-FILE ASSIGN TO DYNAMIC MRG-DSN-07
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRG-FS-07.
           SELECT MRG-FEED-08-FILE ASSIGN TO DYNAMIC MRG-DSN-08
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRG-FS-08.
           SELECT MRG-FEED-09-FILE ASSIGN TO DYNAMIC MRG-DSN-09
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRG-FS-09.
           SELECT MRG-FEED-10-FILE ASSIGN TO DYNAMIC MRG-DSN-10
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRG-FS-10.
           SELECT MRG-FEED-11-FILE ASSIGN TO DYNAMIC MRG-DSN-11
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRG-FS-11.
           SELECT MRG-FEED-12-FILE ASSIGN TO DYNAMIC MRG-DSN-12
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRG-FS-12.
           SELECT MRG-FEED-13-FILE ASSIGN TO DYNAMIC MRG-DSN-13
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRG-FS-13.
           SELECT MRG-FEED-14-FILE ASSIGN TO DYNAMIC MRG-DSN-14
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRG-FS-14.
           SELECT MRG-FEED-15-FILE ASSIGN TO DYNAMIC MRG-DSN-15
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRG-FS-15.
           SELECT MRG-FEED-16-FILE ASSIGN TO DYNAMIC MRG-DSN-16
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MRG-FS-16.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
           FD MRG-ROSTER-FILE.
               01 MRG-ROSTER-REC PIC X(132).
           FD MRG-OUT-FILE.
               01 MRG-OUT-REC PIC X(253).
           FD MRG-RPT-FILE.
               01 MRG-RPT-REC PIC X(200).
           FD MRG-REJECT-FILE.
               01 MRG-REJECT-REC PIC X(250).
           FD MRG-FEED-01-FILE.
               01 MRG-FEED-01-REC PIC X(250).
           FD MRG-FEED-02-FILE.
               01 MRG-FEED-02-REC PIC X(250).
           FD MRG-FEED-03-FILE.
               01 MRG-FEED-03-REC PIC X(250).
           FD MRG-FEED-04-FILE.
               01 MRG-FEED-04-REC PIC X(250).
           FD MRG-FEED-05-FILE.
               01 MRG-FEED-05-REC PIC X(250).
           FD MRG-FEED-06-FILE.
               01 MRG-FEED-06-REC PIC X(250).
           FD MRG-FEED-07-FILE.
               01 MRG-FEED-07-REC PIC X(250).
           FD MRG-FEED-08-FILE.
               01 MRG-FEED-08-REC PIC X(250).
           FD MRG-FEED-09-FILE.
               01 MRG-FEED-09-REC PIC X(250).
           FD MRG-FEED-10-FILE.
               01 MRG-FEED-10-REC PIC X(250).
           FD MRG-FEED-11-FILE.
               01 MRG-FEED-11-REC PIC X(250).
           FD MRG-FEED-12-FILE.
               01 MRG-FEED-12-REC PIC X(250).
           FD MRG-FEED-13-FILE.
               01 MRG-FEED-13-REC PIC X(250).
           FD MRG-FEED-14-FILE.
               01 MRG-FEED-14-REC PIC X(250).
           FD MRG-FEED-15-FILE.
               01 MRG-FEED-15-REC PIC X(250).
           FD MRG-FEED-16-FILE.
               01 MRG-FEED-16-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 MRG-WK.
               03 MRG-ROSTER-DSN PIC X(100) VALUE "MRGROSTER.DAT".
               03 MRG-ROSTER-FS PIC XX.
               03 MRG-OUT-DSN PIC X(100) VALUE "MRGOUT.DAT".
               03 MRG-OUT-FS PIC XX.
               03 MRG-RPT-DSN PIC X(100) VALUE "MRGRPT.DAT".
               03 MRG-RPT-FS PIC XX.
               03 MRG-BATCH-RC PIC S9(4) VALUE 0.
               03 MRG-OUT-ERR-SW PIC 9 VALUE 0.
               03 MRG-RPT-ERR-SW PIC 9 VALUE 0.
               03 MRG-REJECT-DSN PIC X(100) VALUE "MRGREJ.LOG".
               03 MRG-REJECT-FS PIC XX.
               03 MRG-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 MRG-REJECT-OPENED VALUE 1.
               03 MRG-REJECT-ERR-SW PIC 9 VALUE 0.
               03 MRG-T1 PIC X(100).
               03 MRG-T2 PIC X(100).
               03 MRG-T3 PIC X(20).
               03 MRG-T4 PIC X(20).
               03 MRG-TALLY BINARY-LONG UNSIGNED VALUE 0.
               03 MRG-PT BINARY-LONG SIGNED VALUE 1.
               03 MRG-IN-LINE PIC X(250).
               03 MRG-OUT-LINE PIC X(253).
               03 MRG-RPT-LINE PIC X(200).
               03 MRG-EOF-SW PIC 9 VALUE 0.
               03 MRG-READ-TOTAL BINARY-LONG UNSIGNED VALUE 0.
               03 MRG-OUT-COUNT BINARY-LONG UNSIGNED VALUE 0.
               03 MRG-VAL-Z PIC Z(8)9.
               03 MRG-FEED-Z PIC 99.
               03 MRG-KEY-Z PIC -Z(17)9.
      *>   The key rule: MRG-KEY-TYPE C compares the key columns as
      *>   bytes, N takes them through NUMVAL so signs and leading
      *>   zeros compare numerically — EXTSORT's two key types.
           01 MRG-KEY-WK.
               03 MRG-KEY-POS BINARY-LONG SIGNED VALUE 1.
               03 MRG-KEY-LEN BINARY-LONG SIGNED VALUE 10.
               03 MRG-KEY-TYPE PIC X VALUE "C".
               03 MRG-TAG-SW PIC 9 VALUE 0.
                   88 MRG-TAG-OUTPUT VALUE 1.
               03 MRG-CTL-BAD-SW PIC 9 VALUE 0.
                   88 MRG-CTL-BAD VALUE 1.
      *>   The feed DSNs and file statuses, one elementary item per
      *>   file slot for the ASSIGN and FILE STATUS clauses, viewed
      *>   as tables for everything else.
           01 MRG-FEED-DSNS.
               03 MRG-DSN-01 PIC X(100) VALUE SPACES.
               03 MRG-DSN-02 PIC X(100) VALUE SPACES.
               03 MRG-DSN-03 PIC X(100) VALUE SPACES.
               03 MRG-DSN-04 PIC X(100) VALUE SPACES.
               03 MRG-DSN-05 PIC X(100) VALUE SPACES.
               03 MRG-DSN-06 PIC X(100) VALUE SPACES.
               03 MRG-DSN-07 PIC X(100) VALUE SPACES.
               03 MRG-DSN-08 PIC X(100) VALUE SPACES.
               03 MRG-DSN-09 PIC X(100) VALUE SPACES.
               03 MRG-DSN-10 PIC X(100) VALUE SPACES.
               03 MRG-DSN-11 PIC X(100) VALUE SPACES.
               03 MRG-DSN-12 PIC X(100) VALUE SPACES.
               03 MRG-DSN-13 PIC X(100) VALUE SPACES.
               03 MRG-DSN-14 PIC X(100) VALUE SPACES.
               03 MRG-DSN-15 PIC X(100) VALUE SPACES.
               03 MRG-DSN-16 PIC X(100) VALUE SPACES.
           01 MRG-FEED-DSN-TAB REDEFINES MRG-FEED-DSNS.
               03 MRG-FEED-DSN OCCURS 16 TIMES PIC X(100).
           01 MRG-FEED-STATUSES.
               03 MRG-FS-01 PIC XX VALUE SPACES.
               03 MRG-FS-02 PIC XX VALUE SPACES.
               03 MRG-FS-03 PIC XX VALUE SPACES.
               03 MRG-FS-04 PIC XX VALUE SPACES.
               03 MRG-FS-05 PIC XX VALUE SPACES.
               03 MRG-FS-06 PIC XX VALUE SPACES.
               03 MRG-FS-07 PIC XX VALUE SPACES.
               03 MRG-FS-08 PIC XX VALUE SPACES.
               03 MRG-FS-09 PIC XX VALUE SPACES.
               03 MRG-FS-10 PIC XX VALUE SPACES.
               03 MRG-FS-11 PIC XX VALUE SPACES.
               03 MRG-FS-12 PIC XX VALUE SPACES.
               03 MRG-FS-13 PIC XX VALUE SPACES.
               03 MRG-FS-14 PIC XX VALUE SPACES.
               03 MRG-FS-15 PIC XX VALUE SPACES.
               03 MRG-FS-16 PIC XX VALUE SPACES.
           01 MRG-FEED-FS-TAB REDEFINES MRG-FEED-STATUSES.
               03 MRG-FEED-FS OCCURS 16 TIMES PIC XX.
      *>   Per-feed state: the record currently held for the heap
      *>   with its key, the key before it for the sequence check,
      *>   and the feed's counts. MRG-FEED-STATE says whether the
      *>   feed is still open, spent, rejected, or never opened.
           01 MRG-FEED-WK.
               03 MRG-FEED-MAX BINARY-LONG SIGNED VALUE 16.
               03 MRG-FEED-CNT BINARY-LONG SIGNED VALUE 0.
               03 MRG-F BINARY-LONG SIGNED VALUE 0.
               03 MRG-FEED-I OCCURS 16 TIMES.
                   05 MRG-FEED-STATE PIC X.
                       88 MRG-FEED-OPEN VALUE "O".
                       88 MRG-FEED-SPENT VALUE "E".
                       88 MRG-FEED-REJECTED VALUE "R".
                       88 MRG-FEED-MISSING VALUE "M".
                   05 MRG-FEED-RECNO BINARY-LONG UNSIGNED.
                   05 MRG-FEED-MERGED BINARY-LONG UNSIGNED.
                   05 MRG-FEED-HAS-PREV PIC 9.
                   05 MRG-FEED-CUR PIC X(250).
                   05 MRG-FEED-KEY-X PIC X(40).
                   05 MRG-FEED-KEY-N PIC S9(18).
                   05 MRG-FEED-PREV-X PIC X(40).
                   05 MRG-FEED-PREV-N PIC S9(18).
      *>   The heap holds feed numbers in level order, slot 1 the
      *>   feed whose held record has the smallest key (ties to
      *>   the lower feed number, so equal keys leave in roster
      *>   order); MRG-LESS-SW answers MRG-HEAP-COMPARE.
           01 MRG-HEAP-WK.
               03 MRG-HEAP-N BINARY-LONG SIGNED VALUE 0.
               03 MRG-HEAP-P BINARY-LONG SIGNED VALUE 0.
               03 MRG-HEAP-C BINARY-LONG SIGNED VALUE 0.
               03 MRG-HEAP-TMP BINARY-LONG SIGNED VALUE 0.
               03 MRG-CMP-A BINARY-LONG SIGNED VALUE 0.
               03 MRG-CMP-B BINARY-LONG SIGNED VALUE 0.
               03 MRG-LESS-SW PIC 9 VALUE 0.
                   88 MRG-A-LESS VALUE 1.
               03 MRG-HEAP-L.
                   05 MRG-HEAP OCCURS 16 TIMES BINARY-LONG SIGNED.
       PROCEDURE DIVISION.
      *>   MRG-RUN is this program's entry point, whether it is run
      *>   as its own job step or CALLed as one step of a larger
      *>   batch suite: load the roster, open every feed and prime
      *>   the heap with its first record, then write the root
      *>   feed's record and refill from that feed until the heap
      *>   is empty. It ends in GOBACK rather than STOP RUN so a
      *>   CALLer gets control back; run standalone, GOBACK with no
      *>   caller ends the run unit all the same.
       MRG-RUN SECTION.
           PERFORM MRG-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO MRG-BATCH-RC.
           MOVE 0 TO MRG-OUT-ERR-SW.
           MOVE 0 TO MRG-RPT-ERR-SW.
           MOVE 0 TO MRG-READ-TOTAL.
           MOVE 0 TO MRG-OUT-COUNT.
           MOVE 0 TO MRG-HEAP-N.
           MOVE 0 TO MRG-REJECT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           PERFORM MRG-ROSTER-LOAD.
           IF MRG-BATCH-RC = 0
               OPEN OUTPUT MRG-OUT-FILE
               IF MRG-OUT-FS NOT = "00"
                   MOVE 8 TO MRG-BATCH-RC
                   DISPLAY "MERGEFEEDS: COULD NOT OPEN OUTPUT DSN="
                       FUNCTION TRIM(MRG-OUT-DSN)
                       " FS=" MRG-OUT-FS
               END-IF
           END-IF.
           IF MRG-BATCH-RC = 0
               OPEN OUTPUT MRG-RPT-FILE
               IF MRG-RPT-FS NOT = "00"
                   MOVE 8 TO MRG-BATCH-RC
                   DISPLAY "MERGEFEEDS: COULD NOT OPEN OUTPUT DSN="
                       FUNCTION TRIM(MRG-RPT-DSN)
                       " FS=" MRG-RPT-FS
                   CLOSE MRG-OUT-FILE
               END-IF
           END-IF.
           IF MRG-BATCH-RC = 0
               PERFORM VARYING MRG-F FROM 1 BY 1
                       UNTIL MRG-F > MRG-FEED-CNT
                   PERFORM MRG-FEED-START
               END-PERFORM
               PERFORM UNTIL MRG-HEAP-N = 0
                   MOVE MRG-HEAP(1) TO MRG-F
                   PERFORM MRG-OUTPUT-WRITE
                   PERFORM MRG-HEAP-POP
                   PERFORM MRG-FEED-ADVANCE
               END-PERFORM
               PERFORM VARYING MRG-F FROM 1 BY 1
                       UNTIL MRG-F > MRG-FEED-CNT
                   IF MRG-FEED-OPEN(MRG-F) OR MRG-FEED-SPENT(MRG-F)
                       PERFORM MRG-FEED-CLOSE
                   END-IF
                   PERFORM MRG-FEED-REPORT-WRITE
               END-PERFORM
               PERFORM MRG-TOTAL-REPORT-WRITE
               CLOSE MRG-OUT-FILE
               CLOSE MRG-RPT-FILE
               IF MRG-OUT-ERR-SW = 1 OR MRG-RPT-ERR-SW = 1
                   MOVE 8 TO MRG-BATCH-RC
               END-IF
           END-IF.
           IF MRG-REJECT-OPENED
               CLOSE MRG-REJECT-FILE
               MOVE 0 TO MRG-REJECT-OPEN-SW
           END-IF.
           MOVE MRG-BATCH-RC TO RETURN-CODE.
           MOVE "MRGJOB01" TO JA-JOB-ID.
           MOVE MRG-ROSTER-DSN TO JA-INPUT-DSN.
           MOVE MRG-OUT-COUNT TO JA-RECORD-COUNT.
           MOVE MRG-OUT-COUNT TO BATCH-PARM-RECORDS.
           MOVE "Y" TO BATCH-PARM-FLOW-SET.
           MOVE MRG-READ-TOTAL TO BATCH-PARM-IN-RECORDS.
           MOVE MRG-OUT-COUNT TO BATCH-PARM-OUT-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   MRG-ROSTER-LOAD reads the KEY/TAG/FEED records. No roster,
      *>   no feed, too many feeds, or a record it cannot read
      *>   refuses the run with RC 8 before anything is opened.
       MRG-ROSTER-LOAD SECTION.
           MOVE 0 TO MRG-FEED-CNT.
           MOVE 0 TO MRG-TAG-SW.
           MOVE 0 TO MRG-CTL-BAD-SW.
           MOVE 1 TO MRG-KEY-POS.
           MOVE 10 TO MRG-KEY-LEN.
           MOVE "C" TO MRG-KEY-TYPE.
           MOVE SPACES TO MRG-FEED-DSNS.
           OPEN INPUT MRG-ROSTER-FILE.
           IF MRG-ROSTER-FS NOT = "00"
               MOVE 8 TO MRG-BATCH-RC
               DISPLAY "MERGEFEEDS: COULD NOT OPEN ROSTER DSN="
                   FUNCTION TRIM(MRG-ROSTER-DSN)
                   " FS=" MRG-ROSTER-FS
               EXIT SECTION
           END-IF.
           PERFORM UNTIL MRG-ROSTER-FS NOT = "00" OR MRG-CTL-BAD
               READ MRG-ROSTER-FILE
                   AT END
                       MOVE "10" TO MRG-ROSTER-FS
                   NOT AT END
                       PERFORM MRG-ROSTER-RECORD
               END-READ
           END-PERFORM.
           CLOSE MRG-ROSTER-FILE.
           IF MRG-CTL-BAD
               MOVE 8 TO MRG-BATCH-RC
               DISPLAY "MERGEFEEDS: BAD ROSTER RECORD "
                   FUNCTION TRIM(MRG-ROSTER-REC)
               EXIT SECTION
           END-IF.
           IF MRG-FEED-CNT = 0
               MOVE 8 TO MRG-BATCH-RC
               DISPLAY "MERGEFEEDS: ROSTER NAMES NO FEED, DSN="
                   FUNCTION TRIM(MRG-ROSTER-DSN)
           END-IF.
       EXIT SECTION.
       MRG-ROSTER-RECORD SECTION.
           IF MRG-ROSTER-REC = SPACES
               EXIT SECTION
           END-IF.
           MOVE SPACES TO MRG-T1.
           MOVE SPACES TO MRG-T2.
           MOVE SPACES TO MRG-T3.
           MOVE SPACES TO MRG-T4.
           MOVE 0 TO MRG-TALLY.
           UNSTRING MRG-ROSTER-REC DELIMITED BY ALL SPACE
               INTO MRG-T1 MRG-T2 MRG-T3 MRG-T4
               TALLYING IN MRG-TALLY
           END-UNSTRING.
           EVALUATE TRUE
               WHEN MRG-T1 = "FEED" AND MRG-TALLY = 2
                   IF MRG-FEED-CNT >= MRG-FEED-MAX
                       MOVE 1 TO MRG-CTL-BAD-SW
                   ELSE
                       ADD 1 TO MRG-FEED-CNT
                       MOVE MRG-T2 TO MRG-FEED-DSN(MRG-FEED-CNT)
                   END-IF
               WHEN MRG-T1 = "TAG" AND MRG-TALLY = 1
                   MOVE 1 TO MRG-TAG-SW
               WHEN MRG-T1 = "KEY"
                       AND (MRG-TALLY = 3 OR MRG-TALLY = 4)
                   IF FUNCTION TEST-NUMVAL(MRG-T2) NOT = 0
                           OR FUNCTION TEST-NUMVAL(MRG-T3) NOT = 0
                       MOVE 1 TO MRG-CTL-BAD-SW
                       EXIT SECTION
                   END-IF
                   COMPUTE MRG-KEY-POS = FUNCTION NUMVAL(MRG-T2)
                   COMPUTE MRG-KEY-LEN = FUNCTION NUMVAL(MRG-T3)
                   EVALUATE MRG-T4
                       WHEN SPACES
                       WHEN "CHAR"
                           MOVE "C" TO MRG-KEY-TYPE
                       WHEN "NUM"
                           MOVE "N" TO MRG-KEY-TYPE
                       WHEN OTHER
                           MOVE 1 TO MRG-CTL-BAD-SW
                   END-EVALUATE
                   IF MRG-KEY-POS < 1 OR MRG-KEY-LEN < 1
                           OR MRG-KEY-LEN > 40
                           OR MRG-KEY-POS + MRG-KEY-LEN - 1 > 250
                       MOVE 1 TO MRG-CTL-BAD-SW
                   END-IF
                   IF MRG-KEY-TYPE = "N" AND MRG-KEY-LEN > 18
                       MOVE 1 TO MRG-CTL-BAD-SW
                   END-IF
               WHEN OTHER
                   MOVE 1 TO MRG-CTL-BAD-SW
           END-EVALUATE.
       EXIT SECTION.
      *>   MRG-FEED-START opens feed MRG-F and primes the heap with
      *>   its first record; an absent feed is reported and fails
      *>   the step, but the others still merge.
       MRG-FEED-START SECTION.
           MOVE 0 TO MRG-FEED-RECNO(MRG-F).
           MOVE 0 TO MRG-FEED-MERGED(MRG-F).
           MOVE 0 TO MRG-FEED-HAS-PREV(MRG-F).
           PERFORM MRG-FEED-OPEN-FILE.
           IF MRG-FEED-FS(MRG-F) NOT = "00"
               MOVE "M" TO MRG-FEED-STATE(MRG-F)
               MOVE 8 TO MRG-BATCH-RC
               EXIT SECTION
           END-IF.
           MOVE "O" TO MRG-FEED-STATE(MRG-F).
           PERFORM MRG-FEED-ADVANCE.
       EXIT SECTION.
      *>   MRG-FEED-ADVANCE reads feed MRG-F's next non-blank record,
      *>   holds it with its key, checks it against the key before
      *>   it, and pushes the feed back onto the heap. End of file
      *>   marks the feed spent; a record out of sequence (or a NUM
      *>   key that is not a number) rejects the feed instead.
       MRG-FEED-ADVANCE SECTION.
           IF NOT MRG-FEED-OPEN(MRG-F)
               EXIT SECTION
           END-IF.
           MOVE SPACES TO MRG-IN-LINE.
           PERFORM MRG-FEED-READ-FILE.
           PERFORM UNTIL MRG-EOF-SW = 1 OR MRG-IN-LINE NOT = SPACES
               ADD 1 TO MRG-FEED-RECNO(MRG-F)
               ADD 1 TO MRG-READ-TOTAL
               PERFORM MRG-FEED-READ-FILE
           END-PERFORM.
           IF MRG-EOF-SW = 1
               MOVE "E" TO MRG-FEED-STATE(MRG-F)
               EXIT SECTION
           END-IF.
           ADD 1 TO MRG-FEED-RECNO(MRG-F).
           ADD 1 TO MRG-READ-TOTAL.
           MOVE MRG-IN-LINE TO MRG-FEED-CUR(MRG-F).
           MOVE SPACES TO MRG-FEED-KEY-X(MRG-F).
           MOVE MRG-IN-LINE(MRG-KEY-POS:MRG-KEY-LEN)
               TO MRG-FEED-KEY-X(MRG-F).
           MOVE 0 TO MRG-FEED-KEY-N(MRG-F).
           IF MRG-KEY-TYPE = "N"
               IF FUNCTION TEST-NUMVAL(
                       MRG-IN-LINE(MRG-KEY-POS:MRG-KEY-LEN)) NOT = 0
                   PERFORM MRG-FEED-REJECT
                   EXIT SECTION
               END-IF
               COMPUTE MRG-FEED-KEY-N(MRG-F) = FUNCTION NUMVAL(
                   MRG-IN-LINE(MRG-KEY-POS:MRG-KEY-LEN))
           END-IF.
           IF MRG-FEED-HAS-PREV(MRG-F) = 1
               IF (MRG-KEY-TYPE = "N" AND MRG-FEED-KEY-N(MRG-F)
                       < MRG-FEED-PREV-N(MRG-F))
                   OR (MRG-KEY-TYPE = "C" AND MRG-FEED-KEY-X(MRG-F)
                       < MRG-FEED-PREV-X(MRG-F))
                   PERFORM MRG-FEED-REJECT
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE MRG-FEED-KEY-X(MRG-F) TO MRG-FEED-PREV-X(MRG-F).
           MOVE MRG-FEED-KEY-N(MRG-F) TO MRG-FEED-PREV-N(MRG-F).
           MOVE 1 TO MRG-FEED-HAS-PREV(MRG-F).
           PERFORM MRG-HEAP-PUSH.
       EXIT SECTION.
      *>   MRG-FEED-REJECT takes feed MRG-F out of the merge at the
      *>   record just read and names that record on the report
      *>   and on the reject trail.
       MRG-FEED-REJECT SECTION.
           MOVE "R" TO MRG-FEED-STATE(MRG-F).
           MOVE 8 TO MRG-BATCH-RC.
           PERFORM MRG-FEED-CLOSE.
           MOVE MRG-F TO MRG-FEED-Z.
           MOVE MRG-FEED-RECNO(MRG-F) TO MRG-VAL-Z.
           MOVE SPACES TO MRG-RPT-LINE.
           MOVE 1 TO MRG-PT.
           STRING "FEED=" DELIMITED BY SIZE
               MRG-FEED-Z DELIMITED BY SIZE
               " DSN=" DELIMITED BY SIZE
               FUNCTION TRIM(MRG-FEED-DSN(MRG-F)) DELIMITED BY SIZE
               " REJECTED AT RECORD=" DELIMITED BY SIZE
               FUNCTION TRIM(MRG-VAL-Z) DELIMITED BY SIZE
               INTO MRG-RPT-LINE
               WITH POINTER MRG-PT
           END-STRING.
           IF MRG-FEED-HAS-PREV(MRG-F) = 1
                   AND (MRG-KEY-TYPE = "C"
                   OR FUNCTION TEST-NUMVAL(
                       MRG-IN-LINE(MRG-KEY-POS:MRG-KEY-LEN)) = 0)
               STRING " OUT OF SEQUENCE KEY=" DELIMITED BY SIZE
                   MRG-IN-LINE(MRG-KEY-POS:MRG-KEY-LEN)
                       DELIMITED BY SIZE
                   " AFTER=" DELIMITED BY SIZE
                   MRG-FEED-PREV-X(MRG-F)(1:MRG-KEY-LEN)
                       DELIMITED BY SIZE
                   INTO MRG-RPT-LINE
                   WITH POINTER MRG-PT
               END-STRING
               MOVE "OUT-OF-SEQUENCE" TO RJ-REASON-CODE
               MOVE "KEY BELOW THE FEED'S PREVIOUS KEY"
                   TO RJ-REASON-TEXT
           ELSE
               STRING " KEY NOT NUMERIC=" DELIMITED BY SIZE
                   MRG-IN-LINE(MRG-KEY-POS:MRG-KEY-LEN)
                       DELIMITED BY SIZE
                   INTO MRG-RPT-LINE
                   WITH POINTER MRG-PT
               END-STRING
               MOVE "KEY-NOT-NUMERIC" TO RJ-REASON-CODE
               MOVE "NUM KEY COLUMNS DO NOT HOLD A NUMBER"
                   TO RJ-REASON-TEXT
           END-IF.
           PERFORM MRG-RPT-COMMIT.
           MOVE SPACES TO MRG-RPT-LINE.
           STRING "  RECORD=" DELIMITED BY SIZE
               MRG-IN-LINE(1:180) DELIMITED BY SIZE
               INTO MRG-RPT-LINE
           END-STRING.
           PERFORM MRG-RPT-COMMIT.
           PERFORM MRG-REJREC-WRITE.
       EXIT SECTION.
      *>   MRG-REJREC-WRITE finishes the reject record the caller
      *>   staged and appends it to MRG-REJECT-DSN, opened on first
      *>   use; a failing trail is diagnosed once and leaves the
      *>   step's RC alone, the feed already being refused.
       MRG-REJREC-WRITE SECTION.
           MOVE "MERGEFEEDS" TO RJ-PROGRAM.
           MOVE MRG-FEED-DSN(MRG-F) TO RJ-INPUT-DSN.
           MOVE MRG-FEED-RECNO(MRG-F) TO RJ-RECORD-NO.
           MOVE MRG-IN-LINE TO RJ-IMAGE.
           PERFORM REJREC-STAMP.
           IF NOT MRG-REJECT-OPENED
               OPEN EXTEND MRG-REJECT-FILE
               IF MRG-REJECT-FS = "05" OR MRG-REJECT-FS = "35"
                   OPEN OUTPUT MRG-REJECT-FILE
               END-IF
               MOVE 1 TO MRG-REJECT-OPEN-SW
           END-IF.
           WRITE MRG-REJECT-REC FROM RJ-RECORD.
           IF MRG-REJECT-FS NOT = "00" AND MRG-REJECT-ERR-SW = 0
               MOVE 1 TO MRG-REJECT-ERR-SW
               DISPLAY "MERGEFEEDS: WRITE FAILED ON DSN="
                   FUNCTION TRIM(MRG-REJECT-DSN)
                   " FS=" MRG-REJECT-FS
           END-IF.
       EXIT SECTION.
      *>   MRG-OUTPUT-WRITE writes feed MRG-F's held record, tagged
      *>   with the feed number when the roster asked for it.
       MRG-OUTPUT-WRITE SECTION.
           MOVE SPACES TO MRG-OUT-LINE.
           IF MRG-TAG-OUTPUT
               MOVE MRG-F TO MRG-FEED-Z
               STRING MRG-FEED-Z DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MRG-FEED-CUR(MRG-F) DELIMITED BY SIZE
                   INTO MRG-OUT-LINE
               END-STRING
           ELSE
               MOVE MRG-FEED-CUR(MRG-F) TO MRG-OUT-LINE
           END-IF.
           WRITE MRG-OUT-REC FROM MRG-OUT-LINE.
           IF MRG-OUT-FS NOT = "00" AND MRG-OUT-ERR-SW = 0
               MOVE 1 TO MRG-OUT-ERR-SW
               DISPLAY "MERGEFEEDS: WRITE FAILED ON DSN="
                   FUNCTION TRIM(MRG-OUT-DSN)
                   " FS=" MRG-OUT-FS
           END-IF.
           ADD 1 TO MRG-OUT-COUNT.
           ADD 1 TO MRG-FEED-MERGED(MRG-F).
       EXIT SECTION.
      *>   MRG-HEAP-PUSH is HEAPLIB's HEAP-PUSH over feed numbers:
      *>   feed MRG-F goes in at the bottom and sifts up past every
      *>   parent whose held key is larger. The heap can never hold
      *>   more than one entry per feed, so it cannot overflow.
       MRG-HEAP-PUSH SECTION.
           ADD 1 TO MRG-HEAP-N.
           MOVE MRG-F TO MRG-HEAP(MRG-HEAP-N).
           MOVE MRG-HEAP-N TO MRG-HEAP-C.
           PERFORM UNTIL MRG-HEAP-C <= 1
               COMPUTE MRG-HEAP-P = MRG-HEAP-C / 2
               MOVE MRG-HEAP(MRG-HEAP-C) TO MRG-CMP-A
               MOVE MRG-HEAP(MRG-HEAP-P) TO MRG-CMP-B
               PERFORM MRG-HEAP-COMPARE
               IF MRG-A-LESS
                   PERFORM MRG-HEAP-SWAP
                   MOVE MRG-HEAP-P TO MRG-HEAP-C
               ELSE
                   MOVE 1 TO MRG-HEAP-C
               END-IF
           END-PERFORM.
       EXIT SECTION.
      *>   MRG-HEAP-POP is HEAPLIB's HEAP-POPMIN: the root leaves,
      *>   the last entry takes its place and sifts down past its
      *>   smaller child.
       MRG-HEAP-POP SECTION.
           MOVE MRG-HEAP(MRG-HEAP-N) TO MRG-HEAP(1).
           SUBTRACT 1 FROM MRG-HEAP-N.
           MOVE 1 TO MRG-HEAP-P.
           PERFORM UNTIL MRG-HEAP-P * 2 > MRG-HEAP-N
               COMPUTE MRG-HEAP-C = MRG-HEAP-P * 2
               IF MRG-HEAP-C < MRG-HEAP-N
                   MOVE MRG-HEAP(MRG-HEAP-C + 1) TO MRG-CMP-A
                   MOVE MRG-HEAP(MRG-HEAP-C) TO MRG-CMP-B
                   PERFORM MRG-HEAP-COMPARE
                   IF MRG-A-LESS
                       ADD 1 TO MRG-HEAP-C
                   END-IF
               END-IF
               MOVE MRG-HEAP(MRG-HEAP-C) TO MRG-CMP-A
               MOVE MRG-HEAP(MRG-HEAP-P) TO MRG-CMP-B
               PERFORM MRG-HEAP-COMPARE
               IF MRG-A-LESS
                   PERFORM MRG-HEAP-SWAP
                   MOVE MRG-HEAP-C TO MRG-HEAP-P
               ELSE
                   COMPUTE MRG-HEAP-P = MRG-HEAP-N + 1
               END-IF
           END-PERFORM.
       EXIT SECTION.
      *>   MRG-HEAP-COMPARE answers whether feed MRG-CMP-A's held
      *>   record goes out before feed MRG-CMP-B's: smaller key
      *>   first, equal keys in feed order.
       MRG-HEAP-COMPARE SECTION.
           MOVE 0 TO MRG-LESS-SW.
           IF MRG-KEY-TYPE = "N"
               EVALUATE TRUE
                   WHEN MRG-FEED-KEY-N(MRG-CMP-A)
                           < MRG-FEED-KEY-N(MRG-CMP-B)
                       MOVE 1 TO MRG-LESS-SW
                   WHEN MRG-FEED-KEY-N(MRG-CMP-A)
                           = MRG-FEED-KEY-N(MRG-CMP-B)
                           AND MRG-CMP-A < MRG-CMP-B
                       MOVE 1 TO MRG-LESS-SW
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN MRG-FEED-KEY-X(MRG-CMP-A)
                           < MRG-FEED-KEY-X(MRG-CMP-B)
                       MOVE 1 TO MRG-LESS-SW
                   WHEN MRG-FEED-KEY-X(MRG-CMP-A)
                           = MRG-FEED-KEY-X(MRG-CMP-B)
                           AND MRG-CMP-A < MRG-CMP-B
                       MOVE 1 TO MRG-LESS-SW
               END-EVALUATE
           END-IF.
       EXIT SECTION.
       MRG-HEAP-SWAP SECTION.
           MOVE MRG-HEAP(MRG-HEAP-P) TO MRG-HEAP-TMP.
           MOVE MRG-HEAP(MRG-HEAP-C) TO MRG-HEAP(MRG-HEAP-P).
           MOVE MRG-HEAP-TMP TO MRG-HEAP(MRG-HEAP-C).
       EXIT SECTION.
      *>   MRG-FEED-REPORT-WRITE gives one line per feed: records
      *>   read and merged and how the feed ended.
       MRG-FEED-REPORT-WRITE SECTION.
           MOVE MRG-F TO MRG-FEED-Z.
           MOVE SPACES TO MRG-RPT-LINE.
           MOVE 1 TO MRG-PT.
           STRING "FEED=" DELIMITED BY SIZE
               MRG-FEED-Z DELIMITED BY SIZE
               " DSN=" DELIMITED BY SIZE
               FUNCTION TRIM(MRG-FEED-DSN(MRG-F)) DELIMITED BY SIZE
               INTO MRG-RPT-LINE
               WITH POINTER MRG-PT
           END-STRING.
           MOVE MRG-FEED-RECNO(MRG-F) TO MRG-VAL-Z.
           STRING " READ=" DELIMITED BY SIZE
               FUNCTION TRIM(MRG-VAL-Z) DELIMITED BY SIZE
               INTO MRG-RPT-LINE
               WITH POINTER MRG-PT
           END-STRING.
           MOVE MRG-FEED-MERGED(MRG-F) TO MRG-VAL-Z.
           STRING " MERGED=" DELIMITED BY SIZE
               FUNCTION TRIM(MRG-VAL-Z) DELIMITED BY SIZE
               INTO MRG-RPT-LINE
               WITH POINTER MRG-PT
           END-STRING.
           EVALUATE TRUE
               WHEN MRG-FEED-SPENT(MRG-F)
                   STRING " STATUS=COMPLETE" DELIMITED BY SIZE
                       INTO MRG-RPT-LINE
                       WITH POINTER MRG-PT
                   END-STRING
               WHEN MRG-FEED-REJECTED(MRG-F)
                   STRING " STATUS=REJECTED-OUT-OF-SEQUENCE"
                           DELIMITED BY SIZE
                       INTO MRG-RPT-LINE
                       WITH POINTER MRG-PT
                   END-STRING
               WHEN OTHER
                   MOVE MRG-FEED-FS(MRG-F) TO MRG-T3
                   STRING " STATUS=NOT-FOUND FS=" DELIMITED BY SIZE
                       MRG-T3(1:2) DELIMITED BY SIZE
                       INTO MRG-RPT-LINE
                       WITH POINTER MRG-PT
                   END-STRING
           END-EVALUATE.
           PERFORM MRG-RPT-COMMIT.
       EXIT SECTION.
       MRG-TOTAL-REPORT-WRITE SECTION.
           MOVE SPACES TO MRG-RPT-LINE.
           MOVE 1 TO MRG-PT.
           MOVE MRG-FEED-CNT TO MRG-VAL-Z.
           STRING "TOTAL FEEDS=" DELIMITED BY SIZE
               FUNCTION TRIM(MRG-VAL-Z) DELIMITED BY SIZE
               INTO MRG-RPT-LINE
               WITH POINTER MRG-PT
           END-STRING.
           MOVE MRG-READ-TOTAL TO MRG-VAL-Z.
           STRING " READ=" DELIMITED BY SIZE
               FUNCTION TRIM(MRG-VAL-Z) DELIMITED BY SIZE
               INTO MRG-RPT-LINE
               WITH POINTER MRG-PT
           END-STRING.
           MOVE MRG-OUT-COUNT TO MRG-VAL-Z.
           STRING " MERGED=" DELIMITED BY SIZE
               FUNCTION TRIM(MRG-VAL-Z) DELIMITED BY SIZE
               INTO MRG-RPT-LINE
               WITH POINTER MRG-PT
           END-STRING.
           PERFORM MRG-RPT-COMMIT.
       EXIT SECTION.
       MRG-RPT-COMMIT SECTION.
           WRITE MRG-RPT-REC FROM MRG-RPT-LINE.
           IF MRG-RPT-FS NOT = "00" AND MRG-RPT-ERR-SW = 0
               MOVE 1 TO MRG-RPT-ERR-SW
               DISPLAY "MERGEFEEDS: WRITE FAILED ON DSN="
                   FUNCTION TRIM(MRG-RPT-DSN)
                   " FS=" MRG-RPT-FS
           END-IF.
       EXIT SECTION.
      *>   The file-slot dispatchers: feed MRG-F's OPEN, READ, and
      *>   CLOSE each go to its own FD. READ leaves the record in
      *>   MRG-IN-LINE or sets MRG-EOF-SW; each slot's FILE STATUS
      *>   lands in its MRG-FEED-FS entry.
       MRG-FEED-OPEN-FILE SECTION.
           EVALUATE MRG-F
               WHEN 1
                   OPEN INPUT MRG-FEED-01-FILE
               WHEN 2
                   OPEN INPUT MRG-FEED-02-FILE
               WHEN 3
                   OPEN INPUT MRG-FEED-03-FILE
               WHEN 4
                   OPEN INPUT MRG-FEED-04-FILE
               WHEN 5
                   OPEN INPUT MRG-FEED-05-FILE
               WHEN 6
                   OPEN INPUT MRG-FEED-06-FILE
               WHEN 7
                   OPEN INPUT MRG-FEED-07-FILE
               WHEN 8
                   OPEN INPUT MRG-FEED-08-FILE
               WHEN 9
                   OPEN INPUT MRG-FEED-09-FILE
               WHEN 10
                   OPEN INPUT MRG-FEED-10-FILE
               WHEN 11
                   OPEN INPUT MRG-FEED-11-FILE
               WHEN 12
                   OPEN INPUT MRG-FEED-12-FILE
               WHEN 13
                   OPEN INPUT MRG-FEED-13-FILE
               WHEN 14
                   OPEN INPUT MRG-FEED-14-FILE
               WHEN 15
                   OPEN INPUT MRG-FEED-15-FILE
               WHEN 16
                   OPEN INPUT MRG-FEED-16-FILE
           END-EVALUATE.
       EXIT SECTION.
       MRG-FEED-READ-FILE SECTION.
           MOVE 0 TO MRG-EOF-SW.
           EVALUATE MRG-F
               WHEN 1
                   READ MRG-FEED-01-FILE INTO MRG-IN-LINE
                       AT END MOVE 1 TO MRG-EOF-SW
                   END-READ
               WHEN 2
                   READ MRG-FEED-02-FILE INTO MRG-IN-LINE
                       AT END MOVE 1 TO MRG-EOF-SW
                   END-READ
               WHEN 3
                   READ MRG-FEED-03-FILE INTO MRG-IN-LINE
                       AT END MOVE 1 TO MRG-EOF-SW
                   END-READ
               WHEN 4
                   READ MRG-FEED-04-FILE INTO MRG-IN-LINE
                       AT END MOVE 1 TO MRG-EOF-SW
                   END-READ
               WHEN 5
                   READ MRG-FEED-05-FILE INTO MRG-IN-LINE
                       AT END MOVE 1 TO MRG-EOF-SW
                   END-READ
               WHEN 6
                   READ MRG-FEED-06-FILE INTO MRG-IN-LINE
                       AT END MOVE 1 TO MRG-EOF-SW
                   END-READ
               WHEN 7
                   READ MRG-FEED-07-FILE INTO MRG-IN-LINE
                       AT END MOVE 1 TO MRG-EOF-SW
                   END-READ
               WHEN 8
                   READ MRG-FEED-08-FILE INTO MRG-IN-LINE
                       AT END MOVE 1 TO MRG-EOF-SW
                   END-READ
               WHEN 9
                   READ MRG-FEED-09-FILE INTO MRG-IN-LINE
                       AT END MOVE 1 TO MRG-EOF-SW
                   END-READ
               WHEN 10
                   READ MRG-FEED-10-FILE INTO MRG-IN-LINE
                       AT END MOVE 1 TO MRG-EOF-SW
                   END-READ
               WHEN 11
                   READ MRG-FEED-11-FILE INTO MRG-IN-LINE
                       AT END MOVE 1 TO MRG-EOF-SW
                   END-READ
               WHEN 12
                   READ MRG-FEED-12-FILE INTO MRG-IN-LINE
                       AT END MOVE 1 TO MRG-EOF-SW
                   END-READ
               WHEN 13
                   READ MRG-FEED-13-FILE INTO MRG-IN-LINE
                       AT END MOVE 1 TO MRG-EOF-SW
                   END-READ
               WHEN 14
                   READ MRG-FEED-14-FILE INTO MRG-IN-LINE
                       AT END MOVE 1 TO MRG-EOF-SW
                   END-READ
               WHEN 15
                   READ MRG-FEED-15-FILE INTO MRG-IN-LINE
                       AT END MOVE 1 TO MRG-EOF-SW
                   END-READ
               WHEN 16
                   READ MRG-FEED-16-FILE INTO MRG-IN-LINE
                       AT END MOVE 1 TO MRG-EOF-SW
                   END-READ
           END-EVALUATE.
       EXIT SECTION.
       MRG-FEED-CLOSE SECTION.
           EVALUATE MRG-F
               WHEN 1
                   CLOSE MRG-FEED-01-FILE
               WHEN 2
                   CLOSE MRG-FEED-02-FILE
               WHEN 3
                   CLOSE MRG-FEED-03-FILE
               WHEN 4
                   CLOSE MRG-FEED-04-FILE
               WHEN 5
                   CLOSE MRG-FEED-05-FILE
               WHEN 6
                   CLOSE MRG-FEED-06-FILE
               WHEN 7
                   CLOSE MRG-FEED-07-FILE
               WHEN 8
                   CLOSE MRG-FEED-08-FILE
               WHEN 9
                   CLOSE MRG-FEED-09-FILE
               WHEN 10
                   CLOSE MRG-FEED-10-FILE
               WHEN 11
                   CLOSE MRG-FEED-11-FILE
               WHEN 12
                   CLOSE MRG-FEED-12-FILE
               WHEN 13
                   CLOSE MRG-FEED-13-FILE
               WHEN 14
                   CLOSE MRG-FEED-14-FILE
               WHEN 15
                   CLOSE MRG-FEED-15-FILE
               WHEN 16
                   CLOSE MRG-FEED-16-FILE
           END-EVALUATE.
       EXIT SECTION.
      *>   MRG-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
      *>   default; run standalone the block is never set and
      *>   nothing changes). The input field names the roster, the
      *>   output field the merged dataset, and the parameter the
      *>   merge report.
       MRG-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO MRG-ROSTER-DSN
               ELSE
                   MOVE "MRGROSTER.DAT" TO MRG-ROSTER-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO MRG-OUT-DSN
               ELSE
                   MOVE "MRGOUT.DAT" TO MRG-OUT-DSN
               END-IF
               IF BATCH-PARM-TEXT NOT = SPACES
                       AND BATCH-PARM-TEXT(1:1) NOT = "*"
                   MOVE BATCH-PARM-TEXT TO MRG-RPT-DSN
               ELSE
                   MOVE "MRGRPT.DAT" TO MRG-RPT-DSN
               END-IF
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
           COPY "REJRECP.cpy".
       END PROGRAM MERGEFEEDS.
