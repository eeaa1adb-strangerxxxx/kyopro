      *>   ("LOAD text", "FIND pattern", "REVERSE", "PALIN",
      *>   "LCP text", "DIST s1 s2" for the Levenshtein edit
      *>   distance, "NEAREST lookup-dsn" for the closest entry of a
      *>   reference dataset to the loaded text, "SCAN kw-dsn
      *>   target-dsn" for the watch-list screen below), one result
      *>   line per command out. The
      *>   sections work the STRING LIST layout template.cbl
      *>   documents (SL/SI/S, one PIC X(1) per slot), so the
      *>   reference-string matching jobs stop copying subtly
           SELECT STR-LKP-FILE ASSIGN TO DYNAMIC STR-LKP-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STR-LKP-FS.
      *>   STR-KW-FILE/STR-SCAN-FILE serve the SCAN command: the
      *>   compliance watch-list (one term per record, embedded
      *>   spaces allowed) is loaded once, and every record of the
      *>   target dataset is then passed a single time against all
      *>   the terms together, instead of one FIND per term per
      *>   record.
           SELECT STR-KW-FILE ASSIGN TO DYNAMIC STR-KW-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STR-KW-FS.
           SELECT STR-SCAN-FILE ASSIGN TO DYNAMIC STR-SCAN-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STR-SCAN-FS.
      *>   STR-REJECT-FILE is the reject trail: every command
      *>   answered REJECTED is also written here in the shared
      *>   REJREC.cpy layout, appended run after run.
           SELECT STR-REJECT-FILE ASSIGN TO DYNAMIC STR-REJECT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STR-REJECT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
               01 STR-OUT-REC PIC X(132).
           FD STR-LKP-FILE.
               01 STR-LKP-REC PIC X(132).
           FD STR-KW-FILE.
               01 STR-KW-REC PIC X(132).
           FD STR-SCAN-FILE.
               01 STR-SCAN-REC PIC X(1000).
           FD STR-REJECT-FILE.
               01 STR-REJECT-REC PIC X(250).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "REJREC.cpy".
           01 STR-WK.
               03 STR-CMD-DSN PIC X(100) VALUE "STRCMD.DAT".
               03 STR-CMD-FS PIC XX.
               03 STR-BATCH-COUNT BINARY-LONG UNSIGNED VALUE 0.
               03 STR-BATCH-RC PIC S9(4) VALUE 0.
               03 STR-OUT-ERR-SW PIC 9 VALUE 0.
               03 STR-REJECT-DSN PIC X(100) VALUE "STRREJ.LOG".
               03 STR-REJECT-FS PIC XX.
               03 STR-REJECT-OPEN-SW PIC 9 VALUE 0.
                   88 STR-REJECT-OPENED VALUE 1.
               03 STR-REJECT-ERR-SW PIC 9 VALUE 0.
               03 STR-IN-RECNO BINARY-LONG UNSIGNED VALUE 0.
               03 STR-VAL-Z PIC Z(8)9.
               03 STR-PT BINARY-LONG SIGNED VALUE 1.
               03 STR-OUT-LINE PIC X(132).
               03 STR-NEAR-BEST BINARY-LONG SIGNED VALUE 0.
               03 STR-NEAR-TEXT PIC X(120).
               03 STR-NEAR-CNT BINARY-LONG SIGNED VALUE 0.
      *>   Watch-list scan working set. The terms go into one
      *>   keyword trie (Aho-Corasick), node 1 the root: a node is
      *>   also the edge into it, so STR-AC-CH is the character
      *>   that edge reads and STR-AC-SIB the next child of the same
      *>   parent, whose first child is STR-AC-FIRST. STR-AC-FAIL
      *>   is the node for the longest
      *>   proper suffix that is also a trie path, STR-AC-KW the
      *>   term ending at the node, and STR-AC-DICT the nearest
      *>   node down the fail chain where some term ends — so one
      *>   left-to-right pass over a record finds every term at
      *>   every offset, overlaps included. STR-KW-MAX terms of up
      *>   to 120 characters can never need more than STR-AC-MAXN
      *>   nodes. NOCASE folds terms and records to upper case
      *>   before matching; WORD drops a hit with a letter or digit
      *>   directly before or after it.
           01 STR-SCAN-WK.
               03 STR-KW-DSN PIC X(100).
               03 STR-KW-FS PIC XX.
               03 STR-SCAN-DSN PIC X(100).
               03 STR-SCAN-FS PIC XX.
               03 STR-SCAN-OPT1 PIC X(20).
               03 STR-SCAN-OPT2 PIC X(20).
               03 STR-SCAN-OPT3 PIC X(20).
               03 STR-NOCASE-SW PIC 9 VALUE 0.
                   88 STR-NOCASE VALUE 1.
               03 STR-WORD-SW PIC 9 VALUE 0.
                   88 STR-WHOLE-WORD VALUE 1.
               03 STR-SCAN-OK-SW PIC 9 VALUE 0.
                   88 STR-SCAN-OK VALUE 1.
               03 STR-SCAN-TEXT PIC X(1000).
               03 STR-SCAN-LEN BINARY-LONG SIGNED VALUE 0.
               03 STR-SCAN-POS BINARY-LONG SIGNED VALUE 0.
               03 STR-SCAN-RECNO BINARY-LONG SIGNED VALUE 0.
               03 STR-SCAN-HITS BINARY-LONG SIGNED VALUE 0.
               03 STR-SCAN-START BINARY-LONG SIGNED VALUE 0.
               03 STR-SCAN-CH PIC X.
                   88 STR-WORD-CHAR VALUES "A" THRU "Z"
                                           "a" THRU "z"
                                           "0" THRU "9".
               03 STR-KW-DUPS BINARY-LONG SIGNED VALUE 0.
               03 STR-KW-OVER BINARY-LONG SIGNED VALUE 0.
               03 STR-KW-MAX BINARY-LONG SIGNED VALUE 1000.
               03 STR-KW-CNT BINARY-LONG SIGNED VALUE 0.
               03 STR-KW-K BINARY-LONG SIGNED VALUE 0.
               03 STR-KW-TAB.
                   05 STR-KW-I OCCURS 1000 TIMES.
                       07 STR-KW-TEXT PIC X(120).
                       07 STR-KW-LEN BINARY-LONG SIGNED.
                       07 STR-KW-HITS BINARY-LONG SIGNED.
               03 STR-AC-MAXN BINARY-LONG SIGNED VALUE 120001.
               03 STR-AC-NODES BINARY-LONG SIGNED VALUE 0.
               03 STR-AC-U BINARY-LONG SIGNED VALUE 0.
               03 STR-AC-V BINARY-LONG SIGNED VALUE 0.
               03 STR-AC-F BINARY-LONG SIGNED VALUE 0.
               03 STR-AC-X BINARY-LONG SIGNED VALUE 0.
               03 STR-AC-E BINARY-LONG SIGNED VALUE 0.
               03 STR-AC-C PIC X.
               03 STR-AC-Q-HEAD BINARY-LONG SIGNED VALUE 0.
               03 STR-AC-Q-TAIL BINARY-LONG SIGNED VALUE 0.
               03 STR-AC-NODE-TAB.
                   05 STR-AC-NODE-I OCCURS 120001 TIMES.
                       07 STR-AC-FIRST BINARY-LONG SIGNED.
                       07 STR-AC-FAIL BINARY-LONG SIGNED.
                       07 STR-AC-KW BINARY-LONG SIGNED.
                       07 STR-AC-DICT BINARY-LONG SIGNED.
                       07 STR-AC-Q BINARY-LONG SIGNED.
                       07 STR-AC-SIB BINARY-LONG SIGNED.
                       07 STR-AC-CH PIC X.
       PROCEDURE DIVISION.
      *>   STR-BATCH-RUN is this program's entry point, whether it
      *>   is run as its own job step or CALLed as one step of a
           MOVE 0 TO STR-BATCH-RC.
           MOVE 0 TO STR-OUT-ERR-SW.
           MOVE 0 TO STR-BATCH-COUNT.
           MOVE 0 TO STR-IN-RECNO.
           MOVE 0 TO STR-REJECT-ERR-SW.
           MOVE 0 TO RJ-RUN-SW.
           MOVE 0 TO SU-N1.
           MOVE 0 TO SU-N2.
           OPEN INPUT STR-CMD-FILE.
           END-IF.
           CLOSE STR-CMD-FILE.
           CLOSE STR-OUT-FILE.
           IF STR-REJECT-OPENED
               CLOSE STR-REJECT-FILE
               MOVE 0 TO STR-REJECT-OPEN-SW
           END-IF.
           MOVE STR-BATCH-RC TO RETURN-CODE.
           MOVE "STRJOB01" TO JA-JOB-ID.
           MOVE STR-CMD-DSN TO JA-INPUT-DSN.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
       STR-BATCH-CMD-PROCESS SECTION.
           ADD 1 TO STR-IN-RECNO.
           IF STR-CMD-REC = SPACES
               CONTINUE
           ELSE
                   WHEN STR-CMD-OP = "NEAREST"
                           AND STR-CMD-TALLY = 2
                       PERFORM STR-NEAREST-PROCESS
                   WHEN STR-CMD-OP = "SCAN"
                           AND STR-CMD-TALLY = 3
                       PERFORM STR-SCAN-PROCESS
                   WHEN STR-CMD-OP = "LOAD"
                           AND STR-CMD-TALLY = 2
                       PERFORM STR-LOAD-SL1
                       END-STRING
                       WRITE STR-OUT-REC FROM STR-OUT-LINE
                       PERFORM STR-OUT-WRITE-CHECK
                       MOVE "MALFORMED" TO RJ-REASON-CODE
                       MOVE "UNKNOWN COMMAND OR WRONG OPERAND COUNT"
                           TO RJ-REASON-TEXT
                       PERFORM STR-REJREC-WRITE
               END-EVALUATE
           END-IF.
       EXIT SECTION.
               END-STRING
               WRITE STR-OUT-REC FROM STR-OUT-LINE
               PERFORM STR-OUT-WRITE-CHECK
               MOVE "LOOKUP-OPEN" TO RJ-REASON-CODE
               MOVE "LOOKUP DATASET WOULD NOT OPEN"
                   TO RJ-REASON-TEXT
               PERFORM STR-REJREC-WRITE
               EXIT SECTION
           END-IF.
           MOVE 0 TO STR-NEAR-CNT.
               END-STRING
               WRITE STR-OUT-REC FROM STR-OUT-LINE
               PERFORM STR-OUT-WRITE-CHECK
               MOVE "LOOKUP-EMPTY" TO RJ-REASON-CODE
               MOVE "LOOKUP DATASET HAS NO ENTRIES"
                   TO RJ-REASON-TEXT
               PERFORM STR-REJREC-WRITE
               EXIT SECTION
           END-IF.
           MOVE STR-NEAR-BEST TO STR-VAL-Z.
           WRITE STR-OUT-REC FROM STR-OUT-LINE.
           PERFORM STR-OUT-WRITE-CHECK.
       EXIT SECTION.
      *>   STR-SCAN-PROCESS runs "SCAN kw-dsn target-dsn [NOCASE]
      *>   [WORD]": the watch-list is built into the trie once, the
      *>   target dataset is passed record by record, and every hit
      *>   gets a HIT line (record number, offset, term). Closing
      *>   KEYWORD lines give each term's hit count in watch-list
      *>   order, a SCAN line the totals. An unopenable dataset, an
      *>   empty watch-list or an unknown option is a rejected
      *>   command, as for NEAREST.
       STR-SCAN-PROCESS SECTION.
           MOVE STR-CMD-VAL TO STR-KW-DSN.
           MOVE STR-CMD-VAL2 TO STR-SCAN-DSN.
           MOVE SPACES TO STR-SCAN-OPT1.
           MOVE SPACES TO STR-SCAN-OPT2.
           MOVE SPACES TO STR-SCAN-OPT3.
           UNSTRING STR-CMD-REC DELIMITED BY ALL SPACE
               INTO STR-CMD-OP STR-CMD-VAL STR-CMD-VAL2
                   STR-SCAN-OPT1 STR-SCAN-OPT2 STR-SCAN-OPT3
           END-UNSTRING.
           MOVE 0 TO STR-NOCASE-SW.
           MOVE 0 TO STR-WORD-SW.
           IF STR-SCAN-OPT1 = "NOCASE" OR STR-SCAN-OPT2 = "NOCASE"
               MOVE 1 TO STR-NOCASE-SW
           END-IF.
           IF STR-SCAN-OPT1 = "WORD" OR STR-SCAN-OPT2 = "WORD"
               MOVE 1 TO STR-WORD-SW
           END-IF.
           IF (STR-SCAN-OPT1 NOT = SPACES AND NOT = "NOCASE"
                       AND NOT = "WORD")
                   OR (STR-SCAN-OPT2 NOT = SPACES
                       AND NOT = "NOCASE" AND NOT = "WORD")
                   OR STR-SCAN-OPT3 NOT = SPACES
               MOVE "SCAN-OPTION" TO RJ-REASON-CODE
               MOVE "SCAN OPTION NOT NOCASE OR WORD"
                   TO RJ-REASON-TEXT
               PERFORM STR-SCAN-REJECT
               EXIT SECTION
           END-IF.
           PERFORM STR-KW-LOAD.
           IF NOT STR-SCAN-OK
               MOVE "NO-WATCH-LIST" TO RJ-REASON-CODE
               MOVE "WATCH-LIST WOULD NOT OPEN OR IS EMPTY"
                   TO RJ-REASON-TEXT
               PERFORM STR-SCAN-REJECT
               EXIT SECTION
           END-IF.
           OPEN INPUT STR-SCAN-FILE.
           IF STR-SCAN-FS NOT = "00"
               MOVE "SCAN-OPEN" TO RJ-REASON-CODE
               MOVE "TARGET DATASET WOULD NOT OPEN"
                   TO RJ-REASON-TEXT
               PERFORM STR-SCAN-REJECT
               EXIT SECTION
           END-IF.
           MOVE 0 TO STR-SCAN-RECNO.
           MOVE 0 TO STR-SCAN-HITS.
           PERFORM UNTIL STR-SCAN-FS NOT = "00"
               READ STR-SCAN-FILE
                   AT END
                       MOVE "10" TO STR-SCAN-FS
                   NOT AT END
                       ADD 1 TO STR-SCAN-RECNO
                       PERFORM STR-SCAN-RECORD
               END-READ
           END-PERFORM.
           CLOSE STR-SCAN-FILE.
           PERFORM VARYING STR-KW-K FROM 1 BY 1
                   UNTIL STR-KW-K > STR-KW-CNT
               MOVE SPACES TO STR-OUT-LINE
               MOVE STR-KW-HITS(STR-KW-K) TO STR-VAL-Z
               STRING "KEYWORD HITS=" DELIMITED BY SIZE
                   FUNCTION TRIM(STR-VAL-Z) DELIMITED BY SIZE
                   " KEYWORD=" DELIMITED BY SIZE
                   STR-KW-TEXT(STR-KW-K)(1:STR-KW-LEN(STR-KW-K))
                       DELIMITED BY SIZE
                   INTO STR-OUT-LINE
               END-STRING
               WRITE STR-OUT-REC FROM STR-OUT-LINE
               PERFORM STR-OUT-WRITE-CHECK
           END-PERFORM.
           MOVE SPACES TO STR-OUT-LINE.
           MOVE 1 TO STR-PT.
           MOVE STR-SCAN-RECNO TO STR-VAL-Z.
           STRING "SCAN RECORDS=" DELIMITED BY SIZE
               FUNCTION TRIM(STR-VAL-Z) DELIMITED BY SIZE
               INTO STR-OUT-LINE
               WITH POINTER STR-PT
           END-STRING.
           MOVE STR-KW-CNT TO STR-VAL-Z.
           STRING " KEYWORDS=" DELIMITED BY SIZE
               FUNCTION TRIM(STR-VAL-Z) DELIMITED BY SIZE
               INTO STR-OUT-LINE
               WITH POINTER STR-PT
           END-STRING.
           MOVE STR-SCAN-HITS TO STR-VAL-Z.
           STRING " HITS=" DELIMITED BY SIZE
               FUNCTION TRIM(STR-VAL-Z) DELIMITED BY SIZE
               INTO STR-OUT-LINE
               WITH POINTER STR-PT
           END-STRING.
           IF STR-KW-DUPS > 0
               MOVE STR-KW-DUPS TO STR-VAL-Z
               STRING " DUPLICATES=" DELIMITED BY SIZE
                   FUNCTION TRIM(STR-VAL-Z) DELIMITED BY SIZE
                   INTO STR-OUT-LINE
                   WITH POINTER STR-PT
               END-STRING
           END-IF.
      *>   A term the trie could not take (past STR-KW-MAX, or
      *>   longer than a term slot) was not screened for: that
      *>   fails the screen's completeness, so it warns.
           IF STR-KW-OVER > 0
               IF STR-BATCH-RC < 4
                   MOVE 4 TO STR-BATCH-RC
               END-IF
               MOVE STR-KW-OVER TO STR-VAL-Z
               STRING " SKIPPED=" DELIMITED BY SIZE
                   FUNCTION TRIM(STR-VAL-Z) DELIMITED BY SIZE
                   INTO STR-OUT-LINE
                   WITH POINTER STR-PT
               END-STRING
           END-IF.
           WRITE STR-OUT-REC FROM STR-OUT-LINE.
           PERFORM STR-OUT-WRITE-CHECK.
       EXIT SECTION.
      *>   STR-SCAN-REJECT answers a refused SCAN command and sends
      *>   it to the reject trail with the caller's reason.
       STR-SCAN-REJECT SECTION.
           IF STR-BATCH-RC < 4
               MOVE 4 TO STR-BATCH-RC
           END-IF.
           MOVE SPACES TO STR-OUT-LINE.
           STRING "REJECTED COMMAND=" DELIMITED BY SIZE
               STR-CMD-REC(1:60) DELIMITED BY SIZE
               INTO STR-OUT-LINE
           END-STRING.
           WRITE STR-OUT-REC FROM STR-OUT-LINE.
           PERFORM STR-OUT-WRITE-CHECK.
           PERFORM STR-REJREC-WRITE.
       EXIT SECTION.
      *>   STR-REJREC-WRITE finishes the reject record the caller
      *>   staged and appends it to STR-REJECT-DSN, opened on first
      *>   use; a failing trail is diagnosed once and leaves the
      *>   step's RC alone, the command already being refused.
       STR-REJREC-WRITE SECTION.
           MOVE "STRUTIL" TO RJ-PROGRAM.
           MOVE STR-CMD-DSN TO RJ-INPUT-DSN.
           MOVE STR-IN-RECNO TO RJ-RECORD-NO.
           MOVE STR-CMD-REC TO RJ-IMAGE.
           PERFORM REJREC-STAMP.
           IF NOT STR-REJECT-OPENED
               OPEN EXTEND STR-REJECT-FILE
               IF STR-REJECT-FS = "05" OR STR-REJECT-FS = "35"
                   OPEN OUTPUT STR-REJECT-FILE
               END-IF
               MOVE 1 TO STR-REJECT-OPEN-SW
           END-IF.
           WRITE STR-REJECT-REC FROM RJ-RECORD.
           IF STR-REJECT-FS NOT = "00" AND STR-REJECT-ERR-SW = 0
               MOVE 1 TO STR-REJECT-ERR-SW
               DISPLAY "STRUTIL: WRITE FAILED ON DSN="
                   FUNCTION TRIM(STR-REJECT-DSN)
                   " FS=" STR-REJECT-FS
           END-IF.
       EXIT SECTION.
      *>   STR-KW-LOAD reads the watch-list into the trie, one path
      *>   per term (a repeated term is counted once), then links
      *>   every node's fail and dictionary-suffix nodes breadth-
      *>   first, parents before children, so each link it follows
      *>   is already set.
       STR-KW-LOAD SECTION.
           MOVE 0 TO STR-SCAN-OK-SW.
           MOVE 0 TO STR-KW-CNT.
           MOVE 0 TO STR-KW-DUPS.
           MOVE 0 TO STR-KW-OVER.
           MOVE 1 TO STR-AC-NODES.
           MOVE 0 TO STR-AC-FIRST(1).
           MOVE 0 TO STR-AC-FAIL(1).
           MOVE 0 TO STR-AC-KW(1).
           MOVE 0 TO STR-AC-DICT(1).
           OPEN INPUT STR-KW-FILE.
           IF STR-KW-FS NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL STR-KW-FS NOT = "00"
               READ STR-KW-FILE
                   AT END
                       MOVE "10" TO STR-KW-FS
                   NOT AT END
                       IF STR-KW-REC NOT = SPACES
                           PERFORM STR-KW-INSERT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STR-KW-FILE.
           IF STR-KW-CNT = 0
               EXIT SECTION
           END-IF.
           MOVE 1 TO STR-SCAN-OK-SW.
           MOVE 0 TO STR-AC-Q-HEAD.
           MOVE 0 TO STR-AC-Q-TAIL.
           MOVE STR-AC-FIRST(1) TO STR-AC-V.
           PERFORM UNTIL STR-AC-V = 0
               MOVE 1 TO STR-AC-FAIL(STR-AC-V)
               MOVE 0 TO STR-AC-DICT(STR-AC-V)
               ADD 1 TO STR-AC-Q-TAIL
               MOVE STR-AC-V TO STR-AC-Q(STR-AC-Q-TAIL)
               MOVE STR-AC-SIB(STR-AC-V) TO STR-AC-V
           END-PERFORM.
           PERFORM UNTIL STR-AC-Q-HEAD >= STR-AC-Q-TAIL
               ADD 1 TO STR-AC-Q-HEAD
               MOVE STR-AC-Q(STR-AC-Q-HEAD) TO STR-AC-X
               MOVE STR-AC-FIRST(STR-AC-X) TO STR-AC-V
               PERFORM UNTIL STR-AC-V = 0
                   PERFORM STR-AC-LINK
                   ADD 1 TO STR-AC-Q-TAIL
                   MOVE STR-AC-V TO STR-AC-Q(STR-AC-Q-TAIL)
                   MOVE STR-AC-SIB(STR-AC-V) TO STR-AC-V
               END-PERFORM
           END-PERFORM.
       EXIT SECTION.
      *>   STR-KW-INSERT adds one term, trimmed both ends (and
      *>   folded to upper case under NOCASE), as a trie path.
       STR-KW-INSERT SECTION.
           IF STR-KW-CNT >= STR-KW-MAX
                   OR FUNCTION LENGTH(FUNCTION TRIM(STR-KW-REC)) > 120
               ADD 1 TO STR-KW-OVER
               DISPLAY "STRUTIL: SCAN TERM SKIPPED="
                   STR-KW-REC(1:60)
               EXIT SECTION
           END-IF.
           ADD 1 TO STR-KW-CNT.
           MOVE FUNCTION TRIM(STR-KW-REC) TO STR-KW-TEXT(STR-KW-CNT).
           IF STR-NOCASE
               MOVE FUNCTION UPPER-CASE(STR-KW-TEXT(STR-KW-CNT))
                   TO STR-KW-TEXT(STR-KW-CNT)
           END-IF.
           COMPUTE STR-KW-LEN(STR-KW-CNT) =
               FUNCTION LENGTH(FUNCTION TRIM(STR-KW-REC)).
           MOVE 0 TO STR-KW-HITS(STR-KW-CNT).
           MOVE 1 TO STR-AC-U.
           PERFORM VARYING STR-SCAN-POS FROM 1 BY 1
                   UNTIL STR-SCAN-POS > STR-KW-LEN(STR-KW-CNT)
               MOVE STR-KW-TEXT(STR-KW-CNT)(STR-SCAN-POS:1)
                   TO STR-AC-C
               PERFORM STR-AC-GOTO
               IF STR-AC-V = 0
                   ADD 1 TO STR-AC-NODES
                   MOVE STR-AC-NODES TO STR-AC-V
                   MOVE STR-AC-C TO STR-AC-CH(STR-AC-V)
                   MOVE 0 TO STR-AC-FIRST(STR-AC-V)
                   MOVE 0 TO STR-AC-KW(STR-AC-V)
                   MOVE STR-AC-FIRST(STR-AC-U) TO STR-AC-SIB(STR-AC-V)
                   MOVE STR-AC-V TO STR-AC-FIRST(STR-AC-U)
               END-IF
               MOVE STR-AC-V TO STR-AC-U
           END-PERFORM.
           IF STR-AC-KW(STR-AC-U) NOT = 0
               ADD 1 TO STR-KW-DUPS
               SUBTRACT 1 FROM STR-KW-CNT
           ELSE
               MOVE STR-KW-CNT TO STR-AC-KW(STR-AC-U)
           END-IF.
       EXIT SECTION.
      *>   STR-AC-LINK sets child STR-AC-V's links from its parent
      *>   STR-AC-X's: down the parent's fail chain to the first
      *>   node with a child on the same character (the root when
      *>   none has).
       STR-AC-LINK SECTION.
           MOVE STR-AC-CH(STR-AC-V) TO STR-AC-C.
           MOVE STR-AC-FAIL(STR-AC-X) TO STR-AC-F.
           MOVE STR-AC-V TO STR-AC-E.
           MOVE STR-AC-F TO STR-AC-U.
           PERFORM STR-AC-GOTO.
           PERFORM UNTIL STR-AC-V NOT = 0 OR STR-AC-U = 1
               MOVE STR-AC-FAIL(STR-AC-U) TO STR-AC-U
               PERFORM STR-AC-GOTO
           END-PERFORM.
           IF STR-AC-V = 0
               MOVE 1 TO STR-AC-V
           END-IF.
           MOVE STR-AC-V TO STR-AC-FAIL(STR-AC-E).
           IF STR-AC-KW(STR-AC-V) NOT = 0
               MOVE STR-AC-V TO STR-AC-DICT(STR-AC-E)
           ELSE
               MOVE STR-AC-DICT(STR-AC-V) TO STR-AC-DICT(STR-AC-E)
           END-IF.
           MOVE STR-AC-E TO STR-AC-V.
       EXIT SECTION.
      *>   STR-AC-GOTO finds STR-AC-U's child on character STR-AC-C
      *>   into STR-AC-V (0 when there is none).
       STR-AC-GOTO SECTION.
           MOVE STR-AC-FIRST(STR-AC-U) TO STR-AC-V.
           PERFORM UNTIL STR-AC-V = 0
                   OR STR-AC-CH(STR-AC-V) = STR-AC-C
               MOVE STR-AC-SIB(STR-AC-V) TO STR-AC-V
           END-PERFORM.
       EXIT SECTION.
      *>   STR-SCAN-RECORD passes one target record through the
      *>   trie: on a character with no child the state falls back
      *>   down its fail chain, and every term ending at the new
      *>   state (itself, then its dictionary-suffix chain) is a
      *>   hit ending here.
       STR-SCAN-RECORD SECTION.
           MOVE STR-SCAN-REC TO STR-SCAN-TEXT.
           IF STR-NOCASE
               MOVE FUNCTION UPPER-CASE(STR-SCAN-REC)
                   TO STR-SCAN-TEXT
           END-IF.
           COMPUTE STR-SCAN-LEN =
               FUNCTION STORED-CHAR-LENGTH(STR-SCAN-TEXT).
           MOVE 1 TO STR-AC-U.
           PERFORM VARYING STR-SCAN-POS FROM 1 BY 1
                   UNTIL STR-SCAN-POS > STR-SCAN-LEN
               MOVE STR-SCAN-TEXT(STR-SCAN-POS:1) TO STR-AC-C
               PERFORM STR-AC-GOTO
               PERFORM UNTIL STR-AC-V NOT = 0 OR STR-AC-U = 1
                   MOVE STR-AC-FAIL(STR-AC-U) TO STR-AC-U
                   PERFORM STR-AC-GOTO
               END-PERFORM
               IF STR-AC-V NOT = 0
                   MOVE STR-AC-V TO STR-AC-U
               END-IF
               IF STR-AC-KW(STR-AC-U) NOT = 0
                   MOVE STR-AC-U TO STR-AC-X
               ELSE
                   MOVE STR-AC-DICT(STR-AC-U) TO STR-AC-X
               END-IF
               PERFORM UNTIL STR-AC-X = 0
                   MOVE STR-AC-KW(STR-AC-X) TO STR-KW-K
                   PERFORM STR-SCAN-HIT
                   MOVE STR-AC-DICT(STR-AC-X) TO STR-AC-X
               END-PERFORM
           END-PERFORM.
       EXIT SECTION.
      *>   STR-SCAN-HIT records term STR-KW-K ending at STR-SCAN-POS;
      *>   under WORD a letter or digit either side disqualifies it.
       STR-SCAN-HIT SECTION.
           COMPUTE STR-SCAN-START =
               STR-SCAN-POS - STR-KW-LEN(STR-KW-K) + 1.
           IF STR-WHOLE-WORD
               IF STR-SCAN-START > 1
                   MOVE STR-SCAN-TEXT(STR-SCAN-START - 1:1)
                       TO STR-SCAN-CH
                   IF STR-WORD-CHAR
                       EXIT SECTION
                   END-IF
               END-IF
               IF STR-SCAN-POS < LENGTH OF STR-SCAN-TEXT
                   MOVE STR-SCAN-TEXT(STR-SCAN-POS + 1:1)
                       TO STR-SCAN-CH
                   IF STR-WORD-CHAR
                       EXIT SECTION
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO STR-KW-HITS(STR-KW-K).
           ADD 1 TO STR-SCAN-HITS.
           MOVE SPACES TO STR-OUT-LINE.
           MOVE 1 TO STR-PT.
           MOVE STR-SCAN-RECNO TO STR-VAL-Z.
           STRING "HIT RECORD=" DELIMITED BY SIZE
               FUNCTION TRIM(STR-VAL-Z) DELIMITED BY SIZE
               INTO STR-OUT-LINE
               WITH POINTER STR-PT
           END-STRING.
           MOVE STR-SCAN-START TO STR-VAL-Z.
           STRING " OFFSET=" DELIMITED BY SIZE
               FUNCTION TRIM(STR-VAL-Z) DELIMITED BY SIZE
               " KEYWORD=" DELIMITED BY SIZE
               STR-KW-TEXT(STR-KW-K)(1:STR-KW-LEN(STR-KW-K))
                   DELIMITED BY SIZE
               INTO STR-OUT-LINE
               WITH POINTER STR-PT
           END-STRING.
           WRITE STR-OUT-REC FROM STR-OUT-LINE.
           PERFORM STR-OUT-WRITE-CHECK.
       EXIT SECTION.
       STR-DIST-WRITE SECTION.
           MOVE SU-DIST-RES TO STR-VAL-Z.
           MOVE SPACES TO STR-OUT-LINE.
           END-IF.
       EXIT SECTION.
           COPY "JOBAUDITP.cpy".
           COPY "REJRECP.cpy".
       END PROGRAM STRUTIL.
