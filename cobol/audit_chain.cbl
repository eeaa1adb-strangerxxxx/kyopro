       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITCHAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   JOBAUDIT.LOG is the evidence handed to the auditors, and
      *>   every stamp JOBAUDIT-STAMP writes carries CHAIN=, the
      *>   fingerprint of the stamp before it. AUDITCHAIN proves
      *>   that chain end to end: the archive members LOGARCHIVE
      *>   rolled the log into (in the order LOGARCH.MAN records
      *>   them), then the live log, then the chain tip beside it.
      *>   A line edited or inserted breaks the link on the line
      *>   after it (BROKEN); lines missing between two datasets —
      *>   a lost or truncated archive member — break it on the
      *>   first line of the next (GAP), as do lines cut off the
      *>   end of the live log against the tip; and a stamp dated
      *>   earlier than the one before it is OUT-OF-ORDER. Lines
      *>   from before the trail was chained carry no CHAIN= and
      *>   are only counted, until the first chained line anchors
      *>   the walk.
           SELECT ACH-MANIFEST-FILE ASSIGN TO DYNAMIC ACH-MANIFEST-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACH-MANIFEST-FS.
           SELECT ACH-LOG-FILE ASSIGN TO DYNAMIC ACH-LOG-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACH-LOG-FS.
           SELECT ACH-TIP-FILE ASSIGN TO DYNAMIC ACH-TIP-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACH-TIP-FS.
           SELECT ACH-RPT-FILE ASSIGN TO DYNAMIC ACH-RPT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ACH-RPT-FS.
           COPY "JOBAUDITS.cpy".
       DATA DIVISION.
       FILE SECTION.
           FD ACH-MANIFEST-FILE.
               01 ACH-MANIFEST-REC PIC X(160).
           FD ACH-LOG-FILE.
               01 ACH-LOG-REC PIC X(132).
           FD ACH-TIP-FILE.
               01 ACH-TIP-REC PIC X(40).
           FD ACH-RPT-FILE.
               01 ACH-RPT-REC PIC X(160).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
           COPY "BATCHPARM.cpy".
           COPY "RPTPAGE.cpy".
           01 ACH-WK.
               03 ACH-MANIFEST-DSN PIC X(100) VALUE "LOGARCH.MAN".
               03 ACH-MANIFEST-FS PIC XX.
               03 ACH-LIVE-DSN PIC X(100) VALUE "JOBAUDIT.LOG".
               03 ACH-LOG-DSN PIC X(100).
               03 ACH-LOG-FS PIC XX.
               03 ACH-TIP-DSN PIC X(100) VALUE "JOBAUDIT.CHN".
               03 ACH-TIP-FS PIC XX.
               03 ACH-RPT-DSN PIC X(100) VALUE "AUDITCHAIN.RPT".
               03 ACH-RPT-FS PIC XX.
               03 ACH-RPT-LINE PIC X(160).
               03 ACH-RPT-ERR-SW PIC 9 VALUE 0.
               03 ACH-PT BINARY-LONG SIGNED VALUE 1.
               03 ACH-VAL-Z PIC Z(9)9.
      *>   The datasets to walk, oldest first: every distinct
      *>   archive member the manifest names for the live log, in
      *>   first-manifested order (a month rolled twice extends one
      *>   member), with the live log itself appended last.
           01 ACH-SET-WK.
               03 ACH-MAXSETS BINARY-LONG SIGNED VALUE 200.
               03 ACH-SET-CNT BINARY-LONG SIGNED VALUE 0.
               03 ACH-SET-OVERFLOW BINARY-LONG UNSIGNED VALUE 0.
               03 ACH-S BINARY-LONG SIGNED VALUE 0.
               03 ACH-HIT BINARY-LONG SIGNED VALUE 0.
               03 ACH-M-TOK-TAB.
                   05 ACH-M-TOK OCCURS 6 TIMES PIC X(120).
               03 ACH-M-J BINARY-LONG SIGNED VALUE 0.
               03 ACH-M-LOG PIC X(100).
               03 ACH-M-ARC PIC X(100).
               03 ACH-SET-TAB.
                   05 ACH-SET-DSN OCCURS 201 TIMES PIC X(100).
      *>   The walk itself: the fingerprint of the line before (the
      *>   link the next CHAIN= must match), the stamp time before
      *>   (the order check), and the tallies for the summary.
      *>   ACH-FP is HASHUTIL's rolling checksum, exactly as
      *>   JOBAUDIT-STAMP computes it.
           01 ACH-WALK-WK.
               03 ACH-FP-PRIME BINARY-DOUBLE SIGNED
                                   VALUE 999999999999937.
               03 ACH-FP BINARY-DOUBLE SIGNED VALUE 0.
               03 ACH-PREV-FP BINARY-DOUBLE SIGNED VALUE 0.
               03 ACH-FOUND BINARY-DOUBLE SIGNED VALUE 0.
               03 ACH-FP-LEN BINARY-LONG SIGNED VALUE 0.
               03 ACH-FP-I BINARY-LONG SIGNED VALUE 0.
               03 ACH-FP-N PIC 9(15).
               03 ACH-FOUND-N PIC 9(15).
               03 ACH-HEAD PIC X(132).
               03 ACH-TAIL PIC X(132).
               03 ACH-TS PIC X(16).
               03 ACH-PREV-TS PIC X(16) VALUE SPACES.
               03 ACH-SET-REC BINARY-LONG SIGNED VALUE 0.
               03 ACH-REC-Z PIC Z(9)9.
               03 ACH-CHAINED-SW PIC 9 VALUE 0.
                   88 ACH-CHAIN-STARTED VALUE 1.
               03 ACH-SEEN-SW PIC 9 VALUE 0.
               03 ACH-RESYNC-SW PIC 9 VALUE 0.
               03 ACH-LINK-SW PIC 9 VALUE 0.
                   88 ACH-LINK-OK VALUE 1.
               03 ACH-KIND PIC X(12).
               03 ACH-RECORDS BINARY-LONG UNSIGNED VALUE 0.
               03 ACH-UNCHAINED BINARY-LONG UNSIGNED VALUE 0.
               03 ACH-BROKEN BINARY-LONG UNSIGNED VALUE 0.
               03 ACH-GAPS BINARY-LONG UNSIGNED VALUE 0.
               03 ACH-DISORDER BINARY-LONG UNSIGNED VALUE 0.
               03 ACH-FIRST-SW PIC 9 VALUE 0.
       PROCEDURE DIVISION.
      *>   ACH-RUN is this program's entry point, whether it is run
      *>   as its own job step or CALLed as one step of a larger
      *>   batch suite. A clean chain is RC 0; stamps out of time
      *>   order alone are RC 4; any broken link or gap is RC 8 —
      *>   that is evidence of tampering or loss, and the step is
      *>   meant to be loud about it. It ends in GOBACK rather than
      *>   STOP RUN so a CALLer gets control back.
       ACH-RUN SECTION.
           PERFORM ACH-PARM-PICKUP.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO ACH-RPT-ERR-SW.
           MOVE 0 TO ACH-SET-CNT.
           MOVE 0 TO ACH-SET-OVERFLOW.
           MOVE 0 TO ACH-RECORDS.
           MOVE 0 TO ACH-UNCHAINED.
           MOVE 0 TO ACH-BROKEN.
           MOVE 0 TO ACH-GAPS.
           MOVE 0 TO ACH-DISORDER.
           MOVE 0 TO ACH-FIRST-SW.
           MOVE 0 TO ACH-CHAINED-SW.
           MOVE 0 TO ACH-SEEN-SW.
           MOVE 0 TO ACH-RESYNC-SW.
           MOVE 0 TO ACH-PREV-FP.
           MOVE SPACES TO ACH-PREV-TS.
           OPEN OUTPUT ACH-RPT-FILE.
           IF ACH-RPT-FS NOT = "00"
               MOVE 8 TO RETURN-CODE
               DISPLAY "AUDITCHAIN: COULD NOT OPEN OUTPUT DSN="
                   FUNCTION TRIM(ACH-RPT-DSN)
                   " FS=" ACH-RPT-FS
           ELSE
               MOVE "AUDITCHAIN" TO RP-REPORT-ID
               MOVE "JOBAUDIT CHAIN VERIFY" TO RP-TITLE
               MOVE SPACES TO RP-SUBTITLE
               STRING "LOG=" DELIMITED BY SIZE
                   FUNCTION TRIM(ACH-LIVE-DSN) DELIMITED BY SIZE
                   " MANIFEST=" DELIMITED BY SIZE
                   FUNCTION TRIM(ACH-MANIFEST-DSN) DELIMITED BY SIZE
                   INTO RP-SUBTITLE
               END-STRING
               MOVE SPACES TO RP-COLHDR-1
               STRING "BROKEN|GAP|OUT-OF-ORDER DSN=<dataset> "
                   "RECORD=<n> JOB=<job id> AT=<stamp> "
                   "EXPECTED=<link> FOUND=<link> | AFTER=<stamp>"
                   DELIMITED BY SIZE
                   INTO RP-COLHDR-1
               END-STRING
               PERFORM RPTPAGE-OPEN
               PERFORM ACH-MANIFEST-LOAD
               ADD 1 TO ACH-SET-CNT
               MOVE ACH-LIVE-DSN TO ACH-SET-DSN(ACH-SET-CNT)
               PERFORM VARYING ACH-S FROM 1 BY 1
                       UNTIL ACH-S > ACH-SET-CNT
                   PERFORM ACH-ONE-SET-WALK
               END-PERFORM
               PERFORM ACH-TIP-CHECK
               PERFORM ACH-SUMMARY-WRITE
               PERFORM RPTPAGE-CLOSE
               PERFORM ACH-RPT-WRITE-CHECK
               CLOSE ACH-RPT-FILE
               IF ACH-DISORDER > 0 OR ACH-SET-OVERFLOW > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF ACH-BROKEN > 0 OR ACH-GAPS > 0
                       OR ACH-RPT-ERR-SW = 1
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE "ACHJOB01" TO JA-JOB-ID.
           MOVE ACH-LIVE-DSN TO JA-INPUT-DSN.
           MOVE ACH-RECORDS TO JA-RECORD-COUNT.
           MOVE ACH-RECORDS TO BATCH-PARM-RECORDS.
           PERFORM JOBAUDIT-STAMP.
           GOBACK.
      *>   ACH-MANIFEST-LOAD lists the archive members the manifest
      *>   records for the live log. No manifest simply means the
      *>   log has never been rolled: the walk is the live log
      *>   alone.
       ACH-MANIFEST-LOAD SECTION.
           OPEN INPUT ACH-MANIFEST-FILE.
           IF ACH-MANIFEST-FS NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ACH-MANIFEST-FS NOT = "00"
               READ ACH-MANIFEST-FILE
                   AT END
                       MOVE "10" TO ACH-MANIFEST-FS
                   NOT AT END
                       PERFORM ACH-MANIFEST-RECORD-LOAD
               END-READ
           END-PERFORM.
           CLOSE ACH-MANIFEST-FILE.
       EXIT SECTION.
       ACH-MANIFEST-RECORD-LOAD SECTION.
           IF ACH-MANIFEST-REC = SPACES
               EXIT SECTION
           END-IF.
           PERFORM VARYING ACH-M-J FROM 1 BY 1 UNTIL ACH-M-J > 6
               MOVE SPACES TO ACH-M-TOK(ACH-M-J)
           END-PERFORM.
           UNSTRING ACH-MANIFEST-REC DELIMITED BY ALL SPACE
               INTO ACH-M-TOK(1) ACH-M-TOK(2) ACH-M-TOK(3)
                   ACH-M-TOK(4) ACH-M-TOK(5) ACH-M-TOK(6)
           END-UNSTRING.
           MOVE SPACES TO ACH-M-LOG.
           MOVE SPACES TO ACH-M-ARC.
           PERFORM VARYING ACH-M-J FROM 1 BY 1 UNTIL ACH-M-J > 6
               EVALUATE TRUE
                   WHEN ACH-M-TOK(ACH-M-J)(1:4) = "LOG="
                       MOVE ACH-M-TOK(ACH-M-J)(5:100) TO ACH-M-LOG
                   WHEN ACH-M-TOK(ACH-M-J)(1:8) = "ARCHIVE="
                       MOVE ACH-M-TOK(ACH-M-J)(9:100) TO ACH-M-ARC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF ACH-M-LOG NOT = ACH-LIVE-DSN OR ACH-M-ARC = SPACES
               EXIT SECTION
           END-IF.
           MOVE 0 TO ACH-HIT.
           PERFORM VARYING ACH-S FROM 1 BY 1
                   UNTIL ACH-S > ACH-SET-CNT OR ACH-HIT > 0
               IF ACH-SET-DSN(ACH-S) = ACH-M-ARC
                   MOVE ACH-S TO ACH-HIT
               END-IF
           END-PERFORM.
           IF ACH-HIT = 0
               IF ACH-SET-CNT >= ACH-MAXSETS
                   ADD 1 TO ACH-SET-OVERFLOW
               ELSE
                   ADD 1 TO ACH-SET-CNT
                   MOVE ACH-M-ARC TO ACH-SET-DSN(ACH-SET-CNT)
               END-IF
           END-IF.
       EXIT SECTION.
      *>   ACH-ONE-SET-WALK reads one dataset of the trail. A member
      *>   the manifest names but that will not open is a gap in
      *>   itself; the walk picks the chain up again on the next
      *>   dataset without charging the same loss twice.
       ACH-ONE-SET-WALK SECTION.
           MOVE ACH-SET-DSN(ACH-S) TO ACH-LOG-DSN.
           MOVE 0 TO ACH-SET-REC.
           OPEN INPUT ACH-LOG-FILE.
           IF ACH-LOG-FS NOT = "00"
               IF ACH-S < ACH-SET-CNT
                   ADD 1 TO ACH-GAPS
                   MOVE 1 TO ACH-RESYNC-SW
                   MOVE SPACES TO ACH-RPT-LINE
                   STRING "GAP DSN=" DELIMITED BY SIZE
                       FUNCTION TRIM(ACH-LOG-DSN) DELIMITED BY SIZE
                       " UNREADABLE FS=" DELIMITED BY SIZE
                       ACH-LOG-FS DELIMITED BY SIZE
                       INTO ACH-RPT-LINE
                   END-STRING
                   PERFORM RPTPAGE-WRITE
                   PERFORM ACH-RPT-WRITE-CHECK
               END-IF
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ACH-LOG-FS NOT = "00"
               READ ACH-LOG-FILE
                   AT END
                       MOVE "10" TO ACH-LOG-FS
                   NOT AT END
                       IF ACH-LOG-REC NOT = SPACES
                           ADD 1 TO ACH-SET-REC
                           ADD 1 TO ACH-RECORDS
                           PERFORM ACH-RECORD-JUDGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACH-LOG-FILE.
       EXIT SECTION.
      *>   ACH-RECORD-JUDGE checks one stamp's link and time order,
      *>   then fingerprints it as the link the next stamp must
      *>   carry. The walk always moves on from the line actually
      *>   there, so one tampered line is one finding, not a cascade
      *>   down the rest of the trail.
       ACH-RECORD-JUDGE SECTION.
           MOVE SPACES TO ACH-HEAD.
           MOVE SPACES TO ACH-TAIL.
           UNSTRING ACH-LOG-REC DELIMITED BY " CHAIN="
               INTO ACH-HEAD ACH-TAIL
           END-UNSTRING.
           IF ACH-TAIL = SPACES
               IF ACH-CHAIN-STARTED
                   MOVE "BROKEN" TO ACH-KIND
                   MOVE 0 TO ACH-FOUND
                   PERFORM ACH-FINDING-WRITE
               ELSE
                   ADD 1 TO ACH-UNCHAINED
               END-IF
           ELSE
               MOVE 0 TO ACH-FOUND
               IF ACH-TAIL(1:15) IS NUMERIC
                   MOVE ACH-TAIL(1:15) TO ACH-FOUND-N
                   MOVE ACH-FOUND-N TO ACH-FOUND
               END-IF
               MOVE 0 TO ACH-LINK-SW
               IF ACH-TAIL(1:15) IS NUMERIC
                       AND ACH-FOUND = ACH-PREV-FP
                   MOVE 1 TO ACH-LINK-SW
               END-IF
      *>   The first chained stamp anchors the walk: it was written
      *>   with no tip to pick up, so it carries zeros, or it links
      *>   to the unchained line before it.
               IF NOT ACH-CHAIN-STARTED
                   IF ACH-TAIL(1:15) IS NUMERIC AND ACH-FOUND = 0
                       MOVE 1 TO ACH-LINK-SW
                   END-IF
                   MOVE 1 TO ACH-CHAINED-SW
               END-IF
               EVALUATE TRUE
                   WHEN ACH-LINK-OK
                       CONTINUE
                   WHEN ACH-RESYNC-SW = 1 AND ACH-SET-REC = 1
                       CONTINUE
                   WHEN ACH-SET-REC = 1 AND ACH-SEEN-SW = 1
                       MOVE "GAP" TO ACH-KIND
                       PERFORM ACH-FINDING-WRITE
                   WHEN OTHER
                       MOVE "BROKEN" TO ACH-KIND
                       PERFORM ACH-FINDING-WRITE
               END-EVALUATE
           END-IF.
           MOVE 0 TO ACH-RESYNC-SW.
           IF ACH-LOG-REC(10:8) IS NUMERIC
                   AND ACH-LOG-REC(19:8) IS NUMERIC
               MOVE SPACES TO ACH-TS
               STRING ACH-LOG-REC(10:8) DELIMITED BY SIZE
                   ACH-LOG-REC(19:8) DELIMITED BY SIZE
                   INTO ACH-TS
               END-STRING
               IF ACH-PREV-TS NOT = SPACES AND ACH-TS < ACH-PREV-TS
                   MOVE "OUT-OF-ORDER" TO ACH-KIND
                   PERFORM ACH-FINDING-WRITE
               END-IF
               MOVE ACH-TS TO ACH-PREV-TS
           END-IF.
           PERFORM ACH-FINGERPRINT-CALC.
           MOVE ACH-FP TO ACH-PREV-FP.
           MOVE 1 TO ACH-SEEN-SW.
       EXIT SECTION.
       ACH-FINGERPRINT-CALC SECTION.
           MOVE 0 TO ACH-FP.
           COMPUTE ACH-FP-LEN =
               FUNCTION STORED-CHAR-LENGTH(ACH-LOG-REC).
           PERFORM VARYING ACH-FP-I FROM 1 BY 1
                   UNTIL ACH-FP-I > ACH-FP-LEN
               COMPUTE ACH-FP = FUNCTION MOD(
                   ACH-FP * 131
                   + FUNCTION ORD(ACH-LOG-REC(ACH-FP-I:1)),
                   ACH-FP-PRIME)
           END-PERFORM.
           COMPUTE ACH-FP = FUNCTION MOD(
               ACH-FP * 131 + 257, ACH-FP-PRIME).
       EXIT SECTION.
      *>   ACH-FINDING-WRITE reports one finding where it lies —
      *>   dataset and record number within it — with the link that
      *>   was expected and the one found. The first break of any
      *>   kind is flagged FIRST, since everything the auditors
      *>   need to question starts there.
       ACH-FINDING-WRITE SECTION.
           EVALUATE ACH-KIND
               WHEN "BROKEN"
                   ADD 1 TO ACH-BROKEN
               WHEN "GAP"
                   ADD 1 TO ACH-GAPS
               WHEN OTHER
                   ADD 1 TO ACH-DISORDER
           END-EVALUATE.
           MOVE ACH-SET-REC TO ACH-REC-Z.
           MOVE SPACES TO ACH-RPT-LINE.
           MOVE 1 TO ACH-PT.
           STRING FUNCTION TRIM(ACH-KIND) DELIMITED BY SIZE
               " DSN=" DELIMITED BY SIZE
               FUNCTION TRIM(ACH-LOG-DSN) DELIMITED BY SIZE
               " RECORD=" DELIMITED BY SIZE
               FUNCTION TRIM(ACH-REC-Z) DELIMITED BY SIZE
               " JOB=" DELIMITED BY SIZE
               ACH-LOG-REC(1:8) DELIMITED BY SIZE
               " AT=" DELIMITED BY SIZE
               ACH-LOG-REC(10:17) DELIMITED BY SIZE
               INTO ACH-RPT-LINE
               WITH POINTER ACH-PT
           END-STRING.
           IF ACH-KIND = "OUT-OF-ORDER"
               STRING " AFTER=" DELIMITED BY SIZE
                   ACH-PREV-TS DELIMITED BY SIZE
                   INTO ACH-RPT-LINE
                   WITH POINTER ACH-PT
               END-STRING
           ELSE
               MOVE ACH-PREV-FP TO ACH-FP-N
               MOVE ACH-FOUND TO ACH-FOUND-N
               STRING " EXPECTED=" DELIMITED BY SIZE
                   ACH-FP-N DELIMITED BY SIZE
                   " FOUND=" DELIMITED BY SIZE
                   ACH-FOUND-N DELIMITED BY SIZE
                   INTO ACH-RPT-LINE
                   WITH POINTER ACH-PT
               END-STRING
               IF ACH-FIRST-SW = 0
                   MOVE 1 TO ACH-FIRST-SW
                   STRING " FIRST" DELIMITED BY SIZE
                       INTO ACH-RPT-LINE
                       WITH POINTER ACH-PT
                   END-STRING
               END-IF
           END-IF.
           PERFORM RPTPAGE-WRITE.
           PERFORM ACH-RPT-WRITE-CHECK.
       EXIT SECTION.
      *>   ACH-TIP-CHECK holds the last line walked against the chain
      *>   tip JOBAUDIT-STAMP left: lines cut off the end of the live
      *>   log leave the tip pointing past them. An absent tip on a
      *>   chained trail is reported the same way — the tip is
      *>   rewritten on every stamp, so it cannot innocently vanish.
       ACH-TIP-CHECK SECTION.
           IF NOT ACH-CHAIN-STARTED
               EXIT SECTION
           END-IF.
           MOVE 0 TO ACH-FOUND.
           OPEN INPUT ACH-TIP-FILE.
           IF ACH-TIP-FS = "00"
               READ ACH-TIP-FILE
                   NOT AT END
                       IF ACH-TIP-REC(1:6) = "CHAIN="
                               AND ACH-TIP-REC(7:15) IS NUMERIC
                           MOVE ACH-TIP-REC(7:15) TO ACH-FOUND-N
                           MOVE ACH-FOUND-N TO ACH-FOUND
                       END-IF
               END-READ
               CLOSE ACH-TIP-FILE
           END-IF.
           IF ACH-FOUND NOT = ACH-PREV-FP
               ADD 1 TO ACH-GAPS
               MOVE ACH-PREV-FP TO ACH-FP-N
               MOVE ACH-FOUND TO ACH-FOUND-N
               MOVE SPACES TO ACH-RPT-LINE
               MOVE 1 TO ACH-PT
               STRING "GAP DSN=" DELIMITED BY SIZE
                   FUNCTION TRIM(ACH-TIP-DSN) DELIMITED BY SIZE
                   " TAIL EXPECTED=" DELIMITED BY SIZE
                   ACH-FP-N DELIMITED BY SIZE
                   " FOUND=" DELIMITED BY SIZE
                   ACH-FOUND-N DELIMITED BY SIZE
                   INTO ACH-RPT-LINE
                   WITH POINTER ACH-PT
               END-STRING
               IF ACH-FIRST-SW = 0
                   MOVE 1 TO ACH-FIRST-SW
                   STRING " FIRST" DELIMITED BY SIZE
                       INTO ACH-RPT-LINE
                       WITH POINTER ACH-PT
                   END-STRING
               END-IF
               PERFORM RPTPAGE-WRITE
               PERFORM ACH-RPT-WRITE-CHECK
           END-IF.
       EXIT SECTION.
       ACH-SUMMARY-WRITE SECTION.
           MOVE SPACES TO ACH-RPT-LINE.
           MOVE 1 TO ACH-PT.
           MOVE ACH-SET-CNT TO ACH-VAL-Z.
           STRING "SUMMARY DATASETS=" DELIMITED BY SIZE
               FUNCTION TRIM(ACH-VAL-Z) DELIMITED BY SIZE
               INTO ACH-RPT-LINE
               WITH POINTER ACH-PT
           END-STRING.
           MOVE ACH-RECORDS TO ACH-VAL-Z.
           STRING " RECORDS=" DELIMITED BY SIZE
               FUNCTION TRIM(ACH-VAL-Z) DELIMITED BY SIZE
               INTO ACH-RPT-LINE
               WITH POINTER ACH-PT
           END-STRING.
           MOVE ACH-UNCHAINED TO ACH-VAL-Z.
           STRING " UNCHAINED=" DELIMITED BY SIZE
               FUNCTION TRIM(ACH-VAL-Z) DELIMITED BY SIZE
               INTO ACH-RPT-LINE
               WITH POINTER ACH-PT
           END-STRING.
           MOVE ACH-BROKEN TO ACH-VAL-Z.
           STRING " BROKEN=" DELIMITED BY SIZE
               FUNCTION TRIM(ACH-VAL-Z) DELIMITED BY SIZE
               INTO ACH-RPT-LINE
               WITH POINTER ACH-PT
           END-STRING.
           MOVE ACH-GAPS TO ACH-VAL-Z.
           STRING " GAPS=" DELIMITED BY SIZE
               FUNCTION TRIM(ACH-VAL-Z) DELIMITED BY SIZE
               INTO ACH-RPT-LINE
               WITH POINTER ACH-PT
           END-STRING.
           MOVE ACH-DISORDER TO ACH-VAL-Z.
           STRING " OUT-OF-ORDER=" DELIMITED BY SIZE
               FUNCTION TRIM(ACH-VAL-Z) DELIMITED BY SIZE
               INTO ACH-RPT-LINE
               WITH POINTER ACH-PT
           END-STRING.
           IF ACH-SET-OVERFLOW > 0
               STRING " TRUNCATED" DELIMITED BY SIZE
                   INTO ACH-RPT-LINE
                   WITH POINTER ACH-PT
               END-STRING
           END-IF.
           PERFORM RPTPAGE-WRITE.
           PERFORM ACH-RPT-WRITE-CHECK.
       EXIT SECTION.
      *>   ACH-RPT-WRITE-CHECK guards every result write: the
      *>   motivating failure is a full volume, which passes OPEN
      *>   and only fails on WRITE. The first failure is diagnosed
      *>   and fails the step; repeats stay quiet so an abnormal
      *>   volume cannot flood the job log.
       ACH-RPT-WRITE-CHECK SECTION.
           IF ACH-RPT-FS NOT = "00" AND ACH-RPT-ERR-SW = 0
               MOVE 1 TO ACH-RPT-ERR-SW
               DISPLAY "AUDITCHAIN: WRITE FAILED ON DSN="
                   FUNCTION TRIM(ACH-RPT-DSN)
                   " FS=" ACH-RPT-FS
           END-IF.
       EXIT SECTION.
      *>   ACH-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
      *>   default; run standalone the block is never set and
      *>   nothing changes).
      *>   The input field names the archive manifest, the output
      *>   field the verify report, and the parameter the live log
      *>   whose trail is walked.
       ACH-PARM-PICKUP SECTION.
           IF BATCH-PARM-PRESENT
               IF BATCH-PARM-INPUT-DSN NOT = SPACES
                       AND BATCH-PARM-INPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-INPUT-DSN TO ACH-MANIFEST-DSN
               ELSE
                   MOVE "LOGARCH.MAN" TO ACH-MANIFEST-DSN
               END-IF
               IF BATCH-PARM-OUTPUT-DSN NOT = SPACES
                       AND BATCH-PARM-OUTPUT-DSN(1:1) NOT = "*"
                   MOVE BATCH-PARM-OUTPUT-DSN TO ACH-RPT-DSN
               ELSE
                   MOVE "AUDITCHAIN.RPT" TO ACH-RPT-DSN
               END-IF
               IF BATCH-PARM-TEXT NOT = SPACES
                       AND BATCH-PARM-TEXT(1:1) NOT = "*"
                   MOVE BATCH-PARM-TEXT TO ACH-LIVE-DSN
               ELSE
                   MOVE "JOBAUDIT.LOG" TO ACH-LIVE-DSN
               END-IF
           END-IF.
       EXIT SECTION.
           COPY "RPTPAGEP.cpy"
               REPLACING ==RP-PRINT-REC== BY ==ACH-RPT-REC==
                   ==RP-PRINT-LINE== BY ==ACH-RPT-LINE==
                   ==RP-PRINT-FS== BY ==ACH-RPT-FS==.
           COPY "JOBAUDITP.cpy".
       END PROGRAM AUDITCHAIN.
