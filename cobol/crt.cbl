      *>   request is a header record carrying K, then K records of
      *>   one "residue modulus" pair each, and each request gets one
      *>   result record out — the combined value and modulus, or the
      *>   reason the system could not be combined. A combined value
      *>   past 18 digits comes back as a full decimal string (up to
      *>   BIGCALC's 80-digit width), which is why the result record
      *>   is as wide as BIGRESULT.DAT's. With POW-CTRL-DSN
      *>   making the modulus per-run, several runs' residues under
      *>   different moduli routinely need exactly this fold.
           SELECT CRT-REQUEST-FILE ASSIGN TO DYNAMIC CRT-REQUEST-DSN
           FD CRT-REQUEST-FILE.
               01 CRT-REQUEST-REC PIC X(60).
           FD CRT-RESULT-FILE.
               01 CRT-RESULT-REC PIC X(200).
           COPY "JOBAUDITF.cpy".
       WORKING-STORAGE SECTION.
           COPY "JOBAUDIT.cpy".
               03 CRT-TALLY BINARY-LONG UNSIGNED VALUE 0.
               03 CRT-VAL-Z PIC -Z(18)9.
               03 CRT-PT BINARY-LONG SIGNED VALUE 1.
               03 CRT-RESULT-LINE PIC X(200).
      *>   The pairwise fold: CRT-ACC-R/CRT-ACC-M carry the combined
      *>   system so far and each new residue/modulus pair is merged
      *>   in through the extended GCD. CRT-STATE-SW reports how the
      *>   request ended: combined, inconsistent (the residues
      *>   disagree where the moduli overlap — non-coprime moduli
      *>   are fine as long as they agree), or overflowed (the
      *>   combined modulus left BIGCALC's BIG-NDIG digits). The
      *>   wide 9(38) holds carry the one product that can exceed
      *>   18 digits before its reduction; once the combined
      *>   modulus itself would pass 18 digits, CRT-ACC-SW moves
      *>   the fold over to CRT-BIG-ACC-R/CRT-BIG-ACC-M for the
      *>   rest of the request.
           01 CRT-FOLD-WK.
               03 CRT-ACC-R PIC S9(18) VALUE 0.
               03 CRT-ACC-M PIC S9(18) VALUE 0.
                   88 CRT-INCONSISTENT VALUE 1.
                   88 CRT-OVERFLOWED VALUE 2.
                   88 CRT-MALFORMED VALUE 3.
               03 CRT-ACC-SW PIC 9 VALUE 0.
                   88 CRT-ACC-BINARY VALUE 0.
                   88 CRT-ACC-BIG VALUE 1.
      *>   The big accumulators are laid out exactly as BIGNUM's
      *>   operand groups, so one group MOVE stages either of them
      *>   as an operand; CRT-BIG-NEW-M holds the next combined
      *>   modulus while the residue is still being stepped under
      *>   the old one. CRT-ACC-MR/CRT-ACC-RR are the accumulators
      *>   reduced mod the new pair's modulus, small again.
           01 CRT-BIG-ACC-R.
               03 CRT-BIG-ACC-R-SIGN BINARY-CHAR SIGNED VALUE 1.
               03 CRT-BIG-ACC-R-LEN BINARY-LONG SIGNED VALUE 1.
               03 CRT-BIG-ACC-R-TAB.
                   05 CRT-BIG-ACC-R-D OCCURS 80 TIMES
                                   BINARY-LONG SIGNED.
           01 CRT-BIG-ACC-M.
               03 CRT-BIG-ACC-M-SIGN BINARY-CHAR SIGNED VALUE 1.
               03 CRT-BIG-ACC-M-LEN BINARY-LONG SIGNED VALUE 1.
               03 CRT-BIG-ACC-M-TAB.
                   05 CRT-BIG-ACC-M-D OCCURS 80 TIMES
                                   BINARY-LONG SIGNED.
           01 CRT-BIG-NEW-M.
               03 CRT-BIG-NEW-M-SIGN BINARY-CHAR SIGNED VALUE 1.
               03 CRT-BIG-NEW-M-LEN BINARY-LONG SIGNED VALUE 1.
               03 CRT-BIG-NEW-M-TAB.
                   05 CRT-BIG-NEW-M-D OCCURS 80 TIMES
                                   BINARY-LONG SIGNED.
           01 CRT-BIG-FOLD-WK.
               03 CRT-ACC-MR PIC S9(18) VALUE 0.
               03 CRT-ACC-RR PIC S9(18) VALUE 0.
               03 CRT-SMALL PIC S9(18) VALUE 0.
               03 CRT-SMALL-T PIC X(20).
           COPY "BIGNUM.cpy".
      *>   Local extended Euclid, the same iterative recurrence as
      *>   GCDLCM's GCD-EXT-CALCULATE. That section cannot be
      *>   reached by CALL — GCDLCM's entry point is its own batch
               END-IF
               MOVE 0 TO CRT-ACC-R
               MOVE 1 TO CRT-ACC-M
               MOVE 0 TO CRT-ACC-SW
               PERFORM VARYING CRT-I FROM 1 BY 1
                       UNTIL CRT-I > CRT-K
                   READ CRT-REQUEST-FILE
                           MOVE 3 TO CRT-STATE-SW
                           MOVE CRT-K TO CRT-I
                       NOT AT END
                           IF CRT-COMBINED AND CRT-ACC-BIG
                               PERFORM CRT-BIG-PAIR-FOLD
                           END-IF
                           IF CRT-COMBINED AND CRT-ACC-BINARY
                               PERFORM CRT-PAIR-FOLD
                           END-IF
                   END-READ
      *>   moduli, the residues must agree mod G or the system is
      *>   inconsistent; otherwise the combined residue is stepped
      *>   by CRT-ACC-M times the smallest multiplier that lines the
      *>   two up, and the combined modulus becomes their LCM. An
      *>   LCM that would leave 18 digits hands the accumulators
      *>   over to BIGNUM's representation and this same pair is
      *>   folded there instead.
       CRT-PAIR-FOLD SECTION.
           MOVE SPACES TO CRT-T1.
           MOVE SPACES TO CRT-T2.
                       COMPUTE CRT-WIDE =
                           CRT-ACC-M / CRT-EXT-G * CRT-NEW-M
                       IF CRT-WIDE > CRT-MMAX
                           PERFORM CRT-BIG-ACC-LOAD
                           PERFORM CRT-BIG-PAIR-FOLD
                       ELSE
                           COMPUTE CRT-T =
                               FUNCTION MOD(CRT-DIFF / CRT-EXT-G,
           MOVE CRT-EXT-OLDR TO CRT-EXT-G.
           MOVE CRT-EXT-OLDS TO CRT-EXT-X.
       EXIT SECTION.
      *>   CRT-BIG-ACC-LOAD carries the binary accumulators over
      *>   into CRT-BIG-ACC-R/CRT-BIG-ACC-M through their decimal
      *>   text, the same parse BIGCALC applies to its operands.
       CRT-BIG-ACC-LOAD SECTION.
           MOVE CRT-ACC-R TO CRT-SMALL.
           PERFORM CRT-SMALL-TO-BIG.
           MOVE BIG-T-WK TO CRT-BIG-ACC-R.
           MOVE CRT-ACC-M TO CRT-SMALL.
           PERFORM CRT-SMALL-TO-BIG.
           MOVE BIG-T-WK TO CRT-BIG-ACC-M.
           MOVE 1 TO CRT-ACC-SW.
       EXIT SECTION.
      *>   CRT-BIG-PAIR-FOLD is CRT-PAIR-FOLD's merge with the
      *>   accumulators held in BIGNUM's digit tables. The pair's
      *>   own modulus is at most 18 digits, so both accumulators
      *>   are first reduced mod it (one long division each); the
      *>   GCD, the consistency check and the step multiplier then
      *>   run in the ordinary 18-digit fields exactly as before,
      *>   and only the two updates — modulus to M / G * m, residue
      *>   to R + M * t — are carried out in the wide arithmetic.
      *>   R + M * t stays below the new modulus, so no final
      *>   reduction is needed; a new modulus past BIG-NDIG digits
      *>   is the overflow the request is refused for.
       CRT-BIG-PAIR-FOLD SECTION.
           MOVE SPACES TO CRT-T1.
           MOVE SPACES TO CRT-T2.
           MOVE 0 TO CRT-TALLY.
           UNSTRING CRT-REQUEST-REC DELIMITED BY ALL SPACE
               INTO CRT-T1 CRT-T2
               TALLYING IN CRT-TALLY
           END-UNSTRING.
           IF CRT-TALLY NOT = 2
               MOVE 3 TO CRT-STATE-SW
               EXIT SECTION
           END-IF.
           COMPUTE CRT-NEW-R = FUNCTION NUMVAL(CRT-T1).
           COMPUTE CRT-NEW-M = FUNCTION NUMVAL(CRT-T2).
           IF CRT-NEW-M < 1
               MOVE 3 TO CRT-STATE-SW
               EXIT SECTION
           END-IF.
           COMPUTE CRT-NEW-R = FUNCTION MOD(CRT-NEW-R, CRT-NEW-M).
           MOVE CRT-BIG-ACC-M TO BIG-A-WK.
           PERFORM CRT-BIG-MOD-NEW-M.
           MOVE CRT-SMALL TO CRT-ACC-MR.
           MOVE CRT-BIG-ACC-R TO BIG-A-WK.
           PERFORM CRT-BIG-MOD-NEW-M.
           MOVE CRT-SMALL TO CRT-ACC-RR.
           MOVE CRT-ACC-MR TO CRT-EXT-A.
           MOVE CRT-NEW-M TO CRT-EXT-B.
           PERFORM CRT-EXT-GCD.
           COMPUTE CRT-DIFF = CRT-NEW-R - CRT-ACC-RR.
           IF FUNCTION MOD(CRT-DIFF, CRT-EXT-G) NOT = 0
               MOVE 1 TO CRT-STATE-SW
               EXIT SECTION
           END-IF.
           COMPUTE CRT-MD = CRT-NEW-M / CRT-EXT-G.
           COMPUTE CRT-T = FUNCTION MOD(CRT-DIFF / CRT-EXT-G, CRT-MD).
           COMPUTE CRT-WIDE = CRT-T * CRT-EXT-X.
           COMPUTE CRT-T = FUNCTION MOD(CRT-WIDE, CRT-MD).
      *>   New modulus: M / G, then times m.
           MOVE CRT-BIG-ACC-M TO BIG-A-WK.
           MOVE CRT-EXT-G TO CRT-SMALL.
           PERFORM CRT-SMALL-TO-BIG.
           MOVE BIG-T-WK TO BIG-B-WK.
           PERFORM BIG-DIVMOD.
           PERFORM BIG-QUOT-TO-RESULT.
           PERFORM BIG-RESULT-TO-A.
           MOVE CRT-NEW-M TO CRT-SMALL.
           PERFORM CRT-SMALL-TO-BIG.
           MOVE BIG-T-WK TO BIG-B-WK.
           MOVE SPACES TO BIG-REASON.
           PERFORM BIG-MULTIPLY.
           IF BIG-REASON NOT = SPACES
               MOVE 2 TO CRT-STATE-SW
               EXIT SECTION
           END-IF.
           PERFORM BIG-RESULT-TO-A.
           MOVE BIG-A-WK TO CRT-BIG-NEW-M.
      *>   New residue: R + M * t, under the old M.
           MOVE CRT-BIG-ACC-M TO BIG-A-WK.
           MOVE CRT-T TO CRT-SMALL.
           PERFORM CRT-SMALL-TO-BIG.
           MOVE BIG-T-WK TO BIG-B-WK.
           PERFORM BIG-MULTIPLY.
           PERFORM BIG-RESULT-TO-B.
           MOVE CRT-BIG-ACC-R TO BIG-A-WK.
           PERFORM BIG-ADD-SIGNED.
           PERFORM BIG-RESULT-TO-A.
           MOVE BIG-A-WK TO CRT-BIG-ACC-R.
           MOVE CRT-BIG-NEW-M TO CRT-BIG-ACC-M.
       EXIT SECTION.
      *>   CRT-BIG-MOD-NEW-M leaves the big value staged in BIG-A
      *>   reduced mod CRT-NEW-M in CRT-SMALL. Both big values are
      *>   non-negative, so the remainder is too, and it is below
      *>   an 18-digit modulus, so it folds back digit by digit.
       CRT-BIG-MOD-NEW-M SECTION.
           MOVE CRT-NEW-M TO CRT-SMALL.
           PERFORM CRT-SMALL-TO-BIG.
           MOVE BIG-T-WK TO BIG-B-WK.
           PERFORM BIG-DIVMOD.
           MOVE 0 TO CRT-SMALL.
           PERFORM VARYING BIG-I FROM BIG-REM-LEN BY -1
                   UNTIL BIG-I < 1
               COMPUTE CRT-SMALL = CRT-SMALL * 10 + BIG-REM-D(BIG-I)
           END-PERFORM.
       EXIT SECTION.
      *>   CRT-SMALL-TO-BIG parses CRT-SMALL into the BIG-T group.
       CRT-SMALL-TO-BIG SECTION.
           MOVE CRT-SMALL TO CRT-VAL-Z.
           MOVE SPACES TO BIG-PARSE-T.
           MOVE FUNCTION TRIM(CRT-VAL-Z) TO BIG-PARSE-T.
           PERFORM BIG-PARSE.
       EXIT SECTION.
       CRT-RESULT-WRITE SECTION.
           MOVE CRT-REQ-NO TO CRT-REQ-NO-Z.
           MOVE SPACES TO CRT-RESULT-LINE.
               WITH POINTER CRT-PT
           END-STRING.
           EVALUATE TRUE
               WHEN CRT-COMBINED AND CRT-ACC-BIG
                   MOVE CRT-BIG-ACC-R TO BIG-A-WK
                   PERFORM CRT-BIG-FORMAT
                   STRING " X=" DELIMITED BY SIZE
                       FUNCTION TRIM(BIG-OUT-T) DELIMITED BY SIZE
                       INTO CRT-RESULT-LINE
                       WITH POINTER CRT-PT
                   END-STRING
                   MOVE CRT-BIG-ACC-M TO BIG-A-WK
                   PERFORM CRT-BIG-FORMAT
                   STRING " MOD=" DELIMITED BY SIZE
                       FUNCTION TRIM(BIG-OUT-T) DELIMITED BY SIZE
                       INTO CRT-RESULT-LINE
                       WITH POINTER CRT-PT
                   END-STRING
               WHEN CRT-COMBINED
                   MOVE CRT-ACC-R TO CRT-VAL-Z
                   STRING " X=" DELIMITED BY SIZE
           WRITE CRT-RESULT-REC FROM CRT-RESULT-LINE.
           PERFORM CRT-RESULT-WRITE-CHECK.
       EXIT SECTION.
      *>   CRT-BIG-FORMAT lays the big value staged in BIG-A out as
      *>   decimal text in BIG-OUT-T through BIGNUM's own format.
       CRT-BIG-FORMAT SECTION.
           MOVE BIG-A-SIGN TO BIG-R-SIGN.
           MOVE BIG-A-LEN TO BIG-R-LEN.
           PERFORM VARYING BIG-I FROM 1 BY 1
                   UNTIL BIG-I > BIG-A-LEN
               MOVE BIG-A-D(BIG-I) TO BIG-R-D(BIG-I)
           END-PERFORM.
           PERFORM BIG-FORMAT-RESULT.
       EXIT SECTION.
      *>   CRT-PARM-PICKUP applies the overrides a dispatching
      *>   BATCHSUITE staged in BATCH-PARM for this step (a field
      *>   left blank or staged as "*" keeps the WORKING-STORAGE
                   " FS=" CRT-RESULT-FS
           END-IF.
       EXIT SECTION.
           COPY "BIGNUMP.cpy".
           COPY "JOBAUDITP.cpy".
       END PROGRAM CRTLIB.
