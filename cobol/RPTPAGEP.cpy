      *>   The RPTPAGE sections print through the caller's own report
      *>   file: the caller COPYs this member REPLACING RP-PRINT-REC,
      *>   RP-PRINT-LINE and RP-PRINT-FS by its report record, the
      *>   working line it builds into, and the file's status field.
      *>   RPTPAGE-OPEN follows a good OPEN OUTPUT; RPTPAGE-WRITE
      *>   stands in for every WRITE of a report line; RPTPAGE-CLOSE
      *>   writes the trailer ahead of the CLOSE. Each leaves the
      *>   file status as its last WRITE set it, so the caller's own
      *>   write check after the PERFORM works as it always has.
       RPTPAGE-OPEN SECTION.
           MOVE FUNCTION CURRENT-DATE TO RP-CLOCK.
           MOVE SPACES TO RP-RUN-DATE.
           STRING RP-CLOCK(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RP-CLOCK(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RP-CLOCK(7:2) DELIMITED BY SIZE
               INTO RP-RUN-DATE
           END-STRING.
           MOVE SPACES TO RP-RUN-TIME.
           STRING RP-CLOCK(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               RP-CLOCK(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               RP-CLOCK(13:2) DELIMITED BY SIZE
               INTO RP-RUN-TIME
           END-STRING.
           MOVE 60 TO RP-PAGE-LINES.
           MOVE SPACES TO RP-PAGE-LINES-T.
           ACCEPT RP-PAGE-LINES-T FROM ENVIRONMENT "REPORT-PAGE-LINES"
               ON EXCEPTION
                   MOVE SPACES TO RP-PAGE-LINES-T
           END-ACCEPT.
           IF RP-PAGE-LINES-T NOT = SPACES
               IF FUNCTION TEST-NUMVAL(RP-PAGE-LINES-T) = 0
                   COMPUTE RP-PAGE-LINES =
                       FUNCTION NUMVAL(RP-PAGE-LINES-T)
               END-IF
               IF RP-PAGE-LINES < RP-PAGE-MIN
                   MOVE RP-PAGE-MIN TO RP-PAGE-LINES
               END-IF
           END-IF.
      *>   A full "current page" makes the first line written start
      *>   page 1 with its header.
           MOVE 0 TO RP-PAGE-NO.
           MOVE 0 TO RP-BODY-LINES.
           MOVE RP-PAGE-LINES TO RP-LINE-NO.
       EXIT SECTION.
      *>   RPTPAGE-WRITE writes RP-PRINT-LINE as one report line,
      *>   opening a new page first when this one is full. A header
      *>   line that fails to write leaves its status for the
      *>   caller's check, and the report line is not attempted.
       RPTPAGE-WRITE SECTION.
           IF RP-LINE-NO >= RP-PAGE-LINES
               PERFORM RPTPAGE-HEADER
               IF RP-PRINT-FS NOT = "00"
                   EXIT SECTION
               END-IF
           END-IF.
           WRITE RP-PRINT-REC FROM RP-PRINT-LINE.
           ADD 1 TO RP-LINE-NO.
           ADD 1 TO RP-BODY-LINES.
       EXIT SECTION.
      *>   RPTPAGE-HEADER starts the next page: the id and title on
      *>   the left, run date, time and page number at the right of
      *>   a 132-column line, then the subtitle, the column headings
      *>   and a rule.
       RPTPAGE-HEADER SECTION.
           ADD 1 TO RP-PAGE-NO.
           MOVE 0 TO RP-LINE-NO.
           MOVE RP-PAGE-NO TO RP-PAGE-Z.
           MOVE SPACES TO RP-HDR-LINE.
           MOVE RP-REPORT-ID TO RP-HDR-LINE(1:12).
           MOVE RP-TITLE TO RP-HDR-LINE(14:60).
           STRING "RUN " DELIMITED BY SIZE
               RP-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RP-RUN-TIME DELIMITED BY SIZE
               "  PAGE " DELIMITED BY SIZE
               RP-PAGE-Z DELIMITED BY SIZE
               INTO RP-HDR-LINE(97:36)
           END-STRING.
           WRITE RP-PRINT-REC FROM RP-HDR-LINE.
           IF RP-PRINT-FS NOT = "00"
               EXIT SECTION
           END-IF.
           ADD 1 TO RP-LINE-NO.
           IF RP-SUBTITLE NOT = SPACES
               WRITE RP-PRINT-REC FROM RP-SUBTITLE
               IF RP-PRINT-FS NOT = "00"
                   EXIT SECTION
               END-IF
               ADD 1 TO RP-LINE-NO
           END-IF.
           IF RP-COLHDR-1 NOT = SPACES
               WRITE RP-PRINT-REC FROM RP-COLHDR-1
               IF RP-PRINT-FS NOT = "00"
                   EXIT SECTION
               END-IF
               ADD 1 TO RP-LINE-NO
           END-IF.
           IF RP-COLHDR-2 NOT = SPACES
               WRITE RP-PRINT-REC FROM RP-COLHDR-2
               IF RP-PRINT-FS NOT = "00"
                   EXIT SECTION
               END-IF
               ADD 1 TO RP-LINE-NO
           END-IF.
           MOVE ALL "-" TO RP-HDR-LINE.
           WRITE RP-PRINT-REC FROM RP-HDR-LINE(1:132).
           ADD 1 TO RP-LINE-NO.
       EXIT SECTION.
      *>   RPTPAGE-CLOSE writes the end-of-report trailer, on a page
      *>   of its own header when the last page is full — so even a
      *>   report with no lines at all prints page 1 and says so.
       RPTPAGE-CLOSE SECTION.
           IF RP-LINE-NO >= RP-PAGE-LINES
               PERFORM RPTPAGE-HEADER
               IF RP-PRINT-FS NOT = "00"
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE SPACES TO RP-HDR-LINE.
           MOVE 1 TO RP-PT.
           MOVE RP-PAGE-NO TO RP-VAL-Z.
           STRING "*** END OF REPORT " DELIMITED BY SIZE
               FUNCTION TRIM(RP-REPORT-ID) DELIMITED BY SIZE
               "  PAGES=" DELIMITED BY SIZE
               FUNCTION TRIM(RP-VAL-Z) DELIMITED BY SIZE
               INTO RP-HDR-LINE
               WITH POINTER RP-PT
           END-STRING.
           MOVE RP-BODY-LINES TO RP-VAL-Z.
           STRING "  LINES=" DELIMITED BY SIZE
               FUNCTION TRIM(RP-VAL-Z) DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO RP-HDR-LINE
               WITH POINTER RP-PT
           END-STRING.
           WRITE RP-PRINT-REC FROM RP-HDR-LINE.
           ADD 1 TO RP-LINE-NO.
       EXIT SECTION.
