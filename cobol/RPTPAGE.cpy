      *>   RPTPAGE-WK is the one print layout the morning reports
      *>   share, so every sheet in the shift binder carries the same
      *>   page header: the report id, its title, the run date and
      *>   time, and the page number, then the report's own subtitle
      *>   and column headings (any left blank are not printed) and a
      *>   rule, repeated at the top of every page. A report ends in
      *>   one uniform trailer giving its page and line counts.
      *>   The reports are line sequential, which carries no
      *>   carriage control, so a page is exactly RP-PAGE-LINES
      *>   records, header included; printed at that form length
      *>   every header lands at the top of a sheet. RP-PAGE-LINES
      *>   is 60 unless the REPORT-PAGE-LINES environment variable
      *>   names another length (RP-PAGE-MIN at least, so a header
      *>   always leaves room for the page's body).
      *>   The caller sets RP-REPORT-ID, RP-TITLE and any subtitle
      *>   or headings before its first line is written.
           01 RPTPAGE-WK.
               03 RP-REPORT-ID PIC X(12) VALUE SPACES.
               03 RP-TITLE PIC X(60) VALUE SPACES.
               03 RP-SUBTITLE PIC X(132) VALUE SPACES.
               03 RP-COLHDR-1 PIC X(132) VALUE SPACES.
               03 RP-COLHDR-2 PIC X(132) VALUE SPACES.
               03 RP-PAGE-LINES BINARY-LONG SIGNED VALUE 60.
               03 RP-PAGE-MIN BINARY-LONG SIGNED VALUE 10.
               03 RP-PAGE-LINES-T PIC X(10).
               03 RP-PAGE-NO BINARY-LONG SIGNED VALUE 0.
      *>   RP-LINE-NO counts the records already on the current page,
      *>   header lines included; RP-BODY-LINES counts the report's
      *>   own lines across all pages, the figure the trailer gives.
               03 RP-LINE-NO BINARY-LONG SIGNED VALUE 0.
               03 RP-BODY-LINES BINARY-LONG UNSIGNED VALUE 0.
               03 RP-CLOCK PIC X(21).
               03 RP-RUN-DATE PIC X(10).
               03 RP-RUN-TIME PIC X(8).
               03 RP-HDR-LINE PIC X(250).
               03 RP-PT BINARY-LONG SIGNED VALUE 1.
               03 RP-PAGE-Z PIC Z(3)9.
               03 RP-VAL-Z PIC Z(8)9.
