      *   TOP <n>      add the top n words of the newest run
      * Blank lines and lines starting with '*' are ignored. A request
      * file naming no words at all reports the newest run's top 10.
      * The history is first recounted against the control totals in
      * the output catalog (wccatlg.dat); a mismatch is refused with
      * return code 1 instead of a report.

       identification division.
       program-id. wordtrnd.

       select trend-sort-file assign to 'wctrend.srw'.

      * Output catalog written by the main run (or the merge) at its
      * last clean promotion: the control totals every file this
      * program reads is checked against before anything is
      * answered.
       select catalog-file assign to 'wccatlg.dat'
       organization is line sequential
       file status is catalog-status.

       data division.
       file section.
           fd trend-card-file record contains 80 characters.
         10 tnw-count pic 9(9).
         10 tnw-word pic x(80).

           fd catalog-file record contains 80 characters.
       01 catalog-line pic x(80).

       working-storage section.
      * Request card file; may be overridden at run time by the first
      * command-line parameter, the way wordqry's card file is.
       01 runs-display pic 9(5).
       01 shown-display pic 9.

      * Output catalog check. The catalog's 'E' lines are held as
      * read; each file is recounted the way the writer counted it
      * and compared field by field at the catalog's fixed offsets.
       01 catalog-status pic x(2).
       01 catalog-loaded pic x value 'N'.
           88 catalog-loaded-yes value 'Y'.
       01 catalog-entries-max pic 9(2) comp-5 value 10.
       01 catalog-entries pic x(80) occurs 10 times.
       01 catalog-entry-count pic 9(2) comp-5 value zero.
       01 ce pic 9(2) comp-5.
       01 catalog-found-idx pic 9(2) comp-5.
       01 catalog-file-label pic x(12).
       01 catalog-run-seq pic 9(5) comp-5.
       01 catalog-records pic 9(9) comp-5.
       01 catalog-hash-total pic 9(15) comp-5.
       01 catalog-distinct pic 9(9) comp-5.
      * Only the history is checked here: its record count, hash
      * total, the distinct total of its newest run and that run's
      * sequence.
       01 catalog-check-seq pic x.
       01 catalog-check-distinct pic x.
       01 catalog-count-9 pic 9(9).
       01 catalog-seq-display pic 9(5).
       01 catalog-records-display pic 9(9).
       01 catalog-hash-display pic 9(15).
       01 catalog-distinct-display pic 9(9).
       01 catalog-field-name pic x(12).
       01 catalog-found-text pic x(15).
       01 catalog-expected-text pic x(15).
       01 catalog-mismatch pic x value 'N'.
           88 catalog-mismatch-yes value 'Y'.
       01 catalog-mismatch-text pic x(132).

       procedure division.
      * A command-line parameter, when present, names the request
      * card file in place of the default.

           open output trend-report-file.

      * Prove the history is the one the last promotion wrote before
      * reporting anything from it.
           perform verify-output-catalog.

           perform count-history-runs.

           if total-runs = zero
           end-perform.

           exit paragraph.

      * Recount the history against the output catalog; on any
      * difference, refuse rather than trend a truncated or wrongly
      * restored file.
       verify-output-catalog.
           perform load-output-catalog.
           if not catalog-loaded-yes
               exit paragraph
           end-if.

           perform count-history-totals.
           move 'wchistry.dat' to catalog-file-label
           perform check-catalog-entry.

           if catalog-mismatch-yes
               move spaces to trend-report-line
               string 'refused: ' delimited by size
                 catalog-mismatch-text delimited by size
                 into trend-report-line
               write trend-report-line
               move 'no trend reported - wchistry.dat does not match'
                 & ' the last promotion; restore it or rerun wordcount'
                 to trend-report-line
               write trend-report-line
               close trend-report-file
               display 'wordtrnd: refused - '
                 function trim (catalog-mismatch-text trailing)
               stop run with error status 1
           end-if.

           exit paragraph.

      * Load the output catalog's entries. No catalog at all (nothing
      * has been promoted since it was introduced) is reported and
      * the files are used unverified; that is not a refusal.
       load-output-catalog.
           move 'N' to catalog-loaded
           move zero to catalog-entry-count
           open input catalog-file.
           if catalog-status not = '00'
               display 'wordtrnd: output catalog wccatlg.dat not '
                 'available - files not verified'
               exit paragraph
           end-if.
           move 'Y' to catalog-loaded

           move 0 to is-eof
           perform until is-eof = 1
               read catalog-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0 and catalog-line(1:1) = 'E'
                 and catalog-entry-count < catalog-entries-max
                   add 1 to catalog-entry-count
                   move catalog-line
                     to catalog-entries(catalog-entry-count)
               end-if
           end-perform.

           close catalog-file.

           exit paragraph.

      * Compare the totals just counted for catalog-file-label with
      * its catalog entry; the first difference found is kept in
      * catalog-mismatch-text for the refusal.
       check-catalog-entry.
           if not catalog-loaded-yes
               exit paragraph
           end-if.

           move 0 to catalog-found-idx
           perform varying ce from 1 by 1
             until ce > catalog-entry-count or catalog-found-idx > 0
               if catalog-entries(ce)(3:12) = catalog-file-label
                   move ce to catalog-found-idx
               end-if
           end-perform.
           if catalog-found-idx = 0
               display 'wordtrnd: no output catalog entry for '
                 function trim (catalog-file-label trailing)
                 ' - not verified'
               exit paragraph
           end-if.

           move catalog-records to catalog-records-display
           if catalog-records-display not =
             catalog-entries(catalog-found-idx)(22:9)
               move 'record count' to catalog-field-name
               move catalog-records-display to catalog-found-text
               move catalog-entries(catalog-found-idx)(22:9)
                 to catalog-expected-text
               perform note-catalog-mismatch
           end-if.

           move catalog-hash-total to catalog-hash-display
           if catalog-hash-display not =
             catalog-entries(catalog-found-idx)(32:15)
               move 'hash total' to catalog-field-name
               move catalog-hash-display to catalog-found-text
               move catalog-entries(catalog-found-idx)(32:15)
                 to catalog-expected-text
               perform note-catalog-mismatch
           end-if.

           move catalog-distinct to catalog-distinct-display
           if catalog-check-distinct = 'Y'
             and catalog-distinct-display not =
             catalog-entries(catalog-found-idx)(48:9)
               move 'distinct' to catalog-field-name
               move catalog-distinct-display to catalog-found-text
               move catalog-entries(catalog-found-idx)(48:9)
                 to catalog-expected-text
               perform note-catalog-mismatch
           end-if.

           move catalog-run-seq to catalog-seq-display
           if catalog-check-seq = 'Y'
             and catalog-seq-display not =
             catalog-entries(catalog-found-idx)(16:5)
               move 'last run' to catalog-field-name
               move catalog-seq-display to catalog-found-text
               move catalog-entries(catalog-found-idx)(16:5)
                 to catalog-expected-text
               perform note-catalog-mismatch
           end-if.

           exit paragraph.

       note-catalog-mismatch.
           if catalog-mismatch-yes
               exit paragraph
           end-if.
           move 'Y' to catalog-mismatch
           move spaces to catalog-mismatch-text
           string function trim (catalog-file-label trailing)
             delimited by size
             ' ' delimited by size
             function trim (catalog-field-name trailing)
             delimited by size
             ' is ' delimited by size
             function trim (catalog-found-text trailing)
             delimited by size
             ', the output catalog says ' delimited by size
             function trim (catalog-expected-text trailing)
             delimited by size
             into catalog-mismatch-text.

           exit paragraph.

      * History totals, counted as the writer counts them: every
      * line, the sum of the 'W' counts, and the 'W' lines of the
      * newest block, whose 'R' sequence must be the catalog's.
       count-history-totals.
           move zero to catalog-records catalog-hash-total
             catalog-distinct catalog-run-seq.
           move 'Y' to catalog-check-distinct
           move 'Y' to catalog-check-seq
           open input history-file.
           if history-status not = '00'
               exit paragraph
           end-if.

           move 0 to is-eof
           perform until is-eof = 1
               read history-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   add 1 to catalog-records
                   evaluate history-line(1:1)
                       when 'R'
                           move history-line(3:5) to catalog-seq-display
                           move catalog-seq-display to catalog-run-seq
                           move zero to catalog-distinct
                       when 'W'
                           move history-line(3:9) to catalog-count-9
                           add catalog-count-9 to catalog-hash-total
                           add 1 to catalog-distinct
                   end-evaluate
               end-if
           end-perform.

           close history-file.

           exit paragraph.
