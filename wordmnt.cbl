      *                     plus the last clean run's per-file cache
      *                     (wcfiles.dat), after a corruption
      * Blank lines and lines starting with '*' are ignored; cards
      * are processed in the order given. Each request first checks
      * the files it reads against the control totals in the output
      * catalog (wccatlg.dat) - the master, the run history as well
      * for an OLDER sweep, or for REBUILD the cache it rebuilds
      * from - and is refused if one does not match; the run then
      * ends with return code 1. A request that changes the master
      * updates the master's catalog entry to match.

       identification division.
       program-id. wordmnt.
       organization is line sequential
       file status is lastrun-status.

      * Output catalog written by the main run (or the merge) at its
      * last clean promotion. The master is checked against it before
      * any request reads it (the cache, before REBUILD reads that),
      * and the master's entry is brought up to date after a request
      * changes the master.
       select catalog-file assign to 'wccatlg.dat'
       organization is line sequential
       file status is catalog-status.

       data division.
       file section.
           fd maint-card-file record contains 80 characters.
           fd lastrun-file record contains 31 characters.
       01 lastrun-record pic x(31).

           fd catalog-file record contains 80 characters.
       01 catalog-line pic x(80).

       working-storage section.
      * Request card file; may be overridden at run time by the first
      * command-line parameter, the way wordqry's card file is.
       01 other-count-display pic 9(9).
       01 runs-display pic 9(5).

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
      * The master's and the history's distinct totals and the
      * history's run sequence are checked; the cache's distinct
      * total is carried for information only.
       01 catalog-check-seq pic x.
       01 catalog-check-distinct pic x.
       01 catalog-count-7 pic 9(7).
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
       01 catalog-header-line pic x(80).
       01 cards-refused pic 9(5) comp-5 value zero.

       procedure division.
      * A command-line parameter, when present, names the request
      * card file in place of the default.
           close maint-card-file.
           close maint-report-file.

           if cards-refused > zero
               display 'wordmnt: requests refused - see wcmaint.rpt'
               stop run with error status 1
           end-if.

           stop run.

       process-maint-card.

           evaluate function upper-case (card-verb)
               when 'REPORT'
                   perform verify-master-catalog
                   if not catalog-mismatch-yes
                       perform do-population-report
                   end-if
               when 'ARCHIVE'
                   perform verify-master-catalog
                   if not catalog-mismatch-yes
                     and function upper-case (card-mode) = 'OLDER'
                       perform verify-history-catalog
                   end-if
                   if not catalog-mismatch-yes
                       move 'Y' to archive-wanted
                       perform do-sweep
                       perform update-catalog-master-entry
                   end-if
               when 'PURGE'
                   perform verify-master-catalog
                   if not catalog-mismatch-yes
                     and function upper-case (card-mode) = 'OLDER'
                       perform verify-history-catalog
                   end-if
                   if not catalog-mismatch-yes
                       move 'N' to archive-wanted
                       perform do-sweep
                       perform update-catalog-master-entry
                   end-if
               when 'REBUILD'
                   perform verify-cache-catalog
                   if not catalog-mismatch-yes
                       perform do-rebuild
                       perform update-catalog-master-entry
                   end-if
               when other
                   move '  unknown request - use REPORT, ARCHIVE, PURGE'
                     & ' or REBUILD' to maint-report-line
           add 1 to hash-value.

           exit paragraph.

      * Recount the master against the output catalog before a
      * request reads it; a mismatch refuses the request.
       verify-master-catalog.
           move 'N' to catalog-mismatch
           perform load-output-catalog.
           if not catalog-loaded-yes
               exit paragraph
           end-if.

           perform count-master-totals.
           move 'wcmaster.dat' to catalog-file-label
           perform check-catalog-entry.
           if catalog-mismatch-yes
               perform write-catalog-refusal
           end-if.

           exit paragraph.

      * An OLDER sweep takes its cutoff from the run history, so a
      * truncated or wrong-night history would sweep the wrong words.
       verify-history-catalog.
           move 'N' to catalog-mismatch
           perform load-output-catalog.
           if not catalog-loaded-yes
               exit paragraph
           end-if.

           perform count-history-totals.
           move 'wchistry.dat' to catalog-file-label
           perform check-catalog-entry.
           if catalog-mismatch-yes
               perform write-catalog-refusal
           end-if.

           exit paragraph.

      * REBUILD does not read the master (it is rebuilding it because
      * it cannot be trusted), but it does read the cache.
       verify-cache-catalog.
           move 'N' to catalog-mismatch
           perform load-output-catalog.
           if not catalog-loaded-yes
               exit paragraph
           end-if.

           perform count-cache-totals.
           move 'wcfiles.dat' to catalog-file-label
           perform check-catalog-entry.
           if catalog-mismatch-yes
               perform write-catalog-refusal
           end-if.

           exit paragraph.

       write-catalog-refusal.
           add 1 to cards-refused.
           move spaces to maint-report-line
           string '  refused: ' delimited by size
             catalog-mismatch-text delimited by size
             into maint-report-line
           write maint-report-line.
           move '  nothing done - the file does not match the last'
             & ' promotion; restore it or rerun wordcount'
             to maint-report-line
           write maint-report-line.

           exit paragraph.

      * The master has just been changed after the run that catalogued
      * it, so its entry is recounted and rewritten - under the run
      * sequence it was catalogued with - or the next program to open
      * the master would refuse it. The other entries are rewritten
      * as they were.
       update-catalog-master-entry.
           perform load-output-catalog.
           if not catalog-loaded-yes
               exit paragraph
           end-if.

           move 0 to catalog-found-idx
           perform varying ce from 1 by 1
             until ce > catalog-entry-count or catalog-found-idx > 0
               if catalog-entries(ce)(3:12) = 'wcmaster.dat'
                   move ce to catalog-found-idx
               end-if
           end-perform.
           if catalog-found-idx = 0
               if catalog-entry-count = catalog-entries-max
                   exit paragraph
               end-if
               add 1 to catalog-entry-count
               move catalog-entry-count to catalog-found-idx
               move catalog-header-line(3:5) to catalog-seq-display
           else
               move catalog-entries(catalog-found-idx)(16:5)
                 to catalog-seq-display
           end-if.

           perform count-master-totals.
           move catalog-records to catalog-records-display
           move catalog-hash-total to catalog-hash-display
           move catalog-distinct to catalog-distinct-display
           move spaces to catalog-entries(catalog-found-idx)
           string 'E ' delimited by size
             'wcmaster.dat' delimited by size
             ' ' delimited by size
             catalog-seq-display delimited by size
             ' ' delimited by size
             catalog-records-display delimited by size
             ' ' delimited by size
             catalog-hash-display delimited by size
             ' ' delimited by size
             catalog-distinct-display delimited by size
             into catalog-entries(catalog-found-idx).

           open output catalog-file.
           if catalog-status not = '00'
               move spaces to maint-report-line
               string '  cannot rewrite wccatlg.dat (status '
                 delimited by size
                 catalog-status delimited by size
                 ') - the master will not verify until the next run'
                 delimited by size
                 into maint-report-line
               write maint-report-line
               exit paragraph
           end-if.
           if catalog-header-line not = spaces
               move catalog-header-line to catalog-line
               write catalog-line
           end-if.
           perform varying ce from 1 by 1 until ce > catalog-entry-count
               move catalog-entries(ce) to catalog-line
               write catalog-line
           end-perform.
           close catalog-file.

           move spaces to maint-report-line
           string '  output catalog entry for wcmaster.dat updated: '
             delimited by size
             catalog-records-display delimited by size
             ' records' delimited by size
             into maint-report-line
           write maint-report-line.

           exit paragraph.

      * Load the output catalog's entries. No catalog at all (nothing
      * has been promoted since it was introduced) is reported and
      * the files are used unverified; that is not a refusal.
       load-output-catalog.
           move 'N' to catalog-loaded
           move zero to catalog-entry-count
           move spaces to catalog-header-line
           open input catalog-file.
           if catalog-status not = '00'
               display 'wordmnt: output catalog wccatlg.dat not '
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
               if is-eof = 0 and catalog-line(1:1) = 'H'
                   move catalog-line to catalog-header-line
               end-if
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
               display 'wordmnt: no output catalog entry for '
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

      * Master totals, counted as the writer counts them: one record
      * per word, so the record count is also the distinct total;
      * the hash is the sum of the lifetime counts.
       count-master-totals.
           move zero to catalog-records catalog-hash-total
             catalog-distinct catalog-run-seq.
           move 'Y' to catalog-check-distinct
           move 'N' to catalog-check-seq
           open input word-master-file.
           if master-status not = '00'
               exit paragraph
           end-if.

           move 0 to is-eof
           perform until is-eof = 1
               read word-master-file next
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   add 1 to catalog-records
                   add master-lifetime-count to catalog-hash-total
               end-if
           end-perform.

           close word-master-file.
           move catalog-records to catalog-distinct.

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

      * Cache totals, counted as the writer counts them: every line
      * and the sum of the 'W' counts.
       count-cache-totals.
           move zero to catalog-records catalog-hash-total
             catalog-distinct catalog-run-seq.
           move 'N' to catalog-check-distinct
           move 'N' to catalog-check-seq
           open input cache-file.
           if cache-status not = '00'
               exit paragraph
           end-if.

           move 0 to is-eof
           perform until is-eof = 1
               read cache-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   add 1 to catalog-records
                   if cache-line(1:1) = 'W'
                       move cache-line(3:7) to catalog-count-7
                       add catalog-count-7 to catalog-hash-total
                   end-if
               end-if
           end-perform.

           close cache-file.

           exit paragraph.
