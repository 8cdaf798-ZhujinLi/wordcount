      * measured as the difference in per-million share, so a big
      * corpus does not look 'overrepresented' in everything merely
      * by being big. Ranked through SORT like the existing reports.
      * A cache named ...wcfiles.dat is first recounted against the
      * output catalog beside it (...wccatlg.dat) and refused with
      * return code 1 if it does not match; a cache saved under any
      * other name is compared unverified, and the report says so.

       identification division.
       program-id. wordcmp.

       select cmp-sort-file assign to 'wccmp.srw'.

      * The same cache again, opened by name for its control-total
      * recount against the output catalog.
       select checked-cache-file assign to catalog-cache-name
       organization is line sequential
       file status is checked-cache-status.

      * Output catalog written by the main run (or the merge) at its
      * last clean promotion: the control totals every file this
      * program reads is checked against before anything is
      * answered.
       select catalog-file assign to catalog-file-name
       organization is line sequential
       file status is catalog-status.

       data division.
       file section.
           fd cache-a-file record contains 100 characters.
         10 csw-b-count pic 9(9).
         10 csw-word pic x(80).

           fd checked-cache-file record contains 100 characters.
       01 checked-cache-line pic x(100).

           fd catalog-file record contains 80 characters.
       01 catalog-line pic x(80).

       working-storage section.
       01 cache-a-name pic x(64).
       01 cache-b-name pic x(64).
       01 total-display pic 9(12).
       01 percent-display pic 9(3).

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
       01 catalog-verified pic x value 'N'.
       01 catalog-file-label pic x(12).
       01 catalog-run-seq pic 9(5) comp-5.
       01 catalog-records pic 9(9) comp-5.
       01 catalog-hash-total pic 9(15) comp-5.
       01 catalog-distinct pic 9(9) comp-5.
      * Only the cache is checked here; its distinct total is
      * carried for information only, so neither the distinct total
      * nor the run sequence is compared.
       01 catalog-check-seq pic x.
       01 catalog-check-distinct pic x.
       01 catalog-count-7 pic 9(7).
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
       01 checked-cache-status pic x(2).
       01 catalog-file-name pic x(64).
       01 catalog-cache-name pic x(64).
       01 catalog-name-len pic 9(4) comp-5.
       01 cache-a-verified pic x value 'N'.
       01 cache-b-verified pic x value 'N'.

       procedure division.
      * The two corpora to compare, both required.
           move 1 to command-line-arg-number
               stop run with error status 1
           end-if.

      * A cache that is the current output of a run must match its
      * output catalog before it is compared.
           move cache-a-name to catalog-cache-name
           perform verify-named-cache
           move catalog-verified to cache-a-verified.
           if not catalog-mismatch-yes
               move cache-b-name to catalog-cache-name
               perform verify-named-cache
               move catalog-verified to cache-b-verified
           end-if.
           if catalog-mismatch-yes
               perform refuse-comparison
           end-if.

           perform load-corpus-a.
           perform load-corpus-b.

               write compare-report-line
           end-if.

           if cache-a-verified not = 'Y'
               move 'note: corpus A is not covered by an output catalog'
                 & ' - compared unverified' to compare-report-line
               write compare-report-line
           end-if.
           if cache-b-verified not = 'Y'
               move 'note: corpus B is not covered by an output catalog'
                 & ' - compared unverified' to compare-report-line
               write compare-report-line
           end-if.

           perform write-overlap-summary.

           if cmp-records-written = zero
           write compare-report-line.

           exit paragraph.

      * The refusal replaces the report: one line naming the cache and
      * the difference found, and a nonzero return code.
       refuse-comparison.
           open output compare-report-file.
           move spaces to compare-report-line
           string 'refused: ' delimited by size
             function trim (catalog-cache-name trailing)
             delimited by size
             ' - ' delimited by size
             catalog-mismatch-text delimited by size
             into compare-report-line
           write compare-report-line.
           move 'no comparison made - the cache does not match its'
             & ' last promotion; restore it or rerun wordcount'
             to compare-report-line
           write compare-report-line.
           close compare-report-file.
           display 'wordcmp: refused - '
             function trim (catalog-cache-name trailing) ' - '
             function trim (catalog-mismatch-text trailing)
           stop run with error status 1.

      * A cache named ...wcfiles.dat is checked against the output
      * catalog written beside it (...wccatlg.dat); a cache saved
      * under any other name has no catalog and is used unverified.
       locate-cache-catalog.
           move spaces to catalog-file-name
           move function length
             (function trim (catalog-cache-name trailing))
             to catalog-name-len.
           if catalog-name-len < 11
               exit paragraph
           end-if.
           if catalog-cache-name(catalog-name-len - 10:11)
             not = 'wcfiles.dat'
               exit paragraph
           end-if.
           if catalog-name-len = 11
               move 'wccatlg.dat' to catalog-file-name
           else
               string catalog-cache-name(1:catalog-name-len - 11)
                 delimited by size
                 'wccatlg.dat' delimited by size
                 into catalog-file-name
           end-if.

           exit paragraph.

      * Recount the cache named in catalog-cache-name against its
      * catalog. catalog-verified says afterwards whether it was
      * found in the catalog and matched; a mismatch is left in
      * catalog-mismatch.
       verify-named-cache.
           move 'N' to catalog-loaded
           move 'N' to catalog-verified
           move 0 to catalog-found-idx
           perform locate-cache-catalog.
           if catalog-file-name = spaces
               exit paragraph
           end-if.

           perform load-output-catalog.
           if not catalog-loaded-yes
               exit paragraph
           end-if.

           perform count-cache-totals.
           move 'wcfiles.dat' to catalog-file-label
           perform check-catalog-entry.
           if catalog-found-idx > 0 and not catalog-mismatch-yes
               move 'Y' to catalog-verified
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
               display 'wordcmp: output catalog '
                 function trim (catalog-file-name trailing)
                 ' not available - files not verified'
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
               display 'wordcmp: no output catalog entry for '
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

      * Cache totals, counted as the writer counts them: every line
      * and the sum of the 'W' counts.
       count-cache-totals.
           move zero to catalog-records catalog-hash-total
             catalog-distinct catalog-run-seq.
           move 'N' to catalog-check-distinct
           move 'N' to catalog-check-seq
           open input checked-cache-file.
           if checked-cache-status not = '00'
               exit paragraph
           end-if.

           move 0 to is-eof
           perform until is-eof = 1
               read checked-cache-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   add 1 to catalog-records
                   if checked-cache-line(1:1) = 'W'
                       move checked-cache-line(3:7) to catalog-count-7
                       add catalog-count-7 to catalog-hash-total
                   end-if
               end-if
           end-perform.

           close checked-cache-file.

           exit paragraph.
