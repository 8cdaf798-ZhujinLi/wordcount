      *                         occurs at, from the full positional
      *                         index (wcindex.dat, built by a run
      *                         with the FULLINDEX option)
      * Blank lines and lines starting with '*' are ignored. Before
      * any query is answered, the three files are recounted against
      * the control totals in the output catalog (wccatlg.dat); a
      * file that does not match refuses the whole request file with
      * return code 1.

       identification division.
       program-id. wordqry.
      * each clean finish.
       select word-master-file assign to 'wcmaster.dat'
       organization is indexed
       access mode is dynamic
       record key is master-word
       file status is master-status.


       select top-sort-file assign to 'wcquery.srw'.

      * Output catalog written by the main run (or the merge) at its
      * last clean promotion: the control totals every file this
      * program reads is checked against before anything is
      * answered.
       select catalog-file assign to 'wccatlg.dat'
       organization is line sequential
       file status is catalog-status.

       data division.
       file section.
           fd query-file record contains 80 characters.
           20 ix-seq pic 9(9).
         10 ix-file pic x(64).
         10 ix-line pic 9(9).
         10 ix-doc-id pic x(20).
         10 ix-system pic x(10).

           fd top-src-file record contains 89 characters.
       01 top-src-record.
         10 tsw-count pic 9(9).
         10 tsw-word pic x(80).

           fd catalog-file record contains 80 characters.
       01 catalog-line pic x(80).

       working-storage section.
      * Request card file; may be overridden at run time by the first
      * command-line parameter, the way wordcount's control file is.
       01 agg-full-warned pic x value 'N'.
       01 i pic 9(6) comp-5.

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
      * The history's run sequence and the distinct totals of the
      * master, history and index are checked; the cache's distinct
      * total is carried for information only.
       01 catalog-check-seq pic x.
       01 catalog-check-distinct pic x.
       01 catalog-prev-word pic x(80).
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

       procedure division.
      * A command-line parameter, when present, names the request
      * card file in place of the default.

           open output answer-file.

      * Prove the master, the cache and the index are the files the
      * last promotion wrote before answering anything from them.
           perform verify-output-catalog.

      * The word-master may be missing (no clean run has written it
      * yet); COUNT queries then answer 'not available' rather than
      * failing the whole job.

           exit paragraph.

      * A location from a MANIFEST run names its document as well.
       write-where-hit.
           move ix-line to where-line-display
           move spaces to answer-line
             ' ' delimited by size
             where-line-display delimited by size
             into answer-line
           if ix-doc-id not = spaces
               move spaces to answer-line
               string '  ' delimited by size
                 function trim (ix-file trailing) delimited by size
                 ' ' delimited by size
                 where-line-display delimited by size
                 ' doc ' delimited by size
                 function trim (ix-doc-id trailing) delimited by size
                 ' ' delimited by size
                 function trim (ix-system trailing) delimited by size
                 into answer-line
           end-if.
           write answer-line.

           exit paragraph.
           close top-sorted-file.

           exit paragraph.

      * Recount the three files against the output catalog; on any
      * difference, refuse the whole request file rather than answer
      * from a truncated or wrongly restored file.
       verify-output-catalog.
           perform load-output-catalog.
           if not catalog-loaded-yes
               exit paragraph
           end-if.

           perform count-master-totals.
           move 'wcmaster.dat' to catalog-file-label
           perform check-catalog-entry.

           perform count-cache-totals.
           move 'wcfiles.dat' to catalog-file-label
           perform check-catalog-entry.

           perform count-index-totals.
           move 'wcindex.dat' to catalog-file-label
           perform check-catalog-entry.

           if catalog-mismatch-yes
               move spaces to answer-line
               string 'refused: ' delimited by size
                 catalog-mismatch-text delimited by size
                 into answer-line
               write answer-line
               move 'no queries answered - the files do not match the'
                 & ' last promotion; restore them or rerun wordcount'
                 to answer-line
               write answer-line
               close query-file
               close answer-file
               display 'wordqry: refused - '
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
               display 'wordqry: output catalog wccatlg.dat not '
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
               display 'wordqry: no output catalog entry for '
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

      * Index totals, counted as the writer counts them: every
      * occurrence record, the sum of their line numbers, and the
      * distinct words met in key order.
       count-index-totals.
           move zero to catalog-records catalog-hash-total
             catalog-distinct catalog-run-seq.
           move 'Y' to catalog-check-distinct
           move 'N' to catalog-check-seq
           open input word-index-file.
           if index-status not = '00'
               exit paragraph
           end-if.

           move low-values to catalog-prev-word
           move 0 to is-eof
           perform until is-eof = 1
               read word-index-file next
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   add 1 to catalog-records
                   add ix-line to catalog-hash-total
                   if ix-word not = catalog-prev-word
                       add 1 to catalog-distinct
                       move ix-word to catalog-prev-word
                   end-if
               end-if
           end-perform.

           close word-index-file.

           exit paragraph.
