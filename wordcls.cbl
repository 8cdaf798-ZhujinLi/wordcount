      * Topic classification of the corpus against a category
      * taxonomy. The taxonomy file (./wctaxon.dat, or the first
      * command-line parameter) lists the terms that signal each
      * category, one per line:
      *   <category> <term> [<weight>]
      * e.g. "CLAIMS ADJUSTER 3"; the weight defaults to 1, and a term
      * may signal more than one category. Blank lines and lines
      * starting with '*' are ignored. Terms match the counted words
      * regardless of case.
      *
      * Every file in the last clean run's per-file cache (wcfiles.dat)
      * is scored against every category - the sum, over the file's
      * words, of count times weight - and given the best-scoring
      * category as its primary. A runner-up scoring within the
      * closeness margin of the primary (80 percent, or the second
      * command-line parameter) is shown as its secondary; a file no
      * category scores at all is UNCLASSIFIED. Outputs:
      *   wcclass.rpt   per-file classification
      *   wcclssum.rpt  category summary: documents (as primary and
      *                 as secondary) and total words per category,
      *                 footed back to the corpus
      *   wcclass.csv   the per-file classification as a delimited
      *                 file, in the style of the EXPORT option's files
      * The cache is first recounted against the control totals in
      * the output catalog (wccatlg.dat); a mismatch is refused with
      * return code 1 instead of a classification.

       identification division.
       program-id. wordcls.

       environment division.
       input-output section.
       file-control.
       select taxonomy-file assign to taxonomy-file-name
       organization is line sequential
       file status is taxonomy-status.

       select cache-file assign to 'wcfiles.dat'
       organization is line sequential
       file status is cache-status.

       select class-report-file assign to 'wcclass.rpt'
       organization is line sequential.

       select class-summary-file assign to 'wcclssum.rpt'
       organization is line sequential.

       select class-export-file assign to 'wcclass.csv'
       organization is line sequential.

      * Output catalog written by the main run (or the merge) at its
      * last clean promotion: the control totals every file this
      * program reads is checked against before anything is
      * answered.
       select catalog-file assign to 'wccatlg.dat'
       organization is line sequential
       file status is catalog-status.

       data division.
       file section.
           fd taxonomy-file record contains 80 characters.
       01 taxonomy-line pic x(80).

           fd cache-file record contains 100 characters.
       01 cache-line pic x(100).

           fd class-report-file record contains 132 characters.
       01 class-report-line pic x(132).

           fd class-summary-file record contains 132 characters.
       01 class-summary-line pic x(132).

           fd class-export-file record contains 200 characters.
       01 class-export-line pic x(200).

           fd catalog-file record contains 80 characters.
       01 catalog-line pic x(80).

       working-storage section.
       01 taxonomy-file-name pic x(64) value './wctaxon.dat'.
       01 taxonomy-status pic x(2).
       01 cache-status pic x(2).
       01 is-eof pic 9 comp-5.

       01 command-line-arg pic x(64).
       01 command-line-arg-number pic 9(2).

      * Runner-up margin: a second category scoring at least this
      * percentage of the primary's score is reported as secondary.
       01 close-percent pic 9(3) comp-5 value 80.

      * Taxonomy line tokens.
       01 tax-category pic x(12).
       01 tax-term pic x(80).
       01 tax-weight-text pic x(10).
       01 tax-ptr pic 9(4) comp-5.
       01 tax-weight pic 9(5) comp-5.
       01 tax-lines-ignored pic 9(5) comp-5 value zero.

      * Categories in the order the taxonomy first names them, with
      * the summary accumulators alongside.
       01 categories-max pic 9(3) comp-5 value 200.
       01 category-codes pic x(12) occurs 200 times.
       01 category-primary-docs pic 9(7) comp-5 occurs 200 times
           value zeros.
       01 category-secondary-docs pic 9(7) comp-5 occurs 200 times
           value zeros.
       01 category-words pic 9(12) comp-5 occurs 200 times
           value zeros.
       01 category-scores pic 9(12) comp-5 occurs 200 times
           value zeros.
       01 category-count pic 9(3) comp-5 value zero.
       01 c pic 9(3) comp-5.
       01 cat-idx pic 9(3) comp-5.

      * Terms, upper-cased, hash-chained the way the main run chains
      * res-words; a term listed under several categories has one
      * entry per category on the same chain.
       01 terms-max pic 9(5) comp-5 value 10000.
       01 term-words pic x(80) occurs 10000 times.
       01 term-categories pic 9(3) comp-5 occurs 10000 times.
       01 term-weights pic 9(5) comp-5 occurs 10000 times.
       01 term-next pic 9(5) comp-5 occurs 10000 times value zeros.
       01 term-count pic 9(5) comp-5 value zero.
       01 hash-buckets pic 9(5) comp-5 value 9973.
       01 term-hash-table pic 9(5) comp-5 occurs 9973 times
           value zeros.
       01 hash-value pic 9(5) comp-5.
       01 hash-accum pic 9(9) comp-5.
       01 hash-word-len pic 9(4) comp-5.
       01 hash-char-idx pic 9(4) comp-5.
       01 term-idx pic 9(5) comp-5.
       01 word pic x(80).
       01 cache-restore-count pic 9(7).

      * The file being scored.
       01 current-file-name pic x(64).
       01 file-open pic x value 'N'.
           88 file-open-yes value 'Y'.
       01 file-words pic 9(12) comp-5.
       01 primary-idx pic 9(3) comp-5.
       01 secondary-idx pic 9(3) comp-5.
       01 primary-code pic x(12).
       01 secondary-code pic x(12).
       01 primary-score-display pic 9(9).
       01 secondary-score-display pic 9(9).

      * Corpus totals, for the summary's footing.
       01 files-classified pic 9(7) comp-5 value zero.
       01 files-unclassified pic 9(7) comp-5 value zero.
       01 unclassified-words pic 9(12) comp-5 value zero.
       01 corpus-files pic 9(7) comp-5 value zero.
       01 corpus-words pic 9(12) comp-5 value zero.
       01 summary-files pic 9(7) comp-5.
       01 summary-words pic 9(12) comp-5.

      * Delimited-export controls, as in the main program.
       01 export-field pic x(80).
       01 export-field-len pic 9(4) comp-5.
       01 export-field-idx pic 9(4) comp-5.
       01 export-quoted pic x(164).
       01 export-quoted-len pic 9(4) comp-5.
       01 export-quoted-file pic x(132).
       01 export-quoted-file-len pic 9(4) comp-5.
       01 export-quoted-primary pic x(32).
       01 export-quoted-primary-len pic 9(4) comp-5.
       01 export-count-edited pic zzzzzzzz9.
       01 export-score-edited pic zzzzzzzz9.
       01 export-words-edited pic zzzzzzzzzzz9.

       01 count-display-7 pic 9(7).
       01 count-display-9 pic 9(9).
       01 words-display pic 9(12).
       01 percent-display pic zz9.9.

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

       procedure division.
      * The taxonomy file, then the closeness margin; both optional.
           move 1 to command-line-arg-number
           display command-line-arg-number upon argument-number
           accept command-line-arg from argument-value
               on exception
                   move spaces to command-line-arg
           end-accept.
           if command-line-arg not = spaces
               move command-line-arg to taxonomy-file-name
           end-if.

           move 2 to command-line-arg-number
           display command-line-arg-number upon argument-number
           move spaces to command-line-arg
           accept command-line-arg from argument-value
               on exception
                   move spaces to command-line-arg
           end-accept.
           if command-line-arg not = spaces
               move function numval (command-line-arg) to close-percent
               if close-percent = zero or close-percent > 100
                   display 'wordcls: bad closeness margin "'
                     function trim (command-line-arg trailing)
                     '" - give a percent from 1 to 100'
                   stop run with error status 1
               end-if
           end-if.

           perform load-taxonomy.
           if category-count = zero
               display 'wordcls: '
                 function trim (taxonomy-file-name trailing)
                 ' names no categories - nothing to classify against'
               stop run with error status 1
           end-if.

      * Prove the cache is the one the last promotion wrote before
      * classifying anything from it.
           perform verify-output-catalog.

           open input cache-file.
           if cache-status not = '00'
               display 'wordcls: cannot open wcfiles.dat (status '
                 cache-status ') - run wordcount first'
               stop run with error status 1
           end-if.

           open output class-report-file.
           open output class-export-file.
           perform write-class-headings.

           move 0 to is-eof
           perform until is-eof = 1
               read cache-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   evaluate cache-line(1:1)
                       when 'F'
                           perform finish-file-scores
                           perform start-file-scores
                       when 'W'
                           perform score-cache-word
                   end-evaluate
               end-if
           end-perform.
           perform finish-file-scores.

           close cache-file.
           close class-report-file.
           close class-export-file.

           perform write-category-summary.

           stop run.

       load-taxonomy.
           open input taxonomy-file.
           if taxonomy-status not = '00'
               display 'wordcls: cannot open '
                 function trim (taxonomy-file-name trailing)
                 ' (status ' taxonomy-status ')'
               stop run with error status 1
           end-if.

           move 0 to is-eof
           perform until is-eof = 1
               read taxonomy-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   perform parse-taxonomy-line
               end-if
           end-perform.

           close taxonomy-file.

           if tax-lines-ignored > zero
               display 'wordcls: ' tax-lines-ignored ' taxonomy lines '
                 'ignored - each needs a category and a term'
           end-if.

           exit paragraph.

       parse-taxonomy-line.
           if taxonomy-line = spaces or taxonomy-line(1:1) = '*'
               exit paragraph
           end-if.

           move spaces to tax-category tax-term tax-weight-text
           move 1 to tax-ptr
           unstring taxonomy-line delimited by all space
             into tax-category tax-term tax-weight-text
             with pointer tax-ptr.
           if tax-category = spaces or tax-term = spaces
               add 1 to tax-lines-ignored
               exit paragraph
           end-if.

           move 1 to tax-weight
           if tax-weight-text not = spaces
               move function numval (tax-weight-text) to tax-weight
               if tax-weight = zero
                   add 1 to tax-lines-ignored
                   exit paragraph
               end-if
           end-if.

           move function upper-case (tax-category) to tax-category
           perform find-category.
           if cat-idx = 0
               exit paragraph
           end-if.

           if term-count = terms-max
               display 'wordcls: term table full at ' terms-max
                 ' entries - ignoring "'
                 function trim (tax-term trailing) '"'
               exit paragraph
           end-if.

           move function upper-case (tax-term) to word
           perform compute-word-hash
           add 1 to term-count
           move word to term-words(term-count)
           move cat-idx to term-categories(term-count)
           move tax-weight to term-weights(term-count)
           move term-hash-table(hash-value) to term-next(term-count)
           move term-count to term-hash-table(hash-value).

           exit paragraph.

      * The category's slot, adding it in taxonomy order on first
      * sight.
       find-category.
           move 0 to cat-idx
           perform varying c from 1 by 1
             until c > category-count or cat-idx not = 0
               if category-codes(c) = tax-category
                   move c to cat-idx
               end-if
           end-perform.

           if cat-idx = 0
               if category-count = categories-max
                   display 'wordcls: category table full at '
                     categories-max ' entries - ignoring '
                     function trim (tax-category trailing)
               else
                   add 1 to category-count
                   move tax-category to category-codes(category-count)
                   move category-count to cat-idx
               end-if
           end-if.

           exit paragraph.

       compute-word-hash.
           move function length (function trim (word trailing))
             to hash-word-len
           move 0 to hash-accum
           perform varying hash-char-idx from 1 by 1
             until hash-char-idx > hash-word-len
               compute hash-accum =
                 hash-accum + function ord (word(hash-char-idx:1))
           end-perform.
           move function mod (hash-accum, hash-buckets) to hash-value
           add 1 to hash-value.

           exit paragraph.

       start-file-scores.
           move function trim (cache-line(3:) trailing)
             to current-file-name
           move 'Y' to file-open
           move zero to file-words
           perform varying c from 1 by 1 until c > category-count
               move zero to category-scores(c)
           end-perform.

           exit paragraph.

      * Every taxonomy entry for the word adds count times weight to
      * its category.
       score-cache-word.
           if not file-open-yes
               exit paragraph
           end-if.
           move cache-line(3:7) to cache-restore-count.
           add cache-restore-count to file-words.

           move function upper-case (
             function trim (cache-line(11:) trailing)) to word.
           perform compute-word-hash.
           move term-hash-table(hash-value) to term-idx
           perform until term-idx = 0
               if term-words(term-idx) = word
                   compute category-scores(term-categories(term-idx)) =
                     category-scores(term-categories(term-idx))
                     + cache-restore-count * term-weights(term-idx)
               end-if
               move term-next(term-idx) to term-idx
           end-perform.

           exit paragraph.

      * Pick the primary and any close runner-up for the file just
      * read, tally it for the summary and write its report and
      * export lines. Ties go to the category the taxonomy names
      * first.
       finish-file-scores.
           if not file-open-yes
               exit paragraph
           end-if.
           move 'N' to file-open.
           add 1 to corpus-files.
           add file-words to corpus-words.

           move 0 to primary-idx
           move 0 to secondary-idx
           perform varying c from 1 by 1 until c > category-count
               if category-scores(c) > zero
                   if primary-idx = 0
                       move c to primary-idx
                   else
                       if category-scores(c) >
                         category-scores(primary-idx)
                           move primary-idx to secondary-idx
                           move c to primary-idx
                       else
                           if secondary-idx = 0
                               move c to secondary-idx
                           else
                               if category-scores(c) >
                                 category-scores(secondary-idx)
                                   move c to secondary-idx
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.

           if secondary-idx not = 0
               if category-scores(secondary-idx) * 100 <
                 category-scores(primary-idx) * close-percent
                   move 0 to secondary-idx
               end-if
           end-if.

           move spaces to secondary-code
           move zero to secondary-score-display
           if primary-idx = 0
               move 'UNCLASSIFIED' to primary-code
               move zero to primary-score-display
               add 1 to files-unclassified
               add file-words to unclassified-words
           else
               move category-codes(primary-idx) to primary-code
               move category-scores(primary-idx)
                 to primary-score-display
               add 1 to files-classified
               add 1 to category-primary-docs(primary-idx)
               add file-words to category-words(primary-idx)
               if secondary-idx not = 0
                   move category-codes(secondary-idx) to secondary-code
                   move category-scores(secondary-idx)
                     to secondary-score-display
                   add 1 to category-secondary-docs(secondary-idx)
               end-if
           end-if.

           perform write-class-line.
           perform write-class-export-row.

           exit paragraph.

       write-class-headings.
           move spaces to class-report-line
           string 'topic classification against ' delimited by size
             function trim (taxonomy-file-name trailing)
             delimited by size
             into class-report-line
           write class-report-line.

           move spaces to class-report-line
           string 'file' delimited by size
             into class-report-line
           move 'primary      score     secondary    score     words'
             to class-report-line(66:)
           write class-report-line.

           move 'file,primary,primary_score,secondary,secondary_score,'
             & 'words' to class-export-line
           write class-export-line.

           exit paragraph.

       write-class-line.
           move file-words to count-display-9
           move spaces to class-report-line
           move current-file-name to class-report-line(1:64)
           string primary-code delimited by size
             ' ' delimited by size
             primary-score-display delimited by size
             ' ' delimited by size
             secondary-code delimited by size
             ' ' delimited by size
             secondary-score-display delimited by size
             ' ' delimited by size
             count-display-9 delimited by size
             into class-report-line(66:)
           write class-report-line.

           exit paragraph.

       write-class-export-row.
           move current-file-name to export-field
           perform quote-export-field
           move export-quoted to export-quoted-file
           move export-quoted-len to export-quoted-file-len.

           move primary-code to export-field
           perform quote-export-field
           move export-quoted to export-quoted-primary
           move export-quoted-len to export-quoted-primary-len.

           move secondary-code to export-field
           perform quote-export-field.

           move primary-score-display to export-count-edited
           move secondary-score-display to export-score-edited
           move file-words to export-words-edited
           move spaces to class-export-line
           string export-quoted-file(1:export-quoted-file-len)
             delimited by size
             ',' delimited by size
             export-quoted-primary(1:export-quoted-primary-len)
             delimited by size
             ',' delimited by size
             function trim (export-count-edited) delimited by size
             ',' delimited by size
             export-quoted(1:export-quoted-len) delimited by size
             ',' delimited by size
             function trim (export-score-edited) delimited by size
             ',' delimited by size
             function trim (export-words-edited) delimited by size
             into class-export-line
           write class-export-line.

           exit paragraph.

      * Surround export-field with double quotes, doubling any quote
      * embedded in the text, per the usual delimited-file rules.
       quote-export-field.
           move function length (function trim (export-field trailing))
             to export-field-len.
           move spaces to export-quoted.
           move '"' to export-quoted(1:1)
           move 2 to export-quoted-len.
           perform varying export-field-idx from 1 by 1
             until export-field-idx > export-field-len
               if export-field(export-field-idx:1) = '"'
                   move '"' to export-quoted(export-quoted-len:1)
                   add 1 to export-quoted-len
               end-if
               move export-field(export-field-idx:1)
                 to export-quoted(export-quoted-len:1)
               add 1 to export-quoted-len
           end-perform.
           move '"' to export-quoted(export-quoted-len:1).

           exit paragraph.

      * One line per category in taxonomy order, then UNCLASSIFIED,
      * then the footing: primary documents and their words add back
      * to the corpus totals, since every file has exactly one
      * primary (or none). Secondary documents are shown but not
      * footed - those files are already counted under their primary.
       write-category-summary.
           open output class-summary-file.

           move spaces to class-summary-line
           string 'category summary against ' delimited by size
             function trim (taxonomy-file-name trailing)
             delimited by size
             into class-summary-line
           write class-summary-line.

           move 'category     primary   secondary words'
             & '         share' to class-summary-line
           write class-summary-line.

           move zero to summary-files
           move zero to summary-words
           perform varying c from 1 by 1 until c > category-count
               move category-codes(c) to primary-code
               move category-primary-docs(c) to count-display-7
               move category-secondary-docs(c) to count-display-9
               move category-words(c) to words-display
               add category-primary-docs(c) to summary-files
               add category-words(c) to summary-words
               perform write-summary-row
           end-perform.

           move 'UNCLASSIFIED' to primary-code
           move files-unclassified to count-display-7
           move zero to count-display-9
           move unclassified-words to words-display
           add files-unclassified to summary-files
           add unclassified-words to summary-words
           perform write-summary-row.

           move spaces to class-summary-line
           write class-summary-line.

           move summary-files to count-display-7
           move summary-words to words-display
           move spaces to class-summary-line
           string 'total        ' delimited by size
             count-display-7 delimited by size
             '             ' delimited by size
             words-display delimited by size
             into class-summary-line
           write class-summary-line.

           move corpus-files to count-display-7
           move corpus-words to words-display
           move spaces to class-summary-line
           string 'corpus       ' delimited by size
             count-display-7 delimited by size
             '             ' delimited by size
             words-display delimited by size
             into class-summary-line
           write class-summary-line.

           if summary-files = corpus-files
             and summary-words = corpus-words
               move 'category totals foot to the corpus'
                 to class-summary-line
           else
               move 'category totals DO NOT foot to the corpus'
                 to class-summary-line
           end-if.
           write class-summary-line.

           close class-summary-file.

           exit paragraph.

       write-summary-row.
           if corpus-words > zero
               compute percent-display rounded =
                 words-display * 100 / corpus-words
           else
               move zero to percent-display
           end-if.
           move spaces to class-summary-line
           string primary-code delimited by size
             ' ' delimited by size
             count-display-7 delimited by size
             '   ' delimited by size
             count-display-9 delimited by size
             ' ' delimited by size
             words-display delimited by size
             ' ' delimited by size
             percent-display delimited by size
             '%' delimited by size
             into class-summary-line
           write class-summary-line.

           exit paragraph.

      * Recount the cache against the output catalog; on any
      * difference, refuse rather than classify a truncated or wrongly
      * restored file.
       verify-output-catalog.
           perform load-output-catalog.
           if not catalog-loaded-yes
               exit paragraph
           end-if.

           perform count-cache-totals.
           move 'wcfiles.dat' to catalog-file-label
           perform check-catalog-entry.

           if catalog-mismatch-yes
               open output class-report-file
               move spaces to class-report-line
               string 'refused: ' delimited by size
                 catalog-mismatch-text delimited by size
                 into class-report-line
               write class-report-line
               move 'no classification made - wcfiles.dat does not'
                 & ' match the last promotion; restore it or rerun'
                 & ' wordcount' to class-report-line
               write class-report-line
               close class-report-file
               display 'wordcls: refused - '
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
               display 'wordcls: output catalog wccatlg.dat not '
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
               display 'wordcls: no output catalog entry for '
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
