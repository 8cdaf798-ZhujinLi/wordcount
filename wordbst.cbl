      * Report bursting by owning department. A distribution table
      * maps file-path prefixes - the same names the main run carries
      * for each file - to a department code and a recipient ID, one
      * mapping per line:
      *   <path prefix> <department> <recipient>
      * e.g. "./shared/finance/ FIN U40213". The table is named by the
      * DISTRIBUTION option of the control file (first command-line
      * parameter, or ./wordcount.cfg), and defaults to ./wcdist.dat.
      * Blank lines and lines starting with '*' are ignored. A file
      * belongs to the department of the longest prefix it matches;
      * a file matching none goes to UNASSIGNED.
      *
      * Run after a clean finish of the main run or the partition
      * merge: both promote the per-file cache (wcfiles.dat) this
      * program bursts, so a single-job run and a partitioned one are
      * handled alike. Each department, and UNASSIGNED, gets its own
      * bundle wcbst.<department>: a summary page, a ranked word
      * report (TOPN words if the control file sets it) and the
      * per-file breakdown of its files, in the bydoc.rpt layout.
      * The distribution control log wcdist.log lists every bundle
      * with its file and word totals and foots them back to the
      * run's aggregate and the output catalog's control total, so it
      * shows nothing was dropped or delivered twice; an
      * out-of-balance distribution ends with return code 1. The
      * cache is first recounted against the output catalog
      * (wccatlg.dat); a mismatch is refused with return code 1.

       identification division.
       program-id. wordbst.

       environment division.
       input-output section.
       file-control.
       select control-file assign to control-file-name
       organization is line sequential
       file status is control-status.

       select distribution-file assign to distribution-file-name
       organization is line sequential
       file status is distribution-status.

       select cache-file assign to 'wcfiles.dat'
       organization is line sequential
       file status is cache-status.

      * One bundle per department, reopened under the name built in
      * bundle-file-name.
       select bundle-file assign to bundle-file-name
       organization is line sequential
       file status is bundle-status.

      * The department's per-file breakdown, gathered while its word
      * table is built and copied in after the ranked words.
       select breakdown-file assign to 'wcbstf.tmp'
       organization is line sequential.

      * Unsorted and sorted unloads of the department's word table,
      * ranked through SORT the way the main run ranks the corpus.
       select word-src-file assign to 'wcbst.tmp'
       organization is line sequential.

       select word-sorted-file assign to 'wcbst.srt'
       organization is line sequential.

       select sort-work-file assign to 'wcbst.srw'.

       select distribution-log-file assign to 'wcdist.log'
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
           fd control-file record contains 80 characters.
       01 control-file-line pic x(80).

           fd distribution-file record contains 132 characters.
       01 distribution-line pic x(132).

           fd cache-file record contains 100 characters.
       01 cache-line pic x(100).

           fd bundle-file record contains 132 characters.
       01 bundle-line pic x(132).

           fd breakdown-file record contains 132 characters.
       01 breakdown-line pic x(132).

           fd word-src-file record contains 89 characters.
       01 word-src-record.
         10 wsr-count pic 9(9).
         10 wsr-word pic x(80).

           fd word-sorted-file record contains 89 characters.
       01 word-sorted-record.
         10 wsd-count pic 9(9).
         10 wsd-word pic x(80).

           sd sort-work-file record contains 89 characters.
       01 sort-work-record.
         10 swr-count pic 9(9).
         10 swr-word pic x(80).

           fd distribution-log-file record contains 132 characters.
       01 distribution-log-line pic x(132).

           fd catalog-file record contains 80 characters.
       01 catalog-line pic x(80).

       working-storage section.
      * Control file: only the options the bursting needs.
       01 control-file-name pic x(64) value './wordcount.cfg'.
       01 control-status pic x(2).
       01 control-eof pic 9 comp-5.
       01 control-keyword pic x(20).
       01 control-value pic x(64).
       01 control-ptr pic 9(4) comp-5.
       01 top-n-limit pic 9(6) comp-5 value zero.

       01 distribution-file-name pic x(64) value './wcdist.dat'.
       01 distribution-status pic x(2).
       01 cache-status pic x(2).
       01 bundle-status pic x(2).
       01 bundle-file-name pic x(64).
       01 is-eof pic 9 comp-5.

       01 command-line-arg pic x(64).
       01 command-line-arg-number pic 9(2) value 1.

      * Distribution table line tokens.
       01 dist-prefix pic x(64).
       01 dist-department pic x(12).
       01 dist-recipient pic x(20).
       01 dist-extra pic x(20).
       01 dist-ptr pic 9(4) comp-5.
       01 dist-lines-ignored pic 9(5) comp-5 value zero.

      * Path prefixes, each pointing at its department.
       01 prefixes-max pic 9(3) comp-5 value 500.
       01 prefix-texts pic x(64) occurs 500 times.
       01 prefix-lengths pic 9(4) comp-5 occurs 500 times.
       01 prefix-departments pic 9(3) comp-5 occurs 500 times.
       01 prefix-count pic 9(3) comp-5 value zero.
       01 px pic 9(3) comp-5.

      * Departments in the order the table first names them, with
      * UNASSIGNED added last; the first pass's assignment counts
      * and each bundle's own totals are kept side by side.
       01 departments-max pic 9(3) comp-5 value 100.
       01 department-codes pic x(12) occurs 100 times.
       01 department-recipients pic x(20) occurs 100 times.
       01 department-assigned-files pic 9(7) comp-5 occurs 100 times
           value zeros.
       01 department-bundle-files pic 9(7) comp-5 occurs 100 times
           value zeros.
       01 department-bundle-words pic 9(12) comp-5 occurs 100 times
           value zeros.
       01 department-distinct pic 9(9) comp-5 occurs 100 times
           value zeros.
       01 department-count pic 9(3) comp-5 value zero.
       01 unassigned-idx pic 9(3) comp-5 value zero.
       01 d pic 9(3) comp-5.
       01 dept-idx pic 9(3) comp-5.
       01 dept-char-idx pic 9(4) comp-5.
       01 dept-code-len pic 9(4) comp-5.
       01 dept-code-bad pic x.

      * The file being assigned: its department is that of the
      * longest matching prefix.
       01 current-file-name pic x(64).
       01 file-dept-idx pic 9(3) comp-5.
       01 best-prefix-len pic 9(4) comp-5.
       01 in-department pic x value 'N'.
           88 in-department-yes value 'Y'.

      * A file's breakdown heading is held until its 'M' (document)
      * and 'L' (language) lines have been seen, then written the way
      * bydoc.rpt writes it.
       01 file-heading-line pic x(132).
       01 file-heading-ptr pic 9(4) comp-5.
       01 file-heading-pending pic x value 'N'.
           88 file-heading-pending-yes value 'Y'.

      * The department's word table, hashed the way the main run
      * hashes res-words; rebuilt for each bundle.
       01 res-words-max pic 9(6) comp-5 value 50000.
       01 res-words pic x(80) occurs 50000 times.
       01 res-counts pic 9(9) comp-5 occurs 50000 times value zeros.
       01 res-next pic 9(6) comp-5 occurs 50000 times value zeros.
       01 res-size pic 9(6) comp-5 value zero.
       01 hash-buckets pic 9(5) comp-5 value 9973.
       01 hash-table pic 9(6) comp-5 occurs 9973 times value zeros.
       01 hash-value pic 9(5) comp-5.
       01 hash-accum pic 9(9) comp-5.
       01 hash-word-len pic 9(4) comp-5.
       01 hash-char-idx pic 9(4) comp-5.
       01 found-idx pic 9(6) comp-5.
       01 i pic 9(6) comp-5.
       01 word pic x(80).
       01 cache-restore-count pic 9(7).
       01 report-rank pic 9(6).

      * Run aggregate from the first pass, and the bundle totals the
      * log foots against it.
       01 corpus-files pic 9(7) comp-5 value zero.
       01 corpus-words pic 9(12) comp-5 value zero.
       01 bundles-files pic 9(7) comp-5 value zero.
       01 bundles-words pic 9(12) comp-5 value zero.
       01 bundles-written pic 9(3) comp-5 value zero.
       01 distribution-balanced pic x value 'Y'.
           88 distribution-balanced-yes value 'Y'.

       01 run-stamp pic x(21).
       01 count-display-7 pic 9(7).
       01 count-display-9 pic 9(9).
       01 words-display pic 9(12).
       01 hash-display pic 9(15).

      * Output catalog check. The catalog's 'E' lines are held as
      * read; each file is recounted the way the writer counted it
      * and compared field by field at the catalog's fixed offsets.
      * The 'H' line says which promotion the bundles come from.
       01 catalog-status pic x(2).
       01 catalog-loaded pic x value 'N'.
           88 catalog-loaded-yes value 'Y'.
       01 catalog-header-line pic x(80) value spaces.
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
           move function current-date to run-stamp.

      * A command-line parameter, when present, names the control
      * file in place of the default.
           display command-line-arg-number upon argument-number
           accept command-line-arg from argument-value
               on exception
                   move spaces to command-line-arg
           end-accept.
           if command-line-arg not = spaces
               move command-line-arg to control-file-name
           end-if.

           perform load-control-file.
           perform load-distribution-table.

      * Prove the cache is the one the last promotion wrote before
      * delivering anything from it.
           perform verify-output-catalog.

           perform assign-corpus-files.

           open output distribution-log-file.
           perform write-log-headings.

           perform varying d from 1 by 1 until d > department-count
               perform build-department-bundle
               perform write-log-bundle-line
           end-perform.

           perform write-log-footing.
           close distribution-log-file.

           if not distribution-balanced-yes
               display 'wordbst: distribution is OUT OF BALANCE - '
                 'see wcdist.log'
               stop run with error status 1
           end-if.

           stop run.

      * A missing control file is not an error: the default table
      * name and an unlimited ranking apply.
       load-control-file.
           open input control-file.
           if control-status not = '00'
               exit paragraph
           end-if.

           move 0 to control-eof
           perform until control-eof = 1
               read control-file
                   at end
                       move 1 to control-eof
               end-read
               if control-eof = 0
                   perform parse-control-line
               end-if
           end-perform.

           close control-file.

           exit paragraph.

      * Only the options the bursting needs; everything else in the
      * control file belongs to the scan.
       parse-control-line.
           move spaces to control-keyword control-value
           if control-file-line = spaces
             or control-file-line(1:1) = '*'
               exit paragraph
           end-if.

           move 1 to control-ptr
           unstring control-file-line delimited by space
             into control-keyword with pointer control-ptr.
           move function trim (control-file-line(control-ptr:))
             to control-value.

           evaluate function upper-case (control-keyword)
               when 'TOPN'
                   move function numval (control-value) to top-n-limit
               when 'DISTRIBUTION'
                   move control-value to distribution-file-name
           end-evaluate.

           exit paragraph.

       load-distribution-table.
           open input distribution-file.
           if distribution-status not = '00'
               display 'wordbst: cannot open distribution table '
                 function trim (distribution-file-name trailing)
                 ' (status ' distribution-status ')'
               stop run with error status 1
           end-if.

           move 0 to is-eof
           perform until is-eof = 1
               read distribution-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   perform parse-distribution-line
               end-if
           end-perform.

           close distribution-file.

           if dist-lines-ignored > zero
               move dist-lines-ignored to count-display-7
               display 'wordbst: ' count-display-7 ' distribution '
                 'lines ignored - each needs a path prefix, a '
                 'department code of up to 10 letters or digits and a '
                 'recipient'
           end-if.

      * UNASSIGNED always gets a bundle, even an empty one, so its
      * absence from the log can never be mistaken for "nothing
      * unassigned".
           move 'UNASSIGNED' to dist-department
           move spaces to dist-recipient
           perform find-department.
           move dept-idx to unassigned-idx.

           exit paragraph.

       parse-distribution-line.
           if distribution-line = spaces
             or distribution-line(1:1) = '*'
               exit paragraph
           end-if.

           move spaces to dist-prefix dist-department dist-recipient
             dist-extra
           move 1 to dist-ptr
           unstring distribution-line delimited by all space
             into dist-prefix dist-department dist-recipient
               dist-extra
             with pointer dist-ptr.
           if dist-prefix = spaces or dist-department = spaces
             or dist-recipient = spaces or dist-extra not = spaces
               add 1 to dist-lines-ignored
               exit paragraph
           end-if.

      * The code names the bundle file, so it is held to letters,
      * digits and hyphens, ten at most.
           move function upper-case (dist-department)
             to dist-department
           move function length (function trim (dist-department
             trailing)) to dept-code-len
           move 'N' to dept-code-bad
           if dept-code-len > 10 or dist-department = 'UNASSIGNED'
               move 'Y' to dept-code-bad
           end-if
           perform varying dept-char-idx from 1 by 1
             until dept-char-idx > dept-code-len
               if dist-department(dept-char-idx:1) is not alphabetic
                 and dist-department(dept-char-idx:1) is not numeric
                 and dist-department(dept-char-idx:1) not = '-'
                   move 'Y' to dept-code-bad
               end-if
           end-perform.
           if dept-code-bad = 'Y'
               add 1 to dist-lines-ignored
               exit paragraph
           end-if.

           perform find-department.
           if dept-idx = 0
               exit paragraph
           end-if.

           if prefix-count = prefixes-max
               display 'wordbst: prefix table full at ' prefixes-max
                 ' entries - ignoring '
                 function trim (dist-prefix trailing)
               exit paragraph
           end-if.

           add 1 to prefix-count
           move dist-prefix to prefix-texts(prefix-count)
           move function length (function trim (dist-prefix trailing))
             to prefix-lengths(prefix-count)
           move dept-idx to prefix-departments(prefix-count).

           exit paragraph.

      * The department's slot, adding it in table order on first
      * sight. A department keeps the recipient its first line names.
       find-department.
           move 0 to dept-idx
           perform varying d from 1 by 1
             until d > department-count or dept-idx not = 0
               if department-codes(d) = dist-department
                   move d to dept-idx
               end-if
           end-perform.

           if dept-idx not = 0
               if dist-recipient not =
                 department-recipients(dept-idx)
                   display 'wordbst: department '
                     function trim (dist-department trailing)
                     ' already goes to '
                     function trim (department-recipients(dept-idx)
                       trailing)
                     ' - recipient '
                     function trim (dist-recipient trailing)
                     ' ignored'
               end-if
               exit paragraph
           end-if.

      * The last slot is held back for UNASSIGNED, which is added
      * after the table is read, so unmatched files always have a
      * bundle to go to.
           if department-count = departments-max
             or (department-count = departments-max - 1
                 and dist-department not = 'UNASSIGNED')
               display 'wordbst: department table full at '
                 departments-max ' entries - ignoring '
                 function trim (dist-department trailing)
               exit paragraph
           end-if.

           add 1 to department-count
           move dist-department to department-codes(department-count)
           move dist-recipient
             to department-recipients(department-count)
           move department-count to dept-idx.

           exit paragraph.

      * Expects current-file-name set; leaves file-dept-idx at the
      * department of the longest matching prefix, or UNASSIGNED.
       assign-file-department.
           move unassigned-idx to file-dept-idx
           move zero to best-prefix-len
           perform varying px from 1 by 1 until px > prefix-count
               if prefix-lengths(px) > best-prefix-len
                 and current-file-name(1:prefix-lengths(px)) =
                   prefix-texts(px)(1:prefix-lengths(px))
                   move prefix-lengths(px) to best-prefix-len
                   move prefix-departments(px) to file-dept-idx
               end-if
           end-perform.

           exit paragraph.

      * First pass: the run's aggregate (every file and every 'W'
      * count in the cache) and how many files each department is
      * assigned. The bundles are then built and totalled on their
      * own passes, so the footing compares independent counts.
       assign-corpus-files.
           open input cache-file.
           if cache-status not = '00'
               display 'wordbst: cannot open wcfiles.dat (status '
                 cache-status ') - run wordcount first'
               stop run with error status 1
           end-if.

           move 0 to is-eof
           perform until is-eof = 1
               read cache-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   evaluate cache-line(1:1)
                       when 'F'
                           add 1 to corpus-files
                           move function trim (cache-line(3:)
                             trailing) to current-file-name
                           perform assign-file-department
                           add 1 to
                             department-assigned-files(file-dept-idx)
                       when 'W'
                           move cache-line(3:7) to cache-restore-count
                           add cache-restore-count to corpus-words
                   end-evaluate
               end-if
           end-perform.

           close cache-file.

           exit paragraph.

      * One pass over the cache for department d: its files' words
      * into the word table and its per-file breakdown into the work
      * file, then the bundle itself - summary page, ranked words,
      * breakdown.
       build-department-bundle.
           move zero to res-size
           perform varying i from 1 by 1 until i > hash-buckets
               move zero to hash-table(i)
           end-perform.
           move 'N' to in-department.

           open input cache-file.
           open output breakdown-file.

           move 0 to is-eof
           perform until is-eof = 1
               read cache-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   evaluate cache-line(1:1)
                       when 'M'
                       when 'L'
                           if file-heading-pending-yes
                               perform add-file-heading-detail
                           end-if
                       when other
                           if file-heading-pending-yes
                               perform write-file-heading
                           end-if
                   end-evaluate
                   evaluate cache-line(1:1)
                       when 'F'
                           perform start-bundle-file
                       when 'W'
                           if in-department-yes
                               perform add-bundle-word
                           end-if
                   end-evaluate
               end-if
           end-perform.
           if file-heading-pending-yes
               perform write-file-heading
           end-if.

           close cache-file.
           close breakdown-file.
           move res-size to department-distinct(d).

           perform unload-word-table.
           sort sort-work-file
               descending key swr-count
               ascending key swr-word
               using word-src-file
               giving word-sorted-file.

           move spaces to bundle-file-name
           string 'wcbst.' delimited by size
             function trim (department-codes(d) trailing)
             delimited by size
             into bundle-file-name.
           open output bundle-file.
           if bundle-status not = '00'
               display 'wordbst: cannot write '
                 function trim (bundle-file-name trailing)
                 ' (status ' bundle-status ') - aborting'
               stop run with error status 1
           end-if.

           perform write-bundle-summary.
           perform write-bundle-ranking.
           perform write-bundle-breakdown.

           close bundle-file.
           add 1 to bundles-written.

           exit paragraph.

       start-bundle-file.
           move function trim (cache-line(3:) trailing)
             to current-file-name
           perform assign-file-department.
           if file-dept-idx not = d
               move 'N' to in-department
               exit paragraph
           end-if.

           move 'Y' to in-department
           add 1 to department-bundle-files(d)
           move spaces to file-heading-line
           string 'file: ' delimited by size
             current-file-name delimited by size
             into file-heading-line.
           move 'Y' to file-heading-pending.

           exit paragraph.

      * A manifest document's ID, owning system and date, and the
      * file's language, after the name.
       add-file-heading-detail.
           compute file-heading-ptr = function length (
             function trim (file-heading-line trailing)) + 1.
           if cache-line(1:1) = 'M'
               string '  doc ' delimited by size
                 function trim (cache-line(3:20) trailing)
                 delimited by size
                 ' ' delimited by size
                 function trim (cache-line(24:10) trailing)
                 delimited by size
                 ' ' delimited by size
                 cache-line(35:8) delimited by size
                 into file-heading-line with pointer file-heading-ptr
           else
               string '  lang ' delimited by size
                 function trim (cache-line(3:8) trailing)
                 delimited by size
                 into file-heading-line with pointer file-heading-ptr
           end-if.

           exit paragraph.

       write-file-heading.
           move file-heading-line to breakdown-line
           write breakdown-line.
           move 'N' to file-heading-pending.

           exit paragraph.

       add-bundle-word.
           move cache-line(3:7) to cache-restore-count
           add cache-restore-count to department-bundle-words(d)
           move function trim (cache-line(11:) trailing) to word.

           move spaces to breakdown-line
           string '  ' delimited by size
             cache-restore-count delimited by size
             ' ' delimited by size
             function trim (word trailing) delimited by size
             into breakdown-line
           write breakdown-line.

           perform compute-word-hash.
           move hash-table(hash-value) to found-idx
           perform until found-idx = 0 or res-words(found-idx) = word
               move res-next(found-idx) to found-idx
           end-perform.

           if found-idx = 0
               if res-size = res-words-max
                   display 'wordbst: res-words table full at '
                     res-words-max ' entries - aborting'
                   stop run with error status 1
               end-if
               add 1 to res-size
               move word to res-words(res-size)
               move cache-restore-count to res-counts(res-size)
               move hash-table(hash-value) to res-next(res-size)
               move res-size to hash-table(hash-value)
           else
               add cache-restore-count to res-counts(found-idx)
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

       unload-word-table.
           open output word-src-file.

           perform varying i from 1 by 1 until i > res-size
               move res-counts(i) to wsr-count
               move res-words(i) to wsr-word
               write word-src-record
           end-perform.

           close word-src-file.

           exit paragraph.

       write-bundle-summary.
           move spaces to bundle-line
           string 'distribution bundle ' delimited by size
             function trim (department-codes(d) trailing)
             delimited by size
             ' for ' delimited by size
             function trim (department-recipients(d) trailing)
             delimited by size
             into bundle-line
           if d = unassigned-idx
               move 'distribution bundle UNASSIGNED - files matching '
                 & 'no prefix in the distribution table'
                 to bundle-line
           end-if.
           write bundle-line.

           perform write-bundle-source-line.

           move spaces to bundle-line
           write bundle-line.
           move 'summary' to bundle-line
           write bundle-line.

           move department-bundle-files(d) to count-display-7
           move spaces to bundle-line
           string '  files           ' delimited by size
             count-display-7 delimited by size
             into bundle-line
           write bundle-line.

           move department-bundle-words(d) to words-display
           move spaces to bundle-line
           string '  words           ' delimited by size
             words-display delimited by size
             into bundle-line
           write bundle-line.

           move department-distinct(d) to count-display-9
           move spaces to bundle-line
           string '  distinct words  ' delimited by size
             count-display-9 delimited by size
             into bundle-line
           write bundle-line.

           if d not = unassigned-idx
               move '  path prefixes' to bundle-line
               write bundle-line
               perform varying px from 1 by 1 until px > prefix-count
                   if prefix-departments(px) = d
                       move spaces to bundle-line
                       string '    ' delimited by size
                         prefix-texts(px) delimited by size
                         into bundle-line
                       write bundle-line
                   end-if
               end-perform
           end-if.

           exit paragraph.

      * Which promotion the bundle was cut from, from the catalog's
      * header line when there is one.
       write-bundle-source-line.
           move spaces to bundle-line
           if catalog-header-line not = spaces
               string 'from wcfiles.dat as promoted by '
                 delimited by size
                 function trim (catalog-header-line(31:) trailing)
                 delimited by size
                 ', run ' delimited by size
                 catalog-header-line(3:5) delimited by size
                 ' ' delimited by size
                 catalog-header-line(9:8) delimited by size
                 ' ' delimited by size
                 catalog-header-line(17:6) delimited by size
                 ', cut ' delimited by size
                 run-stamp(1:8) delimited by size
                 ' ' delimited by size
                 run-stamp(9:6) delimited by size
                 into bundle-line
           else
               string 'from wcfiles.dat (not verified), cut '
                 delimited by size
                 run-stamp(1:8) delimited by size
                 ' ' delimited by size
                 run-stamp(9:6) delimited by size
                 into bundle-line
           end-if.
           write bundle-line.

           exit paragraph.

       write-bundle-ranking.
           move spaces to bundle-line
           write bundle-line.
           if top-n-limit = zero
               move 'ranked words' to bundle-line
           else
               move top-n-limit to report-rank
               string 'ranked words - top ' delimited by size
                 report-rank delimited by size
                 into bundle-line
           end-if.
           write bundle-line.

           open input word-sorted-file.
           move 0 to report-rank
           move 0 to is-eof
           perform until is-eof = 1
             or (top-n-limit not = 0 and report-rank = top-n-limit)
               read word-sorted-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   add 1 to report-rank
                   move spaces to bundle-line
                   string report-rank delimited by size
                     ' ' delimited by size
                     wsd-count delimited by size
                     ' ' delimited by size
                     function trim (wsd-word) delimited by size
                     into bundle-line
                   write bundle-line
               end-if
           end-perform.
           close word-sorted-file.

           exit paragraph.

       write-bundle-breakdown.
           move spaces to bundle-line
           write bundle-line.
           move 'per-file breakdown' to bundle-line
           write bundle-line.

           open input breakdown-file.
           move 0 to is-eof
           perform until is-eof = 1
               read breakdown-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   move breakdown-line to bundle-line
                   write bundle-line
               end-if
           end-perform.
           close breakdown-file.

           exit paragraph.

       write-log-headings.
           move spaces to distribution-log-line
           string 'distribution control log ' delimited by size
             run-stamp(1:8) delimited by size
             ' ' delimited by size
             run-stamp(9:6) delimited by size
             ' - table ' delimited by size
             function trim (distribution-file-name trailing)
             delimited by size
             into distribution-log-line
           write distribution-log-line.

           move spaces to distribution-log-line
           if catalog-header-line not = spaces
               string 'wcfiles.dat as promoted by ' delimited by size
                 function trim (catalog-header-line(31:) trailing)
                 delimited by size
                 ', run ' delimited by size
                 catalog-header-line(3:5) delimited by size
                 ' ' delimited by size
                 catalog-header-line(9:8) delimited by size
                 ' ' delimited by size
                 catalog-header-line(17:6) delimited by size
                 into distribution-log-line
           else
               move 'wcfiles.dat not verified - no output catalog'
                 to distribution-log-line
           end-if.
           write distribution-log-line.

           move spaces to distribution-log-line
           write distribution-log-line.
           move 'department   recipient            bundle'
             & '             files   words' to distribution-log-line
           write distribution-log-line.

           exit paragraph.

      * A bundle whose own pass found a different file count from the
      * first pass's assignment is flagged on its line.
       write-log-bundle-line.
           add department-bundle-files(d) to bundles-files
           add department-bundle-words(d) to bundles-words

           move department-bundle-files(d) to count-display-7
           move department-bundle-words(d) to words-display
           move spaces to distribution-log-line
           move department-codes(d) to distribution-log-line(1:12)
           move department-recipients(d)
             to distribution-log-line(14:20)
           move bundle-file-name to distribution-log-line(35:17)
           move count-display-7 to distribution-log-line(53:7)
           move words-display to distribution-log-line(61:12)
           if department-bundle-files(d) not =
             department-assigned-files(d)
               move department-assigned-files(d) to count-display-9
               string ' MISMATCH - ' delimited by size
                 count-display-9 delimited by size
                 ' assigned' delimited by size
                 into distribution-log-line(73:)
               move 'N' to distribution-balanced
           end-if.
           write distribution-log-line.

           exit paragraph.

      * Bundle totals against the run's aggregate (files and words of
      * the cache the bundles were cut from), and the words against
      * the output catalog's hash total for that cache, which is the
      * same sum of 'W' counts.
       write-log-footing.
           move spaces to distribution-log-line
           write distribution-log-line.

           move bundles-written to count-display-9
           move bundles-files to count-display-7
           move bundles-words to words-display
           move spaces to distribution-log-line
           string 'bundles (' delimited by size
             count-display-9 delimited by size
             ')' delimited by size
             into distribution-log-line
           move count-display-7 to distribution-log-line(53:7)
           move words-display to distribution-log-line(61:12)
           write distribution-log-line.

           move corpus-files to count-display-7
           move corpus-words to words-display
           move spaces to distribution-log-line
           move 'run aggregate (wcfiles.dat)' to distribution-log-line
           move count-display-7 to distribution-log-line(53:7)
           move words-display to distribution-log-line(61:12)
           write distribution-log-line.

           if bundles-files not = corpus-files
             or bundles-words not = corpus-words
               move 'N' to distribution-balanced
           end-if.

           if catalog-found-idx > 0
               move spaces to distribution-log-line
               move 'output catalog hash total for wcfiles.dat'
                 to distribution-log-line
               move catalog-entries(catalog-found-idx)(32:15)
                 to distribution-log-line(58:15)
               write distribution-log-line
               move bundles-words to hash-display
               if hash-display not =
                 catalog-entries(catalog-found-idx)(32:15)
                   move 'N' to distribution-balanced
               end-if
           end-if.

           move spaces to distribution-log-line
           write distribution-log-line.
           if distribution-balanced-yes
               move 'distribution IN BALANCE - every file delivered '
                 & 'exactly once' to distribution-log-line
           else
               move 'distribution OUT OF BALANCE - files or words '
                 & 'dropped or delivered twice; do not release the '
                 & 'bundles' to distribution-log-line
           end-if.
           write distribution-log-line.

           exit paragraph.

      * Recount the cache against the output catalog; on any
      * difference, refuse rather than burst a truncated or wrongly
      * restored file.
       verify-output-catalog.
           move 0 to catalog-found-idx
           perform load-output-catalog.
           if not catalog-loaded-yes
               exit paragraph
           end-if.

           perform count-cache-totals.
           move 'wcfiles.dat' to catalog-file-label
           perform check-catalog-entry.

           if catalog-mismatch-yes
               open output distribution-log-file
               move spaces to distribution-log-line
               string 'refused: ' delimited by size
                 catalog-mismatch-text delimited by size
                 into distribution-log-line
               write distribution-log-line
               move 'no bundles cut - wcfiles.dat does not match the'
                 & ' last promotion; restore it or rerun wordcount'
                 to distribution-log-line
               write distribution-log-line
               close distribution-log-file
               display 'wordbst: refused - '
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
               display 'wordbst: output catalog wccatlg.dat not '
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
               display 'wordbst: no output catalog entry for '
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
