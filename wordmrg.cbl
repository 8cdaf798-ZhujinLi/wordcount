      * (wcwords.p1..pm, words and phrases in the wcwords.tmp record
      * shape), a per-file breakdown (bydoc.p1..pm), a per-file cache
      * (wcfiles.p1..pm), optionally a watch-word index (wcwhere.p*)
      * and sensitive-data findings (wcsensit.p*), and a counter line
      * (wcstats.p1..pm, with each partition's share of the manifest
      * receipt on a MANIFEST run). This program combines the m
      * partial outputs into the usual full-corpus files:
      * wordcount.rpt, wcdelta.rpt, bydoc.rpt, wcfiles.dat,
      * wcwhere.rpt, wcsensit.rpt and wcsummry.rpt, rolls the merged
      * table into the word-master and run history, and catalogs the
      * results in wccatlg.dat. It reads the same control file as the
      * main run (first command-line parameter, or ./wordcount.cfg)
      * for the PARTITION count and TOPN.

       identification division.
       program-id. wordmrg.
       organization is line sequential
       file status is part-status.

       select part-sensitive-file assign to part-file-name
       organization is line sequential
       file status is part-status.

       select part-stats-file assign to part-file-name
       organization is line sequential
       file status is part-status.
       select where-file assign to 'wcwhere.rpt'
       organization is line sequential.

       select sensitive-file assign to 'wcsensit.rpt'
       organization is line sequential.

      * Prior generation of wcfiles.dat (and of the watermark, which
      * the merge leaves alone) taken before the merged cache
      * replaces it, the same backup the main run keeps for wordbko.
       select cache-backup-file assign to 'wcfiles.bak'
       organization is line sequential
       file status is cache-backup-status.

       select lastrun-file assign to 'wclastrn.dat'
       organization is line sequential
       file status is lastrun-status.

       select lastrun-backup-file assign to 'wclastrn.bak'
       organization is line sequential
       file status is lastrun-backup-status.

       select summary-file assign to 'wcsummry.rpt'
       organization is line sequential.

      * operation since the partition jobs themselves skip it.
       select word-master-file assign to 'wcmaster.dat'
       organization is indexed
       access mode is dynamic
       record key is master-word
       file status is master-status.

       organization is line sequential
       file status is runlog-status.

      * The full positional index. A partitioned run never rebuilds
      * it, but it is catalogued as it stands along with the files
      * the merge does promote.
       select word-index-file assign to 'wcindex.dat'
       organization is indexed
       access mode is dynamic
       record key is ix-key
       file status is index-status.

      * Output catalog with the control totals of the promoted files,
      * in the main program's format, rewritten at the end of the
      * merge.
       select catalog-file assign to 'wccatlg.dat'
       organization is line sequential
       file status is catalog-status.

      * The MANIFEST option's transmittal, recounted so the merged
      * receipt can be footed to the lines it lists.
       select manifest-file assign to manifest-file-name
       organization is line sequential
       file status is manifest-status.

       data division.
       file section.
           fd control-file record contains 80 characters.
           fd part-where-file record contains 256 characters.
       01 part-where-line pic x(256).

           fd part-sensitive-file record contains 132 characters.
       01 part-sensitive-line pic x(132).

      * Widened from 80 in step with the main program's stats-file:
      * the partition's run-log record rides it as an 'R' line.
           fd part-stats-file record contains 132 characters.
           fd where-file record contains 256 characters.
       01 where-line pic x(256).

           fd sensitive-file record contains 132 characters.
       01 sensitive-line pic x(132).

           fd cache-backup-file record contains 100 characters.
       01 cache-backup-line pic x(100).

           fd lastrun-file record contains 31 characters.
       01 lastrun-record pic x(31).

           fd lastrun-backup-file record contains 31 characters.
       01 lastrun-backup-record pic x(31).

           fd summary-file record contains 132 characters.
       01 summary-line pic x(132).

           fd runlog-file record contains 132 characters.
       01 runlog-line pic x(132).

           fd word-index-file.
       01 index-record.
         10 ix-key.
           20 ix-word pic x(80).
           20 ix-seq pic 9(9).
         10 ix-file pic x(64).
         10 ix-line pic 9(9).
         10 ix-doc-id pic x(20).
         10 ix-system pic x(10).

           fd catalog-file record contains 80 characters.
       01 catalog-line pic x(80).

           fd manifest-file record contains 160 characters.
       01 manifest-line pic x(160).

       working-storage section.
       01 control-file-name pic x(64) value './wordcount.cfg'.
       01 control-status pic x(2).
       01 export-quoted-len pic 9(4) comp-5.
       01 export-quoted-file pic x(132).
       01 export-quoted-file-len pic 9(4) comp-5.
       01 export-quoted-doc pic x(80).
       01 export-quoted-doc-len pic 9(4) comp-5.
       01 export-rank-edited pic zzzzz9.
       01 export-count-edited pic zzzzzzzz9.

       01 run-stamp pic x(21).
       01 where-out-open pic x value 'N'.

      * Sensitive-data findings (the SENSITIVE option). Each
      * partition's file/class blocks are copied through under one
      * heading, and its fixed-offset 'total' lines are added into a
      * single set of run totals.
       01 sensitive-flag pic x value 'N'.
           88 sensitive-flag-on value 'Y'.
       01 sens-class-values.
         05 filler pic x(8) value '<EMAIL>'.
         05 filler pic x(8) value '<SSN>'.
         05 filler pic x(8) value '<PHONE>'.
         05 filler pic x(8) value '<ACCTNO>'.
       01 sens-class-table redefines sens-class-values.
         05 sens-placeholder pic x(8) occurs 4 times.
       01 sens-class-max pic 9 comp-5 value 4.
       01 sens-c pic 9 comp-5.
       01 sens-run-counts pic 9(9) comp-5 occurs 4 times value zeros.
       01 sens-files-hit pic 9(7) comp-5 value zero.
       01 sens-count-field pic 9(9).
       01 sens-total pic 9(9) comp-5.
       01 is-eof pic 9 comp-5.
       01 word pic x(80).
       01 word-token-1 pic x(80).
      * Summed partition counters for the merged summary.
       01 cache-status pic x(2).
       01 master-status pic x(2).
       01 cache-backup-status pic x(2).
       01 lastrun-status pic x(2).
       01 lastrun-backup-status pic x(2).

      * Run-history maintenance, as in the main program.
       01 history-status pic x(2).
       01 history-seq-display pic 9(5).
       01 history-count-display pic 9(9).

      * Output catalog control totals, as in the main program.
       01 index-status pic x(2).
       01 catalog-status pic x(2).
       01 catalog-file-label pic x(12).
       01 catalog-run-seq pic 9(5) comp-5.
       01 catalog-records pic 9(9) comp-5.
       01 catalog-hash-total pic 9(15) comp-5.
       01 catalog-distinct pic 9(9) comp-5.
       01 catalog-history-distinct pic 9(9) comp-5.
       01 catalog-prev-word pic x(80).
       01 catalog-seq-display pic 9(5).
       01 catalog-records-display pic 9(9).
       01 catalog-hash-display pic 9(15).
       01 catalog-distinct-display pic 9(9).

      * Run-log maintenance, in the main program's record layout.
      * The partitions' own records arrive on their stats files and
      * are appended here in one serialized pass, since m parallel
       01 rl-unchanged pic 9(7).
       01 rl-lines pic 9(9).
       01 rl-distinct pic 9(9).
       01 runlog-rc pic 9 value 0.
       01 ts-stamp pic x(21).
       01 ts-ymd pic 9(8).
       01 ts-hh pic 9(2).
       01 dup-file-names pic x(64) occurs 200 times.
       01 dup-file-name-count pic 9(3) comp-5 value zero.

      * Manifest receipt (the MANIFEST option), summed from the
      * partitions' 'M' lines, with their 'X' exception lines, and
      * footed to the lines the transmittal itself lists.
       01 manifest-file-name pic x(64) value spaces.
       01 manifest-status pic x(2).
       01 manifest-lines-listed pic 9(7) comp-5 value zero.
       01 sum-manifest-listed pic 9(7) comp-5 value zero.
       01 sum-manifest-processed pic 9(7) comp-5 value zero.
       01 sum-manifest-missing pic 9(7) comp-5 value zero.
       01 sum-manifest-unreadable pic 9(7) comp-5 value zero.
       01 sum-manifest-malformed pic 9(7) comp-5 value zero.
       01 sum-manifest-skipped pic 9(7) comp-5 value zero.
       01 sum-manifest-repeated pic 9(7) comp-5 value zero.
       01 manifest-accounted pic 9(7) comp-5 value zero.
       01 manifest-exceptions-max pic 9(3) comp-5 value 500.
       01 manifest-exceptions pic x(132) occurs 500 times.
       01 manifest-exception-count pic 9(3) comp-5 value zero.
       01 manifest-exceptions-dropped pic 9(7) comp-5 value zero.
       01 manifest-balanced pic x value 'Y'.
           88 manifest-balanced-yes value 'Y'.

      * Language mix (the LANGUAGE option), tallied from the merged
      * wcfiles.dat the way the main program tallies its own cache:
      * the configured codes in control-file order, then UND for the
      * files no language could be claimed for, which are listed in
      * the summary from their 'L' lines.
       01 language-max pic 9(4) comp-5 value 10.
       01 language-count pic 9(4) comp-5 value zero.
       01 language-codes pic x(8) occurs 11 times.
       01 language-file-totals pic 9(7) comp-5 occurs 11 times.
       01 language-word-totals pic 9(12) comp-5 occurs 11 times.
       01 lg pic 9(4) comp-5.
       01 language-option-text pic x(80).
       01 language-option-code pic x(20).
       01 language-option-stop pic x(64).
       01 language-option-equiv pic x(64).
       01 language-option-extra pic x(20).
       01 language-row pic 9(4) comp-5.
       01 language-tally-file pic x(64).
       01 language-total-files pic 9(7) comp-5.
       01 language-total-words pic 9(12) comp-5.
       01 language-undetermined-max pic 9(3) comp-5 value 500.
       01 language-undetermined-files pic x(64) occurs 500 times.
       01 language-undetermined-lines pic x(52) occurs 500 times.
       01 language-undetermined-count pic 9(7) comp-5 value zero.
       01 language-undetermined-listed pic 9(3) comp-5 value zero.
       01 language-percent pic 9(3).
       01 language-words-display pic 9(12).

       procedure division.
           move function current-date to run-stamp.

           perform load-prev-word-table.

           perform merge-unloads.

      * A manifest receipt that does not foot makes the merged run out
      * of balance, as it would a single job: the summary shows the
      * receipt and the run is logged, but nothing is promoted - the
      * cache, word-master, history and catalog keep the last clean
      * run - and the merge ends with a nonzero return code.
           perform read-partition-stats.
           if manifest-file-name not = spaces
               perform foot-manifest-receipt
           end-if.
           if not manifest-balanced-yes
               perform write-merged-summary
               move 1 to runlog-rc
               perform append-run-log
               display 'wordmrg: merged run is OUT OF BALANCE - see '
                 'wcsummry.rpt - outputs not promoted'
               stop run with error status 1
           end-if.

           perform save-prior-generation.
           perform merge-cache-files.
           if language-count > zero
               perform tally-language-mix
           end-if.
           perform build-merged-reports.
           perform build-delta-report.
           perform merge-detail-files.
           perform merge-where-files.
           if sensitive-flag-on
               perform merge-sensitive-files
           end-if.
           perform write-merged-summary.
           perform update-word-master.
           perform append-run-history.
           perform write-output-catalog.
           perform append-run-log.

           stop run.
               when 'EXPORT'
                   move function upper-case (control-value(1:1))
                     to export-flag
               when 'SENSITIVE'
                   move function upper-case (control-value(1:1))
                     to sensitive-flag
               when 'MANIFEST'
                   move control-value to manifest-file-name
               when 'LANGUAGE'
                   perform parse-language-option
               when 'PARTITION'
                   move spaces to partition-token-1 partition-token-2
                     partition-token-3

           exit paragraph.

      * Only the language code is needed here. The scan jobs have
      * already refused a bad or repeated clause, so one is simply
      * passed over.
       parse-language-option.
           move spaces to language-option-code language-option-stop
             language-option-equiv language-option-extra
           move function trim (control-file-line(control-ptr:))
             to language-option-text.
           unstring language-option-text delimited by all space
             into language-option-code language-option-stop
               language-option-equiv language-option-extra.
           move function upper-case (language-option-code)
             to language-option-code.

           if language-option-code = spaces
             or language-option-stop = spaces
             or language-option-extra not = spaces
             or language-option-code(9:) not = spaces
             or language-option-code = 'UND'
             or language-count = language-max
               exit paragraph
           end-if.

           perform varying lg from 1 by 1
             until lg > language-count
             or language-codes(lg) = language-option-code
           end-perform.
           if lg <= language-count
               exit paragraph
           end-if.

           add 1 to language-count
           move language-option-code to language-codes(language-count).

           exit paragraph.

      * Read each partition's word-table unload into the merged
      * tables. A record whose text carries an embedded blank is a
      * phrase; the partitions write both into one unload.

           exit paragraph.

      * Keep the outgoing wcfiles.dat and wclastrn.dat as wcfiles.bak
      * and wclastrn.bak before the merge replaces the cache, exactly
      * as the main run does before its promotion, so a merged run can
      * be backed out too. An empty backup means there was no prior
      * file.
       save-prior-generation.
           open output cache-backup-file.
           open input cache-file.
           if cache-status = '00'
               move 0 to is-eof
               perform until is-eof = 1
                   read cache-file
                       at end
                           move 1 to is-eof
                   end-read
                   if is-eof = 0
                       move cache-line to cache-backup-line
                       write cache-backup-line
                   end-if
               end-perform
               close cache-file
           end-if.
           close cache-backup-file.

           open output lastrun-backup-file.
           open input lastrun-file.
           if lastrun-status = '00'
               read lastrun-file
                   at end continue
               end-read
               if lastrun-status = '00'
                   move lastrun-record to lastrun-backup-record
                   write lastrun-backup-record
               end-if
               close lastrun-file
           end-if.
           close lastrun-backup-file.

           exit paragraph.

      * Combine the partition caches into the full wcfiles.dat the
      * next unpartitioned run (and wordqry, and the next merge's
      * delta) reads: the first partition's 'O' fingerprint line,
               perform build-phrase-report
           end-if.

           if language-count > zero
               perform write-language-report
           end-if.

           if export-flag-on
               perform write-byfile-export
           end-if.

           exit paragraph.

      * Files and counted words per language, from the 'L' line each
      * file's words follow in the merged cache. UND takes the row
      * after the configured languages.
       tally-language-mix.
           compute language-row = language-count + 1
           move 'UND' to language-codes(language-row)
           perform varying lg from 1 by 1 until lg > language-row
               move zero to language-file-totals(lg)
               move zero to language-word-totals(lg)
           end-perform.
           move zero to language-undetermined-count
             language-undetermined-listed.

           open input cache-file.
           if cache-status not = '00'
               exit paragraph
           end-if.

           move zero to language-row
           move 0 to is-eof
           perform until is-eof = 1
               read cache-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   evaluate cache-line(1:1)
                       when 'F'
                           move function trim (cache-line(3:)
                             trailing) to language-tally-file
                           move zero to language-row
                       when 'L'
                           perform tally-language-file
                       when 'W'
                           if language-row > zero
                               move cache-line(3:7)
                                 to cache-restore-count
                               add cache-restore-count
                                 to language-word-totals(language-row)
                           end-if
                   end-evaluate
               end-if
           end-perform.

           close cache-file.

           exit paragraph.

       tally-language-file.
           perform varying language-row from 1 by 1
             until language-row > language-count
             or language-codes(language-row) = cache-line(3:8)
           end-perform.
           add 1 to language-file-totals(language-row).

           if language-row > language-count
               add 1 to language-undetermined-count
               if language-undetermined-listed <
                 language-undetermined-max
                   add 1 to language-undetermined-listed
                   move language-tally-file to
                     language-undetermined-files(
                       language-undetermined-listed)
                   move cache-line(1:52) to
                     language-undetermined-lines(
                       language-undetermined-listed)
               end-if
           end-if.

           exit paragraph.

      * The language mix section of wordcount.rpt, in the main
      * program's layout.
       write-language-report.
           open extend report-file.

           move spaces to report-line
           write report-line.
           move 'languages:' to report-line
           write report-line.
           move '  language    files         words  percent'
             to report-line
           write report-line.

           move zero to language-total-files language-total-words
           perform varying lg from 1 by 1
             until lg > language-count + 1
               add language-file-totals(lg) to language-total-files
               add language-word-totals(lg) to language-total-words
           end-perform.

           perform varying lg from 1 by 1
             until lg > language-count + 1
               if language-total-words = zero
                   move zero to language-percent
               else
                   compute language-percent rounded =
                     language-word-totals(lg) * 100
                     / language-total-words
               end-if
               move language-file-totals(lg) to count-display
               move language-word-totals(lg)
                 to language-words-display
               move spaces to report-line
               string '  ' delimited by size
                 language-codes(lg) delimited by size
                 '  ' delimited by size
                 count-display delimited by size
                 '  ' delimited by size
                 language-words-display delimited by size
                 '      ' delimited by size
                 language-percent delimited by size
                 into report-line
               write report-line
           end-perform.

           move language-total-files to count-display
           move language-total-words to language-words-display
           move spaces to report-line
           string '  total     ' delimited by size
             count-display delimited by size
             '  ' delimited by size
             language-words-display delimited by size
             into report-line
           write report-line.

           close report-file.

           exit paragraph.

       write-ranked-export-row.
           move wsd-word to export-field
           perform quote-export-field
               exit paragraph
           end-if.

      * A manifest run adds the document ID and owning system after
      * the file, from each file's 'M' line.
           open output export-byfile-file.
           if manifest-file-name = spaces
               move 'file,word,count' to export-byfile-line
           else
               move 'file,docid,system,word,count'
                 to export-byfile-line
           end-if.
           write export-byfile-line.

           move 0 to is-eof
                           move export-quoted to export-quoted-file
                           move export-quoted-len
                             to export-quoted-file-len
                           move '"",""' to export-quoted-doc
                           move 5 to export-quoted-doc-len
                       when 'M'
                           perform quote-export-document
                       when 'W'
                           perform write-byfile-export-row
                   end-evaluate
             to export-field
           perform quote-export-field
           move spaces to export-byfile-line
           if manifest-file-name = spaces
               string export-quoted-file(1:export-quoted-file-len)
                 delimited by size
                 ',' delimited by size
                 export-quoted(1:export-quoted-len) delimited by size
                 ',' delimited by size
                 function trim (export-count-edited) delimited by size
                 into export-byfile-line
           else
               string export-quoted-file(1:export-quoted-file-len)
                 delimited by size
                 ',' delimited by size
                 export-quoted-doc(1:export-quoted-doc-len)
                 delimited by size
                 ',' delimited by size
                 export-quoted(1:export-quoted-len) delimited by size
                 ',' delimited by size
                 function trim (export-count-edited) delimited by size
                 into export-byfile-line
           end-if.
           write export-byfile-line.

           exit paragraph.

      * The two quoted document columns of the current file, from its
      * 'M' line.
       quote-export-document.
           move function trim (cache-line(3:20) trailing)
             to export-field
           perform quote-export-field
           move spaces to export-quoted-doc
           string export-quoted(1:export-quoted-len) delimited by size
             ',' delimited by size
             into export-quoted-doc
           compute export-quoted-doc-len = export-quoted-len + 1.

           move function trim (cache-line(24:10) trailing)
             to export-field
           perform quote-export-field
           move export-quoted(1:export-quoted-len)
             to export-quoted-doc(export-quoted-doc-len + 1:)
           add export-quoted-len to export-quoted-doc-len.

           exit paragraph.

       build-phrase-report.
           open output phrase-src-file.
           perform varying i from 1 by 1 until i > phrase-size

           exit paragraph.

      * Unlike the watch-word index, the findings are required when the
      * option is on: a partition without them is called out in the
      * merged report itself, so an incomplete audit copy cannot pass
      * for a complete one.
       merge-sensitive-files.
           open output sensitive-file.

           move spaces to sensitive-line
           string 'RESTRICTED DISTRIBUTION - sensitive-data findings, '
               delimited by size
             'merged ' delimited by size
             run-stamp(1:8) delimited by size
             ' ' delimited by size
             run-stamp(9:6) delimited by size
             into sensitive-line
           write sensitive-line.
           move 'values are never shown: each class is counted and '
             & 'located by line number only' to sensitive-line
           write sensitive-line.

           perform varying part-idx from 1 by 1
             until part-idx > partition-count
               move part-idx to partition-digit
               move spaces to part-file-name
               string 'wcsensit.p' partition-digit delimited by size
                 into part-file-name
               perform copy-one-sensitive-file
           end-perform.

           move spaces to sensitive-line
           write sensitive-line.
           move spaces to sensitive-line
           move 'total' to sensitive-line(1:5)
           move 'files' to sensitive-line(7:8)
           move sens-files-hit to sens-count-field
           move sens-count-field to sensitive-line(16:9)
           write sensitive-line.
           perform varying sens-c from 1 by 1
             until sens-c > sens-class-max
               move spaces to sensitive-line
               move 'total' to sensitive-line(1:5)
               move sens-placeholder(sens-c) to sensitive-line(7:8)
               move sens-run-counts(sens-c) to sens-count-field
               move sens-count-field to sensitive-line(16:9)
               write sensitive-line
           end-perform.

           close sensitive-file.

           exit paragraph.

       copy-one-sensitive-file.
           open input part-sensitive-file.
           if part-status not = '00'
               display 'wordmrg: missing partition findings '
                 function trim (part-file-name trailing)
                 ' - wcsensit.rpt is incomplete'
               move spaces to sensitive-line
               string '*** partition ' delimited by size
                 partition-digit delimited by size
                 ' findings missing (' delimited by size
                 function trim (part-file-name trailing)
                 delimited by size
                 ') - this report is incomplete' delimited by size
                 into sensitive-line
               write sensitive-line
               exit paragraph
           end-if.

      * The partition's own heading and blank separator are replaced
      * by the merged ones; its totals are added, not copied.
           move 0 to is-eof
           perform until is-eof = 1
               read part-sensitive-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   evaluate true
                       when part-sensitive-line = spaces
                       when part-sensitive-line(1:11) = 'RESTRICTED '
                       when part-sensitive-line(1:7) = 'values '
                           continue
                       when part-sensitive-line(1:6) = 'total '
                           perform add-sensitive-total
                       when other
                           move part-sensitive-line to sensitive-line
                           write sensitive-line
                   end-evaluate
               end-if
           end-perform.

           close part-sensitive-file.

           exit paragraph.

       add-sensitive-total.
           if part-sensitive-line(16:9) not numeric
               exit paragraph
           end-if.
           move part-sensitive-line(16:9) to sens-count-field.

           if part-sensitive-line(7:8) = 'files'
               add sens-count-field to sens-files-hit
               exit paragraph
           end-if.

           perform varying sens-c from 1 by 1
             until sens-c > sens-class-max
             or part-sensitive-line(7:8) = sens-placeholder(sens-c)
           end-perform.
           if sens-c <= sens-class-max
               add sens-count-field to sens-run-counts(sens-c)
           end-if.

           exit paragraph.

      * Merged run summary from the partitions' counter lines. Every
      * partition walks the whole directory tree, so the walked count
      * is taken from the first partition rather than summed.
       write-merged-summary.
           open output summary-file.

           move partition-count to partition-digit
             into summary-line
           write summary-line.

           if sensitive-flag-on
               move zero to sens-total
               perform varying sens-c from 1 by 1
                 until sens-c > sens-class-max
                   add sens-run-counts(sens-c) to sens-total
               end-perform
               move sens-total to count-display-9
               move sens-files-hit to sens-count-field
               move spaces to summary-line
               string 'sensitive tokens masked: ' delimited by size
                 count-display-9 delimited by size
                 ' in ' delimited by size
                 sens-count-field delimited by size
                 ' files - see wcsensit.rpt' delimited by size
                 into summary-line
               write summary-line
           end-if.

           if language-count > zero and manifest-balanced-yes
               perform write-language-section
           end-if.

           if manifest-file-name not = spaces
               perform write-manifest-section
           end-if.

           close summary-file.

           exit paragraph.

      * Files per language and the files no language could be claimed
      * for, in the main program's layout.
       write-language-section.
           move 'languages identified:' to summary-line
           write summary-line.
           perform varying lg from 1 by 1
             until lg > language-count + 1
               move language-file-totals(lg) to count-display
               move spaces to summary-line
               string '  ' delimited by size
                 language-codes(lg) delimited by size
                 ' ' delimited by size
                 count-display delimited by size
                 into summary-line
               write summary-line
           end-perform.

           move language-undetermined-count to count-display-9
           move spaces to summary-line
           string 'files with no confident language (UND): '
             delimited by size
             count-display-9 delimited by size
             into summary-line
           write summary-line.

           perform varying i from 1 by 1
             until i > language-undetermined-listed
               move spaces to summary-line
               if language-undetermined-lines(i)(12:8) = spaces
                   string '  ' delimited by size
                     function trim (language-undetermined-files(i)
                       trailing) delimited by size
                     ' - no stop words matched in ' delimited by size
                     language-undetermined-lines(i)(46:7)
                     delimited by size
                     ' words sampled' delimited by size
                     into summary-line
               else
                   string '  ' delimited by size
                     function trim (language-undetermined-files(i)
                       trailing) delimited by size
                     ' - best ' delimited by size
                     function trim (language-undetermined-lines(i)
                       (12:8) trailing) delimited by size
                     ' ' delimited by size
                     language-undetermined-lines(i)(21:7)
                     delimited by size
                     ', next ' delimited by size
                     function trim (language-undetermined-lines(i)
                       (29:8) trailing) delimited by size
                     ' ' delimited by size
                     language-undetermined-lines(i)(38:7)
                     delimited by size
                     ' of ' delimited by size
                     language-undetermined-lines(i)(46:7)
                     delimited by size
                     ' words sampled' delimited by size
                     into summary-line
               end-if
               write summary-line
           end-perform.

           if language-undetermined-count >
             language-undetermined-listed
               compute count-display-9 = language-undetermined-count
                 - language-undetermined-listed
               move spaces to summary-line
               string '  ... and ' delimited by size
                 count-display-9 delimited by size
                 ' more not listed' delimited by size
                 into summary-line
               write summary-line
           end-if.

           exit paragraph.

       read-partition-stats.
           perform varying part-idx from 1 by 1
             until part-idx > partition-count
               move part-idx to partition-digit
               move spaces to part-file-name
               string 'wcstats.p' partition-digit delimited by size
                 into part-file-name
               perform read-one-stats-file
           end-perform.

           exit paragraph.

       read-one-stats-file.
           open input part-stats-file.
           if part-status not = '00'
                       move part-stats-line(3:)
                         to part-runlog-lines(part-runlog-count)
                   end-if
               when 'M'
                   perform add-manifest-counts
               when 'X'
                   if manifest-exception-count <
                     manifest-exceptions-max
                       add 1 to manifest-exception-count
                       move part-stats-line(3:) to
                         manifest-exceptions(manifest-exception-count)
                   else
                       add 1 to manifest-exceptions-dropped
                   end-if
           end-evaluate.

           exit paragraph.

      * A partition's share of the manifest receipt, at the main
      * program's offsets.
       add-manifest-counts.
           move part-stats-line(3:7) to stat-field-7
           add stat-field-7 to sum-manifest-listed
           move part-stats-line(11:7) to stat-field-7
           add stat-field-7 to sum-manifest-processed
           move part-stats-line(19:7) to stat-field-7
           add stat-field-7 to sum-manifest-missing
           move part-stats-line(27:7) to stat-field-7
           add stat-field-7 to sum-manifest-unreadable
           move part-stats-line(35:7) to stat-field-7
           add stat-field-7 to sum-manifest-malformed
           move part-stats-line(43:7) to stat-field-7
           add stat-field-7 to sum-manifest-skipped
           move part-stats-line(51:7) to stat-field-7
           add stat-field-7 to sum-manifest-repeated.

           exit paragraph.

      * The lines the transmittal lists, counted the way the main
      * program takes them: blank and '*' lines are not documents.
       count-manifest-lines.
           move zero to manifest-lines-listed
           open input manifest-file.
           if manifest-status not = '00'
               exit paragraph
           end-if.

           move 0 to is-eof
           perform until is-eof = 1
               read manifest-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                 and manifest-line not = spaces
                 and manifest-line(1:1) not = '*'
                   add 1 to manifest-lines-listed
               end-if
           end-perform.

           close manifest-file.

           exit paragraph.

      * The partitions' shares of the receipt must add up to the
      * transmittal's own line count and each line must be accounted
      * for once.
       foot-manifest-receipt.
           perform count-manifest-lines.
           compute manifest-accounted = sum-manifest-processed
             + sum-manifest-missing + sum-manifest-unreadable
             + sum-manifest-malformed + sum-manifest-skipped
             + sum-manifest-repeated.
           if manifest-accounted not = sum-manifest-listed
             or (manifest-status = '00'
                 and manifest-lines-listed not = sum-manifest-listed)
               move 'N' to manifest-balanced
           end-if.

           exit paragraph.

      * The merged receipt: every line the partitions took between
      * them, where it went, and the exceptions.
       write-manifest-section.
           move spaces to summary-line
           string 'manifest: ' delimited by size
             function trim (manifest-file-name trailing)
             delimited by size
             into summary-line
           write summary-line.

           move sum-manifest-listed to count-display
           move spaces to summary-line
           string '  documents listed:                  '
             delimited by size
             count-display delimited by size
             into summary-line
           write summary-line.

           move sum-manifest-processed to count-display
           move spaces to summary-line
           string '  documents processed:               '
             delimited by size
             count-display delimited by size
             into summary-line
           write summary-line.

           move sum-manifest-missing to count-display
           move spaces to summary-line
           string '  documents missing:                 '
             delimited by size
             count-display delimited by size
             into summary-line
           write summary-line.

           move sum-manifest-unreadable to count-display
           move spaces to summary-line
           string '  documents unreadable:              '
             delimited by size
             count-display delimited by size
             into summary-line
           write summary-line.

           move sum-manifest-skipped to count-display
           move spaces to summary-line
           string '  files skipped by extension filter: '
             delimited by size
             count-display delimited by size
             into summary-line
           write summary-line.

           move sum-manifest-repeated to count-display
           move spaces to summary-line
           string '  repeated listings:                 '
             delimited by size
             count-display delimited by size
             into summary-line
           write summary-line.

           move sum-manifest-malformed to count-display
           move spaces to summary-line
           string '  malformed lines:                   '
             delimited by size
             count-display delimited by size
             into summary-line
           write summary-line.

           move spaces to summary-line
           if manifest-balanced-yes
               move 'manifest reconciliation: in balance'
                 to summary-line
           else
               move manifest-lines-listed to count-display
               string 'manifest reconciliation: OUT OF BALANCE - '
                 delimited by size
                 'the transmittal lists ' delimited by size
                 count-display delimited by size
                 ' documents' delimited by size
                 into summary-line
           end-if.
           write summary-line.

           move manifest-exception-count to count-display
           add manifest-exceptions-dropped to count-display
           move spaces to summary-line
           string 'manifest exceptions: ' delimited by size
             count-display delimited by size
             into summary-line
           write summary-line.

           perform varying i from 1 by 1
             until i > manifest-exception-count
               move spaces to summary-line
               string '  ' delimited by size
                 manifest-exceptions(i) delimited by size
                 into summary-line
               write summary-line
           end-perform.

           if manifest-exceptions-dropped > zero
               move '  (further exceptions not listed)' to summary-line
               write summary-line
           end-if.

           exit paragraph.

      * Same maintenance the main run performs on a clean finish,
      * done here because the partition jobs skip it.
       update-word-master.
      * The partitions' P lines (carried on their stats files) and
      * one 'MRG' line for the merged corpus: the summed partition
      * counters, with elapsed covering the merge step itself (each
      * partition's scan time is on its own P line), and return code
      * 1 when the merged manifest receipt is out of balance.
      * Appending them all here keeps the shared log single-writer.
       append-run-log.
           open extend runlog-file.
           if runlog-status = '35'
             rl-lines delimited by size
             ' ' delimited by size
             rl-distinct delimited by size
             ' MRG ' delimited by size
             runlog-rc delimited by size
             into runlog-line
           write runlog-line.

           close history-file.

           exit paragraph.

      * Rewrite wccatlg.dat from the merged files as they now stand
      * on disk, exactly as the main program does on its own clean
      * finishes.
       write-output-catalog.
           open output catalog-file.
           if catalog-status not = '00'
               display 'wordmrg: cannot write wccatlg.dat (status '
                 catalog-status ') - outputs not catalogued'
               exit paragraph
           end-if.

           perform count-history-totals.
           move catalog-distinct to catalog-history-distinct.

           move catalog-run-seq to catalog-seq-display
           move spaces to catalog-line
           string 'H ' delimited by size
             catalog-seq-display delimited by size
             ' ' delimited by size
             run-stamp delimited by size
             ' wordmrg' delimited by size
             into catalog-line
           write catalog-line.

           move 'wchistry.dat' to catalog-file-label
           perform write-catalog-entry.

           perform count-master-totals.
           move 'wcmaster.dat' to catalog-file-label
           perform write-catalog-entry.

           perform count-cache-totals.
           move catalog-history-distinct to catalog-distinct
           move 'wcfiles.dat' to catalog-file-label
           perform write-catalog-entry.

           perform count-index-totals.
           move 'wcindex.dat' to catalog-file-label
           perform write-catalog-entry.

           close catalog-file.

           exit paragraph.

       write-catalog-entry.
           move catalog-run-seq to catalog-seq-display
           move catalog-records to catalog-records-display
           move catalog-hash-total to catalog-hash-display
           move catalog-distinct to catalog-distinct-display
           move spaces to catalog-line
           string 'E ' delimited by size
             catalog-file-label delimited by size
             ' ' delimited by size
             catalog-seq-display delimited by size
             ' ' delimited by size
             catalog-records-display delimited by size
             ' ' delimited by size
             catalog-hash-display delimited by size
             ' ' delimited by size
             catalog-distinct-display delimited by size
             into catalog-line
           write catalog-line.

           exit paragraph.

      * History totals: every line, the sum of every 'W' count, and
      * the 'W' lines of the newest block (the distinct words of the
      * run it records), whose 'R' sequence is the catalog's.
       count-history-totals.
           move zero to catalog-records catalog-hash-total
             catalog-distinct catalog-run-seq.
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
                           move history-line(3:5)
                             to history-seq-display
                           move history-seq-display to catalog-run-seq
                           move zero to catalog-distinct
                       when 'W'
                           move history-line(3:9)
                             to history-count-display
                           add history-count-display
                             to catalog-hash-total
                           add 1 to catalog-distinct
                   end-evaluate
               end-if
           end-perform.

           close history-file.

           exit paragraph.

      * Master totals: one record per word, so the record count is
      * also the distinct total; the hash is the lifetime counts.
       count-master-totals.
           move zero to catalog-records catalog-hash-total
             catalog-distinct.
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

      * Cache totals: every line and the sum of the 'W' counts.
       count-cache-totals.
           move zero to catalog-records catalog-hash-total
             catalog-distinct.
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
                       move cache-line(3:7)
                         to cache-restore-count
                       add cache-restore-count to catalog-hash-total
                   end-if
               end-if
           end-perform.

           close cache-file.

           exit paragraph.

      * Index totals: every occurrence record, the sum of their line
      * numbers, and the distinct words met in key order.
       count-index-totals.
           move zero to catalog-records catalog-hash-total
             catalog-distinct.
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
