      * number of runs each word appeared in.
       select word-master-file assign to 'wcmaster.dat'
       organization is indexed
       access mode is dynamic
       record key is master-word
       file status is master-status.

       organization is line sequential
       file status is where-trunc-status.

      * Restricted-distribution findings of the SENSITIVE option: per
      * file, how many tokens of each class were masked and on which
      * lines - never the values themselves. Truncated on resume the
      * same way as wcwhere.rpt.
       select sensitive-file assign to sensitive-file-name
       organization is line sequential
       file status is sensitive-status.

       select sensitive-trunc-file assign to 'wcsensit.tmp'
       organization is line sequential
       file status is sensitive-trunc-status.

      * Full positional index (the FULLINDEX control-file option):
      * file and line number for every counted word, not just the
      * configured watch list. Occurrences stream to a sequential
       organization is line sequential
       file status is cache-trunc-status.

      * The outgoing wcfiles.dat and wclastrn.dat, kept as the prior
      * generation when a clean finish promotes this run's, so the
      * backout utility (wordbko) can put them back if the run has to
      * be reversed.
       select cache-backup-file assign to 'wcfiles.bak'
       organization is line sequential
       file status is cache-backup-status.

       select lastrun-backup-file assign to 'wclastrn.bak'
       organization is line sequential
       file status is lastrun-backup-status.

      * Output catalog, rewritten at the end of every clean promotion:
      * an 'H' line naming the run, then one 'E' line per output file
      * with the run sequence, record count, hash total of the counts
      * and distinct-word total, recounted from the files as they
      * stand on disk. Every downstream program checks the files it
      * opens against it before answering anything.
       select catalog-file assign to 'wccatlg.dat'
       organization is line sequential
       file status is catalog-status.

      * Pre-flight sizing report of the DRYRUN option: what the walk
      * would find under each root and how long the scan should take,
      * written without opening a document or updating anything.
       select dryrun-report-file assign to 'wcdryrun.rpt'
       organization is line sequential.

      * Transmittal of the MANIFEST option: the exact list of
      * documents to process in place of the ROOT walk, each with the
      * records system's document ID, owning system and date.
       select manifest-file assign to manifest-file-name
       organization is line sequential
       file status is manifest-status.

       data division.
       file section.
      * Variable-length reader. The FD was historically fixed at 80
           fd where-trunc-file record contains 256 characters.
       01 where-trunc-line pic x(256).

           fd sensitive-file record contains 132 characters.
       01 sensitive-line pic x(132).

           fd sensitive-trunc-file record contains 132 characters.
       01 sensitive-trunc-line pic x(132).

      * Occurrence list behind the full index: word, file and line at
      * fixed offsets, one line per occurrence, then the document ID
      * and owning system on a MANIFEST run.
           fd index-tmp-file record contains 190 characters.
       01 index-tmp-line pic x(190).

           fd index-trunc-file record contains 190 characters.
       01 index-trunc-line pic x(190).

           fd word-index-file.
       01 index-record.
           20 ix-seq pic 9(9).
         10 ix-file pic x(64).
         10 ix-line pic 9(9).
         10 ix-doc-id pic x(20).
         10 ix-system pic x(10).

      * Widened from 80 so the partition's run-log record ('R' line)
      * fits alongside the counter lines.
           fd cache-trunc-file record contains 100 characters.
       01 cache-trunc-line pic x(100).

           fd cache-backup-file record contains 100 characters.
       01 cache-backup-line pic x(100).

           fd lastrun-backup-file record contains 31 characters.
       01 lastrun-backup-record pic x(31).

      * 'H <seq> <run start stamp> <writer>', then per file
      * 'E <file> <seq> <records> <hash total> <distinct>' at fixed
      * offsets (3, 16, 22, 32 and 48).
           fd catalog-file record contains 80 characters.
       01 catalog-line pic x(80).

           fd dryrun-report-file record contains 132 characters.
       01 dryrun-report-line pic x(132).

           fd manifest-file record contains 160 characters.
       01 manifest-line pic x(160).

       working-storage section.
      * Output file names. The defaults are the historical fixed
      * names; a partitioned run (the PARTITION option below) points
       01 where-line-count pic 9(7) comp-5 value zero.
       01 ck-where-lines pic 9(7).

      * Sensitive-data masking (the SENSITIVE option). Each line is
      * rewritten before it is split, every e-mail address, social
      * security number, phone number and account number replaced by
      * its class placeholder, so the values never reach the word,
      * phrase or location tables, wcwhere.rpt's quoted lines, or any
      * file built from them. The placeholder is counted as a word in
      * its own right but bypasses normalization and the stop list,
      * breaks the phrase chain and is never indexed. The option
      * forces a full scan (the findings must cover every file, not
      * just the changed ones) and joins the options fingerprint, so
      * unmasked caches and checkpoints are never replayed into it.
       01 sensitive-flag pic x value 'N'.
           88 sensitive-flag-on value 'Y'.
       01 sensitive-file-name pic x(64) value 'wcsensit.rpt'.
       01 sensitive-status pic x(2).
       01 sensitive-trunc-status pic x(2).
       01 sensitive-line-count pic 9(7) comp-5 value zero.
       01 sens-class-values.
         05 filler pic x(8) value '<EMAIL>'.
         05 filler pic x(8) value '<SSN>'.
         05 filler pic x(8) value '<PHONE>'.
         05 filler pic x(8) value '<ACCTNO>'.
       01 sens-class-table redefines sens-class-values.
         05 sens-placeholder pic x(8) occurs 4 times.
       01 sens-class-max pic 9 comp-5 value 4.
       01 sens-class pic 9 comp-5 value zero.
       01 sens-c pic 9 comp-5.
       01 sens-run-counts pic 9(9) comp-5 occurs 4 times value zeros.
       01 sens-files-hit pic 9(7) comp-5 value zero.
       01 sens-file-counts pic 9(7) comp-5 occurs 4 times.
       01 sens-file-total pic 9(7) comp-5.

      * Line numbers of this file's hits, for the findings report. A
      * full table only shortens the line lists; the counts stay
      * exact.
       01 sens-hits-max pic 9(4) comp-5 value 2000.
       01 sens-hit-count pic 9(4) comp-5 value zero.
       01 sens-hit-classes pic 9 comp-5 occurs 2000 times.
       01 sens-hit-lines pic 9(9) comp-5 occurs 2000 times.
       01 sens-hits-dropped pic 9(7) comp-5 value zero.
       01 sens-h pic 9(4) comp-5.
       01 sens-listed pic 9(2) comp-5.
       01 sens-line-display pic 9(7).
       01 sens-list-ptr pic 9(4) comp-5.

      * Line rebuilt with its sensitive tokens masked, and the token
      * being classified.
       01 sens-line pic x(4096).
       01 sens-line-len pic 9(4) comp-5.
       01 sens-changed pic x value 'N'.
       01 sens-src-idx pic 9(4) comp-5.
       01 sens-tok-start pic 9(4) comp-5.
       01 sens-tok-len pic 9(4) comp-5.
       01 sens-token pic x(80).
       01 sens-core-start pic 9(4) comp-5.
       01 sens-core-end pic 9(4) comp-5.
       01 sens-core-len pic 9(4) comp-5.
       01 sens-ch pic x.
       01 sens-digits pic 9(4) comp-5.
       01 sens-hyphens pic 9(4) comp-5.
       01 sens-dots pic 9(4) comp-5.
       01 sens-marks pic 9(4) comp-5.
       01 sens-ats pic 9(4) comp-5.
       01 sens-at-pos pic 9(4) comp-5.
       01 sens-others pic 9(4) comp-5.
       01 sens-first-digit pic x.
       01 sens-k pic 9(4) comp-5.
       01 sens-ph-len pic 9(4) comp-5.
       01 ck-sens-lines pic 9(7).
       01 ck-sens-files pic 9(7).
       01 ck-sens-count pic 9(9).

      * Full positional index controls. FULLINDEX forces a full scan
      * for the same reason a watch list does: locations can only be
      * recorded for files actually read this run. The flag joins the
       01 index-line-display pic 9(9).
       01 index-seq-counter pic 9(9) comp-5.

      * Pre-flight dry run (the DRYRUN control-file option, or DRYRUN
      * as the second command-line parameter). The roots are walked
      * the way the real run walks them, but no document is opened,
      * no checkpoint is taken and nothing is promoted; each root's
      * files, bytes and would-be skips are tallied instead, and the
      * scan time is estimated from the recent runs on wcrunlog.dat.
      * dir-queue-root carries each queued directory's root, so a
      * subdirectory's files are credited to the root it came from.
       01 dry-run-flag pic x value 'N'.
           88 dry-run-flag-on value 'Y'.
       01 dir-queue-root pic 9(4) comp-5 occurs 5000 times
           value zeros.
       01 dry-root pic 9(4) comp-5 value zero.
       01 dry-roots-max pic 9(4) comp-5 value 500.
       01 dry-root-count pic 9(4) comp-5 value zero.
       01 dry-root-table occurs 500 times.
         05 dry-root-name pic x(64).
         05 dry-root-key pic x(64).
         05 dry-root-key-len pic 9(4) comp-5.
         05 dry-root-dirs pic 9(7) comp-5.
         05 dry-root-missing pic 9(7) comp-5.
         05 dry-root-files pic 9(7) comp-5.
         05 dry-root-bytes pic 9(15) comp-5.
         05 dry-root-ext-skips pic 9(7) comp-5.
         05 dry-root-dup-files pic 9(7) comp-5.
         05 dry-root-unchanged pic 9(7) comp-5.
         05 dry-root-scan-files pic 9(7) comp-5.
         05 dry-root-scan-bytes pic 9(15) comp-5.
         05 dry-root-state pic x(10).
         05 dry-root-note pic 9(4) comp-5.
       01 dry-other pic 9(4) comp-5.
       01 dry-entry-bytes pic 9(15) comp-5.
       01 dry-configured-partitions pic 9(2) comp-5 value zero.
       01 dry-checkpoint-pending pic x value 'N'.
       01 dry-missing-max pic 9(3) comp-5 value 200.
       01 dry-missing-names pic x(64) occurs 200 times.
       01 dry-missing-count pic 9(7) comp-5 value zero.

      * Totals across the roots, and the rates taken from the last
      * dry-window-max qualifying runs on the log: whole runs and
      * partition jobs (BAL, OOB, P1..P9) that read at least one
      * line in a measurable time. Merge steps are averaged apart, as
      * the fixed overhead a partitioned run adds.
       01 dry-total-dirs pic 9(7) comp-5 value zero.
       01 dry-total-files pic 9(7) comp-5 value zero.
       01 dry-total-bytes pic 9(15) comp-5 value zero.
       01 dry-total-ext-skips pic 9(7) comp-5 value zero.
       01 dry-total-dup-files pic 9(7) comp-5 value zero.
       01 dry-total-unchanged pic 9(7) comp-5 value zero.
       01 dry-total-scan-files pic 9(7) comp-5 value zero.
       01 dry-total-scan-bytes pic 9(15) comp-5 value zero.
       01 dry-window-max pic 9(2) comp-5 value 10.
       01 dry-ring-elapsed pic 9(9) comp-5 occurs 10 times.
       01 dry-ring-lines pic 9(9) comp-5 occurs 10 times.
       01 dry-ring-files pic 9(7) comp-5 occurs 10 times.
       01 dry-ring-next pic 9(2) comp-5 value 1.
       01 dry-ring-held pic 9(2) comp-5 value zero.
       01 dry-sum-elapsed pic 9(11) comp-5 value zero.
       01 dry-sum-lines pic 9(11) comp-5 value zero.
       01 dry-sum-files pic 9(9) comp-5 value zero.
       01 dry-merge-runs pic 9(7) comp-5 value zero.
       01 dry-merge-elapsed pic 9(11) comp-5 value zero.
       01 dry-merge-average pic 9(9) comp-5 value zero.
       01 dry-lines-per-second pic 9(9) comp-5 value zero.
       01 dry-lines-per-file pic 9(9) comp-5 value zero.
       01 dry-est-lines pic 9(11) comp-5 value zero.
       01 dry-est-seconds pic 9(9) comp-5 value zero.
       01 dry-split pic 9(2) comp-5.
       01 dry-split-display pic 9.
       01 dry-bytes-display pic 9(15).
       01 dry-seconds-display pic 9(9).
       01 dry-rate-display pic 9(9).
       01 dry-lines-display pic 9(11).
       01 dry-root-display pic 9(4).
       01 dry-count-display pic 9(9).
       01 dry-unchanged-display pic 9(9).

      * Manifest input (the MANIFEST control-file option). The named
      * transmittal lists the documents to process, one per line as
      * <path>|<document ID>|<owning system>|<document date>, and is
      * read in place of the ROOT walk. The document ID and owning
      * system travel with the file into bydoc.rpt, wcfiles.dat (an
      * 'M' line after the file's 'F' line), wcbyfile.csv, wcwhere.rpt
      * and the full positional index, so counts can be joined back
      * to the records system. Every line is accounted for in the
      * summary's manifest reconciliation - processed, missing,
      * unreadable, malformed, skipped by the extension filter, or a
      * repeat of an earlier line - and the exceptions are listed.
      * A manifest run reads every listed file (no watermark or cache
      * replay) and is never checkpointed: the transmittal is the
      * unit of work, and a rerun reprocesses it. Partitioned runs
      * share the documents out by a hash of the path.
       01 manifest-file-name pic x(64) value spaces.
       01 manifest-status pic x(2).
      * The transmittal's own end flag: process-file runs its read
      * loop on is-eof between manifest lines.
       01 manifest-eof pic 9 comp-5.
      * A line's fields are split into manifest-fields first, wide
      * enough to tell an over-long value from one that fits.
       01 manifest-fields pic x(160) occurs 5 times.
       01 manifest-path pic x(160).
       01 manifest-doc-id pic x(20).
       01 manifest-system pic x(10).
       01 manifest-doc-date pic x(8).
       01 manifest-seq pic 9(7) comp-5 value zero.
       01 manifest-listed pic 9(7) comp-5 value zero.
       01 manifest-processed pic 9(7) comp-5 value zero.
       01 manifest-missing pic 9(7) comp-5 value zero.
       01 manifest-unreadable pic 9(7) comp-5 value zero.
       01 manifest-malformed pic 9(7) comp-5 value zero.
       01 manifest-skipped pic 9(7) comp-5 value zero.
       01 manifest-repeated pic 9(7) comp-5 value zero.
       01 manifest-accounted pic 9(7) comp-5 value zero.
       01 manifest-scanned-before pic 9(9) comp-5.
       01 manifest-reason pic x(10).

      * Document the file being processed belongs to; blank on a
      * directory walk.
       01 current-doc-id pic x(20) value spaces.
       01 current-doc-system pic x(10) value spaces.
       01 current-doc-date pic x(8) value spaces.

      * Manifest exceptions for the summary: reason at 1, line number
      * at 12, document ID at 20, path from 41. A full table only
      * shortens the list; the counts stay exact.
       01 manifest-exceptions-max pic 9(3) comp-5 value 500.
       01 manifest-exceptions pic x(132) occurs 500 times.
       01 manifest-exception-count pic 9(3) comp-5 value zero.
       01 manifest-exceptions-dropped pic 9(7) comp-5 value zero.

      * Existence and size of a listed file, from CBL_CHECK_FILE_EXIST.
       01 manifest-file-details.
         10 manifest-file-size pic x(8) comp-x.
         10 manifest-file-date pic x(4) comp-x.
         10 manifest-file-time pic x(4) comp-x.
       01 manifest-exist-status pic x(2) comp-5.
       01 ck-manifest-listed pic 9(7).
       01 ck-manifest-processed pic 9(7).
       01 ck-manifest-missing pic 9(7).
       01 ck-manifest-unreadable pic 9(7).
       01 ck-manifest-malformed pic 9(7).
       01 ck-manifest-skipped pic 9(7).
       01 ck-manifest-repeated pic 9(7).

      * Delimited-export controls. Text fields are surrounded with
      * double quotes, embedded quotes doubled, numeric fields
      * written without leading zeros.
       01 export-quoted-len pic 9(4) comp-5.
       01 export-quoted-file pic x(132).
       01 export-quoted-file-len pic 9(4) comp-5.
       01 export-quoted-doc pic x(80).
       01 export-quoted-doc-len pic 9(4) comp-5.
       01 export-rank-edited pic zzzzz9.
       01 export-count-edited pic zzzzzzzz9.

      * different equivalence list are refused, as for STOPWORDS.
       01 equiv-file-name pic x(64) value spaces.
       01 equiv-status pic x(2).
       01 equiv-rule-max pic 9(4) comp-5 value 5000.
       01 equiv-variants pic x(80) occurs 5000 times.
       01 equiv-canonicals pic x(80) occurs 5000 times.
       01 equiv-rule-count pic 9(4) comp-5 value zero.
      * The rules in force for the document being counted: the EQUIV
      * file's own (1 to global-equiv-count), or one language's range
      * loaded after them.
       01 global-equiv-count pic 9(4) comp-5 value zero.
       01 equiv-rule-first pic 9(4) comp-5 value 1.
       01 equiv-rule-last pic 9(4) comp-5 value zero.
       01 equiv-variant-text pic x(80).
       01 equiv-canonical-text pic x(80).
       01 equiv-ptr pic 9(4) comp-5.
      * Stop-word exclusion list, loaded once at startup.
       01 stop-word-file-name pic x(64) value spaces.
       01 stop-word-status pic x(2).
       01 stop-words pic x(80) occurs 5000 times.
       01 stop-word-max pic 9(4) comp-5 value 5000.
       01 stop-word-count pic 9(4) comp-5 value zero.
       01 stop-word-found pic 9 comp-5.
       01 k pic 9(4) comp-5.
      * The list in force for the document being counted, as for the
      * equivalence rules above.
       01 global-stop-count pic 9(4) comp-5 value zero.
       01 stop-word-first pic 9(4) comp-5 value 1.
       01 stop-word-last pic 9(4) comp-5 value zero.

      * Per-document language identification (the LANGUAGE option,
      * one line per language: code, stop-word file and optional
      * equivalence file). Each language's lists load into the
      * shared stop-word and equivalence tables after the global
      * ones, as a range of their own. Before a file is counted, the
      * opening words of it are matched, case-folded, against every
      * language's stop-word vocabulary; the best-scoring language
      * is taken when it has enough hits and clearly beats the
      * runner-up, and its lists are then used for the file. A file
      * that cannot be placed is UND: it is counted under the global
      * STOPWORDS/EQUIV lists and listed in the summary.
       01 language-max pic 9(4) comp-5 value 10.
       01 language-count pic 9(4) comp-5 value zero.
       01 language-codes pic x(8) occurs 11 times.
       01 language-stop-names pic x(64) occurs 10 times.
       01 language-equiv-names pic x(64) occurs 10 times.
       01 language-stop-first pic 9(4) comp-5 occurs 10 times.
       01 language-stop-last pic 9(4) comp-5 occurs 10 times.
       01 language-equiv-first pic 9(4) comp-5 occurs 10 times.
       01 language-equiv-last pic 9(4) comp-5 occurs 10 times.
       01 language-scores pic 9(7) comp-5 occurs 10 times.
       01 language-file-totals pic 9(7) comp-5 occurs 11 times.
       01 language-word-totals pic 9(12) comp-5 occurs 11 times.
       01 lg pic 9(4) comp-5.
       01 language-loading-idx pic 9(4) comp-5 value zero.
       01 language-option-text pic x(80).
       01 language-option-code pic x(20).
       01 language-option-stop pic x(64).
       01 language-option-equiv pic x(64).
       01 language-option-extra pic x(20).
       01 saved-stop-word-file-name pic x(64).
       01 saved-equiv-file-name pic x(64).

      * Detection vocabulary: every language's stop words, upper-case
      * and stripped of punctuation whatever CASEFOLD says, chained on
      * the res-words hash. A word several languages share has one
      * entry per language.
       01 language-vocab-max pic 9(5) comp-5 value 10000.
       01 language-vocab-words pic x(80) occurs 10000 times.
       01 language-vocab-langs pic 9(4) comp-5 occurs 10000 times.
       01 language-vocab-next pic 9(5) comp-5 occurs 10000 times
           value zeros.
       01 language-vocab-size pic 9(5) comp-5 value zero.
       01 language-vocab-hash pic 9(5) comp-5 occurs 9973 times
           value zeros.
       01 language-vocab-idx pic 9(5) comp-5.
       01 language-vocab-full-warned pic x value 'N'.

      * Scoring: at most language-sample-max words are sampled from
      * the top of a file; the winner needs language-min-hits stop
      * words and half as many again as the runner-up.
       01 language-sample-max pic 9(7) comp-5 value 2000.
       01 language-min-hits pic 9(7) comp-5 value 5.
       01 language-sampled pic 9(7) comp-5.
       01 language-best pic 9(4) comp-5.
       01 language-next pic 9(4) comp-5.
       01 language-best-score pic 9(7) comp-5.
       01 language-next-score pic 9(7) comp-5.
       01 current-language-idx pic 9(4) comp-5 value zero.
      * The file's 'L' line in wcfiles.dat: placed language (or UND)
      * at 3, best candidate and its hits at 12 and 21, runner-up and
      * its hits at 29 and 38, words sampled at 46. A replayed file
      * carries its cached line forward.
       01 current-language-line pic x(52) value spaces.
       01 language-line-ptr pic 9(4) comp-5.

      * Language mix, tallied from this run's per-file cache once the
      * scan is complete, so replayed and resumed files are counted
      * alike; and the files that could not be placed.
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

      * Checkpoint/restart.
       01 checkpoint-status pic x(2).
       01 opt-fp-accum pic 9(9) comp-5.
       01 opt-fp-len pic 9(4) comp-5.
       01 opt-fp-idx pic 9(4) comp-5.
       01 opt-fp-text pic x(136).

      * Staging fields for the run-summary counters saved/restored on
      * the checkpoint's 'C' line, so a resumed run's audit trail
       01 cache-trunc-status pic x(2).
       01 trunc-copied pic 9(7) comp-5.

      * Prior-generation copies taken before promotion.
       01 cache-backup-status pic x(2).
       01 lastrun-backup-status pic x(2).

      * Output catalog control totals for the file being counted. The
      * master's hash total is the sum of the lifetime counts, the
      * history's and cache's the sum of their 'W' counts, the
      * index's the sum of its line numbers; the cache's distinct
      * total is the newest history block's, since both describe the
      * same run.
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

      * Run summary / audit trail.
       01 text-file-status pic x(2).
       01 text-line-len pic 9(4) comp-5.
           occurs 5000 times value zeros.
       01 cached-file-word-count pic 9(5) comp-5
           occurs 5000 times value zeros.
       01 cached-file-langs pic x(52) occurs 5000 times.
       01 cached-files-count pic 9(5) comp-5 value zero.
       01 cached-files-full pic x value 'N'.
           88 cached-files-full-yes value 'Y'.
      * control file.
           perform load-control-file.

      * DRYRUN as the second command-line parameter asks for the
      * pre-flight report without editing the control file.
           move 2 to command-line-arg-number
           display command-line-arg-number upon argument-number
           accept command-line-arg from argument-value
               on exception
                   move spaces to command-line-arg
           end-accept.
           if function upper-case (command-line-arg) = 'DRYRUN'
               move 'Y' to dry-run-flag
           end-if.

           if allowed-extensions-count = zero
               move '.TXT' to allowed-extensions(1)
               move '.MD' to allowed-extensions(2)
               move 2 to allowed-extensions-count
           end-if.

      * The manifest replaces the walk outright; roots configured
      * alongside it are not mixed in.
           if manifest-file-name not = spaces and roots-loaded > zero
               display 'wordcount: MANIFEST given - ROOT lines ignored'
           end-if.

      * An unreadable manifest stops the run before any output is
      * opened, so the last good bydoc.rpt and cache stay as they are.
           if manifest-file-name not = spaces
               perform open-manifest-file
           end-if.

      * A dry run sizes the scan and stops here, before the partition
      * file names, the checkpoint or any output is touched.
           if dry-run-flag-on
               perform run-dry-run
               stop run
           end-if.

           if partition-count > zero
               perform set-partition-file-names
      * The merge step owns the final outputs of a partitioned run
      * otherwise fall back to the historical default root when the
      * control file names none. Partitioned runs never checkpoint:
      * m parallel jobs cannot share wordcnt.ckp.
           if partition-count = zero and manifest-file-name = spaces
               perform load-checkpoint
           end-if.

      * A manifest run writes the same work files an interrupted walk
      * will resume into, so it is refused while one is pending.
           if manifest-file-name not = spaces
               perform check-walk-checkpoint
           end-if.
           if not resumed-from-checkpoint-yes
             and manifest-file-name = spaces
               if roots-loaded = zero
                   move './testdata/' to new-dir-name
                   perform enqueue-dir
           if stop-word-file-name not = spaces
               perform load-stop-words
           end-if.
           move stop-word-count to global-stop-count.

      * Each language's own lists load behind the global ones; until
      * a document is placed, the global lists are the ones in force.
           if language-count > zero
               perform load-language-lists
           end-if.
           move zero to current-language-idx.
           perform select-language-lists.

           if alert-rules-file-name not = spaces
               perform load-alert-rules
      * A watch list also forces the full scan: the location report
      * can only cover files actually read this run, and the same
      * goes for the full positional index. Partitioned runs scan
      * full as well - the merge step owns wcfiles.dat - and so do
      * manifest runs, which must read every document listed.
           if not force-full-flag-yes and watch-word-count = zero
             and not full-index-flag-on
             and not sensitive-flag-on
             and partition-count = zero
             and manifest-file-name = spaces
               perform load-last-run-stamp
               perform load-file-cache
           end-if.
                   perform truncate-index-tmp
                   open extend index-tmp-file
               end-if
               if sensitive-flag-on
                   perform truncate-sensitive-file
                   open extend sensitive-file
               end-if
           else
               open output detail-file
               open output file-cache-out
               if full-index-flag-on
                   open output index-tmp-file
               end-if
               if sensitive-flag-on
                   open output sensitive-file
                   perform write-sensitive-heading
               end-if
           end-if.

      * Search and process files recursively, or process exactly the
      * files the manifest lists.
           if manifest-file-name not = spaces
               perform process-manifest
           else
               perform walk-dir until dir-queue-head > dir-queue-tail
           end-if.

           close detail-file.
           close file-cache-out.
           if full-index-flag-on
               close index-tmp-file
           end-if.
           if sensitive-flag-on
               perform write-sensitive-totals
               close sensitive-file
           end-if.

      * The language mix is tallied from the per-file cache just
      * written, which covers replayed and resumed files as well.
           if language-count > zero
               perform tally-language-mix
           end-if.

      * A partitioned run stops after writing its share: the word
      * table goes to the partition-numbered unload, the balancing
           perform append-run-log.

      * The scan itself is complete either way, so the checkpoint is
      * finalized (a manifest run takes none, and only runs once no
      * interrupted walk is pending); but only a balanced run promotes
      * its cache, advances the watermark and updates the
      * word-master. An out-of-balance run leaves the prior clean
      * run's data in place and ends with a nonzero return code for
      * the scheduler.
           if manifest-file-name = spaces
               perform finalize-checkpoint
           end-if.
           if out-of-balance-yes
               display 'wordcount: run is OUT OF BALANCE - see '
                 'wcsummry.rpt - outputs not promoted'
               stop run with error status 1
           end-if.
           perform save-prior-generation.
           perform save-last-run-stamp.
           perform promote-file-cache.

               perform build-word-index
           end-if.

      * Catalog what the promotion left on disk, so the downstream
      * programs can prove they are reading this run's files.
           perform write-output-catalog.

      * The run's data is good and fully promoted either way; the
      * distinct return code only tells the scheduler a compliance
      * rule fired, so the on-call reads wcalerts.rpt the same
               write summary-line
           end-if.

           if sensitive-flag-on
               move zero to count-display-9
               perform varying sens-c from 1 by 1
                 until sens-c > sens-class-max
                   add sens-run-counts(sens-c) to count-display-9
               end-perform
               move sens-files-hit to count-display
               move spaces to summary-line
               string 'sensitive tokens masked: ' delimited by size
                 count-display-9 delimited by size
                 ' in ' delimited by size
                 count-display delimited by size
                 ' files - see ' delimited by size
                 function trim (sensitive-file-name trailing)
                 delimited by size
                 into summary-line
               write summary-line
           end-if.

           if full-index-flag-on
               move index-line-count to count-display-9
               move spaces to summary-line
               write summary-line
           end-perform.

           if language-count > zero
               perform write-language-section
           end-if.

           if manifest-file-name not = spaces
               perform write-manifest-section
           end-if.

           perform write-reconciliation-section.

           close summary-file.

           exit paragraph.

      * Files per language, then every file no language could be
      * claimed for, with the best and runner-up scores behind the
      * decision.
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

      * The transmittal receipt: every line the manifest listed (this
      * partition's share, on a partitioned run), and where it went.
      * The exceptions follow, one per line not processed, with the
      * reason, the manifest line number and the document ID.
       write-manifest-section.
           move spaces to summary-line
           string 'manifest: ' delimited by size
             function trim (manifest-file-name trailing)
             delimited by size
             into summary-line
           write summary-line.

           move manifest-listed to count-display
           move spaces to summary-line
           string '  documents listed:                  '
             delimited by size
             count-display delimited by size
             into summary-line
           write summary-line.

           move manifest-processed to count-display
           move spaces to summary-line
           string '  documents processed:               '
             delimited by size
             count-display delimited by size
             into summary-line
           write summary-line.

           move manifest-missing to count-display
           move spaces to summary-line
           string '  documents missing:                 '
             delimited by size
             count-display delimited by size
             into summary-line
           write summary-line.

           move manifest-unreadable to count-display
           move spaces to summary-line
           string '  documents unreadable:              '
             delimited by size
             count-display delimited by size
             into summary-line
           write summary-line.

           move manifest-skipped to count-display
           move spaces to summary-line
           string '  files skipped by extension filter: '
             delimited by size
             count-display delimited by size
             into summary-line
           write summary-line.

           move manifest-repeated to count-display
           move spaces to summary-line
           string '  repeated listings:                 '
             delimited by size
             count-display delimited by size
             into summary-line
           write summary-line.

           move manifest-malformed to count-display
           move spaces to summary-line
           string '  malformed lines:                   '
             delimited by size
             count-display delimited by size
             into summary-line
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

      * Balancing proof between the per-file breakdown and the
      * aggregate table, itemizing every difference found by
      * reconcile-run. An out-of-balance run also ends with a nonzero
               perform build-phrase-report
           end-if.

           if language-count > zero
               perform write-language-report
           end-if.

           exit paragraph.

      * Rank the phrase table through its own SORT and append the

           exit paragraph.

      * Files and counted words per language, from the 'L' line each
      * file's words follow in this run's cache. UND takes the row
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

           open input file-cache-out.
           if file-cache-out-status not = '00'
               exit paragraph
           end-if.

           move zero to language-row
           move 0 to is-eof
           perform until is-eof = 1
               read file-cache-out
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   evaluate file-cache-out-line(1:1)
                       when 'F'
                           move function trim (file-cache-out-line(3:)
                             trailing) to language-tally-file
                           move zero to language-row
                       when 'L'
                           perform tally-language-file
                       when 'W'
                           if language-row > zero
                               move file-cache-out-line(3:7)
                                 to cache-restore-count
                               add cache-restore-count
                                 to language-word-totals(language-row)
                           end-if
                   end-evaluate
               end-if
           end-perform.

           close file-cache-out.

           exit paragraph.

       tally-language-file.
           perform varying language-row from 1 by 1
             until language-row > language-count
             or language-codes(language-row) = file-cache-out-line(3:8)
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
                   move file-cache-out-line(1:52) to
                     language-undetermined-lines(
                       language-undetermined-listed)
               end-if
           end-if.

           exit paragraph.

      * The language mix as a section of wordcount.rpt: files and
      * counted words per language, each language's share of the
      * words, and totals that foot to the run.
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

      * A partition's whole table - words and, when counted, phrases -
      * in the wcwords.tmp record shape. The merge program tells the
      * two apart by the embedded blank a phrase always carries.
      * the per-file over-length counts and the suppressed duplicate
      * names, the same letters the checkpoint uses, and the 'R'
      * line carries this partition's formatted run-log record for
      * the merge step to append to the shared wcrunlog.dat. A
      * manifest run adds its share of the receipt: the 'M' line's
      * counts (listed, processed, missing, unreadable, malformed,
      * skipped, repeated, at 3, 11, 19, 27, 35, 43 and 51) and an
      * 'X' line per exception.
       write-partition-stats.
           open output stats-file.
           move dirs-walked to ck-dirs-walked
               write stats-line
           end-perform.

           if manifest-file-name not = spaces
               move manifest-listed to ck-manifest-listed
               move manifest-processed to ck-manifest-processed
               move manifest-missing to ck-manifest-missing
               move manifest-unreadable to ck-manifest-unreadable
               move manifest-malformed to ck-manifest-malformed
               move manifest-skipped to ck-manifest-skipped
               move manifest-repeated to ck-manifest-repeated
               move spaces to stats-line
               string 'M ' delimited by size
                 ck-manifest-listed delimited by size
                 ' ' delimited by size
                 ck-manifest-processed delimited by size
                 ' ' delimited by size
                 ck-manifest-missing delimited by size
                 ' ' delimited by size
                 ck-manifest-unreadable delimited by size
                 ' ' delimited by size
                 ck-manifest-malformed delimited by size
                 ' ' delimited by size
                 ck-manifest-skipped delimited by size
                 ' ' delimited by size
                 ck-manifest-repeated delimited by size
                 into stats-line
               write stats-line
               perform varying i from 1 by 1
                 until i > manifest-exception-count
                   move spaces to stats-line
                   string 'X ' delimited by size
                     manifest-exceptions(i) delimited by size
                     into stats-line
                   write stats-line
               end-perform
           end-if.

           move spaces to stats-line
           string 'R ' delimited by size
             function trim (runlog-text trailing) delimited by size
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
           move function trim (file-cache-out-line(3:20) trailing)
             to export-field
           perform quote-export-field
           move spaces to export-quoted-doc
           string export-quoted(1:export-quoted-len) delimited by size
             ',' delimited by size
             into export-quoted-doc
           compute export-quoted-doc-len = export-quoted-len + 1.

           move function trim (file-cache-out-line(24:10) trailing)
             to export-field
           perform quote-export-field
           move export-quoted(1:export-quoted-len)
             to export-quoted-doc(export-quoted-doc-len + 1:)
           add export-quoted-len to export-quoted-doc-len.

           exit paragraph.

      * Per-document profile report: one row per contributing file
      * with its occurrence total, distinct-word count, distinct-to-
           perform count-detail-lines.
           perform load-recon-table.
           perform compare-recon-tables.
           if manifest-file-name not = spaces
               perform check-manifest-receipt
           end-if.

           exit paragraph.

      * Every manifest line listed must be accounted for exactly once.
       check-manifest-receipt.
           compute manifest-accounted = manifest-processed
             + manifest-missing + manifest-unreadable
             + manifest-malformed + manifest-skipped
             + manifest-repeated.
           if manifest-accounted not = manifest-listed
               move manifest-listed to lines-expected-display
               move manifest-accounted to lines-found-display
               move spaces to recon-error-text
               string 'manifest lists ' delimited by size
                 lines-expected-display delimited by size
                 ' documents but accounts for ' delimited by size
                 lines-found-display delimited by size
                 into recon-error-text
               perform record-recon-error
           end-if.

           exit paragraph.

           if equiv-file-name not = spaces
               perform load-equiv-rules
           end-if.
           move equiv-rule-count to global-equiv-count.
           move equiv-rule-count to equiv-rule-last.

           if watch-word-count > zero
               perform normalize-watch-words
               when 'EXPORT'
                   move function upper-case (control-value(1:1))
                     to export-flag
               when 'DRYRUN'
                   move function upper-case (control-value(1:1))
                     to dry-run-flag
               when 'SENSITIVE'
                   move function upper-case (control-value(1:1))
                     to sensitive-flag
               when 'MANIFEST'
                   move control-value to manifest-file-name
               when 'LANGUAGE'
                   perform parse-language-option
           end-evaluate.

           exit paragraph.

           exit paragraph.

      * LANGUAGE <code> <stop-word file> [<equivalence file>]. The
      * code (up to 8 characters, upper-cased) names the language on
      * bydoc.rpt, wcfiles.dat and the reports; UND is reserved for
      * the files no language can be claimed for.
       parse-language-option.
           move spaces to language-option-code language-option-stop
             language-option-equiv language-option-extra
      * Taken from the whole line: two file names can outgrow the
      * 64-character option value.
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
               display 'wordcount: bad LANGUAGE clause "'
                 function trim (language-option-text trailing)
                 '" - use LANGUAGE code stop-word-file '
                 '[equivalence-file] - aborting'
               stop run with error status 1
           end-if.

           perform varying lg from 1 by 1
             until lg > language-count
             or language-codes(lg) = language-option-code
           end-perform.
           if lg <= language-count
               display 'wordcount: LANGUAGE '
                 function trim (language-option-code trailing)
                 ' is given twice - aborting'
               stop run with error status 1
           end-if.

           if language-count = language-max
               display 'wordcount: more than ' language-max
                 ' LANGUAGE lines - aborting'
               stop run with error status 1
           end-if.

           add 1 to language-count
           move language-option-code to language-codes(language-count)
           move language-option-stop
             to language-stop-names(language-count)
           move language-option-equiv
             to language-equiv-names(language-count).

           exit paragraph.

      * Point the outputs written during the scan at partition-
      * suffixed names, so m parallel jobs can share one directory.
       set-partition-file-names.
           move spaces to stats-file-name
           string 'wcstats.p' partition-digit delimited by size
             into stats-file-name.
           move spaces to sensitive-file-name
           string 'wcsensit.p' partition-digit delimited by size
             into sensitive-file-name.

           exit paragraph.

           end-if.

           add 1 to dir-queue-tail
           move new-dir-name to dir-queue(dir-queue-tail)
           move dry-root to dir-queue-root(dir-queue-tail).

           exit paragraph.

                           add 1 to stop-word-count
                           move word to stop-words(stop-word-count)
                       end-if
                       if language-loading-idx > zero
                           perform add-language-vocab
                       end-if
                   end-if
               end-if
           end-perform.

       is-stop-word.
           move 0 to stop-word-found
           perform varying k from stop-word-first by 1
             until k > stop-word-last or word = stop-words(k)
           end-perform.
           if k <= stop-word-last
               move 1 to stop-word-found
           end-if.

           exit paragraph.

      * Load each language's equivalence rules and then its stop
      * words, normalized under those rules, the way the global lists
      * load. The file names are swapped through the global ones the
      * two files are assigned to, and put back afterwards.
       load-language-lists.
           move stop-word-file-name to saved-stop-word-file-name
           move equiv-file-name to saved-equiv-file-name.

           perform varying language-loading-idx from 1 by 1
             until language-loading-idx > language-count
               compute language-equiv-first(language-loading-idx) =
                 equiv-rule-count + 1
               if language-equiv-names(language-loading-idx)
                 not = spaces
                   move language-equiv-names(language-loading-idx)
                     to equiv-file-name
                   perform load-equiv-rules
               end-if
               move equiv-rule-count
                 to language-equiv-last(language-loading-idx)
               move language-equiv-first(language-loading-idx)
                 to equiv-rule-first
               move equiv-rule-count to equiv-rule-last

               compute language-stop-first(language-loading-idx) =
                 stop-word-count + 1
               move language-stop-names(language-loading-idx)
                 to stop-word-file-name
               perform load-stop-words
               move stop-word-count
                 to language-stop-last(language-loading-idx)
               if language-stop-last(language-loading-idx) <
                 language-stop-first(language-loading-idx)
                   display 'wordcount: no stop words loaded for '
                     'LANGUAGE '
                     function trim (language-codes(
                       language-loading-idx) trailing)
                     ' - no document will be placed in it'
               end-if
           end-perform.

           move zero to language-loading-idx.
           move saved-stop-word-file-name to stop-word-file-name.
           move saved-equiv-file-name to equiv-file-name.

           exit paragraph.

      * One stop word of the language being loaded into the detection
      * vocabulary, unless the language already has it.
       add-language-vocab.
           move stop-word-line to word.
           perform case-strip-word.
           if word = spaces
               exit paragraph
           end-if.

           perform compute-word-hash.
           move language-vocab-hash(hash-value) to language-vocab-idx
           perform until language-vocab-idx = 0
             or (language-vocab-words(language-vocab-idx) = word
               and language-vocab-langs(language-vocab-idx) =
                 language-loading-idx)
               move language-vocab-next(language-vocab-idx)
                 to language-vocab-idx
           end-perform.
           if language-vocab-idx not = 0
               exit paragraph
           end-if.

           if language-vocab-size = language-vocab-max
               if language-vocab-full-warned = 'N'
                   display 'wordcount: language vocabulary full at '
                     language-vocab-max ' entries - ignoring the rest'
                   move 'Y' to language-vocab-full-warned
               end-if
               exit paragraph
           end-if.

           add 1 to language-vocab-size
           move word to language-vocab-words(language-vocab-size)
           move language-loading-idx
             to language-vocab-langs(language-vocab-size)
           move language-vocab-hash(hash-value)
             to language-vocab-next(language-vocab-size)
           move language-vocab-size
             to language-vocab-hash(hash-value).

           exit paragraph.

      * Put the lists of current-language-idx in force - the global
      * STOPWORDS/EQUIV lists when it is zero.
       select-language-lists.
           if current-language-idx = zero
               move 1 to stop-word-first equiv-rule-first
               move global-stop-count to stop-word-last
               move global-equiv-count to equiv-rule-last
           else
               move language-stop-first(current-language-idx)
                 to stop-word-first
               move language-stop-last(current-language-idx)
                 to stop-word-last
               move language-equiv-first(current-language-idx)
                 to equiv-rule-first
               move language-equiv-last(current-language-idx)
                 to equiv-rule-last
           end-if.

           exit paragraph.

      * Load the alert rules. A missing rules file is a configuration
      * error, unlike the optional stop-word list: a compliance rule
      * silently not enforced is worse than no rule at all.
               add res-counts(i) to total-occurrences
               move res-words(i) to word
               perform is-dict-word
      * A masking placeholder is not a misspelling.
               move 0 to sens-class
               if sensitive-flag-on
                   perform find-sensitive-placeholder
               end-if
               if dict-found-idx = 0 and sens-class = 0
                   move res-counts(i) to ssr-count
                   move res-words(i) to ssr-word
                   write suspect-src-record

           exit paragraph.

       check-walk-checkpoint.
           open input checkpoint-file.
           if checkpoint-status not = '00'
               exit paragraph
           end-if.

           read checkpoint-file
               at end
                   move spaces to checkpoint-line
           end-read.
           close checkpoint-file.

           if checkpoint-line not = spaces
             and checkpoint-line(1:4) not = 'DONE'
               display 'wordcount: interrupted directory walk pending '
                 'in wordcnt.ckp - rerun or remove it before a '
                 'manifest run'
               stop run with error status 1
           end-if.

           exit paragraph.

       parse-checkpoint-line.
           evaluate checkpoint-line(1:1)
               when 'D'
                           move ck-trans-files to translated-files
                       end-if
                   end-if
               when 'K'
                   if not checkpoint-mismatch-yes
                       move checkpoint-line(3:7) to ck-sens-lines
                       move ck-sens-lines to sensitive-line-count
                       move checkpoint-line(11:7) to ck-sens-files
                       move ck-sens-files to sens-files-hit
                       move 19 to sens-list-ptr
                       perform varying sens-c from 1 by 1
                         until sens-c > sens-class-max
                           move checkpoint-line(sens-list-ptr:9)
                             to ck-sens-count
                           move ck-sens-count to sens-run-counts(sens-c)
                           add 10 to sens-list-ptr
                       end-perform
                   end-if
           end-evaluate.

           exit paragraph.
             into checkpoint-line
           write checkpoint-line.

      * The masking findings so far: report lines written, files
      * with a hit, and the count per class.
           if sensitive-flag-on
               move sensitive-line-count to ck-sens-lines
               move sens-files-hit to ck-sens-files
               move spaces to checkpoint-line
               string 'K ' delimited by size
                 ck-sens-lines delimited by size
                 ' ' delimited by size
                 ck-sens-files delimited by size
                 into checkpoint-line
               move 19 to sens-list-ptr
               perform varying sens-c from 1 by 1
                 until sens-c > sens-class-max
                   move sens-run-counts(sens-c) to ck-sens-count
                   move ck-sens-count
                     to checkpoint-line(sens-list-ptr:9)
                   add 10 to sens-list-ptr
               end-perform
               write checkpoint-line
           end-if.

           close checkpoint-file.

           exit paragraph.

           exit paragraph.

      * Copy the outgoing wcfiles.dat and wclastrn.dat to wcfiles.bak
      * and wclastrn.bak before this run replaces them, so a run that
      * turns out to be wrong can be backed out to the prior
      * generation. A file that does not exist yet (first run) leaves
      * an empty backup, which tells the backout there was none.
       save-prior-generation.
           open output cache-backup-file.
           open input file-cache-in.
           if file-cache-in-status = '00'
               move 0 to is-eof
               perform until is-eof = 1
                   read file-cache-in
                       at end
                           move 1 to is-eof
                   end-read
                   if is-eof = 0
                       move file-cache-in-line to cache-backup-line
                       write cache-backup-line
                   end-if
               end-perform
               close file-cache-in
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

      * Record this run's start time as the watermark for the next
      * run's incremental rescan. Only called on a clean finish.
       save-last-run-stamp.
                   if not file-cache-mismatch-yes
                       perform add-cached-word
                   end-if
               when 'L'
                   if not file-cache-mismatch-yes
                     and cached-file-load-idx not = 0
                       move file-cache-in-line
                         to cached-file-langs(cached-file-load-idx)
                   end-if
           end-evaluate.

           exit paragraph.
               compute cached-file-word-start(cached-files-count) =
                 cached-words-size + 1
               move zero to cached-file-word-count(cached-files-count)
               move spaces to cached-file-langs(cached-files-count)

               move cached-file-names(cached-files-count)
                 to cached-file-key
               move zero to file-counts(j)
           end-perform.
           perform reset-file-phrases.
           move cached-file-langs(cached-file-found-idx)
             to current-language-line.

           compute cw-end =
             cached-file-word-start(cached-file-found-idx)
           write file-cache-out-line.
           add 1 to cache-line-count.

      * 'M <document ID> <owning system> <date>' at 3, 24 and 35 for
      * a manifest document.
           if current-doc-id not = spaces
               move spaces to file-cache-out-line
               move 'M' to file-cache-out-line(1:1)
               move current-doc-id to file-cache-out-line(3:20)
               move current-doc-system to file-cache-out-line(24:10)
               move current-doc-date to file-cache-out-line(35:8)
               write file-cache-out-line
               add 1 to cache-line-count
           end-if.

      * 'L' with the file's language, when languages are identified.
           if current-language-line not = spaces
               move current-language-line to file-cache-out-line
               write file-cache-out-line
               add 1 to cache-line-count
           end-if.

           perform varying j from 1 by 1 until j > file-res-size
               move file-counts(j) to cache-restore-count
               move spaces to file-cache-out-line

           exit paragraph.

      * Same truncation, for the masking findings' line count.
       truncate-sensitive-file.
           open input sensitive-file.
           if sensitive-status not = '00'
               exit paragraph
           end-if.
           open output sensitive-trunc-file.

           move zero to trunc-copied.
           move 0 to is-eof.
           perform until is-eof = 1
             or trunc-copied >= sensitive-line-count
               read sensitive-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   move sensitive-line to sensitive-trunc-line
                   write sensitive-trunc-line
                   add 1 to trunc-copied
               end-if
           end-perform.

           close sensitive-file.
           close sensitive-trunc-file.

           open output sensitive-file.
           open input sensitive-trunc-file.

           move 0 to is-eof.
           perform until is-eof = 1
               read sensitive-trunc-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   move sensitive-trunc-line to sensitive-line
                   write sensitive-line
               end-if
           end-perform.

           close sensitive-file.
           close sensitive-trunc-file.

           exit paragraph.

      * Same truncation, for wcwhere.rpt's where-line-count.
       truncate-where-file.
           open input where-file.

       walk-dir.
           move dir-queue(dir-queue-head) to walk-dir-name
           move dir-queue-root(dir-queue-head) to dry-root
           add 1 to dir-queue-head.

      * Skip a directory already walked this run, however it was
           perform remember-walked-dir.

           add 1 to dirs-walked.
           if dry-run-flag-on
               add 1 to dry-root-dirs(dry-root)
           end-if.

      * Every partition walks every directory (discovery must see the
      * whole tree, and the walk order is deterministic), but only
      * Include the path in file names
                                           4
                                 returning search-status.
           if search-status <> zero and dry-run-flag-on
               perform note-dry-run-missing-dir
           end-if.

           perform next-entry until search-status <> zero.

      * Only every checkpoint-dir-interval directories are actually
      * written, except the last one, so a tree with many directories
      * does not pay for a checkpoint write after each one.
           if partition-count = zero and not dry-run-flag-on
               add 1 to dirs-since-checkpoint
               if dirs-since-checkpoint >= checkpoint-dir-interval
                 or dir-queue-head > dir-queue-tail
      * File (skipped wholesale when another partition owns this
      * directory; partition-claim stays 1 in unpartitioned runs)
               when 1
                   if dry-run-flag-on
                       perform tally-dry-run-entry
                   end-if
                   if partition-claim = 1
                       perform is-allowed-extension
                       if ext-match = 1
                                   move cached-file-key to
                                     dup-file-names(dup-file-name-count)
                               end-if
                               if dry-run-flag-on
                                   add 1 to dry-root-dup-files(dry-root)
                               end-if
                           else
                               perform remember-seen-file
                               perform is-unchanged-since-last-run
                               evaluate true
                                   when dry-run-flag-on
                                       perform tally-dry-run-read
                                   when rescan-needed = 1
                                       perform process-file
                                   when other
                                       perform process-cached-file
                               end-evaluate
                           end-if
                       else
                           add 1 to files-skipped
                           if dry-run-flag-on
                               add 1 to dry-root-ext-skips(dry-root)
                           end-if
                       end-if
                   end-if
      * Directory

           exit paragraph.

       open-manifest-file.
           open input manifest-file.
           if manifest-status not = '00'
               display 'wordcount: cannot open manifest '
                 function trim (manifest-file-name trailing)
                 ' (status ' manifest-status ') - aborting'
               stop run with error status 1
           end-if.

           exit paragraph.

      * MANIFEST: every listed line in turn, in place of walk-dir. A
      * partitioned run shares the documents out between the
      * partitions; each accounts for its own lines and the merge
      * step adds the receipts up.
       process-manifest.
           move 0 to manifest-eof
           perform until manifest-eof = 1
               read manifest-file
                   at end
                       move 1 to manifest-eof
               end-read
               if manifest-eof = 0
                 and manifest-line not = spaces
                 and manifest-line(1:1) not = '*'
                   perform take-manifest-line
               end-if
           end-perform.

           close manifest-file.
           move spaces to current-doc-id current-doc-system
             current-doc-date.

           exit paragraph.

      * A partition owns a document by a hash of its path, so a
      * document listed twice always falls to the same partition and
      * is counted once; a malformed line goes by its line number.
       take-manifest-line.
           add 1 to manifest-seq
           perform parse-manifest-line.
           if partition-count > zero
               if manifest-reason = spaces
                   move manifest-path to cached-file-key
                   perform compute-cached-file-hash
                   compute partition-owner = function mod
                     (cached-file-hash-value - 1, partition-count) + 1
               else
                   compute partition-owner = function mod
                     (manifest-seq - 1, partition-count) + 1
               end-if
               if partition-owner not = partition-number
                   exit paragraph
               end-if
           end-if.
           add 1 to manifest-listed.

           if manifest-reason not = spaces
               add 1 to manifest-malformed
               perform record-manifest-exception
               exit paragraph
           end-if.

           move manifest-path to entry-data-name-text
           perform is-allowed-extension
           if ext-match = 0
               add 1 to files-skipped
               add 1 to manifest-skipped
               move 'SKIPPED' to manifest-reason
               perform record-manifest-exception
               exit paragraph
           end-if.

      * A document listed twice is counted once, like a file the walk
      * meets twice.
           move function trim (manifest-path trailing)
             to cached-file-key
           perform find-seen-file
           if seen-file-found-idx not = 0
               add 1 to manifest-repeated
               add 1 to dup-files-suppressed
               if dup-file-name-count < dup-names-max
                   add 1 to dup-file-name-count
                   move cached-file-key
                     to dup-file-names(dup-file-name-count)
               end-if
               move 'REPEATED' to manifest-reason
               perform record-manifest-exception
               exit paragraph
           end-if.
           perform remember-seen-file.

           call 'CBL_CHECK_FILE_EXIST' using entry-data-name-text
                                             manifest-file-details
                                   returning manifest-exist-status.
           if manifest-exist-status not = zero
               add 1 to manifest-missing
               move 'MISSING' to manifest-reason
               perform record-manifest-exception
               exit paragraph
           end-if.

      * process-file counts only a file it could read (and decode)
      * through; one it could not is already on the failed lists.
           move manifest-doc-id to current-doc-id
           move manifest-system to current-doc-system
           move manifest-doc-date to current-doc-date
           move files-scanned to manifest-scanned-before
           perform process-file.
           if files-scanned = manifest-scanned-before
               add 1 to manifest-unreadable
               move 'UNREADABLE' to manifest-reason
               perform record-manifest-exception
           else
               add 1 to manifest-processed
           end-if.
           move spaces to current-doc-id current-doc-system
             current-doc-date.

           exit paragraph.

      * path|document ID|owning system|yyyymmdd, blanks around a field
      * ignored. Any field missing or too long for its slot, a bad
      * date, or a fifth field leaves manifest-reason MALFORMED.
       parse-manifest-line.
           move spaces to manifest-reason manifest-path
             manifest-doc-id manifest-system manifest-doc-date
           perform varying i from 1 by 1 until i > 5
               move spaces to manifest-fields(i)
           end-perform.
           unstring manifest-line delimited by '|'
             into manifest-fields(1) manifest-fields(2)
               manifest-fields(3) manifest-fields(4)
               manifest-fields(5).
           perform varying i from 1 by 1 until i > 5
               move function trim (manifest-fields(i))
                 to manifest-fields(i)
           end-perform.

           if manifest-fields(1) = spaces
             or manifest-fields(1)(65:) not = spaces
             or manifest-fields(2) = spaces
             or manifest-fields(2)(21:) not = spaces
             or manifest-fields(3) = spaces
             or manifest-fields(3)(11:) not = spaces
             or manifest-fields(4)(9:) not = spaces
             or manifest-fields(4)(1:8) is not numeric
             or manifest-fields(5) not = spaces
               move 'MALFORMED' to manifest-reason
           else
               if function test-date-yyyymmdd
                 (function numval (manifest-fields(4)(1:8))) not = 0
                   move 'MALFORMED' to manifest-reason
               end-if
           end-if.

           move manifest-fields(1) to manifest-path
           move manifest-fields(2) to manifest-doc-id
           move manifest-fields(3) to manifest-system
           move manifest-fields(4) to manifest-doc-date.
      * A malformed line is shown as read, so the sender can find it.
           if manifest-reason not = spaces
               move manifest-line to manifest-path
           end-if.

           exit paragraph.

      * Reason at 1, manifest line number at 12, document ID at 20,
      * path from 41.
       record-manifest-exception.
           if manifest-exception-count = manifest-exceptions-max
               add 1 to manifest-exceptions-dropped
               exit paragraph
           end-if.

           add 1 to manifest-exception-count
           move manifest-seq to ck-manifest-listed
           move spaces to manifest-exceptions(manifest-exception-count)
           move manifest-reason
             to manifest-exceptions(manifest-exception-count)(1:10)
           move ck-manifest-listed
             to manifest-exceptions(manifest-exception-count)(12:7)
           move manifest-doc-id
             to manifest-exceptions(manifest-exception-count)(20:20)
           move manifest-path
             to manifest-exceptions(manifest-exception-count)(41:92).

           exit paragraph.

      * DRYRUN: walk the roots exactly as the real run would, with
      * next-entry tallying each file against its root instead of
      * opening it, then write wcdryrun.rpt. The watermark is loaded
      * under the same conditions as the real run, so the unchanged
      * count is the one it would see. A partitioned configuration is
      * sized as one walk; the estimate covers the split choices.
       run-dry-run.
           move partition-count to dry-configured-partitions
           move 0 to partition-count.

      * A manifest is sized in place of the roots, as one entry.
           if manifest-file-name not = spaces
               perform size-dry-run-manifest
               perform estimate-dry-run-time
               perform write-dry-run-report
               display 'wordcount: dry run complete - see wcdryrun.rpt'
               exit paragraph
           end-if.

           if roots-loaded = zero
               move './testdata/' to new-dir-name
               perform enqueue-dir
           end-if.
           if dir-queue-tail > dry-roots-max
               display 'wordcount: dry run handles at most '
                 dry-roots-max ' roots - aborting'
               stop run with error status 1
           end-if.

           move dir-queue-tail to dry-root-count
           perform varying dry-root from 1 by 1
             until dry-root > dry-root-count
               initialize dry-root-table(dry-root)
               move dry-root to dir-queue-root(dry-root)
               move dir-queue(dry-root) to dry-root-name(dry-root)
               move dir-queue(dry-root) to walk-dir-key
               perform normalize-dir-key
               move walk-dir-key to dry-root-key(dry-root)
               move walk-dir-key-len to dry-root-key-len(dry-root)
               move 'OK' to dry-root-state(dry-root)
           end-perform.
           perform flag-dry-run-roots.

      * A checkpoint left by an interrupted run would be resumed in
      * place of the roots; the report says so rather than size a
      * walk the real run will not make.
           open input checkpoint-file.
           if checkpoint-status = '00'
               read checkpoint-file
                   at end
                       move spaces to checkpoint-line
               end-read
               if checkpoint-line not = spaces
                 and checkpoint-line(1:4) not = 'DONE'
                   move 'Y' to dry-checkpoint-pending
               end-if
               close checkpoint-file
           end-if.

           if not force-full-flag-yes and watch-word-count = zero
             and not full-index-flag-on
             and not sensitive-flag-on
             and dry-configured-partitions = zero
               perform load-last-run-stamp
           end-if.

           perform walk-dir until dir-queue-head > dir-queue-tail.

           perform estimate-dry-run-time.
           perform write-dry-run-report.

           display 'wordcount: dry run complete - see wcdryrun.rpt'.

           exit paragraph.

      * Same key rules as the walked-dirs check: a root repeating an
      * earlier one is a DUPLICATE; a root lying under another root's
      * tree is NESTED in it. Neither is counted twice (the walk
      * suppresses the repeat), but both usually mean a control file
      * written in error. A nested root's files are credited to the
      * nested root: all roots are queued ahead of any subdirectory.
       flag-dry-run-roots.
           perform varying dry-root from 1 by 1
             until dry-root > dry-root-count
               perform varying dry-other from 1 by 1
                 until dry-other > dry-root-count
                   if dry-other not = dry-root
                       perform compare-dry-run-roots
                   end-if
               end-perform
           end-perform.

           exit paragraph.

       compare-dry-run-roots.
           if dry-root-key(dry-other) = dry-root-key(dry-root)
               if dry-other < dry-root
                 and dry-root-state(dry-root) not = 'DUPLICATE'
                   move 'DUPLICATE' to dry-root-state(dry-root)
                   move dry-other to dry-root-note(dry-root)
               end-if
               exit paragraph
           end-if.

           if dry-root-key-len(dry-other) < dry-root-key-len(dry-root)
             and dry-root-state(dry-root) = 'OK'
               move dry-root-key-len(dry-other) to str-len
               if dry-root-key(dry-root)(1:str-len) =
                 dry-root-key(dry-other)(1:str-len)
                 and (dry-root-key(dry-root)(str-len + 1:1) = '/'
                   or dry-root-key(dry-root)(str-len + 1:1) = '\'
                   or dry-root-key(dry-other)(str-len:1) = '/'
                   or dry-root-key(dry-other)(str-len:1) = '\')
                   move 'NESTED' to dry-root-state(dry-root)
                   move dry-other to dry-root-note(dry-root)
               end-if
           end-if.

           exit paragraph.

      * Each listed document is checked for existence and size and
      * put through the same extension and repeat tests as the real
      * run; the manifest stands as root 1 in the report. Every file
      * found counts toward the files and bytes, whatever its
      * extension, as on a walk.
       size-dry-run-manifest.
           move 1 to dry-root-count
           move 1 to dry-root
           initialize dry-root-table(1)
           move manifest-file-name to dry-root-name(1)
           move 'MANIFEST' to dry-root-state(1)

           move 0 to manifest-eof
           perform until manifest-eof = 1
               read manifest-file
                   at end
                       move 1 to manifest-eof
               end-read
               if manifest-eof = 0
                 and manifest-line not = spaces
                 and manifest-line(1:1) not = '*'
                   perform size-dry-run-document
               end-if
           end-perform.

           close manifest-file.

           exit paragraph.

       size-dry-run-document.
           add 1 to manifest-seq
           add 1 to manifest-listed
           perform parse-manifest-line
           if manifest-reason not = spaces
               add 1 to manifest-malformed
               exit paragraph
           end-if.

           move manifest-path to entry-data-name-text
           call 'CBL_CHECK_FILE_EXIST' using entry-data-name-text
                                             manifest-file-details
                                   returning manifest-exist-status.
           if manifest-exist-status not = zero
               add 1 to dry-root-missing(1)
               add 1 to dry-missing-count
               if dry-missing-count <= dry-missing-max
                   move manifest-path
                     to dry-missing-names(dry-missing-count)
               end-if
               exit paragraph
           end-if.

           move manifest-file-size to dry-entry-bytes
           add 1 to dry-root-files(1)
           add dry-entry-bytes to dry-root-bytes(1)

           perform is-allowed-extension
           if ext-match = 0
               add 1 to dry-root-ext-skips(1)
               exit paragraph
           end-if.

           move function trim (manifest-path trailing)
             to cached-file-key
           perform find-seen-file
           if seen-file-found-idx not = 0
               add 1 to dry-root-dup-files(1)
               exit paragraph
           end-if.
           perform remember-seen-file.

           move 1 to rescan-needed
           perform tally-dry-run-read.

           exit paragraph.

      * Every file entry met, whatever its extension, counts toward
      * the root's file and byte totals.
       tally-dry-run-entry.
           move entry-data-date-stamp-size to dry-entry-bytes
           add 1 to dry-root-files(dry-root)
           add dry-entry-bytes to dry-root-bytes(dry-root).

           exit paragraph.

      * A file the real run would take: read in full, or replayed
      * from wcfiles.dat when is-unchanged-since-last-run says so.
       tally-dry-run-read.
           if rescan-needed = 1
               add 1 to dry-root-scan-files(dry-root)
               add dry-entry-bytes to dry-root-scan-bytes(dry-root)
           else
               add 1 to dry-root-unchanged(dry-root)
           end-if.

           exit paragraph.

      * A directory the scan cannot open; the root itself missing is
      * marked on the root's line as well.
       note-dry-run-missing-dir.
           add 1 to dry-root-missing(dry-root)
           add 1 to dry-missing-count
           if dry-missing-count <= dry-missing-max
               move walk-dir-key to dry-missing-names(dry-missing-count)
           end-if.
           if walk-dir-key = dry-root-key(dry-root)
               move 'MISSING' to dry-root-state(dry-root)
           end-if.

           exit paragraph.

      * Rates from the run log: lines per second and lines per file
      * read, over the last dry-window-max whole or partition runs
      * that read anything. BACKOUT lines carry text in place of the
      * counters and are passed over by the numeric test.
       estimate-dry-run-time.
           open input runlog-file.
           if runlog-status not = '00'
               exit paragraph
           end-if.

           move 0 to is-eof
           perform until is-eof = 1
               read runlog-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                 and runlog-line(45:9) is numeric
                 and runlog-line(63:7) is numeric
                 and runlog-line(87:9) is numeric
                   perform hold-dry-run-rate
               end-if
           end-perform.

           close runlog-file.

           if dry-merge-runs > zero
               compute dry-merge-average rounded =
                 dry-merge-elapsed / dry-merge-runs
           end-if.

           perform varying dry-split from 1 by 1
             until dry-split > dry-ring-held
               add dry-ring-elapsed(dry-split) to dry-sum-elapsed
               add dry-ring-lines(dry-split) to dry-sum-lines
               add dry-ring-files(dry-split) to dry-sum-files
           end-perform.
           if dry-sum-elapsed > zero and dry-sum-files > zero
               compute dry-lines-per-second rounded =
                 dry-sum-lines / dry-sum-elapsed
               compute dry-lines-per-file rounded =
                 dry-sum-lines / dry-sum-files
           end-if.

           exit paragraph.

       hold-dry-run-rate.
           if runlog-line(107:3) = 'MRG'
               add 1 to dry-merge-runs
               move runlog-line(45:9) to dry-seconds-display
               add dry-seconds-display to dry-merge-elapsed
               exit paragraph
           end-if.

           if runlog-line(107:3) not = 'BAL'
             and runlog-line(107:3) not = 'OOB'
             and runlog-line(107:1) not = 'P'
               exit paragraph
           end-if.

           move runlog-line(45:9) to dry-seconds-display
           move runlog-line(87:9) to dry-lines-display
           if dry-seconds-display = zero or dry-lines-display = zero
             or runlog-line(63:7) = zero
               exit paragraph
           end-if.

           move dry-seconds-display to dry-ring-elapsed(dry-ring-next)
           move dry-lines-display to dry-ring-lines(dry-ring-next)
           move runlog-line(63:7) to dry-ring-files(dry-ring-next)
           add 1 to dry-ring-next
           if dry-ring-next > dry-window-max
               move 1 to dry-ring-next
           end-if.
           if dry-ring-held < dry-window-max
               add 1 to dry-ring-held
           end-if.

           exit paragraph.

       write-dry-run-report.
           open output dryrun-report-file.

           move spaces to dryrun-report-line
           string 'dry run of ' delimited by size
             function trim (control-file-name trailing)
               delimited by size
             ' started ' delimited by size
             run-start-stamp(1:8) delimited by size
             ' ' delimited by size
             run-start-stamp(9:6) delimited by size
             ' - no document opened, nothing updated'
               delimited by size
             into dryrun-report-line
           write dryrun-report-line.

           move spaces to dryrun-report-line
           evaluate true
               when last-run-loaded-yes
                   string 'watermark wclastrn.dat ' delimited by size
                     last-run-stamp(1:8) delimited by size
                     ' ' delimited by size
                     last-run-stamp(9:6) delimited by size
                     ' - older files are replayed from wcfiles.dat'
                       delimited by size
                     into dryrun-report-line
               when manifest-file-name not = spaces
                   move 'no watermark - a MANIFEST run reads every '
                     & 'document listed' to dryrun-report-line
               when force-full-flag-yes or watch-word-count > zero
                 or full-index-flag-on or sensitive-flag-on
                 or dry-configured-partitions > zero
                   move 'no watermark - FORCEFULL, WATCHWORDS, '
                     & 'FULLINDEX, SENSITIVE or PARTITION forces every '
                     & 'file to be read' to dryrun-report-line
               when other
                   move 'no usable watermark in wclastrn.dat - every '
                     & 'file would be read' to dryrun-report-line
           end-evaluate.
           write dryrun-report-line.

           if dry-configured-partitions > zero
               move dry-configured-partitions to dry-split-display
               move spaces to dryrun-report-line
               string 'control file asks for PARTITION n OF '
                   delimited by size
                 dry-split-display delimited by size
                 ' - sized below as one walk of every root'
                   delimited by size
                 into dryrun-report-line
               write dryrun-report-line
           end-if.

           if dry-checkpoint-pending = 'Y'
               move 'wordcnt.ckp holds an interrupted run - the real '
                 & 'run resumes it instead of walking these roots'
                 to dryrun-report-line
               write dryrun-report-line
           end-if.

           perform varying dry-root from 1 by 1
             until dry-root > dry-root-count
               perform write-dry-run-root
           end-perform.

           perform write-dry-run-totals.
           perform write-dry-run-estimate.

           close dryrun-report-file.

           exit paragraph.

       write-dry-run-root.
           move spaces to dryrun-report-line
           write dryrun-report-line.

           move dry-root to dry-root-display
           move spaces to dryrun-report-line
           string 'root ' delimited by size
             dry-root-display delimited by size
             ' ' delimited by size
             function trim (dry-root-name(dry-root) trailing)
               delimited by size
             into dryrun-report-line
           if dry-root-state(dry-root) = 'MANIFEST'
               move spaces to dryrun-report-line
               string 'manifest ' delimited by size
                 function trim (dry-root-name(dry-root) trailing)
                   delimited by size
                 ' - listed documents in place of the roots'
                   delimited by size
                 into dryrun-report-line
           end-if.
           write dryrun-report-line.

           move spaces to dryrun-report-line
           evaluate dry-root-state(dry-root)
               when 'DUPLICATE'
                   move dry-root-note(dry-root) to dry-root-display
                   string '  DUPLICATE of root ' delimited by size
                     dry-root-display delimited by size
                     ' - walked once only' delimited by size
                     into dryrun-report-line
               when 'NESTED'
                   move dry-root-note(dry-root) to dry-root-display
                   string '  OVERLAPS root ' delimited by size
                     dry-root-display delimited by size
                     ' - lies inside it; its files are counted once,'
                       delimited by size
                     ' under this root' delimited by size
                     into dryrun-report-line
               when 'MISSING'
                   move '  MISSING - directory cannot be opened'
                     to dryrun-report-line
               when 'MANIFEST'
                   move manifest-listed to count-display-9
                   move manifest-malformed to dry-count-display
                   string '  documents listed ' delimited by size
                     count-display-9 delimited by size
                     '  malformed lines ' delimited by size
                     dry-count-display delimited by size
                     into dryrun-report-line
               when other
                   move '  ok' to dryrun-report-line
           end-evaluate.
           write dryrun-report-line.

           move spaces to dryrun-report-line
           move dry-root-dirs(dry-root) to count-display-9
           move dry-root-missing(dry-root) to dry-count-display
           string '  directories ' delimited by size
             count-display-9 delimited by size
             '  missing ' delimited by size
             dry-count-display delimited by size
             into dryrun-report-line
           if dry-root-state(dry-root) = 'MANIFEST'
               move spaces to dryrun-report-line
               string '  documents missing ' delimited by size
                 dry-count-display delimited by size
                 into dryrun-report-line
           end-if.
           write dryrun-report-line.

           move spaces to dryrun-report-line
           move dry-root-files(dry-root) to count-display-9
           move dry-root-bytes(dry-root) to dry-bytes-display
           string '  files found ' delimited by size
             count-display-9 delimited by size
             '  bytes ' delimited by size
             dry-bytes-display delimited by size
             into dryrun-report-line
           write dryrun-report-line.

           move spaces to dryrun-report-line
           move dry-root-ext-skips(dry-root) to count-display-9
           move dry-root-dup-files(dry-root) to dry-count-display
           move dry-root-unchanged(dry-root) to dry-unchanged-display
           string '  skipped by extension ' delimited by size
             count-display-9 delimited by size
             '  duplicate ' delimited by size
             dry-count-display delimited by size
             '  unchanged ' delimited by size
             dry-unchanged-display delimited by size
             into dryrun-report-line
           write dryrun-report-line.

           move spaces to dryrun-report-line
           move dry-root-scan-files(dry-root) to count-display-9
           move dry-root-scan-bytes(dry-root) to dry-bytes-display
           string '  to read ' delimited by size
             count-display-9 delimited by size
             ' files, ' delimited by size
             dry-bytes-display delimited by size
             ' bytes' delimited by size
             into dryrun-report-line
           write dryrun-report-line.

           add dry-root-dirs(dry-root) to dry-total-dirs
           add dry-root-files(dry-root) to dry-total-files
           add dry-root-bytes(dry-root) to dry-total-bytes
           add dry-root-ext-skips(dry-root) to dry-total-ext-skips
           add dry-root-dup-files(dry-root) to dry-total-dup-files
           add dry-root-unchanged(dry-root) to dry-total-unchanged
           add dry-root-scan-files(dry-root) to dry-total-scan-files
           add dry-root-scan-bytes(dry-root) to dry-total-scan-bytes.

           exit paragraph.

       write-dry-run-totals.
           move spaces to dryrun-report-line
           write dryrun-report-line.

           move spaces to dryrun-report-line
           move dry-total-dirs to count-display-9
           move dry-total-files to dry-count-display
           move dry-total-bytes to dry-bytes-display
           string 'all roots: directories ' delimited by size
             count-display-9 delimited by size
             '  files found ' delimited by size
             dry-count-display delimited by size
             '  bytes ' delimited by size
             dry-bytes-display delimited by size
             into dryrun-report-line
           write dryrun-report-line.

           move spaces to dryrun-report-line
           move dry-total-ext-skips to count-display-9
           move dry-total-dup-files to dry-count-display
           move dry-total-unchanged to dry-unchanged-display
           string '  skipped by extension ' delimited by size
             count-display-9 delimited by size
             '  duplicate ' delimited by size
             dry-count-display delimited by size
             '  unchanged ' delimited by size
             dry-unchanged-display delimited by size
             into dryrun-report-line
           write dryrun-report-line.

           move spaces to dryrun-report-line
           move dry-total-scan-files to count-display-9
           move dry-total-scan-bytes to dry-bytes-display
           string '  to read ' delimited by size
             count-display-9 delimited by size
             ' files, ' delimited by size
             dry-bytes-display delimited by size
             ' bytes' delimited by size
             into dryrun-report-line
           write dryrun-report-line.

           move spaces to dryrun-report-line
           move dup-dirs-suppressed to count-display-9
           move dry-missing-count to dry-count-display
           string '  repeated directories ' delimited by size
             count-display-9 delimited by size
             '  missing directories ' delimited by size
             dry-count-display delimited by size
             into dryrun-report-line
           if manifest-file-name not = spaces
               move spaces to dryrun-report-line
               string '  missing documents ' delimited by size
                 dry-count-display delimited by size
                 into dryrun-report-line
           end-if.
           write dryrun-report-line.

           perform varying dry-other from 1 by 1
             until dry-other > dry-missing-count
             or dry-other > dry-missing-max
               move spaces to dryrun-report-line
               string '    missing ' delimited by size
                 dry-missing-names(dry-other) delimited by size
                 into dryrun-report-line
               write dryrun-report-line
           end-perform.

           exit paragraph.

      * One whole run reads only the changed files; a partitioned run
      * reads everything (it never uses the watermark), split m ways,
      * then pays the merge step's average time on top.
       write-dry-run-estimate.
           move spaces to dryrun-report-line
           write dryrun-report-line.

           if dry-lines-per-second = zero or dry-lines-per-file = zero
               move 'time estimate: no measured runs on wcrunlog.dat '
                 & 'yet - none made' to dryrun-report-line
               write dryrun-report-line
               exit paragraph
           end-if.

           move dry-ring-held to dry-root-display
           move dry-lines-per-second to dry-rate-display
           move dry-lines-per-file to count-display-9
           move spaces to dryrun-report-line
           string 'time estimate from the last ' delimited by size
             dry-root-display delimited by size
             ' logged runs: ' delimited by size
             dry-rate-display delimited by size
             ' lines a second, ' delimited by size
             count-display-9 delimited by size
             ' lines a file' delimited by size
             into dryrun-report-line
           write dryrun-report-line.

           compute dry-est-lines =
             dry-total-scan-files * dry-lines-per-file
           compute dry-est-seconds rounded =
             dry-est-lines * dry-sum-elapsed / dry-sum-lines
           move dry-est-lines to dry-lines-display
           move dry-est-seconds to dry-seconds-display
           move spaces to dryrun-report-line
           string '  one job          ' delimited by size
             dry-seconds-display delimited by size
             ' seconds for about ' delimited by size
             dry-lines-display delimited by size
             ' lines' delimited by size
             into dryrun-report-line
           write dryrun-report-line.

           compute dry-est-lines = (dry-total-scan-files
             + dry-total-unchanged) * dry-lines-per-file
           move 2 to dry-split
           perform until dry-split > 8
               compute dry-est-seconds rounded =
                 dry-est-lines * dry-sum-elapsed
                 / (dry-sum-lines * dry-split) + dry-merge-average
               move dry-split to dry-split-display
               move dry-est-seconds to dry-seconds-display
               move spaces to dryrun-report-line
               string '  PARTITION n OF ' delimited by size
                 dry-split-display delimited by size
                 ' ' delimited by size
                 dry-seconds-display delimited by size
                 ' seconds a job, with the merge' delimited by size
                 into dryrun-report-line
               write dryrun-report-line
               compute dry-split = dry-split * 2
           end-perform.

           if dry-merge-runs = zero
               move '  (no merge step logged yet - merge time not '
                 & 'included)' to dryrun-report-line
               write dryrun-report-line
           end-if.

           exit paragraph.

       process-file.
           move function trim (entry-data-name-text trailing)
             to current-file-name
           move spaces to current-language-line
           move 0 to file-res-size.
           perform varying j from 1 by 1 until j > file-words-max
               move zero to file-counts(j)
           end-perform.
           perform reset-file-phrases.
           if sensitive-flag-on
               perform reset-file-sensitive
           end-if.

           open input text-file.

           if text-file-status not = '00'
               perform record-failed-file
               exit paragraph
           end-if.

      * A translated run proves the whole file decodes before a
      * single word of it is counted, so a file that fails half-way
      * contributes nothing (and is reported below like a failed
      * open) instead of being silently miscounted.
           if not encoding-native
               perform validate-file-encoding
               close text-file
               if file-translate-failed = 'Y'
                   perform record-translation-failed
                   exit paragraph
               end-if
               open input text-file
      * The reopen can fail too (file gone between the passes); an
      * unchecked one would leave the read loop below waiting on an
      * AT END that never comes.
               if text-file-status not = '00'
                   perform record-failed-file
                   exit paragraph
               end-if
               add 1 to translated-files
           end-if.

      * The language is settled from the top of the file before any
      * of it is counted, so the whole file is counted under the one
      * language's lists; then the file is read again from the start.
           if language-count > zero
               perform identify-file-language
               close text-file
               open input text-file
               if text-file-status not = '00'
                   perform record-failed-file
                   exit paragraph
               end-if
           end-if.

           add 1 to files-scanned.

           move 0 to is-eof
           move zero to file-line-count
           move zero to long-lines-this-file
           move zero to profile-longest-line
           perform until is-eof = 1
               move spaces to text-file-line
               read text-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0 then
                   add 1 to lines-read
                   add 1 to file-line-count
                   if not encoding-native
                       perform translate-text-line
                   end-if
                   if text-line-len > long-line-threshold
                       add 1 to long-lines-this-file
                       add 1 to long-lines-total
                   end-if
                   if text-line-len > profile-longest-line
                       move text-line-len to profile-longest-line
                   end-if
                   if sensitive-flag-on
                       perform mask-sensitive-line
                   end-if
                   perform process-line
           end-perform.

           close text-file.

           if long-lines-this-file > zero
               perform record-long-line-file
           end-if.

           perform write-file-breakdown.
           perform write-file-cache-entry.
           if sensitive-flag-on
               perform write-sensitive-entry
           end-if.

           move 'S' to profile-kind
           move file-line-count to profile-lines
           perform record-file-profile.

           exit paragraph.


           exit paragraph.

      * Sample the opening words of the open text file against the
      * language vocabularies, place the file and put its lists in
      * force. The sample is folded and stripped like a CASEFOLD run,
      * so detection does not depend on the CASEFOLD setting.
       identify-file-language.
           perform varying lg from 1 by 1 until lg > language-count
               move zero to language-scores(lg)
           end-perform.
           move zero to language-sampled.

           move 0 to is-eof
           perform until is-eof = 1
             or language-sampled >= language-sample-max
               move spaces to text-file-line
               read text-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   if not encoding-native
                       perform translate-text-line
                   end-if
                   perform sample-language-line
               end-if
           end-perform.

           perform place-file-language.
           perform select-language-lists.

           exit paragraph.

       sample-language-line.
           move 1 to word-ptr
           move 0 to word-idx
           perform until word-ptr > text-line-len
             or word-idx = line-words-max
             or language-sampled >= language-sample-max
               add 1 to word-idx
               move spaces to word
               unstring text-file-line(1:text-line-len)
                 delimited by space
                 into word with pointer word-ptr
               if word not = spaces
                   perform case-strip-word
                   if word not = spaces
                       add 1 to language-sampled
                       perform score-language-word
                   end-if
               end-if
           end-perform.
           move spaces to word.

           exit paragraph.

      * Credit every language whose stop-word vocabulary holds the
      * sampled word.
       score-language-word.
           perform compute-word-hash.
           move language-vocab-hash(hash-value) to language-vocab-idx
           perform until language-vocab-idx = 0
               if language-vocab-words(language-vocab-idx) = word
                   add 1 to language-scores(
                     language-vocab-langs(language-vocab-idx))
               end-if
               move language-vocab-next(language-vocab-idx)
                 to language-vocab-idx
           end-perform.

           exit paragraph.

      * Best and runner-up scores decide; a tie for the top leaves the
      * runner-up level with the best, so the file stays UND. The
      * outcome becomes the file's 'L' line.
       place-file-language.
           move zero to language-best language-next
             language-best-score language-next-score
           perform varying lg from 1 by 1 until lg > language-count
               if language-scores(lg) > language-best-score
                   move language-best to language-next
                   move language-best-score to language-next-score
                   move lg to language-best
                   move language-scores(lg) to language-best-score
               else
                   if language-scores(lg) > language-next-score
                       move lg to language-next
                       move language-scores(lg) to language-next-score
                   end-if
               end-if
           end-perform.

           move zero to current-language-idx
           if language-best-score >= language-min-hits
             and language-best-score * 2 >= language-next-score * 3
               move language-best to current-language-idx
           end-if.

           move spaces to current-language-line
           move 'L' to current-language-line(1:1)
           if current-language-idx = zero
               move 'UND' to current-language-line(3:8)
           else
               move language-codes(current-language-idx)
                 to current-language-line(3:8)
           end-if.
           if language-best > zero
               move language-codes(language-best)
                 to current-language-line(12:8)
           end-if.
           move language-best-score to count-display
           move count-display to current-language-line(21:7)
           if language-next > zero
               move language-codes(language-next)
                 to current-language-line(29:8)
           end-if.
           move language-next-score to count-display
           move count-display to current-language-line(38:7)
           move language-sampled to count-display
           move count-display to current-language-line(46:7).

           exit paragraph.

      * A manifest document's heading carries its ID, owning system
      * and date after the name.
       write-file-breakdown.
           move spaces to detail-line
           string 'file: ' delimited by size
             current-file-name delimited by size
             into detail-line.
           if current-doc-id not = spaces
               move spaces to detail-line
               string 'file: ' delimited by size
                 function trim (current-file-name trailing)
                 delimited by size
                 '  doc ' delimited by size
                 function trim (current-doc-id trailing)
                 delimited by size
                 ' ' delimited by size
                 function trim (current-doc-system trailing)
                 delimited by size
                 ' ' delimited by size
                 current-doc-date delimited by size
                 into detail-line
           end-if.
           if current-language-line not = spaces
               compute language-line-ptr = function length (
                 function trim (detail-line trailing)) + 1
               string '  lang ' delimited by size
                 function trim (current-language-line(3:8) trailing)
                 delimited by size
                 into detail-line with pointer language-line-ptr
           end-if.
           write detail-line.
           add 1 to detail-line-count.

                 delimited by space
                 into word with pointer word-ptr
               if word not equal ' ' then
                   move 0 to sens-class
                   if sensitive-flag-on
                       perform find-sensitive-placeholder
                   end-if
                   if sens-class > 0
                       perform count-sensitive-placeholder
                   else
                       perform normalize-word
                   end-if
                   if word not equal ' ' and sens-class = 0
                       if phrases-flag-on
                           perform count-line-phrases
                       end-if
       write-watch-hit.
           move file-line-count to watch-line-display
           move spaces to where-line
           if current-doc-id = spaces
               string function trim (current-file-name trailing)
                 delimited by size
                 ' ' delimited by size
                 watch-line-display delimited by size
                 ': ' delimited by size
                 function trim (text-file-line trailing)
                 delimited by size
                 into where-line
           else
               string function trim (current-file-name trailing)
                 delimited by size
                 ' ' delimited by size
                 watch-line-display delimited by size
                 ' doc ' delimited by size
                 function trim (current-doc-id trailing)
                 delimited by size
                 ' ' delimited by size
                 function trim (current-doc-system trailing)
                 delimited by size
                 ': ' delimited by size
                 function trim (text-file-line trailing)
                 delimited by size
                 into where-line
           end-if.
           write where-line
           add 1 to where-line-count
           add 1 to watch-hit-count.
           exit paragraph.

      * One occurrence-list line for the word just counted: word,
      * file and line number at fixed offsets, then the document ID
      * and owning system (blank on a walk), the raw material for the
      * indexed build on a clean finish.
       write-index-entry.
           move file-line-count to index-line-display
           move spaces to index-tmp-line
           move word to index-tmp-line(1:80)
           move current-file-name to index-tmp-line(82:64)
           move index-line-display to index-tmp-line(147:9)
           move current-doc-id to index-tmp-line(157:20)
           move current-doc-system to index-tmp-line(178:10)
           write index-tmp-line
           add 1 to index-line-count.

           exit paragraph.

      * Clear the per-file masking tallies before each file read.
       reset-file-sensitive.
           perform varying sens-c from 1 by 1
             until sens-c > sens-class-max
               move zero to sens-file-counts(sens-c)
           end-perform.
           move zero to sens-hit-count.
           move zero to sens-hits-dropped.

           exit paragraph.

      * Rebuild the line token by token, each sensitive token replaced
      * by its class placeholder and everything else (blanks
      * included) copied as it stands. The line is only replaced when
      * something was masked.
       mask-sensitive-line.
           if text-line-len = zero
               exit paragraph
           end-if.

           move spaces to sens-line
           move zero to sens-line-len
           move 'N' to sens-changed
           move 1 to sens-src-idx
           perform until sens-src-idx > text-line-len
               if text-file-line(sens-src-idx:1) = space
                   if sens-line-len < 4096
                       add 1 to sens-line-len
                   end-if
                   add 1 to sens-src-idx
               else
                   perform mask-sensitive-token
               end-if
           end-perform.

           if sens-changed = 'Y'
               move sens-line to text-file-line
               move sens-line-len to text-line-len
           end-if.

           exit paragraph.

       mask-sensitive-token.
           move sens-src-idx to sens-tok-start
           perform until sens-src-idx > text-line-len
             or text-file-line(sens-src-idx:1) = space
               add 1 to sens-src-idx
           end-perform.
           compute sens-tok-len = sens-src-idx - sens-tok-start.

           move 0 to sens-class
           if sens-tok-len <= 80
               move spaces to sens-token
               move text-file-line(sens-tok-start:sens-tok-len)
                 to sens-token
               perform classify-sensitive-token
           end-if.

           if sens-class = 0
               if sens-line-len + sens-tok-len > 4096
                   compute sens-tok-len = 4096 - sens-line-len
               end-if
               if sens-tok-len > zero
                   move text-file-line(sens-tok-start:sens-tok-len)
                     to sens-line(sens-line-len + 1:sens-tok-len)
                   add sens-tok-len to sens-line-len
               end-if
               exit paragraph
           end-if.

           perform record-sensitive-hit
           move 'Y' to sens-changed
           move function length (function trim (
             sens-placeholder(sens-class) trailing)) to sens-ph-len
           if sens-line-len + sens-ph-len <= 4096
               move sens-placeholder(sens-class)(1:sens-ph-len)
                 to sens-line(sens-line-len + 1:sens-ph-len)
               add sens-ph-len to sens-line-len
           end-if.

           exit paragraph.

      * Class of the token in sens-token (0 when it is not sensitive).
      * Surrounding quotes and sentence punctuation are ignored; the
      * whole token, punctuation included, is what gets masked.
      *   1 EMAIL  one '@' with text before it and a dotted domain
      *   2 SSN    nnn-nn-nnnn
      *   3 PHONE  10 digits (11 with a leading 1) written with at
      *            least one separator: ( ) - + or two or more dots
      *   4 ACCTNO 9 to 19 digits, bare or hyphen-grouped
       classify-sensitive-token.
           move 0 to sens-class
           move 1 to sens-core-start
           move sens-tok-len to sens-core-end.

           perform until sens-core-end < sens-core-start
               move sens-token(sens-core-end:1) to sens-ch
               if sens-ch = '.' or ',' or ';' or ':' or '!' or '?'
                 or '"' or '''' or ']' or '}' or '>'
                   subtract 1 from sens-core-end
               else
                   exit perform
               end-if
           end-perform.
           perform until sens-core-start > sens-core-end
               move sens-token(sens-core-start:1) to sens-ch
               if sens-ch = '"' or '''' or '[' or '{' or '<'
                   add 1 to sens-core-start
               else
                   exit perform
               end-if
           end-perform.

      * A bracketing pair of parentheses goes; so does an unpaired
      * one at either end. "(555)123-4567" keeps its area code.
           if sens-core-end > sens-core-start
             and sens-token(sens-core-start:1) = '('
             and sens-token(sens-core-end:1) = ')'
               add 1 to sens-core-start
               subtract 1 from sens-core-end
           end-if.

           if sens-core-end < sens-core-start + 4
               exit paragraph
           end-if.

           move zero to sens-digits sens-hyphens sens-dots sens-marks
             sens-ats sens-at-pos sens-others
           move space to sens-first-digit
           perform varying sens-k from sens-core-start by 1
             until sens-k > sens-core-end
               move sens-token(sens-k:1) to sens-ch
               evaluate true
                   when sens-ch is numeric
                       add 1 to sens-digits
                       if sens-first-digit = space
                           move sens-ch to sens-first-digit
                       end-if
                   when sens-ch = '-'
                       add 1 to sens-hyphens
                   when sens-ch = '.'
                       add 1 to sens-dots
                   when sens-ch = '(' or ')' or '+'
                       add 1 to sens-marks
                   when sens-ch = '@'
                       add 1 to sens-ats
                       move sens-k to sens-at-pos
                   when other
                       add 1 to sens-others
               end-evaluate
           end-perform.

           if sens-ats = 1
             and sens-at-pos > sens-core-start
             and sens-at-pos + 2 < sens-core-end
               compute sens-k = sens-at-pos + 2
               perform until sens-k >= sens-core-end
                 or sens-token(sens-k:1) = '.'
                   add 1 to sens-k
               end-perform
               if sens-k < sens-core-end
                   move 1 to sens-class
               end-if
               exit paragraph
           end-if.

           if sens-ats > 0 or sens-others > 0
               exit paragraph
           end-if.

           compute sens-core-len = sens-core-end - sens-core-start + 1.

           if sens-core-len = 11 and sens-digits = 9
             and sens-hyphens = 2
             and sens-token(sens-core-start + 3:1) = '-'
             and sens-token(sens-core-start + 6:1) = '-'
               move 2 to sens-class
               exit paragraph
           end-if.

           if (sens-digits = 10
               or (sens-digits = 11 and sens-first-digit = '1'))
             and (sens-hyphens > 0 or sens-marks > 0
               or sens-dots > 1)
             and sens-dots not = 1
               move 3 to sens-class
               exit paragraph
           end-if.

           if sens-dots = 0 and sens-marks = 0
             and sens-digits >= 9 and sens-digits <= 19
               move 4 to sens-class
           end-if.

           exit paragraph.

      * Count the hit against the file and the run, and remember its
      * line for the findings report - the value itself is not kept.
       record-sensitive-hit.
           add 1 to sens-file-counts(sens-class)
           add 1 to sens-run-counts(sens-class).
           if sens-hit-count < sens-hits-max
               add 1 to sens-hit-count
               move sens-class to sens-hit-classes(sens-hit-count)
               move file-line-count to sens-hit-lines(sens-hit-count)
           else
               add 1 to sens-hits-dropped
           end-if.

           exit paragraph.

      * Expects 'word' set; leaves sens-class at the placeholder's
      * class, or zero for an ordinary word.
       find-sensitive-placeholder.
           move 0 to sens-class
           perform varying sens-c from 1 by 1
             until sens-c > sens-class-max
             or word = sens-placeholder(sens-c)
           end-perform.
           if sens-c <= sens-class-max
               move sens-c to sens-class
           end-if.

           exit paragraph.

      * A placeholder counts as itself and nothing else: no folding,
      * equivalence or stop list, no phrase on either side of it, no
      * watch-word or index entry.
       count-sensitive-placeholder.
           move spaces to prev-word-1 prev-word-2
           move 1 to word-increment
           perform add-word.

           exit paragraph.

       write-sensitive-heading.
           move spaces to sensitive-line
           string 'RESTRICTED DISTRIBUTION - sensitive-data findings, '
               delimited by size
             'run started ' delimited by size
             run-start-stamp(1:8) delimited by size
             ' ' delimited by size
             run-start-stamp(9:6) delimited by size
             into sensitive-line
           perform write-sensitive-line.

           move 'values are never shown: each class is counted and '
             & 'located by line number only' to sensitive-line
           perform write-sensitive-line.

           exit paragraph.

      * One block per file with at least one hit; files without any
      * are not listed.
       write-sensitive-entry.
           move zero to sens-file-total
           perform varying sens-c from 1 by 1
             until sens-c > sens-class-max
               add sens-file-counts(sens-c) to sens-file-total
           end-perform.
           if sens-file-total = zero
               exit paragraph
           end-if.

           add 1 to sens-files-hit.

           move spaces to sensitive-line
           string 'file: ' delimited by size
             current-file-name delimited by size
             into sensitive-line
           perform write-sensitive-line.

           perform varying sens-c from 1 by 1
             until sens-c > sens-class-max
               if sens-file-counts(sens-c) > zero
                   perform write-sensitive-class
               end-if
           end-perform.

           if sens-hits-dropped > zero
               move '  (further line numbers not listed)'
                 to sensitive-line
               perform write-sensitive-line
           end-if.

           exit paragraph.

      * The class's count, then its line numbers twelve to a row.
       write-sensitive-class.
           move sens-file-counts(sens-c) to sens-line-display
           move spaces to sensitive-line
           string '  ' delimited by size
             sens-placeholder(sens-c) delimited by size
             ' ' delimited by size
             sens-line-display delimited by size
             ' lines' delimited by size
             into sensitive-line.

           move 25 to sens-list-ptr
           move 0 to sens-listed
           perform varying sens-h from 1 by 1
             until sens-h > sens-hit-count
               if sens-hit-classes(sens-h) = sens-c
                   if sens-listed = 12
                       perform write-sensitive-line
                       move spaces to sensitive-line
                       move 25 to sens-list-ptr
                       move 0 to sens-listed
                   end-if
                   move sens-hit-lines(sens-h) to sens-line-display
                   move sens-line-display
                     to sensitive-line(sens-list-ptr + 1:7)
                   add 8 to sens-list-ptr
                   add 1 to sens-listed
               end-if
           end-perform.
           perform write-sensitive-line.

           exit paragraph.

      * Run totals at fixed offsets - 'total', the class (or 'files')
      * at 7, the count at 16 - so the partition merge can add them.
       write-sensitive-totals.
           move spaces to sensitive-line
           perform write-sensitive-line.

           move spaces to sensitive-line
           move 'total' to sensitive-line(1:5)
           move 'files' to sensitive-line(7:8)
           move sens-files-hit to ck-sens-count
           move ck-sens-count to sensitive-line(16:9)
           perform write-sensitive-line.

           perform varying sens-c from 1 by 1
             until sens-c > sens-class-max
               move spaces to sensitive-line
               move 'total' to sensitive-line(1:5)
               move sens-placeholder(sens-c) to sensitive-line(7:8)
               move sens-run-counts(sens-c) to ck-sens-count
               move ck-sens-count to sensitive-line(16:9)
               perform write-sensitive-line
           end-perform.

           exit paragraph.

       write-sensitive-line.
           write sensitive-line
           add 1 to sensitive-line-count.

           exit paragraph.

      * Load the occurrence list into wcindex.dat, rebuilt from
      * scratch each time: the list covers the whole corpus (the
      * option forces a full scan), so the previous index has nothing
                   move index-seq-counter to ix-seq
                   move index-tmp-line(82:64) to ix-file
                   move index-tmp-line(147:9) to ix-line
                   move index-tmp-line(157:20) to ix-doc-id
                   move index-tmp-line(178:10) to ix-system
                   write index-record
                       invalid key
                           continue

           exit paragraph.

      * Rewrite wccatlg.dat from the promoted files as they now stand
      * on disk - recounted rather than taken from the run's tables,
      * so the catalog describes exactly what a reader will open. The
      * index is catalogued whether or not this run rebuilt it; a
      * file that does not exist is catalogued with zero totals.
       write-output-catalog.
           open output catalog-file.
           if catalog-status not = '00'
               display 'wordcount: cannot write wccatlg.dat (status '
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
             run-start-stamp delimited by size
             ' wordcount' delimited by size
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
           open input file-cache-in.
           if file-cache-in-status not = '00'
               exit paragraph
           end-if.

           move 0 to is-eof
           perform until is-eof = 1
               read file-cache-in
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   add 1 to catalog-records
                   if file-cache-in-line(1:1) = 'W'
                       move file-cache-in-line(3:7)
                         to cache-restore-count
                       add cache-restore-count to catalog-hash-total
                   end-if
               end-if
           end-perform.

           close file-cache-in.

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

      * Read the whole file once, translating every line, purely to
      * prove it decodes; the counting pass then reopens it knowing
      * translation cannot fail half-way through.

       normalize-word.
           perform fold-word.
           if equiv-rule-last >= equiv-rule-first
               perform apply-equivalence
           end-if.

               exit paragraph
           end-if.

           perform case-strip-word.

           exit paragraph.

      * The folding itself, also used unconditionally by language
      * detection, which matches stop words whatever CASEFOLD says.
       case-strip-word.
           move function upper-case (word) to word.

           move function length (function trim (word trailing))
      * Replace a variant with its canonical spelling; the same
      * linear scan per word as is-stop-word.
       apply-equivalence.
           perform varying eq from equiv-rule-first by 1
             until eq > equiv-rule-last or word = equiv-variants(eq)
           end-perform.
           if eq <= equiv-rule-last
               move equiv-canonicals(eq) to word
           end-if.

                 + function ord (encoding-name(1:1)) * 17
           end-if.

      * Masking changes the words themselves, like the encoding; off
      * adds nothing so existing fingerprints stay valid.
           if sensitive-flag-on
               compute opt-fp-accum = opt-fp-accum
                 + function ord (sensitive-flag) * 23
           end-if.

      * The watch list guards the checkpoint the same way: a resume
      * must not continue a location report built from a different
      * list of terms.
               end-perform
           end-if.

      * Each language's code and list names, which decide the lists a
      * document is counted under. No LANGUAGE lines adds nothing, so
      * existing fingerprints stay valid.
           perform varying lg from 1 by 1 until lg > language-count
               move spaces to opt-fp-text
               string language-codes(lg) delimited by size
                 language-stop-names(lg) delimited by size
                 language-equiv-names(lg) delimited by size
                 into opt-fp-text
               move function length (function trim (
                 opt-fp-text trailing)) to opt-fp-len
               perform varying opt-fp-idx from 1 by 1
                 until opt-fp-idx > opt-fp-len
                   compute opt-fp-accum = opt-fp-accum
                     + function ord (opt-fp-text(opt-fp-idx:1))
                     * opt-fp-idx * 13
               end-perform
           end-perform.

           perform varying i from 1 by 1
             until i > allowed-extensions-count
               move function length (function trim (
