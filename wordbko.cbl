      * Backout of a promoted run. A run can finish in balance and
      * promote everything and still be wrong - the control file
      * named the wrong ROOT, or a test folder was dropped into the
      * tree - and wordmnt REBUILD would throw the real history away
      * with it. This utility reverses one run everywhere it left a
      * mark:
      *   wcmaster.dat  the run's counts come back out of the lifetime
      *                 totals and run counts, last-seen falls back to
      *                 the word's previous run, and a word first seen
      *                 in that run (and in no later one) is deleted
      *   wchistry.dat  the run's 'R' block is removed
      *   wcfiles.dat   restored from wcfiles.bak, the generation the
      *   wclastrn.dat  run replaced (and wclastrn.bak likewise) - only
      *                 when the run is the newest in the history; a
      *                 later run has since replaced both otherwise
      *   wcrunlog.dat  a BACKOUT line, so wordops shows what happened
      *   wccatlg.dat   rewritten with the control totals of the files
      *                 as the backout leaves them
      * The master and history are first checked against the output
      * catalog; if either does not match, nothing is reversed and
      * the run ends with return code 1.
      * The run is named by the first command-line parameter: its run
      * sequence number from wchistry.dat, or LAST for the newest run.
      * The action log goes to wcbkout.rpt.

       identification division.
       program-id. wordbko.

       environment division.
       input-output section.
       file-control.
       select backout-report-file assign to 'wcbkout.rpt'
       organization is line sequential.

      * The word-master the main run maintains, updated by key.
       select word-master-file assign to 'wcmaster.dat'
       organization is indexed
       access mode is dynamic
       record key is master-word
       file status is master-status.

      * Run history: read to find the run and every other run's counts
      * for the same words, then rewritten without the run's block by
      * way of wchistry.tmp.
       select history-file assign to 'wchistry.dat'
       organization is line sequential
       file status is history-status.

       select history-work-file assign to 'wchistry.tmp'
       organization is line sequential
       file status is history-work-status.

      * Current and prior-generation per-file cache and watermark.
       select cache-file assign to 'wcfiles.dat'
       organization is line sequential
       file status is cache-status.

       select cache-backup-file assign to 'wcfiles.bak'
       organization is line sequential
       file status is cache-backup-status.

       select lastrun-file assign to 'wclastrn.dat'
       organization is line sequential
       file status is lastrun-status.

       select lastrun-backup-file assign to 'wclastrn.bak'
       organization is line sequential
       file status is lastrun-backup-status.

       select runlog-file assign to 'wcrunlog.dat'
       organization is line sequential
       file status is runlog-status.

      * Output catalog: the master and history are checked against it
      * before anything is reversed, and it is rewritten afterwards
      * to describe the files as the backout leaves them.
       select catalog-file assign to 'wccatlg.dat'
       organization is line sequential
       file status is catalog-status.

       data division.
       file section.
           fd backout-report-file record contains 132 characters.
       01 backout-report-line pic x(132).

           fd word-master-file.
       01 master-record.
         10 master-word pic x(80).
         10 master-lifetime-count pic 9(9).
         10 master-last-run-count pic 9(7).
         10 master-first-seen pic x(21).
         10 master-last-seen pic x(21).
         10 master-run-count pic 9(5).

           fd history-file record contains 100 characters.
       01 history-line pic x(100).

           fd history-work-file record contains 100 characters.
       01 history-work-line pic x(100).

           fd cache-file record contains 100 characters.
       01 cache-line pic x(100).

           fd cache-backup-file record contains 100 characters.
       01 cache-backup-line pic x(100).

           fd lastrun-file record contains 31 characters.
       01 lastrun-record pic x(31).

           fd lastrun-backup-file record contains 31 characters.
       01 lastrun-backup-record pic x(31).

           fd runlog-file record contains 132 characters.
       01 runlog-line pic x(132).

           fd catalog-file record contains 80 characters.
       01 catalog-line pic x(80).

       working-storage section.
       01 command-line-arg pic x(64).
       01 command-line-arg-number pic 9(2) value 1.

       01 master-status pic x(2).
       01 history-status pic x(2).
       01 history-work-status pic x(2).
       01 history-failed-file pic x(12).
       01 history-failed-status pic x(2).
       01 cache-status pic x(2).
       01 cache-backup-status pic x(2).
       01 lastrun-status pic x(2).
       01 lastrun-backup-status pic x(2).
       01 runlog-status pic x(2).
       01 is-eof pic 9 comp-5.

      * The run to back out: a sequence number, or LAST for whatever
      * run is newest in the history.
       01 target-last-wanted pic x value 'N'.
           88 target-last-wanted-yes value 'Y'.
       01 target-seq pic 9(5) comp-5 value zero.
       01 target-stamp pic x(21) value spaces.
       01 target-found pic x value 'N'.
           88 target-found-yes value 'Y'.
       01 newest-seq pic 9(5) comp-5 value zero.
       01 newest-stamp pic x(21) value spaces.
       01 line-seq pic 9(5) comp-5.
       01 history-seq-display pic 9(5).
       01 history-count-display pic 9(9).

      * History pass state: whether the current 'R' block is the
      * run being backed out, whether that block has been passed
      * (later blocks decide a new first-seen), and the stamp of the
      * block being read.
       01 in-target-block pic x value 'N'.
           88 in-target-block-yes value 'Y'.
       01 past-target-block pic x value 'N'.
           88 past-target-block-yes value 'Y'.
       01 block-stamp pic x(21).
       01 history-lines-removed pic 9(7) comp-5 value zero.

      * The backed-out run's words and counts, hashed the way the main
      * run hashes res-words, with what the rest of the history says
      * about each: the first run after the backed-out one that
      * counted it, and the latest other run that did (and its count).
       01 bko-words-max pic 9(6) comp-5 value 50000.
       01 bko-words pic x(80) occurs 50000 times.
       01 bko-counts pic 9(9) comp-5 occurs 50000 times.
       01 bko-next pic 9(6) comp-5 occurs 50000 times value zeros.
       01 bko-first-after pic x(21) occurs 50000 times.
       01 bko-last-other pic x(21) occurs 50000 times.
       01 bko-last-other-count pic 9(7) comp-5 occurs 50000 times.
       01 bko-size pic 9(6) comp-5 value zero.
       01 bko-full-warned pic x value 'N'.
       01 hash-buckets pic 9(5) comp-5 value 9973.
       01 bko-hash-table pic 9(6) comp-5 occurs 9973 times
           value zeros.
       01 hash-value pic 9(5) comp-5.
       01 hash-accum pic 9(9) comp-5.
       01 hash-word-len pic 9(4) comp-5.
       01 hash-char-idx pic 9(4) comp-5.
       01 bko-found-idx pic 9(6) comp-5.
       01 word pic x(80).
       01 word-count pic 9(9) comp-5.
       01 i pic 9(6) comp-5.

      * Outcome counters for the action log and the run-log line.
       01 words-reversed pic 9(7) comp-5 value zero.
       01 words-removed pic 9(7) comp-5 value zero.
       01 words-not-on-master pic 9(7) comp-5 value zero.
       01 count-display-7 pic 9(7).
       01 count-display-9 pic 9(9).

      * Prior-generation restore: an empty backup means the run had
      * no predecessor file, so the current one is deleted instead.
       01 backup-empty pic x.
           88 backup-empty-yes value 'Y'.
       01 delete-file-name pic x(64).
       01 delete-file-status pic x(2) comp-5.

       01 backout-start-stamp pic x(21).
       01 backout-end-stamp pic x(21).

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
       01 catalog-history-seq pic 9(5) comp-5.
       01 catalog-history-distinct pic 9(9) comp-5.

       procedure division.
           move function current-date to backout-start-stamp.

      * The first command-line parameter names the run; there is no
      * default, since the utility rewrites the cumulative files.
           display command-line-arg-number upon argument-number
           accept command-line-arg from argument-value
               on exception
                   move spaces to command-line-arg
           end-accept.
           if command-line-arg = spaces
               display 'wordbko: name the run to back out - a run '
                 'sequence number from wchistry.dat, or LAST'
               stop run with error status 1
           end-if.
           if function upper-case (command-line-arg) = 'LAST'
               move 'Y' to target-last-wanted
           else
               move function numval (command-line-arg) to target-seq
               if target-seq = zero
                   display 'wordbko: bad run number "'
                     function trim (command-line-arg trailing)
                     '" - use a run sequence number or LAST'
                   stop run with error status 1
               end-if
           end-if.

           open output backout-report-file.

      * Reversing counts out of a master or history that is not what
      * the last promotion wrote would compound the damage, so both
      * must match the output catalog first.
           perform verify-output-catalog.

           perform locate-target-run.
           if not target-found-yes
               close backout-report-file
               stop run with error status 1
           end-if.

           perform load-target-words.
           perform scan-other-runs.

      * The word-master goes first: if it cannot be opened nothing
      * has been touched yet and the backout stops there.
           perform reverse-master-counts.
           perform remove-history-block.

           if target-seq = newest-seq
               perform restore-prior-generation
           else
               move '  a later run has replaced wcfiles.dat and'
                 & ' wclastrn.dat - both left in place'
                 to backout-report-line
               write backout-report-line
           end-if.

           move '  reports and wcindex.dat written by the run are not'
             & ' reverted - rerun wordcount to regenerate them'
             to backout-report-line
           write backout-report-line.

           perform rewrite-output-catalog.

           move function current-date to backout-end-stamp.
           perform append-backout-log.

           close backout-report-file.

           stop run.

      * Find the run's 'R' line (or the newest one for LAST) and its
      * start stamp, which is what the word-master's first-seen and
      * last-seen fields carry.
       locate-target-run.
           open input history-file.
           if history-status not = '00'
               move spaces to backout-report-line
               string 'cannot open wchistry.dat (status '
                 delimited by size
                 history-status delimited by size
                 ') - nothing backed out' delimited by size
                 into backout-report-line
               write backout-report-line
               exit paragraph
           end-if.

           move 0 to is-eof
           perform until is-eof = 1
               read history-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0 and history-line(1:1) = 'R'
                   move history-line(3:5) to history-seq-display
                   move history-seq-display to line-seq
                   move line-seq to newest-seq
                   move history-line(9:21) to newest-stamp
                   if line-seq = target-seq
                       move history-line(9:21) to target-stamp
                       move 'Y' to target-found
                   end-if
               end-if
           end-perform.
           close history-file.

           if target-last-wanted-yes and newest-seq > zero
               move newest-seq to target-seq
               move newest-stamp to target-stamp
               move 'Y' to target-found
           end-if.

           move target-seq to history-seq-display
           move spaces to backout-report-line
           if target-found-yes
               string 'backout of run ' delimited by size
                 history-seq-display delimited by size
                 ' started ' delimited by size
                 target-stamp(1:8) delimited by size
                 ' ' delimited by size
                 target-stamp(9:6) delimited by size
                 into backout-report-line
           else
               if target-last-wanted-yes
                   move 'wchistry.dat holds no runs - nothing backed'
                     & ' out' to backout-report-line
               else
                   string 'run ' delimited by size
                     history-seq-display delimited by size
                     ' is not in wchistry.dat - nothing backed out'
                     delimited by size
                     into backout-report-line
               end-if
           end-if.
           write backout-report-line.

           exit paragraph.

      * The run's own 'W' lines: the counts to take back out.
       load-target-words.
           open input history-file.
           move 'N' to in-target-block
           move 0 to is-eof
           perform until is-eof = 1
               read history-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   evaluate history-line(1:1)
                       when 'R'
                           move history-line(3:5)
                             to history-seq-display
                           move history-seq-display to line-seq
                           if line-seq = target-seq
                               move 'Y' to in-target-block
                           else
                               move 'N' to in-target-block
                           end-if
                       when 'W'
                           if in-target-block-yes
                               perform add-target-word
                           end-if
                   end-evaluate
               end-if
           end-perform.
           close history-file.

           move bko-size to count-display-9
           move spaces to backout-report-line
           string '  words counted by the run: ' delimited by size
             count-display-9 delimited by size
             into backout-report-line
           write backout-report-line.

           exit paragraph.

       add-target-word.
           move history-line(3:9) to history-count-display.
           move history-count-display to word-count.
           move function trim (history-line(13:) trailing) to word.
           if word = spaces
               exit paragraph
           end-if.

           if bko-size = bko-words-max
               if bko-full-warned = 'N'
                   display 'wordbko: backout table full at '
                     bko-words-max ' entries - backout will be '
                     'incomplete'
                   move 'Y' to bko-full-warned
               end-if
               exit paragraph
           end-if.

           perform compute-word-hash.
           add 1 to bko-size
           move word to bko-words(bko-size)
           move word-count to bko-counts(bko-size)
           move spaces to bko-first-after(bko-size)
           move spaces to bko-last-other(bko-size)
           move zero to bko-last-other-count(bko-size)
           move bko-hash-table(hash-value) to bko-next(bko-size)
           move bko-size to bko-hash-table(hash-value).

           exit paragraph.

      * Every other run's 'W' lines for the same words: the newest
      * other run that counted a word becomes its last-seen again,
      * and the first run after the backed-out one that counted it
      * becomes its first-seen if the backed-out run introduced it.
       scan-other-runs.
           open input history-file.
           move 'N' to in-target-block
           move 'N' to past-target-block
           move 0 to is-eof
           perform until is-eof = 1
               read history-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   evaluate history-line(1:1)
                       when 'R'
                           move history-line(3:5)
                             to history-seq-display
                           move history-seq-display to line-seq
                           move history-line(9:21) to block-stamp
                           if line-seq = target-seq
                               move 'Y' to in-target-block
                               move 'Y' to past-target-block
                           else
                               move 'N' to in-target-block
                           end-if
                       when 'W'
                           if not in-target-block-yes
                               perform note-other-run-word
                           end-if
                   end-evaluate
               end-if
           end-perform.
           close history-file.

           exit paragraph.

       note-other-run-word.
           move function trim (history-line(13:) trailing) to word.
           perform find-target-word.
           if bko-found-idx = 0
               exit paragraph
           end-if.

           if past-target-block-yes
             and bko-first-after(bko-found-idx) = spaces
               move block-stamp to bko-first-after(bko-found-idx)
           end-if.
           move block-stamp to bko-last-other(bko-found-idx).
           move history-line(3:9) to history-count-display.
           if history-count-display > 9999999
               move 9999999 to bko-last-other-count(bko-found-idx)
           else
               move history-count-display
                 to bko-last-other-count(bko-found-idx)
           end-if.

           exit paragraph.

       find-target-word.
           perform compute-word-hash.
           move bko-hash-table(hash-value) to bko-found-idx
           perform until bko-found-idx = 0
             or bko-words(bko-found-idx) = word
               move bko-next(bko-found-idx) to bko-found-idx
           end-perform.

           exit paragraph.

      * Take each of the run's words back out of the word-master. A
      * word the master no longer holds was swept by wordmnt since,
      * and is only counted.
       reverse-master-counts.
           open i-o word-master-file.
           if master-status not = '00'
               move spaces to backout-report-line
               string '  cannot open wcmaster.dat (status '
                 delimited by size
                 master-status delimited by size
                 ') - nothing backed out' delimited by size
                 into backout-report-line
               write backout-report-line
               close backout-report-file
               stop run with error status 1
           end-if.

           perform varying i from 1 by 1 until i > bko-size
               move bko-words(i) to master-word
               read word-master-file
                   invalid key
                       add 1 to words-not-on-master
                   not invalid key
                       perform reverse-one-master-record
               end-read
           end-perform.

           close word-master-file.

           move words-reversed to count-display-7
           move spaces to backout-report-line
           string '  wcmaster.dat: ' delimited by size
             count-display-7 delimited by size
             ' records reversed' delimited by size
             into backout-report-line
           write backout-report-line.

           move words-removed to count-display-7
           move spaces to backout-report-line
           string '  wcmaster.dat: ' delimited by size
             count-display-7 delimited by size
             ' records removed (first seen in the run)'
             delimited by size
             into backout-report-line
           write backout-report-line.

           if words-not-on-master > zero
               move words-not-on-master to count-display-7
               move spaces to backout-report-line
               string '  wcmaster.dat: ' delimited by size
                 count-display-7 delimited by size
                 ' words already swept from the master - skipped'
                 delimited by size
                 into backout-report-line
               write backout-report-line
           end-if.

           exit paragraph.

      * A word the run introduced, and no later run counted, goes
      * altogether. Otherwise the run's count and appearance come off
      * the totals, and stamps that point at the run fall back to the
      * neighbouring runs the history names.
       reverse-one-master-record.
           if master-first-seen = target-stamp
             and bko-first-after(i) = spaces
               delete word-master-file
                   invalid key
                       continue
               end-delete
               add 1 to words-removed
               exit paragraph
           end-if.

           if master-lifetime-count > bko-counts(i)
               subtract bko-counts(i) from master-lifetime-count
           else
               move zero to master-lifetime-count
           end-if.
           if master-run-count > zero
               subtract 1 from master-run-count
           end-if.

           if master-first-seen = target-stamp
               move bko-first-after(i) to master-first-seen
           end-if.
           if master-last-seen = target-stamp
               if bko-last-other(i) = spaces
                   move master-first-seen to master-last-seen
                   move zero to master-last-run-count
               else
                   move bko-last-other(i) to master-last-seen
                   move bko-last-other-count(i)
                     to master-last-run-count
               end-if
           end-if.

           rewrite master-record.
           add 1 to words-reversed.

           exit paragraph.

      * Copy the history to wchistry.tmp without the run's block, then
      * copy it back, the copy-then-swap the main run uses in place of
      * an in-place truncate. The word-master has already been
      * reversed by now, so wchistry.dat is only reopened for output
      * once the work copy is known to be readable; a failure short
      * of that leaves the history as it was and stops the backout.
       remove-history-block.
           open input history-file.
           if history-status not = '00'
               move 'wchistry.dat' to history-failed-file
               move history-status to history-failed-status
               perform abandon-history-removal
           end-if.
           open output history-work-file.
           if history-work-status not = '00'
               close history-file
               move 'wchistry.tmp' to history-failed-file
               move history-work-status to history-failed-status
               perform abandon-history-removal
           end-if.
           move 'N' to in-target-block
           move 0 to is-eof
           perform until is-eof = 1
               read history-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   if history-line(1:1) = 'R'
                       move history-line(3:5) to history-seq-display
                       move history-seq-display to line-seq
                       if line-seq = target-seq
                           move 'Y' to in-target-block
                       else
                           move 'N' to in-target-block
                       end-if
                   end-if
                   if in-target-block-yes
                       add 1 to history-lines-removed
                   else
                       move history-line to history-work-line
                       write history-work-line
                   end-if
               end-if
           end-perform.
           close history-file.
           close history-work-file.

           open input history-work-file.
           if history-work-status not = '00'
               move 'wchistry.tmp' to history-failed-file
               move history-work-status to history-failed-status
               perform abandon-history-removal
           end-if.
           open output history-file.
           if history-status not = '00'
               close history-work-file
               move 'wchistry.dat' to history-failed-file
               move history-status to history-failed-status
               perform abandon-history-removal
           end-if.
           move 0 to is-eof
           perform until is-eof = 1
               read history-work-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   move history-work-line to history-line
                   write history-line
               end-if
           end-perform.
           close history-work-file.
           close history-file.

           move history-lines-removed to count-display-7
           move spaces to backout-report-line
           string '  wchistry.dat: run block removed ('
             delimited by size
             count-display-7 delimited by size
             ' lines)' delimited by size
             into backout-report-line
           write backout-report-line.

           exit paragraph.

       abandon-history-removal.
           move spaces to backout-report-line
           string '  cannot open ' delimited by size
             history-failed-file delimited by size
             ' (status ' delimited by size
             history-failed-status delimited by size
             ') - run block not removed from wchistry.dat'
             delimited by size
             into backout-report-line
           write backout-report-line.
           move '  wcmaster.dat has already been reversed - restore'
             & ' it before backing this run out again'
             to backout-report-line
           write backout-report-line.
           close backout-report-file.
           display 'wordbko: cannot open '
             function trim (history-failed-file trailing)
             ' (status ' history-failed-status
             ') - history not changed'
           stop run with error status 1.

      * Put back the cache and watermark the run replaced. Each backup
      * is consumed by the restore, so a second backout cannot apply
      * the same generation over a different run; a missing backup
      * leaves the current file alone and says so.
       restore-prior-generation.
           open input cache-backup-file.
           if cache-backup-status not = '00'
               move '  wcfiles.bak not available - wcfiles.dat left in'
                 & ' place; run the next scan with FORCEFULL Y'
                 to backout-report-line
               write backout-report-line
           else
               move 'N' to backup-empty
               read cache-backup-file
                   at end
                       move 'Y' to backup-empty
               end-read
               if backup-empty-yes
                   close cache-backup-file
                   move 'wcfiles.dat' to delete-file-name
                   perform delete-named-file
                   move '  wcfiles.dat removed - the run had no prior'
                     & ' cache' to backout-report-line
                   write backout-report-line
               else
                   open output cache-file
                   move 0 to is-eof
                   perform until is-eof = 1
                       move cache-backup-line to cache-line
                       write cache-line
                       read cache-backup-file
                           at end
                               move 1 to is-eof
                       end-read
                   end-perform
                   close cache-file
                   close cache-backup-file
                   move '  wcfiles.dat restored from wcfiles.bak'
                     to backout-report-line
                   write backout-report-line
               end-if
               move 'wcfiles.bak' to delete-file-name
               perform delete-named-file
           end-if.

           open input lastrun-backup-file.
           if lastrun-backup-status not = '00'
               move '  wclastrn.bak not available - wclastrn.dat left'
                 & ' in place; run the next scan with FORCEFULL Y'
                 to backout-report-line
               write backout-report-line
           else
               move 'N' to backup-empty
               read lastrun-backup-file
                   at end
                       move 'Y' to backup-empty
               end-read
               if backup-empty-yes
                   close lastrun-backup-file
                   move 'wclastrn.dat' to delete-file-name
                   perform delete-named-file
                   move '  wclastrn.dat removed - the run had no prior'
                     & ' watermark' to backout-report-line
                   write backout-report-line
               else
                   open output lastrun-file
                   move lastrun-backup-record to lastrun-record
                   write lastrun-record
                   close lastrun-file
                   close lastrun-backup-file
                   move '  wclastrn.dat restored from wclastrn.bak'
                     to backout-report-line
                   write backout-report-line
               end-if
               move 'wclastrn.bak' to delete-file-name
               perform delete-named-file
           end-if.

           exit paragraph.

       delete-named-file.
           call 'CBL_DELETE_FILE' using delete-file-name
                             returning delete-file-status.

           exit paragraph.

      * One line on the permanent run log. The start and end stamps
      * sit where every run's do; the rest is text rather than the
      * counter columns, so wordops prints it as it stands and its
      * elapsed-time trend passes over it.
       append-backout-log.
           open extend runlog-file.
           if runlog-status = '35'
               open output runlog-file
               close runlog-file
               open extend runlog-file
           end-if.
           if runlog-status not = '00'
               display 'wordbko: cannot open wcrunlog.dat (status '
                 runlog-status ') - backout not logged'
               exit paragraph
           end-if.

           move target-seq to history-seq-display
           move words-reversed to count-display-7
           move words-removed to count-display-9
           move spaces to runlog-line
           string backout-start-stamp delimited by size
             ' ' delimited by size
             backout-end-stamp delimited by size
             ' BACKOUT run ' delimited by size
             history-seq-display delimited by size
             ' of ' delimited by size
             target-stamp(1:8) delimited by size
             ' ' delimited by size
             target-stamp(9:6) delimited by size
             ': ' delimited by size
             count-display-7 delimited by size
             ' reversed ' delimited by size
             count-display-9 delimited by size
             ' removed' delimited by size
             into runlog-line
           write runlog-line.

           close runlog-file.

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

      * Recount the master and history against the output catalog;
      * on any difference, refuse before anything is touched.
       verify-output-catalog.
           perform load-output-catalog.
           if not catalog-loaded-yes
               exit paragraph
           end-if.

           perform count-master-totals.
           move 'wcmaster.dat' to catalog-file-label
           perform check-catalog-entry.

           perform count-history-totals.
           move 'wchistry.dat' to catalog-file-label
           perform check-catalog-entry.

           if catalog-mismatch-yes
               move spaces to backout-report-line
               string 'refused: ' delimited by size
                 catalog-mismatch-text delimited by size
                 into backout-report-line
               write backout-report-line
               move 'nothing backed out - the files do not match the'
                 & ' last promotion; restore them first'
                 to backout-report-line
               write backout-report-line
               close backout-report-file
               display 'wordbko: refused - '
                 function trim (catalog-mismatch-text trailing)
               stop run with error status 1
           end-if.

           exit paragraph.

      * Rewrite wccatlg.dat for the files as the backout leaves them:
      * the master, history and cache recounted, under the sequence of
      * the newest run left in the history (the cache's distinct total
      * is that run's, as when the main run writes it). The index is
      * not touched by a backout, so its entry is carried over as it
      * was.
       rewrite-output-catalog.
           perform count-history-totals.
           move catalog-run-seq to catalog-history-seq
           move catalog-distinct to catalog-history-distinct.

           open output catalog-file.
           if catalog-status not = '00'
               move spaces to backout-report-line
               string '  cannot rewrite wccatlg.dat (status '
                 delimited by size
                 catalog-status delimited by size
                 ') - downstream programs will refuse the files'
                 delimited by size
                 into backout-report-line
               write backout-report-line
               exit paragraph
           end-if.

           move catalog-history-seq to catalog-seq-display
           move spaces to catalog-line
           string 'H ' delimited by size
             catalog-seq-display delimited by size
             ' ' delimited by size
             backout-start-stamp delimited by size
             ' wordbko' delimited by size
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

           perform varying ce from 1 by 1 until ce > catalog-entry-count
               if catalog-entries(ce)(3:12) = 'wcindex.dat'
                   move catalog-entries(ce) to catalog-line
                   write catalog-line
               end-if
           end-perform.

           close catalog-file.

           move '  wccatlg.dat rewritten for the files as backed out'
             to backout-report-line
           write backout-report-line.

           exit paragraph.

       write-catalog-entry.
           move catalog-history-seq to catalog-seq-display
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

      * Load the output catalog's entries. No catalog at all (nothing
      * has been promoted since it was introduced) is reported and
      * the files are used unverified; that is not a refusal.
       load-output-catalog.
           move 'N' to catalog-loaded
           move zero to catalog-entry-count
           open input catalog-file.
           if catalog-status not = '00'
               display 'wordbko: output catalog wccatlg.dat not '
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
               display 'wordbko: no output catalog entry for '
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
