      * Near-duplicate document detection. The walk's duplicate
      * suppression only catches one path reached twice; the same
      * document saved again under another name, or copied into
      * another folder, is counted once per copy and inflates the
      * aggregate. This program reads the per-file word vectors in a
      * wcfiles.dat-format cache ('F' lines and their 'W' lines) and
      * compares every document with every other by vocabulary
      * overlap: the weighted overlap of two files is the sum over
      * their words of the smaller count, divided by the sum of the
      * larger, so identical files score 100 percent and files
      * sharing no word score 0. Pairs at or above the threshold are
      * ranked in wcdupes.rpt, grouped into duplicate clusters (a
      * file paired with two others puts all three in one cluster),
      * and each cluster is shown with the words its copies add to
      * the aggregate beyond a single copy of its largest member.
      * The first command-line parameter is the threshold percent
      * (default 80); the second names the cache (default
      * wcfiles.dat), so a saved copy can be checked the way wordcmp
      * takes its caches. A cache named ...wcfiles.dat is first
      * recounted against the output catalog beside it and refused
      * with return code 1 if it does not match.

       identification division.
       program-id. worddup.

       environment division.
       input-output section.
       file-control.
       select cache-file assign to cache-file-name
       organization is line sequential
       file status is cache-status.

       select dupes-report-file assign to 'wcdupes.rpt'
       organization is line sequential.

      * Unsorted and sorted unloads of the qualifying pairs, ranked by
      * overlap through SORT like the main word report.
       select pair-src-file assign to 'wcdupp.tmp'
       organization is line sequential.

       select pair-sorted-file assign to 'wcdupp.srt'
       organization is line sequential.

       select pair-sort-file assign to 'wcdupp.srw'.

      * The same trio for the clusters, ranked by the words they add.
       select cluster-src-file assign to 'wcdupc.tmp'
       organization is line sequential.

       select cluster-sorted-file assign to 'wcdupc.srt'
       organization is line sequential.

       select cluster-sort-file assign to 'wcdupc.srw'.

      * Output catalog written by the main run (or the merge) at its
      * last clean promotion: the control totals every file this
      * program reads is checked against before anything is
      * answered.
       select catalog-file assign to catalog-file-name
       organization is line sequential
       file status is catalog-status.

       data division.
       file section.
           fd cache-file record contains 100 characters.
       01 cache-line pic x(100).

           fd dupes-report-file record contains 132 characters.
       01 dupes-report-line pic x(132).

           fd pair-src-file record contains 26 characters.
       01 pair-src-record.
         10 psr-overlap pic 9(4).
         10 psr-file-a pic 9(5).
         10 psr-file-b pic 9(5).
         10 psr-shared pic 9(12).

           fd pair-sorted-file record contains 26 characters.
       01 pair-sorted-record.
         10 psd-overlap pic 9(4).
         10 psd-file-a pic 9(5).
         10 psd-file-b pic 9(5).
         10 psd-shared pic 9(12).

           sd pair-sort-file record contains 26 characters.
       01 pair-sort-record.
         10 psw-overlap pic 9(4).
         10 psw-file-a pic 9(5).
         10 psw-file-b pic 9(5).
         10 psw-shared pic 9(12).

           fd cluster-src-file record contains 17 characters.
       01 cluster-src-record.
         10 csr-excess pic 9(12).
         10 csr-root pic 9(5).

           fd cluster-sorted-file record contains 17 characters.
       01 cluster-sorted-record.
         10 csd-excess pic 9(12).
         10 csd-root pic 9(5).

           sd cluster-sort-file record contains 17 characters.
       01 cluster-sort-record.
         10 csw-excess pic 9(12).
         10 csw-root pic 9(5).

           fd catalog-file record contains 80 characters.
       01 catalog-line pic x(80).

       working-storage section.
       01 cache-file-name pic x(64) value 'wcfiles.dat'.
       01 cache-status pic x(2).

       01 command-line-arg pic x(64).
       01 command-line-arg-number pic 9(2).

       01 is-eof pic 9 comp-5.
       01 word pic x(80).
       01 cache-restore-count pic 9(7).

      * Similarity threshold, in percent of weighted overlap; compared
      * in tenths of a percent against the computed overlap.
       01 threshold-percent pic 9(3) comp-5 value 80.
       01 threshold-tenths pic 9(4) comp-5.

      * Files below this many word occurrences are left out: two
      * near-empty files overlap almost completely without being the
      * same document, the way the profile report keeps small files
      * out of its outlier test.
       01 dup-min-words pic 9(5) comp-5 value 20.
       01 files-too-small pic 9(5) comp-5 value zero.

      * One entry per 'F' line: its name, where its word vector starts
      * in vec-ids/vec-counts and how long it is, its total word
      * occurrences, and its parent in the cluster grouping (a file
      * that is its own parent heads its cluster).
       01 dup-files-max pic 9(5) comp-5 value 5000.
       01 dup-file-names pic x(64) occurs 5000 times.
       01 dup-file-start pic 9(7) comp-5 occurs 5000 times.
       01 dup-file-len pic 9(7) comp-5 occurs 5000 times.
       01 dup-file-total pic 9(12) comp-5 occurs 5000 times.
       01 dup-file-parent pic 9(5) comp-5 occurs 5000 times.
       01 dup-file-paired pic x occurs 5000 times.
       01 dup-files-count pic 9(5) comp-5 value zero.
       01 dup-files-full pic x value 'N'.
           88 dup-files-full-yes value 'Y'.

      * Per-cluster accumulators, kept on the cluster head's entry.
       01 cl-members pic 9(5) comp-5 occurs 5000 times.
       01 cl-total pic 9(12) comp-5 occurs 5000 times.
       01 cl-largest pic 9(12) comp-5 occurs 5000 times.

      * Word vectors: each file's words as numbers into the word
      * table below, with the file's count for each.
       01 vec-max pic 9(7) comp-5 value 200000.
       01 vec-ids pic 9(6) comp-5 occurs 200000 times.
       01 vec-counts pic 9(7) comp-5 occurs 200000 times.
       01 vec-size pic 9(7) comp-5 value zero.
       01 vec-full pic x value 'N'.
           88 vec-full-yes value 'Y'.

      * Distinct words across the cache, the same hash-chain scheme
      * the main run uses over res-words; a word's number is its slot.
       01 dict-words-max pic 9(6) comp-5 value 50000.
       01 dict-words pic x(80) occurs 50000 times.
       01 dict-next pic 9(6) comp-5 occurs 50000 times value zeros.
       01 dict-size pic 9(6) comp-5 value zero.
       01 dict-full pic x value 'N'.
           88 dict-full-yes value 'Y'.
       01 hash-buckets pic 9(5) comp-5 value 9973.
       01 dict-hash-table pic 9(6) comp-5 occurs 9973 times
           value zeros.
       01 hash-value pic 9(5) comp-5.
       01 hash-accum pic 9(9) comp-5.
       01 hash-word-len pic 9(4) comp-5.
       01 hash-char-idx pic 9(4) comp-5.
       01 dict-found-idx pic 9(6) comp-5.

      * The file being compared against the others, spread out by
      * word number so each other file's words can be looked up
      * directly.
       01 spread-counts pic 9(7) comp-5 occurs 50000 times
           value zeros.

      * Pair comparison work fields.
       01 fa pic 9(5) comp-5.
       01 fb pic 9(5) comp-5.
       01 fb-first pic 9(5) comp-5.
       01 v pic 9(7) comp-5.
       01 v-end pic 9(7) comp-5.
       01 pair-shared pic 9(12) comp-5.
       01 pair-union pic 9(12) comp-5.
       01 pair-smaller pic 9(12) comp-5.
       01 pair-larger pic 9(12) comp-5.
       01 pair-overlap pic 9(4) comp-5.
       01 pairs-compared pic 9(9) comp-5 value zero.
       01 pairs-found pic 9(9) comp-5 value zero.

      * Cluster grouping work fields.
       01 root-a pic 9(5) comp-5.
       01 root-b pic 9(5) comp-5.
       01 find-idx pic 9(5) comp-5.
       01 clusters-found pic 9(5) comp-5 value zero.
       01 files-in-clusters pic 9(5) comp-5 value zero.
       01 excess-total pic 9(12) comp-5 value zero.
       01 corpus-total pic 9(12) comp-5 value zero.
       01 f pic 9(5) comp-5.

       01 overlap-display pic zz9.9.
       01 count-display-5 pic 9(5).
       01 count-display-9 pic 9(9).
       01 total-display pic 9(12).
       01 other-display pic 9(12).
       01 second-display pic 9(12).
       01 percent-display pic zz9.9.
       01 threshold-display pic zz9.

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
       01 catalog-file-name pic x(64).
       01 catalog-cache-name pic x(64).
       01 catalog-name-len pic 9(4) comp-5.
       01 cache-verified pic x value 'N'.

       procedure division.
      * Threshold percent, then the cache to read; both optional.
           move 1 to command-line-arg-number
           display command-line-arg-number upon argument-number
           accept command-line-arg from argument-value
               on exception
                   move spaces to command-line-arg
           end-accept.
           if command-line-arg not = spaces
               move function numval (command-line-arg)
                 to threshold-percent
               if threshold-percent = zero or threshold-percent > 100
                   display 'worddup: bad threshold "'
                     function trim (command-line-arg trailing)
                     '" - give a percent from 1 to 100'
                   stop run with error status 1
               end-if
           end-if.
           compute threshold-tenths = threshold-percent * 10.

           move 2 to command-line-arg-number
           display command-line-arg-number upon argument-number
           move spaces to command-line-arg
           accept command-line-arg from argument-value
               on exception
                   move spaces to command-line-arg
           end-accept.
           if command-line-arg not = spaces
               move command-line-arg to cache-file-name
           end-if.

      * A cache that is the current output of a run must match its
      * output catalog before anything is reported from it.
           move cache-file-name to catalog-cache-name
           perform verify-named-cache
           move catalog-verified to cache-verified.
           if catalog-mismatch-yes
               perform refuse-duplicate-report
           end-if.

           perform load-file-vectors.

           perform compare-all-pairs.

           sort pair-sort-file
               descending key psw-overlap
               ascending key psw-file-a
               ascending key psw-file-b
               using pair-src-file
               giving pair-sorted-file.

           perform unload-cluster-table.

           sort cluster-sort-file
               descending key csw-excess
               ascending key csw-root
               using cluster-src-file
               giving cluster-sorted-file.

           perform write-dupes-report.

           stop run.

      * Read the cache into the file table and word vectors. A file
      * the tables cannot hold is left out of the comparison and the
      * report says the result is incomplete.
       load-file-vectors.
           open input cache-file.
           if cache-status not = '00'
               display 'worddup: cannot open '
                 function trim (cache-file-name trailing)
                 ' (status ' cache-status ')'
               stop run with error status 1
           end-if.

           move 0 to fa
           move 0 to is-eof
           perform until is-eof = 1
               read cache-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   evaluate cache-line(1:1)
                       when 'F'
                           perform start-file-vector
                       when 'W'
                           perform add-vector-word
                   end-evaluate
               end-if
           end-perform.

           close cache-file.

           exit paragraph.

       start-file-vector.
           if dup-files-count = dup-files-max
               if not dup-files-full-yes
                   display 'worddup: file table full at '
                     dup-files-max ' entries - comparison will be '
                     'incomplete'
                   move 'Y' to dup-files-full
               end-if
               move 0 to fa
               exit paragraph
           end-if.

           add 1 to dup-files-count
           move dup-files-count to fa
           move function trim (cache-line(3:) trailing)
             to dup-file-names(fa)
           compute dup-file-start(fa) = vec-size + 1
           move zero to dup-file-len(fa)
           move zero to dup-file-total(fa)
           move fa to dup-file-parent(fa)
           move 'N' to dup-file-paired(fa).

           exit paragraph.

       add-vector-word.
           if fa = 0
               exit paragraph
           end-if.
           move cache-line(3:7) to cache-restore-count.
           move function trim (cache-line(11:) trailing) to word.
           if word = spaces
               exit paragraph
           end-if.
           add cache-restore-count to dup-file-total(fa).
           add cache-restore-count to corpus-total.

           if vec-size = vec-max
               if not vec-full-yes
                   display 'worddup: word-vector table full at '
                     vec-max ' entries - comparison will be '
                     'incomplete'
                   move 'Y' to vec-full
               end-if
               exit paragraph
           end-if.

           perform find-dict-word.
           if dict-found-idx = 0
               exit paragraph
           end-if.

           add 1 to vec-size
           move dict-found-idx to vec-ids(vec-size)
           move cache-restore-count to vec-counts(vec-size)
           add 1 to dup-file-len(fa).

           exit paragraph.

      * Number a word by its slot in the word table, adding it on
      * first sight.
       find-dict-word.
           perform compute-word-hash.

           move dict-hash-table(hash-value) to dict-found-idx
           perform until dict-found-idx = 0
             or dict-words(dict-found-idx) = word
               move dict-next(dict-found-idx) to dict-found-idx
           end-perform.

           if dict-found-idx = 0
               if dict-size = dict-words-max
                   if not dict-full-yes
                       display 'worddup: word table full at '
                         dict-words-max ' entries - comparison will '
                         'be incomplete'
                       move 'Y' to dict-full
                   end-if
               else
                   add 1 to dict-size
                   move word to dict-words(dict-size)
                   move dict-hash-table(hash-value)
                     to dict-next(dict-size)
                   move dict-size to dict-hash-table(hash-value)
                   move dict-size to dict-found-idx
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

      * Every file against every later file. The first file's counts
      * are spread out by word number, so the second's words are
      * looked up directly; a pair whose totals differ by more than
      * the threshold allows cannot qualify and is not compared.
       compare-all-pairs.
           open output pair-src-file.

           perform varying fa from 1 by 1 until fa > dup-files-count
               if dup-file-total(fa) < dup-min-words
                   add 1 to files-too-small
               else
                   perform spread-file-a
                   compute fb-first = fa + 1
                   perform varying fb from fb-first by 1
                     until fb > dup-files-count
                       if dup-file-total(fb) >= dup-min-words
                           perform compare-one-pair
                       end-if
                   end-perform
                   perform clear-file-a
               end-if
           end-perform.

           close pair-src-file.

           exit paragraph.

       spread-file-a.
           compute v-end = dup-file-start(fa) + dup-file-len(fa) - 1.
           perform varying v from dup-file-start(fa) by 1
             until v > v-end
               move vec-counts(v) to spread-counts(vec-ids(v))
           end-perform.

           exit paragraph.

       clear-file-a.
           compute v-end = dup-file-start(fa) + dup-file-len(fa) - 1.
           perform varying v from dup-file-start(fa) by 1
             until v > v-end
               move zero to spread-counts(vec-ids(v))
           end-perform.

           exit paragraph.

       compare-one-pair.
           if dup-file-total(fa) < dup-file-total(fb)
               move dup-file-total(fa) to pair-smaller
               move dup-file-total(fb) to pair-larger
           else
               move dup-file-total(fb) to pair-smaller
               move dup-file-total(fa) to pair-larger
           end-if.
           if pair-smaller * 1000 < pair-larger * threshold-tenths
               exit paragraph
           end-if.

           add 1 to pairs-compared.
           move zero to pair-shared.
           compute v-end = dup-file-start(fb) + dup-file-len(fb) - 1.
           perform varying v from dup-file-start(fb) by 1
             until v > v-end
               if spread-counts(vec-ids(v)) > zero
                   if spread-counts(vec-ids(v)) < vec-counts(v)
                       add spread-counts(vec-ids(v)) to pair-shared
                   else
                       add vec-counts(v) to pair-shared
                   end-if
               end-if
           end-perform.

           compute pair-union =
             dup-file-total(fa) + dup-file-total(fb) - pair-shared.
           if pair-union = zero
               exit paragraph
           end-if.
           compute pair-overlap = pair-shared * 1000 / pair-union.
           if pair-overlap < threshold-tenths
               exit paragraph
           end-if.

           move pair-overlap to psr-overlap
           move fa to psr-file-a
           move fb to psr-file-b
           move pair-shared to psr-shared
           write pair-src-record.
           add 1 to pairs-found.

           perform join-pair-clusters.

           exit paragraph.

      * Put the pair's two clusters together under the lower-numbered
      * head, so a chain of pairs ends up as one cluster.
       join-pair-clusters.
           move 'Y' to dup-file-paired(fa)
           move 'Y' to dup-file-paired(fb)
           move fa to find-idx
           perform find-cluster-head
           move find-idx to root-a
           move fb to find-idx
           perform find-cluster-head
           move find-idx to root-b
           if root-a < root-b
               move root-a to dup-file-parent(root-b)
           else
               if root-b < root-a
                   move root-b to dup-file-parent(root-a)
               end-if
           end-if.

           exit paragraph.

       find-cluster-head.
           perform until dup-file-parent(find-idx) = find-idx
               move dup-file-parent(find-idx) to find-idx
           end-perform.

           exit paragraph.

      * Total each cluster on its head's entry: members, words, and
      * its largest member, which is the one copy the aggregate
      * would keep; the rest is what the copies add.
       unload-cluster-table.
           perform varying f from 1 by 1 until f > dup-files-count
               move zero to cl-members(f)
               move zero to cl-total(f)
               move zero to cl-largest(f)
           end-perform.

           perform varying f from 1 by 1 until f > dup-files-count
               if dup-file-paired(f) = 'Y'
                   move f to find-idx
                   perform find-cluster-head
                   move find-idx to dup-file-parent(f)
                   add 1 to cl-members(find-idx)
                   add dup-file-total(f) to cl-total(find-idx)
                   if dup-file-total(f) > cl-largest(find-idx)
                       move dup-file-total(f) to cl-largest(find-idx)
                   end-if
                   add 1 to files-in-clusters
               end-if
           end-perform.

           open output cluster-src-file.
           perform varying f from 1 by 1 until f > dup-files-count
               if cl-members(f) > zero
                   add 1 to clusters-found
                   compute csr-excess = cl-total(f) - cl-largest(f)
                   add csr-excess to excess-total
                   move f to csr-root
                   write cluster-src-record
               end-if
           end-perform.
           close cluster-src-file.

           exit paragraph.

       write-dupes-report.
           open output dupes-report-file.

           move threshold-percent to threshold-display
           move spaces to dupes-report-line
           string 'near-duplicate documents in ' delimited by size
             function trim (cache-file-name trailing)
             delimited by size
             ' - weighted vocabulary overlap of ' delimited by size
             function trim (threshold-display) delimited by size
             ' percent or more' delimited by size
             into dupes-report-line
           write dupes-report-line.

           move dup-files-count to count-display-5
           move pairs-compared to count-display-9
           move spaces to dupes-report-line
           string 'files read: ' delimited by size
             count-display-5 delimited by size
             ', pairs close enough in size to compare: '
             delimited by size
             count-display-9 delimited by size
             into dupes-report-line
           write dupes-report-line.

           if files-too-small > zero
               move files-too-small to count-display-9
               move dup-min-words to count-display-5
               move spaces to dupes-report-line
               string 'files left out as too small to compare (under '
                 delimited by size
                 count-display-5 delimited by size
                 ' words): ' delimited by size
                 count-display-9 delimited by size
                 into dupes-report-line
               write dupes-report-line
           end-if.

           if cache-verified not = 'Y'
               move 'note: the cache is not covered by an output'
                 & ' catalog - read unverified' to dupes-report-line
               write dupes-report-line
           end-if.

           if dup-files-full-yes or vec-full-yes or dict-full-yes
               move 'note: the cache overflowed the comparison tables'
                 & ' - results are incomplete' to dupes-report-line
               write dupes-report-line
           end-if.

           perform write-pair-section.
           perform write-cluster-section.

           close dupes-report-file.

           exit paragraph.

      * Ranked pairs, two lines each: the overlap and the first file,
      * then the second file with the shared and individual totals.
       write-pair-section.
           move spaces to dupes-report-line
           write dupes-report-line.

           move pairs-found to count-display-9
           move spaces to dupes-report-line
           string 'document pairs at or above the threshold: '
             delimited by size
             count-display-9 delimited by size
             into dupes-report-line
           write dupes-report-line.

           open input pair-sorted-file.
           move 0 to is-eof
           perform until is-eof = 1
               read pair-sorted-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   perform write-pair-lines
               end-if
           end-perform.
           close pair-sorted-file.

           exit paragraph.

       write-pair-lines.
           compute overlap-display = psd-overlap / 10.
           move spaces to dupes-report-line
           string '  ' delimited by size
             overlap-display delimited by size
             '%  ' delimited by size
             function trim (dup-file-names(psd-file-a) trailing)
             delimited by size
             into dupes-report-line
           write dupes-report-line.

           move psd-shared to total-display
           move dup-file-total(psd-file-a) to other-display
           move dup-file-total(psd-file-b) to second-display
           move spaces to dupes-report-line
           string '          ' delimited by size
             function trim (dup-file-names(psd-file-b) trailing)
             delimited by size
             into dupes-report-line
           write dupes-report-line.

           move spaces to dupes-report-line
           string '          shared ' delimited by size
             total-display delimited by size
             ' words; totals ' delimited by size
             other-display delimited by size
             ' and ' delimited by size
             second-display delimited by size
             into dupes-report-line
           write dupes-report-line.

           exit paragraph.

      * Clusters, the costliest first, each with its members and the
      * words its copies add beyond one copy of the largest member.
       write-cluster-section.
           move spaces to dupes-report-line
           write dupes-report-line.

           move clusters-found to count-display-5
           move files-in-clusters to count-display-9
           move spaces to dupes-report-line
           string 'duplicate clusters: ' delimited by size
             count-display-5 delimited by size
             ', covering ' delimited by size
             count-display-9 delimited by size
             ' files' delimited by size
             into dupes-report-line
           write dupes-report-line.

           move 0 to clusters-found
           open input cluster-sorted-file.
           move 0 to is-eof
           perform until is-eof = 1
               read cluster-sorted-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   perform write-one-cluster
               end-if
           end-perform.
           close cluster-sorted-file.

           move spaces to dupes-report-line
           write dupes-report-line.

           move excess-total to total-display
           move corpus-total to other-display
           if corpus-total > zero
               compute percent-display rounded =
                 excess-total * 100 / corpus-total
           else
               move zero to percent-display
           end-if.
           move spaces to dupes-report-line
           string 'words added by duplicate copies: ' delimited by size
             total-display delimited by size
             ' of ' delimited by size
             other-display delimited by size
             ' in the aggregate (' delimited by size
             function trim (percent-display) delimited by size
             ' percent)' delimited by size
             into dupes-report-line
           write dupes-report-line.

           exit paragraph.

       write-one-cluster.
           add 1 to clusters-found.
           move spaces to dupes-report-line
           write dupes-report-line.

           move clusters-found to count-display-5
           move cl-members(csd-root) to count-display-9
           move csd-excess to total-display
           move spaces to dupes-report-line
           string 'cluster ' delimited by size
             count-display-5 delimited by size
             ': ' delimited by size
             count-display-9 delimited by size
             ' documents, copies add ' delimited by size
             total-display delimited by size
             ' words' delimited by size
             into dupes-report-line
           write dupes-report-line.

           perform varying f from 1 by 1 until f > dup-files-count
               if dup-file-paired(f) = 'Y'
                 and dup-file-parent(f) = csd-root
                   move dup-file-total(f) to count-display-9
                   move spaces to dupes-report-line
                   string '  ' delimited by size
                     count-display-9 delimited by size
                     ' ' delimited by size
                     function trim (dup-file-names(f) trailing)
                     delimited by size
                     into dupes-report-line
                   write dupes-report-line
               end-if
           end-perform.

           exit paragraph.

      * The refusal replaces the report: one line naming the cache and
      * the difference found, and a nonzero return code.
       refuse-duplicate-report.
           open output dupes-report-file.
           move spaces to dupes-report-line
           string 'refused: ' delimited by size
             function trim (cache-file-name trailing)
             delimited by size
             ' - ' delimited by size
             catalog-mismatch-text delimited by size
             into dupes-report-line
           write dupes-report-line.
           move 'no comparison made - the cache does not match its'
             & ' last promotion; restore it or rerun wordcount'
             to dupes-report-line
           write dupes-report-line.
           close dupes-report-file.
           display 'worddup: refused - '
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
               display 'worddup: output catalog '
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
               display 'worddup: no output catalog entry for '
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
