      * Full-screen maintenance of the run configuration and the
      * reference tables it names: the control file itself (first
      * command-line parameter, or ./wordcount.cfg), the STOPWORDS
      * list, the EQUIV table, the WATCHWORDS list (kept on the
      * control file's WATCHWORDS lines), the ALERTRULES file and the
      * DICTIONARY. A stop-word or equivalence list named on a
      * LANGUAGE line is maintained by giving its name on the menu.
      *
      * Each table is browsed a page at a time and entries are added,
      * changed or deleted by number. An entry is checked before it
      * is taken, against what the run would refuse or quietly
      * mishandle: unknown control verbs, a verb given twice where
      * only the last would count, ROOT directories that do not
      * exist, a malformed PARTITION n OF m or LANGUAGE clause, bad
      * flag and ENCODING values, alert rules the run would not
      * understand (including a non-numeric COUNTGT limit),
      * equivalence rules that repeat a variant or would chain or
      * cycle (the run applies them single-hop), duplicate stop,
      * watch and dictionary words, and a watch word that is also a
      * stop word. Words are compared the way the run compares them,
      * folded when the control file sets CASEFOLD.
      *
      * Every change is written through to its file at once and
      * logged to the maintenance audit file wccfgaud.dat, one line
      * per change: date and time at 1 and 10, user at 17, table at
      * 38, action (ADD, CHANGE, DELETE) at 49, entry number at 56,
      * file at 64, and the entry before and after at 129 and 210.

       copy cblproto.

       identification division.
       program-id. wordcfg.

       environment division.
       input-output section.
       file-control.
       select control-file assign to control-file-name
       organization is line sequential
       file status is control-status.

      * The list file being maintained: stop words, equivalences,
      * alert rules or the dictionary.
       select table-file assign to table-file-name
       organization is line sequential
       file status is table-status.

      * Stop-word lists read for the watch-word check.
       select check-file assign to check-file-name
       organization is line sequential
       file status is check-status.

       select audit-file assign to 'wccfgaud.dat'
       organization is line sequential
       file status is audit-status.

       data division.
       file section.
           fd control-file record contains 80 characters.
       01 control-file-line pic x(80).

           fd table-file record contains 170 characters.
       01 table-file-line pic x(170).

           fd check-file record contains 80 characters.
       01 check-file-line pic x(80).

           fd audit-file record contains 289 characters.
       01 audit-line pic x(289).

       working-storage section.
      * The control file, held line for line (comments and blank
      * lines included) so that it is written back as it was read
      * apart from the change being made.
       01 control-file-name pic x(64) value './wordcount.cfg'.
       01 control-status pic x(2).
       01 control-lines-max pic 9(4) comp-5 value 500.
       01 control-lines pic x(80) occurs 500 times.
       01 control-line-count pic 9(4) comp-5 value zero.
       01 control-keyword pic x(20).
       01 control-value pic x(64).
       01 control-rest pic x(80).
       01 control-ptr pic 9(4) comp-5.
       01 cl pic 9(4) comp-5.

       01 table-file-name pic x(64).
       01 table-status pic x(2).
       01 check-file-name pic x(64).
       01 check-status pic x(2).
       01 audit-status pic x(2).
       01 is-eof pic 9 comp-5.

       01 command-line-arg pic x(64).
       01 command-line-arg-number pic 9(2) value 1.

      * The settings the checks depend on, taken from the control
      * lines whenever they change. As in the run, the last line of
      * a single-valued verb is the one that counts.
       01 casefold-flag pic x value 'N'.
           88 casefold-flag-on value 'Y'.
       01 stop-word-file-name pic x(64) value spaces.
       01 equiv-file-name pic x(64) value spaces.
       01 alert-rules-file-name pic x(64) value spaces.
       01 dictionary-file-name pic x(64) value spaces.
       01 language-max pic 9(4) comp-5 value 10.
       01 language-count pic 9(4) comp-5 value zero.
       01 language-stop-names pic x(64) occurs 10 times.
       01 lg pic 9(4) comp-5.

      * Watch words from every WATCHWORDS line, folded, each with the
      * control line it came from.
       01 watch-words-max pic 9(3) comp-5 value 100.
       01 watch-words pic x(80) occurs 100 times.
       01 watch-word-lines pic 9(4) comp-5 occurs 100 times.
       01 watch-word-count pic 9(3) comp-5 value zero.
       01 watch-skip-line pic 9(4) comp-5 value zero.
       01 wx pic 9(3) comp-5.

      * Every stop word the run would load - the STOPWORDS list and
      * each LANGUAGE list - folded, for the watch-word check.
       01 stop-check-max pic 9(4) comp-5 value 5000.
       01 stop-check-words pic x(80) occurs 5000 times.
       01 stop-check-count pic 9(4) comp-5 value zero.
       01 sc pic 9(4) comp-5.

      * The table being maintained, one entry per line of its file.
       01 table-kind pic x.
           88 table-control value 'C'.
           88 table-stop value 'S'.
           88 table-equiv value 'E'.
           88 table-watch value 'W'.
           88 table-alert value 'A'.
           88 table-dict value 'D'.
       01 table-title pic x(10).
       01 table-loaded pic x value 'N'.
           88 table-loaded-yes value 'Y'.
       01 table-done pic x value 'N'.
           88 table-done-yes value 'Y'.
       01 menu-done pic x value 'N'.
           88 menu-done-yes value 'Y'.
       01 entries-max pic 9(6) comp-5 value 100000.
       01 entries pic x(80) occurs 100000 times.
       01 entry-count pic 9(6) comp-5 value zero.
       01 e pic 9(6) comp-5.
       01 edit-entry-no pic 9(6) comp-5.
       01 new-value pic x(80).
       01 old-value pic x(80).
       01 entry-rejected pic x value 'N'.
           88 entry-rejected-yes value 'Y'.
       01 entry-note pic x(79).
       01 rebuilt-lines pic x(80) occurs 500 times.
       01 rebuilt-count pic 9(4) comp-5.
       01 rebuilt-at pic 9(4) comp-5.
       01 rebuilt-ptr pic 9(4) comp-5.
       01 save-failed pic x value 'N'.
           88 save-failed-yes value 'Y'.
       01 save-failed-status pic x(2).

      * Screen fields.
       01 menu-choice pic x.
       01 menu-file-override pic x(64).
       01 screen-message pic x(79).
       01 cfg-user pic x(20).
       01 page-top pic 9(6) comp-5 value 1.
       01 page-rows pic 9(2) comp-5 value 15.
       01 page-numbers pic z(6)9 occurs 15 times.
       01 page-texts pic x(72) occurs 15 times.
       01 pr pic 9(2) comp-5.
       01 table-action pic x.
       01 table-entry-no pic 9(7).
       01 table-value pic x(80).
       01 entry-count-display pic 9(7).
       01 entry-no-display pic 9(7).

      * Check work areas. Folding is fold-word's from the run: upper
      * case, and leading and trailing punctuation stripped.
       01 word pic x(80).
       01 word-len pic 9(4) comp-5.
       01 p pic 9(2) comp-5.
       01 is-punct pic 9 comp-5.
       01 punct-chars pic x(20) value '.,;:!?"''()[]{}<>-_'.
       01 punct-chars-len pic 9(2) comp-5 value 18.
       01 token-1 pic x(80).
       01 token-2 pic x(80).
       01 token-3 pic x(80).
       01 token-4 pic x(80).
       01 token-len pic 9(4) comp-5.
       01 list-ptr pic 9(4) comp-5.
       01 list-len pic 9(4) comp-5.
       01 digits-text pic x(80).
       01 digits-ok pic x.
       01 partition-number pic 9(4) comp-5.
       01 partition-count pic 9(4) comp-5.
       01 rule-variant pic x(80).
       01 rule-canonical pic x(80).
       01 rule-extra pic x(80).
       01 rule-source pic x(80).
       01 other-variant pic x(80).
       01 other-canonical pic x(80).
       01 root-key pic x(80).
       01 other-key pic x(80).

      * Directory and file existence, the way the run finds out.
       01 dir-handle pointer.
       01 dir-name-pattern.
         10 dir-name-pattern-length pic 9(4) comp-5.
         10 dir-name-pattern-text pic x(64).
       01 search-status pic x(2) comp-5.
       01 exist-file-name pic x(65).
       01 exist-file-details.
         10 exist-file-size pic x(8) comp-x.
         10 exist-file-date pic x(4) comp-x.
         10 exist-file-time pic x(4) comp-x.
       01 exist-status pic x(2) comp-5.

      * Audit record fields.
       01 audit-stamp pic x(21).
       01 audit-action pic x(6).
       01 audit-entry-no pic 9(7).

       screen section.
       01 menu-screen.
         05 blank screen.
         05 line 1 col 1
             value 'wordcfg - run configuration maintenance'.
         05 line 1 col 55 value 'user'.
         05 line 1 col 60 pic x(20) from cfg-user.
         05 line 3 col 1 value 'control file'.
         05 line 3 col 15 pic x(64) from control-file-name.
         05 line 5 col 4 value '1  control file entries'.
         05 line 6 col 4 value '2  stop words          STOPWORDS'.
         05 line 7 col 4 value '3  equivalences        EQUIV'.
         05 line 8 col 4 value '4  watch words         WATCHWORDS'.
         05 line 9 col 4 value '5  alert rules         ALERTRULES'.
         05 line 10 col 4 value '6  dictionary          DICTIONARY'.
         05 line 11 col 4 value 'X  leave'.
         05 line 13 col 1 value 'selection'.
         05 line 13 col 12 pic x using menu-choice.
         05 line 15 col 1 value 'list file'.
         05 line 15 col 12 pic x(64) using menu-file-override.
         05 line 16 col 12
             value 'for 2, 3, 5 or 6 - blank for the file the control'.
         05 line 17 col 12
             value 'file names; give a LANGUAGE list file here to'.
         05 line 18 col 12 value 'maintain that list instead'.
         05 line 24 col 1 pic x(79) from screen-message highlight.

       01 table-screen.
         05 blank screen.
         05 line 1 col 1 value 'wordcfg'.
         05 line 1 col 10 pic x(10) from table-title.
         05 line 1 col 22 pic x(58) from table-file-name.
         05 line 2 col 1 value 'entries'.
         05 line 2 col 9 pic 9(7) from entry-count-display.
         05 line 2 col 55 value 'user'.
         05 line 2 col 60 pic x(20) from cfg-user.
         05 line 3 col 1 value '  entry value'.
         05 line 4 col 1 pic z(6)9 from page-numbers(1).
         05 line 4 col 9 pic x(72) from page-texts(1).
         05 line 5 col 1 pic z(6)9 from page-numbers(2).
         05 line 5 col 9 pic x(72) from page-texts(2).
         05 line 6 col 1 pic z(6)9 from page-numbers(3).
         05 line 6 col 9 pic x(72) from page-texts(3).
         05 line 7 col 1 pic z(6)9 from page-numbers(4).
         05 line 7 col 9 pic x(72) from page-texts(4).
         05 line 8 col 1 pic z(6)9 from page-numbers(5).
         05 line 8 col 9 pic x(72) from page-texts(5).
         05 line 9 col 1 pic z(6)9 from page-numbers(6).
         05 line 9 col 9 pic x(72) from page-texts(6).
         05 line 10 col 1 pic z(6)9 from page-numbers(7).
         05 line 10 col 9 pic x(72) from page-texts(7).
         05 line 11 col 1 pic z(6)9 from page-numbers(8).
         05 line 11 col 9 pic x(72) from page-texts(8).
         05 line 12 col 1 pic z(6)9 from page-numbers(9).
         05 line 12 col 9 pic x(72) from page-texts(9).
         05 line 13 col 1 pic z(6)9 from page-numbers(10).
         05 line 13 col 9 pic x(72) from page-texts(10).
         05 line 14 col 1 pic z(6)9 from page-numbers(11).
         05 line 14 col 9 pic x(72) from page-texts(11).
         05 line 15 col 1 pic z(6)9 from page-numbers(12).
         05 line 15 col 9 pic x(72) from page-texts(12).
         05 line 16 col 1 pic z(6)9 from page-numbers(13).
         05 line 16 col 9 pic x(72) from page-texts(13).
         05 line 17 col 1 pic z(6)9 from page-numbers(14).
         05 line 17 col 9 pic x(72) from page-texts(14).
         05 line 18 col 1 pic z(6)9 from page-numbers(15).
         05 line 18 col 9 pic x(72) from page-texts(15).
         05 line 20 col 1 value 'action'.
         05 line 20 col 8 pic x using table-action.
         05 line 20 col 11 value 'A add  C change  D delete  '.
         05 line 20 col 38
             value 'F forward  B back  T top  L locate  X exit'.
         05 line 21 col 1 value 'entry'.
         05 line 21 col 8 pic 9(7) using table-entry-no.
         05 line 21 col 17
             value 'C with no value brings the entry up to edit'.
         05 line 22 col 1 value 'value'.
         05 line 23 col 1 pic x(80) using table-value.
         05 line 24 col 1 pic x(79) from screen-message highlight.

       procedure division.
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

           perform identify-user.
           perform load-control-lines.
           perform scan-control-settings.

           perform run-menu until menu-done-yes.

           stop run.

      * The user the audit trail names: USERNAME on Windows, USER
      * elsewhere.
       identify-user.
           move spaces to cfg-user
           display 'USERNAME' upon environment-name
           accept cfg-user from environment-value
               on exception
                   move spaces to cfg-user
           end-accept.
           if cfg-user = spaces
               display 'USER' upon environment-name
               accept cfg-user from environment-value
                   on exception
                       move 'UNKNOWN' to cfg-user
               end-accept
           end-if.
           if cfg-user = spaces
               move 'UNKNOWN' to cfg-user
           end-if.

           exit paragraph.

      * A missing control file is not an error: it is created with
      * its first entry.
       load-control-lines.
           move zero to control-line-count
           open input control-file.
           if control-status not = '00'
               move spaces to screen-message
               string 'control file not found - it is created with '
                 delimited by size
                 'its first entry' delimited by size
                 into screen-message
               exit paragraph
           end-if.

           move 0 to is-eof
           perform until is-eof = 1
               read control-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   if control-line-count = control-lines-max
                       display 'wordcfg: '
                         function trim (control-file-name trailing)
                         ' has more than ' control-lines-max
                         ' lines - aborting'
                       stop run with error status 1
                   end-if
                   add 1 to control-line-count
                   move control-file-line
                     to control-lines(control-line-count)
               end-if
           end-perform.

           close control-file.

           exit paragraph.

       write-control-file.
           open output control-file.
           if control-status not = '00'
               move 'Y' to save-failed
               move control-status to save-failed-status
               exit paragraph
           end-if.
           perform varying cl from 1 by 1
             until cl > control-line-count
               move control-lines(cl) to control-file-line
               write control-file-line
           end-perform.
           close control-file.

           exit paragraph.

      * The settings the checks need, and the stop words every list
      * the run would load holds.
       scan-control-settings.
           move 'N' to casefold-flag
           move spaces to stop-word-file-name equiv-file-name
             alert-rules-file-name dictionary-file-name
           move zero to language-count.

           perform varying cl from 1 by 1
             until cl > control-line-count
               move control-lines(cl) to new-value
               perform split-control-line
               evaluate control-keyword
                   when 'CASEFOLD'
                       move function upper-case (control-value(1:1))
                         to casefold-flag
                   when 'STOPWORDS'
                       move control-value to stop-word-file-name
                   when 'EQUIV'
                       move control-value to equiv-file-name
                   when 'ALERTRULES'
                       move control-value to alert-rules-file-name
                   when 'DICTIONARY'
                       move control-value to dictionary-file-name
                   when 'LANGUAGE'
                       perform split-language-clause
                       if language-count < language-max
                         and token-2 not = spaces
                           add 1 to language-count
                           move token-2
                             to language-stop-names(language-count)
                       end-if
               end-evaluate
           end-perform.

      * Watch words are folded under the final CASEFOLD setting,
      * wherever CASEFOLD stands in the file.
           move zero to watch-skip-line
           perform collect-watch-words.
           perform load-stop-check.

           exit paragraph.

      * Keyword and value of the control line in new-value, taken the
      * way the run takes them.
       split-control-line.
           move spaces to control-keyword control-value control-rest
           if new-value = spaces or new-value(1:1) = '*'
               exit paragraph
           end-if.

           move 1 to control-ptr
           unstring new-value delimited by space
             into control-keyword with pointer control-ptr.
           move function upper-case (control-keyword)
             to control-keyword.
           if control-ptr <= 80
               move function trim (new-value(control-ptr:))
                 to control-value
               move function trim (new-value(control-ptr:))
                 to control-rest
           end-if.

           exit paragraph.

       split-language-clause.
           move spaces to token-1 token-2 token-3 token-4
           unstring control-rest delimited by all space
             into token-1 token-2 token-3 token-4.

           exit paragraph.

      * Every watch word on the control file's WATCHWORDS lines but
      * the line being edited (watch-skip-line, zero for none).
       collect-watch-words.
           move zero to watch-word-count
           perform varying cl from 1 by 1
             until cl > control-line-count
               if cl not = watch-skip-line
                   move control-lines(cl) to new-value
                   perform split-control-line
                   if control-keyword = 'WATCHWORDS'
                       perform collect-watch-line
                   end-if
               end-if
           end-perform.
           move spaces to new-value.

           exit paragraph.

       collect-watch-line.
           move 1 to list-ptr
           move function length (function trim (control-value
             trailing)) to list-len.
           perform until list-ptr > list-len
               move spaces to word
               unstring control-value delimited by ','
                 into word with pointer list-ptr
               move function trim (word) to word
               perform fold-check-word
               if word not = spaces
                 and watch-word-count < watch-words-max
                   add 1 to watch-word-count
                   move word to watch-words(watch-word-count)
                   move cl to watch-word-lines(watch-word-count)
               end-if
           end-perform.

           exit paragraph.

       load-stop-check.
           move zero to stop-check-count
           if stop-word-file-name not = spaces
               move stop-word-file-name to check-file-name
               perform load-one-stop-check
           end-if.
           perform varying lg from 1 by 1 until lg > language-count
               move language-stop-names(lg) to check-file-name
               perform load-one-stop-check
           end-perform.

           exit paragraph.

       load-one-stop-check.
           open input check-file.
           if check-status not = '00'
               exit paragraph
           end-if.

           move 0 to is-eof
           perform until is-eof = 1
               read check-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0 and check-file-line not = spaces
                 and stop-check-count < stop-check-max
                   move check-file-line to word
                   perform fold-check-word
                   if word not = spaces
                       add 1 to stop-check-count
                       move word to stop-check-words(stop-check-count)
                   end-if
               end-if
           end-perform.

           close check-file.

           exit paragraph.

       run-menu.
           move spaces to menu-choice
           perform show-menu-screen.
           move spaces to screen-message.

           evaluate function upper-case (menu-choice)
               when '1'
                   move 'C' to table-kind
                   move 'CONTROL' to table-title
                   perform maintain-table
               when '2'
                   move 'S' to table-kind
                   move 'STOPWORDS' to table-title
                   perform maintain-table
               when '3'
                   move 'E' to table-kind
                   move 'EQUIV' to table-title
                   perform maintain-table
               when '4'
                   move 'W' to table-kind
                   move 'WATCHWORDS' to table-title
                   perform maintain-table
               when '5'
                   move 'A' to table-kind
                   move 'ALERTRULES' to table-title
                   perform maintain-table
               when '6'
                   move 'D' to table-kind
                   move 'DICTIONARY' to table-title
                   perform maintain-table
               when 'X'
                   move 'Y' to menu-done
               when other
                   move 'choose 1 to 6, or X to leave'
                     to screen-message
           end-evaluate.

           exit paragraph.

       show-menu-screen.
           display menu-screen.
           accept menu-screen.

           exit paragraph.

       maintain-table.
           perform open-table.
           if not table-loaded-yes
               exit paragraph
           end-if.

           move spaces to menu-file-override
           move 1 to page-top
           move 'N' to table-done
           perform run-table-screen until table-done-yes.
           move spaces to screen-message.

           exit paragraph.

      * Load the chosen table into entries. The control file and the
      * watch words come from the control lines already held; the
      * list files are read from disk.
       open-table.
           move 'N' to table-loaded
           move zero to entry-count.

           evaluate true
               when table-control
                   move control-file-name to table-file-name
                   perform varying cl from 1 by 1
                     until cl > control-line-count
                       add 1 to entry-count
                       move control-lines(cl) to entries(entry-count)
                   end-perform
                   move 'Y' to table-loaded
               when table-watch
                   move control-file-name to table-file-name
                   perform varying wx from 1 by 1
                     until wx > watch-word-count
                       add 1 to entry-count
                       move watch-words(wx) to entries(entry-count)
                   end-perform
                   move 'Y' to table-loaded
               when other
                   move menu-file-override to table-file-name
                   if table-file-name = spaces
                       evaluate true
                           when table-stop
                               move stop-word-file-name
                                 to table-file-name
                           when table-equiv
                               move equiv-file-name to table-file-name
                           when table-alert
                               move alert-rules-file-name
                                 to table-file-name
                           when table-dict
                               move dictionary-file-name
                                 to table-file-name
                       end-evaluate
                   end-if
                   if table-file-name = spaces
                       move spaces to screen-message
                       string 'the control file names no '
                         delimited by size
                         function trim (table-title trailing)
                         delimited by size
                         ' file - add one, or give a list file'
                         delimited by size
                         into screen-message
                       exit paragraph
                   end-if
                   perform load-table-file
           end-evaluate.

           exit paragraph.

      * A list line too long for the screen's entry would be cut
      * short when the file is written back, so such a file is not
      * opened for maintenance.
       load-table-file.
           open input table-file.
           if table-status = '35'
               move 'Y' to table-loaded
               move 'new file - it is created with its first entry'
                 to screen-message
               exit paragraph
           end-if.
           if table-status not = '00'
               move spaces to screen-message
               string 'cannot open ' delimited by size
                 function trim (table-file-name trailing)
                 delimited by size
                 ' (status ' delimited by size
                 table-status delimited by size
                 ')' delimited by size
                 into screen-message
               exit paragraph
           end-if.

           move 'Y' to table-loaded
           move 0 to is-eof
           perform until is-eof = 1
               read table-file
                   at end
                       move 1 to is-eof
               end-read
               if is-eof = 0
                   if table-file-line(81:) not = spaces
                       move 'N' to table-loaded
                       move entry-count to entry-no-display
                       add 1 to entry-no-display
                       move spaces to screen-message
                       string 'line ' delimited by size
                         entry-no-display delimited by size
                         ' is longer than 80 characters - edit '
                         delimited by size
                         'this file by hand' delimited by size
                         into screen-message
                       move 1 to is-eof
                   else
                       if entry-count = entries-max
                           move 'N' to table-loaded
                           move 'file has more entries than the '
                             & 'table holds - edit it by hand'
                             to screen-message
                           move 1 to is-eof
                       else
                           add 1 to entry-count
                           move table-file-line
                             to entries(entry-count)
                       end-if
                   end-if
               end-if
           end-perform.

           close table-file.

           exit paragraph.

       run-table-screen.
           perform fill-page.
           move entry-count to entry-count-display.
           move space to table-action.
           perform show-table-screen.
           move spaces to screen-message.

           evaluate function upper-case (table-action)
               when 'A'
                   perform add-entry
               when 'C'
                   perform change-entry
               when 'D'
                   perform delete-entry
               when 'F'
                   if page-top + page-rows <= entry-count
                       add page-rows to page-top
                   else
                       move 'last page' to screen-message
                   end-if
               when 'B'
                   if page-top > page-rows
                       subtract page-rows from page-top
                   else
                       move 1 to page-top
                   end-if
               when 'T'
                   move 1 to page-top
               when 'L'
                   perform locate-entry
               when 'X'
                   move 'Y' to table-done
               when space
                   continue
               when other
                   move 'unknown action - use A, C, D, F, B, T, L or X'
                     to screen-message
           end-evaluate.

           exit paragraph.

       show-table-screen.
           display table-screen.
           accept table-screen.

           exit paragraph.

       fill-page.
           perform varying pr from 1 by 1 until pr > page-rows
               compute e = page-top + pr - 1
               if e <= entry-count
                   move e to page-numbers(pr)
                   move entries(e) to page-texts(pr)
               else
                   move zero to page-numbers(pr)
                   move spaces to page-texts(pr)
               end-if
           end-perform.

           exit paragraph.

       add-entry.
           if table-value = spaces
               move 'give the new entry in the value field'
                 to screen-message
               exit paragraph
           end-if.
           if entry-count = entries-max
             or (table-control and entry-count = control-lines-max)
             or (table-watch and entry-count = watch-words-max)
               move 'the table is full' to screen-message
               exit paragraph
           end-if.

           move zero to edit-entry-no
           move table-value to new-value
           perform validate-entry.
           if entry-rejected-yes
               exit paragraph
           end-if.

           add 1 to entry-count
           move new-value to entries(entry-count)
           move spaces to old-value
           move 'ADD' to audit-action
           move entry-count to audit-entry-no
           perform save-table.
           if save-failed-yes
               exit paragraph
           end-if.

           move entry-count to entry-no-display
           move spaces to screen-message
           string 'entry ' delimited by size
             entry-no-display delimited by size
             ' added' delimited by size
             entry-note delimited by size
             into screen-message.
           move spaces to table-value.
           if entry-count > page-rows
               compute page-top = entry-count - page-rows + 1
           end-if.

           exit paragraph.

      * With no value given the entry is brought up for editing; the
      * edited value is taken by a second C.
       change-entry.
           perform take-entry-number.
           if entry-rejected-yes
               exit paragraph
           end-if.

           if table-value = spaces
               move entries(edit-entry-no) to table-value
               move 'edit the value and enter C again to change it'
                 to screen-message
               exit paragraph
           end-if.
           if table-value = entries(edit-entry-no)
               move 'no change' to screen-message
               exit paragraph
           end-if.

           move table-value to new-value
           perform validate-entry.
           if entry-rejected-yes
               exit paragraph
           end-if.

           move entries(edit-entry-no) to old-value
           move new-value to entries(edit-entry-no)
           move 'CHANGE' to audit-action
           move edit-entry-no to audit-entry-no
           perform save-table.
           if save-failed-yes
               exit paragraph
           end-if.

           move edit-entry-no to entry-no-display
           move spaces to screen-message
           string 'entry ' delimited by size
             entry-no-display delimited by size
             ' changed' delimited by size
             entry-note delimited by size
             into screen-message.
           move spaces to table-value.

           exit paragraph.

       delete-entry.
           perform take-entry-number.
           if entry-rejected-yes
               exit paragraph
           end-if.

           move entries(edit-entry-no) to old-value
           perform varying e from edit-entry-no by 1
             until e >= entry-count
               move entries(e + 1) to entries(e)
           end-perform.
           subtract 1 from entry-count.

           move spaces to new-value
           move 'DELETE' to audit-action
           move edit-entry-no to audit-entry-no
           perform save-table.
           if save-failed-yes
               exit paragraph
           end-if.

           move edit-entry-no to entry-no-display
           move spaces to screen-message
           string 'entry ' delimited by size
             entry-no-display delimited by size
             ' deleted: ' delimited by size
             function trim (old-value trailing) delimited by size
             into screen-message.
           move spaces to table-value.
           if page-top > entry-count and page-top > page-rows
               subtract page-rows from page-top
           end-if.

           exit paragraph.

       take-entry-number.
           move 'N' to entry-rejected
           if table-entry-no = zero or table-entry-no > entry-count
               move 'give the number of an entry on the table'
                 to screen-message
               move 'Y' to entry-rejected
               exit paragraph
           end-if.
           move table-entry-no to edit-entry-no.

           exit paragraph.

      * Position the page on the first entry starting with the value
      * given, in either case.
       locate-entry.
           if table-value = spaces
               move 'give the start of the entry to find'
                 to screen-message
               exit paragraph
           end-if.

           move function length (function trim (table-value
             trailing)) to token-len.
           perform varying e from 1 by 1
             until e > entry-count
             or function upper-case (entries(e)(1:token-len)) =
                function upper-case (table-value(1:token-len))
           end-perform.
           if e > entry-count
               move 'not found' to screen-message
           else
               move e to page-top
               move spaces to table-value
           end-if.

           exit paragraph.

      * Write the table back to its file and log the change. The
      * audit file is opened first, so a change is never on disk
      * without its audit line; a file that cannot be rewritten is
      * reported, the table is read back as it stands on disk and
      * nothing is logged. The settings are taken again, since a
      * control-file change can name other lists.
       save-table.
           move 'N' to save-failed
           perform open-audit-file.

           evaluate true
               when table-control
                   perform varying cl from 1 by 1
                     until cl > entry-count
                       move entries(cl) to control-lines(cl)
                   end-perform
                   move entry-count to control-line-count
                   perform write-control-file
               when table-watch
                   perform rebuild-watch-lines
                   perform write-control-file
               when other
                   open output table-file
                   if table-status not = '00'
                       move 'Y' to save-failed
                       move table-status to save-failed-status
                   else
                       perform varying e from 1 by 1
                         until e > entry-count
                           move entries(e) to table-file-line
                           write table-file-line
                       end-perform
                       close table-file
                   end-if
           end-evaluate.

           if save-failed-yes
               close audit-file
               perform reload-table
               move spaces to screen-message
               string 'cannot write ' delimited by size
                 function trim (table-file-name trailing)
                 delimited by size
                 ' (status ' delimited by size
                 save-failed-status delimited by size
                 ') - change not made' delimited by size
                 into screen-message
               exit paragraph
           end-if.

           perform write-audit-record.
           perform scan-control-settings.

           exit paragraph.

      * After a failed rewrite: the table as it stands on disk.
       reload-table.
           if table-control or table-watch
               perform load-control-lines
               perform scan-control-settings
               perform open-table
           else
               move zero to entry-count
               perform load-table-file
           end-if.
           if not table-loaded-yes
               move 'Y' to table-done
           end-if.
           if page-top > entry-count
               move 1 to page-top
           end-if.

           exit paragraph.

      * Replace the control file's WATCHWORDS lines with the watch
      * table, packed comma-separated onto as few lines as fit, where
      * the first of them stood (or at the end).
       rebuild-watch-lines.
           move zero to rebuilt-count rebuilt-at
           perform varying cl from 1 by 1
             until cl > control-line-count
               move control-lines(cl) to new-value
               perform split-control-line
               if control-keyword = 'WATCHWORDS'
                   if rebuilt-at = zero
                       perform pack-watch-lines
                       move 1 to rebuilt-at
                   end-if
               else
                   add 1 to rebuilt-count
                   move control-lines(cl)
                     to rebuilt-lines(rebuilt-count)
               end-if
           end-perform.
           if rebuilt-at = zero
               perform pack-watch-lines
           end-if.

           perform varying cl from 1 by 1 until cl > rebuilt-count
               move rebuilt-lines(cl) to control-lines(cl)
           end-perform.
           move rebuilt-count to control-line-count.
           move spaces to new-value.

           exit paragraph.

       pack-watch-lines.
           move spaces to control-rest
           move 1 to rebuilt-ptr
           perform varying e from 1 by 1 until e > entry-count
               move function length (function trim (entries(e)
                 trailing)) to token-len
               if rebuilt-ptr > 1
                 and rebuilt-ptr + token-len + 12 > 80
                   perform write-packed-watch-line
               end-if
               if rebuilt-ptr > 1
                   string ',' delimited by size
                     into control-rest with pointer rebuilt-ptr
               end-if
               string entries(e)(1:token-len) delimited by size
                 into control-rest with pointer rebuilt-ptr
           end-perform.
           if rebuilt-ptr > 1
               perform write-packed-watch-line
           end-if.

           exit paragraph.

       write-packed-watch-line.
           add 1 to rebuilt-count
           move spaces to rebuilt-lines(rebuilt-count)
           string 'WATCHWORDS ' delimited by size
             control-rest delimited by size
             into rebuilt-lines(rebuilt-count).
           move spaces to control-rest
           move 1 to rebuilt-ptr.

           exit paragraph.

      * Check new-value for the table being maintained. A rejected
      * entry leaves its reason in screen-message; an accepted one
      * may leave a note to show with the confirmation.
       validate-entry.
           move 'N' to entry-rejected
           move spaces to entry-note.

           evaluate true
               when table-control
                   perform check-control-entry
               when table-stop
                   perform check-stop-entry
               when table-equiv
                   perform check-equiv-entry
               when table-watch
                   perform check-watch-entry
               when table-alert
                   perform check-alert-entry
               when table-dict
                   perform check-dict-entry
           end-evaluate.

           exit paragraph.

       reject-entry.
           move 'Y' to entry-rejected.

           exit paragraph.

      * A control line: a known verb in column 1 and a value the run
      * would take as meant.
       check-control-entry.
           if new-value(1:1) = '*'
               exit paragraph
           end-if.
           if new-value(1:1) = space
               move 'a control line starts with its verb in column 1'
                 & ' - the run ignores it otherwise'
                 to screen-message
               perform reject-entry
               exit paragraph
           end-if.

           perform split-control-line.
           if control-keyword not = 'LANGUAGE'
             and function length (function trim (control-rest
               trailing)) > 64
               move 'value longer than 64 characters - the run '
                 & 'would cut it short' to screen-message
               perform reject-entry
               exit paragraph
           end-if.
           if control-value = spaces
               move spaces to screen-message
               string function trim (control-keyword trailing)
                 delimited by size
                 ' needs a value' delimited by size
                 into screen-message
               perform reject-entry
               exit paragraph
           end-if.

           evaluate control-keyword
               when 'ROOT'
                   perform check-root-option
               when 'TOPN'
                   move control-value to digits-text
                   perform check-digits
                   if digits-ok = 'N'
                     or function length (function trim (control-value
                       trailing)) > 6
                       move 'TOPN takes a number of up to 6 digits'
                         to screen-message
                       perform reject-entry
                   end-if
               when 'CASEFOLD'
               when 'FORCEFULL'
               when 'PHRASES'
               when 'FULLINDEX'
               when 'EXPORT'
               when 'DRYRUN'
               when 'SENSITIVE'
                   if function upper-case (control-value(1:1))
                     not = 'Y' and
                     function upper-case (control-value(1:1))
                     not = 'N'
                       move spaces to screen-message
                       string function trim (control-keyword trailing)
                         delimited by size
                         ' takes Y or N' delimited by size
                         into screen-message
                       perform reject-entry
                   end-if
               when 'ENCODING'
                   move function upper-case (control-value) to token-1
                   if token-1 not = 'NATIVE' and token-1 not = 'UTF8'
                     and token-1 not = 'CP850'
                       move 'ENCODING takes NATIVE, UTF8 or CP850'
                         to screen-message
                       perform reject-entry
                   end-if
               when 'STOPWORDS'
               when 'EQUIV'
               when 'ALERTRULES'
               when 'DICTIONARY'
               when 'MANIFEST'
               when 'DISTRIBUTION'
                   move control-value to exist-file-name
                   perform check-file-exists
               when 'EXTENSIONS'
                   continue
               when 'WATCHWORDS'
                   perform check-watch-option
               when 'PARTITION'
                   perform check-partition-option
               when 'LANGUAGE'
                   perform check-language-option
               when other
                   move spaces to screen-message
                   string 'unknown control verb ' delimited by size
                     function trim (control-keyword trailing)
                     delimited by size
                     ' - the run would ignore it' delimited by size
                     into screen-message
                   perform reject-entry
           end-evaluate.
           if entry-rejected-yes
               exit paragraph
           end-if.
           move table-value to new-value
           perform split-control-line.

      * Only the last line of a single-valued verb counts in the run,
      * so a second one is refused; ROOT, EXTENSIONS, WATCHWORDS and
      * LANGUAGE lines add up.
           if control-keyword not = 'ROOT'
             and control-keyword not = 'EXTENSIONS'
             and control-keyword not = 'WATCHWORDS'
             and control-keyword not = 'LANGUAGE'
               move control-keyword to token-1
               perform varying cl from 1 by 1
                 until cl > entry-count or entry-rejected-yes
                   if cl not = edit-entry-no
                       move entries(cl) to new-value
                       perform split-control-line
                       if control-keyword = token-1
                           move cl to entry-no-display
                           move spaces to screen-message
                           string function trim (token-1 trailing)
                             delimited by size
                             ' is already set at entry '
                             delimited by size
                             entry-no-display delimited by size
                             ' - change that entry' delimited by size
                             into screen-message
                           perform reject-entry
                       end-if
                   end-if
               end-perform
               move table-value to new-value
           end-if.

           exit paragraph.

      * The directory must exist, found the way the run's walk finds
      * it, and must not be a root already configured.
       check-root-option.
           move control-value to dir-name-pattern-text
           move function length (function trim (dir-name-pattern-text
             trailing)) to dir-name-pattern-length.
           call 'CBL_DIR_SCAN_START' using dir-handle
                                           dir-name-pattern
                                           3
                                           4
                                 returning search-status.
           if search-status <> zero
               move spaces to screen-message
               string 'ROOT directory ' delimited by size
                 function trim (control-value trailing)
                 delimited by size
                 ' does not exist' delimited by size
                 into screen-message
               perform reject-entry
               exit paragraph
           end-if.
           call 'CBL_DIR_SCAN_END' using dir-handle
                               returning search-status.

           move control-value to root-key
           perform trim-root-key
           move root-key to token-2
           perform varying cl from 1 by 1
             until cl > entry-count or entry-rejected-yes
               if cl not = edit-entry-no
                   move entries(cl) to new-value
                   perform split-control-line
                   if control-keyword = 'ROOT'
                       move control-value to root-key
                       perform trim-root-key
                       if root-key = token-2
                           move cl to entry-no-display
                           move spaces to screen-message
                           string 'this ROOT is already at entry '
                             delimited by size
                             entry-no-display delimited by size
                             into screen-message
                           perform reject-entry
                       end-if
                   end-if
               end-if
           end-perform.
           move table-value to new-value.

           exit paragraph.

      * Trailing separators do not change a directory, as in the run.
       trim-root-key.
           move function length (function trim (root-key trailing))
             to token-len.
           perform until token-len <= 1
             or (root-key(token-len:1) not = '/'
               and root-key(token-len:1) not = '\')
               move space to root-key(token-len:1)
               subtract 1 from token-len
           end-perform.

           exit paragraph.

       check-partition-option.
           move spaces to token-1 token-2 token-3 token-4
           unstring control-value delimited by all space
             into token-1 token-2 token-3 token-4.
           move 'Y' to digits-ok
           move token-1 to digits-text
           perform check-digits
           if digits-ok = 'Y'
               move token-3 to digits-text
               perform check-digits
           end-if.
           if digits-ok = 'Y'
               move function numval (token-1) to partition-number
               move function numval (token-3) to partition-count
           end-if.

           if digits-ok = 'N'
             or function upper-case (token-2) not = 'OF'
             or token-4 not = spaces
             or partition-number < 1
             or partition-count < 1
             or partition-number > partition-count
             or partition-count > 9
               move 'PARTITION takes n OF m, with n from 1 to m and '
                 & 'm up to 9' to screen-message
               perform reject-entry
           end-if.

           exit paragraph.

      * LANGUAGE <code> <stop-word file> [<equivalence file>], the
      * code unique and not UND.
       check-language-option.
           perform split-language-clause.
           if token-2 = spaces
             or token-4 not = spaces
             or token-1(9:) not = spaces
             or function upper-case (token-1) = 'UND'
               move 'LANGUAGE takes code stop-file [equiv-file], the '
                 & 'code up to 8 characters, not UND' to screen-message
               perform reject-entry
               exit paragraph
           end-if.

           move function upper-case (token-1) to other-key
           perform varying cl from 1 by 1
             until cl > entry-count or entry-rejected-yes
               if cl not = edit-entry-no
                   move entries(cl) to new-value
                   perform split-control-line
                   if control-keyword = 'LANGUAGE'
                       perform split-language-clause
                       if function upper-case (token-1) = other-key
                           move cl to entry-no-display
                           move spaces to screen-message
                           string 'LANGUAGE ' delimited by size
                             function trim (other-key trailing)
                             delimited by size
                             ' is already at entry ' delimited by size
                             entry-no-display delimited by size
                             into screen-message
                           perform reject-entry
                       end-if
                   end-if
               end-if
           end-perform.
           move table-value to new-value.
           if entry-rejected-yes
               exit paragraph
           end-if.

           perform split-control-line
           perform split-language-clause
           move token-2 to exist-file-name
           perform check-file-exists.
           if token-3 not = spaces and entry-note = spaces
               move token-3 to exist-file-name
               perform check-file-exists
           end-if.

           exit paragraph.

      * A named file that does not exist yet is taken, with a note:
      * it may be about to be created here.
       check-file-exists.
           call 'CBL_CHECK_FILE_EXIST' using exist-file-name
                                             exist-file-details
                                   returning exist-status.
           if exist-status not = zero
               move spaces to entry-note
               string ' - note: ' delimited by size
                 function trim (exist-file-name trailing)
                 delimited by size
                 ' does not exist yet' delimited by size
                 into entry-note
           end-if.

           exit paragraph.

      * Each word of a WATCHWORDS line: not a stop word, and not on
      * another WATCHWORDS line or earlier on this one.
       check-watch-option.
           move edit-entry-no to watch-skip-line
           perform collect-watch-words.
           move table-value to new-value
           perform split-control-line.

           move 1 to list-ptr
           move function length (function trim (control-value
             trailing)) to list-len.
           perform until list-ptr > list-len or entry-rejected-yes
               move spaces to word
               unstring control-value delimited by ','
                 into word with pointer list-ptr
               move function trim (word) to word
               perform fold-check-word
               if word not = spaces
                   perform check-watch-word
                   if not entry-rejected-yes
                     and watch-word-count < watch-words-max
                       add 1 to watch-word-count
                       move word to watch-words(watch-word-count)
                       move zero to watch-word-lines(watch-word-count)
                   end-if
               end-if
           end-perform.

           move zero to watch-skip-line
           perform collect-watch-words.
           move table-value to new-value.

           exit paragraph.

      * The folded word in word against the watch list and every
      * stop-word list.
       check-watch-word.
           perform varying wx from 1 by 1
             until wx > watch-word-count or watch-words(wx) = word
           end-perform.
           if wx <= watch-word-count
               move spaces to screen-message
               string function trim (word trailing) delimited by size
                 ' is already a watch word' delimited by size
                 into screen-message
               perform reject-entry
               exit paragraph
           end-if.

           perform varying sc from 1 by 1
             until sc > stop-check-count or stop-check-words(sc) = word
           end-perform.
           if sc <= stop-check-count
               move spaces to screen-message
               string function trim (word trailing) delimited by size
                 ' is a stop word - it would be reported but never '
                 delimited by size
                 'counted' delimited by size
                 into screen-message
               perform reject-entry
           end-if.

           exit paragraph.

      * The watch table: one word per entry, checked like a word of a
      * WATCHWORDS line.
       check-watch-entry.
           perform check-single-word.
           if entry-rejected-yes
               exit paragraph
           end-if.
           move zero to token-len
           inspect new-value tallying token-len for all ','
           if token-len > zero
               move 'a watch word cannot hold a comma' to screen-message
               perform reject-entry
               exit paragraph
           end-if.

           perform varying wx from 1 by 1
             until wx > entry-count or entry-rejected-yes
               if wx not = edit-entry-no
                   move entries(wx) to other-key
                   if other-key = word
                       move wx to entry-no-display
                       move spaces to screen-message
                       string function trim (word trailing)
                         delimited by size
                         ' is already a watch word at entry '
                         delimited by size
                         entry-no-display delimited by size
                         into screen-message
                       perform reject-entry
                   end-if
               end-if
           end-perform.
           if entry-rejected-yes
               exit paragraph
           end-if.

           perform varying sc from 1 by 1
             until sc > stop-check-count or stop-check-words(sc) = word
           end-perform.
           if sc <= stop-check-count
               move spaces to screen-message
               string function trim (word trailing) delimited by size
                 ' is a stop word - it would be reported but never '
                 delimited by size
                 'counted' delimited by size
                 into screen-message
               perform reject-entry
               exit paragraph
           end-if.

      * Held folded, the way the run will compare it.
           move word to new-value.

           exit paragraph.

      * A stop word: one word, not already on the list, and not a
      * watch word.
       check-stop-entry.
           perform check-single-word.
           if entry-rejected-yes
               exit paragraph
           end-if.

           move word to token-1
           perform varying e from 1 by 1
             until e > entry-count or entry-rejected-yes
               if e not = edit-entry-no
                   move entries(e) to word
                   move function trim (word) to word
                   perform fold-check-word
                   if word = token-1
                       move e to entry-no-display
                       move spaces to screen-message
                       string function trim (token-1 trailing)
                         delimited by size
                         ' is already a stop word at entry '
                         delimited by size
                         entry-no-display delimited by size
                         into screen-message
                       perform reject-entry
                   end-if
               end-if
           end-perform.
           if entry-rejected-yes
               exit paragraph
           end-if.

           perform varying wx from 1 by 1
             until wx > watch-word-count or watch-words(wx) = token-1
           end-perform.
           if wx <= watch-word-count
               move spaces to screen-message
               string function trim (token-1 trailing)
                 delimited by size
                 ' is a watch word - it would be reported but never '
                 delimited by size
                 'counted' delimited by size
                 into screen-message
               perform reject-entry
           end-if.

           exit paragraph.

      * A dictionary word: one word, not already in the dictionary.
      * Comment lines are taken as they are.
       check-dict-entry.
           if new-value(1:1) = '*'
               exit paragraph
           end-if.
           perform check-single-word.
           if entry-rejected-yes
               exit paragraph
           end-if.

           move word to token-1
           perform varying e from 1 by 1
             until e > entry-count or entry-rejected-yes
               if e not = edit-entry-no
                 and entries(e)(1:1) not = '*'
                   move entries(e) to word
                   move function trim (word) to word
                   perform fold-check-word
                   if word = token-1
                       move e to entry-no-display
                       move spaces to screen-message
                       string function trim (token-1 trailing)
                         delimited by size
                         ' is already in the dictionary at entry '
                         delimited by size
                         entry-no-display delimited by size
                         into screen-message
                       perform reject-entry
                   end-if
               end-if
           end-perform.

           exit paragraph.

      * new-value as one word, folded into word; token-len is its
      * length. The run matches list entries against single words,
      * so an entry with a blank inside would never match.
       check-single-word.
           move function trim (new-value) to word
           move function length (function trim (word trailing))
             to token-len.
           move zero to list-len
           inspect word(1:token-len) tallying list-len for all space
           if list-len > zero
               move 'one word per entry - the run matches single '
                 & 'words only' to screen-message
               perform reject-entry
               exit paragraph
           end-if.

           perform fold-check-word.
           if word = spaces
               move 'the entry is only punctuation - it would fold '
                 & 'to nothing' to screen-message
               perform reject-entry
           end-if.

           exit paragraph.

      * An equivalence rule, variant = canonical. The run applies
      * rules single-hop, first match wins, so a variant given twice,
      * a canonical that is itself a variant (a chain) and a pair of
      * rules undoing each other (a cycle) are all refused.
       check-equiv-entry.
           if new-value(1:1) = '*'
               exit paragraph
           end-if.

           move new-value to rule-source
           perform split-equiv-rule.
           if rule-variant = spaces or rule-canonical = spaces
             or rule-extra not = spaces
               move 'an equivalence rule is variant = canonical'
                 to screen-message
               perform reject-entry
               exit paragraph
           end-if.
           move rule-variant to token-1
           move rule-canonical to token-2.
           if token-1 = token-2
               move 'the rule maps a word to itself' to screen-message
               perform reject-entry
               exit paragraph
           end-if.

           perform varying e from 1 by 1
             until e > entry-count or entry-rejected-yes
               if e not = edit-entry-no
                 and entries(e) not = spaces
                 and entries(e)(1:1) not = '*'
                   move entries(e) to rule-source
                   perform split-equiv-rule
                   move rule-variant to other-variant
                   move rule-canonical to other-canonical
                   move e to entry-no-display
                   perform compare-equiv-rules
               end-if
           end-perform.

           exit paragraph.

       compare-equiv-rules.
           evaluate true
               when other-variant = token-1
                   move spaces to screen-message
                   string function trim (token-1 trailing)
                     delimited by size
                     ' already has a rule at entry ' delimited by size
                     entry-no-display delimited by size
                     into screen-message
                   perform reject-entry
               when other-variant = token-2
                 and other-canonical = token-1
                   move spaces to screen-message
                   string 'cycle: entry ' delimited by size
                     entry-no-display delimited by size
                     ' maps ' delimited by size
                     function trim (token-2 trailing)
                     delimited by size
                     ' back to ' delimited by size
                     function trim (token-1 trailing)
                     delimited by size
                     into screen-message
                   perform reject-entry
               when other-variant = token-2
                   move spaces to screen-message
                   string 'chain: entry ' delimited by size
                     entry-no-display delimited by size
                     ' maps ' delimited by size
                     function trim (token-2 trailing)
                     delimited by size
                     ' on to ' delimited by size
                     function trim (other-canonical trailing)
                     delimited by size
                     ' - rules are single-hop' delimited by size
                     into screen-message
                   perform reject-entry
               when other-canonical = token-1
                   move spaces to screen-message
                   string 'chain: entry ' delimited by size
                     entry-no-display delimited by size
                     ' maps ' delimited by size
                     function trim (other-variant trailing)
                     delimited by size
                     ' to ' delimited by size
                     function trim (token-1 trailing)
                     delimited by size
                     ' - rules are single-hop' delimited by size
                     into screen-message
                   perform reject-entry
           end-evaluate.

           exit paragraph.

      * Both sides of the rule in rule-source, folded the way the run
      * folds them; rule-extra catches a second '='.
       split-equiv-rule.
           move spaces to rule-variant rule-canonical rule-extra
           unstring rule-source delimited by '='
             into rule-variant rule-canonical rule-extra.

           move function trim (rule-variant) to word
           perform fold-check-word
           move word to rule-variant.

           move function trim (rule-canonical) to word
           perform fold-check-word
           move word to rule-canonical.

           exit paragraph.

      * An alert rule the run understands: COUNTGT <word> <limit>,
      * NEWPREFIX <prefix> or ZERO <word>, with nothing after it.
       check-alert-entry.
           if new-value(1:1) = '*'
               exit paragraph
           end-if.

           move spaces to token-1 token-2 token-3 token-4
           unstring new-value delimited by all space
             into token-1 token-2 token-3 token-4.

           evaluate function upper-case (token-1)
               when 'COUNTGT'
                   move token-3 to digits-text
                   perform check-digits
                   if token-2 = spaces or token-4 not = spaces
                     or digits-ok = 'N'
                     or function length (function trim (token-3
                       trailing)) > 9
                       move 'COUNTGT takes a word and a numeric limit '
                         & 'of up to 9 digits' to screen-message
                       perform reject-entry
                   end-if
               when 'NEWPREFIX'
                   if token-2 = spaces or token-3 not = spaces
                       move 'NEWPREFIX takes one prefix'
                         to screen-message
                       perform reject-entry
                   end-if
               when 'ZERO'
                   if token-2 = spaces or token-3 not = spaces
                       move 'ZERO takes one word' to screen-message
                       perform reject-entry
                   end-if
               when other
                   move 'unknown alert rule - use COUNTGT, NEWPREFIX '
                     & 'or ZERO' to screen-message
                   perform reject-entry
           end-evaluate.

           exit paragraph.

      * digits-ok is Y when digits-text holds digits only.
       check-digits.
           move 'N' to digits-ok
           move function length (function trim (digits-text
             trailing)) to token-len.
           if digits-text = spaces or digits-text(1:1) = space
               exit paragraph
           end-if.
           if digits-text(1:token-len) is numeric
               move 'Y' to digits-ok
           end-if.

           exit paragraph.

      * The run's folding (fold-word), under the control file's
      * CASEFOLD setting.
       fold-check-word.
           if not casefold-flag-on
               exit paragraph
           end-if.

           move function upper-case (word) to word.

           move function length (function trim (word trailing))
             to word-len.

      * Strip trailing punctuation.
           perform until word-len = 0
               move 0 to is-punct
               perform varying p from 1 by 1 until p > punct-chars-len
                   if word(word-len:1) = punct-chars(p:1)
                       move 1 to is-punct
                   end-if
               end-perform
               if is-punct = 0
                   exit perform
               end-if
               move space to word(word-len:1)
               subtract 1 from word-len
           end-perform.

      * Strip leading punctuation.
           perform until word-len = 0
               move 0 to is-punct
               perform varying p from 1 by 1 until p > punct-chars-len
                   if word(1:1) = punct-chars(p:1)
                       move 1 to is-punct
                   end-if
               end-perform
               if is-punct = 0
                   exit perform
               end-if
               move word(2:79) to word(1:79)
               move space to word(80:1)
               subtract 1 from word-len
           end-perform.

           exit paragraph.

       open-audit-file.
           open extend audit-file.
           if audit-status = '35'
               open output audit-file
               close audit-file
               open extend audit-file
           end-if.
           if audit-status not = '00'
               display 'wordcfg: cannot open wccfgaud.dat (status '
                 audit-status ') - aborting'
               stop run with error status 1
           end-if.

           exit paragraph.

      * One audit line per change: when, who, which table and file,
      * what was done to which entry, and the entry before and after.
      * The audit file is already open.
       write-audit-record.
           move function current-date to audit-stamp.

           move spaces to audit-line
           move audit-stamp(1:8) to audit-line(1:8)
           move audit-stamp(9:6) to audit-line(10:6)
           move cfg-user to audit-line(17:20)
           move table-title to audit-line(38:10)
           move audit-action to audit-line(49:6)
           move audit-entry-no to audit-line(56:7)
           move table-file-name to audit-line(64:64)
           move old-value to audit-line(129:80)
           move new-value to audit-line(210:80)
           write audit-line.

           close audit-file.

           exit paragraph.
