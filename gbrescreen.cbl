*> ***********************************************



       identification division.
       program-id. gbrescreen.

       environment division.
       input-output section.
       file-control.

           select guestbookfile
               assign to guestbook-file-name
               organization is indexed
               access mode is dynamic
               record key is gb-id
               alternate record key is gb-name with duplicates
               file status is guestbook-file-status.

           select replyfile
               assign to reply-file-name
               organization is indexed
               access mode is dynamic
               record key is gbr-key
               file status is reply-file-status.

           select wordlistfile
               assign to word-list-name
               file status is word-list-status
               organization is line sequential.

           select statefile
               assign to state-file-name
               file status is state-file-status
               organization is line sequential.

           select screenfile
               assign to screen-file-name
               file status is screen-file-status
               organization is line sequential.

           select reportfile
               assign to report-file-name
               file status is report-file-status
               organization is line sequential.

       data division.
       file section.
       fd  guestbookfile.
           copy guestbook.

       fd  replyfile.
           copy gbreply.

       fd  wordlistfile.
       01  word-list-line pic x(80).

       fd  statefile.
       01  state-line pic x(80).

       fd  screenfile.
           copy gbscreen.

       fd  reportfile.
       01  report-record pic x(132).

       working-storage section.

      *    the word-list screen run back over the book - wordscreen
      *    only ever sees a message the moment it is posted, so a
      *    word added to the list later never reaches the entries
      *    already live. this reads every approved entry and every
      *    reply to one, screens each through wordscreen exactly as
      *    guestbookadd does, and prints the hits - entry id, name,
      *    where the words were and which - to a print file in the
      *    gbreport shape (rescreen-yyyymmdd.prt).
      *    command line:
      *      report  the whole list over the whole book; nothing
      *              changes.
      *      apply   the same, and every hit goes back to pending:
      *              gb-status "P", a gbscreen.dat line saying why
      *              for the moderation queue, a RESCREEN audit
      *              line, and the page cache purged once at the
      *              end. a hit in a reply holds the entry it
      *              answers - a reply has no status of its own and
      *              is only public while its entry is.
      *      (none)  the nightly run. the word list as it stood at
      *              the last such run is kept in the rescreen
      *              state file; when no word has been added since,
      *              there is nothing to do. when one has, the book
      *              is screened and only hits on the added words
      *              count - an entry a moderator approved against
      *              the old words was judged already. hits are
      *              applied when rescreen-nightly-apply is "y",
      *              reported only when it is "n". the first run
      *              on an install just records the list.
      *    an apply run (by hand or nightly) records the list it
      *    screened with; a report run leaves the state alone, so
      *    the nightly still acts on the words it has not seen.

       01 guestbook-file-name    pic x(255) value "guestbook.dat".
       01 guestbook-file-status  pic x(2).

       01 reply-file-name        pic x(255) value "gbreply.dat".
       01 reply-file-status      pic x(2).
       01 reply-file-open        pic x(1) value "n".

       01 word-list-name         pic x(255) value "wordlist.dat".
       01 word-list-status       pic x(2).

       01 state-file-name        pic x(255) value "rescreen.dat".
       01 state-file-status      pic x(2).

       01 screen-file-name       pic x(255) value "gbscreen.dat".
       01 screen-file-status     pic x(2).
       01 screen-file-open       pic x(1) value "n".

       01 report-file-name       pic x(255).
       01 report-file-status     pic x(2).

       01 nightly-apply          pic x(1) value "y".

      *    scratch for the cowconfig lookups - the preset VALUEs are
      *    the defaults; cow.config overrides them when the keys are
      *    present.
       01 config-key             pic x(30).
       01 config-text            pic x(255).

       01 mode-arg               pic x(80).
      *    "r" report, "a" apply, "n" the nightly run.
       01 run-mode               pic x(1).
       01 apply-changes          pic x(1) value "n".
       01 new-words-only         pic x(1) value "n".
       01 nothing-to-screen      pic x(1) value "n".
       01 mode-text              pic x(60).

       01 now-raw                pic x(21).

      *    the list as it is now and as the last nightly run saw
      *    it - the same trimmed, lower-cased words wordscreen
      *    compares with.
       01 current-words.
          05 current-word        pic x(40) occurs 200 times.
       01 current-used           pic s9(4) comp value 0.
       01 previous-words.
          05 previous-word       pic x(40) occurs 200 times.
       01 previous-used          pic s9(4) comp value 0.
       01 previous-found         pic x(1) value "n".
       01 added-words.
          05 added-word          pic x(40) occurs 200 times.
       01 added-used             pic s9(4) comp value 0.
       01 word-idx               pic s9(4) comp.
       01 scan-idx               pic s9(4) comp.
       01 word-known             pic x(1).
       01 added-len              pic s9(4) comp.
       01 added-tally            pic s9(4) comp.

      *    scratch for the wordscreen call - sized to wordscreen's
      *    own linkage, see the CALL-sizing note in getquery.
       01 screen-text            pic x(200).
       01 matched-words          pic x(120).
       01 text-held              pic x(1).

      *    one entry's hits, message and replies together - what
      *    the moderation queue shows as "held for".
       01 entry-hit              pic x(1).
       01 held-for               pic x(120).
       01 held-pointer           pic s9(4) comp.
       01 hit-where              pic x(12).
       01 reply-seq-display      pic 9(3).

      *    scratch for the gbaudit call - sized to gbaudit's own
      *    linkage, see the CALL-sizing note in getquery.
       01 audit-op               pic x(10).
       01 audit-entry-id         pic 9(6).
       01 audit-before           pic x(277).
       01 audit-after            pic x(277).

      *    scratch pair for the pagecache purge - sized to
      *    pagecache's own linkage, see the CALL-sizing note in
      *    getquery.
       01 cache-op               pic x(7).
       01 cache-call-name        pic x(255).

       01 entries-screened       pic 9(6) value 0.
       01 replies-screened       pic 9(6) value 0.
       01 hit-count              pic 9(6) value 0.
       01 entries-held           pic 9(6) value 0.

      *    print control - 60 body lines to a page, a fresh header
      *    block on every page break, the same as gbreport.
       01 print-line             pic x(132).
       01 section-title          pic x(132).
       01 lines-on-page          pic s9(4) comp value 99.
       01 page-number            pic 9(4) value 0.
       01 page-display           pic z(4).
       01 count-display          pic z(5)9.
       01 count-display-2        pic z(5)9.
       01 count-display-3        pic z(5)9.

       procedure division.

           move "guestbook-file" to config-key.
           call 'cowconfig' using config-key guestbook-file-name.
           move "reply-file" to config-key.
           call 'cowconfig' using config-key reply-file-name.
           move "word-list" to config-key.
           call 'cowconfig' using config-key word-list-name.
           move "screen-file" to config-key.
           call 'cowconfig' using config-key screen-file-name.
           move "rescreen-state" to config-key.
           call 'cowconfig' using config-key state-file-name.

           move spaces to config-text.
           move "rescreen-nightly-apply" to config-key.
           call 'cowconfig' using config-key config-text.

           if (function trim(config-text) = "y"
               or function trim(config-text) = "n")
               move function trim(config-text) to nightly-apply
           end-if.

           accept mode-arg from command-line.

           evaluate function lower-case(function trim(mode-arg))
               when "report"
                   move "r" to run-mode
                   move "n" to apply-changes
                   move "report only - the whole word list"
                       to mode-text
               when "apply"
                   move "a" to run-mode
                   move "y" to apply-changes
                   move "hits moved to pending - the whole word list"
                       to mode-text
               when other
                   move "n" to run-mode
                   move nightly-apply to apply-changes
                   move "y" to new-words-only
           end-evaluate.

           move function current-date to now-raw.

           perform load-word-list.

           if (run-mode = "n")
               perform find-added-words
           end-if.

           move spaces to report-file-name.

           string "rescreen-" delimited by size
               now-raw(1:8) delimited by size
               ".prt" delimited by size
               into report-file-name
           end-string.

           open output reportfile.

           if (report-file-status not = "00")
               display "gbrescreen: cannot write "
                   function trim(report-file-name)
                   " (file status " report-file-status ")"
               move 8 to return-code
               goback
           end-if.

           perform print-run-section.

           if (nothing-to-screen = "n")
               perform screen-whole-book
           end-if.

           if (return-code not = 8)
               perform print-report-footer
           end-if.

           close reportfile.

           if (return-code = 8)
               goback
           end-if.

           if (entries-held > 0)
               perform purge-page-cache
           end-if.

      *    the state moves on once the book has been screened for
      *    real against this list (or on the very first run, which
      *    is only ever a baseline).

           if (apply-changes = "y" or run-mode = "n")
               perform save-word-state
           end-if.

           if (nothing-to-screen = "y")
               display "gbrescreen: " function trim(mode-text)
                   " - nothing to screen"
           else
               move hit-count to count-display
               move entries-held to count-display-2
               display "gbrescreen: " function trim(count-display)
                   " hits, " function trim(count-display-2)
                   " entries moved to pending - see "
                   function trim(report-file-name)
           end-if.

           move 0 to return-code.

       goback.

       load-word-list.

           move 0 to current-used.

           open input wordlistfile.

           if (word-list-status = "00")

               read wordlistfile

               perform until word-list-status = "10"
                   or current-used >= 200

                   if (word-list-line(1:1) not = "#"
                       and word-list-line not = spaces)
                       add 1 to current-used
                       move function lower-case(function trim(
                           word-list-line))
                           to current-word(current-used)
                   end-if

                   read wordlistfile

               end-perform

               close wordlistfile

           end-if.

           .

       find-added-words.

      *    a word taken off the list needs no screening, and a
      *    changed comment is no change at all - only words the
      *    last run did not have count.

           move 0 to previous-used added-used.
           move "n" to previous-found.

           open input statefile.

           if (state-file-status = "00")

               move "y" to previous-found

               read statefile

               perform until state-file-status = "10"
                   or previous-used >= 200

                   if (state-line not = spaces)
                       add 1 to previous-used
                       move state-line(1:40)
                           to previous-word(previous-used)
                   end-if

                   read statefile

               end-perform

               close statefile

           end-if.

           perform varying word-idx from 1 by 1
               until word-idx > current-used

               move "n" to word-known

               perform varying scan-idx from 1 by 1
                   until scan-idx > previous-used
                   or word-known = "y"
                   if (previous-word(scan-idx) =
                       current-word(word-idx))
                       move "y" to word-known
                   end-if
               end-perform

               if (word-known = "n")
                   add 1 to added-used
                   move current-word(word-idx)
                       to added-word(added-used)
               end-if

           end-perform.

           evaluate true

               when previous-found = "n"
                   move "y" to nothing-to-screen
                   move "first run - the word list is only recorded"
                       to mode-text

               when added-used = 0
                   move "y" to nothing-to-screen
                   move "no word added since the last run" to mode-text

               when apply-changes = "y"
                   move "nightly - added words, hits moved to pending"
                       to mode-text

               when other
                   move "nightly - added words, report only"
                       to mode-text

           end-evaluate.

           .

       save-word-state.

           open output statefile.

           if (state-file-status = "00")

               perform varying word-idx from 1 by 1
                   until word-idx > current-used
                   move spaces to state-line
                   move current-word(word-idx) to state-line
                   write state-line
               end-perform

               close statefile

           end-if.

           .

       screen-whole-book.

           if (apply-changes = "y")
               open i-o guestbookfile
           else
               open input guestbookfile
           end-if.

           if (guestbook-file-status = "00")
               perform screen-open-book
           else
               display "gbrescreen: cannot open "
                   function trim(guestbook-file-name)
                   " (file status " guestbook-file-status ")"
               move 8 to return-code
           end-if.

           .

       screen-open-book.

           if (apply-changes = "y")
               perform open-screen-file
           end-if.

      *    no reply file yet is a book with no replies.

           open input replyfile.

           if (reply-file-status = "00")
               move "y" to reply-file-open
           end-if.

           move "ID      NAME                            WHERE"
               to print-line.
           move "WORDS" to print-line(55:5).
           perform print-section-title.

           read guestbookfile next record.

           perform until guestbook-file-status not = "00"

               if (gb-status = "A" or gb-status = " ")
                   perform screen-one-entry
               end-if

               read guestbookfile next record

           end-perform.

           if (reply-file-open = "y")
               close replyfile
           end-if.

           if (screen-file-open = "y")
               close screenfile
           end-if.

           close guestbookfile.

           if (hit-count = 0)
               move "  (no hits)" to print-line
               perform write-print-line
           end-if.

           .

       screen-one-entry.

           add 1 to entries-screened.

           move "n" to entry-hit.
           move spaces to held-for.
           move 1 to held-pointer.

           move gb-message to screen-text.
           move "message" to hit-where.
           perform screen-one-text.

           if (reply-file-open = "y")
               perform screen-replies-of-entry
           end-if.

           if (entry-hit = "y" and apply-changes = "y")
               perform hold-entry
           end-if.

           .

       screen-replies-of-entry.

           move gb-id to gbr-parent-id.
           move 0 to gbr-seq.

           start replyfile key is >= gbr-key
               invalid key
                   move "23" to reply-file-status
           end-start.

           if (reply-file-status = "00")

               read replyfile next record

               perform until reply-file-status not = "00"
                   or gbr-parent-id not = gb-id

                   add 1 to replies-screened

                   move gbr-message to screen-text
                   move gbr-seq to reply-seq-display
                   move spaces to hit-where
                   string "reply " delimited by size
                       reply-seq-display delimited by size
                       into hit-where
                   end-string

                   perform screen-one-text

                   read replyfile next record

               end-perform

           end-if.

           .

       screen-one-text.

           move spaces to matched-words.
           move "n" to text-held.

           call 'wordscreen' using screen-text matched-words
               text-held.

           if (text-held = "y" and new-words-only = "y")
               perform judge-added-words
           end-if.

           if (text-held = "y")

               move "y" to entry-hit
               add 1 to hit-count

               move spaces to print-line
               move gb-id to print-line(1:6)
               move gb-name(1:30) to print-line(9:30)
               move hit-where to print-line(41:12)
               move matched-words(1:78) to print-line(55:78)
               perform write-print-line

               perform add-to-held-for

           end-if.

           .

       judge-added-words.

      *    wordscreen matches on substrings and lists every word it
      *    found, so an added word turns up in matched-words
      *    exactly when it is in the text - no second screen over
      *    the message is needed.

           move "n" to text-held.

           perform varying word-idx from 1 by 1
               until word-idx > added-used or text-held = "y"

               move function length(function trim(
                   added-word(word-idx))) to added-len
               move 0 to added-tally

               inspect matched-words tallying added-tally
                   for all added-word(word-idx)(1:added-len)

               if (added-tally > 0)
                   move "y" to text-held
               end-if

           end-perform.

           .

       add-to-held-for.

           if (held-pointer > 1 and held-pointer < 118)
               string "; " delimited by size
                   into held-for with pointer held-pointer
               end-string
           end-if.

           if (held-pointer < 118)
               string function trim(hit-where) delimited by size
                   ": " delimited by size
                   function trim(matched-words) delimited by size
                   into held-for with pointer held-pointer
               end-string
           end-if.

           .

       hold-entry.

      *    the record the sequential read just delivered is the
      *    one rewritten - the replies were read off their own
      *    file in between, which leaves this one's position alone.

           move guestbook-record to audit-before.

           move "P" to gb-status.

           rewrite guestbook-record
               invalid key
                   move "23" to guestbook-file-status
           end-rewrite.

           if (guestbook-file-status = "00")

               add 1 to entries-held

               move "RESCREEN" to audit-op
               move gb-id to audit-entry-id
               move guestbook-record to audit-after
               call 'gbaudit' using audit-op audit-entry-id
                   audit-before audit-after

               if (screen-file-open = "y")
                   move spaces to gbscreen-record
                   move gb-id to gs-entry-id
                   move held-for to gs-words
                   write gbscreen-record
               end-if

           else

               display "gbrescreen: could not hold entry #" gb-id
                   " (file status " guestbook-file-status ")"
               move "00" to guestbook-file-status

           end-if.

           .

       open-screen-file.

      *    the same open-extend-or-create shape guestbookadd uses -
      *    a line that can't be written costs the moderator the
      *    "why", never the hold.

           open extend screenfile.

           if (screen-file-status not = "00")
               open output screenfile
           end-if.

           if (screen-file-status = "00")
               move "y" to screen-file-open
           end-if.

           .

       purge-page-cache.

      *    entries just left the public page - every cached
      *    rendering of it is stale.

           move "purge" to cache-op.
           move spaces to cache-call-name.
           call 'pagecache' using cache-op cache-call-name.

           .

       write-print-line.

      *    every body line lands here - 60 to a page, then a fresh
      *    header block, so nothing decides about pagination twice.

           if (lines-on-page >= 60)
               perform start-new-page
           end-if.

           move print-line to report-record.
           write report-record.

           add 1 to lines-on-page.

           .

       start-new-page.

           add 1 to page-number.
           move page-number to page-display.

           if (page-number > 1)
               move spaces to report-record
               move x"0C" to report-record(1:1)
               write report-record
           end-if.

           move spaces to report-record.

           string "COBOL-ON-WHEELCHAIR - WORD LIST RE-SCREEN"
               delimited by size
               into report-record
           end-string.

           move now-raw(1:4) to report-record(60:4).
           move "-" to report-record(64:1).
           move now-raw(5:2) to report-record(65:2).
           move "-" to report-record(67:1).
           move now-raw(7:2) to report-record(68:2).

           move "PAGE" to report-record(120:4).
           move page-display to report-record(125:4).

           write report-record.

           move all "-" to report-record(1:128).
           write report-record.

           move spaces to report-record.
           write report-record.

           move 3 to lines-on-page.

           .

       print-section-title.

      *    print-line carries the title in - one blank line above,
      *    the title, one below.

           move print-line to section-title.
           move spaces to print-line.
           perform write-print-line.
           move section-title to print-line.
           perform write-print-line.
           move spaces to print-line.
           perform write-print-line.

           .

       print-run-section.

           move "RUN" to print-line.
           perform print-section-title.

           move spaces to print-line.
           string "  Mode:       " delimited by size
               mode-text delimited by size
               into print-line
           end-string.
           perform write-print-line.

           move spaces to print-line.
           string "  Word list:  " delimited by size
               function trim(word-list-name) delimited by size
               into print-line
           end-string.
           perform write-print-line.

           move current-used to count-display.
           move spaces to print-line.
           string "  Words:      " delimited by size
               function trim(count-display) delimited by size
               into print-line
           end-string.
           perform write-print-line.

           if (run-mode = "n" and added-used > 0)
               perform print-added-words
           end-if.

           .

       print-added-words.

           move spaces to print-line.
           move "  Added:" to print-line.
           move 15 to held-pointer.

           perform varying word-idx from 1 by 1
               until word-idx > added-used

               move function length(function trim(
                   added-word(word-idx))) to added-len

               if (held-pointer + added-len > 130)
                   perform write-print-line
                   move spaces to print-line
                   move 15 to held-pointer
               end-if

               string function trim(added-word(word-idx))
                       delimited by size
                   " " delimited by size
                   into print-line with pointer held-pointer
               end-string

           end-perform.

           perform write-print-line.

           .

       print-report-footer.

           move entries-screened to count-display.
           move replies-screened to count-display-2.
           move hit-count to count-display-3.

           move spaces to print-line.
           perform write-print-line.

           move spaces to print-line.

           string "*** END OF REPORT - " delimited by size
               function trim(count-display) delimited by size
               " ENTRIES AND " delimited by size
               function trim(count-display-2) delimited by size
               " REPLIES SCREENED, " delimited by size
               function trim(count-display-3) delimited by size
               " HITS, " delimited by size
               into print-line
           end-string.

           move entries-held to count-display.

           move print-line to section-title.
           move spaces to print-line.

           string function trim(section-title) delimited by size
               " " delimited by size
               function trim(count-display) delimited by size
               " MOVED TO PENDING ***" delimited by size
               into print-line
           end-string.

           perform write-print-line.

           .

       end program gbrescreen.
