               file status is checkpoint-file-status
               organization is line sequential.

           select trashfile
               assign to trash-file-name
               file status is trash-file-status
               organization is line sequential.

       data division.
       file section.
       fd  guestbookfile.
       fd  checkpointfile.
       01  checkpoint-record pic x(80).

       fd  trashfile.
           copy gbtrash.

       working-storage section.

      *    the morning check on one page - what used to mean
       01 checkpoint-file-name   pic x(255) value "gbarchive.chk".
       01 checkpoint-file-status pic x(2).

      *    what the next nightly gbarchive will take - it runs after
      *    midnight, so it is dated tomorrow, and it ages the trash
      *    and the live file by the same two settings it reads. the
      *    trash count is front desk's warning: an entry counted
      *    there can still be restored today and not tomorrow.
      *    gbarchive disposes of at most 200 trashed entries a
      *    night, and so does this count.
       01 trash-file-name        pic x(255) value "gbtrash.dat".
       01 trash-file-status      pic x(2).
       01 trash-age-days         pic 9(5) value 30.
       01 retention-days         pic 9(5) value 365.
       01 config-text            pic x(255).
       01 config-text-len        pic s9(4) comp.
       01 next-run-int           pic 9(8).
       01 cutoff-int             pic 9(8).
       01 cutoff-date-num        pic 9(8).
       01 cutoff-work            pic x(8).
       01 archive-cutoff-date    pic x(10).
       01 trash-cutoff-stamp     pic x(14).
       01 trash-due-seen         pic s9(4) comp value 0.
       01 purge-due-count        pic 9(6) value 0.
       01 archive-due-count      pic 9(6) value 0.

      *    scratch for the cowconfig lookups - the preset VALUEs are
      *    the defaults; cow.config overrides them when the keys are
      *    present.
       01 config-key             pic x(30).

       01 pending-count          pic 9(6) value 0.
       01 live-count             pic 9(6) value 0.
       01 unsent-count           pic 9(6) value 0.
       01 quarantined-count      pic 9(6) value 0.
       01 session-count          pic 9(6) value 0.
       01 checkpoint-rest        pic x(70).
       01 nightly-text           pic x(90).

      *    ?book= narrows the entry counts to one book of the register;
      *    none (or "all") is every book together. book-shown is
      *    what the page says it is showing.
       01 filter-book       pic x(12).
       01 book-shown        pic x(60).
       01 filter-idx        pic s9(4) comp.

      *    scratch for the bookstore calls - sized to bookstore's
      *    own linkage, see the CALL-sizing note in getquery.
       01 book-op           pic x(7).
       01 book-entry-id     pic 9(6).
       01 book-code         pic x(12).
       01 book-title        pic x(60).
       01 book-moderated    pic x(1).
       01 book-active       pic x(1).
       01 book-ok           pic x(1).


       01 the-vars.

          03  COW-vars OCCURS 99 times.

       01 template-name     pic x(255).

       linkage section.

       01 the-values.

          05 query-values           occurs 20 times.
            10 query-value-name     pic x(90).
            10 query-value          pic x(90).

       procedure division using the-values.

      *    the auth gate in front of this route is routes.dat's "y"
      *    column - the whole page is internal state.
           call 'cowconfig' using config-key session-file-name.
           move "access-log" to config-key.
           call 'cowconfig' using config-key access-log-file-name.
           move "trash-file" to config-key.
           call 'cowconfig' using config-key trash-file-name.

           move spaces to the-vars.

           move function current-date to today-raw.
           move today-raw(1:8) to today-date.

           move 0 to trash-due-seen purge-due-count archive-due-count
               pending-count live-count unsent-count quarantined-count
               session-count request-count miss-count.

           perform take-book-filter.
           perform work-out-next-cutoffs.
           perform count-pending-entries.
           perform count-trash-purge-due.
           perform count-unsent-notifications.
           perform count-quarantined-uploads.
           perform count-live-sessions.
           move "pagetitle" to COW-varname(8).
           move "Dashboard" to COW-varvalue(8).

           move "live" to COW-varname(9).
           move live-count to count-display.
           move function trim(count-display) to COW-varvalue(9).

           move "bookshown" to COW-varname(10).
           move book-shown to COW-varvalue(10).
           move "book" to COW-varname(11).
           move filter-book to COW-varvalue(11).

           move "purgedue" to COW-varname(12).
           move purge-due-count to count-display.
           move function trim(count-display) to COW-varvalue(12).

           move "archivedue" to COW-varname(13).
           move archive-due-count to count-display.
           move function trim(count-display) to COW-varvalue(13).

           move "dashboard.cow" to template-name.
           call 'cowtemplate' using the-vars template-name "y".


               perform until guestbook-file-status not = "00"

                   perform find-book-of-entry

                   if (filter-book = spaces
                       or book-code = filter-book)

                       if (gb-status = "P")
                           add 1 to pending-count
                       end-if

                       if (gb-status = "A" or gb-status = " ")
                           add 1 to live-count
                       end-if

                       if (gb-created-date < archive-cutoff-date
                           and gb-created-date not = spaces)
                           add 1 to archive-due-count
                       end-if

                   end-if

                   read guestbookfile next record

           .

       take-book-filter.

      *    an unknown code filters to nothing rather than quietly
      *    falling back to every book - the page says so instead.

           move spaces to filter-book.
           move "all books" to book-shown.

           perform varying filter-idx from 1 by 1
               until filter-idx > 20
               if (function trim(query-value-name(filter-idx)) =
                   "book"
                   and function trim(query-value(filter-idx))
                       not = "all")
                   move function lower-case(query-value(filter-idx))
                       to filter-book
               end-if
           end-perform.

           if (filter-book not = spaces)

               move "get" to book-op
               move filter-book to book-code
               call 'bookstore' using book-op book-entry-id
                   book-code book-title book-moderated book-active
                   book-ok

               if (book-ok = "y")
                   move book-title to book-shown
               else
                   move "no such book" to book-shown
               end-if

           end-if.

           move "load" to book-op.
           call 'bookstore' using book-op book-entry-id book-code
               book-title book-moderated book-active book-ok.

           .

       find-book-of-entry.

           move "of" to book-op.
           move gb-id to book-entry-id.
           call 'bookstore' using book-op book-entry-id book-code
               book-title book-moderated book-active book-ok.

           .

       work-out-next-cutoffs.

      *    the same cutoffs gbarchive works out, from tomorrow's
      *    date instead of its own.

           move spaces to config-text.
           move "trash-age-days" to config-key.
           call 'cowconfig' using config-key config-text.
           move function length(function trim(config-text))
               to config-text-len.
           if (config-text-len > 0 and config-text-len < 6
               and config-text(1:config-text-len) numeric)
               move function numval(config-text) to trash-age-days
           end-if.

           move spaces to config-text.
           move "retention-days" to config-key.
           call 'cowconfig' using config-key config-text.
           move function length(function trim(config-text))
               to config-text-len.
           if (config-text-len > 0 and config-text-len < 6
               and config-text(1:config-text-len) numeric)
               move function numval(config-text) to retention-days
           end-if.

           compute next-run-int =
               function integer-of-date(function numval(today-date))
               + 1.

           compute cutoff-int = next-run-int - retention-days.
           move function date-of-integer(cutoff-int)
               to cutoff-date-num.
           move cutoff-date-num to cutoff-work.

           move spaces to archive-cutoff-date.
           string cutoff-work(1:4) delimited by size
               "-" delimited by size
               cutoff-work(5:2) delimited by size
               "-" delimited by size
               cutoff-work(7:2) delimited by size
               into archive-cutoff-date
           end-string.

           compute cutoff-int = next-run-int - trash-age-days.
           move function date-of-integer(cutoff-int)
               to cutoff-date-num.

           move spaces to trash-cutoff-stamp.
           move cutoff-date-num to trash-cutoff-stamp(1:8).
           move "000000" to trash-cutoff-stamp(9:6).

           .

       count-trash-purge-due.

           open input trashfile.

           if (trash-file-status = "00")

               read trashfile

               perform until trash-file-status = "10"
                   or trash-due-seen >= 200

                   if (gt-stamp not = spaces
                       and gt-stamp < trash-cutoff-stamp)

                       add 1 to trash-due-seen

                       move gt-entry-id to book-entry-id
                       move "of" to book-op
                       call 'bookstore' using book-op book-entry-id
                           book-code book-title book-moderated
                           book-active book-ok

                       if (filter-book = spaces
                           or book-code = filter-book)
                           add 1 to purge-due-count
                       end-if

                   end-if

                   read trashfile

               end-perform

               close trashfile

           end-if.

           .

       count-unsent-notifications.

           open input notifyqfile.
