      *    trashed counts off gb-status, the busiest contributors
      *    off the gb-name alternate key, and staff replies per
      *    entry off gbreply.dat.
      *    with no month given it reports the month of yesterday -
      *    the month so far, except on the first of a month, when
      *    it is the month just closed. that is what nightlyrun's
      *    gbreport step relies on to have the closed month's file
      *    there for reportdist's month-end delivery.
      *
      *    a book code after the month (gbreport 202405 cafe)
      *    narrows every section to that one book of the register
      *    and writes gbreport-yyyymm-cafe.prt; without one the
      *    report is the total across all books, with a per-book
      *    breakdown section after the status counts.
      *
      *    the categories staff put entries in (categories.dat,
      *    see categorystore) get a section of their own - entries
      *    per category for the month, an entry in several counted
      *    under each - and every complaint of the month still
      *    live or awaiting review with no staff reply in
      *    gbreply.dat is listed by id after it.

       01 guestbook-file-name    pic x(255) value "guestbook.dat".
       01 guestbook-file-status  pic x(2).
       01 report-month-arg       pic x(80).
       01 arg-len                pic s9(4) comp.
       01 report-month           pic x(6).
       01 month-word             pic x(80).
       01 book-word              pic x(80).
       01 month-prefix           pic x(7).
       01 now-raw                pic x(21).
       01 today-int              pic s9(9) comp.
       01 yesterday-date         pic 9(8).

      *    print control - 60 body lines to a page, a fresh header
      *    block on every page break.
       01 reply-found            pic s9(4) comp.
       01 entry-id-display       pic z(6).

      *    the book filter (spaces is every book), and the per-book
      *    month totals for the all-books run.
       01 filter-book            pic x(12).
       01 filter-title           pic x(60).
       01 book-tally.
          05 book-tally-entry occurs 50 times.
             10 bt-code          pic x(12).
             10 bt-count         pic 9(6).
       01 book-used              pic s9(4) comp value 0.
       01 book-idx               pic s9(4) comp.
       01 book-found             pic s9(4) comp.

      *    scratch for the bookstore calls - sized to bookstore's
      *    own linkage, see the CALL-sizing note in getquery.
       01 book-op                pic x(7).
       01 book-entry-id          pic 9(6).
       01 book-code              pic x(12).
       01 book-title             pic x(60).
       01 book-moderated         pic x(1).
       01 book-active            pic x(1).
       01 book-ok                pic x(1).

      *    the per-category month totals, the entries nobody put in
      *    a category yet, and the month's complaints - whether each
      *    has had a reply is asked of gbreply.dat once the tallies
      *    are done.
       01 category-tally.
          05 category-tally-entry occurs 50 times.
             10 ct-code          pic x(12).
             10 ct-count         pic 9(6).
       01 category-used          pic s9(4) comp value 0.
       01 category-idx           pic s9(4) comp.
       01 category-found         pic s9(4) comp.
       01 uncategorised-count    pic 9(6) value 0.
       01 code-words.
          05 code-word           pic x(12) occurs 5 times.
       01 word-idx               pic s9(4) comp.

       01 complaint-code         pic x(12) value "complaint".
       01 complaint-list.
          05 complaint-id        pic 9(6) occurs 200 times.
       01 complaint-used         pic s9(4) comp value 0.
       01 complaint-idx          pic s9(4) comp.
       01 open-complaint-count   pic 9(6) value 0.
       01 complaint-replied      pic x(1).
       01 reply-file-open        pic x(1).

      *    scratch for the categorystore calls - sized to
      *    categorystore's own linkage, see the CALL-sizing note in
      *    getquery.
       01 category-op            pic x(7).
       01 category-entry-id      pic 9(6).
       01 category-codes         pic x(60).
       01 category-text          pic x(200).
       01 category-ok            pic x(1).

       procedure division.

           move "guestbook-file" to config-key.

           accept report-month-arg from command-line.

           move spaces to month-word book-word.
           unstring report-month-arg delimited by all spaces
               into month-word book-word
           end-unstring.

           move function length(function trim(month-word))
               to arg-len.

           if (arg-len = 6
               and month-word(1:6) numeric)
               move month-word(1:6) to report-month
           else
               move function current-date to now-raw
               compute today-int = function integer-of-date(
                   function numval(now-raw(1:8)))
               compute yesterday-date =
                   function date-of-integer(today-int - 1)
               move yesterday-date(1:6) to report-month
           end-if.

      *    gb-created-date is yyyy-mm-dd, so the month test is a
               into month-prefix
           end-string.

           move function lower-case(book-word) to filter-book.
           move spaces to filter-title.

           move "load" to book-op.
           call 'bookstore' using book-op book-entry-id book-code
               book-title book-moderated book-active book-ok.

           move "load" to category-op.
           move 0 to category-entry-id.
           call 'categorystore' using category-op category-entry-id
               category-codes category-text category-ok.

           if (filter-book not = spaces)

               move "get" to book-op
               move filter-book to book-code
               call 'bookstore' using book-op book-entry-id
                   book-code book-title book-moderated book-active
                   book-ok

               if (book-ok not = "y")
                   display "gbreport: no such book "
                       function trim(filter-book)
                   goback
               end-if

               move book-title to filter-title

           end-if.

           move spaces to report-file-name.

           if (filter-book = spaces)
               string "gbreport-" delimited by size
                   report-month delimited by size
                   ".prt" delimited by size
                   into report-file-name
               end-string
           else
               string "gbreport-" delimited by size
                   report-month delimited by size
                   "-" delimited by size
                   function trim(filter-book) delimited by size
                   ".prt" delimited by size
                   into report-file-name
               end-string
           end-if.

           open output reportfile.


           perform print-day-section.
           perform print-status-section.

           if (filter-book = spaces)
               perform print-book-section
           end-if.
           perform print-category-section.
           perform print-complaint-section.
           perform print-contributor-section.
           perform print-reply-section.
           perform print-report-footer.
               perform until guestbook-file-status not = "00"

                   if (gb-created-date(1:7) = month-prefix)

                       perform find-book-of-entry

                       if (filter-book = spaces
                           or book-code = filter-book)
                           perform tally-one-entry
                       end-if

                   end-if

                   read guestbookfile next record

           add 1 to month-total.

           perform tally-entry-book.

           perform tally-entry-categories.

           if (gb-created-date(9:2) numeric)
               compute day-idx =
                   function numval(gb-created-date(9:2))

                   perform until guestbook-file-status not = "00"

                       perform find-book-of-entry

                       if (gb-created-date(1:7) = month-prefix
                           and (filter-book = spaces
                           or book-code = filter-book))

                           if (gb-name not = current-name)
                               perform flush-contributor

           .

       find-book-of-entry.

           move "of" to book-op.
           move gb-id to book-entry-id.
           call 'bookstore' using book-op book-entry-id book-code
               book-title book-moderated book-active book-ok.

           .

       tally-entry-book.

      *    book-code is still the entry's book from the filter test
      *    in tally-entries.

           move 0 to book-found.

           perform varying book-idx from 1 by 1
               until book-idx > book-used or book-found > 0

               if (bt-code(book-idx) = book-code)
                   move book-idx to book-found
               end-if

           end-perform.

           if (book-found = 0 and book-used < 50)
               add 1 to book-used
               move book-code to bt-code(book-used)
               move 0 to bt-count(book-used)
               move book-used to book-found
           end-if.

           if (book-found > 0)
               add 1 to bt-count(book-found)
           end-if.

           .

       tally-entry-categories.

      *    each code on the entry's line counts once for the entry;
      *    a complaint that has not been rejected or trashed goes on
      *    the follow-up list.

           move "of" to category-op.
           move gb-id to category-entry-id.
           call 'categorystore' using category-op category-entry-id
               category-codes category-text category-ok.

           if (category-ok not = "y")
               add 1 to uncategorised-count
           else

               move spaces to code-words

               unstring category-codes delimited by all spaces
                   into code-word(1) code-word(2) code-word(3)
                       code-word(4) code-word(5)
               end-unstring

               perform varying word-idx from 1 by 1
                   until word-idx > 5

                   if (code-word(word-idx) not = spaces)
                       perform tally-one-category
                   end-if

               end-perform

           end-if.

           .

       tally-one-category.

           move 0 to category-found.

           perform varying category-idx from 1 by 1
               until category-idx > category-used
               or category-found > 0

               if (ct-code(category-idx) = code-word(word-idx))
                   move category-idx to category-found
               end-if

           end-perform.

           if (category-found = 0 and category-used < 50)
               add 1 to category-used
               move code-word(word-idx) to ct-code(category-used)
               move 0 to ct-count(category-used)
               move category-used to category-found
           end-if.

           if (category-found > 0)
               add 1 to ct-count(category-found)
           end-if.

           if (code-word(word-idx) = complaint-code
               and gb-status not = "R" and gb-status not = "D"
               and complaint-used < 200)
               add 1 to complaint-used
               move gb-id to complaint-id(complaint-used)
           end-if.

           .

       flush-contributor.

           if (current-name-count > 0 and name-used < 100)
                           move "23" to guestbook-file-status
                   end-read

                   if (guestbook-file-status = "00")
                       perform find-book-of-entry
                   end-if

                   if (guestbook-file-status = "00"
                       and gb-created-date(1:7) = month-prefix
                       and (filter-book = spaces
                       or book-code = filter-book))

                       add 1 to reply-used
                       move gbr-parent-id to rt-id(reply-used)

           write report-record.

           if (filter-book not = spaces)
               move spaces to report-record
               string "GUESTBOOK: " delimited by size
                   function trim(filter-title) delimited by size
                   " (" delimited by size
                   function trim(filter-book) delimited by size
                   ")" delimited by size
                   into report-record
               end-string
               write report-record
           end-if.

           move all "-" to report-record(1:128).
           write report-record.

           move spaces to report-record.
           write report-record.

           if (filter-book = spaces)
               move 3 to lines-on-page
           else
               move 4 to lines-on-page
           end-if.

           .


           .

       print-book-section.

           move "ENTRIES BY GUESTBOOK" to print-line.
           perform print-section-title.

           perform varying book-idx from 1 by 1
               until book-idx > book-used

               move "get" to book-op
               move bt-code(book-idx) to book-code
               call 'bookstore' using book-op book-entry-id
                   book-code book-title book-moderated book-active
                   book-ok

               move bt-count(book-idx) to count-display

               move spaces to print-line

               string "  " delimited by size
                   bt-code(book-idx) delimited by size
                   "  " delimited by size
                   count-display delimited by size
                   "  " delimited by size
                   function trim(book-title) delimited by size
                   into print-line
               end-string

               perform write-print-line

           end-perform.

           if (book-used = 0)
               move "  (no entries this month)" to print-line
               perform write-print-line
           end-if.

           .

       print-category-section.

           move "ENTRIES BY CATEGORY" to print-line.
           perform print-section-title.

           perform varying category-idx from 1 by 1
               until category-idx > category-used

               move "title" to category-op
               move ct-code(category-idx) to category-codes
               call 'categorystore' using category-op
                   category-entry-id category-codes category-text
                   category-ok

               if (category-ok not = "y")
                   move "(no longer in the register)"
                       to category-text
               end-if

               move ct-count(category-idx) to count-display

               move spaces to print-line

               string "  " delimited by size
                   ct-code(category-idx) delimited by size
                   "  " delimited by size
                   count-display delimited by size
                   "  " delimited by size
                   function trim(category-text) delimited by size
                   into print-line
               end-string

               perform write-print-line

           end-perform.

           move uncategorised-count to count-display.
           move spaces to print-line.
           string "  (none)        " delimited by size
               count-display delimited by size
               "  not yet put in a category" delimited by size
               into print-line
           end-string.
           perform write-print-line.

           .

       print-complaint-section.

      *    a complaint is open while gbreply.dat holds no reply
      *    under it - the reply file is keyed parent id first, so
      *    one START per complaint answers that.

           move "OPEN COMPLAINTS (NO STAFF REPLY)" to print-line.
           perform print-section-title.

           move 0 to open-complaint-count.

           move "n" to reply-file-open.

           open input replyfile.

           if (reply-file-status = "00")
               move "y" to reply-file-open
           end-if.

           perform varying complaint-idx from 1 by 1
               until complaint-idx > complaint-used

               move "n" to complaint-replied

               if (reply-file-open = "y")

                   move complaint-id(complaint-idx) to gbr-parent-id
                   move 0 to gbr-seq

                   start replyfile key is >= gbr-key
                       invalid key
                           continue
                       not invalid key
                           read replyfile next record
                               at end
                                   continue
                               not at end
                                   if (gbr-parent-id =
                                       complaint-id(complaint-idx))
                                       move "y" to complaint-replied
                                   end-if
                           end-read
                   end-start

               end-if

               if (complaint-replied = "n")

                   add 1 to open-complaint-count

                   move complaint-id(complaint-idx)
                       to entry-id-display

                   move spaces to print-line

                   string "  entry #" delimited by size
                       entry-id-display delimited by size
                       into print-line
                   end-string

                   perform write-print-line

               end-if

           end-perform.

           if (reply-file-open = "y")
               close replyfile
           end-if.

           if (open-complaint-count = 0)
               move "  (no open complaints this month)" to print-line
               perform write-print-line
           end-if.

           .

       print-contributor-section.

           move "BUSIEST CONTRIBUTORS (TOP 10)" to print-line.
