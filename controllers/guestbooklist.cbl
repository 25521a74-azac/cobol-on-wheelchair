      *    present.
       01 config-key        pic x(30).

      *    the book this page lists - /guestbook is the original
      *    book, /book/%book any other one in the register. an
      *    unknown or inactive book is a 404, not an empty page.
      *    book-base is where the page's own links hang off.
       01 wanted-book       pic x(12).
       01 book-base         pic x(40).

      *    scratch for the bookstore calls - sized to bookstore's
      *    own linkage, see the CALL-sizing note in getquery.
       01 book-op           pic x(7).
       01 book-entry-id     pic 9(6).
       01 book-code         pic x(12).
       01 book-title        pic x(60).
       01 book-moderated    pic x(1).
       01 book-active       pic x(1).
       01 book-ok           pic x(1).

      *    ?category= narrows the page to entries staff put in that
      *    category - honoured only on the staff route, where the
      *    dispatcher has signed somebody in and says who, so the
      *    public page never answers "which entries are complaints".
      *    link-base is where the paging links hang off: the book's
      *    own address, or the staff route carrying book and
      *    category along.
       01 filter-category   pic x(12).
       01 session-user      pic x(30).
       01 link-base         pic x(99).

      *    scratch for the categorystore calls - sized to
      *    categorystore's own linkage, see the CALL-sizing note in
      *    getquery.
       01 category-op       pic x(7).
       01 category-entry-id pic 9(6).
       01 category-codes    pic x(60).
       01 category-text     pic x(200).
       01 category-ok       pic x(1).

       01 not-found-code    pic x(3).
       01 not-found-reason  pic x(30).
       01 no-content-type   pic x(60) value spaces.


      *    only approved entries (a blank status is a record from
      *    before moderation existed, which counts as approved) are

       01 template-name     pic x(255).

      *    the page code noticeshow picks today's pinned notices
      *    by - it fills slots 91-99 of the-vars.
       01 notice-page       pic x(1).

       linkage section.

       01 the-values.
           move 1 to page-number.
           move 20 to per-page.

           perform take-wanted-book.

           if (book-ok not = "y" or book-active not = "y")
               perform report-unknown-book
               goback
           end-if.

           perform take-category-filter.

           perform read-book-into-memory.

           perform check-json-requested.

           perform build-page-vars.

           move "l" to notice-page.
           call 'noticeshow' using notice-page the-vars.

           move "guestbooklist.cow" to template-name.
           call 'cowtemplate' using the-vars template-name "y".

       goback.

       take-wanted-book.

           move spaces to wanted-book.

           perform varying fmt-idx from 1 by 1 until fmt-idx > 20
               if (function trim(query-value-name(fmt-idx)) = "book")
                   move function lower-case(query-value(fmt-idx))
                       to wanted-book
               end-if
           end-perform.

           move "get" to book-op.
           move wanted-book to book-code.
           call 'bookstore' using book-op book-entry-id book-code
               book-title book-moderated book-active book-ok.
           move book-code to wanted-book.

           move spaces to book-base.

           if (wanted-book = "main")
               move "/guestbook" to book-base
           else
               string "/book/" delimited by size
                   function trim(wanted-book) delimited by size
                   into book-base
               end-string
           end-if.

           .

       report-unknown-book.

           move "404" to not-found-code.
           move "Not Found" to not-found-reason.

           call 'webheader' using not-found-code not-found-reason
               no-content-type.

           display "<b>Cobol-on-Wheelchair error:</b> "
               "no such guestbook".

           .

       take-category-filter.

           move spaces to filter-category.

           move spaces to session-user.
           accept session-user from environment "COW_SESSION_USER".

           perform varying fmt-idx from 1 by 1 until fmt-idx > 20
               if (function trim(query-value-name(fmt-idx)) =
                   "category" and session-user not = spaces)
                   move function lower-case(function trim(
                       query-value(fmt-idx))) to filter-category
               end-if
           end-perform.

      *    a code the register doesn't know lists nothing, and
      *    never reaches the :raw paging links below.

           move "y" to category-ok.

           if (filter-category not = spaces)
               move "title" to category-op
               move filter-category to category-codes
               call 'categorystore' using category-op
                   category-entry-id category-codes category-text
                   category-ok
           end-if.

           move spaces to link-base.

           if (filter-category = spaces or category-ok not = "y")
               string function trim(book-base) delimited by size
                   "?" delimited by size
                   into link-base
               end-string
           else
               string "/guestbook/category?book=" delimited by size
                   function trim(wanted-book) delimited by size
                   "&category=" delimited by size
                   function trim(filter-category) delimited by size
                   "&" delimited by size
                   into link-base
               end-string
           end-if.

           if (filter-category not = spaces)
               move "load" to category-op
               move 0 to category-entry-id
               call 'categorystore' using category-op
                   category-entry-id category-codes category-text
                   category-ok
           end-if.

           .

       read-book-into-memory.

      *    every entry is asked which book it belongs to - the side
      *    file comes into bookstore's memory once, up front.

           move "load" to book-op.
           call 'bookstore' using book-op book-entry-id book-code
               book-title book-moderated book-active book-ok.

           open input guestbookfile.

           if (guestbook-file-status = "00")
               perform until guestbook-file-status not = "00"
                   or gbmem-count >= 500

                   move "of" to book-op
                   move gb-id to book-entry-id
                   call 'bookstore' using book-op book-entry-id
                       book-code book-title book-moderated
                       book-active book-ok

                   move "y" to category-ok

                   if (filter-category not = spaces)
                       move "has" to category-op
                       move gb-id to category-entry-id
                       move filter-category to category-codes
                       call 'categorystore' using category-op
                           category-entry-id category-codes
                           category-text category-ok
                   end-if

                   if ((gb-status = "A" or gb-status = " ")
                       and book-code = wanted-book
                       and category-ok = "y")
                       add 1 to gbmem-count
                       move gb-id to gbm-id(gbmem-count)
                       move gb-name to gbm-name(gbmem-count)
           end-if.

           move "pagetitle" to COW-varname(3).
           move book-title to COW-varvalue(3).

           if (filter-category not = spaces)
               move spaces to COW-varvalue(3)
               string function trim(book-title) delimited by size
                   " - category " delimited by size
                   function trim(filter-category) delimited by size
                   into COW-varvalue(3)
               end-string
           end-if.

           move "range" to COW-varname(4).
           move spaces to range-text.

      *    the links carry markup and a literal &, so they go in
      *    under the :raw convention - everything in them is built
      *    here from numbers, the book the register vouched for and
      *    a category code the register knows - nothing else
      *    request-supplied.

           move "prevlink:raw" to COW-varname(5).

               move spaces to COW-varvalue(6)
           end-if.

           move "bookbase" to COW-varname(7).
           move book-base to COW-varvalue(7).

           .

       build-prev-link.
           compute link-page = page-number - 1.
           move link-page to link-number.

           string '<a href="' delimited by size
               function trim(link-base) delimited by size
               'page=' delimited by size
               function trim(link-number) delimited by size
               '&per=' delimited by size
               function trim(per-display) delimited by size
           compute link-page = page-number + 1.
           move link-page to link-number.

           string '<a href="' delimited by size
               function trim(link-base) delimited by size
               'page=' delimited by size
               function trim(link-number) delimited by size
               '&per=' delimited by size
               function trim(per-display) delimited by size
