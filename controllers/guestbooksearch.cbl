      *    present.
       01 config-key        pic x(30).

      *    the book this search runs over - /guestbook is the original
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

      *    ?category= narrows the matches to entries staff put in
      *    that category - honoured only on the staff route, where
      *    the dispatcher has signed somebody in and says who, the
      *    same rule guestbooklist keeps.
       01 filter-category   pic x(12).
       01 session-user      pic x(30).

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


      *    ?word= matches against the words of gb-message through
      *    the keyword index gbindex maintains - the index lines

       01 template-name     pic x(255).

      *    the page code noticeshow picks today's pinned notices
      *    by - it fills slots 91-99 of the-vars.
       01 notice-page       pic x(1).

       linkage section.

       01 the-values.
           move spaces to the-vars.
           move 0 to match-count.

           perform take-wanted-book.

           if (book-ok not = "y" or book-active not = "y")
               perform report-unknown-book
               goback
           end-if.

           move "load" to book-op.
           call 'bookstore' using book-op book-entry-id book-code
               book-title book-moderated book-active book-ok.

           perform read-search-values.
           perform take-category-filter.
           perform check-json-requested.

           move "reset" to rows-op.

           perform build-search-vars.

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

       read-search-values.

           perform varying scan-idx from 1 by 1 until scan-idx > 20

           .

       take-category-filter.

           move spaces to filter-category.

           move spaces to session-user.
           accept session-user from environment "COW_SESSION_USER".

           perform varying scan-idx from 1 by 1 until scan-idx > 20
               if (function trim(query-value-name(scan-idx)) =
                   "category" and session-user not = spaces)
                   move function lower-case(function trim(
                       query-value(scan-idx))) to filter-category
               end-if
           end-perform.

           if (filter-category not = spaces)
               move "load" to category-op
               move 0 to category-entry-id
               call 'categorystore' using category-op
                   category-entry-id category-codes category-text
                   category-ok
           end-if.

           .

       search-by-word.

      *    pass one collects the ids whose index lines carry the
               move "n" to record-wanted
           end-if.

      *    and only the book the search was asked of.

           if (record-wanted = "y")
               move "of" to book-op
               move gb-id to book-entry-id
               call 'bookstore' using book-op book-entry-id
                   book-code book-title book-moderated book-active
                   book-ok
               if (book-code not = wanted-book)
                   move "n" to record-wanted
               end-if
           end-if.

      *    and, on the staff route, only the category asked for.

           if (record-wanted = "y" and filter-category not = spaces)
               move "has" to category-op
               move gb-id to category-entry-id
               move filter-category to category-codes
               call 'categorystore' using category-op
                   category-entry-id category-codes category-text
                   category-ok
               if (category-ok not = "y")
                   move "n" to record-wanted
               end-if
           end-if.

           .

       add-match-row.
           end-if.

           move "pagetitle" to COW-varname(3).
           move spaces to COW-varvalue(3).
           string function trim(book-title) delimited by size
               " - search" delimited by size
               into COW-varvalue(3)
           end-string.

           if (filter-category not = spaces)
               move spaces to COW-varvalue(3)
               string function trim(book-title) delimited by size
                   " - search, category " delimited by size
                   function trim(filter-category) delimited by size
                   into COW-varvalue(3)
               end-string
           end-if.

           move "range" to COW-varname(4).
           move "search results" to COW-varvalue(4).
           move "nextlink:raw" to COW-varname(6).
           move spaces to COW-varvalue(6).

           move "bookbase" to COW-varname(7).
           move book-base to COW-varvalue(7).

           .

       check-json-requested.
