
       working-storage section.

      *    GET /guestbook/feed (/book/%book/feed for the other
      *    books) - the newest approved entries as RSS through
      *    rsslist, the way ?format=json answers through
      *    jsonlist. the same whole-book-then-slice read
      *    guestbooklist does, because "newest 20" needs to know
      *    where the end is before anything renders.

       01 feed-items        pic s9(4) comp value 20.

      *    the book this feed follows - /guestbook is the original
      *    book, /book/%book any other one in the register. an
      *    unknown or inactive book is a 404, not an empty page.
       01 wanted-book       pic x(12).

      *    scratch for the bookstore calls - sized to bookstore's
      *    own linkage, see the CALL-sizing note in getquery.
       01 book-op           pic x(7).
       01 book-entry-id     pic 9(6).
       01 book-code         pic x(12).
       01 book-title        pic x(60).
       01 book-moderated    pic x(1).
       01 book-active       pic x(1).
       01 book-ok           pic x(1).

       01 not-found-code    pic x(3).
       01 not-found-reason  pic x(30).
       01 no-content-type   pic x(60) value spaces.

       01 fmt-idx           pic s9(4) comp.


       01 gbmem-count       pic s9(4) comp.
       01 gbmem-table.
          05 gbmem-entry occurs 500 times.

       copy cowrow.

       linkage section.

       01 the-values.

          05 query-values           occurs 20 times.
            10 query-value-name     pic x(90).
            10 query-value          pic x(90).

       procedure division using the-values.

           move "guestbook-file" to config-key.
           call 'cowconfig' using config-key guestbook-file-name.

           move 0 to gbmem-count.

           perform take-wanted-book.

           if (book-ok not = "y" or book-active not = "y")
               perform report-unknown-book
               goback
           end-if.

           perform read-book-into-memory.

           move "reset" to rows-op.

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

           .

       report-unknown-book.

           move "404" to not-found-code.
           move "Not Found" to not-found-reason.

           call 'webheader' using not-found-code not-found-reason
               no-content-type.

           display "<b>Cobol-on-Wheelchair error:</b> "
               "no such guestbook".

           .

       read-book-into-memory.

      *    only approved entries (a blank status is a record from
      *    before moderation existed, which counts as approved) are
      *    public - same visibility rule the list page applies.

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

                   if ((gb-status = "A" or gb-status = " ")
                       and book-code = wanted-book)
                       add 1 to gbmem-count
                       move gb-id to gbm-id(gbmem-count)
                       move gb-name to gbm-name(gbmem-count)
