       01 photo-idx          pic s9(4) comp.
       01 row-photo-name     pic x(90).

      *    the book this export takes - /guestbook is the original
      *    book, /book/%book any other one in the register. an
      *    unknown or inactive book is a 404, not an empty page.
       01 wanted-book       pic x(12).
       01 fmt-idx           pic s9(4) comp.

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


       linkage section.

       01 the-values.

          05 query-values           occurs 20 times.
            10 query-value-name     pic x(90).
            10 query-value          pic x(90).

       procedure division using the-values.

           move "guestbook-file" to config-key.
           call 'cowconfig' using config-key guestbook-file-name.

           perform load-photo-table.

           perform take-wanted-book.

           if (book-ok not = "y" or book-active not = "y")
               perform report-unknown-book
               goback
           end-if.

           move "load" to book-op.
           call 'bookstore' using book-op book-entry-id book-code
               book-title book-moderated book-active book-ok.


      *    the attachment header is what turns the browser's "show
      *    me a page" into "save this as guestbook.csv" - it goes
      *    does, since webheader's content-type line is what closes
      *    the header block.

           if (wanted-book = "main")
               display "Content-Disposition: attachment; "
                   "filename=guestbook.csv"
           else
               display "Content-Disposition: attachment; "
                   "filename=guestbook-" function trim(wanted-book)
                   ".csv"
           end-if.

           move "200" to csv-http-code.
           move spaces to csv-http-reason.

               perform until guestbook-file-status not = "00"

                   move "of" to book-op
                   move gb-id to book-entry-id
                   call 'bookstore' using book-op book-entry-id
                       book-code book-title book-moderated
                       book-active book-ok

                   if ((gb-status = "A" or gb-status = " ")
                       and book-code = wanted-book)
                       perform write-csv-row
                   end-if


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

       write-csv-row.

           move spaces to csv-line.
