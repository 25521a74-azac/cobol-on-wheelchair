
       01 pending-count     pic s9(4) comp.

      *    ?book= narrows the queue to one book of the register;
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


      *    the word-list screen's holds, read once into memory so
      *    each queue row shows the words that held it without a
      *    file scan per row - the "why" beside the "what".
       01 entry-id-display  pic z(6).
       01 count-display     pic z(6).

      *    scratch for the categorystore calls - sized to
      *    categorystore's own linkage, see the CALL-sizing note in
      *    getquery. each row carries the entry's categories into
      *    its own small form, pre-filled.
       01 category-op       pic x(7).
       01 category-entry-id pic 9(6).
       01 category-codes    pic x(60).
       01 category-text     pic x(200).
       01 category-ok       pic x(1).

      *    scratch pair for the cowrows calls - see the CALL-sizing
      *    note in getquery for why properly sized fields, never
      *    literals, go into a CALL.

       01 template-name     pic x(255).

       linkage section.

       01 the-values.

          05 query-values           occurs 20 times.
            10 query-value-name     pic x(90).
            10 query-value          pic x(90).

       procedure division using the-values.

           move "guestbook-file" to config-key.
           call 'cowconfig' using config-key guestbook-file-name.

           perform load-screen-table.

           perform take-book-filter.

           move "load" to category-op.
           move 0 to category-entry-id.
           call 'categorystore' using category-op category-entry-id
               category-codes category-text category-ok.


      *    the auth gate in front of this route is routes.dat's "y"
      *    column - by the time this runs, the dispatcher has already
               perform until guestbook-file-status not = "00"

                   if (gb-status = "P")
                       perform find-book-of-entry
                       if (filter-book = spaces
                           or book-code = filter-book)
                           perform add-pending-row
                       end-if
                   end-if

                   read guestbookfile next record
           move "token" to COW-varname(4).
           move token-value to COW-varvalue(4).

           move "bookshown" to COW-varname(5).
           move book-shown to COW-varvalue(5).
           move "book" to COW-varname(6).
           move filter-book to COW-varvalue(6).

           move "legend" to category-op.
           call 'categorystore' using category-op category-entry-id
               category-codes category-text category-ok.

           move "categorylegend" to COW-varname(7).
           move category-text to COW-varvalue(7).

           move "guestbookqueue.cow" to template-name.
           call 'cowtemplate' using the-vars template-name "y".

           move "heldfor" to row-col-name(5).
           move row-held-words to row-col-value(5).

           move "book" to row-col-name(6).
           move book-code to row-col-value(6).

           move "of" to category-op.
           move gb-id to category-entry-id.
           call 'categorystore' using category-op category-entry-id
               category-codes category-text category-ok.

           move "categories" to row-col-name(7).
           move category-codes to row-col-value(7).

           move "add" to rows-op.
           move 0 to rows-num.
           call 'cowrows' using rows-op rows-num the-row.

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

       load-screen-table.

           move 0 to screen-count.
