       01 token-value        pic x(32).
       01 token-ok           pic x(1).

      *    scratch for the humancheck call - sized to humancheck's
      *    own linkage, see the CALL-sizing note in getquery.
       01 challenge-op       pic x(7).
       01 challenge-text     pic x(90).
       01 challenge-answer   pic x(90).
       01 challenge-ok       pic x(1).

      *    the book the form signs - /guestbook is the original
      *    book, /book/%book any other one in the register. an
      *    unknown or inactive book is a 404, not an empty page.
      *    book-base is where the form posts to.
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

       01 fmt-idx           pic s9(4) comp.

       01 not-found-code    pic x(3).
       01 not-found-reason  pic x(30).
       01 no-content-type   pic x(60) value spaces.

       01 the-vars.

          03  COW-vars OCCURS 99 times.

       01 template-name     pic x(255).

      *    the page code noticeshow picks today's pinned notices
      *    by - it fills slots 91-99 of the-vars.
       01 notice-page       pic x(1).

       linkage section.

       01 the-values.

          05 query-values           occurs 20 times.
            10 query-value-name     pic x(90).
            10 query-value          pic x(90).

       procedure division using the-values.

      *    a blank copy of the same form guestbookadd re-renders
      *    with the visitor's input and errors when a POST fails

           move spaces to the-vars.

           perform take-wanted-book.

           if (book-ok not = "y" or book-active not = "y")
               perform report-unknown-book
               goback
           end-if.

           move "pagetitle" to COW-varname(1).
           move "Sign the guestbook" to COW-varvalue(1).
           move "formmessage" to COW-varname(2).
           move spaces to COW-varvalue(5).
           move "messageerror" to COW-varname(6).
           move spaces to COW-varvalue(6).
           move "email" to COW-varname(8).
           move spaces to COW-varvalue(8).
           move "emailerror" to COW-varname(9).
           move spaces to COW-varvalue(9).
           move "consentchecked" to COW-varname(10).
           move spaces to COW-varvalue(10).
           move "bookbase" to COW-varname(11).
           move book-base to COW-varvalue(11).
           move "booktitle" to COW-varname(12).
           move book-title to COW-varvalue(12).

      *    the one-time token the form carries back - guestbookadd
      *    spends it before anything is written, so a POST some
           move "token" to COW-varname(7).
           move token-value to COW-varvalue(7).

      *    the question the visitor answers to show they are not a
      *    script - tied to the token above, and spent with it.
           move "pose" to challenge-op.
           move spaces to challenge-text challenge-answer.
           call 'humancheck' using challenge-op token-value
               challenge-text challenge-answer challenge-ok.

           move "question" to COW-varname(13).
           move challenge-text to COW-varvalue(13).
           move "answererror" to COW-varname(14).
           move spaces to COW-varvalue(14).

           move "f" to notice-page.
           call 'noticeshow' using notice-page the-vars.

           move "guestbookform.cow" to template-name.
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

       end program guestbookform.
