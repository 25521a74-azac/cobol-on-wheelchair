*> ***********************************************



       identification division.
       program-id. bookstore.

       environment division.
       input-output section.
       file-control.

           select registerfile
               assign to register-file-name
               file status is register-file-status
               organization is line sequential.

           select bookfile
               assign to book-file-name
               file status is book-file-status
               organization is line sequential.

           select bookkeepfile
               assign to book-keep-name
               file status is book-keep-status
               organization is line sequential.

       data division.
       file section.
       fd  registerfile.
       01  register-line pic x(150).

       fd  bookfile.
           copy gbbook.

       fd  bookkeepfile.
       01  book-keep-record pic x(30).

       working-storage section.

      *    the one place the books are known - the book register
      *    (books.dat, "code|title|moderated|active") and the side
      *    file that says which book an entry belongs to (see
      *    gbbook.cpy), the same way userstore owns users.dat. ops:
      *      get     book-code in; title, moderated and active out,
      *              book-ok "y" when the register knows the code.
      *      list    every book as cowrows rows (code, title,
      *              moderated, active).
      *      load    reads the side file into memory - once per
      *              request (or batch run), ahead of any "of".
      *      of      book-entry-id in; its book-code out.
      *      assign  book-entry-id and book-code in; appended.
      *      drop    book-entry-id in; its line rewritten away.
      *    "main" is the original book and always exists, register
      *    or no register, so a bare checkout still has its one
      *    guestbook.

       01 register-file-name     pic x(255) value "books.dat".
       01 register-file-status   pic x(2).

       01 book-file-name         pic x(255) value "gbbook.dat".
       01 book-file-status       pic x(2).
       01 book-keep-name         pic x(255) value "gbbook.new".
       01 book-keep-status       pic x(2).

      *    scratch for the cowconfig lookups - the preset VALUEs are
      *    the defaults; cow.config overrides them when the keys are
      *    present.
       01 config-key             pic x(30).

       01 main-book-code         pic x(12) value "main".
       01 main-book-title        pic x(60) value "Guestbook".

       01 parse-code             pic x(12).
       01 parse-title            pic x(60).
       01 parse-moderated        pic x(1).
       01 parse-active           pic x(1).
       01 main-listed            pic x(1).

      *    the side file in memory, for the list and search pages
      *    that ask "which book" of every entry they read. only
      *    entries outside the original book have a line, and
      *    gbarchive drops the line when the entry leaves the live
      *    file, so this stays the size of the other books' live
      *    entries.
       01 member-table.
          05 member-entry occurs 2000 times.
             10 mt-entry-id      pic 9(6).
             10 mt-book          pic x(12).
       01 member-used            pic s9(4) comp value 0.
       01 member-idx             pic s9(4) comp.

      *    scratch pair for the cowrows calls "list" makes - see the
      *    CALL-sizing note in getquery for why properly sized
      *    fields, never literals, go into a CALL.
       01 rows-op                pic x(7).
       01 rows-num               pic s9(4) comp.

       copy cowrow.

       linkage section.

       01 book-op                pic x(7).
       01 book-entry-id          pic 9(6).
       01 book-code              pic x(12).
       01 book-title             pic x(60).
       01 book-moderated         pic x(1).
       01 book-active            pic x(1).
       01 book-ok                pic x(1).

       procedure division using book-op book-entry-id book-code
           book-title book-moderated book-active book-ok.

           move "n" to book-ok.

           move "book-register" to config-key.
           call 'cowconfig' using config-key register-file-name.
           move "book-file" to config-key.
           call 'cowconfig' using config-key book-file-name.

           evaluate function trim(book-op)

               when "get"
                   perform get-book

               when "list"
                   perform list-books

               when "load"
                   perform load-members

               when "of"
                   perform book-of-entry

               when "assign"
                   perform assign-entry

               when "drop"
                   perform drop-entry

           end-evaluate.

       goback.

       get-book.

      *    a blank code is the original book - the /guestbook routes
      *    carry no book at all.

           if (book-code = spaces)
               move main-book-code to book-code
           end-if.

           move spaces to book-title.
           move "n" to book-moderated.
           move "n" to book-active.

           if (book-code = main-book-code)
               move main-book-title to book-title
               move "y" to book-active
               move "y" to book-ok
           end-if.

           open input registerfile.

           if (register-file-status = "00")

               read registerfile

               perform until register-file-status = "10"

                   if (register-line(1:1) not = "#"
                       and register-line not = spaces)

                       perform parse-register-line

                       if (parse-code = book-code)
                           move parse-title to book-title
                           move parse-moderated to book-moderated
                           move parse-active to book-active
                           move "y" to book-ok
                       end-if

                   end-if

                   read registerfile

               end-perform

               close registerfile

           end-if.

           .

       list-books.

           move "reset" to rows-op.
           move 0 to rows-num.
           call 'cowrows' using rows-op rows-num the-row.

           move "n" to main-listed.

           open input registerfile.

           if (register-file-status = "00")

               read registerfile

               perform until register-file-status = "10"

                   if (register-line(1:1) not = "#"
                       and register-line not = spaces)

                       perform parse-register-line

                       if (parse-code = main-book-code)
                           move "y" to main-listed
                       end-if

                       perform add-book-row

                   end-if

                   read registerfile

               end-perform

               close registerfile

           end-if.

      *    no register (or one that leaves it out) still has the
      *    original book, first in the list the way it is on disk.

           if (main-listed = "n")
               move main-book-code to parse-code
               move main-book-title to parse-title
               move "n" to parse-moderated
               move "y" to parse-active
               perform add-book-row
           end-if.

           move "y" to book-ok.

           .

       add-book-row.

           move spaces to the-row.

           move "code" to row-col-name(1).
           move parse-code to row-col-value(1).
           move "title" to row-col-name(2).
           move parse-title to row-col-value(2).
           move "moderated" to row-col-name(3).
           move parse-moderated to row-col-value(3).
           move "active" to row-col-name(4).
           move parse-active to row-col-value(4).

           move "add" to rows-op.
           move 0 to rows-num.
           call 'cowrows' using rows-op rows-num the-row.

           .

       parse-register-line.

           move spaces to parse-code parse-title parse-moderated
               parse-active.

           unstring register-line delimited by "|"
               into parse-code parse-title parse-moderated
                   parse-active
           end-unstring.

           if (parse-moderated not = "y")
               move "n" to parse-moderated
           end-if.

           if (parse-active not = "n")
               move "y" to parse-active
           end-if.

           .

       load-members.

           move 0 to member-used.

           open input bookfile.

           if (book-file-status = "00")

               read bookfile

               perform until book-file-status = "10"
                   or member-used >= 2000

                   if (gk-entry-id numeric
                       and gk-book not = spaces)
                       add 1 to member-used
                       move gk-entry-id to mt-entry-id(member-used)
                       move gk-book to mt-book(member-used)
                   end-if

                   read bookfile

               end-perform

               close bookfile

           end-if.

           move "y" to book-ok.

           .

       book-of-entry.

      *    no line is the original book - book-ok stays "n" so a
      *    caller that cares can tell "main by default" apart.

           move main-book-code to book-code.

           perform varying member-idx from 1 by 1
               until member-idx > member-used
               or book-ok = "y"

               if (mt-entry-id(member-idx) = book-entry-id)
                   move mt-book(member-idx) to book-code
                   move "y" to book-ok
               end-if

           end-perform.

           .

       assign-entry.

      *    the original book needs no line - absence already says
      *    "main". appended with the open-extend-or-create shape
      *    the other side files use, and mirrored into the loaded
      *    table so an "of" later in the same request agrees.

           if (book-code = spaces or book-code = main-book-code)
               move "y" to book-ok
               goback
           end-if.

           move spaces to gbbook-record.
           move book-entry-id to gk-entry-id.
           move book-code to gk-book.

           open extend bookfile.

           if (book-file-status not = "00")
               open output bookfile
           end-if.

           if (book-file-status = "00")
               write gbbook-record
               close bookfile
               move "y" to book-ok
           end-if.

           if (book-ok = "y" and member-used < 2000)
               add 1 to member-used
               move book-entry-id to mt-entry-id(member-used)
               move book-code to mt-book(member-used)
           end-if.

           .

       drop-entry.

      *    rewritten through gbbook.new minus this entry's line, the
      *    same replace shape gbarchive gives the photo side file.

           open input bookfile.

           if (book-file-status not = "00")
               goback
           end-if.

           open output bookkeepfile.

           if (book-keep-status not = "00")
               close bookfile
               goback
           end-if.

           read bookfile.

           perform until book-file-status = "10"

               if (gk-entry-id not = book-entry-id)
                   move spaces to book-keep-record
                   move gbbook-record to book-keep-record
                   write book-keep-record
               end-if

               read bookfile

           end-perform.

           close bookkeepfile.
           close bookfile.

           open input bookkeepfile.
           open output bookfile.

           if (book-keep-status = "00"
               and book-file-status = "00")

               read bookkeepfile

               perform until book-keep-status = "10"

                   move book-keep-record to gbbook-record
                   write gbbook-record

                   read bookkeepfile

               end-perform

               move "y" to book-ok

           end-if.

           close bookfile.
           close bookkeepfile.

           perform varying member-idx from 1 by 1
               until member-idx > member-used

               if (mt-entry-id(member-idx) = book-entry-id)
                   move spaces to mt-book(member-idx)
                   move 0 to mt-entry-id(member-idx)
               end-if

           end-perform.

           .

       end program bookstore.
