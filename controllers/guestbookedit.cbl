       identification division.
       program-id. guestbookedit.

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

       data division.
       file section.
       fd  guestbookfile.
           copy guestbook.

       working-storage section.

       01 guestbook-file-name    pic x(255) value "guestbook.dat".
       01 guestbook-file-status  pic x(2).
      *    scratch for the cowconfig lookup - the preset VALUE above
      *    is the default; cow.config overrides it when the key is
      *    present.
       01 config-key             pic x(30).

       01 requested-id-text pic x(90).
       01 requested-key     pic x(90).
       01 id-len            pic s9(4) comp.

      *    scratch for the editstore call - sized to editstore's own
      *    linkage, see the CALL-sizing note in getquery.
       01 edit-op           pic x(7).
       01 edit-entry-id     pic 9(6).
       01 edit-key          pic x(16).
       01 edit-until        pic x(8).
       01 edit-ok           pic x(1).

      *    scratch trio for the formtoken call - sized to
      *    formtoken's own linkage, see the CALL-sizing note in
      *    getquery.
       01 token-op           pic x(7).
       01 token-value        pic x(32).
       01 token-ok           pic x(1).

       01 not-found-code    pic x(3).
       01 not-found-reason  pic x(30).
       01 no-content-type   pic x(60) value spaces.

       01 the-vars.

          03  COW-vars OCCURS 99 times.

            05 COW-varname       pic x(99).
            05 COW-varvalue      pic x(99).

       01 template-name     pic x(255).

       linkage section.

       01 the-values.

          05 query-values           occurs 20 times.
            10 query-value-name     pic x(90).
            10 query-value          pic x(90).

       procedure division using the-values.

      *    GET /guestbook/edit/%id/%key - the private link
      *    guestbookthanks showed the visitor. while editstore says
      *    the key is good, it opens the entry in a form: the
      *    correction POSTs back to guestbookeditdo, the withdraw
      *    button to guestbookwithdraw. a withdrawn entry gets a
      *    page saying so. a wrong or run-out key gets the same 404
      *    whether the entry exists or not, so the link never tells
      *    a stranger anything.

           move "guestbook-file" to config-key.
           call 'cowconfig' using config-key guestbook-file-name.

           move spaces to the-vars.
           move query-value(1) to requested-id-text.
           move query-value(2) to requested-key.
           move function length(function trim(requested-id-text))
               to id-len.

           move "n" to edit-ok.

           if (id-len > 0 and id-len <= 6
               and requested-id-text(1:id-len) numeric)
               move "check" to edit-op
               move function numval(requested-id-text)
                   to edit-entry-id
               move function trim(requested-key) to edit-key
               move spaces to edit-until
               call 'editstore' using edit-op edit-entry-id edit-key
                   edit-until edit-ok
           end-if.

           if (edit-ok = "y")

               move edit-entry-id to gb-id

               open input guestbookfile

               if (guestbook-file-status = "00")
                   read guestbookfile key is gb-id
                       invalid key move "23" to guestbook-file-status
                   end-read
                   close guestbookfile
               end-if

               if (guestbook-file-status not = "00")
                   move "n" to edit-ok
               end-if

           end-if.

           if (edit-ok not = "y")

               move "404" to not-found-code
               move "Not Found" to not-found-reason
               call 'webheader' using not-found-code
                   not-found-reason no-content-type

               display "<b>Cobol-on-Wheelchair error:</b> "
                   "that edit link is not valid, or has run out"

               goback

           end-if.

           move "id" to COW-varname(1).
           move function trim(requested-id-text) to COW-varvalue(1).
           move "key" to COW-varname(2).
           move edit-key to COW-varvalue(2).

           if (gb-status = "D")

               move "pagetitle" to COW-varname(3)
               move "Entry withdrawn" to COW-varvalue(3)

               move "guestbookwithdrawn.cow" to template-name

           else

               move "pagetitle" to COW-varname(3)
               move "Change your entry" to COW-varvalue(3)
               move "name" to COW-varname(4)
               move gb-name to COW-varvalue(4)
               move "message" to COW-varname(5)
               move gb-message to COW-varvalue(5)
               move "nameerror" to COW-varname(6)
               move "messageerror" to COW-varname(7)
               move "formmessage" to COW-varname(8)

               move "edituntil" to COW-varname(9)
               string edit-until(1:4) delimited by size
                   "-" delimited by size
                   edit-until(5:2) delimited by size
                   "-" delimited by size
                   edit-until(7:2) delimited by size
                   into COW-varvalue(9)
               end-string

      *    one token covers both forms on this render -
      *    guestbookeditdo and guestbookwithdraw spend it.
               move "mint" to token-op
               move spaces to token-value
               call 'formtoken' using token-op token-value token-ok

               move "token" to COW-varname(10)
               move token-value to COW-varvalue(10)

               move "guestbookedit.cow" to template-name

           end-if.

           call 'cowtemplate' using the-vars template-name "y".

       goback.

       end program guestbookedit.
