       identification division.
       program-id. guestbookthanks.

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
      *    the address the edit link is spelled out against, so the
      *    visitor can copy or bookmark the whole thing.
       01 site-base-url          pic x(255) value "http://localhost".
      *    scratch for the cowconfig lookups - the preset VALUEs
      *    above are the defaults; cow.config overrides them when
      *    the keys are present.
       01 config-key             pic x(30).

       01 requested-id-text pic x(90).
       01 requested-key     pic x(90).
       01 id-len            pic s9(4) comp.
       01 id-display        pic z(5)9.
       01 edit-path         pic x(60).

      *    scratch for the editstore call - sized to editstore's own
      *    linkage, see the CALL-sizing note in getquery.
       01 edit-op           pic x(7).
       01 edit-entry-id     pic 9(6).
       01 edit-key          pic x(16).
       01 edit-until        pic x(8).
       01 edit-ok           pic x(1).

       01 not-found-code    pic x(3).
       01 not-found-reason  pic x(30).

      *    the GET side of guestbookadd's POST-redirect - a plain
      *    confirmation the browser can refresh all day without
      *    writing anything. without a key it deliberately doesn't
      *    read the book: the entry sits pending review, and this
      *    page's job is only to say so.
      *    /guestbook/thanks/%id/%key is where guestbookadd sends
      *    the browser now - when editstore knows the key, the page
      *    also shows the visitor's private edit link and says
      *    whether the entry is already live. a key that doesn't
      *    match gets the plain page, so the address never tells a
      *    stranger anything.

           move "guestbook-file" to config-key.
           call 'cowconfig' using config-key guestbook-file-name.
           move "site-base-url" to config-key.
           call 'cowconfig' using config-key site-base-url.

           move spaces to the-vars.
           move query-value(1) to requested-id-text.
           move spaces to requested-key.

           if (function trim(query-value-name(2)) = "key")
               move function trim(query-value(2)) to requested-key
           end-if.

           move function length(function trim(requested-id-text))
               to id-len.

           if (id-len = 0 or id-len > 6
               or requested-id-text(1:id-len) not numeric)

               move "404" to not-found-code
               move "Not Found" to not-found-reason
           move "pagetitle" to COW-varname(2).
           move "Entry received" to COW-varvalue(2).

           move "n" to edit-ok.

           if (requested-key not = spaces)
               move "check" to edit-op
               move function numval(requested-id-text)
                   to edit-entry-id
               move requested-key to edit-key
               move spaces to edit-until
               call 'editstore' using edit-op edit-entry-id edit-key
                   edit-until edit-ok
           end-if.

           if (edit-ok = "y")
               perform show-edit-link
               move "guestbookthanks.cow" to template-name
           else
               move "guestbookadd.cow" to template-name
           end-if.

           call 'cowtemplate' using the-vars template-name "y".

       goback.

       show-edit-link.

           move edit-entry-id to id-display.
           move spaces to edit-path.

           string "/guestbook/edit/" delimited by size
               function trim(id-display) delimited by size
               "/" delimited by size
               function trim(edit-key) delimited by size
               into edit-path
           end-string.

           move "editpath" to COW-varname(3).
           move edit-path to COW-varvalue(3).

           move "editlink" to COW-varname(4).
           string function trim(site-base-url) delimited by size
               function trim(edit-path) delimited by size
               into COW-varvalue(4)
           end-string.

           move "edituntil" to COW-varname(5).
           string edit-until(1:4) delimited by size
               "-" delimited by size
               edit-until(5:2) delimited by size
               "-" delimited by size
               edit-until(7:2) delimited by size
               into COW-varvalue(5)
           end-string.

      *    live or waiting - the one thing the visitor can't tell
      *    from the redirect alone. an entry that can't be read is
      *    described as waiting, which is never wrong for long.

           move "statusline" to COW-varname(6).
           move "entrylink:raw" to COW-varname(7).

           string "It now awaits review, and will appear in the "
                   delimited by size
               "guestbook once a moderator approves it."
                   delimited by size
               into COW-varvalue(6)
           end-string.

           move edit-entry-id to gb-id.

           open input guestbookfile.

           if (guestbook-file-status = "00")

               read guestbookfile key is gb-id
                   invalid key move "23" to guestbook-file-status
               end-read

               if (guestbook-file-status = "00"
                   and (gb-status = "A" or gb-status = " "))
                   move "It is already on the guestbook."
                       to COW-varvalue(6)
                   string "<a href=""/guestbook/" delimited by size
                       function trim(id-display) delimited by size
                       """>See your entry</a>" delimited by size
                       into COW-varvalue(7)
                   end-string
               end-if

               close guestbookfile

           end-if.

           .

       end program guestbookthanks.
