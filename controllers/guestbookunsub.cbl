       identification division.
       program-id. guestbookunsub.

       data division.
       working-storage section.

       01 requested-id-text pic x(90).
       01 requested-key     pic x(90).
       01 id-len            pic s9(4) comp.

       01 not-found-code    pic x(3).
       01 not-found-reason  pic x(30).
       01 no-content-type   pic x(60) value spaces.

      *    scratch for the emailstore call - sized to emailstore's
      *    own linkage, see the CALL-sizing note in getquery.
       01 email-op             pic x(7).
       01 email-entry-id       pic 9(6).
       01 email-address        pic x(80).
       01 email-key            pic x(16).
       01 email-ok             pic x(1).

      *    scratch trio for the formtoken call - sized to
      *    formtoken's own linkage, see the CALL-sizing note in
      *    getquery.
       01 token-op           pic x(7).
       01 token-value        pic x(32).
       01 token-ok           pic x(1).

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

      *    the page the link in a reply mail opens - GET
      *    /guestbook/unsubscribe/%id/%key. it only asks; the
      *    button POSTs back to guestbookunsubdo, which is what
      *    actually drops the address. a mail scanner that follows
      *    every link in a message must not unsubscribe anybody.
      *    a key that doesn't match (or an address already gone)
      *    gets the same "nothing on file" page, so the page never
      *    tells a stranger whether an entry has an address at all.

           move spaces to the-vars.
           move query-value(1) to requested-id-text.
           move query-value(2) to requested-key.
           move function length(function trim(requested-id-text))
               to id-len.

           if (id-len = 0 or id-len > 6
               or requested-id-text(1:id-len) not numeric)

               move "404" to not-found-code
               move "Not Found" to not-found-reason
               call 'webheader' using not-found-code
                   not-found-reason no-content-type

               display "<b>Cobol-on-Wheelchair error:</b> "
                   "not a valid guestbook id"

               goback

           end-if.

           move "get" to email-op.
           move function numval(requested-id-text) to email-entry-id.
           move spaces to email-address.
           move spaces to email-key.
           call 'emailstore' using email-op email-entry-id
               email-address email-key email-ok.

           move "id" to COW-varname(1).
           move function trim(requested-id-text) to COW-varvalue(1).
           move "pagetitle" to COW-varname(2).

           if (email-ok = "y"
               and function trim(requested-key) = email-key)

               move "Stop reply emails" to COW-varvalue(2)
               move "key" to COW-varname(3)
               move email-key to COW-varvalue(3)

               move "mint" to token-op
               move spaces to token-value
               call 'formtoken' using token-op token-value token-ok

               move "token" to COW-varname(4)
               move token-value to COW-varvalue(4)

               move "unsubscribe.cow" to template-name

           else

               move "No more reply emails" to COW-varvalue(2)
               move "unsubscribed.cow" to template-name

           end-if.

           call 'cowtemplate' using the-vars template-name "y".

       goback.

       end program guestbookunsub.
