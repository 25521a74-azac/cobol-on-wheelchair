       identification division.
       program-id. guestbookunsubdo.

       data division.
       working-storage section.

       01 requested-id-text pic x(90).
       01 requested-key     pic x(90).
       01 id-len            pic s9(4) comp.
       01 field-idx         pic s9(4) comp.

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

      *    scratch trio for the formtoken call, plus the token the
      *    POST carried - sized to formtoken's own linkage, see the
      *    CALL-sizing note in getquery.
       01 token-op           pic x(7).
       01 token-value        pic x(32).
       01 token-ok           pic x(1).
       01 posted-token       pic x(90) value spaces.

       01 the-vars.

          03  COW-vars OCCURS 99 times.

            05 COW-varname       pic x(99).
            05 COW-varvalue      pic x(99).

       01 template-name     pic x(255).

       01 redirect-code     pic x(3).
       01 redirect-location pic x(255).

       linkage section.

       01 the-values.

          05 query-values           occurs 20 times.
            10 query-value-name     pic x(90).
            10 query-value          pic x(90).

       procedure division using the-values.

      *    POST /guestbook/unsubscribe/%id/%key - the button on
      *    guestbookunsub's page. emailstore drops the address only
      *    when the key matches the one mailed out; either way the
      *    browser goes back to the GET page, which by then says
      *    nothing is on file.

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

           move spaces to posted-token.

           perform varying field-idx from 1 by 1 until field-idx > 20

               if (function trim(query-value-name(field-idx)) =
                   "token")
                   move query-value(field-idx) to posted-token
               end-if

           end-perform.

           move "check" to token-op.
           move posted-token to token-value.
           move "n" to token-ok.

           call 'formtoken' using token-op token-value token-ok.

           if (token-ok not = "y")
               perform report-bad-token
               goback
           end-if.

           move "clear" to email-op.
           move function numval(requested-id-text) to email-entry-id.
           move spaces to email-address.
           move requested-key to email-key.
           call 'emailstore' using email-op email-entry-id
               email-address email-key email-ok.

           move spaces to redirect-location.

           string "/guestbook/unsubscribe/" delimited by size
               function trim(requested-id-text) delimited by size
               "/" delimited by size
               function trim(requested-key) delimited by size
               into redirect-location
           end-string.

           move "303" to redirect-code.

           call 'webredirect' using redirect-code redirect-location.

       goback.

       report-bad-token.

           move "403" to not-found-code.
           move "Forbidden" to not-found-reason.
           call 'webheader' using not-found-code
               not-found-reason no-content-type.

           move spaces to the-vars.
           move "pagetitle" to COW-varname(1).
           move "Form expired" to COW-varvalue(1).

           move "badtoken.cow" to template-name.
           call 'cowtemplate' using the-vars template-name "n".

           .

       end program guestbookunsubdo.
