       identification division.
       program-id. apikeyrevoke.

       data division.
       working-storage section.

      *    scratch for the apikeystore and seclog calls - sized to
      *    their own linkage, see the CALL-sizing note in getquery.
       01 key-op             pic x(7).
       01 key-value          pic x(40).
       01 key-owner          pic x(60).
       01 key-routes         pic x(200).
       01 key-expiry         pic x(8).
       01 key-ok             pic x(1).
       01 sec-event          pic x(10).
       01 sec-account        pic x(30).

       01 wanted-id          pic x(90).
       01 field-idx          pic s9(4) comp.

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

       01 not-found-code     pic x(3).
       01 not-found-reason   pic x(30).
       01 no-content-type    pic x(60) value spaces.

       01 redirect-code      pic x(3).
       01 redirect-location  pic x(255).

       linkage section.

       01 the-values.

          05 query-values           occurs 20 times.
            10 query-value-name     pic x(90).
            10 query-value          pic x(90).

       procedure division using the-values.

      *    POST /apikeys/revoke/%id, admin-gated in routes.dat -
      *    the key stops opening anything from the next request on
      *    (it stays on file, marked revoked, with its call counts)
      *    and bounces back to /apikeys. seclog records it.

           move function trim(query-value(1)) to wanted-id.

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

           move "n" to key-ok.

           if (function length(function trim(wanted-id)) = 5)

               move "revoke" to key-op
               move wanted-id to key-value
               move spaces to key-owner key-routes key-expiry

               call 'apikeystore' using key-op key-value key-owner
                   key-routes key-expiry key-ok

           end-if.

           if (key-ok not = "y")

               move "404" to not-found-code
               move "Not Found" to not-found-reason
               call 'webheader' using not-found-code
                   not-found-reason no-content-type

               display "<b>Cobol-on-Wheelchair error:</b> "
                   "no API key " function trim(wanted-id)

               goback

           end-if.

           move "KEYREVOKE" to sec-event.
           move wanted-id to sec-account.
           call 'seclog' using sec-event sec-account.

           move "303" to redirect-code.
           move "/apikeys" to redirect-location.

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

       end program apikeyrevoke.
