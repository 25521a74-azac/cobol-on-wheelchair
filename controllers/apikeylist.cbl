       identification division.
       program-id. apikeylist.

       data division.
       working-storage section.

      *    the API keys on file, newest first - owner, the routes
      *    each may call, expiry, state and how many calls it has
      *    made on which route - each live one with a revoke
      *    action, and the form that issues a new one. the key
      *    itself is never shown here: apikeystore keeps only its
      *    hash, and apikeyissue shows it the once it is made.
      *    apikeystore's "list" op loads the rows.

      *    scratch for the apikeystore call - sized to apikeystore's
      *    own linkage, see the CALL-sizing note in getquery.
       01 key-op             pic x(7).
       01 key-value          pic x(40).
       01 key-owner          pic x(60).
       01 key-routes         pic x(200).
       01 key-expiry         pic x(8).
       01 key-ok             pic x(1).

      *    scratch pair for the cowrows call - see the CALL-sizing
      *    note in getquery for why properly sized fields, never
      *    literals, go into a CALL.
       01 rows-op            pic x(7).
       01 rows-num           pic s9(4) comp.
       01 count-display      pic z(6).

      *    scratch trio for the formtoken call - sized to
      *    formtoken's own linkage, see the CALL-sizing note in
      *    getquery.
       01 token-op           pic x(7).
       01 token-value        pic x(32).
       01 token-ok           pic x(1).

       copy cowrow.

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

      *    the auth gate in front of this route is routes.dat's "y"
      *    column (role admin).

           move spaces to the-vars.

           move "list" to key-op.
           move spaces to key-value key-owner key-routes key-expiry.
           move "n" to key-ok.

           call 'apikeystore' using key-op key-value key-owner
               key-routes key-expiry key-ok.

           move "count" to rows-op.
           move 0 to rows-num.
           call 'cowrows' using rows-op rows-num the-row.

           move "count" to COW-varname(1).
           move rows-num to count-display.
           move function trim(count-display) to COW-varvalue(1).

           move "emptymessage" to COW-varname(2).

           if (rows-num = 0)
               move "(no keys issued yet)" to COW-varvalue(2)
           else
               move spaces to COW-varvalue(2)
           end-if.

           move "pagetitle" to COW-varname(3).
           move "API keys" to COW-varvalue(3).

      *    one token covers every form on this render - apikeyissue
      *    and apikeyrevoke spend it.
           move "mint" to token-op.
           move spaces to token-value.
           call 'formtoken' using token-op token-value token-ok.

           move "token" to COW-varname(4).
           move token-value to COW-varvalue(4).

           move "apikeys.cow" to template-name.
           call 'cowtemplate' using the-vars template-name "y".

       goback.

       end program apikeylist.
