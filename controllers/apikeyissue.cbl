       identification division.
       program-id. apikeyissue.

       data division.
       working-storage section.

       01 posted-owner       pic x(90) value spaces.
       01 posted-routes      pic x(90) value spaces.
       01 posted-days        pic x(90) value spaces.
       01 field-idx          pic s9(4) comp.

       01 problem-text       pic x(90).
       01 value-len          pic s9(4) comp.
       01 char-idx           pic s9(4) comp.

       01 key-days           pic 9(4).
       01 now-raw            pic x(21).
       01 today-date         pic 9(8).
       01 until-int          pic s9(8) comp.
       01 until-date         pic 9(8).

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

       01 error-code         pic x(3).
       01 error-reason       pic x(30).
       01 no-content-type    pic x(60) value spaces.

       linkage section.

       01 the-values.

          05 query-values           occurs 20 times.
            10 query-value-name     pic x(90).
            10 query-value          pic x(90).

       procedure division using the-values.

      *    POST /apikeys, admin-gated in routes.dat - issues one key
      *    to an owner for a list of routes and so many days, and
      *    shows it on the page this POST answers with. that page
      *    is the only place the key is ever shown - apikeystore
      *    keeps just its hash - so there is no bounce back to
      *    /apikeys here the way blockadd has. seclog records it.

           move spaces to problem-text.

           move spaces to posted-owner posted-routes posted-days
               posted-token.

           perform varying field-idx from 1 by 1 until field-idx > 20

               if (function trim(query-value-name(field-idx)) =
                   "token")
                   move query-value(field-idx) to posted-token
               end-if

               if (function trim(query-value-name(field-idx)) =
                   "owner")
                   move function trim(query-value(field-idx))
                       to posted-owner
               end-if

               if (function trim(query-value-name(field-idx)) =
                   "routes")
                   move function trim(query-value(field-idx))
                       to posted-routes
               end-if

               if (function trim(query-value-name(field-idx)) =
                   "days")
                   move function trim(query-value(field-idx))
                       to posted-days
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

           perform judge-owner.

           if (problem-text = spaces)
               perform judge-routes
           end-if.

           if (problem-text = spaces)
               perform judge-days
           end-if.

           if (problem-text = spaces)
               perform issue-the-key
           end-if.

           if (problem-text not = spaces)

               move "400" to error-code
               move "Bad Request" to error-reason
               call 'webheader' using error-code
                   error-reason no-content-type

               display "<b>Cobol-on-Wheelchair error:</b> "
                   function trim(problem-text)

               goback

           end-if.

           move spaces to the-vars.

           move "pagetitle" to COW-varname(1).
           move "API key issued" to COW-varvalue(1).
           move "keyvalue" to COW-varname(2).
           move key-value to COW-varvalue(2).
           move "owner" to COW-varname(3).
           move key-owner to COW-varvalue(3).
           move "routes" to COW-varname(4).
           move key-routes to COW-varvalue(4).
           move "expiry" to COW-varname(5).
           string key-expiry(1:4) delimited by size
               "-" delimited by size
               key-expiry(5:2) delimited by size
               "-" delimited by size
               key-expiry(7:2) delimited by size
               into COW-varvalue(5)
           end-string.

           move "apikeyissued.cow" to template-name.
           call 'cowtemplate' using the-vars template-name "y".

       goback.

       judge-owner.

      *    who the key is for - the kiosk, the visitor-relations
      *    team - as it will show on the key screen and in the
      *    request trace.

           if (posted-owner = spaces)
               move "a key needs an owner" to problem-text
           end-if.

      *    the owner lands in a "|"-delimited line - a "|" typed
      *    into it would shift the fields.

           inspect posted-owner replacing all "|" by "/".

           .

       judge-routes.

      *    routes.dat patterns, space-separated, exactly as they
      *    stand in the first column - or "*" for every route
      *    marked to take a key. only a key-marked row ever asks
      *    apikeystore, so naming any other route here opens
      *    nothing.

           move function length(function trim(posted-routes))
               to value-len.

           if (posted-routes = spaces)
               move "name the routes the key may call, or *"
                   to problem-text
           else
               perform judge-route-chars
           end-if.

           .

       judge-route-chars.

           if (posted-routes(1:1) not = "/"
               and function trim(posted-routes) not = "*")
               move "routes are patterns such as /guestbook/export"
                   to problem-text
           end-if.

           perform varying char-idx from 1 by 1
               until char-idx > value-len

               if (posted-routes(char-idx:1) = "|")
                   move "routes are patterns such as /guestbook/export"
                       to problem-text
               end-if

           end-perform.

           .

       judge-days.

      *    how long the key lasts, today included - blank is a
      *    year. a key always runs out, so whoever holds one has to
      *    come back for a new one now and then.

           move 365 to key-days.

           move function length(function trim(posted-days))
               to value-len.

           if (posted-days not = spaces)
               if (value-len > 4
                   or posted-days(1:value-len) not numeric)
                   move "days is a whole number from 1 to 3650"
                       to problem-text
               else
                   move function numval(posted-days) to key-days
                   if (key-days < 1 or key-days > 3650)
                       move "days is a whole number from 1 to 3650"
                           to problem-text
                   end-if
               end-if
           end-if.

           .

       issue-the-key.

           move function current-date to now-raw.
           move function numval(now-raw(1:8)) to today-date.
           compute until-int =
               function integer-of-date(today-date) + key-days - 1.
           move function date-of-integer(until-int) to until-date.

           move "issue" to key-op.
           move spaces to key-value.
           move posted-owner to key-owner.
           move posted-routes to key-routes.
           move until-date to key-expiry.
           move "n" to key-ok.

           call 'apikeystore' using key-op key-value key-owner
               key-routes key-expiry key-ok.

           if (key-ok not = "y")
               move "the key register could not be written"
                   to problem-text
           else
               move "KEYISSUE" to sec-event
               move key-value(1:5) to sec-account
               call 'seclog' using sec-event sec-account
           end-if.

           .

       report-bad-token.

           move "403" to error-code.
           move "Forbidden" to error-reason.
           call 'webheader' using error-code
               error-reason no-content-type.

           move spaces to the-vars.
           move "pagetitle" to COW-varname(1).
           move "Form expired" to COW-varvalue(1).

           move "badtoken.cow" to template-name.
           call 'cowtemplate' using the-vars template-name "n".

           .

       end program apikeyissue.
