       identification division.
       program-id. accountdo.

       data division.
       working-storage section.

       01 requested-account  pic x(90).
       01 requested-action   pic x(90).
       01 posted-role        pic x(90) value spaces.
       01 posted-password    pic x(90) value spaces.
       01 field-idx          pic s9(4) comp.

      *    the userstore op and the security-log event word the
      *    action maps to - blank when the action is none of ours.
       01 store-op           pic x(7).
       01 event-word         pic x(10).

       01 problem-text       pic x(90).
       01 value-len          pic s9(4) comp.
       01 char-idx           pic s9(4) comp.
       01 one-char           pic x(1).

      *    scratch for the sessionstore calls - the acting admin's
      *    own session (an admin can't lock themselves out from
      *    here), and the purge of a disabled account's sessions.
       01 session-op         pic x(7).
       01 session-sid        pic x(32).
       01 session-user       pic x(30).
       01 session-ok         pic x(1).
       01 scan-idx           pic s9(4) comp.

      *    scratch for the userstore and seclog calls - sized to
      *    their own linkage, see the CALL-sizing note in getquery.
       01 user-op            pic x(7).
       01 user-name          pic x(30).
       01 user-text          pic x(90).
       01 user-ok            pic x(1).
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

       copy cookie.

       procedure division using the-values the-cookie-values.

      *    POST /accounts/%name/%action, admin-gated in routes.dat -
      *    disable, enable, role or reset one account off the
      *    /accounts screen and bounce back to it, the same
      *    POST-redirect-GET shape sessionrevoke answers with.
      *    userstore makes the change, seclog records it.

           move query-value(1) to requested-account.
           move query-value(2) to requested-action.
           move spaces to problem-text.

           move spaces to posted-role posted-password posted-token.

           perform varying field-idx from 1 by 1 until field-idx > 20

               if (function trim(query-value-name(field-idx)) =
                   "token")
                   move query-value(field-idx) to posted-token
               end-if

               if (function trim(query-value-name(field-idx)) =
                   "role")
                   move function lower-case(function trim(
                       query-value(field-idx))) to posted-role
               end-if

               if (function trim(query-value-name(field-idx)) =
                   "password")
                   move query-value(field-idx) to posted-password
               end-if

           end-perform.

      *    the form token is judged first - a forged disable or
      *    password reset is as forgeable a POST as any other.

           move "check" to token-op.
           move posted-token to token-value.
           move "n" to token-ok.

           call 'formtoken' using token-op token-value token-ok.

           if (token-ok not = "y")
               perform report-bad-token
               goback
           end-if.

           evaluate function trim(requested-action)
               when "disable"
                   move "disable" to store-op
                   move "ACCTOFF" to event-word
               when "enable"
                   move "enable" to store-op
                   move "ACCTON" to event-word
               when "role"
                   move "setrole" to store-op
                   move "ACCTROLE" to event-word
               when "reset"
                   move "reset" to store-op
                   move "ACCTRESET" to event-word
               when other
                   move spaces to store-op
           end-evaluate.

           if (function trim(requested-account) = spaces
               or store-op = spaces)

               move "404" to not-found-code
               move "Not Found" to not-found-reason
               call 'webheader' using not-found-code
                   not-found-reason no-content-type

               display "<b>Cobol-on-Wheelchair error:</b> "
                   "no such account action"

               goback

           end-if.

           perform find-session-user.

           perform judge-action.

           if (problem-text not = spaces)

               move "400" to not-found-code
               move "Bad Request" to not-found-reason
               call 'webheader' using not-found-code
                   not-found-reason no-content-type

               display "<b>Cobol-on-Wheelchair error:</b> "
                   function trim(problem-text)

               goback

           end-if.

           move store-op to user-op.
           move requested-account to user-name.

           if (store-op = "setrole")
               move posted-role to user-text
           else
               move posted-password to user-text
           end-if.

           move "n" to user-ok.

           call 'userstore' using user-op user-name user-text
               user-ok.

           if (user-ok not = "y")

               move "404" to not-found-code
               move "Not Found" to not-found-reason
               call 'webheader' using not-found-code
                   not-found-reason no-content-type

               display "<b>Cobol-on-Wheelchair error:</b> no "
                   "changeable account " function trim(
                   requested-account) " (a plain-text row has to "
                   "go through userhash first)"

               goback

           end-if.

           move event-word to sec-event.
           move requested-account to sec-account.
           call 'seclog' using sec-event sec-account.

      *    a disabled account is out now, not at its sessions' idle
      *    limit - every browser it has signed in loses its record.

           if (store-op = "disable")
               move "purge" to session-op
               move spaces to session-sid
               move requested-account to session-user
               move "n" to session-ok
               call 'sessionstore' using session-op session-sid
                   session-user session-ok
           end-if.

           move "303" to redirect-code.
           move "/accounts" to redirect-location.

           call 'webredirect' using redirect-code redirect-location.

       goback.

       find-session-user.

           move spaces to session-sid.
           move spaces to session-user.

           perform varying scan-idx from 1 by 1 until scan-idx > 20

               if (function trim(cookie-value-name(scan-idx)) =
                   "SESSIONID"
                   and function trim(cookie-value(scan-idx)) not =
                       spaces)
                   move function trim(cookie-value(scan-idx))
                       to session-sid
               end-if

           end-perform.

           if (function trim(session-sid) not = spaces)

               move "check" to session-op
               move "n" to session-ok

               call 'sessionstore' using session-op session-sid
                   session-user session-ok

               if (session-ok not = "y")
                   move spaces to session-user
               end-if

           end-if.

           .

       judge-action.

      *    an admin disabling their own account, or taking their
      *    own admin role away, would shut the last door to this
      *    screen behind them - that takes a second admin.

           if ((store-op = "disable" or store-op = "setrole")
               and function trim(session-user) =
                   function trim(requested-account))
               move "you cannot disable or re-role your own account"
                   to problem-text
           end-if.

           if (problem-text = spaces and store-op = "setrole")
               perform judge-role-word
           end-if.

           if (problem-text = spaces and store-op = "reset")

               move function length(function trim(posted-password))
                   to value-len

               if (value-len < 8)
                   move "the password must be at least 8 characters"
                       to problem-text
               end-if

           end-if.

           .

       judge-role-word.

      *    a role is one short lower-case word - it lands in a
      *    "|"-delimited row and is compared against routes.dat's
      *    role column, so anything else could only break one or
      *    never match the other.

           move function length(function trim(posted-role))
               to value-len.

           if (posted-role = spaces or value-len > 10)
               move "a role is one word of up to 10 letters"
                   to problem-text
           else
               perform varying char-idx from 1 by 1
                   until char-idx > value-len

                   move posted-role(char-idx:1) to one-char

                   if (one-char < "a" or one-char > "z")
                       move "a role is one word of up to 10 letters"
                           to problem-text
                   end-if

               end-perform
           end-if.

           .

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

       end program accountdo.
